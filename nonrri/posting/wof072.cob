      * @package cms
      * @link    http://www.cmsvt.com
      * @author  s waite <cmswest@sover.net>
      * @copyright Copyright (c) 2020 cms <cmswest@sover.net>
      * @license https://github.com/openemr/openemr/blob/master/LICENSE GNU General Public License 3
       IDENTIFICATION DIVISION.
       PROGRAM-ID. wof072.
       AUTHOR. SID WAITE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GARFILE ASSIGN TO "S30" ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC RECORD KEY IS G-GARNO
           ALTERNATE RECORD KEY IS G-GARNAME WITH DUPLICATES
           LOCK MODE MANUAL.
           SELECT CHARCUR ASSIGN TO "S35" ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC    RECORD KEY IS CHARCUR-KEY
           ALTERNATE RECORD KEY IS CC-PAYCODE WITH DUPLICATES
           LOCK MODE MANUAL.
           SELECT PAYCUR ASSIGN TO "S40" ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC RECORD KEY IS PAYCUR-KEY
           LOCK MODE MANUAL.
           SELECT OPTIONAL COLTRACK ASSIGN TO "S45" ORGANIZATION IS
           INDEXED ACCESS IS DYNAMIC RECORD KEY IS CT-GARNO
           LOCK MODE MANUAL.
           SELECT OPTIONAL PAYHIST ASSIGN TO "S50" ORGANIZATION IS
           INDEXED ACCESS IS DYNAMIC RECORD KEY IS PAYHIST-KEY
           LOCK MODE MANUAL.
           SELECT OPTIONAL ADJREAS ASSIGN TO "S55" ORGANIZATION IS
           INDEXED ACCESS IS DYNAMIC RECORD KEY IS AR-CODE
           LOCK MODE MANUAL.
           SELECT PARMIN ASSIGN TO "S60" ORGANIZATION
           LINE SEQUENTIAL.
           SELECT OPTIONAL WOFFQ ASSIGN TO "S65" ORGANIZATION
           LINE SEQUENTIAL.
           SELECT RPTFILE ASSIGN TO "S70" ORGANIZATION
           LINE SEQUENTIAL.
           SELECT OPTIONAL ACCTBAL ASSIGN TO "S75" ORGANIZATION IS
           INDEXED ACCESS IS DYNAMIC RECORD KEY IS AB-GARNO
           LOCK MODE MANUAL.
       DATA DIVISION.
       FILE SECTION.
       FD GARFILE
           BLOCK CONTAINS 3 RECORDS
           DATA RECORD IS G-MASTER.
       01 G-MASTER.
           02 G-GARNO PIC X(8).
           02 G-GARNAME PIC X(24).
           02 G-BILLADD PIC X(22).
           02 G-STREET PIC X(22).
           02 G-CITY PIC X(18).
           02 G-STATE PIC X(2).
           02 G-ZIP5 PIC X(5).
           02 G-ZIP4 PIC X(4).
           02 G-COLLT PIC X.
           02 G-PHONE PIC X(10).
           02 G-SEX PIC X.
           02 G-RELATE PIC X.
           02 G-MSTAT PIC X.
           02 G-DOB PIC X(8).
           02 G-DUNNING PIC X.
           02 G-ACCTSTAT PIC X.
           02 G-PR-MPLR PIC X(4).
           02 G-PRINS PIC XXX.
           02 G-PR-ASSIGN PIC X.
           02 G-PR-OFFICE PIC X(4).
           02 G-PR-GROUP PIC X(10).
           02 G-PRIPOL0.
             03 G-PRIPOL PIC X(9).
             03 G-PR-SUFX PIC XXX.
             03 G-PR-FILLER PIC X(4).
           02 G-PRNAME PIC X(24).
           02 G-PR-RELATE PIC X.
           02 G-SE-MPLR PIC X(4).
           02 G-SEINS PIC XXX.
           02 G-SE-ASSIGN PIC X.
           02 G-TRINSIND PIC X.
           02 G-TRINS PIC XXX.
           02 G-SE-GROUP PIC X(10).
           02 G-SECPOL0.
             03 G-SECPOL PIC X(9).
             03 G-SE-SUFX PIC XXX.
             03 G-SE-FILLER PIC X(4).
           02 G-SENAME PIC X(24).
           02 G-SE-RELATE PIC X.
           02 G-INSPEND PIC S9(5)V99.
           02 G-LASTBILL PIC X(8).
           02 G-ASSIGNM PIC X.
           02 G-PRIVATE PIC X.
           02 G-BILLCYCLE PIC X.
           02 G-DELETE PIC X.
           02 G-FILLER PIC XXX.

       FD  CHARCUR.
       01  CHARCUR01.
           02 CHARCUR-KEY.
             03 CC-KEY8 PIC X(8).
             03 CC-KEY3 PIC XXX.
           02 CC-PATID PIC X(8).
           02 CC-CLAIM PIC X(6).
           02 CC-SERVICE PIC X.
           02 CC-DIAG PIC X(8).
           02 CC-PROC.
              03 CC-PROC1 PIC X(5).
              03 CC-PROC2 PIC XX.
           02 CC-MOD2 PIC XX.
           02 CC-MOD3 PIC XX.
           02 CC-MOD4 PIC XX.
           02 CC-AMOUNT PIC S9(4)V99.
           02 CC-DOCR PIC X(3).
           02 CC-DOCP PIC X(2).
           02 CC-PAYCODE PIC XXX.
           02 CC-STUD PIC X.
           02 CC-WORK PIC XX.
           02 CC-DAT1 PIC X(8).
           02 CC-RESULT PIC X.
           02 CC-ACT PIC X.
           02 CC-SORCREF PIC X.
           02 CC-COLLT PIC X.
           02 CC-AUTH PIC X.
           02 CC-PAPER PIC X.
           02 CC-PLACE PIC X.
           02 CC-EPSDT PIC X.
           02 CC-DATE-T PIC X(8).
           02 CC-DATE-A PIC X(8).
           02 CC-DATE-P PIC X(8).
           02 CC-REC-STAT PIC X.
           02 CC-DX2 PIC X(8).
           02 CC-DX3 PIC X(8).
           02 CC-ACC-TYPE PIC X.
           02 CC-DATE-M PIC X(8).
           02 CC-ASSIGN PIC X.
           02 CC-NEIC-ASSIGN PIC X.
           02 CC-DX4 PIC X(8).
           02 CC-DX5 PIC X(8).
           02 CC-DX6 PIC X(8).
           02 CC-FUTURE PIC X(6).

       FD PAYCUR.
       01 PAYCUR01.
           02 PAYCUR-KEY.
             03 PC-KEY8 PIC X(8).
             03 PC-KEY3 PIC XXX.
           02 PC-AMOUNT PIC S9(4)V99.
           02 PC-PAYCODE PIC XXX.
           02 PC-DENIAL PIC XX.
           02 PC-CLAIM PIC X(6).
           02 PC-DATE-T PIC X(8).
           02 PC-DATE-E PIC X(8).
           02 PC-BATCH PIC X(6).

      * agency placements made by col095
       FD  COLTRACK.
       01  COLTRACK01.
           02 CT-GARNO PIC X(8).
           02 CT-DATE-PLACED PIC X(8).
           02 CT-AMOUNT PIC S9(7)V99.
           02 CT-AGENCY PIC X(10).

      * payment history detail - P payments, A contractual and W
      * write-off adjustments per charge line.  a W record carries
      * its adjustment reason in PH-DENIAL
       FD  PAYHIST.
       01  PAYHIST01.
           02 PAYHIST-KEY.
             03 PH-KEY8 PIC X(8).
             03 PH-KEY3 PIC XXX.
             03 PH-SEQ PIC 999.
           02 PH-TYPE PIC X.
           02 PH-AMOUNT PIC S9(7)V99.
           02 PH-PAYCODE PIC XXX.
           02 PH-DENIAL PIC XX.
           02 PH-CLAIM PIC X(6).
           02 PH-DATE-E PIC X(8).
           02 PH-BATCH PIC X(6).
           02 PH-CLOSED PIC X(6).

      * adjustment reason master kept by arm071
       FD  ADJREAS.
       01  ADJREAS01.
           02 AR-CODE PIC XX.
           02 AR-DESC PIC X(24).
           02 AR-GLCAT PIC XXX.
           02 AR-FUTURE PIC X(10).

      * PARM-MODE T lists what the rules pick onto WOFFQ for the
      * office manager; P posts the approved WOFFQ.  a blank reason
      * code turns its rule off.  small balance: the patient owes
      * less than PARM-SB-LIMIT and nothing on the account has
      * moved in PARM-SB-DAYS days.  bad debt: the account is with
      * the collection agency
       FD  PARMIN.
       01  PARMIN01.
           02 PARM-MODE PIC X.
           02 PARM-SB-CODE PIC XX.
           02 PARM-SB-LIMIT PIC X(5).
           02 PARM-SB-LIMIT9 REDEFINES PARM-SB-LIMIT PIC 9(3)V99.
           02 PARM-SB-DAYS PIC X(3).
           02 PARM-SB-DAYS9 REDEFINES PARM-SB-DAYS PIC 999.
           02 PARM-BD-CODE PIC XX.

      * one line per charge line proposed for write-off - written
      * by the trial run, read back by the posting run
       FD  WOFFQ.
       01  WOFFQ01.
           02 WQ-KEY8 PIC X(8).
           02 WQ-KEY3 PIC XXX.
           02 WQ-CLAIM PIC X(6).
           02 WQ-DATE-T PIC X(8).
           02 WQ-AMOUNT PIC S9(7)V99.
           02 WQ-REASON PIC XX.
           02 WQ-RULE PIC X.
           02 WQ-RUN-DATE PIC X(8).

       FD  RPTFILE.
       01  RPTFILE01 PIC X(100).

      * account-balance summary, one record per guarantor - kept
      * current by every run that posts to a charge line and
      * rebuilt from the detail by bal094.  balances are split
      * insurance-pending / patient-due on the open debit lines,
      * credit lines net in AB-CREDIT; the five aging buckets
      * (0-30, 31-60, 61-90, 91-120, over 120 days from service)
      * hold every open line as of AB-AGE-DATE
       FD  ACCTBAL.
       01  ACCTBAL01.
           02 AB-GARNO PIC X(8).
           02 AB-CHARGES PIC S9(9)V99.
           02 AB-PAYMENTS PIC S9(9)V99.
           02 AB-CONTRACT PIC S9(9)V99.
           02 AB-WRITEOFF PIC S9(9)V99.
           02 AB-INS-PEND PIC S9(7)V99.
           02 AB-PAT-DUE PIC S9(7)V99.
           02 AB-CREDIT PIC S9(7)V99.
           02 AB-AGING.
             03 AB-AGE-CUR PIC S9(7)V99.
             03 AB-AGE-30 PIC S9(7)V99.
             03 AB-AGE-60 PIC S9(7)V99.
             03 AB-AGE-90 PIC S9(7)V99.
             03 AB-AGE-120 PIC S9(7)V99.
           02 AB-AGE-TAB REDEFINES AB-AGING.
             03 AB-AGE PIC S9(7)V99 OCCURS 5 TIMES.
           02 AB-AGE-DATE PIC X(8).
           02 AB-OPEN-CNT PIC 9(5).
           02 AB-LAST-PAY PIC X(8).
           02 AB-LAST-ADJ PIC X(8).
           02 AB-UPDATED PIC X(8).
           02 AB-REBUILT PIC X(8).
           02 AB-FUTURE PIC X(10).

       WORKING-STORAGE SECTION.
       01  TODAY8 PIC 9(8).
       01  TODAY-INT PIC 9(8).
       01  WORK-DATE8 PIC 9(8).
       01  ACT-INT PIC 9(8).
       01  ACT-AGE PIC S9(5).
       01  SB-LIMIT PIC S9(3)V99.
       01  SB-DAYS PIC 999.
       01  LINE-PAY PIC S9(7)V99.
       01  LINE-BAL PIC S9(7)V99.
       01  HIST-FOUND PIC X.
       01  PAT-BAL PIC S9(7)V99.
       01  PAT-LINE PIC X.
       01  ACCT-OK PIC X.
       01  PICK-RULE PIC X.
       01  PICK-REASON PIC XX.
       01  WO-BATCH PIC X(6).
       01  SB-CNT PIC 9(6) VALUE 0.
       01  SB-AMT PIC S9(9)V99 VALUE 0.
       01  BD-CNT PIC 9(6) VALUE 0.
       01  BD-AMT PIC S9(9)V99 VALUE 0.
       01  POST-CNT PIC 9(6) VALUE 0.
       01  POST-AMT PIC S9(9)V99 VALUE 0.
       01  REJ-CNT PIC 9(6) VALUE 0.
       01  RPT-LINE.
           02 RL-KEY8 PIC X(8).
           02 FILLER PIC X.
           02 RL-KEY3 PIC XXX.
           02 FILLER PIC X(2).
           02 RL-CLAIM PIC X(6).
           02 FILLER PIC X(2).
           02 RL-DATE-T PIC X(8).
           02 FILLER PIC X(2).
           02 RL-AMT PIC -ZZZ,ZZ9.99.
           02 FILLER PIC X(2).
           02 RL-REASON PIC XX.
           02 FILLER PIC X(2).
           02 RL-MSG PIC X(40).
       01  TOT-LINE.
           02 TL-LABEL PIC X(26).
           02 TL-CNT PIC ZZZ,ZZ9.
           02 FILLER PIC X(3).
           02 TL-AMT PIC -Z,ZZZ,ZZ9.99.
      * one charge line as the balance summary carries it - before
      * the run touches it and after
       01  BAL-NEW.
           02 BN-CHG PIC S9(7)V99.
           02 BN-PAY PIC S9(7)V99.
           02 BN-CON PIC S9(7)V99.
           02 BN-WO PIC S9(7)V99.
           02 BN-BAL PIC S9(7)V99.
           02 BN-CLASS PIC X.
           02 BN-LASTPAY PIC X(8).
           02 BN-LASTADJ PIC X(8).
       01  BAL-OLD.
           02 BO-CHG PIC S9(7)V99.
           02 BO-PAY PIC S9(7)V99.
           02 BO-CON PIC S9(7)V99.
           02 BO-WO PIC S9(7)V99.
           02 BO-BAL PIC S9(7)V99.
           02 BO-CLASS PIC X.
           02 BO-LASTPAY PIC X(8).
           02 BO-LASTADJ PIC X(8).
       01  BAL-HIST PIC X.
       01  BAL-ADD PIC X.
       01  BAL-X PIC 9.
       01  BAL-DAYS PIC S9(5).
       01  BAL-INT PIC 9(8).
       01  BAL-DATE8 PIC 9(8).
       01  BAL-TODAY PIC 9(8).

       PROCEDURE DIVISION.
       P0.
           OPEN INPUT PARMIN.
           READ PARMIN
             AT END
               DISPLAY "WOF072 NEEDS A PARM RECORD (MODE T OR P)"
               CLOSE PARMIN
               STOP RUN.
           CLOSE PARMIN.
           IF PARM-MODE NOT = "T" AND NOT = "P"
             DISPLAY "WOF072 PARM MODE MUST BE T OR P " PARM-MODE
             STOP RUN.
           ACCEPT TODAY8 FROM DATE YYYYMMDD.
           COMPUTE TODAY-INT = FUNCTION INTEGER-OF-DATE(TODAY8).
           MOVE TODAY8 TO BAL-TODAY.
           MOVE "WO" TO WO-BATCH
           MOVE TODAY8(5:4) TO WO-BATCH(3:4)
           IF PARM-MODE = "P" GO TO Q0.

      * trial - the rules pick lines onto WOFFQ, nothing posts
           OPEN INPUT GARFILE CHARCUR PAYCUR COLTRACK PAYHIST ADJREAS
           OUTPUT WOFFQ RPTFILE.
           MOVE SPACE TO RPTFILE01.
           STRING "WRITE-OFF TRIAL REGISTER " TODAY8
             "  - APPROVE BEFORE POSTING" DELIMITED BY SIZE
             INTO RPTFILE01.
           WRITE RPTFILE01.
           MOVE SPACE TO RPTFILE01.
           WRITE RPTFILE01.
           IF PARM-SB-CODE NOT = SPACE
             MOVE PARM-SB-CODE TO AR-CODE
             READ ADJREAS INVALID
               DISPLAY "WOF072 SMALL-BALANCE REASON NOT ON FILE "
                 PARM-SB-CODE
               GO TO P9
             END-READ
             IF PARM-SB-LIMIT NOT NUMERIC
               OR PARM-SB-DAYS NOT NUMERIC
               DISPLAY "WOF072 SMALL-BALANCE LIMIT AND DAYS MUST "
                 "BE NUMERIC"
               GO TO P9
             END-IF
             MOVE PARM-SB-LIMIT9 TO SB-LIMIT
             MOVE PARM-SB-DAYS9 TO SB-DAYS.
           IF PARM-BD-CODE NOT = SPACE
             MOVE PARM-BD-CODE TO AR-CODE
             READ ADJREAS INVALID
               DISPLAY "WOF072 BAD-DEBT REASON NOT ON FILE "
                 PARM-BD-CODE
               GO TO P9
             END-READ.

           MOVE SPACE TO G-GARNO.
           START GARFILE KEY IS NOT LESS THAN G-GARNO
             INVALID
               GO TO P9.

       P1.
           READ GARFILE NEXT AT END GO TO P9.
           IF G-DELETE = "Y" GO TO P1.
           MOVE SPACE TO PICK-RULE
      * placed with the agency - the whole open balance goes
           IF PARM-BD-CODE NOT = SPACE AND G-COLLT NOT = SPACE
             MOVE G-GARNO TO CT-GARNO
             READ COLTRACK INVALID
               GO TO P1
             END-READ
             MOVE "B" TO PICK-RULE
             MOVE PARM-BD-CODE TO PICK-REASON
             PERFORM PICK-1 THRU PICK-EXIT
             GO TO P1.
           IF PARM-SB-CODE = SPACE OR G-COLLT NOT = SPACE GO TO P1.
           PERFORM SB-TEST-1 THRU SB-TEST-EXIT
           IF ACCT-OK NOT = "Y" GO TO P1.
           MOVE "S" TO PICK-RULE
           MOVE PARM-SB-CODE TO PICK-REASON
           PERFORM PICK-1 THRU PICK-EXIT
           GO TO P1.

      * small balance - the patient lines net to more than zero and
      * less than the limit, and none has seen a service or a
      * payment inside the waiting days
       SB-TEST-1.
           MOVE "N" TO ACCT-OK
           MOVE 0 TO PAT-BAL
           MOVE G-GARNO TO CC-KEY8
           MOVE SPACE TO CC-KEY3
           START CHARCUR KEY NOT < CHARCUR-KEY
             INVALID
               GO TO SB-TEST-EXIT.
       SB-TEST-2.
           READ CHARCUR NEXT AT END GO TO SB-TEST-3.
           IF CC-KEY8 NOT = G-GARNO GO TO SB-TEST-3.
           PERFORM HIST-SUM THRU HIST-SUM-EXIT
           COMPUTE LINE-BAL = CC-AMOUNT - LINE-PAY
           IF LINE-BAL NOT > 0 GO TO SB-TEST-2.
           PERFORM CLASS-LINE THRU CLASS-LINE-EXIT
           IF PAT-LINE NOT = "Y" GO TO SB-TEST-2.
           ADD LINE-BAL TO PAT-BAL
           IF CC-DATE-T NOT NUMERIC GO TO SB-TEST-EXIT.
           MOVE CC-DATE-T TO WORK-DATE8
           IF CC-DATE-P NUMERIC AND CC-DATE-P > CC-DATE-T
             MOVE CC-DATE-P TO WORK-DATE8.
           IF WORK-DATE8 = 0 GO TO SB-TEST-EXIT.
           COMPUTE ACT-INT = FUNCTION INTEGER-OF-DATE(WORK-DATE8)
           COMPUTE ACT-AGE = TODAY-INT - ACT-INT
           IF ACT-AGE < SB-DAYS GO TO SB-TEST-EXIT.
           GO TO SB-TEST-2.
       SB-TEST-3.
           IF PAT-BAL > 0 AND PAT-BAL < SB-LIMIT
             MOVE "Y" TO ACCT-OK.
       SB-TEST-EXIT. EXIT.

      * a line is the patient's when the account is private pay,
      * the line carries no insurance, or its claim has closed
       CLASS-LINE.
           MOVE "N" TO PAT-LINE
           IF G-PRIVATE = "Y"
             MOVE "Y" TO PAT-LINE.
           IF CC-PAYCODE = "000" OR CC-PAYCODE = SPACE
             MOVE "Y" TO PAT-LINE.
           IF CC-REC-STAT = "P"
             MOVE "Y" TO PAT-LINE.
       CLASS-LINE-EXIT. EXIT.

      * queue every line the rule takes - the patient lines for a
      * small balance, every open line for bad debt
       PICK-1.
           MOVE G-GARNO TO CC-KEY8
           MOVE SPACE TO CC-KEY3
           START CHARCUR KEY NOT < CHARCUR-KEY
             INVALID
               GO TO PICK-EXIT.
       PICK-2.
           READ CHARCUR NEXT AT END GO TO PICK-EXIT.
           IF CC-KEY8 NOT = G-GARNO GO TO PICK-EXIT.
           PERFORM HIST-SUM THRU HIST-SUM-EXIT
           COMPUTE LINE-BAL = CC-AMOUNT - LINE-PAY
           IF LINE-BAL NOT > 0 GO TO PICK-2.
           IF PICK-RULE = "S"
             PERFORM CLASS-LINE THRU CLASS-LINE-EXIT
             IF PAT-LINE NOT = "Y" GO TO PICK-2.
           MOVE SPACE TO WOFFQ01
           MOVE CC-KEY8 TO WQ-KEY8
           MOVE CC-KEY3 TO WQ-KEY3
           MOVE CC-CLAIM TO WQ-CLAIM
           MOVE CC-DATE-T TO WQ-DATE-T
           MOVE LINE-BAL TO WQ-AMOUNT
           MOVE PICK-REASON TO WQ-REASON
           MOVE PICK-RULE TO WQ-RULE
           MOVE TODAY8 TO WQ-RUN-DATE
           WRITE WOFFQ01
           MOVE SPACE TO RPT-LINE
           MOVE CC-KEY8 TO RL-KEY8
           MOVE CC-KEY3 TO RL-KEY3
           MOVE CC-CLAIM TO RL-CLAIM
           MOVE CC-DATE-T TO RL-DATE-T
           MOVE LINE-BAL TO RL-AMT
           MOVE PICK-REASON TO RL-REASON
           IF PICK-RULE = "S"
             ADD 1 TO SB-CNT
             ADD LINE-BAL TO SB-AMT
             MOVE "SMALL BALANCE" TO RL-MSG
           ELSE
             ADD 1 TO BD-CNT
             ADD LINE-BAL TO BD-AMT
             MOVE "BAD DEBT - WITH AGENCY" TO RL-MSG
           END-IF
           MOVE RPT-LINE TO RPTFILE01
           WRITE RPTFILE01
           GO TO PICK-2.
       PICK-EXIT. EXIT.

      * total applied to one charge line - payments and contract
      * adjustments sum off the history file; a line with no
      * history yet falls back to the single PAYCUR record
       HIST-SUM.
           MOVE 0 TO LINE-PAY
           MOVE "N" TO HIST-FOUND
           MOVE CC-KEY8 TO PH-KEY8
           MOVE CC-KEY3 TO PH-KEY3
           MOVE 0 TO PH-SEQ
           START PAYHIST KEY NOT < PAYHIST-KEY
             INVALID
               GO TO HIST-SUM-2.
       HIST-SUM-1.
           READ PAYHIST NEXT AT END GO TO HIST-SUM-2.
           IF PH-KEY8 NOT = CC-KEY8 OR PH-KEY3 NOT = CC-KEY3
             GO TO HIST-SUM-2.
           MOVE "Y" TO HIST-FOUND
           ADD PH-AMOUNT TO LINE-PAY
           GO TO HIST-SUM-1.
       HIST-SUM-2.
           IF HIST-FOUND = "Y" GO TO HIST-SUM-EXIT.
           MOVE CC-KEY8 TO PC-KEY8
           MOVE CC-KEY3 TO PC-KEY3
           READ PAYCUR INVALID
             CONTINUE
           NOT INVALID
             IF PC-CLAIM = CC-CLAIM
               MOVE PC-AMOUNT TO LINE-PAY
             END-IF
           END-READ.
       HIST-SUM-EXIT. EXIT.

       P9.
           MOVE SPACE TO RPTFILE01.
           WRITE RPTFILE01.
           MOVE SPACE TO TOT-LINE.
           MOVE "SMALL-BALANCE LINES:" TO TL-LABEL.
           MOVE SB-CNT TO TL-CNT.
           MOVE SB-AMT TO TL-AMT.
           MOVE TOT-LINE TO RPTFILE01.
           WRITE RPTFILE01.
           MOVE SPACE TO TOT-LINE.
           MOVE "BAD-DEBT LINES:" TO TL-LABEL.
           MOVE BD-CNT TO TL-CNT.
           MOVE BD-AMT TO TL-AMT.
           MOVE TOT-LINE TO RPTFILE01.
           WRITE RPTFILE01.
           CLOSE GARFILE CHARCUR PAYCUR COLTRACK PAYHIST ADJREAS
           WOFFQ RPTFILE.
           STOP RUN.

      * post - the approved WOFFQ goes on PAYHIST as type W records.
      * a line whose balance moved since the trial is left alone
      * for the next trial to pick up again
       Q0.
           OPEN INPUT PAYCUR ADJREAS WOFFQ GARFILE OUTPUT RPTFILE.
           OPEN I-O CHARCUR PAYHIST ACCTBAL.
           MOVE SPACE TO RPTFILE01.
           STRING "WRITE-OFF POSTING REGISTER " TODAY8
             "  BATCH " WO-BATCH DELIMITED BY SIZE INTO RPTFILE01.
           WRITE RPTFILE01.
           MOVE SPACE TO RPTFILE01.
           WRITE RPTFILE01.

       Q1.
           READ WOFFQ AT END GO TO Q9.
           MOVE SPACE TO RPT-LINE
           MOVE WQ-KEY8 TO RL-KEY8
           MOVE WQ-KEY3 TO RL-KEY3
           MOVE WQ-CLAIM TO RL-CLAIM
           MOVE WQ-DATE-T TO RL-DATE-T
           MOVE WQ-AMOUNT TO RL-AMT
           MOVE WQ-REASON TO RL-REASON
           MOVE WQ-REASON TO AR-CODE
           READ ADJREAS INVALID
             MOVE "REASON NOT ON FILE - NOT POSTED" TO RL-MSG
             GO TO Q8
           END-READ
           MOVE WQ-KEY8 TO CC-KEY8
           MOVE WQ-KEY3 TO CC-KEY3
           READ CHARCUR INVALID
             MOVE "NOT ON CHARCUR - NOT POSTED" TO RL-MSG
             GO TO Q8
           END-READ
           PERFORM HIST-SUM THRU HIST-SUM-EXIT
           COMPUTE LINE-BAL = CC-AMOUNT - LINE-PAY
           IF LINE-BAL NOT = WQ-AMOUNT
             MOVE "BALANCE CHANGED - NOT POSTED" TO RL-MSG
             GO TO Q8.
           PERFORM AB-SUM THRU AB-SUM-EXIT
           MOVE BAL-NEW TO BAL-OLD
           IF HIST-FOUND NOT = "Y"
             PERFORM HIST-SEED THRU HIST-SEED-EXIT.
           MOVE CC-KEY8 TO PH-KEY8
           MOVE CC-KEY3 TO PH-KEY3
           MOVE 1 TO PH-SEQ
           MOVE "W" TO PH-TYPE
           MOVE WQ-AMOUNT TO PH-AMOUNT
           MOVE CC-PAYCODE TO PH-PAYCODE
           MOVE WQ-REASON TO PH-DENIAL
           MOVE CC-CLAIM TO PH-CLAIM
           MOVE TODAY8 TO PH-DATE-E
           MOVE WO-BATCH TO PH-BATCH
           MOVE SPACE TO PH-CLOSED
           PERFORM HIST-PUT-W THRU HIST-PUT-W-EXIT
           IF PH-SEQ > 998
             MOVE "HISTORY FULL - NOT POSTED" TO RL-MSG
             GO TO Q8.
      * written off to nothing - the line is closed
           MOVE "P" TO CC-REC-STAT
           REWRITE CHARCUR01
           PERFORM AB-SUM THRU AB-SUM-EXIT
           PERFORM AB-POST THRU AB-POST-EXIT
           ADD 1 TO POST-CNT
           ADD WQ-AMOUNT TO POST-AMT
           MOVE AR-DESC TO RL-MSG
           MOVE RPT-LINE TO RPTFILE01
           WRITE RPTFILE01
           GO TO Q1.
       Q8.
           ADD 1 TO REJ-CNT
           MOVE RPT-LINE TO RPTFILE01
           WRITE RPTFILE01
           GO TO Q1.

      * the balance walks read history exclusively once a line has
      * any, so a legacy PAYCUR payment is seeded as sequence 1
      * before the write-off lands
       HIST-SEED.
           MOVE CC-KEY8 TO PC-KEY8
           MOVE CC-KEY3 TO PC-KEY3
           READ PAYCUR INVALID
             GO TO HIST-SEED-EXIT
           END-READ
      * a PAYCUR record left by another claim is no part of it
           IF PC-CLAIM NOT = CC-CLAIM GO TO HIST-SEED-EXIT.
           MOVE CC-KEY8 TO PH-KEY8
           MOVE CC-KEY3 TO PH-KEY3
           MOVE 1 TO PH-SEQ
           MOVE "P" TO PH-TYPE
           MOVE PC-AMOUNT TO PH-AMOUNT
           MOVE PC-PAYCODE TO PH-PAYCODE
           MOVE PC-DENIAL TO PH-DENIAL
           MOVE PC-CLAIM TO PH-CLAIM
           MOVE PC-DATE-E TO PH-DATE-E
           MOVE PC-BATCH TO PH-BATCH
           MOVE SPACE TO PH-CLOSED
           WRITE PAYHIST01 INVALID
             CONTINUE
           END-WRITE.
       HIST-SEED-EXIT. EXIT.

       HIST-PUT-W.
           IF PH-SEQ > 998
             DISPLAY "PAYHIST SEQUENCES EXHAUSTED FOR " PH-KEY8
               " " PH-KEY3
             GO TO HIST-PUT-W-EXIT
           END-IF
           WRITE PAYHIST01 INVALID
             ADD 1 TO PH-SEQ
             GO TO HIST-PUT-W
           END-WRITE.
       HIST-PUT-W-EXIT. EXIT.

      * one charge line as the summary carries it - the charge,
      * what history applied to it split payment / contractual /
      * written off, the balance left and whose it is.  a line
      * with no history yet counts its PAYCUR record as the
      * payment when it is for the line's claim
       AB-SUM.
           MOVE CC-AMOUNT TO BN-CHG
           MOVE 0 TO BN-PAY BN-CON BN-WO
           MOVE SPACE TO BN-LASTPAY BN-LASTADJ
           MOVE "N" TO BAL-HIST
           MOVE CC-KEY8 TO PH-KEY8
           MOVE CC-KEY3 TO PH-KEY3
           MOVE 0 TO PH-SEQ
           START PAYHIST KEY NOT < PAYHIST-KEY
             INVALID
               GO TO AB-SUM-2.
       AB-SUM-1.
           READ PAYHIST NEXT AT END GO TO AB-SUM-2.
           IF PH-KEY8 NOT = CC-KEY8 OR PH-KEY3 NOT = CC-KEY3
             GO TO AB-SUM-2.
           MOVE "Y" TO BAL-HIST
           IF PH-TYPE = "A"
             ADD PH-AMOUNT TO BN-CON
             GO TO AB-SUM-1.
           IF PH-TYPE = "W" OR PH-TYPE = "C"
             ADD PH-AMOUNT TO BN-WO
             IF PH-DATE-E > BN-LASTADJ
               MOVE PH-DATE-E TO BN-LASTADJ
             END-IF
             GO TO AB-SUM-1.
           ADD PH-AMOUNT TO BN-PAY
           IF PH-DATE-E > BN-LASTPAY
             MOVE PH-DATE-E TO BN-LASTPAY.
           GO TO AB-SUM-1.
       AB-SUM-2.
           IF BAL-HIST = "Y" GO TO AB-SUM-3.
           MOVE CC-KEY8 TO PC-KEY8
           MOVE CC-KEY3 TO PC-KEY3
           READ PAYCUR INVALID
             GO TO AB-SUM-3
           END-READ
           IF PC-CLAIM = CC-CLAIM
             MOVE PC-AMOUNT TO BN-PAY
             MOVE PC-DATE-E TO BN-LASTPAY.
      * the patient's when the account is private pay, the line
      * carries no insurance, or its claim has closed
       AB-SUM-3.
           COMPUTE BN-BAL = BN-CHG - BN-PAY - BN-CON - BN-WO
           IF G-GARNO NOT = CC-KEY8
             MOVE CC-KEY8 TO G-GARNO
             READ GARFILE INVALID
               MOVE SPACE TO G-PRIVATE
             END-READ
           END-IF
           MOVE "I" TO BN-CLASS
           IF G-PRIVATE = "Y"
             MOVE "P" TO BN-CLASS.
           IF CC-PAYCODE = "000" OR CC-PAYCODE = SPACE
             MOVE "P" TO BN-CLASS.
           IF CC-REC-STAT = "P"
             MOVE "P" TO BN-CLASS.
       AB-SUM-EXIT. EXIT.

      * carry one line's change onto its guarantor's summary -
      * BAL-OLD as the line stood before the run, BAL-NEW as it
      * stands now.  the line ages in the bucket it falls in as
      * of the summary's aging date
       AB-POST.
           MOVE "N" TO BAL-ADD
           MOVE CC-KEY8 TO AB-GARNO
           READ ACCTBAL INVALID
             MOVE "Y" TO BAL-ADD
             MOVE SPACE TO ACCTBAL01
             MOVE CC-KEY8 TO AB-GARNO
             MOVE 0 TO AB-CHARGES AB-PAYMENTS AB-CONTRACT
               AB-WRITEOFF AB-INS-PEND AB-PAT-DUE AB-CREDIT
               AB-AGE-CUR AB-AGE-30 AB-AGE-60 AB-AGE-90 AB-AGE-120
               AB-OPEN-CNT
             MOVE BAL-TODAY TO AB-AGE-DATE
           END-READ
           COMPUTE AB-CHARGES = AB-CHARGES + BN-CHG - BO-CHG
           COMPUTE AB-PAYMENTS = AB-PAYMENTS + BN-PAY - BO-PAY
           COMPUTE AB-CONTRACT = AB-CONTRACT + BN-CON - BO-CON
           COMPUTE AB-WRITEOFF = AB-WRITEOFF + BN-WO - BO-WO
           IF BO-BAL > 0 AND BO-CLASS = "P"
             SUBTRACT BO-BAL FROM AB-PAT-DUE.
           IF BO-BAL > 0 AND BO-CLASS NOT = "P"
             SUBTRACT BO-BAL FROM AB-INS-PEND.
           IF BO-BAL < 0
             SUBTRACT BO-BAL FROM AB-CREDIT.
           IF BO-BAL NOT = 0 AND AB-OPEN-CNT > 0
             SUBTRACT 1 FROM AB-OPEN-CNT.
           IF BN-BAL > 0 AND BN-CLASS = "P"
             ADD BN-BAL TO AB-PAT-DUE.
           IF BN-BAL > 0 AND BN-CLASS NOT = "P"
             ADD BN-BAL TO AB-INS-PEND.
           IF BN-BAL < 0
             ADD BN-BAL TO AB-CREDIT.
           IF BN-BAL NOT = 0
             ADD 1 TO AB-OPEN-CNT.
           PERFORM AB-AGE-X THRU AB-AGE-X-EXIT
           COMPUTE AB-AGE(BAL-X) = AB-AGE(BAL-X) + BN-BAL - BO-BAL
           IF BN-LASTPAY NUMERIC AND BN-LASTPAY NOT = "00000000"
             AND BN-LASTPAY > AB-LAST-PAY
             MOVE BN-LASTPAY TO AB-LAST-PAY.
           IF BN-LASTADJ NUMERIC AND BN-LASTADJ > AB-LAST-ADJ
             MOVE BN-LASTADJ TO AB-LAST-ADJ.
           MOVE BAL-TODAY TO AB-UPDATED
           IF BAL-ADD = "Y"
             WRITE ACCTBAL01 INVALID
               CONTINUE
             END-WRITE
           ELSE
             REWRITE ACCTBAL01 INVALID
               CONTINUE
             END-REWRITE
           END-IF.
       AB-POST-EXIT. EXIT.

       AB-AGE-X.
           MOVE 1 TO BAL-X
           IF CC-DATE-T NOT NUMERIC OR CC-DATE-T = "00000000"
             GO TO AB-AGE-X-EXIT.
           IF AB-AGE-DATE NOT NUMERIC
             MOVE BAL-TODAY TO AB-AGE-DATE.
           MOVE AB-AGE-DATE TO BAL-DATE8
           COMPUTE BAL-INT = FUNCTION INTEGER-OF-DATE(BAL-DATE8)
           MOVE CC-DATE-T TO BAL-DATE8
           COMPUTE BAL-DAYS = BAL-INT
             - FUNCTION INTEGER-OF-DATE(BAL-DATE8)
           IF BAL-DAYS > 30
             MOVE 2 TO BAL-X.
           IF BAL-DAYS > 60
             MOVE 3 TO BAL-X.
           IF BAL-DAYS > 90
             MOVE 4 TO BAL-X.
           IF BAL-DAYS > 120
             MOVE 5 TO BAL-X.
       AB-AGE-X-EXIT. EXIT.

       Q9.
           MOVE SPACE TO RPTFILE01.
           WRITE RPTFILE01.
           MOVE SPACE TO TOT-LINE.
           MOVE "WRITE-OFFS POSTED:" TO TL-LABEL.
           MOVE POST-CNT TO TL-CNT.
           MOVE POST-AMT TO TL-AMT.
           MOVE TOT-LINE TO RPTFILE01.
           WRITE RPTFILE01.
           MOVE SPACE TO TOT-LINE.
           MOVE "NOT POSTED:" TO TL-LABEL.
           MOVE REJ-CNT TO TL-CNT.
           MOVE TOT-LINE TO RPTFILE01.
           WRITE RPTFILE01.
           CLOSE PAYCUR ADJREAS WOFFQ RPTFILE CHARCUR PAYHIST
           GARFILE ACCTBAL.
           STOP RUN.
