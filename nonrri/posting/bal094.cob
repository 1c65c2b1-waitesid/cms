      * @package cms
      * @link    http://www.cmsvt.com
      * @author  s waite <cmswest@sover.net>
      * @copyright Copyright (c) 2020 cms <cmswest@sover.net>
      * @license https://github.com/openemr/openemr/blob/master/LICENSE GNU General Public License 3
       IDENTIFICATION DIVISION.
       PROGRAM-ID. bal094.
       AUTHOR. SID WAITE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARMIN ASSIGN TO "S30" ORGANIZATION
           LINE SEQUENTIAL.
           SELECT CHARCUR ASSIGN TO "S35" ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC    RECORD KEY IS CHARCUR-KEY
           ALTERNATE RECORD KEY IS CC-PAYCODE WITH DUPLICATES
           LOCK MODE MANUAL.
           SELECT PAYCUR ASSIGN TO "S40" ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC RECORD KEY IS PAYCUR-KEY
           LOCK MODE MANUAL.
           SELECT OPTIONAL PAYHIST ASSIGN TO "S45" ORGANIZATION IS
           INDEXED ACCESS IS DYNAMIC RECORD KEY IS PAYHIST-KEY
           LOCK MODE MANUAL.
           SELECT GARFILE ASSIGN TO "S50" ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC RECORD KEY IS G-GARNO
           ALTERNATE RECORD KEY IS G-GARNAME WITH DUPLICATES
           LOCK MODE MANUAL.
           SELECT OPTIONAL ACCTBAL ASSIGN TO "S55" ORGANIZATION IS
           INDEXED ACCESS IS DYNAMIC RECORD KEY IS AB-GARNO
           LOCK MODE MANUAL.
           SELECT RPTFILE ASSIGN TO "S60" ORGANIZATION
           LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
      * P proves the summary against the detail and changes
      * nothing; R proves it, then rewrites every account from the
      * detail and re-ages it as of today
       FD  PARMIN.
       01  PARMIN01.
           02 PARM-MODE PIC X.

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

      * payment history detail - P payments, A contractual
      * adjustments, W write-offs and C assistance discounts per
      * charge line
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

       FD  RPTFILE.
       01  RPTFILE01 PIC X(100).

       WORKING-STORAGE SECTION.
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

      * one guarantor's summary as the detail builds it
       01  FRESH01.
           02 FR-GARNO PIC X(8).
           02 FR-CHARGES PIC S9(9)V99.
           02 FR-PAYMENTS PIC S9(9)V99.
           02 FR-CONTRACT PIC S9(9)V99.
           02 FR-WRITEOFF PIC S9(9)V99.
           02 FR-INS-PEND PIC S9(7)V99.
           02 FR-PAT-DUE PIC S9(7)V99.
           02 FR-CREDIT PIC S9(7)V99.
           02 FR-AGE PIC S9(7)V99 OCCURS 5 TIMES.
           02 FR-AGE-DATE PIC X(8).
           02 FR-OPEN-CNT PIC 9(5).
           02 FR-LAST-PAY PIC X(8).
           02 FR-LAST-ADJ PIC X(8).
           02 FR-UPDATED PIC X(8).
           02 FR-REBUILT PIC X(8).
           02 FR-FUTURE PIC X(10).
       01  PREV-GARNO PIC X(8).
       01  AB-FOUND PIC X.
       01  OOB-FLAG PIC X.
       01  CMP-NAME PIC X(12).
       01  CMP-SUM PIC S9(9)V99.
       01  CMP-DET PIC S9(9)V99.
       01  ACCT-AMT PIC S9(9)V99.
       01  READ-CNT PIC 9(7) VALUE 0.
       01  ACCT-CNT PIC 9(6) VALUE 0.
       01  OOB-CNT PIC 9(6) VALUE 0.
       01  MISS-CNT PIC 9(6) VALUE 0.
       01  ORPH-CNT PIC 9(6) VALUE 0.
       01  REBUILT-CNT PIC 9(6) VALUE 0.
       01  DEL-CNT PIC 9(6) VALUE 0.
       01  DET-BAL PIC S9(9)V99 VALUE 0.
       01  SUM-BAL PIC S9(9)V99 VALUE 0.
       01  RPT-LINE.
           02 RL-GARNO PIC X(8).
           02 FILLER PIC X(2).
           02 RL-FIELD PIC X(12).
           02 FILLER PIC X(2).
           02 RL-SUM PIC -ZZ,ZZZ,ZZ9.99.
           02 FILLER PIC X(2).
           02 RL-DET PIC -ZZ,ZZZ,ZZ9.99.
           02 FILLER PIC X(2).
           02 RL-DIFF PIC -ZZ,ZZZ,ZZ9.99.
           02 FILLER PIC X(2).
           02 RL-MSG PIC X(24).
       01  TOT-LINE.
           02 TL-LABEL PIC X(30).
           02 TL-CNT PIC ZZZ,ZZ9.
           02 FILLER PIC X(3).
           02 TL-AMT PIC -ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       P0.
           OPEN INPUT PARMIN.
           READ PARMIN
             AT END
               DISPLAY "BAL094 NEEDS A PARM RECORD (MODE P OR R)"
               CLOSE PARMIN
               STOP RUN.
           CLOSE PARMIN.
           IF PARM-MODE NOT = "P" AND NOT = "R"
             DISPLAY "BAL094 PARM MODE MUST BE P OR R " PARM-MODE
             STOP RUN.
           ACCEPT BAL-TODAY FROM DATE YYYYMMDD.
           OPEN INPUT CHARCUR PAYCUR PAYHIST GARFILE OUTPUT RPTFILE.
           IF PARM-MODE = "R"
             OPEN I-O ACCTBAL
           ELSE
             OPEN INPUT ACCTBAL
           END-IF.
           MOVE SPACE TO RPTFILE01.
           IF PARM-MODE = "R"
             STRING "ACCOUNT-BALANCE SUMMARY PROOF AND REBUILD "
               BAL-TODAY DELIMITED BY SIZE INTO RPTFILE01
           ELSE
             STRING "ACCOUNT-BALANCE SUMMARY PROOF " BAL-TODAY
               "  - NOTHING CHANGED" DELIMITED BY SIZE
               INTO RPTFILE01
           END-IF.
           WRITE RPTFILE01.
           MOVE SPACE TO RPTFILE01.
           WRITE RPTFILE01.
           MOVE SPACE TO RPTFILE01.
           STRING "GUARANTOR FIELD                 SUMMARY"
             "          DETAIL      DIFFERENCE" DELIMITED BY SIZE
             INTO RPTFILE01.
           WRITE RPTFILE01.
           MOVE SPACE TO RPTFILE01.
           WRITE RPTFILE01.

           MOVE LOW-VALUES TO PREV-GARNO.
           PERFORM FR-CLEAR THRU FR-CLEAR-EXIT.
           MOVE SPACE TO G-GARNO.
           MOVE SPACE TO CHARCUR-KEY.
           START CHARCUR KEY NOT < CHARCUR-KEY INVALID GO TO P3.

      * pass 1 - every charge line builds its guarantor's summary
      * afresh; each guarantor is proved as the key changes
       P1.
           READ CHARCUR NEXT AT END GO TO P3.
           ADD 1 TO READ-CNT.
           IF CC-KEY8 NOT = PREV-GARNO
             PERFORM ACCT-END THRU ACCT-END-EXIT
             MOVE CC-KEY8 TO PREV-GARNO
           END-IF.
           PERFORM AB-SUM THRU AB-SUM-EXIT.
           PERFORM FR-ADD THRU FR-ADD-EXIT.
           GO TO P1.

       FR-ADD.
           ADD BN-CHG TO FR-CHARGES
           ADD BN-PAY TO FR-PAYMENTS
           ADD BN-CON TO FR-CONTRACT
           ADD BN-WO TO FR-WRITEOFF
           IF BN-LASTPAY NUMERIC AND BN-LASTPAY NOT = "00000000"
             AND BN-LASTPAY > FR-LAST-PAY
             MOVE BN-LASTPAY TO FR-LAST-PAY.
           IF BN-LASTADJ NUMERIC AND BN-LASTADJ > FR-LAST-ADJ
             MOVE BN-LASTADJ TO FR-LAST-ADJ.
           IF BN-BAL = 0 GO TO FR-ADD-EXIT.
           ADD 1 TO FR-OPEN-CNT
           IF BN-BAL < 0
             ADD BN-BAL TO FR-CREDIT
           ELSE
             IF BN-CLASS = "P"
               ADD BN-BAL TO FR-PAT-DUE
             ELSE
               ADD BN-BAL TO FR-INS-PEND
             END-IF
           END-IF
           PERFORM AB-AGE-X THRU AB-AGE-X-EXIT
           ADD BN-BAL TO FR-AGE(BAL-X).
       FR-ADD-EXIT. EXIT.

       FR-CLEAR.
           MOVE SPACE TO FRESH01
           MOVE 0 TO FR-CHARGES FR-PAYMENTS FR-CONTRACT FR-WRITEOFF
             FR-INS-PEND FR-PAT-DUE FR-CREDIT FR-OPEN-CNT
             FR-AGE(1) FR-AGE(2) FR-AGE(3) FR-AGE(4) FR-AGE(5).
       FR-CLEAR-EXIT. EXIT.

      * one guarantor's detail against its summary record - each
      * amount that disagrees prints.  a rebuild then replaces the
      * record with the detail's figures
       ACCT-END.
           IF PREV-GARNO = LOW-VALUES GO TO ACCT-END-EXIT.
           ADD 1 TO ACCT-CNT
           COMPUTE ACCT-AMT = FR-INS-PEND + FR-PAT-DUE + FR-CREDIT
           ADD ACCT-AMT TO DET-BAL
           MOVE "N" TO OOB-FLAG
           MOVE PREV-GARNO TO AB-GARNO
           READ ACCTBAL INVALID
             MOVE "N" TO AB-FOUND
             ADD 1 TO MISS-CNT
             MOVE SPACE TO RPT-LINE
             MOVE PREV-GARNO TO RL-GARNO
             MOVE "BALANCE" TO RL-FIELD
             MOVE ACCT-AMT TO RL-DET
             MOVE "NOT ON SUMMARY" TO RL-MSG
             MOVE RPT-LINE TO RPTFILE01
             WRITE RPTFILE01
             GO TO ACCT-END-2
           END-READ
           MOVE "Y" TO AB-FOUND
           COMPUTE SUM-BAL = SUM-BAL + AB-INS-PEND + AB-PAT-DUE
             + AB-CREDIT
           MOVE "CHARGES" TO CMP-NAME
           MOVE AB-CHARGES TO CMP-SUM
           MOVE FR-CHARGES TO CMP-DET
           PERFORM CMP-1 THRU CMP-EXIT
           MOVE "PAYMENTS" TO CMP-NAME
           MOVE AB-PAYMENTS TO CMP-SUM
           MOVE FR-PAYMENTS TO CMP-DET
           PERFORM CMP-1 THRU CMP-EXIT
           MOVE "CONTRACTUAL" TO CMP-NAME
           MOVE AB-CONTRACT TO CMP-SUM
           MOVE FR-CONTRACT TO CMP-DET
           PERFORM CMP-1 THRU CMP-EXIT
           MOVE "WRITE-OFFS" TO CMP-NAME
           MOVE AB-WRITEOFF TO CMP-SUM
           MOVE FR-WRITEOFF TO CMP-DET
           PERFORM CMP-1 THRU CMP-EXIT
           MOVE "INS PENDING" TO CMP-NAME
           MOVE AB-INS-PEND TO CMP-SUM
           MOVE FR-INS-PEND TO CMP-DET
           PERFORM CMP-1 THRU CMP-EXIT
           MOVE "PATIENT DUE" TO CMP-NAME
           MOVE AB-PAT-DUE TO CMP-SUM
           MOVE FR-PAT-DUE TO CMP-DET
           PERFORM CMP-1 THRU CMP-EXIT
           MOVE "CREDIT" TO CMP-NAME
           MOVE AB-CREDIT TO CMP-SUM
           MOVE FR-CREDIT TO CMP-DET
           PERFORM CMP-1 THRU CMP-EXIT
           IF OOB-FLAG = "Y"
             ADD 1 TO OOB-CNT.
           MOVE AB-FUTURE TO FR-FUTURE.
       ACCT-END-2.
           IF PARM-MODE NOT = "R" GO TO ACCT-END-3.
           MOVE PREV-GARNO TO FR-GARNO
           MOVE BAL-TODAY TO FR-AGE-DATE FR-UPDATED FR-REBUILT
           MOVE FRESH01 TO ACCTBAL01
           IF AB-FOUND = "Y"
             REWRITE ACCTBAL01 INVALID
               CONTINUE
             END-REWRITE
           ELSE
             WRITE ACCTBAL01 INVALID
               CONTINUE
             END-WRITE
           END-IF
           ADD 1 TO REBUILT-CNT.
       ACCT-END-3.
           PERFORM FR-CLEAR THRU FR-CLEAR-EXIT.
       ACCT-END-EXIT. EXIT.

       CMP-1.
           IF CMP-SUM = CMP-DET GO TO CMP-EXIT.
           MOVE "Y" TO OOB-FLAG
           MOVE SPACE TO RPT-LINE
           MOVE PREV-GARNO TO RL-GARNO
           MOVE CMP-NAME TO RL-FIELD
           MOVE CMP-SUM TO RL-SUM
           MOVE CMP-DET TO RL-DET
           COMPUTE RL-DIFF = CMP-SUM - CMP-DET
           MOVE "OUT OF BALANCE" TO RL-MSG
           MOVE RPT-LINE TO RPTFILE01
           WRITE RPTFILE01.
       CMP-EXIT. EXIT.

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

      * the rebuild ages every open line as of today
       AB-AGE-X.
           MOVE 1 TO BAL-X
           IF CC-DATE-T NOT NUMERIC OR CC-DATE-T = "00000000"
             GO TO AB-AGE-X-EXIT.
           COMPUTE BAL-INT = FUNCTION INTEGER-OF-DATE(BAL-TODAY)
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

      * pass 2 - a summary record whose guarantor has no charge
      * lines left (archived, merged away) proves against nothing
       P3.
           PERFORM ACCT-END THRU ACCT-END-EXIT.
           MOVE LOW-VALUES TO AB-GARNO.
           START ACCTBAL KEY NOT < AB-GARNO INVALID GO TO P9.
       P4.
           READ ACCTBAL NEXT AT END GO TO P9.
           MOVE AB-GARNO TO CC-KEY8
           MOVE SPACE TO CC-KEY3
           START CHARCUR KEY NOT < CHARCUR-KEY
             INVALID
               GO TO P5.
           READ CHARCUR NEXT AT END GO TO P5.
           IF CC-KEY8 = AB-GARNO GO TO P4.
       P5.
           ADD 1 TO ORPH-CNT
           COMPUTE ACCT-AMT = AB-INS-PEND + AB-PAT-DUE + AB-CREDIT
           ADD ACCT-AMT TO SUM-BAL
           MOVE SPACE TO RPT-LINE
           MOVE AB-GARNO TO RL-GARNO
           MOVE "BALANCE" TO RL-FIELD
           MOVE ACCT-AMT TO RL-SUM RL-DIFF
           MOVE "NO CHARGES ON FILE" TO RL-MSG
           MOVE RPT-LINE TO RPTFILE01
           WRITE RPTFILE01
           IF ACCT-AMT NOT = 0
             ADD 1 TO OOB-CNT.
           IF PARM-MODE = "R"
             DELETE ACCTBAL RECORD INVALID
               CONTINUE
             END-DELETE
             ADD 1 TO DEL-CNT
           END-IF
           GO TO P4.

       P9.
           MOVE SPACE TO RPTFILE01.
           WRITE RPTFILE01.
           MOVE SPACE TO TOT-LINE.
           MOVE "CHARGE LINES READ:" TO TL-LABEL.
           MOVE READ-CNT TO TL-CNT.
           MOVE TOT-LINE TO RPTFILE01.
           WRITE RPTFILE01.
           MOVE SPACE TO TOT-LINE.
           MOVE "ACCOUNTS ON THE DETAIL:" TO TL-LABEL.
           MOVE ACCT-CNT TO TL-CNT.
           MOVE DET-BAL TO TL-AMT.
           MOVE TOT-LINE TO RPTFILE01.
           WRITE RPTFILE01.
           MOVE SPACE TO TOT-LINE.
           MOVE "SUMMARY RECEIVABLE:" TO TL-LABEL.
           MOVE SUM-BAL TO TL-AMT.
           MOVE TOT-LINE TO RPTFILE01.
           WRITE RPTFILE01.
           MOVE SPACE TO TOT-LINE.
           MOVE "ACCOUNTS OUT OF BALANCE:" TO TL-LABEL.
           MOVE OOB-CNT TO TL-CNT.
           COMPUTE TL-AMT = SUM-BAL - DET-BAL.
           MOVE TOT-LINE TO RPTFILE01.
           WRITE RPTFILE01.
           MOVE SPACE TO TOT-LINE.
           MOVE "NOT ON SUMMARY:" TO TL-LABEL.
           MOVE MISS-CNT TO TL-CNT.
           MOVE TOT-LINE TO RPTFILE01.
           WRITE RPTFILE01.
           MOVE SPACE TO TOT-LINE.
           MOVE "SUMMARY WITH NO CHARGES:" TO TL-LABEL.
           MOVE ORPH-CNT TO TL-CNT.
           MOVE TOT-LINE TO RPTFILE01.
           WRITE RPTFILE01.
           IF PARM-MODE = "R"
             MOVE SPACE TO TOT-LINE
             MOVE "SUMMARY RECORDS REBUILT:" TO TL-LABEL
             MOVE REBUILT-CNT TO TL-CNT
             MOVE TOT-LINE TO RPTFILE01
             WRITE RPTFILE01
             MOVE SPACE TO TOT-LINE
             MOVE "SUMMARY RECORDS REMOVED:" TO TL-LABEL
             MOVE DEL-CNT TO TL-CNT
             MOVE TOT-LINE TO RPTFILE01
             WRITE RPTFILE01
           END-IF.
           MOVE SPACE TO RPTFILE01.
           WRITE RPTFILE01.
           IF OOB-CNT = 0 AND MISS-CNT = 0 AND SUM-BAL = DET-BAL
             MOVE "SUMMARY PROVES TO THE DETAIL" TO RPTFILE01
           ELSE
             IF PARM-MODE = "R"
               MOVE "DIFFERENCES ABOVE CORRECTED FROM THE DETAIL"
                 TO RPTFILE01
             ELSE
               MOVE "*** SUMMARY OUT OF BALANCE - RUN MODE R"
                 TO RPTFILE01
               DISPLAY "BAL094 SUMMARY OUT OF BALANCE - RUN MODE R"
             END-IF
           END-IF.
           WRITE RPTFILE01.
           CLOSE CHARCUR PAYCUR PAYHIST GARFILE ACCTBAL RPTFILE.
           STOP RUN.
