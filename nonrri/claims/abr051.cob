      * @package cms
      * @link    http://www.cmsvt.com
      * @author  s waite <cmswest@sover.net>
      * @copyright Copyright (c) 2020 cms <cmswest@sover.net>
      * @license https://github.com/openemr/openemr/blob/master/LICENSE GNU General Public License 3
       IDENTIFICATION DIVISION.
       PROGRAM-ID. abr051.
       AUTHOR. SID WAITE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARMIN ASSIGN TO "S30" ORGANIZATION
           LINE SEQUENTIAL.
           SELECT OPTIONAL ABNFILE ASSIGN TO "S35" ORGANIZATION IS
           INDEXED ACCESS IS DYNAMIC RECORD KEY IS ABN-KEY
           LOCK MODE MANUAL.
           SELECT CHARCUR ASSIGN TO "S40" ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC    RECORD KEY IS CHARCUR-KEY
           ALTERNATE RECORD KEY IS CC-PAYCODE WITH DUPLICATES
           LOCK MODE MANUAL.
           SELECT PAYCUR ASSIGN TO "S45" ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC RECORD KEY IS PAYCUR-KEY
           LOCK MODE MANUAL.
           SELECT OPTIONAL PAYHIST ASSIGN TO "S50" ORGANIZATION IS
           INDEXED ACCESS IS DYNAMIC RECORD KEY IS PAYHIST-KEY
           LOCK MODE MANUAL.
           SELECT PROVFILE ASSIGN TO "S55" ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC RECORD KEY IS PROV-KEY
           LOCK MODE MANUAL.
           SELECT RPTFILE ASSIGN TO "S60" ORGANIZATION
           LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  PARMIN.
       01  PARMIN01.
           02 PARM-PERIOD PIC X(6).

      * advance beneficiary notices kept by abm049, with the date
      * NEI038 sent the line with GA and the date stm056 first
      * billed the patient
       FD  ABNFILE.
       01  ABNFILE01.
           02 ABN-KEY.
             03 ABN-KEY8 PIC X(8).
             03 ABN-KEY3 PIC XXX.
           02 ABN-SIGNED PIC X(8).
           02 ABN-REASON PIC X(30).
           02 ABN-SENT PIC X(8).
           02 ABN-PTBILL PIC X(8).
           02 ABN-FUTURE PIC X(10).

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

      * payment history detail - P payments and A contractual
      * adjustments per charge line, written by the posting run
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

       FD  PROVFILE.
       01  PROVFILE01.
           02 PROV-KEY PIC XX.
           02 PROV-NPI PIC X(10).
           02 PROV-NAME PIC X(24).
           02 PROV-STREET PIC X(22).
           02 PROV-CITY PIC X(18).
           02 PROV-STATE PIC XX.
           02 PROV-ZIP5 PIC X(5).
           02 PROV-ZIP4 PIC X(4).
           02 PROV-TAXONOMY PIC X(10).
           02 PROV-FUTURE PIC X(10).

       FD  RPTFILE.
       01  RPTFILE01 PIC X(132).

       WORKING-STORAGE SECTION.
       01  PRT PIC X(132).
       01  PERIOD6 PIC X(6).
       01  MON-START PIC X(8).
       01  MON-END PIC X(8).
       01  JDOC PIC XX.
       01  HIST-FOUND PIC X.
       01  MCR-PAY PIC S9(7)V99.
       01  PAT-PAY PIC S9(7)V99.
       01  MCR-ANS PIC X.

       01  DOC-CNT PIC 99 VALUE 0.
       01  DX PIC 99.
       01  DOC-TAB01.
           02 DOC-TAB OCCURS 30 TIMES.
             03 DT-DOC PIC XX.
             03 DT-CNT PIC 9(5) VALUE 0.
             03 DT-CHG PIC S9(9)V99 VALUE 0.
             03 DT-MCR PIC S9(9)V99 VALUE 0.
             03 DT-DENY PIC 9(5) VALUE 0.
             03 DT-PTB PIC 9(5) VALUE 0.
             03 DT-PAT PIC S9(9)V99 VALUE 0.
       01  TOT-CNT PIC 9(6) VALUE 0.
       01  TOT-CHG PIC S9(9)V99 VALUE 0.
       01  TOT-MCR PIC S9(9)V99 VALUE 0.
       01  TOT-PAT PIC S9(9)V99 VALUE 0.
       01  TOT-DENY PIC 9(6) VALUE 0.
       01  TOT-PTB PIC 9(6) VALUE 0.
       01  NODOC-CNT PIC 9(6) VALUE 0.

       01  HD-LINE.
           02 FILLER PIC X(10) VALUE "ACCOUNT".
           02 FILLER PIC X(8) VALUE "CLAIM".
           02 FILLER PIC X(10) VALUE "SVC DATE".
           02 FILLER PIC X(9) VALUE "PROC".
           02 FILLER PIC X(4) VALUE "DOC".
           02 FILLER PIC X(10) VALUE "SIGNED".
           02 FILLER PIC X(10) VALUE "SENT".
           02 FILLER PIC X(45) VALUE
           "     BILLED   MCR PAID  PT BILL     PT PAID  ".
           02 FILLER PIC X(24) VALUE "OUTCOME".
       01  DET-LINE.
           02 DL-KEY8 PIC X(8).
           02 FILLER PIC XX.
           02 DL-CLAIM PIC X(6).
           02 FILLER PIC XX.
           02 DL-DATE-T PIC X(8).
           02 FILLER PIC XX.
           02 DL-PROC PIC X(7).
           02 FILLER PIC XX.
           02 DL-DOC PIC XX.
           02 FILLER PIC XX.
           02 DL-SIGNED PIC X(8).
           02 FILLER PIC XX.
           02 DL-SENT PIC X(8).
           02 FILLER PIC XX.
           02 DL-CHG PIC -ZZZ,ZZ9.99.
           02 DL-MCR PIC -ZZZ,ZZ9.99.
           02 FILLER PIC XX.
           02 DL-PTBILL PIC X(8).
           02 DL-PAT PIC -ZZZ,ZZ9.99.
           02 FILLER PIC XX.
           02 DL-OUTCOME PIC X(24).
       01  DOC-HD.
           02 FILLER PIC X(29) VALUE "DOC NAME".
           02 FILLER PIC X(6) VALUE " LINES".
           02 FILLER PIC X(17) VALUE "           BILLED".
           02 FILLER PIC X(17) VALUE "    MEDICARE PAID".
           02 FILLER PIC X(8) VALUE "  DENIED".
           02 FILLER PIC X(8) VALUE " PT BILL".
           02 FILLER PIC X(17) VALUE "          PT PAID".
       01  DOC-LINE.
           02 DC-DOC PIC XX.
           02 FILLER PIC XX.
           02 DC-NAME PIC X(25).
           02 DC-CNT PIC ZZ,ZZ9.
           02 FILLER PIC XX.
           02 DC-CHG PIC -ZZZ,ZZZ,ZZ9.99.
           02 FILLER PIC XX.
           02 DC-MCR PIC -ZZZ,ZZZ,ZZ9.99.
           02 FILLER PIC XX.
           02 DC-DENY PIC ZZ,ZZ9.
           02 FILLER PIC XX.
           02 DC-PTB PIC ZZ,ZZ9.
           02 FILLER PIC XX.
           02 DC-PAT PIC -ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       P0.
           OPEN INPUT PARMIN.
           READ PARMIN
             AT END
               DISPLAY "ABR051 NEEDS A PERIOD PARM RECORD (CCYYMM)"
               CLOSE PARMIN
               STOP RUN.
           MOVE PARM-PERIOD TO PERIOD6.
           CLOSE PARMIN.
           IF PERIOD6 NOT NUMERIC
             DISPLAY "ABR051 PERIOD PARM NOT NUMERIC " PERIOD6
             STOP RUN.
           MOVE SPACE TO MON-START MON-END
           MOVE PERIOD6 TO MON-START(1:6)
           MOVE "01" TO MON-START(7:2)
           MOVE PERIOD6 TO MON-END(1:6)
           MOVE "31" TO MON-END(7:2)

           OPEN INPUT ABNFILE CHARCUR PAYCUR PAYHIST PROVFILE
             OUTPUT RPTFILE.
           MOVE SPACE TO PRT.
           STRING "ABN-BILLED MEDICARE LINES AND OUTCOMES  "
             "SENT IN PERIOD " PERIOD6 DELIMITED BY SIZE INTO PRT.
           PERFORM PRT-W.
           MOVE SPACE TO PRT.
           PERFORM PRT-W.
           MOVE SPACE TO PRT.
           MOVE HD-LINE TO PRT.
           PERFORM PRT-W.

      * every notice whose line went out with GA in the month
           MOVE LOW-VALUES TO ABN-KEY.
           START ABNFILE KEY NOT < ABN-KEY INVALID GO TO P8.
       A1.
           READ ABNFILE NEXT AT END GO TO P8.
           IF ABN-SENT < MON-START OR ABN-SENT > MON-END GO TO A1.
           MOVE ABN-KEY8 TO CC-KEY8
           MOVE ABN-KEY3 TO CC-KEY3
           READ CHARCUR INVALID GO TO A1.
           PERFORM PAY-SUM THRU PAY-SUM-EXIT

           MOVE "N" TO MCR-ANS
           IF CC-DATE-P NUMERIC AND CC-DATE-P NOT = "00000000"
             MOVE "Y" TO MCR-ANS.

           MOVE SPACE TO DET-LINE
           MOVE CC-KEY8 TO DL-KEY8
           MOVE CC-CLAIM TO DL-CLAIM
           MOVE CC-DATE-T TO DL-DATE-T
           MOVE CC-PROC TO DL-PROC
           MOVE CC-DOCP TO DL-DOC
           MOVE ABN-SIGNED TO DL-SIGNED
           MOVE ABN-SENT TO DL-SENT
           MOVE CC-AMOUNT TO DL-CHG
           MOVE MCR-PAY TO DL-MCR
           MOVE ABN-PTBILL TO DL-PTBILL
           MOVE PAT-PAY TO DL-PAT
           IF MCR-PAY NOT = 0
             MOVE "PAID BY MEDICARE" TO DL-OUTCOME
           ELSE
             IF MCR-ANS NOT = "Y"
               MOVE "NO MEDICARE RESPONSE" TO DL-OUTCOME
             ELSE
               IF ABN-PTBILL = SPACE
                 MOVE "DENIED - NOT YET BILLED" TO DL-OUTCOME
               ELSE
                 IF PAT-PAY NOT = 0
                   MOVE "DENIED - PATIENT PAID" TO DL-OUTCOME
                 ELSE
                   MOVE "DENIED - PATIENT BILLED" TO DL-OUTCOME
                 END-IF
               END-IF
             END-IF
           END-IF
           MOVE SPACE TO PRT
           MOVE DET-LINE TO PRT
           PERFORM PRT-W

           MOVE CC-DOCP TO JDOC
           PERFORM DOC-FIND THRU DOC-FIND-EXIT
           ADD 1 TO TOT-CNT
           ADD CC-AMOUNT TO TOT-CHG
           ADD MCR-PAY TO TOT-MCR
           ADD PAT-PAY TO TOT-PAT
           IF MCR-PAY = 0 AND MCR-ANS = "Y"
             ADD 1 TO TOT-DENY.
           IF ABN-PTBILL NOT = SPACE
             ADD 1 TO TOT-PTB.
      * a doctor past the table's 30 counts in the totals only
           IF DX = 0
             ADD 1 TO NODOC-CNT
             GO TO A1.
           ADD 1 TO DT-CNT(DX)
           ADD CC-AMOUNT TO DT-CHG(DX)
           ADD MCR-PAY TO DT-MCR(DX)
           ADD PAT-PAY TO DT-PAT(DX)
           IF MCR-PAY = 0 AND MCR-ANS = "Y"
             ADD 1 TO DT-DENY(DX).
           IF ABN-PTBILL NOT = SPACE
             ADD 1 TO DT-PTB(DX).
           GO TO A1.

      * Medicare (003) and patient money applied to the line -
      * payments only, off the history file; a line with no
      * history yet falls back to the single PAYCUR record
       PAY-SUM.
           MOVE 0 TO MCR-PAY PAT-PAY
           MOVE "N" TO HIST-FOUND
           MOVE CC-KEY8 TO PH-KEY8
           MOVE CC-KEY3 TO PH-KEY3
           MOVE 0 TO PH-SEQ
           START PAYHIST KEY NOT < PAYHIST-KEY
             INVALID
               GO TO PAY-SUM-2.
       PAY-SUM-1.
           READ PAYHIST NEXT AT END GO TO PAY-SUM-2.
           IF PH-KEY8 NOT = CC-KEY8 OR PH-KEY3 NOT = CC-KEY3
             GO TO PAY-SUM-2.
           MOVE "Y" TO HIST-FOUND
           IF PH-TYPE NOT = "P" GO TO PAY-SUM-1.
           IF PH-PAYCODE = "003"
             ADD PH-AMOUNT TO MCR-PAY
           ELSE
             ADD PH-AMOUNT TO PAT-PAY
           END-IF
           GO TO PAY-SUM-1.
       PAY-SUM-2.
           IF HIST-FOUND = "Y" GO TO PAY-SUM-EXIT.
           MOVE CC-KEY8 TO PC-KEY8
           MOVE CC-KEY3 TO PC-KEY3
           READ PAYCUR INVALID GO TO PAY-SUM-EXIT.
           IF PC-PAYCODE = "003"
             ADD PC-AMOUNT TO MCR-PAY
           ELSE
             ADD PC-AMOUNT TO PAT-PAY.
       PAY-SUM-EXIT. EXIT.

       DOC-FIND.
           MOVE 0 TO DX.
       DOC-FIND-1.
           ADD 1 TO DX
           IF DX > DOC-CNT GO TO DOC-FIND-2.
           IF DT-DOC(DX) = JDOC GO TO DOC-FIND-EXIT.
           GO TO DOC-FIND-1.
       DOC-FIND-2.
           IF DOC-CNT < 30
             ADD 1 TO DOC-CNT
             MOVE DOC-CNT TO DX
             MOVE JDOC TO DT-DOC(DX)
           ELSE
             DISPLAY "DOC-TAB HAS MORE THAN 30 DOCTORS, IGNORING "
               JDOC
             MOVE 0 TO DX
           END-IF.
       DOC-FIND-EXIT. EXIT.

      * totals by performing doctor - what the documentation cost
       P8.
           MOVE SPACE TO PRT.
           PERFORM PRT-W.
           MOVE SPACE TO PRT.
           MOVE "TOTALS BY PERFORMING DOCTOR" TO PRT(1:27).
           PERFORM PRT-W.
           MOVE SPACE TO PRT.
           MOVE DOC-HD TO PRT.
           PERFORM PRT-W.
           PERFORM DOC-PRINT THRU DOC-PRINT-EXIT
             VARYING DX FROM 1 BY 1 UNTIL DX > DOC-CNT.
           MOVE SPACE TO PRT.
           PERFORM PRT-W.
           MOVE SPACE TO DOC-LINE.
           MOVE "ALL DOCTORS" TO DC-NAME.
           MOVE TOT-CNT TO DC-CNT.
           MOVE TOT-CHG TO DC-CHG.
           MOVE TOT-MCR TO DC-MCR.
           MOVE TOT-PAT TO DC-PAT.
           MOVE TOT-DENY TO DC-DENY.
           MOVE TOT-PTB TO DC-PTB.
           MOVE SPACE TO PRT.
           MOVE DOC-LINE TO PRT.
           PERFORM PRT-W.
           IF NODOC-CNT > 0
             MOVE SPACE TO PRT
             STRING "LINES OVER 30 DOCTORS, IN TOTALS ONLY: "
               NODOC-CNT DELIMITED BY SIZE INTO PRT
             PERFORM PRT-W.
           CLOSE ABNFILE CHARCUR PAYCUR PAYHIST PROVFILE RPTFILE.
           STOP RUN.

       DOC-PRINT.
           MOVE SPACE TO DOC-LINE
           MOVE DT-DOC(DX) TO DC-DOC
           MOVE DT-DOC(DX) TO PROV-KEY
           READ PROVFILE INVALID
             MOVE "NOT ON PROVIDER FILE" TO DC-NAME
           NOT INVALID
             MOVE PROV-NAME TO DC-NAME
           END-READ
           MOVE DT-CNT(DX) TO DC-CNT
           MOVE DT-CHG(DX) TO DC-CHG
           MOVE DT-MCR(DX) TO DC-MCR
           MOVE DT-DENY(DX) TO DC-DENY
           MOVE DT-PTB(DX) TO DC-PTB
           MOVE DT-PAT(DX) TO DC-PAT
           MOVE SPACE TO PRT
           MOVE DOC-LINE TO PRT
           PERFORM PRT-W.
       DOC-PRINT-EXIT. EXIT.

       PRT-W.
           MOVE PRT TO RPTFILE01
           WRITE RPTFILE01.
