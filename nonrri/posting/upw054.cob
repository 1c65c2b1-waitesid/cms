      * @package cms
      * @link    http://www.cmsvt.com
      * @author  s waite <cmswest@sover.net>
      * @copyright Copyright (c) 2020 cms <cmswest@sover.net>
      * @license https://github.com/openemr/openemr/blob/master/LICENSE GNU General Public License 3
       IDENTIFICATION DIVISION.
       PROGRAM-ID. upw054.
       AUTHOR. SID WAITE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARMIN ASSIGN TO "S30" ORGANIZATION
           LINE SEQUENTIAL.
           SELECT OPTIONAL ERALINE ASSIGN TO "S35" ORGANIZATION IS
           INDEXED ACCESS IS DYNAMIC RECORD KEY IS LN-KEY
           LOCK MODE MANUAL.
           SELECT PROCFILE ASSIGN TO "S40" ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC  RECORD KEY IS PROC-KEY
           LOCK MODE MANUAL.
           SELECT OPTIONAL CONRATE ASSIGN TO "S45" ORGANIZATION IS
           INDEXED ACCESS IS DYNAMIC RECORD KEY IS CR-KEY
           LOCK MODE MANUAL.
           SELECT OPTIONAL PAYERFILE ASSIGN TO "S50" ORGANIZATION IS
           INDEXED ACCESS IS DYNAMIC RECORD KEY IS PAYER-KEY
           LOCK MODE MANUAL.
           SELECT RPTFILE ASSIGN TO "S55" ORGANIZATION
           LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
      * the remittance month to review and the dollar tolerance a
      * line may fall short before it is worked (blank = 1.00)
       FD  PARMIN.
       01  PARMIN01.
           02 PARM-PERIOD PIC X(6).
           02 PARM-TOL PIC X(5).
           02 PARM-TOL9 REDEFINES PARM-TOL PIC 9(3)V99.

      * remitted service lines captured by pmt835
       FD  ERALINE.
       01  ERALINE01.
           02 LN-KEY.
             03 LN-KEY8 PIC X(8).
             03 LN-KEY3 PIC XXX.
             03 LN-BATCH PIC X(6).
           02 LN-CLAIM PIC X(6).
           02 LN-PAYCODE PIC XXX.
           02 LN-PROC PIC X(5).
           02 LN-MOD PIC XX.
           02 LN-DATE-T PIC X(8).
           02 LN-DATE-E PIC X(8).
           02 LN-UNITS PIC 999.
           02 LN-BILLED PIC S9(5)V99.
           02 LN-ALLOWED PIC S9(5)V99.
           02 LN-PAID PIC S9(5)V99.
           02 LN-ALLOW-SENT PIC X.
           02 LN-ADJ OCCURS 3 TIMES.
             03 LN-GROUP PIC XX.
             03 LN-REASON PIC X(3).
             03 LN-ADJ-AMT PIC S9(5)V99.
           02 LN-FUTURE PIC X(10).

       FD PROCFILE
           DATA RECORD IS PROCFILE01.
       01  PROCFILE01.
           02 PROC-KEY PIC X(7).
           02 PROC-OLD PIC X(7).
           02 PROC-TYPE PIC X.
           02 PROC-BCBS PIC X(4).
           02 PROC-TITLE PIC X(28).
           02 PROC-AMOUNT PIC S9(4)V99.
           02 CARE-AMOUNT PIC S9(4)V99.

      * contract rates loaded by crl053
       FD  CONRATE.
       01  CONRATE01.
           02 CR-KEY.
             03 CR-PAYCODE PIC XXX.
             03 CR-PROC PIC X(5).
             03 CR-EFF PIC X(8).
           02 CR-TERM PIC X(8).
           02 CR-RATE PIC S9(5)V99.
           02 CR-FUTURE PIC X(10).

       FD  PAYERFILE.
       01  PAYERFILE01.
           02 PAYER-KEY PIC XXX.
           02 PAYER-NAME PIC X(24).
           02 PAYER-RECID PIC X(15).
           02 PAYER-ROUTE PIC X.
           02 PAYER-SECOND PIC X.
           02 PAYER-TFDAYS PIC 999.
           02 PAYER-STATDAYS PIC 999.
           02 PAYER-FUTURE PIC X(7).

       FD  RPTFILE.
       01  RPTFILE01 PIC X(132).

       WORKING-STORAGE SECTION.
       01  PRT PIC X(132).
       01  PERIOD6 PIC X(6).
       01  TOL-AMT PIC S9(3)V99.
       01  EXP-RATE PIC S9(5)V99.
       01  EXP-AMT PIC S9(7)V99.
       01  SHORT-AMT PIC S9(7)V99.
       01  RATE-STAT PIC X.
       01  LINE-CNT PIC 9(6) VALUE 0.
       01  DENY-CNT PIC 9(6) VALUE 0.
       01  NORATE-CNT PIC 9(6) VALUE 0.
       01  OK-CNT PIC 9(6) VALUE 0.
       01  SHORT-CNT PIC 9(6) VALUE 0.
       01  SHORT-TOT PIC S9(9)V99 VALUE 0.
       01  JPAY PIC XXX.
       01  JPROC PIC X(5).

       01  PAY-CNT PIC 99 VALUE 0.
       01  PYX PIC 99.
       01  PAY-TAB01.
           02 PAY-TAB OCCURS 40 TIMES.
             03 PY-CODE PIC XXX.
             03 PY-CNT PIC 9(6).
             03 PY-SHORT PIC S9(9)V99.
       01  PRC-CNT PIC 999 VALUE 0.
       01  PRX PIC 999.
       01  PRC-TAB01.
           02 PRC-TAB OCCURS 500 TIMES.
             03 PP-PROC PIC X(5).
             03 PP-CNT PIC 9(6).
             03 PP-SHORT PIC S9(9)V99.

       01  HD-LINE.
           02 FILLER PIC X(11) VALUE "ACCOUNT".
           02 FILLER PIC X(8) VALUE "CLAIM".
           02 FILLER PIC X(5) VALUE "PAY".
           02 FILLER PIC X(9) VALUE "PROC".
           02 FILLER PIC X(10) VALUE "SVC DATE".
           02 FILLER PIC X(5) VALUE "UNT".
           02 FILLER PIC X(11) VALUE "     BILLED".
           02 FILLER PIC X(11) VALUE "   EXPECTED".
           02 FILLER PIC X(11) VALUE "    ALLOWED".
           02 FILLER PIC X(11) VALUE "       PAID".
           02 FILLER PIC X(11) VALUE "      SHORT".
           02 FILLER PIC X(2) VALUE SPACE.
           02 FILLER PIC X(15) VALUE "ADJ REASONS".
       01  DET-LINE.
           02 DL-KEY PIC X(11).
           02 FILLER PIC X.
           02 DL-CLAIM PIC X(6).
           02 FILLER PIC X.
           02 DL-PAYCODE PIC XXX.
           02 FILLER PIC X(2).
           02 DL-PROC PIC X(5).
           02 DL-MOD PIC XX.
           02 FILLER PIC X(2).
           02 DL-DATE-T PIC X(8).
           02 FILLER PIC X(2).
           02 DL-UNITS PIC ZZ9.
           02 FILLER PIC X(2).
           02 DL-BILLED PIC -ZZ,ZZ9.99.
           02 FILLER PIC X.
           02 DL-EXP PIC -ZZ,ZZ9.99.
           02 FILLER PIC X.
           02 DL-ALLOWED PIC -ZZ,ZZ9.99.
           02 FILLER PIC X.
           02 DL-PAID PIC -ZZ,ZZ9.99.
           02 FILLER PIC X.
           02 DL-SHORT PIC -ZZ,ZZ9.99.
           02 FILLER PIC X(2).
           02 DL-ADJ OCCURS 3 TIMES.
             03 DL-GROUP PIC XX.
             03 DL-REASON PIC X(3).
             03 FILLER PIC X.
       01  SUM-LINE.
           02 FILLER PIC X(4).
           02 SL-CODE PIC X(5).
           02 FILLER PIC X(2).
           02 SL-NAME PIC X(24).
           02 FILLER PIC X(2).
           02 SL-CNT PIC ZZZ,ZZ9.
           02 FILLER PIC X(2).
           02 SL-SHORT PIC -ZZZ,ZZZ,ZZ9.99.
       01  TOT-LINE.
           02 TL-LABEL PIC X(26).
           02 TL-CNT PIC ZZZ,ZZ9.
           02 FILLER PIC X(3).
           02 TL-AMT PIC -ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       P0.
           OPEN INPUT PARMIN.
           READ PARMIN
             AT END
               DISPLAY "UPW054 NEEDS A PERIOD PARM RECORD (CCYYMM)"
               CLOSE PARMIN
               STOP RUN.
           MOVE PARM-PERIOD TO PERIOD6.
           MOVE 1.00 TO TOL-AMT
           IF PARM-TOL NUMERIC
             MOVE PARM-TOL9 TO TOL-AMT.
           CLOSE PARMIN.
           IF PERIOD6 NOT NUMERIC
             DISPLAY "UPW054 PERIOD PARM NOT NUMERIC " PERIOD6
             STOP RUN.

           OPEN INPUT ERALINE PROCFILE CONRATE PAYERFILE
           OUTPUT RPTFILE.
           MOVE SPACE TO PRT.
           MOVE TOL-AMT TO SL-SHORT.
           STRING "CONTRACT UNDERPAYMENT WORKLIST  REMITTED " PERIOD6
             "  TOLERANCE " SL-SHORT DELIMITED BY SIZE INTO PRT.
           PERFORM PRT-W.
           MOVE SPACE TO PRT.
           PERFORM PRT-W.
           MOVE HD-LINE TO PRT.
           PERFORM PRT-W.
           MOVE SPACE TO PRT.
           PERFORM PRT-W.

           MOVE LOW-VALUES TO LN-KEY.
           START ERALINE KEY NOT < LN-KEY INVALID GO TO P8.

      * each service line remitted in the month is priced at what
      * the payer owes - the Medicare allowable off PROCFILE for
      * 003, the contract rate in force on the date of service for
      * anyone else - and compared with what it allowed
       L1.
           READ ERALINE NEXT AT END GO TO P8.
           IF LN-DATE-E(1:6) NOT = PERIOD6 GO TO L1.
           ADD 1 TO LINE-CNT
      * a denied line is a denial, not an underpayment
           IF LN-ALLOWED = 0 AND LN-PAID = 0
             ADD 1 TO DENY-CNT
             GO TO L1.
           PERFORM RATE-FIND THRU RATE-FIND-EXIT
           IF RATE-STAT NOT = "F"
             ADD 1 TO NORATE-CNT
             GO TO L1.
           COMPUTE EXP-AMT = EXP-RATE * LN-UNITS
           COMPUTE SHORT-AMT = EXP-AMT - LN-ALLOWED
           IF SHORT-AMT NOT > TOL-AMT
             ADD 1 TO OK-CNT
             GO TO L1.

           ADD 1 TO SHORT-CNT
           ADD SHORT-AMT TO SHORT-TOT
           MOVE LN-PAYCODE TO JPAY
           PERFORM PAY-FIND THRU PAY-FIND-EXIT
           IF PYX > 0
             ADD 1 TO PY-CNT(PYX)
             ADD SHORT-AMT TO PY-SHORT(PYX)
           END-IF
           MOVE LN-PROC TO JPROC
           PERFORM PRC-FIND THRU PRC-FIND-EXIT
           IF PRX > 0
             ADD 1 TO PP-CNT(PRX)
             ADD SHORT-AMT TO PP-SHORT(PRX)
           END-IF

           MOVE SPACE TO DET-LINE
           MOVE LN-KEY8 TO DL-KEY(1:8)
           MOVE LN-KEY3 TO DL-KEY(9:3)
           MOVE LN-CLAIM TO DL-CLAIM
           MOVE LN-PAYCODE TO DL-PAYCODE
           MOVE LN-PROC TO DL-PROC
           MOVE LN-MOD TO DL-MOD
           MOVE LN-DATE-T TO DL-DATE-T
           MOVE LN-UNITS TO DL-UNITS
           MOVE LN-BILLED TO DL-BILLED
           MOVE EXP-AMT TO DL-EXP
           MOVE LN-ALLOWED TO DL-ALLOWED
           MOVE LN-PAID TO DL-PAID
           MOVE SHORT-AMT TO DL-SHORT
           MOVE LN-GROUP(1) TO DL-GROUP(1)
           MOVE LN-REASON(1) TO DL-REASON(1)
           MOVE LN-GROUP(2) TO DL-GROUP(2)
           MOVE LN-REASON(2) TO DL-REASON(2)
           MOVE LN-GROUP(3) TO DL-GROUP(3)
           MOVE LN-REASON(3) TO DL-REASON(3)
           MOVE DET-LINE TO PRT
           PERFORM PRT-W
           GO TO L1.

      * RATE-STAT F when a rate was found for the line
       RATE-FIND.
           MOVE "N" TO RATE-STAT
           MOVE 0 TO EXP-RATE
           IF LN-PAYCODE NOT = "003" GO TO RATE-FIND-2.
      * the allowable is kept by procedure and modifier, then by the
      * bare procedure
           MOVE SPACE TO PROC-KEY
           MOVE LN-PROC TO PROC-KEY(1:5)
           MOVE LN-MOD TO PROC-KEY(6:2)
           READ PROCFILE INVALID
             MOVE SPACE TO PROC-KEY(6:2)
             READ PROCFILE INVALID
               GO TO RATE-FIND-EXIT
             END-READ
           END-READ
           IF CARE-AMOUNT = 0 GO TO RATE-FIND-EXIT.
           MOVE CARE-AMOUNT TO EXP-RATE
           MOVE "F" TO RATE-STAT
           GO TO RATE-FIND-EXIT.
       RATE-FIND-2.
           MOVE LN-PAYCODE TO CR-PAYCODE
           MOVE LN-PROC TO CR-PROC
           MOVE LOW-VALUES TO CR-EFF
           START CONRATE KEY NOT < CR-KEY
             INVALID
               GO TO RATE-FIND-EXIT.
       RATE-FIND-3.
           READ CONRATE NEXT AT END GO TO RATE-FIND-EXIT.
           IF CR-PAYCODE NOT = LN-PAYCODE OR CR-PROC NOT = LN-PROC
             GO TO RATE-FIND-EXIT.
           IF CR-EFF > LN-DATE-T GO TO RATE-FIND-EXIT.
           IF CR-TERM NOT = "00000000" AND CR-TERM < LN-DATE-T
             GO TO RATE-FIND-3.
           MOVE CR-RATE TO EXP-RATE
           MOVE "F" TO RATE-STAT.
       RATE-FIND-EXIT. EXIT.

       PAY-FIND.
           MOVE 1 TO PYX.
       PAY-FIND-1.
           IF PYX > PAY-CNT GO TO PAY-FIND-2.
           IF PY-CODE(PYX) = JPAY GO TO PAY-FIND-EXIT.
           ADD 1 TO PYX
           GO TO PAY-FIND-1.
       PAY-FIND-2.
           IF PAY-CNT < 40
             ADD 1 TO PAY-CNT
             MOVE PAY-CNT TO PYX
             MOVE JPAY TO PY-CODE(PYX)
             MOVE 0 TO PY-CNT(PYX) PY-SHORT(PYX)
           ELSE
             DISPLAY "PAY-TAB HAS MORE THAN 40 PAYERS, IGNORING "
               JPAY
             MOVE 0 TO PYX
           END-IF.
       PAY-FIND-EXIT. EXIT.

       PRC-FIND.
           MOVE 1 TO PRX.
       PRC-FIND-1.
           IF PRX > PRC-CNT GO TO PRC-FIND-2.
           IF PP-PROC(PRX) = JPROC GO TO PRC-FIND-EXIT.
           ADD 1 TO PRX
           GO TO PRC-FIND-1.
       PRC-FIND-2.
           IF PRC-CNT < 500
             ADD 1 TO PRC-CNT
             MOVE PRC-CNT TO PRX
             MOVE JPROC TO PP-PROC(PRX)
             MOVE 0 TO PP-CNT(PRX) PP-SHORT(PRX)
           ELSE
             DISPLAY "PRC-TAB HAS MORE THAN 500 PROCEDURES, "
               "IGNORING " JPROC
             MOVE 0 TO PRX
           END-IF.
       PRC-FIND-EXIT. EXIT.

       P8.
           MOVE SPACE TO PRT.
           PERFORM PRT-W.
           MOVE "SHORT PAYMENTS BY PAYER" TO PRT.
           PERFORM PRT-W.
           PERFORM PAY-PRINT THRU PAY-PRINT-EXIT
             VARYING PYX FROM 1 BY 1 UNTIL PYX > PAY-CNT.
           MOVE SPACE TO PRT.
           PERFORM PRT-W.
           MOVE "SHORT PAYMENTS BY PROCEDURE" TO PRT.
           PERFORM PRT-W.
           PERFORM PRC-PRINT THRU PRC-PRINT-EXIT
             VARYING PRX FROM 1 BY 1 UNTIL PRX > PRC-CNT.

           MOVE SPACE TO PRT.
           PERFORM PRT-W.
           MOVE SPACE TO TOT-LINE.
           MOVE "LINES REMITTED IN PERIOD:" TO TL-LABEL.
           MOVE LINE-CNT TO TL-CNT.
           MOVE TOT-LINE TO PRT.
           PERFORM PRT-W.
           MOVE SPACE TO TOT-LINE.
           MOVE "DENIED LINES:" TO TL-LABEL.
           MOVE DENY-CNT TO TL-CNT.
           MOVE TOT-LINE TO PRT.
           PERFORM PRT-W.
           MOVE SPACE TO TOT-LINE.
           MOVE "LINES WITH NO RATE:" TO TL-LABEL.
           MOVE NORATE-CNT TO TL-CNT.
           MOVE TOT-LINE TO PRT.
           PERFORM PRT-W.
           MOVE SPACE TO TOT-LINE.
           MOVE "PAID WITHIN TOLERANCE:" TO TL-LABEL.
           MOVE OK-CNT TO TL-CNT.
           MOVE TOT-LINE TO PRT.
           PERFORM PRT-W.
           MOVE SPACE TO TOT-LINE.
           MOVE "UNDERPAID LINES:" TO TL-LABEL.
           MOVE SHORT-CNT TO TL-CNT.
           MOVE SHORT-TOT TO TL-AMT.
           MOVE TOT-LINE TO PRT.
           PERFORM PRT-W.
           CLOSE ERALINE PROCFILE CONRATE PAYERFILE RPTFILE.
           STOP RUN.

       PAY-PRINT.
           MOVE SPACE TO SUM-LINE
           MOVE PY-CODE(PYX) TO SL-CODE
           MOVE PY-CODE(PYX) TO PAYER-KEY
           READ PAYERFILE INVALID
             MOVE "NOT ON PAYER FILE" TO SL-NAME
           NOT INVALID
             MOVE PAYER-NAME TO SL-NAME
           END-READ
           MOVE PY-CNT(PYX) TO SL-CNT
           MOVE PY-SHORT(PYX) TO SL-SHORT
           MOVE SUM-LINE TO PRT
           PERFORM PRT-W.
       PAY-PRINT-EXIT. EXIT.

       PRC-PRINT.
           MOVE SPACE TO SUM-LINE
           MOVE PP-PROC(PRX) TO SL-CODE
           MOVE PP-PROC(PRX) TO PROC-KEY
           READ PROCFILE INVALID
             MOVE SPACE TO SL-NAME
           NOT INVALID
             MOVE PROC-TITLE TO SL-NAME
           END-READ
           MOVE PP-CNT(PRX) TO SL-CNT
           MOVE PP-SHORT(PRX) TO SL-SHORT
           MOVE SUM-LINE TO PRT
           PERFORM PRT-W.
       PRC-PRINT-EXIT. EXIT.

       PRT-W.
           MOVE PRT TO RPTFILE01
           WRITE RPTFILE01.
