      * @package cms
      * @link    http://www.cmsvt.com
      * @author  s waite <cmswest@sover.net>
      * @copyright Copyright (c) 2020 cms <cmswest@sover.net>
      * @license https://github.com/openemr/openemr/blob/master/LICENSE GNU General Public License 3
       IDENTIFICATION DIVISION.
       PROGRAM-ID. dcr063.
       AUTHOR. SID WAITE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL PARMIN ASSIGN TO "S30" ORGANIZATION
           LINE SEQUENTIAL.
           SELECT OPTIONAL DEPJRNL ASSIGN TO "S35" ORGANIZATION IS
           INDEXED ACCESS IS DYNAMIC RECORD KEY IS DJ-BATCH
           LOCK MODE MANUAL.
           SELECT OPTIONAL GLEXTR ASSIGN TO "S40" ORGANIZATION
           LINE SEQUENTIAL.
           SELECT RPTFILE ASSIGN TO "S45" ORGANIZATION
           LINE SEQUENTIAL.
           SELECT SORTWORK ASSIGN TO "S90".
       DATA DIVISION.
       FILE SECTION.
      * the deposit day to reconcile (blank = today); the month to
      * date log runs from the first of that month through it
       FD  PARMIN.
       01  PARMIN01.
           02 PARM-DATE PIC X(8).

      * deposit journal - one record per deposit (keyed batch,
      * lockbox deposit or 835 payment trace), built by the intake
      * run and carried through bbb816 for the cash reconciliation.
      * DJ-SOURCE K keyed, L lockbox, E electronic remittance
       FD  DEPJRNL.
       01  DEPJRNL01.
           02 DJ-BATCH PIC X(6).
           02 DJ-SOURCE PIC X.
           02 DJ-DEP-DATE PIC X(8).
           02 DJ-BUILD-DATE PIC X(8).
           02 DJ-DEP-CNT PIC 9(6).
           02 DJ-DEP-AMT PIC S9(7)V99.
           02 DJ-BUILT-CNT PIC 9(6).
           02 DJ-BUILT-AMT PIC S9(7)V99.
           02 DJ-POST-DATE PIC X(8).
           02 DJ-MATCH-CNT PIC 9(6).
           02 DJ-MATCH-AMT PIC S9(7)V99.
           02 DJ-POST-CNT PIC 9(6).
           02 DJ-POST-AMT PIC S9(7)V99.
           02 DJ-DISC-CNT PIC 9(6).
           02 DJ-DISC-AMT PIC S9(7)V99.
           02 DJ-TRACE PIC X(15).
           02 DJ-FUTURE PIC X(10).

      * month-end general ledger extract written by mec097
       FD  GLEXTR.
       01  GLEXTR01.
           02 GL-PERIOD PIC X(6).
           02 GL-OFFICE PIC X(4).
           02 GL-DOC PIC XX.
           02 GL-TYPE PIC XXX.
           02 GL-AMOUNT PIC S9(9)V99.

       FD  RPTFILE.
       01  RPTFILE01 PIC X(132).

       SD  SORTWORK.
       01  SORT-REC.
           02 SR-BATCH PIC X(6).
           02 SR-SOURCE PIC X.
           02 SR-DEP-DATE PIC X(8).
           02 FILLER PIC X(116).

       WORKING-STORAGE SECTION.
       01  PRT PIC X(132).
       01  TODAY8 PIC X(8).
       01  RPT-DATE PIC X(8).
       01  PERIOD6 PIC X(6).
       01  CUR-DATE PIC X(8).
       01  FLAGS PIC X(5).
       01  DAY-FLAG-CNT PIC 9(6) VALUE 0.
       01  MTD-FLAG-CNT PIC 9(6) VALUE 0.
       01  GL-FOUND PIC X VALUE "N".
       01  GL-PAY PIC S9(9)V99 VALUE 0.
       01  GL-DIFF PIC S9(9)V99 VALUE 0.
       01  MTD-POST PIC S9(9)V99 VALUE 0.

      * the month's journal entries in date / source / batch order
       01  MT-CNT PIC 9(4) VALUE 0.
       01  MTX PIC 9(4).
       01  MT-TAB01.
           02 MT-ENT PIC X(131) OCCURS 1000 TIMES.

       01  DJW.
           02 DW-BATCH PIC X(6).
           02 DW-SOURCE PIC X.
           02 DW-DEP-DATE PIC X(8).
           02 DW-BUILD-DATE PIC X(8).
           02 DW-DEP-CNT PIC 9(6).
           02 DW-DEP-AMT PIC S9(7)V99.
           02 DW-BUILT-CNT PIC 9(6).
           02 DW-BUILT-AMT PIC S9(7)V99.
           02 DW-POST-DATE PIC X(8).
           02 DW-MATCH-CNT PIC 9(6).
           02 DW-MATCH-AMT PIC S9(7)V99.
           02 DW-POST-CNT PIC 9(6).
           02 DW-POST-AMT PIC S9(7)V99.
           02 DW-DISC-CNT PIC 9(6).
           02 DW-DISC-AMT PIC S9(7)V99.
           02 DW-TRACE PIC X(15).
           02 DW-FUTURE PIC X(10).

      * running totals - 1 keyed, 2 lockbox, 3 electronic for the
      * day, 4 the day, 5 a date in the month log, 6 month to date
       01  TTX PIC 9.
       01  TOT-TAB01.
           02 TOT-TAB OCCURS 6 TIMES.
             03 TT-CNT PIC 9(6).
             03 TT-DEP PIC S9(9)V99.
             03 TT-BUILT PIC S9(9)V99.
             03 TT-MATCH PIC S9(9)V99.
             03 TT-POST PIC S9(9)V99.
             03 TT-DISC PIC S9(9)V99.

       01  HD-LINE.
           02 FILLER PIC X(10) VALUE "DEPOSITED".
           02 FILLER PIC X(3) VALUE "SRC".
           02 FILLER PIC X(8) VALUE "BATCH".
           02 FILLER PIC X(15) VALUE "TRACE".
           02 FILLER PIC X(7) VALUE "  ITEMS".
           02 FILLER PIC X(16) VALUE "         DEPOSIT".
           02 FILLER PIC X(16) VALUE "           BUILT".
           02 FILLER PIC X(16) VALUE "         MATCHED".
           02 FILLER PIC X(16) VALUE "          POSTED".
           02 FILLER PIC X(16) VALUE "         DISCREP".
           02 FILLER PIC X(2) VALUE SPACE.
           02 FILLER PIC X(5) VALUE "FLAGS".
       01  DET-LINE.
           02 DL-DATE PIC X(8).
           02 FILLER PIC X(2).
           02 DL-SOURCE PIC X.
           02 FILLER PIC X(2).
           02 DL-BATCH PIC X(6).
           02 FILLER PIC X(2).
           02 DL-TRACE PIC X(15).
           02 DL-CNT PIC ZZZ,ZZ9.
           02 FILLER PIC X.
           02 DL-DEP PIC -ZZZ,ZZZ,ZZ9.99.
           02 FILLER PIC X.
           02 DL-BUILT PIC -ZZZ,ZZZ,ZZ9.99.
           02 FILLER PIC X.
           02 DL-MATCH PIC -ZZZ,ZZZ,ZZ9.99.
           02 FILLER PIC X.
           02 DL-POST PIC -ZZZ,ZZZ,ZZ9.99.
           02 FILLER PIC X.
           02 DL-DISC PIC -ZZZ,ZZZ,ZZ9.99.
           02 FILLER PIC X(2).
           02 DL-FLAGS PIC X(5).
       01  TOT-LINE.
           02 TL-LABEL PIC X(36).
           02 TL-CNT PIC ZZZ,ZZ9.
           02 FILLER PIC X.
           02 TL-DEP PIC -ZZZ,ZZZ,ZZ9.99.
           02 FILLER PIC X.
           02 TL-BUILT PIC -ZZZ,ZZZ,ZZ9.99.
           02 FILLER PIC X.
           02 TL-MATCH PIC -ZZZ,ZZZ,ZZ9.99.
           02 FILLER PIC X.
           02 TL-POST PIC -ZZZ,ZZZ,ZZ9.99.
           02 FILLER PIC X.
           02 TL-DISC PIC -ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       0000-MAIN SECTION.
       P0.
           ACCEPT TODAY8 FROM DATE YYYYMMDD.
           MOVE TODAY8 TO RPT-DATE.
           OPEN INPUT PARMIN.
           READ PARMIN
             AT END
               MOVE SPACE TO PARM-DATE.
           CLOSE PARMIN.
           IF PARM-DATE NOT = SPACE
             MOVE PARM-DATE TO RPT-DATE.
           IF RPT-DATE NOT NUMERIC
             DISPLAY "DCR063 DATE PARM NOT NUMERIC " RPT-DATE
             STOP RUN.
           MOVE RPT-DATE(1:6) TO PERIOD6.
           MOVE 1 TO TTX.
           PERFORM TOT-ZERO THRU TOT-ZERO-EXIT.

           OPEN INPUT DEPJRNL GLEXTR OUTPUT RPTFILE.
           MOVE SPACE TO PRT.
           STRING "DAILY CASH RECONCILIATION  DEPOSITS OF " RPT-DATE
             "  RUN " TODAY8 DELIMITED BY SIZE INTO PRT.
           PERFORM PRT-W.
           MOVE SPACE TO PRT.
           PERFORM PRT-W.

           SORT SORTWORK ON ASCENDING KEY SR-DEP-DATE SR-SOURCE
             SR-BATCH
             INPUT PROCEDURE IS 1000-SCAN
             OUTPUT PROCEDURE IS 2000-LOAD.

           MOVE HD-LINE TO PRT.
           PERFORM PRT-W.
           MOVE SPACE TO PRT.
           PERFORM PRT-W.
           MOVE 1 TO MTX.
           PERFORM DAY-LIST THRU DAY-LIST-EXIT.
           MOVE SPACE TO PRT.
           PERFORM PRT-W.
           MOVE 1 TO TTX.
           MOVE "  KEYED BATCHES" TO TL-LABEL.
           PERFORM TOT-PRINT THRU TOT-PRINT-EXIT.
           MOVE 2 TO TTX.
           MOVE "  LOCKBOX" TO TL-LABEL.
           PERFORM TOT-PRINT THRU TOT-PRINT-EXIT.
           MOVE 3 TO TTX.
           MOVE "  ELECTRONIC REMITTANCE" TO TL-LABEL.
           PERFORM TOT-PRINT THRU TOT-PRINT-EXIT.
           MOVE 4 TO TTX.
           MOVE "DEPOSITS FOR THE DAY" TO TL-LABEL.
           PERFORM TOT-PRINT THRU TOT-PRINT-EXIT.
           MOVE SPACE TO TOT-LINE.
           MOVE "DEPOSITS FLAGGED:" TO TL-LABEL.
           MOVE DAY-FLAG-CNT TO TL-CNT.
           MOVE TOT-LINE TO PRT.
           PERFORM PRT-W.

      * the month to date log, date by date, for the bank statement
           MOVE SPACE TO PRT.
           PERFORM PRT-W.
           MOVE SPACE TO PRT.
           STRING "DEPOSIT LOG MONTH TO DATE  " PERIOD6
             DELIMITED BY SIZE INTO PRT.
           PERFORM PRT-W.
           MOVE SPACE TO PRT.
           PERFORM PRT-W.
           MOVE HD-LINE TO PRT.
           PERFORM PRT-W.
           MOVE SPACE TO PRT.
           PERFORM PRT-W.
           MOVE SPACE TO CUR-DATE.
           MOVE 1 TO MTX.
           PERFORM MTD-LIST THRU MTD-LIST-EXIT.
           MOVE SPACE TO PRT.
           PERFORM PRT-W.
           MOVE 6 TO TTX.
           MOVE "MONTH TO DATE" TO TL-LABEL.
           PERFORM TOT-PRINT THRU TOT-PRINT-EXIT.
           MOVE SPACE TO TOT-LINE.
           MOVE "DEPOSITS FLAGGED:" TO TL-LABEL.
           MOVE MTD-FLAG-CNT TO TL-CNT.
           MOVE TOT-LINE TO PRT.
           PERFORM PRT-W.

           PERFORM GL-TIE THRU GL-TIE-EXIT.

           MOVE SPACE TO PRT.
           PERFORM PRT-W.
           STRING "FLAGS  B DEPOSIT NOT ALL BUILT TO PAYFILE   "
             "U NOT YET THROUGH BBB816   M BUILT NOT ALL MATCHED"
             DELIMITED BY SIZE INTO PRT.
           PERFORM PRT-W.
           MOVE SPACE TO PRT.
           STRING "       D ITEMS SENT TO DISCFILE   "
             "P MATCHED NOT ALL POSTED"
             DELIMITED BY SIZE INTO PRT.
           PERFORM PRT-W.

           CLOSE DEPJRNL GLEXTR RPTFILE.
           STOP RUN.

      * every deposit dated in the month up to the report day
       1000-SCAN SECTION.
       S1.
           MOVE LOW-VALUES TO DJ-BATCH.
           START DEPJRNL KEY NOT < DJ-BATCH INVALID GO TO S9.
       S2.
           READ DEPJRNL NEXT AT END GO TO S9.
           IF DJ-DEP-DATE(1:6) NOT = PERIOD6 GO TO S2.
           IF DJ-DEP-DATE > RPT-DATE GO TO S2.
           RELEASE SORT-REC FROM DEPJRNL01
           GO TO S2.
       S9.
           EXIT.

       2000-LOAD SECTION.
       W1.
           RETURN SORTWORK AT END GO TO W9.
           IF MT-CNT NOT < 1000
             DISPLAY "MT-TAB HAS MORE THAN 1000 DEPOSITS, IGNORING "
               SR-BATCH
             GO TO W1.
           ADD 1 TO MT-CNT
           MOVE SORT-REC TO MT-ENT(MT-CNT)
           GO TO W1.
       W9.
           EXIT.

       3000-PRINT SECTION.
      * the day's deposits, each checked through every step from
      * the bank to the posted account
       DAY-LIST.
           IF MTX > MT-CNT GO TO DAY-LIST-EXIT.
           MOVE MT-ENT(MTX) TO DJW
           IF DW-DEP-DATE NOT = RPT-DATE GO TO DAY-LIST-1.
           PERFORM DET-PRINT THRU DET-PRINT-EXIT
           IF FLAGS NOT = SPACE
             ADD 1 TO DAY-FLAG-CNT.
           MOVE 0 TO TTX
           IF DW-SOURCE = "K" MOVE 1 TO TTX.
           IF DW-SOURCE = "L" MOVE 2 TO TTX.
           IF DW-SOURCE = "E" MOVE 3 TO TTX.
           IF TTX > 0
             PERFORM TOT-ADD THRU TOT-ADD-EXIT.
           MOVE 4 TO TTX
           PERFORM TOT-ADD THRU TOT-ADD-EXIT.
       DAY-LIST-1.
           ADD 1 TO MTX
           GO TO DAY-LIST.
       DAY-LIST-EXIT. EXIT.

       MTD-LIST.
           IF MTX > MT-CNT GO TO MTD-LIST-2.
           MOVE MT-ENT(MTX) TO DJW
           IF CUR-DATE NOT = SPACE AND DW-DEP-DATE NOT = CUR-DATE
             PERFORM DATE-TOTAL THRU DATE-TOTAL-EXIT.
           MOVE DW-DEP-DATE TO CUR-DATE
           PERFORM DET-PRINT THRU DET-PRINT-EXIT
           IF FLAGS NOT = SPACE
             ADD 1 TO MTD-FLAG-CNT.
           MOVE 5 TO TTX
           PERFORM TOT-ADD THRU TOT-ADD-EXIT.
           MOVE 6 TO TTX
           PERFORM TOT-ADD THRU TOT-ADD-EXIT.
           ADD DW-POST-AMT TO MTD-POST
           ADD 1 TO MTX
           GO TO MTD-LIST.
       MTD-LIST-2.
           IF CUR-DATE NOT = SPACE
             PERFORM DATE-TOTAL THRU DATE-TOTAL-EXIT.
       MTD-LIST-EXIT. EXIT.

       DATE-TOTAL.
           MOVE 5 TO TTX
           MOVE SPACE TO TL-LABEL
           STRING "  TOTAL " CUR-DATE DELIMITED BY SIZE INTO TL-LABEL
           PERFORM TOT-PRINT THRU TOT-PRINT-EXIT
           MOVE SPACE TO PRT
           PERFORM PRT-W.
       DATE-TOTAL-EXIT. EXIT.

      * B the bank deposit was not all built into PAYFILE, U bbb816
      * has not run against it yet, M some of what was built did
      * not match to FILEOUT or DISCFILE, D items went to DISCFILE,
      * P matched items were not all posted
       DET-PRINT.
           MOVE SPACE TO FLAGS
           IF DW-DEP-AMT NOT = DW-BUILT-AMT
             MOVE "B" TO FLAGS(1:1).
           IF DW-POST-DATE NOT NUMERIC OR DW-POST-DATE = "00000000"
             MOVE "U" TO FLAGS(2:1)
           ELSE
             IF DW-BUILT-AMT NOT = DW-MATCH-AMT + DW-DISC-AMT
               MOVE "M" TO FLAGS(3:1)
             END-IF
             IF DW-DISC-CNT > 0
               MOVE "D" TO FLAGS(4:1)
             END-IF
             IF DW-MATCH-AMT NOT = DW-POST-AMT
               MOVE "P" TO FLAGS(5:1)
             END-IF
           END-IF
           MOVE SPACE TO DET-LINE
           MOVE DW-DEP-DATE TO DL-DATE
           MOVE DW-SOURCE TO DL-SOURCE
           MOVE DW-BATCH TO DL-BATCH
           MOVE DW-TRACE TO DL-TRACE
           MOVE DW-DEP-CNT TO DL-CNT
           MOVE DW-DEP-AMT TO DL-DEP
           MOVE DW-BUILT-AMT TO DL-BUILT
           MOVE DW-MATCH-AMT TO DL-MATCH
           MOVE DW-POST-AMT TO DL-POST
           MOVE DW-DISC-AMT TO DL-DISC
           MOVE FLAGS TO DL-FLAGS
           MOVE DET-LINE TO PRT
           PERFORM PRT-W.
       DET-PRINT-EXIT. EXIT.

       TOT-ADD.
           ADD 1 TO TT-CNT(TTX)
           ADD DW-DEP-AMT TO TT-DEP(TTX)
           ADD DW-BUILT-AMT TO TT-BUILT(TTX)
           ADD DW-MATCH-AMT TO TT-MATCH(TTX)
           ADD DW-POST-AMT TO TT-POST(TTX)
           ADD DW-DISC-AMT TO TT-DISC(TTX).
       TOT-ADD-EXIT. EXIT.

      * TL-LABEL is set by the caller; the total is cleared once
      * printed
       TOT-PRINT.
           MOVE TT-CNT(TTX) TO TL-CNT
           MOVE TT-DEP(TTX) TO TL-DEP
           MOVE TT-BUILT(TTX) TO TL-BUILT
           MOVE TT-MATCH(TTX) TO TL-MATCH
           MOVE TT-POST(TTX) TO TL-POST
           MOVE TT-DISC(TTX) TO TL-DISC
           MOVE TOT-LINE TO PRT
           PERFORM PRT-W
           MOVE SPACE TO TOT-LINE
           MOVE 0 TO TT-CNT(TTX) TT-DEP(TTX) TT-BUILT(TTX)
             TT-MATCH(TTX) TT-POST(TTX) TT-DISC(TTX).
       TOT-PRINT-EXIT. EXIT.

       TOT-ZERO.
           IF TTX > 6 GO TO TOT-ZERO-EXIT.
           MOVE 0 TO TT-CNT(TTX) TT-DEP(TTX) TT-BUILT(TTX)
             TT-MATCH(TTX) TT-POST(TTX) TT-DISC(TTX)
           ADD 1 TO TTX
           GO TO TOT-ZERO.
       TOT-ZERO-EXIT. EXIT.

      * the payments mec097 booked to the ledger for the month
      * (PAY, and PPP posted late to a closed month) against what
      * bbb816 posted from the month's deposits
       GL-TIE.
           MOVE SPACE TO PRT
           PERFORM PRT-W.
       GL-TIE-1.
           READ GLEXTR AT END GO TO GL-TIE-2.
           IF GL-PERIOD NOT = PERIOD6 GO TO GL-TIE-1.
           MOVE "Y" TO GL-FOUND
           IF GL-TYPE = "PAY" OR GL-TYPE = "PPP"
             ADD GL-AMOUNT TO GL-PAY.
           GO TO GL-TIE-1.
       GL-TIE-2.
           IF GL-FOUND NOT = "Y"
             MOVE SPACE TO PRT
             STRING "NO GLEXTR FOR PERIOD " PERIOD6
               DELIMITED BY SIZE INTO PRT
             PERFORM PRT-W
             GO TO GL-TIE-EXIT.
           MOVE SPACE TO TOT-LINE
           MOVE "GLEXTR PAYMENTS (PAY + PPP)" TO TL-LABEL
           MOVE GL-PAY TO TL-POST
           MOVE TOT-LINE TO PRT
           PERFORM PRT-W
           COMPUTE GL-DIFF = GL-PAY - MTD-POST
           MOVE SPACE TO TOT-LINE
           MOVE "LEDGER LESS POSTED FROM DEPOSITS" TO TL-LABEL
           MOVE GL-DIFF TO TL-POST
           MOVE TOT-LINE TO PRT
           PERFORM PRT-W.
       GL-TIE-EXIT. EXIT.

       PRT-W.
           MOVE PRT TO RPTFILE01
           WRITE RPTFILE01.
