      * @package cms
      * @link    http://www.cmsvt.com
      * @author  s waite <cmswest@sover.net>
      * @copyright Copyright (c) 2020 cms <cmswest@sover.net>
      * @license https://github.com/openemr/openemr/blob/master/LICENSE GNU General Public License 3
       IDENTIFICATION DIVISION.
       PROGRAM-ID. gfc081.
       AUTHOR. SID WAITE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL PARMIN ASSIGN TO "S30" ORGANIZATION
           LINE SEQUENTIAL.
           SELECT OPTIONAL GFEFILE ASSIGN TO "S35" ORGANIZATION IS
           INDEXED ACCESS IS DYNAMIC RECORD KEY IS GF-KEY
           LOCK MODE MANUAL.
           SELECT CHARCUR ASSIGN TO "S40" ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC    RECORD KEY IS CHARCUR-KEY
           ALTERNATE RECORD KEY IS CC-PAYCODE WITH DUPLICATES
           LOCK MODE MANUAL.
           SELECT GARFILE ASSIGN TO "S45" ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC RECORD KEY IS G-GARNO
           ALTERNATE RECORD KEY IS G-GARNAME WITH DUPLICATES
           LOCK MODE MANUAL.
           SELECT RPTFILE ASSIGN TO "S50" ORGANIZATION
           LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
      * the amount actual charges may run over the estimate before
      * the patient can dispute the bill (blank = 400.00)
       FD  PARMIN.
       01  PARMIN01.
           02 PARM-LIMIT PIC X(7).
           02 PARM-LIMIT9 REDEFINES PARM-LIMIT PIC 9(5)V99.

      * good-faith estimates issued by gfe079
       FD  GFEFILE.
       01  GFEFILE01.
           02 GF-KEY.
             03 GF-GARNO PIC X(8).
             03 GF-DATE PIC X(8).
           02 GF-PATID PIC X(8).
           02 GF-ISSUED PIC X(8).
           02 GF-DIAG PIC X(8).
           02 GF-DOC PIC XX.
           02 GF-ITEM OCCURS 10 TIMES.
             03 GF-PROC PIC X(7).
             03 GF-QTY PIC 99.
             03 GF-AMT PIC S9(5)V99.
           02 GF-TOTAL PIC S9(6)V99.
           02 GF-STAT PIC X.
           02 GF-ACTUAL PIC S9(6)V99.
           02 GF-COMPARED PIC X(8).
           02 GF-FUTURE PIC X(10).

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

       FD  RPTFILE.
       01  RPTFILE01 PIC X(100).

       WORKING-STORAGE SECTION.
       01  TODAY8 PIC X(8).
       01  DISPUTE-LIMIT PIC S9(5)V99 VALUE 400.00.
       01  ACT-AMT PIC S9(6)V99.
       01  ACT-CNT PIC 9(4).
       01  OVER-AMT PIC S9(6)V99.
       01  WALK-PASS PIC X.
       01  GFX PIC 99.
       01  GF-HIT PIC X.
       01  READ-CNT PIC 9(6) VALUE 0.
       01  FUT-CNT PIC 9(6) VALUE 0.
       01  NOCHG-CNT PIC 9(6) VALUE 0.
       01  OK-CNT PIC 9(6) VALUE 0.
       01  OVER-CNT PIC 9(6) VALUE 0.
       01  HD-LINE.
           02 FILLER PIC X(10) VALUE "ACCOUNT".
           02 FILLER PIC X(26) VALUE "NAME".
           02 FILLER PIC X(10) VALUE "SVC DATE".
           02 FILLER PIC X(13) VALUE "   ESTIMATE".
           02 FILLER PIC X(13) VALUE "     ACTUAL".
           02 FILLER PIC X(13) VALUE "    OVER BY".
       01  VS-LINE.
           02 VS-GARNO PIC X(8).
           02 FILLER PIC X(2).
           02 VS-NAME PIC X(24).
           02 FILLER PIC X(2).
           02 VS-DATE PIC X(8).
           02 FILLER PIC X(2).
           02 VS-EST PIC -ZZZ,ZZ9.99.
           02 FILLER PIC X(2).
           02 VS-ACT PIC -ZZZ,ZZ9.99.
           02 FILLER PIC X(2).
           02 VS-OVER PIC -ZZZ,ZZ9.99.
       01  LN-LINE.
           02 FILLER PIC X(12).
           02 LL-KEY3 PIC XXX.
           02 FILLER PIC X(2).
           02 LL-PROC PIC X(7).
           02 FILLER PIC X(2).
           02 LL-AMT PIC -ZZZ,ZZ9.99.
           02 FILLER PIC X(2).
           02 LL-NOTE PIC X(30).
       01  AMT-ED PIC ZZZ,ZZ9.99.
       01  TOT-LINE.
           02 TL-LABEL PIC X(32).
           02 TL-CNT PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
       P0.
           ACCEPT TODAY8 FROM DATE YYYYMMDD.
           OPEN INPUT PARMIN.
           READ PARMIN
             AT END
               MOVE SPACE TO PARM-LIMIT.
           CLOSE PARMIN.
           IF PARM-LIMIT NOT = SPACE
             IF PARM-LIMIT NOT NUMERIC
               DISPLAY "GFC081 DISPUTE LIMIT NOT NUMERIC " PARM-LIMIT
               STOP RUN
             END-IF
             MOVE PARM-LIMIT9 TO DISPUTE-LIMIT
           END-IF.

           OPEN INPUT CHARCUR GARFILE OUTPUT RPTFILE.
           OPEN I-O GFEFILE.
           MOVE SPACE TO RPTFILE01.
           MOVE DISPUTE-LIMIT TO AMT-ED.
           STRING "GOOD FAITH ESTIMATE COMPARISON - VISITS CHARGED"
             AMT-ED " OR MORE OVER ESTIMATE  " TODAY8
             DELIMITED BY SIZE INTO RPTFILE01.
           WRITE RPTFILE01.
           MOVE SPACE TO RPTFILE01.
           WRITE RPTFILE01.
           MOVE HD-LINE TO RPTFILE01.
           WRITE RPTFILE01.
           MOVE SPACE TO RPTFILE01.
           WRITE RPTFILE01.

      * every estimate is compared again each run - a late charge
      * can push a visit over, and a corrected bill drops it off
       P1.
           READ GFEFILE NEXT AT END GO TO P9.
           ADD 1 TO READ-CNT.
           IF GF-DATE > TODAY8
             ADD 1 TO FUT-CNT
             GO TO P1.
           MOVE "S" TO WALK-PASS
           PERFORM CHG-WALK THRU CHG-WALK-EXIT
           IF ACT-CNT = 0
             ADD 1 TO NOCHG-CNT
             GO TO P1.
           MOVE ACT-AMT TO GF-ACTUAL
           MOVE TODAY8 TO GF-COMPARED
           COMPUTE OVER-AMT = ACT-AMT - GF-TOTAL
           IF OVER-AMT < DISPUTE-LIMIT
             MOVE "C" TO GF-STAT
             ADD 1 TO OK-CNT
           ELSE
             MOVE "O" TO GF-STAT
             ADD 1 TO OVER-CNT
             PERFORM OVER-LIST THRU OVER-LIST-EXIT
           END-IF
           REWRITE GFEFILE01 INVALID
             CONTINUE
           END-REWRITE
           GO TO P1.

      * the visit and each line charged to it, marked against what
      * the estimate quoted
       OVER-LIST.
           MOVE SPACE TO VS-LINE
           MOVE GF-GARNO TO VS-GARNO G-GARNO
           READ GARFILE INVALID
             MOVE "NOT ON GARFILE" TO G-GARNAME
           END-READ
           MOVE G-GARNAME TO VS-NAME
           MOVE GF-DATE TO VS-DATE
           MOVE GF-TOTAL TO VS-EST
           MOVE ACT-AMT TO VS-ACT
           MOVE OVER-AMT TO VS-OVER
           MOVE VS-LINE TO RPTFILE01
           WRITE RPTFILE01
           MOVE "P" TO WALK-PASS
           PERFORM CHG-WALK THRU CHG-WALK-EXIT
           MOVE SPACE TO RPTFILE01
           WRITE RPTFILE01.
       OVER-LIST-EXIT. EXIT.

      * WALK-PASS S sums the visit's charges into ACT-AMT, P prints
      * them.  a visit is the account's lines on the estimate date,
      * for the estimate's patient when one was named
       CHG-WALK.
           IF WALK-PASS = "S"
             MOVE 0 TO ACT-AMT ACT-CNT.
           MOVE GF-GARNO TO CC-KEY8
           MOVE SPACE TO CC-KEY3
           START CHARCUR KEY NOT < CHARCUR-KEY
             INVALID
               GO TO CHG-WALK-EXIT.
       CHG-WALK-1.
           READ CHARCUR NEXT AT END GO TO CHG-WALK-EXIT.
           IF CC-KEY8 NOT = GF-GARNO GO TO CHG-WALK-EXIT.
           IF CC-DATE-T NOT = GF-DATE GO TO CHG-WALK-1.
           IF GF-PATID NOT = SPACE AND CC-PATID NOT = GF-PATID
             GO TO CHG-WALK-1.
           IF WALK-PASS = "S"
             ADD CC-AMOUNT TO ACT-AMT
             ADD 1 TO ACT-CNT
             GO TO CHG-WALK-1.
           MOVE SPACE TO LN-LINE
           MOVE CC-KEY3 TO LL-KEY3
           MOVE CC-PROC TO LL-PROC
           MOVE CC-AMOUNT TO LL-AMT
           MOVE "N" TO GF-HIT
           MOVE 1 TO GFX.
       CHG-WALK-2.
           IF GFX > 10 GO TO CHG-WALK-3.
           IF GF-PROC(GFX) NOT = SPACE
             AND GF-PROC(GFX)(1:5) = CC-PROC1
             MOVE "Y" TO GF-HIT
             GO TO CHG-WALK-3.
           ADD 1 TO GFX
           GO TO CHG-WALK-2.
       CHG-WALK-3.
           IF GF-HIT = "Y"
             MOVE GF-AMT(GFX) TO AMT-ED
             STRING "ESTIMATED" AMT-ED DELIMITED BY SIZE
               INTO LL-NOTE
           ELSE
             MOVE "NOT ON ESTIMATE" TO LL-NOTE
           END-IF
           MOVE LN-LINE TO RPTFILE01
           WRITE RPTFILE01
           GO TO CHG-WALK-1.
       CHG-WALK-EXIT. EXIT.

       P9.
           MOVE SPACE TO RPTFILE01.
           WRITE RPTFILE01.
           MOVE SPACE TO TOT-LINE.
           MOVE "ESTIMATES ON FILE:" TO TL-LABEL.
           MOVE READ-CNT TO TL-CNT.
           MOVE TOT-LINE TO RPTFILE01.
           WRITE RPTFILE01.
           MOVE SPACE TO TOT-LINE.
           MOVE "SERVICE DATE STILL AHEAD:" TO TL-LABEL.
           MOVE FUT-CNT TO TL-CNT.
           MOVE TOT-LINE TO RPTFILE01.
           WRITE RPTFILE01.
           MOVE SPACE TO TOT-LINE.
           MOVE "NOT YET CHARGED:" TO TL-LABEL.
           MOVE NOCHG-CNT TO TL-CNT.
           MOVE TOT-LINE TO RPTFILE01.
           WRITE RPTFILE01.
           MOVE SPACE TO TOT-LINE.
           MOVE "CHARGED WITHIN ESTIMATE LIMIT:" TO TL-LABEL.
           MOVE OK-CNT TO TL-CNT.
           MOVE TOT-LINE TO RPTFILE01.
           WRITE RPTFILE01.
           MOVE SPACE TO TOT-LINE.
           MOVE "OVER - REVIEW BEFORE BILLING:" TO TL-LABEL.
           MOVE OVER-CNT TO TL-CNT.
           MOVE TOT-LINE TO RPTFILE01.
           WRITE RPTFILE01.
           CLOSE GFEFILE CHARCUR GARFILE RPTFILE.
           STOP RUN.
