      * @package cms
      * @link    http://www.cmsvt.com
      * @author  s waite <cmswest@sover.net>
      * @copyright Copyright (c) 2020 cms <cmswest@sover.net>
      * @license https://github.com/openemr/openemr/blob/master/LICENSE GNU General Public License 3
       IDENTIFICATION DIVISION.
       PROGRAM-ID. fpl082.
       AUTHOR. SID WAITE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FPLIN ASSIGN TO "S30" ORGANIZATION
           LINE SEQUENTIAL.
           SELECT FPLFILE ASSIGN TO "S35" ORGANIZATION IS
           INDEXED ACCESS IS DYNAMIC RECORD KEY IS FP-KEY
           LOCK MODE MANUAL.
           SELECT RPTFILE ASSIGN TO "S40" ORGANIZATION
           LINE SEQUENTIAL.
           SELECT PARMIN ASSIGN TO "S45" ORGANIZATION
           LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
      * the year's federal poverty guidelines and the office's
      * sliding-fee scale, keyed from the HHS notice each year -
      * G = guideline, FI-SEQ the household size 01-08, 99 the
      * amount for each person past 8.  T = discount tier, FI-SEQ
      * the tier number, FI-LIMIT the top of the tier as a percent
      * of the guideline, FI-PCT the discount it earns
       FD  FPLIN.
       01  FPLIN01.
           02 FI-TYPE PIC X.
           02 FI-SEQ PIC XX.
           02 FI-AMOUNT PIC X(7).
           02 FI-AMOUNT9 REDEFINES FI-AMOUNT PIC 9(7).
           02 FI-LIMIT PIC XXX.
           02 FI-LIMIT9 REDEFINES FI-LIMIT PIC 999.
           02 FI-PCT PIC XXX.
           02 FI-PCT9 REDEFINES FI-PCT PIC 999.

      * poverty guideline / sliding-fee table, rebuilt whole each
      * year.  fam083 works an applicant's tier out of it - the
      * lowest-numbered T record whose FP-LIMIT covers the
      * household's percent of the guideline
       FD  FPLFILE.
       01  FPLFILE01.
           02 FP-KEY.
             03 FP-TYPE PIC X.
             03 FP-SEQ PIC XX.
           02 FP-YEAR PIC X(4).
           02 FP-AMOUNT PIC 9(7).
           02 FP-LIMIT PIC 999.
           02 FP-PCT PIC 999.
           02 FP-FUTURE PIC X(10).

       FD  RPTFILE.
       01  RPTFILE01 PIC X(100).

      * the guideline year being loaded
       FD  PARMIN.
       01  PARMIN01.
           02 PARM-YEAR PIC X(4).

       WORKING-STORAGE SECTION.
       01  FPL-YEAR PIC X(4).
       01  G-CNT PIC 9(4) VALUE 0.
       01  T-CNT PIC 9(4) VALUE 0.
       01  REJ-CNT PIC 9(4) VALUE 0.
       01  HAVE-01 PIC X VALUE "N".
       01  HAVE-99 PIC X VALUE "N".
       01  RPT-LINE.
           02 RL-TYPE PIC X.
           02 FILLER PIC X(2).
           02 RL-SEQ PIC XX.
           02 FILLER PIC X(2).
           02 RL-AMOUNT PIC Z,ZZZ,ZZ9.
           02 FILLER PIC X(2).
           02 RL-LIMIT PIC ZZ9.
           02 FILLER PIC X(2).
           02 RL-PCT PIC ZZ9.
           02 FILLER PIC X(2).
           02 RL-MSG PIC X(30).
       01  TOT-LINE.
           02 TL-LABEL PIC X(26).
           02 TL-CNT PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
       P0.
           OPEN INPUT FPLIN PARMIN OUTPUT RPTFILE.
           READ PARMIN
             AT END
               DISPLAY "FPL082 NEEDS A GUIDELINE-YEAR PARM RECORD"
               CLOSE FPLIN PARMIN RPTFILE
               STOP RUN.
           MOVE PARM-YEAR TO FPL-YEAR.
           CLOSE PARMIN.
           IF FPL-YEAR NOT NUMERIC
             DISPLAY "FPL082 GUIDELINE YEAR NOT NUMERIC " FPL-YEAR
             CLOSE FPLIN RPTFILE
             STOP RUN.
      * last year's table is replaced outright - an approval keeps
      * the year it was worked under in FA-YEAR
           OPEN OUTPUT FPLFILE.
           MOVE SPACE TO RPTFILE01.
           STRING "POVERTY GUIDELINE / SLIDING-FEE TABLE LOAD  YEAR "
             FPL-YEAR DELIMITED BY SIZE INTO RPTFILE01.
           WRITE RPTFILE01.
           MOVE SPACE TO RPTFILE01.
           WRITE RPTFILE01.
           MOVE "T  SZ    GUIDELINE  LIM  PCT" TO RPTFILE01.
           WRITE RPTFILE01.
           MOVE SPACE TO RPTFILE01.
           WRITE RPTFILE01.

       P1.
           READ FPLIN AT END GO TO P9.
           MOVE SPACE TO RPT-LINE
           MOVE FI-TYPE TO RL-TYPE
           MOVE FI-SEQ TO RL-SEQ
           IF FI-TYPE NOT = "G" AND NOT = "T"
             MOVE "RECORD TYPE NOT G OR T" TO RL-MSG
             GO TO P8.
           IF FI-SEQ NOT NUMERIC OR FI-SEQ = "00"
             MOVE "SIZE OR TIER NOT NUMERIC" TO RL-MSG
             GO TO P8.
           MOVE SPACE TO FPLFILE01
           MOVE FI-TYPE TO FP-TYPE
           MOVE FI-SEQ TO FP-SEQ
           MOVE FPL-YEAR TO FP-YEAR
           MOVE 0 TO FP-AMOUNT FP-LIMIT FP-PCT
           IF FI-TYPE = "T" GO TO P2.
           IF FI-SEQ > "08" AND FI-SEQ NOT = "99"
             MOVE "HOUSEHOLD SIZE 01-08 OR 99" TO RL-MSG
             GO TO P8.
           IF FI-AMOUNT NOT NUMERIC OR FI-AMOUNT9 = 0
             MOVE "GUIDELINE AMOUNT INVALID" TO RL-MSG
             GO TO P8.
           MOVE FI-AMOUNT9 TO FP-AMOUNT RL-AMOUNT
           GO TO P3.
       P2.
           IF FI-LIMIT NOT NUMERIC OR FI-LIMIT9 = 0
             MOVE "TIER LIMIT INVALID" TO RL-MSG
             GO TO P8.
           IF FI-PCT NOT NUMERIC OR FI-PCT9 > 100
             MOVE "DISCOUNT PERCENT INVALID" TO RL-MSG
             GO TO P8.
           MOVE FI-LIMIT9 TO FP-LIMIT RL-LIMIT
           MOVE FI-PCT9 TO FP-PCT RL-PCT.
       P3.
           WRITE FPLFILE01 INVALID
             MOVE "DUPLICATE - SKIPPED" TO RL-MSG
             GO TO P8
           END-WRITE
           IF FI-TYPE = "G"
             ADD 1 TO G-CNT
             IF FI-SEQ = "01"
               MOVE "Y" TO HAVE-01
             END-IF
             IF FI-SEQ = "99"
               MOVE "Y" TO HAVE-99
             END-IF
           ELSE
             ADD 1 TO T-CNT
           END-IF
           MOVE "LOADED" TO RL-MSG
           MOVE RPT-LINE TO RPTFILE01
           WRITE RPTFILE01
           GO TO P1.
       P8.
           ADD 1 TO REJ-CNT
           MOVE RPT-LINE TO RPTFILE01
           WRITE RPTFILE01
           GO TO P1.

       P9.
           MOVE SPACE TO RPTFILE01.
           WRITE RPTFILE01.
           MOVE SPACE TO TOT-LINE.
           MOVE "GUIDELINES LOADED:" TO TL-LABEL.
           MOVE G-CNT TO TL-CNT.
           MOVE TOT-LINE TO RPTFILE01.
           WRITE RPTFILE01.
           MOVE SPACE TO TOT-LINE.
           MOVE "DISCOUNT TIERS LOADED:" TO TL-LABEL.
           MOVE T-CNT TO TL-CNT.
           MOVE TOT-LINE TO RPTFILE01.
           WRITE RPTFILE01.
           MOVE SPACE TO TOT-LINE.
           MOVE "RECORDS REJECTED:" TO TL-LABEL.
           MOVE REJ-CNT TO TL-CNT.
           MOVE TOT-LINE TO RPTFILE01.
           WRITE RPTFILE01.
      * fam083 cannot size a household without the base amount,
      * the each-additional amount and at least one tier
           IF HAVE-01 = "N" OR HAVE-99 = "N" OR T-CNT = 0
             MOVE SPACE TO RPTFILE01
             WRITE RPTFILE01
             MOVE "*** TABLE INCOMPLETE - NEEDS G01, G99 AND A TIER"
               TO RPTFILE01
             WRITE RPTFILE01
             DISPLAY "FPL082 TABLE INCOMPLETE - NEEDS G01, G99 AND "
               "A TIER".
           CLOSE FPLIN FPLFILE RPTFILE.
           STOP RUN.
