      * @package cms
      * @link    http://www.cmsvt.com
      * @author  s waite <cmswest@sover.net>
      * @copyright Copyright (c) 2020 cms <cmswest@sover.net>
      * @license https://github.com/openemr/openemr/blob/master/LICENSE GNU General Public License 3
       IDENTIFICATION DIVISION.
       PROGRAM-ID. kpi099.
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
           SELECT OPTIONAL CLMSUB ASSIGN TO "S55" ORGANIZATION IS
           INDEXED ACCESS IS DYNAMIC RECORD KEY IS SB-KEY
           LOCK MODE MANUAL.
           SELECT OPTIONAL CORRQ ASSIGN TO "S60" ORGANIZATION IS
           INDEXED ACCESS IS DYNAMIC RECORD KEY IS CQ-KEY
           LOCK MODE MANUAL.
           SELECT OPTIONAL DENFILE ASSIGN TO "S65" ORGANIZATION IS
           INDEXED ACCESS IS DYNAMIC RECORD KEY IS DN-CODE
           LOCK MODE MANUAL.
           SELECT OPTIONAL PAYERFILE ASSIGN TO "S70" ORGANIZATION IS
           INDEXED ACCESS IS DYNAMIC RECORD KEY IS PAYER-KEY
           LOCK MODE MANUAL.
           SELECT OPTIONAL KPIHIST ASSIGN TO "S75" ORGANIZATION IS
           INDEXED ACCESS IS DYNAMIC RECORD KEY IS KH-KEY
           LOCK MODE MANUAL.
           SELECT RPTFILE ASSIGN TO "S80" ORGANIZATION
           LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
      * the month being scored, CCYYMM
       FD  PARMIN.
       01  PARMIN01.
           02 PARM-PERIOD PIC X(6).

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

      * submission history kept by ack277 - when each charge line
      * first went out and how the payer answered that first time
       FD  CLMSUB.
       01  CLMSUB01.
           02 SB-KEY.
             03 SB-KEY8 PIC X(8).
             03 SB-KEY3 PIC XXX.
           02 SB-CLAIM PIC X(6).
           02 SB-PAYCODE PIC XXX.
           02 SB-FIRST-SENT PIC X(8).
           02 SB-FIRST-RESULT PIC X.
           02 SB-LAST-SENT PIC X(8).
           02 SB-LAST-RESULT PIC X.
           02 SB-ACCEPTED PIC X(8).
           02 SB-REJ-CNT PIC 99.
           02 SB-FUTURE PIC X(10).

       FD  CORRQ.
       01  CORRQ01.
           02 CQ-KEY.
             03 CQ-KEY8 PIC X(8).
             03 CQ-KEY3 PIC XXX.
           02 CQ-REASON PIC X(37).
           02 CQ-DATE PIC X(8).

       FD  DENFILE.
       01  DENFILE01.
           02 DN-CODE PIC XX.
           02 DN-DESC PIC X(30).
           02 DN-CAT PIC X.
           02 DN-APPEAL PIC X.
           02 DN-FUTURE PIC X(10).

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

      * month-end scorecard history, one record per month for the
      * practice as a whole (KH-DIM T, code ALL), each payer (P,
      * the paycode) and each office (F, G-PR-OFFICE).  rates are
      * percents, lags and days in A/R are days.  a rerun of the
      * month replaces that month's records
       FD  KPIHIST.
       01  KPIHIST01.
           02 KH-KEY.
             03 KH-PERIOD PIC X(6).
             03 KH-DIM PIC X.
             03 KH-CODE PIC X(4).
           02 KH-AR PIC S9(9)V99.
           02 KH-CHG PIC S9(9)V99.
           02 KH-PAY PIC S9(9)V99.
           02 KH-CON PIC S9(9)V99.
           02 KH-DAR PIC S9(5)V9.
           02 KH-NCR PIC S9(5)V9.
           02 KH-CLM PIC 9(6).
           02 KH-CLEAN PIC S9(3)V9.
           02 KH-ADJ PIC 9(6).
           02 KH-DEN PIC S9(3)V9.
           02 KH-CAT PIC S9(3)V9 OCCURS 5 TIMES.
           02 KH-CLAG PIC S9(5)V9.
           02 KH-BLAG PIC S9(5)V9.
           02 KH-PLAG PIC S9(5)V9.
           02 KH-RUN-DATE PIC X(8).
           02 KH-FUTURE PIC X(10).

       FD  RPTFILE.
       01  RPTFILE01 PIC X(132).

       WORKING-STORAGE SECTION.
       01  PRT PIC X(132).
       01  PERIOD6 PIC X(6).
       01  TODAY8 PIC 9(8).
       01  MON-START PIC X(8).
       01  MON-END PIC X(8).
       01  WIN-START PIC X(8).
       01  WIN-START9 REDEFINES WIN-START PIC 9(8).
       01  NEXT-START PIC X(8).
       01  NEXT-START9 REDEFINES NEXT-START PIC 9(8).
       01  WIN-DAYS PIC 999.
       01  MA-PERIOD.
           02 MA-YY PIC 9(4).
           02 MA-MM PIC 99.
       01  TRD-CNT PIC 99.

       01  JPAY PIC XXX.
       01  JGAR PIC X(8).
       01  LAST-GAR PIC X(8) VALUE LOW-VALUES.
       01  JOFFICE PIC X(4).
       01  JDIM PIC X.
       01  JCODE PIC X(4).
       01  PX PIC 999.
       01  OX PIC 999.
       01  CX PIC 9.
       01  KB PIC 999.

      * one cell per payer and per office, cell 1 the practice as
      * a whole; every figure lands in three cells
       01  KT-CNT PIC 999 VALUE 1.
       01  KX PIC 999.
       01  KT-TAB01.
           02 KT-TAB OCCURS 200 TIMES.
             03 KT-DIM PIC X.
             03 KT-CODE PIC X(4).
             03 KT-AR PIC S9(9)V99 VALUE 0.
             03 KT-CHG3 PIC S9(9)V99 VALUE 0.
             03 KT-CHG PIC S9(9)V99 VALUE 0.
             03 KT-PAY PIC S9(9)V99 VALUE 0.
             03 KT-CON PIC S9(9)V99 VALUE 0.
             03 KT-CLM PIC 9(6) VALUE 0.
             03 KT-CLEAN PIC 9(6) VALUE 0.
             03 KT-ADJ PIC 9(6) VALUE 0.
             03 KT-DEN PIC 9(6) VALUE 0.
             03 KT-CAT PIC 9(6) VALUE 0 OCCURS 5 TIMES.
             03 KT-CLAG-N PIC 9(6) VALUE 0.
             03 KT-CLAG-D PIC S9(9) VALUE 0.
             03 KT-BLAG-N PIC 9(6) VALUE 0.
             03 KT-BLAG-D PIC S9(9) VALUE 0.
             03 KT-PLAG-N PIC 9(6) VALUE 0.
             03 KT-PLAG-D PIC S9(9) VALUE 0.
             03 KT-DONE PIC X.

      * one charge line's receivable as of the end of the month
       01  LA-IN PIC X(8).
       01  LA-BAL PIC S9(7)V99.
       01  LA-HIST PIC X.

      * the claim being gathered off the submission history
       01  SV-KEY8 PIC X(8) VALUE LOW-VALUES.
       01  SV-CLAIM PIC X(6).
       01  SV-PAYCODE PIC XXX.
       01  SV-CLEAN PIC X.

       01  DB-FROM PIC X(8).
       01  DB-FROM9 REDEFINES DB-FROM PIC 9(8).
       01  DB-TO PIC X(8).
       01  DB-TO9 REDEFINES DB-TO PIC 9(8).
       01  DB-CHK PIC X(8).
       01  DB-INT1 PIC 9(8).
       01  DB-INT2 PIC 9(8).
       01  DB-DAYS PIC S9(5).
       01  DB-OK PIC X.

       01  NET-BASE PIC S9(9)V99.
       01  REPL-CNT PIC 9(4) VALUE 0.
       01  CELL-CNT PIC 9(4) VALUE 0.
       01  OVFL-CNT PIC 9(6) VALUE 0.

       01  HD-LINE1.
           02 FILLER PIC X(14) VALUE SPACE.
           02 FILLER PIC X(20) VALUE "NAME".
           02 FILLER PIC X(16) VALUE "    RECEIVABLE".
           02 FILLER PIC X(9) VALUE "DAYS IN".
           02 FILLER PIC X(9) VALUE "NET COL".
           02 FILLER PIC X(8) VALUE "CLAIMS".
           02 FILLER PIC X(7) VALUE "CLEAN".
           02 FILLER PIC X(7) VALUE " DENY".
           02 FILLER PIC X(8) VALUE "CHARGE".
           02 FILLER PIC X(8) VALUE "  BILL".
           02 FILLER PIC X(6) VALUE "   PAY".
       01  HD-LINE2.
           02 FILLER PIC X(50) VALUE SPACE.
           02 FILLER PIC X(9) VALUE "    A/R".
           02 FILLER PIC X(9) VALUE "    PCT".
           02 FILLER PIC X(8) VALUE " 1ST TX".
           02 FILLER PIC X(7) VALUE "  PCT".
           02 FILLER PIC X(7) VALUE "  PCT".
           02 FILLER PIC X(8) VALUE "   LAG".
           02 FILLER PIC X(8) VALUE "   LAG".
           02 FILLER PIC X(6) VALUE "   LAG".
       01  KPI-LINE.
           02 KL-DIM PIC X(8).
           02 KL-CODE PIC X(4).
           02 FILLER PIC XX.
           02 KL-NAME PIC X(20).
           02 KL-AR PIC -ZZ,ZZZ,ZZ9.99.
           02 FILLER PIC XX.
           02 KL-DAR PIC -ZZZ9.9 BLANK WHEN ZERO.
           02 FILLER PIC XX.
           02 KL-NCR PIC -ZZZ9.9 BLANK WHEN ZERO.
           02 FILLER PIC XX.
           02 KL-CLM PIC ZZ,ZZ9.
           02 FILLER PIC XX.
           02 KL-CLEAN PIC ZZ9.9 BLANK WHEN ZERO.
           02 FILLER PIC XX.
           02 KL-DEN PIC ZZ9.9 BLANK WHEN ZERO.
           02 FILLER PIC XX.
           02 KL-CLAG PIC ZZZ9.9 BLANK WHEN ZERO.
           02 FILLER PIC XX.
           02 KL-BLAG PIC ZZZ9.9 BLANK WHEN ZERO.
           02 FILLER PIC XX.
           02 KL-PLAG PIC ZZZ9.9 BLANK WHEN ZERO.
      * denied lines under the cell, each category as a percent of
      * the lines the payers answered in the month
       01  DEN-LINE.
           02 FILLER PIC X(14).
           02 DL-LABEL PIC X(10).
           02 DL-DEN PIC ZZZ,ZZ9.
           02 DL-OF PIC X(4).
           02 DL-ADJ PIC ZZZ,ZZ9.
           02 FILLER PIC X(6).
           02 DL-CATS OCCURS 5 TIMES.
             03 DL-CNAME PIC X(8).
             03 DL-CAT PIC ZZ9.9.
             03 FILLER PIC XX.
       01  TOT-LINE.
           02 TL-LABEL PIC X(26).
           02 TL-CNT PIC ZZZ,ZZ9.
       01  TRD-HD.
           02 FILLER PIC X(8) VALUE "PERIOD".
           02 FILLER PIC X(9) VALUE "DAYS A/R".
           02 FILLER PIC X(9) VALUE "NETCOL %".
           02 FILLER PIC X(7) VALUE "CLEAN%".
           02 FILLER PIC X(7) VALUE "DENY %".
           02 FILLER PIC X(8) VALUE "CHG LAG".
           02 FILLER PIC X(8) VALUE "BILL LAG".
           02 FILLER PIC X(8) VALUE " PAY LAG".
           02 FILLER PIC X(16) VALUE "    RECEIVABLE".
           02 FILLER PIC X(16) VALUE "       CHARGES".
           02 FILLER PIC X(14) VALUE "      PAYMENTS".
       01  TRD-LINE.
           02 TR-PERIOD PIC X(6).
           02 FILLER PIC XX.
           02 TR-DAR PIC -ZZZ9.9 BLANK WHEN ZERO.
           02 FILLER PIC XX.
           02 TR-NCR PIC -ZZZ9.9 BLANK WHEN ZERO.
           02 FILLER PIC XX.
           02 TR-CLEAN PIC ZZ9.9 BLANK WHEN ZERO.
           02 FILLER PIC XX.
           02 TR-DEN PIC ZZ9.9 BLANK WHEN ZERO.
           02 FILLER PIC XX.
           02 TR-CLAG PIC ZZZ9.9 BLANK WHEN ZERO.
           02 FILLER PIC XX.
           02 TR-BLAG PIC ZZZ9.9 BLANK WHEN ZERO.
           02 FILLER PIC XX.
           02 TR-PLAG PIC ZZZ9.9 BLANK WHEN ZERO.
           02 FILLER PIC XX.
           02 TR-AR PIC -ZZ,ZZZ,ZZ9.99.
           02 FILLER PIC XX.
           02 TR-CHG PIC -ZZ,ZZZ,ZZ9.99.
           02 FILLER PIC XX.
           02 TR-PAY PIC -ZZ,ZZZ,ZZ9.99.
           02 FILLER PIC XX.
           02 TR-MSG PIC X(18).

       PROCEDURE DIVISION.
       P0.
           OPEN INPUT PARMIN.
           READ PARMIN
             AT END
               DISPLAY "KPI099 NEEDS A PERIOD PARM RECORD (CCYYMM)"
               CLOSE PARMIN
               STOP RUN.
           MOVE PARM-PERIOD TO PERIOD6.
           CLOSE PARMIN.
           IF PERIOD6 NOT NUMERIC
             OR PERIOD6(5:2) < "01" OR PERIOD6(5:2) > "12"
             DISPLAY "KPI099 PERIOD PARM NOT CCYYMM " PERIOD6
             STOP RUN.
           ACCEPT TODAY8 FROM DATE YYYYMMDD.
           MOVE SPACE TO MON-START MON-END
           MOVE PERIOD6 TO MON-START(1:6)
           MOVE "01" TO MON-START(7:2)
           MOVE PERIOD6 TO MON-END(1:6)
           MOVE "31" TO MON-END(7:2)
      * days in A/R is measured against the average day's charges
      * over the three months ending with the period
           MOVE PERIOD6 TO MA-PERIOD
           PERFORM MONTH-BACK THRU MONTH-BACK-EXIT 2 TIMES
           MOVE MA-PERIOD TO WIN-START(1:6)
           MOVE "01" TO WIN-START(7:2)
           MOVE PERIOD6 TO MA-PERIOD
           PERFORM MONTH-FWD THRU MONTH-FWD-EXIT
           MOVE MA-PERIOD TO NEXT-START(1:6)
           MOVE "01" TO NEXT-START(7:2)
           COMPUTE WIN-DAYS = FUNCTION INTEGER-OF-DATE(NEXT-START9)
             - FUNCTION INTEGER-OF-DATE(WIN-START9)
           MOVE "T" TO KT-DIM(1)
           MOVE "ALL" TO KT-CODE(1)

           OPEN INPUT CHARCUR PAYCUR PAYHIST GARFILE CLMSUB CORRQ
             DENFILE PAYERFILE OUTPUT RPTFILE.
           OPEN I-O KPIHIST.
           MOVE SPACE TO PRT.
           STRING "REVENUE-CYCLE SCORECARD  PERIOD " PERIOD6
             "  RUN " TODAY8 DELIMITED BY SIZE INTO PRT.
           PERFORM PRT-W.
           MOVE SPACE TO PRT.
           PERFORM PRT-W.

      * pass 1 - every charge line: its receivable at month end,
      * charges by service date, and the charge lag on lines
      * entered in the month (service date to CC-DAT1 entry)
           MOVE SPACE TO CHARCUR-KEY.
           START CHARCUR KEY NOT < CHARCUR-KEY INVALID GO TO H0.
       C1.
           READ CHARCUR NEXT AT END GO TO H0.
           MOVE CC-PAYCODE TO JPAY
           MOVE CC-KEY8 TO JGAR
           PERFORM CELL-SET THRU CELL-SET-EXIT
           PERFORM LINE-AR THRU LINE-AR-EXIT
           ADD LA-BAL TO KT-AR(1) KT-AR(PX) KT-AR(OX)
           IF CC-DATE-T NOT < WIN-START AND CC-DATE-T NOT > MON-END
             ADD CC-AMOUNT TO KT-CHG3(1) KT-CHG3(PX) KT-CHG3(OX).
           IF CC-DATE-T NOT < MON-START AND CC-DATE-T NOT > MON-END
             ADD CC-AMOUNT TO KT-CHG(1) KT-CHG(PX) KT-CHG(OX).
           IF CC-DAT1 < MON-START OR CC-DAT1 > MON-END GO TO C1.
           MOVE CC-DATE-T TO DB-FROM
           MOVE CC-DAT1 TO DB-TO
           PERFORM DAY-DIFF THRU DAY-DIFF-EXIT
           IF DB-OK = "Y"
             ADD 1 TO KT-CLAG-N(1) KT-CLAG-N(PX) KT-CLAG-N(OX)
             ADD DB-DAYS TO KT-CLAG-D(1) KT-CLAG-D(PX) KT-CLAG-D(OX).
           GO TO C1.

      * pass 2 - payments and contractual adjustments entered in
      * the month, to the payer that paid
       H0.
           MOVE LOW-VALUES TO PAYHIST-KEY.
           START PAYHIST KEY NOT < PAYHIST-KEY INVALID GO TO Y0.
       H1.
           READ PAYHIST NEXT AT END GO TO Y0.
           IF PH-DATE-E < MON-START OR PH-DATE-E > MON-END GO TO H1.
      * net collections take out only the contractual allowance -
      * a write-off or assistance discount is collectible money
      * the office gave up, so it stays in the base
           IF PH-TYPE = "W" OR PH-TYPE = "C" GO TO H1.
           MOVE PH-PAYCODE TO JPAY
           MOVE PH-KEY8 TO JGAR
           PERFORM CELL-SET THRU CELL-SET-EXIT
           IF PH-TYPE = "A"
             ADD PH-AMOUNT TO KT-CON(1) KT-CON(PX) KT-CON(OX)
           ELSE
             ADD PH-AMOUNT TO KT-PAY(1) KT-PAY(PX) KT-PAY(OX)
           END-IF
           GO TO H1.

      * pass 3 - every line a payer answered in the month: the
      * denial rate and its categories, the payment lag from first
      * transmission on the paid lines, and the payment itself on
      * legacy lines with no history records
       Y0.
           MOVE SPACE TO PAYCUR-KEY.
           START PAYCUR KEY NOT < PAYCUR-KEY INVALID GO TO S0.
       Y1.
           READ PAYCUR NEXT AT END GO TO S0.
           IF PC-DATE-E < MON-START OR PC-DATE-E > MON-END GO TO Y1.
           MOVE PC-PAYCODE TO JPAY
           MOVE PC-KEY8 TO JGAR
           PERFORM CELL-SET THRU CELL-SET-EXIT
           MOVE PC-KEY8 TO PH-KEY8
           MOVE PC-KEY3 TO PH-KEY3
           MOVE 1 TO PH-SEQ
           READ PAYHIST
             INVALID
               ADD PC-AMOUNT TO KT-PAY(1) KT-PAY(PX) KT-PAY(OX)
           END-READ
           ADD 1 TO KT-ADJ(1) KT-ADJ(PX) KT-ADJ(OX)
           IF PC-DENIAL NOT = SPACE
             ADD 1 TO KT-DEN(1) KT-DEN(PX) KT-DEN(OX)
             PERFORM DEN-CAT THRU DEN-CAT-EXIT
             ADD 1 TO KT-CAT(1 CX) KT-CAT(PX CX) KT-CAT(OX CX)
             GO TO Y1
           END-IF
           MOVE PAYCUR-KEY TO SB-KEY
           READ CLMSUB INVALID GO TO Y1.
           MOVE SB-FIRST-SENT TO DB-FROM
           MOVE PC-DATE-E TO DB-TO
           PERFORM DAY-DIFF THRU DAY-DIFF-EXIT
           IF DB-OK = "Y"
             ADD 1 TO KT-PLAG-N(1) KT-PLAG-N(PX) KT-PLAG-N(OX)
             ADD DB-DAYS TO KT-PLAG-D(1) KT-PLAG-D(PX) KT-PLAG-D(OX).
           GO TO Y1.

      * C coding, E eligibility, T timely filing, D duplicate;
      * anything else, or a code not on the denial table, is O
       DEN-CAT.
           MOVE 5 TO CX
           MOVE PC-DENIAL TO DN-CODE
           READ DENFILE INVALID GO TO DEN-CAT-EXIT.
           IF DN-CAT = "C" MOVE 1 TO CX.
           IF DN-CAT = "E" MOVE 2 TO CX.
           IF DN-CAT = "T" MOVE 3 TO CX.
           IF DN-CAT = "D" MOVE 4 TO CX.
       DEN-CAT-EXIT. EXIT.

      * pass 4 - claims first transmitted in the month.  a claim
      * is clean when the payer accepted its first transmission
      * and none of its lines has gone on the correction queue.
      * the billing lag runs from each line's entry to that first
      * transmission.  ack277 keys the history by charge line, so
      * a claim's lines arrive together under the guarantor
       S0.
           MOVE LOW-VALUES TO SB-KEY.
           START CLMSUB KEY NOT < SB-KEY INVALID GO TO P8.
       S1.
           READ CLMSUB NEXT AT END GO TO S9.
           IF SB-FIRST-SENT < MON-START OR SB-FIRST-SENT > MON-END
             GO TO S1.
           IF SB-KEY8 NOT = SV-KEY8 OR SB-CLAIM NOT = SV-CLAIM
             PERFORM CLAIM-END THRU CLAIM-END-EXIT
             MOVE SB-KEY8 TO SV-KEY8
             MOVE SB-CLAIM TO SV-CLAIM
             MOVE SB-PAYCODE TO SV-PAYCODE
             MOVE "Y" TO SV-CLEAN
           END-IF
           IF SB-FIRST-RESULT NOT = "A"
             MOVE "N" TO SV-CLEAN.
           MOVE SB-KEY TO CQ-KEY
           READ CORRQ
             NOT INVALID
               MOVE "N" TO SV-CLEAN
           END-READ
           MOVE SB-KEY TO CHARCUR-KEY
           READ CHARCUR INVALID GO TO S1.
           MOVE SB-PAYCODE TO JPAY
           MOVE SB-KEY8 TO JGAR
           PERFORM CELL-SET THRU CELL-SET-EXIT
           MOVE CC-DAT1 TO DB-FROM
           MOVE SB-FIRST-SENT TO DB-TO
           PERFORM DAY-DIFF THRU DAY-DIFF-EXIT
           IF DB-OK = "Y"
             ADD 1 TO KT-BLAG-N(1) KT-BLAG-N(PX) KT-BLAG-N(OX)
             ADD DB-DAYS TO KT-BLAG-D(1) KT-BLAG-D(PX) KT-BLAG-D(OX).
           GO TO S1.
       S9.
           PERFORM CLAIM-END THRU CLAIM-END-EXIT.
           GO TO P8.

       CLAIM-END.
           IF SV-KEY8 = LOW-VALUES GO TO CLAIM-END-EXIT.
           MOVE SV-PAYCODE TO JPAY
           MOVE SV-KEY8 TO JGAR
           PERFORM CELL-SET THRU CELL-SET-EXIT
           ADD 1 TO KT-CLM(1) KT-CLM(PX) KT-CLM(OX)
           IF SV-CLEAN = "Y"
             ADD 1 TO KT-CLEAN(1) KT-CLEAN(PX) KT-CLEAN(OX).
       CLAIM-END-EXIT. EXIT.

      * a charge line's balance as the books stood at month end -
      * on the books once entered (CC-DAT1, or the service date on
      * lines keyed before the entry date was kept), less whatever
      * history had applied to it by then.  a line with no history
      * counts its PAYCUR record when it is for the line's claim
       LINE-AR.
           MOVE 0 TO LA-BAL
           MOVE CC-DAT1 TO LA-IN
           IF LA-IN NOT NUMERIC OR LA-IN = "00000000"
             MOVE CC-DATE-T TO LA-IN.
           IF LA-IN > MON-END GO TO LINE-AR-EXIT.
           MOVE CC-AMOUNT TO LA-BAL
           MOVE "N" TO LA-HIST
           MOVE CC-KEY8 TO PH-KEY8
           MOVE CC-KEY3 TO PH-KEY3
           MOVE 0 TO PH-SEQ
           START PAYHIST KEY NOT < PAYHIST-KEY
             INVALID
               GO TO LINE-AR-2.
       LINE-AR-1.
           READ PAYHIST NEXT AT END GO TO LINE-AR-2.
           IF PH-KEY8 NOT = CC-KEY8 OR PH-KEY3 NOT = CC-KEY3
             GO TO LINE-AR-2.
           MOVE "Y" TO LA-HIST
           IF PH-DATE-E NOT > MON-END
             SUBTRACT PH-AMOUNT FROM LA-BAL.
           GO TO LINE-AR-1.
       LINE-AR-2.
           IF LA-HIST = "Y" GO TO LINE-AR-EXIT.
           MOVE CC-KEY8 TO PC-KEY8
           MOVE CC-KEY3 TO PC-KEY3
           READ PAYCUR INVALID
             GO TO LINE-AR-EXIT
           END-READ
           IF PC-CLAIM = CC-CLAIM AND PC-DATE-E NOT > MON-END
             SUBTRACT PC-AMOUNT FROM LA-BAL.
       LINE-AR-EXIT. EXIT.

      * the payer and office cells a figure lands in - self-pay
      * lines carry paycode 000, an account with no office ????
       CELL-SET.
           IF JPAY = SPACE
             MOVE "000" TO JPAY.
           IF JGAR NOT = LAST-GAR
             MOVE JGAR TO G-GARNO LAST-GAR
             READ GARFILE INVALID
               MOVE "????" TO JOFFICE
             NOT INVALID
               MOVE G-PR-OFFICE TO JOFFICE
             END-READ
             IF JOFFICE = SPACE
               MOVE "????" TO JOFFICE
             END-IF
           END-IF
           MOVE "P" TO JDIM
           MOVE JPAY TO JCODE
           PERFORM CELL-FIND THRU CELL-FIND-EXIT
           MOVE KX TO PX
           MOVE "F" TO JDIM
           MOVE JOFFICE TO JCODE
           PERFORM CELL-FIND THRU CELL-FIND-EXIT
           MOVE KX TO OX.
       CELL-SET-EXIT. EXIT.

       CELL-FIND.
           PERFORM VARYING KX FROM 1 BY 1 UNTIL KX > KT-CNT
             IF KT-DIM(KX) = JDIM AND KT-CODE(KX) = JCODE
               GO TO CELL-FIND-EXIT
             END-IF
           END-PERFORM
      * the last two cells are kept back so that past the table
      * limit each dimension gathers its overflow in a MORE cell of
      * its own, never in another payer's or office's figures
           IF KT-CNT NOT < 198 AND JCODE NOT = "MORE"
             ADD 1 TO OVFL-CNT
             MOVE "MORE" TO JCODE
             GO TO CELL-FIND.
           ADD 1 TO KT-CNT
           MOVE KT-CNT TO KX
           MOVE JDIM TO KT-DIM(KX)
           MOVE JCODE TO KT-CODE(KX).
       CELL-FIND-EXIT. EXIT.

      * whole days from DB-FROM to DB-TO; DB-OK N when either is
      * not a usable date or the span runs backwards
       DAY-DIFF.
           MOVE "N" TO DB-OK
           MOVE DB-FROM TO DB-CHK
           PERFORM DATE-CHK THRU DATE-CHK-EXIT
           IF DB-CHK = SPACE GO TO DAY-DIFF-EXIT.
           MOVE DB-TO TO DB-CHK
           PERFORM DATE-CHK THRU DATE-CHK-EXIT
           IF DB-CHK = SPACE GO TO DAY-DIFF-EXIT.
           COMPUTE DB-INT1 = FUNCTION INTEGER-OF-DATE(DB-FROM9)
           COMPUTE DB-INT2 = FUNCTION INTEGER-OF-DATE(DB-TO9)
           IF DB-INT1 = 0 OR DB-INT2 = 0 GO TO DAY-DIFF-EXIT.
           IF DB-INT2 < DB-INT1 GO TO DAY-DIFF-EXIT.
           COMPUTE DB-DAYS = DB-INT2 - DB-INT1
           MOVE "Y" TO DB-OK.
       DAY-DIFF-EXIT. EXIT.

       DATE-CHK.
           IF DB-CHK NOT NUMERIC OR DB-CHK(1:4) < "1900"
             OR DB-CHK(5:2) < "01" OR DB-CHK(5:2) > "12"
             OR DB-CHK(7:2) < "01" OR DB-CHK(7:2) > "31"
             MOVE SPACE TO DB-CHK.
       DATE-CHK-EXIT. EXIT.

       MONTH-BACK.
           SUBTRACT 1 FROM MA-MM
           IF MA-MM = 0
             MOVE 12 TO MA-MM
             SUBTRACT 1 FROM MA-YY.
       MONTH-BACK-EXIT. EXIT.

       MONTH-FWD.
           ADD 1 TO MA-MM
           IF MA-MM > 12
             MOVE 1 TO MA-MM
             ADD 1 TO MA-YY.
       MONTH-FWD-EXIT. EXIT.

      * a rerun of the month replaces what the last run filed
       P8.
           MOVE PERIOD6 TO KH-PERIOD
           MOVE LOW-VALUES TO KH-DIM KH-CODE
           START KPIHIST KEY NOT < KH-KEY INVALID GO TO P8-2.
       P8-1.
           READ KPIHIST NEXT AT END GO TO P8-2.
           IF KH-PERIOD NOT = PERIOD6 GO TO P8-2.
           DELETE KPIHIST RECORD INVALID
             CONTINUE
           END-DELETE
           ADD 1 TO REPL-CNT
           GO TO P8-1.
       P8-2.
           MOVE HD-LINE1 TO PRT.
           PERFORM PRT-W.
           MOVE HD-LINE2 TO PRT.
           PERFORM PRT-W.
           MOVE SPACE TO PRT.
           PERFORM PRT-W.
           MOVE "T" TO JDIM.
           PERFORM DIM-PRINT THRU DIM-PRINT-EXIT.
           MOVE "P" TO JDIM.
           PERFORM DIM-PRINT THRU DIM-PRINT-EXIT.
           MOVE "F" TO JDIM.
           PERFORM DIM-PRINT THRU DIM-PRINT-EXIT.
           GO TO T0.

      * every cell of one kind, in code order
       DIM-PRINT.
           MOVE 0 TO KB
           PERFORM VARYING KX FROM 1 BY 1 UNTIL KX > KT-CNT
             IF KT-DIM(KX) = JDIM AND KT-DONE(KX) = SPACE
               IF KB = 0
                 MOVE KX TO KB
               ELSE
                 IF KT-CODE(KX) < KT-CODE(KB)
                   MOVE KX TO KB
                 END-IF
               END-IF
             END-IF
           END-PERFORM
           IF KB = 0
             MOVE SPACE TO PRT
             PERFORM PRT-W
             GO TO DIM-PRINT-EXIT.
           MOVE "X" TO KT-DONE(KB)
           MOVE KB TO KX
           PERFORM CELL-CALC THRU CELL-CALC-EXIT
           WRITE KPIHIST01 INVALID
             REWRITE KPIHIST01
           END-WRITE
           ADD 1 TO CELL-CNT
           PERFORM CELL-PRINT THRU CELL-PRINT-EXIT
           GO TO DIM-PRINT.
       DIM-PRINT-EXIT. EXIT.

      * the month's figures for cell KX, built in the history
      * record.  a rate whose base is empty is left at zero
       CELL-CALC.
           MOVE SPACE TO KPIHIST01
           MOVE PERIOD6 TO KH-PERIOD
           MOVE KT-DIM(KX) TO KH-DIM
           MOVE KT-CODE(KX) TO KH-CODE
           MOVE KT-AR(KX) TO KH-AR
           MOVE KT-CHG(KX) TO KH-CHG
           MOVE KT-PAY(KX) TO KH-PAY
           MOVE KT-CON(KX) TO KH-CON
           MOVE KT-CLM(KX) TO KH-CLM
           MOVE KT-ADJ(KX) TO KH-ADJ
           MOVE 0 TO KH-DAR KH-NCR KH-CLEAN KH-DEN KH-CLAG KH-BLAG
             KH-PLAG KH-CAT(1) KH-CAT(2) KH-CAT(3) KH-CAT(4)
             KH-CAT(5)
           MOVE TODAY8 TO KH-RUN-DATE
      * A/R over the average day's charges in the window
           IF KT-CHG3(KX) > 0
             COMPUTE KH-DAR ROUNDED =
               KT-AR(KX) * WIN-DAYS / KT-CHG3(KX).
      * payments over charges less the contractual allowance
           COMPUTE NET-BASE = KT-CHG(KX) - KT-CON(KX)
           IF NET-BASE NOT = 0
             COMPUTE KH-NCR ROUNDED = KT-PAY(KX) * 100 / NET-BASE.
           IF KT-CLM(KX) > 0
             COMPUTE KH-CLEAN ROUNDED =
               KT-CLEAN(KX) * 100 / KT-CLM(KX).
           IF KT-ADJ(KX) > 0
             COMPUTE KH-DEN ROUNDED = KT-DEN(KX) * 100 / KT-ADJ(KX)
             PERFORM CAT-PCT THRU CAT-PCT-EXIT
               VARYING CX FROM 1 BY 1 UNTIL CX > 5.
           IF KT-CLAG-N(KX) > 0
             COMPUTE KH-CLAG ROUNDED = KT-CLAG-D(KX) / KT-CLAG-N(KX).
           IF KT-BLAG-N(KX) > 0
             COMPUTE KH-BLAG ROUNDED = KT-BLAG-D(KX) / KT-BLAG-N(KX).
           IF KT-PLAG-N(KX) > 0
             COMPUTE KH-PLAG ROUNDED = KT-PLAG-D(KX) / KT-PLAG-N(KX).
       CELL-CALC-EXIT. EXIT.

       CAT-PCT.
           COMPUTE KH-CAT(CX) ROUNDED =
             KT-CAT(KX CX) * 100 / KT-ADJ(KX).
       CAT-PCT-EXIT. EXIT.

       CELL-PRINT.
           MOVE SPACE TO KPI-LINE
           IF KH-DIM = "T"
             MOVE "PRACTICE" TO KL-DIM
             MOVE "ALL ACCOUNTS" TO KL-NAME.
           IF KH-DIM = "P"
             MOVE "PAYER" TO KL-DIM
             MOVE KH-CODE TO PAYER-KEY
             READ PAYERFILE INVALID
               MOVE "NOT ON PAYER FILE" TO KL-NAME
             NOT INVALID
               MOVE PAYER-NAME TO KL-NAME
             END-READ
             IF KH-CODE = "000"
               MOVE "SELF PAY" TO KL-NAME
             END-IF
             IF KH-CODE = "MORE"
               MOVE "PAYERS PAST LIMIT" TO KL-NAME
             END-IF.
           IF KH-DIM = "F"
             MOVE "OFFICE" TO KL-DIM
             IF KH-CODE = "????"
               MOVE "NO OFFICE ON ACCOUNT" TO KL-NAME
             END-IF
             IF KH-CODE = "MORE"
               MOVE "OFFICES PAST LIMIT" TO KL-NAME
             END-IF.
           MOVE KH-CODE TO KL-CODE
           MOVE KH-AR TO KL-AR
           MOVE KH-DAR TO KL-DAR
           MOVE KH-NCR TO KL-NCR
           MOVE KH-CLM TO KL-CLM
           MOVE KH-CLEAN TO KL-CLEAN
           MOVE KH-DEN TO KL-DEN
           MOVE KH-CLAG TO KL-CLAG
           MOVE KH-BLAG TO KL-BLAG
           MOVE KH-PLAG TO KL-PLAG
           MOVE KPI-LINE TO PRT
           PERFORM PRT-W
           IF KT-DEN(KX) = 0 GO TO CELL-PRINT-EXIT.
           MOVE SPACE TO DEN-LINE
           MOVE "DENIED" TO DL-LABEL
           MOVE KT-DEN(KX) TO DL-DEN
           MOVE " OF" TO DL-OF
           MOVE KT-ADJ(KX) TO DL-ADJ
           MOVE "CODING" TO DL-CNAME(1)
           MOVE "ELIG" TO DL-CNAME(2)
           MOVE "TIMELY" TO DL-CNAME(3)
           MOVE "DUP" TO DL-CNAME(4)
           MOVE "OTHER" TO DL-CNAME(5)
           MOVE KH-CAT(1) TO DL-CAT(1)
           MOVE KH-CAT(2) TO DL-CAT(2)
           MOVE KH-CAT(3) TO DL-CAT(3)
           MOVE KH-CAT(4) TO DL-CAT(4)
           MOVE KH-CAT(5) TO DL-CAT(5)
           MOVE DEN-LINE TO PRT
           PERFORM PRT-W.
       CELL-PRINT-EXIT. EXIT.

      * the practice's figures for the thirteen months ending with
      * the period, off the history file
       T0.
           MOVE SPACE TO PRT.
           PERFORM PRT-W.
           MOVE "13-MONTH TREND - PRACTICE" TO PRT.
           PERFORM PRT-W.
           MOVE SPACE TO PRT.
           PERFORM PRT-W.
           MOVE TRD-HD TO PRT.
           PERFORM PRT-W.
           MOVE PERIOD6 TO MA-PERIOD
           PERFORM MONTH-BACK THRU MONTH-BACK-EXIT 12 TIMES
           MOVE 0 TO TRD-CNT.
       T1.
           IF TRD-CNT = 13 GO TO P9.
           ADD 1 TO TRD-CNT
           MOVE SPACE TO TRD-LINE
           MOVE MA-PERIOD TO TR-PERIOD
           MOVE MA-PERIOD TO KH-PERIOD
           MOVE "T" TO KH-DIM
           MOVE "ALL" TO KH-CODE
           READ KPIHIST
             INVALID
               MOVE "NOT ON FILE" TO TR-MSG
             NOT INVALID
               MOVE KH-DAR TO TR-DAR
               MOVE KH-NCR TO TR-NCR
               MOVE KH-CLEAN TO TR-CLEAN
               MOVE KH-DEN TO TR-DEN
               MOVE KH-CLAG TO TR-CLAG
               MOVE KH-BLAG TO TR-BLAG
               MOVE KH-PLAG TO TR-PLAG
               MOVE KH-AR TO TR-AR
               MOVE KH-CHG TO TR-CHG
               MOVE KH-PAY TO TR-PAY
           END-READ
           MOVE TRD-LINE TO PRT
           PERFORM PRT-W
           PERFORM MONTH-FWD THRU MONTH-FWD-EXIT
           GO TO T1.

       P9.
           MOVE SPACE TO PRT.
           PERFORM PRT-W.
           MOVE SPACE TO TOT-LINE.
           MOVE "CELLS FILED TO HISTORY:" TO TL-LABEL.
           MOVE CELL-CNT TO TL-CNT.
           MOVE TOT-LINE TO PRT.
           PERFORM PRT-W.
           MOVE SPACE TO TOT-LINE.
           MOVE "EARLIER FIGURES REPLACED:" TO TL-LABEL.
           MOVE REPL-CNT TO TL-CNT.
           MOVE TOT-LINE TO PRT.
           PERFORM PRT-W.
           MOVE SPACE TO TOT-LINE.
           MOVE "FIGURES PAST TABLE LIMIT:" TO TL-LABEL.
           MOVE OVFL-CNT TO TL-CNT.
           MOVE TOT-LINE TO PRT.
           PERFORM PRT-W.
           CLOSE CHARCUR PAYCUR PAYHIST GARFILE CLMSUB CORRQ DENFILE
             PAYERFILE KPIHIST RPTFILE.
           STOP RUN.

       PRT-W.
           MOVE PRT TO RPTFILE01
           WRITE RPTFILE01.
