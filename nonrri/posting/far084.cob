      * @package cms
      * @link    http://www.cmsvt.com
      * @author  s waite <cmswest@sover.net>
      * @copyright Copyright (c) 2020 cms <cmswest@sover.net>
      * @license https://github.com/openemr/openemr/blob/master/LICENSE GNU General Public License 3
       IDENTIFICATION DIVISION.
       PROGRAM-ID. far084.
       AUTHOR. SID WAITE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL PARMIN ASSIGN TO "S30" ORGANIZATION
           LINE SEQUENTIAL.
           SELECT OPTIONAL FINAID ASSIGN TO "S35" ORGANIZATION IS
           INDEXED ACCESS IS DYNAMIC RECORD KEY IS FA-GARNO
           LOCK MODE MANUAL.
           SELECT GARFILE ASSIGN TO "S40" ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC RECORD KEY IS G-GARNO
           ALTERNATE RECORD KEY IS G-GARNAME WITH DUPLICATES
           LOCK MODE MANUAL.
           SELECT OPTIONAL PAYHIST ASSIGN TO "S45" ORGANIZATION IS
           INDEXED ACCESS IS DYNAMIC RECORD KEY IS PAYHIST-KEY
           LOCK MODE MANUAL.
           SELECT OPTIONAL FPLFILE ASSIGN TO "S50" ORGANIZATION IS
           INDEXED ACCESS IS DYNAMIC RECORD KEY IS FP-KEY
           LOCK MODE MANUAL.
           SELECT RPTFILE ASSIGN TO "S55" ORGANIZATION
           LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
      * report year, blank - the current year
       FD  PARMIN.
       01  PARMIN01.
           02 PARM-YEAR PIC X(4).

      * financial-assistance approval kept by fam083
       FD  FINAID.
       01  FINAID01.
           02 FA-GARNO PIC X(8).
           02 FA-HH-SIZE PIC 99.
           02 FA-INCOME PIC 9(7).
           02 FA-FPL-PCT PIC 999.
           02 FA-TIER PIC XX.
           02 FA-PCT PIC 999.
           02 FA-APPROVED PIC X(8).
           02 FA-EXPIRES PIC X(8).
           02 FA-YEAR PIC X(4).
           02 FA-FUTURE PIC X(10).

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

      * payment history detail - the C records are the
      * financial-assistance discounts stm056 posts, tier in
      * PH-DENIAL
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

      * poverty guideline / sliding-fee table loaded by fpl082
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

       WORKING-STORAGE SECTION.
       01  TODAY8 PIC X(8).
       01  RPT-YEAR PIC X(4).
       01  EXP-CNT PIC 9(6) VALUE 0.
       01  CHR-CNT PIC 9(6) VALUE 0.
       01  CHR-TOT PIC S9(9)V99 VALUE 0.
       01  TX PIC 99.
       01  T-CNT PIC 99 VALUE 0.
       01  T-TAB.
           02 T-ENT OCCURS 30 TIMES.
             03 T-TIER PIC XX.
             03 T-LINES PIC 9(6).
             03 T-AMT PIC S9(9)V99.
       01  EXP-LINE.
           02 EL-GARNO PIC X(8).
           02 FILLER PIC X(2).
           02 EL-NAME PIC X(24).
           02 FILLER PIC X(2).
           02 EL-HH PIC Z9.
           02 FILLER PIC X(2).
           02 EL-TIER PIC XX.
           02 FILLER PIC X(2).
           02 EL-PCT PIC ZZ9.
           02 FILLER PIC X(2).
           02 EL-APPROVED PIC X(8).
           02 FILLER PIC X(2).
           02 EL-EXPIRES PIC X(8).
           02 FILLER PIC X(2).
           02 EL-NOTE PIC X(20).
       01  TIER-LINE.
           02 FILLER PIC X(5) VALUE "TIER ".
           02 TR-TIER PIC XX.
           02 FILLER PIC X(3).
           02 TR-PCT PIC ZZ9.
           02 FILLER PIC X(11) VALUE "% DISCOUNT".
           02 TR-LINES PIC ZZZ,ZZ9.
           02 FILLER PIC X(8) VALUE " LINES  ".
           02 TR-AMT PIC -ZZ,ZZZ,ZZ9.99.
       01  TOT-LINE.
           02 TL-LABEL PIC X(32).
           02 TL-CNT PIC ZZZ,ZZ9.
           02 FILLER PIC X(3).
           02 TL-AMT PIC -ZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       P0.
           ACCEPT TODAY8 FROM DATE YYYYMMDD.
           MOVE TODAY8(1:4) TO RPT-YEAR.
           OPEN INPUT PARMIN.
           READ PARMIN
             AT END
               MOVE SPACE TO PARM-YEAR.
           CLOSE PARMIN.
           IF PARM-YEAR NOT = SPACE
             MOVE PARM-YEAR TO RPT-YEAR.
           IF RPT-YEAR NOT NUMERIC
             DISPLAY "FAR084 YEAR PARM NOT NUMERIC " RPT-YEAR
             STOP RUN.

           OPEN INPUT FINAID GARFILE PAYHIST FPLFILE OUTPUT RPTFILE.
           MOVE SPACE TO RPTFILE01.
           STRING "FINANCIAL ASSISTANCE ANNUAL REPORT  YEAR " RPT-YEAR
             "  RUN " TODAY8 DELIMITED BY SIZE INTO RPTFILE01.
           WRITE RPTFILE01.
           MOVE SPACE TO RPTFILE01.
           WRITE RPTFILE01.
           MOVE "APPROVALS EXPIRING IN THE YEAR" TO RPTFILE01.
           WRITE RPTFILE01.
           MOVE SPACE TO RPTFILE01.
           WRITE RPTFILE01.
           MOVE SPACE TO RPTFILE01.
           STRING "ACCOUNT   NAME                      HH  TR  PCT  "
             "APPROVED  EXPIRES" DELIMITED BY SIZE INTO RPTFILE01.
           WRITE RPTFILE01.

      * pass 1 - approvals whose expiry falls in the year, so the
      * front desk can ask for a renewal application
           MOVE LOW-VALUES TO FA-GARNO.
           START FINAID KEY NOT < FA-GARNO INVALID GO TO H0.
       E1.
           READ FINAID NEXT AT END GO TO H0.
           IF FA-EXPIRES(1:4) NOT = RPT-YEAR GO TO E1.
           MOVE SPACE TO EXP-LINE
           MOVE FA-GARNO TO EL-GARNO G-GARNO
           READ GARFILE INVALID
             MOVE "NOT ON GARFILE" TO EL-NAME
           NOT INVALID
             MOVE G-GARNAME TO EL-NAME
           END-READ
           MOVE FA-HH-SIZE TO EL-HH
           MOVE FA-TIER TO EL-TIER
           MOVE FA-PCT TO EL-PCT
           MOVE FA-APPROVED TO EL-APPROVED
           MOVE FA-EXPIRES TO EL-EXPIRES
           IF FA-EXPIRES < TODAY8
             MOVE "EXPIRED" TO EL-NOTE
           ELSE
             MOVE "RENEWAL DUE" TO EL-NOTE
           END-IF
           MOVE EXP-LINE TO RPTFILE01
           WRITE RPTFILE01
           ADD 1 TO EXP-CNT
           GO TO E1.

      * pass 2 - discounts stm056 posted in the year, by tier
       H0.
           MOVE LOW-VALUES TO PAYHIST-KEY.
           START PAYHIST KEY NOT < PAYHIST-KEY INVALID GO TO P8.
       H1.
           READ PAYHIST NEXT AT END GO TO P8.
           IF PH-TYPE NOT = "C" GO TO H1.
           IF PH-DATE-E(1:4) NOT = RPT-YEAR GO TO H1.
           ADD 1 TO CHR-CNT
           ADD PH-AMOUNT TO CHR-TOT
           MOVE 1 TO TX.
       H2.
           IF TX > T-CNT GO TO H3.
           IF T-TIER(TX) = PH-DENIAL
             ADD 1 TO T-LINES(TX)
             ADD PH-AMOUNT TO T-AMT(TX)
             GO TO H1.
           ADD 1 TO TX
           GO TO H2.
       H3.
           IF T-CNT < 30
             ADD 1 TO T-CNT
             MOVE T-CNT TO TX
             MOVE PH-DENIAL TO T-TIER(TX)
             MOVE 1 TO T-LINES(TX)
             MOVE PH-AMOUNT TO T-AMT(TX)
           ELSE
             DISPLAY "T-TAB HAS MORE THAN 30 TIERS, LUMPING INTO LAST"
             ADD 1 TO T-LINES(30)
             ADD PH-AMOUNT TO T-AMT(30)
           END-IF
           GO TO H1.

       P8.
           MOVE SPACE TO RPTFILE01.
           WRITE RPTFILE01.
           MOVE SPACE TO TOT-LINE.
           MOVE "APPROVALS EXPIRING:" TO TL-LABEL.
           MOVE EXP-CNT TO TL-CNT.
           MOVE TOT-LINE TO RPTFILE01.
           WRITE RPTFILE01.
           MOVE SPACE TO RPTFILE01.
           WRITE RPTFILE01.
           MOVE SPACE TO RPTFILE01.
           WRITE RPTFILE01.
           MOVE "CHARITY CARE WRITTEN OFF BY TIER" TO RPTFILE01.
           WRITE RPTFILE01.
           MOVE SPACE TO RPTFILE01.
           WRITE RPTFILE01.
           MOVE 1 TO TX.
       P8-1.
           IF TX > T-CNT GO TO P9.
           MOVE T-TIER(TX) TO TR-TIER
           MOVE 0 TO TR-PCT
      * the discount shown is this year's table - a tier renumbered
      * since shows what it pays now
           MOVE "T" TO FP-TYPE
           MOVE T-TIER(TX) TO FP-SEQ
           READ FPLFILE INVALID
             CONTINUE
           NOT INVALID
             MOVE FP-PCT TO TR-PCT
           END-READ
           MOVE T-LINES(TX) TO TR-LINES
           MOVE T-AMT(TX) TO TR-AMT
           MOVE TIER-LINE TO RPTFILE01
           WRITE RPTFILE01
           ADD 1 TO TX
           GO TO P8-1.

       P9.
           MOVE SPACE TO RPTFILE01.
           WRITE RPTFILE01.
           MOVE SPACE TO TOT-LINE.
           MOVE "TOTAL CHARITY CARE:" TO TL-LABEL.
           MOVE CHR-CNT TO TL-CNT.
           MOVE CHR-TOT TO TL-AMT.
           MOVE TOT-LINE TO RPTFILE01.
           WRITE RPTFILE01.
           CLOSE FINAID GARFILE PAYHIST FPLFILE RPTFILE.
           STOP RUN.
