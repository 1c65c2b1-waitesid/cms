      * @package cms
      * @link    http://www.cmsvt.com
      * @author  s waite <cmswest@sover.net>
      * @copyright Copyright (c) 2020 cms <cmswest@sover.net>
      * @license https://github.com/openemr/openemr/blob/master/LICENSE GNU General Public License 3
       IDENTIFICATION DIVISION.
       PROGRAM-ID. msl078.
       AUTHOR. SID WAITE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL PARMIN ASSIGN TO "S30" ORGANIZATION
           LINE SEQUENTIAL.
           SELECT GARFILE ASSIGN TO "S35" ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC RECORD KEY IS G-GARNO
           ALTERNATE RECORD KEY IS G-GARNAME WITH DUPLICATES
           LOCK MODE MANUAL.
           SELECT OPTIONAL MSPFILE ASSIGN TO "S40" ORGANIZATION IS
           INDEXED ACCESS IS DYNAMIC RECORD KEY IS MS-GARNO
           LOCK MODE MANUAL.
           SELECT RPTFILE ASSIGN TO "S45" ORGANIZATION
           LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
      * as-of date for the list, blank - today
       FD  PARMIN.
       01  PARMIN01.
           02 PARM-DATE PIC X(8).

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

      * medicare secondary payer questionnaire kept by msm077.  MS-DATE the date last asked.  MS-TYPE is the 837
      * SBR05 insurance type when medicare is secondary - 12 working
      * aged, 13 ESRD, 14 no-fault/auto, 15 workers comp, 16 public
      * health service, 41 black lung, 42 veterans, 43 disabled large
      * group, 47 liability - blank when medicare is primary.  the
      * MS-OTHER fields name the coverage that pays ahead of it
       FD  MSPFILE.
       01  MSPFILE01.
           02 MS-GARNO PIC X(8).
           02 MS-DATE PIC X(8).
           02 MS-TYPE PIC XX.
           02 MS-OTHER-PAYCODE PIC XXX.
           02 MS-OTHER-NAME PIC X(24).
           02 MS-OTHER-POLICY PIC X(16).
           02 MS-FUTURE PIC X(10).

       FD  RPTFILE.
       01  RPTFILE01 PIC X(100).

       WORKING-STORAGE SECTION.
       01  TODAY8 PIC X(8).
       01  RPT-DATE PIC X(8).
       01  RPT-DATE9 REDEFINES RPT-DATE PIC 9(8).
       01  RPT-INT PIC 9(7).
       01  ASK-DATE PIC X(8).
       01  ASK-DATE9 REDEFINES ASK-DATE PIC 9(8).
       01  ASK-DAYS PIC S9(5).
      * medicare wants the questionnaire asked again once the last
      * answers are this many days old
       01  MSP-DAYS PIC 999 VALUE 90.
       01  MCR-CNT PIC 9(6) VALUE 0.
       01  NEW-CNT PIC 9(6) VALUE 0.
       01  OLD-CNT PIC 9(6) VALUE 0.
       01  ORD-CNT PIC 9(6) VALUE 0.
       01  HD-LINE.
           02 FILLER PIC X(26) VALUE "ACCOUNT NAME".
           02 FILLER PIC X(10) VALUE "ACCOUNT".
           02 FILLER PIC X(12) VALUE "PHONE".
           02 FILLER PIC X(5) VALUE "MCR".
           02 FILLER PIC X(10) VALUE "ASKED".
           02 FILLER PIC X(5) VALUE "MSP".
           02 FILLER PIC X(30) VALUE "ACTION".
       01  DT-LINE.
           02 DT-NAME PIC X(24).
           02 FILLER PIC X(2).
           02 DT-GARNO PIC X(8).
           02 FILLER PIC X(2).
           02 DT-PHONE PIC X(10).
           02 FILLER PIC X(2).
           02 DT-MCR PIC XXX.
           02 FILLER PIC X(2).
           02 DT-ASKED PIC X(8).
           02 FILLER PIC X(2).
           02 DT-TYPE PIC XX.
           02 FILLER PIC X(3).
           02 DT-NOTE PIC X(32).
       01  DAYS-ED PIC ZZZZ9.
       01  TOT-LINE.
           02 TL-LABEL PIC X(32).
           02 TL-CNT PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
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
             DISPLAY "MSL078 DATE PARM NOT NUMERIC " RPT-DATE
             STOP RUN.
           COMPUTE RPT-INT = FUNCTION INTEGER-OF-DATE(RPT-DATE9).

           OPEN INPUT GARFILE MSPFILE OUTPUT RPTFILE.
           MOVE SPACE TO RPTFILE01.
           MOVE MSP-DAYS TO DAYS-ED.
           STRING "MSP QUESTIONNAIRE DUE AT NEXT VISIT - NOT ASKED IN"
             DAYS-ED " DAYS  AS OF " RPT-DATE
             DELIMITED BY SIZE INTO RPTFILE01.
           WRITE RPTFILE01.
           MOVE SPACE TO RPTFILE01.
           WRITE RPTFILE01.
           MOVE HD-LINE TO RPTFILE01.
           WRITE RPTFILE01.
           MOVE SPACE TO RPTFILE01.
           WRITE RPTFILE01.

      * name order, so the desk can find the patient at check-in
           MOVE LOW-VALUES TO G-GARNAME.
           START GARFILE KEY IS NOT LESS THAN G-GARNAME
             INVALID
               GO TO P9.

       P1.
           READ GARFILE NEXT AT END GO TO P9.
           IF G-DELETE = "Y" GO TO P1.
           IF G-PRINS NOT = "003" AND G-SEINS NOT = "003" GO TO P1.
           ADD 1 TO MCR-CNT.
           MOVE SPACE TO DT-LINE
           MOVE G-GARNAME TO DT-NAME
           MOVE G-GARNO TO DT-GARNO
           MOVE G-PHONE TO DT-PHONE
           IF G-PRINS = "003"
             MOVE "PRI" TO DT-MCR
           ELSE
             MOVE "SEC" TO DT-MCR
           END-IF

           MOVE G-GARNO TO MS-GARNO
           READ MSPFILE INVALID
             MOVE "NEVER ASKED" TO DT-NOTE
             ADD 1 TO NEW-CNT
             GO TO P2
           END-READ
           MOVE MS-DATE TO DT-ASKED
           MOVE MS-TYPE TO DT-TYPE
      * the answers say medicare pays second but the account still
      * bills it first - the claim run is holding these
           IF G-PRINS = "003" AND MS-TYPE NOT = SPACE
             MOVE "MEDICARE NOT PRIMARY - FIX INS" TO DT-NOTE
             ADD 1 TO ORD-CNT
             GO TO P2.
           MOVE MS-DATE TO ASK-DATE
           IF ASK-DATE NOT NUMERIC
             MOVE "NO VALID DATE ASKED" TO DT-NOTE
             ADD 1 TO OLD-CNT
             GO TO P2.
           COMPUTE ASK-DAYS = RPT-INT
             - FUNCTION INTEGER-OF-DATE(ASK-DATE9)
           IF ASK-DAYS < MSP-DAYS GO TO P1.
           MOVE ASK-DAYS TO DAYS-ED
           STRING "ASK AGAIN - LAST" DAYS-ED " DAYS AGO"
             DELIMITED BY SIZE INTO DT-NOTE
           ADD 1 TO OLD-CNT.

       P2.
           MOVE DT-LINE TO RPTFILE01
           WRITE RPTFILE01
           GO TO P1.

       P9.
           MOVE SPACE TO RPTFILE01.
           WRITE RPTFILE01.
           MOVE SPACE TO TOT-LINE.
           MOVE "MEDICARE ACCOUNTS:" TO TL-LABEL.
           MOVE MCR-CNT TO TL-CNT.
           MOVE TOT-LINE TO RPTFILE01.
           WRITE RPTFILE01.
           MOVE SPACE TO TOT-LINE.
           MOVE "NEVER ASKED:" TO TL-LABEL.
           MOVE NEW-CNT TO TL-CNT.
           MOVE TOT-LINE TO RPTFILE01.
           WRITE RPTFILE01.
           MOVE SPACE TO TOT-LINE.
           MOVE "DUE FOR RE-VERIFICATION:" TO TL-LABEL.
           MOVE OLD-CNT TO TL-CNT.
           MOVE TOT-LINE TO RPTFILE01.
           WRITE RPTFILE01.
           MOVE SPACE TO TOT-LINE.
           MOVE "MEDICARE BILLED OUT OF ORDER:" TO TL-LABEL.
           MOVE ORD-CNT TO TL-CNT.
           MOVE TOT-LINE TO RPTFILE01.
           WRITE RPTFILE01.
           CLOSE GARFILE MSPFILE RPTFILE.
           STOP RUN.
