      * @package cms
      * @link    http://www.cmsvt.com
      * @author  s waite <cmswest@sover.net>
      * @copyright Copyright (c) 2020 cms <cmswest@sover.net>
      * @license https://github.com/openemr/openemr/blob/master/LICENSE GNU General Public License 3
       IDENTIFICATION DIVISION.
       PROGRAM-ID. per074.
       AUTHOR. SID WAITE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL PARMIN ASSIGN TO "S30" ORGANIZATION
           LINE SEQUENTIAL.
           SELECT OPTIONAL ENROLL ASSIGN TO "S35" ORGANIZATION IS
           INDEXED ACCESS IS DYNAMIC RECORD KEY IS ENROLL-KEY
           LOCK MODE MANUAL.
           SELECT OPTIONAL PROVFILE ASSIGN TO "S40" ORGANIZATION IS
           INDEXED ACCESS IS DYNAMIC RECORD KEY IS PROV-KEY
           LOCK MODE MANUAL.
           SELECT OPTIONAL PAYERFILE ASSIGN TO "S45" ORGANIZATION IS
           INDEXED ACCESS IS DYNAMIC RECORD KEY IS PAYER-KEY
           LOCK MODE MANUAL.
           SELECT RPTFILE ASSIGN TO "S50" ORGANIZATION
           LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
      * as-of date for the review, blank - today
       FD  PARMIN.
       01  PARMIN01.
           02 PARM-DATE PIC X(8).

      * provider payer enrollment kept by pem073
       FD  ENROLL.
       01  ENROLL01.
           02 ENROLL-KEY.
             03 PE-DOC PIC XX.
             03 PE-PAYCODE PIC XXX.
           02 PE-PAYER-ID PIC X(15).
           02 PE-EFF PIC X(8).
           02 PE-END PIC X(8).
           02 PE-STATUS PIC X.
           02 PE-REVAL PIC X(8).
           02 PE-FUTURE PIC X(10).

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
       01  TODAY8 PIC X(8).
       01  RPT-DATE PIC X(8).
       01  RPT-DATE9 REDEFINES RPT-DATE PIC 9(8).
       01  RPT-INT PIC 9(7).
       01  EVT-DATE PIC X(8).
       01  EVT-DATE9 REDEFINES EVT-DATE PIC 9(8).
       01  EVT-DAYS PIC S9(5).
      * an enrollment ending or due to revalidate within this many
      * days of the as-of date is listed
       01  LOOK-DAYS PIC 999 VALUE 90.
       01  READ-CNT PIC 9(6) VALUE 0.
       01  PEND-CNT PIC 9(6) VALUE 0.
       01  END-CNT PIC 9(6) VALUE 0.
       01  REVAL-CNT PIC 9(6) VALUE 0.
       01  HD-LINE.
           02 FILLER PIC X(4) VALUE "DR".
           02 FILLER PIC X(22) VALUE "PROVIDER".
           02 FILLER PIC X(5) VALUE "PAY".
           02 FILLER PIC X(18) VALUE "PAYER".
           02 FILLER PIC X(17) VALUE "PAYER PROV ID".
           02 FILLER PIC X(3) VALUE "ST".
           02 FILLER PIC X(9) VALUE "EFFECT".
           02 FILLER PIC X(9) VALUE "END".
           02 FILLER PIC X(10) VALUE "REVALID".
           02 FILLER PIC X(30) VALUE "ACTION".
       01  DT-LINE.
           02 DT-DOC PIC XX.
           02 FILLER PIC X(2).
           02 DT-PROV PIC X(20).
           02 FILLER PIC X(2).
           02 DT-PAYCODE PIC XXX.
           02 FILLER PIC X(2).
           02 DT-PAYER PIC X(16).
           02 FILLER PIC X(2).
           02 DT-PAYER-ID PIC X(15).
           02 FILLER PIC X(2).
           02 DT-STATUS PIC X.
           02 FILLER PIC X(2).
           02 DT-EFF PIC X(8).
           02 FILLER PIC X.
           02 DT-END PIC X(8).
           02 FILLER PIC X.
           02 DT-REVAL PIC X(8).
           02 FILLER PIC X(2).
           02 DT-NOTE PIC X(30).
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
             DISPLAY "PER074 DATE PARM NOT NUMERIC " RPT-DATE
             STOP RUN.
           COMPUTE RPT-INT = FUNCTION INTEGER-OF-DATE(RPT-DATE9).

           OPEN INPUT ENROLL PROVFILE PAYERFILE OUTPUT RPTFILE.
           MOVE SPACE TO RPTFILE01.
           MOVE LOOK-DAYS TO DAYS-ED.
           STRING "PROVIDER ENROLLMENT REVIEW - ENDING OR REVALIDATING"
             " WITHIN" DAYS-ED " DAYS OF " RPT-DATE "  RUN " TODAY8
             DELIMITED BY SIZE INTO RPTFILE01.
           WRITE RPTFILE01.
           MOVE SPACE TO RPTFILE01.
           WRITE RPTFILE01.
           MOVE HD-LINE TO RPTFILE01.
           WRITE RPTFILE01.
           MOVE SPACE TO RPTFILE01.
           WRITE RPTFILE01.

       P1.
           READ ENROLL NEXT AT END GO TO P9.
           ADD 1 TO READ-CNT.
      * a terminated enrollment has nothing left to renew
           IF PE-STATUS = "T" GO TO P1.
           PERFORM DT-SET THRU DT-SET-EXIT.

      * still waiting on the payer - every claim for the pair is
      * being held
           IF PE-STATUS = "P"
             MOVE "PENDING - CLAIMS ON HOLD" TO DT-NOTE
             MOVE DT-LINE TO RPTFILE01
             WRITE RPTFILE01
             ADD 1 TO PEND-CNT
             GO TO P1.

           IF PE-END NOT NUMERIC OR PE-END = "00000000" GO TO P2.
           MOVE PE-END TO EVT-DATE
           COMPUTE EVT-DAYS = FUNCTION INTEGER-OF-DATE(EVT-DATE9)
             - RPT-INT
           IF EVT-DAYS > LOOK-DAYS GO TO P2.
           IF EVT-DAYS < 0
             MOVE "ENDED - RENEW OR TERMINATE" TO DT-NOTE
           ELSE
             MOVE EVT-DAYS TO DAYS-ED
             MOVE SPACE TO DT-NOTE
             STRING "ENDS IN" DAYS-ED " DAYS" DELIMITED BY SIZE
               INTO DT-NOTE
           END-IF
           MOVE DT-LINE TO RPTFILE01
           WRITE RPTFILE01
           ADD 1 TO END-CNT.

       P2.
           IF PE-REVAL NOT NUMERIC OR PE-REVAL = "00000000" GO TO P1.
           MOVE PE-REVAL TO EVT-DATE
           COMPUTE EVT-DAYS = FUNCTION INTEGER-OF-DATE(EVT-DATE9)
             - RPT-INT
           IF EVT-DAYS > LOOK-DAYS GO TO P1.
           IF EVT-DAYS < 0
             MOVE "REVALIDATION OVERDUE" TO DT-NOTE
           ELSE
             MOVE EVT-DAYS TO DAYS-ED
             MOVE SPACE TO DT-NOTE
             STRING "REVALIDATE IN" DAYS-ED " DAYS" DELIMITED BY SIZE
               INTO DT-NOTE
           END-IF
           MOVE DT-LINE TO RPTFILE01
           WRITE RPTFILE01
           ADD 1 TO REVAL-CNT
           GO TO P1.

       DT-SET.
           MOVE SPACE TO DT-LINE
           MOVE PE-DOC TO DT-DOC
           MOVE PE-PAYCODE TO DT-PAYCODE
           MOVE PE-PAYER-ID TO DT-PAYER-ID
           MOVE PE-STATUS TO DT-STATUS
           MOVE PE-EFF TO DT-EFF
           IF PE-END NOT = "00000000"
             MOVE PE-END TO DT-END.
           MOVE PE-REVAL TO DT-REVAL
           MOVE PE-DOC TO PROV-KEY
           READ PROVFILE INVALID
             MOVE "NOT ON PROVFILE" TO DT-PROV
           NOT INVALID
             MOVE PROV-NAME TO DT-PROV
           END-READ
           MOVE PE-PAYCODE TO PAYER-KEY
           READ PAYERFILE INVALID
             MOVE "NOT ON PAYERFILE" TO DT-PAYER
           NOT INVALID
             MOVE PAYER-NAME TO DT-PAYER
           END-READ.
       DT-SET-EXIT. EXIT.

       P9.
           MOVE SPACE TO RPTFILE01.
           WRITE RPTFILE01.
           MOVE SPACE TO TOT-LINE.
           MOVE "ENROLLMENTS ON FILE:" TO TL-LABEL.
           MOVE READ-CNT TO TL-CNT.
           MOVE TOT-LINE TO RPTFILE01.
           WRITE RPTFILE01.
           MOVE SPACE TO TOT-LINE.
           MOVE "PENDING APPROVAL:" TO TL-LABEL.
           MOVE PEND-CNT TO TL-CNT.
           MOVE TOT-LINE TO RPTFILE01.
           WRITE RPTFILE01.
           MOVE SPACE TO TOT-LINE.
           MOVE "ENDING OR ENDED:" TO TL-LABEL.
           MOVE END-CNT TO TL-CNT.
           MOVE TOT-LINE TO RPTFILE01.
           WRITE RPTFILE01.
           MOVE SPACE TO TOT-LINE.
           MOVE "REVALIDATION DUE OR OVERDUE:" TO TL-LABEL.
           MOVE REVAL-CNT TO TL-CNT.
           MOVE TOT-LINE TO RPTFILE01.
           WRITE RPTFILE01.
           CLOSE ENROLL PROVFILE PAYERFILE RPTFILE.
           STOP RUN.
