      * @package cms
      * @link    http://www.cmsvt.com
      * @author  s waite <cmswest@sover.net>
      * @copyright Copyright (c) 2020 cms <cmswest@sover.net>
      * @license https://github.com/openemr/openemr/blob/master/LICENSE GNU General Public License 3
       IDENTIFICATION DIVISION.
       PROGRAM-ID. csr061.
       AUTHOR. SID WAITE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL X277IN ASSIGN TO "S30" ORGANIZATION
           LINE SEQUENTIAL.
           SELECT OPTIONAL CLMSTAT ASSIGN TO "S35" ORGANIZATION IS
           INDEXED ACCESS IS DYNAMIC RECORD KEY IS CS-KEY
           LOCK MODE MANUAL.
           SELECT CHARCUR ASSIGN TO "S40" ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC    RECORD KEY IS CHARCUR-KEY
           ALTERNATE RECORD KEY IS CC-PAYCODE WITH DUPLICATES
           LOCK MODE MANUAL.
           SELECT OPTIONAL CORRQ ASSIGN TO "S45" ORGANIZATION IS
           INDEXED ACCESS IS DYNAMIC RECORD KEY IS CQ-KEY
           LOCK MODE MANUAL.
           SELECT OPTIONAL PAYERFILE ASSIGN TO "S50" ORGANIZATION IS
           INDEXED ACCESS IS DYNAMIC RECORD KEY IS PAYER-KEY
           LOCK MODE MANUAL.
           SELECT RPTFILE ASSIGN TO "S55" ORGANIZATION
           LINE SEQUENTIAL.
           SELECT SORTWORK ASSIGN TO "S90".
       DATA DIVISION.
       FILE SECTION.
       FD  X277IN.
       01  X277IN01 PIC X(250).

      * claim status - one record per account and claim, carrying
      * the last 276 sent and the last 277 answer (STC category,
      * status and entity codes) loaded here
       FD  CLMSTAT.
       01  CLMSTAT01.
           02 CS-KEY.
             03 CS-KEY8 PIC X(8).
             03 CS-CLAIM PIC X(6).
           02 CS-PAYCODE PIC XXX.
           02 CS-DATE-T PIC X(8).
           02 CS-AMOUNT PIC S9(6)V99.
           02 CS-INQ-DATE PIC X(8).
           02 CS-INQ-CNT PIC 99.
           02 CS-CATEGORY PIC X(3).
           02 CS-STATUS PIC X(4).
           02 CS-ENTITY PIC X(3).
           02 CS-RESP-DATE PIC X(8).
           02 CS-FUTURE PIC X(10).

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

      * correction queue shared with the claim run - a rejected
      * claim goes on the queue so a corrections run resubmits it
       FD  CORRQ.
       01  CORRQ01.
           02 CQ-KEY.
             03 CQ-KEY8 PIC X(8).
             03 CQ-KEY3 PIC XXX.
           02 CQ-REASON PIC X(37).
           02 CQ-DATE PIC X(8).

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
       01  RPTFILE01 PIC X(100).

       SD  SORTWORK.
       01  SORT-REC.
           02 SR-PAYCODE PIC XXX.
           02 SR-KEY8 PIC X(8).
           02 SR-CLAIM PIC X(6).
           02 SR-DATE-T PIC X(8).
           02 SR-AMOUNT PIC S9(6)V99.
           02 SR-CATEGORY PIC X(3).
           02 SR-STATUS PIC X(4).
           02 SR-ENTITY PIC X(3).
           02 SR-RESP-DATE PIC X(8).
           02 SR-ACTION PIC X(30).

       WORKING-STORAGE SECTION.
       01  X12-REC PIC X(250).
       01  X12-SEGID PIC X(3).
       01  X12-EL01 PIC X(30).
       01  X12-EL02 PIC X(30).
       01  X12-EL03 PIC X(30).
       01  X12-EL04 PIC X(30).
       01  X12-EL05 PIC X(30).
       01  TODAY8 PIC 9(8).
       01  CUR-KEY8 PIC X(8) VALUE SPACE.
       01  CUR-CLAIM PIC X(6) VALUE SPACE.
       01  STC-CAT PIC X(3).
       01  STC-CODE PIC X(4).
       01  STC-ENT PIC X(3).
       01  Q-CNT PIC 9(4).
       01  LAST-PAYCODE PIC XXX VALUE HIGH-VALUES.
       01  PAY-CNT PIC 9(6) VALUE 0.
       01  PAY-AMT PIC S9(7)V99 VALUE 0.
       01  RSP-CNT PIC 9(6) VALUE 0.
       01  NOF-CNT PIC 9(6) VALUE 0.
       01  UNK-CNT PIC 9(6) VALUE 0.
       01  QCLM-CNT PIC 9(6) VALUE 0.
       01  QLIN-CNT PIC 9(6) VALUE 0.
       01  FIN-CNT PIC 9(6) VALUE 0.
       01  PEND-CNT PIC 9(6) VALUE 0.
       01  RET-CNT PIC 9(6) VALUE 0.
       01  OTH-CNT PIC 9(6) VALUE 0.
       01  PAY-LINE.
           02 FILLER PIC X(6) VALUE "PAYER ".
           02 PL-PAYCODE PIC XXX.
           02 FILLER PIC X(2).
           02 PL-NAME PIC X(24).
       01  DET-LINE.
           02 FILLER PIC X(2).
           02 DL-KEY8 PIC X(8).
           02 FILLER PIC X(2).
           02 DL-CLAIM PIC X(6).
           02 FILLER PIC X(2).
           02 DL-DATE-T PIC X(8).
           02 FILLER PIC X(2).
           02 DL-AMT PIC -ZZZ,ZZ9.99.
           02 FILLER PIC X(2).
           02 DL-STC PIC X(12).
           02 FILLER PIC X(2).
           02 DL-RESP PIC X(8).
           02 FILLER PIC X(2).
           02 DL-ACTION PIC X(30).
       01  TOT-LINE.
           02 TL-LABEL PIC X(26).
           02 TL-CNT PIC ZZZ,ZZ9.
           02 FILLER PIC X(3).
           02 TL-AMT PIC -Z,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       0000-MAIN SECTION.
       P0.
           OPEN INPUT X277IN PAYERFILE OUTPUT RPTFILE.
           OPEN I-O CLMSTAT CHARCUR CORRQ.
           ACCEPT TODAY8 FROM DATE YYYYMMDD.
           MOVE SPACE TO RPTFILE01.
           STRING "277 CLAIM STATUS FOLLOW-UP REGISTER  AS OF " TODAY8
             DELIMITED BY SIZE INTO RPTFILE01.
           WRITE RPTFILE01.
           MOVE SPACE TO RPTFILE01.
           WRITE RPTFILE01.
           MOVE SPACE TO RPTFILE01.
           STRING "  ACCOUNT   CLAIM   SERVICE        AMOUNT  "
             "STC           DATE      ACTION"
             DELIMITED BY SIZE INTO RPTFILE01.
           WRITE RPTFILE01.

      * the register comes out by payer for the billers' follow-up
           SORT SORTWORK ON ASCENDING KEY SR-PAYCODE SR-KEY8
             SR-CLAIM
             INPUT PROCEDURE IS 1000-LOAD
             OUTPUT PROCEDURE IS 2000-PRINT.

           MOVE SPACE TO RPTFILE01.
           WRITE RPTFILE01.
           MOVE SPACE TO TOT-LINE.
           MOVE "277 RESPONSES LOADED:" TO TL-LABEL.
           MOVE RSP-CNT TO TL-CNT.
           MOVE TOT-LINE TO RPTFILE01.
           WRITE RPTFILE01.
           MOVE SPACE TO TOT-LINE.
           MOVE "  NOT ON STATUS FILE:" TO TL-LABEL.
           MOVE UNK-CNT TO TL-CNT.
           MOVE TOT-LINE TO RPTFILE01.
           WRITE RPTFILE01.
           MOVE SPACE TO TOT-LINE.
           MOVE "  NOT ON FILE AT PAYER:" TO TL-LABEL.
           MOVE NOF-CNT TO TL-CNT.
           MOVE TOT-LINE TO RPTFILE01.
           WRITE RPTFILE01.
           MOVE SPACE TO TOT-LINE.
           MOVE "  FINALIZED:" TO TL-LABEL.
           MOVE FIN-CNT TO TL-CNT.
           MOVE TOT-LINE TO RPTFILE01.
           WRITE RPTFILE01.
           MOVE SPACE TO TOT-LINE.
           MOVE "  PENDING:" TO TL-LABEL.
           MOVE PEND-CNT TO TL-CNT.
           MOVE TOT-LINE TO RPTFILE01.
           WRITE RPTFILE01.
           MOVE SPACE TO TOT-LINE.
           MOVE "  RETURNED OR INFO WANTED:" TO TL-LABEL.
           MOVE RET-CNT TO TL-CNT.
           MOVE TOT-LINE TO RPTFILE01.
           WRITE RPTFILE01.
           MOVE SPACE TO TOT-LINE.
           MOVE "  OTHER:" TO TL-LABEL.
           MOVE OTH-CNT TO TL-CNT.
           MOVE TOT-LINE TO RPTFILE01.
           WRITE RPTFILE01.
           MOVE SPACE TO TOT-LINE.
           MOVE "CLAIMS QUEUED TO RESUBMIT:" TO TL-LABEL.
           MOVE QCLM-CNT TO TL-CNT.
           MOVE TOT-LINE TO RPTFILE01.
           WRITE RPTFILE01.
           MOVE SPACE TO TOT-LINE.
           MOVE "CHARGE LINES QUEUED:" TO TL-LABEL.
           MOVE QLIN-CNT TO TL-CNT.
           MOVE TOT-LINE TO RPTFILE01.
           WRITE RPTFILE01.
           CLOSE X277IN CLMSTAT CHARCUR CORRQ PAYERFILE RPTFILE.
           STOP RUN.

      * 277 - TRN*2 echoes the account and claim csi058 sent, the
      * STC that follows it is the claim-level status.  STCs under
      * a service line (after an SVC) are passed over
       1000-LOAD SECTION.
       L1.
           READ X277IN AT END GO TO L9.
           MOVE X277IN01 TO X12-REC
           INSPECT X12-REC REPLACING ALL "~" BY SPACE
           MOVE SPACE TO X12-SEGID X12-EL01 X12-EL02 X12-EL03
             X12-EL04 X12-EL05
           UNSTRING X12-REC DELIMITED BY "*" INTO
             X12-SEGID X12-EL01 X12-EL02 X12-EL03 X12-EL04 X12-EL05.
           IF X12-SEGID = "TRN" AND X12-EL01 = "2"
             MOVE X12-EL02(1:8) TO CUR-KEY8
             MOVE X12-EL02(9:6) TO CUR-CLAIM.
           IF X12-SEGID = "SVC"
             MOVE SPACE TO CUR-KEY8 CUR-CLAIM.
           IF X12-SEGID = "STC" AND CUR-KEY8 NOT = SPACE
             PERFORM STC-POST THRU STC-POST-EXIT
             MOVE SPACE TO CUR-KEY8 CUR-CLAIM.
           GO TO L1.
       L9.
           EXIT.

       2000-PRINT SECTION.
       W1.
           RETURN SORTWORK AT END GO TO W8.
           IF SR-PAYCODE NOT = LAST-PAYCODE
             PERFORM PAY-BREAK THRU PAY-BREAK-EXIT.
           MOVE SPACE TO DET-LINE
           MOVE SR-KEY8 TO DL-KEY8
           MOVE SR-CLAIM TO DL-CLAIM
           MOVE SR-DATE-T TO DL-DATE-T
           MOVE SR-AMOUNT TO DL-AMT
           STRING SR-CATEGORY DELIMITED BY SPACE
             ":" SR-STATUS DELIMITED BY SPACE
             ":" SR-ENTITY DELIMITED BY SPACE
             INTO DL-STC
           MOVE SR-RESP-DATE TO DL-RESP
           MOVE SR-ACTION TO DL-ACTION
           MOVE DET-LINE TO RPTFILE01
           WRITE RPTFILE01
           ADD 1 TO PAY-CNT
           ADD SR-AMOUNT TO PAY-AMT
           GO TO W1.
       W8.
           IF LAST-PAYCODE NOT = HIGH-VALUES
             PERFORM PAY-TOTAL THRU PAY-TOTAL-EXIT.
       W9.
           EXIT.

       3000-POST SECTION.
      * STC01 is category:status:entity.  the claim-status record
      * takes the answer; a claim the payer has no record of goes
      * back on the correction queue so the next corrections run
      * resends it
       STC-POST.
           ADD 1 TO RSP-CNT
           MOVE SPACE TO STC-CAT STC-CODE STC-ENT
           UNSTRING X12-EL01 DELIMITED BY ":" INTO
             STC-CAT STC-CODE STC-ENT
           MOVE CUR-KEY8 TO CS-KEY8
           MOVE CUR-CLAIM TO CS-CLAIM
           MOVE SPACE TO SORT-REC
           MOVE CUR-KEY8 TO SR-KEY8
           MOVE CUR-CLAIM TO SR-CLAIM
           MOVE STC-CAT TO SR-CATEGORY
           MOVE STC-CODE TO SR-STATUS
           MOVE STC-ENT TO SR-ENTITY
           MOVE 0 TO SR-AMOUNT
           READ CLMSTAT INVALID
             ADD 1 TO UNK-CNT
             MOVE "CLAIM NOT ON STATUS FILE" TO SR-ACTION
             RELEASE SORT-REC
             GO TO STC-POST-EXIT
           END-READ
           MOVE STC-CAT TO CS-CATEGORY
           MOVE STC-CODE TO CS-STATUS
           MOVE STC-ENT TO CS-ENTITY
           IF X12-EL02(1:8) NUMERIC
             MOVE X12-EL02(1:8) TO CS-RESP-DATE
           ELSE
             MOVE TODAY8 TO CS-RESP-DATE
           END-IF
           MOVE CS-PAYCODE TO SR-PAYCODE
           MOVE CS-DATE-T TO SR-DATE-T
           MOVE CS-AMOUNT TO SR-AMOUNT
           MOVE CS-RESP-DATE TO SR-RESP-DATE

           IF STC-CAT = "A4" OR STC-CAT = "D0"
             ADD 1 TO NOF-CNT
             PERFORM CLAIM-QUEUE THRU CLAIM-QUEUE-EXIT
             GO TO STC-POST-1.
           IF STC-CAT(1:1) = "F"
             ADD 1 TO FIN-CNT
             MOVE "FINALIZED - WATCH FOR 835" TO SR-ACTION
             GO TO STC-POST-1.
           IF STC-CAT(1:1) = "P"
             ADD 1 TO PEND-CNT
             MOVE "PENDING AT PAYER" TO SR-ACTION
             GO TO STC-POST-1.
           IF STC-CAT = "A3" OR "A6" OR "A7" OR "A8"
             ADD 1 TO RET-CNT
             MOVE "RETURNED - CORRECT AND RESEND" TO SR-ACTION
             GO TO STC-POST-1.
           IF STC-CAT(1:1) = "R"
             ADD 1 TO RET-CNT
             MOVE "PAYER WANTS INFORMATION" TO SR-ACTION
             GO TO STC-POST-1.
      * a payer-side error leaves the claim due for another 276
      * on the next inquiry run
           IF STC-CAT(1:1) = "E"
             ADD 1 TO OTH-CNT
             MOVE "00000000" TO CS-INQ-DATE
             MOVE "PAYER ERROR - ASK AGAIN" TO SR-ACTION
             GO TO STC-POST-1.
           ADD 1 TO OTH-CNT
           MOVE "ACKNOWLEDGED - IN PROCESS" TO SR-ACTION.
       STC-POST-1.
           REWRITE CLMSTAT01
           RELEASE SORT-REC.
       STC-POST-EXIT. EXIT.

      * every open line of the claim goes back to rejected status
      * and onto CORRQ, the way ack277 queues a 277CA rejection
       CLAIM-QUEUE.
           MOVE 0 TO Q-CNT
           MOVE CUR-KEY8 TO CC-KEY8
           MOVE LOW-VALUES TO CC-KEY3
           START CHARCUR KEY NOT < CHARCUR-KEY
             INVALID
               GO TO CLAIM-QUEUE-2.
       CLAIM-QUEUE-1.
           READ CHARCUR NEXT AT END GO TO CLAIM-QUEUE-2.
           IF CC-KEY8 NOT = CUR-KEY8 GO TO CLAIM-QUEUE-2.
           IF CC-CLAIM NOT = CUR-CLAIM GO TO CLAIM-QUEUE-1.
           IF CC-REC-STAT > "1" GO TO CLAIM-QUEUE-1.
           MOVE "R" TO CC-REC-STAT
           MOVE "00000000" TO CC-DATE-A
           REWRITE CHARCUR01
           MOVE CHARCUR-KEY TO CQ-KEY
           MOVE SPACE TO CQ-REASON
           STRING "PAYER HAS NO RECORD 277 " STC-CAT
             DELIMITED BY SIZE INTO CQ-REASON
           MOVE TODAY8 TO CQ-DATE
           WRITE CORRQ01 INVALID
             REWRITE CORRQ01
           END-WRITE
           ADD 1 TO Q-CNT
           GO TO CLAIM-QUEUE-1.
       CLAIM-QUEUE-2.
           IF Q-CNT = 0
             MOVE "NOT ON FILE - NO OPEN LINES" TO SR-ACTION
             GO TO CLAIM-QUEUE-EXIT.
           ADD 1 TO QCLM-CNT
           ADD Q-CNT TO QLIN-CNT
           MOVE "NOT ON FILE - QUEUED TO RESEND" TO SR-ACTION.
       CLAIM-QUEUE-EXIT. EXIT.

       PAY-BREAK.
           IF LAST-PAYCODE NOT = HIGH-VALUES
             PERFORM PAY-TOTAL THRU PAY-TOTAL-EXIT.
           MOVE SR-PAYCODE TO LAST-PAYCODE
           MOVE 0 TO PAY-CNT PAY-AMT
           MOVE SPACE TO RPTFILE01
           WRITE RPTFILE01
           MOVE SR-PAYCODE TO PL-PAYCODE
           MOVE SR-PAYCODE TO PAYER-KEY
           READ PAYERFILE INVALID
             MOVE "NOT ON PAYER FILE" TO PL-NAME
           NOT INVALID
             MOVE PAYER-NAME TO PL-NAME
           END-READ
           IF SR-PAYCODE = SPACE
             MOVE "CLAIMS NOT ON STATUS FILE" TO PL-NAME.
           MOVE PAY-LINE TO RPTFILE01
           WRITE RPTFILE01.
       PAY-BREAK-EXIT. EXIT.

       PAY-TOTAL.
           MOVE SPACE TO TOT-LINE
           MOVE "  CLAIMS FOR PAYER:" TO TL-LABEL
           MOVE PAY-CNT TO TL-CNT
           MOVE PAY-AMT TO TL-AMT
           MOVE TOT-LINE TO RPTFILE01
           WRITE RPTFILE01.
       PAY-TOTAL-EXIT. EXIT.
