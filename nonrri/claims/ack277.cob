           SELECT OPTIONAL CORRQ ASSIGN TO "S55" ORGANIZATION IS
           INDEXED ACCESS IS DYNAMIC RECORD KEY IS CQ-KEY
           LOCK MODE MANUAL.
           SELECT OPTIONAL CLMSUB ASSIGN TO "S60" ORGANIZATION IS
           INDEXED ACCESS IS DYNAMIC RECORD KEY IS SB-KEY
           LOCK MODE MANUAL.
           SELECT OPTIONAL XMITLOG ASSIGN TO "S65" ORGANIZATION IS
           INDEXED ACCESS IS DYNAMIC RECORD KEY IS XL-ISA-CTRL
           ALTERNATE RECORD KEY IS XL-GS-CTRL
           LOCK MODE MANUAL.
           SELECT OPTIONAL TA1IN ASSIGN TO "S70" ORGANIZATION
           LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  CTLXIN.
       01  CTLXIN01.
           02 CTLX-ST-CTRL PIC X(9).
           02 CTLX-KEY PIC X(11).
           02 CTLX-CLAIM PIC X(6).
           02 CTLX-DATE PIC X(8).
       FD  ACK277.
       01  ACK27701 PIC X(250).

      * interchange acknowledgments - a TA1 may also come back in
      * the 999 file
       FD  TA1IN.
       01  TA1IN01 PIC X(250).

       FD  CHARCUR.
       01  CHARCUR01.
           02 CHARCUR-KEY.
           02 CQ-REASON PIC X(37).
           02 CQ-DATE PIC X(8).

      * submission history, one record per charge line - when the
      * line first went out and how the payer answered, and the
      * latest transmission.  kpi099 reads it for first-pass and
      * billing/payment lag figures
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

      * outbound transmission log, one record per interchange sent -
      * XL-FILE is the output assignment it was written to.  ack277
      * posts the TA1 and 999 answers against it
       FD  XMITLOG.
       01  XMITLOG01.
           02 XL-ISA-CTRL PIC 9(9).
           02 XL-GS-CTRL PIC 9(9).
           02 XL-PROG PIC X(6).
           02 XL-FILE PIC X(8).
           02 XL-TYPE PIC X(3).
           02 XL-RECEIVER PIC X(15).
           02 XL-DATE PIC X(8).
           02 XL-TIME PIC X(4).
           02 XL-ST-FIRST PIC 9(9).
           02 XL-ST-LAST PIC 9(9).
           02 XL-CLM-CNT PIC 9(6).
           02 XL-AMOUNT PIC S9(9)V99.
           02 XL-TA1-DATE PIC X(8).
           02 XL-TA1-CODE PIC X.
           02 XL-999-DATE PIC X(8).
           02 XL-999-CODE PIC X.
           02 XL-999-ACC PIC 9(6).
           02 XL-FUTURE PIC X(10).

       WORKING-STORAGE SECTION.
       01  X12-REC PIC X(250).
       01  X12-SEGID PIC X(3).
       01  X12-EL03 PIC X(30).
       01  X12-EL04 PIC X(30).
       01  X12-EL05 PIC X(30).
       01  CUR-ST PIC X(9) VALUE SPACE.
       01  CUR-CLAIM PIC X(6) VALUE SPACE.
       01  ST-HIT PIC X.
       01  ACK-RESULT PIC X.
       01  CTX PIC 9(4).
       01  CTL-TAB01.
           02 CTL-TAB OCCURS 2000 TIMES.
             03 CT-ST-CTRL PIC X(9).
             03 CT-KEY PIC X(11).
             03 CT-CLAIM PIC X(6).
             03 CT-DATE PIC X(8).
             03 CT-RESULT PIC X.
       01  ACC-CNT PIC 9(6) VALUE 0.
       01  REJ-CNT PIC 9(6) VALUE 0.
       01  NORSP-CNT PIC 9(6) VALUE 0.
      * the functional group the 999 is answering, found on the
      * transmission log by its GS control number
       01  GS-CTLX PIC X(9).
       01  GS-NUM REDEFINES GS-CTLX PIC 9(9).
       01  GS-HIT PIC X VALUE "N".
       01  GS-TYPE PIC X(3) VALUE SPACE.
       01  ISA-CTLX PIC X(9).
       01  ISA-NUM REDEFINES ISA-CTLX PIC 9(9).
       01  ACC-CNTX PIC X(6) JUSTIFIED RIGHT.
       01  ACC-NUM REDEFINES ACC-CNTX PIC 9(6).
       01  SENT-DATE PIC 9(8).
       01  TODAY-INT PIC 9(8).
       01  AGE-DAYS PIC S9(5).
       01  AGE-ED PIC ZZZZ9.
       01  XACK-CNT PIC 9(6) VALUE 0.
       01  XREJ-CNT PIC 9(6) VALUE 0.
       01  NOACK-CNT PIC 9(6) VALUE 0.
       01  XMT-LINE.
           02 XT-ISA PIC X(9).
           02 FILLER PIC X(2).
           02 XT-GS PIC X(9).
           02 FILLER PIC X(2).
           02 XT-RECEIVER PIC X(15).
           02 FILLER PIC X(2).
           02 XT-DATE PIC X(8).
           02 FILLER PIC X(2).
           02 XT-STATUS PIC X(10).
           02 FILLER PIC X.
           02 XT-MSG PIC X(20).
       01  REG-LINE.
           02 RG-ST PIC X(9).
           02 FILLER PIC X(2).
           02 RG-KEY PIC X(11).
           02 FILLER PIC X(2).

       PROCEDURE DIVISION.
       P0.
           OPEN INPUT CTLXIN ACK999 ACK277 TA1IN OUTPUT REGOUT.
           OPEN I-O CHARCUR CORRQ CLMSUB XMITLOG.
           ACCEPT TODAY8 FROM DATE YYYYMMDD.
           COMPUTE TODAY-INT = FUNCTION INTEGER-OF-DATE(TODAY8).
           MOVE SPACE TO REGOUT01.
           STRING "999/277CA/TA1 ACKNOWLEDGMENT REGISTER"
             DELIMITED BY SIZE INTO REGOUT01.
           WRITE REGOUT01.
           MOVE SPACE TO REGOUT01.
           MOVE CTLX-ST-CTRL TO CT-ST-CTRL(CTL-CNT)
           MOVE CTLX-KEY TO CT-KEY(CTL-CNT)
           MOVE CTLX-CLAIM TO CT-CLAIM(CTL-CNT)
           MOVE CTLX-DATE TO CT-DATE(CTL-CNT)
           MOVE SPACE TO CT-RESULT(CTL-CNT)
           GO TO C1.

      * 999 - AK1 carries the GS control, AK2 the ST control, IK5
      * the set's accept/reject and AK9 the group's.  only a claim
      * group's sets are in the cross-reference - a 270 or 276
      * group is answered on the transmission log alone
       K1.
           READ ACK999 AT END GO TO A1.
           MOVE ACK99901 TO X12-REC.
           PERFORM SEG-SPLIT THRU SEG-SPLIT-EXIT.
           IF X12-SEGID = "TA1"
             PERFORM TA1-POST THRU TA1-POST-EXIT
             GO TO K1.
           IF X12-SEGID = "AK1"
             PERFORM GS-FIND THRU GS-FIND-EXIT
             GO TO K1.
           IF X12-SEGID = "AK9"
             PERFORM GS-POST THRU GS-POST-EXIT
             GO TO K1.
           IF GS-TYPE NOT = SPACE AND GS-TYPE NOT = "837"
             GO TO K1.
           IF X12-SEGID = "AK2"
             MOVE X12-EL02(1:9) TO CUR-ST.
      * IK501 accepts on A (accepted) and E (accepted with errors);
      * M, R, W, X and anything unrecognized is a rejection
           IF X12-SEGID = "IK5" AND CUR-ST NOT = SPACE
             MOVE SPACE TO CUR-ST.
           GO TO K1.

      * TA1 - the interchange acknowledgment
       A1.
           READ TA1IN AT END GO TO T1.
           MOVE TA1IN01 TO X12-REC.
           PERFORM SEG-SPLIT THRU SEG-SPLIT-EXIT.
           IF X12-SEGID = "TA1"
             PERFORM TA1-POST THRU TA1-POST-EXIT.
           GO TO A1.

      * 277CA - TRN*2 carries our claim number, STC the status
       T1.
           READ ACK277 AT END GO TO R1.
             MOVE "ACCEPTED" TO RG-STATUS
           END-IF
           PERFORM COUNT-RESULT THRU COUNT-RESULT-EXIT
           PERFORM SUB-POST THRU SUB-POST-EXIT
           REWRITE CHARCUR01
           MOVE REG-LINE TO REGOUT01
           WRITE REGOUT01.
             ADD 1 TO REJ-CNT.
       COUNT-RESULT-EXIT. EXIT.

      * a line's first transmission fixes its first-pass result; a
      * 277CA for that same transmission still supersedes the 999.
      * a later resubmission only moves the last-sent fields
       SUB-POST.
           MOVE CT-KEY(CTX) TO SB-KEY
           READ CLMSUB INVALID
             MOVE SPACE TO CLMSUB01
             MOVE CT-KEY(CTX) TO SB-KEY
             MOVE CT-DATE(CTX) TO SB-FIRST-SENT
             MOVE 0 TO SB-REJ-CNT
             MOVE "00000000" TO SB-ACCEPTED
           END-READ
           MOVE CT-CLAIM(CTX) TO SB-CLAIM
           MOVE CC-PAYCODE TO SB-PAYCODE
           IF CT-DATE(CTX) = SB-FIRST-SENT
             MOVE CT-RESULT(CTX) TO SB-FIRST-RESULT.
           MOVE CT-DATE(CTX) TO SB-LAST-SENT
           MOVE CT-RESULT(CTX) TO SB-LAST-RESULT
           IF CT-RESULT(CTX) = "R"
             MOVE "00000000" TO SB-ACCEPTED
             IF OLD-RESULT NOT = "R" AND SB-REJ-CNT < 99
               ADD 1 TO SB-REJ-CNT
             END-IF
           ELSE
             MOVE TODAY8 TO SB-ACCEPTED
           END-IF
           WRITE CLMSUB01 INVALID
             REWRITE CLMSUB01
           END-WRITE.
       SUB-POST-EXIT. EXIT.

      * TA101 is our ISA control, TA104 A accepted, E accepted
      * with errors, R refused - a refused interchange never gets a
      * 999, its claims stay without response until resent
       TA1-POST.
           MOVE SPACE TO XMT-LINE
           MOVE X12-EL01(1:9) TO ISA-CTLX
           MOVE ISA-CTLX TO XT-ISA
           IF ISA-CTLX NOT NUMERIC GO TO TA1-POST-1.
           MOVE ISA-NUM TO XL-ISA-CTRL
           READ XMITLOG INVALID GO TO TA1-POST-1.
           MOVE TODAY8 TO XL-TA1-DATE
           MOVE X12-EL04(1:1) TO XL-TA1-CODE
           REWRITE XMITLOG01 INVALID
             CONTINUE
           END-REWRITE
           MOVE XL-GS-CTRL TO XT-GS
           MOVE XL-RECEIVER TO XT-RECEIVER
           MOVE XL-DATE TO XT-DATE
           IF XL-TA1-CODE = "R"
             ADD 1 TO XREJ-CNT
             MOVE "TA1 REFUSE" TO XT-STATUS
             MOVE "INTERCHANGE REFUSED" TO XT-MSG
           ELSE
             ADD 1 TO XACK-CNT
             MOVE "TA1 ACCEPT" TO XT-STATUS
             IF XL-TA1-CODE = "E"
               MOVE "ACCEPTED WITH ERRORS" TO XT-MSG
             END-IF
           END-IF
           MOVE XMT-LINE TO REGOUT01
           WRITE REGOUT01
           GO TO TA1-POST-EXIT.
       TA1-POST-1.
           MOVE "UNKNOWN" TO XT-STATUS
           MOVE "ISA NOT IN XMIT LOG" TO XT-MSG
           MOVE XMT-LINE TO REGOUT01
           WRITE REGOUT01.
       TA1-POST-EXIT. EXIT.

       GS-FIND.
           MOVE "N" TO GS-HIT
           MOVE SPACE TO GS-TYPE CUR-ST
           MOVE X12-EL02(1:9) TO GS-CTLX
           IF GS-CTLX NOT NUMERIC GO TO GS-FIND-EXIT.
           MOVE GS-NUM TO XL-GS-CTRL
           READ XMITLOG KEY IS XL-GS-CTRL
             INVALID
               CONTINUE
             NOT INVALID
               MOVE "Y" TO GS-HIT
               MOVE XL-TYPE TO GS-TYPE
           END-READ.
       GS-FIND-EXIT. EXIT.

      * AK901 A accepted, E accepted with errors, P partly
      * accepted, R rejected; AK904 is the count of sets accepted
       GS-POST.
           MOVE SPACE TO XMT-LINE
           MOVE GS-CTLX TO XT-GS
           IF GS-HIT NOT = "Y"
             MOVE "UNKNOWN" TO XT-STATUS
             MOVE "GS NOT IN XMIT LOG" TO XT-MSG
             GO TO GS-POST-1.
           MOVE GS-NUM TO XL-GS-CTRL
           READ XMITLOG KEY IS XL-GS-CTRL
             INVALID
               GO TO GS-POST-EXIT
           END-READ
           MOVE SPACE TO ACC-CNTX
           UNSTRING X12-EL04 DELIMITED BY SPACE INTO ACC-CNTX
           INSPECT ACC-CNTX REPLACING LEADING SPACE BY "0"
           IF ACC-CNTX NOT NUMERIC
             MOVE 0 TO ACC-NUM.
           MOVE TODAY8 TO XL-999-DATE
           MOVE X12-EL01(1:1) TO XL-999-CODE
           MOVE ACC-NUM TO XL-999-ACC
           REWRITE XMITLOG01 INVALID
             CONTINUE
           END-REWRITE
           MOVE XL-ISA-CTRL TO XT-ISA
           MOVE XL-RECEIVER TO XT-RECEIVER
           MOVE XL-DATE TO XT-DATE
           STRING "SETS " ACC-CNTX " OF " XL-CLM-CNT
             DELIMITED BY SIZE INTO XT-MSG
           IF XL-999-CODE = "R"
             ADD 1 TO XREJ-CNT
             MOVE "999 REJECT" TO XT-STATUS
           ELSE
             ADD 1 TO XACK-CNT
             MOVE "999 ACCEPT" TO XT-STATUS
             IF XL-999-CODE = "P"
               MOVE "999 PART" TO XT-STATUS
             END-IF
           END-IF.
       GS-POST-1.
           MOVE XMT-LINE TO REGOUT01
           WRITE REGOUT01
           MOVE "N" TO GS-HIT
           MOVE SPACE TO GS-TYPE.
       GS-POST-EXIT. EXIT.

      * every interchange on the log still without a TA1 or a 999
      * two days after it went out
       NOACK.
           MOVE SPACE TO REGOUT01
           WRITE REGOUT01
           MOVE "INTERCHANGES WITH NO TA1 OR 999 AFTER 2 DAYS"
             TO REGOUT01
           WRITE REGOUT01
           MOVE 0 TO XL-ISA-CTRL
           START XMITLOG KEY NOT < XL-ISA-CTRL
             INVALID
               GO TO NOACK-EXIT.
       NOACK-1.
           READ XMITLOG NEXT AT END GO TO NOACK-EXIT.
           IF XL-TA1-DATE NOT = SPACE OR XL-999-DATE NOT = SPACE
             GO TO NOACK-1.
           IF XL-DATE NOT NUMERIC GO TO NOACK-1.
           MOVE XL-DATE TO SENT-DATE
           COMPUTE AGE-DAYS = TODAY-INT
             - FUNCTION INTEGER-OF-DATE(SENT-DATE)
           IF AGE-DAYS < 2 GO TO NOACK-1.
           ADD 1 TO NOACK-CNT
           MOVE SPACE TO XMT-LINE
           MOVE XL-ISA-CTRL TO XT-ISA
           MOVE XL-GS-CTRL TO XT-GS
           MOVE XL-RECEIVER TO XT-RECEIVER
           MOVE XL-DATE TO XT-DATE
           MOVE "NO ACK" TO XT-STATUS
           MOVE AGE-DAYS TO AGE-ED
           STRING XL-PROG " " XL-TYPE " " AGE-ED " DAYS"
             DELIMITED BY SIZE INTO XT-MSG
           MOVE XMT-LINE TO REGOUT01
           WRITE REGOUT01
           GO TO NOACK-1.
       NOACK-EXIT. EXIT.

       R1.
           PERFORM VARYING CTX FROM 1 BY 1 UNTIL CTX > CTL-CNT
             IF CT-RESULT(CTX) = SPACE
           MOVE NORSP-CNT TO TL-CNT.
           MOVE TOT-LINE TO REGOUT01.
           WRITE REGOUT01.
           PERFORM NOACK THRU NOACK-EXIT.
           MOVE SPACE TO REGOUT01.
           WRITE REGOUT01.
           MOVE SPACE TO TOT-LINE.
           MOVE "INTERCHANGES ACKNOWLEDGED:" TO TL-LABEL.
           MOVE XACK-CNT TO TL-CNT.
           MOVE TOT-LINE TO REGOUT01.
           WRITE REGOUT01.
           MOVE SPACE TO TOT-LINE.
           MOVE "INTERCHANGES REJECTED:" TO TL-LABEL.
           MOVE XREJ-CNT TO TL-CNT.
           MOVE TOT-LINE TO REGOUT01.
           WRITE REGOUT01.
           MOVE SPACE TO TOT-LINE.
           MOVE "NOT ACKNOWLEDGED, 2 DAYS:" TO TL-LABEL.
           MOVE NOACK-CNT TO TL-CNT.
           MOVE TOT-LINE TO REGOUT01.
           WRITE REGOUT01.
           CLOSE CTLXIN ACK999 ACK277 TA1IN CHARCUR CORRQ CLMSUB
             XMITLOG REGOUT.
           STOP RUN.
