           INDEXED ACCESS IS DYNAMIC RECORD KEY IS PAYHIST-KEY
           lock mode manual.

           SELECT OPTIONAL DEPJRNL ASSIGN TO "T40" ORGANIZATION IS
           INDEXED ACCESS IS DYNAMIC RECORD KEY IS DJ-BATCH
           LOCK MODE MANUAL.

           SELECT OPTIONAL ACCTBAL ASSIGN TO "T45" ORGANIZATION IS
           INDEXED ACCESS IS DYNAMIC RECORD KEY IS AB-GARNO
           LOCK MODE MANUAL.
       DATA DIVISION.

       FILE SECTION.
           02 PAYER-ROUTE PIC X.
           02 PAYER-SECOND PIC X.
           02 PAYER-TFDAYS PIC 999.
           02 PAYER-STATDAYS PIC 999.
           02 PAYER-FUTURE PIC X(7).

      * secondary-billing queue - claims a posted primary payment
      * left open on an account whose secondary bills commercially;
           02 PC-DATE-E PIC X(8).
           02 PC-BATCH PIC X(6).

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

      * account-balance summary, one record per guarantor - kept
      * current by every run that posts to a charge line and
      * rebuilt from the detail by bal094.  balances are split
      * insurance-pending / patient-due on the open debit lines,
      * credit lines net in AB-CREDIT; the five aging buckets
      * (0-30, 31-60, 61-90, 91-120, over 120 days from service)
      * hold every open line as of AB-AGE-DATE
       FD  ACCTBAL.
       01  ACCTBAL01.
           02 AB-GARNO PIC X(8).
           02 AB-CHARGES PIC S9(9)V99.
           02 AB-PAYMENTS PIC S9(9)V99.
           02 AB-CONTRACT PIC S9(9)V99.
           02 AB-WRITEOFF PIC S9(9)V99.
           02 AB-INS-PEND PIC S9(7)V99.
           02 AB-PAT-DUE PIC S9(7)V99.
           02 AB-CREDIT PIC S9(7)V99.
           02 AB-AGING.
             03 AB-AGE-CUR PIC S9(7)V99.
             03 AB-AGE-30 PIC S9(7)V99.
             03 AB-AGE-60 PIC S9(7)V99.
             03 AB-AGE-90 PIC S9(7)V99.
             03 AB-AGE-120 PIC S9(7)V99.
           02 AB-AGE-TAB REDEFINES AB-AGING.
             03 AB-AGE PIC S9(7)V99 OCCURS 5 TIMES.
           02 AB-AGE-DATE PIC X(8).
           02 AB-OPEN-CNT PIC 9(5).
           02 AB-LAST-PAY PIC X(8).
           02 AB-LAST-ADJ PIC X(8).
           02 AB-UPDATED PIC X(8).
           02 AB-REBUILT PIC X(8).
           02 AB-FUTURE PIC X(10).

       WORKING-STORAGE SECTION.

       01  CNTR PIC 9.
             03 BT-MATCH-AMT PIC S9(7)V99 VALUE 0.
             03 BT-DISC-CNT PIC 9(6) VALUE 0.
             03 BT-DISC-AMT PIC S9(7)V99 VALUE 0.
             03 BT-POST-CNT PIC 9(6) VALUE 0.
             03 BT-POST-AMT PIC S9(7)V99 VALUE 0.
       01  BT-LINE.
           02 BTL-LABEL PIC X(20).
           02 BTL-BATCH PIC X(8).
             03 DUP-KEY8 PIC X(8).
             03 DUP-KEY3 PIC XXX.
             03 DUP-AMOUNT PIC S9(4)V99.
      * one charge line as the balance summary carries it - before
      * the run touches it and after
       01  BAL-NEW.
           02 BN-CHG PIC S9(7)V99.
           02 BN-PAY PIC S9(7)V99.
           02 BN-CON PIC S9(7)V99.
           02 BN-WO PIC S9(7)V99.
           02 BN-BAL PIC S9(7)V99.
           02 BN-CLASS PIC X.
           02 BN-LASTPAY PIC X(8).
           02 BN-LASTADJ PIC X(8).
       01  BAL-OLD.
           02 BO-CHG PIC S9(7)V99.
           02 BO-PAY PIC S9(7)V99.
           02 BO-CON PIC S9(7)V99.
           02 BO-WO PIC S9(7)V99.
           02 BO-BAL PIC S9(7)V99.
           02 BO-CLASS PIC X.
           02 BO-LASTPAY PIC X(8).
           02 BO-LASTADJ PIC X(8).
       01  BAL-HIST PIC X.
       01  BAL-ADD PIC X.
       01  BAL-X PIC 9.
       01  BAL-DAYS PIC S9(5).
       01  BAL-INT PIC 9(8).
       01  BAL-DATE8 PIC 9(8).
       01  BAL-TODAY PIC 9(8).
       01  BAL-SKIP PIC X VALUE "N".

       PROCEDURE DIVISION.

       P0.
           OPEN INPUT PAYFILE PAYCUR COLTRACK GARFILE PAYERFILE.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           MOVE RUN-DATE TO BAL-TODAY.
           ACCEPT RUN-TIME FROM TIME.

      * run-control keyed by the PAYFILE batch - a batch that was
           CLOSE POSTOPT.

           IF POST-MODE = "Y"
             OPEN I-O CHARCUR PAYHIST ACCTBAL
             OPEN OUTPUT POSTREG SECBQ
             MOVE SPACE TO POSTREG01
             MOVE "BBB816 PAYMENT POSTING REGISTER" TO POSTREG01
             WRITE POSTREG01
             GO TO POST-EXIT
           END-READ
           MOVE "Y" TO BAL-SKIP
           PERFORM AB-SUM THRU AB-SUM-EXIT
           MOVE "N" TO BAL-SKIP
           MOVE BAL-NEW TO BAL-OLD
           PERFORM HIST-PUT THRU HIST-PUT-EXIT
      * a claim can span several charge lines - net the claim's
      * charges against the claim's payment history, like for like
             MOVE "P" TO CC-REC-STAT
           END-IF
           REWRITE CHARCUR01
           PERFORM AB-SUM THRU AB-SUM-EXIT
           PERFORM AB-POST THRU AB-POST-EXIT
           IF POST-BAL > 0
             PERFORM SEC-STAGE THRU SEC-STAGE-EXIT
           END-IF
           ADD 1 TO POSTED-CNT
           PERFORM BT-FIND THRU BT-FIND-EXIT
           ADD 1 TO BT-POST-CNT(BTX)
           ADD PD-AMOUNT TO BT-POST-AMT(BTX)
           MOVE SPACE TO PR-LINE
           MOVE CHARCUR-KEY TO PR-KEY
           MOVE PD-CLAIM TO PR-CLAIM
           READ PAYCUR INVALID
             GO TO HIST-SEED-EXIT
           END-READ
      * a PAYCUR record left by another claim is no part of it
           IF PC-CLAIM NOT = PD-CLAIM GO TO HIST-SEED-EXIT.
           IF PC-AMOUNT = PD-AMOUNT AND PC-DATE-E = PD-DATE-E
             GO TO HIST-SEED-EXIT.
           MOVE PD-KEY8 TO PH-KEY8
           WRITE POSTREG01.
       SEC-STAGE-EXIT. EXIT.

      * one charge line as the summary carries it - the charge,
      * what history applied to it split payment / contractual /
      * written off, the balance left and whose it is.  a line
      * with no history yet counts its PAYCUR record as the
      * payment when it is for the line's claim
       AB-SUM.
           MOVE CC-AMOUNT TO BN-CHG
           MOVE 0 TO BN-PAY BN-CON BN-WO
           MOVE SPACE TO BN-LASTPAY BN-LASTADJ
           MOVE "N" TO BAL-HIST
           MOVE CC-KEY8 TO PH-KEY8
           MOVE CC-KEY3 TO PH-KEY3
           MOVE 0 TO PH-SEQ
           START PAYHIST KEY NOT < PAYHIST-KEY
             INVALID
               GO TO AB-SUM-2.
       AB-SUM-1.
           READ PAYHIST NEXT AT END GO TO AB-SUM-2.
           IF PH-KEY8 NOT = CC-KEY8 OR PH-KEY3 NOT = CC-KEY3
             GO TO AB-SUM-2.
           MOVE "Y" TO BAL-HIST
           IF PH-TYPE = "A"
             ADD PH-AMOUNT TO BN-CON
             GO TO AB-SUM-1.
           IF PH-TYPE = "W" OR PH-TYPE = "C"
             ADD PH-AMOUNT TO BN-WO
             IF PH-DATE-E > BN-LASTADJ
               MOVE PH-DATE-E TO BN-LASTADJ
             END-IF
             GO TO AB-SUM-1.
           ADD PH-AMOUNT TO BN-PAY
           IF PH-DATE-E > BN-LASTPAY
             MOVE PH-DATE-E TO BN-LASTPAY.
           GO TO AB-SUM-1.
       AB-SUM-2.
           IF BAL-HIST = "Y" GO TO AB-SUM-3.
           MOVE CC-KEY8 TO PC-KEY8
           MOVE CC-KEY3 TO PC-KEY3
           READ PAYCUR INVALID
             GO TO AB-SUM-3
           END-READ
      * the PAYCUR record this run is posting stood on the
      * account only as keyed - the summary takes it up as the
      * posting lands, so the before-image leaves it out
           IF BAL-SKIP = "Y" AND PC-AMOUNT = PD-AMOUNT
             AND PC-DATE-E = PD-DATE-E
             GO TO AB-SUM-3.
           IF PC-CLAIM = CC-CLAIM
             MOVE PC-AMOUNT TO BN-PAY
             MOVE PC-DATE-E TO BN-LASTPAY.
      * the patient's when the account is private pay, the line
      * carries no insurance, or its claim has closed
       AB-SUM-3.
           COMPUTE BN-BAL = BN-CHG - BN-PAY - BN-CON - BN-WO
           IF G-GARNO NOT = CC-KEY8
             MOVE CC-KEY8 TO G-GARNO
             READ GARFILE INVALID
               MOVE SPACE TO G-PRIVATE
             END-READ
           END-IF
           MOVE "I" TO BN-CLASS
           IF G-PRIVATE = "Y"
             MOVE "P" TO BN-CLASS.
           IF CC-PAYCODE = "000" OR CC-PAYCODE = SPACE
             MOVE "P" TO BN-CLASS.
           IF CC-REC-STAT = "P"
             MOVE "P" TO BN-CLASS.
       AB-SUM-EXIT. EXIT.

      * carry one line's change onto its guarantor's summary -
      * BAL-OLD as the line stood before the run, BAL-NEW as it
      * stands now.  the line ages in the bucket it falls in as
      * of the summary's aging date
       AB-POST.
           MOVE "N" TO BAL-ADD
           MOVE CC-KEY8 TO AB-GARNO
           READ ACCTBAL INVALID
             MOVE "Y" TO BAL-ADD
             MOVE SPACE TO ACCTBAL01
             MOVE CC-KEY8 TO AB-GARNO
             MOVE 0 TO AB-CHARGES AB-PAYMENTS AB-CONTRACT
               AB-WRITEOFF AB-INS-PEND AB-PAT-DUE AB-CREDIT
               AB-AGE-CUR AB-AGE-30 AB-AGE-60 AB-AGE-90 AB-AGE-120
               AB-OPEN-CNT
             MOVE BAL-TODAY TO AB-AGE-DATE
           END-READ
           COMPUTE AB-CHARGES = AB-CHARGES + BN-CHG - BO-CHG
           COMPUTE AB-PAYMENTS = AB-PAYMENTS + BN-PAY - BO-PAY
           COMPUTE AB-CONTRACT = AB-CONTRACT + BN-CON - BO-CON
           COMPUTE AB-WRITEOFF = AB-WRITEOFF + BN-WO - BO-WO
           IF BO-BAL > 0 AND BO-CLASS = "P"
             SUBTRACT BO-BAL FROM AB-PAT-DUE.
           IF BO-BAL > 0 AND BO-CLASS NOT = "P"
             SUBTRACT BO-BAL FROM AB-INS-PEND.
           IF BO-BAL < 0
             SUBTRACT BO-BAL FROM AB-CREDIT.
           IF BO-BAL NOT = 0 AND AB-OPEN-CNT > 0
             SUBTRACT 1 FROM AB-OPEN-CNT.
           IF BN-BAL > 0 AND BN-CLASS = "P"
             ADD BN-BAL TO AB-PAT-DUE.
           IF BN-BAL > 0 AND BN-CLASS NOT = "P"
             ADD BN-BAL TO AB-INS-PEND.
           IF BN-BAL < 0
             ADD BN-BAL TO AB-CREDIT.
           IF BN-BAL NOT = 0
             ADD 1 TO AB-OPEN-CNT.
           PERFORM AB-AGE-X THRU AB-AGE-X-EXIT
           COMPUTE AB-AGE(BAL-X) = AB-AGE(BAL-X) + BN-BAL - BO-BAL
           IF BN-LASTPAY NUMERIC AND BN-LASTPAY NOT = "00000000"
             AND BN-LASTPAY > AB-LAST-PAY
             MOVE BN-LASTPAY TO AB-LAST-PAY.
           IF BN-LASTADJ NUMERIC AND BN-LASTADJ > AB-LAST-ADJ
             MOVE BN-LASTADJ TO AB-LAST-ADJ.
           MOVE BAL-TODAY TO AB-UPDATED
           IF BAL-ADD = "Y"
             WRITE ACCTBAL01 INVALID
               CONTINUE
             END-WRITE
           ELSE
             REWRITE ACCTBAL01 INVALID
               CONTINUE
             END-REWRITE
           END-IF.
       AB-POST-EXIT. EXIT.

       AB-AGE-X.
           MOVE 1 TO BAL-X
           IF CC-DATE-T NOT NUMERIC OR CC-DATE-T = "00000000"
             GO TO AB-AGE-X-EXIT.
           IF AB-AGE-DATE NOT NUMERIC
             MOVE BAL-TODAY TO AB-AGE-DATE.
           MOVE AB-AGE-DATE TO BAL-DATE8
           COMPUTE BAL-INT = FUNCTION INTEGER-OF-DATE(BAL-DATE8)
           MOVE CC-DATE-T TO BAL-DATE8
           COMPUTE BAL-DAYS = BAL-INT
             - FUNCTION INTEGER-OF-DATE(BAL-DATE8)
           IF BAL-DAYS > 30
             MOVE 2 TO BAL-X.
           IF BAL-DAYS > 60
             MOVE 3 TO BAL-X.
           IF BAL-DAYS > 90
             MOVE 4 TO BAL-X.
           IF BAL-DAYS > 120
             MOVE 5 TO BAL-X.
       AB-AGE-X-EXIT. EXIT.

       A1.
           MOVE PD-KEY8 TO DF-KEY8
           MOVE PD-KEY3 TO DF-KEY3
           END-PERFORM.
       BATCH-TOTALS-EXIT. EXIT.

      * carry each batch's match, discrepancy and posting totals
      * back to its deposit journal entry for the cash reconciliation
       DJ-UPDATE.
           IF BTX > BT-CNT GO TO DJ-UPDATE-EXIT.
           MOVE BT-BATCH(BTX) TO DJ-BATCH
           READ DEPJRNL
             INVALID
               MOVE SPACE TO BT-LINE
               MOVE "  NOT ON DEP JOURNAL" TO BTL-LABEL
               MOVE BT-BATCH(BTX) TO BTL-BATCH
               MOVE SPACE TO BATCHTOT01
               STRING BT-LINE DELIMITED BY SIZE INTO BATCHTOT01
               WRITE BATCHTOT01
               GO TO DJ-UPDATE-1
           END-READ
           MOVE RUN-DATE TO DJ-POST-DATE
           MOVE BT-MATCH-CNT(BTX) TO DJ-MATCH-CNT
           MOVE BT-MATCH-AMT(BTX) TO DJ-MATCH-AMT
           MOVE BT-DISC-CNT(BTX) TO DJ-DISC-CNT
           MOVE BT-DISC-AMT(BTX) TO DJ-DISC-AMT
           MOVE BT-POST-CNT(BTX) TO DJ-POST-CNT
           MOVE BT-POST-AMT(BTX) TO DJ-POST-AMT
           REWRITE DEPJRNL01 INVALID
             CONTINUE
           END-REWRITE.
       DJ-UPDATE-1.
           ADD 1 TO BTX
           GO TO DJ-UPDATE.
       DJ-UPDATE-EXIT. EXIT.

       P2.
           PERFORM BATCH-TOTALS THRU BATCH-TOTALS-EXIT.
           OPEN I-O DEPJRNL.
           MOVE 1 TO BTX.
           PERFORM DJ-UPDATE THRU DJ-UPDATE-EXIT.
           CLOSE DEPJRNL.
           IF POST-MODE = "Y"
             MOVE SPACE TO POSTREG01
             WRITE POSTREG01
             MOVE SPACE TO POSTREG01
             STRING BT-LINE DELIMITED BY SIZE INTO POSTREG01
             WRITE POSTREG01
             CLOSE CHARCUR POSTREG SECBQ PAYHIST ACCTBAL
           END-IF.
           ACCEPT RUN-TIME FROM TIME.
           MOVE RUN-TIME(1:6) TO RC-END-TIME.
