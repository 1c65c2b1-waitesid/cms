           SELECT OPTIONAL PLANFILE ASSIGN TO "S60" ORGANIZATION IS
           INDEXED ACCESS IS DYNAMIC RECORD KEY IS PN-GARNO
           LOCK MODE MANUAL.
           SELECT OPTIONAL ABNFILE ASSIGN TO "S65" ORGANIZATION IS
           INDEXED ACCESS IS DYNAMIC RECORD KEY IS ABN-KEY
           LOCK MODE MANUAL.
           SELECT OPTIONAL FINAID ASSIGN TO "S70" ORGANIZATION IS
           INDEXED ACCESS IS DYNAMIC RECORD KEY IS FA-GARNO
           LOCK MODE MANUAL.
           SELECT OPTIONAL BADADDR ASSIGN TO "S75" ORGANIZATION IS
           INDEXED ACCESS IS DYNAMIC RECORD KEY IS BA-GARNO
           LOCK MODE MANUAL.
           SELECT OPTIONAL ACCTBAL ASSIGN TO "S80" ORGANIZATION IS
           INDEXED ACCESS IS DYNAMIC RECORD KEY IS AB-GARNO
           LOCK MODE MANUAL.
       DATA DIVISION.
       FILE SECTION.
       FD  EXTIN.
       01  STMTOUT01 PIC X(132).

      * payment history detail - P payments and A contractual
      * adjustments per charge line, written by the posting run.
      * the statement run adds the C financial-assistance discount
       FD  PAYHIST.
       01  PAYHIST01.
           02 PAYHIST-KEY.
           02 PN-LASTPAY PIC X(8).
           02 PN-FUTURE PIC X(10).

      * advance beneficiary notices kept by abm049 - a line sent
      * to Medicare with GA bills the patient once Medicare has
      * answered it
       FD  ABNFILE.
       01  ABNFILE01.
           02 ABN-KEY.
             03 ABN-KEY8 PIC X(8).
             03 ABN-KEY3 PIC XXX.
           02 ABN-SIGNED PIC X(8).
           02 ABN-REASON PIC X(30).
           02 ABN-SENT PIC X(8).
           02 ABN-PTBILL PIC X(8).
           02 ABN-FUTURE PIC X(10).

      * financial-assistance approval kept by fam083 - FA-PCT is
      * the sliding-fee discount for the approved tier
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

      * undeliverable-address flag kept by rmi086
       FD  BADADDR.
       01  BADADDR01.
           02 BA-GARNO PIC X(8).
           02 BA-DATE PIC X(8).
           02 BA-STMT-DATE PIC X(8).
           02 BA-SOURCE PIC X.
           02 BA-COUNT PIC 99.
           02 BA-FUTURE PIC X(10).

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
       01  PRT PIC X(132).
       01  TODAY8 PIC 9(8).
       01  SVC-INT PIC 9(8).
       01  AGE-DAYS PIC S9(5).
       01  LINE-PAY PIC S9(7)V99.
       01  LINE-WO PIC S9(7)V99.
       01  LINE-WO-NEW PIC S9(7)V99.
       01  STMT-WO PIC S9(7)V99.
       01  LINE-BAL PIC S9(7)V99.
       01  HIST-FOUND PIC X.
       01  LINE-CHAR PIC S9(7)V99.
       01  CHAR-FOUND PIC X.
       01  CHAR-AMT PIC S9(7)V99.
       01  CHAR-BATCH PIC X(6).
       01  CHAR-CNT PIC 9(6) VALUE 0.
       01  AID-ACTIVE PIC X.
       01  STMT-BAL PIC S9(7)V99.
       01  PEND-BAL PIC S9(7)V99.
       01  PEND-CNT PIC 9(4).
       01  STMT-PASS PIC X.
       01  LINE-CLASS PIC X.
       01  ABN-LINE PIC X.
       01  PLAN-FOUND PIC X.
       01  DUE-AMT PIC S9(7)V99.
       01  AGE-CUR PIC S9(7)V99.
       01  AGE-90 PIC S9(7)V99.
       01  STMT-CNT PIC 9(6) VALUE 0.
       01  SKIP-CNT PIC 9(6) VALUE 0.
       01  MAIL-CNT PIC 9(6) VALUE 0.
       01  LINE-CNT PIC 9(4).
       01  DUNN-MSG PIC X(50).
       01  DET-LINE.
       01  SCAN-I PIC 99.
       01  SCAN-CKD PIC 99.
       01  SCAN-CKD-X PIC 9.
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
       01  BAL-QUIET PIC X.

       PROCEDURE DIVISION.
       P0.
           OPEN INPUT EXTIN CHARCUR PAYCUR PLANFILE FINAID BADADDR
           OUTPUT STMTOUT.
           OPEN I-O GARFILE ABNFILE PAYHIST ACCTBAL.
           ACCEPT TODAY8 FROM DATE YYYYMMDD.
           MOVE "FA" TO CHAR-BATCH
           MOVE TODAY8(5:4) TO CHAR-BATCH(3:4)
           COMPUTE TODAY-INT = FUNCTION INTEGER-OF-DATE(TODAY8).
           MOVE TODAY8 TO BAL-TODAY.

       P1.
           READ EXTIN AT END GO TO P9.
             ADD 1 TO SKIP-CNT
             GO TO P1
           END-READ
      * mail came back from this address - no statement goes out
      * and the dunning does not move until grm062 records a new
      * one
           MOVE G-GARNO TO BA-GARNO
           READ BADADDR INVALID
             CONTINUE
           NOT INVALID
             ADD 1 TO MAIL-CNT
             GO TO P1
           END-READ
           PERFORM STMT-1 THRU STMT-EXIT
           GO TO P1.

      * never duns and never ages
       STMT-1.
           MOVE 0 TO STMT-BAL PEND-BAL AGE-CUR AGE-30 AGE-60 AGE-90
             LINE-CNT PEND-CNT STMT-WO
           MOVE "N" TO AID-ACTIVE
           MOVE G-GARNO TO FA-GARNO
           READ FINAID INVALID
             CONTINUE
           NOT INVALID
             IF FA-APPROVED NOT > TODAY8 AND FA-EXPIRES NOT < TODAY8
               AND FA-PCT > 0
               MOVE "Y" TO AID-ACTIVE
             END-IF
           END-READ

      * the summary shows nothing open and nothing adjusted since
      * the last statement - the lines need not be walked
           MOVE "N" TO BAL-QUIET
           MOVE G-GARNO TO AB-GARNO
           READ ACCTBAL INVALID
             CONTINUE
           NOT INVALID
             IF AB-INS-PEND = 0 AND AB-PAT-DUE = 0
               AND (AB-LAST-ADJ = SPACE
                 OR AB-LAST-ADJ NOT > G-LASTBILL)
               MOVE "Y" TO BAL-QUIET
             END-IF
           END-READ

           MOVE SPACE TO PRT
           MOVE ALL "=" TO PRT(1:80)
           MOVE "PAID       BALANCE" TO PRT(44:18)
           PERFORM PRT-W

           IF BAL-QUIET = "Y" GO TO STMT-3.
           MOVE "P" TO STMT-PASS
           PERFORM STMT-WALK THRU STMT-WALK-EXIT
           MOVE "I" TO STMT-PASS

           PERFORM HIST-SUM THRU HIST-SUM-EXIT
           COMPUTE LINE-BAL = CC-AMOUNT - LINE-PAY
      * write-offs since the last statement are told to the patient
      * even when they took the line to nothing
           IF STMT-PASS = "P"
             ADD LINE-WO-NEW TO STMT-WO.
           IF LINE-BAL NOT > 0 GO TO STMT-2.
           PERFORM CLASS-LINE THRU CLASS-LINE-EXIT
           IF LINE-CLASS NOT = STMT-PASS GO TO STMT-2.
      * an account inside its financial-assistance approval has
      * the tier's discount taken off each patient-due line once,
      * before the line ages or duns
           IF STMT-PASS = "P" AND AID-ACTIVE = "Y" AND CHAR-FOUND = "N"
             PERFORM CHAR-POST THRU CHAR-POST-EXIT.

           IF STMT-PASS = "P"
             ADD LINE-BAL TO STMT-BAL
           MOVE CC-CLAIM TO DT-CLAIM
           MOVE CC-PROC TO DT-PROC
           MOVE CC-AMOUNT TO DT-CHARGE
           COMPUTE DT-PAID = LINE-PAY - LINE-WO - LINE-CHAR
           MOVE LINE-BAL TO DT-BAL
           MOVE SPACE TO PRT
           MOVE DET-LINE TO PRT
           PERFORM PRT-W
           IF LINE-WO NOT = 0
             MOVE SPACE TO DET-LINE
             MOVE LINE-WO TO DT-PAID
             MOVE SPACE TO PRT
             MOVE DET-LINE TO PRT
             MOVE "  ADJUSTED" TO PRT(1:10)
             PERFORM PRT-W
           END-IF
           IF LINE-CHAR NOT = 0
             MOVE SPACE TO DET-LINE
             MOVE LINE-CHAR TO DT-PAID
             MOVE SPACE TO PRT
             MOVE DET-LINE TO PRT
             MOVE "  ASSISTANCE" TO PRT(1:12)
             PERFORM PRT-W
           END-IF
           IF STMT-PASS = "P" AND ABN-LINE = "Y"
             MOVE SPACE TO PRT
             MOVE "  NOT COVERED BY MEDICARE - SIGNED ABN ON FILE"
               TO PRT(1:47)
             PERFORM PRT-W
             IF ABN-PTBILL = SPACE
               MOVE TODAY8 TO ABN-PTBILL
               REWRITE ABNFILE01 INVALID
                 CONTINUE
               END-REWRITE
             END-IF
           END-IF
           GO TO STMT-2.
       STMT-WALK-EXIT. EXIT.

      * resend - keeps working as insurance-pending and must not
      * dun.  the posting run sets CC-DATE-P on every posted
      * payment even when a secondary is still working, so the
      * paid date alone cannot classify.  the exception is a
      * Medicare line that went out with GA under a signed ABN -
      * once Medicare has answered it the denial is the patient's
       CLASS-LINE.
           MOVE "I" TO LINE-CLASS
           MOVE "N" TO ABN-LINE
           IF G-PRIVATE = "Y"
             MOVE "P" TO LINE-CLASS.
           IF CC-PAYCODE = "000" OR CC-PAYCODE = SPACE
             MOVE "P" TO LINE-CLASS.
           IF CC-REC-STAT = "P"
             MOVE "P" TO LINE-CLASS.
           IF LINE-CLASS = "P" OR CC-PAYCODE NOT = "003"
             GO TO CLASS-LINE-EXIT.
           IF CC-DATE-P NOT NUMERIC OR CC-DATE-P = "00000000"
             GO TO CLASS-LINE-EXIT.
           MOVE CC-KEY8 TO ABN-KEY8
           MOVE CC-KEY3 TO ABN-KEY3
           READ ABNFILE INVALID
             GO TO CLASS-LINE-EXIT
           END-READ
           IF ABN-SENT NOT = SPACE
             MOVE "P" TO LINE-CLASS
             MOVE "Y" TO ABN-LINE.
       CLASS-LINE-EXIT. EXIT.

       STMT-3.
           IF STMT-WO NOT = 0
             MOVE SPACE TO PRT
             PERFORM PRT-W
             MOVE SPACE TO PRT
             MOVE STMT-WO TO DT-BAL
             STRING "BALANCE ADJUSTED SINCE LAST STATEMENT " DT-BAL
               DELIMITED BY SIZE INTO PRT(1:50)
             PERFORM PRT-W
           END-IF.
           IF LINE-CNT = 0 AND PEND-CNT = 0
             ADD 1 TO SKIP-CNT
             MOVE SPACE TO PRT

      * total applied to one charge line - payments and contract
      * adjustments sum off the history file; a line with no
      * history yet falls back to the single PAYCUR record.
      * LINE-WO holds the part of it that was written off,
      * LINE-WO-NEW the part written off since the last statement,
      * LINE-CHAR the financial-assistance discount
       HIST-SUM.
           MOVE 0 TO LINE-PAY LINE-WO LINE-WO-NEW LINE-CHAR
           MOVE "N" TO HIST-FOUND CHAR-FOUND
           MOVE CC-KEY8 TO PH-KEY8
           MOVE CC-KEY3 TO PH-KEY3
           MOVE 0 TO PH-SEQ
             GO TO HIST-SUM-2.
           MOVE "Y" TO HIST-FOUND
           ADD PH-AMOUNT TO LINE-PAY
           IF PH-TYPE = "W"
             ADD PH-AMOUNT TO LINE-WO
             IF PH-DATE-E > G-LASTBILL
               ADD PH-AMOUNT TO LINE-WO-NEW
             END-IF
           END-IF
           IF PH-TYPE = "C"
             ADD PH-AMOUNT TO LINE-CHAR
             MOVE "Y" TO CHAR-FOUND
           END-IF
           GO TO HIST-SUM-1.
       HIST-SUM-2.
           IF HIST-FOUND = "Y" GO TO HIST-SUM-EXIT.
           END-READ.
       HIST-SUM-EXIT. EXIT.

      * the discount goes to history as its own C record with the
      * tier in PH-DENIAL, so mec097 journals it as charity.  the
      * balance walks read history exclusively once a line has
      * any, so a legacy PAYCUR payment is seeded as sequence 1
      * first
       CHAR-POST.
           COMPUTE CHAR-AMT ROUNDED = LINE-BAL * FA-PCT / 100
           IF CHAR-AMT NOT > 0 GO TO CHAR-POST-EXIT.
           PERFORM AB-SUM THRU AB-SUM-EXIT
           MOVE BAL-NEW TO BAL-OLD
           IF HIST-FOUND NOT = "Y"
             PERFORM HIST-SEED THRU HIST-SEED-EXIT.
           MOVE CC-KEY8 TO PH-KEY8
           MOVE CC-KEY3 TO PH-KEY3
           MOVE 1 TO PH-SEQ
           MOVE "C" TO PH-TYPE
           MOVE CHAR-AMT TO PH-AMOUNT
           MOVE CC-PAYCODE TO PH-PAYCODE
           MOVE FA-TIER TO PH-DENIAL
           MOVE CC-CLAIM TO PH-CLAIM
           MOVE TODAY8 TO PH-DATE-E
           MOVE CHAR-BATCH TO PH-BATCH
           MOVE SPACE TO PH-CLOSED
           PERFORM HIST-PUT-C THRU HIST-PUT-C-EXIT
           IF PH-SEQ > 998 GO TO CHAR-POST-EXIT.
           MOVE "Y" TO HIST-FOUND
           ADD CHAR-AMT TO LINE-PAY LINE-CHAR
           SUBTRACT CHAR-AMT FROM LINE-BAL
           ADD 1 TO CHAR-CNT
           PERFORM AB-SUM THRU AB-SUM-EXIT
           PERFORM AB-POST THRU AB-POST-EXIT.
       CHAR-POST-EXIT. EXIT.

       HIST-SEED.
           MOVE CC-KEY8 TO PC-KEY8
           MOVE CC-KEY3 TO PC-KEY3
           READ PAYCUR INVALID
             GO TO HIST-SEED-EXIT
           END-READ
      * a PAYCUR record left by another claim is no part of it
           IF PC-CLAIM NOT = CC-CLAIM GO TO HIST-SEED-EXIT.
           MOVE CC-KEY8 TO PH-KEY8
           MOVE CC-KEY3 TO PH-KEY3
           MOVE 1 TO PH-SEQ
           MOVE "P" TO PH-TYPE
           MOVE PC-AMOUNT TO PH-AMOUNT
           MOVE PC-PAYCODE TO PH-PAYCODE
           MOVE PC-DENIAL TO PH-DENIAL
           MOVE PC-CLAIM TO PH-CLAIM
           MOVE PC-DATE-E TO PH-DATE-E
           MOVE PC-BATCH TO PH-BATCH
           MOVE SPACE TO PH-CLOSED
           WRITE PAYHIST01 INVALID
             CONTINUE
           END-WRITE.
       HIST-SEED-EXIT. EXIT.

       HIST-PUT-C.
           IF PH-SEQ > 998
             DISPLAY "PAYHIST SEQUENCES EXHAUSTED FOR " PH-KEY8
               " " PH-KEY3
             GO TO HIST-PUT-C-EXIT
           END-IF
           WRITE PAYHIST01 INVALID
             ADD 1 TO PH-SEQ
             GO TO HIST-PUT-C
           END-WRITE.
       HIST-PUT-C-EXIT. EXIT.

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

       AGE-BUCKET.
           IF CC-DATE-T NOT NUMERIC OR CC-DATE-T = "00000000"
             ADD LINE-BAL TO AGE-CUR
           MOVE SKIP-CNT TO TL-CNT.
           MOVE TOT-LINE TO PRT.
           PERFORM PRT-W.
           MOVE SPACE TO TOT-LINE.
           MOVE "HELD - BAD ADDRESS:" TO TL-LABEL.
           MOVE MAIL-CNT TO TL-CNT.
           MOVE TOT-LINE TO PRT.
           PERFORM PRT-W.
           MOVE SPACE TO TOT-LINE.
           MOVE "ASSISTANCE DISCOUNTS:" TO TL-LABEL.
           MOVE CHAR-CNT TO TL-CNT.
           MOVE TOT-LINE TO PRT.
           PERFORM PRT-W.
           CLOSE EXTIN GARFILE CHARCUR PAYCUR PAYHIST PLANFILE
           ABNFILE FINAID BADADDR
           STMTOUT ACCTBAL.
           STOP RUN.
