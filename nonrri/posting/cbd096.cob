           SELECT OPTIONAL PAYHIST ASSIGN TO "S55" ORGANIZATION IS
           INDEXED ACCESS IS DYNAMIC RECORD KEY IS PAYHIST-KEY
           LOCK MODE MANUAL.
           SELECT OPTIONAL ACCTBAL ASSIGN TO "S60" ORGANIZATION IS
           INDEXED ACCESS IS DYNAMIC RECORD KEY IS AB-GARNO
           LOCK MODE MANUAL.
       DATA DIVISION.
       FILE SECTION.
       FD  CHARCUR.
           02 PH-BATCH PIC X(6).
           02 PH-CLOSED PIC X(6).

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
       01  TODAY8 PIC 9(8).
       01  TODAY-INT PIC 9(8).
       01  MC-CNT PIC 9(6) VALUE 0.
       01  MC-AMT PIC S9(9)V99 VALUE 0.
       01  DUE-CNT PIC 9(6) VALUE 0.
       01  ACCT-CNT PIC 9(6) VALUE 0.
       01  DET-LINE.
           02 DL-KEY PIC X(11).
           02 FILLER PIC X(2).

       PROCEDURE DIVISION.
       P0.
           OPEN INPUT CHARCUR PAYCUR PAYHIST ACCTBAL
           OUTPUT RPTFILE MCAREQ REFUNDQ.
           ACCEPT TODAY8 FROM DATE YYYYMMDD.
           COMPUTE TODAY-INT = FUNCTION INTEGER-OF-DATE(TODAY8).
           MOVE SPACE TO RPTFILE01.
           WRITE RPTFILE01.

           MOVE LOW-VALUES TO AB-GARNO.
           START ACCTBAL KEY NOT < AB-GARNO INVALID GO TO P4.

      * only a guarantor the account-balance summary shows with a
      * credit line has its charge lines walked
       P1.
           READ ACCTBAL NEXT AT END GO TO P4.
           IF AB-CREDIT NOT < 0 GO TO P1.
           ADD 1 TO ACCT-CNT
           MOVE AB-GARNO TO CC-KEY8
           MOVE SPACE TO CC-KEY3
           START CHARCUR KEY NOT < CHARCUR-KEY INVALID GO TO P1.

       P2.
           READ CHARCUR NEXT AT END GO TO P1.
           IF CC-KEY8 NOT = AB-GARNO GO TO P1.
           PERFORM HIST-SUM THRU HIST-SUM-EXIT
           IF HIST-FOUND NOT = "Y" AND PAY-FOUND NOT = "Y" GO TO P2.
           IF LINE-PAY NOT > CC-AMOUNT GO TO P2.

           COMPUTE OVER-AMT = LINE-PAY - CC-AMOUNT
           PERFORM AGE-CALC THRU AGE-CALC-EXIT
             MOVE AGE-DAYS TO RQ-AGE
             WRITE REFUNDQ01
           END-IF
           GO TO P2.

      * total applied to one charge line - payments and contract
      * adjustments sum off the history file, keeping the latest
           MOVE SPACE TO RPTFILE01.
           WRITE RPTFILE01.
           MOVE SPACE TO TOT-LINE.
           MOVE "ACCOUNTS WITH A CREDIT:" TO TL-LABEL.
           MOVE ACCT-CNT TO TL-CNT.
           MOVE TOT-LINE TO RPTFILE01.
           WRITE RPTFILE01.
           MOVE SPACE TO TOT-LINE.
           MOVE "CREDIT BALANCES FOUND:" TO TL-LABEL.
           MOVE CB-CNT TO TL-CNT.
           MOVE CB-AMT TO TL-AMT.
           MOVE DUE-CNT TO TL-CNT.
           MOVE TOT-LINE TO RPTFILE01.
           WRITE RPTFILE01.
           CLOSE CHARCUR PAYCUR PAYHIST ACCTBAL RPTFILE MCAREQ
           REFUNDQ.
           STOP RUN.
