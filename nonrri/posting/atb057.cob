       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCTBAL ASSIGN TO "S30" ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC RECORD KEY IS AB-GARNO
           LOCK MODE MANUAL.
           SELECT RPTFILE ASSIGN TO "S40" ORGANIZATION
           LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
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

       FD  RPTFILE.
       01  RPTFILE01 PIC X(132).

       WORKING-STORAGE SECTION.
       01  PRT PIC X(132).
       01  TODAY8 PIC 9(8).
       01  GAR-BAL PIC S9(7)V99.

       01  TOT-CHG PIC S9(9)V99 VALUE 0.
       01  TOT-PAY PIC S9(9)V99 VALUE 0.
       01  TOT-WO PIC S9(9)V99 VALUE 0.
       01  TOT-BAL PIC S9(9)V99 VALUE 0.
       01  TOT-CUR PIC S9(9)V99 VALUE 0.
       01  TOT-30 PIC S9(9)V99 VALUE 0.
       01  TOT-60 PIC S9(9)V99 VALUE 0.
       01  TOT-90 PIC S9(9)V99 VALUE 0.
       01  TOT-120 PIC S9(9)V99 VALUE 0.
       01  TOT-INS PIC S9(9)V99 VALUE 0.
       01  TOT-PAT PIC S9(9)V99 VALUE 0.
       01  TOT-CR PIC S9(9)V99 VALUE 0.
       01  TOT-REC PIC 9(7) VALUE 0.
       01  TOT-OPEN PIC 9(7) VALUE 0.
       01  STALE-CNT PIC 9(7) VALUE 0.
       01  STALE-DATE PIC X(8) VALUE HIGH-VALUES.

       01  GAR-LINE.
           02 GL-LABEL PIC X(10).

       PROCEDURE DIVISION.
       P0.
           OPEN INPUT ACCTBAL OUTPUT RPTFILE.
           ACCEPT TODAY8 FROM DATE YYYYMMDD.
           MOVE SPACE TO PRT.
           STRING "AGED ACCOUNTS-RECEIVABLE TRIAL BALANCE  AS OF "
             TODAY8 DELIMITED BY SIZE INTO PRT.
           MOVE SPACE TO PRT.
           PERFORM PRT-W.

           MOVE LOW-VALUES TO AB-GARNO.
           START ACCTBAL KEY NOT < AB-GARNO INVALID GO TO P4.

      * one line per guarantor off the account-balance summary -
      * the summary ages as of its own aging date, which bal094
      * brings to the run date when it rebuilds
       P1.
           READ ACCTBAL NEXT AT END GO TO P4.
           ADD 1 TO TOT-REC.
           ADD AB-CHARGES TO TOT-CHG
           COMPUTE TOT-PAY = TOT-PAY + AB-PAYMENTS + AB-CONTRACT
           ADD AB-WRITEOFF TO TOT-WO
           COMPUTE GAR-BAL = AB-INS-PEND + AB-PAT-DUE + AB-CREDIT
           IF GAR-BAL = 0 AND AB-OPEN-CNT = 0 GO TO P1.

           ADD AB-OPEN-CNT TO TOT-OPEN
           ADD GAR-BAL TO TOT-BAL
           ADD AB-INS-PEND TO TOT-INS
           ADD AB-PAT-DUE TO TOT-PAT
           ADD AB-CREDIT TO TOT-CR
           ADD AB-AGE-CUR TO TOT-CUR
           ADD AB-AGE-30 TO TOT-30
           ADD AB-AGE-60 TO TOT-60
           ADD AB-AGE-90 TO TOT-90
           ADD AB-AGE-120 TO TOT-120
           IF AB-AGE-DATE < TODAY8
             ADD 1 TO STALE-CNT
             IF AB-AGE-DATE < STALE-DATE
               MOVE AB-AGE-DATE TO STALE-DATE
             END-IF
           END-IF
           MOVE SPACE TO GAR-LINE
           MOVE "GUARANTOR" TO GL-LABEL
           MOVE AB-GARNO TO GL-GARNO
           MOVE AB-OPEN-CNT TO GL-CNT
           MOVE GAR-BAL TO GL-BAL
           MOVE SPACE TO PRT
           MOVE GAR-LINE TO PRT
           PERFORM PRT-W
           GO TO P1.

       P4.
           MOVE SPACE TO PRT.
           PERFORM PRT-W.
           MOVE SPACE TO PRT.
           MOVE "BY RESPONSIBILITY" TO PRT(1:17).
           PERFORM PRT-W.
           MOVE SPACE TO TOT-LINE.
           MOVE "  INSURANCE PENDING" TO TL-LABEL.
           MOVE TOT-INS TO TL-AMT.
           MOVE SPACE TO PRT.
           MOVE TOT-LINE TO PRT.
           PERFORM PRT-W.
           MOVE SPACE TO TOT-LINE.
           MOVE "  PATIENT DUE" TO TL-LABEL.
           MOVE TOT-PAT TO TL-AMT.
           MOVE SPACE TO PRT.
           MOVE TOT-LINE TO PRT.
           PERFORM PRT-W.
           MOVE SPACE TO TOT-LINE.
           MOVE "  CREDIT BALANCES" TO TL-LABEL.
           MOVE TOT-CR TO TL-AMT.
           MOVE SPACE TO PRT.
           MOVE TOT-LINE TO PRT.
           PERFORM PRT-W.

      * grand-total page - the control figure for the accountant
           MOVE SPACE TO PRT.
           PERFORM PRT-W.

           MOVE SPACE TO CNT-LINE.
           MOVE "ACCOUNTS READ" TO CL-LABEL.
           MOVE TOT-REC TO CL-CNT.
           MOVE SPACE TO PRT.
           MOVE CNT-LINE TO PRT.
           MOVE TOT-LINE TO PRT.
           PERFORM PRT-W.
           MOVE SPACE TO TOT-LINE.
           MOVE "TOTAL WRITE-OFFS" TO TL-LABEL.
           MOVE TOT-WO TO TL-AMT.
           MOVE SPACE TO PRT.
           MOVE TOT-LINE TO PRT.
           PERFORM PRT-W.
           MOVE SPACE TO TOT-LINE.
           MOVE "TOTAL RECEIVABLE" TO TL-LABEL.
           MOVE TOT-BAL TO TL-AMT.
           MOVE SPACE TO PRT.
           MOVE TOT-LINE TO PRT.
           PERFORM PRT-W.


      * accounts whose buckets were last aged before today - run
      * bal094 in mode R first for a month-end aging
           IF STALE-CNT > 0
             MOVE SPACE TO PRT
             PERFORM PRT-W
             MOVE SPACE TO CNT-LINE
             MOVE "ACCOUNTS NOT AGED TODAY" TO CL-LABEL
             MOVE STALE-CNT TO CL-CNT
             MOVE SPACE TO PRT
             MOVE CNT-LINE TO PRT
             STRING "OLDEST AGING " STALE-DATE DELIMITED BY SIZE
               INTO PRT(35:21)
             PERFORM PRT-W
           END-IF.

           CLOSE ACCTBAL RPTFILE.
           STOP RUN.

       PRT-W.
