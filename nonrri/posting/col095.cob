           ACCESS MODE IS DYNAMIC RECORD KEY IS G-GARNO
           ALTERNATE RECORD KEY IS G-GARNAME WITH DUPLICATES
           LOCK MODE MANUAL.
           SELECT OPTIONAL ACCTBAL ASSIGN TO "S35" ORGANIZATION IS
           INDEXED ACCESS IS DYNAMIC RECORD KEY IS AB-GARNO
           LOCK MODE MANUAL.
           SELECT PLACEOUT ASSIGN TO "S45" ORGANIZATION
           LINE SEQUENTIAL.
           LOCK MODE MANUAL.
           SELECT RPTFILE ASSIGN TO "S55" ORGANIZATION
           LINE SEQUENTIAL.
           SELECT OPTIONAL PLANFILE ASSIGN TO "S65" ORGANIZATION IS
           INDEXED ACCESS IS DYNAMIC RECORD KEY IS PN-GARNO
           LOCK MODE MANUAL.
           SELECT OPTIONAL FINAID ASSIGN TO "S70" ORGANIZATION IS
           INDEXED ACCESS IS DYNAMIC RECORD KEY IS FA-GARNO
           LOCK MODE MANUAL.
           SELECT OPTIONAL BADADDR ASSIGN TO "S75" ORGANIZATION IS
           INDEXED ACCESS IS DYNAMIC RECORD KEY IS BA-GARNO
           LOCK MODE MANUAL.
       DATA DIVISION.
       FILE SECTION.
       FD GARFILE
           02 G-DELETE PIC X.
           02 G-FILLER PIC XXX.

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

      * fixed placement-file format for the agency
       FD  PLACEOUT.
       FD  RPTFILE.
       01  RPTFILE01 PIC X(80).

      * payment-plan master - a compliant plan holds the account
      * out of collection even when G-COLLT is set
       FD  PLANFILE.
           02 PN-LASTPAY PIC X(8).
           02 PN-FUTURE PIC X(10).

      * financial-assistance approval kept by fam083 - an account
      * inside its approval period is never placed
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

      * undeliverable-address flag kept by rmi086 - the agency
      * cannot work an account with no good address, so it goes
      * to skip trace instead of a placement
       FD  BADADDR.
       01  BADADDR01.
           02 BA-GARNO PIC X(8).
           02 BA-DATE PIC X(8).
           02 BA-STMT-DATE PIC X(8).
           02 BA-SOURCE PIC X.
           02 BA-COUNT PIC 99.
           02 BA-FUTURE PIC X(10).

       WORKING-STORAGE SECTION.
       01  TODAY8 PIC 9(8).
       01  TODAY-INT PIC 9(8).
       01  PLAN-OK PIC X.
       01  PLAN-DATE PIC X(8).
       01  PLAN-CNT PIC 9(6) VALUE 0.
       01  AID-CNT PIC 9(6) VALUE 0.
       01  TRACE-CNT PIC 9(6) VALUE 0.
       01  TRACE-AMT PIC S9(9)V99 VALUE 0.
       01  ACCT-BAL PIC S9(7)V99.
       01  PLACE-CNT PIC 9(6) VALUE 0.
       01  ALREADY-CNT PIC 9(6) VALUE 0.
       01  NOBAL-CNT PIC 9(6) VALUE 0.

       PROCEDURE DIVISION.
       P0.
           OPEN INPUT GARFILE ACCTBAL PLANFILE FINAID BADADDR
           OUTPUT PLACEOUT RPTFILE.
           OPEN I-O COLTRACK.
           ACCEPT TODAY8 FROM DATE YYYYMMDD.
             GO TO P1
           END-READ

      * an approved financial-assistance account is never sent to
      * the agency while the approval runs
           MOVE G-GARNO TO FA-GARNO
           READ FINAID INVALID
             CONTINUE
           NOT INVALID
             IF FA-APPROVED NOT > TODAY8 AND FA-EXPIRES NOT < TODAY8
               ADD 1 TO AID-CNT
               MOVE SPACE TO RPT-LINE
               MOVE G-GARNO TO RL-GARNO
               MOVE G-GARNAME TO RL-NAME
               MOVE "FINANCIAL AID - HELD" TO RL-MSG
               MOVE RPT-LINE TO RPTFILE01
               WRITE RPTFILE01
               GO TO P1
             END-IF
           END-READ

      * a faithful budget payer stays off the placement file -
      * compliant means a patient payment (or a plan just set up)
      * inside the last 40 days
             GO TO P1
           END-IF

           MOVE G-GARNO TO BA-GARNO
           READ BADADDR INVALID
             CONTINUE
           NOT INVALID
             ADD 1 TO TRACE-CNT
             ADD ACCT-BAL TO TRACE-AMT
             MOVE SPACE TO RPT-LINE
             MOVE G-GARNO TO RL-GARNO
             MOVE G-GARNAME TO RL-NAME
             MOVE ACCT-BAL TO RL-BAL
             MOVE "BAD ADDRESS - SKIP TRACE" TO RL-MSG
             MOVE RPT-LINE TO RPTFILE01
             WRITE RPTFILE01
             GO TO P1
           END-READ

           MOVE "AGENCY" TO AGENCY-ID
           MOVE G-COLLT TO AGENCY-ID(7:1)

           WRITE RPTFILE01
           GO TO P1.

      * open balance off the account-balance summary - every
      * open line, pending insurance and credits included
       BAL-1.
           MOVE 0 TO ACCT-BAL
           MOVE G-GARNO TO AB-GARNO
           READ ACCTBAL INVALID
             GO TO BAL-EXIT
           END-READ
           COMPUTE ACCT-BAL = AB-INS-PEND + AB-PAT-DUE + AB-CREDIT.
       BAL-EXIT. EXIT.

       PLAN-CHECK.
           MOVE "N" TO PLAN-OK
           MOVE "00000000" TO PLAN-DATE
           MOVE PLAN-CNT TO TL-CNT.
           MOVE TOT-LINE TO RPTFILE01.
           WRITE RPTFILE01.
           MOVE SPACE TO TOT-LINE.
           MOVE "SKIP TRACE, BAD ADDRESS:" TO TL-LABEL.
           MOVE TRACE-CNT TO TL-CNT.
           MOVE TRACE-AMT TO TL-AMT.
           MOVE TOT-LINE TO RPTFILE01.
           WRITE RPTFILE01.
           MOVE SPACE TO TOT-LINE.
           MOVE "HELD ON FINANCIAL AID:" TO TL-LABEL.
           MOVE AID-CNT TO TL-CNT.
           MOVE TOT-LINE TO RPTFILE01.
           WRITE RPTFILE01.
           CLOSE GARFILE ACCTBAL PLANFILE PLACEOUT COLTRACK RPTFILE
           FINAID BADADDR.
           STOP RUN.
