           SELECT OPTIONAL RUNCTL ASSIGN TO "S65" ORGANIZATION IS
           INDEXED ACCESS IS DYNAMIC RECORD KEY IS RC-KEY
           LOCK MODE MANUAL.
           SELECT OPTIONAL PATFILE ASSIGN TO "S70" ORGANIZATION IS
           INDEXED ACCESS IS DYNAMIC RECORD KEY IS PT-PATID
           ALTERNATE RECORD KEY IS PT-GARNO WITH DUPLICATES
           LOCK MODE MANUAL.
           SELECT OPTIONAL ACCTBAL ASSIGN TO "S75" ORGANIZATION IS
           INDEXED ACCESS IS DYNAMIC RECORD KEY IS AB-GARNO
           LOCK MODE MANUAL.
       DATA DIVISION.
       FILE SECTION.
      * keyed charge batch - HDR, DTL details, TRL control totals
           02 RC-OUT-CNT PIC 9(7).
           02 RC-STATUS PIC X.

      * patient master - the person treated, tied to the guarantor
      * account that pays
       FD  PATFILE.
       01  PATFILE01.
           02 PT-PATID PIC X(8).
           02 PT-GARNO PIC X(8).
           02 PT-NAME PIC X(24).
           02 PT-DOB PIC X(8).
           02 PT-SEX PIC X.
           02 PT-RELATE PIC X.
           02 PT-PR-RELATE PIC X.
           02 PT-SE-RELATE PIC X.
           02 PT-DELETE PIC X.
           02 PT-FUTURE PIC X(10).

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
       01  BATCH-ID PIC X(6).
       01  LOAD-DATE PIC 9(8).
           02 TL-CNT PIC ZZZ,ZZ9.
           02 FILLER PIC X(3).
           02 TL-AMT PIC -Z,ZZZ,ZZ9.99.
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

       PROCEDURE DIVISION.

      * a batch that does not balance loads nothing
       0005-START.
           OPEN INPUT BATCHIN PROCFILE DIAGFILE GARFILE PROVFILE
           PATFILE OUTPUT RPTFILE.
           OPEN I-O RUNCTL.
           ACCEPT LOAD-DATE FROM DATE YYYYMMDD.
           MOVE LOAD-DATE TO BAL-TODAY.
           ACCEPT CTL-TIME FROM TIME.
           MOVE SPACE TO RPTFILE01.
           STRING "CHARGE BATCH EDIT AND LOAD REGISTER " LOAD-DATE
           END-WRITE
           MOVE "Y" TO RC-WROTE

           OPEN I-O CHARCUR ACCTBAL

      * pass 2 - reopen, skip the header, edit and load
           CLOSE BATCHIN
             PERFORM R1
             GO TO P1.

      * the patient must be on the patient master under this
      * guarantor - a charge for someone else's patient or an
      * unknown patient id does not load
           MOVE CB-PATID TO PT-PATID
           READ PATFILE INVALID
             MOVE "PATIENT NOT ON FILE" TO RG-MSG
             PERFORM R1
             GO TO P1
           END-READ
           IF PT-GARNO NOT = CB-KEY8
             MOVE "PATIENT NOT ON FILE FOR GUARANTOR" TO RG-MSG
             PERFORM R1
             GO TO P1.
           IF PT-DELETE = "Y"
             MOVE "PATIENT MARKED DELETED" TO RG-MSG
             PERFORM R1
             GO TO P1.

           MOVE CB-PROC TO PROC-KEY
           READ PROCFILE INVALID
             MOVE "INVALID PROCEDURE CODE" TO RG-MSG
             PERFORM R1
             GO TO P1
           END-WRITE
           PERFORM AB-SUM THRU AB-SUM-EXIT
           PERFORM AB-POST THRU AB-POST-EXIT
           ADD 1 TO LOAD-CNT
           ADD PRICE-AMT TO LOAD-AMT
           MOVE PRICE-AMT TO RG-AMT
           MOVE CB-PAYCODE TO CC-PAYCODE
           MOVE CB-WORK TO CC-WORK
           MOVE CB-DATE-T TO CC-DATE-T
           MOVE "00000000" TO CC-DATE-A CC-DATE-P CC-DATE-M
      * CC-DAT1 carries the day the line was keyed into the system -
      * kpi099 measures charge lag and billing lag from it
           MOVE LOAD-DATE TO CC-DAT1
           MOVE "1" TO CC-REC-STAT
           MOVE CB-PLACE TO CC-PLACE
           IF CB-DX2 = SPACE MOVE "00000000" TO CC-DX2
           MOVE G-PR-ASSIGN TO CC-ASSIGN.
       BUILD-CC-EXIT. EXIT.

      * a line just loaded - the whole charge stands open and
      * nothing stood before it.  the patient's when the account
      * is private pay or the line carries no insurance
       AB-SUM.
           MOVE 0 TO BO-CHG BO-PAY BO-CON BO-WO BO-BAL
           MOVE SPACE TO BO-CLASS BO-LASTPAY BO-LASTADJ
           MOVE CC-AMOUNT TO BN-CHG BN-BAL
           MOVE 0 TO BN-PAY BN-CON BN-WO
           MOVE SPACE TO BN-LASTPAY BN-LASTADJ
           MOVE "I" TO BN-CLASS
           IF G-PRIVATE = "Y"
             MOVE "P" TO BN-CLASS.
           IF CC-PAYCODE = "000" OR CC-PAYCODE = SPACE
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

      * a code is good for the charge only while the service date
      * falls inside its effective/termination window - the same
      * edit NEI038 applies at claim time
           WRITE RPTFILE01.

       P1-9.
           CLOSE CHARCUR ACCTBAL.
           IF RC-WROTE = "Y"
             ACCEPT CTL-TIME FROM TIME
             MOVE CTL-TIME(1:6) TO RC-END-TIME

       P2.
           CLOSE BATCHIN PROCFILE DIAGFILE GARFILE PROVFILE RPTFILE
           RUNCTL PATFILE.
           STOP RUN.
