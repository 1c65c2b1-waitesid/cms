      * @package cms
      * @link    http://www.cmsvt.com
      * @author  s waite <cmswest@sover.net>
      * @copyright Copyright (c) 2020 cms <cmswest@sover.net>
      * @license https://github.com/openemr/openemr/blob/master/LICENSE GNU General Public License 3
       IDENTIFICATION DIVISION.
       PROGRAM-ID. rmw087.
       AUTHOR. SID WAITE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL BADADDR ASSIGN TO "S30" ORGANIZATION IS
           INDEXED ACCESS IS DYNAMIC RECORD KEY IS BA-GARNO
           LOCK MODE MANUAL.
           SELECT GARFILE ASSIGN TO "S35" ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC RECORD KEY IS G-GARNO
           ALTERNATE RECORD KEY IS G-GARNAME WITH DUPLICATES
           LOCK MODE MANUAL.
           SELECT OPTIONAL ACCTBAL ASSIGN TO "S40" ORGANIZATION IS
           INDEXED ACCESS IS DYNAMIC RECORD KEY IS AB-GARNO
           LOCK MODE MANUAL.
           SELECT RPTFILE ASSIGN TO "S55" ORGANIZATION
           LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
      * undeliverable-address flag kept by rmi086
       FD  BADADDR.
       01  BADADDR01.
           02 BA-GARNO PIC X(8).
           02 BA-DATE PIC X(8).
           02 BA-STMT-DATE PIC X(8).
           02 BA-SOURCE PIC X.
           02 BA-COUNT PIC 99.
           02 BA-FUTURE PIC X(10).

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
       01  RPTFILE01 PIC X(100).

       WORKING-STORAGE SECTION.
       01  TODAY8 PIC X(8).
       01  ACCT-BAL PIC S9(7)V99.
       01  LIST-CNT PIC 9(6) VALUE 0.
       01  LIST-AMT PIC S9(9)V99 VALUE 0.
       01  HD-LINE.
           02 FILLER PIC X(10) VALUE "ACCOUNT".
           02 FILLER PIC X(26) VALUE "NAME".
           02 FILLER PIC X(12) VALUE "PHONE".
           02 FILLER PIC X(10) VALUE "RETURNED".
           02 FILLER PIC X(4) VALUE "NO.".
           02 FILLER PIC X(10) VALUE "LAST STMT".
           02 FILLER PIC X(12) VALUE "     BALANCE".
       01  DT-LINE.
           02 DT-GARNO PIC X(8).
           02 FILLER PIC X(2).
           02 DT-NAME PIC X(24).
           02 FILLER PIC X(2).
           02 DT-PHONE PIC X(10).
           02 FILLER PIC X(2).
           02 DT-DATE PIC X(8).
           02 FILLER PIC X(2).
           02 DT-COUNT PIC Z9.
           02 FILLER PIC X(2).
           02 DT-LASTBILL PIC X(8).
           02 FILLER PIC X(2).
           02 DT-BAL PIC -ZZZ,ZZ9.99.
       01  TOT-LINE.
           02 TL-LABEL PIC X(26).
           02 TL-CNT PIC ZZZ,ZZ9.
           02 FILLER PIC X(3).
           02 TL-AMT PIC -Z,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       P0.
           ACCEPT TODAY8 FROM DATE YYYYMMDD.
           OPEN INPUT BADADDR GARFILE ACCTBAL OUTPUT RPTFILE.
           MOVE SPACE TO RPTFILE01.
           STRING "BAD ADDRESS WORKLIST - ASK FOR A NEW ADDRESS AT THE"
             " NEXT VISIT  " TODAY8 DELIMITED BY SIZE INTO RPTFILE01.
           WRITE RPTFILE01.
           MOVE SPACE TO RPTFILE01.
           WRITE RPTFILE01.
           MOVE HD-LINE TO RPTFILE01.
           WRITE RPTFILE01.
           MOVE SPACE TO RPTFILE01.
           WRITE RPTFILE01.
           MOVE LOW-VALUES TO BA-GARNO.
           START BADADDR KEY NOT < BA-GARNO INVALID GO TO P9.

       P1.
           READ BADADDR NEXT AT END GO TO P9.
           MOVE BA-GARNO TO G-GARNO
           READ GARFILE INVALID GO TO P1.
           IF G-DELETE = "Y" GO TO P1.
           PERFORM BAL-1 THRU BAL-EXIT
           MOVE SPACE TO DT-LINE
           MOVE G-GARNO TO DT-GARNO
           MOVE G-GARNAME TO DT-NAME
           MOVE G-PHONE TO DT-PHONE
           MOVE BA-DATE TO DT-DATE
           MOVE BA-COUNT TO DT-COUNT
           MOVE G-LASTBILL TO DT-LASTBILL
           MOVE ACCT-BAL TO DT-BAL
           MOVE DT-LINE TO RPTFILE01
           WRITE RPTFILE01
           ADD 1 TO LIST-CNT
           ADD ACCT-BAL TO LIST-AMT
           GO TO P1.

      * the balance off the account-balance summary, the same
      * figure col095 places and skip-traces on
       BAL-1.
           MOVE 0 TO ACCT-BAL
           MOVE G-GARNO TO AB-GARNO
           READ ACCTBAL INVALID
             GO TO BAL-EXIT
           END-READ
           COMPUTE ACCT-BAL = AB-INS-PEND + AB-PAT-DUE + AB-CREDIT.
       BAL-EXIT. EXIT.

       P9.
           MOVE SPACE TO RPTFILE01.
           WRITE RPTFILE01.
           MOVE SPACE TO TOT-LINE.
           MOVE "BAD ADDRESS ACCOUNTS:" TO TL-LABEL.
           MOVE LIST-CNT TO TL-CNT.
           MOVE LIST-AMT TO TL-AMT.
           MOVE TOT-LINE TO RPTFILE01.
           WRITE RPTFILE01.
           CLOSE BADADDR GARFILE ACCTBAL RPTFILE.
           STOP RUN.
