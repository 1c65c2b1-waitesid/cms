      * @package cms
      * @link    http://www.cmsvt.com
      * @author  s waite <cmswest@sover.net>
      * @copyright Copyright (c) 2020 cms <cmswest@sover.net>
      * @license https://github.com/openemr/openemr/blob/master/LICENSE GNU General Public License 3
       IDENTIFICATION DIVISION.
       PROGRAM-ID. alr089.
       AUTHOR. SID WAITE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARMIN ASSIGN TO "S30" ORGANIZATION
           LINE SEQUENTIAL.
           SELECT OPTIONAL ACCLOG ASSIGN TO "S35" ORGANIZATION IS
           INDEXED ACCESS IS DYNAMIC RECORD KEY IS AL-KEY
           ALTERNATE RECORD KEY IS AL-ACCT WITH DUPLICATES
           ALTERNATE RECORD KEY IS AL-OPER WITH DUPLICATES
           LOCK MODE MANUAL.
           SELECT OPTIONAL OPERFILE ASSIGN TO "S40" ORGANIZATION IS
           INDEXED ACCESS IS DYNAMIC RECORD KEY IS OP-ID
           LOCK MODE MANUAL.
           SELECT RPTFILE ASSIGN TO "S45" ORGANIZATION
           LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
      * any mix of a date range, an account and an operator - a
      * blank field selects everything.  no parm record lists the
      * whole log
       FD  PARMIN.
       01  PARMIN01.
           02 PARM-FROM PIC X(8).
           02 PARM-THRU PIC X(8).
           02 PARM-ACCT PIC X(8).
           02 PARM-OPER PIC X(8).

      * operator sign-on master, kept by opm064.  OP-STATUS A is
      * active, I is signed off for good - an operator is never
      * deleted so the access log can still name them
       FD  OPERFILE.
       01  OPERFILE01.
           02 OP-ID PIC X(8).
           02 OP-PASS PIC X(8).
           02 OP-NAME PIC X(24).
           02 OP-ROLE PIC XX.
           02 OP-STATUS PIC X.
           02 OP-ADDED PIC X(8).
           02 OP-FUTURE PIC X(10).

      * permanent access log - who looked at or changed what and
      * when, never purged.  AL-ACTION: A/C/D/B master change,
      * I account inquiry, N name search, S sign-on, F sign-on
      * rejected, R role not granted the program, M account merged
      * into another, V merge reversed
       FD  ACCLOG.
       01  ACCLOG01.
           02 AL-KEY.
             03 AL-DATE PIC X(8).
             03 AL-TIME PIC X(8).
             03 AL-SEQ PIC 999.
           02 AL-OPER PIC X(8).
           02 AL-PROG PIC X(6).
           02 AL-ACTION PIC X.
           02 AL-ACCT PIC X(8).
           02 AL-REF PIC X(24).
           02 AL-FUTURE PIC X(10).

       FD  RPTFILE.
       01  RPTFILE01 PIC X(132).

       WORKING-STORAGE SECTION.
       01  PRT PIC X(132).
       01  TODAY8 PIC 9(8).
       01  FROM-DATE PIC X(8).
       01  THRU-DATE PIC X(8).
       01  SEL-ACCT PIC X(8).
       01  SEL-OPER PIC X(8).
       01  READ-BY PIC X.
       01  LIST-CNT PIC 9(7) VALUE 0.
       01  INQ-CNT PIC 9(7) VALUE 0.
       01  CHG-CNT PIC 9(7) VALUE 0.
       01  SIGN-CNT PIC 9(7) VALUE 0.
       01  FAIL-CNT PIC 9(7) VALUE 0.
       01  HD-LINE.
           02 FILLER PIC X(20) VALUE "DATE      TIME".
           02 FILLER PIC X(32) VALUE "OPER      NAME".
           02 FILLER PIC X(20) VALUE "PROG    ACTION".
           02 FILLER PIC X(34) VALUE "ACCOUNT   DETAIL".
       01  LOG-LINE.
           02 LL-DATE PIC X(8).
           02 FILLER PIC X(2).
           02 LL-TIME PIC X(8).
           02 FILLER PIC X(2).
           02 LL-OPER PIC X(8).
           02 FILLER PIC X(2).
           02 LL-NAME PIC X(20).
           02 FILLER PIC X(2).
           02 LL-PROG PIC X(6).
           02 FILLER PIC X(2).
           02 LL-ACTION PIC X(10).
           02 FILLER PIC X(2).
           02 LL-ACCT PIC X(8).
           02 FILLER PIC X(2).
           02 LL-REF PIC X(24).
       01  TOT-LINE.
           02 TL-LABEL PIC X(26).
           02 TL-CNT PIC Z,ZZZ,ZZ9.

       PROCEDURE DIVISION.
       P0.
           ACCEPT TODAY8 FROM DATE YYYYMMDD.
           OPEN INPUT PARMIN.
           READ PARMIN
             AT END
               MOVE SPACE TO PARMIN01.
           CLOSE PARMIN.
           MOVE PARM-FROM TO FROM-DATE.
           MOVE PARM-THRU TO THRU-DATE.
           MOVE PARM-ACCT TO SEL-ACCT.
           MOVE PARM-OPER TO SEL-OPER.
           IF FROM-DATE = SPACE
             MOVE "00000000" TO FROM-DATE.
           IF THRU-DATE = SPACE
             MOVE "99999999" TO THRU-DATE.
           IF FROM-DATE NOT NUMERIC
             DISPLAY "ALR089 FROM DATE NOT NUMERIC " FROM-DATE
             STOP RUN.
           IF THRU-DATE NOT NUMERIC
             DISPLAY "ALR089 THRU DATE NOT NUMERIC " THRU-DATE
             STOP RUN.

           OPEN INPUT ACCLOG OPERFILE OUTPUT RPTFILE.
           MOVE SPACE TO PRT.
           STRING "ACCESS LOG  " FROM-DATE " THRU " THRU-DATE
             "  RUN " TODAY8 DELIMITED BY SIZE INTO PRT.
           PERFORM PRT-W.
           MOVE SPACE TO PRT.
           IF SEL-ACCT NOT = SPACE
             STRING "ACCOUNT " SEL-ACCT "  " DELIMITED BY SIZE
               INTO PRT.
           IF SEL-OPER NOT = SPACE
             MOVE "OPERATOR " TO PRT(23:9)
             MOVE SEL-OPER TO PRT(32:8).
           PERFORM PRT-W.
           MOVE SPACE TO PRT.
           PERFORM PRT-W.
           MOVE HD-LINE TO PRT.
           PERFORM PRT-W.
           MOVE SPACE TO PRT.
           PERFORM PRT-W.

      * the log is read down the narrowest key asked for - the
      * account, else the operator, else the date - and every
      * entry is still tested against the whole selection
           IF SEL-ACCT NOT = SPACE
             MOVE "A" TO READ-BY
             MOVE SEL-ACCT TO AL-ACCT
             START ACCLOG KEY NOT < AL-ACCT INVALID GO TO P8
             END-START
             GO TO L1.
           IF SEL-OPER NOT = SPACE
             MOVE "O" TO READ-BY
             MOVE SEL-OPER TO AL-OPER
             START ACCLOG KEY NOT < AL-OPER INVALID GO TO P8
             END-START
             GO TO L1.
           MOVE "D" TO READ-BY
           MOVE SPACE TO AL-KEY
           MOVE FROM-DATE TO AL-DATE
           START ACCLOG KEY NOT < AL-KEY INVALID GO TO P8.

       L1.
           READ ACCLOG NEXT AT END GO TO P8.
           IF READ-BY = "A" AND AL-ACCT NOT = SEL-ACCT GO TO P8.
           IF READ-BY = "O" AND AL-OPER NOT = SEL-OPER GO TO P8.
           IF READ-BY = "D" AND AL-DATE > THRU-DATE GO TO P8.
           IF AL-DATE < FROM-DATE OR AL-DATE > THRU-DATE GO TO L1.
           IF SEL-OPER NOT = SPACE AND AL-OPER NOT = SEL-OPER
             GO TO L1.
           MOVE SPACE TO LOG-LINE
           MOVE AL-DATE TO LL-DATE
           STRING AL-TIME(1:2) ":" AL-TIME(3:2) ":" AL-TIME(5:2)
             DELIMITED BY SIZE INTO LL-TIME
           MOVE AL-OPER TO LL-OPER
           MOVE AL-OPER TO OP-ID
           READ OPERFILE INVALID
             MOVE "NOT ON OPERATOR FILE" TO LL-NAME
           NOT INVALID
             MOVE OP-NAME TO LL-NAME
           END-READ
           MOVE AL-PROG TO LL-PROG
           MOVE AL-ACCT TO LL-ACCT
           MOVE AL-REF TO LL-REF
           IF AL-ACTION = "A"
             MOVE "ADD" TO LL-ACTION
             ADD 1 TO CHG-CNT.
           IF AL-ACTION = "C"
             MOVE "CHANGE" TO LL-ACTION
             ADD 1 TO CHG-CNT.
           IF AL-ACTION = "D"
             MOVE "DELETE" TO LL-ACTION
             ADD 1 TO CHG-CNT.
           IF AL-ACTION = "B"
             MOVE "BULK CHG" TO LL-ACTION
             ADD 1 TO CHG-CNT.
           IF AL-ACTION = "I"
             MOVE "INQUIRY" TO LL-ACTION
             ADD 1 TO INQ-CNT.
           IF AL-ACTION = "N"
             MOVE "NAME SRCH" TO LL-ACTION
             ADD 1 TO INQ-CNT.
           IF AL-ACTION = "S"
             MOVE "SIGN-ON" TO LL-ACTION
             ADD 1 TO SIGN-CNT.
           IF AL-ACTION = "F"
             MOVE "REJECTED" TO LL-ACTION
             ADD 1 TO FAIL-CNT.
           IF AL-ACTION = "R"
             MOVE "NOT AUTH" TO LL-ACTION
             ADD 1 TO FAIL-CNT.
           IF AL-ACTION = "M"
             MOVE "MERGED" TO LL-ACTION
             ADD 1 TO CHG-CNT.
           IF AL-ACTION = "V"
             MOVE "REVERSED" TO LL-ACTION
             ADD 1 TO CHG-CNT.
           ADD 1 TO LIST-CNT
           MOVE LOG-LINE TO PRT
           PERFORM PRT-W
           GO TO L1.

       P8.
           MOVE SPACE TO PRT.
           PERFORM PRT-W.
           MOVE SPACE TO TOT-LINE.
           MOVE "ENTRIES LISTED:" TO TL-LABEL.
           MOVE LIST-CNT TO TL-CNT.
           MOVE TOT-LINE TO PRT.
           PERFORM PRT-W.
           MOVE SPACE TO TOT-LINE.
           MOVE "ACCOUNT LOOKUPS:" TO TL-LABEL.
           MOVE INQ-CNT TO TL-CNT.
           MOVE TOT-LINE TO PRT.
           PERFORM PRT-W.
           MOVE SPACE TO TOT-LINE.
           MOVE "MASTER-FILE CHANGES:" TO TL-LABEL.
           MOVE CHG-CNT TO TL-CNT.
           MOVE TOT-LINE TO PRT.
           PERFORM PRT-W.
           MOVE SPACE TO TOT-LINE.
           MOVE "SIGN-ONS:" TO TL-LABEL.
           MOVE SIGN-CNT TO TL-CNT.
           MOVE TOT-LINE TO PRT.
           PERFORM PRT-W.
           MOVE SPACE TO TOT-LINE.
           MOVE "REJECTED / NOT AUTHORIZED:" TO TL-LABEL.
           MOVE FAIL-CNT TO TL-CNT.
           MOVE TOT-LINE TO PRT.
           PERFORM PRT-W.
           CLOSE ACCLOG OPERFILE RPTFILE.
           STOP RUN.

       PRT-W.
           MOVE PRT TO RPTFILE01
           WRITE RPTFILE01.
