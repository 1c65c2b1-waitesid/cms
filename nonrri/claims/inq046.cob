           SELECT OPTIONAL PAYHIST ASSIGN TO "S45" ORGANIZATION IS
           INDEXED ACCESS IS DYNAMIC RECORD KEY IS PAYHIST-KEY
           LOCK MODE MANUAL.
           SELECT OPTIONAL COVFILE ASSIGN TO "S50" ORGANIZATION IS
           INDEXED ACCESS IS DYNAMIC RECORD KEY IS CV-KEY
           LOCK MODE MANUAL.
           SELECT OPTIONAL PATFILE ASSIGN TO "S55" ORGANIZATION IS
           INDEXED ACCESS IS DYNAMIC RECORD KEY IS PT-PATID
           ALTERNATE RECORD KEY IS PT-GARNO WITH DUPLICATES
           LOCK MODE MANUAL.
           SELECT OPTIONAL ADJREAS ASSIGN TO "S60" ORGANIZATION IS
           INDEXED ACCESS IS DYNAMIC RECORD KEY IS AR-CODE
           LOCK MODE MANUAL.
           SELECT OPTIONAL OPERFILE ASSIGN TO "S65" ORGANIZATION IS
           INDEXED ACCESS IS DYNAMIC RECORD KEY IS OP-ID
           LOCK MODE MANUAL.
           SELECT OPTIONAL ROLEFILE ASSIGN TO "S70" ORGANIZATION IS
           INDEXED ACCESS IS DYNAMIC RECORD KEY IS RO-KEY
           LOCK MODE MANUAL.
           SELECT OPTIONAL ACCLOG ASSIGN TO "S75" ORGANIZATION IS
           INDEXED ACCESS IS DYNAMIC RECORD KEY IS AL-KEY
           ALTERNATE RECORD KEY IS AL-ACCT WITH DUPLICATES
           ALTERNATE RECORD KEY IS AL-OPER WITH DUPLICATES
           LOCK MODE MANUAL.
       DATA DIVISION.
       FILE SECTION.
       FD GARFILE
           02 PH-BATCH PIC X(6).
           02 PH-CLOSED PIC X(6).

      * coverage history kept by grm062 - slot 1 primary, 2
      * secondary, blank end date for the policy in force now
       FD  COVFILE.
       01  COVFILE01.
           02 CV-KEY.
             03 CV-GARNO PIC X(8).
             03 CV-SLOT PIC X.
             03 CV-START PIC X(8).
           02 CV-END PIC X(8).
           02 CV-PAYCODE PIC XXX.
           02 CV-POLICY0 PIC X(16).
           02 CV-GROUP PIC X(10).
           02 CV-NAME PIC X(24).
           02 CV-RELATE PIC X.
           02 CV-MPLR PIC X(4).
           02 CV-ASSIGN PIC X.
           02 CV-OFFICE PIC X(4).
           02 CV-FUTURE PIC X(10).

      * patient master kept by ptm052 - relation to the guarantor
      * and to each subscriber is 1 self, 2 spouse, 3 child,
      * 4 other
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

      * adjustment reason master kept by arm071
       FD  ADJREAS.
       01  ADJREAS01.
           02 AR-CODE PIC XX.
           02 AR-DESC PIC X(24).
           02 AR-GLCAT PIC XXX.
           02 AR-FUTURE PIC X(10).

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

      * the programs each role may run, kept by opm064
       FD  ROLEFILE.
       01  ROLEFILE01.
           02 RO-KEY.
             03 RO-ROLE PIC XX.
             03 RO-PROG PIC X(6).
           02 RO-FUTURE PIC X(10).

      * permanent access log - who looked at or changed what and
      * when, never purged.  AL-ACTION: A/C/D/B master change,
      * I account inquiry, N name search, S sign-on, F sign-on
      * rejected, R role not granted the program
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

       WORKING-STORAGE SECTION.
       01  SIGN-ID PIC X(8) VALUE SPACE.
       01  SIGN-PASS PIC X(8).
       01  SIGN-TRIES PIC 9 VALUE 0.
       01  SIGN-OK PIC X VALUE "N".
       01  LOG-PROG PIC X(6) VALUE "INQ046".
       01  LOG-ACTION PIC X.
       01  LOG-ACCT PIC X(8).
       01  LOG-REF PIC X(24).
       01  LOG-DATE PIC 9(8).
       01  LOG-TIME PIC 9(8).
       01  ANS PIC X(24).
       01  NAME-KEY PIC X(24).
       01  MATCH-CNT PIC 99.
       01  LINE-PAY PIC S9(7)V99.
       01  LINE-WO PIC S9(7)V99.
       01  LINE-WO-RSN PIC XX.
       01  ACCT-WO PIC S9(7)V99.
       01  LINE-CHAR PIC S9(7)V99.
       01  LINE-TIER PIC XX.
       01  ACCT-CHAR PIC S9(7)V99.
       01  WO-AMT PIC -ZZZ,ZZ9.99.
       01  LINE-BAL PIC S9(7)V99.
       01  RUN-BAL PIC S9(7)V99.
       01  HIST-FOUND PIC X.
       01  PAGE-CNT PIC 99.
       01  SAVE-KEY PIC X(8).
       01  COV-LINE.
           02 CL-SLOT PIC X(7).
           02 FILLER PIC X.
           02 CL-PAYCODE PIC XXX.
           02 FILLER PIC X.
           02 CL-POLICY PIC X(11).
           02 FILLER PIC X(2).
           02 CL-START PIC X(8).
           02 FILLER PIC X(3).
           02 CL-END PIC X(8).
           02 FILLER PIC X(2).
           02 CL-NAME PIC X(24).
       01  PAT-LINE.
           02 PL-PATID PIC X(8).
           02 FILLER PIC X(2).
           02 PL-NAME PIC X(24).
           02 FILLER PIC X(2).
           02 PL-DOB PIC X(8).
           02 FILLER PIC X(2).
           02 PL-SEX PIC X.
           02 FILLER PIC X(2).
           02 PL-REL PIC X(6).
           02 FILLER PIC X(2).
           02 PL-DEL PIC X(7).
       01  DET-LINE.
           02 DT-KEY3 PIC XXX.
           02 FILLER PIC X(2).
           02 DT-DATE-P PIC X(8).
           02 FILLER PIC X(2).
           02 DT-BAL PIC -ZZZ,ZZ9.99.
           02 FILLER PIC X(2).
           02 DT-PATID PIC X(8).

       PROCEDURE DIVISION.

      * read-only account inquiry for the front desk - by account
      * number or by name off the G-GARNAME alternate key
       P0.
           OPEN INPUT OPERFILE ROLEFILE.
           OPEN I-O ACCLOG.
           PERFORM SIGN-ON THRU SIGN-ON-EXIT.
           IF SIGN-OK NOT = "Y"
             DISPLAY "INQ046 SIGN-ON FAILED - NOTHING PROCESSED"
             CLOSE OPERFILE ROLEFILE ACCLOG
             STOP RUN.
           OPEN INPUT GARFILE CHARCUR PAYCUR PAYHIST COVFILE PATFILE
           ADJREAS.

       P1.
           DISPLAY " "
             DISPLAY "ACCOUNT " ANS(1:8) " NOT ON FILE"
             GO TO P1
           END-READ
           MOVE "I" TO LOG-ACTION
           MOVE G-GARNO TO LOG-ACCT
           MOVE G-GARNAME TO LOG-REF
           PERFORM LOG-PUT THRU LOG-PUT-EXIT
           PERFORM SHOW-ACCT THRU SHOW-ACCT-EXIT
           GO TO P1.

       N1.
           MOVE SPACE TO NAME-KEY
           MOVE ANS(3:22) TO NAME-KEY(1:22)
           MOVE "N" TO LOG-ACTION
           MOVE SPACE TO LOG-ACCT
           MOVE NAME-KEY TO LOG-REF
           PERFORM LOG-PUT THRU LOG-PUT-EXIT
           MOVE NAME-KEY TO G-GARNAME
           START GARFILE KEY NOT < G-GARNAME
             INVALID
           IF G-DELETE = "Y"
             DISPLAY "** ACCOUNT MARKED DELETED **"
           END-IF
           PERFORM COV-SHOW THRU COV-SHOW-EXIT
           PERFORM PAT-SHOW THRU PAT-SHOW-EXIT
           DISPLAY " "
           DISPLAY "LIN  SVC DATE  PROC          CHARGE        PAID"
             "  S  ACK DATE  PAY DATE      BALANCE   PATIENT"

           MOVE 0 TO RUN-BAL PAGE-CNT ACCT-WO ACCT-CHAR
           MOVE SAVE-KEY TO CC-KEY8
           MOVE SPACE TO CC-KEY3
           START CHARCUR KEY NOT < CHARCUR-KEY
           MOVE CC-DATE-T TO DT-DATE-T
           MOVE CC-PROC TO DT-PROC
           MOVE CC-AMOUNT TO DT-CHARGE
           COMPUTE DT-PAID = LINE-PAY - LINE-WO - LINE-CHAR
           MOVE CC-REC-STAT TO DT-STAT
           MOVE CC-DATE-A TO DT-DATE-A
           MOVE CC-DATE-P TO DT-DATE-P
           MOVE RUN-BAL TO DT-BAL
           MOVE CC-PATID TO DT-PATID
           DISPLAY DET-LINE
           ADD 1 TO PAGE-CNT
      * a write-off shows under its line with the reason it was
      * taken
           IF LINE-WO NOT = 0
             ADD LINE-WO TO ACCT-WO
             MOVE LINE-WO TO WO-AMT
             MOVE LINE-WO-RSN TO AR-CODE
             READ ADJREAS INVALID
               MOVE SPACE TO AR-DESC
             END-READ
             DISPLAY "     WRITTEN OFF " WO-AMT "  " LINE-WO-RSN
               " " AR-DESC
             ADD 1 TO PAGE-CNT.
           IF LINE-CHAR NOT = 0
             ADD LINE-CHAR TO ACCT-CHAR
             MOVE LINE-CHAR TO WO-AMT
             DISPLAY "     ASSISTANCE  " WO-AMT "  TIER " LINE-TIER
             ADD 1 TO PAGE-CNT.
           IF PAGE-CNT < 15 GO TO SA-1.
           MOVE 0 TO PAGE-CNT
           DISPLAY "MORE - PRESS ENTER TO CONTINUE, X TO STOP"
           MOVE SPACE TO DET-LINE
           MOVE RUN-BAL TO DT-BAL
           DISPLAY "ACCOUNT BALANCE " DET-LINE(74:11).
           IF ACCT-WO NOT = 0
             MOVE ACCT-WO TO WO-AMT
             DISPLAY "WRITTEN OFF     " WO-AMT.
           IF ACCT-CHAR NOT = 0
             MOVE ACCT-CHAR TO WO-AMT
             DISPLAY "ASSISTANCE      " WO-AMT.
       SHOW-ACCT-EXIT. EXIT.

      * coverage timeline off the history file, primary periods
      * then secondary, oldest first
       COV-SHOW.
           MOVE SAVE-KEY TO CV-GARNO
           MOVE LOW-VALUES TO CV-SLOT CV-START
           START COVFILE KEY NOT < CV-KEY
             INVALID
               GO TO COV-SHOW-EXIT.
           MOVE 0 TO MATCH-CNT.
       COV-SHOW-1.
           READ COVFILE NEXT AT END GO TO COV-SHOW-EXIT.
           IF CV-GARNO NOT = SAVE-KEY GO TO COV-SHOW-EXIT.
           IF MATCH-CNT = 0
             DISPLAY "COVERAGE HISTORY"
             DISPLAY "SLOT    INS POLICY       FROM       TO"
               "        INSURED"
           END-IF
           ADD 1 TO MATCH-CNT
           MOVE SPACE TO COV-LINE
           IF CV-SLOT = "1"
             MOVE "PRIMARY" TO CL-SLOT
           ELSE
             MOVE "SECNDRY" TO CL-SLOT
           END-IF
           MOVE CV-PAYCODE TO CL-PAYCODE
           MOVE CV-POLICY0(1:11) TO CL-POLICY
           IF CV-START = "00000000"
             MOVE "EARLIEST" TO CL-START
           ELSE
             MOVE CV-START TO CL-START
           END-IF
           IF CV-END = SPACE
             MOVE "CURRENT" TO CL-END
           ELSE
             MOVE CV-END TO CL-END
           END-IF
           MOVE CV-NAME TO CL-NAME
           DISPLAY COV-LINE
           GO TO COV-SHOW-1.
       COV-SHOW-EXIT. EXIT.

      * the patients carried under the account, off the PT-GARNO
      * alternate key of the patient master
       PAT-SHOW.
           MOVE SAVE-KEY TO PT-GARNO
           START PATFILE KEY IS EQUAL TO PT-GARNO
             INVALID
               GO TO PAT-SHOW-EXIT.
           MOVE 0 TO MATCH-CNT.
       PAT-SHOW-1.
           READ PATFILE NEXT AT END GO TO PAT-SHOW-EXIT.
           IF PT-GARNO NOT = SAVE-KEY GO TO PAT-SHOW-EXIT.
           IF MATCH-CNT = 0
             DISPLAY "PATIENTS"
             DISPLAY "PATIENT   NAME                      DOB       "
               "S  RELATE"
           END-IF
           ADD 1 TO MATCH-CNT
           MOVE SPACE TO PAT-LINE
           MOVE PT-PATID TO PL-PATID
           MOVE PT-NAME TO PL-NAME
           MOVE PT-DOB TO PL-DOB
           MOVE PT-SEX TO PL-SEX
           MOVE "SELF" TO PL-REL
           IF PT-RELATE = "2" MOVE "SPOUSE" TO PL-REL.
           IF PT-RELATE = "3" MOVE "CHILD" TO PL-REL.
           IF PT-RELATE = "4" MOVE "OTHER" TO PL-REL.
           IF PT-DELETE = "Y" MOVE "DELETED" TO PL-DEL.
           DISPLAY PAT-LINE
           GO TO PAT-SHOW-1.
       PAT-SHOW-EXIT. EXIT.

      * total applied to one charge line - payments and contract
      * adjustments sum off the history file; a line with no
      * history yet falls back to the single PAYCUR record.
      * LINE-WO holds the part of it that was written off,
      * LINE-CHAR the financial-assistance discount
       HIST-SUM.
           MOVE 0 TO LINE-PAY LINE-WO LINE-CHAR
           MOVE SPACE TO LINE-WO-RSN LINE-TIER
           MOVE "N" TO HIST-FOUND
           MOVE CC-KEY8 TO PH-KEY8
           MOVE CC-KEY3 TO PH-KEY3
             GO TO HIST-SUM-2.
           MOVE "Y" TO HIST-FOUND
           ADD PH-AMOUNT TO LINE-PAY
           IF PH-TYPE = "W"
             ADD PH-AMOUNT TO LINE-WO
             MOVE PH-DENIAL TO LINE-WO-RSN.
           IF PH-TYPE = "C"
             ADD PH-AMOUNT TO LINE-CHAR
             MOVE PH-DENIAL TO LINE-TIER.
           GO TO HIST-SUM-1.
       HIST-SUM-2.
           IF HIST-FOUND = "Y" GO TO HIST-SUM-EXIT.
       HIST-SUM-EXIT. EXIT.

       P9.
           CLOSE GARFILE CHARCUR PAYCUR PAYHIST COVFILE PATFILE
           ADJREAS.
           CLOSE OPERFILE ROLEFILE ACCLOG.
           STOP RUN.

      * the operator signs on before anything is read or shown -
      * three tries, and the operator's role must be granted this
      * program on ROLEFILE.  every attempt goes on the access log
       SIGN-ON.
           MOVE 0 TO SIGN-TRIES.
       SIGN-ON-1.
           ADD 1 TO SIGN-TRIES
           DISPLAY "INQ046 OPERATOR ID"
           MOVE SPACE TO SIGN-ID SIGN-PASS
           ACCEPT SIGN-ID
           DISPLAY "PASSWORD"
           ACCEPT SIGN-PASS
           MOVE "N" TO SIGN-OK
           MOVE SIGN-ID TO OP-ID
           READ OPERFILE INVALID
             MOVE SPACE TO OPERFILE01
           END-READ
           IF SIGN-ID NOT = SPACE AND OP-ID = SIGN-ID
             AND OP-PASS = SIGN-PASS AND OP-STATUS = "A"
             MOVE "Y" TO SIGN-OK.
           IF SIGN-OK = "Y" GO TO SIGN-ON-2.
           MOVE "F" TO LOG-ACTION
           MOVE SPACE TO LOG-ACCT
           MOVE "SIGN-ON REJECTED" TO LOG-REF
           PERFORM LOG-PUT THRU LOG-PUT-EXIT
           DISPLAY "SIGN-ON REJECTED"
           IF SIGN-TRIES < 3 GO TO SIGN-ON-1.
           GO TO SIGN-ON-EXIT.
       SIGN-ON-2.
           MOVE OP-ROLE TO RO-ROLE
           MOVE LOG-PROG TO RO-PROG
           READ ROLEFILE INVALID
             MOVE "N" TO SIGN-OK
           END-READ
           IF SIGN-OK = "N"
             MOVE "R" TO LOG-ACTION
             MOVE SPACE TO LOG-ACCT
             MOVE "ROLE NOT GRANTED PROGRAM" TO LOG-REF
             PERFORM LOG-PUT THRU LOG-PUT-EXIT
             DISPLAY "OPERATOR " SIGN-ID " NOT AUTHORIZED FOR "
               LOG-PROG
             GO TO SIGN-ON-EXIT.
           MOVE "S" TO LOG-ACTION
           MOVE SPACE TO LOG-ACCT
           MOVE OP-NAME TO LOG-REF
           PERFORM LOG-PUT THRU LOG-PUT-EXIT.
       SIGN-ON-EXIT. EXIT.

      * one access-log entry for the signed-on operator - a
      * second entry in the same hundredth of a second takes the
      * next AL-SEQ
       LOG-PUT.
           MOVE SPACE TO ACCLOG01
           ACCEPT LOG-DATE FROM DATE YYYYMMDD
           ACCEPT LOG-TIME FROM TIME
           MOVE LOG-DATE TO AL-DATE
           MOVE LOG-TIME TO AL-TIME
           MOVE 0 TO AL-SEQ
           MOVE SIGN-ID TO AL-OPER
           MOVE LOG-PROG TO AL-PROG
           MOVE LOG-ACTION TO AL-ACTION
           MOVE LOG-ACCT TO AL-ACCT
           MOVE LOG-REF TO AL-REF.
       LOG-PUT-1.
           WRITE ACCLOG01 INVALID
             IF AL-SEQ < 999
               ADD 1 TO AL-SEQ
               GO TO LOG-PUT-1
             END-IF
             DISPLAY LOG-PROG " ACCESS LOG WRITE FAILED " AL-OPER
               " " LOG-ACCT
           END-WRITE.
       LOG-PUT-EXIT. EXIT.
