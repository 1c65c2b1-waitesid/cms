           LOCK MODE MANUAL.
           SELECT REGOUT ASSIGN TO "S45" ORGANIZATION
           LINE SEQUENTIAL.
           SELECT OPTIONAL COVFILE ASSIGN TO "S50" ORGANIZATION IS
           INDEXED ACCESS IS DYNAMIC RECORD KEY IS CV-KEY
           LOCK MODE MANUAL.
           SELECT OPTIONAL BADADDR ASSIGN TO "S55" ORGANIZATION IS
           INDEXED ACCESS IS DYNAMIC RECORD KEY IS BA-GARNO
           LOCK MODE MANUAL.
           SELECT OPTIONAL OPERFILE ASSIGN TO "S60" ORGANIZATION IS
           INDEXED ACCESS IS DYNAMIC RECORD KEY IS OP-ID
           LOCK MODE MANUAL.
           SELECT OPTIONAL ROLEFILE ASSIGN TO "S65" ORGANIZATION IS
           INDEXED ACCESS IS DYNAMIC RECORD KEY IS RO-KEY
           LOCK MODE MANUAL.
           SELECT OPTIONAL ACCLOG ASSIGN TO "S70" ORGANIZATION IS
           INDEXED ACCESS IS DYNAMIC RECORD KEY IS AL-KEY
           ALTERNATE RECORD KEY IS AL-ACCT WITH DUPLICATES
           ALTERNATE RECORD KEY IS AL-OPER WITH DUPLICATES
           LOCK MODE MANUAL.
       DATA DIVISION.
       FILE SECTION.
       FD  TRANIN.
           02 TR-ASSIGNM PIC X.
           02 TR-PRIVATE PIC X.
           02 TR-BILLCYCLE PIC X.
           02 TR-COV-EFF PIC X(8).

       FD GARFILE
           BLOCK CONTAINS 3 RECORDS
           02 PAYER-ROUTE PIC X.
           02 PAYER-SECOND PIC X.
           02 PAYER-TFDAYS PIC 999.
           02 PAYER-STATDAYS PIC 999.
           02 PAYER-FUTURE PIC X(7).

       FD  REGOUT.
       01  REGOUT01 PIC X(80).

      * coverage history - one record per policy per period, slot
      * 1 primary and 2 secondary; a blank end date is the policy
      * in force now.  the claim runs bill a charge under the
      * policy in force on its service date
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

      * undeliverable-address flag kept by rmi086 - a change to
      * any address field means a new address, so the flag goes
       FD  BADADDR.
       01  BADADDR01.
           02 BA-GARNO PIC X(8).
           02 BA-DATE PIC X(8).
           02 BA-STMT-DATE PIC X(8).
           02 BA-SOURCE PIC X.
           02 BA-COUNT PIC 99.
           02 BA-FUTURE PIC X(10).

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
       01  LOG-PROG PIC X(6) VALUE "GRM062".
       01  LOG-ACTION PIC X.
       01  LOG-ACCT PIC X(8).
       01  LOG-REF PIC X(24).
       01  LOG-DATE PIC 9(8).
       01  LOG-TIME PIC 9(8).
       01  ADD-CNT PIC 9(4) VALUE 0.
       01  CHG-CNT PIC 9(4) VALUE 0.
       01  DEL-CNT PIC 9(4) VALUE 0.
       01  REJ-CNT PIC 9(4) VALUE 0.
       01  FLAG PIC 9.
       01  MBI-REASON PIC X(24) VALUE SPACE.
       01  TODAY8 PIC 9(8).
       01  COV-EFF PIC X(8).
       01  COV-EFF9 PIC 9(8).
       01  COV-END PIC X(8).
       01  COV-SLOT-W PIC X.
       01  COV-ANY PIC X.
       01  COV-OPEN PIC X.
      * the policy a slot held before the change, and the policy
      * it holds after - whichever slot COV-SLOT-W names
       01  COV-OLD.
           02 CO-PAYCODE PIC XXX.
           02 CO-POLICY0 PIC X(16).
           02 CO-GROUP PIC X(10).
           02 CO-NAME PIC X(24).
           02 CO-RELATE PIC X.
           02 CO-MPLR PIC X(4).
           02 CO-ASSIGN PIC X.
           02 CO-OFFICE PIC X(4).
       01  COV-NEW.
           02 CN-PAYCODE PIC XXX.
           02 CN-POLICY0 PIC X(16).
           02 CN-GROUP PIC X(10).
           02 CN-NAME PIC X(24).
           02 CN-RELATE PIC X.
           02 CN-MPLR PIC X(4).
           02 CN-ASSIGN PIC X.
           02 CN-OFFICE PIC X(4).
       01  OLD-PRI PIC X(63).
       01  OLD-SEC PIC X(63).
       01  OLD-ADDR PIC X(73).
       01  MD01.
           02 MD1 PIC X.
           02 MD2 PIC X.

       PROCEDURE DIVISION.
       P0.
           OPEN INPUT OPERFILE ROLEFILE.
           OPEN I-O ACCLOG.
           PERFORM SIGN-ON THRU SIGN-ON-EXIT.
           IF SIGN-OK NOT = "Y"
             DISPLAY "GRM062 SIGN-ON FAILED - NOTHING PROCESSED"
             CLOSE OPERFILE ROLEFILE ACCLOG
             STOP RUN.
           OPEN INPUT TRANIN PAYERFILE OUTPUT REGOUT.
           OPEN I-O GARFILE COVFILE BADADDR.
           ACCEPT TODAY8 FROM DATE YYYYMMDD.
           MOVE SPACE TO REGOUT01.
           STRING "GUARANTOR MASTER MAINTENANCE REGISTER"
             DELIMITED BY SIZE INTO REGOUT01.
             END-IF
           END-IF.

      * the date an insurance change takes effect - an add with
      * none starts its coverage from the beginning, a change with
      * none takes effect today
           MOVE TR-COV-EFF TO COV-EFF
           IF COV-EFF = SPACE
             IF TR-ACTION = "A"
               MOVE "00000000" TO COV-EFF
             ELSE
               MOVE TODAY8 TO COV-EFF
             END-IF
           END-IF.
           IF COV-EFF NOT NUMERIC
           OR (TR-ACTION = "C" AND COV-EFF < "19000101")
             MOVE "BAD COVERAGE EFFECTIVE DATE" TO RG-MSG
             PERFORM R1
             GO TO P1.
           MOVE COV-EFF TO COV-EFF9.

           IF TR-ACTION = "A"
             PERFORM BUILD-NEW THRU BUILD-NEW-EXIT
             WRITE G-MASTER INVALID
               GO TO P1
             END-WRITE
             ADD 1 TO ADD-CNT
             MOVE "1" TO COV-SLOT-W
             PERFORM COV-PRI-NEW THRU COV-PRI-NEW-EXIT
             PERFORM COV-OPEN-NEW THRU COV-OPEN-NEW-EXIT
             MOVE "2" TO COV-SLOT-W
             PERFORM COV-SEC-NEW THRU COV-SEC-NEW-EXIT
             PERFORM COV-OPEN-NEW THRU COV-OPEN-NEW-EXIT
             MOVE "ADDED" TO RG-MSG
             PERFORM R1
             GO TO P1.
             GO TO P1
           END-READ
           PERFORM WAS-LINE THRU WAS-LINE-EXIT
           MOVE "1" TO COV-SLOT-W
           PERFORM COV-PRI-OLD THRU COV-PRI-OLD-EXIT
           MOVE COV-OLD TO OLD-PRI
           MOVE "2" TO COV-SLOT-W
           PERFORM COV-SEC-OLD THRU COV-SEC-OLD-EXIT
           MOVE COV-OLD TO OLD-SEC
           MOVE G-MASTER(33:73) TO OLD-ADDR
      * a backdated change may not reach behind the start of the
      * policy now in force
           MOVE 0 TO FLAG
           MOVE "1" TO COV-SLOT-W
           PERFORM COV-TEST THRU COV-TEST-EXIT
           MOVE "2" TO COV-SLOT-W
           PERFORM COV-TEST THRU COV-TEST-EXIT
           IF FLAG = 1
             MOVE "COVERAGE DATE BEFORE CURRENT START" TO RG-MSG
             PERFORM R1
             GO TO P1.
           PERFORM BUILD-CHG THRU BUILD-CHG-EXIT
           REWRITE G-MASTER INVALID
             MOVE "NOT ON FILE, NO CHANGE" TO RG-MSG
             PERFORM R1
             GO TO P1
           END-REWRITE
           MOVE FUNCTION DATE-OF-INTEGER
             (FUNCTION INTEGER-OF-DATE(COV-EFF9) - 1) TO COV-END
           MOVE "1" TO COV-SLOT-W
           MOVE OLD-PRI TO COV-OLD
           PERFORM COV-PRI-NEW THRU COV-PRI-NEW-EXIT
           PERFORM COV-CHG THRU COV-CHG-EXIT
           MOVE "2" TO COV-SLOT-W
           MOVE OLD-SEC TO COV-OLD
           PERFORM COV-SEC-NEW THRU COV-SEC-NEW-EXIT
           PERFORM COV-CHG THRU COV-CHG-EXIT
           IF G-MASTER(33:73) NOT = OLD-ADDR
             PERFORM ADDR-CLEAR THRU ADDR-CLEAR-EXIT.
           ADD 1 TO CHG-CNT
           MOVE "CHANGED" TO RG-MSG
           PERFORM R1
           MOVE SPACE TO G-FILLER.
       MOVE-FIELDS-EXIT. EXIT.

      * the slot's policy before and after, in one shape
       COV-PRI-OLD.
           MOVE G-PRINS TO CO-PAYCODE
           MOVE G-PRIPOL0 TO CO-POLICY0
           MOVE G-PR-GROUP TO CO-GROUP
           MOVE G-PRNAME TO CO-NAME
           MOVE G-PR-RELATE TO CO-RELATE
           MOVE G-PR-MPLR TO CO-MPLR
           MOVE G-PR-ASSIGN TO CO-ASSIGN
           MOVE G-PR-OFFICE TO CO-OFFICE.
       COV-PRI-OLD-EXIT. EXIT.

       COV-SEC-OLD.
           MOVE G-SEINS TO CO-PAYCODE
           MOVE G-SECPOL0 TO CO-POLICY0
           MOVE G-SE-GROUP TO CO-GROUP
           MOVE G-SENAME TO CO-NAME
           MOVE G-SE-RELATE TO CO-RELATE
           MOVE G-SE-MPLR TO CO-MPLR
           MOVE G-SE-ASSIGN TO CO-ASSIGN
           MOVE SPACE TO CO-OFFICE.
       COV-SEC-OLD-EXIT. EXIT.

       COV-PRI-NEW.
           MOVE TR-PRINS TO CN-PAYCODE
           MOVE TR-PRIPOL0 TO CN-POLICY0
           MOVE TR-PR-GROUP TO CN-GROUP
           MOVE TR-PRNAME TO CN-NAME
           MOVE TR-PR-RELATE TO CN-RELATE
           MOVE TR-PR-MPLR TO CN-MPLR
           MOVE TR-PR-ASSIGN TO CN-ASSIGN
           MOVE TR-PR-OFFICE TO CN-OFFICE.
       COV-PRI-NEW-EXIT. EXIT.

       COV-SEC-NEW.
           MOVE TR-SEINS TO CN-PAYCODE
           MOVE TR-SECPOL0 TO CN-POLICY0
           MOVE TR-SE-GROUP TO CN-GROUP
           MOVE TR-SENAME TO CN-NAME
           MOVE TR-SE-RELATE TO CN-RELATE
           MOVE TR-SE-MPLR TO CN-MPLR
           MOVE TR-SE-ASSIGN TO CN-ASSIGN
           MOVE SPACE TO CN-OFFICE.
       COV-SEC-NEW-EXIT. EXIT.

      * find the slot's open period - COV-ANY says whether the
      * slot has any history at all, COV-OPEN whether one is open
      * (left as the current COVFILE record)
       COV-LOOK.
           MOVE "N" TO COV-ANY COV-OPEN
           MOVE TR-GARNO TO CV-GARNO
           MOVE COV-SLOT-W TO CV-SLOT
           MOVE LOW-VALUES TO CV-START
           START COVFILE KEY NOT < CV-KEY
             INVALID
               GO TO COV-LOOK-EXIT.
       COV-LOOK-1.
           READ COVFILE NEXT AT END GO TO COV-LOOK-EXIT.
           IF CV-GARNO NOT = TR-GARNO OR CV-SLOT NOT = COV-SLOT-W
             GO TO COV-LOOK-EXIT.
           MOVE "Y" TO COV-ANY
           IF CV-END NOT = SPACE GO TO COV-LOOK-1.
           MOVE "Y" TO COV-OPEN.
       COV-LOOK-EXIT. EXIT.

       COV-TEST.
           PERFORM COV-LOOK THRU COV-LOOK-EXIT
           IF COV-OPEN = "Y" AND CV-START > COV-EFF
             MOVE 1 TO FLAG.
       COV-TEST-EXIT. EXIT.

      * a new account's policies open from the effective date
       COV-OPEN-NEW.
           IF CN-PAYCODE = SPACE GO TO COV-OPEN-NEW-EXIT.
           MOVE SPACE TO COVFILE01
           MOVE TR-GARNO TO CV-GARNO
           MOVE COV-SLOT-W TO CV-SLOT
           MOVE COV-EFF TO CV-START
           PERFORM COV-FILL THRU COV-FILL-EXIT
           WRITE COVFILE01 INVALID
             REWRITE COVFILE01 INVALID
               CONTINUE
             END-REWRITE
           END-WRITE
           PERFORM COV-REG THRU COV-REG-EXIT.
       COV-OPEN-NEW-EXIT. EXIT.

      * a change to the payer, policy, group, insured or relation
      * closes the open period the day before the effective date
      * and opens a new one; anything else just refreshes the
      * open period.  an account keyed before the history file
      * existed gets its old policy written as the first period
       COV-CHG.
           PERFORM COV-LOOK THRU COV-LOOK-EXIT
           IF CN-PAYCODE = CO-PAYCODE AND CN-POLICY0 = CO-POLICY0
           AND CN-GROUP = CO-GROUP AND CN-NAME = CO-NAME
           AND CN-RELATE = CO-RELATE
             IF COV-OPEN = "Y"
               PERFORM COV-FILL THRU COV-FILL-EXIT
               REWRITE COVFILE01 INVALID
                 CONTINUE
               END-REWRITE
               GO TO COV-CHG-EXIT
             END-IF
             IF COV-ANY = "Y" OR CN-PAYCODE = SPACE
               GO TO COV-CHG-EXIT
             END-IF
             MOVE "00000000" TO COV-EFF
             PERFORM COV-OPEN-NEW THRU COV-OPEN-NEW-EXIT
             MOVE COV-EFF9 TO COV-EFF
             GO TO COV-CHG-EXIT
           END-IF
           IF COV-OPEN = "Y"
             IF CV-START = COV-EFF
      * re-keyed the same day - the open period just takes the
      * corrected policy, or goes away when the slot was cleared
               IF CN-PAYCODE = SPACE
                 DELETE COVFILE RECORD INVALID
                   CONTINUE
                 END-DELETE
               ELSE
                 PERFORM COV-FILL THRU COV-FILL-EXIT
                 REWRITE COVFILE01 INVALID
                   CONTINUE
                 END-REWRITE
                 PERFORM COV-REG THRU COV-REG-EXIT
               END-IF
               GO TO COV-CHG-EXIT
             END-IF
             MOVE COV-END TO CV-END
             REWRITE COVFILE01 INVALID
               CONTINUE
             END-REWRITE
           ELSE
             IF COV-ANY NOT = "Y" AND CO-PAYCODE NOT = SPACE
               MOVE SPACE TO COVFILE01
               MOVE TR-GARNO TO CV-GARNO
               MOVE COV-SLOT-W TO CV-SLOT
               MOVE "00000000" TO CV-START
               MOVE COV-END TO CV-END
               MOVE CO-PAYCODE TO CV-PAYCODE
               MOVE CO-POLICY0 TO CV-POLICY0
               MOVE CO-GROUP TO CV-GROUP
               MOVE CO-NAME TO CV-NAME
               MOVE CO-RELATE TO CV-RELATE
               MOVE CO-MPLR TO CV-MPLR
               MOVE CO-ASSIGN TO CV-ASSIGN
               MOVE CO-OFFICE TO CV-OFFICE
               WRITE COVFILE01 INVALID
                 CONTINUE
               END-WRITE
             END-IF
           END-IF
           PERFORM COV-OPEN-NEW THRU COV-OPEN-NEW-EXIT.
       COV-CHG-EXIT. EXIT.

       COV-FILL.
           MOVE SPACE TO CV-END CV-FUTURE
           MOVE CN-PAYCODE TO CV-PAYCODE
           MOVE CN-POLICY0 TO CV-POLICY0
           MOVE CN-GROUP TO CV-GROUP
           MOVE CN-NAME TO CV-NAME
           MOVE CN-RELATE TO CV-RELATE
           MOVE CN-MPLR TO CV-MPLR
           MOVE CN-ASSIGN TO CV-ASSIGN
           MOVE CN-OFFICE TO CV-OFFICE.
       COV-FILL-EXIT. EXIT.

      * coverage period opened - prints ahead of the account's
      * register line, the way the before image does
       COV-REG.
           MOVE SPACE TO REGOUT01
           STRING "  COVERAGE " CV-SLOT " " CV-PAYCODE " "
             CV-POLICY0(1:11) " FROM " CV-START
             DELIMITED BY SIZE INTO REGOUT01
           WRITE REGOUT01.
       COV-REG-EXIT. EXIT.

      * billing address, street, city, state and zip sit together
      * at G-MASTER(33:73) - mail can go out again once any of them
      * changes
       ADDR-CLEAR.
           MOVE G-GARNO TO BA-GARNO
           READ BADADDR INVALID
             GO TO ADDR-CLEAR-EXIT
           END-READ
           DELETE BADADDR RECORD INVALID
             GO TO ADDR-CLEAR-EXIT
           END-DELETE
           MOVE SPACE TO REGOUT01
           STRING "  BAD-ADDRESS FLAG CLEARED, RETURNED " BA-DATE
             DELIMITED BY SIZE INTO REGOUT01
           WRITE REGOUT01.
       ADDR-CLEAR-EXIT. EXIT.

       R1.
           IF RG-MSG = "ADDED" OR "CHANGED" OR "MARKED DELETED"
             MOVE TR-ACTION TO LOG-ACTION
             MOVE TR-GARNO TO LOG-ACCT
             MOVE TR-GARNAME TO LOG-REF
             PERFORM LOG-PUT THRU LOG-PUT-EXIT
           ELSE
             ADD 1 TO REJ-CNT
           END-IF
           MOVE REJ-CNT TO TL-CNT.
           MOVE TOT-LINE TO REGOUT01.
           WRITE REGOUT01.
           CLOSE TRANIN GARFILE PAYERFILE REGOUT COVFILE BADADDR.
           CLOSE OPERFILE ROLEFILE ACCLOG.
           STOP RUN.

      * the operator signs on before anything is read or shown -
      * three tries, and the operator's role must be granted this
      * program on ROLEFILE.  every attempt goes on the access log
       SIGN-ON.
           MOVE 0 TO SIGN-TRIES.
       SIGN-ON-1.
           ADD 1 TO SIGN-TRIES
           DISPLAY "GRM062 OPERATOR ID"
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
