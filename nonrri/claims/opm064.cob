      * @package cms
      * @link    http://www.cmsvt.com
      * @author  s waite <cmswest@sover.net>
      * @copyright Copyright (c) 2020 cms <cmswest@sover.net>
      * @license https://github.com/openemr/openemr/blob/master/LICENSE GNU General Public License 3
       IDENTIFICATION DIVISION.
       PROGRAM-ID. opm064.
       AUTHOR. SID WAITE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRANIN ASSIGN TO "S30" ORGANIZATION
           LINE SEQUENTIAL.
           SELECT OPTIONAL OPERFILE ASSIGN TO "S35" ORGANIZATION IS
           INDEXED ACCESS IS DYNAMIC RECORD KEY IS OP-ID
           LOCK MODE MANUAL.
           SELECT OPTIONAL ROLEFILE ASSIGN TO "S40" ORGANIZATION IS
           INDEXED ACCESS IS DYNAMIC RECORD KEY IS RO-KEY
           LOCK MODE MANUAL.
           SELECT OPTIONAL ACCLOG ASSIGN TO "S45" ORGANIZATION IS
           INDEXED ACCESS IS DYNAMIC RECORD KEY IS AL-KEY
           ALTERNATE RECORD KEY IS AL-ACCT WITH DUPLICATES
           ALTERNATE RECORD KEY IS AL-OPER WITH DUPLICATES
           LOCK MODE MANUAL.
           SELECT REGOUT ASSIGN TO "S50" ORGANIZATION
           LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
      * TR-TYPE O is an operator - a blank password on a change
      * keeps the current one.  TR-TYPE R grants (A) or takes
      * away (D) one program, by its upper-case program id, for a
      * role
       FD  TRANIN.
       01  TRANIN01.
           02 TR-ACTION PIC X.
           02 TR-TYPE PIC X.
           02 TR-OPID PIC X(8).
           02 TR-ROLE PIC XX.
           02 TR-PROG PIC X(6).
           02 TR-PASS PIC X(8).
           02 TR-NAME PIC X(24).
           02 TR-STATUS PIC X.

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

       FD  REGOUT.
       01  REGOUT01 PIC X(80).

       WORKING-STORAGE SECTION.
       01  SIGN-ID PIC X(8) VALUE SPACE.
       01  SIGN-PASS PIC X(8).
       01  SIGN-TRIES PIC 9 VALUE 0.
       01  SIGN-OK PIC X VALUE "N".
       01  LOG-PROG PIC X(6) VALUE "OPM064".
       01  LOG-ACTION PIC X.
       01  LOG-ACCT PIC X(8).
       01  LOG-REF PIC X(24).
       01  LOG-DATE PIC 9(8).
       01  LOG-TIME PIC 9(8).
       01  TODAY8 PIC 9(8).
       01  ADD-CNT PIC 9(4) VALUE 0.
       01  CHG-CNT PIC 9(4) VALUE 0.
       01  DEL-CNT PIC 9(4) VALUE 0.
       01  GADD-CNT PIC 9(4) VALUE 0.
       01  GDEL-CNT PIC 9(4) VALUE 0.
       01  REJ-CNT PIC 9(4) VALUE 0.
       01  REG-LINE.
           02 RG-ACTION PIC X.
           02 FILLER PIC X(2).
           02 RG-TYPE PIC X.
           02 FILLER PIC X(2).
           02 RG-OPID PIC X(8).
           02 FILLER PIC X(2).
           02 RG-ROLE PIC XX.
           02 FILLER PIC X(2).
           02 RG-PROG PIC X(6).
           02 FILLER PIC X(2).
           02 RG-NAME PIC X(24).
           02 FILLER PIC X(2).
           02 RG-MSG PIC X(24).
       01  TOT-LINE.
           02 TL-LABEL PIC X(26).
           02 TL-CNT PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
       P0.
           OPEN INPUT TRANIN OUTPUT REGOUT.
           OPEN I-O OPERFILE ROLEFILE ACCLOG.
           ACCEPT TODAY8 FROM DATE YYYYMMDD.
      * a new installation has no one to sign on as - the run that
      * loads the first operators and grants goes through unsigned
      * and is logged as SETUP
           MOVE LOW-VALUES TO OP-ID.
           START OPERFILE KEY NOT < OP-ID
             INVALID
               MOVE "SETUP" TO SIGN-ID
               MOVE "Y" TO SIGN-OK
               MOVE "S" TO LOG-ACTION
               MOVE SPACE TO LOG-ACCT
               MOVE "FIRST-TIME SETUP" TO LOG-REF
               PERFORM LOG-PUT THRU LOG-PUT-EXIT
               DISPLAY "OPM064 NO OPERATORS ON FILE - SETUP RUN".
           IF SIGN-OK NOT = "Y"
             PERFORM SIGN-ON THRU SIGN-ON-EXIT.
           IF SIGN-OK NOT = "Y"
             DISPLAY "OPM064 SIGN-ON FAILED - NOTHING PROCESSED"
             CLOSE TRANIN OPERFILE ROLEFILE ACCLOG REGOUT
             STOP RUN.
           MOVE SPACE TO REGOUT01.
           STRING "OPERATOR AND ROLE MAINTENANCE REGISTER  OPERATOR "
             SIGN-ID DELIMITED BY SIZE INTO REGOUT01.
           WRITE REGOUT01.
           MOVE SPACE TO REGOUT01.
           WRITE REGOUT01.

       P1.
           READ TRANIN AT END GO TO P9.
           MOVE SPACE TO REG-LINE
           MOVE TR-ACTION TO RG-ACTION
           MOVE TR-TYPE TO RG-TYPE
           MOVE TR-OPID TO RG-OPID
           MOVE TR-ROLE TO RG-ROLE
           MOVE TR-PROG TO RG-PROG
           MOVE TR-NAME TO RG-NAME.

           IF TR-ACTION NOT = "A" AND NOT = "C" AND NOT = "D"
             MOVE "INVALID ACTION CODE" TO RG-MSG
             PERFORM R1
             GO TO P1.
           IF TR-TYPE = "R" GO TO P5.
           IF TR-TYPE NOT = "O"
             MOVE "RECORD TYPE NOT O OR R" TO RG-MSG
             PERFORM R1
             GO TO P1.
           IF TR-OPID = SPACE
             MOVE "MISSING OPERATOR ID" TO RG-MSG
             PERFORM R1
             GO TO P1.
           IF TR-ACTION = "D" GO TO P3.
           IF TR-NAME = SPACE
             MOVE "MISSING OPERATOR NAME" TO RG-MSG
             PERFORM R1
             GO TO P1.
           IF TR-ROLE = SPACE
             MOVE "MISSING ROLE" TO RG-MSG
             PERFORM R1
             GO TO P1.
      * status: A-ACTIVE I-INACTIVE, blank is active
           IF TR-STATUS = SPACE
             MOVE "A" TO TR-STATUS.
           IF TR-STATUS NOT = "A" AND NOT = "I"
             MOVE "INVALID STATUS" TO RG-MSG
             PERFORM R1
             GO TO P1.

           IF TR-ACTION = "A"
             IF TR-PASS = SPACE
               MOVE "ADD NEEDS A PASSWORD" TO RG-MSG
               PERFORM R1
               GO TO P1
             END-IF
             MOVE SPACE TO OPERFILE01
             MOVE TR-OPID TO OP-ID
             MOVE TR-PASS TO OP-PASS
             MOVE TR-NAME TO OP-NAME
             MOVE TR-ROLE TO OP-ROLE
             MOVE TR-STATUS TO OP-STATUS
             MOVE TODAY8 TO OP-ADDED
             WRITE OPERFILE01 INVALID
               MOVE "ALREADY ON FILE" TO RG-MSG
               PERFORM R1
               GO TO P1
             END-WRITE
             ADD 1 TO ADD-CNT
             MOVE "ADDED" TO RG-MSG
             PERFORM R1
             GO TO P1.
           MOVE TR-OPID TO OP-ID
           READ OPERFILE INVALID
             MOVE "NOT ON FILE, NO CHANGE" TO RG-MSG
             PERFORM R1
             GO TO P1
           END-READ
           MOVE TR-NAME TO OP-NAME
           MOVE TR-ROLE TO OP-ROLE
           MOVE TR-STATUS TO OP-STATUS
           IF TR-PASS NOT = SPACE
             MOVE TR-PASS TO OP-PASS.
           REWRITE OPERFILE01 INVALID
             MOVE "NOT ON FILE, NO CHANGE" TO RG-MSG
             PERFORM R1
             GO TO P1
           END-REWRITE
           ADD 1 TO CHG-CNT
           MOVE "CHANGED" TO RG-MSG
           PERFORM R1
           GO TO P1.

      * an operator is never deleted - the access log has to be
      * able to name them for as long as it is kept
       P3.
           MOVE TR-OPID TO OP-ID
           READ OPERFILE INVALID
             MOVE "NOT ON FILE, NO DELETE" TO RG-MSG
             PERFORM R1
             GO TO P1
           END-READ
           MOVE "I" TO OP-STATUS
           REWRITE OPERFILE01 INVALID
             MOVE "NOT ON FILE, NO DELETE" TO RG-MSG
             PERFORM R1
             GO TO P1
           END-REWRITE
           ADD 1 TO DEL-CNT
           MOVE "MARKED INACTIVE" TO RG-MSG
           PERFORM R1
           GO TO P1.

       P5.
           IF TR-ROLE = SPACE
             MOVE "MISSING ROLE" TO RG-MSG
             PERFORM R1
             GO TO P1.
           IF TR-PROG = SPACE
             MOVE "MISSING PROGRAM ID" TO RG-MSG
             PERFORM R1
             GO TO P1.
           IF TR-ACTION = "C"
             MOVE "GRANT IS ADD OR DELETE ONLY" TO RG-MSG
             PERFORM R1
             GO TO P1.
           MOVE SPACE TO ROLEFILE01
           MOVE TR-ROLE TO RO-ROLE
           MOVE TR-PROG TO RO-PROG
           IF TR-ACTION = "A"
             WRITE ROLEFILE01 INVALID
               MOVE "ALREADY GRANTED" TO RG-MSG
               PERFORM R1
               GO TO P1
             END-WRITE
             ADD 1 TO GADD-CNT
             MOVE "ADDED" TO RG-MSG
             PERFORM R1
             GO TO P1.
           DELETE ROLEFILE RECORD INVALID
             MOVE "NOT GRANTED, NO DELETE" TO RG-MSG
             PERFORM R1
             GO TO P1
           END-DELETE
           ADD 1 TO GDEL-CNT
           MOVE "DELETED" TO RG-MSG
           PERFORM R1
           GO TO P1.

       R1.
           IF RG-MSG = "ADDED" OR "CHANGED" OR "DELETED"
             OR "MARKED INACTIVE"
             MOVE TR-ACTION TO LOG-ACTION
             MOVE SPACE TO LOG-ACCT
             MOVE SPACE TO LOG-REF
             IF TR-TYPE = "R"
               STRING "ROLE " TR-ROLE " " TR-PROG
                 DELIMITED BY SIZE INTO LOG-REF
             ELSE
               STRING "OPERATOR " TR-OPID
                 DELIMITED BY SIZE INTO LOG-REF
             END-IF
             PERFORM LOG-PUT THRU LOG-PUT-EXIT
           ELSE
             ADD 1 TO REJ-CNT
           END-IF
           MOVE REG-LINE TO REGOUT01
           WRITE REGOUT01.

       P9.
           MOVE SPACE TO REGOUT01.
           WRITE REGOUT01.
           MOVE SPACE TO TOT-LINE.
           MOVE "OPERATORS ADDED:" TO TL-LABEL.
           MOVE ADD-CNT TO TL-CNT.
           MOVE TOT-LINE TO REGOUT01.
           WRITE REGOUT01.
           MOVE SPACE TO TOT-LINE.
           MOVE "OPERATORS CHANGED:" TO TL-LABEL.
           MOVE CHG-CNT TO TL-CNT.
           MOVE TOT-LINE TO REGOUT01.
           WRITE REGOUT01.
           MOVE SPACE TO TOT-LINE.
           MOVE "OPERATORS MARKED INACTIVE:" TO TL-LABEL.
           MOVE DEL-CNT TO TL-CNT.
           MOVE TOT-LINE TO REGOUT01.
           WRITE REGOUT01.
           MOVE SPACE TO TOT-LINE.
           MOVE "PROGRAM GRANTS ADDED:" TO TL-LABEL.
           MOVE GADD-CNT TO TL-CNT.
           MOVE TOT-LINE TO REGOUT01.
           WRITE REGOUT01.
           MOVE SPACE TO TOT-LINE.
           MOVE "PROGRAM GRANTS DELETED:" TO TL-LABEL.
           MOVE GDEL-CNT TO TL-CNT.
           MOVE TOT-LINE TO REGOUT01.
           WRITE REGOUT01.
           MOVE SPACE TO TOT-LINE.
           MOVE "TRANSACTIONS REJECTED:" TO TL-LABEL.
           MOVE REJ-CNT TO TL-CNT.
           MOVE TOT-LINE TO REGOUT01.
           WRITE REGOUT01.
           CLOSE TRANIN OPERFILE ROLEFILE ACCLOG REGOUT.
           STOP RUN.

      * the operator signs on before anything is read or shown -
      * three tries, and the operator's role must be granted this
      * program on ROLEFILE.  every attempt goes on the access log
       SIGN-ON.
           MOVE 0 TO SIGN-TRIES.
       SIGN-ON-1.
           ADD 1 TO SIGN-TRIES
           DISPLAY "OPM064 OPERATOR ID"
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
