      * @package cms
      * @link    http://www.cmsvt.com
      * @author  s waite <cmswest@sover.net>
      * @copyright Copyright (c) 2020 cms <cmswest@sover.net>
      * @license https://github.com/openemr/openemr/blob/master/LICENSE GNU General Public License 3
       IDENTIFICATION DIVISION.
       PROGRAM-ID. pem073.
       AUTHOR. SID WAITE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRANIN ASSIGN TO "S30" ORGANIZATION
           LINE SEQUENTIAL.
           SELECT OPTIONAL ENROLL ASSIGN TO "S35" ORGANIZATION IS
           INDEXED ACCESS IS DYNAMIC RECORD KEY IS ENROLL-KEY
           LOCK MODE MANUAL.
           SELECT OPTIONAL PROVFILE ASSIGN TO "S40" ORGANIZATION IS
           INDEXED ACCESS IS DYNAMIC RECORD KEY IS PROV-KEY
           LOCK MODE MANUAL.
           SELECT OPTIONAL PAYERFILE ASSIGN TO "S45" ORGANIZATION IS
           INDEXED ACCESS IS DYNAMIC RECORD KEY IS PAYER-KEY
           LOCK MODE MANUAL.
           SELECT REGOUT ASSIGN TO "S50" ORGANIZATION
           LINE SEQUENTIAL.
           SELECT OPTIONAL OPERFILE ASSIGN TO "S55" ORGANIZATION IS
           INDEXED ACCESS IS DYNAMIC RECORD KEY IS OP-ID
           LOCK MODE MANUAL.
           SELECT OPTIONAL ROLEFILE ASSIGN TO "S60" ORGANIZATION IS
           INDEXED ACCESS IS DYNAMIC RECORD KEY IS RO-KEY
           LOCK MODE MANUAL.
           SELECT OPTIONAL ACCLOG ASSIGN TO "S65" ORGANIZATION IS
           INDEXED ACCESS IS DYNAMIC RECORD KEY IS AL-KEY
           ALTERNATE RECORD KEY IS AL-ACCT WITH DUPLICATES
           ALTERNATE RECORD KEY IS AL-OPER WITH DUPLICATES
           LOCK MODE MANUAL.
       DATA DIVISION.
       FILE SECTION.
      * TR-END blank - open-ended.  TR-REVAL blank - the payer has
      * not set a revalidation date
       FD  TRANIN.
       01  TRANIN01.
           02 TR-ACTION PIC X.
           02 TR-DOC PIC XX.
           02 TR-PAYCODE PIC XXX.
           02 TR-PAYER-ID PIC X(15).
           02 TR-EFF PIC X(8).
           02 TR-END PIC X(8).
           02 TR-STATUS PIC X.
           02 TR-REVAL PIC X(8).

      * provider payer enrollment - one record per performing doctor
      * (CC-DOCP) and paycode.  PE-STATUS P pending, A active,
      * T terminated.  PE-END 00000000 - no end date.  the claim
      * runs hold a line unless its doctor is active with the payer
      * on the date of service
       FD  ENROLL.
       01  ENROLL01.
           02 ENROLL-KEY.
             03 PE-DOC PIC XX.
             03 PE-PAYCODE PIC XXX.
           02 PE-PAYER-ID PIC X(15).
           02 PE-EFF PIC X(8).
           02 PE-END PIC X(8).
           02 PE-STATUS PIC X.
           02 PE-REVAL PIC X(8).
           02 PE-FUTURE PIC X(10).

       FD  PROVFILE.
       01  PROVFILE01.
           02 PROV-KEY PIC XX.
           02 PROV-NPI PIC X(10).
           02 PROV-NAME PIC X(24).
           02 PROV-STREET PIC X(22).
           02 PROV-CITY PIC X(18).
           02 PROV-STATE PIC XX.
           02 PROV-ZIP5 PIC X(5).
           02 PROV-ZIP4 PIC X(4).
           02 PROV-TAXONOMY PIC X(10).
           02 PROV-FUTURE PIC X(10).

       FD  PAYERFILE.
       01  PAYERFILE01.
           02 PAYER-KEY PIC XXX.
           02 PAYER-NAME PIC X(24).
           02 PAYER-RECID PIC X(15).
           02 PAYER-ROUTE PIC X.
           02 PAYER-SECOND PIC X.
           02 PAYER-TFDAYS PIC 999.
           02 PAYER-STATDAYS PIC 999.
           02 PAYER-FUTURE PIC X(7).

       FD  REGOUT.
       01  REGOUT01 PIC X(80).

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
       01  LOG-PROG PIC X(6) VALUE "PEM073".
       01  LOG-ACTION PIC X.
       01  LOG-ACCT PIC X(8).
       01  LOG-REF PIC X(24).
       01  LOG-DATE PIC 9(8).
       01  LOG-TIME PIC 9(8).
       01  ADD-CNT PIC 9(4) VALUE 0.
       01  CHG-CNT PIC 9(4) VALUE 0.
       01  DEL-CNT PIC 9(4) VALUE 0.
       01  REJ-CNT PIC 9(4) VALUE 0.
       01  END-DATE PIC X(8).
       01  REG-LINE.
           02 RG-ACTION PIC X.
           02 FILLER PIC X(2).
           02 RG-DOC PIC XX.
           02 FILLER PIC X.
           02 RG-PAYCODE PIC XXX.
           02 FILLER PIC X(2).
           02 RG-EFF PIC X(8).
           02 FILLER PIC X.
           02 RG-END PIC X(8).
           02 FILLER PIC X.
           02 RG-STATUS PIC X.
           02 FILLER PIC X(2).
           02 RG-PAYER-ID PIC X(15).
           02 FILLER PIC X(2).
           02 RG-MSG PIC X(30).
       01  TOT-LINE.
           02 TL-LABEL PIC X(26).
           02 TL-CNT PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
       P0.
           OPEN INPUT OPERFILE ROLEFILE.
           OPEN I-O ACCLOG.
           PERFORM SIGN-ON THRU SIGN-ON-EXIT.
           IF SIGN-OK NOT = "Y"
             DISPLAY "PEM073 SIGN-ON FAILED - NOTHING PROCESSED"
             CLOSE OPERFILE ROLEFILE ACCLOG
             STOP RUN.
           OPEN INPUT TRANIN PROVFILE PAYERFILE OUTPUT REGOUT.
           OPEN I-O ENROLL.
           MOVE SPACE TO REGOUT01.
           STRING "PROVIDER PAYER ENROLLMENT MAINTENANCE REGISTER"
             DELIMITED BY SIZE INTO REGOUT01.
           WRITE REGOUT01.
           MOVE SPACE TO REGOUT01.
           WRITE REGOUT01.

       P1.
           READ TRANIN AT END GO TO P9.
           MOVE SPACE TO REG-LINE
           MOVE TR-ACTION TO RG-ACTION
           MOVE TR-DOC TO RG-DOC
           MOVE TR-PAYCODE TO RG-PAYCODE
           MOVE TR-EFF TO RG-EFF
           MOVE TR-END TO RG-END
           MOVE TR-STATUS TO RG-STATUS
           MOVE TR-PAYER-ID TO RG-PAYER-ID.

           IF TR-ACTION NOT = "A" AND NOT = "C" AND NOT = "D"
             MOVE "INVALID ACTION CODE" TO RG-MSG
             PERFORM R1
             GO TO P1.
           IF TR-DOC = SPACE OR TR-PAYCODE = SPACE
             MOVE "MISSING DOCTOR OR PAYCODE" TO RG-MSG
             PERFORM R1
             GO TO P1.
           IF TR-ACTION = "D" GO TO P3.
           MOVE TR-DOC TO PROV-KEY
           READ PROVFILE INVALID
             MOVE "DOCTOR NOT ON PROVFILE" TO RG-MSG
             PERFORM R1
             GO TO P1
           END-READ
           MOVE TR-PAYCODE TO PAYER-KEY
           READ PAYERFILE INVALID
             MOVE "PAYCODE NOT ON PAYERFILE" TO RG-MSG
             PERFORM R1
             GO TO P1
           END-READ
           IF TR-STATUS NOT = "P" AND NOT = "A" AND NOT = "T"
             MOVE "STATUS MUST BE P, A OR T" TO RG-MSG
             PERFORM R1
             GO TO P1.
           IF TR-EFF NOT NUMERIC
             MOVE "EFFECTIVE DATE NOT NUMERIC" TO RG-MSG
             PERFORM R1
             GO TO P1.
           IF TR-END = SPACE
             MOVE "00000000" TO END-DATE
           ELSE
             MOVE TR-END TO END-DATE
           END-IF
           IF END-DATE NOT NUMERIC
             MOVE "END DATE NOT NUMERIC" TO RG-MSG
             PERFORM R1
             GO TO P1.
           IF END-DATE NOT = "00000000" AND END-DATE < TR-EFF
             MOVE "END DATE BEFORE EFFECTIVE" TO RG-MSG
             PERFORM R1
             GO TO P1.
      * a termination has to say when, or the claim runs cannot
      * tell which dates of service it still covers
           IF TR-STATUS = "T" AND END-DATE = "00000000"
             MOVE "TERMINATED NEEDS END DATE" TO RG-MSG
             PERFORM R1
             GO TO P1.
           IF TR-STATUS = "A" AND TR-PAYER-ID = SPACE
             MOVE "ACTIVE NEEDS PAYER PROV ID" TO RG-MSG
             PERFORM R1
             GO TO P1.
           IF TR-REVAL NOT = SPACE AND TR-REVAL NOT NUMERIC
             MOVE "REVALIDATION DATE NOT NUMERIC" TO RG-MSG
             PERFORM R1
             GO TO P1.

           MOVE TR-DOC TO PE-DOC
           MOVE TR-PAYCODE TO PE-PAYCODE
           MOVE TR-PAYER-ID TO PE-PAYER-ID
           MOVE TR-EFF TO PE-EFF
           MOVE END-DATE TO PE-END
           MOVE TR-STATUS TO PE-STATUS
           MOVE TR-REVAL TO PE-REVAL
           MOVE SPACE TO PE-FUTURE.

           IF TR-ACTION = "A"
             WRITE ENROLL01 INVALID
               MOVE "ALREADY ON FILE" TO RG-MSG
               PERFORM R1
               GO TO P1
             END-WRITE
             ADD 1 TO ADD-CNT
             MOVE "ADDED" TO RG-MSG
             PERFORM R1
             GO TO P1.
           REWRITE ENROLL01 INVALID
             MOVE "NOT ON FILE, NO CHANGE" TO RG-MSG
             PERFORM R1
             GO TO P1
           END-REWRITE
           ADD 1 TO CHG-CNT
           MOVE "CHANGED" TO RG-MSG
           PERFORM R1
           GO TO P1.

       P3.
           MOVE TR-DOC TO PE-DOC
           MOVE TR-PAYCODE TO PE-PAYCODE
           DELETE ENROLL RECORD INVALID
             MOVE "NOT ON FILE, NO DELETE" TO RG-MSG
             PERFORM R1
             GO TO P1
           END-DELETE
           ADD 1 TO DEL-CNT
           MOVE "DELETED" TO RG-MSG
           PERFORM R1
           GO TO P1.

       R1.
           IF RG-MSG = "ADDED" OR "CHANGED" OR "DELETED"
             MOVE TR-ACTION TO LOG-ACTION
             MOVE SPACE TO LOG-ACCT
             MOVE SPACE TO LOG-REF
             STRING TR-DOC " " TR-PAYCODE DELIMITED BY SIZE
               INTO LOG-REF
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
           MOVE "ENROLLMENTS ADDED:" TO TL-LABEL.
           MOVE ADD-CNT TO TL-CNT.
           MOVE TOT-LINE TO REGOUT01.
           WRITE REGOUT01.
           MOVE SPACE TO TOT-LINE.
           MOVE "ENROLLMENTS CHANGED:" TO TL-LABEL.
           MOVE CHG-CNT TO TL-CNT.
           MOVE TOT-LINE TO REGOUT01.
           WRITE REGOUT01.
           MOVE SPACE TO TOT-LINE.
           MOVE "ENROLLMENTS DELETED:" TO TL-LABEL.
           MOVE DEL-CNT TO TL-CNT.
           MOVE TOT-LINE TO REGOUT01.
           WRITE REGOUT01.
           MOVE SPACE TO TOT-LINE.
           MOVE "TRANSACTIONS REJECTED:" TO TL-LABEL.
           MOVE REJ-CNT TO TL-CNT.
           MOVE TOT-LINE TO REGOUT01.
           WRITE REGOUT01.
           CLOSE TRANIN ENROLL PROVFILE PAYERFILE REGOUT.
           CLOSE OPERFILE ROLEFILE ACCLOG.
           STOP RUN.

      * the operator signs on before anything is read or shown -
      * three tries, and the operator's role must be granted this
      * program on ROLEFILE.  every attempt goes on the access log
       SIGN-ON.
           MOVE 0 TO SIGN-TRIES.
       SIGN-ON-1.
           ADD 1 TO SIGN-TRIES
           DISPLAY "PEM073 OPERATOR ID"
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
