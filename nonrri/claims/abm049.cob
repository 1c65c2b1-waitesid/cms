      * @package cms
      * @link    http://www.cmsvt.com
      * @author  s waite <cmswest@sover.net>
      * @copyright Copyright (c) 2020 cms <cmswest@sover.net>
      * @license https://github.com/openemr/openemr/blob/master/LICENSE GNU General Public License 3
       IDENTIFICATION DIVISION.
       PROGRAM-ID. abm049.
       AUTHOR. SID WAITE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRANIN ASSIGN TO "S30" ORGANIZATION
           LINE SEQUENTIAL.
           SELECT OPTIONAL ABNFILE ASSIGN TO "S35" ORGANIZATION IS
           INDEXED ACCESS IS DYNAMIC RECORD KEY IS ABN-KEY
           LOCK MODE MANUAL.
           SELECT CHARCUR ASSIGN TO "S40" ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC    RECORD KEY IS CHARCUR-KEY
           ALTERNATE RECORD KEY IS CC-PAYCODE WITH DUPLICATES
           LOCK MODE MANUAL.
           SELECT REGOUT ASSIGN TO "S45" ORGANIZATION
           LINE SEQUENTIAL.
           SELECT OPTIONAL OPERFILE ASSIGN TO "S50" ORGANIZATION IS
           INDEXED ACCESS IS DYNAMIC RECORD KEY IS OP-ID
           LOCK MODE MANUAL.
           SELECT OPTIONAL ROLEFILE ASSIGN TO "S55" ORGANIZATION IS
           INDEXED ACCESS IS DYNAMIC RECORD KEY IS RO-KEY
           LOCK MODE MANUAL.
           SELECT OPTIONAL ACCLOG ASSIGN TO "S60" ORGANIZATION IS
           INDEXED ACCESS IS DYNAMIC RECORD KEY IS AL-KEY
           ALTERNATE RECORD KEY IS AL-ACCT WITH DUPLICATES
           ALTERNATE RECORD KEY IS AL-OPER WITH DUPLICATES
           LOCK MODE MANUAL.
       DATA DIVISION.
       FILE SECTION.
       FD  TRANIN.
       01  TRANIN01.
           02 TR-ACTION PIC X.
           02 TR-KEY8 PIC X(8).
           02 TR-KEY3 PIC XXX.
           02 TR-SIGNED PIC X(8).
           02 TR-REASON PIC X(30).

      * advance beneficiary notice - one per charge line the
      * patient signed for; NEI038 sends a non-covered line that
      * has one with the GA modifier and stamps the send date, and
      * stm056 stamps the date the denied line first billed to
      * the patient
       FD  ABNFILE.
       01  ABNFILE01.
           02 ABN-KEY.
             03 ABN-KEY8 PIC X(8).
             03 ABN-KEY3 PIC XXX.
           02 ABN-SIGNED PIC X(8).
           02 ABN-REASON PIC X(30).
           02 ABN-SENT PIC X(8).
           02 ABN-PTBILL PIC X(8).
           02 ABN-FUTURE PIC X(10).

       FD  CHARCUR.
       01  CHARCUR01.
           02 CHARCUR-KEY.
             03 CC-KEY8 PIC X(8).
             03 CC-KEY3 PIC XXX.
           02 CC-PATID PIC X(8).
           02 CC-CLAIM PIC X(6).
           02 CC-SERVICE PIC X.
           02 CC-DIAG PIC X(8).
           02 CC-PROC.
              03 CC-PROC1 PIC X(5).
              03 CC-PROC2 PIC XX.
           02 CC-MOD2 PIC XX.
           02 CC-MOD3 PIC XX.
           02 CC-MOD4 PIC XX.
           02 CC-AMOUNT PIC S9(4)V99.
           02 CC-DOCR PIC X(3).
           02 CC-DOCP PIC X(2).
           02 CC-PAYCODE PIC XXX.
           02 CC-STUD PIC X.
           02 CC-WORK PIC XX.
           02 CC-DAT1 PIC X(8).
           02 CC-RESULT PIC X.
           02 CC-ACT PIC X.
           02 CC-SORCREF PIC X.
           02 CC-COLLT PIC X.
           02 CC-AUTH PIC X.
           02 CC-PAPER PIC X.
           02 CC-PLACE PIC X.
           02 CC-EPSDT PIC X.
           02 CC-DATE-T PIC X(8).
           02 CC-DATE-A PIC X(8).
           02 CC-DATE-P PIC X(8).
           02 CC-REC-STAT PIC X.
           02 CC-DX2 PIC X(8).
           02 CC-DX3 PIC X(8).
           02 CC-ACC-TYPE PIC X.
           02 CC-DATE-M PIC X(8).
           02 CC-ASSIGN PIC X.
           02 CC-NEIC-ASSIGN PIC X.
           02 CC-DX4 PIC X(8).
           02 CC-DX5 PIC X(8).
           02 CC-DX6 PIC X(8).
           02 CC-FUTURE PIC X(6).

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
       01  LOG-PROG PIC X(6) VALUE "ABM049".
       01  LOG-ACTION PIC X.
       01  LOG-ACCT PIC X(8).
       01  LOG-REF PIC X(24).
       01  LOG-DATE PIC 9(8).
       01  LOG-TIME PIC 9(8).
       01  ADD-CNT PIC 9(4) VALUE 0.
       01  CHG-CNT PIC 9(4) VALUE 0.
       01  DEL-CNT PIC 9(4) VALUE 0.
       01  REJ-CNT PIC 9(4) VALUE 0.
       01  REG-LINE.
           02 RG-ACTION PIC X.
           02 FILLER PIC X(2).
           02 RG-KEY8 PIC X(8).
           02 RG-KEY3 PIC XXX.
           02 FILLER PIC X(2).
           02 RG-PROC PIC X(7).
           02 FILLER PIC X(2).
           02 RG-SIGNED PIC X(8).
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
             DISPLAY "ABM049 SIGN-ON FAILED - NOTHING PROCESSED"
             CLOSE OPERFILE ROLEFILE ACCLOG
             STOP RUN.
           OPEN INPUT TRANIN CHARCUR OUTPUT REGOUT.
           OPEN I-O ABNFILE.
           MOVE SPACE TO REGOUT01.
           STRING "ADVANCE BENEFICIARY NOTICE MAINTENANCE REGISTER"
             DELIMITED BY SIZE INTO REGOUT01.
           WRITE REGOUT01.
           MOVE SPACE TO REGOUT01.
           WRITE REGOUT01.

       P1.
           READ TRANIN AT END GO TO P9.
           MOVE SPACE TO REG-LINE
           MOVE TR-ACTION TO RG-ACTION
           MOVE TR-KEY8 TO RG-KEY8
           MOVE TR-KEY3 TO RG-KEY3
           MOVE TR-SIGNED TO RG-SIGNED.

           IF TR-ACTION NOT = "A" AND NOT = "C" AND NOT = "D"
             MOVE "INVALID ACTION CODE" TO RG-MSG
             PERFORM R1
             GO TO P1.
           IF TR-KEY8 = SPACE OR TR-KEY3 = SPACE
             MOVE "MISSING CHARGE KEY" TO RG-MSG
             PERFORM R1
             GO TO P1.
           IF TR-ACTION = "D" GO TO P3.

      * the notice must belong to a Medicare charge line and be
      * signed no later than the date of service
           MOVE TR-KEY8 TO CC-KEY8
           MOVE TR-KEY3 TO CC-KEY3
           READ CHARCUR INVALID
             MOVE "NO SUCH CHARGE LINE" TO RG-MSG
             PERFORM R1
             GO TO P1
           END-READ
           MOVE CC-PROC TO RG-PROC
           IF CC-PAYCODE NOT = "003"
             MOVE "LINE NOT BILLED TO MEDICARE" TO RG-MSG
             PERFORM R1
             GO TO P1.
           IF TR-SIGNED NOT NUMERIC
             MOVE "BAD SIGNED DATE" TO RG-MSG
             PERFORM R1
             GO TO P1.
           IF TR-SIGNED > CC-DATE-T
             MOVE "SIGNED AFTER DATE OF SERVICE" TO RG-MSG
             PERFORM R1
             GO TO P1.

           MOVE TR-KEY8 TO ABN-KEY8
           MOVE TR-KEY3 TO ABN-KEY3
           IF TR-ACTION = "A"
             MOVE TR-SIGNED TO ABN-SIGNED
             MOVE TR-REASON TO ABN-REASON
             MOVE SPACE TO ABN-SENT ABN-PTBILL ABN-FUTURE
             WRITE ABNFILE01 INVALID
               MOVE "ALREADY ON FILE" TO RG-MSG
               PERFORM R1
               GO TO P1
             END-WRITE
             ADD 1 TO ADD-CNT
             MOVE "ADDED" TO RG-MSG
             PERFORM R1
             GO TO P1.
      * a change keeps the send and patient-bill dates the claim
      * and statement runs stamped
           READ ABNFILE INVALID
             MOVE "NOT ON FILE, NO CHANGE" TO RG-MSG
             PERFORM R1
             GO TO P1
           END-READ
           MOVE TR-SIGNED TO ABN-SIGNED
           MOVE TR-REASON TO ABN-REASON
           REWRITE ABNFILE01 INVALID
             MOVE "NOT ON FILE, NO CHANGE" TO RG-MSG
             PERFORM R1
             GO TO P1
           END-REWRITE
           ADD 1 TO CHG-CNT
           MOVE "CHANGED" TO RG-MSG
           PERFORM R1
           GO TO P1.

       P3.
           MOVE TR-KEY8 TO ABN-KEY8
           MOVE TR-KEY3 TO ABN-KEY3
           DELETE ABNFILE RECORD INVALID
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
             MOVE TR-KEY8 TO LOG-ACCT
             MOVE TR-KEY3 TO LOG-REF
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
           MOVE "NOTICES ADDED:" TO TL-LABEL.
           MOVE ADD-CNT TO TL-CNT.
           MOVE TOT-LINE TO REGOUT01.
           WRITE REGOUT01.
           MOVE SPACE TO TOT-LINE.
           MOVE "NOTICES CHANGED:" TO TL-LABEL.
           MOVE CHG-CNT TO TL-CNT.
           MOVE TOT-LINE TO REGOUT01.
           WRITE REGOUT01.
           MOVE SPACE TO TOT-LINE.
           MOVE "NOTICES DELETED:" TO TL-LABEL.
           MOVE DEL-CNT TO TL-CNT.
           MOVE TOT-LINE TO REGOUT01.
           WRITE REGOUT01.
           MOVE SPACE TO TOT-LINE.
           MOVE "TRANSACTIONS REJECTED:" TO TL-LABEL.
           MOVE REJ-CNT TO TL-CNT.
           MOVE TOT-LINE TO REGOUT01.
           WRITE REGOUT01.
           CLOSE TRANIN ABNFILE CHARCUR REGOUT.
           CLOSE OPERFILE ROLEFILE ACCLOG.
           STOP RUN.

      * the operator signs on before anything is read or shown -
      * three tries, and the operator's role must be granted this
      * program on ROLEFILE.  every attempt goes on the access log
       SIGN-ON.
           MOVE 0 TO SIGN-TRIES.
       SIGN-ON-1.
           ADD 1 TO SIGN-TRIES
           DISPLAY "ABM049 OPERATOR ID"
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
