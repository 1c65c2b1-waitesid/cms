      * @package cms
      * @link    http://www.cmsvt.com
      * @author  s waite <cmswest@sover.net>
      * @copyright Copyright (c) 2020 cms <cmswest@sover.net>
      * @license https://github.com/openemr/openemr/blob/master/LICENSE GNU General Public License 3
       IDENTIFICATION DIVISION.
       PROGRAM-ID. fam083.
       AUTHOR. SID WAITE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRANIN ASSIGN TO "S30" ORGANIZATION
           LINE SEQUENTIAL.
           SELECT OPTIONAL FINAID ASSIGN TO "S35" ORGANIZATION IS
           INDEXED ACCESS IS DYNAMIC RECORD KEY IS FA-GARNO
           LOCK MODE MANUAL.
           SELECT GARFILE ASSIGN TO "S40" ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC RECORD KEY IS G-GARNO
           ALTERNATE RECORD KEY IS G-GARNAME WITH DUPLICATES
           LOCK MODE MANUAL.
           SELECT OPTIONAL FPLFILE ASSIGN TO "S45" ORGANIZATION IS
           INDEXED ACCESS IS DYNAMIC RECORD KEY IS FP-KEY
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
      * TR-EXPIRES blank - one year from the approval date
       FD  TRANIN.
       01  TRANIN01.
           02 TR-ACTION PIC X.
           02 TR-GARNO PIC X(8).
           02 TR-HH-SIZE PIC XX.
           02 TR-HH-SIZE9 REDEFINES TR-HH-SIZE PIC 99.
           02 TR-INCOME PIC X(7).
           02 TR-INCOME9 REDEFINES TR-INCOME PIC 9(7).
           02 TR-APPROVED PIC X(8).
           02 TR-EXPIRES PIC X(8).

      * financial-assistance approval, one per guarantor.  the
      * household's income as a percent of the poverty guideline
      * picks the sliding-fee tier; stm056 takes FA-PCT off each
      * patient-due line while TODAY falls between FA-APPROVED and
      * FA-EXPIRES, and col095 never places the account then.
      * FA-YEAR is the guideline year the tier was worked under
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

      * poverty guideline / sliding-fee table loaded by fpl082
       FD  FPLFILE.
       01  FPLFILE01.
           02 FP-KEY.
             03 FP-TYPE PIC X.
             03 FP-SEQ PIC XX.
           02 FP-YEAR PIC X(4).
           02 FP-AMOUNT PIC 9(7).
           02 FP-LIMIT PIC 999.
           02 FP-PCT PIC 999.
           02 FP-FUTURE PIC X(10).

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
       01  LOG-PROG PIC X(6) VALUE "FAM083".
       01  LOG-ACTION PIC X.
       01  LOG-ACCT PIC X(8).
       01  LOG-REF PIC X(24).
       01  LOG-DATE PIC 9(8).
       01  LOG-TIME PIC 9(8).
       01  ADD-CNT PIC 9(4) VALUE 0.
       01  CHG-CNT PIC 9(4) VALUE 0.
       01  DEL-CNT PIC 9(4) VALUE 0.
       01  REJ-CNT PIC 9(4) VALUE 0.
       01  GUIDE-AMT PIC 9(8).
       01  GUIDE-BASE PIC 9(7).
       01  FPL-PCT PIC 9(5).
       01  FPL-FOUND PIC X.
       01  EXP-DATE PIC X(8).
       01  EXP-DATE9 REDEFINES EXP-DATE.
           02 EXP-YEAR PIC 9(4).
           02 EXP-MMDD PIC 9(4).
       01  REG-LINE.
           02 RG-ACTION PIC X.
           02 FILLER PIC X(2).
           02 RG-GARNO PIC X(8).
           02 FILLER PIC X(2).
           02 RG-HH-SIZE PIC XX.
           02 FILLER PIC X(2).
           02 RG-INCOME PIC X(7).
           02 FILLER PIC X(2).
           02 RG-FPL-PCT PIC ZZ9.
           02 FILLER PIC X(2).
           02 RG-TIER PIC XX.
           02 FILLER PIC X(2).
           02 RG-PCT PIC ZZ9.
           02 FILLER PIC X(2).
           02 RG-EXPIRES PIC X(8).
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
             DISPLAY "FAM083 SIGN-ON FAILED - NOTHING PROCESSED"
             CLOSE OPERFILE ROLEFILE ACCLOG
             STOP RUN.
           OPEN INPUT TRANIN GARFILE FPLFILE OUTPUT REGOUT.
           OPEN I-O FINAID.
           MOVE SPACE TO REGOUT01.
           STRING "FINANCIAL ASSISTANCE MAINTENANCE REGISTER"
             DELIMITED BY SIZE INTO REGOUT01.
           WRITE REGOUT01.
           MOVE SPACE TO REGOUT01.
           WRITE REGOUT01.
           MOVE "A  ACCOUNT   HH  INCOME   FPL  TR  PCT  EXPIRES"
             TO REGOUT01.
           WRITE REGOUT01.
           MOVE SPACE TO REGOUT01.
           WRITE REGOUT01.

       P1.
           READ TRANIN AT END GO TO P9.
           MOVE SPACE TO REG-LINE
           MOVE TR-ACTION TO RG-ACTION
           MOVE TR-GARNO TO RG-GARNO
           MOVE TR-HH-SIZE TO RG-HH-SIZE
           MOVE TR-INCOME TO RG-INCOME.

           IF TR-ACTION NOT = "A" AND NOT = "C" AND NOT = "D"
             MOVE "INVALID ACTION CODE" TO RG-MSG
             PERFORM R1
             GO TO P1.
           IF TR-GARNO = SPACE
             MOVE "MISSING ACCOUNT NUMBER" TO RG-MSG
             PERFORM R1
             GO TO P1.
           IF TR-ACTION = "D" GO TO P3.
           MOVE TR-GARNO TO G-GARNO
           READ GARFILE INVALID
             MOVE "ACCOUNT NOT ON GARFILE" TO RG-MSG
             PERFORM R1
             GO TO P1
           END-READ
           IF TR-HH-SIZE NOT NUMERIC OR TR-HH-SIZE9 = 0
             MOVE "HOUSEHOLD SIZE INVALID" TO RG-MSG
             PERFORM R1
             GO TO P1.
           IF TR-INCOME NOT NUMERIC
             MOVE "INCOME NOT NUMERIC" TO RG-MSG
             PERFORM R1
             GO TO P1.
           IF TR-APPROVED NOT NUMERIC
             MOVE "APPROVAL DATE NOT NUMERIC" TO RG-MSG
             PERFORM R1
             GO TO P1.
           IF TR-EXPIRES = SPACE
             MOVE TR-APPROVED TO EXP-DATE
             ADD 1 TO EXP-YEAR
           ELSE
             MOVE TR-EXPIRES TO EXP-DATE
           END-IF
           MOVE EXP-DATE TO RG-EXPIRES
           IF EXP-DATE NOT NUMERIC
             MOVE "EXPIRY DATE NOT NUMERIC" TO RG-MSG
             PERFORM R1
             GO TO P1.
           IF EXP-DATE < TR-APPROVED
             MOVE "EXPIRES BEFORE APPROVAL" TO RG-MSG
             PERFORM R1
             GO TO P1.

           PERFORM GUIDE-GET THRU GUIDE-GET-EXIT
           IF FPL-FOUND = "N"
             MOVE "NO GUIDELINE FOR HOUSEHOLD" TO RG-MSG
             PERFORM R1
             GO TO P1.
           COMPUTE FPL-PCT = TR-INCOME9 * 100 / GUIDE-AMT
           IF FPL-PCT > 999
             MOVE 999 TO FPL-PCT.
           MOVE FPL-PCT TO RG-FPL-PCT
           PERFORM TIER-GET THRU TIER-GET-EXIT
           IF FPL-FOUND = "N"
             MOVE "INCOME ABOVE SLIDING SCALE" TO RG-MSG
             PERFORM R1
             GO TO P1.
           MOVE FP-SEQ TO RG-TIER
           MOVE FP-PCT TO RG-PCT

           MOVE TR-GARNO TO FA-GARNO
           MOVE TR-HH-SIZE9 TO FA-HH-SIZE
           MOVE TR-INCOME9 TO FA-INCOME
           MOVE FPL-PCT TO FA-FPL-PCT
           MOVE FP-SEQ TO FA-TIER
           MOVE FP-PCT TO FA-PCT
           MOVE TR-APPROVED TO FA-APPROVED
           MOVE EXP-DATE TO FA-EXPIRES
           MOVE FP-YEAR TO FA-YEAR
           MOVE SPACE TO FA-FUTURE.

           IF TR-ACTION = "A"
             WRITE FINAID01 INVALID
               MOVE "ALREADY ON FILE" TO RG-MSG
               PERFORM R1
               GO TO P1
             END-WRITE
             ADD 1 TO ADD-CNT
             MOVE "ADDED" TO RG-MSG
             PERFORM R1
             GO TO P1.
           REWRITE FINAID01 INVALID
             MOVE "NOT ON FILE, NO CHANGE" TO RG-MSG
             PERFORM R1
             GO TO P1
           END-REWRITE
           ADD 1 TO CHG-CNT
           MOVE "CHANGED" TO RG-MSG
           PERFORM R1
           GO TO P1.

       P3.
           MOVE TR-GARNO TO FA-GARNO
           DELETE FINAID RECORD INVALID
             MOVE "NOT ON FILE, NO DELETE" TO RG-MSG
             PERFORM R1
             GO TO P1
           END-DELETE
           ADD 1 TO DEL-CNT
           MOVE "DELETED" TO RG-MSG
           PERFORM R1
           GO TO P1.

      * poverty guideline for the household - the table runs to a
      * household of 8, each person past that adds the G99 amount
       GUIDE-GET.
           MOVE "N" TO FPL-FOUND
           MOVE "G" TO FP-TYPE
           IF TR-HH-SIZE9 > 8
             MOVE "08" TO FP-SEQ
           ELSE
             MOVE TR-HH-SIZE TO FP-SEQ
           END-IF
           READ FPLFILE INVALID
             GO TO GUIDE-GET-EXIT
           END-READ
           MOVE FP-AMOUNT TO GUIDE-AMT
           IF TR-HH-SIZE9 NOT > 8
             MOVE "Y" TO FPL-FOUND
             GO TO GUIDE-GET-EXIT.
           MOVE FP-AMOUNT TO GUIDE-BASE
           MOVE "99" TO FP-SEQ
           READ FPLFILE INVALID
             GO TO GUIDE-GET-EXIT
           END-READ
           COMPUTE GUIDE-AMT = GUIDE-BASE
             + (TR-HH-SIZE9 - 8) * FP-AMOUNT
           MOVE "Y" TO FPL-FOUND.
       GUIDE-GET-EXIT. EXIT.

      * the first tier, lowest number up, whose limit covers the
      * household's percent of the guideline
       TIER-GET.
           MOVE "N" TO FPL-FOUND
           MOVE "T" TO FP-TYPE
           MOVE LOW-VALUES TO FP-SEQ
           START FPLFILE KEY NOT < FP-KEY
             INVALID
               GO TO TIER-GET-EXIT.
       TIER-GET-1.
           READ FPLFILE NEXT AT END GO TO TIER-GET-EXIT.
           IF FP-TYPE NOT = "T" GO TO TIER-GET-EXIT.
           IF FP-LIMIT < FPL-PCT GO TO TIER-GET-1.
           MOVE "Y" TO FPL-FOUND.
       TIER-GET-EXIT. EXIT.

       R1.
           IF RG-MSG = "ADDED" OR "CHANGED" OR "DELETED"
             MOVE TR-ACTION TO LOG-ACTION
             MOVE TR-GARNO TO LOG-ACCT
             MOVE SPACE TO LOG-REF
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
           MOVE "APPROVALS ADDED:" TO TL-LABEL.
           MOVE ADD-CNT TO TL-CNT.
           MOVE TOT-LINE TO REGOUT01.
           WRITE REGOUT01.
           MOVE SPACE TO TOT-LINE.
           MOVE "APPROVALS CHANGED:" TO TL-LABEL.
           MOVE CHG-CNT TO TL-CNT.
           MOVE TOT-LINE TO REGOUT01.
           WRITE REGOUT01.
           MOVE SPACE TO TOT-LINE.
           MOVE "APPROVALS DELETED:" TO TL-LABEL.
           MOVE DEL-CNT TO TL-CNT.
           MOVE TOT-LINE TO REGOUT01.
           WRITE REGOUT01.
           MOVE SPACE TO TOT-LINE.
           MOVE "TRANSACTIONS REJECTED:" TO TL-LABEL.
           MOVE REJ-CNT TO TL-CNT.
           MOVE TOT-LINE TO REGOUT01.
           WRITE REGOUT01.
           CLOSE TRANIN FINAID GARFILE FPLFILE REGOUT.
           CLOSE OPERFILE ROLEFILE ACCLOG.
           STOP RUN.

      * the operator signs on before anything is read or shown -
      * three tries, and the operator's role must be granted this
      * program on ROLEFILE.  every attempt goes on the access log
       SIGN-ON.
           MOVE 0 TO SIGN-TRIES.
       SIGN-ON-1.
           ADD 1 TO SIGN-TRIES
           DISPLAY "FAM083 OPERATOR ID"
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
