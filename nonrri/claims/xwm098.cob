      * @package cms
      * @link    http://www.cmsvt.com
      * @author  s waite <cmswest@sover.net>
      * @copyright Copyright (c) 2020 cms <cmswest@sover.net>
      * @license https://github.com/openemr/openemr/blob/master/LICENSE GNU General Public License 3
       IDENTIFICATION DIVISION.
       PROGRAM-ID. xwm098.
       AUTHOR. SID WAITE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRANIN ASSIGN TO "S30" ORGANIZATION
           LINE SEQUENTIAL.
           SELECT OPTIONAL XWALK ASSIGN TO "S35" ORGANIZATION IS
           INDEXED ACCESS IS DYNAMIC RECORD KEY IS XW-KEY
           LOCK MODE MANUAL.
           SELECT GARFILE ASSIGN TO "S40" ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC RECORD KEY IS G-GARNO
           ALTERNATE RECORD KEY IS G-GARNAME WITH DUPLICATES
           LOCK MODE MANUAL.
           SELECT OPTIONAL PATFILE ASSIGN TO "S45" ORGANIZATION IS
           INDEXED ACCESS IS DYNAMIC RECORD KEY IS PT-PATID
           ALTERNATE RECORD KEY IS PT-GARNO WITH DUPLICATES
           LOCK MODE MANUAL.
           SELECT PROVFILE ASSIGN TO "S50" ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC RECORD KEY IS PROV-KEY
           LOCK MODE MANUAL.
           SELECT REGOUT ASSIGN TO "S55" ORGANIZATION
           LINE SEQUENTIAL.
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
      * P patient - the EHR's patient id to a guarantor and
      * patient on the patient master.  D provider - the EHR's
      * provider id to a billing provider and/or referring code.
      * L location - the EHR's location to a place of service
       FD  TRANIN.
       01  TRANIN01.
           02 TR-ACTION PIC X.
           02 TR-TYPE PIC X.
           02 TR-EHRID PIC X(20).
           02 TR-GARNO PIC X(8).
           02 TR-PATID PIC X(8).
           02 TR-DOCP PIC XX.
           02 TR-DOCR PIC X(3).
           02 TR-PLACE PIC X.

      * EHR crosswalk - how the EHR's own patient, provider and
      * location identifiers translate to ours.  dft091 maps every
      * inbound HL7 charge through it
       FD  XWALK.
       01  XWALK01.
           02 XW-KEY.
             03 XW-TYPE PIC X.
             03 XW-EHRID PIC X(20).
           02 XW-GARNO PIC X(8).
           02 XW-PATID PIC X(8).
           02 XW-DOCP PIC XX.
           02 XW-DOCR PIC X(3).
           02 XW-PLACE PIC X.
           02 XW-ADDED PIC X(8).
           02 XW-FUTURE PIC X(10).

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
       01  LOG-PROG PIC X(6) VALUE "XWM098".
       01  LOG-ACTION PIC X.
       01  LOG-ACCT PIC X(8).
       01  LOG-REF PIC X(24).
       01  LOG-DATE PIC 9(8).
       01  LOG-TIME PIC 9(8).
       01  TODAY8 PIC 9(8).
       01  ADD-CNT PIC 9(4) VALUE 0.
       01  CHG-CNT PIC 9(4) VALUE 0.
       01  DEL-CNT PIC 9(4) VALUE 0.
       01  REJ-CNT PIC 9(4) VALUE 0.
       01  REG-LINE.
           02 RG-ACTION PIC X.
           02 RG-TYPE PIC X.
           02 FILLER PIC X.
           02 RG-EHRID PIC X(20).
           02 FILLER PIC X.
           02 RG-MAP PIC X(20).
           02 FILLER PIC X.
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
             DISPLAY "XWM098 SIGN-ON FAILED - NOTHING PROCESSED"
             CLOSE OPERFILE ROLEFILE ACCLOG
             STOP RUN.
           OPEN INPUT TRANIN GARFILE PATFILE PROVFILE OUTPUT REGOUT.
           OPEN I-O XWALK.
           ACCEPT TODAY8 FROM DATE YYYYMMDD.
           MOVE SPACE TO REGOUT01.
           STRING "EHR CROSSWALK MAINTENANCE REGISTER"
             DELIMITED BY SIZE INTO REGOUT01.
           WRITE REGOUT01.
           MOVE SPACE TO REGOUT01.
           WRITE REGOUT01.

       P1.
           READ TRANIN AT END GO TO P9.
           MOVE SPACE TO REG-LINE
           MOVE TR-ACTION TO RG-ACTION
           MOVE TR-TYPE TO RG-TYPE
           MOVE TR-EHRID TO RG-EHRID
           IF TR-TYPE = "P"
             STRING TR-GARNO " " TR-PATID DELIMITED BY SIZE
               INTO RG-MAP.
           IF TR-TYPE = "D"
             STRING TR-DOCP " " TR-DOCR DELIMITED BY SIZE
               INTO RG-MAP.
           IF TR-TYPE = "L"
             MOVE TR-PLACE TO RG-MAP.

           IF TR-ACTION NOT = "A" AND NOT = "C" AND NOT = "D"
             MOVE "INVALID ACTION CODE" TO RG-MSG
             PERFORM R1
             GO TO P1.
           IF TR-TYPE NOT = "P" AND NOT = "D" AND NOT = "L"
             MOVE "TYPE NOT P, D OR L" TO RG-MSG
             PERFORM R1
             GO TO P1.
           IF TR-EHRID = SPACE
             MOVE "MISSING EHR IDENTIFIER" TO RG-MSG
             PERFORM R1
             GO TO P1.
           IF TR-ACTION = "D" GO TO P3.
           IF TR-TYPE = "D" GO TO P2-D.
           IF TR-TYPE = "L" GO TO P2-L.

      * a patient maps to a live guarantor and to a patient the
      * patient master carries under that guarantor - the same
      * test che042 puts on every charge
           MOVE TR-GARNO TO G-GARNO
           READ GARFILE INVALID
             MOVE "NO GARNO" TO RG-MSG
             PERFORM R1
             GO TO P1
           END-READ
           IF G-DELETE = "Y"
             MOVE "GUARANTOR MARKED DELETED" TO RG-MSG
             PERFORM R1
             GO TO P1.
           MOVE TR-PATID TO PT-PATID
           READ PATFILE INVALID
             MOVE "PATIENT NOT ON FILE" TO RG-MSG
             PERFORM R1
             GO TO P1
           END-READ
           IF PT-GARNO NOT = TR-GARNO
             MOVE "PATIENT NOT ON FILE FOR GUARANTOR" TO RG-MSG
             PERFORM R1
             GO TO P1.
           IF PT-DELETE = "Y"
             MOVE "PATIENT MARKED DELETED" TO RG-MSG
             PERFORM R1
             GO TO P1.
           GO TO P2.

      * an EHR provider may bill (DOCP), refer (DOCR) or both
       P2-D.
           IF TR-DOCP = SPACE AND TR-DOCR = SPACE
             MOVE "NO BILLING OR REFERRING CODE" TO RG-MSG
             PERFORM R1
             GO TO P1.
           IF TR-DOCP = SPACE GO TO P2.
           MOVE TR-DOCP TO PROV-KEY
           READ PROVFILE INVALID
             MOVE "NO BILLING PROVIDER ON FILE" TO RG-MSG
             PERFORM R1
             GO TO P1
           END-READ
           GO TO P2.

       P2-L.
           IF TR-PLACE = SPACE
             MOVE "MISSING PLACE OF SERVICE" TO RG-MSG
             PERFORM R1
             GO TO P1.

       P2.
           MOVE TR-TYPE TO XW-TYPE
           MOVE TR-EHRID TO XW-EHRID
           IF TR-ACTION = "C"
             READ XWALK INVALID
               MOVE "NOT ON FILE, NO CHANGE" TO RG-MSG
               PERFORM R1
               GO TO P1
             END-READ
           ELSE
             MOVE SPACE TO XW-FUTURE
             MOVE TODAY8 TO XW-ADDED
           END-IF
           MOVE SPACE TO XW-GARNO XW-PATID XW-DOCP XW-DOCR XW-PLACE
           IF TR-TYPE = "P"
             MOVE TR-GARNO TO XW-GARNO
             MOVE TR-PATID TO XW-PATID.
           IF TR-TYPE = "D"
             MOVE TR-DOCP TO XW-DOCP
             MOVE TR-DOCR TO XW-DOCR.
           IF TR-TYPE = "L"
             MOVE TR-PLACE TO XW-PLACE.

           IF TR-ACTION = "A"
             WRITE XWALK01 INVALID
               MOVE "ALREADY ON FILE" TO RG-MSG
               PERFORM R1
               GO TO P1
             END-WRITE
             ADD 1 TO ADD-CNT
             MOVE "ADDED" TO RG-MSG
             PERFORM R1
             GO TO P1.
           REWRITE XWALK01 INVALID
             MOVE "NOT ON FILE, NO CHANGE" TO RG-MSG
             PERFORM R1
             GO TO P1
           END-REWRITE
           ADD 1 TO CHG-CNT
           MOVE "CHANGED" TO RG-MSG
           PERFORM R1
           GO TO P1.

       P3.
           MOVE TR-TYPE TO XW-TYPE
           MOVE TR-EHRID TO XW-EHRID
           DELETE XWALK RECORD INVALID
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
             IF TR-TYPE = "P"
               MOVE TR-GARNO TO LOG-ACCT
             END-IF
             MOVE SPACE TO LOG-REF
             STRING TR-TYPE " " TR-EHRID DELIMITED BY SIZE
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
           MOVE "CROSSWALKS ADDED:" TO TL-LABEL.
           MOVE ADD-CNT TO TL-CNT.
           MOVE TOT-LINE TO REGOUT01.
           WRITE REGOUT01.
           MOVE SPACE TO TOT-LINE.
           MOVE "CROSSWALKS CHANGED:" TO TL-LABEL.
           MOVE CHG-CNT TO TL-CNT.
           MOVE TOT-LINE TO REGOUT01.
           WRITE REGOUT01.
           MOVE SPACE TO TOT-LINE.
           MOVE "CROSSWALKS DELETED:" TO TL-LABEL.
           MOVE DEL-CNT TO TL-CNT.
           MOVE TOT-LINE TO REGOUT01.
           WRITE REGOUT01.
           MOVE SPACE TO TOT-LINE.
           MOVE "TRANSACTIONS REJECTED:" TO TL-LABEL.
           MOVE REJ-CNT TO TL-CNT.
           MOVE TOT-LINE TO REGOUT01.
           WRITE REGOUT01.
           CLOSE TRANIN XWALK GARFILE PATFILE PROVFILE REGOUT.
           CLOSE OPERFILE ROLEFILE ACCLOG.
           STOP RUN.

      * the operator signs on before anything is read or shown -
      * three tries, and the operator's role must be granted this
      * program on ROLEFILE.  every attempt goes on the access log
       SIGN-ON.
           MOVE 0 TO SIGN-TRIES.
       SIGN-ON-1.
           ADD 1 TO SIGN-TRIES
           DISPLAY "XWM098 OPERATOR ID"
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
