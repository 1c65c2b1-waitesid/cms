           LOCK MODE MANUAL.
           SELECT RPTFILE ASSIGN TO "S50" ORGANIZATION
           LINE SEQUENTIAL.
           SELECT OPTIONAL COVFILE ASSIGN TO "S55" ORGANIZATION IS
           INDEXED ACCESS IS DYNAMIC RECORD KEY IS CV-KEY
           LOCK MODE MANUAL.
           SELECT OPTIONAL PATFILE ASSIGN TO "S60" ORGANIZATION IS
           INDEXED ACCESS IS DYNAMIC RECORD KEY IS PT-PATID
           ALTERNATE RECORD KEY IS PT-GARNO WITH DUPLICATES
           LOCK MODE MANUAL.
           SELECT OPTIONAL X12CTL ASSIGN TO "S65" ORGANIZATION IS
           INDEXED ACCESS IS DYNAMIC RECORD KEY IS XC-KEY
           LOCK MODE MANUAL.
           SELECT OPTIONAL XMITLOG ASSIGN TO "S70" ORGANIZATION IS
           INDEXED ACCESS IS DYNAMIC RECORD KEY IS XL-ISA-CTRL
           ALTERNATE RECORD KEY IS XL-GS-CTRL
           LOCK MODE MANUAL.
       DATA DIVISION.
       FILE SECTION.
       FD GARFILE
       FD  RPTFILE.
       01  RPTFILE01 PIC X(80).

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

      * interchange control-number register - one record holding
      * the last ISA, GS and ST control numbers handed out.  every
      * program that sends X12 takes its numbers here, so no two
      * files ever carry the same interchange or group number
       FD  X12CTL.
       01  X12CTL01.
           02 XC-KEY PIC X(8).
           02 XC-ISA-CTRL PIC 9(9).
           02 XC-GS-CTRL PIC 9(9).
           02 XC-ST-CTRL PIC 9(9).
           02 XC-PROG PIC X(6).
           02 XC-DATE PIC X(8).
           02 XC-FUTURE PIC X(10).

      * outbound transmission log, one record per interchange sent -
      * XL-FILE is the output assignment it was written to.  ack277
      * posts the TA1 and 999 answers against it
       FD  XMITLOG.
       01  XMITLOG01.
           02 XL-ISA-CTRL PIC 9(9).
           02 XL-GS-CTRL PIC 9(9).
           02 XL-PROG PIC X(6).
           02 XL-FILE PIC X(8).
           02 XL-TYPE PIC X(3).
           02 XL-RECEIVER PIC X(15).
           02 XL-DATE PIC X(8).
           02 XL-TIME PIC X(4).
           02 XL-ST-FIRST PIC 9(9).
           02 XL-ST-LAST PIC 9(9).
           02 XL-CLM-CNT PIC 9(6).
           02 XL-AMOUNT PIC S9(9)V99.
           02 XL-TA1-DATE PIC X(8).
           02 XL-TA1-CODE PIC X.
           02 XL-999-DATE PIC X(8).
           02 XL-999-CODE PIC X.
           02 XL-999-ACC PIC 9(6).
           02 XL-FUTURE PIC X(10).

       WORKING-STORAGE SECTION.
       01  COV-DATE PIC X(8).
       01  COV-SLOT-W PIC X.
       01  COV-STAT PIC X.
       01  BEN-NAME PIC X(24).
       01  BEN-DOB PIC X(8).
       01  BEN-SEX PIC X.
       01  X12-SEG PIC X(250).
       01  X12-CCYYMMDD PIC 9(8).
       01  X12-HHMMSS PIC 9(8).
       01  X12-HHMM PIC X(4).
       01  X12-ISA-CTRL PIC 9(9).
       01  X12-GS-CTRL PIC 9(9).
       01  X12-ST-CTRL PIC 9(9) VALUE 0.
       01  X12-ST-CTRLX PIC X(9).
       01  ST-FIRST PIC 9(9) VALUE 0.
       01  CTL-WHICH PIC X.
       01  CTL-FOUND PIC X.
       01  CTL-SEED PIC 9(6).
       01  X12-TXN-CNT PIC 9(6) VALUE 0.
       01  X12-SEG-CNT PIC 9(3) VALUE 0.
       01  X12-SEG-CNTX PIC X(3).

       PROCEDURE DIVISION.
       P0.
           OPEN INPUT GARFILE X271IN COVFILE PATFILE
           OUTPUT X270OUT RPTFILE.
           OPEN I-O ELIGFILE X12CTL XMITLOG.
           ACCEPT X12-CCYYMMDD FROM DATE YYYYMMDD.
           ACCEPT X12-HHMMSS FROM TIME.
           MOVE X12-HHMMSS(1:4) TO X12-HHMM.
           MOVE "I" TO CTL-WHICH.
           PERFORM CTL-NEXT THRU CTL-NEXT-EXIT.
           MOVE SPACE TO RPTFILE01.
           STRING "270/271 ELIGIBILITY VERIFICATION REGISTER"
             DELIMITED BY SIZE INTO RPTFILE01.
           WRITE X270OUT01.
           MOVE SPACE TO X12-SEG
           STRING "GS*HS*CMSVT*MEDICARE*" X12-CCYYMMDD "*" X12-HHMM
             "*" X12-GS-CTRL "*X*005010X279A1~"
             DELIMITED BY SIZE INTO X12-SEG
           MOVE X12-SEG TO X270OUT01
           WRITE X270OUT01.
       P1.
           READ GARFILE NEXT AT END GO TO R1.
           IF G-DELETE = "Y" GO TO P1.
      * ask about the policy in force on the inquiry date
           MOVE X12-CCYYMMDD TO COV-DATE
           PERFORM COV-PICK THRU COV-PICK-EXIT
           IF NOT (G-PRINS = "003" OR G-SEINS = "003") GO TO P1.
           IF G-PRIPOL0(1:9) = SPACE GO TO P1.
           PERFORM BEN-FIND THRU BEN-FIND-EXIT.
           PERFORM WRITE-270 THRU WRITE-270-EXIT.
           ADD 1 TO INQ-CNT.
           GO TO P1.

       WRITE-270.
           MOVE "S" TO CTL-WHICH
           PERFORM CTL-NEXT THRU CTL-NEXT-EXIT
           IF ST-FIRST = 0
             MOVE X12-ST-CTRL TO ST-FIRST.
           ADD 1 TO X12-TXN-CNT
           MOVE X12-ST-CTRL TO X12-ST-CTRLX
           MOVE 0 TO X12-SEG-CNT
           PERFORM X270-WRITE-SEG

           MOVE SPACE TO X12-SEG
           STRING "NM1*IL*1*" FUNCTION TRIM(BEN-NAME)
             "****MI*" G-PRIPOL0(1:11) "~"
             DELIMITED BY SIZE INTO X12-SEG
           PERFORM X270-WRITE-SEG

           MOVE SPACE TO X12-SEG
           STRING "DMG*D8*" BEN-DOB "*" BEN-SEX "~"
             DELIMITED BY SIZE INTO X12-SEG
           PERFORM X270-WRITE-SEG

           WRITE X270OUT01.
       WRITE-270-EXIT. EXIT.

      * the Medicare beneficiary is the patient on the account who
      * is self to the Medicare policy - an account with no such
      * patient on file asks about the guarantor, as before
       BEN-FIND.
           MOVE G-GARNAME TO BEN-NAME
           MOVE G-DOB TO BEN-DOB
           MOVE G-SEX TO BEN-SEX
           MOVE G-GARNO TO PT-GARNO
           START PATFILE KEY IS EQUAL TO PT-GARNO
             INVALID
               GO TO BEN-FIND-EXIT.
       BEN-FIND-1.
           READ PATFILE NEXT AT END GO TO BEN-FIND-EXIT.
           IF PT-GARNO NOT = G-GARNO GO TO BEN-FIND-EXIT.
           IF PT-DELETE = "Y" GO TO BEN-FIND-1.
           IF G-PRINS = "003" AND PT-PR-RELATE NOT = "1"
             GO TO BEN-FIND-1.
           IF G-PRINS NOT = "003" AND PT-SE-RELATE NOT = "1"
             GO TO BEN-FIND-1.
           MOVE PT-NAME TO BEN-NAME
           MOVE PT-DOB TO BEN-DOB
           MOVE PT-SEX TO BEN-SEX.
       BEN-FIND-EXIT. EXIT.

       X270-WRITE-SEG.
           MOVE X12-SEG TO X270OUT01
           WRITE X270OUT01
           ADD 1 TO X12-SEG-CNT.

      * the policy in force on COV-DATE replaces the current
      * primary/secondary in G-MASTER, which is never rewritten
      * here.  a slot with history but nothing in force on the
      * date bills as no coverage; an account with no history yet
      * bills off GARFILE as it stands
       COV-PICK.
           MOVE "1" TO COV-SLOT-W
           PERFORM COV-FIND THRU COV-FIND-EXIT
           IF COV-STAT = "F"
             MOVE CV-PAYCODE TO G-PRINS
             MOVE CV-POLICY0 TO G-PRIPOL0
             MOVE CV-GROUP TO G-PR-GROUP
             MOVE CV-NAME TO G-PRNAME
             MOVE CV-RELATE TO G-PR-RELATE
             MOVE CV-MPLR TO G-PR-MPLR
             MOVE CV-ASSIGN TO G-PR-ASSIGN
             MOVE CV-OFFICE TO G-PR-OFFICE
           END-IF
           IF COV-STAT = "N"
             MOVE SPACE TO G-PRINS G-PRIPOL0 G-PR-GROUP G-PRNAME
               G-PR-RELATE G-PR-MPLR G-PR-ASSIGN G-PR-OFFICE
           END-IF
           MOVE "2" TO COV-SLOT-W
           PERFORM COV-FIND THRU COV-FIND-EXIT
           IF COV-STAT = "F"
             MOVE CV-PAYCODE TO G-SEINS
             MOVE CV-POLICY0 TO G-SECPOL0
             MOVE CV-GROUP TO G-SE-GROUP
             MOVE CV-NAME TO G-SENAME
             MOVE CV-RELATE TO G-SE-RELATE
             MOVE CV-MPLR TO G-SE-MPLR
             MOVE CV-ASSIGN TO G-SE-ASSIGN
           END-IF
           IF COV-STAT = "N"
             MOVE SPACE TO G-SEINS G-SECPOL0 G-SE-GROUP G-SENAME
               G-SE-RELATE G-SE-MPLR G-SE-ASSIGN
           END-IF.
       COV-PICK-EXIT. EXIT.

      * COV-STAT - F a period covers the date (left as the current
      * COVFILE record), N history but none covers it, X no history
       COV-FIND.
           MOVE "X" TO COV-STAT
           MOVE G-GARNO TO CV-GARNO
           MOVE COV-SLOT-W TO CV-SLOT
           MOVE LOW-VALUES TO CV-START
           START COVFILE KEY NOT < CV-KEY
             INVALID
               GO TO COV-FIND-EXIT.
       COV-FIND-1.
           READ COVFILE NEXT AT END GO TO COV-FIND-EXIT.
           IF CV-GARNO NOT = G-GARNO OR CV-SLOT NOT = COV-SLOT-W
             GO TO COV-FIND-EXIT.
           MOVE "N" TO COV-STAT
           IF CV-START > COV-DATE GO TO COV-FIND-EXIT.
           IF CV-END NOT = SPACE AND CV-END < COV-DATE
             GO TO COV-FIND-1.
           MOVE "F" TO COV-STAT.
       COV-FIND-EXIT. EXIT.

      * load the 271 responses into the eligibility status file
       R1.
           READ X271IN AT END GO TO P9.

       P9.
           MOVE SPACE TO X12-SEG
           STRING "GE*" X12-TXN-CNT "*" X12-GS-CTRL "~"
             DELIMITED BY SIZE INTO X12-SEG
           MOVE X12-SEG TO X270OUT01
           WRITE X270OUT01.
             DELIMITED BY SIZE INTO X12-SEG
           MOVE X12-SEG TO X270OUT01
           WRITE X270OUT01.
           PERFORM XMIT-LOG THRU XMIT-LOG-EXIT.
           MOVE SPACE TO RPTFILE01.
           WRITE RPTFILE01.
           MOVE SPACE TO TOT-LINE.
           MOVE INEL-CNT TO TL-CNT.
           MOVE TOT-LINE TO RPTFILE01.
           WRITE RPTFILE01.
           CLOSE GARFILE X270OUT X271IN ELIGFILE RPTFILE COVFILE
           PATFILE X12CTL XMITLOG.
           STOP RUN.

       XMIT-LOG.
           MOVE SPACE TO XMITLOG01
           MOVE X12-ISA-CTRL TO XL-ISA-CTRL
           MOVE X12-GS-CTRL TO XL-GS-CTRL
           MOVE "ELG270" TO XL-PROG
           MOVE "S35" TO XL-FILE
           MOVE "270" TO XL-TYPE
           MOVE "MEDICARE" TO XL-RECEIVER
           MOVE X12-CCYYMMDD TO XL-DATE
           MOVE X12-HHMM TO XL-TIME
           MOVE ST-FIRST TO XL-ST-FIRST
           MOVE X12-ST-CTRL TO XL-ST-LAST
           MOVE X12-TXN-CNT TO XL-CLM-CNT
           MOVE 0 TO XL-AMOUNT XL-999-ACC
           WRITE XMITLOG01 INVALID
             REWRITE XMITLOG01
           END-WRITE.
       XMIT-LOG-EXIT. EXIT.

      * the next control numbers off the register - CTL-WHICH I
      * takes a new interchange and group number, S a new
      * transaction set number.  a register not yet started begins
      * from the date, clear of the numbers already sent
       CTL-NEXT.
           MOVE "CMSVT" TO XC-KEY
           READ X12CTL INVALID
             MOVE "N" TO CTL-FOUND
             MOVE SPACE TO X12CTL01
             MOVE "CMSVT" TO XC-KEY
             MOVE X12-CCYYMMDD(3:6) TO CTL-SEED
             COMPUTE XC-ISA-CTRL = CTL-SEED * 1000
             MOVE XC-ISA-CTRL TO XC-GS-CTRL XC-ST-CTRL
           NOT INVALID
             MOVE "Y" TO CTL-FOUND
           END-READ
           IF CTL-WHICH = "S"
             GO TO CTL-NEXT-1.
           IF XC-ISA-CTRL = 999999999
             MOVE 0 TO XC-ISA-CTRL.
           IF XC-GS-CTRL = 999999999
             MOVE 0 TO XC-GS-CTRL.
           ADD 1 TO XC-ISA-CTRL XC-GS-CTRL
           MOVE XC-ISA-CTRL TO X12-ISA-CTRL
           MOVE XC-GS-CTRL TO X12-GS-CTRL
           GO TO CTL-NEXT-2.
       CTL-NEXT-1.
           IF XC-ST-CTRL = 999999999
             MOVE 0 TO XC-ST-CTRL.
           ADD 1 TO XC-ST-CTRL
           MOVE XC-ST-CTRL TO X12-ST-CTRL.
       CTL-NEXT-2.
           MOVE "ELG270" TO XC-PROG
           MOVE X12-CCYYMMDD TO XC-DATE
           IF CTL-FOUND = "Y"
             REWRITE X12CTL01 INVALID
               CONTINUE
             END-REWRITE
           ELSE
             WRITE X12CTL01 INVALID
               CONTINUE
             END-WRITE
           END-IF.
       CTL-NEXT-EXIT. EXIT.
