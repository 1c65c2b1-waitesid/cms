           LINE SEQUENTIAL.
           SELECT POSFILE ASSIGN TO "S60" ORGANIZATION
           LINE SEQUENTIAL.
           SELECT OPTIONAL COVFILE ASSIGN TO "S65" ORGANIZATION IS
           INDEXED ACCESS IS DYNAMIC RECORD KEY IS CV-KEY
           LOCK MODE MANUAL.
           SELECT OPTIONAL PATFILE ASSIGN TO "S70" ORGANIZATION IS
           INDEXED ACCESS IS DYNAMIC RECORD KEY IS PT-PATID
           ALTERNATE RECORD KEY IS PT-GARNO WITH DUPLICATES
           LOCK MODE MANUAL.
       DATA DIVISION.
       FILE SECTION.
       FD  PAPERIN.
           02 G-DELETE PIC X.
           02 G-FILLER PIC XXX.

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

       FD  REFPHY
           DATA RECORD IS REFPHY01.
       01  REFPHY01.
           02 XF1 PIC X.
           02 XF2 PIC XX.

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

       WORKING-STORAGE SECTION.
       01  PRT PIC X(132).
       01  POS-TAB01.
       01  PLAN-NAME PIC X(10).
       01  MMDDCCYY PIC X(10).
       01  DATE8 PIC X(8).
       01  COV-DATE PIC X(8).
       01  COV-SLOT-W PIC X.
       01  COV-STAT PIC X.
       01  PAT-NAME PIC X(24).
       01  PAT-DOB PIC X(8).
       01  PAT-SEX PIC X.
       01  PAT-REL PIC X(6).
       01  TOT-LINE.
           02 TL-LABEL PIC X(26).
           02 TL-CNT PIC ZZZ,ZZ9.
       PROCEDURE DIVISION.
       P0.
           OPEN INPUT PAPERIN CHARCUR GARFILE REFPHY PROVFILE POSFILE
           COVFILE PATFILE OUTPUT PRINTOUT.

       P0B. READ POSFILE AT END GO TO P1.
           IF POSINDX > 39
             WRITE PRINTOUT01
             GO TO P1
           END-READ
           MOVE CC-DATE-T TO COV-DATE
           PERFORM COV-PICK THRU COV-PICK-EXIT
           PERFORM PAT-LOOK THRU PAT-LOOK-EXIT
           MOVE SPACE TO REF-NAME REF-NPI
           IF CC-DOCR NOT = "000"
             MOVE CC-DOCR TO REF-KEY
           PERFORM PRT-W.

           MOVE SPACE TO PRT
           STRING "2. PATIENT NAME " PAT-NAME
             DELIMITED BY SIZE INTO PRT(1:41)
           MOVE PAT-DOB TO DATE8
           PERFORM DATE-ED THRU DATE-ED-EXIT
           STRING "3. DOB " MMDDCCYY " SEX " PAT-SEX
             DELIMITED BY SIZE INTO PRT(45:24)
           STRING "4. INSURED " G-PRNAME
             DELIMITED BY SIZE INTO PRT(75:36)
           ELSE
             MOVE G-BILLADD TO PRT(20:22)
           END-IF
           STRING "6. REL TO INSURED " PAT-REL
             DELIMITED BY SIZE INTO PRT(45:24)
           STRING "7. INSURED ADDR SAME"
             DELIMITED BY SIZE INTO PRT(75:20)
           PERFORM PRT-W.
           MOVE "13. INSURED SIGNATURE ON FILE" TO PRT(45:29)
           PERFORM PRT-W.

      * CC-DAT1 is the charge entry date, not an illness date - the
      * box is left for the office to fill in by hand
           MOVE SPACE TO PRT
           MOVE "14. DATE OF CURRENT ILLNESS" TO PRT(1:27)
           PERFORM PRT-W.

           MOVE SPACE TO PRT
             DELIMITED BY SIZE INTO MMDDCCYY.
       DATE-ED-EXIT. EXIT.

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

      * boxes 2, 3 and 6 come off the patient master; a charge for
      * a patient not on file prints the guarantor as before
       PAT-LOOK.
           MOVE G-GARNAME TO PAT-NAME
           MOVE G-DOB TO PAT-DOB
           MOVE G-SEX TO PAT-SEX
           MOVE G-PR-RELATE TO PAT-REL
           IF CC-PATID = SPACE GO TO PAT-LOOK-EXIT.
           MOVE CC-PATID TO PT-PATID
           READ PATFILE INVALID GO TO PAT-LOOK-EXIT.
           IF PT-GARNO NOT = CC-KEY8 GO TO PAT-LOOK-EXIT.
           MOVE PT-NAME TO PAT-NAME
           MOVE PT-DOB TO PAT-DOB
           MOVE PT-SEX TO PAT-SEX
           MOVE "SELF" TO PAT-REL
           IF PT-PR-RELATE = "2" MOVE "SPOUSE" TO PAT-REL.
           IF PT-PR-RELATE = "3" MOVE "CHILD" TO PAT-REL.
           IF PT-PR-RELATE = "4" MOVE "OTHER" TO PAT-REL.
       PAT-LOOK-EXIT. EXIT.

       P9.
           MOVE SPACE TO PRINTOUT01.
           WRITE PRINTOUT01.
           MOVE TOT-LINE TO PRINTOUT01.
           WRITE PRINTOUT01.
           CLOSE PAPERIN CHARCUR GARFILE REFPHY PROVFILE POSFILE
           PRINTOUT COVFILE PATFILE.
           STOP RUN.
