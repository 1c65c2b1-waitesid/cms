      * @package cms
      * @link    http://www.cmsvt.com
      * @author  s waite <cmswest@sover.net>
      * @copyright Copyright (c) 2020 cms <cmswest@sover.net>
      * @license https://github.com/openemr/openemr/blob/master/LICENSE GNU General Public License 3
       IDENTIFICATION DIVISION.
       PROGRAM-ID. dup100.
       AUTHOR. SID WAITE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL PARMIN ASSIGN TO "S30" ORGANIZATION
           LINE SEQUENTIAL.
           SELECT GARFILE ASSIGN TO "S35" ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC RECORD KEY IS G-GARNO
           ALTERNATE RECORD KEY IS G-GARNAME WITH DUPLICATES
           LOCK MODE MANUAL.
           SELECT RPTFILE ASSIGN TO "S40" ORGANIZATION
           LINE SEQUENTIAL.
           SELECT SORTWORK ASSIGN TO "S90".
       DATA DIVISION.
       FILE SECTION.
      * optional - the lowest score worth printing, default 050
       FD  PARMIN.
       01  PARMIN01.
           02 PARM-SCORE PIC XXX.

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

       FD  RPTFILE.
       01  RPTFILE01 PIC X(132).

      * one record per account per way it can be matched - name
      * sound, birth date, phone, policy number, street address.
      * only accounts sharing a block are ever compared
       SD  SORTWORK.
       01  SORT-REC.
           02 SR-BLOCK.
             03 SR-BTYPE PIC X.
             03 SR-BVALUE PIC X(24).
           02 SR-GARNO PIC X(8).
           02 SR-NAME PIC X(24).
           02 SR-SNDX PIC X(4).
           02 SR-LAST PIC X(24).
           02 SR-FIRST PIC X(24).
           02 SR-DOB PIC X(8).
           02 SR-PHONE PIC X(10).
           02 SR-ZIP5 PIC X(5).
           02 SR-STREET PIC X(22).
           02 SR-PRIPOL PIC X(16).
           02 SR-SECPOL PIC X(16).

       WORKING-STORAGE SECTION.
       01  TODAY8 PIC 9(8).
       01  MIN-SCORE PIC 999 VALUE 50.
       01  ACCT-CNT PIC 9(6) VALUE 0.
       01  BIG-CNT PIC 9(4) VALUE 0.

      * the account being blocked, its name split and coded
       01  NM-WORK PIC X(24).
       01  NM-LAST PIC X(24).
       01  NM-FIRST PIC X(24).
       01  NM-DOB PIC X(8).
       01  NM-PHONE PIC X(10).

      * american soundex - first letter kept, the rest coded,
      * vowels (0) break a run, H and W (7) do not
       01  SX-ALPHA PIC X(26) VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
       01  SX-CODES PIC X(26) VALUE "01230127022455012623017202".
       01  SX-OUT PIC X(4).
       01  SX-N PIC 9.
       01  SX-I PIC 99.
       01  SX-POS PIC 99.
       01  SX-CH PIC X.
       01  SX-CODE PIC X.
       01  SX-LAST PIC X.

      * the accounts in the block being compared
       01  CUR-BLOCK PIC X(25) VALUE LOW-VALUES.
       01  BK-CNT PIC 99 VALUE 0.
       01  BI PIC 99.
       01  BJ PIC 99.
       01  BK-TAB01.
           02 BK-TAB OCCURS 50 TIMES.
             03 BK-GARNO PIC X(8).
             03 BK-NAME PIC X(24).
             03 BK-SNDX PIC X(4).
             03 BK-LAST PIC X(24).
             03 BK-FIRST PIC X(24).
             03 BK-DOB PIC X(8).
             03 BK-PHONE PIC X(10).
             03 BK-ZIP5 PIC X(5).
             03 BK-STREET PIC X(22).
             03 BK-PRIPOL PIC X(16).
             03 BK-SECPOL PIC X(16).

       01  SC PIC S999.
       01  SC-WHY.
           02 SC-NAME PIC X.
           02 SC-DOB PIC X.
           02 SC-PHONE PIC X.
           02 SC-POL PIC X.
           02 SC-ADDR PIC X.

      * each likely pair once, lower account number first
       01  PR-CNT PIC 9(4) VALUE 0.
       01  PRX PIC 9(4).
       01  PRB PIC 9(4).
       01  PR-TAB01.
           02 PR-TAB OCCURS 2000 TIMES.
             03 PR-G1 PIC X(8).
             03 PR-N1 PIC X(24).
             03 PR-G2 PIC X(8).
             03 PR-N2 PIC X(24).
             03 PR-SCORE PIC S999.
             03 PR-WHY PIC X(5).
             03 PR-DONE PIC X.
       01  BEST-SCORE PIC S999.

       01  HD-LINE.
           02 FILLER PIC X(7) VALUE "SCORE".
           02 FILLER PIC X(34) VALUE "ACCOUNT   NAME".
           02 FILLER PIC X(34) VALUE "ACCOUNT   NAME".
           02 FILLER PIC X(10) VALUE "MATCHED ON".
       01  DET-LINE.
           02 DL-SCORE PIC ZZ9.
           02 FILLER PIC X(4).
           02 DL-G1 PIC X(8).
           02 FILLER PIC XX.
           02 DL-N1 PIC X(24).
           02 FILLER PIC XX.
           02 DL-G2 PIC X(8).
           02 FILLER PIC XX.
           02 DL-N2 PIC X(24).
           02 FILLER PIC XX.
           02 DL-WHY PIC X(30).
       01  TOT-LINE.
           02 TL-LABEL PIC X(26).
           02 TL-CNT PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
       0000-MAIN SECTION.
       P0.
           OPEN INPUT PARMIN.
           READ PARMIN
             AT END
               CONTINUE
             NOT AT END
               IF PARM-SCORE NUMERIC
                 MOVE PARM-SCORE TO MIN-SCORE
               END-IF
           END-READ.
           CLOSE PARMIN.
           OPEN INPUT GARFILE OUTPUT RPTFILE.
           ACCEPT TODAY8 FROM DATE YYYYMMDD.
           MOVE SPACE TO RPTFILE01.
           STRING "LIKELY DUPLICATE GUARANTOR ACCOUNTS  " TODAY8
             "  (SCORE " MIN-SCORE " AND OVER, HIGHEST FIRST)"
             DELIMITED BY SIZE INTO RPTFILE01.
           WRITE RPTFILE01.
           MOVE SPACE TO RPTFILE01.
           WRITE RPTFILE01.

           SORT SORTWORK ON ASCENDING KEY SR-BLOCK SR-GARNO
             INPUT PROCEDURE IS 1000-SCAN
             OUTPUT PROCEDURE IS 2000-PAIR.

           MOVE HD-LINE TO RPTFILE01.
           WRITE RPTFILE01.
           MOVE SPACE TO RPTFILE01.
           WRITE RPTFILE01.
           PERFORM PAIR-PRINT THRU PAIR-PRINT-EXIT.

           MOVE SPACE TO RPTFILE01.
           WRITE RPTFILE01.
           MOVE SPACE TO TOT-LINE.
           MOVE "LIVE ACCOUNTS SCANNED:" TO TL-LABEL.
           MOVE ACCT-CNT TO TL-CNT.
           MOVE TOT-LINE TO RPTFILE01.
           WRITE RPTFILE01.
           MOVE SPACE TO TOT-LINE.
           MOVE "LIKELY DUPLICATE PAIRS:" TO TL-LABEL.
           MOVE PR-CNT TO TL-CNT.
           MOVE TOT-LINE TO RPTFILE01.
           WRITE RPTFILE01.
           IF BIG-CNT > 0
             MOVE SPACE TO TOT-LINE
             MOVE "ACCOUNTS PAST BLOCK LIMIT:" TO TL-LABEL
             MOVE BIG-CNT TO TL-CNT
             MOVE TOT-LINE TO RPTFILE01
             WRITE RPTFILE01.
           CLOSE GARFILE RPTFILE.
           STOP RUN.

      * highest score first; merge with mrg101 once the pair is
      * confirmed as one person
       PAIR-PRINT.
           MOVE 0 TO PRB
           MOVE 0 TO BEST-SCORE
           PERFORM VARYING PRX FROM 1 BY 1 UNTIL PRX > PR-CNT
             IF PR-DONE(PRX) = SPACE
               IF PRB = 0 OR PR-SCORE(PRX) > BEST-SCORE
                 MOVE PRX TO PRB
                 MOVE PR-SCORE(PRX) TO BEST-SCORE
               END-IF
             END-IF
           END-PERFORM
           IF PRB = 0 GO TO PAIR-PRINT-EXIT.
           MOVE "X" TO PR-DONE(PRB)
           MOVE SPACE TO DET-LINE
           MOVE PR-SCORE(PRB) TO DL-SCORE
           MOVE PR-G1(PRB) TO DL-G1
           MOVE PR-N1(PRB) TO DL-N1
           MOVE PR-G2(PRB) TO DL-G2
           MOVE PR-N2(PRB) TO DL-N2
           MOVE PR-WHY(PRB) TO SC-WHY
           PERFORM WHY-TEXT THRU WHY-TEXT-EXIT
           MOVE DET-LINE TO RPTFILE01
           WRITE RPTFILE01
           GO TO PAIR-PRINT.
       PAIR-PRINT-EXIT. EXIT.

       WHY-TEXT.
           MOVE SPACE TO DL-WHY
           IF SC-NAME = "N"
             MOVE "NAME" TO DL-WHY(1:4).
           IF SC-DOB = "D"
             MOVE "DOB" TO DL-WHY(6:3).
           IF SC-PHONE = "T"
             MOVE "PHONE" TO DL-WHY(10:5).
           IF SC-POL = "P"
             MOVE "POLICY" TO DL-WHY(16:6).
           IF SC-ADDR = "A"
             MOVE "ADDRESS" TO DL-WHY(23:7).
       WHY-TEXT-EXIT. EXIT.

       1000-SCAN SECTION.
       S1.
           MOVE LOW-VALUES TO G-GARNO.
           START GARFILE KEY NOT < G-GARNO INVALID GO TO S9.
       S2.
           READ GARFILE NEXT AT END GO TO S9.
           IF G-DELETE = "Y" GO TO S2.
           ADD 1 TO ACCT-CNT
           PERFORM NAME-SPLIT THRU NAME-SPLIT-EXIT
           MOVE SPACE TO SORT-REC
           MOVE G-GARNO TO SR-GARNO
           MOVE G-GARNAME TO SR-NAME
           MOVE SX-OUT TO SR-SNDX
           MOVE NM-LAST TO SR-LAST
           MOVE NM-FIRST TO SR-FIRST
           MOVE NM-DOB TO SR-DOB
           MOVE NM-PHONE TO SR-PHONE
           MOVE G-ZIP5 TO SR-ZIP5
           MOVE G-STREET TO SR-STREET
           MOVE G-PRIPOL0 TO SR-PRIPOL
           MOVE G-SECPOL0 TO SR-SECPOL
      * a name block wants the sound of the surname and the first
      * initial - spelling slips keep both
           IF SX-OUT NOT = SPACE
             MOVE "S" TO SR-BTYPE
             MOVE SPACE TO SR-BVALUE
             MOVE SX-OUT TO SR-BVALUE(1:4)
             MOVE NM-FIRST(1:1) TO SR-BVALUE(5:1)
             RELEASE SORT-REC.
           IF NM-DOB NOT = SPACE
             MOVE "B" TO SR-BTYPE
             MOVE NM-DOB TO SR-BVALUE
             RELEASE SORT-REC.
           IF NM-PHONE NOT = SPACE
             MOVE "T" TO SR-BTYPE
             MOVE NM-PHONE TO SR-BVALUE
             RELEASE SORT-REC.
           IF G-PRIPOL0 NOT = SPACE
             MOVE "P" TO SR-BTYPE
             MOVE G-PRIPOL0 TO SR-BVALUE
             RELEASE SORT-REC.
           IF G-SECPOL0 NOT = SPACE AND G-SECPOL0 NOT = G-PRIPOL0
             MOVE "P" TO SR-BTYPE
             MOVE G-SECPOL0 TO SR-BVALUE
             RELEASE SORT-REC.
           IF G-ZIP5 NOT = SPACE AND G-STREET NOT = SPACE
             MOVE "A" TO SR-BTYPE
             MOVE SPACE TO SR-BVALUE
             MOVE G-ZIP5 TO SR-BVALUE(1:5)
             MOVE G-STREET TO SR-BVALUE(6:19)
             RELEASE SORT-REC.
           GO TO S2.
       S9.
           EXIT.

       2000-PAIR SECTION.
       W1.
           RETURN SORTWORK AT END GO TO W8.
           IF SR-BLOCK NOT = CUR-BLOCK
             PERFORM BLOCK-END THRU BLOCK-END-EXIT
             MOVE SR-BLOCK TO CUR-BLOCK
             MOVE 0 TO BK-CNT
           END-IF
           IF BK-CNT > 49
             ADD 1 TO BIG-CNT
             GO TO W1.
           ADD 1 TO BK-CNT
           MOVE SR-GARNO TO BK-GARNO(BK-CNT)
           MOVE SR-NAME TO BK-NAME(BK-CNT)
           MOVE SR-SNDX TO BK-SNDX(BK-CNT)
           MOVE SR-LAST TO BK-LAST(BK-CNT)
           MOVE SR-FIRST TO BK-FIRST(BK-CNT)
           MOVE SR-DOB TO BK-DOB(BK-CNT)
           MOVE SR-PHONE TO BK-PHONE(BK-CNT)
           MOVE SR-ZIP5 TO BK-ZIP5(BK-CNT)
           MOVE SR-STREET TO BK-STREET(BK-CNT)
           MOVE SR-PRIPOL TO BK-PRIPOL(BK-CNT)
           MOVE SR-SECPOL TO BK-SECPOL(BK-CNT)
           GO TO W1.
       W8.
           PERFORM BLOCK-END THRU BLOCK-END-EXIT.
       W9.
           EXIT.

       3000-SUBS SECTION.

      * every pair of accounts in the block is scored
       BLOCK-END.
           IF BK-CNT < 2 GO TO BLOCK-END-EXIT.
           PERFORM PAIR-SCORE THRU PAIR-SCORE-EXIT
             VARYING BI FROM 1 BY 1 UNTIL BI > BK-CNT
             AFTER BJ FROM 1 BY 1 UNTIL BJ > BK-CNT.
       BLOCK-END-EXIT. EXIT.

      * name sound 20, same surname 10 more, same first name 15 or
      * initial 5, birth date 30, phone 20, policy 30, address 15.
      * a different birth date or first initial counts against -
      * it is how a spouse or child at the same address drops out
       PAIR-SCORE.
           IF BJ NOT > BI GO TO PAIR-SCORE-EXIT.
           MOVE 0 TO SC
           MOVE SPACE TO SC-WHY
           IF BK-SNDX(BI) NOT = SPACE AND BK-SNDX(BI) = BK-SNDX(BJ)
             ADD 20 TO SC
             MOVE "N" TO SC-NAME
             IF BK-LAST(BI) = BK-LAST(BJ)
               ADD 10 TO SC
             END-IF
           END-IF
           IF BK-FIRST(BI) NOT = SPACE AND BK-FIRST(BJ) NOT = SPACE
             IF BK-FIRST(BI) = BK-FIRST(BJ)
               ADD 15 TO SC
             ELSE
               IF BK-FIRST(BI)(1:1) = BK-FIRST(BJ)(1:1)
                 ADD 5 TO SC
               ELSE
                 SUBTRACT 10 FROM SC
               END-IF
             END-IF
           END-IF
           IF BK-DOB(BI) NOT = SPACE AND BK-DOB(BJ) NOT = SPACE
             IF BK-DOB(BI) = BK-DOB(BJ)
               ADD 30 TO SC
               MOVE "D" TO SC-DOB
             ELSE
               SUBTRACT 20 FROM SC
             END-IF
           END-IF
           IF BK-PHONE(BI) NOT = SPACE AND BK-PHONE(BI) = BK-PHONE(BJ)
             ADD 20 TO SC
             MOVE "T" TO SC-PHONE.
           IF (BK-PRIPOL(BI) NOT = SPACE
               AND (BK-PRIPOL(BI) = BK-PRIPOL(BJ)
                 OR BK-PRIPOL(BI) = BK-SECPOL(BJ)))
             OR (BK-SECPOL(BI) NOT = SPACE
               AND (BK-SECPOL(BI) = BK-PRIPOL(BJ)
                 OR BK-SECPOL(BI) = BK-SECPOL(BJ)))
             ADD 30 TO SC
             MOVE "P" TO SC-POL.
           IF BK-ZIP5(BI) NOT = SPACE AND BK-STREET(BI) NOT = SPACE
             AND BK-ZIP5(BI) = BK-ZIP5(BJ)
             AND BK-STREET(BI) = BK-STREET(BJ)
             ADD 15 TO SC
             MOVE "A" TO SC-ADDR.
           IF SC < MIN-SCORE GO TO PAIR-SCORE-EXIT.
           PERFORM PAIR-ADD THRU PAIR-ADD-EXIT.
       PAIR-SCORE-EXIT. EXIT.

      * the same pair turns up in every block the two share
       PAIR-ADD.
           PERFORM VARYING PRX FROM 1 BY 1 UNTIL PRX > PR-CNT
             IF (PR-G1(PRX) = BK-GARNO(BI)
                 AND PR-G2(PRX) = BK-GARNO(BJ))
               OR (PR-G1(PRX) = BK-GARNO(BJ)
                 AND PR-G2(PRX) = BK-GARNO(BI))
               GO TO PAIR-ADD-EXIT
             END-IF
           END-PERFORM
           IF PR-CNT > 1999
             DISPLAY "PR-TAB HAS MORE THAN 2000 PAIRS, IGNORING "
               BK-GARNO(BI) " " BK-GARNO(BJ)
             GO TO PAIR-ADD-EXIT.
           ADD 1 TO PR-CNT
           MOVE PR-CNT TO PRX
           MOVE BK-GARNO(BI) TO PR-G1(PRX)
           MOVE BK-NAME(BI) TO PR-N1(PRX)
           MOVE BK-GARNO(BJ) TO PR-G2(PRX)
           MOVE BK-NAME(BJ) TO PR-N2(PRX)
           MOVE SC TO PR-SCORE(PRX)
           MOVE SC-WHY TO PR-WHY(PRX)
           MOVE SPACE TO PR-DONE(PRX).
       PAIR-ADD-EXIT. EXIT.

      * surname and first name off G-GARNAME (LAST FIRST, LAST,
      * FIRST or LAST*FIRST), the surname's soundex, and birth
      * date and phone only when they can be trusted to match on
       NAME-SPLIT.
           MOVE G-GARNAME TO NM-WORK
           INSPECT NM-WORK REPLACING ALL "," BY SPACE
             ALL "*" BY SPACE ALL "." BY SPACE
           MOVE SPACE TO NM-LAST NM-FIRST
           UNSTRING NM-WORK DELIMITED BY ALL SPACE
             INTO NM-LAST NM-FIRST
           MOVE SPACE TO NM-DOB NM-PHONE
           IF G-DOB NUMERIC AND G-DOB NOT = "00000000"
             MOVE G-DOB TO NM-DOB.
           IF G-PHONE NUMERIC AND G-PHONE NOT = "0000000000"
             MOVE G-PHONE TO NM-PHONE.
           MOVE SPACE TO SX-OUT
           MOVE NM-LAST(1:1) TO SX-CH
           PERFORM SX-FIND THRU SX-FIND-EXIT
           IF SX-POS > 25 GO TO NAME-SPLIT-EXIT.
           MOVE "000" TO SX-OUT(2:3)
           MOVE SX-CH TO SX-OUT(1:1)
           MOVE SX-CODE TO SX-LAST
           MOVE 1 TO SX-N
           MOVE 1 TO SX-I.
       NAME-SPLIT-1.
           ADD 1 TO SX-I
           IF SX-I > 24 OR SX-N > 3 GO TO NAME-SPLIT-EXIT.
           MOVE NM-LAST(SX-I:1) TO SX-CH
           IF SX-CH = SPACE GO TO NAME-SPLIT-EXIT.
           PERFORM SX-FIND THRU SX-FIND-EXIT
           IF SX-POS > 25 OR SX-CODE = "7" GO TO NAME-SPLIT-1.
           IF SX-CODE = "0"
             MOVE "0" TO SX-LAST
             GO TO NAME-SPLIT-1.
           IF SX-CODE = SX-LAST GO TO NAME-SPLIT-1.
           ADD 1 TO SX-N
           MOVE SX-CODE TO SX-OUT(SX-N:1)
           MOVE SX-CODE TO SX-LAST
           GO TO NAME-SPLIT-1.
       NAME-SPLIT-EXIT. EXIT.

      * SX-POS 0-25 for a letter, 26 for anything else
       SX-FIND.
           MOVE 0 TO SX-POS
           INSPECT SX-ALPHA TALLYING SX-POS FOR CHARACTERS
             BEFORE INITIAL SX-CH
           IF SX-POS < 26
             MOVE SX-CODES(SX-POS + 1:1) TO SX-CODE.
       SX-FIND-EXIT. EXIT.
