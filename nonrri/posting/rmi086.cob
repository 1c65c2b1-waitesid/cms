      * @package cms
      * @link    http://www.cmsvt.com
      * @author  s waite <cmswest@sover.net>
      * @copyright Copyright (c) 2020 cms <cmswest@sover.net>
      * @license https://github.com/openemr/openemr/blob/master/LICENSE GNU General Public License 3
       IDENTIFICATION DIVISION.
       PROGRAM-ID. rmi086.
       AUTHOR. SID WAITE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RMIN ASSIGN TO "S30" ORGANIZATION
           LINE SEQUENTIAL.
           SELECT GARFILE ASSIGN TO "S35" ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC RECORD KEY IS G-GARNO
           ALTERNATE RECORD KEY IS G-GARNAME WITH DUPLICATES
           LOCK MODE MANUAL.
           SELECT OPTIONAL BADADDR ASSIGN TO "S40" ORGANIZATION IS
           INDEXED ACCESS IS DYNAMIC RECORD KEY IS BA-GARNO
           LOCK MODE MANUAL.
           SELECT REGOUT ASSIGN TO "S45" ORGANIZATION
           LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
      * one returned envelope - the statement stub scanline read
      * off the wand, or the account keyed when the stub is gone.
      * RM-DATE blank - returned today
       FD  RMIN.
       01  RMIN01.
           02 RM-SCAN PIC X(25).
           02 RM-CKD PIC X.
           02 RM-GARNO PIC X(8).
           02 RM-DATE PIC X(8).

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


      * undeliverable-address flag, one per account.  BA-DATE the
      * latest piece returned, BA-STMT-DATE the statement it was
      * (spaces when keyed), BA-COUNT the pieces back since the
      * flag went on.  gbc055 and stm056 mail nothing while it is
      * set, col095 sends the account to skip trace, and grm062
      * removes it when the address is changed
       FD  BADADDR.
       01  BADADDR01.
           02 BA-GARNO PIC X(8).
           02 BA-DATE PIC X(8).
           02 BA-STMT-DATE PIC X(8).
           02 BA-SOURCE PIC X.
           02 BA-COUNT PIC 99.
           02 BA-FUTURE PIC X(10).

       FD  REGOUT.
       01  REGOUT01 PIC X(80).

       WORKING-STORAGE SECTION.
       01  TODAY8 PIC X(8).
       01  RET-DATE PIC X(8).
       01  STMT-DATE PIC X(8).
       01  RET-SOURCE PIC X.
       01  FLAG-CNT PIC 9(6) VALUE 0.
       01  AGAIN-CNT PIC 9(6) VALUE 0.
       01  REJ-CNT PIC 9(6) VALUE 0.
       01  SCAN-D PIC 9.
       01  SCAN-DBL PIC 9(4).
       01  SCAN-SUM PIC 9(4).
       01  SCAN-I PIC 99.
       01  SCAN-CKD PIC 99.
       01  SCAN-CKD-X PIC 9.
       01  REG-LINE.
           02 RG-GARNO PIC X(8).
           02 FILLER PIC X(2).
           02 RG-NAME PIC X(24).
           02 FILLER PIC X(2).
           02 RG-SOURCE PIC X.
           02 FILLER PIC X(2).
           02 RG-DATE PIC X(8).
           02 FILLER PIC X(2).
           02 RG-MSG PIC X(30).
       01  TOT-LINE.
           02 TL-LABEL PIC X(26).
           02 TL-CNT PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
       P0.
           ACCEPT TODAY8 FROM DATE YYYYMMDD.
           OPEN INPUT RMIN GARFILE OUTPUT REGOUT.
           OPEN I-O BADADDR.
           MOVE SPACE TO REGOUT01.
           STRING "RETURNED MAIL REGISTER " TODAY8
             DELIMITED BY SIZE INTO REGOUT01.
           WRITE REGOUT01.
           MOVE SPACE TO REGOUT01.
           WRITE REGOUT01.

       P1.
           READ RMIN AT END GO TO P9.
           MOVE SPACE TO REG-LINE
           MOVE RM-DATE TO RET-DATE
           IF RET-DATE = SPACE
             MOVE TODAY8 TO RET-DATE.
           MOVE RET-DATE TO RG-DATE
           IF RM-SCAN = SPACE GO TO P2.

      * a scanned stub proves its mod-10 check digit the same way
      * lbx093 does before the account is trusted
           MOVE "S" TO RET-SOURCE RG-SOURCE
           MOVE RM-SCAN(1:8) TO RG-GARNO
           IF RM-SCAN NOT NUMERIC OR RM-CKD NOT NUMERIC
             MOVE "SCANLINE NOT NUMERIC" TO RG-MSG
             PERFORM R1
             GO TO P1.
           PERFORM SCAN-CHECK THRU SCAN-CHECK-EXIT
           IF SCAN-CKD-X NOT = RM-CKD
             MOVE "SCANLINE FAILS CHECK DIGIT" TO RG-MSG
             PERFORM R1
             GO TO P1.
           MOVE RM-SCAN(1:8) TO G-GARNO
           MOVE RM-SCAN(9:8) TO STMT-DATE
           GO TO P3.
       P2.
           MOVE "K" TO RET-SOURCE RG-SOURCE
           MOVE RM-GARNO TO RG-GARNO
           IF RM-GARNO = SPACE
             MOVE "NO SCANLINE OR ACCOUNT" TO RG-MSG
             PERFORM R1
             GO TO P1.
           MOVE RM-GARNO TO G-GARNO
           MOVE SPACE TO STMT-DATE.
       P3.
           IF RET-DATE NOT NUMERIC
             MOVE "RETURN DATE NOT NUMERIC" TO RG-MSG
             PERFORM R1
             GO TO P1.
           READ GARFILE INVALID
             MOVE "ACCOUNT NOT ON GARFILE" TO RG-MSG
             PERFORM R1
             GO TO P1
           END-READ
           MOVE G-GARNAME TO RG-NAME

      * a second piece back on an account already flagged only
      * bumps the count
           MOVE G-GARNO TO BA-GARNO
           READ BADADDR INVALID
             GO TO P4
           END-READ
           IF RET-DATE > BA-DATE
             MOVE RET-DATE TO BA-DATE
             MOVE STMT-DATE TO BA-STMT-DATE
             MOVE RET-SOURCE TO BA-SOURCE.
           IF BA-COUNT < 99
             ADD 1 TO BA-COUNT.
           REWRITE BADADDR01 INVALID
             MOVE "FLAG NOT UPDATED" TO RG-MSG
             PERFORM R1
             GO TO P1
           END-REWRITE
           ADD 1 TO AGAIN-CNT
           MOVE "ALREADY FLAGGED - COUNTED" TO RG-MSG
           MOVE REG-LINE TO REGOUT01
           WRITE REGOUT01
           GO TO P1.
       P4.
           MOVE SPACE TO BADADDR01
           MOVE G-GARNO TO BA-GARNO
           MOVE RET-DATE TO BA-DATE
           MOVE STMT-DATE TO BA-STMT-DATE
           MOVE RET-SOURCE TO BA-SOURCE
           MOVE 1 TO BA-COUNT
           WRITE BADADDR01 INVALID
             MOVE "FLAG NOT WRITTEN" TO RG-MSG
             PERFORM R1
             GO TO P1
           END-WRITE
           ADD 1 TO FLAG-CNT
           MOVE "ADDRESS FLAGGED BAD" TO RG-MSG
           MOVE REG-LINE TO REGOUT01
           WRITE REGOUT01
           GO TO P1.

       R1.
           ADD 1 TO REJ-CNT
           MOVE REG-LINE TO REGOUT01
           WRITE REGOUT01.

       SCAN-CHECK.
           MOVE 0 TO SCAN-SUM
           PERFORM VARYING SCAN-I FROM 1 BY 1 UNTIL SCAN-I > 25
             MOVE RM-SCAN(SCAN-I:1) TO SCAN-D
             IF FUNCTION MOD(26 - SCAN-I, 2) = 1
               COMPUTE SCAN-DBL = SCAN-D * 2
               IF SCAN-DBL > 9
                 SUBTRACT 9 FROM SCAN-DBL
               END-IF
               ADD SCAN-DBL TO SCAN-SUM
             ELSE
               ADD SCAN-D TO SCAN-SUM
             END-IF
           END-PERFORM
           COMPUTE SCAN-CKD = 10 - FUNCTION MOD(SCAN-SUM, 10)
           IF SCAN-CKD = 10
             MOVE 0 TO SCAN-CKD
           END-IF
           MOVE SCAN-CKD TO SCAN-CKD-X.
       SCAN-CHECK-EXIT. EXIT.

       P9.
           MOVE SPACE TO REGOUT01.
           WRITE REGOUT01.
           MOVE SPACE TO TOT-LINE.
           MOVE "ADDRESSES FLAGGED:" TO TL-LABEL.
           MOVE FLAG-CNT TO TL-CNT.
           MOVE TOT-LINE TO REGOUT01.
           WRITE REGOUT01.
           MOVE SPACE TO TOT-LINE.
           MOVE "ALREADY FLAGGED:" TO TL-LABEL.
           MOVE AGAIN-CNT TO TL-CNT.
           MOVE TOT-LINE TO REGOUT01.
           WRITE REGOUT01.
           MOVE SPACE TO TOT-LINE.
           MOVE "PIECES REJECTED:" TO TL-LABEL.
           MOVE REJ-CNT TO TL-CNT.
           MOVE TOT-LINE TO REGOUT01.
           WRITE REGOUT01.
           CLOSE RMIN GARFILE BADADDR REGOUT.
           STOP RUN.
