      * @package cms
      * @link    http://www.cmsvt.com
      * @author  s waite <cmswest@sover.net>
      * @copyright Copyright (c) 2020 cms <cmswest@sover.net>
      * @license https://github.com/openemr/openemr/blob/master/LICENSE GNU General Public License 3
       IDENTIFICATION DIVISION.
       PROGRAM-ID. crl053.
       AUTHOR. SID WAITE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONIN ASSIGN TO "S30" ORGANIZATION
           LINE SEQUENTIAL.
           SELECT OPTIONAL CONRATE ASSIGN TO "S35" ORGANIZATION IS
           INDEXED ACCESS IS DYNAMIC RECORD KEY IS CR-KEY
           LOCK MODE MANUAL.
           SELECT RPTFILE ASSIGN TO "S40" ORGANIZATION
           LINE SEQUENTIAL.
           SELECT PARMIN ASSIGN TO "S45" ORGANIZATION
           LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
      * one payer's contracted fee schedule, in procedure order -
      * the allowed amount per unit for each procedure it pays
       FD  CONIN.
       01  CONIN01.
           02 CI-PROC PIC X(5).
           02 CI-RATE PIC 9(5)V99.

      * contract rates by payer and procedure - a new schedule ends
      * the rates it replaces the day before it takes effect, so an
      * older date of service still prices at the old rate
       FD  CONRATE.
       01  CONRATE01.
           02 CR-KEY.
             03 CR-PAYCODE PIC XXX.
             03 CR-PROC PIC X(5).
             03 CR-EFF PIC X(8).
           02 CR-TERM PIC X(8).
           02 CR-RATE PIC S9(5)V99.
           02 CR-FUTURE PIC X(10).

       FD  RPTFILE.
       01  RPTFILE01 PIC X(100).

      * the payer the schedule belongs to and its effective date
       FD  PARMIN.
       01  PARMIN01.
           02 PARM-PAYCODE PIC XXX.
           02 PARM-EFFDATE PIC X(8).

       WORKING-STORAGE SECTION.
       01  PAY-CODE PIC XXX.
       01  EFF-DATE PIC X(8).
       01  EFF-DATE9 PIC 9(8).
       01  END-DATE PIC 9(8).
       01  IN-EOF PIC X VALUE "N".
       01  MAST-EOF PIC X VALUE "N".
       01  IN-KEY PIC X(5).
       01  MAST-KEY PIC X(5).
       01  MAST-FULL PIC X(16).
       01  ADD-FULL PIC X(16) VALUE SPACE.
       01  ADD-CNT PIC 9(6) VALUE 0.
       01  CHG-CNT PIC 9(6) VALUE 0.
       01  SAME-CNT PIC 9(6) VALUE 0.
       01  DROP-CNT PIC 9(6) VALUE 0.
       01  REJ-CNT PIC 9(6) VALUE 0.
       01  RATE-ED PIC ZZ,ZZ9.99.
       01  RPT-LINE.
           02 RL-ACT PIC X(3).
           02 FILLER PIC X(2).
           02 RL-PROC PIC X(5).
           02 FILLER PIC X(2).
           02 RL-EFF PIC X(8).
           02 FILLER PIC X(2).
           02 RL-TERM PIC X(8).
           02 FILLER PIC X(2).
           02 RL-RATE PIC ZZ,ZZ9.99.
           02 FILLER PIC X(2).
           02 RL-MSG PIC X(30).
       01  TOT-LINE.
           02 TL-LABEL PIC X(26).
           02 TL-CNT PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
       P0.
           OPEN INPUT CONIN PARMIN OUTPUT RPTFILE.
           OPEN I-O CONRATE.
           READ PARMIN
             AT END
               DISPLAY "CRL053 NEEDS A PAYER/EFFECTIVE-DATE PARM "
                 "RECORD"
               CLOSE CONIN PARMIN CONRATE RPTFILE
               STOP RUN.
           MOVE PARM-PAYCODE TO PAY-CODE.
           MOVE PARM-EFFDATE TO EFF-DATE.
           CLOSE PARMIN.
           IF EFF-DATE NOT NUMERIC
             DISPLAY "CRL053 EFFECTIVE DATE NOT NUMERIC " EFF-DATE
             CLOSE CONIN CONRATE RPTFILE
             STOP RUN.
      * Medicare prices off the PROCFILE allowable fsl043 loads
           IF PAY-CODE = SPACE OR PAY-CODE = "003"
             DISPLAY "CRL053 PAYER CODE MISSING OR MEDICARE " PAY-CODE
             CLOSE CONIN CONRATE RPTFILE
             STOP RUN.
           MOVE EFF-DATE TO EFF-DATE9.
           COMPUTE END-DATE = FUNCTION DATE-OF-INTEGER
             (FUNCTION INTEGER-OF-DATE(EFF-DATE9) - 1).
           MOVE SPACE TO RPTFILE01.
           STRING "CONTRACT RATE UPDATE  PAYER " PAY-CODE
             "  EFFECTIVE " EFF-DATE DELIMITED BY SIZE INTO RPTFILE01.
           WRITE RPTFILE01.
           MOVE SPACE TO RPTFILE01.
           WRITE RPTFILE01.
           MOVE SPACE TO RPTFILE01.
           STRING "ACT  PROC   EFFECTIVE TERM           RATE"
             DELIMITED BY SIZE INTO RPTFILE01.
           WRITE RPTFILE01.
           MOVE SPACE TO RPTFILE01.
           WRITE RPTFILE01.

           MOVE PAY-CODE TO CR-PAYCODE.
           MOVE LOW-VALUES TO CR-PROC CR-EFF.
           START CONRATE KEY NOT < CR-KEY
             INVALID
               MOVE "Y" TO MAST-EOF.
           PERFORM READ-IN THRU READ-IN-EXIT.
           PERFORM READ-MAST THRU READ-MAST-EXIT.

      * two-file match-merge by procedure - the extract against
      * the payer's rates still open on file
       M1.
           IF IN-EOF = "Y" AND MAST-EOF = "Y" GO TO P9.
           IF MAST-EOF = "Y" OR (IN-EOF = "N" AND IN-KEY < MAST-KEY)
             PERFORM ADD-RATE THRU ADD-RATE-EXIT
             ADD 1 TO ADD-CNT
             PERFORM READ-IN THRU READ-IN-EXIT
             GO TO M1.
           IF IN-EOF = "Y" OR IN-KEY > MAST-KEY
             PERFORM DROP-RATE THRU DROP-RATE-EXIT
             PERFORM READ-MAST THRU READ-MAST-EXIT
             GO TO M1.
           PERFORM MATCH-RATE THRU MATCH-RATE-EXIT.
           PERFORM READ-IN THRU READ-IN-EXIT.
           PERFORM READ-MAST THRU READ-MAST-EXIT.
           GO TO M1.

       READ-IN.
           IF IN-EOF = "Y" GO TO READ-IN-EXIT.
           READ CONIN AT END
             MOVE "Y" TO IN-EOF
             MOVE HIGH-VALUES TO IN-KEY
             GO TO READ-IN-EXIT
           END-READ
           IF CI-PROC = SPACE OR CI-RATE NOT NUMERIC
             DISPLAY "CRL053 INCOMPLETE RATE SKIPPED " CONIN01
             GO TO READ-IN
           END-IF
           MOVE CI-PROC TO IN-KEY.
       READ-IN-EXIT. EXIT.

      * only the payer's open rates take part - an ended rate is
      * history, and a rate this run just added is skipped when
      * the sequential read comes to it
       READ-MAST.
           IF MAST-EOF = "Y" GO TO READ-MAST-EXIT.
           READ CONRATE NEXT AT END
             MOVE "Y" TO MAST-EOF
             MOVE HIGH-VALUES TO MAST-KEY
             GO TO READ-MAST-EXIT
           END-READ
           IF CR-PAYCODE NOT = PAY-CODE
             MOVE "Y" TO MAST-EOF
             MOVE HIGH-VALUES TO MAST-KEY
             GO TO READ-MAST-EXIT
           END-IF
           IF CR-KEY = ADD-FULL GO TO READ-MAST.
           IF CR-TERM NOT = "00000000" GO TO READ-MAST.
           MOVE CR-PROC TO MAST-KEY
           MOVE CR-KEY TO MAST-FULL.
       READ-MAST-EXIT. EXIT.

       ADD-RATE.
           MOVE SPACE TO CONRATE01
           MOVE PAY-CODE TO CR-PAYCODE
           MOVE CI-PROC TO CR-PROC
           MOVE EFF-DATE TO CR-EFF
           MOVE "00000000" TO CR-TERM
           MOVE CI-RATE TO CR-RATE
           WRITE CONRATE01 INVALID
             CONTINUE
           END-WRITE
           MOVE CR-KEY TO ADD-FULL
      * the WRITE leaves the added record in CONRATE01 - re-read
      * the current master record so its buffer and position return
           IF MAST-EOF = "N"
             MOVE MAST-FULL TO CR-KEY
             READ CONRATE INVALID CONTINUE END-READ
           END-IF
           MOVE SPACE TO RPT-LINE
           MOVE "ADD" TO RL-ACT
           MOVE CI-PROC TO RL-PROC
           MOVE EFF-DATE TO RL-EFF
           MOVE CI-RATE TO RL-RATE
           MOVE RPT-LINE TO RPTFILE01
           WRITE RPTFILE01.
       ADD-RATE-EXIT. EXIT.

      * a procedure gone from the schedule is ended, not deleted
       DROP-RATE.
           IF CR-EFF NOT < EFF-DATE
             ADD 1 TO SAME-CNT
             GO TO DROP-RATE-EXIT.
           MOVE END-DATE TO CR-TERM
           REWRITE CONRATE01
           ADD 1 TO DROP-CNT
           MOVE SPACE TO RPT-LINE
           MOVE "DRP" TO RL-ACT
           MOVE CR-PROC TO RL-PROC
           MOVE CR-EFF TO RL-EFF
           MOVE CR-TERM TO RL-TERM
           MOVE CR-RATE TO RL-RATE
           MOVE "NOT ON SCHEDULE - ENDED" TO RL-MSG
           MOVE RPT-LINE TO RPTFILE01
           WRITE RPTFILE01.
       DROP-RATE-EXIT. EXIT.

      * same rate - nothing to do; a correction to a rate already
      * effective on this date rewrites it; otherwise the old rate
      * ends and the new one opens
       MATCH-RATE.
           IF CR-RATE = CI-RATE
             ADD 1 TO SAME-CNT
             GO TO MATCH-RATE-EXIT.
           IF CR-EFF > EFF-DATE
             ADD 1 TO REJ-CNT
             MOVE SPACE TO RPT-LINE
             MOVE "REJ" TO RL-ACT
             MOVE CR-PROC TO RL-PROC
             MOVE CR-EFF TO RL-EFF
             MOVE CI-RATE TO RL-RATE
             MOVE "RATE ON FILE IS NEWER" TO RL-MSG
             MOVE RPT-LINE TO RPTFILE01
             WRITE RPTFILE01
             GO TO MATCH-RATE-EXIT.
           IF CR-EFF = EFF-DATE
             MOVE SPACE TO RPT-LINE
             MOVE "CHG" TO RL-ACT
             MOVE CR-PROC TO RL-PROC
             MOVE CR-EFF TO RL-EFF
             MOVE CI-RATE TO RL-RATE
             MOVE CR-RATE TO RATE-ED
             STRING "WAS " RATE-ED DELIMITED BY SIZE INTO RL-MSG
             MOVE CI-RATE TO CR-RATE
             REWRITE CONRATE01
             ADD 1 TO CHG-CNT
             MOVE RPT-LINE TO RPTFILE01
             WRITE RPTFILE01
             GO TO MATCH-RATE-EXIT.
           MOVE END-DATE TO CR-TERM
           REWRITE CONRATE01
           MOVE SPACE TO RPT-LINE
           MOVE "END" TO RL-ACT
           MOVE CR-PROC TO RL-PROC
           MOVE CR-EFF TO RL-EFF
           MOVE CR-TERM TO RL-TERM
           MOVE CR-RATE TO RL-RATE
           MOVE "REPLACED BY NEW RATE" TO RL-MSG
           MOVE RPT-LINE TO RPTFILE01
           WRITE RPTFILE01
           ADD 1 TO CHG-CNT
           PERFORM ADD-RATE THRU ADD-RATE-EXIT.
       MATCH-RATE-EXIT. EXIT.

       P9.
           MOVE SPACE TO RPTFILE01.
           WRITE RPTFILE01.
           MOVE SPACE TO TOT-LINE.
           MOVE "RATES ADDED:" TO TL-LABEL.
           MOVE ADD-CNT TO TL-CNT.
           MOVE TOT-LINE TO RPTFILE01.
           WRITE RPTFILE01.
           MOVE SPACE TO TOT-LINE.
           MOVE "RATES CHANGED:" TO TL-LABEL.
           MOVE CHG-CNT TO TL-CNT.
           MOVE TOT-LINE TO RPTFILE01.
           WRITE RPTFILE01.
           MOVE SPACE TO TOT-LINE.
           MOVE "RATES UNCHANGED:" TO TL-LABEL.
           MOVE SAME-CNT TO TL-CNT.
           MOVE TOT-LINE TO RPTFILE01.
           WRITE RPTFILE01.
           MOVE SPACE TO TOT-LINE.
           MOVE "RATES ENDED:" TO TL-LABEL.
           MOVE DROP-CNT TO TL-CNT.
           MOVE TOT-LINE TO RPTFILE01.
           WRITE RPTFILE01.
           MOVE SPACE TO TOT-LINE.
           MOVE "RATES REJECTED:" TO TL-LABEL.
           MOVE REJ-CNT TO TL-CNT.
           MOVE TOT-LINE TO RPTFILE01.
           WRITE RPTFILE01.
           CLOSE CONIN CONRATE RPTFILE.
           STOP RUN.
