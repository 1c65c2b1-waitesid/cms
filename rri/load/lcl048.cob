      * @package cms
      * @link    http://www.cmsvt.com
      * @author  s waite <cmswest@sover.net>
      * @copyright Copyright (c) 2020 cms <cmswest@sover.net>
      * @license https://github.com/openemr/openemr/blob/master/LICENSE GNU General Public License 3
       IDENTIFICATION DIVISION.
       PROGRAM-ID. lcl048.
       AUTHOR. SID WAITE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LCDIN ASSIGN TO "S30" ORGANIZATION
           LINE SEQUENTIAL.
           SELECT OPTIONAL LCDFILE ASSIGN TO "S35" ORGANIZATION IS
           INDEXED ACCESS IS DYNAMIC RECORD KEY IS LC-KEY
           LOCK MODE MANUAL.
           SELECT RPTFILE ASSIGN TO "S40" ORGANIZATION
           LINE SEQUENTIAL.
           SELECT PARMIN ASSIGN TO "S45" ORGANIZATION
           LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
      * local/national coverage determination extract - the
      * covered ICD-10 codes or code ranges for each procedure, in
      * procedure / low-code order; a single code leaves the high
      * end blank
       FD  LCDIN.
       01  LCDIN01.
           02 LI-PROC PIC X(5).
           02 LI-DX-LOW PIC X(8).
           02 LI-DX-HIGH PIC X(8).
           02 LI-EFF PIC X(8).
           02 LI-TERM PIC X(8).
           02 LI-POLICY PIC X(8).

      * medical-necessity coverage list - a procedure with any
      * record in force on the date of service is covered only for
      * the diagnoses inside one of its ranges
       FD  LCDFILE.
       01  LCDFILE01.
           02 LC-KEY.
             03 LC-PROC PIC X(5).
             03 LC-DX-LOW PIC X(8).
           02 LC-DX-HIGH PIC X(8).
           02 LC-EFF PIC X(8).
           02 LC-TERM PIC X(8).
           02 LC-POLICY PIC X(8).
           02 LC-FUTURE PIC X(10).

       FD  RPTFILE.
       01  RPTFILE01 PIC X(100).

      * effective date of the coverage update, for the heading and
      * for ending the ranges the contractor withdrew
       FD  PARMIN.
       01  PARMIN01.
           02 PARM-EFFDATE PIC X(8).

       WORKING-STORAGE SECTION.
       01  EFF-DATE PIC X(8).
       01  EFF-DATE9 PIC 9(8).
       01  END-DATE PIC 9(8).
       01  IN-EOF PIC X VALUE "N".
       01  MAST-EOF PIC X VALUE "N".
       01  IN-KEY PIC X(13).
       01  MAST-KEY PIC X(13).
       01  ADD-CNT PIC 9(6) VALUE 0.
       01  CHG-CNT PIC 9(6) VALUE 0.
       01  SAME-CNT PIC 9(6) VALUE 0.
       01  DROP-CNT PIC 9(6) VALUE 0.
       01  RPT-LINE.
           02 RL-ACT PIC X(3).
           02 FILLER PIC X(2).
           02 RL-PROC PIC X(5).
           02 FILLER PIC X(2).
           02 RL-LOW PIC X(8).
           02 FILLER PIC X(2).
           02 RL-HIGH PIC X(8).
           02 FILLER PIC X(2).
           02 RL-EFF PIC X(8).
           02 FILLER PIC X(2).
           02 RL-TERM PIC X(8).
           02 FILLER PIC X(2).
           02 RL-POLICY PIC X(8).
           02 FILLER PIC X(2).
           02 RL-MSG PIC X(24).
       01  TOT-LINE.
           02 TL-LABEL PIC X(26).
           02 TL-CNT PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
       P0.
           OPEN INPUT LCDIN PARMIN OUTPUT RPTFILE.
           OPEN I-O LCDFILE.
           READ PARMIN
             AT END
               DISPLAY "LCL048 NEEDS AN EFFECTIVE-DATE PARM RECORD"
               CLOSE LCDIN PARMIN LCDFILE RPTFILE
               STOP RUN.
           MOVE PARM-EFFDATE TO EFF-DATE.
           CLOSE PARMIN.
           IF EFF-DATE NOT NUMERIC
             DISPLAY "LCL048 EFFECTIVE DATE NOT NUMERIC " EFF-DATE
             CLOSE LCDIN LCDFILE RPTFILE
             STOP RUN.
      * a withdrawn range stays on file for older dates of service
      * and ends the day before the update takes effect
           MOVE EFF-DATE TO EFF-DATE9.
           COMPUTE END-DATE = FUNCTION DATE-OF-INTEGER
             (FUNCTION INTEGER-OF-DATE(EFF-DATE9) - 1).
           MOVE SPACE TO RPTFILE01.
           STRING "LCD/NCD DIAGNOSIS COVERAGE UPDATE  EFFECTIVE "
             EFF-DATE DELIMITED BY SIZE INTO RPTFILE01.
           WRITE RPTFILE01.
           MOVE SPACE TO RPTFILE01.
           WRITE RPTFILE01.
           MOVE SPACE TO RPTFILE01.
           STRING "ACT  PROC   LOW DX    HIGH DX   "
             "EFFECTIVE TERM      POLICY" DELIMITED BY SIZE
             INTO RPTFILE01.
           WRITE RPTFILE01.
           MOVE SPACE TO RPTFILE01.
           WRITE RPTFILE01.

           MOVE LOW-VALUES TO LC-KEY.
           START LCDFILE KEY NOT < LC-KEY
             INVALID
               MOVE "Y" TO MAST-EOF.
           PERFORM READ-IN THRU READ-IN-EXIT.
           PERFORM READ-MAST THRU READ-MAST-EXIT.

      * two-file match-merge, both sides in procedure/code order
       M1.
           IF IN-EOF = "Y" AND MAST-EOF = "Y" GO TO P9.
           IF MAST-EOF = "Y" OR (IN-EOF = "N" AND IN-KEY < MAST-KEY)
             PERFORM ADD-RANGE THRU ADD-RANGE-EXIT
             PERFORM READ-IN THRU READ-IN-EXIT
             GO TO M1.
           IF IN-EOF = "Y" OR IN-KEY > MAST-KEY
             PERFORM DROP-RANGE THRU DROP-RANGE-EXIT
             PERFORM READ-MAST THRU READ-MAST-EXIT
             GO TO M1.
           PERFORM MATCH-RANGE THRU MATCH-RANGE-EXIT.
           PERFORM READ-IN THRU READ-IN-EXIT.
           PERFORM READ-MAST THRU READ-MAST-EXIT.
           GO TO M1.

       READ-IN.
           IF IN-EOF = "Y" GO TO READ-IN-EXIT.
           READ LCDIN AT END
             MOVE "Y" TO IN-EOF
             MOVE HIGH-VALUES TO IN-KEY
             GO TO READ-IN-EXIT
           END-READ
           IF LI-PROC = SPACE OR LI-DX-LOW = SPACE
             DISPLAY "LCL048 INCOMPLETE RANGE SKIPPED " LCDIN01
             GO TO READ-IN
           END-IF
           IF LI-DX-HIGH = SPACE
             MOVE LI-DX-LOW TO LI-DX-HIGH
           END-IF
           IF LI-DX-HIGH < LI-DX-LOW
             DISPLAY "LCL048 RANGE HIGH BELOW LOW SKIPPED " LCDIN01
             GO TO READ-IN
           END-IF
           IF LI-TERM = SPACE
             MOVE "00000000" TO LI-TERM
           END-IF
           MOVE SPACE TO IN-KEY
           STRING LI-PROC LI-DX-LOW DELIMITED BY SIZE INTO IN-KEY.
       READ-IN-EXIT. EXIT.

       READ-MAST.
           IF MAST-EOF = "Y" GO TO READ-MAST-EXIT.
           READ LCDFILE NEXT AT END
             MOVE "Y" TO MAST-EOF
             MOVE HIGH-VALUES TO MAST-KEY
             GO TO READ-MAST-EXIT
           END-READ
           MOVE LC-KEY TO MAST-KEY.
       READ-MAST-EXIT. EXIT.

      * a range with no date of its own comes into force with
      * this quarter's extract
       ADD-RANGE.
           IF LI-EFF = SPACE
             MOVE EFF-DATE TO LI-EFF.
           MOVE SPACE TO LCDFILE01
           MOVE LI-PROC TO LC-PROC
           MOVE LI-DX-LOW TO LC-DX-LOW
           MOVE LI-DX-HIGH TO LC-DX-HIGH
           MOVE LI-EFF TO LC-EFF
           MOVE LI-TERM TO LC-TERM
           MOVE LI-POLICY TO LC-POLICY
           WRITE LCDFILE01 INVALID
             CONTINUE
           END-WRITE
      * the WRITE leaves the added record in LCDFILE01 - re-read
      * the current master record so its buffer and position return
           IF MAST-EOF = "N"
             MOVE MAST-KEY TO LC-KEY
             READ LCDFILE INVALID CONTINUE END-READ
           END-IF
           ADD 1 TO ADD-CNT
           MOVE SPACE TO RPT-LINE
           MOVE "ADD" TO RL-ACT
           MOVE LI-PROC TO RL-PROC
           MOVE LI-DX-LOW TO RL-LOW
           MOVE LI-DX-HIGH TO RL-HIGH
           MOVE LI-EFF TO RL-EFF
           MOVE LI-TERM TO RL-TERM
           MOVE LI-POLICY TO RL-POLICY
           MOVE RPT-LINE TO RPTFILE01
           WRITE RPTFILE01.
       ADD-RANGE-EXIT. EXIT.

      * a range on file but gone from the extract is ended, not
      * deleted - claims for earlier dates still edit against it
       DROP-RANGE.
           IF LC-TERM NUMERIC AND LC-TERM NOT = "00000000"
           AND LC-TERM NOT > END-DATE
             ADD 1 TO SAME-CNT
             GO TO DROP-RANGE-EXIT.
           MOVE SPACE TO RPT-LINE
           MOVE "DRP" TO RL-ACT
           MOVE LC-PROC TO RL-PROC
           MOVE LC-DX-LOW TO RL-LOW
           MOVE LC-DX-HIGH TO RL-HIGH
           MOVE LC-EFF TO RL-EFF
           MOVE END-DATE TO LC-TERM
           MOVE LC-TERM TO RL-TERM
           MOVE LC-POLICY TO RL-POLICY
           MOVE "NOT ON EXTRACT - ENDED" TO RL-MSG
           REWRITE LCDFILE01
           ADD 1 TO DROP-CNT
           MOVE RPT-LINE TO RPTFILE01
           WRITE RPTFILE01.
       DROP-RANGE-EXIT. EXIT.

      * an undated row leaves the range in force from the date it
      * was first loaded, not from this quarter's reload
       MATCH-RANGE.
           IF LI-EFF = SPACE
             MOVE LC-EFF TO LI-EFF.
           IF LC-DX-HIGH = LI-DX-HIGH AND LC-EFF = LI-EFF
           AND LC-TERM = LI-TERM AND LC-POLICY = LI-POLICY
             ADD 1 TO SAME-CNT
             GO TO MATCH-RANGE-EXIT.
           MOVE SPACE TO RPT-LINE
           MOVE "CHG" TO RL-ACT
           MOVE LC-PROC TO RL-PROC
           MOVE LC-DX-LOW TO RL-LOW
           MOVE LI-DX-HIGH TO RL-HIGH
           MOVE LI-EFF TO RL-EFF
           MOVE LI-TERM TO RL-TERM
           MOVE LI-POLICY TO RL-POLICY
           IF LC-DX-HIGH NOT = LI-DX-HIGH
             MOVE SPACE TO RL-MSG
             STRING "WAS HIGH " LC-DX-HIGH DELIMITED BY SIZE
               INTO RL-MSG
           END-IF
           MOVE LI-DX-HIGH TO LC-DX-HIGH
           MOVE LI-EFF TO LC-EFF
           MOVE LI-TERM TO LC-TERM
           MOVE LI-POLICY TO LC-POLICY
           REWRITE LCDFILE01
           ADD 1 TO CHG-CNT
           MOVE RPT-LINE TO RPTFILE01
           WRITE RPTFILE01.
       MATCH-RANGE-EXIT. EXIT.

       P9.
           MOVE SPACE TO RPTFILE01.
           WRITE RPTFILE01.
           MOVE SPACE TO TOT-LINE.
           MOVE "RANGES ADDED:" TO TL-LABEL.
           MOVE ADD-CNT TO TL-CNT.
           MOVE TOT-LINE TO RPTFILE01.
           WRITE RPTFILE01.
           MOVE SPACE TO TOT-LINE.
           MOVE "RANGES CHANGED:" TO TL-LABEL.
           MOVE CHG-CNT TO TL-CNT.
           MOVE TOT-LINE TO RPTFILE01.
           WRITE RPTFILE01.
           MOVE SPACE TO TOT-LINE.
           MOVE "RANGES UNCHANGED:" TO TL-LABEL.
           MOVE SAME-CNT TO TL-CNT.
           MOVE TOT-LINE TO RPTFILE01.
           WRITE RPTFILE01.
           MOVE SPACE TO TOT-LINE.
           MOVE "RANGES ENDED:" TO TL-LABEL.
           MOVE DROP-CNT TO TL-CNT.
           MOVE TOT-LINE TO RPTFILE01.
           WRITE RPTFILE01.
           CLOSE LCDIN LCDFILE RPTFILE.
           STOP RUN.
