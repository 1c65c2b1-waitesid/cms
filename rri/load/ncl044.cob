      * @package cms
      * @link    http://www.cmsvt.com
      * @author  s waite <cmswest@sover.net>
      * @copyright Copyright (c) 2020 cms <cmswest@sover.net>
      * @license https://github.com/openemr/openemr/blob/master/LICENSE GNU General Public License 3
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ncl044.
       AUTHOR. SID WAITE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NCCIIN ASSIGN TO "S30" ORGANIZATION
           LINE SEQUENTIAL.
           SELECT OPTIONAL NCCIFILE ASSIGN TO "S35" ORGANIZATION IS
           INDEXED ACCESS IS DYNAMIC RECORD KEY IS NC-KEY
           LOCK MODE MANUAL.
           SELECT RPTFILE ASSIGN TO "S40" ORGANIZATION
           LINE SEQUENTIAL.
           SELECT PARMIN ASSIGN TO "S45" ORGANIZATION
           LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
      * quarterly CMS edit tables, both kinds in one file in key
      * order - P = procedure-to-procedure pair (column 1 / column
      * 2), M = medically-unlikely-edit unit limit for one code
       FD  NCCIIN.
       01  NCCIIN01.
           02 NI-TYPE PIC X.
           02 NI-CODE1 PIC X(5).
           02 NI-CODE2 PIC X(5).
      * pair modifier indicator 0 = never, 1 = 59/X{EPSU} bypasses
           02 NI-MODIND PIC X.
           02 NI-MUE PIC X(3).
           02 NI-MUE9 REDEFINES NI-MUE PIC 999.
           02 NI-EFF PIC X(8).
           02 NI-TERM PIC X(8).

      * NCCI/MUE edit table - a pair's column-2 code is not paid
      * with its column-1 code on one date of service; an MUE
      * record carries spaces in NC-CODE2
       FD  NCCIFILE.
       01  NCCIFILE01.
           02 NC-KEY.
             03 NC-TYPE PIC X.
             03 NC-CODE1 PIC X(5).
             03 NC-CODE2 PIC X(5).
           02 NC-MODIND PIC X.
           02 NC-MUE PIC 999.
           02 NC-EFF PIC X(8).
           02 NC-TERM PIC X(8).
           02 NC-FUTURE PIC X(10).

       FD  RPTFILE.
       01  RPTFILE01 PIC X(100).

      * quarter effective date for the register heading and for
      * ending the edits CMS dropped from the table
       FD  PARMIN.
       01  PARMIN01.
           02 PARM-EFFDATE PIC X(8).

       WORKING-STORAGE SECTION.
       01  EFF-DATE PIC X(8).
       01  EFF-DATE9 PIC 9(8).
       01  END-DATE PIC 9(8).
       01  IN-EOF PIC X VALUE "N".
       01  MAST-EOF PIC X VALUE "N".
       01  IN-KEY PIC X(11).
       01  MAST-KEY PIC X(11).
       01  ADD-CNT PIC 9(6) VALUE 0.
       01  CHG-CNT PIC 9(6) VALUE 0.
       01  SAME-CNT PIC 9(6) VALUE 0.
       01  DROP-CNT PIC 9(6) VALUE 0.
       01  RPT-LINE.
           02 RL-ACT PIC X(3).
           02 FILLER PIC X(2).
           02 RL-TYPE PIC X.
           02 FILLER PIC X(2).
           02 RL-CODE1 PIC X(5).
           02 FILLER PIC X(2).
           02 RL-CODE2 PIC X(5).
           02 FILLER PIC X(2).
           02 RL-OLD PIC X(3).
           02 FILLER PIC X(2).
           02 RL-NEW PIC X(3).
           02 FILLER PIC X(2).
           02 RL-EFF PIC X(8).
           02 FILLER PIC X(2).
           02 RL-TERM PIC X(8).
           02 FILLER PIC X(2).
           02 RL-MSG PIC X(24).
       01  TOT-LINE.
           02 TL-LABEL PIC X(26).
           02 TL-CNT PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
       P0.
           OPEN INPUT NCCIIN PARMIN OUTPUT RPTFILE.
           OPEN I-O NCCIFILE.
           READ PARMIN
             AT END
               DISPLAY "NCL044 NEEDS AN EFFECTIVE-DATE PARM RECORD"
               CLOSE NCCIIN PARMIN NCCIFILE RPTFILE
               STOP RUN.
           MOVE PARM-EFFDATE TO EFF-DATE.
           CLOSE PARMIN.
           IF EFF-DATE NOT NUMERIC
             DISPLAY "NCL044 EFFECTIVE DATE NOT NUMERIC " EFF-DATE
             CLOSE NCCIIN NCCIFILE RPTFILE
             STOP RUN.
      * an edit dropped this quarter stays on file for older dates
      * of service and ends the day before the new quarter
           MOVE EFF-DATE TO EFF-DATE9.
           COMPUTE END-DATE = FUNCTION DATE-OF-INTEGER
             (FUNCTION INTEGER-OF-DATE(EFF-DATE9) - 1).
           MOVE SPACE TO RPTFILE01.
           STRING "NCCI PTP / MUE EDIT TABLE UPDATE  EFFECTIVE "
             EFF-DATE DELIMITED BY SIZE INTO RPTFILE01.
           WRITE RPTFILE01.
           MOVE SPACE TO RPTFILE01.
           WRITE RPTFILE01.
           MOVE SPACE TO RPTFILE01.
           MOVE "ACT  T  COL 1  COL 2  OLD  NEW  EFFECTIVE TERM"
             TO RPTFILE01.
           WRITE RPTFILE01.
           MOVE SPACE TO RPTFILE01.
           WRITE RPTFILE01.

           MOVE LOW-VALUES TO NC-KEY.
           START NCCIFILE KEY NOT < NC-KEY
             INVALID
               MOVE "Y" TO MAST-EOF.
           PERFORM READ-IN THRU READ-IN-EXIT.
           PERFORM READ-MAST THRU READ-MAST-EXIT.

      * two-file match-merge, both sides in type/code order
       M1.
           IF IN-EOF = "Y" AND MAST-EOF = "Y" GO TO P9.
           IF MAST-EOF = "Y" OR (IN-EOF = "N" AND IN-KEY < MAST-KEY)
             PERFORM ADD-EDIT THRU ADD-EDIT-EXIT
             PERFORM READ-IN THRU READ-IN-EXIT
             GO TO M1.
           IF IN-EOF = "Y" OR IN-KEY > MAST-KEY
             PERFORM DROP-EDIT THRU DROP-EDIT-EXIT
             PERFORM READ-MAST THRU READ-MAST-EXIT
             GO TO M1.
           PERFORM MATCH-EDIT THRU MATCH-EDIT-EXIT.
           PERFORM READ-IN THRU READ-IN-EXIT.
           PERFORM READ-MAST THRU READ-MAST-EXIT.
           GO TO M1.

       READ-IN.
           IF IN-EOF = "Y" GO TO READ-IN-EXIT.
           READ NCCIIN AT END
             MOVE "Y" TO IN-EOF
             MOVE HIGH-VALUES TO IN-KEY
             GO TO READ-IN-EXIT
           END-READ
           IF NI-TYPE NOT = "P" AND NI-TYPE NOT = "M"
             DISPLAY "NCL044 UNKNOWN EDIT TYPE SKIPPED " NCCIIN01
             GO TO READ-IN
           END-IF
           IF NI-TYPE = "M" AND NI-MUE NOT NUMERIC
             DISPLAY "NCL044 NON-NUMERIC MUE SKIPPED " NI-CODE1
             GO TO READ-IN
           END-IF
           IF NI-TYPE = "M"
             MOVE SPACE TO NI-CODE2
           ELSE
             MOVE "000" TO NI-MUE
           END-IF
           IF NI-TERM = SPACE
             MOVE "00000000" TO NI-TERM
           END-IF
           MOVE SPACE TO IN-KEY
           STRING NI-TYPE NI-CODE1 NI-CODE2 DELIMITED BY SIZE
             INTO IN-KEY.
       READ-IN-EXIT. EXIT.

       READ-MAST.
           IF MAST-EOF = "Y" GO TO READ-MAST-EXIT.
           READ NCCIFILE NEXT AT END
             MOVE "Y" TO MAST-EOF
             MOVE HIGH-VALUES TO MAST-KEY
             GO TO READ-MAST-EXIT
           END-READ
           MOVE NC-KEY TO MAST-KEY.
       READ-MAST-EXIT. EXIT.

      * an edit with no date of its own (MUE rows never carry one)
      * comes into force with this quarter's table
       ADD-EDIT.
           IF NI-EFF = SPACE
             MOVE EFF-DATE TO NI-EFF.
           MOVE SPACE TO NCCIFILE01
           MOVE NI-TYPE TO NC-TYPE
           MOVE NI-CODE1 TO NC-CODE1
           MOVE NI-CODE2 TO NC-CODE2
           MOVE NI-MODIND TO NC-MODIND
           MOVE NI-MUE9 TO NC-MUE
           MOVE NI-EFF TO NC-EFF
           MOVE NI-TERM TO NC-TERM
           WRITE NCCIFILE01 INVALID
             CONTINUE
           END-WRITE
      * the WRITE leaves the added record in NCCIFILE01 - re-read
      * the current master record so its buffer and position return
           IF MAST-EOF = "N"
             MOVE MAST-KEY TO NC-KEY
             READ NCCIFILE INVALID CONTINUE END-READ
           END-IF
           ADD 1 TO ADD-CNT
           MOVE SPACE TO RPT-LINE
           MOVE "ADD" TO RL-ACT
           MOVE NI-TYPE TO RL-TYPE
           MOVE NI-CODE1 TO RL-CODE1
           MOVE NI-CODE2 TO RL-CODE2
           IF NI-TYPE = "M"
             MOVE NI-MUE TO RL-NEW
           ELSE
             MOVE NI-MODIND TO RL-NEW
           END-IF
           MOVE NI-EFF TO RL-EFF
           MOVE NI-TERM TO RL-TERM
           MOVE RPT-LINE TO RPTFILE01
           WRITE RPTFILE01.
       ADD-EDIT-EXIT. EXIT.

      * an edit on file but gone from the CMS table is ended, not
      * deleted - claims for earlier dates still edit against it
       DROP-EDIT.
           IF NC-TERM NUMERIC AND NC-TERM NOT = "00000000"
           AND NC-TERM NOT > END-DATE
             ADD 1 TO SAME-CNT
             GO TO DROP-EDIT-EXIT.
           MOVE SPACE TO RPT-LINE
           MOVE "DRP" TO RL-ACT
           MOVE NC-TYPE TO RL-TYPE
           MOVE NC-CODE1 TO RL-CODE1
           MOVE NC-CODE2 TO RL-CODE2
           IF NC-TYPE = "M"
             MOVE NC-MUE TO RL-OLD
           ELSE
             MOVE NC-MODIND TO RL-OLD
           END-IF
           MOVE NC-EFF TO RL-EFF
           MOVE END-DATE TO NC-TERM
           MOVE NC-TERM TO RL-TERM
           MOVE "NOT ON CMS TABLE - ENDED" TO RL-MSG
           REWRITE NCCIFILE01
           ADD 1 TO DROP-CNT
           MOVE RPT-LINE TO RPTFILE01
           WRITE RPTFILE01.
       DROP-EDIT-EXIT. EXIT.

      * an undated row leaves the edit in force from the date it
      * was first loaded, not from this quarter's reload
       MATCH-EDIT.
           IF NI-EFF = SPACE
             MOVE NC-EFF TO NI-EFF.
           IF NC-MODIND = NI-MODIND AND NC-MUE = NI-MUE9
           AND NC-EFF = NI-EFF AND NC-TERM = NI-TERM
             ADD 1 TO SAME-CNT
             GO TO MATCH-EDIT-EXIT.
           MOVE SPACE TO RPT-LINE
           MOVE "CHG" TO RL-ACT
           MOVE NC-TYPE TO RL-TYPE
           MOVE NC-CODE1 TO RL-CODE1
           MOVE NC-CODE2 TO RL-CODE2
           IF NC-TYPE = "M"
             MOVE NC-MUE TO RL-OLD
             MOVE NI-MUE TO RL-NEW
           ELSE
             MOVE NC-MODIND TO RL-OLD
             MOVE NI-MODIND TO RL-NEW
           END-IF
           MOVE NI-EFF TO RL-EFF
           MOVE NI-TERM TO RL-TERM
           MOVE NI-MODIND TO NC-MODIND
           MOVE NI-MUE9 TO NC-MUE
           MOVE NI-EFF TO NC-EFF
           MOVE NI-TERM TO NC-TERM
           REWRITE NCCIFILE01
           ADD 1 TO CHG-CNT
           MOVE RPT-LINE TO RPTFILE01
           WRITE RPTFILE01.
       MATCH-EDIT-EXIT. EXIT.

       P9.
           MOVE SPACE TO RPTFILE01.
           WRITE RPTFILE01.
           MOVE SPACE TO TOT-LINE.
           MOVE "EDITS ADDED:" TO TL-LABEL.
           MOVE ADD-CNT TO TL-CNT.
           MOVE TOT-LINE TO RPTFILE01.
           WRITE RPTFILE01.
           MOVE SPACE TO TOT-LINE.
           MOVE "EDITS CHANGED:" TO TL-LABEL.
           MOVE CHG-CNT TO TL-CNT.
           MOVE TOT-LINE TO RPTFILE01.
           WRITE RPTFILE01.
           MOVE SPACE TO TOT-LINE.
           MOVE "EDITS UNCHANGED:" TO TL-LABEL.
           MOVE SAME-CNT TO TL-CNT.
           MOVE TOT-LINE TO RPTFILE01.
           WRITE RPTFILE01.
           MOVE SPACE TO TOT-LINE.
           MOVE "EDITS ENDED:" TO TL-LABEL.
           MOVE DROP-CNT TO TL-CNT.
           MOVE TOT-LINE TO RPTFILE01.
           WRITE RPTFILE01.
           CLOSE NCCIIN NCCIFILE RPTFILE.
           STOP RUN.
