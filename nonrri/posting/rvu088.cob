      * @package cms
      * @link    http://www.cmsvt.com
      * @author  s waite <cmswest@sover.net>
      * @copyright Copyright (c) 2020 cms <cmswest@sover.net>
      * @license https://github.com/openemr/openemr/blob/master/LICENSE GNU General Public License 3
       IDENTIFICATION DIVISION.
       PROGRAM-ID. rvu088.
       AUTHOR. SID WAITE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARMIN ASSIGN TO "S30" ORGANIZATION
           LINE SEQUENTIAL.
           SELECT CHARCUR ASSIGN TO "S35" ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC    RECORD KEY IS CHARCUR-KEY
           ALTERNATE RECORD KEY IS CC-PAYCODE WITH DUPLICATES
           LOCK MODE MANUAL.
           SELECT OPTIONAL RVUFILE ASSIGN TO "S40" ORGANIZATION IS
           INDEXED ACCESS IS DYNAMIC RECORD KEY IS RV-KEY
           LOCK MODE MANUAL.
           SELECT PROVFILE ASSIGN TO "S45" ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC RECORD KEY IS PROV-KEY
           LOCK MODE MANUAL.
           SELECT RPTFILE ASSIGN TO "S50" ORGANIZATION
           LINE SEQUENTIAL.
           SELECT RVUEXT ASSIGN TO "S55" ORGANIZATION
           LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  PARMIN.
       01  PARMIN01.
           02 PARM-PERIOD PIC X(6).

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

      * relative value units by code and effective year, loaded
      * by fsl043 off the CMS physician fee schedule
       FD  RVUFILE.
       01  RVUFILE01.
           02 RV-KEY.
             03 RV-PROC PIC X(7).
             03 RV-YEAR PIC X(4).
           02 RV-WORK PIC 9(4)V99.
           02 RV-PE PIC 9(4)V99.
           02 RV-MP PIC 9(4)V99.
           02 RV-FUTURE PIC X(10).

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

       FD  RPTFILE.
       01  RPTFILE01 PIC X(132).

      * compensation extract for payroll - one record per
      * performing doctor for the period
       FD  RVUEXT.
       01  RVUEXT01.
           02 EX-PERIOD PIC X(6).
           02 EX-DOC PIC XX.
           02 EX-NPI PIC X(10).
           02 EX-NAME PIC X(24).
           02 EX-M-UNITS PIC S9(7).
           02 EX-M-WORK PIC S9(7)V99.
           02 EX-M-TOT PIC S9(7)V99.
           02 EX-Y-UNITS PIC S9(7).
           02 EX-Y-WORK PIC S9(7)V99.
           02 EX-Y-TOT PIC S9(7)V99.
           02 EX-P-WORK PIC S9(7)V99.

       WORKING-STORAGE SECTION.
       01  PRT PIC X(132).
       01  PERIOD6 PIC X(6).
       01  MON-START PIC X(8).
       01  MON-END PIC X(8).
       01  YTD-START PIC X(8).
       01  PY-START PIC X(8).
       01  PY-END PIC X(8).
       01  PY-YEAR PIC 9(4).
       01  JDOC PIC XX.
       01  CUR-LINE PIC X.
       01  RVU-FOUND PIC X.
       01  RVU-PROC PIC X(7).
       01  RVU-YEAR PIC 9(4).
       01  YR-BACK PIC 9.
       01  LINE-WORK PIC S9(4)V99.
       01  LINE-TOT PIC S9(5)V99.
       01  LINE-UNIT PIC S9.
       01  LINE-CNT PIC 9(7) VALUE 0.
       01  VOID-CNT PIC 9(7) VALUE 0.
       01  NORVU-CNT PIC 9(7) VALUE 0.
       01  NODOC-CNT PIC 9(7) VALUE 0.
       01  EXT-CNT PIC 9(4) VALUE 0.
       01  CHG-PCT PIC S9(4)V9.

       01  DOC-CNT PIC 99 VALUE 0.
       01  DX PIC 99.
       01  DOC-TAB01.
           02 DOC-TAB OCCURS 30 TIMES.
             03 DT-DOC PIC XX.
             03 DT-M-UNITS PIC S9(7) VALUE 0.
             03 DT-M-WORK PIC S9(7)V99 VALUE 0.
             03 DT-M-TOT PIC S9(7)V99 VALUE 0.
             03 DT-Y-UNITS PIC S9(7) VALUE 0.
             03 DT-Y-WORK PIC S9(7)V99 VALUE 0.
             03 DT-Y-TOT PIC S9(7)V99 VALUE 0.
             03 DT-P-WORK PIC S9(7)V99 VALUE 0.
             03 DT-P-TOT PIC S9(7)V99 VALUE 0.

       01  PR-CNT PIC 999 VALUE 0.
       01  PRX PIC 999.
       01  PRB PIC 999.
       01  PROC-TAB01.
           02 PROC-TAB OCCURS 500 TIMES.
             03 PT-DOC PIC XX.
             03 PT-PROC PIC X(5).
             03 PT-M-UNITS PIC S9(7) VALUE 0.
             03 PT-M-WORK PIC S9(7)V99 VALUE 0.
             03 PT-M-TOT PIC S9(7)V99 VALUE 0.
             03 PT-Y-UNITS PIC S9(7) VALUE 0.
             03 PT-Y-WORK PIC S9(7)V99 VALUE 0.
             03 PT-Y-TOT PIC S9(7)V99 VALUE 0.
             03 PT-DONE PIC X.
       01  BEST-WORK PIC S9(7)V99.

       01  TOT-TAB01.
           02 TT-M-UNITS PIC S9(7) VALUE 0.
           02 TT-M-WORK PIC S9(7)V99 VALUE 0.
           02 TT-M-TOT PIC S9(7)V99 VALUE 0.
           02 TT-Y-UNITS PIC S9(7) VALUE 0.
           02 TT-Y-WORK PIC S9(7)V99 VALUE 0.
           02 TT-Y-TOT PIC S9(7)V99 VALUE 0.
           02 TT-P-WORK PIC S9(7)V99 VALUE 0.
           02 TT-P-TOT PIC S9(7)V99 VALUE 0.

       01  HD-LINE.
           02 FILLER PIC X(4) VALUE "DOC ".
           02 FILLER PIC X(25) VALUE "NAME".
           02 FILLER PIC X(30) VALUE
           "MTD UNT   MTD WORK  MTD TOTAL ".
           02 FILLER PIC X(36) VALUE
           "  YTD UNT     YTD WORK    YTD TOTAL ".
           02 FILLER PIC X(34) VALUE
           "PRI YTD WORK PRI YTD TOTL WK CHG%".
       01  DOC-LINE.
           02 DL-DOC PIC XX.
           02 FILLER PIC XX.
           02 DL-NAME PIC X(24).
           02 FILLER PIC X.
           02 DL-M-UNITS PIC ---,--9.
           02 FILLER PIC X.
           02 DL-M-WORK PIC ---,--9.99.
           02 FILLER PIC X.
           02 DL-M-TOT PIC ---,--9.99.
           02 FILLER PIC X.
           02 DL-Y-UNITS PIC -,---,--9.
           02 FILLER PIC X.
           02 DL-Y-WORK PIC -,---,--9.99.
           02 FILLER PIC X.
           02 DL-Y-TOT PIC -,---,--9.99.
           02 FILLER PIC X.
           02 DL-P-WORK PIC -,---,--9.99.
           02 FILLER PIC X.
           02 DL-P-TOT PIC -,---,--9.99.
           02 FILLER PIC X.
           02 DL-PCT PIC -ZZZ9.9.
       01  PROC-LINE.
           02 FILLER PIC X(4).
           02 PL-PROC PIC X(5).
           02 FILLER PIC X(20).
           02 PL-M-UNITS PIC ---,--9.
           02 FILLER PIC X.
           02 PL-M-WORK PIC ---,--9.99.
           02 FILLER PIC X.
           02 PL-M-TOT PIC ---,--9.99.
           02 FILLER PIC X.
           02 PL-Y-UNITS PIC -,---,--9.
           02 FILLER PIC X.
           02 PL-Y-WORK PIC -,---,--9.99.
           02 FILLER PIC X.
           02 PL-Y-TOT PIC -,---,--9.99.
       01  TOT-LINE.
           02 TL-LABEL PIC X(26).
           02 TL-CNT PIC Z,ZZZ,ZZ9.

       PROCEDURE DIVISION.
       P0.
           OPEN INPUT PARMIN.
           READ PARMIN
             AT END
               DISPLAY "RVU088 NEEDS A PERIOD PARM RECORD (CCYYMM)"
               CLOSE PARMIN
               STOP RUN.
           MOVE PARM-PERIOD TO PERIOD6.
           CLOSE PARMIN.
           IF PERIOD6 NOT NUMERIC
             DISPLAY "RVU088 PERIOD PARM NOT NUMERIC " PERIOD6
             STOP RUN.
           MOVE SPACE TO MON-START MON-END YTD-START
           MOVE PERIOD6 TO MON-START(1:6)
           MOVE "01" TO MON-START(7:2)
           MOVE PERIOD6 TO MON-END(1:6)
           MOVE "31" TO MON-END(7:2)
           MOVE PERIOD6(1:4) TO YTD-START(1:4)
           MOVE "0101" TO YTD-START(5:4)
      * the prior year is compared over the same months
           MOVE PERIOD6(1:4) TO PY-YEAR
           SUBTRACT 1 FROM PY-YEAR
           MOVE YTD-START TO PY-START
           MOVE PY-YEAR TO PY-START(1:4)
           MOVE MON-END TO PY-END
           MOVE PY-YEAR TO PY-END(1:4)

           OPEN INPUT CHARCUR RVUFILE PROVFILE
             OUTPUT RPTFILE RVUEXT.
           MOVE SPACE TO PRT.
           STRING "WORK RVU PRODUCTIVITY BY PERFORMING DOCTOR  "
             "PERIOD " PERIOD6 DELIMITED BY SIZE INTO PRT.
           PERFORM PRT-W.
           MOVE SPACE TO PRT.
           STRING "PRIOR YEAR COMPARED " PY-START " THRU " PY-END
             DELIMITED BY SIZE INTO PRT.
           PERFORM PRT-W.
           MOVE SPACE TO PRT.
           PERFORM PRT-W.

      * one pass by service date over the prior year's first
      * months and this year to date.  CHARCUR carries one unit
      * per line - a multiple-unit service is keyed as repeated
      * lines, the way npi038 counts them for the MUE edit
           MOVE SPACE TO CHARCUR-KEY.
           START CHARCUR KEY NOT < CHARCUR-KEY INVALID GO TO P8.
       C1.
           READ CHARCUR NEXT AT END GO TO P8.
           IF CC-DATE-T < PY-START OR CC-DATE-T > MON-END GO TO C1.
           IF CC-DATE-T < YTD-START
             IF CC-DATE-T > PY-END GO TO C1
             END-IF
             MOVE "N" TO CUR-LINE
           ELSE
             MOVE "Y" TO CUR-LINE
           END-IF
      * a no-charge line carries no production.  a reversal nets
      * its unit and RVUs back out of the doctor, the procedure and
      * the practice, the way prd059 nets the charge dollars
           IF CC-AMOUNT = 0 GO TO C1.
           PERFORM RVU-GET THRU RVU-GET-EXIT
           MOVE 1 TO LINE-UNIT
           IF CC-AMOUNT < 0
             MOVE -1 TO LINE-UNIT
             COMPUTE LINE-WORK = 0 - LINE-WORK
             COMPUTE LINE-TOT = 0 - LINE-TOT
           END-IF
           MOVE CC-DOCP TO JDOC
           PERFORM DOC-FIND THRU DOC-FIND-EXIT
      * a doctor past the table's 30 is left off the report and the
      * payroll extract rather than paid as someone else
           IF DX = 0
             ADD 1 TO NODOC-CNT
             GO TO C1.
           IF CUR-LINE = "N"
             ADD LINE-WORK TO DT-P-WORK(DX) TT-P-WORK
             ADD LINE-TOT TO DT-P-TOT(DX) TT-P-TOT
             GO TO C1.
           IF LINE-UNIT < 0
             ADD 1 TO VOID-CNT
           ELSE
             ADD 1 TO LINE-CNT
           END-IF
           IF RVU-FOUND = "N"
             ADD 1 TO NORVU-CNT.
           ADD LINE-UNIT TO DT-Y-UNITS(DX) TT-Y-UNITS
           ADD LINE-WORK TO DT-Y-WORK(DX) TT-Y-WORK
           ADD LINE-TOT TO DT-Y-TOT(DX) TT-Y-TOT
           PERFORM PROC-FIND THRU PROC-FIND-EXIT
           IF PRX > 0
             ADD LINE-UNIT TO PT-Y-UNITS(PRX)
             ADD LINE-WORK TO PT-Y-WORK(PRX)
             ADD LINE-TOT TO PT-Y-TOT(PRX)
           END-IF
           IF CC-DATE-T < MON-START GO TO C1.
           ADD LINE-UNIT TO DT-M-UNITS(DX) TT-M-UNITS
           ADD LINE-WORK TO DT-M-WORK(DX) TT-M-WORK
           ADD LINE-TOT TO DT-M-TOT(DX) TT-M-TOT
           IF PRX > 0
             ADD LINE-UNIT TO PT-M-UNITS(PRX)
             ADD LINE-WORK TO PT-M-WORK(PRX)
             ADD LINE-TOT TO PT-M-TOT(PRX)
           END-IF
           GO TO C1.

      * the line is weighed at the latest RVU year on file not
      * after its service year, looked for under the code and
      * modifier first and then the bare code
       RVU-GET.
           MOVE "N" TO RVU-FOUND
           MOVE 0 TO LINE-WORK LINE-TOT
           IF CC-DATE-T(1:4) NOT NUMERIC GO TO RVU-GET-EXIT.
           MOVE CC-PROC TO RVU-PROC.
       RVU-GET-1.
           MOVE CC-DATE-T(1:4) TO RVU-YEAR
           MOVE 0 TO YR-BACK.
       RVU-GET-2.
           MOVE RVU-PROC TO RV-PROC
           MOVE RVU-YEAR TO RV-YEAR
           READ RVUFILE INVALID
             CONTINUE
           NOT INVALID
             GO TO RVU-GET-3
           END-READ
           IF YR-BACK < 5
             ADD 1 TO YR-BACK
             SUBTRACT 1 FROM RVU-YEAR
             GO TO RVU-GET-2.
           IF CC-PROC2 NOT = SPACE AND RVU-PROC = CC-PROC
             MOVE SPACE TO RVU-PROC
             MOVE CC-PROC1 TO RVU-PROC
             GO TO RVU-GET-1.
           GO TO RVU-GET-EXIT.
       RVU-GET-3.
           MOVE "Y" TO RVU-FOUND
           MOVE RV-WORK TO LINE-WORK
           COMPUTE LINE-TOT = RV-WORK + RV-PE + RV-MP.
       RVU-GET-EXIT. EXIT.

       DOC-FIND.
           MOVE 1 TO DX.
       DOC-FIND-1.
           IF DX > DOC-CNT GO TO DOC-FIND-2.
           IF DT-DOC(DX) = JDOC GO TO DOC-FIND-EXIT.
           ADD 1 TO DX
           GO TO DOC-FIND-1.
       DOC-FIND-2.
           IF DOC-CNT < 30
             ADD 1 TO DOC-CNT
             MOVE DOC-CNT TO DX
             MOVE JDOC TO DT-DOC(DX)
           ELSE
             DISPLAY "DOC-TAB HAS MORE THAN 30 DOCTORS, IGNORING "
               JDOC
             MOVE 0 TO DX
           END-IF.
       DOC-FIND-EXIT. EXIT.

       PROC-FIND.
           MOVE 1 TO PRX.
       PROC-FIND-1.
           IF PRX > PR-CNT GO TO PROC-FIND-2.
           IF PT-DOC(PRX) = CC-DOCP AND PT-PROC(PRX) = CC-PROC1
             GO TO PROC-FIND-EXIT.
           ADD 1 TO PRX
           GO TO PROC-FIND-1.
       PROC-FIND-2.
           IF PR-CNT < 500
             ADD 1 TO PR-CNT
             MOVE PR-CNT TO PRX
             MOVE CC-DOCP TO PT-DOC(PRX)
             MOVE CC-PROC1 TO PT-PROC(PRX)
           ELSE
             DISPLAY "PROC-TAB HAS MORE THAN 500 PROCEDURES, "
               "IGNORING " CC-PROC1
             MOVE 0 TO PRX
           END-IF.
       PROC-FIND-EXIT. EXIT.

       P8.
           MOVE SPACE TO PRT.
           MOVE HD-LINE TO PRT.
           PERFORM PRT-W.
           MOVE SPACE TO PRT.
           PERFORM PRT-W.
           PERFORM DOC-PRINT THRU DOC-PRINT-EXIT
             VARYING DX FROM 1 BY 1 UNTIL DX > DOC-CNT.

           MOVE SPACE TO DOC-LINE
           MOVE "PRACTICE TOTAL" TO DL-NAME
           MOVE TT-M-UNITS TO DL-M-UNITS
           MOVE TT-M-WORK TO DL-M-WORK
           MOVE TT-M-TOT TO DL-M-TOT
           MOVE TT-Y-UNITS TO DL-Y-UNITS
           MOVE TT-Y-WORK TO DL-Y-WORK
           MOVE TT-Y-TOT TO DL-Y-TOT
           MOVE TT-P-WORK TO DL-P-WORK
           MOVE TT-P-TOT TO DL-P-TOT
           MOVE 0 TO CHG-PCT
           IF TT-P-WORK NOT = 0
             COMPUTE CHG-PCT ROUNDED =
               (TT-Y-WORK - TT-P-WORK) * 100 / TT-P-WORK
               ON SIZE ERROR MOVE 9999.9 TO CHG-PCT
             END-COMPUTE
           END-IF
           MOVE CHG-PCT TO DL-PCT
           MOVE SPACE TO PRT
           MOVE DOC-LINE TO PRT
           PERFORM PRT-W.

           MOVE SPACE TO PRT.
           PERFORM PRT-W.
           MOVE SPACE TO TOT-LINE.
           MOVE "YTD LINES COUNTED:" TO TL-LABEL.
           MOVE LINE-CNT TO TL-CNT.
           MOVE TOT-LINE TO PRT.
           PERFORM PRT-W.
           MOVE SPACE TO TOT-LINE.
           MOVE "YTD LINES WITH NO RVU:" TO TL-LABEL.
           MOVE NORVU-CNT TO TL-CNT.
           MOVE TOT-LINE TO PRT.
           PERFORM PRT-W.
           MOVE SPACE TO TOT-LINE.
           MOVE "YTD REVERSAL LINES NETTED:" TO TL-LABEL.
           MOVE VOID-CNT TO TL-CNT.
           MOVE TOT-LINE TO PRT.
           PERFORM PRT-W.
           MOVE SPACE TO TOT-LINE.
           MOVE "LINES OVER 30 DOCTORS:" TO TL-LABEL.
           MOVE NODOC-CNT TO TL-CNT.
           MOVE TOT-LINE TO PRT.
           PERFORM PRT-W.
           MOVE SPACE TO TOT-LINE.
           MOVE "PAYROLL EXTRACT RECORDS:" TO TL-LABEL.
           MOVE EXT-CNT TO TL-CNT.
           MOVE TOT-LINE TO PRT.
           PERFORM PRT-W.
           CLOSE CHARCUR RVUFILE PROVFILE RPTFILE RVUEXT.
           STOP RUN.

       DOC-PRINT.
           MOVE SPACE TO DOC-LINE
           MOVE DT-DOC(DX) TO DL-DOC
           MOVE DT-DOC(DX) TO PROV-KEY
           READ PROVFILE INVALID
             MOVE SPACE TO PROVFILE01
             MOVE "NOT ON PROVIDER FILE" TO DL-NAME
           NOT INVALID
             MOVE PROV-NAME TO DL-NAME
           END-READ
           MOVE DT-M-UNITS(DX) TO DL-M-UNITS
           MOVE DT-M-WORK(DX) TO DL-M-WORK
           MOVE DT-M-TOT(DX) TO DL-M-TOT
           MOVE DT-Y-UNITS(DX) TO DL-Y-UNITS
           MOVE DT-Y-WORK(DX) TO DL-Y-WORK
           MOVE DT-Y-TOT(DX) TO DL-Y-TOT
           MOVE DT-P-WORK(DX) TO DL-P-WORK
           MOVE DT-P-TOT(DX) TO DL-P-TOT
      * year-over-year change in work RVUs, the compensation basis
           MOVE 0 TO CHG-PCT
           IF DT-P-WORK(DX) NOT = 0
             COMPUTE CHG-PCT ROUNDED =
               (DT-Y-WORK(DX) - DT-P-WORK(DX)) * 100 / DT-P-WORK(DX)
               ON SIZE ERROR MOVE 9999.9 TO CHG-PCT
             END-COMPUTE
           END-IF
           MOVE CHG-PCT TO DL-PCT
           MOVE SPACE TO PRT
           MOVE DOC-LINE TO PRT
           PERFORM PRT-W

      * a doctor seen only in the prior year has nothing to pay
           IF DT-Y-UNITS(DX) = 0 AND DT-Y-WORK(DX) = 0
             GO TO DOC-PRINT-0.
           MOVE SPACE TO RVUEXT01
           MOVE PERIOD6 TO EX-PERIOD
           MOVE DT-DOC(DX) TO EX-DOC
           MOVE PROV-NPI TO EX-NPI
           MOVE DL-NAME TO EX-NAME
           MOVE DT-M-UNITS(DX) TO EX-M-UNITS
           MOVE DT-M-WORK(DX) TO EX-M-WORK
           MOVE DT-M-TOT(DX) TO EX-M-TOT
           MOVE DT-Y-UNITS(DX) TO EX-Y-UNITS
           MOVE DT-Y-WORK(DX) TO EX-Y-WORK
           MOVE DT-Y-TOT(DX) TO EX-Y-TOT
           MOVE DT-P-WORK(DX) TO EX-P-WORK
           WRITE RVUEXT01
           ADD 1 TO EXT-CNT.

      * procedure drill-down for the doctor, most year-to-date
      * work RVUs first
       DOC-PRINT-0.
           MOVE 1 TO PRX.
       DOC-PRINT-1.
           IF PRX > PR-CNT GO TO DOC-PRINT-2.
           IF PT-DOC(PRX) = DT-DOC(DX)
             MOVE SPACE TO PT-DONE(PRX).
           ADD 1 TO PRX
           GO TO DOC-PRINT-1.
       DOC-PRINT-2.
           MOVE 0 TO PRB
           MOVE 0 TO BEST-WORK
           MOVE 1 TO PRX.
       DOC-PRINT-3.
           IF PRX > PR-CNT GO TO DOC-PRINT-4.
           IF PT-DOC(PRX) = DT-DOC(DX) AND PT-DONE(PRX) = SPACE
             IF PRB = 0 OR PT-Y-WORK(PRX) > BEST-WORK
               MOVE PRX TO PRB
               MOVE PT-Y-WORK(PRX) TO BEST-WORK
             END-IF
           END-IF
           ADD 1 TO PRX
           GO TO DOC-PRINT-3.
       DOC-PRINT-4.
           IF PRB = 0 GO TO DOC-PRINT-5.
           MOVE "X" TO PT-DONE(PRB)
           MOVE SPACE TO PROC-LINE
           MOVE PT-PROC(PRB) TO PL-PROC
           MOVE PT-M-UNITS(PRB) TO PL-M-UNITS
           MOVE PT-M-WORK(PRB) TO PL-M-WORK
           MOVE PT-M-TOT(PRB) TO PL-M-TOT
           MOVE PT-Y-UNITS(PRB) TO PL-Y-UNITS
           MOVE PT-Y-WORK(PRB) TO PL-Y-WORK
           MOVE PT-Y-TOT(PRB) TO PL-Y-TOT
           MOVE SPACE TO PRT
           MOVE PROC-LINE TO PRT
           PERFORM PRT-W
           GO TO DOC-PRINT-2.
       DOC-PRINT-5.
           MOVE SPACE TO PRT
           PERFORM PRT-W.
       DOC-PRINT-EXIT. EXIT.

       PRT-W.
           MOVE PRT TO RPTFILE01
           WRITE RPTFILE01.
