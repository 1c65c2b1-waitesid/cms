           LINE SEQUENTIAL.
           SELECT PARMIN ASSIGN TO "S45" ORGANIZATION
           LINE SEQUENTIAL.
           SELECT OPTIONAL RVUFILE ASSIGN TO "S50" ORGANIZATION IS
           INDEXED ACCESS IS DYNAMIC RECORD KEY IS RV-KEY
           LOCK MODE MANUAL.
       DATA DIVISION.
       FILE SECTION.
      * carrier annual fee schedule, in procedure-code order
           02 FS-AMT PIC X(9).
           02 FS-AMT9 REDEFINES FS-AMT PIC 9(7)V99.
           02 FS-TITLE PIC X(28).
      * work, practice-expense and malpractice RVUs off the CMS
      * physician fee schedule file, 2 decimals, blank when the
      * carrier file has none for the code
           02 FS-WRVU PIC X(6).
           02 FS-WRVU9 REDEFINES FS-WRVU PIC 9(4)V99.
           02 FS-PERVU PIC X(6).
           02 FS-PERVU9 REDEFINES FS-PERVU PIC 9(4)V99.
           02 FS-MPRVU PIC X(6).
           02 FS-MPRVU9 REDEFINES FS-MPRVU PIC 9(4)V99.

       FD  PROCFILE
           DATA RECORD IS PROCFILE01.
           02 PARM-EFFDATE PIC X(8).
           02 PARM-PCT PIC X(3).

      * relative value units by code and effective year - a year
      * is kept until it is reloaded, so past service dates still
      * weigh at the values in force when they were performed
       FD  RVUFILE.
       01  RVUFILE01.
           02 RV-KEY.
             03 RV-PROC PIC X(7).
             03 RV-YEAR PIC X(4).
           02 RV-WORK PIC 9(4)V99.
           02 RV-PE PIC 9(4)V99.
           02 RV-MP PIC 9(4)V99.
           02 RV-FUTURE PIC X(10).

       WORKING-STORAGE SECTION.
       01  EFF-DATE PIC X(8).
       01  FEE-PCT PIC 9(3) VALUE 0.
       01  CHG-CNT PIC 9(6) VALUE 0.
       01  SAME-CNT PIC 9(6) VALUE 0.
       01  DROP-CNT PIC 9(6) VALUE 0.
       01  RVU-CNT PIC 9(6) VALUE 0.
       01  RPT-LINE.
           02 RL-ACT PIC X(3).
           02 FILLER PIC X(2).
       PROCEDURE DIVISION.
       P0.
           OPEN INPUT FEEIN PARMIN OUTPUT RPTFILE.
           OPEN I-O PROCFILE RVUFILE.
           READ PARMIN
             AT END
               DISPLAY "FSL043 NEEDS AN EFFECTIVE-DATE PARM RECORD"
               CLOSE FEEIN PARMIN PROCFILE RVUFILE RPTFILE
               STOP RUN.
           MOVE PARM-EFFDATE TO EFF-DATE.
           IF PARM-PCT NUMERIC
             GO TO READ-FEE
           END-IF
           MOVE FS-CODE TO FEE-KEY
           MOVE FS-AMT9 TO FEE-AMT
           PERFORM RVU-PUT THRU RVU-PUT-EXIT.
       READ-FEE-EXIT. EXIT.

      * the RVUs go on under the effective year, replacing any
      * earlier load of the same year
       RVU-PUT.
           IF FS-WRVU NOT NUMERIC OR FS-PERVU NOT NUMERIC
             OR FS-MPRVU NOT NUMERIC
             GO TO RVU-PUT-EXIT.
           IF EFF-DATE(1:4) NOT NUMERIC GO TO RVU-PUT-EXIT.
           MOVE SPACE TO RVUFILE01
           MOVE FS-CODE TO RV-PROC
           MOVE EFF-DATE(1:4) TO RV-YEAR
           MOVE FS-WRVU9 TO RV-WORK
           MOVE FS-PERVU9 TO RV-PE
           MOVE FS-MPRVU9 TO RV-MP
           WRITE RVUFILE01 INVALID
             REWRITE RVUFILE01
           END-WRITE
           ADD 1 TO RVU-CNT.
       RVU-PUT-EXIT. EXIT.

       READ-MAST.
           IF MAST-EOF = "Y" GO TO READ-MAST-EXIT.
           READ PROCFILE NEXT AT END
           MOVE DROP-CNT TO TL-CNT.
           MOVE TOT-LINE TO RPTFILE01.
           WRITE RPTFILE01.
           MOVE SPACE TO TOT-LINE.
           MOVE "RVU VALUES LOADED:" TO TL-LABEL.
           MOVE RVU-CNT TO TL-CNT.
           MOVE TOT-LINE TO RPTFILE01.
           WRITE RPTFILE01.
           CLOSE FEEIN PROCFILE RVUFILE RPTFILE.
           STOP RUN.
