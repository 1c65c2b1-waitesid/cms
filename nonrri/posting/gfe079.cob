      * @package cms
      * @link    http://www.cmsvt.com
      * @author  s waite <cmswest@sover.net>
      * @copyright Copyright (c) 2020 cms <cmswest@sover.net>
      * @license https://github.com/openemr/openemr/blob/master/LICENSE GNU General Public License 3
       IDENTIFICATION DIVISION.
       PROGRAM-ID. gfe079.
       AUTHOR. SID WAITE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GFEREQ ASSIGN TO "S30" ORGANIZATION
           LINE SEQUENTIAL.
           SELECT GARFILE ASSIGN TO "S35" ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC RECORD KEY IS G-GARNO
           ALTERNATE RECORD KEY IS G-GARNAME WITH DUPLICATES
           LOCK MODE MANUAL.
           SELECT PROCFILE ASSIGN TO "S40" ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC  RECORD KEY IS PROC-KEY
           LOCK MODE MANUAL.
           SELECT OPTIONAL PROVFILE ASSIGN TO "S45" ORGANIZATION IS
           INDEXED ACCESS IS DYNAMIC RECORD KEY IS PROV-KEY
           LOCK MODE MANUAL.
           SELECT OPTIONAL PATFILE ASSIGN TO "S50" ORGANIZATION IS
           INDEXED ACCESS IS DYNAMIC RECORD KEY IS PT-PATID
           ALTERNATE RECORD KEY IS PT-GARNO WITH DUPLICATES
           LOCK MODE MANUAL.
           SELECT OPTIONAL GFEFILE ASSIGN TO "S55" ORGANIZATION IS
           INDEXED ACCESS IS DYNAMIC RECORD KEY IS GF-KEY
           LOCK MODE MANUAL.
           SELECT GFEOUT ASSIGN TO "S60" ORGANIZATION
           LINE SEQUENTIAL.
           SELECT REGOUT ASSIGN TO "S65" ORGANIZATION
           LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
      * one estimate request - the account, the patient if not the
      * guarantor, the planned date of service, the diagnosis, the
      * doctor and up to ten procedure codes (RQ-QTY blank - one)
       FD  GFEREQ.
       01  GFEREQ01.
           02 RQ-GARNO PIC X(8).
           02 RQ-PATID PIC X(8).
           02 RQ-DATE PIC X(8).
           02 RQ-DIAG PIC X(8).
           02 RQ-DOC PIC XX.
           02 RQ-ITEM OCCURS 10 TIMES.
             03 RQ-PROC PIC X(7).
             03 RQ-QTY PIC XX.
             03 RQ-QTY9 REDEFINES RQ-QTY PIC 99.

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

       FD PROCFILE
           DATA RECORD IS PROCFILE01.
       01  PROCFILE01.
           02 PROC-KEY PIC X(7).
           02 PROC-OLD PIC X(7).
           02 PROC-TYPE PIC X.
           02 PROC-BCBS PIC X(4).
           02 PROC-TITLE PIC X(28).
           02 PROC-AMOUNT PIC S9(4)V99.
           02 CARE-AMOUNT PIC S9(4)V99.

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

      * patient master kept by ptm052
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

      * good-faith estimates given to self-pay and uninsured
      * patients, one per account and planned date of service.
      * GF-STAT blank not yet compared to the charges, C charged
      * within the dispute threshold, O charged over it.  gfc081
      * fills in GF-ACTUAL and GF-COMPARED
       FD  GFEFILE.
       01  GFEFILE01.
           02 GF-KEY.
             03 GF-GARNO PIC X(8).
             03 GF-DATE PIC X(8).
           02 GF-PATID PIC X(8).
           02 GF-ISSUED PIC X(8).
           02 GF-DIAG PIC X(8).
           02 GF-DOC PIC XX.
           02 GF-ITEM OCCURS 10 TIMES.
             03 GF-PROC PIC X(7).
             03 GF-QTY PIC 99.
             03 GF-AMT PIC S9(5)V99.
           02 GF-TOTAL PIC S9(6)V99.
           02 GF-STAT PIC X.
           02 GF-ACTUAL PIC S9(6)V99.
           02 GF-COMPARED PIC X(8).
           02 GF-FUTURE PIC X(10).

       FD  GFEOUT.
       01  GFEOUT01 PIC X(80).

       FD  REGOUT.
       01  REGOUT01 PIC X(80).

       WORKING-STORAGE SECTION.
       01  PRT PIC X(80).
       01  TODAY8 PIC X(8).
       01  GFX PIC 99.
       01  GF-CNT PIC 9(4) VALUE 0.
       01  REISS-CNT PIC 9(4) VALUE 0.
       01  REJ-CNT PIC 9(4) VALUE 0.
       01  ITEM-CNT PIC 99.
       01  PAT-NAME PIC X(24).
       01  REG-LINE.
           02 RG-GARNO PIC X(8).
           02 FILLER PIC X(2).
           02 RG-DATE PIC X(8).
           02 FILLER PIC X(2).
           02 RG-NAME PIC X(20).
           02 FILLER PIC X(2).
           02 RG-TOTAL PIC -ZZZ,ZZ9.99.
           02 FILLER PIC X(2).
           02 RG-MSG PIC X(30).
       01  DET-LINE.
           02 DT-PROC PIC X(7).
           02 FILLER PIC X(2).
           02 DT-TITLE PIC X(28).
           02 FILLER PIC X(2).
           02 DT-QTY PIC Z9.
           02 FILLER PIC X(2).
           02 DT-UNIT PIC ZZ,ZZ9.99.
           02 FILLER PIC X(2).
           02 DT-AMT PIC ZZZ,ZZ9.99.
       01  AMT-ED PIC ZZZ,ZZ9.99.
       01  TOT-LINE.
           02 TL-LABEL PIC X(26).
           02 TL-CNT PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
       P0.
           OPEN INPUT GFEREQ GARFILE PROCFILE PROVFILE PATFILE
           OUTPUT GFEOUT REGOUT.
           OPEN I-O GFEFILE.
           ACCEPT TODAY8 FROM DATE YYYYMMDD.
           MOVE SPACE TO REGOUT01.
           STRING "GOOD FAITH ESTIMATE REGISTER " TODAY8
             DELIMITED BY SIZE INTO REGOUT01.
           WRITE REGOUT01.
           MOVE SPACE TO REGOUT01.
           WRITE REGOUT01.

       P1.
           READ GFEREQ AT END GO TO P9.
           MOVE SPACE TO REG-LINE
           MOVE RQ-GARNO TO RG-GARNO
           MOVE RQ-DATE TO RG-DATE.

           MOVE RQ-GARNO TO G-GARNO
           READ GARFILE INVALID
             MOVE "ACCOUNT NOT ON GARFILE" TO RG-MSG
             PERFORM R1
             GO TO P1
           END-READ
           MOVE G-GARNAME TO RG-NAME
      * the estimate rule covers patients not billing insurance for
      * the visit - private pay, or no primary coverage at all
           IF G-PRIVATE NOT = "Y" AND G-PRINS NOT = SPACE
             MOVE "ACCOUNT BILLS INSURANCE" TO RG-MSG
             PERFORM R1
             GO TO P1.
           IF RQ-DATE NOT NUMERIC
             MOVE "SERVICE DATE NOT NUMERIC" TO RG-MSG
             PERFORM R1
             GO TO P1.
           IF RQ-DATE < TODAY8
             MOVE "SERVICE DATE ALREADY PAST" TO RG-MSG
             PERFORM R1
             GO TO P1.
           MOVE G-GARNAME TO PAT-NAME
           IF RQ-PATID NOT = SPACE
             MOVE RQ-PATID TO PT-PATID
             READ PATFILE INVALID
               MOVE "PATIENT NOT ON PATFILE" TO RG-MSG
               PERFORM R1
               GO TO P1
             END-READ
             IF PT-GARNO NOT = RQ-GARNO
               MOVE "PATIENT NOT UNDER ACCOUNT" TO RG-MSG
               PERFORM R1
               GO TO P1
             END-IF
             MOVE PT-NAME TO PAT-NAME
           END-IF.

      * price every line before anything is written, so a bad code
      * rejects the whole request rather than a partial estimate
           MOVE SPACE TO GFEFILE01
           MOVE RQ-GARNO TO GF-GARNO
           MOVE RQ-DATE TO GF-DATE
           MOVE RQ-PATID TO GF-PATID
           MOVE TODAY8 TO GF-ISSUED
           MOVE RQ-DIAG TO GF-DIAG
           MOVE RQ-DOC TO GF-DOC
           MOVE 0 TO GF-TOTAL GF-ACTUAL ITEM-CNT
           MOVE 1 TO GFX.
       P2.
           IF GFX > 10 GO TO P3.
           MOVE SPACE TO GF-PROC(GFX)
           MOVE 0 TO GF-QTY(GFX) GF-AMT(GFX)
           IF RQ-PROC(GFX) = SPACE
             ADD 1 TO GFX
             GO TO P2.
           MOVE RQ-PROC(GFX) TO PROC-KEY
           READ PROCFILE INVALID
             MOVE SPACE TO PROC-KEY(6:2)
             READ PROCFILE INVALID
               MOVE SPACE TO RG-MSG
               STRING RQ-PROC(GFX) " NOT ON PROCFILE"
                 DELIMITED BY SIZE INTO RG-MSG
               PERFORM R1
               GO TO P1
             END-READ
           END-READ
           MOVE RQ-PROC(GFX) TO GF-PROC(GFX)
           IF RQ-QTY(GFX) = SPACE
             MOVE 1 TO GF-QTY(GFX)
           ELSE
             IF RQ-QTY(GFX) NOT NUMERIC OR RQ-QTY9(GFX) = 0
               MOVE SPACE TO RG-MSG
               STRING RQ-PROC(GFX) " QUANTITY INVALID"
                 DELIMITED BY SIZE INTO RG-MSG
               PERFORM R1
               GO TO P1
             END-IF
             MOVE RQ-QTY9(GFX) TO GF-QTY(GFX)
           END-IF
           COMPUTE GF-AMT(GFX) = PROC-AMOUNT * GF-QTY(GFX)
           ADD GF-AMT(GFX) TO GF-TOTAL
           ADD 1 TO ITEM-CNT
           ADD 1 TO GFX
           GO TO P2.

       P3.
           IF ITEM-CNT = 0
             MOVE "NO PROCEDURES REQUESTED" TO RG-MSG
             PERFORM R1
             GO TO P1.
           MOVE GF-TOTAL TO RG-TOTAL
      * a new estimate for the same visit replaces the old one -
      * the patient holds the latest document
           WRITE GFEFILE01 INVALID
             REWRITE GFEFILE01 INVALID
               MOVE "GFE FILE REWRITE FAILED" TO RG-MSG
               PERFORM R1
               GO TO P1
             END-REWRITE
             ADD 1 TO REISS-CNT
             MOVE "REISSUED" TO RG-MSG
             PERFORM R1
             PERFORM DOC-PRINT THRU DOC-PRINT-EXIT
             GO TO P1
           END-WRITE
           ADD 1 TO GF-CNT
           MOVE "ISSUED" TO RG-MSG
           PERFORM R1
           PERFORM DOC-PRINT THRU DOC-PRINT-EXIT
           GO TO P1.

      * the document handed to the patient - one page per estimate
       DOC-PRINT.
           MOVE SPACE TO PRT
           MOVE ALL "=" TO PRT(1:80)
           PERFORM PRT-W
           MOVE SPACE TO PRT
           MOVE "GOOD FAITH ESTIMATE OF EXPECTED CHARGES" TO PRT(21:39)
           PERFORM PRT-W
           MOVE SPACE TO PRT
           PERFORM PRT-W
           MOVE SPACE TO PRT
           STRING "PATIENT:  " PAT-NAME "   ACCOUNT: " GF-GARNO
             DELIMITED BY SIZE INTO PRT
           PERFORM PRT-W
           MOVE SPACE TO PRT
           IF G-STREET NOT = SPACE
             MOVE G-STREET TO PRT(11:22)
           ELSE
             MOVE G-BILLADD TO PRT(11:22)
           END-IF
           PERFORM PRT-W
           MOVE SPACE TO PRT
           STRING G-CITY " " G-STATE " " G-ZIP5
             DELIMITED BY SIZE INTO PRT(11:40)
           PERFORM PRT-W
           MOVE SPACE TO PRT
           PERFORM PRT-W
           MOVE SPACE TO PRT
           MOVE GF-DOC TO PROV-KEY
           READ PROVFILE INVALID
             MOVE SPACE TO PROV-NAME PROV-NPI
           END-READ
           STRING "PROVIDER: " PROV-NAME "   NPI " PROV-NPI
             DELIMITED BY SIZE INTO PRT
           PERFORM PRT-W
           MOVE SPACE TO PRT
           STRING "SCHEDULED SERVICE DATE: " GF-DATE
             "   DIAGNOSIS: " GF-DIAG
             DELIMITED BY SIZE INTO PRT
           PERFORM PRT-W
           MOVE SPACE TO PRT
           STRING "ESTIMATE ISSUED: " GF-ISSUED
             DELIMITED BY SIZE INTO PRT
           PERFORM PRT-W
           MOVE SPACE TO PRT
           PERFORM PRT-W
           MOVE SPACE TO PRT
           MOVE "SERVICE  DESCRIPTION" TO PRT(1:20)
           MOVE "QTY  UNIT PRICE    ESTIMATE" TO PRT(38:27)
           PERFORM PRT-W
           MOVE 1 TO GFX.
       DOC-1.
           IF GFX > 10 GO TO DOC-2.
           IF GF-PROC(GFX) = SPACE
             ADD 1 TO GFX
             GO TO DOC-1.
           MOVE SPACE TO DET-LINE
           MOVE GF-PROC(GFX) TO DT-PROC PROC-KEY
           READ PROCFILE INVALID
             MOVE SPACE TO PROC-KEY(6:2)
             READ PROCFILE INVALID
               MOVE SPACE TO PROC-TITLE
             END-READ
           END-READ
           MOVE PROC-TITLE TO DT-TITLE
           MOVE GF-QTY(GFX) TO DT-QTY
           COMPUTE DT-UNIT = GF-AMT(GFX) / GF-QTY(GFX)
           MOVE GF-AMT(GFX) TO DT-AMT
           MOVE DET-LINE TO PRT
           PERFORM PRT-W
           ADD 1 TO GFX
           GO TO DOC-1.
       DOC-2.
           MOVE SPACE TO PRT
           PERFORM PRT-W
           MOVE GF-TOTAL TO AMT-ED
           MOVE SPACE TO PRT
           STRING "TOTAL ESTIMATED CHARGES" DELIMITED BY SIZE
             INTO PRT(26:23)
           MOVE AMT-ED TO PRT(60:10)
           PERFORM PRT-W
           MOVE SPACE TO PRT
           PERFORM PRT-W
           MOVE SPACE TO PRT
           STRING "THIS IS AN ESTIMATE, NOT A BILL.  IT COVERS ONLY "
             "THE SERVICES LISTED." DELIMITED BY SIZE INTO PRT
           PERFORM PRT-W
           MOVE SPACE TO PRT
           STRING "IF YOUR BILL IS $400 OR MORE ABOVE THIS ESTIMATE "
             "YOU MAY DISPUTE IT." DELIMITED BY SIZE INTO PRT
           PERFORM PRT-W
           MOVE SPACE TO PRT
           STRING "KEEP THIS ESTIMATE FOR YOUR RECORDS."
             DELIMITED BY SIZE INTO PRT
           PERFORM PRT-W
           MOVE SPACE TO PRT
           PERFORM PRT-W.
       DOC-PRINT-EXIT. EXIT.

       R1.
           IF RG-MSG NOT = "ISSUED" AND NOT = "REISSUED"
             ADD 1 TO REJ-CNT
           END-IF
           MOVE REG-LINE TO REGOUT01
           WRITE REGOUT01.

       PRT-W.
           MOVE PRT TO GFEOUT01
           WRITE GFEOUT01.

       P9.
           MOVE SPACE TO REGOUT01.
           WRITE REGOUT01.
           MOVE SPACE TO TOT-LINE.
           MOVE "ESTIMATES ISSUED:" TO TL-LABEL.
           MOVE GF-CNT TO TL-CNT.
           MOVE TOT-LINE TO REGOUT01.
           WRITE REGOUT01.
           MOVE SPACE TO TOT-LINE.
           MOVE "ESTIMATES REISSUED:" TO TL-LABEL.
           MOVE REISS-CNT TO TL-CNT.
           MOVE TOT-LINE TO REGOUT01.
           WRITE REGOUT01.
           MOVE SPACE TO TOT-LINE.
           MOVE "REQUESTS REJECTED:" TO TL-LABEL.
           MOVE REJ-CNT TO TL-CNT.
           MOVE TOT-LINE TO REGOUT01.
           WRITE REGOUT01.
           CLOSE GFEREQ GARFILE PROCFILE PROVFILE PATFILE GFEFILE
           GFEOUT REGOUT.
           STOP RUN.
