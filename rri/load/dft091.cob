      * @package cms
      * @link    http://www.cmsvt.com
      * @author  s waite <cmswest@sover.net>
      * @copyright Copyright (c) 2020 cms <cmswest@sover.net>
      * @license https://github.com/openemr/openemr/blob/master/LICENSE GNU General Public License 3
       IDENTIFICATION DIVISION.
       PROGRAM-ID. dft091.
       AUTHOR. SID WAITE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HL7IN ASSIGN TO "S30" ORGANIZATION
           LINE SEQUENTIAL.
           SELECT OPTIONAL XWALK ASSIGN TO "S35" ORGANIZATION IS
           INDEXED ACCESS IS DYNAMIC RECORD KEY IS XW-KEY
           LOCK MODE MANUAL.
           SELECT OPTIONAL CHARCUR ASSIGN TO "S40" ORGANIZATION IS
           INDEXED ACCESS IS DYNAMIC RECORD KEY IS CHARCUR-KEY
           ALTERNATE RECORD KEY IS CC-PAYCODE WITH DUPLICATES
           LOCK MODE MANUAL.
           SELECT GARFILE ASSIGN TO "S45" ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC RECORD KEY IS G-GARNO
           ALTERNATE RECORD KEY IS G-GARNAME WITH DUPLICATES
           LOCK MODE MANUAL.
           SELECT OPTIONAL RUNCTL ASSIGN TO "S50" ORGANIZATION IS
           INDEXED ACCESS IS DYNAMIC RECORD KEY IS RC-KEY
           LOCK MODE MANUAL.
           SELECT OPTIONAL HL7REG ASSIGN TO "S55" ORGANIZATION IS
           INDEXED ACCESS IS DYNAMIC RECORD KEY IS HR-CTLID
           ALTERNATE RECORD KEY IS HR-BATCH WITH DUPLICATES
           LOCK MODE MANUAL.
           SELECT BATCHOUT ASSIGN TO "S60" ORGANIZATION
           LINE SEQUENTIAL.
           SELECT REJFILE ASSIGN TO "S65" ORGANIZATION
           LINE SEQUENTIAL.
           SELECT ACKOUT ASSIGN TO "S70" ORGANIZATION
           LINE SEQUENTIAL.
           SELECT RPTFILE ASSIGN TO "S75" ORGANIZATION
           LINE SEQUENTIAL.
           SELECT OPTIONAL PARMIN ASSIGN TO "S80" ORGANIZATION
           LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
      * HL7 DFT^P03 financial transactions from the EHR, one
      * segment to a line - MSH, PID, PV1, FT1 and DG1 are read,
      * anything else is passed over
       FD  HL7IN.
       01  HL7IN01 PIC X(500).

      * EHR crosswalk, kept by xwm098 - P patient to guarantor and
      * patient id, D provider to billing provider and referring
      * code, L location to place of service
       FD  XWALK.
       01  XWALK01.
           02 XW-KEY.
             03 XW-TYPE PIC X.
             03 XW-EHRID PIC X(20).
           02 XW-GARNO PIC X(8).
           02 XW-PATID PIC X(8).
           02 XW-DOCP PIC XX.
           02 XW-DOCR PIC X(3).
           02 XW-PLACE PIC X.
           02 XW-ADDED PIC X(8).
           02 XW-FUTURE PIC X(10).

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

       FD  RUNCTL.
       01  RUNCTL01.
           02 RC-KEY.
             03 RC-PROGRAM PIC X(8).
             03 RC-INPUT-ID PIC X(8).
           02 RC-RUN-DATE PIC X(8).
           02 RC-START-TIME PIC X(6).
           02 RC-END-TIME PIC X(6).
           02 RC-IN-CNT PIC 9(7).
           02 RC-OUT-CNT PIC 9(7).
           02 RC-STATUS PIC X.

      * every HL7 message control id that went into a charge
      * batch - an EHR resend of a message already taken is
      * refused, not charged twice.  HR-DATE and HR-TIME are the
      * run that built it - a rerun of a batch che042 has not yet
      * loaded rebuilds its messages rather than refusing them
       FD  HL7REG.
       01  HL7REG01.
           02 HR-CTLID PIC X(20).
           02 HR-DATE PIC X(8).
           02 HR-BATCH PIC X(6).
           02 HR-KEY8 PIC X(8).
           02 HR-CLAIM PIC X(6).
           02 HR-LINES PIC 999.
           02 HR-TIME PIC X(8).
           02 HR-FUTURE PIC X(2).

      * the che042 charge batch - HDR, DTL details, TRL control
      * totals, laid out exactly as che042 reads it
       FD  BATCHOUT.
       01  BATCHOUT01.
           02 CB-TAG PIC XXX.
           02 CB-BODY PIC X(130).
       01  CB-HDR REDEFINES BATCHOUT01.
           02 FILLER PIC XXX.
           02 CB-BATCH PIC X(6).
           02 CB-KEYDATE PIC X(8).
           02 FILLER PIC X(116).
       01  CB-DTL REDEFINES BATCHOUT01.
           02 FILLER PIC XXX.
           02 CB-KEY8 PIC X(8).
           02 CB-KEY3 PIC XXX.
           02 CB-PATID PIC X(8).
           02 CB-CLAIM PIC X(6).
           02 CB-SERVICE PIC X.
           02 CB-DIAG PIC X(8).
           02 CB-PROC PIC X(7).
           02 CB-MOD2 PIC XX.
           02 CB-MOD3 PIC XX.
           02 CB-MOD4 PIC XX.
           02 CB-AMOUNT PIC X(6).
           02 CB-AMOUNT9 REDEFINES CB-AMOUNT PIC 9(4)V99.
           02 CB-DOCR PIC X(3).
           02 CB-DOCP PIC X(2).
           02 CB-PAYCODE PIC XXX.
           02 CB-DATE-T PIC X(8).
           02 CB-PLACE PIC X.
           02 CB-DX2 PIC X(8).
           02 CB-DX3 PIC X(8).
           02 CB-DX4 PIC X(8).
           02 CB-DX5 PIC X(8).
           02 CB-DX6 PIC X(8).
           02 CB-ACC-TYPE PIC X.
           02 CB-WORK PIC XX.
           02 CB-AUTH PIC X.
           02 FILLER PIC X(17).
       01  CB-TRL REDEFINES BATCHOUT01.
           02 FILLER PIC XXX.
           02 CB-TRL-CNT PIC X(6).
           02 CB-TRL-AMT PIC X(9).
           02 CB-TRL-AMT9 REDEFINES CB-TRL-AMT PIC 9(7)V99.
           02 FILLER PIC X(115).

      * messages that could not be mapped - the crosswalk clerk's
      * worklist.  the EHR has the same reason on its ACK
       FD  REJFILE.
       01  REJFILE01.
           02 RJ-CTLID PIC X(20).
           02 RJ-DATE PIC X(8).
           02 RJ-ACK PIC XX.
           02 RJ-EHRPAT PIC X(20).
           02 RJ-PATNAME PIC X(24).
           02 RJ-REASON PIC X(40).

      * HL7 ACK back to the EHR, MSH and MSA for every message
       FD  ACKOUT.
       01  ACKOUT01 PIC X(200).

       FD  RPTFILE.
       01  RPTFILE01 PIC X(100).

      * optional batch id - without one the batch is H and the
      * run date (YMMDD), one EHR batch a day
       FD  PARMIN.
       01  PARMIN01.
           02 PARM-BATCH PIC X(6).

       WORKING-STORAGE SECTION.
       01  BATCH-ID PIC X(6).
       01  LOAD-DATE PIC 9(8).
       01  CTL-TIME PIC 9(8).
       01  HL7-REC PIC X(500).
       01  HL-SEG PIC X(3).
       01  HL-PTR PIC 999.
       01  HFX PIC 99.
      * fields of the segment in hand - HF(n) is field n, except
      * on MSH where field 1 is the separator itself and HF(n)
      * holds MSH-(n+1)
       01  HL7-FIELDS.
           02 HF PIC X(80) OCCURS 30 TIMES.
       01  REP-TAB01.
           02 REP PIC X(40) OCCURS 6 TIMES.
       01  RX PIC 9.
       01  DX-IN PIC X(10).
       01  DX-A PIC X(8).
       01  DX-B PIC X(8).
       01  DX-OUT PIC X(8).
       01  NM-LAST PIC X(24).
       01  NM-FIRST PIC X(24).
      * the message being collected
       01  MS-ACTIVE PIC X VALUE "N".
       01  MS-CTLID PIC X(20).
       01  MS-TYPE PIC X(3).
       01  MS-EVENT PIC X(3).
       01  MS-SEND-APP PIC X(20).
       01  MS-SEND-FAC PIC X(20).
       01  MS-RECV-FAC PIC X(20).
       01  MS-PROCID PIC X.
       01  MS-VERSION PIC X(8).
       01  MS-EHRPAT PIC X(20).
       01  MS-PATNAME PIC X(24).
       01  MS-LOC PIC X(20).
       01  MS-ATTEND PIC X(20).
       01  MS-REFER PIC X(20).
       01  MS-DX-CNT PIC 9.
       01  MS-DX-TAB.
           02 MS-DX PIC X(8) OCCURS 6 TIMES.
       01  MS-FT-CNT PIC 99.
       01  MS-OVER PIC X.
       01  MS-ACK PIC XX.
       01  MS-REASON PIC X(40).
       01  MS-CLAIM PIC X(6).
       01  MS-AMT PIC S9(7)V99.
       01  MS-RETAKE PIC X.
       01  FTX PIC 99.
       01  FT-NO PIC 99.
       01  FT-TAB01.
           02 FT-TAB OCCURS 50 TIMES.
             03 FT-DATE PIC X(8).
             03 FT-TYPE PIC X(3).
             03 FT-CPT PIC X(10).
             03 FT-MOD PIC XX OCCURS 4 TIMES.
             03 FT-QTY PIC X(8).
             03 FT-EXT PIC X(15).
             03 FT-UNIT PIC X(15).
             03 FT-LOC PIC X(20).
             03 FT-PERF PIC X(20).
             03 FT-ORDER PIC X(20).
             03 FT-DX-CNT PIC 9.
             03 FT-DX-TAB.
               04 FT-DX PIC X(8) OCCURS 6 TIMES.
       01  DX-USE01.
           02 DX-USE PIC X(8) OCCURS 6 TIMES.
      * the che042 detail images for the message - written only
      * once every FT1 in it has mapped
       01  DT-CNT PIC 99.
       01  DTX PIC 99.
       01  DT-TAB01.
           02 DT-REC PIC X(133) OCCURS 99 TIMES.
       01  MAP-ID PIC X(20).
       01  MAP-GARNO PIC X(8).
       01  MAP-PATID PIC X(8).
       01  MAP-PAYCODE PIC XXX.
       01  MAP-DOCP PIC XX.
       01  MAP-DOCR PIC X(3).
       01  MAP-PLACE PIC X.
       01  QTY-WHOLE PIC X(8).
       01  QTY-LEN PIC 99.
       01  QTY-1 PIC 9.
       01  QTY-2 PIC 99.
       01  QTY-N PIC 99.
       01  QX PIC 99.
       01  LINE-AMT PIC S9(7)V99.
       01  AMT-IN PIC X(30).
       01  AMT-WHOLE PIC X(9).
       01  AMT-FRAC PIC XX.
       01  AMT-WJ PIC X(7).
       01  AMT-SUB PIC 99.
       01  AMT-TALLY PIC 99.
       01  AMT-WHOLE9 PIC 9(7).
       01  AMT-FRAC9 PIC 99.
       01  AMT-SIGN PIC X.
       01  AMT-OUT PIC S9(7)V99.
      * line numbers handed out this run, by guarantor - the next
      * CC-KEY3 follows the highest already on CHARCUR
       01  GK-CNT PIC 9(4) VALUE 0.
       01  KX PIC 9(4).
       01  GK-TAB01.
           02 GK-TAB OCCURS 500 TIMES.
             03 GK-GARNO PIC X(8).
             03 GK-LAST PIC 999.
       01  KEY3-9 PIC 999.
       01  CLAIM-9 PIC 999.
       01  ACK-SEQ PIC 9(4) VALUE 0.
       01  ACK-ID PIC X(10).
       01  MSG-CNT PIC 9(6) VALUE 0.
       01  ACC-CNT PIC 9(6) VALUE 0.
       01  REJ-CNT PIC 9(6) VALUE 0.
       01  STRAY-CNT PIC 9(6) VALUE 0.
       01  DROP-CNT PIC 9(6) VALUE 0.
       01  PEND-ID PIC X(8).
       01  OUT-CNT PIC 9(6) VALUE 0.
       01  FEE-CNT PIC 9(6) VALUE 0.
       01  OUT-AMT PIC S9(7)V99 VALUE 0.
       01  CNT6 PIC 9(6).
       01  REG-LINE.
           02 RG-CTLID PIC X(20).
           02 FILLER PIC X(2).
           02 RG-KEY8 PIC X(8).
           02 FILLER PIC X(2).
           02 RG-CLAIM PIC X(6).
           02 FILLER PIC X(2).
           02 RG-LINES PIC ZZ9.
           02 FILLER PIC X(2).
           02 RG-AMT PIC -ZZZ,ZZ9.99.
           02 FILLER PIC X(2).
           02 RG-MSG PIC X(40).
       01  TOT-LINE.
           02 TL-LABEL PIC X(26).
           02 TL-CNT PIC ZZZ,ZZ9.
           02 FILLER PIC X(3).
           02 TL-AMT PIC -Z,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.

      * the batch id must be new to che042's run control - a
      * batch che042 would refuse is not built.  nor is one built
      * while an earlier batch of ours still waits for che042 -
      * BATCHOUT holds one batch at a time
       P0.
           OPEN INPUT PARMIN.
           ACCEPT LOAD-DATE FROM DATE YYYYMMDD.
           ACCEPT CTL-TIME FROM TIME.
           MOVE SPACE TO BATCH-ID.
           READ PARMIN
             AT END
               CONTINUE
             NOT AT END
               MOVE PARM-BATCH TO BATCH-ID
           END-READ.
           CLOSE PARMIN.
           IF BATCH-ID = SPACE
             MOVE "H" TO BATCH-ID(1:1)
             MOVE LOAD-DATE(4:5) TO BATCH-ID(2:5).
           OPEN INPUT RUNCTL.
           MOVE "CHE042" TO RC-PROGRAM
           MOVE SPACE TO RC-INPUT-ID
           MOVE BATCH-ID TO RC-INPUT-ID(1:6)
           READ RUNCTL
             INVALID
               CONTINUE
             NOT INVALID
               DISPLAY "DFT091 BATCH " BATCH-ID
                 " ALREADY ON CHE042 RUN CONTROL - NOTHING BUILT"
               CLOSE RUNCTL
               STOP RUN
           END-READ.
           MOVE "DFT091" TO RC-PROGRAM
           MOVE SPACE TO RC-INPUT-ID
           START RUNCTL KEY NOT < RC-KEY INVALID GO TO P0-2.
       P0-1.
           READ RUNCTL NEXT AT END GO TO P0-2.
           IF RC-PROGRAM NOT = "DFT091" GO TO P0-2.
           IF RC-INPUT-ID(1:6) = BATCH-ID OR RC-OUT-CNT = 0
             GO TO P0-1.
           MOVE RC-INPUT-ID TO PEND-ID
           MOVE "CHE042" TO RC-PROGRAM
           READ RUNCTL
             INVALID
               DISPLAY "DFT091 BATCH " PEND-ID(1:6)
                 " NOT YET LOADED BY CHE042 - NOTHING BUILT"
               CLOSE RUNCTL
               STOP RUN
           END-READ
           MOVE "DFT091" TO RC-PROGRAM
           MOVE PEND-ID TO RC-INPUT-ID
           START RUNCTL KEY > RC-KEY INVALID GO TO P0-2.
           GO TO P0-1.
       P0-2.
           CLOSE RUNCTL.

           OPEN INPUT HL7IN XWALK CHARCUR GARFILE
           OUTPUT BATCHOUT REJFILE ACKOUT RPTFILE.
           OPEN I-O HL7REG.
           MOVE SPACE TO RPTFILE01.
           STRING "HL7 DFT CHARGE INTAKE REGISTER  BATCH " BATCH-ID
             "  " LOAD-DATE DELIMITED BY SIZE INTO RPTFILE01.
           WRITE RPTFILE01.
           MOVE SPACE TO RPTFILE01.
           WRITE RPTFILE01.
           MOVE SPACE TO RPTFILE01.
           STRING "MESSAGE ID            ACCOUNT   CLAIM   LNS"
             "       AMOUNT  RESULT" DELIMITED BY SIZE INTO RPTFILE01.
           WRITE RPTFILE01.
           MOVE SPACE TO BATCHOUT01.
           MOVE "HDR" TO CB-TAG.
           MOVE BATCH-ID TO CB-BATCH.
           MOVE LOAD-DATE TO CB-KEYDATE.
           WRITE BATCHOUT01.

      * an MSH starts a message and closes out the one before it
       P1.
           MOVE SPACE TO HL7IN01
           READ HL7IN AT END GO TO P8.
           MOVE HL7IN01 TO HL7-REC
           PERFORM SEG-PARSE THRU SEG-PARSE-EXIT
           IF HL-SEG = "MSH"
             PERFORM MSG-END THRU MSG-END-EXIT
             PERFORM MSG-START THRU MSG-START-EXIT
             GO TO P1.
           IF MS-ACTIVE NOT = "Y"
             IF HL-SEG NOT = SPACE
               ADD 1 TO STRAY-CNT
             END-IF
             GO TO P1.
           IF HL-SEG = "PID"
             UNSTRING HF(3) DELIMITED BY "^" OR "~" INTO MS-EHRPAT
             MOVE SPACE TO NM-LAST NM-FIRST MS-PATNAME
             UNSTRING HF(5) DELIMITED BY "^" INTO NM-LAST NM-FIRST
             STRING NM-LAST DELIMITED BY "  " "," DELIMITED BY SIZE
               NM-FIRST DELIMITED BY "  " INTO MS-PATNAME
             GO TO P1.
           IF HL-SEG = "PV1"
             UNSTRING HF(3) DELIMITED BY "^" INTO MS-LOC
             UNSTRING HF(7) DELIMITED BY "^" OR "~" INTO MS-ATTEND
             UNSTRING HF(8) DELIMITED BY "^" OR "~" INTO MS-REFER
             GO TO P1.
           IF HL-SEG = "DG1"
             IF MS-DX-CNT < 6
               MOVE SPACE TO DX-IN
               UNSTRING HF(3) DELIMITED BY "^" INTO DX-IN
               PERFORM DX-CLEAN THRU DX-CLEAN-EXIT
               IF DX-OUT NOT = SPACE
                 ADD 1 TO MS-DX-CNT
                 MOVE DX-OUT TO MS-DX(MS-DX-CNT)
               END-IF
             END-IF
             GO TO P1.
           IF HL-SEG = "FT1"
             PERFORM FT1-GET THRU FT1-GET-EXIT.
           GO TO P1.

       P8.
           PERFORM MSG-END THRU MSG-END-EXIT.
           PERFORM REG-SWEEP THRU REG-SWEEP-EXIT.
           MOVE SPACE TO BATCHOUT01.
           MOVE "TRL" TO CB-TAG.
           MOVE OUT-CNT TO CNT6.
           MOVE CNT6 TO CB-TRL-CNT.
           MOVE OUT-AMT TO CB-TRL-AMT9.
           WRITE BATCHOUT01.

       P9.
           MOVE SPACE TO RPTFILE01.
           WRITE RPTFILE01.
           MOVE SPACE TO TOT-LINE.
           MOVE "MESSAGES READ:" TO TL-LABEL.
           MOVE MSG-CNT TO TL-CNT.
           MOVE TOT-LINE TO RPTFILE01.
           WRITE RPTFILE01.
           MOVE SPACE TO TOT-LINE.
           MOVE "  ACCEPTED:" TO TL-LABEL.
           MOVE ACC-CNT TO TL-CNT.
           MOVE TOT-LINE TO RPTFILE01.
           WRITE RPTFILE01.
           MOVE SPACE TO TOT-LINE.
           MOVE "  REJECTED:" TO TL-LABEL.
           MOVE REJ-CNT TO TL-CNT.
           MOVE TOT-LINE TO RPTFILE01.
           WRITE RPTFILE01.
           MOVE SPACE TO TOT-LINE.
           MOVE "SEGMENTS OUTSIDE A MESSAGE:" TO TL-LABEL.
           MOVE STRAY-CNT TO TL-CNT.
           MOVE TOT-LINE TO RPTFILE01.
           WRITE RPTFILE01.
           MOVE SPACE TO TOT-LINE.
           MOVE "EARLIER RUN, NOT RESENT:" TO TL-LABEL.
           MOVE DROP-CNT TO TL-CNT.
           MOVE TOT-LINE TO RPTFILE01.
           WRITE RPTFILE01.
           MOVE SPACE TO TOT-LINE.
           MOVE "CHARGE LINES IN BATCH:" TO TL-LABEL.
           MOVE OUT-CNT TO TL-CNT.
           MOVE OUT-AMT TO TL-AMT.
           MOVE TOT-LINE TO RPTFILE01.
           WRITE RPTFILE01.
           MOVE SPACE TO TOT-LINE.
           MOVE "  TO PRICE FROM FEES:" TO TL-LABEL.
           MOVE FEE-CNT TO TL-CNT.
           MOVE TOT-LINE TO RPTFILE01.
           WRITE RPTFILE01.
           MOVE SPACE TO RPTFILE01.
           WRITE RPTFILE01.
           MOVE SPACE TO RPTFILE01.
           STRING "BATCH " BATCH-ID " READY FOR CHE042"
             DELIMITED BY SIZE INTO RPTFILE01.
           WRITE RPTFILE01.
           CLOSE HL7IN XWALK CHARCUR GARFILE HL7REG BATCHOUT REJFILE
             ACKOUT RPTFILE.

      * the batch goes on run control so the next run can tell
      * whether che042 has taken it yet
           OPEN I-O RUNCTL.
           MOVE SPACE TO RUNCTL01
           MOVE "DFT091" TO RC-PROGRAM
           MOVE BATCH-ID TO RC-INPUT-ID(1:6)
           MOVE LOAD-DATE TO RC-RUN-DATE
           MOVE CTL-TIME(1:6) TO RC-START-TIME
           ACCEPT CTL-TIME FROM TIME
           MOVE CTL-TIME(1:6) TO RC-END-TIME
           MOVE MSG-CNT TO RC-IN-CNT
           MOVE OUT-CNT TO RC-OUT-CNT
           MOVE "C" TO RC-STATUS
           WRITE RUNCTL01 INVALID
             REWRITE RUNCTL01
           END-WRITE.
           CLOSE RUNCTL.
           STOP RUN.

      * split the segment on | into HF - the segment id first,
      * then one field at a time until the line runs out
       SEG-PARSE.
           MOVE SPACE TO HL-SEG HL7-FIELDS
           MOVE 1 TO HL-PTR
           UNSTRING HL7-REC DELIMITED BY "|" INTO HL-SEG
             WITH POINTER HL-PTR
           MOVE 0 TO HFX.
       SEG-PARSE-1.
           IF HL-PTR > 500 OR HFX = 30 GO TO SEG-PARSE-EXIT.
           ADD 1 TO HFX
           UNSTRING HL7-REC DELIMITED BY "|" INTO HF(HFX)
             WITH POINTER HL-PTR
           GO TO SEG-PARSE-1.
       SEG-PARSE-EXIT. EXIT.

       MSG-START.
           MOVE "Y" TO MS-ACTIVE
           MOVE SPACE TO MS-CTLID MS-TYPE MS-EVENT MS-SEND-APP
             MS-SEND-FAC MS-RECV-FAC MS-PROCID MS-VERSION
             MS-EHRPAT MS-PATNAME MS-LOC MS-ATTEND MS-REFER
             MS-DX-TAB MS-OVER
           MOVE 0 TO MS-DX-CNT MS-FT-CNT
           UNSTRING HF(2) DELIMITED BY "^" INTO MS-SEND-APP
           UNSTRING HF(3) DELIMITED BY "^" INTO MS-SEND-FAC
           UNSTRING HF(5) DELIMITED BY "^" INTO MS-RECV-FAC
           UNSTRING HF(8) DELIMITED BY "^" INTO MS-TYPE MS-EVENT
           MOVE HF(9) TO MS-CTLID
           MOVE HF(10) TO MS-PROCID
           MOVE HF(11) TO MS-VERSION.
       MSG-START-EXIT. EXIT.

      * FT1-4 service date, -6 type, -7 / -25 procedure, -10
      * quantity, -11 extended and -12 unit amount, -16 location,
      * -19 diagnoses, -20 performed by, -21 ordered by, -26
      * modifiers
       FT1-GET.
           IF MS-FT-CNT = 50
             MOVE "Y" TO MS-OVER
             GO TO FT1-GET-EXIT.
           ADD 1 TO MS-FT-CNT
           MOVE MS-FT-CNT TO FTX
           MOVE SPACE TO FT-TAB(FTX)
           MOVE 0 TO FT-DX-CNT(FTX)
           MOVE HF(4)(1:8) TO FT-DATE(FTX)
           UNSTRING HF(6) DELIMITED BY "^" INTO FT-TYPE(FTX)
           UNSTRING HF(25) DELIMITED BY "^" INTO FT-CPT(FTX)
           IF FT-CPT(FTX) = SPACE
             UNSTRING HF(7) DELIMITED BY "^" INTO FT-CPT(FTX).
           MOVE HF(10) TO FT-QTY(FTX)
           UNSTRING HF(11) DELIMITED BY "^" OR "&" INTO FT-EXT(FTX)
           UNSTRING HF(12) DELIMITED BY "^" OR "&" INTO FT-UNIT(FTX)
           UNSTRING HF(16) DELIMITED BY "^" INTO FT-LOC(FTX)
           UNSTRING HF(20) DELIMITED BY "^" OR "~" INTO FT-PERF(FTX)
           UNSTRING HF(21) DELIMITED BY "^" OR "~" INTO FT-ORDER(FTX)
           MOVE SPACE TO REP-TAB01
           UNSTRING HF(26) DELIMITED BY "~" INTO REP(1) REP(2)
             REP(3) REP(4)
           MOVE 0 TO RX.
       FT1-GET-1.
           IF RX = 4 GO TO FT1-GET-2.
           ADD 1 TO RX
           UNSTRING REP(RX) DELIMITED BY "^" INTO FT-MOD(FTX, RX)
           GO TO FT1-GET-1.
       FT1-GET-2.
           MOVE SPACE TO REP-TAB01
           UNSTRING HF(19) DELIMITED BY "~" INTO REP(1) REP(2)
             REP(3) REP(4) REP(5) REP(6)
           MOVE 0 TO RX.
       FT1-GET-3.
           IF RX = 6 GO TO FT1-GET-EXIT.
           ADD 1 TO RX
           IF REP(RX) = SPACE GO TO FT1-GET-3.
           MOVE SPACE TO DX-IN
           UNSTRING REP(RX) DELIMITED BY "^" INTO DX-IN
           PERFORM DX-CLEAN THRU DX-CLEAN-EXIT
           IF DX-OUT NOT = SPACE
             ADD 1 TO FT-DX-CNT(FTX)
             MOVE DX-OUT TO FT-DX(FTX, FT-DX-CNT(FTX)).
           GO TO FT1-GET-3.
       FT1-GET-EXIT. EXIT.

      * the EHR sends ICD-10 with its decimal point, DIAGFILE
      * carries the code without one
       DX-CLEAN.
           MOVE SPACE TO DX-A DX-B DX-OUT
           UNSTRING DX-IN DELIMITED BY "." INTO DX-A DX-B
           STRING DX-A DELIMITED BY SPACE DX-B DELIMITED BY SPACE
             INTO DX-OUT.
       DX-CLEAN-EXIT. EXIT.

      * a message goes into the batch whole or not at all - every
      * FT1 must map before any of its lines is written
       MSG-END.
           IF MS-ACTIVE NOT = "Y" GO TO MSG-END-EXIT.
           MOVE "N" TO MS-ACTIVE
           ADD 1 TO MSG-CNT
           MOVE SPACE TO MS-REASON MS-CLAIM MAP-GARNO
           MOVE "N" TO MS-RETAKE
           MOVE 0 TO DT-CNT MS-AMT
           MOVE "AR" TO MS-ACK
           IF MS-TYPE NOT = "DFT"
             MOVE "NOT A DFT MESSAGE" TO MS-REASON
             GO TO MSG-REJ.
           IF MS-CTLID = SPACE
             MOVE "NO MESSAGE CONTROL ID" TO MS-REASON
             GO TO MSG-REJ.
           MOVE MS-CTLID TO HR-CTLID
           READ HL7REG
             INVALID
               CONTINUE
             NOT INVALID
               IF HR-BATCH = BATCH-ID AND (HR-DATE NOT = LOAD-DATE
                 OR HR-TIME NOT = CTL-TIME)
                 MOVE "Y" TO MS-RETAKE
               ELSE
                 STRING "DUPLICATE - TAKEN " HR-DATE " BATCH "
                   HR-BATCH DELIMITED BY SIZE INTO MS-REASON
                 GO TO MSG-REJ
               END-IF
           END-READ
           MOVE "AE" TO MS-ACK
           IF MS-FT-CNT = 0
             MOVE "NO FT1 CHARGE SEGMENTS" TO MS-REASON
             GO TO MSG-REJ.
           IF MS-OVER = "Y"
             MOVE "MORE THAN 50 FT1 SEGMENTS" TO MS-REASON
             GO TO MSG-REJ.
           IF MS-EHRPAT = SPACE
             MOVE "NO PATIENT ID IN PID-3" TO MS-REASON
             GO TO MSG-REJ.
           MOVE "P" TO XW-TYPE
           MOVE MS-EHRPAT TO XW-EHRID
           READ XWALK INVALID
             STRING "PATIENT " MS-EHRPAT DELIMITED BY SPACE
               " NOT ON CROSSWALK" DELIMITED BY SIZE INTO MS-REASON
             GO TO MSG-REJ
           END-READ
           MOVE XW-GARNO TO MAP-GARNO
           MOVE XW-PATID TO MAP-PATID
           MOVE MAP-GARNO TO G-GARNO
           READ GARFILE INVALID
             STRING "GUARANTOR " MAP-GARNO " NOT ON FILE"
               DELIMITED BY SIZE INTO MS-REASON
             GO TO MSG-REJ
           END-READ
           IF G-DELETE = "Y"
             MOVE "GUARANTOR DELETED" TO MS-REASON
             GO TO MSG-REJ.
           MOVE G-PRINS TO MAP-PAYCODE
           IF MAP-PAYCODE = SPACE
             MOVE "000" TO MAP-PAYCODE.
           MOVE 0 TO FTX.
       MSG-END-1.
           IF FTX = MS-FT-CNT GO TO MSG-END-2.
           ADD 1 TO FTX
           PERFORM FT-EDIT THRU FT-EDIT-EXIT
           IF MS-REASON NOT = SPACE GO TO MSG-REJ.
           GO TO MSG-END-1.

      * line numbers follow on from the account's last line; the
      * claim number is DFT and the encounter's first line number
       MSG-END-2.
           PERFORM KEY3-GET THRU KEY3-GET-EXIT
           IF KX = 0
             MOVE "TOO MANY ACCOUNTS IN ONE FILE" TO MS-REASON
             GO TO MSG-REJ.
           IF GK-LAST(KX) + DT-CNT > 999
             MOVE "ACCOUNT HAS NO LINE NUMBERS LEFT" TO MS-REASON
             GO TO MSG-REJ.
           COMPUTE CLAIM-9 = GK-LAST(KX) + 1
           MOVE "DFT" TO MS-CLAIM(1:3)
           MOVE CLAIM-9 TO MS-CLAIM(4:3)
           MOVE 0 TO DTX.
       MSG-END-3.
           IF DTX = DT-CNT GO TO MSG-END-4.
           ADD 1 TO DTX
           MOVE DT-REC(DTX) TO BATCHOUT01
           ADD 1 TO GK-LAST(KX)
           MOVE GK-LAST(KX) TO KEY3-9
           MOVE KEY3-9 TO CB-KEY3
           MOVE MS-CLAIM TO CB-CLAIM
           WRITE BATCHOUT01
           ADD 1 TO OUT-CNT
           IF CB-AMOUNT NUMERIC
             ADD CB-AMOUNT9 TO OUT-AMT MS-AMT
           ELSE
             ADD 1 TO FEE-CNT
           END-IF
           GO TO MSG-END-3.
       MSG-END-4.
           MOVE SPACE TO HL7REG01
           MOVE MS-CTLID TO HR-CTLID
           MOVE LOAD-DATE TO HR-DATE
           MOVE BATCH-ID TO HR-BATCH
           MOVE MAP-GARNO TO HR-KEY8
           MOVE MS-CLAIM TO HR-CLAIM
           MOVE DT-CNT TO HR-LINES
           MOVE CTL-TIME TO HR-TIME
           IF MS-RETAKE = "Y"
             REWRITE HL7REG01 INVALID
               CONTINUE
             END-REWRITE
           ELSE
             WRITE HL7REG01 INVALID
               CONTINUE
             END-WRITE
           END-IF
           ADD 1 TO ACC-CNT
           MOVE "AA" TO MS-ACK
           PERFORM ACK-PUT THRU ACK-PUT-EXIT
           MOVE SPACE TO REG-LINE
           MOVE MS-CTLID TO RG-CTLID
           MOVE MAP-GARNO TO RG-KEY8
           MOVE MS-CLAIM TO RG-CLAIM
           MOVE DT-CNT TO RG-LINES
           MOVE MS-AMT TO RG-AMT
           MOVE "ACCEPTED" TO RG-MSG
           IF MS-RETAKE = "Y"
             MOVE "ACCEPTED - REBUILT" TO RG-MSG.
           MOVE REG-LINE TO RPTFILE01
           WRITE RPTFILE01
           GO TO MSG-END-EXIT.
      * a rebuilt message that no longer maps leaves the batch, so
      * its register entry goes too and the EHR's resend is taken
       MSG-REJ.
           ADD 1 TO REJ-CNT
           IF MS-RETAKE = "Y"
             MOVE MS-CTLID TO HR-CTLID
             DELETE HL7REG RECORD INVALID
               CONTINUE
             END-DELETE
           END-IF
           MOVE SPACE TO REJFILE01
           MOVE MS-CTLID TO RJ-CTLID
           MOVE LOAD-DATE TO RJ-DATE
           MOVE MS-ACK TO RJ-ACK
           MOVE MS-EHRPAT TO RJ-EHRPAT
           MOVE MS-PATNAME TO RJ-PATNAME
           MOVE MS-REASON TO RJ-REASON
           WRITE REJFILE01
           PERFORM ACK-PUT THRU ACK-PUT-EXIT
           MOVE SPACE TO REG-LINE
           MOVE MS-CTLID TO RG-CTLID
           MOVE MAP-GARNO TO RG-KEY8
           MOVE MS-REASON TO RG-MSG
           MOVE REG-LINE TO RPTFILE01
           WRITE RPTFILE01.
       MSG-END-EXIT. EXIT.

      * a message an earlier run of this batch took but this run's
      * input did not carry is no longer in BATCHOUT - its register
      * entry is cleared and it goes on the worklist for the EHR to
      * send again
       REG-SWEEP.
           MOVE BATCH-ID TO HR-BATCH
           START HL7REG KEY = HR-BATCH INVALID GO TO REG-SWEEP-EXIT.
       REG-SWEEP-1.
           READ HL7REG NEXT AT END GO TO REG-SWEEP-EXIT.
           IF HR-BATCH NOT = BATCH-ID GO TO REG-SWEEP-EXIT.
           IF HR-DATE = LOAD-DATE AND HR-TIME = CTL-TIME
             GO TO REG-SWEEP-1.
           ADD 1 TO DROP-CNT
           MOVE SPACE TO REJFILE01
           MOVE HR-CTLID TO RJ-CTLID
           MOVE LOAD-DATE TO RJ-DATE
           MOVE "NOT IN RERUN OF BATCH - EHR TO RESEND" TO RJ-REASON
           WRITE REJFILE01
           MOVE SPACE TO REG-LINE
           MOVE HR-CTLID TO RG-CTLID
           MOVE HR-KEY8 TO RG-KEY8
           MOVE HR-CLAIM TO RG-CLAIM
           MOVE HR-LINES TO RG-LINES
           MOVE "NOT IN RERUN OF BATCH - EHR TO RESEND" TO RG-MSG
           MOVE REG-LINE TO RPTFILE01
           WRITE RPTFILE01
           DELETE HL7REG RECORD INVALID
             CONTINUE
           END-DELETE
           GO TO REG-SWEEP-1.
       REG-SWEEP-EXIT. EXIT.

      * one FT1 to one or more che042 details - a quantity over 1
      * becomes that many lines at the unit amount.  a missing or
      * zero amount is left blank for che042 to price from the fee
      * schedule
       FT-EDIT.
           MOVE FTX TO FT-NO
           IF FT-TYPE(FTX) NOT = "CG"
             STRING "FT1 " FT-NO " NOT A CHARGE (CG)"
               DELIMITED BY SIZE INTO MS-REASON
             GO TO FT-EDIT-EXIT.
           IF FT-DATE(FTX) NOT NUMERIC
             STRING "FT1 " FT-NO " BAD SERVICE DATE"
               DELIMITED BY SIZE INTO MS-REASON
             GO TO FT-EDIT-EXIT.
           IF FT-CPT(FTX) = SPACE
             STRING "FT1 " FT-NO " NO PROCEDURE CODE"
               DELIMITED BY SIZE INTO MS-REASON
             GO TO FT-EDIT-EXIT.

           MOVE 0 TO QTY-N
           MOVE SPACE TO QTY-WHOLE
           MOVE 0 TO QTY-LEN
           UNSTRING FT-QTY(FTX) DELIMITED BY "." OR SPACE
             INTO QTY-WHOLE COUNT IN QTY-LEN
           IF QTY-LEN = 0
             MOVE 1 TO QTY-N.
           IF QTY-LEN = 1 AND QTY-WHOLE(1:1) NUMERIC
             MOVE QTY-WHOLE(1:1) TO QTY-1
             MOVE QTY-1 TO QTY-N.
           IF QTY-LEN = 2 AND QTY-WHOLE(1:2) NUMERIC
             MOVE QTY-WHOLE(1:2) TO QTY-2
             MOVE QTY-2 TO QTY-N.
           IF QTY-N = 0
             STRING "FT1 " FT-NO " BAD QUANTITY"
               DELIMITED BY SIZE INTO MS-REASON
             GO TO FT-EDIT-EXIT.
           IF DT-CNT + QTY-N > 99
             MOVE "MORE THAN 99 CHARGE LINES" TO MS-REASON
             GO TO FT-EDIT-EXIT.

           MOVE 0 TO LINE-AMT
           IF FT-UNIT(FTX) NOT = SPACE
             MOVE FT-UNIT(FTX) TO AMT-IN
             PERFORM AMT-PARSE THRU AMT-PARSE-EXIT
             MOVE AMT-OUT TO LINE-AMT
           ELSE
             IF FT-EXT(FTX) NOT = SPACE
               MOVE FT-EXT(FTX) TO AMT-IN
               PERFORM AMT-PARSE THRU AMT-PARSE-EXIT
               COMPUTE LINE-AMT ROUNDED = AMT-OUT / QTY-N
             END-IF
           END-IF
           IF LINE-AMT < 0 OR LINE-AMT > 9999.99
             STRING "FT1 " FT-NO " AMOUNT OUT OF RANGE"
               DELIMITED BY SIZE INTO MS-REASON
             GO TO FT-EDIT-EXIT.

      * the performing provider bills; FT1-20 over PV1-7
           MOVE FT-PERF(FTX) TO MAP-ID
           IF MAP-ID = SPACE
             MOVE MS-ATTEND TO MAP-ID.
           IF MAP-ID = SPACE
             STRING "FT1 " FT-NO " NO PERFORMING PROVIDER"
               DELIMITED BY SIZE INTO MS-REASON
             GO TO FT-EDIT-EXIT.
           MOVE "D" TO XW-TYPE
           MOVE MAP-ID TO XW-EHRID
           READ XWALK INVALID
             STRING "PROVIDER " MAP-ID DELIMITED BY SPACE
               " NOT ON CROSSWALK" DELIMITED BY SIZE INTO MS-REASON
             GO TO FT-EDIT-EXIT
           END-READ
           IF XW-DOCP = SPACE
             STRING "PROVIDER " MAP-ID DELIMITED BY SPACE
               " HAS NO BILLING CODE" DELIMITED BY SIZE
               INTO MS-REASON
             GO TO FT-EDIT-EXIT.
           MOVE XW-DOCP TO MAP-DOCP

      * the referring doctor is optional, but one sent must map
           MOVE SPACE TO MAP-DOCR
           MOVE FT-ORDER(FTX) TO MAP-ID
           IF MAP-ID = SPACE
             MOVE MS-REFER TO MAP-ID.
           IF MAP-ID = SPACE GO TO FT-EDIT-1.
           MOVE "D" TO XW-TYPE
           MOVE MAP-ID TO XW-EHRID
           READ XWALK INVALID
             STRING "REFERRING " MAP-ID DELIMITED BY SPACE
               " NOT ON CROSSWALK" DELIMITED BY SIZE INTO MS-REASON
             GO TO FT-EDIT-EXIT
           END-READ
           IF XW-DOCR = SPACE
             STRING "REFERRING " MAP-ID DELIMITED BY SPACE
               " HAS NO REFERRING CODE" DELIMITED BY SIZE
               INTO MS-REASON
             GO TO FT-EDIT-EXIT.
           MOVE XW-DOCR TO MAP-DOCR.

       FT-EDIT-1.
           MOVE FT-LOC(FTX) TO MAP-ID
           IF MAP-ID = SPACE
             MOVE MS-LOC TO MAP-ID.
           IF MAP-ID = SPACE
             STRING "FT1 " FT-NO " NO LOCATION"
               DELIMITED BY SIZE INTO MS-REASON
             GO TO FT-EDIT-EXIT.
           MOVE "L" TO XW-TYPE
           MOVE MAP-ID TO XW-EHRID
           READ XWALK INVALID
             STRING "LOCATION " MAP-ID DELIMITED BY SPACE
               " NOT ON CROSSWALK" DELIMITED BY SIZE INTO MS-REASON
             GO TO FT-EDIT-EXIT
           END-READ
           MOVE XW-PLACE TO MAP-PLACE

      * FT1-19 diagnoses when the line carries its own, the
      * message's DG1s otherwise
           IF FT-DX-CNT(FTX) > 0
             MOVE FT-DX-TAB(FTX) TO DX-USE01
           ELSE
             MOVE MS-DX-TAB TO DX-USE01
           END-IF
           IF DX-USE(1) = SPACE
             STRING "FT1 " FT-NO " NO DIAGNOSIS"
               DELIMITED BY SIZE INTO MS-REASON
             GO TO FT-EDIT-EXIT.

           MOVE SPACE TO BATCHOUT01
           MOVE "DTL" TO CB-TAG
           MOVE MAP-GARNO TO CB-KEY8
           MOVE MAP-PATID TO CB-PATID
           MOVE DX-USE(1) TO CB-DIAG
           MOVE FT-CPT(FTX)(1:5) TO CB-PROC(1:5)
           MOVE FT-MOD(FTX, 1) TO CB-PROC(6:2)
           MOVE FT-MOD(FTX, 2) TO CB-MOD2
           MOVE FT-MOD(FTX, 3) TO CB-MOD3
           MOVE FT-MOD(FTX, 4) TO CB-MOD4
           IF LINE-AMT > 0
             MOVE LINE-AMT TO CB-AMOUNT9.
           MOVE MAP-DOCR TO CB-DOCR
           MOVE MAP-DOCP TO CB-DOCP
           MOVE MAP-PAYCODE TO CB-PAYCODE
           MOVE FT-DATE(FTX) TO CB-DATE-T
           MOVE MAP-PLACE TO CB-PLACE
           MOVE DX-USE(2) TO CB-DX2
           MOVE DX-USE(3) TO CB-DX3
           MOVE DX-USE(4) TO CB-DX4
           MOVE DX-USE(5) TO CB-DX5
           MOVE DX-USE(6) TO CB-DX6
           MOVE 0 TO QX.
       FT-EDIT-2.
           IF QX = QTY-N GO TO FT-EDIT-EXIT.
           ADD 1 TO QX
           ADD 1 TO DT-CNT
           MOVE BATCHOUT01 TO DT-REC(DT-CNT)
           GO TO FT-EDIT-2.
       FT-EDIT-EXIT. EXIT.

      * find the guarantor among those given lines this run, or
      * add it with the highest numeric line number on CHARCUR
       KEY3-GET.
           MOVE 0 TO KX.
       KEY3-GET-1.
           IF KX = GK-CNT GO TO KEY3-GET-2.
           ADD 1 TO KX
           IF GK-GARNO(KX) = MAP-GARNO GO TO KEY3-GET-EXIT.
           GO TO KEY3-GET-1.
       KEY3-GET-2.
           IF GK-CNT = 500
             MOVE 0 TO KX
             GO TO KEY3-GET-EXIT.
           ADD 1 TO GK-CNT
           MOVE GK-CNT TO KX
           MOVE MAP-GARNO TO GK-GARNO(KX)
           MOVE 0 TO GK-LAST(KX)
           MOVE MAP-GARNO TO CC-KEY8
           MOVE LOW-VALUES TO CC-KEY3
           START CHARCUR KEY NOT < CHARCUR-KEY
             INVALID
               GO TO KEY3-GET-EXIT.
       KEY3-GET-3.
           READ CHARCUR NEXT AT END GO TO KEY3-GET-EXIT.
           IF CC-KEY8 NOT = MAP-GARNO GO TO KEY3-GET-EXIT.
           IF CC-KEY3 NUMERIC
             MOVE CC-KEY3 TO KEY3-9
             IF KEY3-9 > GK-LAST(KX)
               MOVE KEY3-9 TO GK-LAST(KX)
             END-IF
           END-IF
           GO TO KEY3-GET-3.
       KEY3-GET-EXIT. EXIT.

      * MSH back to the sender with the roles swapped, then MSA
      * with the answer and the original message control id
       ACK-PUT.
           ADD 1 TO ACK-SEQ
           MOVE BATCH-ID TO ACK-ID(1:6)
           MOVE ACK-SEQ TO ACK-ID(7:4)
           IF MS-VERSION = SPACE
             MOVE "2.3" TO MS-VERSION.
           IF MS-PROCID = SPACE
             MOVE "P" TO MS-PROCID.
           MOVE SPACE TO ACKOUT01
           STRING "MSH|^~\&|CMS|" DELIMITED BY SIZE
             MS-RECV-FAC DELIMITED BY SPACE
             "|" DELIMITED BY SIZE
             MS-SEND-APP DELIMITED BY SPACE
             "|" DELIMITED BY SIZE
             MS-SEND-FAC DELIMITED BY SPACE
             "|" LOAD-DATE CTL-TIME(1:6) "||ACK^" DELIMITED BY SIZE
             MS-EVENT DELIMITED BY SPACE
             "|" ACK-ID "|" MS-PROCID "|" DELIMITED BY SIZE
             MS-VERSION DELIMITED BY SPACE
             INTO ACKOUT01
           WRITE ACKOUT01
           MOVE SPACE TO ACKOUT01
           IF MS-ACK = "AA"
             STRING "MSA|AA|" DELIMITED BY SIZE
               MS-CTLID DELIMITED BY SPACE
               INTO ACKOUT01
           ELSE
             STRING "MSA|" MS-ACK "|" DELIMITED BY SIZE
               MS-CTLID DELIMITED BY SPACE
               "|" DELIMITED BY SIZE
               MS-REASON DELIMITED BY "  "
               INTO ACKOUT01
           END-IF
           WRITE ACKOUT01.
       ACK-PUT-EXIT. EXIT.

       AMT-PARSE.
           MOVE 0 TO AMT-OUT
           MOVE SPACE TO AMT-SIGN
           IF AMT-IN(1:1) = "-"
             MOVE "-" TO AMT-SIGN
           END-IF
           MOVE SPACE TO AMT-WHOLE AMT-FRAC
           UNSTRING AMT-IN DELIMITED BY "." INTO AMT-WHOLE AMT-FRAC
           MOVE 0 TO AMT-WHOLE9 AMT-FRAC9
           MOVE ZERO TO AMT-WJ
           MOVE 7 TO AMT-SUB
           MOVE 9 TO AMT-TALLY.
       AMT-PARSE-1.
           IF AMT-TALLY < 1 OR AMT-SUB < 1 GO TO AMT-PARSE-2.
           IF AMT-WHOLE(AMT-TALLY:1) >= "0"
           AND AMT-WHOLE(AMT-TALLY:1) <= "9"
             MOVE AMT-WHOLE(AMT-TALLY:1) TO AMT-WJ(AMT-SUB:1)
             SUBTRACT 1 FROM AMT-SUB
           END-IF
           SUBTRACT 1 FROM AMT-TALLY
           GO TO AMT-PARSE-1.
       AMT-PARSE-2.
           INSPECT AMT-FRAC REPLACING ALL SPACE BY "0"
           IF AMT-WJ NUMERIC
             MOVE AMT-WJ TO AMT-WHOLE9
           END-IF
           IF AMT-FRAC NUMERIC
             MOVE AMT-FRAC TO AMT-FRAC9
           END-IF
           COMPUTE AMT-OUT = AMT-WHOLE9 + (AMT-FRAC9 / 100)
           IF AMT-SIGN = "-"
             COMPUTE AMT-OUT = 0 - AMT-OUT
           END-IF.
       AMT-PARSE-EXIT. EXIT.
