           SELECT OPTIONAL WCFILE ASSIGN TO "T70" ORGANIZATION IS
           INDEXED ACCESS IS DYNAMIC RECORD KEY IS WC-KEY
           LOCK MODE MANUAL.
           SELECT OPTIONAL NCCIFILE ASSIGN TO "T75" ORGANIZATION IS
           INDEXED ACCESS IS DYNAMIC RECORD KEY IS NC-KEY
           LOCK MODE MANUAL.
           SELECT OPTIONAL LCDFILE ASSIGN TO "T80" ORGANIZATION IS
           INDEXED ACCESS IS DYNAMIC RECORD KEY IS LC-KEY
           LOCK MODE MANUAL.
           SELECT OPTIONAL ABNFILE ASSIGN TO "T85" ORGANIZATION IS
           INDEXED ACCESS IS DYNAMIC RECORD KEY IS ABN-KEY
           LOCK MODE MANUAL.
           SELECT OPTIONAL COVFILE ASSIGN TO "T90" ORGANIZATION IS
           INDEXED ACCESS IS DYNAMIC RECORD KEY IS CV-KEY
           LOCK MODE MANUAL.
           SELECT OPTIONAL PATFILE ASSIGN TO "T95" ORGANIZATION IS
           INDEXED ACCESS IS DYNAMIC RECORD KEY IS PT-PATID
           ALTERNATE RECORD KEY IS PT-GARNO WITH DUPLICATES
           LOCK MODE MANUAL.
           SELECT OPTIONAL ENROLL ASSIGN TO "U30" ORGANIZATION IS
           INDEXED ACCESS IS DYNAMIC RECORD KEY IS ENROLL-KEY
           LOCK MODE MANUAL.
           SELECT OPTIONAL MSPFILE ASSIGN TO "U35" ORGANIZATION IS
           INDEXED ACCESS IS DYNAMIC RECORD KEY IS MS-GARNO
           LOCK MODE MANUAL.
           SELECT X12WORK ASSIGN TO "U40" ORGANIZATION
           LINE SEQUENTIAL.
           SELECT OPTIONAL X12CTL ASSIGN TO "U45" ORGANIZATION IS
           INDEXED ACCESS IS DYNAMIC RECORD KEY IS XC-KEY
           LOCK MODE MANUAL.
           SELECT OPTIONAL XMITLOG ASSIGN TO "U50" ORGANIZATION IS
           INDEXED ACCESS IS DYNAMIC RECORD KEY IS XL-ISA-CTRL
           ALTERNATE RECORD KEY IS XL-GS-CTRL
           LOCK MODE MANUAL.
       DATA DIVISION.
       FILE SECTION.
       FD  PLACEFILE.
           02 CX-GAP-ZIP PIC X(9).
       FD  CTLXFILE.
       01  CTLXFILE01.
           02 CTLX-ST-CTRL PIC X(9).
           02 CTLX-KEY PIC X(11).
           02 CTLX-CLAIM PIC X(6).
           02 CTLX-DATE PIC X(8).
           02 PAYER-ROUTE PIC X.
           02 PAYER-SECOND PIC X.
           02 PAYER-TFDAYS PIC 999.
           02 PAYER-STATDAYS PIC 999.
           02 PAYER-FUTURE PIC X(7).
       FD  RUNCTL.
       01  RUNCTL01.
           02 RC-KEY.
           02 WC-STAT PIC X.
           02 WC-FUTURE PIC X(10).

      * NCCI/MUE edit table, loaded quarterly by ncl044 - a pair's
      * column-2 code is not paid with its column-1 code on one
      * date of service; an MUE record carries spaces in NC-CODE2
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

      * LCD/NCD covered-diagnosis ranges by procedure, loaded by
      * lcl048 - a procedure with ranges in force is covered only
      * when a line diagnosis falls inside one of them
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

      * advance beneficiary notices kept by abm049 - a non-covered
      * Medicare line goes out with GA only if one is on file
       FD  ABNFILE.
       01  ABNFILE01.
           02 ABN-KEY.
             03 ABN-KEY8 PIC X(8).
             03 ABN-KEY3 PIC XXX.
           02 ABN-SIGNED PIC X(8).
           02 ABN-REASON PIC X(30).
           02 ABN-SENT PIC X(8).
           02 ABN-PTBILL PIC X(8).
           02 ABN-FUTURE PIC X(10).

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

      * provider payer enrollment kept by pem073 - PE-STATUS
      * P pending, A active, T terminated; PE-END 00000000 open
       FD  ENROLL.
       01  ENROLL01.
           02 ENROLL-KEY.
             03 PE-DOC PIC XX.
             03 PE-PAYCODE PIC XXX.
           02 PE-PAYER-ID PIC X(15).
           02 PE-EFF PIC X(8).
           02 PE-END PIC X(8).
           02 PE-STATUS PIC X.
           02 PE-REVAL PIC X(8).
           02 PE-FUTURE PIC X(10).

      * medicare secondary payer questionnaire kept by msm077 -
      * MS-TYPE blank when the answers leave medicare primary
       FD  MSPFILE.
       01  MSPFILE01.
           02 MS-GARNO PIC X(8).
           02 MS-DATE PIC X(8).
           02 MS-TYPE PIC XX.
           02 MS-OTHER-PAYCODE PIC XXX.
           02 MS-OTHER-NAME PIC X(24).
           02 MS-OTHER-POLICY PIC X(16).
           02 MS-FUTURE PIC X(10).

       FD  CHARCUR.
       01  CHARCUR01.
           02 CHARCUR-KEY.
           02 D2-DX5 PIC X(8).
           02 D2-DX6 PIC X(8).
           02 D2-FUTURE PIC X(6).
      * transaction sets staged for the envelopes - every segment
      * of an ST to SE set is tagged with the receiver it goes to
      * and the set's control number; the SE carries the set's
      * charges.  the sets go out one envelope per receiver at end
      * of run
       FD  X12WORK.
       01  X12WORK01.
           02 XW-RECEIVER PIC X(15).
           02 XW-ST-CTRL PIC 9(9).
           02 XW-AMOUNT PIC S9(7)V99.
           02 XW-SEG PIC X(250).

      * interchange control-number register - one record holding
      * the last ISA, GS and ST control numbers handed out.  every
      * program that sends X12 takes its numbers here, so no two
      * files ever carry the same interchange or group number
       FD  X12CTL.
       01  X12CTL01.
           02 XC-KEY PIC X(8).
           02 XC-ISA-CTRL PIC 9(9).
           02 XC-GS-CTRL PIC 9(9).
           02 XC-ST-CTRL PIC 9(9).
           02 XC-PROG PIC X(6).
           02 XC-DATE PIC X(8).
           02 XC-FUTURE PIC X(10).

      * outbound transmission log, one record per interchange sent -
      * XL-FILE is the output assignment it was written to.  ack277
      * posts the TA1 and 999 answers against it
       FD  XMITLOG.
       01  XMITLOG01.
           02 XL-ISA-CTRL PIC 9(9).
           02 XL-GS-CTRL PIC 9(9).
           02 XL-PROG PIC X(6).
           02 XL-FILE PIC X(8).
           02 XL-TYPE PIC X(3).
           02 XL-RECEIVER PIC X(15).
           02 XL-DATE PIC X(8).
           02 XL-TIME PIC X(4).
           02 XL-ST-FIRST PIC 9(9).
           02 XL-ST-LAST PIC 9(9).
           02 XL-CLM-CNT PIC 9(6).
           02 XL-AMOUNT PIC S9(9)V99.
           02 XL-TA1-DATE PIC X(8).
           02 XL-TA1-CODE PIC X.
           02 XL-999-DATE PIC X(8).
           02 XL-999-CODE PIC X.
           02 XL-999-ACC PIC 9(6).
           02 XL-FUTURE PIC X(10).
       WORKING-STORAGE SECTION.
       01  PLACE-TAB01.
           02 PLACE-TAB OCCURS 99 TIMES.
       01  X12-CCYYMMDD PIC 9(8).
       01  X12-HHMMSS PIC 9(8).
       01  X12-HHMM PIC X(4).
       01  X12-ISA-CTRL PIC 9(9).
       01  X12-GS-CTRL PIC 9(9).
       01  X12-ST-CTRL PIC 9(9) VALUE 0.
       01  X12-ST-CTRLX PIC X(9).
       01  CTL-WHICH PIC X.
       01  CTL-FOUND PIC X.
       01  CTL-SEED PIC 9(6).
       01  X12-TXN-CNT PIC 9(6) VALUE 0.
       01  X12-SEG-CNT PIC 9(3) VALUE 0.
       01  X12-SEG-CNTX PIC X(3).
       01  BILLING-ZIP5 PIC X(5) VALUE "00000".
       01  BILLING-TAXONOMY PIC X(10) VALUE SPACE.
      * interchange receiver - loaded from the payer master "003"
      * record at startup so a receiver change is a file change.
      * it is the receiver for every paycode not routed by its own
      * payer master record
       01  X12-RECEIVER PIC X(15) VALUE "MEDICARE".
       01  X12-CLM-RECEIVER PIC X(15) VALUE "MEDICARE".
       01  X12-CLM-PAYER-NAME PIC X(24) VALUE "MEDICARE".
       01  X12-CLM-PAYER-ID PIC X(15) VALUE "MEDICARE".
      * claim buffer - the charge lines of one CC-KEY8/CC-CLAIM are
       01  CLB-POLICY PIC X(11).
       01  CLB-PAYER-NAME PIC X(24).
       01  CLB-PAYER-ID PIC X(15).
       01  CLB-RECEIVER PIC X(15).
       01  CLB-BILL-NPI PIC X(10).
       01  CLB-BILL-NAME PIC X(24).
       01  CLB-BILL-STREET PIC X(22).
       01  CLB-CAUSE PIC XX VALUE SPACE.
       01  CLB-INJDATE PIC X(8) VALUE SPACE.
       01  CLB-WCREF PIC X(15) VALUE SPACE.
       01  CLB-PAT-FLAG PIC X VALUE "N".
       01  CLB-PAT-REL PIC XX.
       01  CLB-PAT-NAME PIC X(24).
       01  CLB-PAT-DOB PIC X(8).
       01  CLB-PAT-SEX PIC X.
       01  CLB-SUB-DOB PIC X(8).
       01  CLB-SUB-SEX PIC X.
       01  PAT-HIT PIC X.
       01  ENR-LOADED PIC X VALUE "N".
       01  ENR-HIT PIC X.
       01  ENR-PAYCODE PIC XXX.
       01  ENR-REASON PIC X(30).
       01  WC-CAUSE PIC XX VALUE SPACE.
       01  WC-INJ PIC X(8) VALUE SPACE.
       01  WC-REF PIC X(15) VALUE SPACE.
       01  AUTH-NUM PIC X(15) VALUE SPACE.
       01  NCCI-UNITS PIC 999.
       01  NCCI-XMOD PIC X.
       01  NCCI-OFF PIC X.
       01  COV-SLOT-W PIC X.
       01  COV-STAT PIC X.
       01  LCD-GA PIC X.
       01  LCD-ANY PIC X.
       01  LCD-HIT PIC X.
       01  LCD-X PIC 9.
       01  LCD-DXTAB.
           02 LCD-DX PIC X(8) OCCURS 6 TIMES.
       01  AUTH-LEFT PIC S999.
       01  AUTH-LINE.
           02 AL-GARNO PIC X(8).
       01  RESTART-KEY.
           02 RESTART-KEY8 PIC X(8).
           02 RESTART-KEY3 PIC XXX.
      * envelope build - the receiver being written, the next one
      * up, and what went into the envelope
       01  ENV-RECEIVER PIC X(15).
       01  ENV-NEXT PIC X(15).
       01  ENV-WRITE PIC X.
       01  ENV-ST-FIRST PIC 9(9).
       01  ENV-ST-LAST PIC 9(9).
       01  ENV-AMT PIC S9(9)V99.
       01  ENV-LINE.
           02 FILLER PIC X(12) VALUE "INTERCHANGE ".
           02 EL-ISA PIC 9(9).
           02 FILLER PIC X(4) VALUE " TO ".
           02 EL-RECEIVER PIC X(15).
           02 FILLER PIC X(2) VALUE SPACE.
           02 EL-CNT PIC ZZZ,ZZ9.
           02 FILLER PIC X(2) VALUE SPACE.
           02 EL-AMT PIC -ZZ,ZZZ,ZZ9.99.
       01  SUM-LINE.
           02 SL-LABEL PIC X(20).
           02 SL-PAYCODE PIC X(5).
       0005-START.
           OPEN INPUT PLACEFILE POSFILE FILEIN CHARCUR CHARCUR2 REFPHY
           GARFILE GAPFILE DIAGFILE PROCFILE PROVFILE ELIGFILE
           PAYERFILE NCCIFILE LCDFILE COVFILE PATFILE ENROLL
           MSPFILE.
           OPEN I-O CORRQ REPLQ AUTHFILE ABNFILE.
      * an empty enrollment file means enrollments are not being
      * tracked yet - hold nothing rather than every line
           MOVE LOW-VALUES TO ENROLL-KEY
           START ENROLL KEY NOT < ENROLL-KEY
             INVALID
               MOVE "N" TO ENR-LOADED
             NOT INVALID
               MOVE "Y" TO ENR-LOADED
           END-START.
           OPEN INPUT WCFILE.

           MOVE "003" TO PAYER-KEY
           END-IF.
           IF RESTART-PENDING = "Y"
             OPEN EXTEND PAPEROUT FILEOUT FILEOUT2 ERRORFILE SUMMARYFILE
             X12WORK CKPTFILE VARFILE CROSSFILE CTLXFILE HOLDFILE
             AUTHRPT
           ELSE
             OPEN OUTPUT PAPEROUT FILEOUT FILEOUT2 ERRORFILE SUMMARYFILE
             X12WORK CKPTFILE VARFILE CROSSFILE CTLXFILE HOLDFILE
             AUTHRPT
             MOVE SPACE TO ERRORFILE01
             MOVE "MEDICARE ELECTRONIC CLAIMS ERRORS" TO ERRORFILE01
             WRITE ERRORFILE01
           END-IF.
           OPEN I-O X12CTL XMITLOG.

       P00. READ PLACEFILE AT END GO TO P00B.
           IF PLINDX > 98
             END-IF
           END-IF.
           IF (CC-PAPER = "P" OR "O") 
           OR (CC-PROC = "G016622")
             PERFORM ENR-HOLD THRU ENR-HOLD-EXIT
             IF ENR-HIT = "Y"
               PERFORM PAPER-1
             END-IF
             GO TO P1.
           MOVE SPACE TO FILEOUT01
      * route from the payer master when the paycode is on file;
      * a paycode not yet on the master keeps the old wired logic
           MOVE "MEDICARE" TO X12-CLM-PAYER-NAME X12-CLM-PAYER-ID
           MOVE X12-RECEIVER TO X12-CLM-RECEIVER
           MOVE CC-PAYCODE TO PAYER-KEY
           READ PAYERFILE INVALID
             CONTINUE
             ADD CC-AMOUNT TO PS-HELD-AMT(PSX)
             GO TO P1
           END-IF.
           PERFORM ENR-HOLD THRU ENR-HOLD-EXIT
           IF ENR-HIT NOT = "Y" GO TO P1.
           PERFORM PAPER-1
           GO TO P1.
       ROUTE-1.
           MOVE PAYER-NAME TO X12-CLM-PAYER-NAME
           MOVE PAYER-RECID TO X12-CLM-PAYER-ID
           IF PAYER-RECID NOT = SPACE
             MOVE PAYER-RECID TO X12-CLM-RECEIVER.
           IF PAYER-ROUTE = "E" GO TO TEST-IT.
           IF PAYER-ROUTE = "H"
             ADD 1 TO PS-HELD-CNT(PSX)
             ADD CC-AMOUNT TO PS-HELD-AMT(PSX)
             GO TO P1
           END-IF.
           PERFORM ENR-HOLD THRU ENR-HOLD-EXIT
           IF ENR-HIT NOT = "Y" GO TO P1.
           PERFORM PAPER-1
           GO TO P1.
       PAPER-1.
           MOVE "GUARANTOR MARKED DELETED" TO EF2
           PERFORM S1
           GO TO P1.
           PERFORM COV-PICK THRU COV-PICK-EXIT.
           PERFORM PAT-LOOK THRU PAT-LOOK-EXIT
           IF PAT-HIT = "W"
           MOVE SPACE TO EF2
           STRING CC-PATID " PATIENT NOT UNDER ACCOUNT"
           DELIMITED BY "//" INTO EF2
           PERFORM S1
           GO TO P1.
      * ELIGFILE carries Medicare results only - the hold applies
      * just to Medicare claims, not to a commercial primary on an
      * account whose Medicare secondary came back ineligible
               END-IF
             END-READ
           END-IF.
      * a doctor the payer has not credentialed gets every claim
      * denied - hold the line until the enrollment is active.  the
      * line is edited again each run, so it goes out on the first
      * run after pem073 marks the enrollment approved
           MOVE CC-PAYCODE TO ENR-PAYCODE
           PERFORM ENR-CHECK THRU ENR-CHECK-EXIT
           IF ENR-HIT NOT = "Y"
             MOVE CHARCUR-KEY TO HF-KEY
             MOVE G-GARNAME TO HF-NAME
             MOVE CC-DATE-T TO HF-DATE
             MOVE ENR-REASON TO HF-REASON
             IF TRIAL-MODE NOT = "Y"
               WRITE HOLDFILE01
             END-IF
             ADD 1 TO PS-HELD-CNT(PSX)
             ADD CC-AMOUNT TO PS-HELD-AMT(PSX)
             GO TO P1
           END-IF.
      * the MSP answers name a payer ahead of medicare - billing
      * medicare first only brings a takeback, so hold the line
      * until the account's coverage order is corrected
           IF CC-PAYCODE = "003" AND G-PRINS = "003"
             MOVE CC-KEY8 TO MS-GARNO
             READ MSPFILE INVALID
               CONTINUE
             NOT INVALID
               IF MS-TYPE NOT = SPACE
                 MOVE CHARCUR-KEY TO HF-KEY
                 MOVE G-GARNAME TO HF-NAME
                 MOVE MS-DATE TO HF-DATE
                 MOVE SPACE TO HF-REASON
                 STRING "MSP " MS-TYPE " - OTHER PAYER PRIMARY"
                   DELIMITED BY SIZE INTO HF-REASON
                 IF TRIAL-MODE NOT = "Y"
                   WRITE HOLDFILE01
                 END-IF
                 ADD 1 TO PS-HELD-CNT(PSX)
                 ADD CC-AMOUNT TO PS-HELD-AMT(PSX)
                 GO TO P1
               END-IF
             END-READ
           END-IF.
           IF (G-BILLADD = SPACE) AND (G-STREET = SPACE)
           MOVE CHARCUR-KEY TO EF1 
           MOVE "NO ADDRESS" TO EF2
           MOVE 0 TO FLAG
           PERFORM DUP-CHECK THRU DUP-CHECK-EXIT
           IF FLAG = 1 GO TO P1.
      * NCCI edits - a code pair the payer never pays together on
      * one date, or a code billed past its medically-unlikely
      * unit limit
           MOVE 0 TO FLAG
           PERFORM NCCI-CHECK THRU NCCI-CHECK-EXIT
           IF FLAG = 1 GO TO P1.
      * medical necessity - a Medicare line whose diagnoses fall
      * outside the LCD/NCD ranges for the procedure needs a
      * signed ABN, and then goes out with the GA modifier
           MOVE 0 TO FLAG
           PERFORM LCD-CHECK THRU LCD-CHECK-EXIT
           IF FLAG = 1 GO TO P1.
      * work-comp / accident - a CC-WORK claim must have an open
      * case on file; the case carries the carrier claim number
      * and injury date onto the 837P
           MOVE PROV-TAXONOMY TO BILLING-TAXONOMY

           PERFORM AUTH-USE THRU AUTH-USE-EXIT
           PERFORM ABN-USE THRU ABN-USE-EXIT
           IF TRIAL-MODE NOT = "Y"
             WRITE FILEOUT01 FROM CHARCUR01
           END-IF
           INTO EF2
           PERFORM S1 
           GO TO GAP-1-EXIT.
           PERFORM COV-PICK THRU COV-PICK-EXIT.
           
           MOVE G-PR-GROUP TO GAPKEY
           READ GAPFILE INVALID 
           PERFORM S1.
       DUP-CHECK-EXIT. EXIT.

      * walk the patient's other lines for the same date of service
      * on the second reader - each line billed with a column-1
      * code makes this line's column-2 code unpayable unless the
      * pair allows a bypass and the line carries 59/XE/XS/XP/XU;
      * the same code on several lines adds up the MUE units
       NCCI-CHECK.
           MOVE "N" TO NCCI-XMOD
           IF CC-PROC2 = "59" OR "XE" OR "XS" OR "XP" OR "XU"
           OR CC-MOD2 = "59" OR "XE" OR "XS" OR "XP" OR "XU"
           OR CC-MOD3 = "59" OR "XE" OR "XS" OR "XP" OR "XU"
           OR CC-MOD4 = "59" OR "XE" OR "XS" OR "XP" OR "XU"
             MOVE "Y" TO NCCI-XMOD.
           MOVE 1 TO NCCI-UNITS
           MOVE CC-KEY8 TO D2-KEY8
           MOVE SPACE TO D2-KEY3
           START CHARCUR2 KEY NOT < CHARCUR2-KEY
             INVALID
               GO TO NCCI-CHECK-3.
       NCCI-CHECK-1.
           READ CHARCUR2 NEXT AT END GO TO NCCI-CHECK-3.
           IF D2-KEY8 NOT = CC-KEY8 GO TO NCCI-CHECK-3.
           IF D2-KEY3 = CC-KEY3 GO TO NCCI-CHECK-1.
           IF D2-PATID NOT = CC-PATID GO TO NCCI-CHECK-1.
           IF D2-DATE-T NOT = CC-DATE-T GO TO NCCI-CHECK-1.
           IF D2-PROC1 = CC-PROC1
             ADD 1 TO NCCI-UNITS
             GO TO NCCI-CHECK-1.
           MOVE "P" TO NC-TYPE
           MOVE D2-PROC1 TO NC-CODE1
           MOVE CC-PROC1 TO NC-CODE2
           READ NCCIFILE INVALID
             GO TO NCCI-CHECK-1
           END-READ
           PERFORM NCCI-DATES THRU NCCI-DATES-EXIT
           IF NCCI-OFF = "Y" GO TO NCCI-CHECK-1.
           IF NC-MODIND = "1" AND NCCI-XMOD = "Y" GO TO NCCI-CHECK-1.
           MOVE SPACE TO EF2
           IF NC-MODIND = "1"
             STRING "NCCI " D2-PROC1 "/" CC-PROC1
               " NEEDS 59/X MODIFIER" DELIMITED BY SIZE INTO EF2
           ELSE
             STRING "NCCI " D2-PROC1 "/" CC-PROC1
               " NO MODIFIER ALLOWED" DELIMITED BY SIZE INTO EF2
           END-IF
           MOVE 1 TO FLAG
           PERFORM S1
           GO TO NCCI-CHECK-EXIT.
       NCCI-CHECK-3.
           MOVE "M" TO NC-TYPE
           MOVE CC-PROC1 TO NC-CODE1
           MOVE SPACE TO NC-CODE2
           READ NCCIFILE INVALID
             GO TO NCCI-CHECK-EXIT
           END-READ
           PERFORM NCCI-DATES THRU NCCI-DATES-EXIT
           IF NCCI-OFF = "Y" GO TO NCCI-CHECK-EXIT.
           IF NC-MUE = 0 OR NCCI-UNITS NOT > NC-MUE
             GO TO NCCI-CHECK-EXIT.
           MOVE SPACE TO EF2
           STRING "MUE " CC-PROC1 " UNITS " NCCI-UNITS
             " OVER LIMIT " NC-MUE DELIMITED BY SIZE INTO EF2
           MOVE 1 TO FLAG
           PERFORM S1.
       NCCI-CHECK-EXIT. EXIT.

      * an edit applies only inside its effective/termination window
       NCCI-DATES.
           MOVE "N" TO NCCI-OFF
           IF NC-EFF NUMERIC AND NC-EFF NOT = "00000000"
             IF NC-EFF > CC-DATE-T
               MOVE "Y" TO NCCI-OFF
             END-IF
           END-IF
           IF NC-TERM NUMERIC AND NC-TERM NOT = "00000000"
             IF NC-TERM < CC-DATE-T
               MOVE "Y" TO NCCI-OFF
             END-IF
           END-IF.
       NCCI-DATES-EXIT. EXIT.

      * a procedure with no ranges in force is not policed; one
      * that has them passes when any line diagnosis is inside a
      * range, else it needs an ABN signed by the date of service
       LCD-CHECK.
           MOVE "N" TO LCD-GA LCD-ANY LCD-HIT
           IF CC-PAYCODE NOT = "003" GO TO LCD-CHECK-EXIT.
           MOVE CC-DIAG TO LCD-DX(1)
           MOVE CC-DX2 TO LCD-DX(2)
           MOVE CC-DX3 TO LCD-DX(3)
           MOVE CC-DX4 TO LCD-DX(4)
           MOVE CC-DX5 TO LCD-DX(5)
           MOVE CC-DX6 TO LCD-DX(6)
           MOVE CC-PROC1 TO LC-PROC
           MOVE LOW-VALUES TO LC-DX-LOW
           START LCDFILE KEY NOT < LC-KEY
             INVALID
               GO TO LCD-CHECK-EXIT.
       LCD-CHECK-1.
           READ LCDFILE NEXT AT END GO TO LCD-CHECK-2.
           IF LC-PROC NOT = CC-PROC1 GO TO LCD-CHECK-2.
           IF LC-EFF NUMERIC AND LC-EFF NOT = "00000000"
           AND LC-EFF > CC-DATE-T
             GO TO LCD-CHECK-1.
           IF LC-TERM NUMERIC AND LC-TERM NOT = "00000000"
           AND LC-TERM < CC-DATE-T
             GO TO LCD-CHECK-1.
           MOVE "Y" TO LCD-ANY
           PERFORM LCD-DX-TEST THRU LCD-DX-TEST-EXIT
             VARYING LCD-X FROM 1 BY 1 UNTIL LCD-X > 6
           IF LCD-HIT = "Y" GO TO LCD-CHECK-EXIT.
           GO TO LCD-CHECK-1.
       LCD-CHECK-2.
           IF LCD-ANY NOT = "Y" GO TO LCD-CHECK-EXIT.
           MOVE CC-KEY8 TO ABN-KEY8
           MOVE CC-KEY3 TO ABN-KEY3
           READ ABNFILE INVALID
             MOVE SPACE TO EF2
             STRING "LCD " CC-PROC1 " DX NOT COVERED - NO ABN"
               DELIMITED BY SIZE INTO EF2
             MOVE 1 TO FLAG
             PERFORM S1
             GO TO LCD-CHECK-EXIT
           END-READ
           IF ABN-SIGNED > CC-DATE-T
             MOVE SPACE TO EF2
             STRING "LCD " CC-PROC1 " ABN SIGNED AFTER DOS"
               DELIMITED BY SIZE INTO EF2
             MOVE 1 TO FLAG
             PERFORM S1
             GO TO LCD-CHECK-EXIT.
           MOVE "Y" TO LCD-GA.
       LCD-CHECK-EXIT. EXIT.

       LCD-DX-TEST.
           IF LCD-DX(LCD-X) = SPACE OR "00000000"
             GO TO LCD-DX-TEST-EXIT.
           IF LCD-DX(LCD-X) NOT < LC-DX-LOW
           AND LCD-DX(LCD-X) NOT > LC-DX-HIGH
             MOVE "Y" TO LCD-HIT
             MOVE 6 TO LCD-X.
       LCD-DX-TEST-EXIT. EXIT.

      * the send date goes on the notice only when the line
      * commits to a live run, the same as an auth visit
       ABN-USE.
           IF LCD-GA NOT = "Y" GO TO ABN-USE-EXIT.
           IF TRIAL-MODE = "Y" GO TO ABN-USE-EXIT.
           MOVE CC-KEY8 TO ABN-KEY8
           MOVE CC-KEY3 TO ABN-KEY3
           READ ABNFILE INVALID
             GO TO ABN-USE-EXIT
           END-READ
           MOVE X12-CCYYMMDD TO ABN-SENT
           REWRITE ABNFILE01 INVALID
             CONTINUE
           END-REWRITE.
       ABN-USE-EXIT. EXIT.

      * GA rides in the first open modifier slot on the 837P line
       GA-MOD.
           IF CLL-PROC2(CLB-LINE-CNT) = "GA"
           OR CLL-MOD2(CLB-LINE-CNT) = "GA"
           OR CLL-MOD3(CLB-LINE-CNT) = "GA"
           OR CLL-MOD4(CLB-LINE-CNT) = "GA"
             GO TO GA-MOD-EXIT.
           IF CLL-PROC2(CLB-LINE-CNT) = SPACE
             MOVE "GA" TO CLL-PROC2(CLB-LINE-CNT)
             GO TO GA-MOD-EXIT.
           IF CLL-MOD2(CLB-LINE-CNT) = SPACE
             MOVE "GA" TO CLL-MOD2(CLB-LINE-CNT)
             GO TO GA-MOD-EXIT.
           IF CLL-MOD3(CLB-LINE-CNT) = SPACE
             MOVE "GA" TO CLL-MOD3(CLB-LINE-CNT)
             GO TO GA-MOD-EXIT.
           IF CLL-MOD4(CLB-LINE-CNT) = SPACE
             MOVE "GA" TO CLL-MOD4(CLB-LINE-CNT).
       GA-MOD-EXIT. EXIT.

      * the policy in force on the date of service replaces the
      * current primary/secondary for this line only - G-MASTER
      * is never rewritten here.  a slot with history but nothing
      * in force on the date bills as no coverage; an account
      * with no history yet bills off GARFILE as it stands
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
           IF CV-START > CC-DATE-T GO TO COV-FIND-EXIT.
           IF CV-END NOT = SPACE AND CV-END < CC-DATE-T
             GO TO COV-FIND-1.
           MOVE "F" TO COV-STAT.
       COV-FIND-EXIT. EXIT.

      * PAT-HIT - Y the line's patient is on PATFILE under this
      * account, W on file under some other account, N not on file
      * (a charge loaded before the patient master bills with the
      * guarantor as the patient, as it always has)
       PAT-LOOK.
           MOVE "N" TO PAT-HIT
           IF CC-PATID = SPACE GO TO PAT-LOOK-EXIT.
           MOVE CC-PATID TO PT-PATID
           READ PATFILE INVALID GO TO PAT-LOOK-EXIT.
           IF PT-GARNO NOT = CC-KEY8
             MOVE "W" TO PAT-HIT
             GO TO PAT-LOOK-EXIT.
           MOVE "Y" TO PAT-HIT.
       PAT-LOOK-EXIT. EXIT.

      * ENR-HIT - Y the performing doctor is active with ENR-PAYCODE
      * on the date of service, N not, with ENR-REASON saying why
       ENR-CHECK.
           MOVE "Y" TO ENR-HIT
           IF ENR-LOADED NOT = "Y" GO TO ENR-CHECK-EXIT.
           MOVE "N" TO ENR-HIT
           MOVE SPACE TO ENR-REASON
           MOVE CC-DOCP TO PE-DOC
           MOVE ENR-PAYCODE TO PE-PAYCODE
           READ ENROLL INVALID
             STRING "DR " CC-DOCP " NOT ENROLLED - " ENR-PAYCODE
               DELIMITED BY SIZE INTO ENR-REASON
             GO TO ENR-CHECK-EXIT
           END-READ
           IF PE-STATUS = "P"
             STRING "DR " CC-DOCP " ENROLL PENDING - " ENR-PAYCODE
               DELIMITED BY SIZE INTO ENR-REASON
             GO TO ENR-CHECK-EXIT.
           IF PE-STATUS NOT = "A" OR PE-EFF > CC-DATE-T
             OR (PE-END NOT = "00000000" AND PE-END < CC-DATE-T)
             STRING "DR " CC-DOCP " NOT ACTIVE ON DOS - " ENR-PAYCODE
               DELIMITED BY SIZE INTO ENR-REASON
             GO TO ENR-CHECK-EXIT.
           MOVE "Y" TO ENR-HIT.
       ENR-CHECK-EXIT. EXIT.

      * a line routed to paper holds on the doctor's enrollment the
      * same as an electronic one - the payer denies either way
       ENR-HOLD.
           MOVE CC-PAYCODE TO ENR-PAYCODE
           PERFORM ENR-CHECK THRU ENR-CHECK-EXIT
           IF ENR-HIT = "Y" GO TO ENR-HOLD-EXIT.
           MOVE CC-KEY8 TO G-GARNO
           READ GARFILE INVALID
             MOVE SPACE TO G-GARNAME
           END-READ
           MOVE CHARCUR-KEY TO HF-KEY
           MOVE G-GARNAME TO HF-NAME
           MOVE CC-DATE-T TO HF-DATE
           MOVE ENR-REASON TO HF-REASON
           IF TRIAL-MODE NOT = "Y"
             WRITE HOLDFILE01
           END-IF
           ADD 1 TO PS-HELD-CNT(PSX)
           ADD CC-AMOUNT TO PS-HELD-AMT(PSX).
       ENR-HOLD-EXIT. EXIT.

      * a patient who is not the subscriber goes out in the 2000C
      * patient loop with the 837 individual relationship code
       PAT-REL.
           MOVE "N" TO CLB-PAT-FLAG
           MOVE SPACE TO CLB-PAT-REL
           IF PAT-HIT NOT = "Y" GO TO PAT-REL-EXIT.
           IF PT-PR-RELATE = "2" MOVE "01" TO CLB-PAT-REL.
           IF PT-PR-RELATE = "3" MOVE "19" TO CLB-PAT-REL.
           IF PT-PR-RELATE = "4" MOVE "G8" TO CLB-PAT-REL.
           IF CLB-PAT-REL NOT = SPACE
             MOVE "Y" TO CLB-PAT-FLAG.
       PAT-REL-EXIT. EXIT.

      * CLM11 related-causes off the line's flags - EM employment,
      * AA auto accident, OA other accident; work claims also need
      * the employer/carrier case open on file
       X12-HEADER.
           MOVE SPACE TO X12-SEG
           STRING "ISA*00*          *00*          *ZZ*CMSVT"
             "          *ZZ*" ENV-RECEIVER "*" X12-CCYYMMDD(3:6) "*"
             X12-HHMM "*^*00501*" X12-ISA-CTRL "*0*P*:~"
             DELIMITED BY SIZE INTO X12-SEG
           MOVE X12-SEG TO X12OUT01
           WRITE X12OUT01.
           MOVE SPACE TO X12-SEG
           STRING "GS*HC*CMSVT*" FUNCTION TRIM(ENV-RECEIVER) "*"
             X12-CCYYMMDD "*" X12-HHMM
             "*" X12-GS-CTRL "*X*005010X222A1~"
             DELIMITED BY SIZE INTO X12-SEG
           WRITE X12OUT01.
       X12-HEADER-EXIT. EXIT.
       X12-WRITE-SEG.
           MOVE CLB-RECEIVER TO XW-RECEIVER
           MOVE X12-ST-CTRL TO XW-ST-CTRL
           MOVE 0 TO XW-AMOUNT
           MOVE X12-SEG TO XW-SEG
           WRITE X12WORK01
           ADD 1 TO X12-SEG-CNT.
      * a visit's buffered lines go out as one ST/CLM transaction.
      * the buffer flushes when a line for a different account or
           MOVE CC-MOD2 TO CLL-MOD2(CLB-LINE-CNT)
           MOVE CC-MOD3 TO CLL-MOD3(CLB-LINE-CNT)
           MOVE CC-MOD4 TO CLL-MOD4(CLB-LINE-CNT)
           IF LCD-GA = "Y"
             PERFORM GA-MOD THRU GA-MOD-EXIT
           END-IF
           MOVE CC-AMOUNT TO CLL-AMOUNT(CLB-LINE-CNT)
           MOVE CC-DATE-T TO CLL-DATE-T(CLB-LINE-CNT)
           MOVE 0 TO CLL-NPTR(CLB-LINE-CNT)
           MOVE G-STATE TO CLB-STATE
           MOVE G-ZIP5 TO CLB-ZIP5
           MOVE G-PRIPOL0(1:11) TO CLB-POLICY
           MOVE G-DOB TO CLB-SUB-DOB
           MOVE G-SEX TO CLB-SUB-SEX
           MOVE SPACE TO CLB-PAT-NAME CLB-PAT-DOB CLB-PAT-SEX
           PERFORM PAT-LOOK THRU PAT-LOOK-EXIT
           PERFORM PAT-REL THRU PAT-REL-EXIT
      * the subscriber is the insured on the primary policy; when
      * the patient is that insured the patient's own name, birth
      * date and sex go out in the subscriber loop
           IF CLB-PAT-FLAG = "Y"
             IF G-PRNAME NOT = SPACE
               MOVE G-PRNAME TO CLB-GARNAME
             END-IF
             MOVE SPACE TO CLB-SUB-DOB CLB-SUB-SEX
             MOVE PT-NAME TO CLB-PAT-NAME
             MOVE PT-DOB TO CLB-PAT-DOB
             MOVE PT-SEX TO CLB-PAT-SEX
           ELSE
             IF PAT-HIT = "Y"
               MOVE PT-NAME TO CLB-GARNAME
               MOVE PT-DOB TO CLB-SUB-DOB
               MOVE PT-SEX TO CLB-SUB-SEX
             END-IF
           END-IF
           MOVE X12-CLM-PAYER-NAME TO CLB-PAYER-NAME
           MOVE X12-CLM-PAYER-ID TO CLB-PAYER-ID
           MOVE X12-CLM-RECEIVER TO CLB-RECEIVER
           MOVE BILLING-NPI TO CLB-BILL-NPI
           MOVE BILLING-NAME TO CLB-BILL-NAME
           MOVE BILLING-STREET TO CLB-BILL-STREET
       CLM-FLUSH-EXIT. EXIT.

       WRITE-X12-CLAIM.
           MOVE "S" TO CTL-WHICH
           PERFORM CTL-NEXT THRU CTL-NEXT-EXIT
           MOVE X12-ST-CTRL TO X12-ST-CTRLX
           MOVE 0 TO X12-SEG-CNT

           PERFORM X12-WRITE-SEG

           MOVE SPACE TO X12-SEG
           STRING "NM1*40*2*" FUNCTION TRIM(CLB-RECEIVER)
             "*****46*" FUNCTION TRIM(CLB-RECEIVER) "~"
             DELIMITED BY SIZE INTO X12-SEG
           PERFORM X12-WRITE-SEG

           MOVE SPACE TO X12-SEG
           STRING "HL*1**20*1~"
             DELIMITED BY SIZE INTO X12-SEG
           PERFORM X12-WRITE-SEG

             "*" CLB-BILL-ZIP5 "~" DELIMITED BY SIZE INTO X12-SEG
           PERFORM X12-WRITE-SEG

      * one ST per claim, so the HL ids run 1 billing provider,
      * 2 subscriber, 3 patient when the patient is a dependent
           MOVE SPACE TO X12-SEG
           IF CLB-PAT-FLAG = "Y"
             STRING "HL*2*1*22*1~" DELIMITED BY SIZE INTO X12-SEG
           ELSE
             STRING "HL*2*1*22*0~" DELIMITED BY SIZE INTO X12-SEG
           END-IF
           PERFORM X12-WRITE-SEG

           MOVE SPACE TO X12-SEG
           IF CLB-PAT-FLAG = "Y"
             STRING "SBR*P********MB~" DELIMITED BY SIZE
               INTO X12-SEG
           ELSE
             STRING "SBR*P*18*******MB~" DELIMITED BY SIZE
               INTO X12-SEG
           END-IF
           PERFORM X12-WRITE-SEG

           MOVE SPACE TO X12-SEG
             CLB-ZIP5 "~" DELIMITED BY SIZE INTO X12-SEG
           PERFORM X12-WRITE-SEG

           IF CLB-SUB-DOB NUMERIC AND CLB-SUB-DOB NOT = "00000000"
             MOVE SPACE TO X12-SEG
             STRING "DMG*D8*" CLB-SUB-DOB "*" CLB-SUB-SEX "~"
               DELIMITED BY SIZE INTO X12-SEG
             PERFORM X12-WRITE-SEG
           END-IF

           MOVE SPACE TO X12-SEG
           STRING "NM1*PR*2*" FUNCTION TRIM(CLB-PAYER-NAME)
             "*****PI*" FUNCTION TRIM(CLB-PAYER-ID) "~"
             DELIMITED BY SIZE INTO X12-SEG
           PERFORM X12-WRITE-SEG

           IF CLB-PAT-FLAG = "Y"
             PERFORM X12-PATIENT THRU X12-PATIENT-EXIT
           END-IF

      * CLM02 is the claim total - the sum of the service lines
           MOVE CLB-TOT TO X12-AMT-ED
           MOVE SPACE TO X12-AMT
           MOVE SPACE TO X12-SEG
           STRING "SE*" X12-SEG-CNTX "*" X12-ST-CTRLX "~"
             DELIMITED BY SIZE INTO X12-SEG
           MOVE CLB-RECEIVER TO XW-RECEIVER
           MOVE X12-ST-CTRL TO XW-ST-CTRL
           MOVE CLB-TOT TO XW-AMOUNT
           MOVE X12-SEG TO XW-SEG
           WRITE X12WORK01.
       WRITE-X12-CLAIM-EXIT. EXIT.

      * 2000C/2010CA - the dependent patient, at the subscriber's
      * address
       X12-PATIENT.
           MOVE SPACE TO X12-SEG
           STRING "HL*3*2*23*0~" DELIMITED BY SIZE INTO X12-SEG
           PERFORM X12-WRITE-SEG

           MOVE SPACE TO X12-SEG
           STRING "PAT*" CLB-PAT-REL "~" DELIMITED BY SIZE
             INTO X12-SEG
           PERFORM X12-WRITE-SEG

           MOVE SPACE TO X12-SEG
           STRING "NM1*QC*1*" FUNCTION TRIM(CLB-PAT-NAME) "~"
             DELIMITED BY SIZE INTO X12-SEG
           PERFORM X12-WRITE-SEG

           MOVE SPACE TO X12-SEG
           STRING "N3*" FUNCTION TRIM(CLB-STREET) "~"
             DELIMITED BY SIZE INTO X12-SEG
           PERFORM X12-WRITE-SEG

           MOVE SPACE TO X12-SEG
           STRING "N4*" FUNCTION TRIM(CLB-CITY) "*" CLB-STATE "*"
             CLB-ZIP5 "~" DELIMITED BY SIZE INTO X12-SEG
           PERFORM X12-WRITE-SEG

           MOVE SPACE TO X12-SEG
           STRING "DMG*D8*" CLB-PAT-DOB "*" CLB-PAT-SEX "~"
             DELIMITED BY SIZE INTO X12-SEG
           PERFORM X12-WRITE-SEG.
       X12-PATIENT-EXIT. EXIT.

      * one LX/SV1/DTP set per buffered charge line
       X12-SVC-LINE.
           MOVE CLI TO LXN-ED
           MOVE X12-SEG TO X12OUT01
           WRITE X12OUT01.
       X12-TRAILER-EXIT. EXIT.
      * one ISA/GS envelope per receiver.  each pass over the staged
      * sets writes one receiver's and finds the next receiver up,
      * so the envelopes go out in receiver order, each with its own
      * control numbers and transmission-log record
       ENV-BUILD.
           CLOSE X12WORK
           OPEN OUTPUT X12OUT
           MOVE LOW-VALUES TO ENV-RECEIVER
           MOVE "N" TO ENV-WRITE
           PERFORM ENV-PASS THRU ENV-PASS-EXIT.
       ENV-BUILD-1.
           IF ENV-NEXT = HIGH-VALUES GO TO ENV-BUILD-EXIT.
           MOVE ENV-NEXT TO ENV-RECEIVER
           MOVE "I" TO CTL-WHICH
           PERFORM CTL-NEXT THRU CTL-NEXT-EXIT
           PERFORM X12-HEADER THRU X12-HEADER-EXIT
           MOVE "Y" TO ENV-WRITE
           PERFORM ENV-PASS THRU ENV-PASS-EXIT
           PERFORM X12-TRAILER THRU X12-TRAILER-EXIT
           PERFORM XMIT-LOG THRU XMIT-LOG-EXIT
           GO TO ENV-BUILD-1.
       ENV-BUILD-EXIT. EXIT.

       ENV-PASS.
           MOVE HIGH-VALUES TO ENV-NEXT
           MOVE 0 TO X12-TXN-CNT ENV-AMT ENV-ST-FIRST ENV-ST-LAST
           OPEN INPUT X12WORK.
       ENV-PASS-1.
           READ X12WORK AT END GO TO ENV-PASS-2.
           IF XW-RECEIVER > ENV-RECEIVER AND XW-RECEIVER < ENV-NEXT
             MOVE XW-RECEIVER TO ENV-NEXT.
           IF XW-RECEIVER NOT = ENV-RECEIVER OR ENV-WRITE NOT = "Y"
             GO TO ENV-PASS-1.
           MOVE XW-SEG TO X12OUT01
           WRITE X12OUT01
           IF XW-SEG(1:3) = "SE*"
             ADD 1 TO X12-TXN-CNT
             ADD XW-AMOUNT TO ENV-AMT.
           IF ENV-ST-FIRST = 0
             MOVE XW-ST-CTRL TO ENV-ST-FIRST.
           MOVE XW-ST-CTRL TO ENV-ST-LAST
           GO TO ENV-PASS-1.
       ENV-PASS-2.
           CLOSE X12WORK.
       ENV-PASS-EXIT. EXIT.

       XMIT-LOG.
           MOVE SPACE TO XMITLOG01
           MOVE X12-ISA-CTRL TO XL-ISA-CTRL
           MOVE X12-GS-CTRL TO XL-GS-CTRL
           MOVE "NEI038" TO XL-PROG
           MOVE "S91" TO XL-FILE
           MOVE "837" TO XL-TYPE
           MOVE ENV-RECEIVER TO XL-RECEIVER
           MOVE X12-CCYYMMDD TO XL-DATE
           MOVE X12-HHMM TO XL-TIME
           MOVE ENV-ST-FIRST TO XL-ST-FIRST
           MOVE ENV-ST-LAST TO XL-ST-LAST
           MOVE X12-TXN-CNT TO XL-CLM-CNT
           MOVE ENV-AMT TO XL-AMOUNT
           MOVE 0 TO XL-999-ACC
           WRITE XMITLOG01 INVALID
             REWRITE XMITLOG01
           END-WRITE
           MOVE X12-ISA-CTRL TO EL-ISA
           MOVE ENV-RECEIVER TO EL-RECEIVER
           MOVE X12-TXN-CNT TO EL-CNT
           MOVE ENV-AMT TO EL-AMT
           MOVE SPACE TO SUMMARYFILE01
           STRING ENV-LINE DELIMITED BY SIZE INTO SUMMARYFILE01
           WRITE SUMMARYFILE01.
       XMIT-LOG-EXIT. EXIT.

      * the next control numbers off the register - CTL-WHICH I
      * takes a new interchange and group number, S a new
      * transaction set number.  a register not yet started begins
      * from the date, clear of the numbers already sent
       CTL-NEXT.
           MOVE "CMSVT" TO XC-KEY
           READ X12CTL INVALID
             MOVE "N" TO CTL-FOUND
             MOVE SPACE TO X12CTL01
             MOVE "CMSVT" TO XC-KEY
             MOVE X12-CCYYMMDD(3:6) TO CTL-SEED
             COMPUTE XC-ISA-CTRL = CTL-SEED * 1000
             MOVE XC-ISA-CTRL TO XC-GS-CTRL XC-ST-CTRL
           NOT INVALID
             MOVE "Y" TO CTL-FOUND
           END-READ
           IF CTL-WHICH = "S"
             GO TO CTL-NEXT-1.
           IF XC-ISA-CTRL = 999999999
             MOVE 0 TO XC-ISA-CTRL.
           IF XC-GS-CTRL = 999999999
             MOVE 0 TO XC-GS-CTRL.
           ADD 1 TO XC-ISA-CTRL XC-GS-CTRL
           MOVE XC-ISA-CTRL TO X12-ISA-CTRL
           MOVE XC-GS-CTRL TO X12-GS-CTRL
           GO TO CTL-NEXT-2.
       CTL-NEXT-1.
           IF XC-ST-CTRL = 999999999
             MOVE 0 TO XC-ST-CTRL.
           ADD 1 TO XC-ST-CTRL
           MOVE XC-ST-CTRL TO X12-ST-CTRL.
       CTL-NEXT-2.
           MOVE "NEI038" TO XC-PROG
           MOVE X12-CCYYMMDD TO XC-DATE
           IF CTL-FOUND = "Y"
             REWRITE X12CTL01 INVALID
               CONTINUE
             END-REWRITE
           ELSE
             WRITE X12CTL01 INVALID
               CONTINUE
             END-WRITE
           END-IF.
       CTL-NEXT-EXIT. EXIT.
       DIAG-CHECK.
           MOVE 0 TO DIAGFLAG
           MOVE ALF7 TO DIAG-KEY
           PERFORM AUTH-RPT THRU AUTH-RPT-EXIT.
           PERFORM RUN-SUMMARY THRU RUN-SUMMARY-EXIT.
           IF TRIAL-MODE = "Y" GO TO P6-A.
           PERFORM ENV-BUILD THRU ENV-BUILD-EXIT.
           ACCEPT X12-HHMMSS FROM TIME
           MOVE X12-HHMMSS(1:6) TO RC-END-TIME
           MOVE RUN-IN-CNT TO RC-IN-CNT
             CLOSE ERRORFILE SUMMARYFILE VARFILE AUTHRPT ELIGFILE
             CLOSE GARFILE DIAGFILE REFPHY GAPFILE PROCFILE
             CORRQ REPLQ AUTHFILE PROVFILE PAYERFILE CHARCUR2 WCFILE
             NCCIFILE LCDFILE ABNFILE COVFILE PATFILE ENROLL
             MSPFILE
             STOP RUN
           END-IF.
           CLOSE FILEOUT FILEOUT2 PAPEROUT ERRORFILE SUMMARYFILE X12OUT
           VARFILE CROSSFILE CTLXFILE HOLDFILE ELIGFILE AUTHRPT
           X12CTL XMITLOG.
           CLOSE GARFILE DIAGFILE REFPHY GAPFILE PROCFILE CKPTFILE
           CORRQ REPLQ AUTHFILE PROVFILE PAYERFILE CHARCUR2 WCFILE
           NCCIFILE LCDFILE ABNFILE COVFILE PATFILE ENROLL
           MSPFILE
           STOP RUN.
