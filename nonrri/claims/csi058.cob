      * @package cms
      * @link    http://www.cmsvt.com
      * @author  s waite <cmswest@sover.net>
      * @copyright Copyright (c) 2020 cms <cmswest@sover.net>
      * @license https://github.com/openemr/openemr/blob/master/LICENSE GNU General Public License 3
       IDENTIFICATION DIVISION.
       PROGRAM-ID. csi058.
       AUTHOR. SID WAITE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHARCUR ASSIGN TO "S30" ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC    RECORD KEY IS CHARCUR-KEY
           ALTERNATE RECORD KEY IS CC-PAYCODE WITH DUPLICATES
           LOCK MODE MANUAL.
           SELECT OPTIONAL PAYERFILE ASSIGN TO "S35" ORGANIZATION IS
           INDEXED ACCESS IS DYNAMIC RECORD KEY IS PAYER-KEY
           LOCK MODE MANUAL.
           SELECT GARFILE ASSIGN TO "S40" ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC RECORD KEY IS G-GARNO
           ALTERNATE RECORD KEY IS G-GARNAME WITH DUPLICATES
           LOCK MODE MANUAL.
           SELECT OPTIONAL COVFILE ASSIGN TO "S45" ORGANIZATION IS
           INDEXED ACCESS IS DYNAMIC RECORD KEY IS CV-KEY
           LOCK MODE MANUAL.
           SELECT OPTIONAL PATFILE ASSIGN TO "S50" ORGANIZATION IS
           INDEXED ACCESS IS DYNAMIC RECORD KEY IS PT-PATID
           ALTERNATE RECORD KEY IS PT-GARNO WITH DUPLICATES
           LOCK MODE MANUAL.
           SELECT PROVFILE ASSIGN TO "S55" ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC RECORD KEY IS PROV-KEY
           LOCK MODE MANUAL.
           SELECT OPTIONAL CLMSTAT ASSIGN TO "S60" ORGANIZATION IS
           INDEXED ACCESS IS DYNAMIC RECORD KEY IS CS-KEY
           LOCK MODE MANUAL.
           SELECT X276OUT ASSIGN TO "S65" ORGANIZATION
           LINE SEQUENTIAL.
           SELECT RPTFILE ASSIGN TO "S70" ORGANIZATION
           LINE SEQUENTIAL.
           SELECT SORTWORK ASSIGN TO "S90".
           SELECT OPTIONAL X12CTL ASSIGN TO "S75" ORGANIZATION IS
           INDEXED ACCESS IS DYNAMIC RECORD KEY IS XC-KEY
           LOCK MODE MANUAL.
           SELECT OPTIONAL XMITLOG ASSIGN TO "S80" ORGANIZATION IS
           INDEXED ACCESS IS DYNAMIC RECORD KEY IS XL-ISA-CTRL
           ALTERNATE RECORD KEY IS XL-GS-CTRL
           LOCK MODE MANUAL.
       DATA DIVISION.
       FILE SECTION.
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

       FD  PAYERFILE.
       01  PAYERFILE01.
           02 PAYER-KEY PIC XXX.
           02 PAYER-NAME PIC X(24).
           02 PAYER-RECID PIC X(15).
           02 PAYER-ROUTE PIC X.
           02 PAYER-SECOND PIC X.
           02 PAYER-TFDAYS PIC 999.
           02 PAYER-STATDAYS PIC 999.
           02 PAYER-FUTURE PIC X(7).

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

      * claim status - one record per account and claim, carrying
      * the last 276 sent and the last 277 answer (STC category,
      * status and entity codes) loaded by csr061
       FD  CLMSTAT.
       01  CLMSTAT01.
           02 CS-KEY.
             03 CS-KEY8 PIC X(8).
             03 CS-CLAIM PIC X(6).
           02 CS-PAYCODE PIC XXX.
           02 CS-DATE-T PIC X(8).
           02 CS-AMOUNT PIC S9(6)V99.
           02 CS-INQ-DATE PIC X(8).
           02 CS-INQ-CNT PIC 99.
           02 CS-CATEGORY PIC X(3).
           02 CS-STATUS PIC X(4).
           02 CS-ENTITY PIC X(3).
           02 CS-RESP-DATE PIC X(8).
           02 CS-FUTURE PIC X(10).

       FD  X276OUT.
       01  X276OUT01 PIC X(250).

       FD  RPTFILE.
       01  RPTFILE01 PIC X(100).

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

       SD  SORTWORK.
       01  SORT-REC.
           02 SR-PAYCODE PIC XXX.
           02 SR-KEY8 PIC X(8).
           02 SR-CLAIM PIC X(6).
           02 SR-DATE-T PIC X(8).
           02 SR-PATID PIC X(8).
           02 SR-DOCP PIC XX.
           02 SR-AMOUNT PIC S9(4)V99.
           02 SR-AGE PIC 9(5).
           02 SR-DUE PIC 9(3).

       WORKING-STORAGE SECTION.
      * days after acceptance for a payer with none on PAYERFILE
       01  DEFAULT-DAYS PIC 9(3) VALUE 45.
       01  TODAY8 PIC 9(8).
       01  TODAY-INT PIC 9(8).
       01  WORK-DATE8 PIC 9(8).
       01  ACC-INT PIC 9(8).
       01  AGE-DAYS PIC S9(5).
       01  DUE-DAYS PIC 9(3).
       01  CUR-HAVE PIC X VALUE "N".
       01  CUR-PAYCODE PIC XXX.
       01  CUR-KEY8 PIC X(8).
       01  CUR-CLAIM PIC X(6).
       01  CUR-PATID PIC X(8).
       01  CUR-DOCP PIC XX.
       01  CUR-FROM PIC X(8).
       01  CUR-TO PIC X(8).
       01  CUR-TOT PIC S9(6)V99.
       01  CUR-AGE PIC 9(5).
       01  CUR-DUE PIC 9(3).
       01  CS-HIT PIC X.
       01  SUB-NAME PIC X(24).
       01  SUB-POL PIC X(16).
       01  SUB-DOB PIC X(8).
       01  SUB-SEX PIC X.
       01  PAT-DEP PIC X.
       01  PAT-REL PIC X.
       01  COV-DATE PIC X(8).
       01  COV-SLOT-W PIC X.
       01  COV-STAT PIC X.
       01  X12-SEG PIC X(250).
       01  X12-CCYYMMDD PIC 9(8).
       01  X12-HHMMSS PIC 9(8).
       01  X12-HHMM PIC X(4).
       01  X12-RECEIVER PIC X(15) VALUE "MEDICARE".
       01  X12-ISA-CTRL PIC 9(9).
       01  X12-GS-CTRL PIC 9(9).
       01  X12-ST-CTRL PIC 9(9) VALUE 0.
       01  X12-ST-CTRLX PIC X(9).
       01  ST-FIRST PIC 9(9) VALUE 0.
       01  CTL-WHICH PIC X.
       01  CTL-FOUND PIC X.
       01  CTL-SEED PIC 9(6).
       01  X12-TXN-CNT PIC 9(6) VALUE 0.
       01  X12-SEG-CNT PIC 9(3) VALUE 0.
       01  X12-SEG-CNTX PIC X(3).
       01  X12-AMT PIC X(10).
       01  X12-AMT-ED PIC Z(6)9.99.
       01  LINE-CNT PIC 9(6) VALUE 0.
       01  INQ-CNT PIC 9(6) VALUE 0.
       01  RECENT-CNT PIC 9(6) VALUE 0.
       01  ERR-CNT PIC 9(6) VALUE 0.
       01  DET-LINE.
           02 DL-PAYCODE PIC XXX.
           02 FILLER PIC X(2).
           02 DL-KEY8 PIC X(8).
           02 FILLER PIC X(2).
           02 DL-CLAIM PIC X(6).
           02 FILLER PIC X(2).
           02 DL-FROM PIC X(8).
           02 FILLER PIC X(2).
           02 DL-AMT PIC -ZZZ,ZZ9.99.
           02 FILLER PIC X(2).
           02 DL-AGE PIC ZZZZ9.
           02 FILLER PIC X(2).
           02 DL-INQ PIC Z9.
           02 FILLER PIC X(2).
           02 DL-LAST PIC X(3).
           02 FILLER PIC X(2).
           02 DL-MSG PIC X(30).
       01  TOT-LINE.
           02 TL-LABEL PIC X(26).
           02 TL-CNT PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
       0000-MAIN SECTION.
       P0.
           OPEN INPUT CHARCUR PAYERFILE GARFILE COVFILE PATFILE
           PROVFILE OUTPUT X276OUT RPTFILE.
           OPEN I-O CLMSTAT X12CTL XMITLOG.
           ACCEPT TODAY8 FROM DATE YYYYMMDD.
           COMPUTE TODAY-INT = FUNCTION INTEGER-OF-DATE(TODAY8).
           MOVE TODAY8 TO X12-CCYYMMDD.
           ACCEPT X12-HHMMSS FROM TIME.
           MOVE X12-HHMMSS(1:4) TO X12-HHMM.
           MOVE "003" TO PAYER-KEY
           READ PAYERFILE INVALID
             CONTINUE
           NOT INVALID
             MOVE PAYER-RECID TO X12-RECEIVER
           END-READ.
           MOVE SPACE TO RPTFILE01.
           STRING "276 CLAIM STATUS INQUIRY REGISTER  AS OF " TODAY8
             DELIMITED BY SIZE INTO RPTFILE01.
           WRITE RPTFILE01.
           MOVE SPACE TO RPTFILE01.
           WRITE RPTFILE01.
           MOVE SPACE TO RPTFILE01.
           STRING "PAY  ACCOUNT   CLAIM   SERVICE        AMOUNT   "
             "DAYS INQ  LAST" DELIMITED BY SIZE INTO RPTFILE01.
           WRITE RPTFILE01.
           MOVE SPACE TO RPTFILE01.
           WRITE RPTFILE01.

      * charge lines come out grouped payer / account / claim so
      * each claim goes out as one 276 transaction
           SORT SORTWORK ON ASCENDING KEY SR-PAYCODE SR-KEY8
             SR-CLAIM SR-DATE-T
             INPUT PROCEDURE IS 1000-SCAN
             OUTPUT PROCEDURE IS 2000-BUILD.

      * a run with nothing to ask sends no interchange
           IF X12-TXN-CNT = 0 GO TO P1.
           MOVE SPACE TO X12-SEG
           STRING "GE*" X12-TXN-CNT "*" X12-GS-CTRL "~"
             DELIMITED BY SIZE INTO X12-SEG
           MOVE X12-SEG TO X276OUT01
           WRITE X276OUT01.
           MOVE SPACE TO X12-SEG
           STRING "IEA*1*" X12-ISA-CTRL "~"
             DELIMITED BY SIZE INTO X12-SEG
           MOVE X12-SEG TO X276OUT01
           WRITE X276OUT01.
           PERFORM XMIT-LOG THRU XMIT-LOG-EXIT.

       P1.
           MOVE SPACE TO RPTFILE01.
           WRITE RPTFILE01.
           MOVE SPACE TO TOT-LINE.
           MOVE "CHARGE LINES SELECTED:" TO TL-LABEL.
           MOVE LINE-CNT TO TL-CNT.
           MOVE TOT-LINE TO RPTFILE01.
           WRITE RPTFILE01.
           MOVE SPACE TO TOT-LINE.
           MOVE "276 INQUIRIES WRITTEN:" TO TL-LABEL.
           MOVE INQ-CNT TO TL-CNT.
           MOVE TOT-LINE TO RPTFILE01.
           WRITE RPTFILE01.
           MOVE SPACE TO TOT-LINE.
           MOVE "ASKED RECENTLY, SKIPPED:" TO TL-LABEL.
           MOVE RECENT-CNT TO TL-CNT.
           MOVE TOT-LINE TO RPTFILE01.
           WRITE RPTFILE01.
           MOVE SPACE TO TOT-LINE.
           MOVE "CLAIMS NOT INQUIRED:" TO TL-LABEL.
           MOVE ERR-CNT TO TL-CNT.
           MOVE TOT-LINE TO RPTFILE01.
           WRITE RPTFILE01.

           CLOSE CHARCUR PAYERFILE GARFILE COVFILE PATFILE PROVFILE
           CLMSTAT X276OUT RPTFILE X12CTL XMITLOG.
           STOP RUN.

      * an open line the payer accepted on the 999/277CA (ack277
      * dates CC-DATE-A) that is still unpaid the payer's number
      * of status days later.  only electronic payers are asked
       1000-SCAN SECTION.
       S1.
           MOVE SPACE TO CHARCUR-KEY.
           START CHARCUR KEY NOT < CHARCUR-KEY INVALID GO TO S9.
       S2.
           READ CHARCUR NEXT AT END GO TO S9.
           IF CC-REC-STAT > "1" GO TO S2.
      * a line with any payment posted has had its answer
           IF CC-DATE-P NUMERIC AND CC-DATE-P NOT = "00000000"
             GO TO S2.
           IF CC-CLAIM = SPACE GO TO S2.
           IF CC-DATE-A NOT NUMERIC GO TO S2.
           IF CC-DATE-A = "00000000" GO TO S2.
           MOVE CC-PAYCODE TO PAYER-KEY
           READ PAYERFILE INVALID GO TO S2 END-READ
           IF PAYER-ROUTE NOT = "E" GO TO S2.
           MOVE DEFAULT-DAYS TO DUE-DAYS
           IF PAYER-STATDAYS NUMERIC AND PAYER-STATDAYS > 0
             MOVE PAYER-STATDAYS TO DUE-DAYS.
           MOVE CC-DATE-A TO WORK-DATE8
           COMPUTE ACC-INT = FUNCTION INTEGER-OF-DATE(WORK-DATE8)
           COMPUTE AGE-DAYS = TODAY-INT - ACC-INT
           IF AGE-DAYS < DUE-DAYS GO TO S2.
           MOVE CC-PAYCODE TO SR-PAYCODE
           MOVE CC-KEY8 TO SR-KEY8
           MOVE CC-CLAIM TO SR-CLAIM
           MOVE CC-DATE-T TO SR-DATE-T
           MOVE CC-PATID TO SR-PATID
           MOVE CC-DOCP TO SR-DOCP
           MOVE CC-AMOUNT TO SR-AMOUNT
           MOVE AGE-DAYS TO SR-AGE
           MOVE DUE-DAYS TO SR-DUE
           RELEASE SORT-REC
           ADD 1 TO LINE-CNT
           GO TO S2.
       S9.
           EXIT.

       2000-BUILD SECTION.
       W1.
           RETURN SORTWORK AT END GO TO W8.
           IF CUR-HAVE = "Y" AND SR-PAYCODE = CUR-PAYCODE
           AND SR-KEY8 = CUR-KEY8 AND SR-CLAIM = CUR-CLAIM
             IF SR-DATE-T > CUR-TO
               MOVE SR-DATE-T TO CUR-TO
             END-IF
             IF SR-AGE > CUR-AGE
               MOVE SR-AGE TO CUR-AGE
             END-IF
             ADD SR-AMOUNT TO CUR-TOT
             GO TO W1.
           IF CUR-HAVE = "Y"
             PERFORM CLAIM-FLUSH THRU CLAIM-FLUSH-EXIT.
           MOVE "Y" TO CUR-HAVE
           MOVE SR-PAYCODE TO CUR-PAYCODE
           MOVE SR-KEY8 TO CUR-KEY8
           MOVE SR-CLAIM TO CUR-CLAIM
           MOVE SR-PATID TO CUR-PATID
           MOVE SR-DOCP TO CUR-DOCP
           MOVE SR-DATE-T TO CUR-FROM CUR-TO
           MOVE SR-AMOUNT TO CUR-TOT
           MOVE SR-AGE TO CUR-AGE
           MOVE SR-DUE TO CUR-DUE
           GO TO W1.
       W8.
           IF CUR-HAVE = "Y"
             PERFORM CLAIM-FLUSH THRU CLAIM-FLUSH-EXIT.
       W9.
           EXIT.

       3000-CLAIM SECTION.
      * a claim asked about within the payer's status days is left
      * alone until the payer has had that long to answer
       CLAIM-FLUSH.
           MOVE SPACE TO DET-LINE
           MOVE CUR-PAYCODE TO DL-PAYCODE
           MOVE CUR-KEY8 TO DL-KEY8
           MOVE CUR-CLAIM TO DL-CLAIM
           MOVE CUR-FROM TO DL-FROM
           MOVE CUR-TOT TO DL-AMT
           MOVE CUR-AGE TO DL-AGE
           MOVE CUR-KEY8 TO CS-KEY8
           MOVE CUR-CLAIM TO CS-CLAIM
           MOVE "Y" TO CS-HIT
           READ CLMSTAT INVALID
             MOVE "N" TO CS-HIT
           END-READ
           IF CS-HIT = "Y"
             MOVE CS-INQ-CNT TO DL-INQ
             MOVE CS-CATEGORY TO DL-LAST
             IF CS-INQ-DATE NUMERIC AND CS-INQ-DATE NOT = "00000000"
               MOVE CS-INQ-DATE TO WORK-DATE8
               COMPUTE ACC-INT = FUNCTION INTEGER-OF-DATE(WORK-DATE8)
               COMPUTE AGE-DAYS = TODAY-INT - ACC-INT
               IF AGE-DAYS < CUR-DUE
                 ADD 1 TO RECENT-CNT
                 GO TO CLAIM-FLUSH-EXIT
               END-IF
             END-IF
           END-IF

           MOVE CUR-KEY8 TO G-GARNO
           READ GARFILE INVALID
             MOVE "ACCOUNT NOT ON FILE" TO DL-MSG
             GO TO CLAIM-FLUSH-ERR
           END-READ
           MOVE CUR-FROM TO COV-DATE
           PERFORM COV-PICK THRU COV-PICK-EXIT
           PERFORM SUB-PICK THRU SUB-PICK-EXIT
           IF SUB-POL = SPACE
             MOVE "PAYER NOT ON ACCOUNT COVERAGE" TO DL-MSG
             GO TO CLAIM-FLUSH-ERR.
           MOVE CUR-DOCP TO PROV-KEY
           READ PROVFILE INVALID
             MOVE "NO BILLING PROVIDER ON FILE" TO DL-MSG
             GO TO CLAIM-FLUSH-ERR
           END-READ
           MOVE CUR-PAYCODE TO PAYER-KEY
           READ PAYERFILE INVALID
             MOVE "PAYER NOT ON FILE" TO DL-MSG
             GO TO CLAIM-FLUSH-ERR
           END-READ

           PERFORM WRITE-276 THRU WRITE-276-EXIT
           ADD 1 TO INQ-CNT
           IF CS-HIT = "Y"
             IF CS-INQ-CNT < 99
               ADD 1 TO CS-INQ-CNT
             END-IF
             MOVE TODAY8 TO CS-INQ-DATE
             MOVE CUR-TOT TO CS-AMOUNT
             REWRITE CLMSTAT01
           ELSE
             MOVE CUR-PAYCODE TO CS-PAYCODE
             MOVE CUR-FROM TO CS-DATE-T
             MOVE CUR-TOT TO CS-AMOUNT
             MOVE TODAY8 TO CS-INQ-DATE
             MOVE 1 TO CS-INQ-CNT
             MOVE SPACE TO CS-CATEGORY CS-STATUS CS-ENTITY
               CS-FUTURE
             MOVE "00000000" TO CS-RESP-DATE
             WRITE CLMSTAT01
           END-IF
           MOVE CS-INQ-CNT TO DL-INQ
           MOVE "276 SENT" TO DL-MSG
           MOVE DET-LINE TO RPTFILE01
           WRITE RPTFILE01
           GO TO CLAIM-FLUSH-EXIT.
       CLAIM-FLUSH-ERR.
           ADD 1 TO ERR-CNT
           MOVE DET-LINE TO RPTFILE01
           WRITE RPTFILE01.
       CLAIM-FLUSH-EXIT. EXIT.

      * the claim's payer is the primary or the secondary in force
      * on the first date of service.  a patient who is not self
      * to that policy goes out as a dependent; a claim with no
      * patient record asks about the guarantor
       SUB-PICK.
           MOVE SPACE TO SUB-NAME SUB-POL SUB-DOB SUB-SEX PAT-REL
           MOVE "N" TO PAT-DEP
           IF CUR-PAYCODE = G-PRINS
             MOVE G-PRNAME TO SUB-NAME
             MOVE G-PRIPOL0 TO SUB-POL
             MOVE "1" TO COV-SLOT-W
           ELSE
             IF CUR-PAYCODE = G-SEINS
               MOVE G-SENAME TO SUB-NAME
               MOVE G-SECPOL0 TO SUB-POL
               MOVE "2" TO COV-SLOT-W
             ELSE
               GO TO SUB-PICK-EXIT
             END-IF
           END-IF
           IF SUB-NAME = SPACE
             MOVE G-GARNAME TO SUB-NAME.
           MOVE G-DOB TO SUB-DOB
           MOVE G-SEX TO SUB-SEX
           MOVE CUR-PATID TO PT-PATID
           READ PATFILE INVALID GO TO SUB-PICK-EXIT END-READ
           IF PT-DELETE = "Y" GO TO SUB-PICK-EXIT.
           IF COV-SLOT-W = "1"
             MOVE PT-PR-RELATE TO PAT-REL
           ELSE
             MOVE PT-SE-RELATE TO PAT-REL
           END-IF
           IF PAT-REL = "2" OR "3" OR "4"
             MOVE "Y" TO PAT-DEP
             MOVE SPACE TO SUB-DOB SUB-SEX
           ELSE
             MOVE PT-NAME TO SUB-NAME
             MOVE PT-DOB TO SUB-DOB
             MOVE PT-SEX TO SUB-SEX
           END-IF.
       SUB-PICK-EXIT. EXIT.

       WRITE-276.
           IF X12-TXN-CNT = 0
             PERFORM ENV-HEAD THRU ENV-HEAD-EXIT.
           MOVE "S" TO CTL-WHICH
           PERFORM CTL-NEXT THRU CTL-NEXT-EXIT
           IF ST-FIRST = 0
             MOVE X12-ST-CTRL TO ST-FIRST.
           ADD 1 TO X12-TXN-CNT
           MOVE X12-ST-CTRL TO X12-ST-CTRLX
           MOVE 0 TO X12-SEG-CNT

           MOVE SPACE TO X12-SEG
           STRING "ST*276*" X12-ST-CTRLX "*005010X212~"
             DELIMITED BY SIZE INTO X12-SEG
           PERFORM X276-WRITE-SEG

           MOVE SPACE TO X12-SEG
           STRING "BHT*0010*13*" X12-ST-CTRLX "*" X12-CCYYMMDD
             "*" X12-HHMM "~" DELIMITED BY SIZE INTO X12-SEG
           PERFORM X276-WRITE-SEG

           MOVE SPACE TO X12-SEG
           STRING "HL*1**20*1~" DELIMITED BY SIZE INTO X12-SEG
           PERFORM X276-WRITE-SEG

           MOVE SPACE TO X12-SEG
           STRING "NM1*PR*2*" FUNCTION TRIM(PAYER-NAME)
             "*****PI*" FUNCTION TRIM(PAYER-RECID) "~"
             DELIMITED BY SIZE INTO X12-SEG
           PERFORM X276-WRITE-SEG

           MOVE SPACE TO X12-SEG
           STRING "HL*2*1*21*1~" DELIMITED BY SIZE INTO X12-SEG
           PERFORM X276-WRITE-SEG

           MOVE SPACE TO X12-SEG
           STRING "NM1*41*2*CMSVT CLAIMS*****46*CMSVT~"
             DELIMITED BY SIZE INTO X12-SEG
           PERFORM X276-WRITE-SEG

           MOVE SPACE TO X12-SEG
           STRING "HL*3*2*19*1~" DELIMITED BY SIZE INTO X12-SEG
           PERFORM X276-WRITE-SEG

           MOVE SPACE TO X12-SEG
           STRING "NM1*1P*2*" FUNCTION TRIM(PROV-NAME)
             "*****XX*" PROV-NPI "~"
             DELIMITED BY SIZE INTO X12-SEG
           PERFORM X276-WRITE-SEG

           MOVE SPACE TO X12-SEG
           IF PAT-DEP = "Y"
             STRING "HL*4*3*22*1~" DELIMITED BY SIZE INTO X12-SEG
           ELSE
             STRING "HL*4*3*22*0~" DELIMITED BY SIZE INTO X12-SEG
           END-IF
           PERFORM X276-WRITE-SEG

           IF PAT-DEP NOT = "Y" AND SUB-DOB NUMERIC
             MOVE SPACE TO X12-SEG
             STRING "DMG*D8*" SUB-DOB "*" SUB-SEX "~"
               DELIMITED BY SIZE INTO X12-SEG
             PERFORM X276-WRITE-SEG
           END-IF

           MOVE SPACE TO X12-SEG
           STRING "NM1*IL*1*" FUNCTION TRIM(SUB-NAME)
             "****MI*" FUNCTION TRIM(SUB-POL) "~"
             DELIMITED BY SIZE INTO X12-SEG
           PERFORM X276-WRITE-SEG

           IF PAT-DEP = "Y"
             MOVE SPACE TO X12-SEG
             STRING "HL*5*4*23~" DELIMITED BY SIZE INTO X12-SEG
             PERFORM X276-WRITE-SEG
             IF PT-DOB NUMERIC
               MOVE SPACE TO X12-SEG
               STRING "DMG*D8*" PT-DOB "*" PT-SEX "~"
                 DELIMITED BY SIZE INTO X12-SEG
               PERFORM X276-WRITE-SEG
             END-IF
             MOVE SPACE TO X12-SEG
             STRING "NM1*QC*1*" FUNCTION TRIM(PT-NAME) "~"
               DELIMITED BY SIZE INTO X12-SEG
             PERFORM X276-WRITE-SEG
           END-IF

      * account and claim ride the TRN so the 277 comes back keyed
           MOVE SPACE TO X12-SEG
           STRING "TRN*1*" CUR-KEY8 CUR-CLAIM "~"
             DELIMITED BY SIZE INTO X12-SEG
           PERFORM X276-WRITE-SEG

           MOVE SPACE TO X12-SEG
           STRING "REF*EJ*" CUR-CLAIM "~"
             DELIMITED BY SIZE INTO X12-SEG
           PERFORM X276-WRITE-SEG

           MOVE CUR-TOT TO X12-AMT-ED
           MOVE SPACE TO X12-AMT
           STRING X12-AMT-ED DELIMITED BY SIZE INTO X12-AMT
           MOVE SPACE TO X12-SEG
           STRING "AMT*T3*" FUNCTION TRIM(X12-AMT) "~"
             DELIMITED BY SIZE INTO X12-SEG
           PERFORM X276-WRITE-SEG

           MOVE SPACE TO X12-SEG
           STRING "DTP*472*RD8*" CUR-FROM "-" CUR-TO "~"
             DELIMITED BY SIZE INTO X12-SEG
           PERFORM X276-WRITE-SEG

      * SE01 counts every segment in the set, ST and SE included
           ADD 1 TO X12-SEG-CNT
           MOVE X12-SEG-CNT TO X12-SEG-CNTX
           MOVE SPACE TO X12-SEG
           STRING "SE*" X12-SEG-CNTX "*" X12-ST-CTRLX "~"
             DELIMITED BY SIZE INTO X12-SEG
           MOVE X12-SEG TO X276OUT01
           WRITE X276OUT01.
       WRITE-276-EXIT. EXIT.

       X276-WRITE-SEG.
           MOVE X12-SEG TO X276OUT01
           WRITE X276OUT01
           ADD 1 TO X12-SEG-CNT.

      * the policy in force on COV-DATE replaces the current
      * primary/secondary in G-MASTER, which is never rewritten
      * here.  a slot with history but nothing in force on the
      * date bills as no coverage; an account with no history yet
      * bills off GARFILE as it stands
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
           IF CV-START > COV-DATE GO TO COV-FIND-EXIT.
           IF CV-END NOT = SPACE AND CV-END < COV-DATE
             GO TO COV-FIND-1.
           MOVE "F" TO COV-STAT.
       COV-FIND-EXIT. EXIT.

      * the interchange and group open with the first inquiry
       ENV-HEAD.
           MOVE "I" TO CTL-WHICH
           PERFORM CTL-NEXT THRU CTL-NEXT-EXIT
           MOVE SPACE TO X12-SEG
           STRING "ISA*00*          *00*          *ZZ*CMSVT"
             "          *ZZ*" X12-RECEIVER "*" X12-CCYYMMDD(3:6) "*"
             X12-HHMM "*^*00501*" X12-ISA-CTRL "*0*P*:~"
             DELIMITED BY SIZE INTO X12-SEG
           MOVE X12-SEG TO X276OUT01
           WRITE X276OUT01
           MOVE SPACE TO X12-SEG
           STRING "GS*HR*CMSVT*" FUNCTION TRIM(X12-RECEIVER) "*"
             X12-CCYYMMDD "*" X12-HHMM "*" X12-GS-CTRL
             "*X*005010X212~"
             DELIMITED BY SIZE INTO X12-SEG
           MOVE X12-SEG TO X276OUT01
           WRITE X276OUT01.
       ENV-HEAD-EXIT. EXIT.

       XMIT-LOG.
           MOVE SPACE TO XMITLOG01
           MOVE X12-ISA-CTRL TO XL-ISA-CTRL
           MOVE X12-GS-CTRL TO XL-GS-CTRL
           MOVE "CSI058" TO XL-PROG
           MOVE "S65" TO XL-FILE
           MOVE "276" TO XL-TYPE
           MOVE X12-RECEIVER TO XL-RECEIVER
           MOVE X12-CCYYMMDD TO XL-DATE
           MOVE X12-HHMM TO XL-TIME
           MOVE ST-FIRST TO XL-ST-FIRST
           MOVE X12-ST-CTRL TO XL-ST-LAST
           MOVE X12-TXN-CNT TO XL-CLM-CNT
           MOVE 0 TO XL-AMOUNT XL-999-ACC
           WRITE XMITLOG01 INVALID
             REWRITE XMITLOG01
           END-WRITE.
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
           MOVE "CSI058" TO XC-PROG
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
