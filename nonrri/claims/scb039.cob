           LINE SEQUENTIAL.
           SELECT RPTFILE ASSIGN TO "S65" ORGANIZATION
           LINE SEQUENTIAL.
           SELECT OPTIONAL COVFILE ASSIGN TO "S70" ORGANIZATION IS
           INDEXED ACCESS IS DYNAMIC RECORD KEY IS CV-KEY
           LOCK MODE MANUAL.
           SELECT OPTIONAL PATFILE ASSIGN TO "S75" ORGANIZATION IS
           INDEXED ACCESS IS DYNAMIC RECORD KEY IS PT-PATID
           ALTERNATE RECORD KEY IS PT-GARNO WITH DUPLICATES
           LOCK MODE MANUAL.
           SELECT OPTIONAL ENROLL ASSIGN TO "S80" ORGANIZATION IS
           INDEXED ACCESS IS DYNAMIC RECORD KEY IS ENROLL-KEY
           LOCK MODE MANUAL.
           SELECT HOLDFILE ASSIGN TO "S85" ORGANIZATION
           LINE SEQUENTIAL.
           SELECT OPTIONAL SECHOLD ASSIGN TO "S90" ORGANIZATION IS
           INDEXED ACCESS IS DYNAMIC RECORD KEY IS SH-KEY
           LOCK MODE MANUAL.
           SELECT OPTIONAL MSPFILE ASSIGN TO "S95" ORGANIZATION IS
           INDEXED ACCESS IS DYNAMIC RECORD KEY IS MS-GARNO
           LOCK MODE MANUAL.
           SELECT X12WORK ASSIGN TO "T30" ORGANIZATION
           LINE SEQUENTIAL.
           SELECT OPTIONAL X12CTL ASSIGN TO "T35" ORGANIZATION IS
           INDEXED ACCESS IS DYNAMIC RECORD KEY IS XC-KEY
           LOCK MODE MANUAL.
           SELECT OPTIONAL XMITLOG ASSIGN TO "T40" ORGANIZATION IS
           INDEXED ACCESS IS DYNAMIC RECORD KEY IS XL-ISA-CTRL
           ALTERNATE RECORD KEY IS XL-GS-CTRL
           LOCK MODE MANUAL.
       DATA DIVISION.
       FILE SECTION.
      * secondary-billing queue staged by the bbb816 posting run
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

       FD  PAYERFILE.
       01  PAYERFILE01.
           02 PAYER-KEY PIC XXX.
           02 PAYER-ROUTE PIC X.
           02 PAYER-SECOND PIC X.
           02 PAYER-TFDAYS PIC 999.
           02 PAYER-STATDAYS PIC 999.
           02 PAYER-FUTURE PIC X(7).

       FD  PAYFILE.
       01  PAYFILE01.
       FD  RPTFILE.
       01  RPTFILE01 PIC X(80).

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

      * claims held this run, same layout as the npi038 hold list
       FD  HOLDFILE.
       01  HOLDFILE01.
           02 HF-KEY PIC X(11).
           02 HF-NAME PIC X(24).
           02 HF-DATE PIC X(8).
           02 HF-REASON PIC X(30).

      * queue entries held for enrollment - SH-QUEUE is the SECBQ
      * record as staged, SH-DATE the run that first held it.  each
      * run tries these again before the new queue
       FD  SECHOLD.
       01  SECHOLD01.
           02 SH-KEY.
             03 SH-KEY8 PIC X(8).
             03 SH-CLAIM PIC X(6).
           02 SH-QUEUE PIC X(59).
           02 SH-DATE PIC X(8).
           02 SH-REASON PIC X(30).

      * medicare secondary payer questionnaire kept by msm077 -
      * MS-TYPE is the SBR05 insurance type when medicare is second
       FD  MSPFILE.
       01  MSPFILE01.
           02 MS-GARNO PIC X(8).
           02 MS-DATE PIC X(8).
           02 MS-TYPE PIC XX.
           02 MS-OTHER-PAYCODE PIC XXX.
           02 MS-OTHER-NAME PIC X(24).
           02 MS-OTHER-POLICY PIC X(16).
           02 MS-FUTURE PIC X(10).

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
       01  X12-SEG PIC X(250).
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
       01  X12-DIAG-QUAL PIC X(3).
       01  X12-DX PIC X(8).
       01  X12-RECEIVER PIC X(15) VALUE "CLEARINGHOUSE".
       01  CLM-RECEIVER PIC X(15).
       01  LXN PIC 99.
       01  LXN-ED PIC Z9.
       01  LAST-KEY8 PIC X(8) VALUE LOW-VALUES.
       01  CLM-ADJ PIC S9(7)V99.
       01  LINE-PAID PIC S9(7)V99.
       01  PRI-RECID PIC X(15).
       01  COV-DATE PIC X(8).
       01  COV-SLOT-W PIC X.
       01  COV-STAT PIC X.
       01  PAT-HIT PIC X.
       01  ENR-LOADED PIC X VALUE "N".
       01  ENR-HIT PIC X.
       01  ENR-PAYCODE PIC XXX.
       01  ENR-REASON PIC X(30).
       01  SWEEP-SW PIC X VALUE "N".
       01  SWEEP-KEY PIC X(14) VALUE LOW-VALUES.
       01  HOLD-SINCE PIC X(8).
       01  SBR-TAIL PIC X(12).
       01  REL-IN PIC X.
       01  REL-OUT PIC XX.
       01  SUB-REL PIC XX.
       01  OTH-REL PIC XX.
       01  CLM-CNT PIC 9(6) VALUE 0.
       01  SKIP-CNT PIC 9(6) VALUE 0.
       01  ERR-CNT PIC 9(6) VALUE 0.
       01  HELD-CNT PIC 9(6) VALUE 0.
       01  REL-CNT PIC 9(6) VALUE 0.
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
       01  REG-LINE.
           02 RG-KEY PIC X(11).
           02 FILLER PIC X(2).
       PROCEDURE DIVISION.
       P0.
           OPEN INPUT SECBQ CHARCUR GARFILE PAYERFILE PAYFILE
           PROVFILE COVFILE PATFILE ENROLL MSPFILE
           OUTPUT X12WORK RPTFILE HOLDFILE.
           OPEN I-O SECHOLD X12CTL XMITLOG.
           ACCEPT X12-CCYYMMDD FROM DATE YYYYMMDD
           ACCEPT X12-HHMMSS FROM TIME
           MOVE X12-HHMMSS(1:4) TO X12-HHMM
           MOVE SPACE TO RPTFILE01.
           WRITE RPTFILE01.

      * each secondary goes to its own payer master's receiver;
      * the "004" record names the receiver for a payer that has
      * none of its own
           MOVE "004" TO PAYER-KEY
           READ PAYERFILE INVALID
             CONTINUE
             MOVE PAYER-RECID TO X12-RECEIVER
           END-READ

      * an empty enrollment file means enrollments are not being
      * tracked yet - hold nothing rather than every claim
           MOVE LOW-VALUES TO ENROLL-KEY
           START ENROLL KEY NOT < ENROLL-KEY
             INVALID
               MOVE "N" TO ENR-LOADED
             NOT INVALID
               MOVE "Y" TO ENR-LOADED
           END-START.
           MOVE LOW-VALUES TO SH-KEY
           START SECHOLD KEY NOT < SH-KEY
             INVALID
               MOVE "N" TO SWEEP-SW
             NOT INVALID
               MOVE "Y" TO SWEEP-SW
           END-START.

      * the posting run stages one queue entry per posted payment,
      * so a multi-line claim appears several times in key order -
      * only the first entry for a claim generates
       P1.
           IF SWEEP-SW = "Y" GO TO P1-H.
           READ SECBQ AT END GO TO P6.
           MOVE X12-CCYYMMDD TO HOLD-SINCE.
       P1-A.
           IF SQ-KEY8 = LAST-KEY8 AND SQ-CLAIM = LAST-CLAIM
             ADD 1 TO SKIP-CNT
             GO TO P1
             WRITE RPTFILE01
             GO TO P1
           END-READ
      * the secondary bills under the policies in force on the
      * claim's date of service, not whatever the account holds now
           MOVE SQ-KEY8 TO CC-KEY8
           MOVE SQ-KEY3 TO CC-KEY3
           READ CHARCUR INVALID
             ADD 1 TO ERR-CNT
             MOVE "NO CHARCUR LINES" TO RG-MSG
             MOVE REG-LINE TO RPTFILE01
             WRITE RPTFILE01
             GO TO P1
           END-READ
           MOVE CC-DATE-T TO COV-DATE
           PERFORM COV-PICK THRU COV-PICK-EXIT
           PERFORM PAT-LOOK THRU PAT-LOOK-EXIT
           IF PAT-HIT = "W"
             ADD 1 TO ERR-CNT
             MOVE "PATIENT NOT UNDER ACCOUNT" TO RG-MSG
             MOVE REG-LINE TO RPTFILE01
             WRITE RPTFILE01
             GO TO P1
           END-IF
           IF G-SEINS = SPACE OR G-SECPOL = SPACE
             ADD 1 TO ERR-CNT
             MOVE "SECONDARY INS DROPPED OFF ACCT" TO RG-MSG
             GO TO P1
           END-READ

      * the secondary denies outright when the performing doctor
      * is not credentialed with it - hold the claim until pem073
      * marks the enrollment active.  medicare as the secondary also
      * needs the MSP type from the questionnaire
           MOVE G-SEINS TO ENR-PAYCODE
           PERFORM ENR-CHECK THRU ENR-CHECK-EXIT
           IF ENR-HIT = "Y" AND G-SEINS = "003"
             PERFORM MSP-LOOK THRU MSP-LOOK-EXIT
           END-IF
           IF ENR-HIT NOT = "Y"
             MOVE SQ-KEY8 TO SH-KEY8
             MOVE SQ-CLAIM TO SH-CLAIM
             MOVE SECBQ01 TO SH-QUEUE
             MOVE HOLD-SINCE TO SH-DATE
             MOVE ENR-REASON TO SH-REASON
             WRITE SECHOLD01 INVALID
               ADD 1 TO SKIP-CNT
               GO TO P1
             END-WRITE
             MOVE SQ-KEY8 TO HF-KEY(1:8)
             MOVE SQ-KEY3 TO HF-KEY(9:3)
             MOVE G-GARNAME TO HF-NAME
             MOVE CC-DATE-T TO HF-DATE
             MOVE ENR-REASON TO HF-REASON
             WRITE HOLDFILE01
             ADD 1 TO HELD-CNT
             MOVE ENR-REASON TO RG-MSG
             MOVE REG-LINE TO RPTFILE01
             WRITE RPTFILE01
             GO TO P1
           END-IF
           IF SWEEP-SW = "Y"
             ADD 1 TO REL-CNT
             MOVE "RELEASED - ENROLLMENT ACTIVE" TO RG-MSG
             MOVE REG-LINE TO RPTFILE01
             WRITE RPTFILE01
             MOVE SPACE TO RG-MSG
           END-IF

           PERFORM CLM-BUILD THRU CLM-BUILD-EXIT
           GO TO P1.

      * a held entry comes off the hold file and goes through the
      * same edits as a new one - one still not enrolled is written
      * back with the date it was first held.  that write lands
      * under the key just read, so each pass restarts past it
      * rather than trusting the sweep's position
       P1-H.
           MOVE SWEEP-KEY TO SH-KEY
           START SECHOLD KEY > SH-KEY INVALID
             MOVE "N" TO SWEEP-SW
             GO TO P1.
           READ SECHOLD NEXT AT END
             MOVE "N" TO SWEEP-SW
             GO TO P1.
           MOVE SH-KEY TO SWEEP-KEY
           MOVE SH-QUEUE TO SECBQ01
           MOVE SH-DATE TO HOLD-SINCE
           DELETE SECHOLD RECORD INVALID
             CONTINUE
           END-DELETE
           GO TO P1-A.

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

      * medicare secondary goes out with the MSP type in SBR05 -
      * with no questionnaire answer on file there is nothing to
      * send, so the claim holds like an enrollment
       MSP-LOOK.
           MOVE SQ-KEY8 TO MS-GARNO
           READ MSPFILE INVALID
             MOVE SPACE TO MS-TYPE
           END-READ
           IF MS-TYPE = SPACE
             MOVE "N" TO ENR-HIT
             MOVE "NO MSP TYPE - MEDICARE 2NDARY" TO ENR-REASON.
       MSP-LOOK-EXIT. EXIT.

      * one ST per claim - subscriber is the secondary policy, the
      * 2320 loop carries the primary's adjudication forward
       CLM-BUILD.
           MOVE 0 TO CLM-CHG CLM-PAID LXN
           MOVE X12-RECEIVER TO CLM-RECEIVER
           IF PAYER-RECID NOT = SPACE
             MOVE PAYER-RECID TO CLM-RECEIVER.
           MOVE SQ-KEY8 TO CC-KEY8
           MOVE SPACE TO CC-KEY3
           START CHARCUR KEY NOT < CHARCUR-KEY
      * would tell the secondary there is nothing left to pay
           MOVE SQ-PRI-CONTRA TO CLM-ADJ

           MOVE "S" TO CTL-WHICH
           PERFORM CTL-NEXT THRU CTL-NEXT-EXIT
           MOVE X12-ST-CTRL TO X12-ST-CTRLX
           MOVE 0 TO X12-SEG-CNT

             DELIMITED BY SIZE INTO X12-SEG
           PERFORM X12-WRITE-SEG
           MOVE SPACE TO X12-SEG
           STRING "NM1*40*2*" FUNCTION TRIM(CLM-RECEIVER)
             "*****46*" FUNCTION TRIM(CLM-RECEIVER) "~"
             DELIMITED BY SIZE INTO X12-SEG
           PERFORM X12-WRITE-SEG
           MOVE SPACE TO X12-SEG
           STRING "HL*1**20*1~"
             DELIMITED BY SIZE INTO X12-SEG
           PERFORM X12-WRITE-SEG

      * billing provider comes off the claim's first charge line
           PERFORM BILL-PROV THRU BILL-PROV-EXIT

      * HL ids run 1 billing provider, 2 subscriber, 3 patient
      * when the patient is a dependent on the secondary policy
           MOVE SPACE TO X12-SEG
           IF SUB-REL = "18"
             STRING "HL*2*1*22*0~" DELIMITED BY SIZE INTO X12-SEG
           ELSE
             STRING "HL*2*1*22*1~" DELIMITED BY SIZE INTO X12-SEG
           END-IF
           PERFORM X12-WRITE-SEG

      * SBR01 = S marks the destination payer as secondary; SBR02
      * is sent only when the subscriber is the patient.  medicare
      * as the secondary carries the MSP type in SBR05 and files MB
           MOVE SPACE TO SBR-TAIL
           IF G-SEINS = "003"
             STRING "**" MS-TYPE "****MB~" DELIMITED BY SIZE
               INTO SBR-TAIL
           ELSE
             MOVE "******CI~" TO SBR-TAIL
           END-IF
           MOVE SPACE TO X12-SEG
           IF SUB-REL = "18"
             STRING "SBR*S*18*" FUNCTION TRIM(G-SE-GROUP)
               FUNCTION TRIM(SBR-TAIL) DELIMITED BY SIZE INTO X12-SEG
           ELSE
             STRING "SBR*S**" FUNCTION TRIM(G-SE-GROUP)
               FUNCTION TRIM(SBR-TAIL) DELIMITED BY SIZE INTO X12-SEG
           END-IF
           PERFORM X12-WRITE-SEG
           MOVE SPACE TO X12-SEG
           STRING "NM1*IL*1*" FUNCTION TRIM(G-SENAME)
           STRING "N4*" FUNCTION TRIM(G-CITY) "*" G-STATE "*"
             G-ZIP5 "~" DELIMITED BY SIZE INTO X12-SEG
           PERFORM X12-WRITE-SEG
           IF SUB-REL = "18" AND PAT-HIT = "Y"
           AND PT-DOB NUMERIC AND PT-DOB NOT = "00000000"
             MOVE SPACE TO X12-SEG
             STRING "DMG*D8*" PT-DOB "*" PT-SEX "~"
               DELIMITED BY SIZE INTO X12-SEG
             PERFORM X12-WRITE-SEG
           END-IF
           MOVE SPACE TO X12-SEG
           STRING "NM1*PR*2*" FUNCTION TRIM(PAYER-NAME)
             "*****PI*" FUNCTION TRIM(PAYER-RECID) "~"
             DELIMITED BY SIZE INTO X12-SEG
           PERFORM X12-WRITE-SEG
           IF SUB-REL NOT = "18"
             PERFORM X12-PATIENT THRU X12-PATIENT-EXIT
           END-IF

           MOVE CLM-CHG TO X12-AMT-ED
           MOVE SPACE TO X12-AMT
             DELIMITED BY SIZE INTO X12-SEG
           PERFORM X12-WRITE-SEG

      * 2320 - the other (primary) payer and what it adjudicated;
      * SBR02 is the patient's relation to the primary insured
           MOVE SPACE TO X12-SEG
           STRING "SBR*P*" OTH-REL "*" FUNCTION TRIM(G-PR-GROUP)
             "******CI~" DELIMITED BY SIZE INTO X12-SEG
           PERFORM X12-WRITE-SEG
           IF SQ-PRI-DENIAL NOT = SPACE AND CLM-ADJ NOT = 0
           MOVE SPACE TO X12-SEG
           STRING "SE*" X12-SEG-CNTX "*" X12-ST-CTRLX "~"
             DELIMITED BY SIZE INTO X12-SEG
           MOVE CLM-RECEIVER TO XW-RECEIVER
           MOVE X12-ST-CTRL TO XW-ST-CTRL
           MOVE CLM-CHG TO XW-AMOUNT
           MOVE X12-SEG TO XW-SEG
           WRITE X12WORK01
           ADD 1 TO CLM-CNT
           MOVE CLM-CHG TO RG-AMT
           MOVE "SECONDARY CLAIM GENERATED" TO RG-MSG
           END-READ.
       PRI-PAYER-EXIT. EXIT.

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

      * PAT-HIT - Y the claim's patient is on PATFILE under this
      * account, W on file under some other account, N not on file
      * (billed with the guarantor as the patient, as before)
       PAT-LOOK.
           MOVE "N" TO PAT-HIT
           MOVE "18" TO SUB-REL OTH-REL
           IF CC-PATID = SPACE GO TO PAT-LOOK-EXIT.
           MOVE CC-PATID TO PT-PATID
           READ PATFILE INVALID GO TO PAT-LOOK-EXIT.
           IF PT-GARNO NOT = CC-KEY8
             MOVE "W" TO PAT-HIT
             GO TO PAT-LOOK-EXIT.
           MOVE "Y" TO PAT-HIT
           MOVE PT-SE-RELATE TO REL-IN
           PERFORM REL-CODE THRU REL-CODE-EXIT
           MOVE REL-OUT TO SUB-REL
           MOVE PT-PR-RELATE TO REL-IN
           PERFORM REL-CODE THRU REL-CODE-EXIT
           MOVE REL-OUT TO OTH-REL.
       PAT-LOOK-EXIT. EXIT.

      * 1 self, 2 spouse, 3 child, 4 other to the 837 individual
      * relationship code
       REL-CODE.
           MOVE "18" TO REL-OUT
           IF REL-IN = "2" MOVE "01" TO REL-OUT.
           IF REL-IN = "3" MOVE "19" TO REL-OUT.
           IF REL-IN = "4" MOVE "G8" TO REL-OUT.
       REL-CODE-EXIT. EXIT.

      * 2000C/2010CA - the dependent patient, at the subscriber's
      * address
       X12-PATIENT.
           MOVE SPACE TO X12-SEG
           STRING "HL*3*2*23*0~" DELIMITED BY SIZE INTO X12-SEG
           PERFORM X12-WRITE-SEG
           MOVE SPACE TO X12-SEG
           STRING "PAT*" SUB-REL "~" DELIMITED BY SIZE INTO X12-SEG
           PERFORM X12-WRITE-SEG
           MOVE SPACE TO X12-SEG
           STRING "NM1*QC*1*" FUNCTION TRIM(PT-NAME) "~"
             DELIMITED BY SIZE INTO X12-SEG
           PERFORM X12-WRITE-SEG
           MOVE SPACE TO X12-SEG
           STRING "N3*" FUNCTION TRIM(G-STREET) "~"
             DELIMITED BY SIZE INTO X12-SEG
           PERFORM X12-WRITE-SEG
           MOVE SPACE TO X12-SEG
           STRING "N4*" FUNCTION TRIM(G-CITY) "*" G-STATE "*"
             G-ZIP5 "~" DELIMITED BY SIZE INTO X12-SEG
           PERFORM X12-WRITE-SEG
           MOVE SPACE TO X12-SEG
           STRING "DMG*D8*" PT-DOB "*" PT-SEX "~"
             DELIMITED BY SIZE INTO X12-SEG
           PERFORM X12-WRITE-SEG.
       X12-PATIENT-EXIT. EXIT.

       X12-WRITE-SEG.
           MOVE CLM-RECEIVER TO XW-RECEIVER
           MOVE X12-ST-CTRL TO XW-ST-CTRL
           MOVE 0 TO XW-AMOUNT
           MOVE X12-SEG TO XW-SEG
           WRITE X12WORK01
           ADD 1 TO X12-SEG-CNT.

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
           MOVE "SCB039" TO XL-PROG
           MOVE "S60" TO XL-FILE
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
           MOVE SPACE TO RPTFILE01
           STRING ENV-LINE DELIMITED BY SIZE INTO RPTFILE01
           WRITE RPTFILE01.
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
           MOVE "SCB039" TO XC-PROG
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

       P6.
           MOVE SPACE TO RPTFILE01.
           WRITE RPTFILE01.
           PERFORM ENV-BUILD THRU ENV-BUILD-EXIT.
           MOVE SPACE TO RPTFILE01.
           WRITE RPTFILE01.
           MOVE SPACE TO TOT-LINE.
           MOVE ERR-CNT TO TL-CNT.
           MOVE TOT-LINE TO RPTFILE01.
           WRITE RPTFILE01.
           MOVE SPACE TO TOT-LINE.
           MOVE "HELD FOR ENROLLMENT:" TO TL-LABEL.
           MOVE HELD-CNT TO TL-CNT.
           MOVE TOT-LINE TO RPTFILE01.
           WRITE RPTFILE01.
           MOVE SPACE TO TOT-LINE.
           MOVE "RELEASED FROM HOLD:" TO TL-LABEL.
           MOVE REL-CNT TO TL-CNT.
           MOVE TOT-LINE TO RPTFILE01.
           WRITE RPTFILE01.
           CLOSE SECBQ CHARCUR GARFILE PAYERFILE PAYFILE PROVFILE
           X12OUT RPTFILE COVFILE PATFILE ENROLL HOLDFILE SECHOLD
           MSPFILE X12CTL XMITLOG.
           STOP RUN.
