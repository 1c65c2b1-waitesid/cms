           LOCK MODE MANUAL.
           SELECT RPTFILE ASSIGN TO "S45" ORGANIZATION
           LINE SEQUENTIAL.
           SELECT OPTIONAL ERALINE ASSIGN TO "S50" ORGANIZATION IS
           INDEXED ACCESS IS DYNAMIC RECORD KEY IS LN-KEY
           LOCK MODE MANUAL.
           SELECT OPTIONAL DEPJRNL ASSIGN TO "S55" ORGANIZATION IS
           INDEXED ACCESS IS DYNAMIC RECORD KEY IS DJ-BATCH
           LOCK MODE MANUAL.
       DATA DIVISION.
       FILE SECTION.
       FD  ERAIN.
       FD  RPTFILE.
       01  RPTFILE01 PIC X(80).

      * one record per remitted service line (SVC), matched to the
      * charge line by claim, procedure and date of service - what
      * was billed, what the payer allowed and what it paid, with
      * the line's first three adjustment reasons
       FD  ERALINE.
       01  ERALINE01.
           02 LN-KEY.
             03 LN-KEY8 PIC X(8).
             03 LN-KEY3 PIC XXX.
             03 LN-BATCH PIC X(6).
           02 LN-CLAIM PIC X(6).
           02 LN-PAYCODE PIC XXX.
           02 LN-PROC PIC X(5).
           02 LN-MOD PIC XX.
           02 LN-DATE-T PIC X(8).
           02 LN-DATE-E PIC X(8).
           02 LN-UNITS PIC 999.
           02 LN-BILLED PIC S9(5)V99.
           02 LN-ALLOWED PIC S9(5)V99.
           02 LN-PAID PIC S9(5)V99.
           02 LN-ALLOW-SENT PIC X.
           02 LN-ADJ OCCURS 3 TIMES.
             03 LN-GROUP PIC XX.
             03 LN-REASON PIC X(3).
             03 LN-ADJ-AMT PIC S9(5)V99.
           02 LN-FUTURE PIC X(10).

      * deposit journal - one record per deposit (keyed batch,
      * lockbox deposit or 835 payment trace), built by the intake
      * run and carried through bbb816 for the cash reconciliation.
      * DJ-SOURCE K keyed, L lockbox, E electronic remittance
       FD  DEPJRNL.
       01  DEPJRNL01.
           02 DJ-BATCH PIC X(6).
           02 DJ-SOURCE PIC X.
           02 DJ-DEP-DATE PIC X(8).
           02 DJ-BUILD-DATE PIC X(8).
           02 DJ-DEP-CNT PIC 9(6).
           02 DJ-DEP-AMT PIC S9(7)V99.
           02 DJ-BUILT-CNT PIC 9(6).
           02 DJ-BUILT-AMT PIC S9(7)V99.
           02 DJ-POST-DATE PIC X(8).
           02 DJ-MATCH-CNT PIC 9(6).
           02 DJ-MATCH-AMT PIC S9(7)V99.
           02 DJ-POST-CNT PIC 9(6).
           02 DJ-POST-AMT PIC S9(7)V99.
           02 DJ-DISC-CNT PIC 9(6).
           02 DJ-DISC-AMT PIC S9(7)V99.
           02 DJ-TRACE PIC X(15).
           02 DJ-FUTURE PIC X(10).

       WORKING-STORAGE SECTION.
       01  X12-REC PIC X(250).
       01  X12-SEGID PIC X(3).
       01  X12-EL07 PIC X(30).
       01  X12-EL08 PIC X(30).
       01  ERA-BATCH PIC X(6) VALUE SPACE.
       01  DJ-OLD PIC X VALUE "N".
       01  ERA-PAYDATE PIC X(8) VALUE SPACE.
       01  ERA-BPR-AMT PIC S9(7)V99 VALUE 0.
       01  ERA-BPR-DATE PIC X(8) VALUE SPACE.
       01  TODAY8 PIC 9(8).
       01  BPR-REC.
           02 BPR-EL PIC X(30) OCCURS 16 TIMES.
      * one entry per payment (BPR/TRN) in the file - its check or
      * EFT amount and what the run built into PAYFILE against it
       01  ED-CNT PIC 99 VALUE 0.
       01  EDX PIC 99.
       01  ED-CUR PIC 99 VALUE 0.
       01  ED-TAB01.
           02 ED-TAB OCCURS 50 TIMES.
             03 ED-BATCH PIC X(6).
             03 ED-TRACE PIC X(15).
             03 ED-DATE PIC X(8).
             03 ED-AMT PIC S9(7)V99.
             03 ED-CLM-CNT PIC 9(6).
             03 ED-BUILT-CNT PIC 9(6).
             03 ED-BUILT-AMT PIC S9(7)V99.
       01  AMT-IN PIC X(30).
       01  AMT-WHOLE PIC X(9).
       01  AMT-FRAC PIC XX.
             03 CT-ICN PIC X(15).
             03 CT-NAME PIC X(24).
             03 CT-USED PIC X.
             03 CT-BATCH PIC X(6).
             03 CT-EDX PIC 99.
      * the claim's service lines as they come off the SVC loops
       01  SVC-CNT PIC 9(4) VALUE 0.
       01  SVX PIC 9(4).
       01  SVC-CUR PIC 9(4) VALUE 0.
       01  ADX PIC 9.
       01  SVC-TAB01.
           02 SVC-TAB OCCURS 3000 TIMES.
             03 SV-CLX PIC 9(4).
             03 SV-PROC PIC X(5).
             03 SV-MOD PIC XX.
             03 SV-DATE PIC X(8).
             03 SV-UNITS PIC 999.
             03 SV-BILLED PIC S9(5)V99.
             03 SV-ALLOWED PIC S9(5)V99.
             03 SV-PAID PIC S9(5)V99.
             03 SV-ALLOW-SENT PIC X.
             03 SV-ADJN PIC 9.
             03 SV-ADJ OCCURS 3 TIMES.
               04 SV-GROUP PIC XX.
               04 SV-REASON PIC X(3).
               04 SV-ADJ-AMT PIC S9(5)V99.
             03 SV-USED PIC X.
       01  SVC-QUAL PIC XX.
       01  SVC-PROC PIC X(5).
       01  SVC-MOD PIC XX.
       01  CAS-GROUP PIC XX.
       01  CAS-REASON PIC X(3).
       01  LINE-CNT PIC 9(6) VALUE 0.
       01  LINE-UNM PIC 9(6) VALUE 0.
       01  ORDER-CTR PIC 9(6) VALUE 0.
       01  WRITE-CNT PIC 9(6) VALUE 0.
       01  UNMATCH-CNT PIC 9(6) VALUE 0.
       PROCEDURE DIVISION.
       P0.
           OPEN INPUT ERAIN CHARCUR OUTPUT PAYFILE RPTFILE.
           OPEN I-O ERALINE DEPJRNL.
           ACCEPT TODAY8 FROM DATE YYYYMMDD.
           MOVE SPACE TO RPTFILE01.
           STRING "835 REMITTANCE INTAKE - PAYFILE BUILD REGISTER"
             DELIMITED BY SIZE INTO RPTFILE01.
             X12-SEGID X12-EL01 X12-EL02 X12-EL03 X12-EL04
             X12-EL05 X12-EL06 X12-EL07 X12-EL08.

      * BPR02 is the check or EFT total, BPR16 its effective date;
      * the TRN that follows names the payment
           IF X12-SEGID = "BPR"
             PERFORM BPR-LOAD THRU BPR-LOAD-EXIT.
           IF X12-SEGID = "TRN"
             MOVE X12-EL02(1:6) TO ERA-BATCH
             PERFORM ED-ADD THRU ED-ADD-EXIT.
           IF X12-SEGID = "DTM" AND X12-EL01 = "405"
             MOVE X12-EL02(1:8) TO ERA-PAYDATE.
           IF X12-SEGID = "CLP"
             MOVE 0 TO SVC-CUR
             PERFORM CLP-LOAD THRU CLP-LOAD-EXIT.
           IF X12-SEGID = "SVC" AND CLM-CUR > 0
             PERFORM SVC-LOAD THRU SVC-LOAD-EXIT.
      * DTM*472 is the service line's date; AMT*B6 its allowed
           IF X12-SEGID = "DTM" AND X12-EL01 = "472" AND SVC-CUR > 0
             MOVE X12-EL02(1:8) TO SV-DATE(SVC-CUR).
           IF X12-SEGID = "AMT" AND X12-EL01 = "B6" AND SVC-CUR > 0
             MOVE X12-EL02 TO AMT-IN
             PERFORM AMT-PARSE THRU AMT-PARSE-EXIT
             MOVE AMT-OUT TO SV-ALLOWED(SVC-CUR)
             MOVE "Y" TO SV-ALLOW-SENT(SVC-CUR).
           IF X12-SEGID = "CAS" AND SVC-CUR > 0
             PERFORM SVC-CAS THRU SVC-CAS-EXIT.
      * CAS carries the adjustment dollars in repeating triplets -
      * the first code keeps the old PD-DENIAL meaning.  only the
      * contractual groups (CO, OA) accumulate as write-off
      * later replacement or void claim as REF*F8
           MOVE X12-EL07(1:15) TO CT-ICN(CLM-CUR)
           MOVE SPACE TO CT-NAME(CLM-CUR)
           MOVE SPACE TO CT-USED(CLM-CUR)
           MOVE ERA-BATCH TO CT-BATCH(CLM-CUR)
           MOVE ED-CUR TO CT-EDX(CLM-CUR)
           IF ED-CUR > 0
             ADD 1 TO ED-CLM-CNT(ED-CUR)
           END-IF.
       CLP-LOAD-EXIT. EXIT.

       BPR-LOAD.
           MOVE SPACE TO BPR-REC
           UNSTRING X12-REC DELIMITED BY "*" INTO X12-SEGID
             BPR-EL(1) BPR-EL(2) BPR-EL(3) BPR-EL(4) BPR-EL(5)
             BPR-EL(6) BPR-EL(7) BPR-EL(8) BPR-EL(9) BPR-EL(10)
             BPR-EL(11) BPR-EL(12) BPR-EL(13) BPR-EL(14)
             BPR-EL(15) BPR-EL(16)
           MOVE BPR-EL(2) TO AMT-IN
           PERFORM AMT-PARSE THRU AMT-PARSE-EXIT
           MOVE AMT-OUT TO ERA-BPR-AMT
           MOVE BPR-EL(16)(1:8) TO ERA-BPR-DATE.
       BPR-LOAD-EXIT. EXIT.

       ED-ADD.
           IF ED-CNT > 49
             DISPLAY "ED-TAB HAS MORE THAN 50 PAYMENTS, IGNORING "
               X12-EL02
             MOVE 0 TO ED-CUR
             GO TO ED-ADD-EXIT
           END-IF
           ADD 1 TO ED-CNT
           MOVE ED-CNT TO ED-CUR
           MOVE ERA-BATCH TO ED-BATCH(ED-CUR)
           MOVE X12-EL02(1:15) TO ED-TRACE(ED-CUR)
           MOVE ERA-BPR-DATE TO ED-DATE(ED-CUR)
           MOVE ERA-BPR-AMT TO ED-AMT(ED-CUR)
           MOVE 0 TO ED-CLM-CNT(ED-CUR) ED-BUILT-CNT(ED-CUR)
             ED-BUILT-AMT(ED-CUR)
           MOVE 0 TO ERA-BPR-AMT
           MOVE SPACE TO ERA-BPR-DATE.
       ED-ADD-EXIT. EXIT.

      * SVC01 is the composite HC:procedure:modifier; SVC02 billed,
      * SVC03 paid, SVC05 units
       SVC-LOAD.
           IF SVC-CNT > 2999
             DISPLAY "SVC-TAB HAS MORE THAN 3000 LINES, IGNORING "
               X12-EL01
             MOVE 0 TO SVC-CUR
             GO TO SVC-LOAD-EXIT
           END-IF
           ADD 1 TO SVC-CNT
           MOVE SVC-CNT TO SVC-CUR
           MOVE SPACE TO SVC-QUAL SVC-PROC SVC-MOD
           UNSTRING X12-EL01 DELIMITED BY ":" INTO
             SVC-QUAL SVC-PROC SVC-MOD
           MOVE CLM-CUR TO SV-CLX(SVC-CUR)
           MOVE SVC-PROC TO SV-PROC(SVC-CUR)
           MOVE SVC-MOD TO SV-MOD(SVC-CUR)
           MOVE SPACE TO SV-DATE(SVC-CUR) SV-ALLOW-SENT(SVC-CUR)
             SV-USED(SVC-CUR)
           MOVE X12-EL02 TO AMT-IN
           PERFORM AMT-PARSE THRU AMT-PARSE-EXIT
           MOVE AMT-OUT TO SV-BILLED(SVC-CUR)
           MOVE X12-EL03 TO AMT-IN
           PERFORM AMT-PARSE THRU AMT-PARSE-EXIT
           MOVE AMT-OUT TO SV-PAID(SVC-CUR)
           MOVE 0 TO SV-ALLOWED(SVC-CUR) SV-ADJN(SVC-CUR)
           MOVE SPACE TO SV-ADJ(SVC-CUR, 1) SV-ADJ(SVC-CUR, 2)
             SV-ADJ(SVC-CUR, 3)
           MOVE 0 TO SV-ADJ-AMT(SVC-CUR, 1) SV-ADJ-AMT(SVC-CUR, 2)
             SV-ADJ-AMT(SVC-CUR, 3)
           MOVE 1 TO SV-UNITS(SVC-CUR)
           MOVE X12-EL05 TO AMT-IN
           PERFORM AMT-PARSE THRU AMT-PARSE-EXIT
           IF AMT-OUT > 0 AND AMT-OUT < 1000
             MOVE AMT-OUT TO SV-UNITS(SVC-CUR)
           END-IF.
       SVC-LOAD-EXIT. EXIT.

      * a line-level CAS keeps every reason, not just the first -
      * the first two triplets of each segment, three per line
       SVC-CAS.
           MOVE X12-EL01(1:2) TO CAS-GROUP
           MOVE X12-EL03 TO AMT-IN
           PERFORM AMT-PARSE THRU AMT-PARSE-EXIT
           MOVE X12-EL02(1:3) TO CAS-REASON
           PERFORM SVC-ADJ THRU SVC-ADJ-EXIT
           IF X12-EL05 = SPACE GO TO SVC-CAS-EXIT.
           MOVE X12-EL06 TO AMT-IN
           PERFORM AMT-PARSE THRU AMT-PARSE-EXIT
           MOVE X12-EL05(1:3) TO CAS-REASON
           PERFORM SVC-ADJ THRU SVC-ADJ-EXIT.
       SVC-CAS-EXIT. EXIT.

       SVC-ADJ.
           IF SV-ADJN(SVC-CUR) > 2 GO TO SVC-ADJ-EXIT.
           ADD 1 TO SV-ADJN(SVC-CUR)
           MOVE SV-ADJN(SVC-CUR) TO ADX
           MOVE CAS-GROUP TO SV-GROUP(SVC-CUR, ADX)
           MOVE CAS-REASON TO SV-REASON(SVC-CUR, ADX)
           MOVE AMT-OUT TO SV-ADJ-AMT(SVC-CUR, ADX).
       SVC-ADJ-EXIT. EXIT.

       AMT-PARSE.
           MOVE 0 TO AMT-OUT
           MOVE SPACE TO AMT-SIGN
       E10.
           READ CHARCUR NEXT AT END GO TO E12.
           IF CC-REC-STAT > "1" GO TO E10.
           MOVE 1 TO SVX
           PERFORM SVC-MATCH THRU SVC-MATCH-EXIT
           PERFORM VARYING CLX FROM 1 BY 1 UNTIL CLX > CLM-CNT
             IF CT-CLAIM(CLX) = CC-CLAIM AND CT-USED(CLX) NOT = "Y"
               PERFORM E11 THRU E11-EXIT
           MOVE CC-DATE-T TO PD-DATE-T
           MOVE ERA-PAYDATE TO PD-DATE-E
           MOVE ORDER-CTR TO PD-ORDER
           MOVE CT-BATCH(CLX) TO PD-BATCH
           MOVE CT-CONTRA(CLX) TO PD-CONTRA
           MOVE CT-ICN(CLX) TO PD-ICN
           WRITE PAYFILE01 INVALID
             GO TO E11-EXIT
           END-WRITE
           ADD 1 TO WRITE-CNT
           IF CT-EDX(CLX) > 0
             ADD 1 TO ED-BUILT-CNT(CT-EDX(CLX))
             ADD CT-PAID(CLX) TO ED-BUILT-AMT(CT-EDX(CLX))
           END-IF
           MOVE SPACE TO RPT-LINE
           MOVE PAYFILE-KEY TO RL-KEY
           MOVE PD-CLAIM TO RL-CLAIM
           WRITE RPTFILE01.
       E11-EXIT. EXIT.

      * the charge line takes the first unused service line of
      * its claim with the same procedure, on the same date when
      * the payer sent one
       SVC-MATCH.
           IF SVX > SVC-CNT GO TO SVC-MATCH-EXIT.
           IF SV-USED(SVX) = "Y" GO TO SVC-MATCH-1.
           IF CT-CLAIM(SV-CLX(SVX)) NOT = CC-CLAIM
             GO TO SVC-MATCH-1.
           IF SV-PROC(SVX) NOT = CC-PROC1 GO TO SVC-MATCH-1.
           IF SV-DATE(SVX) NOT = SPACE
           AND SV-DATE(SVX) NOT = CC-DATE-T
             GO TO SVC-MATCH-1.
           PERFORM LINE-WRITE THRU LINE-WRITE-EXIT
           GO TO SVC-MATCH-EXIT.
       SVC-MATCH-1.
           ADD 1 TO SVX
           GO TO SVC-MATCH.
       SVC-MATCH-EXIT. EXIT.

      * an allowed amount the payer left off is billed less the
      * contractual (CO) adjustments
       LINE-WRITE.
           MOVE "Y" TO SV-USED(SVX)
           MOVE SPACE TO ERALINE01
           MOVE CC-KEY8 TO LN-KEY8
           MOVE CC-KEY3 TO LN-KEY3
           MOVE CT-BATCH(SV-CLX(SVX)) TO LN-BATCH
           MOVE CC-CLAIM TO LN-CLAIM
           MOVE CC-PAYCODE TO LN-PAYCODE
           MOVE SV-PROC(SVX) TO LN-PROC
           MOVE SV-MOD(SVX) TO LN-MOD
           MOVE CC-DATE-T TO LN-DATE-T
           MOVE ERA-PAYDATE TO LN-DATE-E
           MOVE SV-UNITS(SVX) TO LN-UNITS
           MOVE SV-BILLED(SVX) TO LN-BILLED
           MOVE SV-PAID(SVX) TO LN-PAID
           MOVE SV-ALLOW-SENT(SVX) TO LN-ALLOW-SENT
           MOVE SV-ALLOWED(SVX) TO LN-ALLOWED
           IF SV-ALLOW-SENT(SVX) NOT = "Y"
             MOVE SV-BILLED(SVX) TO LN-ALLOWED
           END-IF
           MOVE 1 TO ADX.
       LINE-WRITE-1.
           MOVE SV-GROUP(SVX, ADX) TO LN-GROUP(ADX)
           MOVE SV-REASON(SVX, ADX) TO LN-REASON(ADX)
           MOVE SV-ADJ-AMT(SVX, ADX) TO LN-ADJ-AMT(ADX)
           IF SV-ALLOW-SENT(SVX) NOT = "Y"
           AND SV-GROUP(SVX, ADX) = "CO"
             SUBTRACT SV-ADJ-AMT(SVX, ADX) FROM LN-ALLOWED
           END-IF
           IF ADX < 3
             ADD 1 TO ADX
             GO TO LINE-WRITE-1.
           WRITE ERALINE01 INVALID
             MOVE SPACE TO RPT-LINE
             MOVE CHARCUR-KEY TO RL-KEY
             MOVE CC-CLAIM TO RL-CLAIM
             MOVE "SERVICE LINE ALREADY ON FILE" TO RL-MSG
             MOVE RPT-LINE TO RPTFILE01
             WRITE RPTFILE01
             GO TO LINE-WRITE-EXIT
           END-WRITE
           ADD 1 TO LINE-CNT.
       LINE-WRITE-EXIT. EXIT.

      * service lines no charge line claimed
       SVC-LEFT.
           IF SVX > SVC-CNT GO TO SVC-LEFT-EXIT.
           IF SV-USED(SVX) NOT = "Y"
             ADD 1 TO LINE-UNM
             MOVE SPACE TO RPT-LINE
             MOVE CT-CLAIM(SV-CLX(SVX)) TO RL-CLAIM
             MOVE SV-PAID(SVX) TO RL-AMT
             MOVE SPACE TO RL-MSG
             STRING "NO CHARCUR LINE FOR SVC " SV-PROC(SVX)
               DELIMITED BY SIZE INTO RL-MSG
             MOVE RPT-LINE TO RPTFILE01
             WRITE RPTFILE01
           END-IF
           ADD 1 TO SVX
           GO TO SVC-LEFT.
       SVC-LEFT-EXIT. EXIT.

       E12.
           PERFORM VARYING CLX FROM 1 BY 1 UNTIL CLX > CLM-CNT
             IF CT-USED(CLX) NOT = "Y"
               WRITE RPTFILE01
             END-IF
           END-PERFORM.
           MOVE 1 TO SVX.
           PERFORM SVC-LEFT THRU SVC-LEFT-EXIT.
           MOVE 1 TO EDX.
           PERFORM DJ-PUT THRU DJ-PUT-EXIT.
           MOVE SPACE TO RPTFILE01.
           WRITE RPTFILE01.
           MOVE SPACE TO TOT-LINE.
           MOVE UNMATCH-CNT TO TL-CNT.
           MOVE TOT-LINE TO RPTFILE01.
           WRITE RPTFILE01.
           MOVE SPACE TO TOT-LINE.
           MOVE "SERVICE LINES CAPTURED:" TO TL-LABEL.
           MOVE LINE-CNT TO TL-CNT.
           MOVE TOT-LINE TO RPTFILE01.
           WRITE RPTFILE01.
           MOVE SPACE TO TOT-LINE.
           MOVE "UNMATCHED SERVICE LINES:" TO TL-LABEL.
           MOVE LINE-UNM TO TL-CNT.
           MOVE TOT-LINE TO RPTFILE01.
           WRITE RPTFILE01.
           MOVE SPACE TO TOT-LINE.
           MOVE "PAYMENTS JOURNALED:" TO TL-LABEL.
           MOVE ED-CNT TO TL-CNT.
           MOVE TOT-LINE TO RPTFILE01.
           WRITE RPTFILE01.
           CLOSE ERAIN CHARCUR PAYFILE RPTFILE ERALINE DEPJRNL.
           STOP RUN.

      * each payment goes on the deposit journal under its trace -
      * the BPR amount against what the run built for its claims
       DJ-PUT.
           IF EDX > ED-CNT GO TO DJ-PUT-EXIT.
           MOVE ED-BATCH(EDX) TO DJ-BATCH
           READ DEPJRNL
             INVALID
               MOVE "N" TO DJ-OLD
             NOT INVALID
               MOVE "Y" TO DJ-OLD
               IF DJ-SOURCE NOT = "E"
                 MOVE SPACE TO RPT-LINE
                 MOVE ED-AMT(EDX) TO RL-AMT
                 MOVE SPACE TO RL-MSG
                 STRING "TRACE " ED-BATCH(EDX) " NOT JOURNALED"
                   DELIMITED BY SIZE INTO RL-MSG
                 MOVE RPT-LINE TO RPTFILE01
                 WRITE RPTFILE01
                 GO TO DJ-PUT-1
               END-IF
           END-READ
      * a rerun keeps what posting has already matched against it
           IF DJ-OLD = "N"
             MOVE SPACE TO DEPJRNL01
             MOVE "00000000" TO DJ-POST-DATE
             MOVE 0 TO DJ-MATCH-CNT DJ-MATCH-AMT DJ-POST-CNT
               DJ-POST-AMT DJ-DISC-CNT DJ-DISC-AMT
           END-IF
           MOVE ED-BATCH(EDX) TO DJ-BATCH
           MOVE "E" TO DJ-SOURCE
           MOVE ED-DATE(EDX) TO DJ-DEP-DATE
           IF ED-DATE(EDX) NOT NUMERIC
             MOVE ERA-PAYDATE TO DJ-DEP-DATE
           END-IF
           MOVE TODAY8 TO DJ-BUILD-DATE
           MOVE ED-CLM-CNT(EDX) TO DJ-DEP-CNT
           MOVE ED-AMT(EDX) TO DJ-DEP-AMT
           MOVE ED-BUILT-CNT(EDX) TO DJ-BUILT-CNT
           MOVE ED-BUILT-AMT(EDX) TO DJ-BUILT-AMT
           MOVE ED-TRACE(EDX) TO DJ-TRACE
           WRITE DEPJRNL01 INVALID
             REWRITE DEPJRNL01
           END-WRITE.
       DJ-PUT-1.
           ADD 1 TO EDX
           GO TO DJ-PUT.
       DJ-PUT-EXIT. EXIT.
