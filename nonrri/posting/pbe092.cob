           SELECT OPTIONAL RUNCTL ASSIGN TO "S55" ORGANIZATION IS
           INDEXED ACCESS IS DYNAMIC RECORD KEY IS RC-KEY
           LOCK MODE MANUAL.
           SELECT OPTIONAL DEPJRNL ASSIGN TO "S60" ORGANIZATION IS
           INDEXED ACCESS IS DYNAMIC RECORD KEY IS DJ-BATCH
           LOCK MODE MANUAL.
       DATA DIVISION.
       FILE SECTION.
      * keyed payment batch - HDR carries the deposit (the bank
      * slip amount, cents in the last two digits, blank when not
      * keyed), DTL one record per EOB/check line, TRL the check
      * count and total
       FD  BATCHIN.
       01  BATCHIN01.
           02 PB-TAG PIC XXX.
           02 FILLER PIC XXX.
           02 PB-BATCH PIC X(6).
           02 PB-PAYDATE PIC X(8).
           02 PB-DEPAMT PIC X(9).
           02 PB-DEPAMT9 REDEFINES PB-DEPAMT PIC 9(7)V99.
           02 FILLER PIC X(57).
       01  PB-DTL REDEFINES BATCHIN01.
           02 FILLER PIC XXX.
           02 PB-KEY8 PIC X(8).
           02 RC-OUT-CNT PIC 9(7).
           02 RC-STATUS PIC X.

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
       01  BATCH-ID PIC X(6).
       01  PAY-DATE PIC X(8).
       01  REJ-CNT PIC 9(6) VALUE 0.
       01  WRITE-AMT PIC S9(9)V99 VALUE 0.
       01  RC-WROTE PIC X VALUE "N".
       01  DJ-OLD PIC X VALUE "N".
       01  DEP-KEYED PIC X VALUE "N".
       01  DEP-AMT PIC S9(7)V99 VALUE 0.
       01  V-CNT-ED PIC ZZZ,ZZ9.
       01  V-AMT-ED PIC -ZZZ,ZZ9.99.
       01  REG-LINE.
      * builds nothing, the same guard brochu puts on its loads
       0005-START.
           OPEN INPUT BATCHIN CHARCUR DENFILE OUTPUT RPTFILE.
           OPEN I-O RUNCTL DEPJRNL.
           ACCEPT LOAD-DATE FROM DATE YYYYMMDD.
           ACCEPT CTL-TIME FROM TIME.
           MOVE SPACE TO RPTFILE01.
             GO TO P2
           END-IF
           MOVE PB-BATCH TO BATCH-ID
           MOVE PB-PAYDATE TO PAY-DATE
           IF PB-DEPAMT NUMERIC
             MOVE PB-DEPAMT9 TO AMT9
             MOVE AMT9 TO DEP-AMT
             MOVE "Y" TO DEP-KEYED
           END-IF.

       V1.
           READ BATCHIN
             STRING "TRAILER " V-CNT-ED " AMOUNT " V-AMT-ED
               INTO RPTFILE01
             WRITE RPTFILE01
             PERFORM DJ-PUT THRU DJ-PUT-EXIT
             GO TO P2
           END-IF
           IF DEP-KEYED = "Y" AND DEP-AMT NOT = T-AMT
             MOVE SPACE TO RPTFILE01
             MOVE DEP-AMT TO V-AMT-ED
             STRING "DEPOSIT " V-AMT-ED " DIFFERS FROM TRAILER"
               INTO RPTFILE01
             WRITE RPTFILE01
           END-IF

      * run-control keyed by the batch id - a deposit already
      * built, or one still building, is refused
             REWRITE RUNCTL01 INVALID
               CONTINUE
             END-REWRITE
             PERFORM DJ-PUT THRU DJ-PUT-EXIT
           END-IF
           MOVE SPACE TO RPTFILE01.
           WRITE RPTFILE01.
           WRITE RPTFILE01.

       P2.
           CLOSE BATCHIN CHARCUR DENFILE RPTFILE RUNCTL DEPJRNL.
           STOP RUN.

      * journal the deposit - the slip amount when keyed, else the
      * trailer total - against what the run built into PAYFILE.
      * a batch that failed its control totals goes on with nothing
      * built so the reconciliation shows it
       DJ-PUT.
           MOVE BATCH-ID TO DJ-BATCH
           READ DEPJRNL
             INVALID
               MOVE "N" TO DJ-OLD
             NOT INVALID
               MOVE "Y" TO DJ-OLD
      * a refused rerun leaves the journaled deposit alone
               IF RC-WROTE NOT = "Y"
                 GO TO DJ-PUT-EXIT
               END-IF
               IF DJ-SOURCE NOT = "K"
                 MOVE SPACE TO RPTFILE01
                 STRING "BATCH " BATCH-ID " ON DEPOSIT JOURNAL "
                   "FROM SOURCE " DJ-SOURCE " - NOT JOURNALED"
                   DELIMITED BY SIZE INTO RPTFILE01
                 WRITE RPTFILE01
                 GO TO DJ-PUT-EXIT
               END-IF
           END-READ
      * a rerun keeps what posting has already matched against it
           IF DJ-OLD = "N"
             MOVE SPACE TO DEPJRNL01
             MOVE "00000000" TO DJ-POST-DATE
             MOVE 0 TO DJ-MATCH-CNT DJ-MATCH-AMT DJ-POST-CNT
               DJ-POST-AMT DJ-DISC-CNT DJ-DISC-AMT
           END-IF
           MOVE BATCH-ID TO DJ-BATCH
           MOVE "K" TO DJ-SOURCE
           MOVE PAY-DATE TO DJ-DEP-DATE
           MOVE LOAD-DATE TO DJ-BUILD-DATE
           MOVE V-CNT TO DJ-DEP-CNT
           IF DEP-KEYED = "Y"
             MOVE DEP-AMT TO DJ-DEP-AMT
           ELSE
             MOVE T-AMT TO DJ-DEP-AMT
           END-IF
           MOVE WRITE-CNT TO DJ-BUILT-CNT
           MOVE WRITE-AMT TO DJ-BUILT-AMT
           WRITE DEPJRNL01 INVALID
             REWRITE DEPJRNL01
           END-WRITE.
       DJ-PUT-EXIT. EXIT.
