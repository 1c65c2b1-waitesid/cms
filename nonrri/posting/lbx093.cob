           LOCK MODE MANUAL.
           SELECT RPTFILE ASSIGN TO "S50" ORGANIZATION
           LINE SEQUENTIAL.
           SELECT OPTIONAL DEPJRNL ASSIGN TO "S55" ORGANIZATION IS
           INDEXED ACCESS IS DYNAMIC RECORD KEY IS DJ-BATCH
           LOCK MODE MANUAL.
       DATA DIVISION.
       FILE SECTION.
      * bank lockbox transmission - DEP per deposit with the bank's
      * deposit total (blank when the bank omits it), PMT per check
      * with the statement stub's scanline and the check amount
       FD  LBXIN.
       01  LBXIN01.
           02 FILLER PIC XXX.
           02 LB-DEPOSIT PIC X(6).
           02 LB-DEPDATE PIC X(8).
           02 LB-DEPAMT PIC X(9).
           02 LB-DEPAMT9 REDEFINES LB-DEPAMT PIC 9(7)V99.
           02 FILLER PIC X(37).
      * LB-AMOUNT carries cents in its last two digits, the same
      * convention as the stub scanline amount
       01  LB-PMT REDEFINES LBXIN01.
       FD  RPTFILE.
       01  RPTFILE01 PIC X(80).

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
       01  DEPOSIT-ID PIC X(6) VALUE SPACE.
       01  DJ-OLD PIC X VALUE "N".
       01  DEPOSIT-DATE PIC X(8) VALUE SPACE.
       01  DEP-KEYED PIC X VALUE "N".
       01  DEP-AMT PIC S9(7)V99 VALUE 0.
       01  DEP-CNT PIC 9(6) VALUE 0.
       01  DEP-ITEM-AMT PIC S9(7)V99 VALUE 0.
       01  DEP-BUILT-CNT PIC 9(6) VALUE 0.
       01  DEP-BUILT-AMT PIC S9(7)V99 VALUE 0.
       01  TODAY8 PIC 9(8).
       01  ORDER-CTR PIC 9(6) VALUE 0.
       01  WRITE-CNT PIC 9(6) VALUE 0.
       P0.
           OPEN INPUT LBXIN GARFILE CHARCUR
           OUTPUT PAYFILE RPTFILE.
           OPEN I-O DEPJRNL.
           ACCEPT TODAY8 FROM DATE YYYYMMDD.
           MOVE SPACE TO RPTFILE01.
           STRING "LOCKBOX PAYMENT INTAKE REGISTER " TODAY8
       P1.
           READ LBXIN AT END GO TO P9.
           IF LB-TAG = "DEP"
             IF DEPOSIT-ID NOT = SPACE
               PERFORM DJ-PUT THRU DJ-PUT-EXIT
             END-IF
             MOVE LB-DEPOSIT TO DEPOSIT-ID
             MOVE LB-DEPDATE TO DEPOSIT-DATE
             MOVE "N" TO DEP-KEYED
             MOVE 0 TO DEP-AMT DEP-CNT DEP-ITEM-AMT DEP-BUILT-CNT
               DEP-BUILT-AMT
             IF LB-DEPAMT NUMERIC
               MOVE LB-DEPAMT9 TO AMT9
               MOVE AMT9 TO DEP-AMT
               MOVE "Y" TO DEP-KEYED
             END-IF
             GO TO P1
           END-IF
           IF LB-TAG NOT = "PMT" GO TO P1.
             MOVE "PMT BEFORE DEP RECORD" TO RG-MSG
             PERFORM R1
             GO TO P1.
      * every check the bank deposited counts toward the deposit,
      * whether or not it builds
           ADD 1 TO DEP-CNT
           IF LB-AMOUNT NUMERIC
             MOVE LB-AMOUNT9 TO AMT9
             ADD AMT9 TO DEP-ITEM-AMT
           END-IF
           IF LB-SCAN NOT NUMERIC OR LB-CKD NOT NUMERIC
             MOVE "SCANLINE NOT NUMERIC" TO RG-MSG
             PERFORM R1
           END-WRITE
           ADD 1 TO WRITE-CNT
           ADD AMT9 TO WRITE-AMT
           ADD 1 TO DEP-BUILT-CNT
           ADD AMT9 TO DEP-BUILT-AMT
           MOVE PAYFILE-KEY TO RG-KEY
           MOVE PD-AMOUNT TO RG-AMT
           COMPUTE SCAN-AMT9 = SCAN-AMTX / 100
           MOVE REG-LINE TO RPTFILE01
           WRITE RPTFILE01.

      * journal the deposit - the bank's total when it sent one,
      * else the sum of the checks - against what it built
       DJ-PUT.
           MOVE DEPOSIT-ID TO DJ-BATCH
           READ DEPJRNL
             INVALID
               MOVE "N" TO DJ-OLD
             NOT INVALID
               MOVE "Y" TO DJ-OLD
               IF DJ-SOURCE NOT = "L"
                 MOVE SPACE TO RPTFILE01
                 STRING "DEPOSIT " DEPOSIT-ID " ON DEPOSIT JOURNAL "
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
           MOVE DEPOSIT-ID TO DJ-BATCH
           MOVE "L" TO DJ-SOURCE
           MOVE DEPOSIT-DATE TO DJ-DEP-DATE
           MOVE TODAY8 TO DJ-BUILD-DATE
           MOVE DEP-CNT TO DJ-DEP-CNT
           IF DEP-KEYED = "Y"
             MOVE DEP-AMT TO DJ-DEP-AMT
           ELSE
             MOVE DEP-ITEM-AMT TO DJ-DEP-AMT
           END-IF
           MOVE DEP-BUILT-CNT TO DJ-BUILT-CNT
           MOVE DEP-BUILT-AMT TO DJ-BUILT-AMT
           WRITE DEPJRNL01 INVALID
             REWRITE DEPJRNL01
           END-WRITE.
       DJ-PUT-EXIT. EXIT.

       P9.
           IF DEPOSIT-ID NOT = SPACE
             PERFORM DJ-PUT THRU DJ-PUT-EXIT.
           MOVE SPACE TO RPTFILE01.
           WRITE RPTFILE01.
           MOVE SPACE TO TOT-LINE.
           MOVE REJ-CNT TO TL-CNT.
           MOVE TOT-LINE TO RPTFILE01.
           WRITE RPTFILE01.
           CLOSE LBXIN GARFILE CHARCUR PAYFILE RPTFILE DEPJRNL.
           STOP RUN.
