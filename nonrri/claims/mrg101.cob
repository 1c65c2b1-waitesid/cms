      * @package cms
      * @link    http://www.cmsvt.com
      * @author  s waite <cmswest@sover.net>
      * @copyright Copyright (c) 2020 cms <cmswest@sover.net>
      * @license https://github.com/openemr/openemr/blob/master/LICENSE GNU General Public License 3
       IDENTIFICATION DIVISION.
       PROGRAM-ID. mrg101.
       AUTHOR. SID WAITE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRANIN ASSIGN TO "S30" ORGANIZATION
           LINE SEQUENTIAL.
           SELECT GARFILE ASSIGN TO "S35" ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC RECORD KEY IS G-GARNO
           ALTERNATE RECORD KEY IS G-GARNAME WITH DUPLICATES
           LOCK MODE MANUAL.
           SELECT CHARCUR ASSIGN TO "S40" ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC    RECORD KEY IS CHARCUR-KEY
           ALTERNATE RECORD KEY IS CC-PAYCODE WITH DUPLICATES
           LOCK MODE MANUAL.
           SELECT PAYCUR ASSIGN TO "S45" ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC RECORD KEY IS PAYCUR-KEY
           LOCK MODE MANUAL.
           SELECT OPTIONAL PAYHIST ASSIGN TO "S50" ORGANIZATION IS
           INDEXED ACCESS IS DYNAMIC RECORD KEY IS PAYHIST-KEY
           LOCK MODE MANUAL.
           SELECT OPTIONAL PATFILE ASSIGN TO "S55" ORGANIZATION IS
           INDEXED ACCESS IS DYNAMIC RECORD KEY IS PT-PATID
           ALTERNATE RECORD KEY IS PT-GARNO WITH DUPLICATES
           LOCK MODE MANUAL.
           SELECT OPTIONAL AUTHFILE ASSIGN TO "S60" ORGANIZATION IS
           INDEXED ACCESS IS DYNAMIC RECORD KEY IS AU-KEY
           LOCK MODE MANUAL.
           SELECT OPTIONAL WCFILE ASSIGN TO "S65" ORGANIZATION IS
           INDEXED ACCESS IS DYNAMIC RECORD KEY IS WC-KEY
           LOCK MODE MANUAL.
           SELECT OPTIONAL PLANFILE ASSIGN TO "S70" ORGANIZATION IS
           INDEXED ACCESS IS DYNAMIC RECORD KEY IS PN-GARNO
           LOCK MODE MANUAL.
           SELECT OPTIONAL COLTRACK ASSIGN TO "S75" ORGANIZATION IS
           INDEXED ACCESS IS DYNAMIC RECORD KEY IS CT-GARNO
           LOCK MODE MANUAL.
           SELECT OPTIONAL CORRQ ASSIGN TO "S80" ORGANIZATION IS
           INDEXED ACCESS IS DYNAMIC RECORD KEY IS CQ-KEY
           LOCK MODE MANUAL.
           SELECT OPTIONAL CLMSUB ASSIGN TO "S85" ORGANIZATION IS
           INDEXED ACCESS IS DYNAMIC RECORD KEY IS SB-KEY
           LOCK MODE MANUAL.
           SELECT OPTIONAL ACCTBAL ASSIGN TO "S90" ORGANIZATION IS
           INDEXED ACCESS IS DYNAMIC RECORD KEY IS AB-GARNO
           LOCK MODE MANUAL.
           SELECT OPTIONAL MRGLOG ASSIGN TO "S95" ORGANIZATION IS
           INDEXED ACCESS IS DYNAMIC RECORD KEY IS ML-KEY
           LOCK MODE MANUAL.
           SELECT REGOUT ASSIGN TO "T30" ORGANIZATION
           LINE SEQUENTIAL.
           SELECT OPTIONAL FINAID ASSIGN TO "T50" ORGANIZATION IS
           INDEXED ACCESS IS DYNAMIC RECORD KEY IS FA-GARNO
           LOCK MODE MANUAL.
           SELECT OPTIONAL XWALK ASSIGN TO "T55" ORGANIZATION IS
           INDEXED ACCESS IS DYNAMIC RECORD KEY IS XW-KEY
           LOCK MODE MANUAL.
           SELECT OPTIONAL ABNFILE ASSIGN TO "T60" ORGANIZATION IS
           INDEXED ACCESS IS DYNAMIC RECORD KEY IS ABN-KEY
           LOCK MODE MANUAL.
           SELECT OPTIONAL REPLQ ASSIGN TO "T65" ORGANIZATION IS
           INDEXED ACCESS IS DYNAMIC RECORD KEY IS RQ-KEY
           LOCK MODE MANUAL.
           SELECT OPTIONAL OPERFILE ASSIGN TO "T35" ORGANIZATION IS
           INDEXED ACCESS IS DYNAMIC RECORD KEY IS OP-ID
           LOCK MODE MANUAL.
           SELECT OPTIONAL ROLEFILE ASSIGN TO "T40" ORGANIZATION IS
           INDEXED ACCESS IS DYNAMIC RECORD KEY IS RO-KEY
           LOCK MODE MANUAL.
           SELECT OPTIONAL ACCLOG ASSIGN TO "T45" ORGANIZATION IS
           INDEXED ACCESS IS DYNAMIC RECORD KEY IS AL-KEY
           ALTERNATE RECORD KEY IS AL-ACCT WITH DUPLICATES
           ALTERNATE RECORD KEY IS AL-OPER WITH DUPLICATES
           LOCK MODE MANUAL.
       DATA DIVISION.
       FILE SECTION.
      * M merges TR-LOSER into TR-SURVIVOR.  R reverses the merge
      * of TR-LOSER - the survivor comes off the merge register
       FD  TRANIN.
       01  TRANIN01.
           02 TR-ACTION PIC X.
           02 TR-LOSER PIC X(8).
           02 TR-SURVIVOR PIC X(8).

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

       FD PAYCUR.
       01 PAYCUR01.
           02 PAYCUR-KEY.
             03 PC-KEY8 PIC X(8).
             03 PC-KEY3 PIC XXX.
           02 PC-AMOUNT PIC S9(4)V99.
           02 PC-PAYCODE PIC XXX.
           02 PC-DENIAL PIC XX.
           02 PC-CLAIM PIC X(6).
           02 PC-DATE-T PIC X(8).
           02 PC-DATE-E PIC X(8).
           02 PC-BATCH PIC X(6).

      * payment history detail - P payments, A contractual
      * adjustments, W write-offs and C assistance discounts per
      * charge line
       FD  PAYHIST.
       01  PAYHIST01.
           02 PAYHIST-KEY.
             03 PH-KEY8 PIC X(8).
             03 PH-KEY3 PIC XXX.
             03 PH-SEQ PIC 999.
           02 PH-TYPE PIC X.
           02 PH-AMOUNT PIC S9(7)V99.
           02 PH-PAYCODE PIC XXX.
           02 PH-DENIAL PIC XX.
           02 PH-CLAIM PIC X(6).
           02 PH-DATE-E PIC X(8).
           02 PH-BATCH PIC X(6).
           02 PH-CLOSED PIC X(6).

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

      * prior-authorization master, one per account and paycode
       FD  AUTHFILE.
       01  AUTHFILE01.
           02 AU-KEY.
             03 AU-GARNO PIC X(8).
             03 AU-PAYCODE PIC XXX.
           02 AU-NUMBER PIC X(15).
           02 AU-EFF PIC X(8).
           02 AU-EXP PIC X(8).
           02 AU-VISITS-APPR PIC 999.
           02 AU-VISITS-USED PIC 999.
           02 AU-FUTURE PIC X(10).

      * work-comp / accident case master
       FD  WCFILE.
       01  WCFILE01.
           02 WC-KEY.
             03 WC-GARNO PIC X(8).
             03 WC-CASENO PIC X(6).
           02 WC-EMPLOYER PIC X(24).
           02 WC-EMP-STREET PIC X(22).
           02 WC-EMP-CITY PIC X(18).
           02 WC-EMP-STATE PIC XX.
           02 WC-EMP-ZIP PIC X(9).
           02 WC-CARRIER PIC XXX.
           02 WC-CLAIMNO PIC X(15).
           02 WC-INJDATE PIC X(8).
           02 WC-ADJUSTER PIC X(24).
           02 WC-STAT PIC X.
           02 WC-FUTURE PIC X(10).

      * payment-plan master
       FD  PLANFILE.
       01  PLANFILE01.
           02 PN-GARNO PIC X(8).
           02 PN-MONTHLY PIC S9(5)V99.
           02 PN-START PIC X(8).
           02 PN-AGREED PIC S9(7)V99.
           02 PN-LASTPAY PIC X(8).
           02 PN-FUTURE PIC X(10).

      * collection-agency placement tracking
       FD  COLTRACK.
       01  COLTRACK01.
           02 CT-GARNO PIC X(8).
           02 CT-DATE-PLACED PIC X(8).
           02 CT-AMOUNT PIC S9(7)V99.
           02 CT-AGENCY PIC X(10).

       FD  CORRQ.
       01  CORRQ01.
           02 CQ-KEY.
             03 CQ-KEY8 PIC X(8).
             03 CQ-KEY3 PIC XXX.
           02 CQ-REASON PIC X(37).
           02 CQ-DATE PIC X(8).

       FD  CLMSUB.
       01  CLMSUB01.
           02 SB-KEY.
             03 SB-KEY8 PIC X(8).
             03 SB-KEY3 PIC XXX.
           02 SB-CLAIM PIC X(6).
           02 SB-PAYCODE PIC XXX.
           02 SB-FIRST-SENT PIC X(8).
           02 SB-FIRST-RESULT PIC X.
           02 SB-LAST-SENT PIC X(8).
           02 SB-LAST-RESULT PIC X.
           02 SB-ACCEPTED PIC X(8).
           02 SB-REJ-CNT PIC 99.
           02 SB-FUTURE PIC X(10).

      * account-balance summary, one record per guarantor - kept
      * current by every run that posts to a charge line and
      * rebuilt from the detail by bal094.  balances are split
      * insurance-pending / patient-due on the open debit lines,
      * credit lines net in AB-CREDIT; the five aging buckets
      * (0-30, 31-60, 61-90, 91-120, over 120 days from service)
      * hold every open line as of AB-AGE-DATE
       FD  ACCTBAL.
       01  ACCTBAL01.
           02 AB-GARNO PIC X(8).
           02 AB-CHARGES PIC S9(9)V99.
           02 AB-PAYMENTS PIC S9(9)V99.
           02 AB-CONTRACT PIC S9(9)V99.
           02 AB-WRITEOFF PIC S9(9)V99.
           02 AB-INS-PEND PIC S9(7)V99.
           02 AB-PAT-DUE PIC S9(7)V99.
           02 AB-CREDIT PIC S9(7)V99.
           02 AB-AGING.
             03 AB-AGE-CUR PIC S9(7)V99.
             03 AB-AGE-30 PIC S9(7)V99.
             03 AB-AGE-60 PIC S9(7)V99.
             03 AB-AGE-90 PIC S9(7)V99.
             03 AB-AGE-120 PIC S9(7)V99.
           02 AB-AGE-TAB REDEFINES AB-AGING.
             03 AB-AGE PIC S9(7)V99 OCCURS 5 TIMES.
           02 AB-AGE-DATE PIC X(8).
           02 AB-OPEN-CNT PIC 9(5).
           02 AB-LAST-PAY PIC X(8).
           02 AB-LAST-ADJ PIC X(8).
           02 AB-UPDATED PIC X(8).
           02 AB-REBUILT PIC X(8).
           02 AB-FUTURE PIC X(10).

      * merge register - the pointer from a merged-away account to
      * its survivor, and what the merge moved so a reversal can
      * put it back.  ML-FILE *HEADER* is the merge itself (ML-STAT
      * M merged, R reversed); every other ML-FILE is one record
      * moved: CHARCUR (ML-OLD the losing line number, ML-NEW the
      * survivor's), PATFILE (the patient id), AUTHFILE (paycode),
      * WCFILE (case number), PLANFILE, COLTRACK, FINAID and XWALK
      * (ML-OLD a count, ML-EHRID the EHR patient id)
       FD  MRGLOG.
       01  MRGLOG01.
           02 ML-KEY.
             03 ML-LOSER PIC X(8).
             03 ML-FILE PIC X(8).
             03 ML-OLD PIC X(8).
           02 ML-NEW PIC X(8).
           02 ML-SURV PIC X(8).
           02 ML-DATE PIC X(8).
           02 ML-STAT PIC X.
           02 ML-OPER PIC X(8).
           02 ML-BILLADD PIC X(22).
           02 ML-EHRID REDEFINES ML-BILLADD PIC X(20).
           02 ML-REV-DATE PIC X(8).
           02 ML-LINES PIC 9(5).
           02 ML-CHG PIC S9(9)V99.
           02 ML-FUTURE PIC X(10).

       FD  REGOUT.
       01  REGOUT01 PIC X(100).

      * financial assistance, kept by fam083
       FD  FINAID.
       01  FINAID01.
           02 FA-GARNO PIC X(8).
           02 FA-HH-SIZE PIC 99.
           02 FA-INCOME PIC 9(7).
           02 FA-FPL-PCT PIC 999.
           02 FA-TIER PIC XX.
           02 FA-PCT PIC 999.
           02 FA-APPROVED PIC X(8).
           02 FA-EXPIRES PIC X(8).
           02 FA-YEAR PIC X(4).
           02 FA-FUTURE PIC X(10).

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

      * advance beneficiary notices kept by abm049
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

      * replacement queue - corrected (7) and void (8) claims
      * waiting to go out
       FD  REPLQ.
       01  REPLQ01.
           02 RQ-KEY.
             03 RQ-KEY8 PIC X(8).
             03 RQ-KEY3 PIC XXX.
           02 RQ-FREQ PIC X.
           02 RQ-ICN PIC X(15).
           02 RQ-DATE PIC X(8).

      * operator sign-on master, kept by opm064.  OP-STATUS A is
      * active, I is signed off for good - an operator is never
      * deleted so the access log can still name them
       FD  OPERFILE.
       01  OPERFILE01.
           02 OP-ID PIC X(8).
           02 OP-PASS PIC X(8).
           02 OP-NAME PIC X(24).
           02 OP-ROLE PIC XX.
           02 OP-STATUS PIC X.
           02 OP-ADDED PIC X(8).
           02 OP-FUTURE PIC X(10).

      * the programs each role may run, kept by opm064
       FD  ROLEFILE.
       01  ROLEFILE01.
           02 RO-KEY.
             03 RO-ROLE PIC XX.
             03 RO-PROG PIC X(6).
           02 RO-FUTURE PIC X(10).

      * permanent access log - who looked at or changed what and
      * when, never purged.  AL-ACTION: A/C/D/B master change,
      * I account inquiry, N name search, S sign-on, F sign-on
      * rejected, R role not granted the program, M account merged
      * into another, V merge reversed
       FD  ACCLOG.
       01  ACCLOG01.
           02 AL-KEY.
             03 AL-DATE PIC X(8).
             03 AL-TIME PIC X(8).
             03 AL-SEQ PIC 999.
           02 AL-OPER PIC X(8).
           02 AL-PROG PIC X(6).
           02 AL-ACTION PIC X.
           02 AL-ACCT PIC X(8).
           02 AL-REF PIC X(24).
           02 AL-FUTURE PIC X(10).

       WORKING-STORAGE SECTION.
       01  SIGN-ID PIC X(8) VALUE SPACE.
       01  SIGN-PASS PIC X(8).
       01  SIGN-TRIES PIC 9 VALUE 0.
       01  SIGN-OK PIC X VALUE "N".
       01  LOG-PROG PIC X(6) VALUE "MRG101".
       01  LOG-ACTION PIC X.
       01  LOG-ACCT PIC X(8).
       01  LOG-REF PIC X(24).
       01  LOG-DATE PIC 9(8).
       01  LOG-TIME PIC 9(8).
       01  TODAY8 PIC 9(8).

      * the pair being worked and which way the records move
       01  MG-MODE PIC X.
       01  MG-LOSER PIC X(8).
       01  MG-SURV PIC X(8).
       01  MG-LNAME PIC X(24).
       01  MG-SNAME PIC X(24).
       01  MG-BILLADD PIC X(22).
       01  MG-MSG PIC X(40).
       01  HI3 PIC 999.
       01  NEXT3 PIC 999.
       01  LOSE-LINES PIC 9(5).
       01  MV-FROM8 PIC X(8).
       01  MV-TO8 PIC X(8).
       01  MV-FROM3 PIC XXX.
       01  MV-TO3 PIC XXX.
       01  MV-CODE PIC X(8).
       01  MV-SEQ PIC 999.
       01  MV-OK PIC X.
       01  HIST-FAIL PIC X.
       01  MV-HCNT PIC 999.
       01  MP-FILE PIC X(8).
       01  MP-OLD PIC X(8).
       01  MP-NEW PIC X(8).
       01  MV-AMT PIC S9(7)V99.
       01  MV-EHRID PIC X(20).
       01  XW-CNT PIC 9(8).
      * the losing account's patients, gathered before any moves -
      * a patient that will not move must not stop the rest
       01  PAT-FAIL PIC X.
       01  PM-CNT PIC 99.
       01  PMX PIC 99.
       01  PM-TAB01.
           02 PM-ID PIC X(8) OCCURS 99 TIMES.
       01  LINE-CNT PIC 9(5).
       01  LINE-AMT PIC S9(9)V99.
       01  OTHER-CNT PIC 9(5).
       01  KEEP-CNT PIC 9(5).

      * both accounts' dollars from the detail, before the records
      * move and after - a merge or reversal only ever moves money
      * between the two, so the pair's totals must not change
       01  AB-GAR PIC X(8).
       01  AB-WRITE PIC X.
       01  AB-LINES PIC 9(5).
       01  BEF-CHG PIC S9(9)V99.
       01  BEF-PAY PIC S9(9)V99.
       01  BEF-ADJ PIC S9(9)V99.
       01  BEF-BAL PIC S9(9)V99.
       01  AFT-CHG PIC S9(9)V99.
       01  AFT-PAY PIC S9(9)V99.
       01  AFT-ADJ PIC S9(9)V99.
       01  AFT-BAL PIC S9(9)V99.
       01  LEFT-LINES PIC 9(5).
       01  OOB-FLAG PIC X.
       01  BAL-NEW.
           02 BN-CHG PIC S9(7)V99.
           02 BN-PAY PIC S9(7)V99.
           02 BN-CON PIC S9(7)V99.
           02 BN-WO PIC S9(7)V99.
           02 BN-BAL PIC S9(7)V99.
           02 BN-CLASS PIC X.
           02 BN-LASTPAY PIC X(8).
           02 BN-LASTADJ PIC X(8).
       01  BAL-HIST PIC X.
       01  BAL-X PIC 9.
       01  BAL-DAYS PIC S9(5).
       01  BAL-INT PIC 9(8).
       01  BAL-DATE8 PIC 9(8).
       01  BAL-TODAY PIC 9(8).

      * one guarantor's summary as the detail builds it
       01  FRESH01.
           02 FR-GARNO PIC X(8).
           02 FR-CHARGES PIC S9(9)V99.
           02 FR-PAYMENTS PIC S9(9)V99.
           02 FR-CONTRACT PIC S9(9)V99.
           02 FR-WRITEOFF PIC S9(9)V99.
           02 FR-INS-PEND PIC S9(7)V99.
           02 FR-PAT-DUE PIC S9(7)V99.
           02 FR-CREDIT PIC S9(7)V99.
           02 FR-AGE PIC S9(7)V99 OCCURS 5 TIMES.
           02 FR-AGE-DATE PIC X(8).
           02 FR-OPEN-CNT PIC 9(5).
           02 FR-LAST-PAY PIC X(8).
           02 FR-LAST-ADJ PIC X(8).
           02 FR-UPDATED PIC X(8).
           02 FR-REBUILT PIC X(8).
           02 FR-FUTURE PIC X(10).
       01  AB-FOUND PIC X.

       01  MRG-CNT PIC 9(4) VALUE 0.
       01  REV-CNT PIC 9(4) VALUE 0.
       01  REJ-CNT PIC 9(4) VALUE 0.
       01  OOB-CNT PIC 9(4) VALUE 0.
       01  REG-LINE.
           02 RG-FILE PIC X(8).
           02 FILLER PIC X.
           02 RG-FROM PIC X(15).
           02 FILLER PIC X.
           02 RG-TO PIC X(15).
           02 FILLER PIC X.
           02 RG-AMT PIC -ZZZ,ZZ9.99 BLANK WHEN ZERO.
           02 FILLER PIC X.
           02 RG-MSG PIC X(40).
       01  BAL-LINE.
           02 FILLER PIC X(4).
           02 BL-LABEL PIC X(16).
           02 BL-BEF PIC -ZZ,ZZZ,ZZ9.99.
           02 FILLER PIC XX.
           02 BL-AFT PIC -ZZ,ZZZ,ZZ9.99.
           02 FILLER PIC XX.
           02 BL-DIFF PIC -ZZ,ZZZ,ZZ9.99.
       01  TOT-LINE.
           02 TL-LABEL PIC X(26).
           02 TL-CNT PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
       P0.
           OPEN INPUT OPERFILE ROLEFILE.
           OPEN I-O ACCLOG.
           PERFORM SIGN-ON THRU SIGN-ON-EXIT.
           IF SIGN-OK NOT = "Y"
             DISPLAY "MRG101 SIGN-ON FAILED - NOTHING PROCESSED"
             CLOSE OPERFILE ROLEFILE ACCLOG
             STOP RUN.
           OPEN INPUT TRANIN OUTPUT REGOUT.
           OPEN I-O GARFILE CHARCUR PAYCUR PAYHIST PATFILE AUTHFILE
             WCFILE PLANFILE COLTRACK CORRQ CLMSUB ACCTBAL MRGLOG
             FINAID XWALK ABNFILE REPLQ.
           ACCEPT TODAY8 FROM DATE YYYYMMDD.
           MOVE TODAY8 TO BAL-TODAY.
           MOVE SPACE TO REGOUT01.
           STRING "GUARANTOR MERGE REGISTER " TODAY8
             DELIMITED BY SIZE INTO REGOUT01.
           WRITE REGOUT01.
           MOVE SPACE TO REGOUT01.
           WRITE REGOUT01.
           MOVE "FILE     FROM         TO                AMOUNT"
             TO REGOUT01.
           WRITE REGOUT01.
           MOVE SPACE TO REGOUT01.
           WRITE REGOUT01.

       P1.
           READ TRANIN AT END GO TO P9.
           MOVE TR-ACTION TO MG-MODE
           MOVE TR-LOSER TO MG-LOSER
           MOVE TR-SURVIVOR TO MG-SURV
           MOVE 0 TO LINE-CNT LINE-AMT OTHER-CNT KEEP-CNT
           MOVE "N" TO HIST-FAIL
           IF TR-ACTION = "R" GO TO V1.
           IF TR-ACTION NOT = "M"
             MOVE "ACTION NOT M OR R" TO MG-MSG
             GO TO P8.
           IF TR-LOSER = SPACE OR TR-SURVIVOR = SPACE
             MOVE "LOSING AND SURVIVING ACCOUNT REQUIRED" TO MG-MSG
             GO TO P8.
           IF TR-LOSER = TR-SURVIVOR
             MOVE "ACCOUNT CANNOT MERGE INTO ITSELF" TO MG-MSG
             GO TO P8.
           MOVE MG-SURV TO G-GARNO
           READ GARFILE INVALID
             MOVE "SURVIVING ACCOUNT NOT ON FILE" TO MG-MSG
             GO TO P8
           END-READ
           IF G-DELETE = "Y"
             MOVE "SURVIVING ACCOUNT MARKED DELETED" TO MG-MSG
             GO TO P8.
           MOVE G-GARNAME TO MG-SNAME
           MOVE MG-LOSER TO G-GARNO
           READ GARFILE INVALID
             MOVE "LOSING ACCOUNT NOT ON FILE" TO MG-MSG
             GO TO P8
           END-READ
           IF G-DELETE = "Y"
             MOVE "LOSING ACCOUNT ALREADY DELETED" TO MG-MSG
             GO TO P8.
           MOVE G-GARNAME TO MG-LNAME
           MOVE G-BILLADD TO MG-BILLADD
           MOVE MG-LOSER TO ML-LOSER
           MOVE "*HEADER*" TO ML-FILE
           MOVE SPACE TO ML-OLD
           READ MRGLOG
             NOT INVALID
               IF ML-STAT = "M"
                 MOVE "ALREADY MERGED - REVERSE IT FIRST" TO MG-MSG
                 GO TO P8
               END-IF
           END-READ

      * the losing lines take line numbers after the survivor's
      * highest, so they can never land on one of its own
           MOVE 0 TO HI3 LOSE-LINES
           MOVE MG-SURV TO CC-KEY8
           MOVE SPACE TO CC-KEY3
           START CHARCUR KEY NOT < CHARCUR-KEY INVALID GO TO M2.
       M1.
           READ CHARCUR NEXT AT END GO TO M2.
           IF CC-KEY8 NOT = MG-SURV GO TO M2.
           IF CC-KEY3 NUMERIC AND CC-KEY3 > HI3
             MOVE CC-KEY3 TO HI3.
           GO TO M1.
       M2.
           MOVE MG-LOSER TO CC-KEY8
           MOVE SPACE TO CC-KEY3
           START CHARCUR KEY NOT < CHARCUR-KEY INVALID GO TO M4.
       M3.
           READ CHARCUR NEXT AT END GO TO M4.
           IF CC-KEY8 NOT = MG-LOSER GO TO M4.
           ADD 1 TO LOSE-LINES
           GO TO M3.
       M4.
           IF HI3 + LOSE-LINES > 999
             MOVE "SURVIVOR WOULD PASS LINE NUMBER 999" TO MG-MSG
             GO TO P8.
           COMPUTE NEXT3 = HI3 + 1
           PERFORM PAIR-BEFORE THRU PAIR-BEFORE-EXIT
           MOVE SPACE TO REGOUT01
           STRING "MERGE " MG-LOSER " " MG-LNAME " INTO " MG-SURV
             " " MG-SNAME DELIMITED BY SIZE INTO REGOUT01
           WRITE REGOUT01
           MOVE MG-LOSER TO MV-FROM8
           MOVE MG-SURV TO MV-TO8

      * every charge line, with its payments, history, correction
      * queue, submission, ABN and replacement-queue records
           MOVE MG-LOSER TO CC-KEY8
           MOVE SPACE TO CC-KEY3
           START CHARCUR KEY NOT < CHARCUR-KEY INVALID GO TO M6.
       M5.
           READ CHARCUR NEXT AT END GO TO M6.
           IF CC-KEY8 NOT = MG-LOSER GO TO M6.
           MOVE CC-KEY3 TO MV-FROM3
           MOVE NEXT3 TO MV-TO3
           PERFORM LINE-MOVE THRU LINE-MOVE-EXIT
           IF MV-OK = "Y"
             ADD 1 TO NEXT3.
           MOVE MG-LOSER TO CC-KEY8
           MOVE MV-FROM3 TO CC-KEY3
           START CHARCUR KEY > CHARCUR-KEY INVALID GO TO M6.
           GO TO M5.

      * the patients on the account - one that fails is reported
      * and the rest still move, but the losing account then stays
      * open with it
       M6.
           MOVE "N" TO PAT-FAIL
           MOVE 0 TO PM-CNT
           MOVE MG-LOSER TO PT-GARNO
           START PATFILE KEY NOT < PT-GARNO INVALID GO TO M7-1.
       M7.
           READ PATFILE NEXT AT END GO TO M7-1.
           IF PT-GARNO NOT = MG-LOSER GO TO M7-1.
           IF PM-CNT = 99
             MOVE "Y" TO PAT-FAIL
             MOVE SPACE TO REG-LINE
             MOVE "PATFILE" TO RG-FILE
             MOVE PT-PATID TO RG-FROM
             MOVE MV-TO8 TO RG-TO
             MOVE "OVER 99 PATIENTS - REST NOT MOVED" TO RG-MSG
             MOVE REG-LINE TO REGOUT01
             WRITE REGOUT01
             GO TO M7-1.
           ADD 1 TO PM-CNT
           MOVE PT-PATID TO PM-ID(PM-CNT)
           GO TO M7.
       M7-1.
           MOVE 0 TO PMX.
       M7-2.
           IF PMX = PM-CNT GO TO M8.
           ADD 1 TO PMX
           MOVE PM-ID(PMX) TO MV-CODE
           PERFORM PAT-MOVE THRU PAT-MOVE-EXIT
           IF MV-OK NOT = "Y"
             MOVE "Y" TO PAT-FAIL.
           GO TO M7-2.

      * authorizations and work-comp cases - one the survivor
      * already holds under the same paycode or case stays behind
       M8.
           MOVE MG-LOSER TO AU-GARNO
           MOVE LOW-VALUES TO AU-PAYCODE
           START AUTHFILE KEY NOT < AU-KEY INVALID GO TO M10.
       M9.
           READ AUTHFILE NEXT AT END GO TO M10.
           IF AU-GARNO NOT = MG-LOSER GO TO M10.
           MOVE AU-PAYCODE TO MV-CODE
           PERFORM AU-MOVE THRU AU-MOVE-EXIT
           MOVE MG-LOSER TO AU-GARNO
           MOVE MV-CODE TO AU-PAYCODE
           START AUTHFILE KEY > AU-KEY INVALID GO TO M10.
           GO TO M9.
       M10.
           MOVE MG-LOSER TO WC-GARNO
           MOVE LOW-VALUES TO WC-CASENO
           START WCFILE KEY NOT < WC-KEY INVALID GO TO M12.
       M11.
           READ WCFILE NEXT AT END GO TO M12.
           IF WC-GARNO NOT = MG-LOSER GO TO M12.
           MOVE WC-CASENO TO MV-CODE
           PERFORM WC-MOVE THRU WC-MOVE-EXIT
           MOVE MG-LOSER TO WC-GARNO
           MOVE MV-CODE TO WC-CASENO
           START WCFILE KEY > WC-KEY INVALID GO TO M12.
           GO TO M11.

      * payment plan, collection placement and financial
      * assistance, one per account
       M12.
           PERFORM PN-MOVE THRU PN-MOVE-EXIT.
           PERFORM CT-MOVE THRU CT-MOVE-EXIT.
           PERFORM FA-MOVE THRU FA-MOVE-EXIT.

      * the EHR's patients that map to the losing account map to
      * the survivor, so the interface keeps taking their charges
           MOVE 0 TO XW-CNT
           MOVE "P" TO XW-TYPE
           MOVE LOW-VALUES TO XW-EHRID
           START XWALK KEY NOT < XW-KEY INVALID GO TO M14.
       M13.
           READ XWALK NEXT AT END GO TO M14.
           IF XW-TYPE NOT = "P" GO TO M14.
           IF XW-GARNO NOT = MG-LOSER GO TO M13.
           MOVE XW-EHRID TO MV-EHRID
           PERFORM XW-MOVE THRU XW-MOVE-EXIT
           GO TO M13.

      * the losing account is closed and points at the survivor -
      * unless a patient, a charge line or its history is still on
      * it
       M14.
           IF PAT-FAIL = "Y" OR HIST-FAIL = "Y"
             OR LINE-CNT < LOSE-LINES
             MOVE SPACE TO REG-LINE
             MOVE "GARFILE" TO RG-FILE
             MOVE MG-LOSER TO RG-FROM
             MOVE "RECORDS LEFT BEHIND - ACCOUNT LEFT OPEN" TO RG-MSG
             MOVE REG-LINE TO REGOUT01
             WRITE REGOUT01
             GO TO M15.
           MOVE MG-LOSER TO G-GARNO
           READ GARFILE INVALID
             CONTINUE
           END-READ
           MOVE "Y" TO G-DELETE
           MOVE SPACE TO G-BILLADD
           STRING "MERGED INTO " MG-SURV DELIMITED BY SIZE
             INTO G-BILLADD
           REWRITE G-MASTER INVALID
             CONTINUE
           END-REWRITE.
       M15.
           MOVE SPACE TO MRGLOG01
           MOVE MG-LOSER TO ML-LOSER
           MOVE "*HEADER*" TO ML-FILE
           MOVE MG-SURV TO ML-SURV
           MOVE TODAY8 TO ML-DATE
           MOVE "M" TO ML-STAT
           MOVE SIGN-ID TO ML-OPER
           MOVE MG-BILLADD TO ML-BILLADD
           MOVE LINE-CNT TO ML-LINES
           MOVE LINE-AMT TO ML-CHG
           WRITE MRGLOG01 INVALID
             REWRITE MRGLOG01
           END-WRITE

           PERFORM PAIR-AFTER THRU PAIR-AFTER-EXIT
           ADD 1 TO MRG-CNT
           MOVE "M" TO LOG-ACTION
           MOVE MG-LOSER TO LOG-ACCT
           MOVE SPACE TO LOG-REF
           STRING "MERGED INTO " MG-SURV DELIMITED BY SIZE
             INTO LOG-REF
           PERFORM LOG-PUT THRU LOG-PUT-EXIT
           MOVE MG-SURV TO LOG-ACCT
           MOVE SPACE TO LOG-REF
           STRING "ABSORBED " MG-LOSER DELIMITED BY SIZE
             INTO LOG-REF
           PERFORM LOG-PUT THRU LOG-PUT-EXIT
           GO TO P1.

      * reversal - the merge register says what moved and where;
      * each record goes back to the losing account under its old
      * key.  lines charged to the survivor since the merge stay
       V1.
           IF TR-LOSER = SPACE
             MOVE "LOSING ACCOUNT REQUIRED" TO MG-MSG
             GO TO P8.
           MOVE MG-LOSER TO ML-LOSER
           MOVE "*HEADER*" TO ML-FILE
           MOVE SPACE TO ML-OLD
           READ MRGLOG INVALID
             MOVE "NO MERGE ON THE REGISTER" TO MG-MSG
             GO TO P8
           END-READ
           IF ML-STAT NOT = "M"
             MOVE "MERGE ALREADY REVERSED" TO MG-MSG
             GO TO P8.
           IF TR-SURVIVOR NOT = SPACE AND TR-SURVIVOR NOT = ML-SURV
             MOVE "SURVIVOR DIFFERS FROM THE REGISTER" TO MG-MSG
             GO TO P8.
           MOVE ML-SURV TO MG-SURV
           MOVE ML-BILLADD TO MG-BILLADD
           MOVE MG-SURV TO G-GARNO
           READ GARFILE INVALID
             MOVE "SURVIVING ACCOUNT NOT ON FILE" TO MG-MSG
             GO TO P8
           END-READ
           MOVE G-GARNAME TO MG-SNAME
           MOVE MG-LOSER TO G-GARNO
           READ GARFILE INVALID
             MOVE "LOSING ACCOUNT NOT ON FILE" TO MG-MSG
             GO TO P8
           END-READ
           MOVE G-GARNAME TO MG-LNAME
           PERFORM PAIR-BEFORE THRU PAIR-BEFORE-EXIT
           MOVE SPACE TO REGOUT01
           STRING "REVERSE MERGE OF " MG-LOSER " " MG-LNAME " FROM "
             MG-SURV DELIMITED BY SIZE INTO REGOUT01
           WRITE REGOUT01
           MOVE MG-SURV TO MV-FROM8
           MOVE MG-LOSER TO MV-TO8
           MOVE MG-LOSER TO ML-LOSER
           MOVE "*HEADER*" TO ML-FILE
           MOVE SPACE TO ML-OLD
           START MRGLOG KEY > ML-KEY INVALID GO TO V3.
       V2.
           READ MRGLOG NEXT AT END GO TO V3.
           IF ML-LOSER NOT = MG-LOSER GO TO V3.
           MOVE "Y" TO MV-OK
           IF ML-FILE = "CHARCUR"
             MOVE ML-NEW TO MV-FROM3
             MOVE ML-OLD TO MV-TO3
             PERFORM LINE-MOVE THRU LINE-MOVE-EXIT.
           MOVE ML-OLD TO MV-CODE
           IF ML-FILE = "PATFILE"
             PERFORM PAT-MOVE THRU PAT-MOVE-EXIT.
           IF ML-FILE = "AUTHFILE"
             PERFORM AU-MOVE THRU AU-MOVE-EXIT.
           IF ML-FILE = "WCFILE"
             PERFORM WC-MOVE THRU WC-MOVE-EXIT.
           IF ML-FILE = "PLANFILE"
             PERFORM PN-MOVE THRU PN-MOVE-EXIT.
           IF ML-FILE = "COLTRACK"
             PERFORM CT-MOVE THRU CT-MOVE-EXIT.
           IF ML-FILE = "FINAID"
             PERFORM FA-MOVE THRU FA-MOVE-EXIT.
           IF ML-FILE = "XWALK"
             MOVE ML-EHRID TO MV-EHRID
             PERFORM XW-MOVE THRU XW-MOVE-EXIT.
      * a record that could not go back keeps its register entry
      * so the reversal can be finished by hand
           IF MV-OK = "Y"
             DELETE MRGLOG RECORD INVALID
               CONTINUE
             END-DELETE
           END-IF
           START MRGLOG KEY > ML-KEY INVALID GO TO V3.
           GO TO V2.
       V3.
           MOVE MG-LOSER TO G-GARNO
           READ GARFILE INVALID
             CONTINUE
           END-READ
           MOVE SPACE TO G-DELETE
           MOVE MG-BILLADD TO G-BILLADD
           REWRITE G-MASTER INVALID
             CONTINUE
           END-REWRITE
           MOVE MG-LOSER TO ML-LOSER
           MOVE "*HEADER*" TO ML-FILE
           MOVE SPACE TO ML-OLD
           READ MRGLOG INVALID
             CONTINUE
           END-READ
           MOVE "R" TO ML-STAT
           MOVE TODAY8 TO ML-REV-DATE
           REWRITE MRGLOG01 INVALID
             CONTINUE
           END-REWRITE
           PERFORM PAIR-AFTER THRU PAIR-AFTER-EXIT
           ADD 1 TO REV-CNT
           MOVE "V" TO LOG-ACTION
           MOVE MG-LOSER TO LOG-ACCT
           MOVE SPACE TO LOG-REF
           STRING "UNMERGED FROM " MG-SURV DELIMITED BY SIZE
             INTO LOG-REF
           PERFORM LOG-PUT THRU LOG-PUT-EXIT
           GO TO P1.

       P8.
           ADD 1 TO REJ-CNT
           MOVE SPACE TO REG-LINE
           MOVE "REJECTED" TO RG-FILE
           MOVE MG-LOSER TO RG-FROM
           MOVE MG-SURV TO RG-TO
           MOVE MG-MSG TO RG-MSG
           MOVE REG-LINE TO REGOUT01
           WRITE REGOUT01
           MOVE SPACE TO REGOUT01
           WRITE REGOUT01
           GO TO P1.

       P9.
           MOVE SPACE TO TOT-LINE.
           MOVE "ACCOUNTS MERGED:" TO TL-LABEL.
           MOVE MRG-CNT TO TL-CNT.
           MOVE TOT-LINE TO REGOUT01.
           WRITE REGOUT01.
           MOVE SPACE TO TOT-LINE.
           MOVE "MERGES REVERSED:" TO TL-LABEL.
           MOVE REV-CNT TO TL-CNT.
           MOVE TOT-LINE TO REGOUT01.
           WRITE REGOUT01.
           MOVE SPACE TO TOT-LINE.
           MOVE "TRANSACTIONS REJECTED:" TO TL-LABEL.
           MOVE REJ-CNT TO TL-CNT.
           MOVE TOT-LINE TO REGOUT01.
           WRITE REGOUT01.
           MOVE SPACE TO TOT-LINE.
           MOVE "PAIRS OUT OF BALANCE:" TO TL-LABEL.
           MOVE OOB-CNT TO TL-CNT.
           MOVE TOT-LINE TO REGOUT01.
           WRITE REGOUT01.
           IF OOB-CNT > 0
             DISPLAY "MRG101 " OOB-CNT " PAIRS OUT OF BALANCE - SEE "
               "REGISTER".
           CLOSE TRANIN GARFILE CHARCUR PAYCUR PAYHIST PATFILE
             AUTHFILE WCFILE PLANFILE COLTRACK CORRQ CLMSUB ACCTBAL
             MRGLOG REGOUT FINAID XWALK ABNFILE REPLQ.
           CLOSE OPERFILE ROLEFILE ACCLOG.
           STOP RUN.

      * one charge line from MV-FROM8/MV-FROM3 to MV-TO8/MV-TO3,
      * with everything keyed by the line
       LINE-MOVE.
           MOVE "N" TO MV-OK
           MOVE 0 TO MV-HCNT MV-AMT
           MOVE SPACE TO REG-LINE
           MOVE "CHARCUR" TO RG-FILE
           STRING MV-FROM8 " " MV-FROM3 DELIMITED BY SIZE
             INTO RG-FROM
           STRING MV-TO8 " " MV-TO3 DELIMITED BY SIZE INTO RG-TO
           MOVE MV-TO8 TO CC-KEY8
           MOVE MV-TO3 TO CC-KEY3
           READ CHARCUR
             NOT INVALID
               MOVE "LINE ALREADY ON FILE - NOT MOVED" TO RG-MSG
               GO TO LINE-MOVE-9
           END-READ
           MOVE MV-FROM8 TO CC-KEY8
           MOVE MV-FROM3 TO CC-KEY3
           READ CHARCUR INVALID
             MOVE "LINE NOT ON FILE - NOT MOVED" TO RG-MSG
             GO TO LINE-MOVE-9
           END-READ
           MOVE CC-AMOUNT TO MV-AMT
           MOVE MV-TO8 TO CC-KEY8
           MOVE MV-TO3 TO CC-KEY3
           WRITE CHARCUR01 INVALID
             MOVE "LINE WRITE FAILED - NOT MOVED" TO RG-MSG
             GO TO LINE-MOVE-9
           END-WRITE
           MOVE MV-FROM8 TO CC-KEY8
           MOVE MV-FROM3 TO CC-KEY3
           DELETE CHARCUR RECORD INVALID
             CONTINUE
           END-DELETE
           MOVE "Y" TO MV-OK
           ADD 1 TO LINE-CNT
           ADD MV-AMT TO LINE-AMT

           MOVE MV-FROM8 TO PH-KEY8
           MOVE MV-FROM3 TO PH-KEY3
           MOVE 0 TO PH-SEQ
           START PAYHIST KEY NOT < PAYHIST-KEY
             INVALID GO TO LINE-MOVE-2.
       LINE-MOVE-1.
           READ PAYHIST NEXT AT END GO TO LINE-MOVE-2.
           IF PH-KEY8 NOT = MV-FROM8 OR PH-KEY3 NOT = MV-FROM3
             GO TO LINE-MOVE-2.
           MOVE PH-SEQ TO MV-SEQ
           MOVE MV-TO8 TO PH-KEY8
           MOVE MV-TO3 TO PH-KEY3
      * a history record that will not write stays under the old
      * line - the line itself has moved, so MV-OK stands
           WRITE PAYHIST01 INVALID
             MOVE "HISTORY WRITE FAILED - CHECK PAYHIST" TO RG-MSG
             MOVE "Y" TO HIST-FAIL
             MOVE MV-FROM8 TO PH-KEY8
             MOVE MV-FROM3 TO PH-KEY3
             MOVE MV-SEQ TO PH-SEQ
           NOT INVALID
             ADD 1 TO MV-HCNT
             MOVE MV-FROM8 TO PH-KEY8
             MOVE MV-FROM3 TO PH-KEY3
             MOVE MV-SEQ TO PH-SEQ
             DELETE PAYHIST RECORD INVALID
               CONTINUE
             END-DELETE
           END-WRITE
           START PAYHIST KEY > PAYHIST-KEY INVALID GO TO LINE-MOVE-2.
           GO TO LINE-MOVE-1.

       LINE-MOVE-2.
           MOVE MV-FROM8 TO PC-KEY8
           MOVE MV-FROM3 TO PC-KEY3
           READ PAYCUR INVALID GO TO LINE-MOVE-3.
           MOVE MV-TO8 TO PC-KEY8
           MOVE MV-TO3 TO PC-KEY3
           WRITE PAYCUR01 INVALID
             MOVE "PAYCUR WRITE FAILED - CHECK PAYCUR" TO RG-MSG
             MOVE "Y" TO HIST-FAIL
             GO TO LINE-MOVE-3
           END-WRITE
           MOVE MV-FROM8 TO PC-KEY8
           MOVE MV-FROM3 TO PC-KEY3
           DELETE PAYCUR RECORD INVALID
             CONTINUE
           END-DELETE.
       LINE-MOVE-3.
           MOVE MV-FROM8 TO CQ-KEY8
           MOVE MV-FROM3 TO CQ-KEY3
           READ CORRQ INVALID GO TO LINE-MOVE-4.
           MOVE MV-TO8 TO CQ-KEY8
           MOVE MV-TO3 TO CQ-KEY3
           WRITE CORRQ01 INVALID
             CONTINUE
           END-WRITE
           MOVE MV-FROM8 TO CQ-KEY8
           MOVE MV-FROM3 TO CQ-KEY3
           DELETE CORRQ RECORD INVALID
             CONTINUE
           END-DELETE.
       LINE-MOVE-4.
           MOVE MV-FROM8 TO SB-KEY8
           MOVE MV-FROM3 TO SB-KEY3
           READ CLMSUB INVALID GO TO LINE-MOVE-5.
           MOVE MV-TO8 TO SB-KEY8
           MOVE MV-TO3 TO SB-KEY3
           WRITE CLMSUB01 INVALID
             CONTINUE
           END-WRITE
           MOVE MV-FROM8 TO SB-KEY8
           MOVE MV-FROM3 TO SB-KEY3
           DELETE CLMSUB RECORD INVALID
             CONTINUE
           END-DELETE.
       LINE-MOVE-5.
           MOVE MV-FROM8 TO ABN-KEY8
           MOVE MV-FROM3 TO ABN-KEY3
           READ ABNFILE INVALID GO TO LINE-MOVE-6.
           MOVE MV-TO8 TO ABN-KEY8
           MOVE MV-TO3 TO ABN-KEY3
           WRITE ABNFILE01 INVALID
             CONTINUE
           END-WRITE
           MOVE MV-FROM8 TO ABN-KEY8
           MOVE MV-FROM3 TO ABN-KEY3
           DELETE ABNFILE RECORD INVALID
             CONTINUE
           END-DELETE.
       LINE-MOVE-6.
           MOVE MV-FROM8 TO RQ-KEY8
           MOVE MV-FROM3 TO RQ-KEY3
           READ REPLQ INVALID GO TO LINE-MOVE-7.
           MOVE MV-TO8 TO RQ-KEY8
           MOVE MV-TO3 TO RQ-KEY3
           WRITE REPLQ01 INVALID
             CONTINUE
           END-WRITE
           MOVE MV-FROM8 TO RQ-KEY8
           MOVE MV-FROM3 TO RQ-KEY3
           DELETE REPLQ RECORD INVALID
             CONTINUE
           END-DELETE.
       LINE-MOVE-7.
           IF RG-MSG = SPACE
             STRING "MOVED WITH " MV-HCNT " HISTORY RECORDS"
               DELIMITED BY SIZE INTO RG-MSG.
           IF MG-MODE = "M"
             MOVE "CHARCUR" TO MP-FILE
             MOVE MV-FROM3 TO MP-OLD
             MOVE MV-TO3 TO MP-NEW
             PERFORM MAP-PUT THRU MAP-PUT-EXIT.
       LINE-MOVE-9.
           MOVE MV-AMT TO RG-AMT
           MOVE REG-LINE TO REGOUT01
           WRITE REGOUT01.
       LINE-MOVE-EXIT. EXIT.

      * one register entry for a record the merge moved
       MAP-PUT.
           MOVE SPACE TO MRGLOG01
           MOVE MG-LOSER TO ML-LOSER
           MOVE MP-FILE TO ML-FILE
           MOVE MP-OLD TO ML-OLD
           MOVE MP-NEW TO ML-NEW
           MOVE MG-SURV TO ML-SURV
           MOVE TODAY8 TO ML-DATE
           MOVE 0 TO ML-LINES ML-CHG
           IF MP-FILE = "XWALK"
             MOVE MV-EHRID TO ML-EHRID.
           WRITE MRGLOG01 INVALID
             REWRITE MRGLOG01
           END-WRITE.
       MAP-PUT-EXIT. EXIT.

      * one patient, MV-CODE its patient id
       PAT-MOVE.
           MOVE "N" TO MV-OK
           MOVE SPACE TO REG-LINE
           MOVE "PATFILE" TO RG-FILE
           MOVE MV-CODE TO RG-FROM
           MOVE MV-TO8 TO RG-TO
           MOVE MV-CODE TO PT-PATID
           READ PATFILE INVALID
             MOVE "PATIENT NOT ON FILE - NOT MOVED" TO RG-MSG
             GO TO PAT-MOVE-9
           END-READ
           IF PT-GARNO NOT = MV-FROM8
             MOVE "PATIENT ON ANOTHER ACCOUNT - NOT MOVED" TO RG-MSG
             GO TO PAT-MOVE-9.
           MOVE MV-TO8 TO PT-GARNO
           REWRITE PATFILE01 INVALID
             MOVE "PATIENT REWRITE FAILED" TO RG-MSG
             GO TO PAT-MOVE-9
           END-REWRITE
           MOVE "Y" TO MV-OK
           ADD 1 TO OTHER-CNT
           MOVE "MOVED" TO RG-MSG
           IF MG-MODE = "M"
             MOVE "PATFILE" TO MP-FILE
             MOVE MV-CODE TO MP-OLD MP-NEW
             PERFORM MAP-PUT THRU MAP-PUT-EXIT.
       PAT-MOVE-9.
           MOVE REG-LINE TO REGOUT01
           WRITE REGOUT01.
       PAT-MOVE-EXIT. EXIT.

      * one authorization, MV-CODE its paycode
       AU-MOVE.
           MOVE "N" TO MV-OK
           MOVE SPACE TO REG-LINE
           MOVE "AUTHFILE" TO RG-FILE
           STRING MV-FROM8 " " MV-CODE DELIMITED BY SIZE
             INTO RG-FROM
           STRING MV-TO8 " " MV-CODE DELIMITED BY SIZE INTO RG-TO
           MOVE MV-TO8 TO AU-GARNO
           MOVE MV-CODE TO AU-PAYCODE
           READ AUTHFILE
             NOT INVALID
               MOVE "TARGET HAS ONE FOR PAYCODE - KEPT" TO RG-MSG
               ADD 1 TO KEEP-CNT
               GO TO AU-MOVE-9
           END-READ
           MOVE MV-FROM8 TO AU-GARNO
           MOVE MV-CODE TO AU-PAYCODE
           READ AUTHFILE INVALID
             MOVE "NOT ON FILE - NOT MOVED" TO RG-MSG
             GO TO AU-MOVE-9
           END-READ
           MOVE MV-TO8 TO AU-GARNO
           WRITE AUTHFILE01 INVALID
             MOVE "WRITE FAILED - NOT MOVED" TO RG-MSG
             GO TO AU-MOVE-9
           END-WRITE
           MOVE MV-FROM8 TO AU-GARNO
           DELETE AUTHFILE RECORD INVALID
             CONTINUE
           END-DELETE
           MOVE "Y" TO MV-OK
           ADD 1 TO OTHER-CNT
           MOVE "MOVED" TO RG-MSG
           IF MG-MODE = "M"
             MOVE "AUTHFILE" TO MP-FILE
             MOVE MV-CODE TO MP-OLD MP-NEW
             PERFORM MAP-PUT THRU MAP-PUT-EXIT.
       AU-MOVE-9.
           MOVE REG-LINE TO REGOUT01
           WRITE REGOUT01.
       AU-MOVE-EXIT. EXIT.

      * one work-comp case, MV-CODE its case number
       WC-MOVE.
           MOVE "N" TO MV-OK
           MOVE SPACE TO REG-LINE
           MOVE "WCFILE" TO RG-FILE
           STRING MV-FROM8 " " MV-CODE DELIMITED BY SIZE
             INTO RG-FROM
           STRING MV-TO8 " " MV-CODE DELIMITED BY SIZE INTO RG-TO
           MOVE MV-TO8 TO WC-GARNO
           MOVE MV-CODE TO WC-CASENO
           READ WCFILE
             NOT INVALID
               MOVE "TARGET HAS THIS CASE NUMBER - KEPT" TO RG-MSG
               ADD 1 TO KEEP-CNT
               GO TO WC-MOVE-9
           END-READ
           MOVE MV-FROM8 TO WC-GARNO
           MOVE MV-CODE TO WC-CASENO
           READ WCFILE INVALID
             MOVE "NOT ON FILE - NOT MOVED" TO RG-MSG
             GO TO WC-MOVE-9
           END-READ
           MOVE MV-TO8 TO WC-GARNO
           WRITE WCFILE01 INVALID
             MOVE "WRITE FAILED - NOT MOVED" TO RG-MSG
             GO TO WC-MOVE-9
           END-WRITE
           MOVE MV-FROM8 TO WC-GARNO
           DELETE WCFILE RECORD INVALID
             CONTINUE
           END-DELETE
           MOVE "Y" TO MV-OK
           ADD 1 TO OTHER-CNT
           MOVE "MOVED" TO RG-MSG
           IF MG-MODE = "M"
             MOVE "WCFILE" TO MP-FILE
             MOVE MV-CODE TO MP-OLD MP-NEW
             PERFORM MAP-PUT THRU MAP-PUT-EXIT.
       WC-MOVE-9.
           MOVE REG-LINE TO REGOUT01
           WRITE REGOUT01.
       WC-MOVE-EXIT. EXIT.

      * the payment plan - a survivor with a plan of its own keeps
      * it and the losing plan stays behind for the office to fold
      * in by hand
       PN-MOVE.
           MOVE "N" TO MV-OK
           MOVE MV-FROM8 TO PN-GARNO
           READ PLANFILE INVALID GO TO PN-MOVE-EXIT.
           MOVE SPACE TO REG-LINE
           MOVE "PLANFILE" TO RG-FILE
           MOVE MV-FROM8 TO RG-FROM
           MOVE MV-TO8 TO RG-TO
           MOVE MV-TO8 TO PN-GARNO
           WRITE PLANFILE01 INVALID
             MOVE "TARGET HAS A PLAN - KEPT" TO RG-MSG
             ADD 1 TO KEEP-CNT
             GO TO PN-MOVE-9
           END-WRITE
           MOVE MV-FROM8 TO PN-GARNO
           DELETE PLANFILE RECORD INVALID
             CONTINUE
           END-DELETE
           MOVE "Y" TO MV-OK
           ADD 1 TO OTHER-CNT
           MOVE "MOVED" TO RG-MSG
           IF MG-MODE = "M"
             MOVE "PLANFILE" TO MP-FILE
             MOVE SPACE TO MP-OLD MP-NEW
             PERFORM MAP-PUT THRU MAP-PUT-EXIT.
       PN-MOVE-9.
           MOVE REG-LINE TO REGOUT01
           WRITE REGOUT01.
       PN-MOVE-EXIT. EXIT.

      * the collection placement, same rule as the plan
       CT-MOVE.
           MOVE "N" TO MV-OK
           MOVE MV-FROM8 TO CT-GARNO
           READ COLTRACK INVALID GO TO CT-MOVE-EXIT.
           MOVE SPACE TO REG-LINE
           MOVE "COLTRACK" TO RG-FILE
           MOVE MV-FROM8 TO RG-FROM
           MOVE MV-TO8 TO RG-TO
           MOVE CT-AMOUNT TO RG-AMT
           MOVE MV-TO8 TO CT-GARNO
           WRITE COLTRACK01 INVALID
             MOVE "TARGET IS PLACED - KEPT" TO RG-MSG
             ADD 1 TO KEEP-CNT
             GO TO CT-MOVE-9
           END-WRITE
           MOVE MV-FROM8 TO CT-GARNO
           DELETE COLTRACK RECORD INVALID
             CONTINUE
           END-DELETE
           MOVE "Y" TO MV-OK
           ADD 1 TO OTHER-CNT
           MOVE "MOVED" TO RG-MSG
           IF MG-MODE = "M"
             MOVE "COLTRACK" TO MP-FILE
             MOVE SPACE TO MP-OLD MP-NEW
             PERFORM MAP-PUT THRU MAP-PUT-EXIT.
       CT-MOVE-9.
           MOVE REG-LINE TO REGOUT01
           WRITE REGOUT01.
       CT-MOVE-EXIT. EXIT.

      * the financial-assistance approval, same rule as the plan
       FA-MOVE.
           MOVE "N" TO MV-OK
           MOVE MV-FROM8 TO FA-GARNO
           READ FINAID INVALID GO TO FA-MOVE-EXIT.
           MOVE SPACE TO REG-LINE
           MOVE "FINAID" TO RG-FILE
           MOVE MV-FROM8 TO RG-FROM
           MOVE MV-TO8 TO RG-TO
           MOVE MV-TO8 TO FA-GARNO
           WRITE FINAID01 INVALID
             MOVE "TARGET HAS AN APPROVAL - KEPT" TO RG-MSG
             ADD 1 TO KEEP-CNT
             GO TO FA-MOVE-9
           END-WRITE
           MOVE MV-FROM8 TO FA-GARNO
           DELETE FINAID RECORD INVALID
             CONTINUE
           END-DELETE
           MOVE "Y" TO MV-OK
           ADD 1 TO OTHER-CNT
           MOVE "MOVED" TO RG-MSG
           IF MG-MODE = "M"
             MOVE "FINAID" TO MP-FILE
             MOVE SPACE TO MP-OLD MP-NEW
             PERFORM MAP-PUT THRU MAP-PUT-EXIT.
       FA-MOVE-9.
           MOVE REG-LINE TO REGOUT01
           WRITE REGOUT01.
       FA-MOVE-EXIT. EXIT.

      * one EHR crosswalk patient, MV-EHRID its EHR id - the
      * record keeps its key, only the guarantor it maps to changes
       XW-MOVE.
           MOVE "N" TO MV-OK
           MOVE SPACE TO REG-LINE
           MOVE "XWALK" TO RG-FILE
           MOVE MV-FROM8 TO RG-FROM
           MOVE MV-TO8 TO RG-TO
           MOVE "P" TO XW-TYPE
           MOVE MV-EHRID TO XW-EHRID
           READ XWALK INVALID
             STRING "NOT ON FILE " MV-EHRID DELIMITED BY SIZE
               INTO RG-MSG
             GO TO XW-MOVE-9
           END-READ
           IF XW-GARNO NOT = MV-FROM8
             STRING "ON ANOTHER ACCOUNT " MV-EHRID DELIMITED BY SIZE
               INTO RG-MSG
             GO TO XW-MOVE-9.
           MOVE MV-TO8 TO XW-GARNO
           REWRITE XWALK01 INVALID
             STRING "REWRITE FAILED " MV-EHRID DELIMITED BY SIZE
               INTO RG-MSG
             GO TO XW-MOVE-9
           END-REWRITE
           MOVE "Y" TO MV-OK
           ADD 1 TO OTHER-CNT
           STRING "MOVED " MV-EHRID DELIMITED BY SIZE INTO RG-MSG
           IF MG-MODE = "M"
             ADD 1 TO XW-CNT
             MOVE "XWALK" TO MP-FILE
             MOVE XW-CNT TO MP-OLD
             MOVE XW-CNT TO MP-NEW
             PERFORM MAP-PUT THRU MAP-PUT-EXIT.
       XW-MOVE-9.
           MOVE REG-LINE TO REGOUT01
           WRITE REGOUT01.
       XW-MOVE-EXIT. EXIT.

      * the pair's dollars from the detail before anything moves
       PAIR-BEFORE.
           MOVE 0 TO BEF-CHG BEF-PAY BEF-ADJ BEF-BAL
           MOVE "N" TO AB-WRITE
           MOVE MG-LOSER TO AB-GAR
           PERFORM AB-BUILD THRU AB-BUILD-EXIT
           PERFORM BEF-ADD THRU BEF-ADD-EXIT
           MOVE MG-SURV TO AB-GAR
           PERFORM AB-BUILD THRU AB-BUILD-EXIT
           PERFORM BEF-ADD THRU BEF-ADD-EXIT.
       PAIR-BEFORE-EXIT. EXIT.

       BEF-ADD.
           ADD FR-CHARGES TO BEF-CHG
           ADD FR-PAYMENTS TO BEF-PAY
           ADD FR-CONTRACT FR-WRITEOFF TO BEF-ADJ
           ADD FR-INS-PEND FR-PAT-DUE FR-CREDIT TO BEF-BAL.
       BEF-ADD-EXIT. EXIT.

      * the pair after the move - both balance summaries rebuilt
      * from the detail, and the totals proved against before
       PAIR-AFTER.
           MOVE 0 TO AFT-CHG AFT-PAY AFT-ADJ AFT-BAL
           MOVE "Y" TO AB-WRITE
           MOVE MG-LOSER TO AB-GAR
           PERFORM AB-BUILD THRU AB-BUILD-EXIT
           MOVE AB-LINES TO LEFT-LINES
           PERFORM AFT-ADD THRU AFT-ADD-EXIT
           MOVE MG-SURV TO AB-GAR
           PERFORM AB-BUILD THRU AB-BUILD-EXIT
           PERFORM AFT-ADD THRU AFT-ADD-EXIT
           MOVE "N" TO OOB-FLAG
           IF BEF-CHG NOT = AFT-CHG OR BEF-PAY NOT = AFT-PAY
             OR BEF-ADJ NOT = AFT-ADJ OR BEF-BAL NOT = AFT-BAL
             MOVE "Y" TO OOB-FLAG.
           MOVE SPACE TO REGOUT01
           WRITE REGOUT01
           MOVE SPACE TO BAL-LINE
           MOVE "CHARGES" TO BL-LABEL
           MOVE BEF-CHG TO BL-BEF
           MOVE AFT-CHG TO BL-AFT
           COMPUTE BL-DIFF = AFT-CHG - BEF-CHG
           MOVE BAL-LINE TO REGOUT01
           WRITE REGOUT01
           MOVE SPACE TO BAL-LINE
           MOVE "PAYMENTS" TO BL-LABEL
           MOVE BEF-PAY TO BL-BEF
           MOVE AFT-PAY TO BL-AFT
           COMPUTE BL-DIFF = AFT-PAY - BEF-PAY
           MOVE BAL-LINE TO REGOUT01
           WRITE REGOUT01
           MOVE SPACE TO BAL-LINE
           MOVE "ADJUSTMENTS" TO BL-LABEL
           MOVE BEF-ADJ TO BL-BEF
           MOVE AFT-ADJ TO BL-AFT
           COMPUTE BL-DIFF = AFT-ADJ - BEF-ADJ
           MOVE BAL-LINE TO REGOUT01
           WRITE REGOUT01
           MOVE SPACE TO BAL-LINE
           MOVE "BALANCE" TO BL-LABEL
           MOVE BEF-BAL TO BL-BEF
           MOVE AFT-BAL TO BL-AFT
           COMPUTE BL-DIFF = AFT-BAL - BEF-BAL
           MOVE BAL-LINE TO REGOUT01
           WRITE REGOUT01
           MOVE SPACE TO REGOUT01
           STRING "    LINES MOVED " LINE-CNT "   OTHER RECORDS MOVED "
             OTHER-CNT "   KEPT " KEEP-CNT DELIMITED BY SIZE
             INTO REGOUT01
           WRITE REGOUT01
           MOVE SPACE TO REGOUT01
           IF OOB-FLAG = "Y"
             ADD 1 TO OOB-CNT
             MOVE "    *** PAIR OUT OF BALANCE - CHECK BEFORE POSTING"
               TO REGOUT01
           ELSE
             MOVE "    PAIR IN BALANCE BEFORE AND AFTER" TO REGOUT01
           END-IF
           WRITE REGOUT01
           IF MG-MODE = "M" AND LEFT-LINES > 0
             MOVE SPACE TO REGOUT01
             STRING "    *** " LEFT-LINES " LINES LEFT ON " MG-LOSER
               " - MOVE BY HAND" DELIMITED BY SIZE INTO REGOUT01
             WRITE REGOUT01.
           MOVE SPACE TO REGOUT01
           WRITE REGOUT01.
       PAIR-AFTER-EXIT. EXIT.

       AFT-ADD.
           ADD FR-CHARGES TO AFT-CHG
           ADD FR-PAYMENTS TO AFT-PAY
           ADD FR-CONTRACT FR-WRITEOFF TO AFT-ADJ
           ADD FR-INS-PEND FR-PAT-DUE FR-CREDIT TO AFT-BAL.
       AFT-ADD-EXIT. EXIT.

      * one account's balance summary built from its charge lines
      * the way bal094 builds it; AB-WRITE Y files it - an account
      * left with no lines loses its summary record
       AB-BUILD.
           PERFORM FR-CLEAR THRU FR-CLEAR-EXIT
           MOVE 0 TO AB-LINES
           MOVE AB-GAR TO CC-KEY8
           MOVE SPACE TO CC-KEY3
           START CHARCUR KEY NOT < CHARCUR-KEY INVALID GO TO AB-BUILD-2.
       AB-BUILD-1.
           READ CHARCUR NEXT AT END GO TO AB-BUILD-2.
           IF CC-KEY8 NOT = AB-GAR GO TO AB-BUILD-2.
           ADD 1 TO AB-LINES
           PERFORM AB-SUM THRU AB-SUM-EXIT
           PERFORM FR-ADD THRU FR-ADD-EXIT
           GO TO AB-BUILD-1.
       AB-BUILD-2.
           IF AB-WRITE NOT = "Y" GO TO AB-BUILD-EXIT.
           MOVE AB-GAR TO AB-GARNO
           READ ACCTBAL INVALID
             MOVE "N" TO AB-FOUND
           NOT INVALID
             MOVE "Y" TO AB-FOUND
             MOVE AB-FUTURE TO FR-FUTURE
           END-READ
           IF AB-LINES = 0
             IF AB-FOUND = "Y"
               DELETE ACCTBAL RECORD INVALID
                 CONTINUE
               END-DELETE
             END-IF
             GO TO AB-BUILD-EXIT.
           MOVE AB-GAR TO FR-GARNO
           MOVE BAL-TODAY TO FR-AGE-DATE FR-UPDATED FR-REBUILT
           MOVE FRESH01 TO ACCTBAL01
           IF AB-FOUND = "Y"
             REWRITE ACCTBAL01 INVALID
               CONTINUE
             END-REWRITE
           ELSE
             WRITE ACCTBAL01 INVALID
               CONTINUE
             END-WRITE
           END-IF.
       AB-BUILD-EXIT. EXIT.

       FR-ADD.
           ADD BN-CHG TO FR-CHARGES
           ADD BN-PAY TO FR-PAYMENTS
           ADD BN-CON TO FR-CONTRACT
           ADD BN-WO TO FR-WRITEOFF
           IF BN-LASTPAY NUMERIC AND BN-LASTPAY NOT = "00000000"
             AND BN-LASTPAY > FR-LAST-PAY
             MOVE BN-LASTPAY TO FR-LAST-PAY.
           IF BN-LASTADJ NUMERIC AND BN-LASTADJ > FR-LAST-ADJ
             MOVE BN-LASTADJ TO FR-LAST-ADJ.
           IF BN-BAL = 0 GO TO FR-ADD-EXIT.
           ADD 1 TO FR-OPEN-CNT
           IF BN-BAL < 0
             ADD BN-BAL TO FR-CREDIT
           ELSE
             IF BN-CLASS = "P"
               ADD BN-BAL TO FR-PAT-DUE
             ELSE
               ADD BN-BAL TO FR-INS-PEND
             END-IF
           END-IF
           PERFORM AB-AGE-X THRU AB-AGE-X-EXIT
           ADD BN-BAL TO FR-AGE(BAL-X).
       FR-ADD-EXIT. EXIT.

       FR-CLEAR.
           MOVE SPACE TO FRESH01
           MOVE 0 TO FR-CHARGES FR-PAYMENTS FR-CONTRACT FR-WRITEOFF
             FR-INS-PEND FR-PAT-DUE FR-CREDIT FR-OPEN-CNT
             FR-AGE(1) FR-AGE(2) FR-AGE(3) FR-AGE(4) FR-AGE(5).
       FR-CLEAR-EXIT. EXIT.

      * one charge line as the summary carries it - the charge,
      * what history applied to it split payment / contractual /
      * written off, the balance left and whose it is.  a line
      * with no history yet counts its PAYCUR record as the
      * payment when it is for the line's claim
       AB-SUM.
           MOVE CC-AMOUNT TO BN-CHG
           MOVE 0 TO BN-PAY BN-CON BN-WO
           MOVE SPACE TO BN-LASTPAY BN-LASTADJ
           MOVE "N" TO BAL-HIST
           MOVE CC-KEY8 TO PH-KEY8
           MOVE CC-KEY3 TO PH-KEY3
           MOVE 0 TO PH-SEQ
           START PAYHIST KEY NOT < PAYHIST-KEY
             INVALID
               GO TO AB-SUM-2.
       AB-SUM-1.
           READ PAYHIST NEXT AT END GO TO AB-SUM-2.
           IF PH-KEY8 NOT = CC-KEY8 OR PH-KEY3 NOT = CC-KEY3
             GO TO AB-SUM-2.
           MOVE "Y" TO BAL-HIST
           IF PH-TYPE = "A"
             ADD PH-AMOUNT TO BN-CON
             GO TO AB-SUM-1.
           IF PH-TYPE = "W" OR PH-TYPE = "C"
             ADD PH-AMOUNT TO BN-WO
             IF PH-DATE-E > BN-LASTADJ
               MOVE PH-DATE-E TO BN-LASTADJ
             END-IF
             GO TO AB-SUM-1.
           ADD PH-AMOUNT TO BN-PAY
           IF PH-DATE-E > BN-LASTPAY
             MOVE PH-DATE-E TO BN-LASTPAY.
           GO TO AB-SUM-1.
       AB-SUM-2.
           IF BAL-HIST = "Y" GO TO AB-SUM-3.
           MOVE CC-KEY8 TO PC-KEY8
           MOVE CC-KEY3 TO PC-KEY3
           READ PAYCUR INVALID
             GO TO AB-SUM-3
           END-READ
           IF PC-CLAIM = CC-CLAIM
             MOVE PC-AMOUNT TO BN-PAY
             MOVE PC-DATE-E TO BN-LASTPAY.
      * the patient's when the account is private pay, the line
      * carries no insurance, or its claim has closed
       AB-SUM-3.
           COMPUTE BN-BAL = BN-CHG - BN-PAY - BN-CON - BN-WO
           IF G-GARNO NOT = CC-KEY8
             MOVE CC-KEY8 TO G-GARNO
             READ GARFILE INVALID
               MOVE SPACE TO G-PRIVATE
             END-READ
           END-IF
           MOVE "I" TO BN-CLASS
           IF G-PRIVATE = "Y"
             MOVE "P" TO BN-CLASS.
           IF CC-PAYCODE = "000" OR CC-PAYCODE = SPACE
             MOVE "P" TO BN-CLASS.
           IF CC-REC-STAT = "P"
             MOVE "P" TO BN-CLASS.
       AB-SUM-EXIT. EXIT.

      * the rebuild ages every open line as of today
       AB-AGE-X.
           MOVE 1 TO BAL-X
           IF CC-DATE-T NOT NUMERIC OR CC-DATE-T = "00000000"
             GO TO AB-AGE-X-EXIT.
           COMPUTE BAL-INT = FUNCTION INTEGER-OF-DATE(BAL-TODAY)
           MOVE CC-DATE-T TO BAL-DATE8
           COMPUTE BAL-DAYS = BAL-INT
             - FUNCTION INTEGER-OF-DATE(BAL-DATE8)
           IF BAL-DAYS > 30
             MOVE 2 TO BAL-X.
           IF BAL-DAYS > 60
             MOVE 3 TO BAL-X.
           IF BAL-DAYS > 90
             MOVE 4 TO BAL-X.
           IF BAL-DAYS > 120
             MOVE 5 TO BAL-X.
       AB-AGE-X-EXIT. EXIT.

      * the operator signs on before anything is read or shown -
      * three tries, and the operator's role must be granted this
      * program on ROLEFILE.  every attempt goes on the access log
       SIGN-ON.
           MOVE 0 TO SIGN-TRIES.
       SIGN-ON-1.
           ADD 1 TO SIGN-TRIES
           DISPLAY "MRG101 OPERATOR ID"
           MOVE SPACE TO SIGN-ID SIGN-PASS
           ACCEPT SIGN-ID
           DISPLAY "PASSWORD"
           ACCEPT SIGN-PASS
           MOVE "N" TO SIGN-OK
           MOVE SIGN-ID TO OP-ID
           READ OPERFILE INVALID
             MOVE SPACE TO OPERFILE01
           END-READ
           IF SIGN-ID NOT = SPACE AND OP-ID = SIGN-ID
             AND OP-PASS = SIGN-PASS AND OP-STATUS = "A"
             MOVE "Y" TO SIGN-OK.
           IF SIGN-OK = "Y" GO TO SIGN-ON-2.
           MOVE "F" TO LOG-ACTION
           MOVE SPACE TO LOG-ACCT
           MOVE "SIGN-ON REJECTED" TO LOG-REF
           PERFORM LOG-PUT THRU LOG-PUT-EXIT
           DISPLAY "SIGN-ON REJECTED"
           IF SIGN-TRIES < 3 GO TO SIGN-ON-1.
           GO TO SIGN-ON-EXIT.
       SIGN-ON-2.
           MOVE OP-ROLE TO RO-ROLE
           MOVE LOG-PROG TO RO-PROG
           READ ROLEFILE INVALID
             MOVE "N" TO SIGN-OK
           END-READ
           IF SIGN-OK = "N"
             MOVE "R" TO LOG-ACTION
             MOVE SPACE TO LOG-ACCT
             MOVE "ROLE NOT GRANTED PROGRAM" TO LOG-REF
             PERFORM LOG-PUT THRU LOG-PUT-EXIT
             DISPLAY "OPERATOR " SIGN-ID " NOT AUTHORIZED FOR "
               LOG-PROG
             GO TO SIGN-ON-EXIT.
           MOVE "S" TO LOG-ACTION
           MOVE SPACE TO LOG-ACCT
           MOVE OP-NAME TO LOG-REF
           PERFORM LOG-PUT THRU LOG-PUT-EXIT.
       SIGN-ON-EXIT. EXIT.

      * one access-log entry for the signed-on operator - a
      * second entry in the same hundredth of a second takes the
      * next AL-SEQ
       LOG-PUT.
           MOVE SPACE TO ACCLOG01
           ACCEPT LOG-DATE FROM DATE YYYYMMDD
           ACCEPT LOG-TIME FROM TIME
           MOVE LOG-DATE TO AL-DATE
           MOVE LOG-TIME TO AL-TIME
           MOVE 0 TO AL-SEQ
           MOVE SIGN-ID TO AL-OPER
           MOVE LOG-PROG TO AL-PROG
           MOVE LOG-ACTION TO AL-ACTION
           MOVE LOG-ACCT TO AL-ACCT
           MOVE LOG-REF TO AL-REF.
       LOG-PUT-1.
           WRITE ACCLOG01 INVALID
             IF AL-SEQ < 999
               ADD 1 TO AL-SEQ
               GO TO LOG-PUT-1
             END-IF
             DISPLAY LOG-PROG " ACCESS LOG WRITE FAILED " AL-OPER
               " " LOG-ACCT
           END-WRITE.
       LOG-PUT-EXIT. EXIT.
