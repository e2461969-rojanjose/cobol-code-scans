       IDENTIFICATION DIVISION.
       PROGRAM-ID.  SAMPACH.
       DATE-COMPILED.
      *---------------------------------------------------------------*
      *                                                               *
      * THIS PROGRAM BUILDS THE NACHA-FORMAT ACH CREDIT FILE THAT     *
      *  PAYS THE PROVIDERS FOR THE CAPITATION CYCLE - ONE CCD        *
      *  CREDIT PER PROVIDER FOR THE NET AMOUNT PAYABLE SAMPREMT      *
      *  RELEASED ON THE PROVIDER BALANCE LEDGER, SUMMED ACROSS THE   *
      *  LINES OF BUSINESS, PLUS ANY EARLIER RELEASE NOT YET PAID.    *
      *                                                               *
      * THE LEDGER (AN UNLOAD OF THE PROVBAL KSDS) IS SORTED BY       *
      *  PROVIDER AND WALKED AGAINST AN UNLOAD OF THE PROVIDER        *
      *  BANKING MASTER.  A LOB RECORD ON PAYMENT HOLD IS NOT PAID.   *
      *  MONEY PAID IS CLEARED FROM THE LEDGER; MONEY HELD STAYS      *
      *  UNPAID ON IT AND IS PAID THE FIRST CYCLE THE HOLD CLEARS.    *
      *  THE UPDATED LEDGER IS SORTED BACK TO LOB/PROVIDER ORDER FOR  *
      *  THE JOB TO RELOAD ONCE THE FILE HAS GONE.                    *
      *                                                               *
      * A PROVIDER IS ONLY PAID ONCE ITS BANK DETAILS HAVE BEEN       *
      *  PROVEN BY A ZERO-DOLLAR PRENOTE.  NEW DETAILS, OR ROUTING,   *
      *  ACCOUNT OR ACCOUNT TYPE CHANGED SINCE THE LAST PRENOTE, SEND *
      *  A PRENOTE IN THIS FILE; THE PROVIDER IS PAID ON THE FIRST    *
      *  CYCLE WHOSE EFFECTIVE DATE IS AT LEAST PRENOTE-WAIT-DAYS     *
      *  AFTER THE PRENOTE SETTLED, UNLESS FINANCE HAS MARKED THE     *
      *  PRENOTE RETURNED.  MEANWHILE THE MONEY IS HELD AND LISTED    *
      *  ON THE HELD PAYMENTS REPORT, AS IS ANY PROVIDER WITH NO      *
      *  BANKING RECORD OR WITH DETAILS THAT FAIL THE EDITS.  NOTHING *
      *  IS EVER DEBITED - A RECOVERY STAYS ON THE LEDGER AS A        *
      *  NEGATIVE BALANCE FOR SAMPREMT TO RECOUP.                     *
      *                                                               *
      * THE BANKING MASTER IS COPIED THROUGH TO NEWBANK WITH THE      *
      *  PRENOTE STATUS, DATE AND PRENOTED DETAILS BROUGHT UP TO      *
      *  DATE; THE JOB RELOADS IT ONLY ONCE THE FILE HAS GONE.        *
      *                                                               *
      * BEFORE THE FILE IS RELEASED IT IS PROVEN - THE GL DETAIL      *
      *  MUST AGREE WITH THE SAMPGLPT TRAILER (COUNT, DEBITS,         *
      *  CREDITS, CAPITATION DOLLARS); THE LEDGER'S CYCLE NET MUST    *
      *  EQUAL THE CAPITATION PAYABLE NET POSTED TO THE GL; THE       *
      *  LEDGER MUST FOOT (OPENING PLUS CYCLE NET LESS RELEASED IS    *
      *  THE CLOSING BALANCE); AND THE ENTRY DOLLARS PLUS THE HELD    *
      *  DOLLARS MUST EQUAL THE UNPAID DOLLARS ON THE LEDGER.         *
      *                                                               *
      * RETURN CODE 12 WHEN THE CONTROL CARD IS MISSING OR NOT VALID, *
      *  8 WHEN THE FILE IS OUT OF BALANCE, 4 WHEN THERE IS NOTHING   *
      *  TO SEND.  ONLY RC=0 RELEASES THE FILE.                       *
      *                                                               *
      * THE RUN IS HELD TO THE CYCLE CONTROL FILE - IT REFUSES WITH   *
      *  RC=20 UNTIL THE GL POSTING HAS COMPLETED FOR THE OPEN CYCLE  *
      *  AND RC=24 ONCE THE CYCLE HAS BEEN PAID.  A RUN THAT SENDS    *
      *  THE FILE, OR FINDS NOTHING TO SEND, MARKS THE PAYMENT STEP   *
      *  COMPLETE.                                                    *
      *                                                               *
      *---------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *
           SELECT GL-IN         ASSIGN TO UT-S-GLPOST.
           SELECT BANK-IN       ASSIGN TO UT-S-PROVBNK.
           SELECT CTL-CARD      ASSIGN TO UT-S-CTLCARD
                                FILE STATUS IS CTLCARD-STATUS.
           SELECT ACH-OUT       ASSIGN TO UT-S-ACHFILE.
           SELECT NEW-BANK      ASSIGN TO UT-S-NEWBANK.
           SELECT ACH-RPT       ASSIGN TO UT-S-ACHRPT.
           SELECT LEDG-IN       ASSIGN TO UT-S-PROVBAL.
           SELECT LEDG-WORK     ASSIGN TO UT-S-LEDGWRK.
           SELECT NEW-LEDGER    ASSIGN TO UT-S-NEWBAL.
           SELECT SORT-FILE     ASSIGN TO UT-S-SORTWK.
           SELECT CYC-IN        ASSIGN TO UT-S-CYCLCTL.
           SELECT CYC-OUT       ASSIGN TO UT-S-NEWCYC.
      *
       DATA DIVISION.
       FILE SECTION.
      *
      * GL POSTING RECORD AS WRITTEN BY SAMPGLPT - KEPT IN STEP WITH
      *  THAT PROGRAM.
       FD  GL-IN
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.

       01  GL-REC.
           05 GLR-DATE          PIC X(8).
           05 FILLER            PIC X.
           05 GLR-ACCOUNT       PIC X(8).
           05 FILLER            PIC X.
           05 GLR-DC            PIC X(1).
           05 FILLER            PIC X.
           05 GLR-PROV          PIC X(9).
           05 FILLER            PIC X.
           05 GLR-LOB           PIC X(2).
           05 FILLER            PIC X.
           05 GLR-SOURCE        PIC X(3).
           05 FILLER            PIC X.
           05 GLR-AMOUNT        PIC X(12).
           05 GLR-AMOUNT-R REDEFINES GLR-AMOUNT.
              10 GLR-AMT-DLR        PIC 9(9).
              10 FILLER             PIC X.
              10 GLR-AMT-CENTS      PIC 99.
           05 FILLER            PIC X(31).

       01  GL-HDR-REC.
           05 GLH-REC-ID        PIC X(3).
           05 FILLER            PIC X.
           05 GLH-DATE          PIC X(8).
           05 FILLER            PIC X(68).

       01  GL-TRL-REC.
           05 GLT-REC-ID        PIC X(3).
           05 FILLER            PIC X.
           05 GLT-POST-COUNT    PIC 9(7).
           05 FILLER            PIC X.
           05 GLT-TOT-DEBITS    PIC X(14).
           05 GLT-TOT-DEBITS-R REDEFINES GLT-TOT-DEBITS.
              10 GLT-DEB-DLR        PIC 9(11).
              10 FILLER             PIC X.
              10 GLT-DEB-CENTS      PIC 99.
           05 FILLER            PIC X.
           05 GLT-TOT-CREDITS   PIC X(14).
           05 GLT-TOT-CREDITS-R REDEFINES GLT-TOT-CREDITS.
              10 GLT-CRE-DLR        PIC 9(11).
              10 FILLER             PIC X.
              10 GLT-CRE-CENTS      PIC 99.
           05 FILLER            PIC X.
           05 GLT-CAP-DOLLARS   PIC X(14).
           05 GLT-CAP-DOLLARS-R REDEFINES GLT-CAP-DOLLARS.
              10 GLT-CAP-DLR        PIC 9(11).
              10 FILLER             PIC X.
              10 GLT-CAP-CENTS      PIC 99.
           05 FILLER            PIC X(24).

      * PROVIDER BANKING MASTER - UNLOAD OF THE PROVBANK KSDS
      *  (KEYS(9 0)), ONE RECORD PER PROVIDER.  FINANCE KEEPS THE
      *  NAME, ROUTING, ACCOUNT AND ACCOUNT TYPE; THIS PROGRAM KEEPS
      *  THE PRENOTE FIELDS.  A BLANK OR 'N' STATUS MEANS NO PRENOTE
      *  HAS BEEN SENT; FINANCE SETS 'R' WHEN THE BANK RETURNS ONE.
      *  THE PN- DETAILS ARE THOSE THE LAST PRENOTE WAS SENT WITH -
      *  ANY DIFFERENCE FROM THE CURRENT DETAILS FORCES A NEW
      *  PRENOTE.
       FD  BANK-IN
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.

       01  PBK-REC.
           05 PBK-PROV          PIC X(9).
           05 PBK-NAME          PIC X(22).
           05 PBK-ROUTING       PIC X(9).
           05 PBK-ROUTING-R REDEFINES PBK-ROUTING.
              10 PBK-RDFI-ID        PIC X(8).
              10 PBK-CHECK-DIGIT    PIC X(1).
           05 PBK-ACCOUNT       PIC X(17).
           05 PBK-ACCT-TYPE     PIC X(1).
              88 PBK-CHECKING       VALUE 'C'.
              88 PBK-SAVINGS        VALUE 'S'.
           05 PBK-PN-STATUS     PIC X(1).
              88 PBK-PN-SENT        VALUE 'P'.
              88 PBK-PN-ACTIVE      VALUE 'A'.
              88 PBK-PN-RETURNED    VALUE 'R'.
           05 PBK-PN-DATE       PIC X(8).
           05 PBK-PN-ROUTING    PIC X(9).
           05 PBK-PN-ACCOUNT    PIC X(17).
           05 PBK-PN-ACCT-TYPE  PIC X(1).
           05 PBK-LAST-PAID     PIC X(8).
           05 FILLER            PIC X(18).

       FD  CTL-CARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.

      * ACH CONTROL CARD - ONE CARD, FIXED COLUMNS:
      *   COLS  1- 8  EFFECTIVE ENTRY DATE YYYYMMDD - THE DAY THE
      *               PROVIDERS ARE TO BE PAID, AFTER THE RUN DATE
      *   COL  10     FILE ID MODIFIER A-Z (BLANK = A); BUMP IT FOR
      *               A SECOND FILE TO THE BANK ON THE SAME DAY
       01  CTL-CARD-REC.
           05 CCD-EFF-DATE      PIC X(8).
           05 CCD-EFF-DATE-R REDEFINES CCD-EFF-DATE.
              10 CCD-EFF-YYYY       PIC 9(4).
              10 CCD-EFF-MM         PIC 99.
              10 CCD-EFF-DD         PIC 99.
           05 FILLER            PIC X.
           05 CCD-FILE-ID       PIC X(1).
           05 FILLER            PIC X(70).

       FD  ACH-OUT
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.

       01  ACH-REC              PIC X(94).

       FD  NEW-BANK
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.

       01  NEW-BANK-REC         PIC X(120).

       FD  ACH-RPT
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.

       01  ACH-RPT-REC          PIC X(132).

      * PROVIDER BALANCE LEDGER - SEE PBL-REC IN WORKING-STORAGE.
       FD  LEDG-IN
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.

       01  LEDG-IN-REC          PIC X(150).

       FD  LEDG-WORK
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.

       01  LEDG-WORK-REC        PIC X(150).

       FD  NEW-LEDGER
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.

       01  NEW-LEDGER-REC       PIC X(150).

      * A WHOLE LEDGER RECORD - SORTED BY PROVIDER FOR PAYMENT, THEN
      *  BACK TO LOB/PROVIDER FOR THE RELOAD.
       SD  SORT-FILE.

       01  SORT-REC.
           05 SRT-LOB           PIC X(2).
           05 SRT-PROV          PIC X(9).
           05 FILLER            PIC X(139).

       FD  CYC-IN
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.

       01  CYC-IN-REC.
           05 CIR-CYCLE         PIC X(6).
           05 CIR-ASOF-DATE     PIC X(8).
           05 CIR-STATUS        PIC X(1).
              88 CIR-OPEN           VALUE 'O'.
           05 FILLER            PIC X(185).

       FD  CYC-OUT
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.

       01  CYC-OUT-REC          PIC X(200).

       WORKING-STORAGE SECTION.
       77  WKS-MESSAGE         PIC X(23) VALUE
                                   'WORKING-STORAGE SECTION'.

       77  GL-RECS-READ           PIC 9(7) COMP-3 VALUE 0.
       77  GL-DETAIL-CNT          PIC 9(7) COMP-3 VALUE 0.
       77  GL-BAD-CNT             PIC 9(7) COMP-3 VALUE 0.
       77  CAPPAY-POSTINGS        PIC 9(7) COMP-3 VALUE 0.
       77  BANK-RECS-READ         PIC 9(7) COMP-3 VALUE 0.
       77  LEDG-RECS-READ         PIC 9(7) COMP-3 VALUE 0.
       77  LEDG-BAD-CNT           PIC 9(7) COMP-3 VALUE 0.
       77  LEDG-STALE-CNT         PIC 9(7) COMP-3 VALUE 0.
       77  PROVIDERS-ON-LEDGER    PIC 9(7) COMP-3 VALUE 0.
       77  PROV-PAID-CNT          PIC 9(7) COMP-3 VALUE 0.
       77  PRENOTE-CNT            PIC 9(7) COMP-3 VALUE 0.
       77  HELD-CNT               PIC 9(7) COMP-3 VALUE 0.
       77  ENTRY-CNT              PIC 9(7) COMP-3 VALUE 0.
       77  ACH-RECS-WRITTEN       PIC 9(7) COMP-3 VALUE 0.
       77  BLOCK-CNT              PIC 9(7) COMP-3 VALUE 0.
       77  BATCH-CNT              PIC 9(7) COMP-3 VALUE 0.
       77  LINE-CNT               PIC 9(3) COMP-3 VALUE 0.
       77  PAGE-LIMIT             PIC 9(3) VALUE 055.
       77  CTLCARD-STATUS         PIC XX VALUE SPACES.
       01  CTLCARD-OPEN-SW        PIC X VALUE 'N'.
           88 CTLCARD-OPEN        VALUE 'Y'.
      *
      * THE NACHA RULE IS THREE BANKING DAYS FROM THE PRENOTE'S
      *  SETTLEMENT TO THE FIRST LIVE ENTRY - SIX CALENDAR DAYS
      *  COVERS A WEEKEND AND A HOLIDAY.
       77  PRENOTE-WAIT-DAYS      PIC S9(4) COMP VALUE 6.
      *
       77  GL-DEBITS              PIC 9(11)V99 COMP-3 VALUE 0.
       77  GL-CREDITS             PIC 9(11)V99 COMP-3 VALUE 0.
       77  GL-CAP-CREDITS         PIC 9(11)V99 COMP-3 VALUE 0.
       77  GL-NET-PAYABLE         PIC S9(11)V99 COMP-3 VALUE 0.
       77  TRL-DEBITS             PIC 9(11)V99 COMP-3 VALUE 0.
       77  TRL-CREDITS            PIC 9(11)V99 COMP-3 VALUE 0.
       77  TRL-CAP-DOLLARS        PIC 9(11)V99 COMP-3 VALUE 0.
       77  TRL-POST-COUNT         PIC 9(7) COMP-3 VALUE 0.
       77  CUR-PAYABLE            PIC 9(11)V99 COMP-3 VALUE 0.
       77  CUR-ON-HOLD            PIC 9(11)V99 COMP-3 VALUE 0.
       77  PAID-MONEY             PIC 9(11)V99 COMP-3 VALUE 0.
       77  ENTRY-MONEY            PIC 9(11)V99 COMP-3 VALUE 0.
       77  HELD-MONEY             PIC 9(11)V99 COMP-3 VALUE 0.
       77  PROOF-MONEY            PIC S9(11)V99 COMP-3 VALUE 0.
       77  LDG-OPENING            PIC S9(11)V99 COMP-3 VALUE 0.
       77  LDG-CYCLE-NET          PIC S9(11)V99 COMP-3 VALUE 0.
       77  LDG-RELEASED           PIC 9(11)V99 COMP-3 VALUE 0.
       77  LDG-BALANCE            PIC S9(11)V99 COMP-3 VALUE 0.
       77  LDG-UNPAID             PIC 9(11)V99 COMP-3 VALUE 0.
       77  LDG-BROUGHT-FWD        PIC S9(11)V99 COMP-3 VALUE 0.
       77  ENTRY-HASH             PIC 9(12) COMP-3 VALUE 0.
      *
       01  EOF-SORT-SW         PIC X VALUE 'N'.
           88 EOF-SORT             VALUE 'Y'.
       01  GL-HDR-SW           PIC X VALUE 'N'.
           88 GL-HDR-FOUND         VALUE 'Y'.
       01  GL-TRL-SW           PIC X VALUE 'N'.
           88 GL-TRL-FOUND         VALUE 'Y'.
       01  BATCH-OPEN-SW       PIC X VALUE 'N'.
           88 BATCH-OPEN           VALUE 'Y'.
       01  BALANCE-FAIL-SW     PIC X VALUE 'N'.
           88 BALANCE-FAILED       VALUE 'Y'.
      *
      * WHAT THE BANKING RECORD ALLOWS THIS CYCLE, SET BY
      *  300-CHECK-BANK.
       01  BANK-STATE-SW       PIC X VALUE SPACE.
           88 BANK-PAYABLE         VALUE 'P'.
           88 BANK-HELD            VALUE 'H'.
       01  HOLD-REASON         PIC X(20) VALUE SPACES.
       01  BANK-HOLD-REASON    PIC X(20) VALUE SPACES.
      *
      * ONE LINE OF THE HELD PAYMENTS REPORT, FILLED BY THE CALLER
      *  OF 340-HOLD-LINE.  THE KIND SAYS WHICH TOTAL THE NET JOINS.
       01  HOLD-DATA.
           05 HOLD-PROV        PIC X(9).
           05 HOLD-NAME        PIC X(22).
           05 HOLD-STAT        PIC X(1).
           05 HOLD-PN-DATE     PIC X(8).
           05 HOLD-NET         PIC S9(11)V99 COMP-3.
       01  HOLD-KIND-SW        PIC X VALUE SPACE.
           88 HOLD-MONEY-HELD      VALUE 'H'.
           88 HOLD-NOTE-ONLY       VALUE 'N'.
      *
      * PROVIDER BALANCE LEDGER RECORD AS WRITTEN BY SAMPREMT - KEPT
      *  IN STEP WITH THAT PROGRAM.
       01  PBL-REC.
           05 PBL-KEY.
              10 PBL-LOB        PIC X(2).
              10 PBL-PROV       PIC X(9).
           05 PBL-BALANCE       PIC S9(9)V99.
           05 PBL-OWED-SINCE    PIC X(8).
           05 PBL-HOLD-SW       PIC X(1).
              88 PBL-ON-HOLD        VALUE 'H'.
           05 PBL-HOLD-REASON   PIC X(20).
           05 PBL-HOLD-DATE     PIC X(8).
           05 PBL-CYCLE-DATE    PIC X(8).
           05 PBL-OPENING       PIC S9(9)V99.
           05 PBL-CYCLE-NET     PIC S9(9)V99.
           05 PBL-RECOVERED     PIC 9(9)V99.
           05 PBL-RELEASED      PIC 9(9)V99.
           05 PBL-UNPAID        PIC 9(9)V99.
           05 PBL-LAST-PAID     PIC X(8).
           05 FILLER            PIC X(20).
      *
      * THE CYCLE SAMPREMT LAST POSTED - EVERY LEDGER RECORD MUST
      *  CARRY THE SAME ONE.
       01  LDG-CYCLE-DATE      PIC X(8) VALUE SPACES.
      *
      * THE LOB RECORDS OF THE PROVIDER BEING PAID, HELD UNTIL THE
      *  PAYMENT IS DECIDED AND THEN WRITTEN TO THE LEDGER WORK FILE.
       77  GRP-MAX             PIC S9(4) COMP VALUE +20.
       77  GRP-CNT             PIC S9(4) COMP VALUE 0.
       77  GRP-IX              PIC S9(4) COMP VALUE 0.
       01  GRP-TABLE.
           05 GRP-REC          PIC X(150) OCCURS 20.
       01  CUR-PAID-SW         PIC X VALUE 'N'.
           88 CUR-PAID             VALUE 'Y'.
      *
       01  GL-ACCT-PAYABLE     PIC X(8) VALUE 'CAPPAY  '.
      *
      * THE PROVIDER BEING PAID AND THE BANKING RECORD BEING
      *  WALKED - HIGH-VALUES ONCE EACH SIDE RUNS OUT.
       01  CUR-PROV            PIC X(9) VALUE SPACES.
       01  COMP-BANK-KEY       PIC X(9) VALUE LOW-VALUES.
      *
       01  RUN-DATE            PIC 9(8) VALUE 0.
       01  RUN-DATE-R REDEFINES RUN-DATE.
           05 RD-CC            PIC 99.
           05 RD-YYMMDD        PIC 9(6).
       01  RUN-TIME            PIC 9(8) VALUE 0.
       01  RUN-TIME-R REDEFINES RUN-TIME.
           05 RT-HHMM          PIC 9(4).
           05 FILLER           PIC 9(4).
      *
      * CYCLE CONTROL RECORD AS WRITTEN BY SAMPPAPL - KEPT IN STEP
      *  WITH THAT PROGRAM.  THE ACH PAYMENT IS STEP 5 OF THE CYCLE
      *  AND NEEDS STEP 4 (SAMPGLPT) COMPLETE.
       01  CYC-REC.
           05 CYC-KEY.
              10 CYC-CYCLE         PIC X(6).
              10 CYC-ASOF-DATE     PIC X(8).
           05 CYC-STATUS           PIC X(1).
              88 CYC-OPEN              VALUE 'O'.
              88 CYC-CLOSED            VALUE 'C'.
              88 CYC-CANCELLED         VALUE 'X'.
           05 CYC-OPENED-DATE      PIC X(8).
           05 CYC-OPENED-TIME      PIC X(6).
           05 CYC-STEP OCCURS 7 TIMES.
              10 CYC-STEP-STAT     PIC X(1).
                 88 CYC-STEP-DONE      VALUE 'C'.
              10 CYC-STEP-DATE     PIC X(8).
              10 CYC-STEP-TIME     PIC X(6).
           05 CYC-RESET-ACTION     PIC X(1).
           05 CYC-RESET-STEP       PIC X(4).
           05 CYC-RESET-OPER       PIC X(8).
           05 CYC-RESET-DATE       PIC X(8).
           05 CYC-RESET-TIME       PIC X(6).
           05 CYC-RESET-REASON     PIC X(30).
           05 FILLER               PIC X(9).
      *
       77  CYC-THIS-STEP       PIC S9(4) COMP VALUE 5.
       77  CYC-PREREQ-STEP     PIC S9(4) COMP VALUE 4.
       77  CYC-OPEN-CNT        PIC S9(4) COMP VALUE 0.
       01  CYC-TIME-NOW        PIC 9(8) VALUE 0.
       01  CYC-TIME-NOW-R REDEFINES CYC-TIME-NOW.
           05 CTN-HHMMSS       PIC X(6).
           05 FILLER           PIC X(2).
      *
       01  EFF-DATE            PIC 9(8) VALUE 0.
       01  EFF-DATE-R REDEFINES EFF-DATE.
           05 ED-CC            PIC 99.
           05 ED-YYMMDD        PIC 9(6).
       01  EFF-DAY-NUMBER      PIC S9(9) COMP VALUE 0.
       01  PN-DAY-NUMBER       PIC S9(9) COMP VALUE 0.
      *
      * DATE TO DAY NUMBER WORK AREA FOR 150-DAY-NUMBER.
       01  DN-DATE             PIC 9(8) VALUE 0.
       01  DN-DATE-R REDEFINES DN-DATE.
           05 DN-YYYY          PIC 9(4).
           05 DN-MM            PIC 99.
           05 DN-DD            PIC 99.
       01  DN-DAYS             PIC S9(9) COMP VALUE 0.
       01  DN-PRIOR-YEARS      PIC S9(9) COMP VALUE 0.
       01  DN-QUOTIENT         PIC S9(9) COMP VALUE 0.
       01  DN-REM-4            PIC S9(4) COMP VALUE 0.
       01  DN-REM-100          PIC S9(4) COMP VALUE 0.
       01  DN-REM-400          PIC S9(4) COMP VALUE 0.
       01  CUM-DAYS-VALUES     PIC X(36) VALUE
               '000031059090120151181212243273304334'.
       01  CUM-DAYS-TABLE REDEFINES CUM-DAYS-VALUES.
           05 CUM-DAYS         PIC 9(3) OCCURS 12 TIMES.
      *
      * ROUTING NUMBER CHECK DIGIT - WEIGHTS 3 7 1 REPEATED, THE
      *  WEIGHTED SUM OF ALL NINE DIGITS MUST END IN ZERO.
       01  ABA-WORK            PIC X(9).
       01  ABA-WORK-R REDEFINES ABA-WORK.
           05 ABA-DIGIT        PIC 9 OCCURS 9 TIMES.
       01  ABA-WEIGHT-VALUES   PIC X(9) VALUE '371371371'.
       01  ABA-WEIGHT-TABLE REDEFINES ABA-WEIGHT-VALUES.
           05 ABA-WEIGHT       PIC 9 OCCURS 9 TIMES.
       01  ABA-IX              PIC S9(4) COMP VALUE 0.
       01  ABA-SUM             PIC S9(4) COMP VALUE 0.
       01  ABA-REM             PIC S9(4) COMP VALUE 0.
       01  ABA-QUOTIENT        PIC S9(4) COMP VALUE 0.
       01  ABA-VALID-SW        PIC X VALUE 'N'.
           88 ABA-VALID            VALUE 'Y'.
       01  RDFI-NUMBER         PIC 9(8) VALUE 0.
      *
       01  GL-MONEY            PIC 9(11)V99.
       01  GL-MONEY-R REDEFINES GL-MONEY.
           05 GM-DLR           PIC 9(11).
           05 GM-CENTS         PIC 99.
      *
      * ORIGINATOR DETAILS ASSIGNED BY THE ORIGINATING BANK - CHANGE
      *  ONLY WHEN THE BANK DOES.
       01  ACH-ORIGIN-DATA.
           05 ACH-DEST-ROUTING    PIC X(10) VALUE ' 091000019'.
           05 ACH-DEST-NAME       PIC X(23) VALUE
                  'FIRST NATIONAL BANK'.
           05 ACH-ORIGIN-ID       PIC X(10) VALUE '1410123456'.
           05 ACH-ORIGIN-NAME     PIC X(23) VALUE
                  'PROVIDER CAPITATION'.
           05 ACH-COMPANY-NAME    PIC X(16) VALUE
                  'CAPITATION PLAN'.
           05 ACH-COMPANY-ID      PIC X(10) VALUE '1410123456'.
           05 ACH-ODFI-ID         PIC X(8)  VALUE '09100001'.
      *
      * NACHA RECORD LAYOUTS - 94 BYTES, BLOCKED TEN.
       01  ACH-FILE-HDR.
           05 FILLER              PIC X(1)  VALUE '1'.
           05 FILLER              PIC X(2)  VALUE '01'.
           05 AFH-DEST            PIC X(10).
           05 AFH-ORIGIN          PIC X(10).
           05 AFH-CREATE-DATE     PIC 9(6).
           05 AFH-CREATE-TIME     PIC 9(4).
           05 AFH-FILE-ID         PIC X(1).
           05 FILLER              PIC X(3)  VALUE '094'.
           05 FILLER              PIC X(2)  VALUE '10'.
           05 FILLER              PIC X(1)  VALUE '1'.
           05 AFH-DEST-NAME       PIC X(23).
           05 AFH-ORIGIN-NAME     PIC X(23).
           05 FILLER              PIC X(8)  VALUE SPACES.
      *
       01  ACH-BATCH-HDR.
           05 FILLER              PIC X(1)  VALUE '5'.
           05 FILLER              PIC X(3)  VALUE '220'.
           05 ABH-COMPANY-NAME    PIC X(16).
           05 FILLER              PIC X(20) VALUE SPACES.
           05 ABH-COMPANY-ID      PIC X(10).
           05 FILLER              PIC X(3)  VALUE 'CCD'.
           05 FILLER              PIC X(10) VALUE 'CAPITATION'.
           05 ABH-DESC-DATE       PIC 9(6).
           05 ABH-EFF-DATE        PIC 9(6).
           05 FILLER              PIC X(3)  VALUE SPACES.
           05 FILLER              PIC X(1)  VALUE '1'.
           05 ABH-ODFI-ID         PIC X(8).
           05 ABH-BATCH-NO        PIC 9(7).
      *
       01  ACH-ENTRY.
           05 FILLER              PIC X(1)  VALUE '6'.
           05 AEN-TRAN-CODE       PIC X(2).
           05 AEN-RDFI-ID         PIC X(8).
           05 AEN-CHECK-DIGIT     PIC X(1).
           05 AEN-ACCOUNT         PIC X(17).
           05 AEN-AMOUNT          PIC 9(8)V99.
           05 AEN-INDIV-ID        PIC X(15).
           05 AEN-INDIV-NAME      PIC X(22).
           05 FILLER              PIC X(2)  VALUE SPACES.
           05 FILLER              PIC X(1)  VALUE '0'.
           05 AEN-TRACE.
              10 AEN-TRACE-ODFI      PIC X(8).
              10 AEN-TRACE-SEQ       PIC 9(7).
      *
       01  ACH-BATCH-CTL.
           05 FILLER              PIC X(1)  VALUE '8'.
           05 FILLER              PIC X(3)  VALUE '220'.
           05 ABC-ENTRY-CNT       PIC 9(6).
           05 ABC-ENTRY-HASH      PIC 9(10).
           05 ABC-TOT-DEBIT       PIC 9(10)V99.
           05 ABC-TOT-CREDIT      PIC 9(10)V99.
           05 ABC-COMPANY-ID      PIC X(10).
           05 FILLER              PIC X(19) VALUE SPACES.
           05 FILLER              PIC X(6)  VALUE SPACES.
           05 ABC-ODFI-ID         PIC X(8).
           05 ABC-BATCH-NO        PIC 9(7).
      *
       01  ACH-FILE-CTL.
           05 FILLER              PIC X(1)  VALUE '9'.
           05 AFC-BATCH-CNT       PIC 9(6).
           05 AFC-BLOCK-CNT       PIC 9(6).
           05 AFC-ENTRY-CNT       PIC 9(8).
           05 AFC-ENTRY-HASH      PIC 9(10).
           05 AFC-TOT-DEBIT       PIC 9(10)V99.
           05 AFC-TOT-CREDIT      PIC 9(10)V99.
           05 FILLER              PIC X(39) VALUE SPACES.
      *
       01  ACH-BLOCK-FILL       PIC X(94) VALUE ALL '9'.
      *
       01  ED-DATE-IN          PIC X(8).
       01  ED-DATE-IN-R REDEFINES ED-DATE-IN.
           05 EDI-YYYY         PIC X(4).
           05 EDI-MM           PIC X(2).
           05 EDI-DD           PIC X(2).
       01  ACH-ED-DATE.
           05 ACH-ED-MM           PIC X(2).
           05 FILLER              PIC X VALUE '/'.
           05 ACH-ED-DD           PIC X(2).
           05 FILLER              PIC X VALUE '/'.
           05 ACH-ED-YYYY         PIC X(4).
      *
       01  ACH-HDR1-LINE.
           05 FILLER              PIC X(39) VALUE
                  'PROVIDER ACH PAYMENTS - HELD PAYMENTS  '.
           05 FILLER              PIC X(10) VALUE 'RUN DATE  '.
           05 ACH-HDR1-DATE       PIC X(10).
           05 FILLER              PIC X(19) VALUE
                  '   EFFECTIVE DATE  '.
           05 ACH-HDR1-EFF        PIC X(10).
           05 FILLER              PIC X(44) VALUE SPACES.
      *
       01  ACH-HDR2-LINE.
           05 FILLER              PIC X(12) VALUE 'PROVIDER'.
           05 FILLER              PIC X(25) VALUE 'NAME ON ACCOUNT'.
           05 FILLER              PIC X(15) VALUE
                  '    NET PAYABLE'.
           05 FILLER              PIC X(3)  VALUE SPACES.
           05 FILLER              PIC X(23) VALUE 'DISPOSITION'.
           05 FILLER              PIC X(6)  VALUE 'PNOTE'.
           05 FILLER              PIC X(12) VALUE 'PRENOTE DATE'.
           05 FILLER              PIC X(36) VALUE SPACES.
      *
       01  ACH-DET-LINE.
           05 ACH-DET-PROV        PIC X(9).
           05 FILLER              PIC X(3)  VALUE SPACES.
           05 ACH-DET-NAME        PIC X(22).
           05 FILLER              PIC X(3)  VALUE SPACES.
           05 ACH-DET-NET         PIC ZZZ,ZZZ,ZZ9.99-.
           05 FILLER              PIC X(3)  VALUE SPACES.
           05 ACH-DET-REASON      PIC X(20).
           05 FILLER              PIC X(3)  VALUE SPACES.
           05 ACH-DET-STAT        PIC X(1).
           05 FILLER              PIC X(5)  VALUE SPACES.
           05 ACH-DET-PNDATE      PIC X(10).
           05 FILLER              PIC X(38) VALUE SPACES.
      *
       01  ACH-TOT-LINE.
           05 ACH-TOT-LABEL       PIC X(40).
           05 ACH-TOT-CNT         PIC ZZZ,ZZ9.
           05 FILLER              PIC X(3)  VALUE SPACES.
           05 ACH-TOT-MONEY       PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05 FILLER              PIC X(64) VALUE SPACES.
      *
       01  ACH-MSG-LINE.
           05 ACH-MSG-TEXT        PIC X(60).
           05 FILLER              PIC X(72) VALUE SPACES.
      *
       PROCEDURE DIVISION.
       010-OPEN-FILES.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT RUN-TIME FROM TIME.
           PERFORM 020-READ-CONTROL-CARD THRU 020-EXIT.
           PERFORM 040-CHECK-CYCLE THRU 040-EXIT.
           MOVE RUN-DATE TO ED-DATE-IN.
           PERFORM 130-EDIT-DATE.
           MOVE ACH-ED-DATE TO ACH-HDR1-DATE.
           MOVE EFF-DATE TO ED-DATE-IN.
           PERFORM 130-EDIT-DATE.
           MOVE ACH-ED-DATE TO ACH-HDR1-EFF.
           MOVE EFF-DATE TO DN-DATE.
           PERFORM 150-DAY-NUMBER.
           MOVE DN-DAYS TO EFF-DAY-NUMBER.
           OPEN INPUT  GL-IN
                       BANK-IN
                       LEDG-IN.
           OPEN OUTPUT ACH-OUT
                       NEW-BANK
                       ACH-RPT
                       LEDG-WORK.
           MOVE PAGE-LIMIT TO LINE-CNT.
           MOVE ACH-DEST-ROUTING TO AFH-DEST.
           MOVE ACH-ORIGIN-ID    TO AFH-ORIGIN.
           MOVE RD-YYMMDD        TO AFH-CREATE-DATE.
           MOVE RT-HHMM          TO AFH-CREATE-TIME.
           MOVE CCD-FILE-ID      TO AFH-FILE-ID.
           MOVE ACH-DEST-NAME    TO AFH-DEST-NAME.
           MOVE ACH-ORIGIN-NAME  TO AFH-ORIGIN-NAME.
           WRITE ACH-REC FROM ACH-FILE-HDR.
           ADD 1 TO ACH-RECS-WRITTEN.
           PERFORM 100-READ-GL THRU 100-EXIT.
           SORT SORT-FILE
               ON ASCENDING KEY SRT-PROV SRT-LOB
               INPUT PROCEDURE 160-READ-LEDGER THRU 160-EXIT
               OUTPUT PROCEDURE 200-BUILD-PAYMENTS THRU 200-EXIT.
           CLOSE LEDG-WORK.
           SORT SORT-FILE
               ON ASCENDING KEY SRT-LOB SRT-PROV
               USING LEDG-WORK
               GIVING NEW-LEDGER.
           GO TO 900-FINISH-FILE.
      *
      * READ AND CHECK THE CONTROL CARD.  A MISSING OR BAD CARD ENDS
      *  THE RUN RC=12 BEFORE ANYTHING IS OPENED.
       020-READ-CONTROL-CARD.
           OPEN INPUT CTL-CARD.
           IF CTLCARD-STATUS NOT = '00'
              DISPLAY 'CONTROL CARD FILE WILL NOT OPEN - STATUS '
                      CTLCARD-STATUS
              GO TO 030-REJECT-CARD.
           MOVE 'Y' TO CTLCARD-OPEN-SW.
           READ CTL-CARD AT END
                DISPLAY 'CONTROL CARD MISSING'
                GO TO 030-REJECT-CARD.
           DISPLAY 'CONTROL CARD = ' CTL-CARD-REC.
           IF CCD-EFF-DATE NOT NUMERIC
              DISPLAY 'EFFECTIVE ENTRY DATE MUST BE YYYYMMDD'
              GO TO 030-REJECT-CARD.
           IF CCD-EFF-MM < 1 OR CCD-EFF-MM > 12
              OR CCD-EFF-DD < 1 OR CCD-EFF-DD > 31
              DISPLAY 'EFFECTIVE ENTRY DATE IS NOT A VALID DATE'
              GO TO 030-REJECT-CARD.
           MOVE CCD-EFF-DATE TO EFF-DATE.
           IF EFF-DATE NOT > RUN-DATE
              DISPLAY 'EFFECTIVE ENTRY DATE MUST BE AFTER THE RUN DATE'
              GO TO 030-REJECT-CARD.
           IF CCD-FILE-ID = SPACE
              MOVE 'A' TO CCD-FILE-ID.
           IF CCD-FILE-ID < 'A' OR CCD-FILE-ID > 'Z'
              DISPLAY 'FILE ID MODIFIER MUST BE A LETTER A-Z'
              GO TO 030-REJECT-CARD.
           CLOSE CTL-CARD.
           GO TO 020-EXIT.
       030-REJECT-CARD.
           DISPLAY 'ACH CONTROL CARD REJECTED - CORRECT THE CARD '
                   'AND RESUBMIT'.
           IF CTLCARD-OPEN
              CLOSE CTL-CARD.
           MOVE 12 TO RETURN-CODE.
           GOBACK.
       020-EXIT.
           EXIT.
      *
      * CYCLE CONTROL.  THE PAYMENT RUNS ONLY FOR THE OPEN CYCLE, ONLY
      *  ONCE THE GL POSTING HAS COMPLETED FOR IT AND ONLY UNTIL THE
      *  PAYMENT STEP HAS COMPLETED - RC=20 WHEN THE PREREQUISITE IS
      *  MISSING, RC=24 WHEN THE CYCLE HAS ALREADY BEEN PAID.  LIKE A
      *  BAD CARD, A REFUSED RUN ENDS BEFORE ANYTHING ELSE IS OPENED.
       040-CHECK-CYCLE.
           OPEN INPUT CYC-IN.
       040-LOOP.
           READ CYC-IN AT END
                GO TO 040-DONE.
           IF CIR-CYCLE NOT NUMERIC
              GO TO 040-LOOP.
           IF CIR-OPEN
              MOVE CYC-IN-REC TO CYC-REC
              ADD 1 TO CYC-OPEN-CNT.
           GO TO 040-LOOP.
       040-DONE.
           CLOSE CYC-IN.
           IF CYC-OPEN-CNT NOT = 1
              DISPLAY 'NO SINGLE OPEN CYCLE ON THE CYCLE CONTROL FILE'
                      ' - OPEN CYCLES = ' CYC-OPEN-CNT
              MOVE 20 TO RETURN-CODE
              GO TO 040-REFUSE-RUN.
           DISPLAY 'CYCLE ' CYC-CYCLE ' AS-OF ' CYC-ASOF-DATE.
           IF NOT CYC-STEP-DONE (CYC-PREREQ-STEP)
              DISPLAY 'SAMPGLPT HAS NOT COMPLETED FOR THIS CYCLE'
              MOVE 20 TO RETURN-CODE
              GO TO 040-REFUSE-RUN.
           IF CYC-STEP-DONE (CYC-THIS-STEP)
              DISPLAY 'ACH PAYMENT ALREADY COMPLETED FOR THIS CYCLE ON '
                      CYC-STEP-DATE (CYC-THIS-STEP)
              MOVE 24 TO RETURN-CODE
              GO TO 040-REFUSE-RUN.
           GO TO 040-EXIT.
       040-REFUSE-RUN.
           DISPLAY 'SAMPACH REFUSED BY CYCLE CONTROL - NO FILE BUILT'.
           GOBACK.
       040-EXIT.
           EXIT.
      *
      * READ THE GL POSTING FILE - HEADER, DETAIL, TRAILER.  EVERY
      *  DETAIL COUNTS TOWARD THE TRAILER PROOF; THE CAPITATION
      *  PAYABLE POSTINGS ARE NETTED, CREDITS PLUS AND DEBITS MINUS,
      *  FOR THE PROOF AGAINST THE LEDGER.
       100-READ-GL.
           READ GL-IN AT END
                GO TO 100-EXIT.
           ADD 1 TO GL-RECS-READ.
           IF GLH-REC-ID = 'HDR'
              MOVE 'Y' TO GL-HDR-SW
              GO TO 100-READ-GL.
           IF GLT-REC-ID = 'TRL'
              PERFORM 110-SAVE-TRAILER
              GO TO 100-READ-GL.
           ADD 1 TO GL-DETAIL-CNT.
           IF GLR-AMT-DLR NOT NUMERIC OR GLR-AMT-CENTS NOT NUMERIC
              OR (GLR-DC NOT = 'D' AND GLR-DC NOT = 'C')
              DISPLAY 'GL POSTING NOT USABLE - ' GL-REC
              ADD 1 TO GL-BAD-CNT
              GO TO 100-READ-GL.
           MOVE GLR-AMT-DLR   TO GM-DLR.
           MOVE GLR-AMT-CENTS TO GM-CENTS.
           IF GLR-DC = 'D'
              ADD GL-MONEY TO GL-DEBITS
           ELSE
              ADD GL-MONEY TO GL-CREDITS.
           IF GLR-ACCOUNT NOT = GL-ACCT-PAYABLE
              GO TO 100-READ-GL.
           IF GLR-SOURCE = 'CAP' AND GLR-DC = 'C'
              ADD GL-MONEY TO GL-CAP-CREDITS.
           IF GLR-DC = 'C'
              ADD GL-MONEY TO GL-NET-PAYABLE
           ELSE
              SUBTRACT GL-MONEY FROM GL-NET-PAYABLE.
           ADD 1 TO CAPPAY-POSTINGS.
           GO TO 100-READ-GL.
       100-EXIT.
           EXIT.
      *
       110-SAVE-TRAILER.
           MOVE 'Y' TO GL-TRL-SW.
           IF GLT-POST-COUNT NOT NUMERIC
              OR GLT-DEB-DLR NOT NUMERIC OR GLT-DEB-CENTS NOT NUMERIC
              OR GLT-CRE-DLR NOT NUMERIC OR GLT-CRE-CENTS NOT NUMERIC
              OR GLT-CAP-DLR NOT NUMERIC OR GLT-CAP-CENTS NOT NUMERIC
              DISPLAY 'GL TRAILER NOT USABLE - ' GL-TRL-REC
              MOVE 'N' TO GL-TRL-SW
           ELSE
              MOVE GLT-POST-COUNT TO TRL-POST-COUNT
              MOVE GLT-DEB-DLR    TO GM-DLR
              MOVE GLT-DEB-CENTS  TO GM-CENTS
              MOVE GL-MONEY       TO TRL-DEBITS
              MOVE GLT-CRE-DLR    TO GM-DLR
              MOVE GLT-CRE-CENTS  TO GM-CENTS
              MOVE GL-MONEY       TO TRL-CREDITS
              MOVE GLT-CAP-DLR    TO GM-DLR
              MOVE GLT-CAP-CENTS  TO GM-CENTS
              MOVE GL-MONEY       TO TRL-CAP-DOLLARS
           END-IF.
      *
      * GATHER EACH PROVIDER'S LEDGER RECORDS AND WALK THE BANKING
      *  MASTER ALONGSIDE, BOTH IN PROVIDER SEQUENCE.  A BANKING
      *  RECORD WITH NO MONEY THIS CYCLE STILL GETS ITS PRENOTE;
      *  MONEY WITH NO BANKING RECORD IS HELD.
       200-BUILD-PAYMENTS.
           PERFORM 215-RETURN-SORT THRU 215-EXIT.
           PERFORM 210-NEXT-PROVIDER THRU 210-EXIT.
           PERFORM 220-READ-BANK THRU 220-EXIT.
       200-LOOP.
           IF CUR-PROV = HIGH-VALUES AND COMP-BANK-KEY = HIGH-VALUES
              GO TO 200-EXIT.
           IF COMP-BANK-KEY < CUR-PROV
              PERFORM 300-CHECK-BANK THRU 300-EXIT
              WRITE NEW-BANK-REC FROM PBK-REC
              PERFORM 220-READ-BANK THRU 220-EXIT
              GO TO 200-LOOP.
           IF COMP-BANK-KEY = CUR-PROV
              PERFORM 300-CHECK-BANK THRU 300-EXIT
              PERFORM 320-PAY-PROVIDER
              WRITE NEW-BANK-REC FROM PBK-REC
              PERFORM 220-READ-BANK THRU 220-EXIT
           ELSE
              PERFORM 330-NO-BANK.
           PERFORM 230-WRITE-GROUP THRU 230-EXIT.
           PERFORM 210-NEXT-PROVIDER THRU 210-EXIT.
           GO TO 200-LOOP.
       200-EXIT.
           EXIT.
      *
      * A LOB RECORD ON PAYMENT HOLD KEEPS ITS UNPAID MONEY; THE
      *  REST OF THE PROVIDER'S UNPAID MONEY GOES IN ONE PAYMENT.
       210-NEXT-PROVIDER.
           MOVE 'N' TO CUR-PAID-SW.
           MOVE 0 TO GRP-CNT CUR-PAYABLE CUR-ON-HOLD.
           IF EOF-SORT
              MOVE HIGH-VALUES TO CUR-PROV
              GO TO 210-EXIT.
           MOVE SRT-PROV TO CUR-PROV.
           ADD 1 TO PROVIDERS-ON-LEDGER.
       210-LOOP.
           IF GRP-CNT >= GRP-MAX
              DISPLAY 'MORE THAN 20 LEDGER RECORDS FOR PROVIDER '
                      CUR-PROV
              MOVE 'Y' TO BALANCE-FAIL-SW
              WRITE LEDG-WORK-REC FROM SORT-REC
              GO TO 210-NEXT-RECORD.
           ADD 1 TO GRP-CNT.
           MOVE SORT-REC TO GRP-REC (GRP-CNT) PBL-REC.
           IF PBL-BALANCE NOT NUMERIC OR PBL-UNPAID NOT NUMERIC
              GO TO 210-NEXT-RECORD.
           IF PBL-ON-HOLD
              ADD PBL-UNPAID TO CUR-ON-HOLD
           ELSE
              ADD PBL-UNPAID TO CUR-PAYABLE.
       210-NEXT-RECORD.
           PERFORM 215-RETURN-SORT THRU 215-EXIT.
           IF NOT EOF-SORT AND SRT-PROV = CUR-PROV
              GO TO 210-LOOP.
       210-EXIT.
           EXIT.
      *
      * THE SEED RECORD GOES STRAIGHT TO THE LEDGER WORK FILE.
       215-RETURN-SORT.
           RETURN SORT-FILE AT END
                MOVE 'Y' TO EOF-SORT-SW
                GO TO 215-EXIT.
           IF SRT-LOB NOT NUMERIC OR SRT-PROV NOT NUMERIC
              WRITE LEDG-WORK-REC FROM SORT-REC
              GO TO 215-RETURN-SORT.
       215-EXIT.
           EXIT.
      *
      * THE SEED RECORD THAT KEEPS THE KSDS FROM EVER BEING EMPTY
      *  HAS A KEY THAT IS NOT NUMERIC - COPY IT THROUGH AS IS.
       220-READ-BANK.
           READ BANK-IN AT END
                MOVE HIGH-VALUES TO COMP-BANK-KEY
                GO TO 220-EXIT.
           IF PBK-PROV NOT NUMERIC
              WRITE NEW-BANK-REC FROM PBK-REC
              GO TO 220-READ-BANK.
           ADD 1 TO BANK-RECS-READ.
           MOVE PBK-PROV TO COMP-BANK-KEY.
       220-EXIT.
           EXIT.
      *
      * WRITE THE PROVIDER'S LEDGER RECORDS, CLEARING THE UNPAID
      *  MONEY ON THOSE JUST PAID.  A RECORD THAT IS NOT USABLE IS
      *  WRITTEN AS IT CAME.
       230-WRITE-GROUP.
           MOVE 1 TO GRP-IX.
       230-LOOP.
           IF GRP-IX > GRP-CNT
              GO TO 230-EXIT.
           MOVE GRP-REC (GRP-IX) TO PBL-REC.
           IF CUR-PAID AND NOT PBL-ON-HOLD AND PBL-UNPAID NUMERIC
              AND PBL-UNPAID > ZERO
              MOVE 0 TO PBL-UNPAID
              MOVE RUN-DATE TO PBL-LAST-PAID.
           WRITE LEDG-WORK-REC FROM PBL-REC.
           ADD 1 TO GRP-IX.
           GO TO 230-LOOP.
       230-EXIT.
           EXIT.
      *
       120-PAGE-HEADING.
           WRITE ACH-RPT-REC FROM ACH-HDR1-LINE
               AFTER ADVANCING PAGE.
           WRITE ACH-RPT-REC FROM ACH-HDR2-LINE
               AFTER ADVANCING 2 LINES.
           MOVE 3 TO LINE-CNT.
      *
       130-EDIT-DATE.
           MOVE EDI-MM   TO ACH-ED-MM.
           MOVE EDI-DD   TO ACH-ED-DD.
           MOVE EDI-YYYY TO ACH-ED-YYYY.
      *
      * DAY NUMBER OF DN-DATE COUNTED FROM 1 JAN OF YEAR 1, FOR
      *  TELLING HOW MANY DAYS APART TWO DATES ARE.
       150-DAY-NUMBER.
           COMPUTE DN-PRIOR-YEARS = DN-YYYY - 1.
           COMPUTE DN-DAYS = DN-PRIOR-YEARS * 365
                           + CUM-DAYS (DN-MM) + DN-DD.
           DIVIDE DN-PRIOR-YEARS BY 4 GIVING DN-QUOTIENT.
           ADD DN-QUOTIENT TO DN-DAYS.
           DIVIDE DN-PRIOR-YEARS BY 100 GIVING DN-QUOTIENT.
           SUBTRACT DN-QUOTIENT FROM DN-DAYS.
           DIVIDE DN-PRIOR-YEARS BY 400 GIVING DN-QUOTIENT.
           ADD DN-QUOTIENT TO DN-DAYS.
           DIVIDE DN-YYYY BY 4 GIVING DN-QUOTIENT
                  REMAINDER DN-REM-4.
           DIVIDE DN-YYYY BY 100 GIVING DN-QUOTIENT
                  REMAINDER DN-REM-100.
           DIVIDE DN-YYYY BY 400 GIVING DN-QUOTIENT
                  REMAINDER DN-REM-400.
           IF DN-MM > 2 AND DN-REM-4 = 0
              AND (DN-REM-100 NOT = 0 OR DN-REM-400 = 0)
              ADD 1 TO DN-DAYS.
      *
      * READ THE BALANCE LEDGER INTO THE SORT, FOOTING IT FOR THE
      *  PROOFS.  THE SEED RECORD AND ANY RECORD THAT IS NOT USABLE
      *  GO THROUGH THE SORT TOO, SO THE RELOAD LOSES NOTHING.
       160-READ-LEDGER.
           READ LEDG-IN INTO PBL-REC AT END
                GO TO 160-EXIT.
           IF PBL-LOB NOT NUMERIC OR PBL-PROV NOT NUMERIC
              RELEASE SORT-REC FROM PBL-REC
              GO TO 160-READ-LEDGER.
           ADD 1 TO LEDG-RECS-READ.
           IF PBL-BALANCE NOT NUMERIC OR PBL-OPENING NOT NUMERIC
              OR PBL-CYCLE-NET NOT NUMERIC
              OR PBL-RELEASED NOT NUMERIC OR PBL-UNPAID NOT NUMERIC
              DISPLAY 'LEDGER RECORD NOT USABLE - ' PBL-KEY
              ADD 1 TO LEDG-BAD-CNT
              RELEASE SORT-REC FROM PBL-REC
              GO TO 160-READ-LEDGER.
           IF LDG-CYCLE-DATE = SPACES
              MOVE PBL-CYCLE-DATE TO LDG-CYCLE-DATE.
           IF PBL-CYCLE-DATE NOT = LDG-CYCLE-DATE
              DISPLAY 'LEDGER RECORD FROM ANOTHER CYCLE - ' PBL-KEY
                      ' ' PBL-CYCLE-DATE
              ADD 1 TO LEDG-STALE-CNT.
           ADD PBL-OPENING   TO LDG-OPENING.
           ADD PBL-CYCLE-NET TO LDG-CYCLE-NET.
           ADD PBL-RELEASED  TO LDG-RELEASED.
           ADD PBL-BALANCE   TO LDG-BALANCE.
           ADD PBL-UNPAID    TO LDG-UNPAID.
           RELEASE SORT-REC FROM PBL-REC.
           GO TO 160-READ-LEDGER.
       160-EXIT.
           EXIT.
      *
      * DECIDE WHAT THE BANKING RECORD ALLOWS THIS CYCLE AND BRING
      *  ITS PRENOTE FIELDS UP TO DATE.  DETAILS THAT FAIL THE EDITS
      *  ARE HELD WITHOUT A PRENOTE UNTIL FINANCE CORRECTS THEM.
       300-CHECK-BANK.
           MOVE 'H' TO BANK-STATE-SW.
           PERFORM 310-CHECK-ROUTING THRU 310-EXIT.
           IF NOT ABA-VALID
              OR PBK-ACCOUNT = SPACES
              OR (NOT PBK-CHECKING AND NOT PBK-SAVINGS)
              MOVE 'BANK DETAILS INVALID' TO HOLD-REASON
              GO TO 300-EXIT.
           IF PBK-ROUTING   NOT = PBK-PN-ROUTING
              OR PBK-ACCOUNT   NOT = PBK-PN-ACCOUNT
              OR PBK-ACCT-TYPE NOT = PBK-PN-ACCT-TYPE
              GO TO 300-SEND-PRENOTE.
           IF PBK-PN-RETURNED
              MOVE 'PRENOTE RETURNED' TO HOLD-REASON
              GO TO 300-EXIT.
           IF PBK-PN-ACTIVE
              MOVE 'P' TO BANK-STATE-SW
              GO TO 300-EXIT.
           IF NOT PBK-PN-SENT OR PBK-PN-DATE NOT NUMERIC
              GO TO 300-SEND-PRENOTE.
           MOVE PBK-PN-DATE TO DN-DATE.
           PERFORM 150-DAY-NUMBER.
           MOVE DN-DAYS TO PN-DAY-NUMBER.
           IF EFF-DAY-NUMBER - PN-DAY-NUMBER < PRENOTE-WAIT-DAYS
              MOVE 'AWAITING PRENOTE' TO HOLD-REASON
              GO TO 300-EXIT.
           MOVE 'A' TO PBK-PN-STATUS.
           MOVE 'P' TO BANK-STATE-SW.
           GO TO 300-EXIT.
       300-SEND-PRENOTE.
           MOVE 0 TO AEN-AMOUNT.
           IF PBK-CHECKING
              MOVE '23' TO AEN-TRAN-CODE
           ELSE
              MOVE '33' TO AEN-TRAN-CODE.
           PERFORM 400-WRITE-ENTRY.
           ADD 1 TO PRENOTE-CNT.
           MOVE 'P'              TO PBK-PN-STATUS.
           MOVE EFF-DATE         TO PBK-PN-DATE.
           MOVE PBK-ROUTING      TO PBK-PN-ROUTING.
           MOVE PBK-ACCOUNT      TO PBK-PN-ACCOUNT.
           MOVE PBK-ACCT-TYPE    TO PBK-PN-ACCT-TYPE.
           MOVE 'PRENOTE SENT' TO HOLD-REASON.
           IF CUR-PROV NOT = PBK-PROV OR CUR-PAYABLE = ZERO
              MOVE 'N' TO HOLD-KIND-SW
              MOVE 0 TO HOLD-NET
              PERFORM 335-BANK-HOLD-DATA
              PERFORM 340-HOLD-LINE.
       300-EXIT.
           EXIT.
      *
       310-CHECK-ROUTING.
           MOVE 'N' TO ABA-VALID-SW.
           IF PBK-ROUTING NOT NUMERIC
              GO TO 310-EXIT.
           MOVE PBK-ROUTING TO ABA-WORK.
           MOVE 0 TO ABA-SUM.
           MOVE 1 TO ABA-IX.
       310-LOOP.
           IF ABA-IX > 9
              GO TO 310-TEST.
           COMPUTE ABA-SUM = ABA-SUM
                           + (ABA-DIGIT (ABA-IX) * ABA-WEIGHT (ABA-IX)).
           ADD 1 TO ABA-IX.
           GO TO 310-LOOP.
       310-TEST.
           DIVIDE ABA-SUM BY 10 GIVING ABA-QUOTIENT
                  REMAINDER ABA-REM.
           IF ABA-REM = 0 AND ABA-SUM > 0
              MOVE 'Y' TO ABA-VALID-SW.
       310-EXIT.
           EXIT.
      *
      * A PROVIDER ON THE LEDGER WITH A BANKING RECORD - PAY ITS
      *  UNPAID MONEY WHEN THE RECORD ALLOWS, OTHERWISE HOLD IT FOR
      *  THE REASON 300-CHECK-BANK GAVE, KEPT ASIDE WHILE ANY MONEY
      *  ON PAYMENT HOLD IS LISTED (AS HELD EITHER WAY).
       320-PAY-PROVIDER.
           MOVE HOLD-REASON TO BANK-HOLD-REASON.
           IF CUR-ON-HOLD > ZERO
              MOVE 'PAYMENT HOLD' TO HOLD-REASON
              MOVE 'H' TO HOLD-KIND-SW
              MOVE CUR-ON-HOLD TO HOLD-NET
              PERFORM 335-BANK-HOLD-DATA
              PERFORM 340-HOLD-LINE.
           IF CUR-PAYABLE > ZERO
              IF BANK-PAYABLE
                 MOVE CUR-PAYABLE TO AEN-AMOUNT
                 IF PBK-CHECKING
                    MOVE '22' TO AEN-TRAN-CODE
                 ELSE
                    MOVE '32' TO AEN-TRAN-CODE
                 END-IF
                 PERFORM 400-WRITE-ENTRY
                 ADD 1 TO PROV-PAID-CNT
                 ADD CUR-PAYABLE TO PAID-MONEY
                 MOVE RUN-DATE TO PBK-LAST-PAID
                 MOVE 'Y' TO CUR-PAID-SW
              ELSE
                 MOVE BANK-HOLD-REASON TO HOLD-REASON
                 MOVE 'H' TO HOLD-KIND-SW
                 MOVE CUR-PAYABLE TO HOLD-NET
                 PERFORM 335-BANK-HOLD-DATA
                 PERFORM 340-HOLD-LINE
              END-IF
           END-IF.
      *
      * MONEY FOR A PROVIDER FINANCE HAS NOT SET UP FOR ACH.  THE
      *  BANKING RECORD AREA ALREADY HOLDS THE NEXT PROVIDER AND IS
      *  LEFT ALONE.
       330-NO-BANK.
           MOVE CUR-PROV TO HOLD-PROV.
           MOVE SPACES   TO HOLD-NAME HOLD-STAT HOLD-PN-DATE.
           MOVE 'H' TO HOLD-KIND-SW.
           IF CUR-ON-HOLD > ZERO
              MOVE 'PAYMENT HOLD' TO HOLD-REASON
              MOVE CUR-ON-HOLD TO HOLD-NET
              PERFORM 340-HOLD-LINE.
           IF CUR-PAYABLE > ZERO
              MOVE 'NO BANKING RECORD' TO HOLD-REASON
              MOVE CUR-PAYABLE TO HOLD-NET
              PERFORM 340-HOLD-LINE.
      *
       335-BANK-HOLD-DATA.
           MOVE PBK-PROV      TO HOLD-PROV.
           MOVE PBK-NAME      TO HOLD-NAME.
           MOVE PBK-PN-STATUS TO HOLD-STAT.
           MOVE PBK-PN-DATE   TO HOLD-PN-DATE.
      *
      * ONE LINE FOR EVERY PROVIDER NOT PAID THIS CYCLE AND EVERY
      *  PRENOTE SENT FOR A PROVIDER WITH NO MONEY THIS CYCLE.
       340-HOLD-LINE.
           IF LINE-CNT >= PAGE-LIMIT
              PERFORM 120-PAGE-HEADING.
           MOVE HOLD-PROV   TO ACH-DET-PROV.
           MOVE HOLD-NAME   TO ACH-DET-NAME.
           MOVE HOLD-NET    TO ACH-DET-NET.
           MOVE HOLD-REASON TO ACH-DET-REASON.
           MOVE HOLD-STAT   TO ACH-DET-STAT.
           MOVE SPACES      TO ACH-DET-PNDATE.
           IF HOLD-PN-DATE NUMERIC
              MOVE HOLD-PN-DATE TO ED-DATE-IN
              PERFORM 130-EDIT-DATE
              MOVE ACH-ED-DATE TO ACH-DET-PNDATE.
           WRITE ACH-RPT-REC FROM ACH-DET-LINE
               AFTER ADVANCING 1 LINE.
           ADD 1 TO LINE-CNT.
           IF HOLD-MONEY-HELD
              ADD 1 TO HELD-CNT
              ADD HOLD-NET TO HELD-MONEY.
      *
      * ONE ENTRY DETAIL RECORD - AMOUNT AND TRANSACTION CODE ARE
      *  SET BY THE CALLER.  THE BATCH HEADER GOES OUT AHEAD OF THE
      *  FIRST ENTRY, SO A FILE WITH NOTHING TO SEND HAS NO BATCH.
       400-WRITE-ENTRY.
           IF NOT BATCH-OPEN
              PERFORM 410-OPEN-BATCH.
           ADD 1 TO ENTRY-CNT.
           MOVE PBK-RDFI-ID     TO AEN-RDFI-ID.
           MOVE PBK-CHECK-DIGIT TO AEN-CHECK-DIGIT.
           MOVE PBK-ACCOUNT     TO AEN-ACCOUNT.
           MOVE PBK-PROV        TO AEN-INDIV-ID.
           MOVE PBK-NAME        TO AEN-INDIV-NAME.
           MOVE ACH-ODFI-ID     TO AEN-TRACE-ODFI.
           MOVE ENTRY-CNT       TO AEN-TRACE-SEQ.
           WRITE ACH-REC FROM ACH-ENTRY.
           ADD 1 TO ACH-RECS-WRITTEN.
           ADD AEN-AMOUNT TO ENTRY-MONEY.
           MOVE PBK-RDFI-ID TO RDFI-NUMBER.
           ADD RDFI-NUMBER TO ENTRY-HASH.
      *
       410-OPEN-BATCH.
           MOVE 'Y' TO BATCH-OPEN-SW.
           ADD 1 TO BATCH-CNT.
           MOVE ACH-COMPANY-NAME TO ABH-COMPANY-NAME.
           MOVE ACH-COMPANY-ID   TO ABH-COMPANY-ID.
           MOVE ED-YYMMDD        TO ABH-DESC-DATE ABH-EFF-DATE.
           MOVE ACH-ODFI-ID      TO ABH-ODFI-ID.
           MOVE BATCH-CNT        TO ABH-BATCH-NO.
           WRITE ACH-REC FROM ACH-BATCH-HDR.
           ADD 1 TO ACH-RECS-WRITTEN.
      *
      * CLOSE THE BATCH AND THE FILE.  THE HASH IS THE SUM OF THE
      *  EIGHT-DIGIT RECEIVING BANK IDS, LOW TEN DIGITS KEPT; THE
      *  FILE IS PADDED WITH NINES TO A FULL BLOCK OF TEN.
       900-FINISH-FILE.
           IF BATCH-OPEN
              MOVE ENTRY-CNT      TO ABC-ENTRY-CNT
              MOVE ENTRY-HASH     TO ABC-ENTRY-HASH
              MOVE 0              TO ABC-TOT-DEBIT
              MOVE ENTRY-MONEY    TO ABC-TOT-CREDIT
              MOVE ACH-COMPANY-ID TO ABC-COMPANY-ID
              MOVE ACH-ODFI-ID    TO ABC-ODFI-ID
              MOVE BATCH-CNT      TO ABC-BATCH-NO
              WRITE ACH-REC FROM ACH-BATCH-CTL
              ADD 1 TO ACH-RECS-WRITTEN
           END-IF.
      *    THE FILE CONTROL RECORD COUNTS TOWARD THE BLOCKS.
           ADD 1 TO ACH-RECS-WRITTEN.
           DIVIDE ACH-RECS-WRITTEN BY 10 GIVING BLOCK-CNT.
           IF BLOCK-CNT * 10 < ACH-RECS-WRITTEN
              ADD 1 TO BLOCK-CNT.
           MOVE BATCH-CNT   TO AFC-BATCH-CNT.
           MOVE BLOCK-CNT   TO AFC-BLOCK-CNT.
           MOVE ENTRY-CNT   TO AFC-ENTRY-CNT.
           MOVE ENTRY-HASH  TO AFC-ENTRY-HASH.
           MOVE 0           TO AFC-TOT-DEBIT.
           MOVE ENTRY-MONEY TO AFC-TOT-CREDIT.
           WRITE ACH-REC FROM ACH-FILE-CTL.
       900-PAD-BLOCK.
           IF ACH-RECS-WRITTEN NOT < BLOCK-CNT * 10
              GO TO 910-PROVE-BALANCE.
           WRITE ACH-REC FROM ACH-BLOCK-FILL.
           ADD 1 TO ACH-RECS-WRITTEN.
           GO TO 900-PAD-BLOCK.
      *
      * PROVE THE FILE BEFORE IT IS RELEASED - THE GL DETAIL AGAINST
      *  ITS TRAILER, THE LEDGER AGAINST THE GL AND AGAINST ITSELF,
      *  THEN THE ENTRIES AGAINST THE LEDGER'S UNPAID MONEY.
       910-PROVE-BALANCE.
           IF NOT GL-HDR-FOUND OR NOT GL-TRL-FOUND
              DISPLAY 'GL POSTING FILE HEADER OR TRAILER MISSING'
              MOVE 'Y' TO BALANCE-FAIL-SW.
           IF GL-BAD-CNT > 0
              DISPLAY 'GL POSTING FILE HAS UNUSABLE DETAIL'
              MOVE 'Y' TO BALANCE-FAIL-SW.
           IF GL-TRL-FOUND
              IF GL-DETAIL-CNT NOT = TRL-POST-COUNT
                 OR GL-DEBITS NOT = TRL-DEBITS
                 OR GL-CREDITS NOT = TRL-CREDITS
                 OR GL-CAP-CREDITS NOT = TRL-CAP-DOLLARS
                 DISPLAY 'GL DETAIL DOES NOT AGREE WITH GL TRAILER'
                 DISPLAY '  POSTINGS = ' GL-DETAIL-CNT
                         '  TRAILER = ' TRL-POST-COUNT
                 DISPLAY '  DEBITS   = ' GL-DEBITS
                         '  TRAILER = ' TRL-DEBITS
                 DISPLAY '  CREDITS  = ' GL-CREDITS
                         '  TRAILER = ' TRL-CREDITS
                 DISPLAY '  CAP      = ' GL-CAP-CREDITS
                         '  TRAILER = ' TRL-CAP-DOLLARS
                 MOVE 'Y' TO BALANCE-FAIL-SW
              END-IF
           END-IF.
           IF LEDG-BAD-CNT > 0 OR LEDG-STALE-CNT > 0
              DISPLAY 'BALANCE LEDGER HAS RECORDS NOT USABLE OR NOT '
                      'POSTED THIS CYCLE'
              MOVE 'Y' TO BALANCE-FAIL-SW.
           IF LDG-CYCLE-NET NOT = GL-NET-PAYABLE
              DISPLAY 'LEDGER CYCLE NET DOES NOT AGREE WITH GL - WAS '
                      'THIS CYCLE POSTED BY SAMPREMT'
              DISPLAY '  LEDGER CYCLE NET     = ' LDG-CYCLE-NET
              DISPLAY '  GL NET PAYABLE       = ' GL-NET-PAYABLE
              MOVE 'Y' TO BALANCE-FAIL-SW.
           COMPUTE PROOF-MONEY = LDG-OPENING + LDG-CYCLE-NET
                               - LDG-RELEASED.
           IF PROOF-MONEY NOT = LDG-BALANCE
              DISPLAY 'BALANCE LEDGER DOES NOT FOOT'
              DISPLAY '  OPENING+NET-RELEASED = ' PROOF-MONEY
              DISPLAY '  CLOSING BALANCE      = ' LDG-BALANCE
              MOVE 'Y' TO BALANCE-FAIL-SW.
           IF ENTRY-MONEY NOT = PAID-MONEY
              OR ENTRY-CNT NOT = PROV-PAID-CNT + PRENOTE-CNT
              DISPLAY 'ACH ENTRIES DO NOT AGREE WITH PROVIDERS PAID'
              MOVE 'Y' TO BALANCE-FAIL-SW.
           COMPUTE PROOF-MONEY = ENTRY-MONEY + HELD-MONEY.
           IF PROOF-MONEY NOT = LDG-UNPAID
              DISPLAY 'ACH FILE DOES NOT PROVE TO LEDGER UNPAID'
              DISPLAY '  SENT+HELD            = ' PROOF-MONEY
              DISPLAY '  LEDGER UNPAID        = ' LDG-UNPAID
              MOVE 'Y' TO BALANCE-FAIL-SW.
      *
       950-PRINT-TOTALS.
           IF LINE-CNT >= PAGE-LIMIT - 12
              PERFORM 120-PAGE-HEADING.
           MOVE SPACES TO ACH-RPT-REC.
           WRITE ACH-RPT-REC AFTER ADVANCING 1 LINE.
           MOVE 'GL CAPITATION PAYABLE NET' TO ACH-TOT-LABEL.
           MOVE CAPPAY-POSTINGS  TO ACH-TOT-CNT.
           MOVE GL-NET-PAYABLE   TO ACH-TOT-MONEY.
           WRITE ACH-RPT-REC FROM ACH-TOT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'LEDGER RELEASED THIS CYCLE' TO ACH-TOT-LABEL.
           MOVE PROVIDERS-ON-LEDGER TO ACH-TOT-CNT.
           MOVE LDG-RELEASED     TO ACH-TOT-MONEY.
           WRITE ACH-RPT-REC FROM ACH-TOT-LINE
               AFTER ADVANCING 1 LINE.
           COMPUTE LDG-BROUGHT-FWD = LDG-UNPAID - LDG-RELEASED.
           MOVE 'UNPAID BROUGHT FORWARD' TO ACH-TOT-LABEL.
           MOVE 0                TO ACH-TOT-CNT.
           MOVE LDG-BROUGHT-FWD  TO ACH-TOT-MONEY.
           WRITE ACH-RPT-REC FROM ACH-TOT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'PROVIDERS PAID BY ACH' TO ACH-TOT-LABEL.
           MOVE PROV-PAID-CNT    TO ACH-TOT-CNT.
           MOVE ENTRY-MONEY      TO ACH-TOT-MONEY.
           WRITE ACH-RPT-REC FROM ACH-TOT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'PAYMENTS HELD' TO ACH-TOT-LABEL.
           MOVE HELD-CNT         TO ACH-TOT-CNT.
           MOVE HELD-MONEY       TO ACH-TOT-MONEY.
           WRITE ACH-RPT-REC FROM ACH-TOT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'LEDGER BALANCE CARRIED FORWARD' TO ACH-TOT-LABEL.
           MOVE 0                TO ACH-TOT-CNT.
           MOVE LDG-BALANCE      TO ACH-TOT-MONEY.
           WRITE ACH-RPT-REC FROM ACH-TOT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'PRENOTES SENT' TO ACH-TOT-LABEL.
           MOVE PRENOTE-CNT      TO ACH-TOT-CNT.
           MOVE 0                TO ACH-TOT-MONEY.
           WRITE ACH-RPT-REC FROM ACH-TOT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'ACH ENTRIES / ENTRY CREDIT TOTAL' TO ACH-TOT-LABEL.
           MOVE ENTRY-CNT        TO ACH-TOT-CNT.
           MOVE ENTRY-MONEY      TO ACH-TOT-MONEY.
           WRITE ACH-RPT-REC FROM ACH-TOT-LINE
               AFTER ADVANCING 1 LINE.
           IF BALANCE-FAILED
              MOVE 'ACH FILE OUT OF BALANCE - NOT RELEASED TO THE BANK'
                   TO ACH-MSG-TEXT
           ELSE
              IF ENTRY-CNT = 0
                 MOVE 'NO ENTRIES THIS CYCLE - NO FILE SENT TO THE BANK'
                      TO ACH-MSG-TEXT
              ELSE
                 MOVE 'ACH FILE PROVEN TO THE GL AND THE BALANCE LEDGER'
                      TO ACH-MSG-TEXT
              END-IF
           END-IF.
           WRITE ACH-RPT-REC FROM ACH-MSG-LINE
               AFTER ADVANCING 2 LINES.
      *
       990-PUBLISH-STATS.
           DISPLAY 'GL RECORDS READ      = ' GL-RECS-READ.
           DISPLAY 'GL POSTINGS          = ' GL-DETAIL-CNT.
           DISPLAY 'CAPPAY POSTINGS      = ' CAPPAY-POSTINGS.
           DISPLAY 'BANK RECORDS READ    = ' BANK-RECS-READ.
           DISPLAY 'LEDGER RECORDS READ  = ' LEDG-RECS-READ.
           DISPLAY 'PROVIDERS ON LEDGER  = ' PROVIDERS-ON-LEDGER.
           DISPLAY 'PROVIDERS PAID       = ' PROV-PAID-CNT.
           DISPLAY 'PRENOTES SENT        = ' PRENOTE-CNT.
           DISPLAY 'PAYMENTS HELD        = ' HELD-CNT.
           DISPLAY 'GL NET PAYABLE       = ' GL-NET-PAYABLE.
           DISPLAY 'LEDGER UNPAID        = ' LDG-UNPAID.
           DISPLAY 'ACH CREDIT DOLLARS   = ' ENTRY-MONEY.
           DISPLAY 'HELD DOLLARS         = ' HELD-MONEY.
           DISPLAY 'ACH RECORDS WRITTEN  = ' ACH-RECS-WRITTEN.
           IF BALANCE-FAILED
              DISPLAY 'SAMPACH FAILED - ACH FILE NOT RELEASED'
              MOVE 8 TO RETURN-CODE
           ELSE
              IF ENTRY-CNT = 0
                 DISPLAY 'NO ACH ENTRIES - FILE NOT RELEASED'
                 MOVE 4 TO RETURN-CODE
              END-IF
           END-IF.
           IF NOT BALANCE-FAILED
              PERFORM 995-POST-CYCLE.
           GO TO 9999-STOP.
      *
      * MARK THE PAYMENT STEP COMPLETE ON THE CYCLE RECORD.  THE
      *  RECORD IS WRITTEN ALONE TO NEWCYC AND REPLACED ON THE CYCLE
      *  CONTROL FILE BY THE JOB ONCE THE FILE HAS GONE AND THE
      *  MASTERS ARE RELOADED (AT ONCE WHEN THERE WAS NOTHING TO SEND).
       995-POST-CYCLE.
           ACCEPT CYC-TIME-NOW FROM TIME.
           MOVE 'C'         TO CYC-STEP-STAT (CYC-THIS-STEP).
           MOVE RUN-DATE    TO CYC-STEP-DATE (CYC-THIS-STEP).
           MOVE CTN-HHMMSS  TO CYC-STEP-TIME (CYC-THIS-STEP).
           OPEN OUTPUT CYC-OUT.
           WRITE CYC-OUT-REC FROM CYC-REC.
           CLOSE CYC-OUT.
      *
       9999-STOP.
           CLOSE GL-IN BANK-IN ACH-OUT NEW-BANK ACH-RPT LEDG-IN.
           GOBACK.
