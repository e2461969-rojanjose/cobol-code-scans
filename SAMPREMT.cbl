      *  SEQUENCE AS WRITTEN BY SAMPRETR, SO A SIMPLE CONTROL BREAK   *
      *  IS USED ON BOTH.                                             *
      *                                                               *
      * EACH STATEMENT IS ALSO POSTED TO THE PROVIDER BALANCE LEDGER  *
      *  (AN UNLOAD OF THE PROVBAL KSDS, KEYED LOB/PROVIDER AND SO    *
      *  WALKED IN THE SAME ORDER).  THE CYCLE NET IS ADDED TO THE    *
      *  OPENING BALANCE; A POSITIVE RESULT IS RELEASED FOR PAYMENT   *
      *  AND A NEGATIVE ONE - AN UNRECOVERED RETRO RECOVERY - IS      *
      *  CARRIED FORWARD AND RECOUPED FROM LATER CAPITATION.  A       *
      *  PROVIDER ON PAYMENT HOLD HAS ITS NET KEPT ON THE BALANCE     *
      *  INSTEAD, TO BE RELEASED THE FIRST CYCLE AFTER THE HOLD IS    *
      *  LIFTED - WITH A STATEMENT PAGE OF ITS OWN IF IT HAS NOTHING  *
      *  ELSE THAT CYCLE.  THE STATEMENT SHOWS THE OPENING BALANCE,   *
      *  THE AMOUNT RECOVERED AND THE CLOSING BALANCE, AND THE NET    *
      *  AMOUNT PAYABLE IS WHAT WAS RELEASED.  RELEASED MONEY WAITS   *
      *  ON THE LEDGER AS UNPAID UNTIL SAMPACH SENDS IT TO THE BANK.  *
      *                                                               *
      * HOLDS ARE PLACED AND LIFTED BY HOLD CARDS, LOB BLANK FOR      *
      *  EVERY LOB THE PROVIDER IS ON.  A CARD THAT IS NOT VALID OR   *
      *  FINDS NO LEDGER RECORD ENDS THE RUN RC=4.                    *
      *                                                               *
      * EACH STATEMENT'S CYCLE NET - CAPITATION PLUS SIGNED           *
      *  ADJUSTMENTS - IS ALSO ADDED TO THE PROVIDER'S CALENDAR YEAR- *
      *  TO-DATE RECORD (AN UNLOAD OF THE PROVYTD KSDS, KEYED YEAR/   *
      *  LOB/PROVIDER AND WALKED THE SAME WAY) FOR THE CYCLE'S YEAR   *
      *  AND MONTH.  SAMP1099 REPORTS FROM IT AT YEAR END.            *
      *                                                               *
      * THE RUN IS HELD TO THE CYCLE CONTROL FILE LIKE SAMPRETR       *
      *  (RC=20 PREREQUISITE NOT COMPLETE, RC=24 ALREADY COMPLETE)    *
      *  AND AT ITS FINISH MARKS THE RETRO STEP COMPLETE FOR THE      *
      *  CYCLE.                                                       *
      *                                                               *
      * THE CONTROL CARD IS EMPTY WHEN SAMPRETR HAS JUST WRITTEN THE  *
      *  ADJUSTMENTS.  WHEN SAMPRETR ENDED RC=8 ON A LAYOUT CUTOVER   *
      *  THE SAMPREMT JOB RUNS THIS PROGRAM ALONE AGAINST THE         *
      *  GENERATION OPS HAVE VERIFIED, AND ITS CARD MUST NAME THE     *
      *  OPEN CYCLE AND AS-OF DATE - ANY OTHER CARD ENDS THE RUN      *
      *  RC=12 BEFORE ANYTHING IS WRITTEN.                            *
      *                                                               *
      *---------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT RATE-IN       ASSIGN TO UT-S-NEWRATE.
           SELECT ADJ-IN        ASSIGN TO UT-S-ADJUST.
           SELECT REMIT-RPT     ASSIGN TO UT-S-REMIT.
           SELECT LEDG-IN       ASSIGN TO UT-S-PROVBAL.
           SELECT LEDG-OUT      ASSIGN TO UT-S-NEWBAL.
           SELECT HOLD-CARD     ASSIGN TO UT-S-HOLDCRD.
           SELECT YTD-IN        ASSIGN TO UT-S-PROVYTD.
           SELECT YTD-OUT       ASSIGN TO UT-S-NEWYTD.
           SELECT CYC-IN        ASSIGN TO UT-S-CYCLCTL.
           SELECT CYC-OUT       ASSIGN TO UT-S-NEWCYC.
           SELECT CTL-CARD      ASSIGN TO UT-S-CTLCARD
               FILE STATUS IS CTLCARD-STATUS.
      *
       DATA DIVISION.
       FILE SECTION.

       01  REMIT-RPT-REC        PIC X(132).

      * PROVIDER BALANCE LEDGER - SEE PBL-REC IN WORKING-STORAGE.
       FD  LEDG-IN
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.

       01  LEDG-IN-REC.
           05 LIR-KEY           PIC X(11).
           05 LIR-KEY-R REDEFINES LIR-KEY.
              10 LIR-LOB            PIC X(2).
              10 LIR-PROV           PIC X(9).
           05 FILLER            PIC X(139).

       FD  LEDG-OUT
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.

       01  LEDG-OUT-REC         PIC X(150).

       FD  HOLD-CARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.

      * PAYMENT HOLD CARD - ANY NUMBER, FIXED COLUMNS:
      *   COL   1     H = PLACE A HOLD, R = RELEASE (LIFT) IT
      *   COLS  3- 4  LOB (BLANK = EVERY LOB OF THE PROVIDER)
      *   COLS  6-14  PROVIDER
      *   COLS 16-35  REASON, E.G. CREDENTIALING REVIEW
       01  HOLD-CARD-REC.
           05 HCD-ACTION        PIC X(1).
              88 HCD-PLACE          VALUE 'H'.
              88 HCD-RELEASE        VALUE 'R'.
           05 FILLER            PIC X.
           05 HCD-LOB           PIC X(2).
           05 FILLER            PIC X.
           05 HCD-PROV          PIC X(9).
           05 FILLER            PIC X.
           05 HCD-REASON        PIC X(20).
           05 FILLER            PIC X(45).

      * PROVIDER YEAR-TO-DATE PAID - SEE PYT-REC IN WORKING-STORAGE.
       FD  YTD-IN
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.

       01  YTD-IN-REC.
           05 YIR-KEY           PIC X(15).
           05 YIR-KEY-R REDEFINES YIR-KEY.
              10 YIR-YEAR           PIC X(4).
              10 YIR-LOB            PIC X(2).
              10 YIR-PROV           PIC X(9).
           05 FILLER            PIC X(185).

       FD  YTD-OUT
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.

       01  YTD-OUT-REC          PIC X(200).

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

       FD  CTL-CARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.

      * CUTOVER CONTROL CARD, FIXED COLUMNS - NONE ON A NORMAL RUN:
      *   COLS  1- 6  CYCLE YYYYMM WHOSE ADJUSTMENTS WERE VERIFIED
      *   COLS  8-15  ITS PRICING AS-OF DATE YYYYMMDD
       01  CTL-CARD-REC.
           05 CCD-CYCLE         PIC X(6).
           05 FILLER            PIC X.
           05 CCD-ASOF-DATE     PIC X(8).
           05 FILLER            PIC X(65).

       WORKING-STORAGE SECTION.
       77  WKS-MESSAGE         PIC X(23) VALUE
                                   'WORKING-STORAGE SECTION'.
       77  PROV-ADJ-NET           PIC S9(9)V99 COMP-3 VALUE 0.
       77  TOT-ADJ-NET            PIC S9(9)V99 COMP-3 VALUE 0.
       77  NET-PAYABLE            PIC S9(9)V99 COMP-3 VALUE 0.
      *
       77  LEDG-RECS-READ         PIC 9(7) COMP-3 VALUE 0.
       77  LEDG-RECS-NEW          PIC 9(7) COMP-3 VALUE 0.
       77  LEDG-ONLY-PAGES        PIC 9(7) COMP-3 VALUE 0.
       77  LEDG-HELD-CNT          PIC 9(7) COMP-3 VALUE 0.
       77  LEDG-AVAIL             PIC S9(9)V99 COMP-3 VALUE 0.
       77  OWED-BEFORE            PIC S9(9)V99 COMP-3 VALUE 0.
       77  OWED-AFTER             PIC S9(9)V99 COMP-3 VALUE 0.
       77  TOT-OPENING            PIC S9(11)V99 COMP-3 VALUE 0.
       77  TOT-RECOVERED          PIC 9(11)V99 COMP-3 VALUE 0.
       77  TOT-CLOSING            PIC S9(11)V99 COMP-3 VALUE 0.
       77  TOT-RELEASED           PIC 9(11)V99 COMP-3 VALUE 0.
      *
      * PROVIDER BALANCE LEDGER RECORD - ONE PER LOB/PROVIDER ON THE
      *  PROVBAL KSDS (KEYS(11 0) RECORDSIZE(150 150)).  A NEGATIVE
      *  BALANCE IS OWED BY THE PROVIDER, A POSITIVE ONE IS MONEY
      *  HELD FOR IT.  THE CYCLE FIELDS DESCRIBE THE LAST CYCLE
      *  POSTED; UNPAID IS MONEY RELEASED BUT NOT YET SENT BY ACH.
      *  SAMPACH AND SAMPBAGE CARRY THE SAME LAYOUT.
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
       01  EOF-LEDG-SW         PIC X VALUE 'N'.
           88 EOF-LEDG             VALUE 'Y'.
       01  COMP-LEDG-KEY       PIC X(11) VALUE LOW-VALUES.
       01  LEDG-LIMIT-KEY      PIC X(11) VALUE SPACES.
      *
      * PROVIDER YEAR-TO-DATE PAID RECORD - ONE PER CALENDAR YEAR/
      *  LOB/PROVIDER ON THE PROVYTD KSDS (KEYS(15 0) RECORDSIZE(200
      *  200)).  NET IS CAPITATION PLUS SIGNED RETRO ADJUSTMENTS, IN
      *  TOTAL AND BY MONTH OF THE CYCLE THAT PAID IT.  SAMP1099
      *  CARRIES THE SAME LAYOUT.
       01  PYT-REC.
           05 PYT-KEY.
              10 PYT-YEAR       PIC X(4).
              10 PYT-LOB        PIC X(2).
              10 PYT-PROV       PIC X(9).
           05 PYT-YTD-CAP       PIC S9(9)V99.
           05 PYT-YTD-ADJ       PIC S9(9)V99.
           05 PYT-YTD-NET       PIC S9(9)V99.
           05 PYT-LAST-CYCLE    PIC X(6).
           05 PYT-LAST-DATE     PIC X(8).
           05 PYT-MONTH-NET     PIC S9(9)V99 OCCURS 12.
           05 FILLER            PIC X(6).
      *
       77  YTD-RECS-READ          PIC 9(7) COMP-3 VALUE 0.
       77  YTD-RECS-NEW           PIC 9(7) COMP-3 VALUE 0.
       77  YTD-RECS-POSTED        PIC 9(7) COMP-3 VALUE 0.
       77  TOT-YTD-POSTED         PIC S9(11)V99 COMP-3 VALUE 0.
       01  EOF-YTD-SW          PIC X VALUE 'N'.
           88 EOF-YTD              VALUE 'Y'.
       01  COMP-YTD-KEY        PIC X(15) VALUE LOW-VALUES.
       01  YTD-LIMIT-KEY       PIC X(15) VALUE SPACES.
       01  YTD-POST-KEY.
           05 YPK-YEAR         PIC X(4).
           05 YPK-LOB-PROV     PIC X(11).
       77  YCY-IX              PIC S9(4) COMP VALUE 0.
       01  YTD-CYCLE           PIC X(6).
       01  YTD-CYCLE-R REDEFINES YTD-CYCLE.
           05 YCY-YEAR         PIC X(4).
           05 YCY-MONTH        PIC 99.
      *
      * HOLD CARDS, LOADED AT START AND APPLIED AS EACH LEDGER
      *  RECORD IS POSTED, IN THE ORDER KEYED SO THE LAST CARD WINS.
       77  HOLD-MAX            PIC S9(4) COMP VALUE +200.
       77  HOLD-CNT            PIC S9(4) COMP VALUE 0.
       77  HOLD-IX             PIC S9(4) COMP VALUE 0.
       77  HOLD-CARDS-BAD      PIC 9(7) COMP-3 VALUE 0.
       77  HOLD-CARDS-UNUSED   PIC 9(7) COMP-3 VALUE 0.
       01  EOF-HOLD-SW         PIC X VALUE 'N'.
           88 EOF-HOLD             VALUE 'Y'.
       01  HOLD-TABLE.
           05 HOLD-ENTRY OCCURS 200.
              10 HLD-ACTION    PIC X(1).
              10 HLD-LOB       PIC X(2).
              10 HLD-PROV      PIC X(9).
              10 HLD-REASON    PIC X(20).
              10 HLD-USED-CNT  PIC 9(7) COMP-3.
      *
      * BREAK KEYS ARE LOB-MAJOR, PROVIDER-MINOR - THE ORDER BOTH
      *  INPUT FILES ARE WRITTEN IN.
              10 RLOB-MONEY    PIC 9(9)V99 COMP-3.
              10 RLOB-ADJ-NET  PIC S9(9)V99 COMP-3.
      *
       77  CTLCARD-STATUS      PIC XX VALUE SPACES.
       01  CTLCARD-OPEN-SW     PIC X VALUE 'N'.
           88 CTLCARD-OPEN         VALUE 'Y'.
       01  EOF-ADJ-SW          PIC X VALUE 'N'.
           88 EOF-ADJ              VALUE 'Y'.
      *
                  'NET AMOUNT PAYABLE'.
           05 RMT-NET-VALUE       PIC +++,+++,++9.99.
           05 FILLER              PIC X(100) VALUE SPACES.
      *
       01  RMT-CYC-LINE.
           05 FILLER              PIC X(18) VALUE
                  'CYCLE NET AMOUNT  '.
           05 RMT-CYC-VALUE       PIC +++,+++,++9.99.
           05 FILLER              PIC X(100) VALUE SPACES.
      *
       01  RMT-BAL-LINE.
           05 RMT-BAL-LABEL       PIC X(18).
           05 RMT-BAL-VALUE       PIC +++,+++,++9.99.
           05 FILLER              PIC X(100) VALUE SPACES.
      *
       01  RMT-HOLD-LINE.
           05 FILLER              PIC X(19) VALUE
                  '** PAYMENT HOLD -  '.
           05 RMT-HOLD-REASON     PIC X(20).
           05 FILLER              PIC X(31) VALUE
                  ' - NET KEPT ON BALANCE SINCE  '.
           05 RMT-HOLD-DATE       PIC X(10).
           05 FILLER              PIC X(52) VALUE SPACES.
      *
       01  RMT-NOACT-LINE.
           05 FILLER              PIC X(54) VALUE
              'NO CAPITATION OR ADJUSTMENTS THIS CYCLE - HELD BALANCE'.
           05 FILLER              PIC X(9)  VALUE ' RELEASED'.
           05 FILLER              PIC X(69) VALUE SPACES.
      *
       01  RMT-ZERO-LINE.
           05 FILLER              PIC X(3)  VALUE '** '.
                  'STATEMENT TOTALS -  '.
           05 FILLER              PIC X(16) VALUE 'NET ADJUSTMENTS '.
           05 RMT-GRAND-ADJ       PIC +++,+++,++9.99.
           05 FILLER              PIC X(14) VALUE '  CYCLE NET   '.
           05 RMT-GRAND-NET       PIC +++,+++,++9.99.
           05 FILLER              PIC X(54) VALUE SPACES.
      *
       01  RMT-GRAND3-LINE.
           05 FILLER              PIC X(20) VALUE
                  'BALANCE TOTALS -    '.
           05 FILLER              PIC X(8)  VALUE 'OPENING '.
           05 RMT-GRAND-OPEN      PIC +++,+++,++9.99.
           05 FILLER              PIC X(12) VALUE '  RECOVERED '.
           05 RMT-GRAND-RECOV     PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER              PIC X(10) VALUE '  CLOSING '.
           05 RMT-GRAND-CLOSE     PIC +++,+++,++9.99.
           05 FILLER              PIC X(10) VALUE '  PAYABLE '.
           05 RMT-GRAND-PAY       PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER              PIC X(16) VALUE SPACES.
      *
       01  WORK-MONEY           PIC 9(5)V99.
       01  WORK-MONEY-R REDEFINES WORK-MONEY.
           05 WM-DLR            PIC 9(5).
           05 WM-CENTS          PIC 99.
      *
       01  ED-DATE-IN           PIC X(8).
       01  ED-DATE-IN-R REDEFINES ED-DATE-IN.
           05 EDI-YYYY          PIC 9(4).
           05 EDI-MM            PIC 99.
           05 EDI-DD            PIC 99.
      *
      * CYCLE CONTROL RECORD AS WRITTEN BY SAMPPAPL - KEPT IN STEP
      *  WITH THAT PROGRAM.  SAMPRETR/SAMPREMT ARE STEP 3 OF THE
      *  CYCLE AND NEED STEP 2 (SAMPMTCH) COMPLETE.
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
       77  CYC-THIS-STEP       PIC S9(4) COMP VALUE 3.
       77  CYC-PREREQ-STEP     PIC S9(4) COMP VALUE 2.
       77  CYC-OPEN-CNT        PIC S9(4) COMP VALUE 0.
       01  CYC-TIME-NOW        PIC 9(8) VALUE 0.
       01  CYC-TIME-NOW-R REDEFINES CYC-TIME-NOW.
           05 CTN-HHMMSS       PIC X(6).
           05 FILLER           PIC X(2).
      *
       PROCEDURE DIVISION.
       010-OPEN-FILES.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           PERFORM 040-CHECK-CYCLE THRU 040-EXIT.
           PERFORM 045-READ-CONTROL-CARD THRU 045-EXIT.
           MOVE CYC-CYCLE TO YTD-CYCLE.
           MOVE YCY-YEAR  TO YPK-YEAR.
           MOVE RD-MM   TO RMT-ED-MM.
           MOVE RD-DD   TO RMT-ED-DD.
           MOVE RD-YYYY TO RMT-ED-YYYY.
           MOVE RMT-ED-DATE TO RMT-HDR1-DATE.
           OPEN INPUT  RATE-IN
                       ADJ-IN
                       LEDG-IN
                       YTD-IN
                       HOLD-CARD.
           OPEN OUTPUT REMIT-RPT
                       LEDG-OUT
                       YTD-OUT.
           PERFORM 030-LOAD-HOLDS THRU 030-EXIT.
           PERFORM 400-READ-ADJ THRU 400-EXIT.
           PERFORM 570-READ-LEDGER THRU 570-EXIT.
           PERFORM 670-READ-YTD THRU 670-EXIT.
           GO TO 020-READ-RATE.
      *
      * CYCLE CONTROL - THE SAME CHECK SAMPRETR MAKES.  A REFUSED
      *  RUN OPENS NO OTHER FILE AND SO LEAVES THE LEDGER UNPOSTED.
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
              DISPLAY 'SAMPMTCH HAS NOT COMPLETED FOR THIS CYCLE'
              MOVE 20 TO RETURN-CODE
              GO TO 040-REFUSE-RUN.
           IF CYC-STEP-DONE (CYC-THIS-STEP)
              DISPLAY 'RETRO ADJUSTMENTS ALREADY COMPLETED FOR THIS '
                      'CYCLE ON ' CYC-STEP-DATE (CYC-THIS-STEP)
              MOVE 24 TO RETURN-CODE
              GO TO 040-REFUSE-RUN.
           GO TO 040-EXIT.
       040-REFUSE-RUN.
           DISPLAY 'SAMPREMT REFUSED BY CYCLE CONTROL - LEDGER NOT '
                   'POSTED'.
           GOBACK.
       040-EXIT.
           EXIT.
      *
      * READ THE CUTOVER CONTROL CARD.  NO CARD IS A NORMAL RUN; A
      *  CARD MUST NAME THE OPEN CYCLE, OR THE RUN ENDS RC=12 BEFORE
      *  ANYTHING ELSE IS OPENED.
       045-READ-CONTROL-CARD.
           OPEN INPUT CTL-CARD.
           IF CTLCARD-STATUS NOT = '00'
              DISPLAY 'CONTROL CARD FILE WILL NOT OPEN - STATUS '
                      CTLCARD-STATUS
              GO TO 046-REJECT-CARD.
           MOVE 'Y' TO CTLCARD-OPEN-SW.
           READ CTL-CARD AT END
                CLOSE CTL-CARD
                GO TO 045-EXIT.
           DISPLAY 'CONTROL CARD = ' CTL-CARD-REC.
           IF CCD-CYCLE NOT = CYC-CYCLE
              OR CCD-ASOF-DATE NOT = CYC-ASOF-DATE
              DISPLAY 'CARD DOES NOT NAME THE OPEN CYCLE AND AS-OF DATE'
              GO TO 046-REJECT-CARD.
           DISPLAY 'CUTOVER RUN - ADJUSTMENTS VERIFIED FOR CYCLE '
                   CCD-CYCLE.
           CLOSE CTL-CARD.
           GO TO 045-EXIT.
       046-REJECT-CARD.
           DISPLAY 'SAMPREMT CONTROL CARD REJECTED - CORRECT THE CARD '
                   'AND RESUBMIT'.
           IF CTLCARD-OPEN
              CLOSE CTL-CARD.
           MOVE 12 TO RETURN-CODE.
           GOBACK.
       045-EXIT.
           EXIT.
      *
      * LOAD THE HOLD CARDS.  A CARD WITH NO VALID ACTION OR
      *  PROVIDER IS REPORTED AND SKIPPED.
       030-LOAD-HOLDS.
           READ HOLD-CARD AT END
                MOVE 'Y' TO EOF-HOLD-SW
                GO TO 030-EXIT.
           DISPLAY 'HOLD CARD = ' HOLD-CARD-REC.
           IF (NOT HCD-PLACE AND NOT HCD-RELEASE)
              OR HCD-PROV NOT NUMERIC
              OR (HCD-LOB NOT = SPACES AND HCD-LOB NOT NUMERIC)
              DISPLAY '  REJECTED - ACTION MUST BE H OR R, PROVIDER '
                      'AND LOB NUMERIC'
              ADD 1 TO HOLD-CARDS-BAD
              GO TO 030-LOAD-HOLDS.
           IF HOLD-CNT >= HOLD-MAX
              DISPLAY '  REJECTED - MORE THAN 200 HOLD CARDS'
              ADD 1 TO HOLD-CARDS-BAD
              GO TO 030-LOAD-HOLDS.
           ADD 1 TO HOLD-CNT.
           MOVE HCD-ACTION TO HLD-ACTION (HOLD-CNT).
           MOVE HCD-LOB    TO HLD-LOB (HOLD-CNT).
           MOVE HCD-PROV   TO HLD-PROV (HOLD-CNT).
           MOVE HCD-REASON TO HLD-REASON (HOLD-CNT).
           MOVE 0          TO HLD-USED-CNT (HOLD-CNT).
           GO TO 030-LOAD-HOLDS.
       030-EXIT.
           EXIT.
      *
       020-READ-RATE.
           READ RATE-IN AT END
              PERFORM 210-PROVIDER-TOTAL.
           MOVE RATE-KEY-WORK TO FLUSH-LIMIT-KEY.
           PERFORM 320-FLUSH-ADJ-ONLY THRU 320-EXIT.
           MOVE RATE-KEY-WORK TO LEDG-LIMIT-KEY.
           PERFORM 560-FLUSH-LEDGER THRU 560-EXIT.
           MOVE RATE-KEY-WORK TO PREV-KEY.
           MOVE PRV-PROV TO PAGE-PROV.
           MOVE PRV-LOB  TO PAGE-LOB.
           MOVE ZEROS TO PROV-MBR-CNT PROV-ZERO-CNT PROV-MONEY.
      *
      * PRINT THE PROVIDER'S ADJUSTMENTS AFTER THE CAPITATION TOTAL
      *  AND CLOSE THE STATEMENT WITH THE CYCLE NET, THE BALANCE
      *  LEDGER POSTING AND THE NET AMOUNT PAYABLE LINE THAT TIES TO
      *  WHAT FINANCE ACTUALLY RELEASES.
       300-PRINT-ADJ-SECTION.
           MOVE ZEROS TO PROV-ADJ-CNT PROV-ADJ-NET.
           MOVE PREV-KEY TO ADJ-CTL-KEY.
                  AFTER ADVANCING 1 LINE
              ADD 1 TO LINE-CNT.
           COMPUTE NET-PAYABLE = PROV-MONEY + PROV-ADJ-NET.
           MOVE NET-PAYABLE TO RMT-CYC-VALUE.
           WRITE REMIT-RPT-REC FROM RMT-CYC-LINE
               AFTER ADVANCING 1 LINE.
           ADD 1 TO LINE-CNT.
           ADD PROV-ADJ-NET TO TOT-ADJ-NET.
           PERFORM 500-POST-LEDGER.
           PERFORM 540-PRINT-BALANCE.
       300-EXIT.
           EXIT.
      *
      *  CURRENT MEMBERS (DROPPED FROM THIS CYCLE) - A ZERO
      *  CAPITATION TOTAL FOLLOWED BY THE ADJUSTMENTS.
       310-ADJ-ONLY-PROVIDER.
           MOVE ADJ-KEY-WORK TO LEDG-LIMIT-KEY.
           PERFORM 560-FLUSH-LEDGER THRU 560-EXIT.
           MOVE AKW-PROV TO PAGE-PROV.
           MOVE AKW-LOB  TO PAGE-LOB.
           MOVE ADJ-KEY-WORK TO ADJ-CTL-KEY.
           WRITE REMIT-RPT-REC FROM RMT-ADJN-LINE
               AFTER ADVANCING 1 LINE.
           MOVE PROV-ADJ-NET TO NET-PAYABLE.
           MOVE NET-PAYABLE TO RMT-CYC-VALUE.
           WRITE REMIT-RPT-REC FROM RMT-CYC-LINE
               AFTER ADVANCING 1 LINE.
           ADD 2 TO LINE-CNT.
           ADD PROV-ADJ-NET TO TOT-ADJ-NET.
           PERFORM 500-POST-LEDGER.
           PERFORM 540-PRINT-BALANCE.
           ADD 1 TO ADJ-ONLY-PROV-CNT.
           ADD 1 TO TOT-PROV-CNT.
           PERFORM 350-FIND-RLOB THRU 350-EXIT.
              COMPUTE ADJ-SIGNED = 0 - ADJ-SIGNED.
       400-EXIT.
           EXIT.
      *
      * POST THE STATEMENT JUST PRINTED (KEY IN ADJ-CTL-KEY, CYCLE
      *  NET IN NET-PAYABLE) TO ITS LEDGER RECORD, OPENING ONE FOR A
      *  LOB/PROVIDER NOT YET ON THE LEDGER.  EVERY LOWER KEY HAS
      *  ALREADY BEEN FLUSHED, SO THE LEDGER IS AT OR PAST THIS ONE.
       500-POST-LEDGER.
           IF COMP-LEDG-KEY = ADJ-CTL-KEY
              MOVE LEDG-IN-REC TO PBL-REC
           ELSE
              MOVE SPACES TO PBL-REC
              MOVE ADJ-CTL-KEY TO PBL-KEY
              MOVE 0 TO PBL-BALANCE PBL-OPENING PBL-CYCLE-NET
                        PBL-RECOVERED PBL-RELEASED PBL-UNPAID
              ADD 1 TO LEDG-RECS-NEW.
           PERFORM 520-APPLY-CYCLE.
           WRITE LEDG-OUT-REC FROM PBL-REC.
           IF COMP-LEDG-KEY = ADJ-CTL-KEY
              PERFORM 570-READ-LEDGER THRU 570-EXIT.
           PERFORM 600-POST-YTD.
      *
      * ROLL THE CYCLE NET INTO THE BALANCE.  WHATEVER IS LEFT ABOVE
      *  ZERO IS RELEASED FOR PAYMENT UNLESS THE PROVIDER IS ON HOLD;
      *  A BALANCE BELOW ZERO IS CARRIED AND AGED FROM THE CYCLE IT
      *  FIRST WENT BELOW ZERO.
       520-APPLY-CYCLE.
           PERFORM 530-APPLY-HOLDS THRU 530-EXIT.
           MOVE RUN-DATE    TO PBL-CYCLE-DATE.
           MOVE PBL-BALANCE TO PBL-OPENING.
           MOVE NET-PAYABLE TO PBL-CYCLE-NET.
           MOVE 0 TO PBL-RELEASED PBL-RECOVERED.
           COMPUTE LEDG-AVAIL = PBL-BALANCE + NET-PAYABLE.
           IF LEDG-AVAIL > ZERO AND NOT PBL-ON-HOLD
              MOVE LEDG-AVAIL TO PBL-RELEASED
              ADD LEDG-AVAIL TO PBL-UNPAID
              MOVE 0 TO PBL-BALANCE
           ELSE
              MOVE LEDG-AVAIL TO PBL-BALANCE.
           MOVE 0 TO OWED-BEFORE OWED-AFTER.
           IF PBL-OPENING < ZERO
              COMPUTE OWED-BEFORE = 0 - PBL-OPENING.
           IF PBL-BALANCE < ZERO
              COMPUTE OWED-AFTER = 0 - PBL-BALANCE.
           IF OWED-BEFORE > OWED-AFTER
              COMPUTE PBL-RECOVERED = OWED-BEFORE - OWED-AFTER.
           IF PBL-BALANCE < ZERO
              IF OWED-BEFORE = ZERO OR PBL-OWED-SINCE = SPACES
                 MOVE RUN-DATE TO PBL-OWED-SINCE
              END-IF
           ELSE
              MOVE SPACES TO PBL-OWED-SINCE.
           IF PBL-ON-HOLD
              ADD 1 TO LEDG-HELD-CNT.
           ADD PBL-OPENING   TO TOT-OPENING.
           ADD PBL-RECOVERED TO TOT-RECOVERED.
           ADD PBL-BALANCE   TO TOT-CLOSING.
           ADD PBL-RELEASED  TO TOT-RELEASED.
      *
       530-APPLY-HOLDS.
           MOVE 1 TO HOLD-IX.
       530-LOOP.
           IF HOLD-IX > HOLD-CNT
              GO TO 530-EXIT.
           IF HLD-PROV (HOLD-IX) = PBL-PROV
              AND (HLD-LOB (HOLD-IX) = SPACES
                   OR HLD-LOB (HOLD-IX) = PBL-LOB)
              ADD 1 TO HLD-USED-CNT (HOLD-IX)
              IF HLD-ACTION (HOLD-IX) = 'H'
                 MOVE 'H'                  TO PBL-HOLD-SW
                 MOVE HLD-REASON (HOLD-IX) TO PBL-HOLD-REASON
                 MOVE RUN-DATE             TO PBL-HOLD-DATE
              ELSE
                 MOVE SPACE  TO PBL-HOLD-SW
                 MOVE SPACES TO PBL-HOLD-REASON PBL-HOLD-DATE
              END-IF
           END-IF.
           ADD 1 TO HOLD-IX.
           GO TO 530-LOOP.
       530-EXIT.
           EXIT.
      *
      * THE BALANCE BLOCK THAT CLOSES EVERY STATEMENT.
       540-PRINT-BALANCE.
           IF LINE-CNT >= PAGE-LIMIT - 5
              PERFORM 120-PAGE-HEADING.
           MOVE 'OPENING BALANCE   ' TO RMT-BAL-LABEL.
           MOVE PBL-OPENING TO RMT-BAL-VALUE.
           WRITE REMIT-RPT-REC FROM RMT-BAL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'AMOUNT RECOVERED  ' TO RMT-BAL-LABEL.
           MOVE PBL-RECOVERED TO RMT-BAL-VALUE.
           WRITE REMIT-RPT-REC FROM RMT-BAL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'CLOSING BALANCE   ' TO RMT-BAL-LABEL.
           MOVE PBL-BALANCE TO RMT-BAL-VALUE.
           WRITE REMIT-RPT-REC FROM RMT-BAL-LINE
               AFTER ADVANCING 1 LINE.
           ADD 3 TO LINE-CNT.
           IF PBL-ON-HOLD
              MOVE PBL-HOLD-REASON TO RMT-HOLD-REASON
              MOVE PBL-HOLD-DATE TO ED-DATE-IN
              MOVE EDI-MM   TO RMT-ED-MM
              MOVE EDI-DD   TO RMT-ED-DD
              MOVE EDI-YYYY TO RMT-ED-YYYY
              MOVE RMT-ED-DATE TO RMT-HOLD-DATE
              WRITE REMIT-RPT-REC FROM RMT-HOLD-LINE
                  AFTER ADVANCING 1 LINE
              ADD 1 TO LINE-CNT.
           MOVE PBL-RELEASED TO RMT-NET-VALUE.
           WRITE REMIT-RPT-REC FROM RMT-NET-LINE
               AFTER ADVANCING 1 LINE.
           ADD 1 TO LINE-CNT.
      *
      * A LEDGER RECORD WITH NO STATEMENT THIS CYCLE.  ITS CYCLE
      *  FIELDS ARE ROLLED FORWARD WITH A ZERO NET; WHEN THAT
      *  RELEASES A HELD BALANCE THE PROVIDER GETS A STATEMENT PAGE
      *  SHOWING IT.
       550-LEDGER-ONLY-PAGE.
           MOVE PBL-PROV TO PAGE-PROV.
           MOVE PBL-LOB  TO PAGE-LOB.
           PERFORM 120-PAGE-HEADING.
           WRITE REMIT-RPT-REC FROM RMT-NOACT-LINE
               AFTER ADVANCING 2 LINES.
           MOVE 0 TO RMT-CYC-VALUE.
           WRITE REMIT-RPT-REC FROM RMT-CYC-LINE
               AFTER ADVANCING 2 LINES.
           ADD 4 TO LINE-CNT.
           PERFORM 540-PRINT-BALANCE.
           ADD 1 TO LEDG-ONLY-PAGES.
      *
       560-FLUSH-LEDGER.
           IF EOF-LEDG OR COMP-LEDG-KEY NOT < LEDG-LIMIT-KEY
              GO TO 560-EXIT.
           MOVE LEDG-IN-REC TO PBL-REC.
           MOVE 0 TO NET-PAYABLE.
           PERFORM 520-APPLY-CYCLE.
           IF PBL-RELEASED > ZERO
              PERFORM 550-LEDGER-ONLY-PAGE.
           WRITE LEDG-OUT-REC FROM PBL-REC.
           PERFORM 570-READ-LEDGER THRU 570-EXIT.
           GO TO 560-FLUSH-LEDGER.
       560-EXIT.
           EXIT.
      *
      * ADVANCE THE LEDGER.  THE SEED RECORD THAT KEEPS THE KSDS
      *  FROM EVER BEING EMPTY HAS A KEY THAT IS NOT NUMERIC - IT IS
      *  COPIED THROUGH AS IS.
       570-READ-LEDGER.
           READ LEDG-IN AT END
                MOVE 'Y' TO EOF-LEDG-SW
                MOVE HIGH-VALUES TO COMP-LEDG-KEY
                GO TO 570-EXIT.
           IF LIR-LOB NOT NUMERIC OR LIR-PROV NOT NUMERIC
              WRITE LEDG-OUT-REC FROM LEDG-IN-REC
              GO TO 570-READ-LEDGER.
           ADD 1 TO LEDG-RECS-READ.
           MOVE LIR-KEY TO COMP-LEDG-KEY.
       570-EXIT.
           EXIT.
      *
      * ADD THE STATEMENT JUST POSTED (KEY IN ADJ-CTL-KEY, CYCLE NET
      *  IN NET-PAYABLE, ADJUSTMENTS IN PROV-ADJ-NET) TO ITS YEAR-TO-
      *  DATE RECORD FOR THE CYCLE'S YEAR, OPENING ONE WHEN IT IS THE
      *  PROVIDER'S FIRST MONEY ON THE LOB THAT YEAR.  EARLIER YEARS
      *  AND LOWER KEYS ARE COPIED THROUGH FIRST.
       600-POST-YTD.
           MOVE ADJ-CTL-KEY  TO YPK-LOB-PROV.
           MOVE YTD-POST-KEY TO YTD-LIMIT-KEY.
           PERFORM 660-FLUSH-YTD THRU 660-EXIT.
           IF COMP-YTD-KEY = YTD-POST-KEY
              MOVE YTD-IN-REC TO PYT-REC
           ELSE
              MOVE SPACES TO PYT-REC
              MOVE YTD-POST-KEY TO PYT-KEY
              MOVE 0 TO PYT-YTD-CAP PYT-YTD-ADJ PYT-YTD-NET
              MOVE 1 TO YCY-IX
              PERFORM 610-ZERO-MONTHS THRU 610-EXIT
              ADD 1 TO YTD-RECS-NEW.
           COMPUTE PYT-YTD-CAP = PYT-YTD-CAP + NET-PAYABLE
                   - PROV-ADJ-NET.
           ADD PROV-ADJ-NET TO PYT-YTD-ADJ.
           ADD NET-PAYABLE  TO PYT-YTD-NET.
           ADD NET-PAYABLE  TO PYT-MONTH-NET (YCY-MONTH).
           MOVE CYC-CYCLE   TO PYT-LAST-CYCLE.
           MOVE RUN-DATE    TO PYT-LAST-DATE.
           WRITE YTD-OUT-REC FROM PYT-REC.
           ADD 1 TO YTD-RECS-POSTED.
           ADD NET-PAYABLE TO TOT-YTD-POSTED.
           IF COMP-YTD-KEY = YTD-POST-KEY
              PERFORM 670-READ-YTD THRU 670-EXIT.
      *
       610-ZERO-MONTHS.
           IF YCY-IX > 12
              GO TO 610-EXIT.
           MOVE 0 TO PYT-MONTH-NET (YCY-IX).
           ADD 1 TO YCY-IX.
           GO TO 610-ZERO-MONTHS.
       610-EXIT.
           EXIT.
      *
      * YEAR-TO-DATE RECORDS WITH NO MONEY THIS CYCLE, AND EVERY
      *  EARLIER YEAR, ARE COPIED THROUGH UNCHANGED.
       660-FLUSH-YTD.
           IF EOF-YTD OR COMP-YTD-KEY NOT < YTD-LIMIT-KEY
              GO TO 660-EXIT.
           WRITE YTD-OUT-REC FROM YTD-IN-REC.
           PERFORM 670-READ-YTD THRU 670-EXIT.
           GO TO 660-FLUSH-YTD.
       660-EXIT.
           EXIT.
      *
      * ADVANCE THE YEAR-TO-DATE FILE.  ITS SEED RECORD IS COPIED
      *  THROUGH LIKE THE LEDGER'S.
       670-READ-YTD.
           READ YTD-IN AT END
                MOVE 'Y' TO EOF-YTD-SW
                MOVE HIGH-VALUES TO COMP-YTD-KEY
                GO TO 670-EXIT.
           IF YIR-YEAR NOT NUMERIC
              WRITE YTD-OUT-REC FROM YTD-IN-REC
              GO TO 670-READ-YTD.
           ADD 1 TO YTD-RECS-READ.
           MOVE YIR-KEY TO COMP-YTD-KEY.
       670-EXIT.
           EXIT.
      *
       900-LAST-PROVIDER.
           IF PREV-KEY NOT = SPACES
              PERFORM 210-PROVIDER-TOTAL.
           MOVE HIGH-VALUES TO FLUSH-LIMIT-KEY.
           PERFORM 320-FLUSH-ADJ-ONLY THRU 320-EXIT.
           MOVE HIGH-VALUES TO LEDG-LIMIT-KEY.
           PERFORM 560-FLUSH-LEDGER THRU 560-EXIT.
           MOVE HIGH-VALUES TO YTD-LIMIT-KEY.
           PERFORM 660-FLUSH-YTD THRU 660-EXIT.
           PERFORM 910-LOB-SUMMARY THRU 910-EXIT.
           IF TOT-PROV-CNT > 0
              MOVE TOT-PROV-CNT TO RMT-GRAND-PROV
              MOVE NET-PAYABLE TO RMT-GRAND-NET
              WRITE REMIT-RPT-REC FROM RMT-GRAND2-LINE
                  AFTER ADVANCING 1 LINE.
           IF TOT-PROV-CNT > 0 OR LEDG-ONLY-PAGES > 0
              MOVE TOT-OPENING   TO RMT-GRAND-OPEN
              MOVE TOT-RECOVERED TO RMT-GRAND-RECOV
              MOVE TOT-CLOSING   TO RMT-GRAND-CLOSE
              MOVE TOT-RELEASED  TO RMT-GRAND-PAY
              WRITE REMIT-RPT-REC FROM RMT-GRAND3-LINE
                  AFTER ADVANCING 1 LINE.
           PERFORM 920-UNUSED-HOLDS THRU 920-EXIT.
           GO TO 990-PUBLISH-STATS.
      *
      * ONE ROLLUP LINE PER LINE OF BUSINESS AHEAD OF THE GRAND
           GO TO 910-LOOP.
       910-EXIT.
           EXIT.
      *
      * A HOLD CARD THAT MATCHED NO LEDGER RECORD DID NOTHING - THE
      *  PROVIDER HAS NO BALANCE AND NO MONEY THIS CYCLE.  KEY IT
      *  AGAIN WHEN IT DOES.
       920-UNUSED-HOLDS.
           MOVE 1 TO HOLD-IX.
       920-LOOP.
           IF HOLD-IX > HOLD-CNT
              GO TO 920-EXIT.
           IF HLD-USED-CNT (HOLD-IX) = 0
              DISPLAY 'HOLD CARD NOT APPLIED - NOT ON LEDGER - '
                      HLD-ACTION (HOLD-IX) ' ' HLD-LOB (HOLD-IX)
                      ' ' HLD-PROV (HOLD-IX)
              ADD 1 TO HOLD-CARDS-UNUSED.
           ADD 1 TO HOLD-IX.
           GO TO 920-LOOP.
       920-EXIT.
           EXIT.
      *
       990-PUBLISH-STATS.
           DISPLAY 'RATE RECS PRINTED  = ' RATE-RECS-READ.
           DISPLAY 'ADJ RECS SKIPPED   = ' ADJ-RECS-SKIPPED.
           DISPLAY 'ADJ-ONLY PROVIDERS = ' ADJ-ONLY-PROV-CNT.
           DISPLAY 'NET ADJUSTMENTS    = ' TOT-ADJ-NET.
           DISPLAY 'LEDGER RECS READ   = ' LEDG-RECS-READ.
           DISPLAY 'LEDGER RECS OPENED = ' LEDG-RECS-NEW.
           DISPLAY 'HELD BAL RELEASED  = ' LEDG-ONLY-PAGES.
           DISPLAY 'LEDGER ON HOLD     = ' LEDG-HELD-CNT.
           DISPLAY 'OPENING BALANCES   = ' TOT-OPENING.
           DISPLAY 'AMOUNT RECOVERED   = ' TOT-RECOVERED.
           DISPLAY 'CLOSING BALANCES   = ' TOT-CLOSING.
           DISPLAY 'RELEASED TO PAY    = ' TOT-RELEASED.
           DISPLAY 'YTD RECS READ      = ' YTD-RECS-READ.
           DISPLAY 'YTD RECS OPENED    = ' YTD-RECS-NEW.
           DISPLAY 'YTD RECS POSTED    = ' YTD-RECS-POSTED.
           DISPLAY 'YTD NET POSTED     = ' TOT-YTD-POSTED.
           DISPLAY 'HOLD CARDS LOADED  = ' HOLD-CNT.
           DISPLAY 'HOLD CARDS REJECTED= ' HOLD-CARDS-BAD.
           DISPLAY 'HOLD CARDS UNUSED  = ' HOLD-CARDS-UNUSED.
           IF HOLD-CARDS-BAD > 0 OR HOLD-CARDS-UNUSED > 0
              DISPLAY 'HOLD CARDS NEED ATTENTION - SEE ABOVE'
              MOVE 4 TO RETURN-CODE.
           PERFORM 995-POST-CYCLE.
           GO TO 9999-STOP.
      *
      * MARK THE RETRO STEP COMPLETE ON THE CYCLE RECORD.  THE RECORD
      *  IS WRITTEN ALONE TO NEWCYC AND REPLACED ON THE CYCLE CONTROL
      *  FILE BY THE JOB ONCE THE LEDGER IS RELOADED.
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
           CLOSE RATE-IN ADJ-IN REMIT-RPT LEDG-IN LEDG-OUT HOLD-CARD
                 YTD-IN YTD-OUT.
           GOBACK.
