       IDENTIFICATION DIVISION.
       PROGRAM-ID.  SAMPCRAT.
       DATE-COMPILED.
      *---------------------------------------------------------------*
      *                                                               *
      * MONTHLY CAPITATION TO PREMIUM RATIO REPORT.  FOR ONE COVERAGE *
      *  MONTH, EVERY PROVIDER PAID CAPITATION IS LISTED WITHIN ITS   *
      *  LINE OF BUSINESS WITH ITS MEMBER COUNT, THE MEMBERS' TOTAL   *
      *  PREMIUM, THE CAPITATION PAID, CAPITATION AS A PERCENT OF     *
      *  PREMIUM AND CAPITATION PER MEMBER PER MONTH.  EACH LOB AND   *
      *  THE REPORT CLOSE WITH THE SAME TOTALS.  A PROVIDER IS        *
      *  FLAGGED WHEN ITS RATIO IS OVER THE CONTROL CARD THRESHOLD,   *
      *  OR WHEN ANY OF ITS FLAT-RATE MEMBERS WAS PAID MORE THAN THAT *
      *  MEMBER'S PREMIUM.  A LAST PAGE GIVES THE RATIO FOR EACH LOB  *
      *  AND FOR ALL LOBS IN EACH OF THE TWELVE MONTHS ENDING WITH    *
      *  THE REPORT MONTH, AND OVER THE TWELVE TOGETHER, SO CONTRACTS *
      *  LOSING MONEY SHOW UP BEFORE RENEWAL.                         *
      *                                                               *
      * INPUT IS AN UNLOAD OF THE MEMBER PAYMENT LEDGER KSDS (SEE     *
      *  SAMPMTCH FOR THE LAYOUT) - ONE RECORD FOR EVERY MONTH EACH   *
      *  MEMBER WAS PAID, CARRYING THE CAPITATION PAID AND THE        *
      *  MEMBER'S PREMIUM.  A MONTH IS REPORTED BY COVERAGE MONTH, SO *
      *  A MEMBER PAID LATE FOR IT IN A LATER CYCLE IS COUNTED IN THE *
      *  MONTH COVERED.  THE SEED RECORD IS PASSED OVER, AND A        *
      *  PAYMENT POSTED BEFORE THE LEDGER CARRIED THE PREMIUM IS LEFT *
      *  OUT OF THE RATIOS (A TREND MONTH WITH NONE SHOWS A DASH).    *
      *                                                               *
      * RETURN CODE 12 WHEN THE CONTROL CARD IS MISSING OR NOT VALID, *
      *  4 WHEN ANY PROVIDER IS FLAGGED, WHEN A PAYMENT FOR THE MONTH *
      *  HAS NO PREMIUM, OR WHEN NOTHING WAS PAID FOR THE MONTH.      *
      *                                                               *
      *---------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *
           SELECT PAY-LEDGER    ASSIGN TO UT-S-PAYLEDG.
           SELECT CTL-CARD      ASSIGN TO UT-S-CTLCARD
                                FILE STATUS IS CTLCARD-STATUS.
           SELECT RAT-RPT       ASSIGN TO UT-S-RATRPT.
           SELECT SORT-FILE     ASSIGN TO UT-S-SORTWK.
      *
       DATA DIVISION.
       FILE SECTION.
      *
      * LEDGER RECORD AS WRITTEN BY SAMPMTCH - KEPT IN STEP WITH THAT
      *  PROGRAM.
       FD  PAY-LEDGER
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.

       01  PLG-REC.
           05 PLG-KEY.
              10 PLG-LOB        PIC X(2).
              10 PLG-PROV       PIC X(9).
              10 PLG-PRSN       PIC X(12).
              10 PLG-COV-MONTH  PIC X(6).
              10 PLG-COV-MONTH-R REDEFINES PLG-COV-MONTH.
                 15 PLG-COV-YYYY   PIC 9(4).
                 15 PLG-COV-MM     PIC 99.
           05 PLG-RATE-TYPE     PIC X(1).
           05 PLG-AMOUNT        PIC 9(5)V99.
           05 PLG-PAID-DATE     PIC X(8).
           05 PLG-ASOF-DATE     PIC X(8).
           05 PLG-PREMIUM       PIC 9(5)V99.
           05 FILLER            PIC X(20).

       FD  CTL-CARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.

      * RATIO REPORT CONTROL CARD - ONE CARD, FIXED COLUMNS:
      *   COLS  1- 6  COVERAGE MONTH YYYYMM (BLANK = THE LATEST
      *               MONTH PAID ON THE LEDGER)
      *   COLS  8-12  RATIO THRESHOLD PERCENT, 3 WHOLE AND 2
      *               DECIMAL PLACES (BLANK = 08500, 85 PERCENT)
       01  CTL-CARD-REC.
           05 CCD-MONTH         PIC X(6).
           05 FILLER            PIC X.
           05 CCD-THRESH        PIC X(5).
           05 FILLER            PIC X(68).

       FD  RAT-RPT
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.

       01  RAT-RPT-REC          PIC X(132).

       SD  SORT-FILE.

       01  SORT-REC.
           05 SRT-LOB           PIC X(2).
           05 SRT-PROV          PIC X(9).
           05 SRT-RATE-TYPE     PIC X(1).
           05 SRT-AMOUNT        PIC 9(5)V99.
           05 SRT-PREMIUM       PIC 9(5)V99.

       WORKING-STORAGE SECTION.
       77  WKS-MESSAGE         PIC X(23) VALUE
                                   'WORKING-STORAGE SECTION'.

       77  LEDGER-READ            PIC 9(7) COMP-3 VALUE 0.
       77  MONTH-PAYMENTS         PIC 9(7) COMP-3 VALUE 0.
       77  NO-PREMIUM-CNT         PIC 9(7) COMP-3 VALUE 0.
       77  PROVS-LISTED           PIC 9(7) COMP-3 VALUE 0.
       77  RATIO-FLAG-CNT         PIC 9(7) COMP-3 VALUE 0.
       77  FLAT-FLAG-CNT          PIC 9(7) COMP-3 VALUE 0.
       77  LINE-CNT               PIC 9(3) COMP-3 VALUE 0.
       77  PAGE-LIMIT             PIC 9(3) VALUE 055.
       77  CTLCARD-STATUS         PIC XX VALUE SPACES.
       01  CTLCARD-OPEN-SW        PIC X VALUE 'N'.
           88 CTLCARD-OPEN        VALUE 'Y'.
      *
       01  EOF-PLG-SW          PIC X VALUE 'N'.
           88 EOF-PLG              VALUE 'Y'.
       01  EOF-SORT-SW         PIC X VALUE 'N'.
           88 EOF-SORT             VALUE 'Y'.
       01  OVER-THRESH-SW      PIC X VALUE 'N'.
           88 OVER-THRESH          VALUE 'Y'.
       01  GRAND-ROW-SW        PIC X VALUE 'N'.
           88 GRAND-ROW            VALUE 'Y'.
      *
      * THE REPORT MONTH, AND THE SAME AS A MONTH NUMBER (YEAR TIMES
      *  12 PLUS MONTH) SO A LEDGER MONTH'S PLACE IN THE TWELVE-MONTH
      *  TREND IS A SUBTRACTION.  TREND MONTH 12 IS THE REPORT MONTH
      *  AND MONTH 1 IS ELEVEN MONTHS BEFORE IT.
       01  RPT-MONTH           PIC X(6) VALUE SPACES.
       01  RPT-MONTH-R REDEFINES RPT-MONTH.
           05 RM-YYYY          PIC 9(4).
           05 RM-MM            PIC 99.
       77  RPT-MONTH-NUM          PIC 9(7) COMP-3 VALUE 0.
       77  LEDG-MONTH-NUM         PIC 9(7) COMP-3 VALUE 0.
       77  MONTH-DIFF             PIC S9(7) COMP-3 VALUE 0.
       77  WIN-MONTH-NUM          PIC 9(7) COMP-3 VALUE 0.
       77  WIN-YYYY               PIC 9(4) VALUE 0.
       77  WIN-MM                 PIC 99 VALUE 0.
       77  MON-IX                 PIC S9(4) COMP VALUE 0.
      *
       01  THRESH-WORK         PIC X(5) VALUE '08500'.
       01  RATIO-THRESH REDEFINES THRESH-WORK PIC 9(3)V99.
      *
      * PROVIDER, LOB AND REPORT ACCUMULATORS FOR THE REPORT MONTH.
       01  GRP-LOB             PIC X(2) VALUE SPACES.
       01  GRP-PROV            PIC X(9) VALUE SPACES.
       77  PRV-MEMBERS            PIC 9(7) COMP-3 VALUE 0.
       77  PRV-PREM               PIC 9(11)V99 COMP-3 VALUE 0.
       77  PRV-CAP                PIC 9(11)V99 COMP-3 VALUE 0.
       77  PRV-FLAT-OVER          PIC 9(7) COMP-3 VALUE 0.
       77  LOB-MEMBERS            PIC 9(7) COMP-3 VALUE 0.
       77  LOB-PREM               PIC 9(11)V99 COMP-3 VALUE 0.
       77  LOB-CAP                PIC 9(11)V99 COMP-3 VALUE 0.
       77  LOB-FLAT-OVER          PIC 9(7) COMP-3 VALUE 0.
       77  LOB-FLAGGED            PIC 9(7) COMP-3 VALUE 0.
       77  TOT-MEMBERS            PIC 9(7) COMP-3 VALUE 0.
       77  TOT-PREM               PIC 9(11)V99 COMP-3 VALUE 0.
       77  TOT-CAP                PIC 9(11)V99 COMP-3 VALUE 0.
       77  TOT-FLAT-OVER          PIC 9(7) COMP-3 VALUE 0.
       77  TOT-FLAGGED            PIC 9(7) COMP-3 VALUE 0.
      *
      * ONE LINE'S FIGURES, HANDED TO 230-EDIT-AMOUNTS.
       77  CALC-MEMBERS           PIC 9(7) COMP-3 VALUE 0.
       77  CALC-PREM              PIC 9(11)V99 COMP-3 VALUE 0.
       77  CALC-CAP               PIC 9(11)V99 COMP-3 VALUE 0.
       77  CALC-RATIO             PIC 9(5)V99 COMP-3 VALUE 0.
       77  CALC-PMPM              PIC 9(5)V99 COMP-3 VALUE 0.
      *
      * PREMIUM AND CAPITATION BY LOB FOR EACH TREND MONTH, AND FOR
      *  ALL LOBS.  THE LEDGER NEVER CARRIES MORE LOBS THAN THE EDIT
      *  STEP ACCEPTS, SO A FULL TABLE PARKS THE OVERFLOW ON THE LAST
      *  ENTRY.
       77  TRD-CNT                PIC S9(4) COMP VALUE 0.
       77  TRD-IX                 PIC S9(4) COMP VALUE 0.
       01  TRD-TABLE.
           05 TRD-ENTRY OCCURS 10.
              10 TRD-LOB           PIC X(2).
              10 TRD-MONTH OCCURS 12.
                 15 TRD-PREM       PIC 9(11)V99 COMP-3.
                 15 TRD-CAP        PIC 9(11)V99 COMP-3.
       01  GRD-TABLE.
           05 GRD-MONTH OCCURS 12.
              10 GRD-PREM          PIC 9(11)V99 COMP-3.
              10 GRD-CAP           PIC 9(11)V99 COMP-3.
       77  CELL-PREM              PIC 9(11)V99 COMP-3 VALUE 0.
       77  CELL-CAP               PIC 9(11)V99 COMP-3 VALUE 0.
       77  ROW-PREM               PIC 9(13)V99 COMP-3 VALUE 0.
       77  ROW-CAP                PIC 9(13)V99 COMP-3 VALUE 0.
       77  CELL-RATIO             PIC 9(4)V9 COMP-3 VALUE 0.
      *
       01  RUN-DATE            PIC 9(8) VALUE 0.
       01  RUN-DATE-R REDEFINES RUN-DATE.
           05 RD-YYYY          PIC 9(4).
           05 RD-MM            PIC 99.
           05 RD-DD            PIC 99.
      *
       01  RAT-ED-DATE.
           05 RAT-ED-MM           PIC 99.
           05 FILLER              PIC X VALUE '/'.
           05 RAT-ED-DD           PIC 99.
           05 FILLER              PIC X VALUE '/'.
           05 RAT-ED-YYYY         PIC 9(4).
       01  RAT-ED-MONTH.
           05 RAT-EM-MM           PIC 99.
           05 FILLER              PIC X VALUE '/'.
           05 RAT-EM-YYYY         PIC 9(4).
      *
       01  RAT-HDR1-LINE.
           05 FILLER              PIC X(44) VALUE
                  'CAPITATION TO PREMIUM RATIO - COVERAGE MONTH'.
           05 FILLER              PIC X VALUE SPACE.
           05 RAT-HDR1-MONTH      PIC X(7).
           05 FILLER              PIC X(13) VALUE '   RUN DATE  '.
           05 RAT-HDR1-DATE       PIC X(10).
           05 FILLER              PIC X(57) VALUE SPACES.
      *
       01  RAT-HDR2-LINE.
           05 FILLER              PIC X(17) VALUE 'LINE OF BUSINESS '.
           05 RAT-HDR2-LOB        PIC X(3).
           05 FILLER              PIC X(21) VALUE
                  '    RATIO THRESHOLD  '.
           05 RAT-HDR2-THRESH     PIC ZZ9.99.
           05 FILLER              PIC X(1)  VALUE '%'.
           05 FILLER              PIC X(84) VALUE SPACES.
      *
       01  RAT-HDR3-LINE.
           05 FILLER              PIC X(14) VALUE '  PROVIDER    '.
           05 FILLER              PIC X(10) VALUE '   MEMBERS'.
           05 FILLER              PIC X(17) VALUE
                  '          PREMIUM'.
           05 FILLER              PIC X(17) VALUE
                  '       CAPITATION'.
           05 FILLER              PIC X(12) VALUE '   CAP/PREM%'.
           05 FILLER              PIC X(12) VALUE '    CAP PMPM'.
           05 FILLER              PIC X(9)  VALUE '   FLT>PR'.
           05 FILLER              PIC X(8)  VALUE '   FLAGS'.
           05 FILLER              PIC X(33) VALUE SPACES.
      *
       01  RAT-DET-LINE.
           05 FILLER              PIC X(2)  VALUE SPACES.
           05 RAT-DET-LABEL       PIC X(12).
           05 FILLER              PIC X(3)  VALUE SPACES.
           05 RAT-DET-MEMBERS     PIC ZZZ,ZZ9.
           05 FILLER              PIC X(3)  VALUE SPACES.
           05 RAT-DET-PREM        PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER              PIC X(3)  VALUE SPACES.
           05 RAT-DET-CAP         PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER              PIC X(3)  VALUE SPACES.
           05 RAT-DET-RATIO       PIC ZZ,ZZ9.99.
           05 RAT-DET-RATIO-X REDEFINES RAT-DET-RATIO
                                  PIC X(9).
           05 FILLER              PIC X(3)  VALUE SPACES.
           05 RAT-DET-PMPM        PIC ZZ,ZZ9.99.
           05 FILLER              PIC X(3)  VALUE SPACES.
           05 RAT-DET-FLAT        PIC ZZ,ZZ9 BLANK WHEN ZERO.
           05 FILLER              PIC X(3)  VALUE SPACES.
           05 RAT-DET-FLAG        PIC X(36).
           05 FILLER              PIC X(2)  VALUE SPACES.
      *
       01  LOB-LABEL.
           05 FILLER              PIC X(4) VALUE 'LOB '.
           05 LOB-LABEL-LOB       PIC X(2).
           05 FILLER              PIC X(6) VALUE ' TOTAL'.
       01  TRD-LABEL.
           05 FILLER              PIC X(4) VALUE 'LOB '.
           05 TRD-LABEL-LOB       PIC X(2).
           05 FILLER              PIC X(4) VALUE SPACES.
       01  FLAGGED-TEXT.
           05 FLAGGED-CNT         PIC ZZ,ZZ9.
           05 FILLER              PIC X(19) VALUE
                  ' PROVIDERS FLAGGED'.
      *
       01  RAT-NONE-LINE.
           05 FILLER              PIC X(2)  VALUE SPACES.
           05 FILLER              PIC X(50) VALUE
                  'NO CAPITATION WITH A PREMIUM PAID FOR THIS MONTH'.
           05 FILLER              PIC X(80) VALUE SPACES.
      *
       01  TRD-HDR1-LINE.
           05 FILLER              PIC X(45) VALUE
                  'TRAILING 12-MONTH CAPITATION TO PREMIUM RATIO'.
           05 FILLER              PIC X(20) VALUE
                  ' - CAPITATION AS A  '.
           05 FILLER              PIC X(21) VALUE
                  'PERCENT OF PREMIUM   '.
           05 FILLER              PIC X(10) VALUE 'RUN DATE  '.
           05 TRD-HDR1-DATE       PIC X(10).
           05 FILLER              PIC X(26) VALUE SPACES.
      *
       01  TRD-HDR2-LINE.
           05 FILLER              PIC X(10) VALUE 'LOB       '.
           05 TRD-HDR2-CELL OCCURS 12.
              10 FILLER           PIC X(1).
              10 TRD-HDR2-MONTH   PIC X(7).
           05 FILLER              PIC X(11) VALUE '  12 MONTHS'.
           05 FILLER              PIC X(15) VALUE SPACES.
      *
       01  TRD-ROW-LINE.
           05 TRD-ROW-LABEL       PIC X(10).
           05 TRD-ROW-CELL OCCURS 12.
              10 FILLER           PIC X(2).
              10 TRD-ROW-PCT      PIC ZZZ9.9.
              10 TRD-ROW-PCT-X REDEFINES TRD-ROW-PCT
                                  PIC X(6).
           05 FILLER              PIC X(5)  VALUE SPACES.
           05 TRD-ROW-T12         PIC ZZZ9.9.
           05 TRD-ROW-T12-X REDEFINES TRD-ROW-T12
                                  PIC X(6).
           05 FILLER              PIC X(15) VALUE SPACES.
      *
       01  TRD-NOTE-LINE.
           05 FILLER              PIC X(50) VALUE
                  '- = NOTHING PAID WITH A PREMIUM FOR THE MONTH    '.
           05 FILLER              PIC X(50) VALUE
                  'N/A = CAPITATION PAID AGAINST NO PREMIUM         '.
           05 FILLER              PIC X(32) VALUE SPACES.
      *
       PROCEDURE DIVISION.
       010-OPEN-FILES.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           MOVE RD-MM   TO RAT-ED-MM.
           MOVE RD-DD   TO RAT-ED-DD.
           MOVE RD-YYYY TO RAT-ED-YYYY.
           MOVE RAT-ED-DATE TO RAT-HDR1-DATE TRD-HDR1-DATE.
           PERFORM 020-READ-CONTROL-CARD THRU 020-EXIT.
           OPEN INPUT PAY-LEDGER.
           IF RPT-MONTH = SPACES
              PERFORM 040-FIND-LATEST-MONTH THRU 040-EXIT
              CLOSE PAY-LEDGER
              OPEN INPUT PAY-LEDGER
              MOVE 'N' TO EOF-PLG-SW
           END-IF.
           IF RPT-MONTH = SPACES
              DISPLAY 'NO PAYMENT ON THE LEDGER CARRIES A PREMIUM - '
                      'NOTHING TO REPORT'
              CLOSE PAY-LEDGER
              MOVE 4 TO RETURN-CODE
              GOBACK.
           DISPLAY 'COVERAGE MONTH REPORTED = ' RPT-MONTH.
           MOVE RM-MM   TO RAT-EM-MM.
           MOVE RM-YYYY TO RAT-EM-YYYY.
           MOVE RAT-ED-MONTH TO RAT-HDR1-MONTH.
           MOVE RATIO-THRESH TO RAT-HDR2-THRESH.
           COMPUTE RPT-MONTH-NUM = RM-YYYY * 12 + RM-MM.
           PERFORM 050-BUILD-WINDOW THRU 050-EXIT.
           OPEN OUTPUT RAT-RPT.
           MOVE PAGE-LIMIT TO LINE-CNT.
           SORT SORT-FILE
               ON ASCENDING KEY SRT-LOB SRT-PROV
               INPUT PROCEDURE 100-SELECT-PAYMENTS THRU 100-EXIT
               OUTPUT PROCEDURE 200-PRINT-REPORT THRU 200-EXIT.
           PERFORM 300-PRINT-TREND THRU 300-EXIT.
           GO TO 990-PUBLISH-STATS.
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
           IF CCD-MONTH NOT = SPACES
              MOVE CCD-MONTH TO RPT-MONTH
              IF RPT-MONTH NOT NUMERIC
                 DISPLAY 'COVERAGE MONTH MUST BE YYYYMM OR BLANK'
                 GO TO 030-REJECT-CARD
              END-IF
              IF RM-MM < 1 OR RM-MM > 12 OR RM-YYYY < 1900
                 DISPLAY 'COVERAGE MONTH MUST BE YYYYMM OR BLANK'
                 GO TO 030-REJECT-CARD
              END-IF
           END-IF.
           IF CCD-THRESH NOT = SPACES
              MOVE CCD-THRESH TO THRESH-WORK
              IF THRESH-WORK NOT NUMERIC
                 DISPLAY 'RATIO THRESHOLD MUST BE 5 DIGITS OR BLANK'
                 GO TO 030-REJECT-CARD
              END-IF
           END-IF.
           CLOSE CTL-CARD.
           GO TO 020-EXIT.
       030-REJECT-CARD.
           DISPLAY 'RATIO CONTROL CARD REJECTED - CORRECT THE CARD '
                   'AND RESUBMIT'.
           IF CTLCARD-OPEN
              CLOSE CTL-CARD.
           MOVE 12 TO RETURN-CODE.
           GOBACK.
       020-EXIT.
           EXIT.
      *
      * NO MONTH ON THE CARD - REPORT THE LATEST COVERAGE MONTH PAID
      *  WITH A PREMIUM, WHICH AFTER THE CYCLE'S MATCH IS ITS MONTH.
       040-FIND-LATEST-MONTH.
           READ PAY-LEDGER AT END
                MOVE 'Y' TO EOF-PLG-SW
                GO TO 040-EXIT.
           IF PLG-LOB NOT NUMERIC
              GO TO 040-FIND-LATEST-MONTH.
           IF PLG-PREMIUM NOT NUMERIC OR PLG-COV-MONTH NOT NUMERIC
              GO TO 040-FIND-LATEST-MONTH.
           IF RPT-MONTH = SPACES OR PLG-COV-MONTH > RPT-MONTH
              MOVE PLG-COV-MONTH TO RPT-MONTH.
           GO TO 040-FIND-LATEST-MONTH.
       040-EXIT.
           EXIT.
      *
      * LABEL THE TWELVE TREND MONTHS AND CLEAR THE ALL-LOB TOTALS,
      *  WORKING BACK FROM THE REPORT MONTH.
       050-BUILD-WINDOW.
           MOVE RPT-MONTH-NUM TO WIN-MONTH-NUM.
           MOVE 12 TO MON-IX.
       050-LOOP.
           IF MON-IX < 1
              GO TO 050-EXIT.
           COMPUTE WIN-YYYY = (WIN-MONTH-NUM - 1) / 12.
           COMPUTE WIN-MM = WIN-MONTH-NUM - (WIN-YYYY * 12).
           MOVE WIN-MM   TO RAT-EM-MM.
           MOVE WIN-YYYY TO RAT-EM-YYYY.
           MOVE SPACES       TO TRD-HDR2-CELL (MON-IX).
           MOVE RAT-ED-MONTH TO TRD-HDR2-MONTH (MON-IX).
           MOVE 0 TO GRD-PREM (MON-IX) GRD-CAP (MON-IX).
           SUBTRACT 1 FROM WIN-MONTH-NUM.
           SUBTRACT 1 FROM MON-IX.
           GO TO 050-LOOP.
       050-EXIT.
           EXIT.
      *
      * ADD EVERY PAYMENT IN THE TWELVE MONTHS TO THE TREND, AND PASS
      *  THE REPORT MONTH'S PAYMENTS TO THE SORT.
       100-SELECT-PAYMENTS.
           READ PAY-LEDGER AT END
                MOVE 'Y' TO EOF-PLG-SW
                GO TO 100-EXIT.
           IF PLG-LOB NOT NUMERIC
              GO TO 100-SELECT-PAYMENTS.
           ADD 1 TO LEDGER-READ.
           IF PLG-COV-MONTH NOT NUMERIC
              GO TO 100-SELECT-PAYMENTS.
           COMPUTE LEDG-MONTH-NUM = PLG-COV-YYYY * 12 + PLG-COV-MM.
           COMPUTE MONTH-DIFF = RPT-MONTH-NUM - LEDG-MONTH-NUM.
           IF MONTH-DIFF < 0 OR MONTH-DIFF > 11
              GO TO 100-SELECT-PAYMENTS.
           COMPUTE MON-IX = 12 - MONTH-DIFF.
           IF PLG-PREMIUM NOT NUMERIC OR PLG-AMOUNT NOT NUMERIC
              IF MON-IX = 12
                 ADD 1 TO NO-PREMIUM-CNT
              END-IF
              GO TO 100-SELECT-PAYMENTS.
           PERFORM 110-FIND-LOB THRU 110-EXIT.
           ADD PLG-PREMIUM TO TRD-PREM (TRD-IX MON-IX)
                              GRD-PREM (MON-IX).
           ADD PLG-AMOUNT  TO TRD-CAP (TRD-IX MON-IX)
                              GRD-CAP (MON-IX).
           IF MON-IX NOT = 12
              GO TO 100-SELECT-PAYMENTS.
           MOVE PLG-LOB         TO SRT-LOB.
           MOVE PLG-PROV        TO SRT-PROV.
           MOVE PLG-RATE-TYPE   TO SRT-RATE-TYPE.
           MOVE PLG-AMOUNT      TO SRT-AMOUNT.
           MOVE PLG-PREMIUM     TO SRT-PREMIUM.
           RELEASE SORT-REC.
           ADD 1 TO MONTH-PAYMENTS.
           GO TO 100-SELECT-PAYMENTS.
       100-EXIT.
           EXIT.
      *
      * LOCATE (OR ADD) THE TREND ENTRY FOR PLG-LOB.
       110-FIND-LOB.
           MOVE 1 TO TRD-IX.
       110-LOOP.
           IF TRD-IX > TRD-CNT
              GO TO 110-ADD.
           IF TRD-LOB (TRD-IX) = PLG-LOB
              GO TO 110-EXIT.
           ADD 1 TO TRD-IX.
           GO TO 110-LOOP.
       110-ADD.
           IF TRD-CNT = 10
              MOVE 10 TO TRD-IX
              GO TO 110-EXIT.
           ADD 1 TO TRD-CNT.
           MOVE TRD-CNT TO TRD-IX.
           MOVE PLG-LOB TO TRD-LOB (TRD-IX).
           MOVE 1 TO MON-IX.
       110-ZERO-MONTHS.
           MOVE 0 TO TRD-PREM (TRD-IX MON-IX) TRD-CAP (TRD-IX MON-IX).
           ADD 1 TO MON-IX.
           IF MON-IX NOT > 12
              GO TO 110-ZERO-MONTHS.
           COMPUTE MON-IX = 12 - MONTH-DIFF.
       110-EXIT.
           EXIT.
      *
      * PAYMENTS COME BACK BY LOB AND PROVIDER.  A LINE CLOSES EACH
      *  PROVIDER, A TOTAL EACH LOB (WHICH STARTS ON A NEW PAGE) AND
      *  A GRAND TOTAL THE MONTH.
       200-PRINT-REPORT.
           RETURN SORT-FILE AT END
                MOVE 'Y' TO EOF-SORT-SW
                GO TO 200-LAST-GROUP.
           IF SRT-LOB NOT = GRP-LOB OR SRT-PROV NOT = GRP-PROV
              IF PRV-MEMBERS > 0
                 PERFORM 210-PROVIDER-LINE
              END-IF
              MOVE SRT-PROV TO GRP-PROV.
           IF SRT-LOB NOT = GRP-LOB
              IF LOB-MEMBERS > 0
                 PERFORM 220-LOB-TOTAL
              END-IF
              MOVE SRT-LOB TO GRP-LOB RAT-HDR2-LOB
              MOVE PAGE-LIMIT TO LINE-CNT.
           ADD 1 TO PRV-MEMBERS.
           ADD SRT-PREMIUM TO PRV-PREM.
           ADD SRT-AMOUNT  TO PRV-CAP.
           IF SRT-RATE-TYPE = 'F' AND SRT-AMOUNT > SRT-PREMIUM
              ADD 1 TO PRV-FLAT-OVER.
           GO TO 200-PRINT-REPORT.
       200-LAST-GROUP.
           IF PRV-MEMBERS > 0
              PERFORM 210-PROVIDER-LINE.
           IF LOB-MEMBERS > 0
              PERFORM 220-LOB-TOTAL.
           MOVE 'ALL' TO RAT-HDR2-LOB.
           IF TOT-MEMBERS = 0
              PERFORM 120-PAGE-HEADING
              WRITE RAT-RPT-REC FROM RAT-NONE-LINE
                  AFTER ADVANCING 2 LINES
              GO TO 200-EXIT.
           IF LINE-CNT >= PAGE-LIMIT
              PERFORM 120-PAGE-HEADING.
           MOVE 'ALL LOBS'        TO RAT-DET-LABEL.
           MOVE TOT-MEMBERS       TO CALC-MEMBERS.
           MOVE TOT-PREM          TO CALC-PREM.
           MOVE TOT-CAP           TO CALC-CAP.
           PERFORM 230-EDIT-AMOUNTS.
           MOVE TOT-FLAT-OVER     TO RAT-DET-FLAT.
           MOVE SPACES            TO RAT-DET-FLAG.
           IF TOT-FLAGGED > 0
              MOVE TOT-FLAGGED    TO FLAGGED-CNT
              MOVE FLAGGED-TEXT   TO RAT-DET-FLAG.
           WRITE RAT-RPT-REC FROM RAT-DET-LINE
               AFTER ADVANCING 2 LINES.
       200-EXIT.
           EXIT.
      *
       120-PAGE-HEADING.
           WRITE RAT-RPT-REC FROM RAT-HDR1-LINE
               AFTER ADVANCING PAGE.
           WRITE RAT-RPT-REC FROM RAT-HDR2-LINE
               AFTER ADVANCING 2 LINES.
           WRITE RAT-RPT-REC FROM RAT-HDR3-LINE
               AFTER ADVANCING 2 LINES.
           MOVE 5 TO LINE-CNT.
      *
      * LIST THE PROVIDER, FLAG IT, AND ADD IT INTO ITS LOB.
       210-PROVIDER-LINE.
           IF LINE-CNT >= PAGE-LIMIT
              PERFORM 120-PAGE-HEADING.
           MOVE GRP-PROV          TO RAT-DET-LABEL.
           MOVE PRV-MEMBERS       TO CALC-MEMBERS.
           MOVE PRV-PREM          TO CALC-PREM.
           MOVE PRV-CAP           TO CALC-CAP.
           PERFORM 230-EDIT-AMOUNTS.
           MOVE PRV-FLAT-OVER     TO RAT-DET-FLAT.
           MOVE SPACES            TO RAT-DET-FLAG.
           IF OVER-THRESH
              ADD 1 TO RATIO-FLAG-CNT
              MOVE '** OVER RATIO THRESHOLD' TO RAT-DET-FLAG.
           IF PRV-FLAT-OVER > 0
              ADD 1 TO FLAT-FLAG-CNT
              MOVE '** FLAT RATE PAID OVER PREMIUM' TO RAT-DET-FLAG.
           IF OVER-THRESH AND PRV-FLAT-OVER > 0
              MOVE '** OVER THRESHOLD, FLAT OVER PREMIUM'
                                  TO RAT-DET-FLAG.
           IF OVER-THRESH OR PRV-FLAT-OVER > 0
              ADD 1 TO LOB-FLAGGED.
           WRITE RAT-RPT-REC FROM RAT-DET-LINE
               AFTER ADVANCING 1 LINE.
           ADD 1 TO LINE-CNT.
           ADD 1 TO PROVS-LISTED.
           ADD PRV-MEMBERS   TO LOB-MEMBERS.
           ADD PRV-PREM      TO LOB-PREM.
           ADD PRV-CAP       TO LOB-CAP.
           ADD PRV-FLAT-OVER TO LOB-FLAT-OVER.
           MOVE 0 TO PRV-MEMBERS PRV-PREM PRV-CAP PRV-FLAT-OVER.
      *
       220-LOB-TOTAL.
           IF LINE-CNT >= PAGE-LIMIT
              PERFORM 120-PAGE-HEADING.
           MOVE GRP-LOB           TO LOB-LABEL-LOB.
           MOVE LOB-LABEL         TO RAT-DET-LABEL.
           MOVE LOB-MEMBERS       TO CALC-MEMBERS.
           MOVE LOB-PREM          TO CALC-PREM.
           MOVE LOB-CAP           TO CALC-CAP.
           PERFORM 230-EDIT-AMOUNTS.
           MOVE LOB-FLAT-OVER     TO RAT-DET-FLAT.
           MOVE SPACES            TO RAT-DET-FLAG.
           IF LOB-FLAGGED > 0
              MOVE LOB-FLAGGED    TO FLAGGED-CNT
              MOVE FLAGGED-TEXT   TO RAT-DET-FLAG.
           WRITE RAT-RPT-REC FROM RAT-DET-LINE
               AFTER ADVANCING 2 LINES.
           ADD 2 TO LINE-CNT.
           ADD LOB-MEMBERS   TO TOT-MEMBERS.
           ADD LOB-PREM      TO TOT-PREM.
           ADD LOB-CAP       TO TOT-CAP.
           ADD LOB-FLAT-OVER TO TOT-FLAT-OVER.
           ADD LOB-FLAGGED   TO TOT-FLAGGED.
           MOVE 0 TO LOB-MEMBERS LOB-PREM LOB-CAP LOB-FLAT-OVER
                     LOB-FLAGGED.
      *
      * EDIT ONE LINE'S MEMBERS, PREMIUM, CAPITATION, RATIO AND PMPM
      *  AND SET OVER-THRESH.  CAPITATION PAID AGAINST NO PREMIUM AT
      *  ALL HAS NO RATIO AND IS ALWAYS OVER THE THRESHOLD.
       230-EDIT-AMOUNTS.
           MOVE CALC-MEMBERS      TO RAT-DET-MEMBERS.
           MOVE CALC-PREM         TO RAT-DET-PREM.
           MOVE CALC-CAP          TO RAT-DET-CAP.
           MOVE 'N' TO OVER-THRESH-SW.
           IF CALC-PREM = 0
              MOVE '      N/A'    TO RAT-DET-RATIO-X
              IF CALC-CAP > 0
                 MOVE 'Y' TO OVER-THRESH-SW
              END-IF
           ELSE
              COMPUTE CALC-RATIO ROUNDED = (CALC-CAP * 100) / CALC-PREM
                  ON SIZE ERROR
                     MOVE 99999.99 TO CALC-RATIO
              END-COMPUTE
              MOVE CALC-RATIO     TO RAT-DET-RATIO
              IF CALC-RATIO > RATIO-THRESH
                 MOVE 'Y' TO OVER-THRESH-SW
              END-IF
           END-IF.
           MOVE 0 TO CALC-PMPM.
           IF CALC-MEMBERS > 0
              COMPUTE CALC-PMPM ROUNDED = CALC-CAP / CALC-MEMBERS
                  ON SIZE ERROR
                     MOVE 99999.99 TO CALC-PMPM
              END-COMPUTE
           END-IF.
           MOVE CALC-PMPM         TO RAT-DET-PMPM.
      *
      * THE TREND PAGE - ONE ROW PER LOB AND ONE FOR ALL LOBS.
       300-PRINT-TREND.
           WRITE RAT-RPT-REC FROM TRD-HDR1-LINE
               AFTER ADVANCING PAGE.
           WRITE RAT-RPT-REC FROM TRD-HDR2-LINE
               AFTER ADVANCING 2 LINES.
           MOVE SPACES TO RAT-RPT-REC.
           WRITE RAT-RPT-REC AFTER ADVANCING 1 LINE.
           MOVE 'N' TO GRAND-ROW-SW.
           MOVE 1 TO TRD-IX.
       300-LOB-LOOP.
           IF TRD-IX > TRD-CNT
              GO TO 300-GRAND-ROW.
           MOVE TRD-LOB (TRD-IX) TO TRD-LABEL-LOB.
           MOVE TRD-LABEL        TO TRD-ROW-LABEL.
           PERFORM 310-BUILD-ROW THRU 310-EXIT.
           WRITE RAT-RPT-REC FROM TRD-ROW-LINE
               AFTER ADVANCING 1 LINE.
           ADD 1 TO TRD-IX.
           GO TO 300-LOB-LOOP.
       300-GRAND-ROW.
           MOVE 'Y' TO GRAND-ROW-SW.
           MOVE 'ALL LOBS'  TO TRD-ROW-LABEL.
           PERFORM 310-BUILD-ROW THRU 310-EXIT.
           WRITE RAT-RPT-REC FROM TRD-ROW-LINE
               AFTER ADVANCING 2 LINES.
           WRITE RAT-RPT-REC FROM TRD-NOTE-LINE
               AFTER ADVANCING 3 LINES.
       300-EXIT.
           EXIT.
      *
      * ONE TREND ROW - THE RATIO FOR EACH MONTH AND FOR THE TWELVE
      *  TOGETHER, FROM THE LOB AT TRD-IX OR FROM ALL LOBS.
       310-BUILD-ROW.
           MOVE 0 TO ROW-PREM ROW-CAP.
           MOVE 1 TO MON-IX.
       310-LOOP.
           IF MON-IX > 12
              GO TO 310-TWELVE.
           IF GRAND-ROW
              MOVE GRD-PREM (MON-IX)        TO CELL-PREM
              MOVE GRD-CAP (MON-IX)         TO CELL-CAP
           ELSE
              MOVE TRD-PREM (TRD-IX MON-IX) TO CELL-PREM
              MOVE TRD-CAP (TRD-IX MON-IX)  TO CELL-CAP
           END-IF.
           ADD CELL-PREM TO ROW-PREM.
           ADD CELL-CAP  TO ROW-CAP.
           MOVE SPACES TO TRD-ROW-CELL (MON-IX).
           PERFORM 320-EDIT-CELL.
           IF CELL-PREM = 0 AND CELL-CAP = 0
              MOVE '     -'   TO TRD-ROW-PCT-X (MON-IX)
           ELSE
              IF CELL-PREM = 0
                 MOVE '   N/A' TO TRD-ROW-PCT-X (MON-IX)
              ELSE
                 MOVE CELL-RATIO TO TRD-ROW-PCT (MON-IX)
              END-IF
           END-IF.
           ADD 1 TO MON-IX.
           GO TO 310-LOOP.
       310-TWELVE.
           MOVE ROW-PREM TO CELL-PREM.
           MOVE ROW-CAP  TO CELL-CAP.
           PERFORM 320-EDIT-CELL.
           IF CELL-PREM = 0 AND CELL-CAP = 0
              MOVE '     -'   TO TRD-ROW-T12-X
           ELSE
              IF CELL-PREM = 0
                 MOVE '   N/A' TO TRD-ROW-T12-X
              ELSE
                 MOVE CELL-RATIO TO TRD-ROW-T12
              END-IF
           END-IF.
       310-EXIT.
           EXIT.
      *
       320-EDIT-CELL.
           MOVE 0 TO CELL-RATIO.
           IF CELL-PREM > 0
              COMPUTE CELL-RATIO ROUNDED = (CELL-CAP * 100) / CELL-PREM
                  ON SIZE ERROR
                     MOVE 9999.9 TO CELL-RATIO
              END-COMPUTE
           END-IF.
      *
       990-PUBLISH-STATS.
           DISPLAY 'LEDGER RECORDS READ      = ' LEDGER-READ.
           DISPLAY 'PAYMENTS FOR THE MONTH   = ' MONTH-PAYMENTS.
           DISPLAY 'PAYMENTS WITH NO PREMIUM = ' NO-PREMIUM-CNT.
           DISPLAY 'PROVIDERS LISTED         = ' PROVS-LISTED.
           DISPLAY 'OVER RATIO THRESHOLD     = ' RATIO-FLAG-CNT.
           DISPLAY 'FLAT RATE OVER PREMIUM   = ' FLAT-FLAG-CNT.
           DISPLAY 'TOTAL PREMIUM            = ' TOT-PREM.
           DISPLAY 'TOTAL CAPITATION         = ' TOT-CAP.
           IF TOT-FLAGGED > 0 OR NO-PREMIUM-CNT > 0
              OR MONTH-PAYMENTS = 0
              MOVE 4 TO RETURN-CODE.
           GO TO 9999-STOP.
      *
       9999-STOP.
           CLOSE PAY-LEDGER RAT-RPT.
           GOBACK.
