       IDENTIFICATION DIVISION.
       PROGRAM-ID.  SAMPPHST.
       DATE-COMPILED.
      *---------------------------------------------------------------*
      *                                                               *
      * MEMBER PAYMENT HISTORY PRINT.  LISTS THE CAPITATION PAYMENTS  *
      *  ON THE MEMBER PAYMENT LEDGER FOR A DATE RANGE, BY PERSON,    *
      *  LOB, PROVIDER AND COVERAGE MONTH, WITH A TOTAL PER PERSON    *
      *  AND FOR THE REPORT, SO PROVIDER AND MEMBER DISPUTES CAN BE   *
      *  ANSWERED WITHOUT RESTORING OLD NEW-RATE ARCHIVE GENERATIONS. *
      *                                                               *
      * INPUT IS AN UNLOAD OF THE LEDGER KSDS (SEE SAMPMTCH FOR THE   *
      *  LAYOUT).  THE SEED RECORD IS PASSED OVER.                    *
      *                                                               *
      * THE CONTROL CARD GIVES THE DATE RANGE, WHETHER IT APPLIES TO  *
      *  THE COVERAGE MONTH OR THE DATE PAID, AND OPTIONALLY NARROWS  *
      *  THE PRINT TO ONE LOB, PROVIDER OR PERSON.                    *
      *                                                               *
      * RETURN CODE 12 WHEN THE CONTROL CARD IS MISSING OR NOT VALID, *
      *  4 WHEN NO PAYMENT MATCHES THE CARD.                          *
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
           SELECT HIST-RPT      ASSIGN TO UT-S-PHSTRPT.
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

      * HISTORY CONTROL CARD - ONE CARD, FIXED COLUMNS:
      *   COLS  1- 8  FROM DATE YYYYMMDD
      *   COLS 10-17  THROUGH DATE YYYYMMDD
      *   COL  19     C = RANGE IS ON COVERAGE MONTH (ONLY THE YEAR
      *                   AND MONTH OF EACH DATE ARE USED), THE
      *                   DEFAULT WHEN BLANK
      *               P = RANGE IS ON THE DATE PAID
      *   COLS 21-22  LOB       (BLANK = ALL)
      *   COLS 24-32  PROVIDER  (BLANK = ALL)
      *   COLS 34-45  PERSON    (BLANK = ALL)
       01  CTL-CARD-REC.
           05 CCD-FROM-DATE     PIC X(8).
           05 FILLER            PIC X.
           05 CCD-THRU-DATE     PIC X(8).
           05 FILLER            PIC X.
           05 CCD-BASIS         PIC X(1).
              88 CCD-BASIS-COVERAGE VALUE 'C' ' '.
              88 CCD-BASIS-PAID     VALUE 'P'.
           05 FILLER            PIC X.
           05 CCD-LOB           PIC X(2).
           05 FILLER            PIC X.
           05 CCD-PROV          PIC X(9).
           05 FILLER            PIC X.
           05 CCD-PRSN          PIC X(12).
           05 FILLER            PIC X(35).

       FD  HIST-RPT
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.

       01  HIST-RPT-REC         PIC X(132).

       SD  SORT-FILE.

       01  SORT-REC.
           05 SRT-PRSN          PIC X(12).
           05 SRT-LOB           PIC X(2).
           05 SRT-PROV          PIC X(9).
           05 SRT-COV-MONTH     PIC X(6).
           05 SRT-PAID-DATE     PIC X(8).
           05 SRT-RATE-TYPE     PIC X(1).
           05 SRT-AMOUNT        PIC 9(5)V99.
           05 SRT-ASOF-DATE     PIC X(8).

       WORKING-STORAGE SECTION.
       77  WKS-MESSAGE         PIC X(23) VALUE
                                   'WORKING-STORAGE SECTION'.

       77  LEDGER-READ            PIC 9(7) COMP-3 VALUE 0.
       77  PAYMENTS-SELECTED      PIC 9(7) COMP-3 VALUE 0.
       77  PERSONS-LISTED         PIC 9(7) COMP-3 VALUE 0.
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
      *
       77  PRSN-PAY-CNT           PIC 9(7) COMP-3 VALUE 0.
       77  PRSN-MONEY             PIC 9(9)V99 COMP-3 VALUE 0.
       77  TOT-MONEY              PIC 9(9)V99 COMP-3 VALUE 0.
       01  CUR-PRSN            PIC X(12) VALUE SPACES.
      *
      * THE RANGE AS COMPARED - YYYYMM FOR COVERAGE, YYYYMMDD FOR
      *  DATE PAID.
       01  RANGE-FROM          PIC X(8) VALUE SPACES.
       01  RANGE-THRU          PIC X(8) VALUE SPACES.
       01  RANGE-VALUE         PIC X(8) VALUE SPACES.
      *
       01  RUN-DATE            PIC 9(8) VALUE 0.
       01  RUN-DATE-R REDEFINES RUN-DATE.
           05 RD-YYYY          PIC 9(4).
           05 RD-MM            PIC 99.
           05 RD-DD            PIC 99.
      *
       01  ED-DATE-IN          PIC X(8).
       01  ED-DATE-IN-R REDEFINES ED-DATE-IN.
           05 EDI-YYYY         PIC X(4).
           05 EDI-MM           PIC X(2).
           05 EDI-DD           PIC X(2).
       01  HST-ED-DATE.
           05 HST-ED-MM           PIC X(2).
           05 FILLER              PIC X VALUE '/'.
           05 HST-ED-DD           PIC X(2).
           05 FILLER              PIC X VALUE '/'.
           05 HST-ED-YYYY         PIC X(4).
       01  HST-ED-MONTH.
           05 HST-EM-MM           PIC X(2).
           05 FILLER              PIC X VALUE '/'.
           05 HST-EM-YYYY         PIC X(4).
      *
       01  HST-HDR1-LINE.
           05 FILLER              PIC X(39) VALUE
                  'MEMBER CAPITATION PAYMENT HISTORY      '.
           05 FILLER              PIC X(10) VALUE 'RUN DATE  '.
           05 HST-HDR1-DATE       PIC X(10).
           05 FILLER              PIC X(73) VALUE SPACES.
      *
       01  HST-HDR2-LINE.
           05 HST-HDR2-BASIS      PIC X(16).
           05 HST-HDR2-FROM       PIC X(10).
           05 FILLER              PIC X(6)  VALUE ' THRU '.
           05 HST-HDR2-THRU       PIC X(10).
           05 FILLER              PIC X(6)  VALUE '  LOB '.
           05 HST-HDR2-LOB        PIC X(3).
           05 FILLER              PIC X(11) VALUE '  PROVIDER '.
           05 HST-HDR2-PROV       PIC X(9).
           05 FILLER              PIC X(9)  VALUE '  PERSON '.
           05 HST-HDR2-PRSN       PIC X(12).
           05 FILLER              PIC X(40) VALUE SPACES.
      *
       01  HST-HDR3-LINE.
           05 FILLER              PIC X(15) VALUE 'PERSON'.
           05 FILLER              PIC X(5)  VALUE 'LOB'.
           05 FILLER              PIC X(12) VALUE 'PROVIDER'.
           05 FILLER              PIC X(11) VALUE 'COVERAGE'.
           05 FILLER              PIC X(6)  VALUE 'TYPE'.
           05 FILLER              PIC X(14) VALUE '        AMOUNT'.
           05 FILLER              PIC X(3)  VALUE SPACES.
           05 FILLER              PIC X(12) VALUE 'DATE PAID'.
           05 FILLER              PIC X(12) VALUE 'AS-OF DATE'.
           05 FILLER              PIC X(42) VALUE SPACES.
      *
       01  HST-DET-LINE.
           05 HST-DET-PRSN        PIC X(12).
           05 FILLER              PIC X(3)  VALUE SPACES.
           05 HST-DET-LOB         PIC X(2).
           05 FILLER              PIC X(3)  VALUE SPACES.
           05 HST-DET-PROV        PIC X(9).
           05 FILLER              PIC X(3)  VALUE SPACES.
           05 HST-DET-COV         PIC X(7).
           05 FILLER              PIC X(4)  VALUE SPACES.
           05 HST-DET-TYPE        PIC X(1).
           05 FILLER              PIC X(5)  VALUE SPACES.
           05 HST-DET-AMOUNT      PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER              PIC X(3)  VALUE SPACES.
           05 HST-DET-PAID        PIC X(10).
           05 FILLER              PIC X(2)  VALUE SPACES.
           05 HST-DET-ASOF        PIC X(10).
           05 FILLER              PIC X(44) VALUE SPACES.
      *
       01  HST-TOT-LINE.
           05 HST-TOT-LABEL       PIC X(26).
           05 HST-TOT-CNT         PIC ZZZ,ZZ9.
           05 FILLER              PIC X(10) VALUE ' PAYMENTS '.
           05 HST-TOT-MONEY       PIC $$$,$$$,$$9.99.
           05 FILLER              PIC X(75) VALUE SPACES.
      *
       PROCEDURE DIVISION.
       010-OPEN-FILES.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           MOVE RUN-DATE TO ED-DATE-IN.
           PERFORM 130-EDIT-DATE.
           MOVE HST-ED-DATE TO HST-HDR1-DATE.
           PERFORM 020-READ-CONTROL-CARD THRU 020-EXIT.
           OPEN INPUT  PAY-LEDGER.
           OPEN OUTPUT HIST-RPT.
           MOVE PAGE-LIMIT TO LINE-CNT.
           SORT SORT-FILE
               ON ASCENDING KEY SRT-PRSN SRT-LOB SRT-PROV
                                SRT-COV-MONTH SRT-PAID-DATE
               INPUT PROCEDURE 100-SELECT-PAYMENTS THRU 100-EXIT
               OUTPUT PROCEDURE 200-PRINT-REPORT THRU 200-EXIT.
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
           IF CCD-FROM-DATE NOT NUMERIC OR CCD-THRU-DATE NOT NUMERIC
              DISPLAY 'FROM/THRU DATES MUST BE YYYYMMDD'
              GO TO 030-REJECT-CARD.
           IF CCD-FROM-DATE > CCD-THRU-DATE
              DISPLAY 'FROM DATE IS AFTER THRU DATE'
              GO TO 030-REJECT-CARD.
           IF NOT CCD-BASIS-COVERAGE AND NOT CCD-BASIS-PAID
              DISPLAY 'DATE BASIS MUST BE C OR P'
              GO TO 030-REJECT-CARD.
           CLOSE CTL-CARD.
           IF CCD-BASIS-PAID
              MOVE CCD-FROM-DATE TO RANGE-FROM
              MOVE CCD-THRU-DATE TO RANGE-THRU
              MOVE 'DATE PAID FROM  ' TO HST-HDR2-BASIS
              MOVE CCD-FROM-DATE TO ED-DATE-IN
              PERFORM 130-EDIT-DATE
              MOVE HST-ED-DATE TO HST-HDR2-FROM
              MOVE CCD-THRU-DATE TO ED-DATE-IN
              PERFORM 130-EDIT-DATE
              MOVE HST-ED-DATE TO HST-HDR2-THRU
           ELSE
              MOVE CCD-FROM-DATE (1:6) TO RANGE-FROM
              MOVE CCD-THRU-DATE (1:6) TO RANGE-THRU
              MOVE 'COVERAGE FROM   ' TO HST-HDR2-BASIS
              MOVE CCD-FROM-DATE TO ED-DATE-IN
              PERFORM 140-EDIT-MONTH
              MOVE HST-ED-MONTH TO HST-HDR2-FROM
              MOVE CCD-THRU-DATE TO ED-DATE-IN
              PERFORM 140-EDIT-MONTH
              MOVE HST-ED-MONTH TO HST-HDR2-THRU.
           MOVE 'ALL' TO HST-HDR2-LOB HST-HDR2-PROV HST-HDR2-PRSN.
           IF CCD-LOB NOT = SPACES
              MOVE CCD-LOB TO HST-HDR2-LOB.
           IF CCD-PROV NOT = SPACES
              MOVE CCD-PROV TO HST-HDR2-PROV.
           IF CCD-PRSN NOT = SPACES
              MOVE CCD-PRSN TO HST-HDR2-PRSN.
           GO TO 020-EXIT.
       030-REJECT-CARD.
           DISPLAY 'HISTORY CONTROL CARD REJECTED - CORRECT THE CARD '
                   'AND RESUBMIT'.
           IF CTLCARD-OPEN
              CLOSE CTL-CARD.
           MOVE 12 TO RETURN-CODE.
           GOBACK.
       020-EXIT.
           EXIT.
      *
      * PASS THE PAYMENTS THE CARD SELECTS TO THE SORT.
       100-SELECT-PAYMENTS.
           READ PAY-LEDGER AT END
                MOVE 'Y' TO EOF-PLG-SW
                GO TO 100-EXIT.
           IF PLG-LOB NOT NUMERIC
              GO TO 100-SELECT-PAYMENTS.
           ADD 1 TO LEDGER-READ.
           IF CCD-LOB NOT = SPACES AND CCD-LOB NOT = PLG-LOB
              GO TO 100-SELECT-PAYMENTS.
           IF CCD-PROV NOT = SPACES AND CCD-PROV NOT = PLG-PROV
              GO TO 100-SELECT-PAYMENTS.
           IF CCD-PRSN NOT = SPACES AND CCD-PRSN NOT = PLG-PRSN
              GO TO 100-SELECT-PAYMENTS.
           IF CCD-BASIS-PAID
              MOVE PLG-PAID-DATE TO RANGE-VALUE
           ELSE
              MOVE PLG-COV-MONTH TO RANGE-VALUE.
           IF RANGE-VALUE < RANGE-FROM OR RANGE-VALUE > RANGE-THRU
              GO TO 100-SELECT-PAYMENTS.
           MOVE PLG-PRSN      TO SRT-PRSN.
           MOVE PLG-LOB       TO SRT-LOB.
           MOVE PLG-PROV      TO SRT-PROV.
           MOVE PLG-COV-MONTH TO SRT-COV-MONTH.
           MOVE PLG-PAID-DATE TO SRT-PAID-DATE.
           MOVE PLG-RATE-TYPE TO SRT-RATE-TYPE.
           MOVE PLG-AMOUNT    TO SRT-AMOUNT.
           MOVE PLG-ASOF-DATE TO SRT-ASOF-DATE.
           RELEASE SORT-REC.
           ADD 1 TO PAYMENTS-SELECTED.
           GO TO 100-SELECT-PAYMENTS.
       100-EXIT.
           EXIT.
      *
      * PAYMENTS COME BACK BY PERSON.  A TOTAL LINE CLOSES EACH
      *  PERSON AND A GRAND TOTAL CLOSES THE REPORT.
       200-PRINT-REPORT.
           RETURN SORT-FILE AT END
                MOVE 'Y' TO EOF-SORT-SW
                GO TO 200-LAST-PERSON.
           IF SRT-PRSN NOT = CUR-PRSN
              IF PRSN-PAY-CNT > 0
                 PERFORM 220-PERSON-TOTAL
              END-IF
              MOVE SRT-PRSN TO CUR-PRSN
              ADD 1 TO PERSONS-LISTED.
           PERFORM 210-PRINT-PAYMENT.
           GO TO 200-PRINT-REPORT.
       200-LAST-PERSON.
           IF PRSN-PAY-CNT > 0
              PERFORM 220-PERSON-TOTAL.
           IF LINE-CNT >= PAGE-LIMIT
              PERFORM 120-PAGE-HEADING.
           MOVE 'REPORT TOTAL'    TO HST-TOT-LABEL.
           MOVE PAYMENTS-SELECTED TO HST-TOT-CNT.
           MOVE TOT-MONEY         TO HST-TOT-MONEY.
           WRITE HIST-RPT-REC FROM HST-TOT-LINE
               AFTER ADVANCING 2 LINES.
       200-EXIT.
           EXIT.
      *
       120-PAGE-HEADING.
           WRITE HIST-RPT-REC FROM HST-HDR1-LINE
               AFTER ADVANCING PAGE.
           WRITE HIST-RPT-REC FROM HST-HDR2-LINE
               AFTER ADVANCING 1 LINE.
           WRITE HIST-RPT-REC FROM HST-HDR3-LINE
               AFTER ADVANCING 2 LINES.
           MOVE 4 TO LINE-CNT.
      *
       130-EDIT-DATE.
           MOVE EDI-MM   TO HST-ED-MM.
           MOVE EDI-DD   TO HST-ED-DD.
           MOVE EDI-YYYY TO HST-ED-YYYY.
      *
       140-EDIT-MONTH.
           MOVE EDI-MM   TO HST-EM-MM.
           MOVE EDI-YYYY TO HST-EM-YYYY.
      *
       210-PRINT-PAYMENT.
           IF LINE-CNT >= PAGE-LIMIT
              PERFORM 120-PAGE-HEADING.
           MOVE SRT-PRSN      TO HST-DET-PRSN.
           MOVE SRT-LOB       TO HST-DET-LOB.
           MOVE SRT-PROV      TO HST-DET-PROV.
           MOVE SRT-COV-MONTH TO ED-DATE-IN.
           PERFORM 140-EDIT-MONTH.
           MOVE HST-ED-MONTH  TO HST-DET-COV.
           MOVE SRT-RATE-TYPE TO HST-DET-TYPE.
           MOVE SRT-AMOUNT    TO HST-DET-AMOUNT.
           MOVE SRT-PAID-DATE TO ED-DATE-IN.
           PERFORM 130-EDIT-DATE.
           MOVE HST-ED-DATE   TO HST-DET-PAID.
           MOVE SRT-ASOF-DATE TO ED-DATE-IN.
           PERFORM 130-EDIT-DATE.
           MOVE HST-ED-DATE   TO HST-DET-ASOF.
           WRITE HIST-RPT-REC FROM HST-DET-LINE
               AFTER ADVANCING 1 LINE.
           ADD 1 TO LINE-CNT.
           ADD 1 TO PRSN-PAY-CNT.
           ADD SRT-AMOUNT TO PRSN-MONEY TOT-MONEY.
      *
       220-PERSON-TOTAL.
           IF LINE-CNT >= PAGE-LIMIT
              PERFORM 120-PAGE-HEADING.
           MOVE 'PERSON TOTAL' TO HST-TOT-LABEL.
           MOVE PRSN-PAY-CNT   TO HST-TOT-CNT.
           MOVE PRSN-MONEY     TO HST-TOT-MONEY.
           WRITE HIST-RPT-REC FROM HST-TOT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE SPACES TO HIST-RPT-REC.
           WRITE HIST-RPT-REC AFTER ADVANCING 1 LINE.
           ADD 2 TO LINE-CNT.
           MOVE 0 TO PRSN-PAY-CNT PRSN-MONEY.
      *
       990-PUBLISH-STATS.
           DISPLAY 'LEDGER RECORDS READ = ' LEDGER-READ.
           DISPLAY 'PAYMENTS SELECTED   = ' PAYMENTS-SELECTED.
           DISPLAY 'PERSONS LISTED      = ' PERSONS-LISTED.
           DISPLAY 'DOLLARS LISTED      = ' TOT-MONEY.
           IF PAYMENTS-SELECTED = 0
              DISPLAY 'NO PAYMENT MATCHES THE CONTROL CARD'
              MOVE 4 TO RETURN-CODE.
           GO TO 9999-STOP.
      *
       9999-STOP.
           CLOSE PAY-LEDGER HIST-RPT.
           GOBACK.
