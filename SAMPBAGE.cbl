       IDENTIFICATION DIVISION.
       PROGRAM-ID.  SAMPBAGE.
       DATE-COMPILED.
      *---------------------------------------------------------------*
      *                                                               *
      * MONTHLY AGED RECEIVABLES REPORT OF THE PROVIDER BALANCE       *
      *  LEDGER.  EVERY LOB/PROVIDER STILL OWING MONEY - A RETRO      *
      *  RECOVERY NOT YET RECOUPED FROM ITS CAPITATION - IS AGED      *
      *  FROM THE CYCLE ITS BALANCE FIRST WENT BELOW ZERO TO THE RUN  *
      *  DATE AND LISTED OLDEST FIRST WITHIN ITS LINE OF BUSINESS,    *
      *  WITH WHAT WAS RECOVERED FROM IT LAST CYCLE AND ANY PAYMENT   *
      *  HOLD.  EACH LOB CLOSES WITH ITS DOLLARS OWED IN 0-30, 31-60, *
      *  61-90 AND OVER 90 DAY BUCKETS, AND THE REPORT WITH THE SAME  *
      *  FOR ALL LOBS.                                                *
      *                                                               *
      * INPUT IS AN UNLOAD OF THE PROVBAL KSDS (SEE SAMPREMT FOR THE  *
      *  LAYOUT).  THE SEED RECORD IS PASSED OVER.  A BALANCE THAT IS *
      *  NOT NUMERIC OR AN OWED-SINCE DATE THAT IS NOT A VALID        *
      *  YYYYMMDD IS REPORTED ON SYSOUT AND LEFT OFF THE REPORT.      *
      *                                                               *
      * RETURN CODE 4 WHEN ANY BALANCE IS OVER 90 DAYS OLD OR ANY     *
      *  LEDGER RECORD COULD NOT BE AGED.                             *
      *                                                               *
      *---------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *
           SELECT LEDG-IN       ASSIGN TO UT-S-PROVBAL.
           SELECT AGE-RPT       ASSIGN TO UT-S-AGERPT.
           SELECT SORT-FILE     ASSIGN TO UT-S-SORTWK.
      *
       DATA DIVISION.
       FILE SECTION.
      *
      * PROVIDER BALANCE LEDGER RECORD AS WRITTEN BY SAMPREMT - KEPT
      *  IN STEP WITH THAT PROGRAM.
       FD  LEDG-IN
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.

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

       FD  AGE-RPT
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.

       01  AGE-RPT-REC          PIC X(132).

       SD  SORT-FILE.

       01  SORT-REC.
           05 SRT-LOB           PIC X(2).
           05 SRT-OWED-SINCE    PIC X(8).
           05 SRT-PROV          PIC X(9).
           05 SRT-OWED          PIC 9(9)V99 COMP-3.
           05 SRT-RECOVERED     PIC 9(9)V99 COMP-3.
           05 SRT-HOLD-REASON   PIC X(20).
           05 SRT-AGE           PIC 9(5).

       WORKING-STORAGE SECTION.
       77  WKS-MESSAGE         PIC X(23) VALUE
                                   'WORKING-STORAGE SECTION'.

       77  LEDG-RECS-READ         PIC 9(7) COMP-3 VALUE 0.
       77  LEDG-BAD-CNT           PIC 9(7) COMP-3 VALUE 0.
       77  PROVS-OWING            PIC 9(7) COMP-3 VALUE 0.
       77  PROVS-OWING-HELD       PIC 9(7) COMP-3 VALUE 0.
       77  LINE-CNT               PIC 9(3) COMP-3 VALUE 0.
       77  PAGE-LIMIT             PIC 9(3) VALUE 055.
      *
       01  EOF-LEDG-SW         PIC X VALUE 'N'.
           88 EOF-LEDG             VALUE 'Y'.
       01  EOF-SORT-SW         PIC X VALUE 'N'.
           88 EOF-SORT             VALUE 'Y'.
      *
      * BUCKET DOLLARS - ONE SET FOR THE LOB AND ONE FOR THE WHOLE
      *  LEDGER.  BUCKET 1 IS 0-30 DAYS, 2 IS 31-60, 3 IS 61-90 AND
      *  4 IS OVER 90.
       77  BKT-IX                 PIC S9(4) COMP VALUE 0.
       01  GRP-AMOUNTS.
           05 GRP-BKT-AMT      PIC 9(11)V99 COMP-3 OCCURS 4.
       01  TOT-AMOUNTS.
           05 TOT-BKT-AMT      PIC 9(11)V99 COMP-3 OCCURS 4.
       01  TOT-COUNTS.
           05 TOT-BKT-CNT      PIC 9(7) COMP-3 OCCURS 4.
       77  GRP-PROV-CNT           PIC 9(7) COMP-3 VALUE 0.
       77  TOT-PROV-CNT           PIC 9(7) COMP-3 VALUE 0.
       77  GRP-OWED               PIC 9(11)V99 COMP-3 VALUE 0.
       77  TOT-OWED               PIC 9(11)V99 COMP-3 VALUE 0.
       01  GRP-LOB             PIC X(2) VALUE SPACES.
       01  LOB-LABEL.
           05 FILLER           PIC X(4) VALUE 'LOB '.
           05 LOB-LABEL-LOB    PIC X(2).
           05 FILLER           PIC X(8) VALUE ' TOTAL'.
      *
       01  RUN-DATE            PIC 9(8) VALUE 0.
       01  RUN-DATE-R REDEFINES RUN-DATE.
           05 RD-YYYY          PIC 9(4).
           05 RD-MM            PIC 99.
           05 RD-DD            PIC 99.
       77  RUN-DAY-NUM            PIC 9(7) COMP-3 VALUE 0.
      *
      * DAY NUMBER OF A YYYYMMDD DATE, COUNTED FROM A FIXED ORIGIN,
      *  SO THE DIFFERENCE OF TWO IS THE DAYS BETWEEN THEM.
       01  DAY-DATE            PIC X(8).
       01  DAY-DATE-R REDEFINES DAY-DATE.
           05 DD-YYYY          PIC 9(4).
           05 DD-MM            PIC 99.
           05 DD-DD            PIC 99.
       77  DAY-NUM                PIC 9(7) COMP-3 VALUE 0.
       77  DAY-LEAP-YEARS         PIC 9(5) COMP-3 VALUE 0.
       77  DAY-YEAR               PIC 9(5) COMP-3 VALUE 0.
       77  DAY-Q4                 PIC 9(5) COMP-3 VALUE 0.
       77  DAY-Q100               PIC 9(5) COMP-3 VALUE 0.
       77  DAY-Q400               PIC 9(5) COMP-3 VALUE 0.
       01  DAY-OK-SW           PIC X VALUE 'N'.
           88 DAY-OK               VALUE 'Y'.
      *
      * DAYS IN THE YEAR BEFORE THE FIRST OF EACH MONTH (NOT A LEAP
      *  YEAR - THE LEAP DAY IS COUNTED WITH THE YEARS).
       01  CUM-DAYS-VALUES.
           05 FILLER           PIC 9(3) VALUE 000.
           05 FILLER           PIC 9(3) VALUE 031.
           05 FILLER           PIC 9(3) VALUE 059.
           05 FILLER           PIC 9(3) VALUE 090.
           05 FILLER           PIC 9(3) VALUE 120.
           05 FILLER           PIC 9(3) VALUE 151.
           05 FILLER           PIC 9(3) VALUE 181.
           05 FILLER           PIC 9(3) VALUE 212.
           05 FILLER           PIC 9(3) VALUE 243.
           05 FILLER           PIC 9(3) VALUE 273.
           05 FILLER           PIC 9(3) VALUE 304.
           05 FILLER           PIC 9(3) VALUE 334.
       01  CUM-DAYS-TABLE REDEFINES CUM-DAYS-VALUES.
           05 CUM-DAYS         PIC 9(3) OCCURS 12.
      *
       01  AGE-ED-DATE.
           05 AGE-ED-MM           PIC 99.
           05 FILLER              PIC X VALUE '/'.
           05 AGE-ED-DD           PIC 99.
           05 FILLER              PIC X VALUE '/'.
           05 AGE-ED-YYYY         PIC 9(4).
      *
       01  AGE-HDR1-LINE.
           05 FILLER              PIC X(43) VALUE
                  'PROVIDER AGED RECEIVABLES REPORT - RUN DATE'.
           05 FILLER              PIC X VALUE SPACE.
           05 AGE-HDR1-DATE       PIC X(10).
           05 FILLER              PIC X(78) VALUE SPACES.
      *
       01  AGE-HDR2-LINE.
           05 FILLER              PIC X(5)  VALUE 'LOB  '.
           05 FILLER              PIC X(12) VALUE 'PROVIDER    '.
           05 FILLER              PIC X(13) VALUE 'OWED SINCE   '.
           05 FILLER              PIC X(9)  VALUE ' AGE DAYS'.
           05 FILLER              PIC X(17) VALUE
                  '     BALANCE OWED'.
           05 FILLER              PIC X(17) VALUE
                  '  RECOVERED LAST '.
           05 FILLER              PIC X(3)  VALUE SPACES.
           05 FILLER              PIC X(20) VALUE 'PAYMENT HOLD'.
           05 FILLER              PIC X(36) VALUE SPACES.
      *
       01  AGE-DET-LINE.
           05 AGE-DET-LOB         PIC X(2).
           05 FILLER              PIC X(3)  VALUE SPACES.
           05 AGE-DET-PROV        PIC X(9).
           05 FILLER              PIC X(3)  VALUE SPACES.
           05 AGE-DET-SINCE       PIC X(10).
           05 FILLER              PIC X(6)  VALUE SPACES.
           05 AGE-DET-AGE         PIC ZZ,ZZ9.
           05 FILLER              PIC X(3)  VALUE SPACES.
           05 AGE-DET-OWED        PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER              PIC X(3)  VALUE SPACES.
           05 AGE-DET-RECOV       PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER              PIC X(3)  VALUE SPACES.
           05 AGE-DET-HOLD        PIC X(20).
           05 FILLER              PIC X(36) VALUE SPACES.
      *
       01  AGE-SUM-LINE.
           05 AGE-SUM-LABEL       PIC X(14).
           05 FILLER              PIC X(6)  VALUE ' PROVS'.
           05 AGE-SUM-PROVS       PIC ZZ,ZZ9.
           05 FILLER              PIC X(5)  VALUE ' 0-30'.
           05 AGE-SUM-B1          PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER              PIC X(6)  VALUE ' 31-60'.
           05 AGE-SUM-B2          PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER              PIC X(6)  VALUE ' 61-90'.
           05 AGE-SUM-B3          PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER              PIC X(8)  VALUE ' OVER 90'.
           05 AGE-SUM-B4          PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER              PIC X(6)  VALUE ' TOTAL'.
           05 AGE-SUM-TOTAL       PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER              PIC X(5)  VALUE SPACES.
      *
       PROCEDURE DIVISION.
       010-OPEN-FILES.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           MOVE RD-MM   TO AGE-ED-MM.
           MOVE RD-DD   TO AGE-ED-DD.
           MOVE RD-YYYY TO AGE-ED-YYYY.
           MOVE AGE-ED-DATE TO AGE-HDR1-DATE.
           MOVE RUN-DATE TO DAY-DATE.
           PERFORM 300-DAY-NUMBER THRU 300-EXIT.
           MOVE DAY-NUM TO RUN-DAY-NUM.
           MOVE 0 TO GRP-BKT-AMT (1) GRP-BKT-AMT (2)
                     GRP-BKT-AMT (3) GRP-BKT-AMT (4)
                     TOT-BKT-AMT (1) TOT-BKT-AMT (2)
                     TOT-BKT-AMT (3) TOT-BKT-AMT (4)
                     TOT-BKT-CNT (1) TOT-BKT-CNT (2)
                     TOT-BKT-CNT (3) TOT-BKT-CNT (4).
           OPEN INPUT  LEDG-IN.
           OPEN OUTPUT AGE-RPT.
           MOVE PAGE-LIMIT TO LINE-CNT.
           SORT SORT-FILE
               ON ASCENDING KEY SRT-LOB SRT-OWED-SINCE SRT-PROV
               INPUT PROCEDURE 100-RELEASE-OWING THRU 100-EXIT
               OUTPUT PROCEDURE 200-PRINT-REPORT THRU 200-EXIT.
           GO TO 990-PUBLISH-STATS.
      *
      * AGE EACH BALANCE OWED AND HAND IT TO THE SORT.
       100-RELEASE-OWING.
           READ LEDG-IN AT END
                MOVE 'Y' TO EOF-LEDG-SW
                GO TO 100-EXIT.
           IF PBL-LOB NOT NUMERIC OR PBL-PROV NOT NUMERIC
              GO TO 100-RELEASE-OWING.
           ADD 1 TO LEDG-RECS-READ.
           IF PBL-BALANCE NOT NUMERIC
              ADD 1 TO LEDG-BAD-CNT
              DISPLAY 'BALANCE NOT NUMERIC - ' PBL-KEY
              GO TO 100-RELEASE-OWING.
           IF PBL-BALANCE NOT < ZERO
              GO TO 100-RELEASE-OWING.
           MOVE PBL-OWED-SINCE TO DAY-DATE.
           PERFORM 300-DAY-NUMBER THRU 300-EXIT.
           IF NOT DAY-OK OR DAY-NUM > RUN-DAY-NUM
              ADD 1 TO LEDG-BAD-CNT
              DISPLAY 'OWED-SINCE DATE NOT VALID - ' PBL-KEY
                      ' ' PBL-OWED-SINCE
              GO TO 100-RELEASE-OWING.
           MOVE PBL-LOB         TO SRT-LOB.
           MOVE PBL-OWED-SINCE  TO SRT-OWED-SINCE.
           MOVE PBL-PROV        TO SRT-PROV.
           COMPUTE SRT-OWED = 0 - PBL-BALANCE.
           MOVE 0 TO SRT-RECOVERED.
           IF PBL-RECOVERED NUMERIC
              MOVE PBL-RECOVERED TO SRT-RECOVERED.
           MOVE SPACES TO SRT-HOLD-REASON.
           IF PBL-ON-HOLD
              MOVE PBL-HOLD-REASON TO SRT-HOLD-REASON
              ADD 1 TO PROVS-OWING-HELD.
           COMPUTE SRT-AGE = RUN-DAY-NUM - DAY-NUM.
           RELEASE SORT-REC.
           ADD 1 TO PROVS-OWING.
           GO TO 100-RELEASE-OWING.
       100-EXIT.
           EXIT.
      *
      * BALANCES COME BACK BY LOB, OLDEST FIRST.  A TOTAL LINE
      *  CLOSES EACH LOB.
       200-PRINT-REPORT.
           RETURN SORT-FILE AT END
                MOVE 'Y' TO EOF-SORT-SW
                GO TO 200-LAST-GROUP.
           IF SRT-LOB NOT = GRP-LOB
              IF GRP-PROV-CNT > 0
                 PERFORM 220-LOB-TOTAL
              END-IF
              MOVE SRT-LOB TO GRP-LOB.
           PERFORM 210-AGE-BALANCE.
           GO TO 200-PRINT-REPORT.
       200-LAST-GROUP.
           IF GRP-PROV-CNT > 0
              PERFORM 220-LOB-TOTAL.
           IF LINE-CNT >= PAGE-LIMIT
              PERFORM 120-PAGE-HEADING.
           MOVE 'ALL LOBS      ' TO AGE-SUM-LABEL.
           MOVE TOT-PROV-CNT     TO AGE-SUM-PROVS.
           MOVE TOT-BKT-AMT (1)  TO AGE-SUM-B1.
           MOVE TOT-BKT-AMT (2)  TO AGE-SUM-B2.
           MOVE TOT-BKT-AMT (3)  TO AGE-SUM-B3.
           MOVE TOT-BKT-AMT (4)  TO AGE-SUM-B4.
           MOVE TOT-OWED         TO AGE-SUM-TOTAL.
           WRITE AGE-RPT-REC FROM AGE-SUM-LINE
               AFTER ADVANCING 2 LINES.
       200-EXIT.
           EXIT.
      *
       120-PAGE-HEADING.
           WRITE AGE-RPT-REC FROM AGE-HDR1-LINE
               AFTER ADVANCING PAGE.
           WRITE AGE-RPT-REC FROM AGE-HDR2-LINE
               AFTER ADVANCING 2 LINES.
           MOVE 3 TO LINE-CNT.
      *
       130-EDIT-DATE.
           MOVE DD-MM   TO AGE-ED-MM.
           MOVE DD-DD   TO AGE-ED-DD.
           MOVE DD-YYYY TO AGE-ED-YYYY.
      *
      * LIST THE BALANCE AND ADD IT INTO ITS BUCKET.
       210-AGE-BALANCE.
           IF SRT-AGE > 90
              MOVE 4 TO BKT-IX
           ELSE
              IF SRT-AGE > 60
                 MOVE 3 TO BKT-IX
              ELSE
                 IF SRT-AGE > 30
                    MOVE 2 TO BKT-IX
                 ELSE
                    MOVE 1 TO BKT-IX
                 END-IF
              END-IF
           END-IF.
           ADD SRT-OWED TO GRP-BKT-AMT (BKT-IX) TOT-BKT-AMT (BKT-IX)
                           GRP-OWED TOT-OWED.
           ADD 1 TO TOT-BKT-CNT (BKT-IX).
           ADD 1 TO GRP-PROV-CNT TOT-PROV-CNT.
           IF LINE-CNT >= PAGE-LIMIT
              PERFORM 120-PAGE-HEADING.
           MOVE SRT-LOB         TO AGE-DET-LOB.
           MOVE SRT-PROV        TO AGE-DET-PROV.
           MOVE SRT-OWED-SINCE  TO DAY-DATE.
           PERFORM 130-EDIT-DATE.
           MOVE AGE-ED-DATE     TO AGE-DET-SINCE.
           MOVE SRT-AGE         TO AGE-DET-AGE.
           MOVE SRT-OWED        TO AGE-DET-OWED.
           MOVE SRT-RECOVERED   TO AGE-DET-RECOV.
           MOVE SRT-HOLD-REASON TO AGE-DET-HOLD.
           WRITE AGE-RPT-REC FROM AGE-DET-LINE
               AFTER ADVANCING 1 LINE.
           ADD 1 TO LINE-CNT.
      *
       220-LOB-TOTAL.
           IF LINE-CNT >= PAGE-LIMIT
              PERFORM 120-PAGE-HEADING.
           MOVE GRP-LOB TO LOB-LABEL-LOB.
           MOVE LOB-LABEL TO AGE-SUM-LABEL.
           MOVE GRP-PROV-CNT     TO AGE-SUM-PROVS.
           MOVE GRP-BKT-AMT (1)  TO AGE-SUM-B1.
           MOVE GRP-BKT-AMT (2)  TO AGE-SUM-B2.
           MOVE GRP-BKT-AMT (3)  TO AGE-SUM-B3.
           MOVE GRP-BKT-AMT (4)  TO AGE-SUM-B4.
           MOVE GRP-OWED         TO AGE-SUM-TOTAL.
           WRITE AGE-RPT-REC FROM AGE-SUM-LINE
               AFTER ADVANCING 2 LINES.
           MOVE SPACES TO AGE-RPT-REC.
           WRITE AGE-RPT-REC AFTER ADVANCING 1 LINE.
           ADD 3 TO LINE-CNT.
           MOVE 0 TO GRP-BKT-AMT (1) GRP-BKT-AMT (2)
                     GRP-BKT-AMT (3) GRP-BKT-AMT (4)
                     GRP-PROV-CNT GRP-OWED.
      *
      * DAY NUMBER OF DAY-DATE.  A DATE THAT IS NOT NUMERIC OR HAS NO
      *  REAL MONTH OR DAY LEAVES DAY-OK OFF.
       300-DAY-NUMBER.
           MOVE 'N' TO DAY-OK-SW.
           MOVE 0 TO DAY-NUM.
           IF DAY-DATE NOT NUMERIC
              GO TO 300-EXIT.
           IF DD-MM < 1 OR DD-MM > 12 OR DD-DD < 1 OR DD-DD > 31
              OR DD-YYYY < 1900
              GO TO 300-EXIT.
           MOVE DD-YYYY TO DAY-YEAR.
           IF DD-MM < 3
              SUBTRACT 1 FROM DAY-YEAR.
           DIVIDE DAY-YEAR BY 4   GIVING DAY-Q4.
           DIVIDE DAY-YEAR BY 100 GIVING DAY-Q100.
           DIVIDE DAY-YEAR BY 400 GIVING DAY-Q400.
           COMPUTE DAY-LEAP-YEARS = DAY-Q4 - DAY-Q100 + DAY-Q400.
           COMPUTE DAY-NUM = (DD-YYYY - 1900) * 365 + DAY-LEAP-YEARS
                           + CUM-DAYS (DD-MM) + DD-DD.
           MOVE 'Y' TO DAY-OK-SW.
       300-EXIT.
           EXIT.
      *
       990-PUBLISH-STATS.
           DISPLAY 'LEDGER RECORDS READ = ' LEDG-RECS-READ.
           DISPLAY 'NOT USABLE          = ' LEDG-BAD-CNT.
           DISPLAY 'PROVIDERS OWING     = ' PROVS-OWING.
           DISPLAY '  ON PAYMENT HOLD   = ' PROVS-OWING-HELD.
           DISPLAY 'OWING 0-30 DAYS     = ' TOT-BKT-CNT (1).
           DISPLAY 'OWING 31-60 DAYS    = ' TOT-BKT-CNT (2).
           DISPLAY 'OWING 61-90 DAYS    = ' TOT-BKT-CNT (3).
           DISPLAY 'OWING OVER 90 DAYS  = ' TOT-BKT-CNT (4).
           DISPLAY 'TOTAL OWED          = ' TOT-OWED.
           IF TOT-BKT-CNT (4) > 0 OR LEDG-BAD-CNT > 0
              MOVE 4 TO RETURN-CODE.
           GO TO 9999-STOP.
      *
       9999-STOP.
           CLOSE LEDG-IN AGE-RPT.
           GOBACK.
