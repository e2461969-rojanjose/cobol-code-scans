       IDENTIFICATION DIVISION.
       PROGRAM-ID.  SAMPSAGE.
       DATE-COMPILED.
      *---------------------------------------------------------------*
      *                                                               *
      * WEEKLY AGING REPORT OF THE REJECT SUSPENSE FILE.  EVERY ITEM  *
      *  STILL ON SUSPENSE IS AGED FROM THE DAY IT WAS FIRST REJECTED *
      *  TO THE RUN DATE AND COUNTED BY REJECT REASON AND LINE OF     *
      *  BUSINESS INTO 0-30, 31-60, 61-90 AND OVER 90 DAY BUCKETS.    *
      *  ITEMS OVER 30 DAYS ARE LISTED OLDEST FIRST AHEAD OF THEIR    *
      *  REASON/LOB TOTAL LINE SO ENROLLMENT CAN WORK THEM.           *
      *                                                               *
      * INPUT IS AN UNLOAD OF THE SUSPENSE KSDS (SEE SAMPSUSP FOR THE *
      *  LAYOUT).  THE CONTROL RECORD IS PASSED OVER, AS IS AN ITEM   *
      *  WHOSE FIRST-SEEN DATE IS NOT A VALID YYYYMMDD.               *
      *                                                               *
      * RETURN CODE 4 WHEN ANY ITEM IS OVER 90 DAYS OLD.              *
      *                                                               *
      *---------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *
           SELECT SUSP-IN       ASSIGN TO UT-S-SUSPIN.
           SELECT AGE-RPT       ASSIGN TO UT-S-AGERPT.
           SELECT SORT-FILE     ASSIGN TO UT-S-SORTWK.
      *
       DATA DIVISION.
       FILE SECTION.
      *
      * SUSPENSE ITEM AS WRITTEN BY SAMPSUSP - KEPT IN STEP WITH THAT
      *  PROGRAM.
       FD  SUSP-IN
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.

       01  SUSP-REC.
           05 SUS-KEY.
              10 SUS-SOURCE     PIC X(1).
                 88 SUS-SRC-CTL     VALUE '*'.
              10 SUS-LOB        PIC X(2).
              10 SUS-ID         PIC X(21).
           05 SUS-STATUS        PIC X(1).
              88 SUS-OPEN           VALUE 'O'.
              88 SUS-CORRECTED      VALUE 'C'.
              88 SUS-WITHDRAWN      VALUE 'W'.
           05 SUS-REASON        PIC X(30).
           05 SUS-FIRST-DATE    PIC X(8).
           05 SUS-LAST-DATE     PIC X(8).
           05 SUS-TIMES-SEEN    PIC 9(5).
           05 SUS-DATA          PIC X(80).
           05 SUS-CORR-DATA     PIC X(80).
           05 SUS-CORR-OPER     PIC X(8).
           05 SUS-CORR-DATE     PIC X(8).
           05 FILLER            PIC X(8).

       FD  AGE-RPT
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.

       01  AGE-RPT-REC          PIC X(132).

       SD  SORT-FILE.

       01  SORT-REC.
           05 SRT-REASON        PIC X(30).
           05 SRT-LOB           PIC X(2).
           05 SRT-FIRST-DATE    PIC X(8).
           05 SRT-SOURCE        PIC X(1).
           05 SRT-ID            PIC X(21).
           05 SRT-STATUS        PIC X(1).
           05 SRT-LAST-DATE     PIC X(8).
           05 SRT-TIMES-SEEN    PIC 9(5).
           05 SRT-AGE           PIC 9(5).

       WORKING-STORAGE SECTION.
       77  WKS-MESSAGE         PIC X(23) VALUE
                                   'WORKING-STORAGE SECTION'.

       77  SUSP-RECS-READ         PIC 9(7) COMP-3 VALUE 0.
       77  SUSP-BAD-DATE          PIC 9(7) COMP-3 VALUE 0.
       77  ITEMS-AGED             PIC 9(7) COMP-3 VALUE 0.
       77  ITEMS-LISTED           PIC 9(7) COMP-3 VALUE 0.
       77  LINE-CNT               PIC 9(3) COMP-3 VALUE 0.
       77  PAGE-LIMIT             PIC 9(3) VALUE 055.
      *
       01  EOF-SUSP-SW         PIC X VALUE 'N'.
           88 EOF-SUSP             VALUE 'Y'.
       01  EOF-SORT-SW         PIC X VALUE 'N'.
           88 EOF-SORT             VALUE 'Y'.
      *
      * BUCKET COUNTS - ONE SET FOR THE REASON/LOB GROUP AND ONE FOR
      *  THE WHOLE FILE.  BUCKET 1 IS 0-30 DAYS, 2 IS 31-60, 3 IS
      *  61-90 AND 4 IS OVER 90.
       77  BKT-IX                 PIC S9(4) COMP VALUE 0.
       01  GRP-COUNTS.
           05 GRP-BKT-CNT      PIC 9(7) COMP-3 OCCURS 4.
       01  TOT-COUNTS.
           05 TOT-BKT-CNT      PIC 9(7) COMP-3 OCCURS 4.
       77  GRP-ITEM-CNT           PIC 9(7) COMP-3 VALUE 0.
       77  TOT-ITEM-CNT           PIC 9(7) COMP-3 VALUE 0.
       01  GRP-OLDEST          PIC X(8) VALUE SPACES.
       01  TOT-OLDEST          PIC X(8) VALUE SPACES.
      *
       01  GRP-KEY.
           05 GRK-REASON       PIC X(30) VALUE SPACES.
           05 GRK-LOB          PIC X(2)  VALUE SPACES.
       01  SORT-KEY-WORK.
           05 SKW-REASON       PIC X(30).
           05 SKW-LOB          PIC X(2).
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
           05 FILLER              PIC X(39) VALUE
                  'REJECT SUSPENSE AGING REPORT - RUN DATE'.
           05 FILLER              PIC X VALUE SPACE.
           05 AGE-HDR1-DATE       PIC X(10).
           05 FILLER              PIC X(82) VALUE SPACES.
      *
       01  AGE-HDR2-LINE.
           05 FILLER              PIC X(33) VALUE
                  'REJECT REASON                  '.
           05 FILLER              PIC X(5)  VALUE 'LOB  '.
           05 FILLER              PIC X(6)  VALUE 'SOURCE'.
           05 FILLER              PIC X(24) VALUE
                  '  ITEM                  '.
           05 FILLER              PIC X(8)  VALUE 'STATUS  '.
           05 FILLER              PIC X(12) VALUE 'FIRST SEEN  '.
           05 FILLER              PIC X(12) VALUE 'LAST SEEN   '.
           05 FILLER              PIC X(7)  VALUE ' TIMES '.
           05 FILLER              PIC X(9)  VALUE ' AGE DAYS'.
           05 FILLER              PIC X(16) VALUE SPACES.
      *
       01  AGE-DET-LINE.
           05 AGE-DET-REASON      PIC X(30).
           05 FILLER              PIC X(3)  VALUE SPACES.
           05 AGE-DET-LOB         PIC X(2).
           05 FILLER              PIC X(5)  VALUE SPACES.
           05 AGE-DET-SOURCE      PIC X(1).
           05 FILLER              PIC X(4)  VALUE SPACES.
           05 AGE-DET-ID          PIC X(21).
           05 FILLER              PIC X(4)  VALUE SPACES.
           05 AGE-DET-STATUS      PIC X(1).
           05 FILLER              PIC X(3)  VALUE SPACES.
           05 AGE-DET-FIRST       PIC X(10).
           05 FILLER              PIC X(2)  VALUE SPACES.
           05 AGE-DET-LAST        PIC X(10).
           05 FILLER              PIC X(2)  VALUE SPACES.
           05 AGE-DET-TIMES       PIC ZZ,ZZ9.
           05 FILLER              PIC X(3)  VALUE SPACES.
           05 AGE-DET-AGE         PIC ZZ,ZZ9.
           05 FILLER              PIC X(19) VALUE SPACES.
      *
       01  AGE-SUM-LINE.
           05 AGE-SUM-REASON      PIC X(30).
           05 FILLER              PIC X(3)  VALUE SPACES.
           05 AGE-SUM-LOB         PIC X(2).
           05 FILLER              PIC X(8)  VALUE '  ITEMS '.
           05 AGE-SUM-ITEMS       PIC ZZZ,ZZ9.
           05 FILLER              PIC X(7)  VALUE '  0-30 '.
           05 AGE-SUM-B1          PIC ZZZ,ZZ9.
           05 FILLER              PIC X(8)  VALUE '  31-60 '.
           05 AGE-SUM-B2          PIC ZZZ,ZZ9.
           05 FILLER              PIC X(8)  VALUE '  61-90 '.
           05 AGE-SUM-B3          PIC ZZZ,ZZ9.
           05 FILLER              PIC X(9)  VALUE '  OVER 90'.
           05 AGE-SUM-B4          PIC ZZZ,ZZ9.
           05 FILLER              PIC X(9)  VALUE '  OLDEST '.
           05 AGE-SUM-OLDEST      PIC X(10).
           05 FILLER              PIC X(3)  VALUE SPACES.
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
           MOVE 0 TO GRP-BKT-CNT (1) GRP-BKT-CNT (2)
                     GRP-BKT-CNT (3) GRP-BKT-CNT (4)
                     TOT-BKT-CNT (1) TOT-BKT-CNT (2)
                     TOT-BKT-CNT (3) TOT-BKT-CNT (4).
           OPEN INPUT  SUSP-IN.
           OPEN OUTPUT AGE-RPT.
           MOVE PAGE-LIMIT TO LINE-CNT.
           SORT SORT-FILE
               ON ASCENDING KEY SRT-REASON SRT-LOB SRT-FIRST-DATE
                                SRT-SOURCE SRT-ID
               INPUT PROCEDURE 100-RELEASE-ITEMS THRU 100-EXIT
               OUTPUT PROCEDURE 200-PRINT-REPORT THRU 200-EXIT.
           GO TO 990-PUBLISH-STATS.
      *
      * AGE EACH SUSPENSE ITEM AND HAND IT TO THE SORT.
       100-RELEASE-ITEMS.
           READ SUSP-IN AT END
                MOVE 'Y' TO EOF-SUSP-SW
                GO TO 100-EXIT.
           IF SUS-SRC-CTL
              GO TO 100-RELEASE-ITEMS.
           ADD 1 TO SUSP-RECS-READ.
           MOVE SUS-FIRST-DATE TO DAY-DATE.
           PERFORM 300-DAY-NUMBER THRU 300-EXIT.
           IF NOT DAY-OK OR DAY-NUM > RUN-DAY-NUM
              ADD 1 TO SUSP-BAD-DATE
              DISPLAY 'FIRST-SEEN DATE NOT VALID - ' SUS-KEY
              GO TO 100-RELEASE-ITEMS.
           MOVE SUS-REASON     TO SRT-REASON.
           MOVE SUS-LOB        TO SRT-LOB.
           MOVE SUS-FIRST-DATE TO SRT-FIRST-DATE.
           MOVE SUS-SOURCE     TO SRT-SOURCE.
           MOVE SUS-ID         TO SRT-ID.
           MOVE SUS-STATUS     TO SRT-STATUS.
           MOVE SUS-LAST-DATE  TO SRT-LAST-DATE.
           MOVE SUS-TIMES-SEEN TO SRT-TIMES-SEEN.
           COMPUTE SRT-AGE = RUN-DAY-NUM - DAY-NUM.
           RELEASE SORT-REC.
           ADD 1 TO ITEMS-AGED.
           GO TO 100-RELEASE-ITEMS.
       100-EXIT.
           EXIT.
      *
      * ITEMS COME BACK BY REASON, LOB AND FIRST-SEEN DATE.  A TOTAL
      *  LINE CLOSES EACH REASON/LOB GROUP.
       200-PRINT-REPORT.
           RETURN SORT-FILE AT END
                MOVE 'Y' TO EOF-SORT-SW
                GO TO 200-LAST-GROUP.
           MOVE SRT-REASON TO SKW-REASON.
           MOVE SRT-LOB    TO SKW-LOB.
           IF SORT-KEY-WORK NOT = GRP-KEY
              IF GRP-ITEM-CNT > 0
                 PERFORM 220-GROUP-TOTAL
              END-IF
              MOVE SORT-KEY-WORK  TO GRP-KEY
              MOVE SRT-FIRST-DATE TO GRP-OLDEST.
           PERFORM 210-AGE-ITEM THRU 210-EXIT.
           GO TO 200-PRINT-REPORT.
       200-LAST-GROUP.
           IF GRP-ITEM-CNT > 0
              PERFORM 220-GROUP-TOTAL.
           IF LINE-CNT >= PAGE-LIMIT
              PERFORM 120-PAGE-HEADING.
           MOVE 'ALL REASONS - TOTAL' TO AGE-SUM-REASON.
           MOVE SPACES        TO AGE-SUM-LOB.
           MOVE TOT-ITEM-CNT  TO AGE-SUM-ITEMS.
           MOVE TOT-BKT-CNT (1) TO AGE-SUM-B1.
           MOVE TOT-BKT-CNT (2) TO AGE-SUM-B2.
           MOVE TOT-BKT-CNT (3) TO AGE-SUM-B3.
           MOVE TOT-BKT-CNT (4) TO AGE-SUM-B4.
           MOVE TOT-OLDEST TO DAY-DATE.
           PERFORM 130-EDIT-DATE.
           MOVE AGE-ED-DATE TO AGE-SUM-OLDEST.
           IF TOT-ITEM-CNT = 0
              MOVE SPACES TO AGE-SUM-OLDEST.
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
      * COUNT THE ITEM INTO ITS BUCKET AND LIST IT WHEN IT IS OVER
      *  30 DAYS OLD.
       210-AGE-ITEM.
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
           ADD 1 TO GRP-BKT-CNT (BKT-IX) TOT-BKT-CNT (BKT-IX).
           ADD 1 TO GRP-ITEM-CNT TOT-ITEM-CNT.
           IF TOT-OLDEST = SPACES OR SRT-FIRST-DATE < TOT-OLDEST
              MOVE SRT-FIRST-DATE TO TOT-OLDEST.
           IF BKT-IX = 1
              GO TO 210-EXIT.
           IF LINE-CNT >= PAGE-LIMIT
              PERFORM 120-PAGE-HEADING.
           MOVE SRT-REASON     TO AGE-DET-REASON.
           MOVE SRT-LOB        TO AGE-DET-LOB.
           MOVE SRT-SOURCE     TO AGE-DET-SOURCE.
           MOVE SRT-ID         TO AGE-DET-ID.
           MOVE SRT-STATUS     TO AGE-DET-STATUS.
           MOVE SRT-FIRST-DATE TO DAY-DATE.
           PERFORM 130-EDIT-DATE.
           MOVE AGE-ED-DATE    TO AGE-DET-FIRST.
           MOVE SRT-LAST-DATE  TO DAY-DATE.
           PERFORM 130-EDIT-DATE.
           MOVE AGE-ED-DATE    TO AGE-DET-LAST.
           IF SRT-LAST-DATE NOT NUMERIC
              MOVE SRT-LAST-DATE TO AGE-DET-LAST.
           MOVE SRT-TIMES-SEEN TO AGE-DET-TIMES.
           MOVE SRT-AGE        TO AGE-DET-AGE.
           WRITE AGE-RPT-REC FROM AGE-DET-LINE
               AFTER ADVANCING 1 LINE.
           ADD 1 TO LINE-CNT.
           ADD 1 TO ITEMS-LISTED.
       210-EXIT.
           EXIT.
      *
       220-GROUP-TOTAL.
           IF LINE-CNT >= PAGE-LIMIT
              PERFORM 120-PAGE-HEADING.
           MOVE GRK-REASON    TO AGE-SUM-REASON.
           MOVE GRK-LOB       TO AGE-SUM-LOB.
           MOVE GRP-ITEM-CNT  TO AGE-SUM-ITEMS.
           MOVE GRP-BKT-CNT (1) TO AGE-SUM-B1.
           MOVE GRP-BKT-CNT (2) TO AGE-SUM-B2.
           MOVE GRP-BKT-CNT (3) TO AGE-SUM-B3.
           MOVE GRP-BKT-CNT (4) TO AGE-SUM-B4.
           MOVE GRP-OLDEST TO DAY-DATE.
           PERFORM 130-EDIT-DATE.
           MOVE AGE-ED-DATE TO AGE-SUM-OLDEST.
           WRITE AGE-RPT-REC FROM AGE-SUM-LINE
               AFTER ADVANCING 2 LINES.
           MOVE SPACES TO AGE-RPT-REC.
           WRITE AGE-RPT-REC AFTER ADVANCING 1 LINE.
           ADD 3 TO LINE-CNT.
           MOVE 0 TO GRP-BKT-CNT (1) GRP-BKT-CNT (2)
                     GRP-BKT-CNT (3) GRP-BKT-CNT (4) GRP-ITEM-CNT.
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
           DISPLAY 'SUSPENSE ITEMS READ = ' SUSP-RECS-READ.
           DISPLAY 'ITEMS AGED          = ' ITEMS-AGED.
           DISPLAY 'BAD FIRST-SEEN DATE = ' SUSP-BAD-DATE.
           DISPLAY 'ITEMS 0-30 DAYS     = ' TOT-BKT-CNT (1).
           DISPLAY 'ITEMS 31-60 DAYS    = ' TOT-BKT-CNT (2).
           DISPLAY 'ITEMS 61-90 DAYS    = ' TOT-BKT-CNT (3).
           DISPLAY 'ITEMS OVER 90 DAYS  = ' TOT-BKT-CNT (4).
           DISPLAY 'ITEMS LISTED        = ' ITEMS-LISTED.
           IF TOT-BKT-CNT (4) > 0
              MOVE 4 TO RETURN-CODE.
           GO TO 9999-STOP.
      *
       9999-STOP.
           CLOSE SUSP-IN AGE-RPT.
           GOBACK.
