      *  SINGLE PASS OVER EACH RAW EXTRACT.  THIS PROGRAM READS EACH  *
      *  INPUT EXACTLY ONCE AND DOES NO RE-EDITING.                   *
      *                                                               *
      * EVERY PAYMENT IS CHECKED AGAINST THE MEMBER PAYMENT LEDGER    *
      *  (LOB/PROVIDER/PERSON/COVERAGE MONTH).  A MONTH ALREADY PAID  *
      *  IS HELD ON THE PERIOD-PAID EXCEPTION FILE INSTEAD OF BEING   *
      *  WRITTEN TO NEW-RATE; EVERY PAYMENT MADE IS WRITTEN TO THE    *
      *  POSTING FILE, WHICH THE JOB ADDS TO THE LEDGER AFTER A       *
      *  CLEAN LIVE RUN.                                              *
      *                                                               *
      * A LIVE RUN IS HELD TO THE CYCLE CONTROL FILE - IT PRICES AS   *
      *  OF THE OPEN CYCLE'S AS-OF DATE, REFUSES WITH RC=20 UNTIL     *
      *  SAMPPAPL HAS COMPLETED FOR THE CYCLE AND RC=24 ONCE THE      *
      *  MATCH HAS, AND MARKS THE MATCH COMPLETE AT A CLEAN FINISH.   *
      *                                                               *
      * A LOB STREAM RUN (LOB KEYED ON THE CONTROL CARD) MATCHES ONE  *
      *  LINE OF BUSINESS FROM THE FILES SPLIT OUT FOR IT BY THE      *
      *  SAMPMTCH JOB.  IT WRITES NO NEW-RATE HEADER, LEAVES THE      *
      *  CYCLE RECORD ALONE AND ENDS BY WRITING ONE STREAM RESULT     *
      *  RECORD; THE SAMPMRGE JOB RELEASES THE LOB FROM ITS PARTIAL   *
      *  FILES AND MARKS THE MATCH COMPLETE ONCE EVERY LOB IS OUT.    *
      *  A STREAM REFUSES WITH RC=24 ONCE ITS LOB HAS BEEN RELEASED   *
      *  FOR THE CYCLE, AND ENDS RC=16 ON A RECORD FOR ANOTHER LOB OR *
      *  WHEN IT WAS GIVEN NO INPUT AT ALL.                           *
      *                                                               *
      * THIS CODE IS A STRIPPED DOWN VERSION OF AN ACTUAL PRODUCTION  *
      *  PROGRAM - NEARLY ALL OF THE BUSINESS RULES LOGIC HAS BEEN    *
      *  REMOVED TO MAKE THE EXAMPLE EASIER TO READ.                  *
           SELECT RATE-SNAP     ASSIGN TO UT-S-RATESNP.
           SELECT PRIOR-SNAP    ASSIGN TO UT-S-PRIORSN.
           SELECT VAR-RPT       ASSIGN TO UT-S-VARRPT.
           SELECT PAY-LEDGER    ASSIGN TO UT-S-PAYLEDG.
           SELECT PAY-POST      ASSIGN TO UT-S-PAYPOST.
           SELECT PAID-EXCEPT   ASSIGN TO UT-S-PAIDEXC.
           SELECT CYC-IN        ASSIGN TO UT-S-CYCLCTL.
           SELECT CYC-OUT       ASSIGN TO UT-S-NEWCYC.
           SELECT LOB-REL       ASSIGN TO UT-S-LOBREL.
           SELECT STRM-RESULT   ASSIGN TO UT-S-STRMRES.
      *
       DATA DIVISION.
       FILE SECTION.
           05 DXR-MATCH-COUNT     PIC ZZZZ9.
           05 FILLER              PIC X.
           05 DXR-REASON          PIC X(40).
           05 FILLER              PIC X.
           05 DXR-LOB             PIC X(2).
           05 FILLER              PIC X(12).

       FD  RUN-HIST
           RECORDING MODE IS F
           05 VRR-REASON        PIC X(30).
           05 FILLER            PIC X(6).

      * MEMBER PAYMENT LEDGER - THE IDCAMS UNLOAD OF THE LEDGER KSDS,
      *  IN KEY ORDER (LOB, PROVIDER, PERSON, COVERAGE MONTH).  ONE
      *  RECORD PER MONTH PAID, WITH THE MEMBER'S PREMIUM FOR THE
      *  CAPITATION TO PREMIUM RATIO REPORT (SAMPCRAT) - SPACES ON
      *  RECORDS POSTED BEFORE THE PREMIUM WAS CARRIED.  THE SEED
      *  RECORD'S KEY IS NOT NUMERIC AND IS PASSED OVER.
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

      * LEDGER POSTINGS - ONE PER PAYMENT WRITTEN TO NEW-RATE, IN THE
      *  LEDGER LAYOUT AND IN KEY ORDER, READY FOR THE REPRO.
       FD  PAY-POST
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.

       01  PPT-REC.
           05 PPT-KEY.
              10 PPT-LOB        PIC X(2).
              10 PPT-PROV       PIC X(9).
              10 PPT-PRSN       PIC X(12).
              10 PPT-COV-MONTH  PIC X(6).
           05 PPT-RATE-TYPE     PIC X(1).
           05 PPT-AMOUNT        PIC 9(5)V99.
           05 PPT-PAID-DATE     PIC X(8).
           05 PPT-ASOF-DATE     PIC X(8).
           05 PPT-PREMIUM       PIC 9(5)V99.
           05 FILLER            PIC X(20).

       FD  PAID-EXCEPT
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.

       01  PAID-EXCEPT-REC.
           05 PXR-DATE          PIC X(8).
           05 FILLER            PIC X.
           05 PXR-LOB           PIC X(2).
           05 FILLER            PIC X.
           05 PXR-PROV          PIC X(9).
           05 FILLER            PIC X.
           05 PXR-PRSN          PIC X(12).
           05 FILLER            PIC X.
           05 PXR-COV-MONTH     PIC X(6).
           05 FILLER            PIC X.
           05 PXR-AMOUNT        PIC X(8).
           05 FILLER            PIC X.
           05 PXR-PAID-DATE     PIC X(8).
           05 FILLER            PIC X.
           05 PXR-REASON        PIC X(20).

       FD  CTL-CARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
      *   COLS 23-30  PRICING AS-OF DATE YYYYMMDD, 00000000 OR
      *               BLANK = PRICE AS OF THE RUN DATE
      *   COLS 32-34  RATE VARIANCE TOLERANCE, WHOLE PERCENT
      *   COLS 36-37  LOB STREAM - BLANK = EVERY LOB IN ONE PASS
       01  CTL-CARD-REC.
           05 CCD-DUP-THRESH    PIC X(3).
           05 FILLER            PIC X.
           05 CCD-ASOF-DATE     PIC X(8).
           05 FILLER            PIC X.
           05 CCD-VAR-TOL       PIC X(3).
           05 FILLER            PIC X.
           05 CCD-STREAM-LOB    PIC X(2).
           05 FILLER            PIC X(43).

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

      * LOB RELEASE LOG AS WRITTEN BY SAMPMRGE - KEPT IN STEP WITH
      *  THAT PROGRAM.  ONE RECORD PER LOB PER CYCLE RELEASED.
       FD  LOB-REL
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.

       01  LRL-REC.
           05 LRL-CYCLE         PIC X(6).
           05 LRL-ASOF-DATE     PIC X(8).
           05 LRL-LOB           PIC X(2).
           05 LRL-REL-DATE      PIC X(8).
           05 LRL-REL-TIME      PIC X(6).
           05 LRL-NEW-RATE-RECS PIC 9(7).
           05 LRL-TOT-MONEY     PIC 9(9)V99.
           05 FILLER            PIC X(32).

      * STREAM RESULT - ONE RECORD WRITTEN AT THE END OF A LOB STREAM
      *  RUN, READ BY SAMPMRGE TO DECIDE WHETHER THE LOB IS RELEASED.
      *  THE FILE IS EMPTIED WHEN THE STREAM OPENS ITS FILES, SO A
      *  STREAM THAT ABENDS LEAVES NO RESULT AND ITS LOB IS HELD.
       FD  STRM-RESULT
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.

       01  SRR-REC.
           05 SRR-LOB           PIC X(2).
           05 SRR-CYCLE         PIC X(6).
           05 SRR-ASOF-DATE     PIC X(8).
           05 SRR-RUN-DATE      PIC X(8).
           05 SRR-RUN-TIME      PIC X(6).
           05 SRR-RUN-MODE      PIC X(1).
           05 SRR-RETURN-CODE   PIC 9(2).
           05 SRR-RESTART-SW    PIC X(1).
           05 SRR-CAP-READ      PIC 9(7).
           05 SRR-ELG-READ      PIC 9(7).
           05 SRR-NEW-RATE-RECS PIC 9(7).
           05 SRR-RATE-ZEROED   PIC 9(7).
           05 SRR-TOT-MONEY     PIC 9(9)V99.
           05 FILLER            PIC X(7).

       WORKING-STORAGE SECTION.
       77  WKS-MESSAGE         PIC X(23) VALUE
           05 DOB-MMDD         PIC 9(4).
      *
      * THE INPUTS ARRIVE PRE-EDITED AND IN SEQUENCE FROM SAMPEDIT -
      *  THE ONLY REMAINING FAILURES HERE ARE THE MATCH LOGIC ITSELF
      *  AND A LOB STREAM GIVEN THE WRONG (OR NO) INPUT.
       01  RUN-FAIL-SW            PIC X VALUE 'N'.
           88 RUN-FAILED              VALUE 'Y'.
       01  RUN-FAIL-MSG           PIC X(80) VALUE
                  'RUN FAILED - MATCH LOGIC ERROR'.
      *
      * LOB STREAM - SET FROM THE CONTROL CARD.  SPACES = THE WHOLE
      *  FILE IN ONE PASS.
       01  STREAM-LOB             PIC X(2) VALUE SPACES.
           88 WHOLE-FILE-RUN          VALUE SPACES.
       01  STREAM-INPUT-SW        PIC X VALUE 'N'.
           88 STREAM-INPUT-SEEN       VALUE 'Y'.
       01  EOF-LRL                PIC X VALUE 'N'.
      *
      * RATE VARIANCE WORK AREAS.  EACH ACCEPTED CAP ROW IS COMPARED
      *  AGAINST THE PRIOR RUN'S SNAPSHOT; FLAT-RATE DELTAS ARE
       77  RATE-CHG-CNT           PIC 9(7) COMP-3 VALUE 0.
       77  VARIANCE-MONEY         PIC S9(11)V99 COMP-3 VALUE 0.
       77  PEND-DELTA             PIC S9(6)V99 COMP-3 VALUE 0.
      *
      * MEMBER PAYMENT LEDGER.  THE LEDGER UNLOAD IS WALKED ALONGSIDE
      *  THE ELIGIBILITY FILE, WHICH SAMPSRCY SORTS BY LOB, PROVIDER
      *  AND PERSON.  ONLY A PAYMENT ABOVE ZERO IS CHECKED OR POSTED.
      *  A MEMBER ARRIVING OUT OF THAT ORDER CANNOT BE CHECKED AND IS
      *  HELD RATHER THAN RISK A SECOND PAYMENT.  LIKE THE VARIANCE
      *  AND PRORATION COUNTERS THESE ARE NOT CARRIED ON THE
      *  CHECKPOINT.
       77  PERIOD-PAID-CNT        PIC 9(7) COMP-3 VALUE 0.
       77  PERIOD-PAID-MONEY      PIC 9(9)V99 COMP-3 VALUE 0.
       77  LEDGER-SEQ-CNT         PIC 9(7) COMP-3 VALUE 0.
       77  PAY-POSTED-CNT         PIC 9(7) COMP-3 VALUE 0.
      *
       01  LEDGER-WORK.
           05 EOF-PLG             PIC X VALUE 'N'.
           05 COMP-PLGK           PIC X(29) VALUE LOW-VALUES.
           05 PAY-MATCH-KEY.
              10 PMK-LOB          PIC X(2).
              10 PMK-PROV         PIC X(9).
              10 PMK-PRSN         PIC X(12).
              10 PMK-COV-MONTH    PIC X(6).
           05 LAST-CHECK-KEY      PIC X(29) VALUE LOW-VALUES.
           05 LAST-PAID-KEY       PIC X(29) VALUE SPACES.
           05 PRIOR-PAID-DATE     PIC X(8).
           05 PERIOD-PAID-SW      PIC X VALUE 'N'.
              88 PERIOD-NOT-PAID      VALUE 'N'.
              88 PERIOD-ALREADY-PAID  VALUE 'Y'.
              88 LEDGER-OUT-OF-SEQ    VALUE 'S'.
      *
       01  VAR-WORK.
           05 EOF-SNP             PIC X VALUE 'N'.
      *
      * PRICING AS-OF DATE - SUPPLIED AT RUN TIME SO A PRIOR PERIOD
      *  CAN BE REPRICED.  WHEN NONE IS SUPPLIED THE RUN DATE IS USED.
      *  A LIVE RUN PRICES AS OF THE OPEN CYCLE'S AS-OF DATE.
       01  ASOF-DATE-IN        PIC X(8) VALUE SPACES.
       01  ASOF-DATE           PIC X(8) VALUE SPACES.
       01  ASOF-DATE-R REDEFINES ASOF-DATE.
           05 ASOF-MM          PIC 99.
           05 ASOF-DD          PIC 99.
      *
      * CYCLE CONTROL RECORD AS WRITTEN BY SAMPPAPL - KEPT IN STEP
      *  WITH THAT PROGRAM.  THE MATCH IS STEP 2 OF THE CYCLE AND
      *  NEEDS STEP 1 (SAMPPAPL) COMPLETE.
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
       77  CYC-THIS-STEP       PIC S9(4) COMP VALUE 2.
       77  CYC-PREREQ-STEP     PIC S9(4) COMP VALUE 1.
       77  CYC-OPEN-CNT        PIC S9(4) COMP VALUE 0.
       01  CYC-TIME-NOW        PIC 9(8) VALUE 0.
       01  CYC-TIME-NOW-R REDEFINES CYC-TIME-NOW.
           05 CTN-HHMMSS       PIC X(6).
           05 FILLER           PIC X(2).
      *
      * CAPITATION PERIOD BOUNDARIES AND PRORATION WORK AREAS, SET
      *  ONCE FROM THE AS-OF DATE AT STARTUP.
       01  PERIOD-WORK.
           05 FILLER              PIC X(40) VALUE
                  'CAPITATION CONTROL REPORT - RUN DATE '.
           05 CTL-HDR-DATE        PIC X(10).
           05 FILLER              PIC X(2) VALUE SPACES.
           05 CTL-HDR-STREAM      PIC X(13) VALUE SPACES.
           05 CTL-HDR-STREAM-R REDEFINES CTL-HDR-STREAM.
              10 FILLER           PIC X(11).
              10 CTL-HDR-LOB      PIC X(2).
           05 FILLER              PIC X(15) VALUE SPACES.
      *
       01  CTL-DETAIL-LINE.
           05 CTL-DET-LABEL       PIC X(35).
           MOVE CCD-CHKPT-INT  TO CHKPT-INTERVAL.
           MOVE CCD-ASOF-DATE  TO ASOF-DATE-IN.
           MOVE CCD-VAR-TOL    TO VAR-TOL-PCT.
           MOVE CCD-STREAM-LOB TO STREAM-LOB.
           IF CCD-MODE-TRIAL
              MOVE 'T' TO RUN-MODE-SW
           ELSE
                   ' CHKPT=' CHKPT-INTERVAL
                   ' MODE=' CCD-RUN-MODE
                   ' ASOF=' CCD-ASOF-DATE
                   ' VARTOL=' VAR-TOL-PCT
                   ' LOB=' STREAM-LOB.
           CLOSE CTL-CARD.
           GO TO 010-OPEN-FILES.
      *
           MOVE 12 TO RETURN-CODE.
           GOBACK.
      *
      * CYCLE CONTROL.  A LIVE MATCH RUNS ONLY FOR THE OPEN CYCLE,
      *  ONLY ONCE SAMPPAPL HAS COMPLETED FOR IT AND ONLY UNTIL THE
      *  MATCH HAS COMPLETED - RC=20 WHEN THE PREREQUISITE IS
      *  MISSING, RC=24 WHEN THE MATCH HAS ALREADY RUN FOR THE CYCLE.
      *  THE CYCLE'S AS-OF DATE IS THE PRICING AS-OF DATE, AND A DATE
      *  KEYED ON THE CARD MUST AGREE WITH IT.  A TRIAL IS NOT HELD
      *  TO THE CYCLE - IT PRICES AS OF THE CARD DATE, ELSE THE OPEN
      *  CYCLE'S, ELSE THE RUN DATE.  LIKE A REJECTED CARD, A REFUSED
      *  RUN TOUCHES NO FILE AND A PENDING RESTART SURVIVES.
       009-CHECK-CYCLE.
           OPEN INPUT CYC-IN.
       009-LOOP.
           READ CYC-IN AT END
                GO TO 009-DONE.
           IF CIR-CYCLE NOT NUMERIC
              GO TO 009-LOOP.
           IF CIR-OPEN
              MOVE CYC-IN-REC TO CYC-REC
              ADD 1 TO CYC-OPEN-CNT.
           GO TO 009-LOOP.
       009-DONE.
           CLOSE CYC-IN.
           IF ASOF-DATE-IN NUMERIC AND ASOF-DATE-IN > '00000000'
              MOVE ASOF-DATE-IN TO ASOF-DATE
           ELSE
              IF CYC-OPEN-CNT = 1
                 MOVE CYC-ASOF-DATE TO ASOF-DATE
              ELSE
                 MOVE RUN-DATE      TO ASOF-DATE
              END-IF
           END-IF.
           IF TRIAL-RUN
              GO TO 009-EXIT.
           IF CYC-OPEN-CNT NOT = 1
              DISPLAY 'NO SINGLE OPEN CYCLE ON THE CYCLE CONTROL FILE'
                      ' - OPEN CYCLES = ' CYC-OPEN-CNT
              MOVE 20 TO RETURN-CODE
              GO TO 009-REFUSE-RUN.
           DISPLAY 'CYCLE ' CYC-CYCLE ' AS-OF ' CYC-ASOF-DATE.
           IF ASOF-DATE NOT = CYC-ASOF-DATE
              DISPLAY 'CARD AS-OF DATE ' ASOF-DATE
                      ' IS NOT THE OPEN CYCLE''S'
              MOVE 20 TO RETURN-CODE
              GO TO 009-REFUSE-RUN.
           IF NOT CYC-STEP-DONE (CYC-PREREQ-STEP)
              DISPLAY 'SAMPPAPL HAS NOT COMPLETED FOR THIS CYCLE'
              MOVE 20 TO RETURN-CODE
              GO TO 009-REFUSE-RUN.
           IF CYC-STEP-DONE (CYC-THIS-STEP)
              DISPLAY 'SAMPMTCH HAS ALREADY COMPLETED FOR THIS CYCLE '
                      'ON ' CYC-STEP-DATE (CYC-THIS-STEP)
              MOVE 24 TO RETURN-CODE
              GO TO 009-REFUSE-RUN.
           IF WHOLE-FILE-RUN
              GO TO 009-EXIT.
      * A LOB STREAM ALSO REFUSES ONCE SAMPMRGE HAS RELEASED ITS LOB
      *  FOR THE CYCLE - THE MONEY HAS GONE AND THE PARTIAL FILES
      *  ARE NEEDED AS THEY ARE FOR THE CYCLE'S ARCHIVE.
           OPEN INPUT LOB-REL.
       009-REL-LOOP.
           READ LOB-REL AT END
                GO TO 009-REL-DONE.
           IF LRL-CYCLE     = CYC-CYCLE
              AND LRL-ASOF-DATE = CYC-ASOF-DATE
              AND LRL-LOB       = STREAM-LOB
              CLOSE LOB-REL
              DISPLAY 'LOB ' STREAM-LOB ' WAS RELEASED FOR THIS CYCLE '
                      'ON ' LRL-REL-DATE
              MOVE 24 TO RETURN-CODE
              GO TO 009-REFUSE-RUN.
           GO TO 009-REL-LOOP.
       009-REL-DONE.
           CLOSE LOB-REL.
           GO TO 009-EXIT.
       009-REFUSE-RUN.
           DISPLAY 'SAMPMTCH REFUSED BY CYCLE CONTROL - NO FILE '
                   'TOUCHED'.
           GOBACK.
       009-EXIT.
           EXIT.
      *
       010-OPEN-FILES.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           PERFORM 009-CHECK-CYCLE THRU 009-EXIT.
           DISPLAY 'PRICING AS-OF DATE = ' ASOF-DATE.
           PERFORM 018-SET-PERIOD-DATES.
           OPEN INPUT  COMP-CAP
                       COMP-ELG
                       PROV-STAT
                       PRIOR-SNAP
                       PAY-LEDGER.
           IF RESTART-RUN
              OPEN EXTEND NEW-RATE
                          REJECT-FILE
                          TERM-EXCEPT
                          DUP-RPT
                          CTL-RPT
                          VAR-RPT
                          PAY-POST
                          PAID-EXCEPT
           ELSE
              OPEN OUTPUT NEW-RATE
                          REJECT-FILE
                          TERM-EXCEPT
                          DUP-RPT
                          CTL-RPT
                          VAR-RPT
                          PAY-POST
                          PAID-EXCEPT
           END-IF.
      * THE SNAPSHOT IS REBUILT WHOLE ON A RESTART, SO IT IS ALWAYS
      *  STARTED EMPTY.
           OPEN OUTPUT RATE-SNAP.
           IF NOT RESTART-RUN
              OPEN OUTPUT CHKPT-FILE
              CLOSE CHKPT-FILE
           END-IF.
      * A LOB STREAM'S RUN HISTORY IS ITS OWN PARTIAL FILE, HOLDING
      *  ONLY ITS LATEST RUN, FOR SAMPMRGE TO ADD TO THE HISTORY.
           IF WHOLE-FILE-RUN
              OPEN EXTEND RUN-HIST
           ELSE
              OPEN OUTPUT RUN-HIST
                          STRM-RESULT
           END-IF.
      *
      * THE INPUTS WERE BALANCED AND EDITED BY SAMPEDIT IN ITS OWN
      *  STEP - THE MATCH STARTS STRAIGHT IN ON ONE ASCENDING PASS
       011-START-MATCH.
           PERFORM 993-WRITE-CTL-HDR.
           PERFORM 994-ECHO-CONTROL-CARD.
      * A LOB STREAM'S PARTIAL NEW-RATE FILE CARRIES DETAIL ONLY -
      *  SAMPMRGE WRITES THE ONE HEADER THE MERGED FILE NEEDS.
           IF LIVE-RUN AND NOT RESTART-RUN AND WHOLE-FILE-RUN
              WRITE NEW-RATE-REC FROM NEW-RATE-HDR-WORK
           END-IF.
           GO TO 020-READ-CAP-RECORDS.
                ELSE
                   GO TO 020-CAP-AT-END.
       020-CHECK-CAP.
           IF NOT WHOLE-FILE-RUN
              MOVE 'Y' TO STREAM-INPUT-SW
              IF CCR-LOB NOT = STREAM-LOB
                 DISPLAY 'COMP-CAP RECORD FOR LOB ' CCR-LOB
                         ' IN THE LOB ' STREAM-LOB ' STREAM - PROV '
                         CCR-PROV
                 MOVE 'RUN FAILED - CAP RECORD FOR ANOTHER LOB'
                                      TO RUN-FAIL-MSG
                 MOVE 'Y' TO RUN-FAIL-SW
                 GO TO 990-PUBLISH-STATS
              END-IF
           END-IF.
           MOVE CCR-LOB  TO CKW-LOB.
           MOVE CCR-PROV TO CKW-PROV.
           IF TIER-CNT > 0
      * ONE SNAPSHOT ROW PER LOB/PROVIDER - A SECOND IN-FORCE ROW
      *  FOR THE SAME KEY MUST NOT BECOME A FALSE DROP ON THE NEXT
      *  RUN'S VARIANCE COMPARE.  WRITTEN EVEN WHILE SKIPPING TO THE
      *  CHECKPOINT SO A RESTART REBUILDS THE WHOLE SNAPSHOT (IT IS
      *  ALWAYS OPENED EMPTY) IN ONE ASCENDING PASS.
           IF LIVE-RUN
              AND CAP-KEY-WORK NOT = SNP-LAST-KEY
              MOVE CCR-LOB       TO SNP-LOB
                MOVE 99999999999 TO COMP-ELIG
                MOVE ALL 'Z' TO COMP-ELG-REC
                GO TO 040-MATCH-FILES.
           IF NOT WHOLE-FILE-RUN
              MOVE 'Y' TO STREAM-INPUT-SW
              IF CER-LOB NOT = STREAM-LOB
                 DISPLAY 'COMP-ELG RECORD FOR LOB ' CER-LOB
                         ' IN THE LOB ' STREAM-LOB ' STREAM - PRSN '
                         CER-PRSN
                 MOVE 'RUN FAILED - ELG RECORD FOR ANOTHER LOB'
                                      TO RUN-FAIL-MSG
                 MOVE 'Y' TO RUN-FAIL-SW
                 GO TO 990-PUBLISH-STATS
              END-IF
           END-IF.
           MOVE CER-LOB  TO EKW-LOB.
           MOVE CER-PROV TO EKW-PROV.
           MOVE ELG-KEY-WORK TO COMP-ELIG.
                      (CER-PREMIUM * PCT-RATE) / 100
           END-IF.
           PERFORM 102-PRORATE-MEMBER THRU 102-EXIT.
           MOVE 'N' TO PERIOD-PAID-SW.
           IF WORK-MONEY > ZERO
              PERFORM 112-CHECK-LEDGER THRU 112-EXIT.
           IF PERIOD-NOT-PAID
              PERFORM 111-PAY-MEMBER
           ELSE
              PERFORM 114-WRITE-PAID-EXCEPTION.
      *
       111-PAY-MEMBER.
           MOVE WM-DLR   TO NRR-DLR.
           MOVE WM-CENTS TO NRR-CENTS.
           COMPUTE TOT-MONEY = TOT-MONEY + WORK-MONEY.
           PERFORM 017-FIND-MLOB THRU 017-EXIT.
           ADD 1 TO MLOB-RECS (MLOB-IX).
           ADD WORK-MONEY TO MLOB-MONEY (MLOB-IX).
           IF WORK-MONEY > ZERO
              MOVE PAY-MATCH-KEY TO LAST-PAID-KEY
              IF LIVE-RUN
                 MOVE PAY-MATCH-KEY  TO PPT-KEY
                 MOVE NRR-RATE-TYPE  TO PPT-RATE-TYPE
                 MOVE WORK-MONEY     TO PPT-AMOUNT
                 MOVE RUN-DATE       TO PPT-PAID-DATE
                 MOVE ASOF-DATE      TO PPT-ASOF-DATE
                 MOVE CER-PREMIUM    TO PPT-PREMIUM
                 WRITE PPT-REC
                 ADD 1 TO PAY-POSTED-CNT
              END-IF
           END-IF.
      *
      * HAS THIS MEMBER ALREADY BEEN PAID UNDER THIS PROVIDER AND LOB
      *  FOR THE COVERAGE MONTH - EITHER ON THE LEDGER OR EARLIER IN
      *  THIS RUN (THE SAME MEMBER TWICE IN THE FEED)?
       112-CHECK-LEDGER.
           MOVE CER-LOB            TO PMK-LOB.
           MOVE CER-PROV           TO PMK-PROV.
           MOVE CER-PRSN           TO PMK-PRSN.
           MOVE PERIOD-START (1:6) TO PMK-COV-MONTH.
           IF PAY-MATCH-KEY = LAST-PAID-KEY
              MOVE 'Y'      TO PERIOD-PAID-SW
              MOVE RUN-DATE TO PRIOR-PAID-DATE
              GO TO 112-EXIT.
           IF PAY-MATCH-KEY < LAST-CHECK-KEY
              MOVE 'S'      TO PERIOD-PAID-SW
              MOVE SPACES   TO PRIOR-PAID-DATE
              GO TO 112-EXIT.
           MOVE PAY-MATCH-KEY TO LAST-CHECK-KEY.
           PERFORM 113-ADVANCE-LEDGER THRU 113-EXIT
               UNTIL COMP-PLGK >= PAY-MATCH-KEY.
           IF COMP-PLGK = PAY-MATCH-KEY
              MOVE 'Y'           TO PERIOD-PAID-SW
              MOVE PLG-PAID-DATE TO PRIOR-PAID-DATE.
       112-EXIT.
           EXIT.
      *
       113-ADVANCE-LEDGER.
           IF EOF-PLG = 'Y'
              GO TO 113-EXIT.
           READ PAY-LEDGER AT END
                MOVE 'Y' TO EOF-PLG
                MOVE HIGH-VALUES TO COMP-PLGK
                GO TO 113-EXIT.
           IF PLG-LOB NOT NUMERIC
              GO TO 113-ADVANCE-LEDGER.
           MOVE PLG-KEY TO COMP-PLGK.
       113-EXIT.
           EXIT.
      *
      * THE MEMBER WAS PRICED, SO THE PRORATION COUNTS STILL INCLUDE
      *  A HELD PAYMENT; NOTHING ELSE DOES.
       114-WRITE-PAID-EXCEPTION.
           MOVE SPACES          TO PAID-EXCEPT-REC.
           MOVE RUN-DATE        TO PXR-DATE.
           MOVE CER-LOB         TO PXR-LOB.
           MOVE CER-PROV        TO PXR-PROV.
           MOVE CER-PRSN        TO PXR-PRSN.
           MOVE PMK-COV-MONTH   TO PXR-COV-MONTH.
           MOVE WM-DLR          TO NRR-DLR.
           MOVE WM-CENTS        TO NRR-CENTS.
           MOVE NRR-RATE        TO PXR-AMOUNT.
           MOVE PRIOR-PAID-DATE TO PXR-PAID-DATE.
           IF LEDGER-OUT-OF-SEQ
              MOVE 'OUT OF SEQUENCE'     TO PXR-REASON
              ADD 1 TO LEDGER-SEQ-CNT
           ELSE
              MOVE 'PERIOD ALREADY PAID' TO PXR-REASON
              ADD 1 TO PERIOD-PAID-CNT.
           WRITE PAID-EXCEPT-REC.
           ADD WORK-MONEY TO PERIOD-PAID-MONEY.
      *
      * THE NETWORK STATUS FILE RESTARTS FROM THE TOP FOR EACH LOB.
       109-RESET-PROV-STAT.
           MOVE RUN-DATE      TO DXR-DATE.
           MOVE CUR-GROUP-PROV   TO DXR-PROV.
           MOVE DUP-MATCH-COUNT  TO DXR-MATCH-COUNT.
           MOVE CUR-LOB          TO DXR-LOB.
           MOVE 'PROVIDER MATCH COUNT EXCEEDS EXPECTED THRESHOLD'
                                 TO DXR-REASON.
           WRITE DUP-RPT-REC.
           MOVE ZEROS TO CHKPT-COUNTER.
      *
       990-PUBLISH-STATS.
      * A STREAM THAT READ NOTHING AT ALL WAS POINTED AT FILES THE
      *  SPLIT NEVER WROTE (OR THAT WERE EMPTIED WHEN THE LAST CYCLE
      *  COMPLETED) - IT MUST NOT REPORT ITS LOB CLEAN AND RELEASED.
           IF NOT WHOLE-FILE-RUN AND NOT STREAM-INPUT-SEEN
              AND NOT RUN-FAILED
              DISPLAY 'NO INPUT FOR THE LOB ' STREAM-LOB ' STREAM'
              MOVE 'RUN FAILED - NO INPUT FOR THIS LOB STREAM'
                                TO RUN-FAIL-MSG
              MOVE 'Y' TO RUN-FAIL-SW.
           DISPLAY 'CAP RECS READ = ' CAP-READ.
           DISPLAY 'ELG RECS READ = ' ELG-READ.
           DISPLAY 'NEW RECS      = ' NEW-RATE-RECS.
           DISPLAY 'RATE TYPE CHANGES = ' TYPE-CHG-CNT.
           DISPLAY 'RATE CHANGES OVER TOLERANCE = ' RATE-CHG-CNT.
           DISPLAY 'RATE CHANGE DOLLARS = ' VARIANCE-MONEY.
           DISPLAY 'PERIOD ALREADY PAID = ' PERIOD-PAID-CNT.
           DISPLAY 'OUT OF SEQUENCE FOR LEDGER = ' LEDGER-SEQ-CNT.
           DISPLAY 'HELD PAYMENT DOLLARS = ' PERIOD-PAID-MONEY.
           DISPLAY 'LEDGER POSTINGS WRITTEN = ' PAY-POSTED-CNT.
           PERFORM 995-WRITE-CTL-RPT THRU 995-EXIT.
           PERFORM 998-WRITE-RUN-HIST THRU 998-EXIT.
           IF RUN-FAILED
              MOVE RUN-FAIL-MSG TO CTL-RPT-REC
              WRITE CTL-RPT-REC
              MOVE 16 TO RETURN-CODE.
           IF TRIAL-RUN AND RETURN-CODE = 0
              WRITE CTL-RPT-REC
              DISPLAY 'TRIAL RUN - RC 1 SET TO BYPASS RELEASE STEPS'
              MOVE 1 TO RETURN-CODE.
           IF LIVE-RUN AND RETURN-CODE = 0 AND WHOLE-FILE-RUN
              PERFORM 997-POST-CYCLE.
           IF NOT WHOLE-FILE-RUN
              PERFORM 992-WRITE-STREAM-RESULT.
           GO TO 9999-STOP.
      *
      * THE STREAM RESULT - THE RUN'S RETURN CODE AND THE TOTALS THE
      *  MERGE PROVES THE PARTIAL NEW-RATE FILE AGAINST.
       992-WRITE-STREAM-RESULT.
           ACCEPT CYC-TIME-NOW FROM TIME.
           MOVE SPACES        TO SRR-REC.
           MOVE STREAM-LOB    TO SRR-LOB.
           MOVE CYC-CYCLE     TO SRR-CYCLE.
           MOVE ASOF-DATE     TO SRR-ASOF-DATE.
           MOVE RUN-DATE      TO SRR-RUN-DATE.
           MOVE CTN-HHMMSS    TO SRR-RUN-TIME.
           MOVE RUN-MODE-SW   TO SRR-RUN-MODE.
           MOVE RETURN-CODE   TO SRR-RETURN-CODE.
           MOVE RESTART-SW    TO SRR-RESTART-SW.
           MOVE CAP-READ      TO SRR-CAP-READ.
           MOVE ELG-READ      TO SRR-ELG-READ.
           MOVE NEW-RATE-RECS TO SRR-NEW-RATE-RECS.
           MOVE RATE-ZEROED   TO SRR-RATE-ZEROED.
           MOVE TOT-MONEY     TO SRR-TOT-MONEY.
           WRITE SRR-REC.
      *
       993-WRITE-CTL-HDR.
           MOVE RD-MM   TO CTL-ED-MM.
           MOVE RD-DD   TO CTL-ED-DD.
           MOVE RD-YYYY TO CTL-ED-YYYY.
           MOVE CTL-ED-DATE TO CTL-HDR-DATE.
           IF NOT WHOLE-FILE-RUN
              MOVE 'LOB STREAM' TO CTL-HDR-STREAM
              MOVE STREAM-LOB   TO CTL-HDR-LOB.
           WRITE CTL-RPT-REC FROM CTL-HDR-LINE.
           MOVE SPACES TO CTL-RPT-REC.
           WRITE CTL-RPT-REC.
           MOVE VAR-TOL-PCT                  TO CTL-NUM-EDIT.
           MOVE CTL-NUM-EDIT                 TO CTL-DET-VALUE.
           PERFORM 996-WRITE-DETAIL-LINE.
           MOVE 'CARD - LOB STREAM'            TO CTL-DET-LABEL.
           IF WHOLE-FILE-RUN
              MOVE 'ALL LOBS'                 TO CTL-DET-VALUE
           ELSE
              MOVE STREAM-LOB                 TO CTL-DET-VALUE.
           PERFORM 996-WRITE-DETAIL-LINE.
      *  THE VARIANCE, PRORATION AND LEDGER COUNTERS ARE NOT CARRIED
      *  ON THE CHECKPOINT (NO ROOM LEFT IN THE RECORD), SO AFTER A
      *  RESTART THEIR TOTALS COVER ONLY THE WORK DONE SINCE THE
      *  RESTART.
           IF RESTART-RUN
              MOVE 'RESTARTED RUN - VARIANCE/PRORATION/LEDGER TOTALS COV
      -           'ER POST-RESTART WORK ONLY' TO CTL-RPT-REC
              WRITE CTL-RPT-REC.
           MOVE SPACES TO CTL-RPT-REC.
           WRITE CTL-RPT-REC.
           MOVE VARIANCE-MONEY               TO CTL-VAR-EDIT.
           MOVE CTL-VAR-EDIT                 TO CTL-DET-VALUE.
           PERFORM 996-WRITE-DETAIL-LINE.
      *
           MOVE 'PAYMENTS HELD - PERIOD ALREADY PAID'
                                              TO CTL-DET-LABEL.
           MOVE PERIOD-PAID-CNT              TO CTL-NUM-EDIT.
           MOVE CTL-NUM-EDIT                 TO CTL-DET-VALUE.
           PERFORM 996-WRITE-DETAIL-LINE.
      *
           MOVE 'PAYMENTS HELD - OUT OF LEDGER SEQ'
                                              TO CTL-DET-LABEL.
           MOVE LEDGER-SEQ-CNT               TO CTL-NUM-EDIT.
           MOVE CTL-NUM-EDIT                 TO CTL-DET-VALUE.
           PERFORM 996-WRITE-DETAIL-LINE.
      *
           MOVE 'HELD PAYMENT DOLLARS'        TO CTL-DET-LABEL.
           MOVE PERIOD-PAID-MONEY            TO CTL-MONEY-EDIT.
           MOVE CTL-MONEY-EDIT               TO CTL-DET-VALUE.
           PERFORM 996-WRITE-DETAIL-LINE.
      *
           MOVE 'PAYMENTS POSTED TO LEDGER'   TO CTL-DET-LABEL.
           MOVE PAY-POSTED-CNT               TO CTL-NUM-EDIT.
           MOVE CTL-NUM-EDIT                 TO CTL-DET-VALUE.
           PERFORM 996-WRITE-DETAIL-LINE.
       995-EXIT.
           EXIT.
      *
       996-WRITE-DETAIL-LINE.
           WRITE CTL-RPT-REC FROM CTL-DETAIL-LINE.
      *
      * MARK THE MATCH COMPLETE ON THE CYCLE RECORD.  THE RECORD IS
      *  WRITTEN ALONE TO NEWCYC AND REPLACED ON THE CYCLE CONTROL
      *  FILE BY THE JOB ONCE THE NEW-RATE FILE IS ARCHIVED.
       997-POST-CYCLE.
           ACCEPT CYC-TIME-NOW FROM TIME.
           MOVE 'C'         TO CYC-STEP-STAT (CYC-THIS-STEP).
           MOVE RUN-DATE    TO CYC-STEP-DATE (CYC-THIS-STEP).
           MOVE CTN-HHMMSS  TO CYC-STEP-TIME (CYC-THIS-STEP).
           OPEN OUTPUT CYC-OUT.
           WRITE CYC-OUT-REC FROM CYC-REC.
           CLOSE CYC-OUT.
      *
      * ONE RUN HISTORY LINE PER LOB.  A RUN THAT PRODUCED NOTHING
      *  (OR FAILED BEFORE MATCHING) STILL LEAVES ONE LINE SO THE
      *  HISTORY SHOWS THE RUN HAPPENED.
       998-WRITE-RUN-HIST.
           IF MLOB-CNT = 0
              MOVE RUN-DATE      TO RHR-DATE
              MOVE STREAM-LOB    TO RHR-LOB
              MOVE CAP-READ      TO RHR-CAP-READ
              MOVE ELG-READ      TO RHR-ELG-READ
              MOVE NEW-RATE-RECS TO RHR-NEW-RATE-RECS
           CLOSE CHKPT-FILE.
           CLOSE COMP-CAP COMP-ELG PROV-STAT NEW-RATE REJECT-FILE
                 CAP-EXCEPT TERM-EXCEPT DUP-RPT CTL-RPT RUN-HIST
                 PRIOR-SNAP RATE-SNAP VAR-RPT PAY-LEDGER PAY-POST
                 PAID-EXCEPT.
           IF NOT WHOLE-FILE-RUN
              CLOSE STRM-RESULT.
           GOBACK.
 
