       IDENTIFICATION DIVISION.
       PROGRAM-ID.  SAMPMRGE.
       DATE-COMPILED.
      *---------------------------------------------------------------*
      *                                                               *
      * THIS PROGRAM MERGES THE PER-LOB CAP/ELIG MATCH STREAMS.  THE  *
      *  SAMPMTCH JOB SPLITS THE VALIDATED FILES BY LINE OF BUSINESS  *
      *  AND EACH LOB IS MATCHED IN ITS OWN STREAM JOB (SAMPMLnn),    *
      *  WHICH LEAVES PARTIAL OUTPUT FILES AND ONE STREAM RESULT      *
      *  RECORD.  THIS PROGRAM READS EVERY STREAM'S PARTIAL FILES     *
      *  (EACH DD IS A CONCATENATION OF THE LOB FILES) AND -          *
      *                                                               *
      *    RELEASES EVERY LOB WHOSE STREAM ENDED CLEAN (A LIVE RUN,   *
      *     RC=0, FOR THE OPEN CYCLE) AND WHOSE PARTIAL NEW-RATE FILE *
      *     PROVES TO THE STREAM'S OWN TOTALS: ITS NEW-RATE DETAIL    *
      *     GOES TO THE RELEASE FILE THE JOB ARCHIVES AND TRANSFERS,  *
      *     ITS LEDGER POSTINGS TO THE POSTING FILE, AND ITS REJECT   *
      *     AND EXCEPTION LINES TO THE FILES THE JOB ADDS TO THE      *
      *     RUNNING LOGS ONCE THE RELEASE IS ARCHIVED;                *
      *    HOLDS EVERY OTHER LOB - NO RESULT (NOT RUN, ABENDED OR     *
      *     REFUSED), A FAILED OR TRIAL RUN, OR A PARTIAL FILE OUT    *
      *     OF BALANCE - WITHOUT HOLDING UP THE LOBS THAT ARE CLEAN;  *
      *    WRITES THE CONTROL REPORT - EACH RELEASED OR HELD STREAM'S *
      *     OWN CONTROL REPORT, THEN THE MERGE SUMMARY SHOWING WHICH  *
      *     LOBS WERE RELEASED AND WHICH WERE HELD, AND WHY.          *
      *                                                               *
      * EACH LOB RELEASED IS LOGGED TO THE LOB RELEASE LOG, WHICH THE *
      *  STREAMS READ TO REFUSE A RERUN OF A RELEASED LOB, AND WHICH  *
      *  THE NEXT MERGE READS SO A LOB IS NEVER RELEASED TWICE.  A    *
      *  HELD LOB IS RERUN IN ITS OWN STREAM AND THIS JOB IS RUN      *
      *  AGAIN TO RELEASE IT.                                         *
      *                                                               *
      * ONCE EVERY LOB ON THE CONTROL CARD HAS BEEN RELEASED THE      *
      *  MATCH IS COMPLETE FOR THE CYCLE: THE FULL NEW-RATE FILE (ONE *
      *  HEADER, THEN EVERY LOB'S DETAIL) IS WRITTEN FOR THE CYCLE'S  *
      *  ARCHIVE GENERATION, THE STREAMS' RUN HISTORY LINES ARE       *
      *  WRITTEN UNDER TODAY'S DATE FOR THE RUN HISTORY, AND THE      *
      *  MATCH IS MARKED COMPLETE ON THE CYCLE RECORD (STEP 2 OF THE  *
      *  CYCLE).                                                      *
      *                                                               *
      * RETURN CODES -                                                *
      *    0  EVERY LOB RELEASED - THE CYCLE'S MATCH IS COMPLETE      *
      *    2  EVERY LOB WAS RELEASED BY AN EARLIER RUN, BUT THE MATCH *
      *       IS NOT MARKED COMPLETE - THE CYCLE'S FILES ARE REBUILT  *
      *       FOR A RESTART OF THE JOB STEP THAT FAILED, AND NOTHING  *
      *       IS RELEASED OR SENT AGAIN                               *
      *    4  SOME LOBS RELEASED BY THIS RUN, SOME STILL HELD         *
      *    8  NOTHING RELEASED BY THIS RUN - EVERY LOB STILL PENDING  *
      *       IS HELD                                                 *
      *   12  CONTROL CARD REJECTED                                   *
      *   16  THE STREAM FILES DO NOT AGREE WITH THE CONTROL CARD OR  *
      *       WITH WHAT WAS RELEASED - NOTHING WRITTEN                *
      *   20  SAMPPAPL NOT COMPLETE FOR THE OPEN CYCLE, OR NO SINGLE  *
      *       OPEN CYCLE                                              *
      *   24  THE MATCH HAS ALREADY COMPLETED FOR THE CYCLE           *
      *  A RUN ENDING RC=12 OR HIGHER TOUCHES NO OUTPUT FILE.         *
      *                                                               *
      *---------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *
           SELECT CTL-CARD      ASSIGN TO UT-S-CTLCARD
               FILE STATUS IS CTLCARD-STATUS.
           SELECT CYC-IN        ASSIGN TO UT-S-CYCLCTL.
           SELECT CYC-OUT       ASSIGN TO UT-S-NEWCYC.
           SELECT LOB-REL       ASSIGN TO UT-S-LOBREL.
           SELECT NEW-REL       ASSIGN TO UT-S-NEWREL.
           SELECT STRM-RESULT   ASSIGN TO UT-S-STRMRES.
           SELECT NRT-IN        ASSIGN TO UT-S-NRTIN.
           SELECT PST-IN        ASSIGN TO UT-S-POSTIN.
           SELECT REJ-IN        ASSIGN TO UT-S-REJIN.
           SELECT CXR-IN        ASSIGN TO UT-S-CAPXIN.
           SELECT TXR-IN        ASSIGN TO UT-S-TRMXIN.
           SELECT DXR-IN        ASSIGN TO UT-S-DUPIN.
           SELECT PXR-IN        ASSIGN TO UT-S-PDXIN.
           SELECT VRR-IN        ASSIGN TO UT-S-VARIN.
           SELECT RHR-IN        ASSIGN TO UT-S-RHSTIN.
           SELECT CTI-IN        ASSIGN TO UT-S-CTLIN.
           SELECT NEW-RATE      ASSIGN TO UT-S-NEWRATE.
           SELECT NEW-RLSE      ASSIGN TO UT-S-NEWRLSE.
           SELECT PAY-POST      ASSIGN TO UT-S-PAYPOST.
           SELECT REJECT-FILE   ASSIGN TO UT-S-REJECT.
           SELECT CAP-EXCEPT    ASSIGN TO UT-S-CAPEXC.
           SELECT TERM-EXCEPT   ASSIGN TO UT-S-TRMEXC.
           SELECT DUP-RPT       ASSIGN TO UT-S-DUPRPT.
           SELECT PAID-EXCEPT   ASSIGN TO UT-S-PAIDEXC.
           SELECT VAR-RPT       ASSIGN TO UT-S-VARRPT.
           SELECT RUN-HIST      ASSIGN TO UT-S-RUNHST.
           SELECT CTL-RPT       ASSIGN TO UT-S-CTLRPT.
      *
       DATA DIVISION.
       FILE SECTION.
      *
       FD  CTL-CARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.

      * MERGE CONTROL CARD - THE LOB STREAMS RUN FOR EACH CYCLE, UP TO
      *  10 TWO-CHARACTER LOB CODES, ONE SPACE APART (COLS 1-2, 4-5,
      *  7-8 ...).  IT MUST NAME THE SAME LOBS AS THE SPLIT IN THE
      *  SAMPMTCH JOB AND THE CONCATENATIONS IN THIS JOB.
       01  CTL-CARD-REC.
           05 CCD-LOB-ENTRY     OCCURS 10.
              10 CCD-LOB        PIC X(2).
              10 FILLER         PIC X.
           05 FILLER            PIC X(50).

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

      * LOB RELEASE LOG - ONE RECORD PER LOB PER CYCLE RELEASED.  THE
      *  LOG IS READ WHOLE; THIS RUN'S RELEASES ARE WRITTEN TO NEW-REL
      *  AND ADDED TO THE LOG BY THE JOB ONCE THE RELEASE FILE IS
      *  ARCHIVED.  SAMPMTCH CARRIES THE SAME LAYOUT.
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

       FD  NEW-REL
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.

       01  NEW-REL-REC          PIC X(80).

      * STREAM RESULT AS WRITTEN BY SAMPMTCH - KEPT IN STEP WITH THAT
      *  PROGRAM.  THE DD CONCATENATES EVERY LOB'S RESULT FILE; A
      *  STREAM THAT ABENDED LEAVES ITS FILE EMPTY.
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
              88 SRR-LIVE-RUN       VALUE 'L'.
           05 SRR-RETURN-CODE   PIC 9(2).
           05 SRR-RESTART-SW    PIC X(1).
           05 SRR-CAP-READ      PIC 9(7).
           05 SRR-ELG-READ      PIC 9(7).
           05 SRR-NEW-RATE-RECS PIC 9(7).
           05 SRR-RATE-ZEROED   PIC 9(7).
           05 SRR-TOT-MONEY     PIC 9(9)V99.
           05 FILLER            PIC X(7).

      * THE STREAMS' PARTIAL FILES, AS WRITTEN BY SAMPMTCH.  ONLY THE
      *  LOB (AND ON NEW-RATE THE AMOUNT) IS NEEDED HERE - EVERY
      *  RECORD IS PASSED ON AS IT STANDS.
       FD  NRT-IN
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.

       01  NRT-IN-REC.
           05 NRI-LOB           PIC X(2).
           05 FILLER            PIC X(26).
           05 NRI-RATE.
              10 NRI-DLR        PIC 9(5).
              10 FILLER         PIC X.
              10 NRI-CENTS      PIC 99.
           05 FILLER            PIC X(44).

       FD  PST-IN
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.

       01  PST-IN-REC.
           05 PSI-LOB           PIC X(2).
           05 FILLER            PIC X(78).

      * A MATCH REJECT CARRIES THE REJECTED RECORD AS IT CAME IN, SO
      *  ITS LOB IS TAKEN FROM WHERE THAT RECORD HOLDS IT.
       FD  REJ-IN
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.

       01  REJ-IN-REC.
           05 RJI-DATE           PIC X(8).
           05 FILLER             PIC X.
           05 RJI-SOURCE         PIC X(8).
           05 FILLER             PIC X.
           05 RJI-REASON         PIC X(30).
           05 FILLER             PIC X.
           05 RJI-DATA           PIC X(80).
           05 RJI-ELG-DATA REDEFINES RJI-DATA.
              10 FILLER          PIC X(54).
              10 RJI-ELG-LOB     PIC X(2).
              10 FILLER          PIC X(24).
           05 RJI-CAP-DATA REDEFINES RJI-DATA.
              10 FILLER          PIC X(43).
              10 RJI-CAP-LOB     PIC X(2).
              10 FILLER          PIC X(35).

       FD  CXR-IN
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.

       01  CXR-IN-REC.
           05 FILLER            PIC X(61).
           05 CXI-LOB           PIC X(2).
           05 FILLER            PIC X(17).

       FD  TXR-IN
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.

       01  TXR-IN-REC.
           05 FILLER            PIC X(63).
           05 TXI-LOB           PIC X(2).
           05 FILLER            PIC X(15).

       FD  DXR-IN
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.

       01  DXR-IN-REC.
           05 FILLER            PIC X(66).
           05 DXI-LOB           PIC X(2).
           05 FILLER            PIC X(12).

       FD  PXR-IN
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.

       01  PXR-IN-REC.
           05 FILLER            PIC X(9).
           05 PXI-LOB           PIC X(2).
           05 FILLER            PIC X(69).

       FD  VRR-IN
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.

       01  VRR-IN-REC.
           05 FILLER            PIC X(9).
           05 VRI-LOB           PIC X(2).
           05 FILLER            PIC X(69).

       FD  RHR-IN
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.

       01  RHR-IN-REC.
           05 RHI-DATE          PIC X(8).
           05 FILLER            PIC X.
           05 RHI-LOB           PIC X(2).
           05 FILLER            PIC X(65).

      * A STREAM'S CONTROL REPORT OPENS WITH SAMPMTCH'S HEADER LINE,
      *  WHICH NAMES THE STREAM'S LOB - EVERY LINE AFTER IT BELONGS
      *  TO THAT LOB UNTIL THE NEXT HEADER (A RESTART WRITES ONE).
       FD  CTI-IN
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.

       01  CTI-IN-REC.
           05 CTI-TITLE         PIC X(37).
           05 FILLER            PIC X(15).
           05 CTI-STREAM        PIC X(11).
           05 CTI-LOB           PIC X(2).
           05 FILLER            PIC X(15).

       FD  NEW-RATE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.

       01  NEW-RATE-REC         PIC X(80).

       FD  NEW-RLSE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.

       01  NEW-RLSE-REC         PIC X(80).

       FD  PAY-POST
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.

       01  PAY-POST-REC         PIC X(80).

       FD  REJECT-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.

       01  REJECT-REC           PIC X(129).

       FD  CAP-EXCEPT
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.

       01  CAP-EXCEPT-REC       PIC X(80).

       FD  TERM-EXCEPT
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.

       01  TERM-EXCEPT-REC      PIC X(80).

       FD  DUP-RPT
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.

       01  DUP-RPT-REC          PIC X(80).

       FD  PAID-EXCEPT
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.

       01  PAID-EXCEPT-REC      PIC X(80).

       FD  VAR-RPT
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.

       01  VAR-RPT-REC          PIC X(80).

       FD  RUN-HIST
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.

       01  RUN-HIST-REC.
           05 RHR-DATE          PIC X(8).
           05 FILLER            PIC X(68).

       FD  CTL-RPT
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.

       01  CTL-RPT-REC          PIC X(80).

       WORKING-STORAGE SECTION.
       77  WKS-MESSAGE         PIC X(23) VALUE
                                   'WORKING-STORAGE SECTION'.

       77  CTLCARD-STATUS         PIC XX VALUE SPACES.
       01  CTLCARD-OPEN-SW        PIC X VALUE 'N'.
           88 CTLCARD-OPEN        VALUE 'Y'.
       77  RESULTS-READ           PIC 9(7) COMP-3 VALUE 0.
       77  RESULTS-STALE          PIC 9(7) COMP-3 VALUE 0.
       77  NRT-NOT-ON-CARD        PIC 9(7) COMP-3 VALUE 0.
       77  RELEASE-NOW-CNT        PIC 9(7) COMP-3 VALUE 0.
       77  RELEASE-EARLIER-CNT    PIC 9(7) COMP-3 VALUE 0.
       77  HELD-CNT               PIC 9(7) COMP-3 VALUE 0.
       77  RELEASE-NOW-RECS       PIC 9(7) COMP-3 VALUE 0.
       77  RELEASE-NOW-MONEY      PIC 9(9)V99 COMP-3 VALUE 0.
       77  NEW-RATE-WRITTEN       PIC 9(7) COMP-3 VALUE 0.
       77  NEW-RLSE-WRITTEN       PIC 9(7) COMP-3 VALUE 0.
       77  POSTINGS-WRITTEN       PIC 9(7) COMP-3 VALUE 0.
       77  LOG-LINES-WRITTEN      PIC 9(7) COMP-3 VALUE 0.
       77  RUN-HIST-WRITTEN       PIC 9(7) COMP-3 VALUE 0.
      *
      * THE LOB STREAMS NAMED ON THE CONTROL CARD, WITH WHAT THIS RUN
      *  HAS LEARNED ABOUT EACH.
       77  LOB-MAX                PIC S9(4) COMP VALUE +10.
       77  LOB-CNT                PIC S9(4) COMP VALUE 0.
       77  LOB-IX                 PIC S9(4) COMP VALUE 0.
       77  LOB-IX2                PIC S9(4) COMP VALUE 0.
       77  CARD-IX                PIC S9(4) COMP VALUE 0.
       01  LOB-WORK               PIC X(2) VALUE SPACES.
      *
       01  LOB-TABLE.
           05 LOB-ENTRY OCCURS 10.
              10 LOB-CODE         PIC X(2).
              10 LOB-STATE        PIC X(1).
                 88 LOB-NO-RESULT      VALUE 'N'.
                 88 LOB-RELEASE-NOW    VALUE 'R'.
                 88 LOB-RELEASED       VALUE 'E'.
                 88 LOB-HELD           VALUE 'H'.
              10 LOB-RESULT-SW    PIC X(1).
                 88 LOB-HAS-RESULT     VALUE 'Y'.
              10 LOB-HOLD-REASON  PIC X(24).
              10 LOB-HOLD-INFO    PIC X(8).
              10 LOB-RUN-MODE     PIC X(1).
              10 LOB-RETURN-CODE  PIC 9(2).
              10 LOB-RUN-DATE     PIC X(8).
              10 LOB-RES-RECS     PIC 9(7) COMP-3.
              10 LOB-RES-MONEY    PIC 9(9)V99 COMP-3.
              10 LOB-REL-DATE     PIC X(8).
              10 LOB-REL-RECS     PIC 9(7) COMP-3.
              10 LOB-REL-MONEY    PIC 9(9)V99 COMP-3.
              10 LOB-NRT-RECS     PIC 9(7) COMP-3.
              10 LOB-NRT-MONEY    PIC 9(9)V99 COMP-3.
      *
       01  LOB-FOUND-SW           PIC X VALUE 'N'.
           88 LOB-FOUND               VALUE 'Y'.
       01  CYCLE-COMPLETE-SW      PIC X VALUE 'N'.
           88 CYCLE-COMPLETE          VALUE 'Y'.
       01  COPY-CTL-SW            PIC X VALUE 'N'.
           88 COPYING-CTL             VALUE 'Y'.
       01  MERGE-FAIL-SW          PIC X VALUE 'N'.
           88 MERGE-FAILED            VALUE 'Y'.
       01  EOF-SW                 PIC X VALUE 'N'.
           88 AT-EOF                  VALUE 'Y'.
      *
       01  NRT-MONEY              PIC 9(5)V99.
       01  NRT-MONEY-R REDEFINES NRT-MONEY.
           05 NM-DLR              PIC 9(5).
           05 NM-CENTS            PIC 99.
      *
       01  RUN-DATE            PIC 9(8) VALUE 0.
       01  RUN-DATE-R REDEFINES RUN-DATE.
           05 RD-YYYY          PIC 9(4).
           05 RD-MM            PIC 99.
           05 RD-DD            PIC 99.
       01  RUN-DATE-X REDEFINES RUN-DATE
                               PIC X(8).
       01  TIME-NOW            PIC 9(8) VALUE 0.
       01  TIME-NOW-R REDEFINES TIME-NOW.
           05 TN-HHMMSS        PIC X(6).
           05 FILLER           PIC X(2).
      *
      * CYCLE CONTROL RECORD AS WRITTEN BY SAMPPAPL - KEPT IN STEP
      *  WITH THAT PROGRAM.  THE MERGE COMPLETES STEP 2 OF THE CYCLE
      *  (THE MATCH) AND NEEDS STEP 1 (SAMPPAPL) COMPLETE.
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
      *
      * NEW-RATE HEADER AS WRITTEN BY SAMPMTCH FOR A WHOLE-FILE RUN -
      *  KEPT IN STEP WITH THAT PROGRAM.
       01  NEW-RATE-HDR-WORK.
           05 FILLER            PIC X(3)  VALUE 'LOB'.
           05 FILLER            PIC X     VALUE X'09'.
           05 FILLER            PIC X(8)  VALUE 'PROVIDER'.
           05 FILLER            PIC X     VALUE X'09'.
           05 FILLER            PIC X(6)  VALUE 'PERSON'.
           05 FILLER            PIC X     VALUE X'09'.
           05 FILLER            PIC X(9)  VALUE 'RATE-TYPE'.
           05 FILLER            PIC X     VALUE X'09'.
           05 FILLER            PIC X(4)  VALUE 'RATE'.
           05 FILLER            PIC X(46) VALUE SPACES.
      *
       01  CTL-ED-DATE.
           05 CTL-ED-MM           PIC 99.
           05 FILLER              PIC X VALUE '/'.
           05 CTL-ED-DD           PIC 99.
           05 FILLER              PIC X VALUE '/'.
           05 CTL-ED-YYYY         PIC 9(4).
      *
       01  MRG-HDR-LINE.
           05 FILLER              PIC X(40) VALUE
                  'CAPITATION LOB STREAM MERGE - RUN DATE '.
           05 MRG-HDR-DATE        PIC X(10).
           05 FILLER              PIC X(30) VALUE SPACES.
      *
       01  MRG-CYC-LINE.
           05 FILLER              PIC X(6) VALUE 'CYCLE '.
           05 MRG-CYC-CYCLE       PIC X(6).
           05 FILLER              PIC X(8) VALUE '  AS-OF '.
           05 MRG-CYC-ASOF        PIC X(8).
           05 FILLER              PIC X(52) VALUE SPACES.
      *
       01  MRG-COL-LINE.
           05 FILLER              PIC X(37) VALUE
                  'LOB  STATUS'.
           05 FILLER              PIC X(24) VALUE
                  ' NEW-RATE        DOLLARS'.
           05 FILLER              PIC X(19) VALUE SPACES.
      *
       01  MRG-LOB-LINE.
           05 MRL-LOB             PIC X(2).
           05 FILLER              PIC X(3) VALUE SPACES.
           05 MRL-STATUS          PIC X(24).
           05 MRL-INFO            PIC X(8).
           05 MRL-RECS            PIC Z,ZZZ,ZZ9.
           05 FILLER              PIC X VALUE SPACE.
           05 MRL-MONEY           PIC $$$,$$$,$$9.99.
           05 FILLER              PIC X(19) VALUE SPACES.
      *
       01  MRG-DETAIL-LINE.
           05 MRG-DET-LABEL       PIC X(35).
           05 MRG-DET-VALUE       PIC X(15).
           05 FILLER              PIC X(30) VALUE SPACES.
      *
       77  MRG-NUM-EDIT           PIC Z,ZZZ,ZZ9.
       77  MRG-MONEY-EDIT         PIC $$$,$$$,$$9.99.
       01  MRG-RC-EDIT            PIC 99.
      *
       PROCEDURE DIVISION.
       000-MAINLINE.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT TIME-NOW FROM TIME.
           PERFORM 010-READ-CONTROL-CARD THRU 010-EXIT.
           PERFORM 020-CHECK-CYCLE THRU 020-EXIT.
           PERFORM 030-READ-RELEASE-LOG THRU 030-EXIT.
           PERFORM 040-READ-STREAM-RESULTS THRU 040-EXIT.
           PERFORM 050-PROVE-NEW-RATE THRU 050-EXIT.
           PERFORM 060-SETTLE-LOBS THRU 060-EXIT.
           PERFORM 100-OPEN-OUTPUT.
           PERFORM 200-COPY-NEW-RATE THRU 200-EXIT.
           PERFORM 210-COPY-POSTINGS THRU 210-EXIT.
           PERFORM 220-COPY-REJECTS THRU 220-EXIT.
           PERFORM 230-COPY-CAP-EXCEPT THRU 230-EXIT.
           PERFORM 240-COPY-TERM-EXCEPT THRU 240-EXIT.
           PERFORM 250-COPY-DUP-RPT THRU 250-EXIT.
           PERFORM 260-COPY-PAID-EXCEPT THRU 260-EXIT.
           PERFORM 270-COPY-VAR-RPT THRU 270-EXIT.
           IF CYCLE-COMPLETE
              PERFORM 280-COPY-RUN-HIST THRU 280-EXIT.
           PERFORM 290-COPY-CTL-RPT THRU 290-EXIT.
           PERFORM 300-LOG-RELEASES THRU 300-EXIT.
           PERFORM 400-WRITE-MERGE-SUMMARY THRU 400-EXIT.
           IF CYCLE-COMPLETE
              PERFORM 500-POST-CYCLE.
           GO TO 990-PUBLISH-STATS.
      *
      * READ AND VALIDATE THE CONTROL CARD.  THE LOB CODES RUN FROM
      *  COLUMN 1 WITHOUT A GAP; A CODE NAMED TWICE IS AN ERROR.
       010-READ-CONTROL-CARD.
           OPEN INPUT CTL-CARD.
           IF CTLCARD-STATUS NOT = '00'
              DISPLAY 'CONTROL CARD FILE NOT READABLE - STATUS '
                      CTLCARD-STATUS
              GO TO 015-REJECT-CARD.
           MOVE 'Y' TO CTLCARD-OPEN-SW.
           READ CTL-CARD
               AT END
                  DISPLAY 'CONTROL CARD MISSING'
                  GO TO 015-REJECT-CARD
           END-READ.
           MOVE 1 TO CARD-IX.
       010-LOOP.
           IF CARD-IX > LOB-MAX
              GO TO 010-DONE.
           IF CCD-LOB (CARD-IX) = SPACES
              GO TO 010-CHECK-REST.
           MOVE CCD-LOB (CARD-IX) TO LOB-WORK.
           PERFORM 070-FIND-LOB THRU 070-EXIT.
           IF LOB-FOUND
              DISPLAY 'CONTROL CARD NAMES LOB ' LOB-WORK ' TWICE'
              GO TO 015-REJECT-CARD.
           ADD 1 TO LOB-CNT.
           MOVE LOB-WORK TO LOB-CODE (LOB-CNT).
           MOVE 'N'      TO LOB-STATE (LOB-CNT).
           MOVE 'N'      TO LOB-RESULT-SW (LOB-CNT).
           MOVE SPACES   TO LOB-HOLD-REASON (LOB-CNT)
                            LOB-HOLD-INFO (LOB-CNT)
                            LOB-RUN-MODE (LOB-CNT)
                            LOB-RUN-DATE (LOB-CNT)
                            LOB-REL-DATE (LOB-CNT).
           MOVE ZEROS    TO LOB-RETURN-CODE (LOB-CNT)
                            LOB-RES-RECS (LOB-CNT)
                            LOB-RES-MONEY (LOB-CNT)
                            LOB-REL-RECS (LOB-CNT)
                            LOB-REL-MONEY (LOB-CNT)
                            LOB-NRT-RECS (LOB-CNT)
                            LOB-NRT-MONEY (LOB-CNT).
           ADD 1 TO CARD-IX.
           GO TO 010-LOOP.
      * NOTHING MAY FOLLOW THE FIRST BLANK CODE.
       010-CHECK-REST.
           ADD 1 TO CARD-IX.
           IF CARD-IX > LOB-MAX
              GO TO 010-DONE.
           IF CCD-LOB (CARD-IX) NOT = SPACES
              DISPLAY 'CONTROL CARD LOB CODES NOT CONTIGUOUS'
              GO TO 015-REJECT-CARD.
           GO TO 010-CHECK-REST.
       010-DONE.
           IF LOB-CNT = 0
              DISPLAY 'CONTROL CARD NAMES NO LOB STREAMS'
              GO TO 015-REJECT-CARD.
           MOVE LOB-CNT TO MRG-RC-EDIT.
           DISPLAY 'CONTROL CARD ACCEPTED - LOB STREAMS = ' MRG-RC-EDIT.
           CLOSE CTL-CARD.
           GO TO 010-EXIT.
      *
      * RC=12 - A REJECTED CARD TOUCHES NO FILES.
       015-REJECT-CARD.
           DISPLAY 'SAMPMRGE REJECTED - CORRECT THE CONTROL CARD '
                   'AND RESUBMIT'.
           IF CTLCARD-OPEN
              CLOSE CTL-CARD.
           MOVE 12 TO RETURN-CODE.
           GOBACK.
       010-EXIT.
           EXIT.
      *
      * CYCLE CONTROL.  THE MERGE RUNS ONLY FOR THE OPEN CYCLE, ONLY
      *  ONCE SAMPPAPL HAS COMPLETED FOR IT AND ONLY UNTIL THE MATCH
      *  HAS COMPLETED - RC=20 WHEN THE PREREQUISITE IS MISSING,
      *  RC=24 WHEN EVERY LOB HAS ALREADY BEEN RELEASED AND THE MATCH
      *  MARKED COMPLETE.  A REFUSED RUN TOUCHES NO FILE.
       020-CHECK-CYCLE.
           OPEN INPUT CYC-IN.
       020-LOOP.
           READ CYC-IN AT END
                GO TO 020-DONE.
           IF CIR-CYCLE NOT NUMERIC
              GO TO 020-LOOP.
           IF CIR-OPEN
              MOVE CYC-IN-REC TO CYC-REC
              ADD 1 TO CYC-OPEN-CNT.
           GO TO 020-LOOP.
       020-DONE.
           CLOSE CYC-IN.
           IF CYC-OPEN-CNT NOT = 1
              DISPLAY 'NO SINGLE OPEN CYCLE ON THE CYCLE CONTROL FILE'
                      ' - OPEN CYCLES = ' CYC-OPEN-CNT
              MOVE 20 TO RETURN-CODE
              GO TO 025-REFUSE-RUN.
           DISPLAY 'CYCLE ' CYC-CYCLE ' AS-OF ' CYC-ASOF-DATE.
           IF NOT CYC-STEP-DONE (CYC-PREREQ-STEP)
              DISPLAY 'SAMPPAPL HAS NOT COMPLETED FOR THIS CYCLE'
              MOVE 20 TO RETURN-CODE
              GO TO 025-REFUSE-RUN.
           IF CYC-STEP-DONE (CYC-THIS-STEP)
              DISPLAY 'THE MATCH HAS ALREADY COMPLETED FOR THIS CYCLE '
                      'ON ' CYC-STEP-DATE (CYC-THIS-STEP)
              MOVE 24 TO RETURN-CODE
              GO TO 025-REFUSE-RUN.
           GO TO 020-EXIT.
       025-REFUSE-RUN.
           DISPLAY 'SAMPMRGE REFUSED BY CYCLE CONTROL - NO FILE '
                   'TOUCHED'.
           GOBACK.
       020-EXIT.
           EXIT.
      *
      * LOBS ALREADY RELEASED FOR THIS CYCLE BY AN EARLIER MERGE.  A
      *  RELEASE FOR A LOB NO LONGER ON THE CARD IS LEFT ALONE.
       030-READ-RELEASE-LOG.
           OPEN INPUT LOB-REL.
       030-LOOP.
           READ LOB-REL AT END
                GO TO 030-DONE.
           IF LRL-CYCLE NOT = CYC-CYCLE
              OR LRL-ASOF-DATE NOT = CYC-ASOF-DATE
              GO TO 030-LOOP.
           MOVE LRL-LOB TO LOB-WORK.
           PERFORM 070-FIND-LOB THRU 070-EXIT.
           IF NOT LOB-FOUND
              DISPLAY 'LOB ' LRL-LOB ' RELEASED ' LRL-REL-DATE
                      ' IS NOT ON THE CONTROL CARD'
              GO TO 030-LOOP.
           MOVE 'E'               TO LOB-STATE (LOB-IX).
           MOVE LRL-REL-DATE      TO LOB-REL-DATE (LOB-IX).
           MOVE LRL-NEW-RATE-RECS TO LOB-REL-RECS (LOB-IX).
           MOVE LRL-TOT-MONEY     TO LOB-REL-MONEY (LOB-IX).
           GO TO 030-LOOP.
       030-DONE.
           CLOSE LOB-REL.
       030-EXIT.
           EXIT.
      *
      * THE STREAM RESULTS.  A RESULT FOR ANOTHER CYCLE IS LEFT OVER
      *  FROM AN EARLIER ONE AND IS PASSED OVER; A RESULT FOR A LOB
      *  NOT ON THE CARD, OR TWO FOR ONE LOB, MEANS THE CARD AND THE
      *  JOB'S CONCATENATIONS DISAGREE, AND NOTHING IS RELEASED.
       040-READ-STREAM-RESULTS.
           OPEN INPUT STRM-RESULT.
       040-LOOP.
           READ STRM-RESULT AT END
                GO TO 040-DONE.
           ADD 1 TO RESULTS-READ.
           IF SRR-CYCLE NOT = CYC-CYCLE
              OR SRR-ASOF-DATE NOT = CYC-ASOF-DATE
              DISPLAY 'LOB ' SRR-LOB ' RESULT IS FOR CYCLE '
                      SRR-CYCLE ' AS-OF ' SRR-ASOF-DATE
                      ' - PASSED OVER'
              ADD 1 TO RESULTS-STALE
              GO TO 040-LOOP.
           MOVE SRR-LOB TO LOB-WORK.
           PERFORM 070-FIND-LOB THRU 070-EXIT.
           IF NOT LOB-FOUND
              DISPLAY 'STREAM RESULT FOR LOB ' SRR-LOB
                      ' WHICH IS NOT ON THE CONTROL CARD'
              MOVE 'Y' TO MERGE-FAIL-SW
              GO TO 040-LOOP.
           IF LOB-HAS-RESULT (LOB-IX)
              DISPLAY 'MORE THAN ONE STREAM RESULT FOR LOB ' SRR-LOB
              MOVE 'Y' TO MERGE-FAIL-SW
              GO TO 040-LOOP.
           MOVE 'Y'               TO LOB-RESULT-SW (LOB-IX).
           MOVE SRR-RUN-MODE      TO LOB-RUN-MODE (LOB-IX).
           MOVE SRR-RETURN-CODE   TO LOB-RETURN-CODE (LOB-IX).
           MOVE SRR-RUN-DATE      TO LOB-RUN-DATE (LOB-IX).
           MOVE SRR-NEW-RATE-RECS TO LOB-RES-RECS (LOB-IX).
           MOVE SRR-TOT-MONEY     TO LOB-RES-MONEY (LOB-IX).
           GO TO 040-LOOP.
       040-DONE.
           CLOSE STRM-RESULT.
           IF MERGE-FAILED
              GO TO 045-FAIL-RUN.
           GO TO 040-EXIT.
      *
      * RC=16 - THE STREAM FILES CANNOT BE TRUSTED, SO NOTHING IS
      *  WRITTEN AND EVERY LOB STAYS AS IT WAS.
       045-FAIL-RUN.
           DISPLAY 'SAMPMRGE FAILED - NO FILE WRITTEN, NO LOB '
                   'RELEASED'.
           MOVE 16 TO RETURN-CODE.
           GOBACK.
       040-EXIT.
           EXIT.
      *
      * COUNT AND FOOT EVERY STREAM'S PARTIAL NEW-RATE FILE BY LOB.
      *  A LOB ABOUT TO BE RELEASED MUST AGREE WITH ITS STREAM
      *  RESULT; A LOB RELEASED EARLIER MUST STILL AGREE WITH WHAT WAS
      *  RELEASED, SINCE ITS FILE GOES INTO THE CYCLE'S ARCHIVE.
       050-PROVE-NEW-RATE.
           OPEN INPUT NRT-IN.
       050-LOOP.
           READ NRT-IN AT END
                GO TO 050-DONE.
           MOVE NRI-LOB TO LOB-WORK.
           PERFORM 070-FIND-LOB THRU 070-EXIT.
           IF NOT LOB-FOUND
              ADD 1 TO NRT-NOT-ON-CARD
              GO TO 050-LOOP.
           ADD 1 TO LOB-NRT-RECS (LOB-IX).
           IF NRI-DLR NUMERIC AND NRI-CENTS NUMERIC
              MOVE NRI-DLR   TO NM-DLR
              MOVE NRI-CENTS TO NM-CENTS
              ADD NRT-MONEY  TO LOB-NRT-MONEY (LOB-IX).
           GO TO 050-LOOP.
       050-DONE.
           CLOSE NRT-IN.
           IF NRT-NOT-ON-CARD > 0
              DISPLAY 'NEW-RATE RECORDS FOR LOBS NOT ON THE CARD = '
                      NRT-NOT-ON-CARD
              MOVE 'Y' TO MERGE-FAIL-SW.
           MOVE 1 TO LOB-IX.
       050-CHECK-RELEASED.
           IF LOB-IX > LOB-CNT
              GO TO 050-CHECKED.
           IF LOB-RELEASED (LOB-IX)
              AND (LOB-NRT-RECS (LOB-IX) NOT = LOB-REL-RECS (LOB-IX)
                   OR LOB-NRT-MONEY (LOB-IX)
                          NOT = LOB-REL-MONEY (LOB-IX))
              DISPLAY 'LOB ' LOB-CODE (LOB-IX) ' PARTIAL NEW-RATE '
                      'NO LONGER MATCHES ITS RELEASE OF '
                      LOB-REL-DATE (LOB-IX)
              MOVE 'Y' TO MERGE-FAIL-SW.
           ADD 1 TO LOB-IX.
           GO TO 050-CHECK-RELEASED.
       050-CHECKED.
           IF MERGE-FAILED
              GO TO 045-FAIL-RUN.
       050-EXIT.
           EXIT.
      *
      * DECIDE EACH LOB NOT ALREADY RELEASED: RELEASE IT NOW, OR HOLD
      *  IT AND SAY WHY.  THE CYCLE'S MATCH IS COMPLETE WHEN NO LOB
      *  IS LEFT HELD.
       060-SETTLE-LOBS.
           MOVE 1 TO LOB-IX.
       060-LOOP.
           IF LOB-IX > LOB-CNT
              GO TO 060-DONE.
           IF LOB-RELEASED (LOB-IX)
              ADD 1 TO RELEASE-EARLIER-CNT
              MOVE 'RELEASED EARLIER'  TO LOB-HOLD-REASON (LOB-IX)
              MOVE LOB-REL-DATE (LOB-IX) TO LOB-HOLD-INFO (LOB-IX)
              GO TO 060-NEXT.
           MOVE 'H' TO LOB-STATE (LOB-IX).
           IF NOT LOB-HAS-RESULT (LOB-IX)
              MOVE 'HELD - NO STREAM RESULT' TO LOB-HOLD-REASON (LOB-IX)
              GO TO 060-HOLD.
           IF LOB-RUN-MODE (LOB-IX) NOT = 'L'
              MOVE 'HELD - TRIAL RUN ONLY' TO LOB-HOLD-REASON (LOB-IX)
              GO TO 060-HOLD.
           IF LOB-RETURN-CODE (LOB-IX) NOT = 0
              MOVE 'HELD - STREAM FAILED RC' TO LOB-HOLD-REASON (LOB-IX)
              MOVE LOB-RETURN-CODE (LOB-IX) TO MRG-RC-EDIT
              MOVE MRG-RC-EDIT TO LOB-HOLD-INFO (LOB-IX)
              GO TO 060-HOLD.
           IF LOB-NRT-RECS (LOB-IX) NOT = LOB-RES-RECS (LOB-IX)
              OR LOB-NRT-MONEY (LOB-IX) NOT = LOB-RES-MONEY (LOB-IX)
              MOVE 'HELD - OUT OF BALANCE' TO LOB-HOLD-REASON (LOB-IX)
              GO TO 060-HOLD.
           MOVE 'R' TO LOB-STATE (LOB-IX).
           MOVE 'RELEASED THIS RUN' TO LOB-HOLD-REASON (LOB-IX).
           ADD 1 TO RELEASE-NOW-CNT.
           ADD LOB-NRT-RECS (LOB-IX)  TO RELEASE-NOW-RECS.
           ADD LOB-NRT-MONEY (LOB-IX) TO RELEASE-NOW-MONEY.
           GO TO 060-NEXT.
       060-HOLD.
           ADD 1 TO HELD-CNT.
       060-NEXT.
           DISPLAY 'LOB ' LOB-CODE (LOB-IX) ' '
                   LOB-HOLD-REASON (LOB-IX) ' ' LOB-HOLD-INFO (LOB-IX).
           ADD 1 TO LOB-IX.
           GO TO 060-LOOP.
       060-DONE.
           IF HELD-CNT = 0
              MOVE 'Y' TO CYCLE-COMPLETE-SW.
       060-EXIT.
           EXIT.
      *
      * LOCATE LOB-WORK IN THE CARD'S LOB TABLE.
       070-FIND-LOB.
           MOVE 'N' TO LOB-FOUND-SW.
           MOVE 1 TO LOB-IX.
       070-LOOP.
           IF LOB-IX > LOB-CNT
              GO TO 070-EXIT.
           IF LOB-CODE (LOB-IX) = LOB-WORK
              MOVE 'Y' TO LOB-FOUND-SW
              GO TO 070-EXIT.
           ADD 1 TO LOB-IX.
           GO TO 070-LOOP.
       070-EXIT.
           EXIT.
      *
      * IS LOB-WORK A LOB BEING RELEASED BY THIS RUN?  (LOB-FOUND IS
      *  LEFT 'N' WHEN IT IS NOT.)
       080-CHECK-RELEASE-NOW.
           PERFORM 070-FIND-LOB THRU 070-EXIT.
           IF LOB-FOUND
              AND NOT LOB-RELEASE-NOW (LOB-IX)
              MOVE 'N' TO LOB-FOUND-SW.
       080-EXIT.
           EXIT.
      *
      * ONLY THE CONTROL REPORT IS WRITTEN STRAIGHT TO ITS RUNNING
      *  LOG.  EVERYTHING ELSE IS WRITTEN TO WORK FILES THE JOB ADDS
      *  TO THE LOGS, THE LEDGER AND THE RELEASE LOG ONLY ONCE THE
      *  RELEASE IS SAFELY ARCHIVED, SO A FAILED ARCHIVE LEAVES THE
      *  LOBS UNRELEASED AND THIS JOB CAN SIMPLY BE RERUN.
       100-OPEN-OUTPUT.
           OPEN OUTPUT NEW-RATE
                       NEW-RLSE
                       NEW-REL
                       PAY-POST
                       REJECT-FILE
                       CAP-EXCEPT
                       TERM-EXCEPT
                       DUP-RPT
                       PAID-EXCEPT
                       VAR-RPT
                       RUN-HIST.
           OPEN EXTEND CTL-RPT.
           WRITE NEW-RATE-REC FROM NEW-RATE-HDR-WORK.
           WRITE NEW-RLSE-REC FROM NEW-RATE-HDR-WORK.
      *
      * NEW-RATE DETAIL - A LOB RELEASED NOW GOES TO BOTH THE RELEASE
      *  FILE AND THE CYCLE'S FULL FILE; ONE RELEASED EARLIER ONLY TO
      *  THE FULL FILE, SINCE IT HAS ALREADY BEEN SENT.
       200-COPY-NEW-RATE.
           OPEN INPUT NRT-IN.
       200-LOOP.
           READ NRT-IN AT END
                GO TO 200-DONE.
           MOVE NRI-LOB TO LOB-WORK.
           PERFORM 070-FIND-LOB THRU 070-EXIT.
           IF NOT LOB-FOUND
              GO TO 200-LOOP.
           IF LOB-RELEASE-NOW (LOB-IX)
              WRITE NEW-RLSE-REC FROM NRT-IN-REC
              ADD 1 TO NEW-RLSE-WRITTEN.
           IF LOB-RELEASE-NOW (LOB-IX) OR LOB-RELEASED (LOB-IX)
              WRITE NEW-RATE-REC FROM NRT-IN-REC
              ADD 1 TO NEW-RATE-WRITTEN.
           GO TO 200-LOOP.
       200-DONE.
           CLOSE NRT-IN.
       200-EXIT.
           EXIT.
      *
       210-COPY-POSTINGS.
           OPEN INPUT PST-IN.
       210-LOOP.
           READ PST-IN AT END
                GO TO 210-DONE.
           MOVE PSI-LOB TO LOB-WORK.
           PERFORM 080-CHECK-RELEASE-NOW THRU 080-EXIT.
           IF LOB-FOUND
              WRITE PAY-POST-REC FROM PST-IN-REC
              ADD 1 TO POSTINGS-WRITTEN.
           GO TO 210-LOOP.
       210-DONE.
           CLOSE PST-IN.
       210-EXIT.
           EXIT.
      *
       220-COPY-REJECTS.
           OPEN INPUT REJ-IN.
       220-LOOP.
           READ REJ-IN AT END
                GO TO 220-DONE.
           IF RJI-SOURCE = 'COMP-CAP'
              MOVE RJI-CAP-LOB TO LOB-WORK
           ELSE
              MOVE RJI-ELG-LOB TO LOB-WORK.
           PERFORM 080-CHECK-RELEASE-NOW THRU 080-EXIT.
           IF LOB-FOUND
              WRITE REJECT-REC FROM REJ-IN-REC
              ADD 1 TO LOG-LINES-WRITTEN.
           GO TO 220-LOOP.
       220-DONE.
           CLOSE REJ-IN.
       220-EXIT.
           EXIT.
      *
       230-COPY-CAP-EXCEPT.
           OPEN INPUT CXR-IN.
       230-LOOP.
           READ CXR-IN AT END
                GO TO 230-DONE.
           MOVE CXI-LOB TO LOB-WORK.
           PERFORM 080-CHECK-RELEASE-NOW THRU 080-EXIT.
           IF LOB-FOUND
              WRITE CAP-EXCEPT-REC FROM CXR-IN-REC
              ADD 1 TO LOG-LINES-WRITTEN.
           GO TO 230-LOOP.
       230-DONE.
           CLOSE CXR-IN.
       230-EXIT.
           EXIT.
      *
       240-COPY-TERM-EXCEPT.
           OPEN INPUT TXR-IN.
       240-LOOP.
           READ TXR-IN AT END
                GO TO 240-DONE.
           MOVE TXI-LOB TO LOB-WORK.
           PERFORM 080-CHECK-RELEASE-NOW THRU 080-EXIT.
           IF LOB-FOUND
              WRITE TERM-EXCEPT-REC FROM TXR-IN-REC
              ADD 1 TO LOG-LINES-WRITTEN.
           GO TO 240-LOOP.
       240-DONE.
           CLOSE TXR-IN.
       240-EXIT.
           EXIT.
      *
       250-COPY-DUP-RPT.
           OPEN INPUT DXR-IN.
       250-LOOP.
           READ DXR-IN AT END
                GO TO 250-DONE.
           MOVE DXI-LOB TO LOB-WORK.
           PERFORM 080-CHECK-RELEASE-NOW THRU 080-EXIT.
           IF LOB-FOUND
              WRITE DUP-RPT-REC FROM DXR-IN-REC
              ADD 1 TO LOG-LINES-WRITTEN.
           GO TO 250-LOOP.
       250-DONE.
           CLOSE DXR-IN.
       250-EXIT.
           EXIT.
      *
       260-COPY-PAID-EXCEPT.
           OPEN INPUT PXR-IN.
       260-LOOP.
           READ PXR-IN AT END
                GO TO 260-DONE.
           MOVE PXI-LOB TO LOB-WORK.
           PERFORM 080-CHECK-RELEASE-NOW THRU 080-EXIT.
           IF LOB-FOUND
              WRITE PAID-EXCEPT-REC FROM PXR-IN-REC
              ADD 1 TO LOG-LINES-WRITTEN.
           GO TO 260-LOOP.
       260-DONE.
           CLOSE PXR-IN.
       260-EXIT.
           EXIT.
      *
       270-COPY-VAR-RPT.
           OPEN INPUT VRR-IN.
       270-LOOP.
           READ VRR-IN AT END
                GO TO 270-DONE.
           MOVE VRI-LOB TO LOB-WORK.
           PERFORM 080-CHECK-RELEASE-NOW THRU 080-EXIT.
           IF LOB-FOUND
              WRITE VAR-RPT-REC FROM VRR-IN-REC
              ADD 1 TO LOG-LINES-WRITTEN.
           GO TO 270-LOOP.
       270-DONE.
           CLOSE VRR-IN.
       270-EXIT.
           EXIT.
      *
      * RUN HISTORY - WRITTEN ONLY WHEN THE MATCH COMPLETES, EVERY
      *  LOB'S LINES UNDER TODAY'S DATE, SO THE GL POSTING AND CYCLE
      *  RECONCILIATION FIND ONE SET OF LINES FOR THE WHOLE ARCHIVE
      *  GENERATION EVEN WHEN THE LOBS WERE RELEASED ON DIFFERENT
      *  DAYS.
       280-COPY-RUN-HIST.
           OPEN INPUT RHR-IN.
       280-LOOP.
           READ RHR-IN AT END
                GO TO 280-DONE.
           MOVE RHI-LOB TO LOB-WORK.
           PERFORM 070-FIND-LOB THRU 070-EXIT.
           IF NOT LOB-FOUND
              GO TO 280-LOOP.
           MOVE RHR-IN-REC TO RUN-HIST-REC.
           MOVE RUN-DATE   TO RHR-DATE.
           WRITE RUN-HIST-REC.
           ADD 1 TO RUN-HIST-WRITTEN.
           GO TO 280-LOOP.
       280-DONE.
           CLOSE RHR-IN.
       280-EXIT.
           EXIT.
      *
      * THE STREAMS' OWN CONTROL REPORTS - A LOB RELEASED NOW, AND A
      *  HELD LOB WHOSE STREAM FINISHED (ITS REPORT SAYS WHY IT WAS
      *  HELD).  A LOB RELEASED EARLIER WAS REPORTED THEN.
       290-COPY-CTL-RPT.
           MOVE 'N' TO COPY-CTL-SW.
           OPEN INPUT CTI-IN.
       290-LOOP.
           READ CTI-IN AT END
                GO TO 290-DONE.
           IF CTI-TITLE = 'CAPITATION CONTROL REPORT - RUN DATE'
              PERFORM 295-START-STREAM-REPORT THRU 295-EXIT.
           IF COPYING-CTL
              WRITE CTL-RPT-REC FROM CTI-IN-REC.
           GO TO 290-LOOP.
       290-DONE.
           CLOSE CTI-IN.
       290-EXIT.
           EXIT.
      *
       295-START-STREAM-REPORT.
           MOVE 'N' TO COPY-CTL-SW.
           IF CTI-STREAM NOT = 'LOB STREAM'
              GO TO 295-EXIT.
           MOVE CTI-LOB TO LOB-WORK.
           PERFORM 070-FIND-LOB THRU 070-EXIT.
           IF NOT LOB-FOUND
              GO TO 295-EXIT.
           IF LOB-RELEASE-NOW (LOB-IX)
              OR (LOB-HELD (LOB-IX) AND LOB-HAS-RESULT (LOB-IX))
              MOVE 'Y' TO COPY-CTL-SW.
       295-EXIT.
           EXIT.
      *
      * ONE RELEASE LOG RECORD PER LOB RELEASED BY THIS RUN.
       300-LOG-RELEASES.
           MOVE 1 TO LOB-IX.
       300-LOOP.
           IF LOB-IX > LOB-CNT
              GO TO 300-EXIT.
           IF LOB-RELEASE-NOW (LOB-IX)
              MOVE SPACES                TO LRL-REC
              MOVE CYC-CYCLE             TO LRL-CYCLE
              MOVE CYC-ASOF-DATE         TO LRL-ASOF-DATE
              MOVE LOB-CODE (LOB-IX)     TO LRL-LOB
              MOVE RUN-DATE              TO LRL-REL-DATE
              MOVE TN-HHMMSS             TO LRL-REL-TIME
              MOVE LOB-NRT-RECS (LOB-IX) TO LRL-NEW-RATE-RECS
              MOVE LOB-NRT-MONEY (LOB-IX) TO LRL-TOT-MONEY
              WRITE NEW-REL-REC FROM LRL-REC.
           ADD 1 TO LOB-IX.
           GO TO 300-LOOP.
       300-EXIT.
           EXIT.
      *
      * THE MERGE SUMMARY ENDS THE CONTROL REPORT - EVERY LOB ON THE
      *  CARD, RELEASED (NOW OR EARLIER) OR HELD, AND THE TOTALS.
       400-WRITE-MERGE-SUMMARY.
           MOVE SPACES TO CTL-RPT-REC.
           WRITE CTL-RPT-REC.
           MOVE RD-MM   TO CTL-ED-MM.
           MOVE RD-DD   TO CTL-ED-DD.
           MOVE RD-YYYY TO CTL-ED-YYYY.
           MOVE CTL-ED-DATE TO MRG-HDR-DATE.
           WRITE CTL-RPT-REC FROM MRG-HDR-LINE.
           MOVE CYC-CYCLE     TO MRG-CYC-CYCLE.
           MOVE CYC-ASOF-DATE TO MRG-CYC-ASOF.
           WRITE CTL-RPT-REC FROM MRG-CYC-LINE.
           MOVE SPACES TO CTL-RPT-REC.
           WRITE CTL-RPT-REC.
           WRITE CTL-RPT-REC FROM MRG-COL-LINE.
           MOVE 1 TO LOB-IX.
       400-LOB-LOOP.
           IF LOB-IX > LOB-CNT
              GO TO 400-LOB-DONE.
           MOVE LOB-CODE (LOB-IX)        TO MRL-LOB.
           MOVE LOB-HOLD-REASON (LOB-IX) TO MRL-STATUS.
           MOVE LOB-HOLD-INFO (LOB-IX)   TO MRL-INFO.
           IF LOB-RELEASED (LOB-IX)
              MOVE LOB-REL-RECS (LOB-IX)  TO MRL-RECS
              MOVE LOB-REL-MONEY (LOB-IX) TO MRL-MONEY
           ELSE
              MOVE LOB-RES-RECS (LOB-IX)  TO MRL-RECS
              MOVE LOB-RES-MONEY (LOB-IX) TO MRL-MONEY.
           WRITE CTL-RPT-REC FROM MRG-LOB-LINE.
           ADD 1 TO LOB-IX.
           GO TO 400-LOB-LOOP.
       400-LOB-DONE.
           MOVE SPACES TO CTL-RPT-REC.
           WRITE CTL-RPT-REC.
           MOVE 'LOBS RELEASED THIS RUN'      TO MRG-DET-LABEL.
           MOVE RELEASE-NOW-CNT              TO MRG-NUM-EDIT.
           MOVE MRG-NUM-EDIT                 TO MRG-DET-VALUE.
           WRITE CTL-RPT-REC FROM MRG-DETAIL-LINE.
           MOVE 'NEW-RATE RECORDS RELEASED'   TO MRG-DET-LABEL.
           MOVE RELEASE-NOW-RECS             TO MRG-NUM-EDIT.
           MOVE MRG-NUM-EDIT                 TO MRG-DET-VALUE.
           WRITE CTL-RPT-REC FROM MRG-DETAIL-LINE.
           MOVE 'CAPITATION DOLLARS RELEASED' TO MRG-DET-LABEL.
           MOVE RELEASE-NOW-MONEY            TO MRG-MONEY-EDIT.
           MOVE MRG-MONEY-EDIT               TO MRG-DET-VALUE.
           WRITE CTL-RPT-REC FROM MRG-DETAIL-LINE.
           MOVE 'LEDGER POSTINGS RELEASED'    TO MRG-DET-LABEL.
           MOVE POSTINGS-WRITTEN             TO MRG-NUM-EDIT.
           MOVE MRG-NUM-EDIT                 TO MRG-DET-VALUE.
           WRITE CTL-RPT-REC FROM MRG-DETAIL-LINE.
           MOVE 'LOBS RELEASED BY EARLIER RUNS' TO MRG-DET-LABEL.
           MOVE RELEASE-EARLIER-CNT          TO MRG-NUM-EDIT.
           MOVE MRG-NUM-EDIT                 TO MRG-DET-VALUE.
           WRITE CTL-RPT-REC FROM MRG-DETAIL-LINE.
           MOVE 'LOBS HELD'                   TO MRG-DET-LABEL.
           MOVE HELD-CNT                     TO MRG-NUM-EDIT.
           MOVE MRG-NUM-EDIT                 TO MRG-DET-VALUE.
           WRITE CTL-RPT-REC FROM MRG-DETAIL-LINE.
           MOVE SPACES TO CTL-RPT-REC.
           WRITE CTL-RPT-REC.
           IF CYCLE-COMPLETE AND RELEASE-NOW-CNT = 0
              MOVE
                'EVERY LOB RELEASED EARLIER - RESTART THE FAILED STEP'
                                TO CTL-RPT-REC
           ELSE
           IF CYCLE-COMPLETE
              MOVE 'EVERY LOB RELEASED - MATCH COMPLETE FOR THE CYCLE'
                                TO CTL-RPT-REC
           ELSE
              MOVE
                'MATCH NOT COMPLETE - RERUN HELD LOBS, THEN THIS MERGE'
                                TO CTL-RPT-REC
           END-IF
           END-IF.
           WRITE CTL-RPT-REC.
       400-EXIT.
           EXIT.
      *
      * MARK THE MATCH COMPLETE ON THE CYCLE RECORD.  THE RECORD IS
      *  WRITTEN ALONE TO NEWCYC AND REPLACED ON THE CYCLE CONTROL
      *  FILE BY THE JOB ONCE THE CYCLE'S NEW-RATE FILE IS ARCHIVED.
       500-POST-CYCLE.
           MOVE 'C'         TO CYC-STEP-STAT (CYC-THIS-STEP).
           MOVE RUN-DATE    TO CYC-STEP-DATE (CYC-THIS-STEP).
           MOVE TN-HHMMSS   TO CYC-STEP-TIME (CYC-THIS-STEP).
           OPEN OUTPUT CYC-OUT.
           WRITE CYC-OUT-REC FROM CYC-REC.
           CLOSE CYC-OUT.
      *
       990-PUBLISH-STATS.
           DISPLAY 'STREAM RESULTS READ = ' RESULTS-READ.
           DISPLAY 'STREAM RESULTS PASSED OVER = ' RESULTS-STALE.
           DISPLAY 'LOBS RELEASED THIS RUN = ' RELEASE-NOW-CNT.
           DISPLAY 'LOBS RELEASED EARLIER = ' RELEASE-EARLIER-CNT.
           DISPLAY 'LOBS HELD = ' HELD-CNT.
           DISPLAY 'NEW-RATE RECORDS RELEASED = ' NEW-RLSE-WRITTEN.
           DISPLAY 'DOLLARS RELEASED = ' RELEASE-NOW-MONEY.
           DISPLAY 'CYCLE NEW-RATE RECORDS = ' NEW-RATE-WRITTEN.
           DISPLAY 'LEDGER POSTINGS = ' POSTINGS-WRITTEN.
           DISPLAY 'REJECT/EXCEPTION LINES = ' LOG-LINES-WRITTEN.
           DISPLAY 'RUN HISTORY LINES = ' RUN-HIST-WRITTEN.
           IF CYCLE-COMPLETE
              IF RELEASE-NOW-CNT > 0
                 DISPLAY 'EVERY LOB RELEASED - MATCH COMPLETE'
                 MOVE 0 TO RETURN-CODE
              ELSE
                 DISPLAY 'EVERY LOB RELEASED EARLIER - MATCH NOT '
                         'MARKED COMPLETE - RC 2, NOTHING RELEASED'
                 MOVE 2 TO RETURN-CODE
              END-IF
           ELSE
              IF RELEASE-NOW-CNT > 0
                 DISPLAY 'LOBS HELD - RC 4, CLEAN LOBS RELEASED'
                 MOVE 4 TO RETURN-CODE
              ELSE
                 DISPLAY 'NOTHING RELEASED - RC 8'
                 MOVE 8 TO RETURN-CODE
              END-IF
           END-IF.
           GO TO 9999-STOP.
      *
       9999-STOP.
           CLOSE NEW-RATE NEW-RLSE NEW-REL PAY-POST REJECT-FILE
                 CAP-EXCEPT TERM-EXCEPT DUP-RPT PAID-EXCEPT VAR-RPT
                 RUN-HIST CTL-RPT.
           GOBACK.
