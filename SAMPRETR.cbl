      *  COMPARE SO THE MEMBER ORDER WITHIN A PROVIDER DOES NOT       *
      *  HAVE TO AGREE BETWEEN RUNS.                                  *
      *                                                               *
      * THE RUN IS HELD TO THE CYCLE CONTROL FILE - IT REFUSES WITH   *
      *  RC=20 UNTIL SAMPMTCH HAS COMPLETED FOR THE OPEN CYCLE AND    *
      *  RC=24 ONCE THE RETRO STEP HAS, SO A SECOND ADJUSTMENT        *
      *  GENERATION CAN NOT BE MADE FOR ONE CYCLE.  SAMPREMT MARKS    *
      *  THE STEP COMPLETE.                                           *
      *                                                               *
      *---------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT SORT-FILE     ASSIGN TO UT-S-SORTWK.
           SELECT ADJ-FILE      ASSIGN TO UT-S-ADJUST.
           SELECT CTL-RPT       ASSIGN TO UT-S-CTLRPT.
           SELECT CYC-IN        ASSIGN TO UT-S-CYCLCTL.
      *
       DATA DIVISION.
       FILE SECTION.

       01  CTL-RPT-REC          PIC X(80).

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

       WORKING-STORAGE SECTION.
       77  WKS-MESSAGE         PIC X(23) VALUE
                                   'WORKING-STORAGE SECTION'.
           05 PM-DLR            PIC 9(5).
           05 PM-CENTS          PIC 99.
       01  ADJ-WORK             PIC S9(7)V99.
      *
      * CYCLE CONTROL RECORD AS WRITTEN BY SAMPPAPL - KEPT IN STEP
      *  WITH THAT PROGRAM.  THE RETRO COMPARE IS STEP 3 OF THE CYCLE
      *  AND NEEDS STEP 2 (SAMPMTCH) COMPLETE.
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
      *
       PROCEDURE DIVISION.
       010-SORT-INPUTS.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           PERFORM 120-CHECK-CYCLE THRU 120-EXIT.
           SORT SORT-FILE
               ON ASCENDING KEY SRT-LOB SRT-PROV SRT-PRSN
               INPUT PROCEDURE 100-RELEASE-CURR THRU 100-EXIT
           CLOSE PRIR-IN.
       110-EXIT.
           EXIT.
      *
      * CYCLE CONTROL.  THE COMPARE RUNS ONLY FOR THE OPEN CYCLE, ONLY
      *  ONCE SAMPMTCH HAS COMPLETED FOR IT AND ONLY UNTIL THE RETRO
      *  STEP HAS COMPLETED - RC=20 WHEN THE PREREQUISITE IS MISSING,
      *  RC=24 WHEN THE STEP HAS ALREADY RUN FOR THE CYCLE.  A
      *  REFUSED RUN OPENS NO OTHER FILE, SO NO ADJUSTMENT GENERATION
      *  IS PROMOTED.
       120-CHECK-CYCLE.
           OPEN INPUT CYC-IN.
       120-LOOP.
           READ CYC-IN AT END
                GO TO 120-DONE.
           IF CIR-CYCLE NOT NUMERIC
              GO TO 120-LOOP.
           IF CIR-OPEN
              MOVE CYC-IN-REC TO CYC-REC
              ADD 1 TO CYC-OPEN-CNT.
           GO TO 120-LOOP.
       120-DONE.
           CLOSE CYC-IN.
           IF CYC-OPEN-CNT NOT = 1
              DISPLAY 'NO SINGLE OPEN CYCLE ON THE CYCLE CONTROL FILE'
                      ' - OPEN CYCLES = ' CYC-OPEN-CNT
              MOVE 20 TO RETURN-CODE
              GO TO 120-REFUSE-RUN.
           DISPLAY 'CYCLE ' CYC-CYCLE ' AS-OF ' CYC-ASOF-DATE.
           IF NOT CYC-STEP-DONE (CYC-PREREQ-STEP)
              DISPLAY 'SAMPMTCH HAS NOT COMPLETED FOR THIS CYCLE'
              MOVE 20 TO RETURN-CODE
              GO TO 120-REFUSE-RUN.
           IF CYC-STEP-DONE (CYC-THIS-STEP)
              DISPLAY 'RETRO ADJUSTMENTS ALREADY COMPLETED FOR THIS '
                      'CYCLE ON ' CYC-STEP-DATE (CYC-THIS-STEP)
              MOVE 24 TO RETURN-CODE
              GO TO 120-REFUSE-RUN.
           GO TO 120-EXIT.
       120-REFUSE-RUN.
           DISPLAY 'SAMPRETR REFUSED BY CYCLE CONTROL - NO ADJUSTMENTS '
                   'WRITTEN'.
           GOBACK.
       120-EXIT.
           EXIT.
      *
       990-PUBLISH-STATS.
           DISPLAY 'CURR RECS COMPARED = ' CURR-RELEASED.
