      *  ON THE MORNING EXCEPTION REPORTING INSTEAD OF AT MONTH-END   *
      *  CLOSE.                                                       *
      *                                                               *
      * THE RUN IS HELD TO THE CYCLE CONTROL FILE - IT REFUSES WITH   *
      *  RC=20 UNTIL SAMPMTCH HAS COMPLETED FOR THE OPEN CYCLE AND    *
      *  RC=24 ONCE THE RECONCILIATION HAS, SO THE ARCHIVE            *
      *  GENERATION IT READS IS ALWAYS THE ONE THE CYCLE SENT.  A     *
      *  RUN THAT RECEIVED A RESPONSE (RC=0 OR 4) MARKS THE           *
      *  RECONCILIATION COMPLETE.                                     *
      *                                                               *
      * RESPONSE RECORD LAYOUT (FROM THE WINDOWS TEAM):               *
      *    COLS  1- 9  PROVIDER NUMBER                                *
      *    COL  10     BLANK                                          *
           SELECT ACK-WRK       ASSIGN TO UT-S-ACKWRK.
           SELECT SORT-FILE     ASSIGN TO UT-S-SORTWK.
           SELECT ACK-RPT       ASSIGN TO UT-S-ACKRPT.
           SELECT CYC-IN        ASSIGN TO UT-S-CYCLCTL.
           SELECT CYC-OUT       ASSIGN TO UT-S-NEWCYC.
      *
       DATA DIVISION.
       FILE SECTION.
           05 AKR-REASON        PIC X(40).
           05 FILLER            PIC X(5).

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
       77  UNKNOWN-CNT            PIC 9(7) COMP-3 VALUE 0.
      *
       01  RUN-DATE            PIC 9(8) VALUE 0.
      *
      * CYCLE CONTROL RECORD AS WRITTEN BY SAMPPAPL - KEPT IN STEP
      *  WITH THAT PROGRAM.  THE RECONCILIATION IS STEP 6 OF THE
      *  CYCLE AND NEEDS STEP 2 (SAMPMTCH) COMPLETE.
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
       77  CYC-THIS-STEP       PIC S9(4) COMP VALUE 6.
       77  CYC-PREREQ-STEP     PIC S9(4) COMP VALUE 2.
       77  CYC-OPEN-CNT        PIC S9(4) COMP VALUE 0.
       01  CYC-TIME-NOW        PIC 9(8) VALUE 0.
       01  CYC-TIME-NOW-R REDEFINES CYC-TIME-NOW.
           05 CTN-HHMMSS       PIC X(6).
           05 FILLER           PIC X(2).
      *
       01  MATCH-FILES.
           05 NEED-SNT              PIC X VALUE 'Y'.
       PROCEDURE DIVISION.
       010-SORT-INPUTS.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           PERFORM 120-CHECK-CYCLE THRU 120-EXIT.
           SORT SORT-FILE
               ON ASCENDING KEY SRT-PROV SRT-PRSN
               INPUT PROCEDURE 100-RELEASE-SENT THRU 100-EXIT
           CLOSE ACK-IN.
       110-EXIT.
           EXIT.
      *
      * CYCLE CONTROL.  THE RECONCILIATION RUNS ONLY FOR THE OPEN
      *  CYCLE, ONLY ONCE SAMPMTCH HAS COMPLETED FOR IT AND ONLY UNTIL
      *  THE RECONCILIATION HAS COMPLETED - RC=20 WHEN THE
      *  PREREQUISITE IS MISSING, RC=24 WHEN THE CYCLE HAS ALREADY
      *  BEEN RECONCILED.  A REFUSED RUN OPENS NO OTHER FILE.
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
              DISPLAY 'RECONCILIATION ALREADY COMPLETED FOR THIS '
                      'CYCLE ON ' CYC-STEP-DATE (CYC-THIS-STEP)
              MOVE 24 TO RETURN-CODE
              GO TO 120-REFUSE-RUN.
           GO TO 120-EXIT.
       120-REFUSE-RUN.
           DISPLAY 'SAMPACKR REFUSED BY CYCLE CONTROL - NOTHING '
                   'RECONCILED'.
           GOBACK.
       120-EXIT.
           EXIT.
      *
       990-PUBLISH-STATS.
           DISPLAY 'SENT RECS MATCHED  = ' SENT-RELEASED.
              IF UNCONFIRMED-CNT > 0 OR REJECTED-CNT > 0
                 OR UNKNOWN-CNT > 0
                 MOVE 4 TO RETURN-CODE.
           IF ACK-RELEASED > 0
              PERFORM 995-POST-CYCLE.
           GO TO 9999-STOP.
      *
      * MARK THE RECONCILIATION COMPLETE ON THE CYCLE RECORD.  THE
      *  RECORD IS WRITTEN ALONE TO NEWCYC AND REPLACED ON THE CYCLE
      *  CONTROL FILE BY THE JOB ONCE THE RESEND HAS BEEN HANDLED.
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
           CLOSE SENT-WRK ACK-WRK ACK-RPT.
