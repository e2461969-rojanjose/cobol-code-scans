      *  PARTIAL WINDOWS LOAD SURFACES AT CLOSE INSTEAD OF SLIPPING   *
      *  THROUGH.                                                     *
      *                                                               *
      * THE RUN IS HELD TO THE CYCLE CONTROL FILE - IT REFUSES WITH   *
      *  RC=20 UNTIL BOTH THE ACH PAYMENT RUN (WHICH FOLLOWS THE       *
      *  RETRO STEP AND THE GL POSTING) AND THE ACK RECONCILIATION    *
      *  HAVE COMPLETED FOR THE OPEN CYCLE AND RC=24 ONCE THE CYCLE   *
      *  HAS BEEN RECONCILED.  A CYCLE IN BALANCE IS MARKED COMPLETE  *
      *  AND CLOSED, WHICH LETS SAMPPAPL OPEN THE NEXT ONE.           *
      *                                                               *
      *---------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT EXC-WRK       ASSIGN TO UT-S-EXCWRK.
           SELECT SORT-FILE     ASSIGN TO UT-S-SORTWK.
           SELECT RECON-RPT     ASSIGN TO UT-S-RECON.
           SELECT CYC-IN        ASSIGN TO UT-S-CYCLCTL.
           SELECT CYC-OUT       ASSIGN TO UT-S-NEWCYC.
      *
       DATA DIVISION.
       FILE SECTION.

       01  RECON-RPT-REC        PIC X(80).

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
      *
       01  BALANCE-FAIL-SW      PIC X VALUE 'N'.
           88 BALANCE-FAILED        VALUE 'Y'.
      *
      * CYCLE CONTROL RECORD AS WRITTEN BY SAMPPAPL - KEPT IN STEP
      *  WITH THAT PROGRAM.  THE CYCLE RECONCILIATION IS STEP 7, THE
      *  LAST OF THE CYCLE, AND NEEDS STEPS 5 (SAMPACH, ITSELF AFTER
      *  SAMPRETR AND SAMPGLPT) AND 6 (SAMPACKR) COMPLETE.
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
       77  CYC-THIS-STEP       PIC S9(4) COMP VALUE 7.
       77  CYC-PREREQ-STEP     PIC S9(4) COMP VALUE 5.
       77  CYC-PREREQ-STEP2    PIC S9(4) COMP VALUE 6.
       77  CYC-OPEN-CNT        PIC S9(4) COMP VALUE 0.
       01  CYC-TIME-NOW        PIC 9(8) VALUE 0.
       01  CYC-TIME-NOW-R REDEFINES CYC-TIME-NOW.
           05 CTN-HHMMSS       PIC X(6).
           05 FILLER           PIC X(2).
      *
       01  MATCH-FILES.
           05 NEED-SNT              PIC X VALUE 'Y'.
       PROCEDURE DIVISION.
       010-MAINLINE.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           PERFORM 012-CHECK-CYCLE THRU 012-EXIT.
           PERFORM 015-SUM-RUN-HIST THRU 015-EXIT.
           PERFORM 017-FIND-ACK-DATE THRU 017-EXIT.
           PERFORM 018-SUM-ADJUSTMENTS THRU 018-EXIT.
           OPEN OUTPUT RECON-RPT.
           GO TO 030-READ-SENT.
      *
      * CYCLE CONTROL.  THE RECONCILIATION RUNS ONLY FOR THE OPEN
      *  CYCLE, ONLY ONCE THE ACH PAYMENT RUN AND THE ACK
      *  RECONCILIATION HAVE COMPLETED FOR IT AND ONLY UNTIL IT HAS
      *  BEEN RECONCILED - RC=20 WHEN A PREREQUISITE IS MISSING,
      *  RC=24 WHEN THE CYCLE HAS ALREADY BEEN RECONCILED.  A REFUSED
      *  RUN OPENS NO OTHER FILE.
       012-CHECK-CYCLE.
           OPEN INPUT CYC-IN.
       012-LOOP.
           READ CYC-IN AT END
                GO TO 012-DONE.
           IF CIR-CYCLE NOT NUMERIC
              GO TO 012-LOOP.
           IF CIR-OPEN
              MOVE CYC-IN-REC TO CYC-REC
              ADD 1 TO CYC-OPEN-CNT.
           GO TO 012-LOOP.
       012-DONE.
           CLOSE CYC-IN.
           IF CYC-OPEN-CNT NOT = 1
              DISPLAY 'NO SINGLE OPEN CYCLE ON THE CYCLE CONTROL FILE'
                      ' - OPEN CYCLES = ' CYC-OPEN-CNT
              MOVE 20 TO RETURN-CODE
              GO TO 012-REFUSE-RUN.
           DISPLAY 'CYCLE ' CYC-CYCLE ' AS-OF ' CYC-ASOF-DATE.
           IF NOT CYC-STEP-DONE (CYC-PREREQ-STEP)
              DISPLAY 'SAMPACH HAS NOT COMPLETED FOR THIS CYCLE'
              MOVE 20 TO RETURN-CODE
              GO TO 012-REFUSE-RUN.
           IF NOT CYC-STEP-DONE (CYC-PREREQ-STEP2)
              DISPLAY 'SAMPACKR HAS NOT COMPLETED FOR THIS CYCLE'
              MOVE 20 TO RETURN-CODE
              GO TO 012-REFUSE-RUN.
           IF CYC-STEP-DONE (CYC-THIS-STEP)
              DISPLAY 'CYCLE ALREADY RECONCILED ON '
                      CYC-STEP-DATE (CYC-THIS-STEP)
              MOVE 24 TO RETURN-CODE
              GO TO 012-REFUSE-RUN.
           GO TO 012-EXIT.
       012-REFUSE-RUN.
           DISPLAY 'SAMPCYCR REFUSED BY CYCLE CONTROL - NOTHING '
                   'RECONCILED'.
           GOBACK.
       012-EXIT.
           EXIT.
      *
      * TOTAL THE RUN HISTORY LINES FOR THE LATEST RUN DATE - THAT
      *  IS WHAT THE MATCH SAID IT CREATED THIS CYCLE.
       015-SUM-RUN-HIST.
           IF BALANCE-FAILED
              DISPLAY 'SAMPCYCR - CYCLE OUT OF BALANCE'
              MOVE 8 TO RETURN-CODE.
           IF NOT BALANCE-FAILED
              PERFORM 997-POST-CYCLE.
           GO TO 9999-STOP.
      *
       996-WRITE-DETAIL-LINE.
           WRITE RECON-RPT-REC FROM CTL-DETAIL-LINE.
      *
      * MARK THE RECONCILIATION COMPLETE AND CLOSE THE CYCLE.  THE
      *  RECORD IS WRITTEN ALONE TO NEWCYC AND REPLACED ON THE CYCLE
      *  CONTROL FILE BY THE JOB'S LAST STEP.
       997-POST-CYCLE.
           ACCEPT CYC-TIME-NOW FROM TIME.
           MOVE 'C'         TO CYC-STEP-STAT (CYC-THIS-STEP).
           MOVE RUN-DATE    TO CYC-STEP-DATE (CYC-THIS-STEP).
           MOVE CTN-HHMMSS  TO CYC-STEP-TIME (CYC-THIS-STEP).
           MOVE 'C'         TO CYC-STATUS.
           OPEN OUTPUT CYC-OUT.
           WRITE CYC-OUT-REC FROM CYC-REC.
           CLOSE CYC-OUT.
      *
       9999-STOP.
           CLOSE SENT-WRK EXC-WRK RECON-RPT.
