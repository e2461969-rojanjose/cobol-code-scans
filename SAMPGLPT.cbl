      *  HISTORY FILE.  AN OUT-OF-BALANCE FILE ENDS RC=8 SO THE       *
      *  RELEASE STEP IS BYPASSED AND NOTHING REACHES THE GL.         *
      *                                                               *
      * THE RUN IS HELD TO THE CYCLE CONTROL FILE - IT REFUSES WITH   *
      *  RC=20 UNTIL THE RETRO STEP HAS COMPLETED FOR THE OPEN CYCLE  *
      *  AND RC=24 ONCE THE GL POSTING HAS, SO ONE CYCLE CAN NOT BE   *
      *  POSTED TWICE.  A BALANCED RUN MARKS THE POSTING COMPLETE.    *
      *                                                               *
      *---------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT ADJ-IN        ASSIGN TO UT-S-ADJUST.
           SELECT RUN-HIST      ASSIGN TO UT-S-RUNHST.
           SELECT GL-OUT        ASSIGN TO UT-S-GLPOST.
           SELECT CYC-IN        ASSIGN TO UT-S-CYCLCTL.
           SELECT CYC-OUT       ASSIGN TO UT-S-NEWCYC.
      *
       DATA DIVISION.
       FILE SECTION.
           05 GLT-CAP-DOLLARS   PIC 9(11).99.
           05 FILLER            PIC X(24).

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
           05 AM-DLR            PIC 9(7).
           05 AM-CENTS          PIC 99.
       01  ADJ-SIGNED           PIC S9(7)V99.
      *
      * CYCLE CONTROL RECORD AS WRITTEN BY SAMPPAPL - KEPT IN STEP
      *  WITH THAT PROGRAM.  THE GL POSTING IS STEP 4 OF THE CYCLE
      *  AND NEEDS STEP 3 (SAMPRETR/SAMPREMT) COMPLETE.
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
       77  CYC-THIS-STEP       PIC S9(4) COMP VALUE 4.
       77  CYC-PREREQ-STEP     PIC S9(4) COMP VALUE 3.
       77  CYC-OPEN-CNT        PIC S9(4) COMP VALUE 0.
       01  CYC-TIME-NOW        PIC 9(8) VALUE 0.
       01  CYC-TIME-NOW-R REDEFINES CYC-TIME-NOW.
           05 CTN-HHMMSS       PIC X(6).
           05 FILLER           PIC X(2).
      *
       PROCEDURE DIVISION.
       010-MAINLINE.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           PERFORM 012-CHECK-CYCLE THRU 012-EXIT.
           PERFORM 015-GET-HIST-MONEY THRU 015-EXIT.
           OPEN INPUT  RATE-IN
                       ADJ-IN.
           WRITE GL-REC FROM GL-HDR-REC.
           GO TO 020-READ-RATE.
      *
      * CYCLE CONTROL.  THE POSTING RUNS ONLY FOR THE OPEN CYCLE,
      *  ONLY ONCE THE RETRO STEP HAS COMPLETED FOR IT AND ONLY UNTIL
      *  THE POSTING HAS COMPLETED - RC=20 WHEN THE PREREQUISITE IS
      *  MISSING, RC=24 WHEN THE CYCLE HAS ALREADY BEEN POSTED.  A
      *  REFUSED RUN OPENS NO OTHER FILE, SO NOTHING IS PROMOTED.
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
              DISPLAY 'RETRO ADJUSTMENTS NOT COMPLETED FOR THIS CYCLE'
              MOVE 20 TO RETURN-CODE
              GO TO 012-REFUSE-RUN.
           IF CYC-STEP-DONE (CYC-THIS-STEP)
              DISPLAY 'GL POSTING ALREADY COMPLETED FOR THIS CYCLE ON '
                      CYC-STEP-DATE (CYC-THIS-STEP)
              MOVE 24 TO RETURN-CODE
              GO TO 012-REFUSE-RUN.
           GO TO 012-EXIT.
       012-REFUSE-RUN.
           DISPLAY 'SAMPGLPT REFUSED BY CYCLE CONTROL - NOTHING POSTED'.
           GOBACK.
       012-EXIT.
           EXIT.
      *
      * THE MATCH WRITES ONE RUN HISTORY LINE PER LINE OF BUSINESS
      *  PER RUN, SO THE CONTROL FIGURE FOR THE CYCLE IS THE SUM OF
      *  THE LINES CARRYING THE LATEST RUN DATE.  EACH EDITED MONEY
           IF BALANCE-FAILED
              DISPLAY 'SAMPGLPT FAILED - POSTING FILE NOT RELEASED'
              MOVE 8 TO RETURN-CODE.
           IF NOT BALANCE-FAILED
              PERFORM 995-POST-CYCLE.
           GO TO 9999-STOP.
      *
      * MARK THE GL POSTING COMPLETE ON THE CYCLE RECORD.  THE RECORD
      *  IS WRITTEN ALONE TO NEWCYC AND REPLACED ON THE CYCLE CONTROL
      *  FILE BY THE JOB ONCE THE POSTING FILE IS PROMOTED.
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
           CLOSE RATE-IN ADJ-IN GL-OUT.
