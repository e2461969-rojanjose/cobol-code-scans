       IDENTIFICATION DIVISION.
       PROGRAM-ID.  SAMPCCTL.
       DATE-COMPILED.
      *---------------------------------------------------------------*
      *                                                               *
      * OPERATOR UTILITY FOR THE CYCLE CONTROL FILE.  PRINTS THE      *
      *  STATUS OF THE CURRENT CAPITATION CYCLE - THE OPEN CYCLE, OR  *
      *  WHEN NONE IS OPEN THE ONE OPENED MOST RECENTLY - WITH EACH   *
      *  STEP'S STATUS, DATE AND TIME COMPLETED, ITS PREREQUISITES    *
      *  AND THE LAST OPERATOR CHANGE.                                *
      *                                                               *
      * THE CONTROL CARD MAY ALSO ASK FOR ONE CHANGE TO ONE STEP OF   *
      *  THE CURRENT CYCLE:                                           *
      *                                                               *
      *    R - RESET A COMPLETED STEP TO PENDING SO ITS JOB CAN BE    *
      *        RUN AGAIN.  NO STEP THAT NEEDS IT MAY BE COMPLETE.     *
      *        RESETTING SAMPPAPL CANCELS THE CYCLE SO IT CAN BE      *
      *        OPENED AGAIN; RESETTING SAMPCYCR REOPENS A CLOSED      *
      *        CYCLE, PROVIDED NO OTHER CYCLE IS OPEN.                *
      *    C - MARK A PENDING STEP COMPLETE WHOSE WORK WAS DONE BY    *
      *        HAND.  ITS PREREQUISITES MUST BE COMPLETE.  MARKING    *
      *        SAMPCYCR COMPLETE CLOSES THE CYCLE.                    *
      *                                                               *
      * A CHANGE IS ONLY MADE FOR AN OPERATOR AND AUTHORIZATION CODE  *
      *  ON THE CYCLE AUTHORIZATION FILE.  EVERY CHANGE ASKED FOR,    *
      *  MADE OR REFUSED, WRITES ONE LINE TO THE CYCLE AUDIT FILE,    *
      *  AND A CHANGE MADE IS KEPT ON THE CYCLE RECORD AS ITS LAST    *
      *  RESET.  THE UPDATED RECORD IS WRITTEN ALONE TO NEWCYC FOR    *
      *  THE JOB TO REPLACE ON THE CYCLE CONTROL FILE.                *
      *                                                               *
      * RETURN CODE 0 WHEN ONLY THE STATUS WAS PRINTED, 1 WHEN A      *
      *  CHANGE WAS MADE (RELEASING THE REPLACE STEP) AND 12 WHEN     *
      *  THE CARD IS NOT VALID OR THE CHANGE WAS REFUSED.             *
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
           SELECT AUTH-IN       ASSIGN TO UT-S-CYCAUTH.
           SELECT CYC-OUT       ASSIGN TO UT-S-NEWCYC.
           SELECT AUDIT-RPT     ASSIGN TO UT-S-CYCAUDT.
           SELECT STAT-RPT      ASSIGN TO UT-S-CYCRPT.
      *
       DATA DIVISION.
       FILE SECTION.
      *
       FD  CTL-CARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.

      * CONTROL CARD:
      *    COL   1     ACTION - S = STATUS ONLY, R = RESET A STEP,
      *                         C = MARK A STEP COMPLETE
      *    COLS  3- 6  STEP - PAPL MTCH RETR GLPT ACH  ACKR CYCR
      *    COLS  8-15  OPERATOR ID
      *    COLS 17-24  AUTHORIZATION CODE
      *    COLS 26-55  REASON
      *  ONLY THE ACTION IS NEEDED FOR A STATUS PRINT.
       01  CTL-CARD-REC.
           05 CCD-ACTION        PIC X(1).
              88 CCD-STATUS-ONLY    VALUE 'S'.
              88 CCD-RESET          VALUE 'R'.
              88 CCD-COMPLETE       VALUE 'C'.
           05 FILLER            PIC X.
           05 CCD-STEP          PIC X(4).
           05 FILLER            PIC X.
           05 CCD-OPER          PIC X(8).
           05 FILLER            PIC X.
           05 CCD-AUTH-CODE     PIC X(8).
           05 FILLER            PIC X.
           05 CCD-REASON        PIC X(30).
           05 FILLER            PIC X(25).

       FD  CYC-IN
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.

       01  CYC-IN-REC.
           05 CIR-CYCLE         PIC X(6).
           05 CIR-ASOF-DATE     PIC X(8).
           05 CIR-STATUS        PIC X(1).
              88 CIR-OPEN           VALUE 'O'.
           05 CIR-OPENED-STAMP  PIC X(14).
           05 FILLER            PIC X(171).

      * CYCLE AUTHORIZATION FILE - ONE LINE PER OPERATOR ALLOWED TO
      *  CHANGE THE CYCLE CONTROL FILE.  KEPT BY OPERATIONS
      *  MANAGEMENT.
       FD  AUTH-IN
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.

       01  AUTH-IN-REC.
           05 AUT-OPER          PIC X(8).
           05 FILLER            PIC X.
           05 AUT-CODE          PIC X(8).
           05 FILLER            PIC X(63).

       FD  CYC-OUT
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.

       01  CYC-OUT-REC          PIC X(200).

       FD  AUDIT-RPT
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.

      * AUD-RESULT IS C WHEN THE CHANGE WAS MADE, N WHEN REFUSED.
       01  AUDIT-REC.
           05 AUD-DATE            PIC X(8).
           05 FILLER              PIC X.
           05 AUD-TIME            PIC X(6).
           05 FILLER              PIC X.
           05 AUD-OPER            PIC X(8).
           05 FILLER              PIC X.
           05 AUD-ACTION          PIC X(1).
           05 FILLER              PIC X.
           05 AUD-STEP            PIC X(4).
           05 FILLER              PIC X.
           05 AUD-CYCLE           PIC X(6).
           05 FILLER              PIC X.
           05 AUD-ASOF-DATE       PIC X(8).
           05 FILLER              PIC X.
           05 AUD-RESULT          PIC X(1).
           05 FILLER              PIC X.
           05 AUD-REASON          PIC X(30).

       FD  STAT-RPT
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.

       01  STAT-RPT-REC         PIC X(132).

       WORKING-STORAGE SECTION.
       77  WKS-MESSAGE         PIC X(23) VALUE
                                   'WORKING-STORAGE SECTION'.

       77  CYC-RECS-READ          PIC 9(7) COMP-3 VALUE 0.
       77  AUTH-RECS-READ         PIC 9(7) COMP-3 VALUE 0.
       77  CTLCARD-STATUS         PIC XX VALUE SPACES.
       01  CTLCARD-OPEN-SW        PIC X VALUE 'N'.
           88 CTLCARD-OPEN        VALUE 'Y'.
      *
       01  RUN-DATE            PIC 9(8) VALUE 0.
       01  RUN-TIME            PIC 9(8) VALUE 0.
       01  RUN-TIME-R REDEFINES RUN-TIME.
           05 RT-HHMMSS        PIC X(6).
           05 FILLER           PIC X(2).
      *
      * CYCLE CONTROL RECORD AS WRITTEN BY SAMPPAPL - KEPT IN STEP
      *  WITH THAT PROGRAM.
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
                 88 CYC-STEP-RESET     VALUE 'R'.
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
      * THE MOST RECENTLY OPENED CYCLE, FOR WHEN NONE IS OPEN.
       01  CYC-LAST-REC        PIC X(200) VALUE SPACES.
       01  CYC-LAST-STAMP      PIC X(14) VALUE LOW-VALUES.
       01  CYC-OPEN-STAMP      PIC X(14) VALUE LOW-VALUES.
       77  CYC-OPEN-CNT        PIC S9(4) COMP VALUE 0.
       77  CYC-ANY-CNT         PIC S9(4) COMP VALUE 0.
      *
      * THE STEPS OF THE CYCLE IN ORDER, WITH THE CARD CODE, THE
      *  JOB(S) THAT RUN THE STEP AND UP TO TWO PREREQUISITE STEPS
      *  (0 = NONE).
       01  STEP-CODE-VALUES.
           05 FILLER           PIC X(4) VALUE 'PAPL'.
           05 FILLER           PIC X(4) VALUE 'MTCH'.
           05 FILLER           PIC X(4) VALUE 'RETR'.
           05 FILLER           PIC X(4) VALUE 'GLPT'.
           05 FILLER           PIC X(4) VALUE 'ACH '.
           05 FILLER           PIC X(4) VALUE 'ACKR'.
           05 FILLER           PIC X(4) VALUE 'CYCR'.
       01  STEP-CODE-TABLE REDEFINES STEP-CODE-VALUES.
           05 STEP-CODE        PIC X(4) OCCURS 7.
      *
       01  STEP-JOB-VALUES.
           05 FILLER           PIC X(18) VALUE 'SAMPPAPL'.
           05 FILLER           PIC X(18) VALUE 'SAMPMTCH/SAMPMRGE'.
           05 FILLER           PIC X(18) VALUE 'SAMPRETR/SAMPREMT'.
           05 FILLER           PIC X(18) VALUE 'SAMPGLPT'.
           05 FILLER           PIC X(18) VALUE 'SAMPACH'.
           05 FILLER           PIC X(18) VALUE 'SAMPACKR/SAMPRSND'.
           05 FILLER           PIC X(18) VALUE 'SAMPCYCR'.
       01  STEP-JOB-TABLE REDEFINES STEP-JOB-VALUES.
           05 STEP-JOB         PIC X(18) OCCURS 7.
      *
       01  STEP-PREREQ-VALUES  PIC X(14) VALUE '00102030402056'.
       01  STEP-PREREQ-TABLE REDEFINES STEP-PREREQ-VALUES.
           05 STEP-PREREQS OCCURS 7.
              10 STEP-PRQ-1    PIC 9.
              10 STEP-PRQ-2    PIC 9.
      *
       77  STEP-IX             PIC S9(4) COMP VALUE 0.
       77  LIST-IX             PIC S9(4) COMP VALUE 0.
       77  DEP-IX              PIC S9(4) COMP VALUE 0.
       77  PRQ-IX              PIC S9(4) COMP VALUE 0.
      *
       01  AUTH-SW             PIC X VALUE 'N'.
           88 OPER-AUTHORIZED      VALUE 'Y'.
       01  EOF-AUTH-SW         PIC X VALUE 'N'.
       01  RESULT-SW           PIC X VALUE SPACE.
           88 CHANGE-MADE          VALUE 'C'.
           88 CHANGE-REFUSED       VALUE 'N'.
       01  RESULT-MSG          PIC X(60) VALUE SPACES.
      *
       01  ED-DATE-IN           PIC X(8).
       01  ED-DATE-IN-R REDEFINES ED-DATE-IN.
           05 EDI-YYYY          PIC X(4).
           05 EDI-MM            PIC XX.
           05 EDI-DD            PIC XX.
       01  ED-DATE-OUT.
           05 EDO-MM            PIC XX.
           05 FILLER            PIC X VALUE '/'.
           05 EDO-DD            PIC XX.
           05 FILLER            PIC X VALUE '/'.
           05 EDO-YYYY          PIC X(4).
       01  ED-TIME-IN           PIC X(6).
       01  ED-TIME-IN-R REDEFINES ED-TIME-IN.
           05 ETI-HH            PIC XX.
           05 ETI-MM            PIC XX.
           05 ETI-SS            PIC XX.
       01  ED-TIME-OUT.
           05 ETO-HH            PIC XX.
           05 FILLER            PIC X VALUE ':'.
           05 ETO-MM            PIC XX.
           05 FILLER            PIC X VALUE ':'.
           05 ETO-SS            PIC XX.
      *
       01  STAT-HDR1-LINE.
           05 FILLER              PIC X(40) VALUE
                  'CAPITATION CYCLE CONTROL STATUS - RUN   '.
           05 STAT-HDR1-DATE      PIC X(10).
           05 FILLER              PIC X VALUE SPACE.
           05 STAT-HDR1-TIME      PIC X(8).
           05 FILLER              PIC X(73) VALUE SPACES.
      *
       01  STAT-CYC-LINE.
           05 FILLER              PIC X(7)  VALUE 'CYCLE  '.
           05 STAT-CYC-CYCLE      PIC X(6).
           05 FILLER              PIC X(10) VALUE '   AS-OF  '.
           05 STAT-CYC-ASOF       PIC X(10).
           05 FILLER              PIC X(11) VALUE '   STATUS  '.
           05 STAT-CYC-STATUS     PIC X(9).
           05 FILLER              PIC X(11) VALUE '   OPENED  '.
           05 STAT-CYC-OPENED     PIC X(10).
           05 FILLER              PIC X VALUE SPACE.
           05 STAT-CYC-OPEN-TIME  PIC X(8).
           05 FILLER              PIC X(49) VALUE SPACES.
      *
       01  STAT-HDR2-LINE.
           05 FILLER              PIC X(6)  VALUE 'STEP  '.
           05 FILLER              PIC X(20) VALUE 'JOB'.
           05 FILLER              PIC X(10) VALUE 'STATUS'.
           05 FILLER              PIC X(12) VALUE 'DATE'.
           05 FILLER              PIC X(10) VALUE 'TIME'.
           05 FILLER              PIC X(13) VALUE 'PREREQUISITES'.
           05 FILLER              PIC X(61) VALUE SPACES.
      *
       01  STAT-STEP-LINE.
           05 STAT-STEP-CODE      PIC X(4).
           05 FILLER              PIC X(2)  VALUE SPACES.
           05 STAT-STEP-JOB       PIC X(18).
           05 FILLER              PIC X(2)  VALUE SPACES.
           05 STAT-STEP-STATUS    PIC X(8).
           05 FILLER              PIC X(2)  VALUE SPACES.
           05 STAT-STEP-DATE      PIC X(10).
           05 FILLER              PIC X(2)  VALUE SPACES.
           05 STAT-STEP-TIME      PIC X(8).
           05 FILLER              PIC X(2)  VALUE SPACES.
           05 STAT-STEP-PRQ-1     PIC X(4).
           05 FILLER              PIC X     VALUE SPACE.
           05 STAT-STEP-PRQ-2     PIC X(4).
           05 FILLER              PIC X(65) VALUE SPACES.
      *
       01  STAT-RESET-LINE.
           05 FILLER              PIC X(13) VALUE 'LAST CHANGE  '.
           05 STAT-RST-ACTION     PIC X(8).
           05 FILLER              PIC X VALUE SPACE.
           05 STAT-RST-STEP       PIC X(4).
           05 FILLER              PIC X(4)  VALUE ' BY '.
           05 STAT-RST-OPER       PIC X(8).
           05 FILLER              PIC X(4)  VALUE ' ON '.
           05 STAT-RST-DATE       PIC X(10).
           05 FILLER              PIC X VALUE SPACE.
           05 STAT-RST-TIME       PIC X(8).
           05 FILLER              PIC X(3)  VALUE ' - '.
           05 STAT-RST-REASON     PIC X(30).
           05 FILLER              PIC X(38) VALUE SPACES.
      *
       01  STAT-REQ-LINE.
           05 FILLER              PIC X(13) VALUE 'CONTROL CARD '.
           05 STAT-REQ-CARD       PIC X(55).
           05 FILLER              PIC X(64) VALUE SPACES.
      *
       01  STAT-MSG-LINE.
           05 FILLER              PIC X(13) VALUE SPACES.
           05 STAT-MSG-PREFIX     PIC X(10) VALUE SPACES.
           05 STAT-MSG-TEXT       PIC X(60).
           05 FILLER              PIC X(49) VALUE SPACES.
      *
       PROCEDURE DIVISION.
       010-MAINLINE.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT RUN-TIME FROM TIME.
           PERFORM 020-READ-CONTROL-CARD THRU 020-EXIT.
           PERFORM 040-FIND-CYCLE THRU 040-EXIT.
           OPEN OUTPUT STAT-RPT.
           IF CCD-STATUS-ONLY
              GO TO 100-PRINT-STATUS.
           PERFORM 050-CHECK-AUTH THRU 050-EXIT.
           IF NOT OPER-AUTHORIZED
              MOVE 'OPERATOR/AUTHORIZATION CODE NOT ON THE AUTHORIZATION
      -           ' FILE' TO RESULT-MSG
              GO TO 090-REFUSE-CHANGE.
           IF CYC-ANY-CNT = 0
              MOVE 'NO CYCLE ON THE CYCLE CONTROL FILE' TO RESULT-MSG
              GO TO 090-REFUSE-CHANGE.
           IF CCD-RESET
              GO TO 060-RESET-STEP.
           GO TO 070-COMPLETE-STEP.
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
           IF NOT CCD-STATUS-ONLY AND NOT CCD-RESET
              AND NOT CCD-COMPLETE
              DISPLAY 'ACTION MUST BE S, R OR C'
              GO TO 030-REJECT-CARD.
           CLOSE CTL-CARD.
           MOVE 'N' TO CTLCARD-OPEN-SW.
           IF CCD-STATUS-ONLY
              GO TO 020-EXIT.
           MOVE 1 TO STEP-IX.
       020-FIND-STEP.
           IF STEP-IX > 7
              DISPLAY 'STEP MUST BE PAPL, MTCH, RETR, GLPT, ACH, ACKR '
                      'OR CYCR'
              GO TO 030-REJECT-CARD.
           IF CCD-STEP = STEP-CODE (STEP-IX)
              GO TO 020-CHECK-REST.
           ADD 1 TO STEP-IX.
           GO TO 020-FIND-STEP.
       020-CHECK-REST.
           IF CCD-OPER = SPACES OR CCD-AUTH-CODE = SPACES
              DISPLAY 'OPERATOR ID AND AUTHORIZATION CODE ARE REQUIRED'
              GO TO 030-REJECT-CARD.
           IF CCD-REASON = SPACES
              DISPLAY 'A REASON IS REQUIRED FOR A CHANGE'
              GO TO 030-REJECT-CARD.
           GO TO 020-EXIT.
       030-REJECT-CARD.
           DISPLAY 'SAMPCCTL CONTROL CARD REJECTED - CORRECT THE CARD '
                   'AND RESUBMIT'.
           IF CTLCARD-OPEN
              CLOSE CTL-CARD.
           MOVE 12 TO RETURN-CODE.
           GOBACK.
       020-EXIT.
           EXIT.
      *
      * FIND THE CURRENT CYCLE - THE OPEN ONE (THE LATEST OPENED IF
      *  SEVERAL ARE), ELSE THE ONE OPENED MOST RECENTLY.  THE SEED
      *  RECORD IS PASSED OVER.
       040-FIND-CYCLE.
           OPEN INPUT CYC-IN.
       040-LOOP.
           READ CYC-IN AT END
                GO TO 040-DONE.
           IF CIR-CYCLE NOT NUMERIC
              GO TO 040-LOOP.
           ADD 1 TO CYC-RECS-READ CYC-ANY-CNT.
           IF CIR-OPENED-STAMP > CYC-LAST-STAMP
              MOVE CIR-OPENED-STAMP TO CYC-LAST-STAMP
              MOVE CYC-IN-REC       TO CYC-LAST-REC.
           IF CIR-OPEN
              ADD 1 TO CYC-OPEN-CNT
              IF CIR-OPENED-STAMP > CYC-OPEN-STAMP
                 MOVE CIR-OPENED-STAMP TO CYC-OPEN-STAMP
                 MOVE CYC-IN-REC       TO CYC-REC
              END-IF
           END-IF.
           GO TO 040-LOOP.
       040-DONE.
           CLOSE CYC-IN.
           IF CYC-OPEN-CNT = 0
              MOVE CYC-LAST-REC TO CYC-REC.
       040-EXIT.
           EXIT.
      *
      * THE OPERATOR AND AUTHORIZATION CODE ON THE CARD MUST BOTH
      *  AGREE WITH ONE LINE OF THE AUTHORIZATION FILE.
       050-CHECK-AUTH.
           OPEN INPUT AUTH-IN.
       050-LOOP.
           READ AUTH-IN AT END
                GO TO 050-DONE.
           ADD 1 TO AUTH-RECS-READ.
           IF AUT-OPER = CCD-OPER AND AUT-CODE = CCD-AUTH-CODE
              MOVE 'Y' TO AUTH-SW
              GO TO 050-DONE.
           GO TO 050-LOOP.
       050-DONE.
           CLOSE AUTH-IN.
       050-EXIT.
           EXIT.
      *
      * RESET A COMPLETED STEP TO PENDING.
       060-RESET-STEP.
           IF NOT CYC-STEP-DONE (STEP-IX)
              MOVE 'STEP IS NOT COMPLETE - THERE IS NOTHING TO RESET'
                   TO RESULT-MSG
              GO TO 090-REFUSE-CHANGE.
           PERFORM 065-FIND-DEPENDENT THRU 065-EXIT.
           IF DEP-IX > 0
              MOVE 'A STEP THAT NEEDS THIS ONE IS COMPLETE - RESET IT FI
      -           'RST' TO RESULT-MSG
              GO TO 090-REFUSE-CHANGE.
           IF NOT CYC-OPEN
              IF STEP-IX NOT = 7
                 MOVE 'CYCLE IS NOT OPEN - ONLY CYCR MAY BE RESET'
                      TO RESULT-MSG
                 GO TO 090-REFUSE-CHANGE
              END-IF
              IF CYC-OPEN-CNT > 0
                 MOVE 'ANOTHER CYCLE IS OPEN - THIS ONE CAN NOT BE REOPE
      -              'NED' TO RESULT-MSG
                 GO TO 090-REFUSE-CHANGE
              END-IF
              MOVE 'O' TO CYC-STATUS
           END-IF.
           IF STEP-IX = 1
              MOVE 'X' TO CYC-STATUS.
           MOVE 'R'        TO CYC-STEP-STAT (STEP-IX).
           MOVE RUN-DATE   TO CYC-STEP-DATE (STEP-IX).
           MOVE RT-HHMMSS  TO CYC-STEP-TIME (STEP-IX).
           MOVE 'STEP RESET TO PENDING' TO RESULT-MSG.
           IF STEP-IX = 1
              MOVE 'STEP RESET - CYCLE CANCELLED, SAMPPAPL MAY OPEN IT A
      -           'GAIN' TO RESULT-MSG.
           IF STEP-IX = 7
              MOVE 'STEP RESET - CYCLE REOPENED' TO RESULT-MSG.
           GO TO 080-RECORD-CHANGE.
      *
      * DEP-IX IS SET TO THE FIRST COMPLETED STEP THAT HAS THE CARD'S
      *  STEP AS A PREREQUISITE, OR LEFT ZERO.
       065-FIND-DEPENDENT.
           MOVE 0 TO DEP-IX.
           MOVE 1 TO LIST-IX.
       065-LOOP.
           IF LIST-IX > 7
              GO TO 065-EXIT.
           IF CYC-STEP-DONE (LIST-IX)
              AND (STEP-PRQ-1 (LIST-IX) = STEP-IX
                   OR STEP-PRQ-2 (LIST-IX) = STEP-IX)
              MOVE LIST-IX TO DEP-IX
              DISPLAY 'DEPENDENT STEP ' STEP-CODE (LIST-IX)
                      ' IS COMPLETE'
              GO TO 065-EXIT.
           ADD 1 TO LIST-IX.
           GO TO 065-LOOP.
       065-EXIT.
           EXIT.
      *
      * MARK A PENDING STEP COMPLETE.
       070-COMPLETE-STEP.
           IF NOT CYC-OPEN
              MOVE 'CYCLE IS NOT OPEN - NO STEP MAY BE MARKED COMPLETE'
                   TO RESULT-MSG
              GO TO 090-REFUSE-CHANGE.
           IF CYC-STEP-DONE (STEP-IX)
              MOVE 'STEP IS ALREADY COMPLETE' TO RESULT-MSG
              GO TO 090-REFUSE-CHANGE.
           MOVE STEP-PRQ-1 (STEP-IX) TO PRQ-IX.
           IF PRQ-IX > 0 AND NOT CYC-STEP-DONE (PRQ-IX)
              MOVE 'A PREREQUISITE STEP IS NOT COMPLETE' TO RESULT-MSG
              GO TO 090-REFUSE-CHANGE.
           MOVE STEP-PRQ-2 (STEP-IX) TO PRQ-IX.
           IF PRQ-IX > 0 AND NOT CYC-STEP-DONE (PRQ-IX)
              MOVE 'A PREREQUISITE STEP IS NOT COMPLETE' TO RESULT-MSG
              GO TO 090-REFUSE-CHANGE.
           MOVE 'C'        TO CYC-STEP-STAT (STEP-IX).
           MOVE RUN-DATE   TO CYC-STEP-DATE (STEP-IX).
           MOVE RT-HHMMSS  TO CYC-STEP-TIME (STEP-IX).
           MOVE 'STEP MARKED COMPLETE' TO RESULT-MSG.
           IF STEP-IX = 7
              MOVE 'C' TO CYC-STATUS
              MOVE 'STEP MARKED COMPLETE - CYCLE CLOSED' TO RESULT-MSG.
           GO TO 080-RECORD-CHANGE.
      *
      * KEEP THE CHANGE ON THE RECORD AS ITS LAST RESET, WRITE THE
      *  RECORD FOR THE JOB TO REPLACE AND AUDIT THE CHANGE.
       080-RECORD-CHANGE.
           MOVE CCD-ACTION  TO CYC-RESET-ACTION.
           MOVE CCD-STEP    TO CYC-RESET-STEP.
           MOVE CCD-OPER    TO CYC-RESET-OPER.
           MOVE RUN-DATE    TO CYC-RESET-DATE.
           MOVE RT-HHMMSS   TO CYC-RESET-TIME.
           MOVE CCD-REASON  TO CYC-RESET-REASON.
           OPEN OUTPUT CYC-OUT.
           WRITE CYC-OUT-REC FROM CYC-REC.
           CLOSE CYC-OUT.
           MOVE 'C' TO RESULT-SW.
           PERFORM 085-WRITE-AUDIT.
           GO TO 100-PRINT-STATUS.
      *
       085-WRITE-AUDIT.
           MOVE SPACES      TO AUDIT-REC.
           MOVE RUN-DATE    TO AUD-DATE.
           MOVE RT-HHMMSS   TO AUD-TIME.
           MOVE CCD-OPER    TO AUD-OPER.
           MOVE CCD-ACTION  TO AUD-ACTION.
           MOVE CCD-STEP    TO AUD-STEP.
           MOVE CYC-CYCLE   TO AUD-CYCLE.
           MOVE CYC-ASOF-DATE TO AUD-ASOF-DATE.
           MOVE RESULT-SW   TO AUD-RESULT.
           MOVE CCD-REASON  TO AUD-REASON.
           OPEN EXTEND AUDIT-RPT.
           WRITE AUDIT-REC.
           CLOSE AUDIT-RPT.
      *
      * A REFUSED CHANGE IS AUDITED AND THE CYCLE LEFT AS IT WAS.
       090-REFUSE-CHANGE.
           MOVE 'N' TO RESULT-SW.
           DISPLAY 'CHANGE REFUSED - ' RESULT-MSG.
           PERFORM 085-WRITE-AUDIT.
           GO TO 100-PRINT-STATUS.
      *
      * PRINT THE STATUS OF THE CURRENT CYCLE (AFTER ANY CHANGE) AND
      *  THE OUTCOME OF THE CARD.
       100-PRINT-STATUS.
           MOVE RUN-DATE TO ED-DATE-IN.
           PERFORM 130-EDIT-DATE.
           MOVE ED-DATE-OUT TO STAT-HDR1-DATE.
           MOVE RT-HHMMSS TO ED-TIME-IN.
           PERFORM 140-EDIT-TIME.
           MOVE ED-TIME-OUT TO STAT-HDR1-TIME.
           WRITE STAT-RPT-REC FROM STAT-HDR1-LINE
               AFTER ADVANCING PAGE.
           IF CYC-ANY-CNT = 0
              MOVE 'NO CYCLE ON THE CYCLE CONTROL FILE' TO STAT-MSG-TEXT
              WRITE STAT-RPT-REC FROM STAT-MSG-LINE
                  AFTER ADVANCING 2 LINES
              GO TO 100-PRINT-CARD.
           MOVE CYC-CYCLE TO STAT-CYC-CYCLE.
           MOVE CYC-ASOF-DATE TO ED-DATE-IN.
           PERFORM 130-EDIT-DATE.
           MOVE ED-DATE-OUT TO STAT-CYC-ASOF.
           MOVE 'UNKNOWN' TO STAT-CYC-STATUS.
           IF CYC-OPEN
              MOVE 'OPEN' TO STAT-CYC-STATUS.
           IF CYC-CLOSED
              MOVE 'CLOSED' TO STAT-CYC-STATUS.
           IF CYC-CANCELLED
              MOVE 'CANCELLED' TO STAT-CYC-STATUS.
           MOVE CYC-OPENED-DATE TO ED-DATE-IN.
           PERFORM 130-EDIT-DATE.
           MOVE ED-DATE-OUT TO STAT-CYC-OPENED.
           MOVE CYC-OPENED-TIME TO ED-TIME-IN.
           PERFORM 140-EDIT-TIME.
           MOVE ED-TIME-OUT TO STAT-CYC-OPEN-TIME.
           WRITE STAT-RPT-REC FROM STAT-CYC-LINE
               AFTER ADVANCING 2 LINES.
           IF CYC-OPEN-CNT > 1
              MOVE 'WARNING - MORE THAN ONE CYCLE IS OPEN - THE LATEST I
      -           'S SHOWN' TO STAT-MSG-TEXT
              WRITE STAT-RPT-REC FROM STAT-MSG-LINE
                  AFTER ADVANCING 1 LINE.
           WRITE STAT-RPT-REC FROM STAT-HDR2-LINE
               AFTER ADVANCING 2 LINES.
           MOVE 1 TO LIST-IX.
           PERFORM 110-PRINT-STEP THRU 110-EXIT.
           IF CYC-RESET-ACTION NOT = SPACE
              PERFORM 120-PRINT-LAST-CHANGE.
       100-PRINT-CARD.
           IF CCD-STATUS-ONLY
              GO TO 990-PUBLISH-STATS.
           MOVE CTL-CARD-REC TO STAT-REQ-CARD.
           WRITE STAT-RPT-REC FROM STAT-REQ-LINE
               AFTER ADVANCING 2 LINES.
           MOVE 'DONE -    ' TO STAT-MSG-PREFIX.
           IF CHANGE-REFUSED
              MOVE 'REFUSED - ' TO STAT-MSG-PREFIX.
           MOVE RESULT-MSG TO STAT-MSG-TEXT.
           WRITE STAT-RPT-REC FROM STAT-MSG-LINE
               AFTER ADVANCING 1 LINE.
           GO TO 990-PUBLISH-STATS.
      *
       110-PRINT-STEP.
           IF LIST-IX > 7
              GO TO 110-EXIT.
           MOVE STEP-CODE (LIST-IX) TO STAT-STEP-CODE.
           MOVE STEP-JOB (LIST-IX)  TO STAT-STEP-JOB.
           MOVE 'PENDING' TO STAT-STEP-STATUS.
           MOVE SPACES TO STAT-STEP-DATE STAT-STEP-TIME.
           IF CYC-STEP-DONE (LIST-IX)
              MOVE 'COMPLETE' TO STAT-STEP-STATUS.
           IF CYC-STEP-RESET (LIST-IX)
              MOVE 'RESET' TO STAT-STEP-STATUS.
           IF CYC-STEP-DONE (LIST-IX) OR CYC-STEP-RESET (LIST-IX)
              MOVE CYC-STEP-DATE (LIST-IX) TO ED-DATE-IN
              PERFORM 130-EDIT-DATE
              MOVE ED-DATE-OUT TO STAT-STEP-DATE
              MOVE CYC-STEP-TIME (LIST-IX) TO ED-TIME-IN
              PERFORM 140-EDIT-TIME
              MOVE ED-TIME-OUT TO STAT-STEP-TIME.
           MOVE SPACES TO STAT-STEP-PRQ-1 STAT-STEP-PRQ-2.
           MOVE STEP-PRQ-1 (LIST-IX) TO PRQ-IX.
           IF PRQ-IX > 0
              MOVE STEP-CODE (PRQ-IX) TO STAT-STEP-PRQ-1.
           MOVE STEP-PRQ-2 (LIST-IX) TO PRQ-IX.
           IF PRQ-IX > 0
              MOVE STEP-CODE (PRQ-IX) TO STAT-STEP-PRQ-2.
           WRITE STAT-RPT-REC FROM STAT-STEP-LINE
               AFTER ADVANCING 1 LINE.
           ADD 1 TO LIST-IX.
           GO TO 110-PRINT-STEP.
       110-EXIT.
           EXIT.
      *
       120-PRINT-LAST-CHANGE.
           MOVE 'RESET' TO STAT-RST-ACTION.
           IF CYC-RESET-ACTION = 'C'
              MOVE 'COMPLETE' TO STAT-RST-ACTION.
           MOVE CYC-RESET-STEP TO STAT-RST-STEP.
           MOVE CYC-RESET-OPER TO STAT-RST-OPER.
           MOVE CYC-RESET-DATE TO ED-DATE-IN.
           PERFORM 130-EDIT-DATE.
           MOVE ED-DATE-OUT TO STAT-RST-DATE.
           MOVE CYC-RESET-TIME TO ED-TIME-IN.
           PERFORM 140-EDIT-TIME.
           MOVE ED-TIME-OUT TO STAT-RST-TIME.
           MOVE CYC-RESET-REASON TO STAT-RST-REASON.
           WRITE STAT-RPT-REC FROM STAT-RESET-LINE
               AFTER ADVANCING 2 LINES.
      *
       130-EDIT-DATE.
           MOVE EDI-MM   TO EDO-MM.
           MOVE EDI-DD   TO EDO-DD.
           MOVE EDI-YYYY TO EDO-YYYY.
      *
       140-EDIT-TIME.
           MOVE ETI-HH TO ETO-HH.
           MOVE ETI-MM TO ETO-MM.
           MOVE ETI-SS TO ETO-SS.
      *
       990-PUBLISH-STATS.
           DISPLAY 'CYCLE RECORDS READ  = ' CYC-RECS-READ.
           DISPLAY 'OPEN CYCLES         = ' CYC-OPEN-CNT.
           IF CYC-ANY-CNT > 0
              DISPLAY 'CURRENT CYCLE       = ' CYC-CYCLE ' AS-OF '
                      CYC-ASOF-DATE ' STATUS ' CYC-STATUS.
           IF CHANGE-MADE
              DISPLAY 'CHANGE MADE - ' RESULT-MSG
              MOVE 1 TO RETURN-CODE.
           IF CHANGE-REFUSED
              MOVE 12 TO RETURN-CODE.
           GO TO 9999-STOP.
      *
       9999-STOP.
           CLOSE STAT-RPT.
           GOBACK.
