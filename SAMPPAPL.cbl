      *  PROVIDER WAS NOT ON FILE).  CHANGES FOR THE SAME PROVIDER    *
      *  APPLY IN THE ORDER KEYED, SO THE LAST ONE WINS.              *
      *                                                               *
      * THIS PROGRAM IS THE FIRST STEP OF THE CAPITATION CYCLE AND    *
      *  OPENS THE CYCLE'S RECORD ON THE CYCLE CONTROL FILE, KEYED BY *
      *  CYCLE (YYYYMM) AND THE PRICING AS-OF DATE FROM THE CONTROL   *
      *  CARD.  IT REFUSES WITH RC=20 WHILE THE PRIOR CYCLE IS STILL  *
      *  OPEN (SAMPCYCR HAS NOT RECONCILED IT) AND RC=24 WHEN THIS    *
      *  CYCLE HAS ALREADY BEEN OPENED.                               *
      *                                                               *
      *---------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT PROV-STAT     ASSIGN TO UT-S-PROVST.
           SELECT NEW-STAT      ASSIGN TO UT-S-NEWSTAT.
           SELECT AUDIT-RPT     ASSIGN TO UT-S-AUDIT.
           SELECT CTL-CARD      ASSIGN TO UT-S-CTLCARD
               FILE STATUS IS CTLCARD-STATUS.
           SELECT CYC-IN        ASSIGN TO UT-S-CYCLCTL.
           SELECT CYC-OUT       ASSIGN TO UT-S-NEWCYC.
      *
       DATA DIVISION.
       FILE SECTION.
           05 AUD-TERM-DATE       PIC X(8).
           05 FILLER              PIC X(26).

       FD  CTL-CARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.

      * CYCLE CONTROL CARD, FIXED COLUMNS:
      *   COLS  1- 8  PRICING AS-OF DATE YYYYMMDD, 00000000 OR BLANK
      *               = THE RUN DATE
       01  CTL-CARD-REC.
           05 CCD-ASOF-DATE     PIC X(8).
           05 CCD-ASOF-DATE-R REDEFINES CCD-ASOF-DATE.
              10 CCD-ASOF-CYCLE.
                 15 CCD-ASOF-YYYY  PIC 9(4).
                 15 CCD-ASOF-MM    PIC 99.
              10 CCD-ASOF-DD       PIC 99.
           05 FILLER            PIC X(72).

       FD  CYC-IN
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.

       01  CYC-IN-REC.
           05 CIR-KEY.
              10 CIR-CYCLE         PIC X(6).
              10 CIR-ASOF-DATE     PIC X(8).
           05 CIR-STATUS           PIC X(1).
              88 CIR-OPEN              VALUE 'O'.
              88 CIR-CANCELLED         VALUE 'X'.
           05 FILLER               PIC X(185).

       FD  CYC-OUT
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.

       01  CYC-OUT-REC             PIC X(200).

       WORKING-STORAGE SECTION.
       77  WKS-MESSAGE         PIC X(23) VALUE
                                   'WORKING-STORAGE SECTION'.
       01  WRK-PROV            PIC X(9) VALUE SPACES.
       01  WRK-STATUS          PIC X(1) VALUE SPACE.
       01  WRK-TERM-DATE       PIC X(8) VALUE SPACES.
      *
       77  CTLCARD-STATUS      PIC XX VALUE SPACES.
       01  CTLCARD-OPEN-SW     PIC X VALUE 'N'.
           88 CTLCARD-OPEN     VALUE 'Y'.
       01  RUN-DATE            PIC 9(8) VALUE 0.
       01  RUN-TIME            PIC 9(8) VALUE 0.
       01  RUN-TIME-R REDEFINES RUN-TIME.
           05 RT-HHMMSS        PIC X(6).
           05 FILLER           PIC X(2).
      *
      * CYCLE CONTROL RECORD - ONE PER CYCLE ON PROD.CAPITATE.CYCLECTL
      *  (KSDS, KEY CYCLE/AS-OF DATE, LRECL 200).  THIS PROGRAM OPENS
      *  THE CYCLE; EACH LATER STEP CHECKS ITS PREREQUISITE ON THE
      *  OPEN CYCLE AT STARTUP AND MARKS ITSELF COMPLETE AT A CLEAN
      *  FINISH, AND SAMPCYCR CLOSES IT.  THE STEP TABLE IS IN CYCLE
      *  ORDER, WITH THE STEPS EACH ONE NEEDS COMPLETE:
      *    1 SAMPPAPL            -
      *    2 SAMPMTCH            1
      *    3 SAMPRETR/SAMPREMT   2
      *    4 SAMPGLPT            3
      *    5 SAMPACH             4
      *    6 SAMPACKR/SAMPRSND   2
      *    7 SAMPCYCR            5 AND 6
      *  A STEP IS COMPLETE WHEN ITS STATUS IS 'C'; BLANK IS PENDING
      *  AND 'R' IS PENDING AFTER AN OPERATOR RESET (SAMPCCTL, WHICH
      *  ALSO KEEPS THE LAST RESET ON THE RECORD).
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
       77  CYC-THIS-STEP       PIC S9(4) COMP VALUE 1.
       77  CYC-OPEN-CNT        PIC S9(4) COMP VALUE 0.
       01  CYC-NEW-KEY.
           05 CNK-CYCLE        PIC X(6).
           05 CNK-ASOF-DATE    PIC X(8).
       01  CYC-FOUND-SW        PIC X VALUE 'N'.
           88 CYC-KEY-ON-FILE      VALUE 'Y'.
       01  CYC-FOUND-STATUS    PIC X(1) VALUE SPACE.
           88 CYC-FOUND-CANCELLED  VALUE 'X'.
      *
       PROCEDURE DIVISION.
       010-MAINLINE.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT RUN-TIME FROM TIME.
           PERFORM 012-READ-CONTROL-CARD THRU 012-EXIT.
           PERFORM 015-CHECK-CYCLE THRU 015-EXIT.
           OPEN INPUT  CHG-IN
                       PROV-STAT.
           OPEN OUTPUT NEW-STAT.
           PERFORM 020-READ-CHG THRU 020-EXIT.
           PERFORM 030-READ-PST THRU 030-EXIT.
           GO TO 040-MATCH.
      *
      * READ THE CONTROL CARD.  A MISSING OR BAD CARD ENDS THE RUN
      *  RC=12 BEFORE ANYTHING IS OPENED.
       012-READ-CONTROL-CARD.
           OPEN INPUT CTL-CARD.
           IF CTLCARD-STATUS NOT = '00'
              DISPLAY 'CONTROL CARD FILE WILL NOT OPEN - STATUS '
                      CTLCARD-STATUS
              GO TO 013-REJECT-CARD.
           MOVE 'Y' TO CTLCARD-OPEN-SW.
           READ CTL-CARD AT END
                DISPLAY 'CONTROL CARD MISSING'
                GO TO 013-REJECT-CARD.
           DISPLAY 'CONTROL CARD = ' CTL-CARD-REC.
           IF CCD-ASOF-DATE = SPACES OR CCD-ASOF-DATE = '00000000'
              MOVE RUN-DATE TO CCD-ASOF-DATE.
           IF CCD-ASOF-DATE NOT NUMERIC
              DISPLAY 'AS-OF DATE MUST BE YYYYMMDD'
              GO TO 013-REJECT-CARD.
           IF CCD-ASOF-MM < 1 OR CCD-ASOF-MM > 12
              OR CCD-ASOF-DD < 1 OR CCD-ASOF-DD > 31
              DISPLAY 'AS-OF DATE IS NOT A VALID DATE'
              GO TO 013-REJECT-CARD.
           MOVE CCD-ASOF-CYCLE TO CNK-CYCLE.
           MOVE CCD-ASOF-DATE  TO CNK-ASOF-DATE.
           CLOSE CTL-CARD.
           GO TO 012-EXIT.
       013-REJECT-CARD.
           DISPLAY 'SAMPPAPL CONTROL CARD REJECTED - CORRECT THE CARD '
                   'AND RESUBMIT'.
           IF CTLCARD-OPEN
              CLOSE CTL-CARD.
           MOVE 12 TO RETURN-CODE.
           GOBACK.
       012-EXIT.
           EXIT.
      *
      * CYCLE CONTROL.  A NEW CYCLE OPENS ONLY WHEN NO OTHER CYCLE IS
      *  OPEN; THE OPEN CYCLE IS ONLY RE-ENTERED FOR ITS OWN AS-OF
      *  DATE AFTER AN OPERATOR RESET OF THIS STEP.  A CANCELLED
      *  CYCLE MAY BE OPENED AGAIN UNDER THE SAME KEY.  A REFUSED RUN
      *  OPENS NO OTHER FILE.
       015-CHECK-CYCLE.
           OPEN INPUT CYC-IN.
       015-LOOP.
           READ CYC-IN AT END
                GO TO 015-DONE.
           IF CIR-CYCLE NOT NUMERIC
              GO TO 015-LOOP.
           IF CIR-OPEN
              MOVE CYC-IN-REC TO CYC-REC
              ADD 1 TO CYC-OPEN-CNT.
           IF CIR-KEY = CYC-NEW-KEY
              MOVE 'Y' TO CYC-FOUND-SW
              MOVE CIR-STATUS TO CYC-FOUND-STATUS.
           GO TO 015-LOOP.
       015-DONE.
           CLOSE CYC-IN.
           DISPLAY 'CYCLE ' CNK-CYCLE ' AS-OF ' CNK-ASOF-DATE.
           IF CYC-OPEN-CNT > 1
              DISPLAY 'MORE THAN ONE OPEN CYCLE ON THE CYCLE CONTROL '
                      'FILE - OPEN CYCLES = ' CYC-OPEN-CNT
              MOVE 20 TO RETURN-CODE
              GO TO 017-REFUSE-RUN.
           IF CYC-OPEN-CNT = 1
              IF CYC-KEY NOT = CYC-NEW-KEY
                 DISPLAY 'CYCLE ' CYC-CYCLE ' AS-OF ' CYC-ASOF-DATE
                         ' IS STILL OPEN - SAMPCYCR HAS NOT CLOSED IT'
                 MOVE 20 TO RETURN-CODE
                 GO TO 017-REFUSE-RUN
              END-IF
              IF CYC-STEP-DONE (CYC-THIS-STEP)
                 DISPLAY 'SAMPPAPL HAS ALREADY COMPLETED FOR THIS '
                         'CYCLE ON ' CYC-STEP-DATE (CYC-THIS-STEP)
                 MOVE 24 TO RETURN-CODE
                 GO TO 017-REFUSE-RUN
              END-IF
              DISPLAY 'RE-ENTERING THE OPEN CYCLE AFTER A RESET'
              GO TO 015-EXIT.
           IF CYC-KEY-ON-FILE AND NOT CYC-FOUND-CANCELLED
              DISPLAY 'THIS CYCLE HAS ALREADY BEEN RUN - STATUS '
                      CYC-FOUND-STATUS
              MOVE 24 TO RETURN-CODE
              GO TO 017-REFUSE-RUN.
           MOVE SPACES          TO CYC-REC.
           MOVE CYC-NEW-KEY     TO CYC-KEY.
           MOVE 'O'             TO CYC-STATUS.
           MOVE RUN-DATE        TO CYC-OPENED-DATE.
           MOVE RT-HHMMSS       TO CYC-OPENED-TIME.
           DISPLAY 'OPENING THE CYCLE'.
           GO TO 015-EXIT.
       017-REFUSE-RUN.
           DISPLAY 'SAMPPAPL REFUSED BY CYCLE CONTROL - NO CHANGES '
                   'APPLIED'.
           GOBACK.
       015-EXIT.
           EXIT.
      *
       020-READ-CHG.
           IF EOF-CHG = 'Y'
           DISPLAY 'PROVIDERS TERMED   = ' PROVS-TERMED.
           DISPLAY 'PROVIDERS REACTIVATED = ' PROVS-REACTIVATED.
           DISPLAY 'AUDIT LINES        = ' AUDIT-LINES.
           PERFORM 995-POST-CYCLE.
           GO TO 9999-STOP.
      *
      * MARK THIS STEP COMPLETE ON THE CYCLE RECORD.  THE RECORD IS
      *  WRITTEN ALONE TO NEWCYC AND REPLACED ON THE CYCLE CONTROL
      *  FILE BY THE JOB'S LAST STEP ONCE THE STATUS FILE IS COPIED.
       995-POST-CYCLE.
           MOVE 'C'        TO CYC-STEP-STAT (CYC-THIS-STEP).
           MOVE RUN-DATE   TO CYC-STEP-DATE (CYC-THIS-STEP).
           MOVE RT-HHMMSS  TO CYC-STEP-TIME (CYC-THIS-STEP).
           OPEN OUTPUT CYC-OUT.
           WRITE CYC-OUT-REC FROM CYC-REC.
           CLOSE CYC-OUT.
      *
       9999-STOP.
           CLOSE CHG-IN PROV-STAT NEW-STAT AUDIT-RPT.
