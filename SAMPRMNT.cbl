       IDENTIFICATION DIVISION.
       PROGRAM-ID.  SAMPRMNT.
       DATE-COMPILED.
      *---------------------------------------------------------------*
      *                                                               *
      * ONLINE CAPITATION RATE MAINTENANCE (TRANSACTION CRMT).        *
      *  CONTRACTING KEYS A PROVIDER, LOB AND FUNCTION AGAINST ONE    *
      *  COMPCAP RATE ROW -                                           *
      *    A = ADD A NEW RATE ROW                                     *
      *    C = CORRECT THE RATE TYPE, RATE, END DATE OR AGE HIGH OF   *
      *        AN EXISTING ROW                                        *
      *    D = DELETE AN EXISTING ROW                                 *
      *  A ROW IS IDENTIFIED BY ITS EFFECTIVE DATE AND, FOR A TIERED  *
      *  ROW, ITS AGE LOW AND SEX - TO MOVE ANY OF THOSE, DELETE THE  *
      *  ROW AND ADD IT AGAIN.                                        *
      *                                                               *
      * EVERY CHANGE IS RECORDED PENDING ON THE RATECHG KSDS, KEYED   *
      *  BY LOB/PROVIDER/DATE/TIME, AND COUNTS FOR NOTHING UNTIL A    *
      *  SECOND USER APPROVES IT.  ENTER WITH A BLANK FUNCTION SHOWS  *
      *  THE OLDEST CHANGE AWAITING APPROVAL FOR THE PROVIDER/LOB;    *
      *  V THEN APPROVES THAT CHANGE (NOT BY THE USER WHO KEYED IT)   *
      *  AND R REJECTS IT, REMOVING IT FROM THE FILE.                 *
      *                                                               *
      * AN ADD OR CORRECTION WHOSE EFFECTIVE SPAN OVERLAPS ANOTHER    *
      *  ROW FOR THE SAME PROVIDER/LOB IS REFUSED HERE - UNLESS BOTH  *
      *  ROWS ARE TIERED AND THEIR AGE BANDS OR SEXES DO NOT MEET.    *
      *  THE CHECK COVERS THE CURRENT RATES (RATEMAST KSDS, REBUILT   *
      *  FROM COMPCAP EVERY NIGHT) AS ALTERED BY EVERY CHANGE STILL   *
      *  OUTSTANDING ON RATECHG, AND ONLY ONE OUTSTANDING CHANGE IS   *
      *  ALLOWED PER RATE ROW.                                        *
      *                                                               *
      * APPROVED CHANGES ARE MERGED INTO PROD.CAPITATE.COMPCAP BY     *
      *  THE NIGHTLY SAMPRAPL BATCH STEP AHEAD OF THE MATCH, WHICH    *
      *  ALSO WRITES THE BEFORE/AFTER AUDIT TRAIL.                    *
      *                                                               *
      * PF3 OR CLEAR ENDS THE SESSION.  ABENDS ARE COVERED BY THE     *
      *  REGION ABEND HANDLER (COBABEND).                             *
      *                                                               *
      * MAPSET SAMPRMTM / MAP SAMPRMT - SYMBOLIC MAP CODED IN LINE    *
      *  BELOW AND KEPT IN STEP WITH THE BMS SOURCE.                  *
      *                                                               *
      *---------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       77  WKS-MESSAGE         PIC X(23) VALUE
                                   'WORKING-STORAGE SECTION'.
      *
       77  MNT-RESP            PIC S9(8) COMP VALUE 0.
       77  MNT-ABSTIME         PIC S9(15) COMP VALUE 0.
       77  OUT-MAX             PIC S9(4) COMP VALUE +20.
       77  OUT-CNT             PIC S9(4) COMP VALUE 0.
       77  OUT-IX              PIC S9(4) COMP VALUE 0.
      *
      * THE CHANGE ON THE SCREEN AWAITING A V OR R IS CARRIED
      *  BETWEEN INTERACTIONS SO THE DECISION APPLIES TO EXACTLY THE
      *  CHANGE THE APPROVER LOOKED AT.
       01  COMM-AREA.
           05 CA-FLAG          PIC X(1).
           05 CA-PEND-KEY.
              10 CA-PEND-LOB   PIC X(2).
              10 CA-PEND-PROV  PIC X(9).
              10 CA-PEND-STAMP PIC X(14).
      *
       01  END-MESSAGE         PIC X(18) VALUE
                                   'CRMT SESSION ENDED'.
      *
      * ONE RECORD PER CHANGE ON THE RATECHG KSDS (KEYS(25 0)).
      *  RCH-IMAGE IS LAID OUT AS COLUMNS 11-43 OF THE COMPCAP ROW.
       01  RATECHG-REC.
           05 RCH-KEY.
              10 RCH-LOB        PIC X(2).
              10 RCH-PROV       PIC X(9).
              10 RCH-DATE       PIC X(8).
              10 RCH-TIME       PIC X(6).
           05 RCH-ACTION        PIC X(1).
              88 RCH-ACT-ADD        VALUE 'A'.
              88 RCH-ACT-CORRECT    VALUE 'C'.
              88 RCH-ACT-DELETE     VALUE 'D'.
           05 RCH-STATUS        PIC X(1).
              88 RCH-PENDING        VALUE 'P'.
              88 RCH-APPROVED       VALUE 'A'.
           05 RCH-IMAGE.
              10 RCH-RATE-TYPE  PIC X(1).
              10 RCH-RATE       PIC X(8).
              10 RCH-EFF-DATE   PIC X(8).
              10 RCH-END-DATE   PIC X(8).
              10 RCH-TIER-IND   PIC X(1).
                 88 RCH-TIERED-RATE VALUE 'T'.
              10 RCH-AGE-LOW    PIC X(3).
              10 RCH-AGE-HIGH   PIC X(3).
              10 RCH-SEX        PIC X(1).
           05 RCH-OPERATOR      PIC X(8).
           05 RCH-TERMID        PIC X(4).
           05 RCH-APPROVER      PIC X(8).
      *
      * CURRENT RATE ROWS, ONE PER COMPCAP DETAIL (RATEMAST KSDS,
      *  KEYS(23 0)), LOADED BY THE NIGHTLY SAMPRAPL JOB.  AN
      *  UNTIERED ROW IS KEYED WITH AGE LOW 000 AND A BLANK SEX.
       01  RATEMAST-REC.
           05 RMS-KEY.
              10 RMS-LOB        PIC X(2).
              10 RMS-PROV       PIC X(9).
              10 RMS-EFF-DATE   PIC X(8).
              10 RMS-AGE-LOW    PIC X(3).
              10 RMS-SEX        PIC X(1).
           05 RMS-RATE-TYPE     PIC X(1).
           05 RMS-RATE          PIC X(8).
           05 RMS-END-DATE      PIC X(8).
           05 RMS-TIER-IND      PIC X(1).
           05 RMS-AGE-HIGH      PIC X(3).
           05 FILLER            PIC X(36).
      *
      * THE ROW BEING KEYED, ITS IDENTITY AND THE APPROVER.
       01  NEW-ROW.
           05 NEW-IDENT.
              10 NID-EFF-DATE   PIC X(8).
              10 NID-AGE-LOW    PIC X(3).
              10 NID-SEX        PIC X(1).
           05 NEW-END-WORK      PIC X(8).
       01  WRK-IDENT.
           05 WID-EFF-DATE      PIC X(8).
           05 WID-AGE-LOW       PIC X(3).
           05 WID-SEX           PIC X(1).
       01  APPROVE-OPER        PIC X(8) VALUE SPACES.
      *
      * CHANGES ALREADY OUTSTANDING FOR THE PROVIDER/LOB - PENDING
      *  OR APPROVED BUT NOT YET APPLIED.
       01  OUT-TABLE.
           05 OUT-ENTRY OCCURS 20.
              10 OUT-ACTION     PIC X(1).
              10 OUT-IDENT      PIC X(12).
              10 OUT-EFF-DATE   PIC X(8).
              10 OUT-END-DATE   PIC X(8).
              10 OUT-TIER-IND   PIC X(1).
              10 OUT-AGE-LOW    PIC X(3).
              10 OUT-AGE-HIGH   PIC X(3).
              10 OUT-SEX        PIC X(1).
      *
      * TWO ROWS COMPARED FOR OVERLAP.  END DATES ARE CARRIED WITH
      *  AN OPEN END AS 99999999.
       01  CMP-NEW.
           05 CN-EFF-DATE      PIC X(8).
           05 CN-END-DATE      PIC X(8).
           05 CN-TIER-IND      PIC X(1).
           05 CN-AGE-LOW       PIC X(3).
           05 CN-AGE-HIGH      PIC X(3).
           05 CN-SEX           PIC X(1).
       01  CMP-OLD.
           05 CO-EFF-DATE      PIC X(8).
           05 CO-END-DATE      PIC X(8).
              88 CO-END-OPEN       VALUE SPACES '00000000'
                                         '99999999'.
           05 CO-TIER-IND      PIC X(1).
           05 CO-AGE-LOW       PIC X(3).
           05 CO-AGE-HIGH      PIC X(3).
           05 CO-SEX           PIC X(1).
       01  OVERLAP-SW          PIC X VALUE 'N'.
           88 ROWS-OVERLAP         VALUE 'Y'.
       01  SKIP-ROW-SW         PIC X VALUE 'N'.
           88 SKIP-ROW             VALUE 'Y'.
      *
       01  FOUND-CHG-SW        PIC X VALUE 'N'.
           88 FOUND-CHG            VALUE 'Y'.
      *
       01  EDIT-DATE.
           05 EDT-YYYY         PIC X(4).
           05 EDT-MM           PIC X(2).
           05 EDT-DD           PIC X(2).
       01  DATE-OK-SW          PIC X VALUE 'N'.
           88 DATE-OK              VALUE 'Y'.
      *
       01  EDIT-RATE           PIC X(8).
       01  EDIT-RATE-FLAT REDEFINES EDIT-RATE.
           05 ERF-DLR          PIC X(5).
           05 ERF-POINT        PIC X(1).
           05 ERF-CENTS        PIC X(2).
       01  EDIT-RATE-PCT REDEFINES EDIT-RATE.
           05 ERP-WHOLE        PIC X(3).
           05 ERP-POINT        PIC X(1).
           05 ERP-FRAC         PIC X(4).
      *
       01  OVERLAP-MSG.
           05 FILLER           PIC X(28) VALUE
                  'OVERLAPS RATE ROW EFFECTIVE '.
           05 OVM-EFF-DATE     PIC X(8).
           05 OVM-TEXT         PIC X(34).
      *
       01  PENDING-LINE.
           05 PND-ACTION       PIC X(10).
           05 FILLER           PIC X(1)  VALUE SPACE.
           05 PND-STATUS       PIC X(8).
           05 FILLER           PIC X(4)  VALUE ' BY '.
           05 PND-OPERATOR     PIC X(8).
           05 FILLER           PIC X(1)  VALUE SPACE.
           05 PND-DATE         PIC X(8).
           05 FILLER           PIC X(1)  VALUE SPACE.
           05 PND-TIME         PIC X(6).
           05 FILLER           PIC X(4)  VALUE ' OK '.
           05 PND-APPROVER     PIC X(8).
      *
      * SYMBOLIC MAP FOR MAPSET SAMPRMTM, MAP SAMPRMT (TIOAPFX=YES).
       01  SAMPRMTI.
           05 FILLER           PIC X(12).
           05 PROVL            PIC S9(4) COMP.
           05 PROVF            PIC X.
           05 PROVI            PIC X(9).
           05 LOBL             PIC S9(4) COMP.
           05 LOBF             PIC X.
           05 LOBI             PIC X(2).
           05 FUNCL            PIC S9(4) COMP.
           05 FUNCF            PIC X.
           05 FUNCI            PIC X(1).
           05 RTYPEL           PIC S9(4) COMP.
           05 RTYPEF           PIC X.
           05 RTYPEI           PIC X(1).
           05 RATEL            PIC S9(4) COMP.
           05 RATEF            PIC X.
           05 RATEI            PIC X(8).
           05 EFFDTL           PIC S9(4) COMP.
           05 EFFDTF           PIC X.
           05 EFFDTI           PIC X(8).
           05 ENDDTL           PIC S9(4) COMP.
           05 ENDDTF           PIC X.
           05 ENDDTI           PIC X(8).
           05 TIERL            PIC S9(4) COMP.
           05 TIERF            PIC X.
           05 TIERI            PIC X(1).
           05 AGELOL           PIC S9(4) COMP.
           05 AGELOF           PIC X.
           05 AGELOI           PIC X(3).
           05 AGEHIL           PIC S9(4) COMP.
           05 AGEHIF           PIC X.
           05 AGEHII           PIC X(3).
           05 SEXL             PIC S9(4) COMP.
           05 SEXF             PIC X.
           05 SEXI             PIC X(1).
           05 PENDL            PIC S9(4) COMP.
           05 PENDF            PIC X.
           05 PENDI            PIC X(59).
           05 MSGL             PIC S9(4) COMP.
           05 MSGF             PIC X.
           05 MSGI             PIC X(70).
       01  SAMPRMTO REDEFINES SAMPRMTI.
           05 FILLER           PIC X(12).
           05 FILLER           PIC X(3).
           05 PROVO            PIC X(9).
           05 FILLER           PIC X(3).
           05 LOBO             PIC X(2).
           05 FILLER           PIC X(3).
           05 FUNCO            PIC X(1).
           05 FILLER           PIC X(3).
           05 RTYPEO           PIC X(1).
           05 FILLER           PIC X(3).
           05 RATEO            PIC X(8).
           05 FILLER           PIC X(3).
           05 EFFDTO           PIC X(8).
           05 FILLER           PIC X(3).
           05 ENDDTO           PIC X(8).
           05 FILLER           PIC X(3).
           05 TIERO            PIC X(1).
           05 FILLER           PIC X(3).
           05 AGELOO           PIC X(3).
           05 FILLER           PIC X(3).
           05 AGEHIO           PIC X(3).
           05 FILLER           PIC X(3).
           05 SEXO             PIC X(1).
           05 FILLER           PIC X(3).
           05 PENDO            PIC X(59).
           05 FILLER           PIC X(3).
           05 MSGO             PIC X(70).
      *
           COPY DFHAID.
      *
       LINKAGE SECTION.
       01  DFHCOMMAREA         PIC X(26).
      *
       PROCEDURE DIVISION.
       010-MAIN-LOGIC.
           IF EIBCALEN = 0
              GO TO 100-FIRST-TIME.
           IF EIBCALEN = LENGTH OF COMM-AREA
              MOVE DFHCOMMAREA (1:EIBCALEN) TO COMM-AREA
           ELSE
              MOVE SPACES TO COMM-AREA.
           IF EIBAID = DFHPF3 OR EIBAID = DFHCLEAR
              GO TO 900-END-SESSION.
           GO TO 200-PROCESS-REQUEST.
      *
       100-FIRST-TIME.
           MOVE LOW-VALUES TO SAMPRMTI.
           MOVE SPACES TO COMM-AREA.
           MOVE 'ENTER PROVIDER, LOB, FUNCTION AND THE RATE ROW'
                TO MSGO.
           EXEC CICS SEND MAP('SAMPRMT') MAPSET('SAMPRMTM')
                FROM(SAMPRMTO) ERASE
           END-EXEC.
           GO TO 980-RETURN-TRANSID.
      *
       200-PROCESS-REQUEST.
           MOVE LOW-VALUES TO SAMPRMTI.
           EXEC CICS RECEIVE MAP('SAMPRMT') MAPSET('SAMPRMTM')
                INTO(SAMPRMTI) RESP(MNT-RESP)
           END-EXEC.
           IF MNT-RESP = DFHRESP(MAPFAIL)
              GO TO 100-FIRST-TIME.
           IF MNT-RESP NOT = DFHRESP(NORMAL)
              MOVE 'MAP RECEIVE ERROR - PLEASE RE-ENTER' TO MSGO
              GO TO 890-SEND-DATAONLY.
           PERFORM 210-CLEAR-LOW-VALUES.
           IF PROVI NOT NUMERIC
              MOVE 'PROVIDER NUMBER MUST BE 9 DIGITS' TO MSGO
              MOVE SPACES TO PENDO
              GO TO 890-SEND-DATAONLY.
           IF LOBI NOT NUMERIC
              MOVE 'LOB MUST BE 2 DIGITS' TO MSGO
              MOVE SPACES TO PENDO
              GO TO 890-SEND-DATAONLY.
           IF FUNCI = SPACE
              GO TO 600-SHOW-PENDING.
           IF FUNCI = 'V' OR FUNCI = 'R'
              GO TO 650-DECIDE-CHANGE.
           IF FUNCI NOT = 'A' AND FUNCI NOT = 'C'
              AND FUNCI NOT = 'D'
              MOVE 'FUNCTION MUST BE A, C, D, V OR R' TO MSGO
              MOVE SPACES TO PENDO
              GO TO 890-SEND-DATAONLY.
           MOVE SPACES TO MSGO.
           PERFORM 300-EDIT-RATE-ROW THRU 300-EXIT.
           IF MSGO NOT = SPACES
              MOVE SPACES TO PENDO
              GO TO 890-SEND-DATAONLY.
           GO TO 400-RECORD-CHANGE.
      *
      * FIELDS THE OPERATOR LEFT EMPTY COME BACK AS LOW-VALUES -
      *  TREAT THEM AS BLANK FROM HERE ON.
       210-CLEAR-LOW-VALUES.
           IF PROVI  = LOW-VALUES MOVE SPACES TO PROVI.
           IF LOBI   = LOW-VALUES MOVE SPACES TO LOBI.
           IF FUNCI  = LOW-VALUES MOVE SPACES TO FUNCI.
           IF RTYPEI = LOW-VALUES MOVE SPACES TO RTYPEI.
           IF RATEI  = LOW-VALUES MOVE SPACES TO RATEI.
           IF EFFDTI = LOW-VALUES MOVE SPACES TO EFFDTI.
           IF ENDDTI = LOW-VALUES MOVE SPACES TO ENDDTI.
           IF TIERI  = LOW-VALUES MOVE SPACES TO TIERI.
           IF AGELOI = LOW-VALUES MOVE SPACES TO AGELOI.
           IF AGEHII = LOW-VALUES MOVE SPACES TO AGEHII.
           IF SEXI   = LOW-VALUES MOVE SPACES TO SEXI.
      *
      * EDIT THE ROW AS COMPCAP AND SAMPEDIT EXPECT IT.  THE ROW'S
      *  IDENTITY IS EDITED FOR EVERY FUNCTION; THE REST ONLY FOR AN
      *  ADD OR A CORRECTION.  ANY COMPLAINT GOES TO THE MESSAGE
      *  FIELD FOR THE CALLER TO TEST.
       300-EDIT-RATE-ROW.
           MOVE EFFDTI TO EDIT-DATE.
           PERFORM 320-EDIT-DATE THRU 320-EXIT.
           IF NOT DATE-OK
              MOVE 'EFFECTIVE DATE REQUIRED - VALID YYYYMMDD' TO MSGO
              GO TO 300-EXIT.
           IF TIERI NOT = 'T' AND TIERI NOT = SPACE
              MOVE 'TIERED MUST BE T OR BLANK' TO MSGO
              GO TO 300-EXIT.
           IF TIERI = 'T'
              IF AGELOI NOT NUMERIC
                 MOVE 'AGE LOW REQUIRED FOR A TIERED ROW' TO MSGO
                 GO TO 300-EXIT
              END-IF
              IF SEXI NOT = 'M' AND SEXI NOT = 'F'
                 AND SEXI NOT = SPACE
                 MOVE 'SEX MUST BE M, F OR BLANK' TO MSGO
                 GO TO 300-EXIT
              END-IF
           ELSE
              IF AGELOI NOT = SPACES OR AGEHII NOT = SPACES
                 OR SEXI NOT = SPACE
                 MOVE 'AGE/SEX ONLY VALID ON A TIERED ROW' TO MSGO
                 GO TO 300-EXIT.
           MOVE EFFDTI TO NID-EFF-DATE.
           IF TIERI = 'T'
              MOVE AGELOI TO NID-AGE-LOW
              MOVE SEXI   TO NID-SEX
           ELSE
              MOVE '000'  TO NID-AGE-LOW
              MOVE SPACE  TO NID-SEX.
           IF FUNCI = 'D'
              GO TO 300-EXIT.
           IF RTYPEI NOT = 'F' AND RTYPEI NOT = 'P'
              MOVE 'RATE TYPE MUST BE F OR P' TO MSGO
              GO TO 300-EXIT.
           MOVE RATEI TO EDIT-RATE.
           IF RTYPEI = 'F'
              IF ERF-DLR NOT NUMERIC OR ERF-POINT NOT = '.'
                 OR ERF-CENTS NOT NUMERIC
                 MOVE 'FLAT RATE MUST BE KEYED 99999.99' TO MSGO
                 GO TO 300-EXIT
              END-IF
           ELSE
              IF ERP-WHOLE NOT NUMERIC OR ERP-POINT NOT = '.'
                 OR ERP-FRAC NOT NUMERIC
                 MOVE 'PERCENT RATE MUST BE KEYED 999.9999' TO MSGO
                 GO TO 300-EXIT.
           IF ENDDTI = SPACES OR ENDDTI = '00000000'
              OR ENDDTI = '99999999'
              MOVE '99999999' TO NEW-END-WORK
           ELSE
              MOVE ENDDTI TO EDIT-DATE
              PERFORM 320-EDIT-DATE THRU 320-EXIT
              IF NOT DATE-OK
                 MOVE 'END DATE MUST BE BLANK OR A VALID YYYYMMDD'
                      TO MSGO
                 GO TO 300-EXIT
              END-IF
              IF ENDDTI < EFFDTI
                 MOVE 'END DATE IS BEFORE THE EFFECTIVE DATE' TO MSGO
                 GO TO 300-EXIT
              END-IF
              MOVE ENDDTI TO NEW-END-WORK.
           IF TIERI = 'T'
              IF AGEHII NOT NUMERIC
                 MOVE 'AGE HIGH REQUIRED FOR A TIERED ROW' TO MSGO
                 GO TO 300-EXIT
              END-IF
              IF AGEHII < AGELOI
                 MOVE 'AGE HIGH IS BELOW AGE LOW' TO MSGO.
       300-EXIT.
           EXIT.
      *
      * A REAL-LOOKING YYYYMMDD - NUMERIC WITH A VALID MONTH AND DAY.
       320-EDIT-DATE.
           MOVE 'N' TO DATE-OK-SW.
           IF EDIT-DATE NOT NUMERIC OR EDIT-DATE = '00000000'
              GO TO 320-EXIT.
           IF EDT-MM < '01' OR EDT-MM > '12'
              GO TO 320-EXIT.
           IF EDT-DD < '01' OR EDT-DD > '31'
              GO TO 320-EXIT.
           MOVE 'Y' TO DATE-OK-SW.
       320-EXIT.
           EXIT.
      *
       400-RECORD-CHANGE.
           PERFORM 700-LOAD-OUTSTANDING THRU 700-EXIT.
           IF MSGO NOT = SPACES
              MOVE SPACES TO PENDO
              GO TO 890-SEND-DATAONLY.
           IF FUNCI NOT = 'A'
              PERFORM 720-READ-TARGET THRU 720-EXIT
              IF MSGO NOT = SPACES
                 MOVE SPACES TO PENDO
                 GO TO 890-SEND-DATAONLY
              END-IF
           END-IF.
           IF FUNCI NOT = 'D'
              PERFORM 740-CHECK-OVERLAP THRU 740-EXIT
              IF MSGO NOT = SPACES
                 MOVE SPACES TO PENDO
                 GO TO 890-SEND-DATAONLY
              END-IF
           END-IF.
           MOVE SPACES TO RATECHG-REC.
           MOVE LOBI   TO RCH-LOB.
           MOVE PROVI  TO RCH-PROV.
           EXEC CICS ASKTIME ABSTIME(MNT-ABSTIME)
           END-EXEC.
           EXEC CICS FORMATTIME ABSTIME(MNT-ABSTIME)
                YYYYMMDD(RCH-DATE) TIME(RCH-TIME)
           END-EXEC.
           MOVE FUNCI  TO RCH-ACTION.
           MOVE 'P'    TO RCH-STATUS.
      * A DELETE CARRIES THE ROW AS IT STANDS ON FILE SO THE
      *  APPROVER SEES WHAT IS BEING REMOVED.
           IF RCH-ACT-DELETE
              MOVE RMS-RATE-TYPE TO RCH-RATE-TYPE
              MOVE RMS-RATE      TO RCH-RATE
              MOVE RMS-EFF-DATE  TO RCH-EFF-DATE
              MOVE RMS-END-DATE  TO RCH-END-DATE
              MOVE RMS-TIER-IND  TO RCH-TIER-IND
              IF RMS-TIER-IND = 'T'
                 MOVE RMS-AGE-LOW  TO RCH-AGE-LOW
                 MOVE RMS-AGE-HIGH TO RCH-AGE-HIGH
                 MOVE RMS-SEX      TO RCH-SEX
              END-IF
           ELSE
              MOVE RTYPEI TO RCH-RATE-TYPE
              MOVE RATEI  TO RCH-RATE
              MOVE EFFDTI TO RCH-EFF-DATE
              MOVE ENDDTI TO RCH-END-DATE
              MOVE TIERI  TO RCH-TIER-IND
              MOVE AGELOI TO RCH-AGE-LOW
              MOVE AGEHII TO RCH-AGE-HIGH
              MOVE SEXI   TO RCH-SEX
           END-IF.
           EXEC CICS ASSIGN USERID(RCH-OPERATOR)
           END-EXEC.
           MOVE EIBTRMID TO RCH-TERMID.
           EXEC CICS WRITE FILE('RATECHG') FROM(RATECHG-REC)
                RIDFLD(RCH-KEY) RESP(MNT-RESP)
           END-EXEC.
           IF MNT-RESP = DFHRESP(DUPREC)
              MOVE 'DUPLICATE CHANGE THIS SECOND - TRY AGAIN'
                   TO MSGO
              GO TO 890-SEND-DATAONLY.
           IF MNT-RESP NOT = DFHRESP(NORMAL)
              MOVE 'RATECHG WRITE ERROR - CONTACT OPERATIONS'
                   TO MSGO
              GO TO 890-SEND-DATAONLY.
           MOVE SPACES TO CA-PEND-KEY.
           PERFORM 500-FORMAT-PENDING.
           MOVE 'CHANGE RECORDED - A SECOND USER MUST APPROVE IT'
                TO MSGO.
           GO TO 890-SEND-DATAONLY.
      *
       500-FORMAT-PENDING.
           IF RCH-ACT-ADD
              MOVE 'ADD'          TO PND-ACTION
           ELSE
              IF RCH-ACT-CORRECT
                 MOVE 'CORRECT'   TO PND-ACTION
              ELSE
                 MOVE 'DELETE'    TO PND-ACTION
              END-IF
           END-IF.
           IF RCH-PENDING
              MOVE 'PENDING'      TO PND-STATUS
           ELSE
              MOVE 'APPROVED'     TO PND-STATUS
           END-IF.
           MOVE RCH-OPERATOR  TO PND-OPERATOR.
           MOVE RCH-DATE      TO PND-DATE.
           MOVE RCH-TIME      TO PND-TIME.
           MOVE RCH-APPROVER  TO PND-APPROVER.
           MOVE PENDING-LINE  TO PENDO.
      *
      * BLANK FUNCTION - SHOW THE OLDEST CHANGE STILL AWAITING
      *  APPROVAL FOR THE PROVIDER/LOB, WITH ITS ROW, AND REMEMBER
      *  IT FOR A FOLLOWING V OR R.
       600-SHOW-PENDING.
           MOVE 'N'    TO FOUND-CHG-SW.
           MOVE SPACES TO CA-PEND-KEY.
           MOVE SPACES TO RCH-KEY.
           MOVE LOBI   TO RCH-LOB.
           MOVE PROVI  TO RCH-PROV.
           EXEC CICS STARTBR FILE('RATECHG') RIDFLD(RCH-KEY)
                GTEQ RESP(MNT-RESP)
           END-EXEC.
           IF MNT-RESP NOT = DFHRESP(NORMAL)
              GO TO 630-SHOW-DONE.
       610-NEXT-CHG.
           EXEC CICS READNEXT FILE('RATECHG') INTO(RATECHG-REC)
                RIDFLD(RCH-KEY) RESP(MNT-RESP)
           END-EXEC.
           IF MNT-RESP NOT = DFHRESP(NORMAL)
              GO TO 620-END-CHG.
           IF RCH-LOB NOT = LOBI OR RCH-PROV NOT = PROVI
              GO TO 620-END-CHG.
           IF NOT RCH-PENDING
              GO TO 610-NEXT-CHG.
           MOVE 'Y' TO FOUND-CHG-SW.
       620-END-CHG.
           EXEC CICS ENDBR FILE('RATECHG') RESP(MNT-RESP)
           END-EXEC.
       630-SHOW-DONE.
           IF FOUND-CHG
              MOVE RCH-KEY       TO CA-PEND-KEY
              MOVE RCH-ACTION    TO FUNCO
              MOVE RCH-RATE-TYPE TO RTYPEO
              MOVE RCH-RATE      TO RATEO
              MOVE RCH-EFF-DATE  TO EFFDTO
              MOVE RCH-END-DATE  TO ENDDTO
              MOVE RCH-TIER-IND  TO TIERO
              MOVE RCH-AGE-LOW   TO AGELOO
              MOVE RCH-AGE-HIGH  TO AGEHIO
              MOVE RCH-SEX       TO SEXO
              PERFORM 500-FORMAT-PENDING
              MOVE 'KEY V TO APPROVE OR R TO REJECT THIS CHANGE'
                   TO MSGO
           ELSE
              MOVE SPACES TO PENDO
              MOVE 'NO CHANGE AWAITING APPROVAL FOR THAT PROVIDER/LOB'
                   TO MSGO.
           GO TO 890-SEND-DATAONLY.
      *
      * V OR R - DECIDE THE CHANGE LAST SHOWN BY A BLANK FUNCTION.
      *  THE USER WHO KEYED A CHANGE MAY WITHDRAW IT (R) BUT NEVER
      *  APPROVE IT.
       650-DECIDE-CHANGE.
           IF CA-PEND-KEY = SPACES
              OR CA-PEND-LOB NOT = LOBI
              OR CA-PEND-PROV NOT = PROVI
              MOVE 'SHOW THE PENDING CHANGE FIRST - BLANK FUNCTION'
                   TO MSGO
              MOVE SPACES TO PENDO
              GO TO 890-SEND-DATAONLY.
           MOVE CA-PEND-KEY TO RCH-KEY.
           EXEC CICS READ FILE('RATECHG') INTO(RATECHG-REC)
                RIDFLD(RCH-KEY) UPDATE RESP(MNT-RESP)
           END-EXEC.
           IF MNT-RESP = DFHRESP(NOTFND)
              MOVE SPACES TO CA-PEND-KEY PENDO
              MOVE 'CHANGE IS NO LONGER ON FILE' TO MSGO
              GO TO 890-SEND-DATAONLY.
           IF MNT-RESP NOT = DFHRESP(NORMAL)
              MOVE 'RATECHG READ ERROR - CONTACT OPERATIONS' TO MSGO
              GO TO 890-SEND-DATAONLY.
           IF NOT RCH-PENDING
              EXEC CICS UNLOCK FILE('RATECHG') RESP(MNT-RESP)
              END-EXEC
              MOVE SPACES TO CA-PEND-KEY
              PERFORM 500-FORMAT-PENDING
              MOVE 'CHANGE WAS ALREADY APPROVED' TO MSGO
              GO TO 890-SEND-DATAONLY.
           IF FUNCI = 'R'
              GO TO 670-REJECT-CHANGE.
           EXEC CICS ASSIGN USERID(APPROVE-OPER)
           END-EXEC.
           IF APPROVE-OPER = RCH-OPERATOR
              EXEC CICS UNLOCK FILE('RATECHG') RESP(MNT-RESP)
              END-EXEC
              MOVE 'A CHANGE MUST BE APPROVED BY A DIFFERENT USER'
                   TO MSGO
              GO TO 890-SEND-DATAONLY.
           MOVE 'A'          TO RCH-STATUS.
           MOVE APPROVE-OPER TO RCH-APPROVER.
           EXEC CICS REWRITE FILE('RATECHG') FROM(RATECHG-REC)
                RESP(MNT-RESP)
           END-EXEC.
           IF MNT-RESP NOT = DFHRESP(NORMAL)
              MOVE 'RATECHG REWRITE ERROR - CONTACT OPERATIONS'
                   TO MSGO
              GO TO 890-SEND-DATAONLY.
           MOVE SPACES TO CA-PEND-KEY.
           PERFORM 500-FORMAT-PENDING.
           MOVE 'CHANGE APPROVED - APPLIED BEFORE TONIGHT''S MATCH'
                TO MSGO.
           GO TO 890-SEND-DATAONLY.
      *
       670-REJECT-CHANGE.
           EXEC CICS DELETE FILE('RATECHG') RESP(MNT-RESP)
           END-EXEC.
           IF MNT-RESP NOT = DFHRESP(NORMAL)
              MOVE 'RATECHG DELETE ERROR - CONTACT OPERATIONS'
                   TO MSGO
              GO TO 890-SEND-DATAONLY.
           MOVE SPACES TO CA-PEND-KEY PENDO.
           MOVE 'CHANGE REJECTED AND REMOVED' TO MSGO.
           GO TO 890-SEND-DATAONLY.
      *
      * LOAD EVERY CHANGE STILL OUTSTANDING FOR THE PROVIDER/LOB.
      *  A SECOND CHANGE AGAINST THE SAME ROW IS REFUSED - THE FIRST
      *  MUST BE APPLIED OR REJECTED BEFORE ANOTHER IS KEYED.
       700-LOAD-OUTSTANDING.
           MOVE ZEROS  TO OUT-CNT.
           MOVE SPACES TO RCH-KEY.
           MOVE LOBI   TO RCH-LOB.
           MOVE PROVI  TO RCH-PROV.
           EXEC CICS STARTBR FILE('RATECHG') RIDFLD(RCH-KEY)
                GTEQ RESP(MNT-RESP)
           END-EXEC.
           IF MNT-RESP NOT = DFHRESP(NORMAL)
              GO TO 700-EXIT.
       700-NEXT-CHG.
           EXEC CICS READNEXT FILE('RATECHG') INTO(RATECHG-REC)
                RIDFLD(RCH-KEY) RESP(MNT-RESP)
           END-EXEC.
           IF MNT-RESP NOT = DFHRESP(NORMAL)
              GO TO 700-END-CHG.
           IF RCH-LOB NOT = LOBI OR RCH-PROV NOT = PROVI
              GO TO 700-END-CHG.
           MOVE RCH-EFF-DATE TO WID-EFF-DATE.
           IF RCH-TIERED-RATE
              MOVE RCH-AGE-LOW TO WID-AGE-LOW
              MOVE RCH-SEX     TO WID-SEX
           ELSE
              MOVE '000'       TO WID-AGE-LOW
              MOVE SPACE       TO WID-SEX.
           IF WRK-IDENT = NEW-IDENT
              MOVE 'A CHANGE IS ALREADY OUTSTANDING FOR THAT RATE ROW'
                   TO MSGO
              GO TO 700-END-CHG.
           IF OUT-CNT >= OUT-MAX
              MOVE 'TOO MANY CHANGES OUTSTANDING - WAIT FOR THE APPLY'
                   TO MSGO
              GO TO 700-END-CHG.
           ADD 1 TO OUT-CNT.
           MOVE RCH-ACTION    TO OUT-ACTION (OUT-CNT).
           MOVE WRK-IDENT     TO OUT-IDENT (OUT-CNT).
           MOVE RCH-EFF-DATE  TO OUT-EFF-DATE (OUT-CNT).
           MOVE RCH-END-DATE  TO OUT-END-DATE (OUT-CNT).
           MOVE RCH-TIER-IND  TO OUT-TIER-IND (OUT-CNT).
           MOVE RCH-AGE-LOW   TO OUT-AGE-LOW (OUT-CNT).
           MOVE RCH-AGE-HIGH  TO OUT-AGE-HIGH (OUT-CNT).
           MOVE RCH-SEX       TO OUT-SEX (OUT-CNT).
           GO TO 700-NEXT-CHG.
       700-END-CHG.
           EXEC CICS ENDBR FILE('RATECHG') RESP(MNT-RESP)
           END-EXEC.
       700-EXIT.
           EXIT.
      *
      * A CORRECTION OR DELETE NEEDS THE ROW ON THE CURRENT RATES.
      *  A CORRECTION MAY NOT SWITCH A ROW BETWEEN TIERED AND FLAT -
      *  THAT CHANGES HOW THE ROW IS IDENTIFIED.
       720-READ-TARGET.
           MOVE LOBI      TO RMS-LOB.
           MOVE PROVI     TO RMS-PROV.
           MOVE NEW-IDENT TO RMS-KEY (12:12).
           EXEC CICS READ FILE('RATEMAST') INTO(RATEMAST-REC)
                RIDFLD(RMS-KEY) RESP(MNT-RESP)
           END-EXEC.
           IF MNT-RESP = DFHRESP(NOTFND)
              MOVE 'RATE ROW NOT ON FILE FOR THAT EFFECTIVE DATE/TIER'
                   TO MSGO
              GO TO 720-EXIT.
           IF MNT-RESP NOT = DFHRESP(NORMAL)
              MOVE 'RATEMAST READ ERROR - CONTACT OPERATIONS' TO MSGO
              GO TO 720-EXIT.
           IF FUNCI = 'C'
              AND RMS-TIER-IND NOT = TIERI
              MOVE 'TIERED CANNOT BE CORRECTED - DELETE AND ADD'
                   TO MSGO.
       720-EXIT.
           EXIT.
      *
      * COMPARE THE KEYED ROW WITH EVERY CURRENT ROW FOR THE
      *  PROVIDER/LOB, SKIPPING THE ROW BEING CORRECTED AND ANY ROW
      *  AN OUTSTANDING CHANGE WILL REPLACE OR REMOVE, THEN WITH THE
      *  ROW EACH OUTSTANDING ADD OR CORRECTION WILL LEAVE BEHIND.
       740-CHECK-OVERLAP.
           MOVE EFFDTI       TO CN-EFF-DATE.
           MOVE NEW-END-WORK TO CN-END-DATE.
           MOVE TIERI        TO CN-TIER-IND.
           MOVE AGELOI       TO CN-AGE-LOW.
           MOVE AGEHII       TO CN-AGE-HIGH.
           MOVE SEXI         TO CN-SEX.
           MOVE LOW-VALUES   TO RMS-KEY.
           MOVE LOBI         TO RMS-LOB.
           MOVE PROVI        TO RMS-PROV.
           EXEC CICS STARTBR FILE('RATEMAST') RIDFLD(RMS-KEY)
                GTEQ RESP(MNT-RESP)
           END-EXEC.
           IF MNT-RESP NOT = DFHRESP(NORMAL)
              GO TO 740-CHECK-OUTSTANDING.
       740-NEXT-ROW.
           EXEC CICS READNEXT FILE('RATEMAST') INTO(RATEMAST-REC)
                RIDFLD(RMS-KEY) RESP(MNT-RESP)
           END-EXEC.
           IF MNT-RESP NOT = DFHRESP(NORMAL)
              GO TO 740-END-ROWS.
           IF RMS-LOB NOT = LOBI OR RMS-PROV NOT = PROVI
              GO TO 740-END-ROWS.
           MOVE RMS-KEY (12:12) TO WRK-IDENT.
           IF FUNCI = 'C' AND WRK-IDENT = NEW-IDENT
              GO TO 740-NEXT-ROW.
           MOVE 'N' TO SKIP-ROW-SW.
           PERFORM 750-CHECK-REPLACED THRU 750-EXIT.
           IF SKIP-ROW
              GO TO 740-NEXT-ROW.
           MOVE RMS-EFF-DATE  TO CO-EFF-DATE.
           MOVE RMS-END-DATE  TO CO-END-DATE.
           MOVE RMS-TIER-IND  TO CO-TIER-IND.
           MOVE RMS-AGE-LOW   TO CO-AGE-LOW.
           MOVE RMS-AGE-HIGH  TO CO-AGE-HIGH.
           MOVE RMS-SEX       TO CO-SEX.
           PERFORM 760-COMPARE-ROWS THRU 760-EXIT.
           IF NOT ROWS-OVERLAP
              GO TO 740-NEXT-ROW.
           MOVE RMS-EFF-DATE TO OVM-EFF-DATE.
           MOVE ' ON FILE' TO OVM-TEXT.
           MOVE OVERLAP-MSG TO MSGO.
       740-END-ROWS.
           EXEC CICS ENDBR FILE('RATEMAST') RESP(MNT-RESP)
           END-EXEC.
           IF MSGO NOT = SPACES
              GO TO 740-EXIT.
       740-CHECK-OUTSTANDING.
           MOVE 1 TO OUT-IX.
       740-OUT-LOOP.
           IF OUT-IX > OUT-CNT
              GO TO 740-EXIT.
           IF OUT-ACTION (OUT-IX) = 'D'
              GO TO 740-OUT-NEXT.
           MOVE OUT-EFF-DATE (OUT-IX) TO CO-EFF-DATE.
           MOVE OUT-END-DATE (OUT-IX) TO CO-END-DATE.
           MOVE OUT-TIER-IND (OUT-IX) TO CO-TIER-IND.
           MOVE OUT-AGE-LOW (OUT-IX)  TO CO-AGE-LOW.
           MOVE OUT-AGE-HIGH (OUT-IX) TO CO-AGE-HIGH.
           MOVE OUT-SEX (OUT-IX)      TO CO-SEX.
           PERFORM 760-COMPARE-ROWS THRU 760-EXIT.
           IF ROWS-OVERLAP
              MOVE OUT-EFF-DATE (OUT-IX) TO OVM-EFF-DATE
              MOVE ' OUTSTANDING ON RATECHG' TO OVM-TEXT
              MOVE OVERLAP-MSG TO MSGO
              GO TO 740-EXIT.
       740-OUT-NEXT.
           ADD 1 TO OUT-IX.
           GO TO 740-OUT-LOOP.
       740-EXIT.
           EXIT.
      *
       750-CHECK-REPLACED.
           MOVE 1 TO OUT-IX.
       750-LOOP.
           IF OUT-IX > OUT-CNT
              GO TO 750-EXIT.
           IF OUT-IDENT (OUT-IX) = WRK-IDENT
              AND OUT-ACTION (OUT-IX) NOT = 'A'
              MOVE 'Y' TO SKIP-ROW-SW
              GO TO 750-EXIT.
           ADD 1 TO OUT-IX.
           GO TO 750-LOOP.
       750-EXIT.
           EXIT.
      *
      * TWO ROWS OVERLAP WHEN THEIR EFFECTIVE SPANS MEET AND EITHER
      *  ONE IS UNTIERED, OR BOTH ARE TIERED WITH AGE BANDS THAT MEET
      *  AND SEXES THAT CAN BOTH APPLY TO THE SAME MEMBER.
       760-COMPARE-ROWS.
           MOVE 'N' TO OVERLAP-SW.
           IF CO-END-OPEN
              MOVE '99999999' TO CO-END-DATE.
           IF CN-EFF-DATE > CO-END-DATE
              OR CO-EFF-DATE > CN-END-DATE
              GO TO 760-EXIT.
           IF CN-TIER-IND NOT = 'T' OR CO-TIER-IND NOT = 'T'
              MOVE 'Y' TO OVERLAP-SW
              GO TO 760-EXIT.
           IF CN-AGE-LOW > CO-AGE-HIGH
              OR CO-AGE-LOW > CN-AGE-HIGH
              GO TO 760-EXIT.
           IF CN-SEX NOT = SPACE AND CO-SEX NOT = SPACE
              AND CN-SEX NOT = CO-SEX
              GO TO 760-EXIT.
           MOVE 'Y' TO OVERLAP-SW.
       760-EXIT.
           EXIT.
      *
       890-SEND-DATAONLY.
           EXEC CICS SEND MAP('SAMPRMT') MAPSET('SAMPRMTM')
                FROM(SAMPRMTO) DATAONLY
           END-EXEC.
           GO TO 980-RETURN-TRANSID.
      *
       900-END-SESSION.
           EXEC CICS SEND TEXT
                FROM(END-MESSAGE) LENGTH(18) ERASE FREEKB
           END-EXEC.
           EXEC CICS RETURN
           END-EXEC.
      *
       980-RETURN-TRANSID.
           EXEC CICS RETURN TRANSID('CRMT')
                COMMAREA(COMM-AREA) LENGTH(26)
           END-EXEC.
