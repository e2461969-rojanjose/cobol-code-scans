       IDENTIFICATION DIVISION.
       PROGRAM-ID.  SAMPSMNT.
       DATE-COMPILED.
      *---------------------------------------------------------------*
      *                                                               *
      * ONLINE REJECT SUSPENSE MAINTENANCE (TRANSACTION CSUS).        *
      *  EVERY RECORD REJECTED BY THE NIGHTLY EDIT OR MATCH IS HELD   *
      *  ON THE SUSPENSE KSDS BY THE SAMPSUSP BATCH STEP UNTIL IT IS  *
      *  RESOLVED.  ENROLLMENT KEYS THE ITEM'S SOURCE, LOB AND ITEM   *
      *  IDENTITY AND A FUNCTION -                                    *
      *    BLANK = SHOW THE ITEM                                      *
      *    N     = SHOW THE NEXT ITEM ON FILE (FROM THE TOP WHEN NO   *
      *            ITEM IS ON THE SCREEN)                             *
      *    C     = SAVE THE CORRECTED RECORD KEYED BELOW THE ITEM     *
      *    W     = WITHDRAW THE ITEM - IT WILL NOT BE RECYCLED        *
      *  C AND W APPLY TO THE ITEM LAST SHOWN, SO THE OPERATOR HAS    *
      *  ALWAYS SEEN WHAT IS BEING CHANGED.                           *
      *                                                               *
      * ONLY ELIGIBILITY ITEMS ARE CORRECTED HERE.  THE CORRECTED     *
      *  RECORD IS EDITED THE WAY SAMPEDIT EDITS THE FEED (NUMERIC    *
      *  PROVIDER AND LOB, VALID DATES) AND STARTS FROM THE REJECTED  *
      *  IMAGE, SO COLUMNS NOT ON THE SCREEN PASS THROUGH.  THE NEXT  *
      *  MATCH RUN RECYCLES IT (SAMPSRCY) AND A CLEAN RUN CLEARS THE  *
      *  ITEM.  A REJECTED RATE ROW IS CORRECTED THROUGH CRMT; IT MAY *
      *  ONLY BE WITHDRAWN HERE.                                      *
      *                                                               *
      * THE SUSPENSE FILE IS CLOSED TO THE REGION WHILE THE NIGHTLY   *
      *  MATCH JOB RELOADS IT.                                        *
      *                                                               *
      * PF3 OR CLEAR ENDS THE SESSION.  ABENDS ARE COVERED BY THE     *
      *  REGION ABEND HANDLER (COBABEND).                             *
      *                                                               *
      * MAPSET SAMPSMTM / MAP SAMPSMT - SYMBOLIC MAP CODED IN LINE    *
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
      *
      * THE ITEM ON THE SCREEN IS CARRIED BETWEEN INTERACTIONS SO A
      *  C OR W APPLIES TO EXACTLY THE ITEM THE OPERATOR LOOKED AT,
      *  AND N CARRIES ON FROM IT.
       01  COMM-AREA.
           05 CA-FLAG          PIC X(1).
           05 CA-ITEM-KEY      PIC X(24).
      *
       01  END-MESSAGE         PIC X(18) VALUE
                                   'CSUS SESSION ENDED'.
      *
      * ONE RECORD PER SUSPENSE ITEM ON THE SUSPENSE KSDS
      *  (KEYS(24 0)) - KEPT IN STEP WITH SAMPSUSP AND SAMPSRCY.
      *  THE CONTROL RECORD, KEYED '*SUSPENSE CONTROL', IS PASSED
      *  OVER.
       01  SUSPENSE-REC.
           05 SUS-KEY.
              10 SUS-SOURCE     PIC X(1).
                 88 SUS-SRC-CAP     VALUE 'C'.
                 88 SUS-SRC-ELG     VALUE 'E'.
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
      *
       01  SCREEN-KEY.
           05 SCK-SOURCE        PIC X(1).
           05 SCK-LOB           PIC X(2).
           05 SCK-ID            PIC X(21).
      *
      * AN ELIGIBILITY RECORD (COMP-ELG LAYOUT) BEING SHOWN OR BUILT.
       01  ELG-IMAGE.
           05 ELI-PRSN          PIC X(12).
           05 FILLER            PIC X.
           05 ELI-PROV          PIC X(9).
           05 ELI-PREMIUM       PIC 9(5)V99.
           05 ELI-PREMIUM-X REDEFINES ELI-PREMIUM.
              10 ELI-PREM-DLR   PIC X(5).
              10 ELI-PREM-CENTS PIC X(2).
           05 ELI-EFF-DATE      PIC X(8).
           05 ELI-TRM-DATE      PIC X(8).
           05 ELI-DOB           PIC X(8).
           05 ELI-SEX           PIC X(1).
           05 ELI-LOB           PIC X(2).
           05 FILLER            PIC X(24).
      *
       01  EDIT-DATE.
           05 EDT-YYYY         PIC X(4).
           05 EDT-MM           PIC X(2).
           05 EDT-DD           PIC X(2).
       01  DATE-OK-SW          PIC X VALUE 'N'.
           88 DATE-OK              VALUE 'Y'.
      *
       01  EDIT-PREM           PIC X(8).
       01  EDIT-PREM-R REDEFINES EDIT-PREM.
           05 EPR-DLR          PIC X(5).
           05 EPR-POINT        PIC X(1).
           05 EPR-CENTS        PIC X(2).
       01  SHOW-PREM           PIC 9(5).99.
       01  SHOW-TIMES          PIC ZZZZ9.
      *
       01  FOUND-ITEM-SW       PIC X VALUE 'N'.
           88 FOUND-ITEM           VALUE 'Y'.
      *
      * SYMBOLIC MAP FOR MAPSET SAMPSMTM, MAP SAMPSMT (TIOAPFX=YES).
       01  SAMPSMTI.
           05 FILLER           PIC X(12).
           05 SRCL             PIC S9(4) COMP.
           05 SRCF             PIC X.
           05 SRCI             PIC X(1).
           05 LOBL             PIC S9(4) COMP.
           05 LOBF             PIC X.
           05 LOBI             PIC X(2).
           05 ITEMIDL          PIC S9(4) COMP.
           05 ITEMIDF          PIC X.
           05 ITEMIDI          PIC X(21).
           05 FUNCL            PIC S9(4) COMP.
           05 FUNCF            PIC X.
           05 FUNCI            PIC X(1).
           05 STATL            PIC S9(4) COMP.
           05 STATF            PIC X.
           05 STATI            PIC X(12).
           05 REASONL          PIC S9(4) COMP.
           05 REASONF          PIC X.
           05 REASONI          PIC X(30).
           05 FIRSTL           PIC S9(4) COMP.
           05 FIRSTF           PIC X.
           05 FIRSTI           PIC X(8).
           05 LASTL            PIC S9(4) COMP.
           05 LASTF            PIC X.
           05 LASTI            PIC X(8).
           05 TIMESL           PIC S9(4) COMP.
           05 TIMESF           PIC X.
           05 TIMESI           PIC X(5).
           05 DATA1L           PIC S9(4) COMP.
           05 DATA1F           PIC X.
           05 DATA1I           PIC X(40).
           05 DATA2L           PIC S9(4) COMP.
           05 DATA2F           PIC X.
           05 DATA2I           PIC X(40).
           05 PRSNL            PIC S9(4) COMP.
           05 PRSNF            PIC X.
           05 PRSNI            PIC X(12).
           05 PROVL            PIC S9(4) COMP.
           05 PROVF            PIC X.
           05 PROVI            PIC X(9).
           05 CLOBL            PIC S9(4) COMP.
           05 CLOBF            PIC X.
           05 CLOBI            PIC X(2).
           05 PREML            PIC S9(4) COMP.
           05 PREMF            PIC X.
           05 PREMI            PIC X(8).
           05 EFFDTL           PIC S9(4) COMP.
           05 EFFDTF           PIC X.
           05 EFFDTI           PIC X(8).
           05 TRMDTL           PIC S9(4) COMP.
           05 TRMDTF           PIC X.
           05 TRMDTI           PIC X(8).
           05 DOBL             PIC S9(4) COMP.
           05 DOBF             PIC X.
           05 DOBI             PIC X(8).
           05 SEXL             PIC S9(4) COMP.
           05 SEXF             PIC X.
           05 SEXI             PIC X(1).
           05 CORBYL           PIC S9(4) COMP.
           05 CORBYF           PIC X.
           05 CORBYI           PIC X(8).
           05 CORDTL           PIC S9(4) COMP.
           05 CORDTF           PIC X.
           05 CORDTI           PIC X(8).
           05 MSGL             PIC S9(4) COMP.
           05 MSGF             PIC X.
           05 MSGI             PIC X(70).
       01  SAMPSMTO REDEFINES SAMPSMTI.
           05 FILLER           PIC X(12).
           05 FILLER           PIC X(3).
           05 SRCO             PIC X(1).
           05 FILLER           PIC X(3).
           05 LOBO             PIC X(2).
           05 FILLER           PIC X(3).
           05 ITEMIDO          PIC X(21).
           05 FILLER           PIC X(3).
           05 FUNCO            PIC X(1).
           05 FILLER           PIC X(3).
           05 STATO            PIC X(12).
           05 FILLER           PIC X(3).
           05 REASONO          PIC X(30).
           05 FILLER           PIC X(3).
           05 FIRSTO           PIC X(8).
           05 FILLER           PIC X(3).
           05 LASTO            PIC X(8).
           05 FILLER           PIC X(3).
           05 TIMESO           PIC X(5).
           05 FILLER           PIC X(3).
           05 DATA1O           PIC X(40).
           05 FILLER           PIC X(3).
           05 DATA2O           PIC X(40).
           05 FILLER           PIC X(3).
           05 PRSNO            PIC X(12).
           05 FILLER           PIC X(3).
           05 PROVO            PIC X(9).
           05 FILLER           PIC X(3).
           05 CLOBO            PIC X(2).
           05 FILLER           PIC X(3).
           05 PREMO            PIC X(8).
           05 FILLER           PIC X(3).
           05 EFFDTO           PIC X(8).
           05 FILLER           PIC X(3).
           05 TRMDTO           PIC X(8).
           05 FILLER           PIC X(3).
           05 DOBO             PIC X(8).
           05 FILLER           PIC X(3).
           05 SEXO             PIC X(1).
           05 FILLER           PIC X(3).
           05 CORBYO           PIC X(8).
           05 FILLER           PIC X(3).
           05 CORDTO           PIC X(8).
           05 FILLER           PIC X(3).
           05 MSGO             PIC X(70).
      *
           COPY DFHAID.
      *
       LINKAGE SECTION.
       01  DFHCOMMAREA         PIC X(25).
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
           MOVE LOW-VALUES TO SAMPSMTI.
           MOVE SPACES TO COMM-AREA.
           MOVE 'ENTER SOURCE, LOB AND ITEM - OR FUNCTION N TO BROWSE'
                TO MSGO.
           EXEC CICS SEND MAP('SAMPSMT') MAPSET('SAMPSMTM')
                FROM(SAMPSMTO) ERASE
           END-EXEC.
           GO TO 980-RETURN-TRANSID.
      *
       200-PROCESS-REQUEST.
           MOVE LOW-VALUES TO SAMPSMTI.
           EXEC CICS RECEIVE MAP('SAMPSMT') MAPSET('SAMPSMTM')
                INTO(SAMPSMTI) RESP(MNT-RESP)
           END-EXEC.
           IF MNT-RESP = DFHRESP(MAPFAIL)
              GO TO 100-FIRST-TIME.
           IF MNT-RESP NOT = DFHRESP(NORMAL)
              MOVE 'MAP RECEIVE ERROR - PLEASE RE-ENTER' TO MSGO
              GO TO 890-SEND-DATAONLY.
           PERFORM 210-CLEAR-LOW-VALUES.
           IF FUNCI = 'N'
              GO TO 600-NEXT-ITEM.
           IF SRCI NOT = 'E' AND SRCI NOT = 'C'
              MOVE 'SOURCE MUST BE E OR C' TO MSGO
              GO TO 890-SEND-DATAONLY.
           IF ITEMIDI = SPACES
              MOVE 'ITEM REQUIRED - OR FUNCTION N TO BROWSE' TO MSGO
              GO TO 890-SEND-DATAONLY.
           MOVE SRCI    TO SCK-SOURCE.
           MOVE LOBI    TO SCK-LOB.
           MOVE ITEMIDI TO SCK-ID.
           IF FUNCI = SPACE
              GO TO 500-SHOW-ITEM.
           IF FUNCI NOT = 'C' AND FUNCI NOT = 'W'
              MOVE 'FUNCTION MUST BE BLANK, N, C OR W' TO MSGO
              GO TO 890-SEND-DATAONLY.
           IF CA-ITEM-KEY NOT = SCREEN-KEY
              MOVE 'SHOW THE ITEM FIRST - BLANK FUNCTION' TO MSGO
              GO TO 890-SEND-DATAONLY.
           IF FUNCI = 'W'
              GO TO 800-WITHDRAW-ITEM.
           GO TO 700-CORRECT-ITEM.
      *
      * FIELDS THE OPERATOR LEFT EMPTY COME BACK AS LOW-VALUES -
      *  TREAT THEM AS BLANK FROM HERE ON.
       210-CLEAR-LOW-VALUES.
           IF SRCI    = LOW-VALUES MOVE SPACES TO SRCI.
           IF LOBI    = LOW-VALUES MOVE SPACES TO LOBI.
           IF ITEMIDI = LOW-VALUES MOVE SPACES TO ITEMIDI.
           IF FUNCI   = LOW-VALUES MOVE SPACES TO FUNCI.
           IF PRSNI   = LOW-VALUES MOVE SPACES TO PRSNI.
           IF PROVI   = LOW-VALUES MOVE SPACES TO PROVI.
           IF CLOBI   = LOW-VALUES MOVE SPACES TO CLOBI.
           IF PREMI   = LOW-VALUES MOVE SPACES TO PREMI.
           IF EFFDTI  = LOW-VALUES MOVE SPACES TO EFFDTI.
           IF TRMDTI  = LOW-VALUES MOVE SPACES TO TRMDTI.
           IF DOBI    = LOW-VALUES MOVE SPACES TO DOBI.
           IF SEXI    = LOW-VALUES MOVE SPACES TO SEXI.
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
       500-SHOW-ITEM.
           MOVE SCREEN-KEY TO SUS-KEY.
           EXEC CICS READ FILE('SUSPENSE') INTO(SUSPENSE-REC)
                RIDFLD(SUS-KEY) RESP(MNT-RESP)
           END-EXEC.
           IF MNT-RESP = DFHRESP(NOTFND)
              MOVE SPACES TO CA-ITEM-KEY
              PERFORM 560-CLEAR-ITEM
              MOVE 'ITEM NOT ON SUSPENSE' TO MSGO
              GO TO 890-SEND-DATAONLY.
           IF MNT-RESP NOT = DFHRESP(NORMAL)
              MOVE 'SUSPENSE READ ERROR - CONTACT OPERATIONS' TO MSGO
              GO TO 890-SEND-DATAONLY.
           PERFORM 550-FORMAT-ITEM THRU 550-EXIT.
           GO TO 890-SEND-DATAONLY.
      *
      * PUT THE ITEM ON THE SCREEN AND REMEMBER IT.  AN ELIGIBILITY
      *  ITEM'S CORRECTION FIELDS SHOW THE CORRECTION ALREADY SAVED,
      *  OR THE REJECTED RECORD READY TO BE CORRECTED.
       550-FORMAT-ITEM.
           MOVE SUS-KEY        TO CA-ITEM-KEY.
           MOVE SUS-SOURCE     TO SRCO.
           MOVE SUS-LOB        TO LOBO.
           MOVE SUS-ID         TO ITEMIDO.
           MOVE SPACES         TO FUNCO.
           IF SUS-OPEN
              MOVE 'OPEN'      TO STATO
           ELSE
              IF SUS-CORRECTED
                 MOVE 'CORRECTED' TO STATO
              ELSE
                 MOVE 'WITHDRAWN' TO STATO
              END-IF
           END-IF.
           MOVE SUS-REASON     TO REASONO.
           MOVE SUS-FIRST-DATE TO FIRSTO.
           MOVE SUS-LAST-DATE  TO LASTO.
           MOVE SUS-TIMES-SEEN TO SHOW-TIMES.
           MOVE SHOW-TIMES     TO TIMESO.
           MOVE SUS-DATA (1:40)  TO DATA1O.
           MOVE SUS-DATA (41:40) TO DATA2O.
           MOVE SUS-CORR-OPER  TO CORBYO.
           MOVE SUS-CORR-DATE  TO CORDTO.
           IF SUS-SRC-CAP
              MOVE SPACES TO PRSNO PROVO CLOBO PREMO EFFDTO
                             TRMDTO DOBO SEXO
              MOVE 'RATE ROW - CORRECT THROUGH CRMT, OR W TO WITHDRAW'
                   TO MSGO
              GO TO 550-EXIT.
           IF SUS-CORRECTED
              MOVE SUS-CORR-DATA TO ELG-IMAGE
           ELSE
              MOVE SUS-DATA      TO ELG-IMAGE.
           MOVE ELI-PRSN       TO PRSNO.
           MOVE ELI-PROV       TO PROVO.
           MOVE ELI-LOB        TO CLOBO.
           IF ELI-PREMIUM-X NUMERIC
              MOVE ELI-PREMIUM TO SHOW-PREM
              MOVE SHOW-PREM   TO PREMO
           ELSE
              MOVE ELI-PREMIUM-X TO PREMO.
           MOVE ELI-EFF-DATE   TO EFFDTO.
           MOVE ELI-TRM-DATE   TO TRMDTO.
           MOVE ELI-DOB        TO DOBO.
           MOVE ELI-SEX        TO SEXO.
           IF SUS-WITHDRAWN
              MOVE 'ITEM IS WITHDRAWN - CLEARED AT THE NEXT CYCLE'
                   TO MSGO
           ELSE
              MOVE 'KEY THE CORRECTED RECORD AND C, OR W TO WITHDRAW'
                   TO MSGO.
       550-EXIT.
           EXIT.
      *
       560-CLEAR-ITEM.
           MOVE SPACES TO STATO REASONO FIRSTO LASTO TIMESO
                          DATA1O DATA2O PRSNO PROVO CLOBO PREMO
                          EFFDTO TRMDTO DOBO SEXO CORBYO CORDTO.
      *
      * N - THE NEXT ITEM AFTER THE ONE ON THE SCREEN, OR THE FIRST
      *  ONE AT OR AFTER THE KEY ENTERED, OR THE FIRST ON FILE.
       600-NEXT-ITEM.
           MOVE 'N' TO FOUND-ITEM-SW.
           IF CA-ITEM-KEY NOT = SPACES
              MOVE CA-ITEM-KEY TO SUS-KEY
           ELSE
              IF SRCI NOT = SPACE
                 MOVE SRCI    TO SUS-SOURCE
                 MOVE LOBI    TO SUS-LOB
                 MOVE ITEMIDI TO SUS-ID
              ELSE
                 MOVE LOW-VALUES TO SUS-KEY.
           EXEC CICS STARTBR FILE('SUSPENSE') RIDFLD(SUS-KEY)
                GTEQ RESP(MNT-RESP)
           END-EXEC.
           IF MNT-RESP NOT = DFHRESP(NORMAL)
              GO TO 630-NEXT-DONE.
       610-READ-NEXT.
           EXEC CICS READNEXT FILE('SUSPENSE') INTO(SUSPENSE-REC)
                RIDFLD(SUS-KEY) RESP(MNT-RESP)
           END-EXEC.
           IF MNT-RESP NOT = DFHRESP(NORMAL)
              GO TO 620-END-BROWSE.
           IF SUS-SRC-CTL OR SUS-KEY = CA-ITEM-KEY
              GO TO 610-READ-NEXT.
           MOVE 'Y' TO FOUND-ITEM-SW.
       620-END-BROWSE.
           EXEC CICS ENDBR FILE('SUSPENSE') RESP(MNT-RESP)
           END-EXEC.
       630-NEXT-DONE.
           IF FOUND-ITEM
              PERFORM 550-FORMAT-ITEM THRU 550-EXIT
           ELSE
              MOVE SPACES TO CA-ITEM-KEY SRCO LOBO ITEMIDO FUNCO
              PERFORM 560-CLEAR-ITEM
              MOVE 'END OF SUSPENSE - N AGAIN STARTS FROM THE TOP'
                   TO MSGO.
           GO TO 890-SEND-DATAONLY.
      *
      * C - SAVE THE CORRECTED RECORD ON THE ITEM SHOWN.  A RATE ROW
      *  IS CORRECTED THROUGH CRMT AND NEVER HERE.
       700-CORRECT-ITEM.
           IF SRCI = 'C'
              MOVE 'RATE ROWS ARE CORRECTED THROUGH CRMT - W WITHDRAWS'
                   TO MSGO
              GO TO 890-SEND-DATAONLY.
           MOVE SPACES TO MSGO.
           PERFORM 720-EDIT-CORRECTION THRU 720-EXIT.
           IF MSGO NOT = SPACES
              GO TO 890-SEND-DATAONLY.
           MOVE SCREEN-KEY TO SUS-KEY.
           EXEC CICS READ FILE('SUSPENSE') INTO(SUSPENSE-REC)
                RIDFLD(SUS-KEY) UPDATE RESP(MNT-RESP)
           END-EXEC.
           IF MNT-RESP = DFHRESP(NOTFND)
              MOVE SPACES TO CA-ITEM-KEY
              MOVE 'ITEM IS NO LONGER ON SUSPENSE' TO MSGO
              GO TO 890-SEND-DATAONLY.
           IF MNT-RESP NOT = DFHRESP(NORMAL)
              MOVE 'SUSPENSE READ ERROR - CONTACT OPERATIONS' TO MSGO
              GO TO 890-SEND-DATAONLY.
           IF SUS-WITHDRAWN
              EXEC CICS UNLOCK FILE('SUSPENSE') RESP(MNT-RESP)
              END-EXEC
              MOVE 'ITEM IS WITHDRAWN - CLEARED AT THE NEXT CYCLE'
                   TO MSGO
              GO TO 890-SEND-DATAONLY.
      * START FROM THE REJECTED IMAGE SO THE COLUMNS NOT ON THE
      *  SCREEN PASS THROUGH AS THE FEED SENT THEM.
           MOVE SUS-DATA  TO ELG-IMAGE.
           MOVE PRSNI     TO ELI-PRSN.
           MOVE PROVI     TO ELI-PROV.
           MOVE EPR-DLR   TO ELI-PREM-DLR.
           MOVE EPR-CENTS TO ELI-PREM-CENTS.
           MOVE EFFDTI    TO ELI-EFF-DATE.
           MOVE TRMDTI    TO ELI-TRM-DATE.
           MOVE DOBI      TO ELI-DOB.
           MOVE SEXI      TO ELI-SEX.
           MOVE CLOBI     TO ELI-LOB.
           MOVE ELG-IMAGE TO SUS-CORR-DATA.
           MOVE 'C'       TO SUS-STATUS.
           EXEC CICS ASSIGN USERID(SUS-CORR-OPER)
           END-EXEC.
           EXEC CICS ASKTIME ABSTIME(MNT-ABSTIME)
           END-EXEC.
           EXEC CICS FORMATTIME ABSTIME(MNT-ABSTIME)
                YYYYMMDD(SUS-CORR-DATE)
           END-EXEC.
           EXEC CICS REWRITE FILE('SUSPENSE') FROM(SUSPENSE-REC)
                RESP(MNT-RESP)
           END-EXEC.
           IF MNT-RESP NOT = DFHRESP(NORMAL)
              MOVE 'SUSPENSE REWRITE ERROR - CONTACT OPERATIONS'
                   TO MSGO
              GO TO 890-SEND-DATAONLY.
           PERFORM 550-FORMAT-ITEM THRU 550-EXIT.
           MOVE 'CORRECTION SAVED - RECYCLED INTO THE NEXT MATCH'
                TO MSGO.
           GO TO 890-SEND-DATAONLY.
      *
      * EDIT THE CORRECTED RECORD AS SAMPEDIT EDITS THE FEED.  ANY
      *  COMPLAINT GOES TO THE MESSAGE FIELD FOR THE CALLER TO TEST.
       720-EDIT-CORRECTION.
           IF PRSNI = SPACES
              MOVE 'PERSON NUMBER REQUIRED' TO MSGO
              GO TO 720-EXIT.
           IF PROVI NOT NUMERIC
              MOVE 'PROVIDER NUMBER MUST BE 9 DIGITS' TO MSGO
              GO TO 720-EXIT.
           IF CLOBI NOT NUMERIC
              MOVE 'LOB MUST BE 2 DIGITS' TO MSGO
              GO TO 720-EXIT.
           MOVE PREMI TO EDIT-PREM.
           IF EPR-DLR NOT NUMERIC OR EPR-POINT NOT = '.'
              OR EPR-CENTS NOT NUMERIC
              MOVE 'PREMIUM MUST BE KEYED 99999.99' TO MSGO
              GO TO 720-EXIT.
           MOVE EFFDTI TO EDIT-DATE.
           PERFORM 320-EDIT-DATE THRU 320-EXIT.
           IF NOT DATE-OK
              MOVE 'ELIG EFFECTIVE DATE REQUIRED - VALID YYYYMMDD'
                   TO MSGO
              GO TO 720-EXIT.
           IF TRMDTI NOT = SPACES AND TRMDTI NOT = '00000000'
              AND TRMDTI NOT = '99999999'
              MOVE TRMDTI TO EDIT-DATE
              PERFORM 320-EDIT-DATE THRU 320-EXIT
              IF NOT DATE-OK
                 MOVE 'TERM DATE MUST BE BLANK OR A VALID YYYYMMDD'
                      TO MSGO
                 GO TO 720-EXIT
              END-IF
              IF TRMDTI < EFFDTI
                 MOVE 'TERM DATE IS BEFORE THE EFFECTIVE DATE' TO MSGO
                 GO TO 720-EXIT
              END-IF
           END-IF.
           MOVE DOBI TO EDIT-DATE.
           PERFORM 320-EDIT-DATE THRU 320-EXIT.
           IF NOT DATE-OK
              MOVE 'DATE OF BIRTH REQUIRED - VALID YYYYMMDD' TO MSGO
              GO TO 720-EXIT.
           IF SEXI NOT = 'M' AND SEXI NOT = 'F'
              MOVE 'SEX MUST BE M OR F' TO MSGO.
       720-EXIT.
           EXIT.
      *
      * W - WITHDRAW THE ITEM SHOWN.  IT STAYS ON FILE, NOT RECYCLED,
      *  UNTIL THE NEXT CLEAN CYCLE CLEARS IT TO THE RESOLUTION LOG.
       800-WITHDRAW-ITEM.
           MOVE SCREEN-KEY TO SUS-KEY.
           EXEC CICS READ FILE('SUSPENSE') INTO(SUSPENSE-REC)
                RIDFLD(SUS-KEY) UPDATE RESP(MNT-RESP)
           END-EXEC.
           IF MNT-RESP = DFHRESP(NOTFND)
              MOVE SPACES TO CA-ITEM-KEY
              MOVE 'ITEM IS NO LONGER ON SUSPENSE' TO MSGO
              GO TO 890-SEND-DATAONLY.
           IF MNT-RESP NOT = DFHRESP(NORMAL)
              MOVE 'SUSPENSE READ ERROR - CONTACT OPERATIONS' TO MSGO
              GO TO 890-SEND-DATAONLY.
           IF SUS-WITHDRAWN
              EXEC CICS UNLOCK FILE('SUSPENSE') RESP(MNT-RESP)
              END-EXEC
              MOVE 'ITEM WAS ALREADY WITHDRAWN' TO MSGO
              GO TO 890-SEND-DATAONLY.
           MOVE 'W' TO SUS-STATUS.
           EXEC CICS ASSIGN USERID(SUS-CORR-OPER)
           END-EXEC.
           EXEC CICS ASKTIME ABSTIME(MNT-ABSTIME)
           END-EXEC.
           EXEC CICS FORMATTIME ABSTIME(MNT-ABSTIME)
                YYYYMMDD(SUS-CORR-DATE)
           END-EXEC.
           EXEC CICS REWRITE FILE('SUSPENSE') FROM(SUSPENSE-REC)
                RESP(MNT-RESP)
           END-EXEC.
           IF MNT-RESP NOT = DFHRESP(NORMAL)
              MOVE 'SUSPENSE REWRITE ERROR - CONTACT OPERATIONS'
                   TO MSGO
              GO TO 890-SEND-DATAONLY.
           PERFORM 550-FORMAT-ITEM THRU 550-EXIT.
           MOVE 'ITEM WITHDRAWN - CLEARED FROM SUSPENSE AT NEXT CYCLE'
                TO MSGO.
           GO TO 890-SEND-DATAONLY.
      *
       890-SEND-DATAONLY.
           EXEC CICS SEND MAP('SAMPSMT') MAPSET('SAMPSMTM')
                FROM(SAMPSMTO) DATAONLY
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
           EXEC CICS RETURN TRANSID('CSUS')
                COMMAREA(COMM-AREA) LENGTH(25)
           END-EXEC.
