       IDENTIFICATION DIVISION.
       PROGRAM-ID.  SAMPSUSP.
       DATE-COMPILED.
      *---------------------------------------------------------------*
      *                                                               *
      * THIS PROGRAM UPDATES THE REJECT SUSPENSE FILE AFTER A CLEAN   *
      *  LIVE MATCH.  EVERY RECORD REJECTED THIS CYCLE - BY THE       *
      *  SAMPEDIT FRONT END (EDITREJ) OR BY THE MATCH ITSELF (REJECT, *
      *  E.G. NO RATE TIER COVERS MEMBER) - IS HELD ON SUSPENSE UNTIL *
      *  IT IS RESOLVED, SO NO MEMBER OR RATE ROW IS SILENTLY         *
      *  DROPPED FROM ONE CYCLE TO THE NEXT.                          *
      *                                                               *
      * A SUSPENSE ITEM IS KEYED BY SOURCE, LOB AND THE RECORD'S OWN  *
      *  IDENTITY AS IT CAME IN -                                     *
      *    E  ELIGIBILITY - PERSON AND PROVIDER                       *
      *    C  RATE ROW    - PROVIDER, EFFECTIVE DATE, AGE LOW, SEX    *
      *  AND CARRIES THE REASON, THE DATE FIRST AND LAST SEEN, THE    *
      *  NUMBER OF CYCLES IT HAS BEEN REJECTED AND THE LATEST         *
      *  REJECTED IMAGE.                                              *
      *                                                               *
      * THE OLD SUSPENSE FILE (UNLOADED AT THE START OF THE JOB) IS   *
      *  MATCHED AGAINST THIS CYCLE'S EVENTS, SORTED INTO SUSPENSE    *
      *  KEY ORDER -                                                  *
      *    REJECTED  - A NEW ITEM IS OPENED, OR AN EXISTING ONE IS    *
      *                SEEN AGAIN (COUNT, LAST DATE, REASON, IMAGE)   *
      *    RECYCLED  - THE ITEM WAS CORRECTED BY ENROLLMENT AND FED   *
      *                TO THIS MATCH BY SAMPSRCY                      *
      *    PRESENT   - THE RECORD WAS IN THIS CYCLE'S MATCH INPUT     *
      *  AN ITEM NOT REJECTED THIS CYCLE IS CLEARED WHEN IT WAS       *
      *  WITHDRAWN BY ENROLLMENT, RECYCLED, OR PASSED THE EDIT AND    *
      *  THE MATCH ON ITS OWN (THE FEED OR THE RATES FIXED IT); ANY   *
      *  OTHER ITEM IS KEPT.  EVERY CLEARED ITEM IS WRITTEN TO THE    *
      *  RESOLUTION LOG WITH THE DAY AND HOW IT WAS RESOLVED.         *
      *                                                               *
      * A CORRECTION IS RECYCLED ONCE, LIKE A CRMT RATE CHANGE, AND   *
      *  ENROLLMENT KEYS IT INTO THE SOURCE SYSTEM AS WELL.  A        *
      *  RECYCLED ITEM CLEARS EVEN WHEN THE EDIT REJECTED THE FEED'S  *
      *  UNCORRECTED COPY AGAIN THE SAME NIGHT - THAT COPY NEVER      *
      *  REACHED THE MATCH.  ONLY A MATCH REJECT OF THE CORRECTED     *
      *  RECORD ITSELF PUTS THE ITEM BACK TO OPEN.                    *
      *                                                               *
      * EDITREJ IS REWRITTEN EVERY RUN.  REJECT IS A RUNNING LOG, SO  *
      *  ONLY LINES DATED AFTER THE LAST LOAD (HELD ON THE SUSPENSE   *
      *  CONTROL RECORD) OR DATED TODAY ARE TAKEN.  A RECORD REJECTED *
      *  MORE THAN ONCE ON THE SAME DAY COUNTS AS ONE SIGHTING.       *
      *                                                               *
      * THE NEW SUSPENSE FILE IS WRITTEN FLAT, CONTROL RECORD FIRST,  *
      *  FOR THE FOLLOWING IDCAMS STEP TO RELOAD THE KSDS.            *
      *                                                               *
      *---------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *
           SELECT SUSP-IN       ASSIGN TO UT-S-SUSPIN.
           SELECT EDIT-REJ      ASSIGN TO UT-S-EDITREJ.
           SELECT MTCH-REJ      ASSIGN TO UT-S-REJECT.
           SELECT VAL-CAP       ASSIGN TO UT-S-VALCAP.
           SELECT MTCH-ELG      ASSIGN TO UT-S-MTCHELG.
           SELECT RCY-LIST      ASSIGN TO UT-S-RCYLIST.
           SELECT SUSP-NEW      ASSIGN TO UT-S-SUSPNEW.
           SELECT SUSP-LOG      ASSIGN TO UT-S-SUSPLOG.
           SELECT SORT-FILE     ASSIGN TO UT-S-SORTWK.
      *
       DATA DIVISION.
       FILE SECTION.
      *
       FD  SUSP-IN
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.

      * SUSPENSE RECORD AS HELD ON THE SUSPENSE KSDS (KEYS(24 0)) -
      *  KEPT IN STEP WITH SAMPSRCY AND SAMPSMNT.
       01  SUSP-REC.
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
      * THE CONTROL RECORD, KEYED '*SUSPENSE CONTROL', SORTS AHEAD OF
      *  EVERY ITEM.
       01  SUSP-CTL-REC.
           05 SCT-KEY           PIC X(24).
           05 SCT-LAST-LOAD     PIC X(8).
           05 FILLER            PIC X(228).

       FD  EDIT-REJ
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.

      * REJECT RECORD AS WRITTEN BY SAMPEDIT AND SAMPMTCH - KEPT IN
      *  STEP WITH THOSE PROGRAMS.
       01  EDIT-REJ-REC.
           05 ERJ-DATE          PIC X(8).
           05 FILLER            PIC X.
           05 ERJ-SOURCE        PIC X(8).
           05 FILLER            PIC X.
           05 ERJ-REASON        PIC X(30).
           05 FILLER            PIC X.
           05 ERJ-DATA          PIC X(80).

       FD  MTCH-REJ
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.

       01  MTCH-REJ-REC.
           05 MRJ-DATE          PIC X(8).
           05 FILLER            PIC X.
           05 MRJ-SOURCE        PIC X(8).
           05 FILLER            PIC X.
           05 MRJ-REASON        PIC X(30).
           05 FILLER            PIC X.
           05 MRJ-DATA          PIC X(80).

       FD  VAL-CAP
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.

       01  VAL-CAP-REC          PIC X(80).

       FD  MTCH-ELG
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.

       01  MTCH-ELG-REC         PIC X(80).

       FD  RCY-LIST
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.

      * RECYCLE LIST AS WRITTEN BY SAMPSRCY - KEPT IN STEP WITH THAT
      *  PROGRAM.
       01  RCY-REC.
           05 RCY-KEY           PIC X(24).
           05 FILLER            PIC X.
           05 RCY-DATE          PIC X(8).
           05 FILLER            PIC X(47).

       FD  SUSP-NEW
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.

       01  SUSP-NEW-REC         PIC X(260).

       FD  SUSP-LOG
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.

       01  SUSP-LOG-REC.
           05 SLG-DATE          PIC X(8).
           05 FILLER            PIC X.
           05 SLG-RESOLUTION    PIC X(24).
           05 FILLER            PIC X.
           05 SLG-KEY           PIC X(24).
           05 FILLER            PIC X.
           05 SLG-REASON        PIC X(30).
           05 FILLER            PIC X.
           05 SLG-FIRST-DATE    PIC X(8).
           05 FILLER            PIC X.
           05 SLG-TIMES-SEEN    PIC 9(5).
           05 FILLER            PIC X.
           05 SLG-CORR-OPER     PIC X(8).
           05 FILLER            PIC X.
           05 SLG-DATA          PIC X(80).
           05 FILLER            PIC X(6).

      * ONE EVENT PER REJECT, RECYCLE OR PRESENCE - TYPE 1 SORTS THE
      *  REJECTS OF A KEY FIRST, OLDEST DATE FIRST.
       SD  SORT-FILE.

       01  SORT-REC.
           05 EVT-KEY           PIC X(24).
           05 EVT-TYPE          PIC X(1).
              88 EVT-REJECTED       VALUE '1'.
              88 EVT-RECYCLED       VALUE '2'.
              88 EVT-PRESENT        VALUE '3'.
           05 EVT-DATE          PIC X(8).
           05 EVT-REASON        PIC X(30).
           05 EVT-DATA          PIC X(80).
           05 EVT-REJ-BY        PIC X(1).
              88 EVT-BY-MATCH       VALUE 'M'.

       WORKING-STORAGE SECTION.
       77  WKS-MESSAGE         PIC X(23) VALUE
                                   'WORKING-STORAGE SECTION'.

       77  SUSP-READ              PIC 9(7) COMP-3 VALUE 0.
       77  EDIT-REJ-TAKEN         PIC 9(7) COMP-3 VALUE 0.
       77  MTCH-REJ-TAKEN         PIC 9(7) COMP-3 VALUE 0.
       77  MTCH-REJ-PASSED        PIC 9(7) COMP-3 VALUE 0.
       77  REJ-SKIPPED            PIC 9(7) COMP-3 VALUE 0.
       77  RCY-READ               PIC 9(7) COMP-3 VALUE 0.
       77  PRESENT-RELEASED       PIC 9(7) COMP-3 VALUE 0.
       77  ITEMS-OPENED           PIC 9(7) COMP-3 VALUE 0.
       77  ITEMS-SEEN-AGAIN       PIC 9(7) COMP-3 VALUE 0.
       77  ITEMS-KEPT             PIC 9(7) COMP-3 VALUE 0.
       77  CLEARED-WITHDRAWN      PIC 9(7) COMP-3 VALUE 0.
       77  CLEARED-RECYCLED       PIC 9(7) COMP-3 VALUE 0.
       77  CLEARED-BY-FEED        PIC 9(7) COMP-3 VALUE 0.
       77  ITEMS-WRITTEN          PIC 9(7) COMP-3 VALUE 0.
      *
       01  RUN-DATE            PIC 9(8) VALUE 0.
       01  RUN-DATE-X REDEFINES RUN-DATE
                               PIC X(8).
       01  LAST-LOAD           PIC X(8) VALUE '00000000'.
       01  NEW-LAST-LOAD       PIC X(8) VALUE SPACES.
       01  CTL-FOUND-SW        PIC X VALUE 'N'.
           88 CTL-FOUND            VALUE 'Y'.
       01  CTL-KEY-VALUE       PIC X(24) VALUE '*SUSPENSE CONTROL'.
       01  NEW-CTL-REC.
           05 NCT-KEY          PIC X(24).
           05 NCT-LAST-LOAD    PIC X(8).
           05 FILLER           PIC X(228).
      *
      * AN ITEM OPENED THIS CYCLE IS BUILT HERE, LEAVING THE OLD
      *  ITEM WAITING IN THE SUSPENSE RECORD AREA UNTOUCHED.
       01  NEW-ITEM.
           05 NIT-KEY          PIC X(24).
           05 NIT-STATUS       PIC X(1).
           05 NIT-REASON       PIC X(30).
           05 NIT-FIRST-DATE   PIC X(8).
           05 NIT-LAST-DATE    PIC X(8).
           05 NIT-TIMES-SEEN   PIC 9(5).
           05 NIT-DATA         PIC X(80).
           05 FILLER           PIC X(104).
       01  LOG-RESOLUTION      PIC X(24) VALUE SPACES.
      *
       01  MATCH-FILES.
           05 NEED-SUS              PIC X VALUE 'Y'.
           05 NEED-GRP              PIC X VALUE 'Y'.
           05 EOF-SUS               PIC X VALUE 'N'.
           05 EOF-EVT               PIC X VALUE 'N'.
           05 SUS-MATCH-KEY         PIC X(24) VALUE SPACES.
           05 GRP-KEY               PIC X(24) VALUE SPACES.
      *
      * ONE KEY'S EVENTS GATHERED.  THE EVENT RETURNED AFTER THE LAST
      *  ONE OF A KEY IS HELD FOR THE NEXT GROUP.
       01  HELD-EVT-SW         PIC X VALUE 'N'.
           88 HELD-EVT             VALUE 'Y'.
       01  SORT-DONE-SW        PIC X VALUE 'N'.
           88 SORT-DONE            VALUE 'Y'.
       01  GRP-REJ-SW          PIC X VALUE 'N'.
           88 GRP-REJECTED         VALUE 'Y'.
       01  GRP-MREJ-SW         PIC X VALUE 'N'.
           88 GRP-MATCH-REJECTED   VALUE 'Y'.
       01  GRP-RCY-SW          PIC X VALUE 'N'.
           88 GRP-RECYCLED         VALUE 'Y'.
       01  GRP-PRES-SW         PIC X VALUE 'N'.
           88 GRP-PRESENT          VALUE 'Y'.
       77  GRP-DAYS               PIC 9(5) COMP-3 VALUE 0.
       01  GRP-FIRST-DATE      PIC X(8).
       01  GRP-LAST-DATE       PIC X(8).
       01  GRP-REASON          PIC X(30).
       01  GRP-DATA            PIC X(80).
      *
      * A REJECTED IMAGE BROKEN OUT FOR ITS SUSPENSE KEY.
       01  REJ-SOURCE-WORK     PIC X(8).
       01  REJ-DATA-WORK.
           05 RDW-CAP.
              10 RDC-PROV          PIC X(9).
              10 FILLER            PIC X(10).
              10 RDC-EFF-DATE      PIC X(8).
              10 FILLER            PIC X(9).
              10 RDC-AGE-LOW       PIC X(3).
              10 FILLER            PIC X(3).
              10 RDC-SEX           PIC X(1).
              10 RDC-LOB           PIC X(2).
              10 FILLER            PIC X(35).
           05 RDW-ELG REDEFINES RDW-CAP.
              10 RDE-PRSN          PIC X(12).
              10 FILLER            PIC X.
              10 RDE-PROV          PIC X(9).
              10 FILLER            PIC X(32).
              10 RDE-LOB           PIC X(2).
              10 FILLER            PIC X(24).
       01  KEY-WORK.
           05 KYW-SOURCE           PIC X(1).
           05 KYW-LOB              PIC X(2).
           05 KYW-ID               PIC X(21).
           05 KYW-CAP-ID REDEFINES KYW-ID.
              10 KYC-PROV          PIC X(9).
              10 KYC-EFF-DATE      PIC X(8).
              10 KYC-AGE-LOW       PIC X(3).
              10 KYC-SEX           PIC X(1).
           05 KYW-ELG-ID REDEFINES KYW-ID.
              10 KYE-PRSN          PIC X(12).
              10 KYE-PROV          PIC X(9).
       01  KEY-OK-SW           PIC X VALUE 'N'.
           88 KEY-OK               VALUE 'Y'.
      *
       PROCEDURE DIVISION.
       010-MAINLINE.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           MOVE RUN-DATE-X TO NEW-LAST-LOAD.
           OPEN INPUT  SUSP-IN.
           OPEN OUTPUT SUSP-NEW.
           OPEN EXTEND SUSP-LOG.
           PERFORM 020-READ-CONTROL THRU 020-EXIT.
           SORT SORT-FILE
               ON ASCENDING KEY EVT-KEY EVT-TYPE EVT-DATE
               INPUT PROCEDURE 100-RELEASE-EVENTS THRU 100-EXIT
               OUTPUT PROCEDURE 400-UPDATE-SUSPENSE THRU 400-EXIT.
           GO TO 990-PUBLISH-STATS.
      *
      * THE CONTROL RECORD IS FIRST ON THE UNLOAD.  WITHOUT ONE
      *  EVERY REJECT LINE ON FILE IS TAKEN, AND THE FIRST RECORD
      *  READ IS LEFT FOR THE MATCH.
       020-READ-CONTROL.
           READ SUSP-IN AT END
                MOVE 'Y' TO EOF-SUS
                MOVE HIGH-VALUES TO SUS-MATCH-KEY
                MOVE 'N' TO NEED-SUS
                DISPLAY 'SUSPENSE UNLOAD EMPTY - NO CONTROL RECORD'
                GO TO 020-EXIT.
           IF SCT-KEY = CTL-KEY-VALUE
              MOVE 'Y' TO CTL-FOUND-SW
              IF SCT-LAST-LOAD NUMERIC
                 MOVE SCT-LAST-LOAD TO LAST-LOAD
              END-IF
              GO TO 020-EXIT.
           DISPLAY 'SUSPENSE CONTROL RECORD MISSING'.
           ADD 1 TO SUSP-READ.
           MOVE SUS-KEY TO SUS-MATCH-KEY.
           MOVE 'N' TO NEED-SUS.
       020-EXIT.
           EXIT.
      *
      * RELEASE THIS CYCLE'S EVENTS - THE REJECTS, THE RECYCLE LIST,
      *  AND EVERY RECORD THE MATCH WAS GIVEN.
       100-RELEASE-EVENTS.
           OPEN INPUT EDIT-REJ.
       100-EDIT-LOOP.
           READ EDIT-REJ AT END
                GO TO 110-MATCH-REJECTS.
           MOVE ERJ-SOURCE TO REJ-SOURCE-WORK.
           MOVE ERJ-DATA   TO REJ-DATA-WORK.
           PERFORM 150-BUILD-KEY THRU 150-EXIT.
           IF NOT KEY-OK
              ADD 1 TO REJ-SKIPPED
              GO TO 100-EDIT-LOOP.
           MOVE KEY-WORK    TO EVT-KEY.
           MOVE '1'         TO EVT-TYPE.
           MOVE ERJ-DATE    TO EVT-DATE.
           MOVE ERJ-REASON  TO EVT-REASON.
           MOVE ERJ-DATA    TO EVT-DATA.
           MOVE 'E'         TO EVT-REJ-BY.
           RELEASE SORT-REC.
           ADD 1 TO EDIT-REJ-TAKEN.
           IF ERJ-DATE > NEW-LAST-LOAD
              MOVE ERJ-DATE TO NEW-LAST-LOAD.
           GO TO 100-EDIT-LOOP.
      *
       110-MATCH-REJECTS.
           CLOSE EDIT-REJ.
           OPEN INPUT MTCH-REJ.
       110-LOOP.
           READ MTCH-REJ AT END
                GO TO 120-RECYCLED.
           IF MRJ-DATE NOT > LAST-LOAD
              AND MRJ-DATE NOT = RUN-DATE-X
              ADD 1 TO MTCH-REJ-PASSED
              GO TO 110-LOOP.
           MOVE MRJ-SOURCE TO REJ-SOURCE-WORK.
           MOVE MRJ-DATA   TO REJ-DATA-WORK.
           PERFORM 150-BUILD-KEY THRU 150-EXIT.
           IF NOT KEY-OK
              ADD 1 TO REJ-SKIPPED
              GO TO 110-LOOP.
           MOVE KEY-WORK    TO EVT-KEY.
           MOVE '1'         TO EVT-TYPE.
           MOVE MRJ-DATE    TO EVT-DATE.
           MOVE MRJ-REASON  TO EVT-REASON.
           MOVE MRJ-DATA    TO EVT-DATA.
           MOVE 'M'         TO EVT-REJ-BY.
           RELEASE SORT-REC.
           ADD 1 TO MTCH-REJ-TAKEN.
           IF MRJ-DATE > NEW-LAST-LOAD
              MOVE MRJ-DATE TO NEW-LAST-LOAD.
           GO TO 110-LOOP.
      *
       120-RECYCLED.
           CLOSE MTCH-REJ.
           OPEN INPUT RCY-LIST.
       120-LOOP.
           READ RCY-LIST AT END
                GO TO 130-PRESENT-CAP.
           MOVE SPACES     TO SORT-REC.
           MOVE RCY-KEY    TO EVT-KEY.
           MOVE '2'        TO EVT-TYPE.
           MOVE RCY-DATE   TO EVT-DATE.
           RELEASE SORT-REC.
           ADD 1 TO RCY-READ.
           GO TO 120-LOOP.
      *
       130-PRESENT-CAP.
           CLOSE RCY-LIST.
           OPEN INPUT VAL-CAP.
           MOVE 'COMP-CAP' TO REJ-SOURCE-WORK.
       130-LOOP.
           READ VAL-CAP AT END
                GO TO 140-PRESENT-ELG.
           MOVE VAL-CAP-REC TO REJ-DATA-WORK.
           PERFORM 150-BUILD-KEY THRU 150-EXIT.
           MOVE SPACES     TO SORT-REC.
           MOVE KEY-WORK   TO EVT-KEY.
           MOVE '3'        TO EVT-TYPE.
           RELEASE SORT-REC.
           ADD 1 TO PRESENT-RELEASED.
           GO TO 130-LOOP.
      *
       140-PRESENT-ELG.
           CLOSE VAL-CAP.
           OPEN INPUT MTCH-ELG.
           MOVE 'COMP-ELG' TO REJ-SOURCE-WORK.
       140-LOOP.
           READ MTCH-ELG AT END
                GO TO 140-DONE.
           MOVE MTCH-ELG-REC TO REJ-DATA-WORK.
           PERFORM 150-BUILD-KEY THRU 150-EXIT.
           MOVE SPACES     TO SORT-REC.
           MOVE KEY-WORK   TO EVT-KEY.
           MOVE '3'        TO EVT-TYPE.
           RELEASE SORT-REC.
           ADD 1 TO PRESENT-RELEASED.
           GO TO 140-LOOP.
       140-DONE.
           CLOSE MTCH-ELG.
       100-EXIT.
           EXIT.
      *
      * SUSPENSE KEY OF A RECORD, FROM THE SOURCE IT CAME FROM.  A
      *  REJECT LINE FROM ANY OTHER SOURCE IS NOT HELD.
       150-BUILD-KEY.
           MOVE 'Y'    TO KEY-OK-SW.
           MOVE SPACES TO KEY-WORK.
           IF REJ-SOURCE-WORK = 'COMP-CAP'
              MOVE 'C'           TO KYW-SOURCE
              MOVE RDC-LOB       TO KYW-LOB
              MOVE RDC-PROV      TO KYC-PROV
              MOVE RDC-EFF-DATE  TO KYC-EFF-DATE
              MOVE RDC-AGE-LOW   TO KYC-AGE-LOW
              MOVE RDC-SEX       TO KYC-SEX
              GO TO 150-EXIT.
           IF REJ-SOURCE-WORK = 'COMP-ELG'
              MOVE 'E'           TO KYW-SOURCE
              MOVE RDE-LOB       TO KYW-LOB
              MOVE RDE-PRSN      TO KYE-PRSN
              MOVE RDE-PROV      TO KYE-PROV
              GO TO 150-EXIT.
           MOVE 'N' TO KEY-OK-SW.
       150-EXIT.
           EXIT.
      *
      * MATCH THE OLD SUSPENSE ITEMS AGAINST THE EVENT GROUPS, BOTH IN
      *  SUSPENSE KEY ORDER.  THE NEW CONTROL RECORD GOES OUT FIRST.
       400-UPDATE-SUSPENSE.
           MOVE SPACES        TO NEW-CTL-REC.
           MOVE CTL-KEY-VALUE TO NCT-KEY.
           MOVE NEW-LAST-LOAD TO NCT-LAST-LOAD.
           WRITE SUSP-NEW-REC FROM NEW-CTL-REC.
       410-MATCH-LOOP.
           IF NEED-SUS = 'Y'
              PERFORM 420-READ-SUSP THRU 420-EXIT.
           IF NEED-GRP = 'Y'
              PERFORM 430-GATHER-GROUP THRU 430-EXIT.
           IF EOF-SUS = 'Y' AND EOF-EVT = 'Y'
              GO TO 400-EXIT.
           IF SUS-MATCH-KEY < GRP-KEY
              PERFORM 500-RESOLVE-ITEM THRU 500-EXIT
              MOVE 'Y' TO NEED-SUS
              GO TO 410-MATCH-LOOP.
           IF GRP-KEY < SUS-MATCH-KEY
              IF GRP-REJECTED
                 PERFORM 520-OPEN-ITEM
              END-IF
              MOVE 'Y' TO NEED-GRP
              GO TO 410-MATCH-LOOP.
           PERFORM 500-RESOLVE-ITEM THRU 500-EXIT.
           MOVE 'Y' TO NEED-SUS.
           MOVE 'Y' TO NEED-GRP.
           GO TO 410-MATCH-LOOP.
       400-EXIT.
           EXIT.
      *
       420-READ-SUSP.
           MOVE 'N' TO NEED-SUS.
           IF EOF-SUS = 'Y'
              GO TO 420-EXIT.
           READ SUSP-IN AT END
                MOVE 'Y' TO EOF-SUS
                MOVE HIGH-VALUES TO SUS-MATCH-KEY
                GO TO 420-EXIT.
           IF SUS-SRC-CTL
              GO TO 420-READ-SUSP.
           ADD 1 TO SUSP-READ.
           MOVE SUS-KEY TO SUS-MATCH-KEY.
       420-EXIT.
           EXIT.
      *
      * GATHER EVERY EVENT FOR THE NEXT KEY - WHETHER IT WAS
      *  REJECTED (AND ON HOW MANY DIFFERENT DAYS), RECYCLED OR
      *  PRESENT, WITH THE LATEST REJECT'S REASON AND IMAGE.
       430-GATHER-GROUP.
           MOVE 'N' TO NEED-GRP.
           IF EOF-EVT = 'Y'
              GO TO 430-EXIT.
           IF NOT HELD-EVT
              IF SORT-DONE
                 MOVE 'Y' TO EOF-EVT
                 MOVE HIGH-VALUES TO GRP-KEY
                 GO TO 430-EXIT
              END-IF
              RETURN SORT-FILE AT END
                 MOVE 'Y' TO EOF-EVT
                 MOVE HIGH-VALUES TO GRP-KEY
                 GO TO 430-EXIT
              END-RETURN
           END-IF.
           MOVE 'N'      TO HELD-EVT-SW.
           MOVE EVT-KEY  TO GRP-KEY.
           MOVE 'N'      TO GRP-REJ-SW GRP-MREJ-SW GRP-RCY-SW
                            GRP-PRES-SW.
           MOVE ZEROS    TO GRP-DAYS.
           MOVE SPACES   TO GRP-FIRST-DATE GRP-LAST-DATE
                            GRP-REASON GRP-DATA.
       430-LOOP.
           IF EVT-REJECTED
              IF NOT GRP-REJECTED
                 MOVE 'Y'      TO GRP-REJ-SW
                 MOVE EVT-DATE TO GRP-FIRST-DATE
              END-IF
              IF EVT-DATE NOT = GRP-LAST-DATE
                 ADD 1 TO GRP-DAYS
              END-IF
              IF EVT-BY-MATCH
                 MOVE 'Y' TO GRP-MREJ-SW
              END-IF
              MOVE EVT-DATE   TO GRP-LAST-DATE
              MOVE EVT-REASON TO GRP-REASON
              MOVE EVT-DATA   TO GRP-DATA.
           IF EVT-RECYCLED
              MOVE 'Y' TO GRP-RCY-SW.
           IF EVT-PRESENT
              MOVE 'Y' TO GRP-PRES-SW.
           RETURN SORT-FILE AT END
              MOVE 'Y' TO SORT-DONE-SW
              GO TO 430-EXIT.
           IF EVT-KEY NOT = GRP-KEY
              MOVE 'Y' TO HELD-EVT-SW
              GO TO 430-EXIT.
           GO TO 430-LOOP.
       430-EXIT.
           EXIT.
      *
      * AN EXISTING ITEM AND WHATEVER HAPPENED TO ITS KEY THIS CYCLE.
      *  A CORRECTION NOT YET RECYCLED STAYS STATUS C WHEN THE
      *  ORIGINAL IS REJECTED AGAIN; A RECYCLED CORRECTION THAT WAS
      *  ITSELF REJECTED GOES BACK TO OPEN.
       500-RESOLVE-ITEM.
           IF SUS-MATCH-KEY NOT = GRP-KEY
              GO TO 505-NO-EVENTS.
           IF GRP-RECYCLED AND NOT GRP-MATCH-REJECTED
              MOVE 'CORRECTED AND RECYCLED' TO LOG-RESOLUTION
              PERFORM 540-LOG-CLEARED
              ADD 1 TO CLEARED-RECYCLED
              GO TO 500-EXIT.
           IF GRP-REJECTED
              GO TO 510-SEEN-AGAIN.
           IF SUS-WITHDRAWN
              PERFORM 530-CLEAR-WITHDRAWN
              GO TO 500-EXIT.
           IF GRP-PRESENT
              MOVE 'PASSED EDIT AND MATCH' TO LOG-RESOLUTION
              PERFORM 540-LOG-CLEARED
              ADD 1 TO CLEARED-BY-FEED
              GO TO 500-EXIT.
           GO TO 508-KEEP-ITEM.
       505-NO-EVENTS.
           IF SUS-WITHDRAWN
              PERFORM 530-CLEAR-WITHDRAWN
              GO TO 500-EXIT.
       508-KEEP-ITEM.
           WRITE SUSP-NEW-REC FROM SUSP-REC.
           ADD 1 TO ITEMS-WRITTEN.
           ADD 1 TO ITEMS-KEPT.
           GO TO 500-EXIT.
       510-SEEN-AGAIN.
           IF SUS-WITHDRAWN
              PERFORM 530-CLEAR-WITHDRAWN
              PERFORM 520-OPEN-ITEM
              GO TO 500-EXIT.
           IF NOT SUS-CORRECTED OR GRP-RECYCLED
              MOVE 'O' TO SUS-STATUS.
           ADD GRP-DAYS       TO SUS-TIMES-SEEN.
           MOVE GRP-LAST-DATE TO SUS-LAST-DATE.
           MOVE GRP-REASON    TO SUS-REASON.
           MOVE GRP-DATA      TO SUS-DATA.
           WRITE SUSP-NEW-REC FROM SUSP-REC.
           ADD 1 TO ITEMS-WRITTEN.
           ADD 1 TO ITEMS-SEEN-AGAIN.
       500-EXIT.
           EXIT.
      *
       520-OPEN-ITEM.
           MOVE SPACES         TO NEW-ITEM.
           MOVE GRP-KEY        TO NIT-KEY.
           MOVE 'O'            TO NIT-STATUS.
           MOVE GRP-REASON     TO NIT-REASON.
           MOVE GRP-FIRST-DATE TO NIT-FIRST-DATE.
           MOVE GRP-LAST-DATE  TO NIT-LAST-DATE.
           MOVE GRP-DAYS       TO NIT-TIMES-SEEN.
           MOVE GRP-DATA       TO NIT-DATA.
           WRITE SUSP-NEW-REC FROM NEW-ITEM.
           ADD 1 TO ITEMS-WRITTEN.
           ADD 1 TO ITEMS-OPENED.
      *
       530-CLEAR-WITHDRAWN.
           MOVE 'WITHDRAWN BY ENROLLMENT' TO LOG-RESOLUTION.
           PERFORM 540-LOG-CLEARED.
           ADD 1 TO CLEARED-WITHDRAWN.
      *
       540-LOG-CLEARED.
           MOVE SPACES         TO SUSP-LOG-REC.
           MOVE RUN-DATE-X     TO SLG-DATE.
           MOVE LOG-RESOLUTION TO SLG-RESOLUTION.
           MOVE SUS-KEY        TO SLG-KEY.
           MOVE SUS-REASON     TO SLG-REASON.
           MOVE SUS-FIRST-DATE TO SLG-FIRST-DATE.
           MOVE SUS-TIMES-SEEN TO SLG-TIMES-SEEN.
           MOVE SUS-CORR-OPER  TO SLG-CORR-OPER.
           IF SUS-CORRECTED
              MOVE SUS-CORR-DATA TO SLG-DATA
           ELSE
              MOVE SUS-DATA      TO SLG-DATA.
           WRITE SUSP-LOG-REC.
      *
       990-PUBLISH-STATS.
           DISPLAY 'LAST LOAD DATE     = ' LAST-LOAD.
           DISPLAY 'NEW LOAD DATE      = ' NEW-LAST-LOAD.
           DISPLAY 'SUSPENSE ITEMS IN  = ' SUSP-READ.
           DISPLAY 'EDIT REJECTS TAKEN = ' EDIT-REJ-TAKEN.
           DISPLAY 'MATCH REJECTS TAKEN= ' MTCH-REJ-TAKEN.
           DISPLAY 'MATCH REJECTS OLD  = ' MTCH-REJ-PASSED.
           DISPLAY 'REJECTS NOT HELD   = ' REJ-SKIPPED.
           DISPLAY 'RECYCLED KEYS READ = ' RCY-READ.
           DISPLAY 'MATCH INPUT RECS   = ' PRESENT-RELEASED.
           DISPLAY 'ITEMS OPENED       = ' ITEMS-OPENED.
           DISPLAY 'ITEMS SEEN AGAIN   = ' ITEMS-SEEN-AGAIN.
           DISPLAY 'ITEMS KEPT         = ' ITEMS-KEPT.
           DISPLAY 'CLEARED WITHDRAWN  = ' CLEARED-WITHDRAWN.
           DISPLAY 'CLEARED RECYCLED   = ' CLEARED-RECYCLED.
           DISPLAY 'CLEARED BY FEED    = ' CLEARED-BY-FEED.
           DISPLAY 'SUSPENSE ITEMS OUT = ' ITEMS-WRITTEN.
           GO TO 9999-STOP.
      *
       9999-STOP.
           CLOSE SUSP-IN SUSP-NEW SUSP-LOG.
           GOBACK.
