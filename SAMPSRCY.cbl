       IDENTIFICATION DIVISION.
       PROGRAM-ID.  SAMPSRCY.
       DATE-COMPILED.
      *---------------------------------------------------------------*
      *                                                               *
      * THIS PROGRAM RECYCLES CORRECTED SUSPENSE ITEMS INTO THE       *
      *  MATCH.  IT RUNS BETWEEN SAMPEDIT AND SAMPMTCH AND BUILDS     *
      *  THE ELIGIBILITY FILE THE MATCH READS - THE VALIDATED         *
      *  ELIGIBILITY WORK FILE PLUS THE CORRECTED IMAGE OF EVERY      *
      *  ELIGIBILITY ITEM ENROLLMENT HAS CORRECTED ON THE SUSPENSE    *
      *  FILE (CSUS TRANSACTION, STATUS C), SORTED BACK INTO THE      *
      *  LOB/PROVIDER SEQUENCE THE MATCH EXPECTS.  WITHIN A PROVIDER  *
      *  THE MEMBERS ARE SORTED BY PERSON, THE ORDER OF THE MEMBER    *
      *  PAYMENT LEDGER THE MATCH WALKS ALONGSIDE.                    *
      *                                                               *
      * A FEED RECORD WITH THE SAME LOB, PERSON AND PROVIDER AS A     *
      *  RECYCLED ITEM'S ORIGINAL IS THE RECORD THE CORRECTION        *
      *  REPLACES (A MEMBER REJECTED BY THE MATCH RATHER THAN THE     *
      *  EDIT IS STILL ON THE VALIDATED FILE) AND IS DROPPED, SO THE  *
      *  MEMBER IS PRICED ONCE, ON THE CORRECTED IMAGE.               *
      *                                                               *
      * THE KEY OF EVERY ITEM RECYCLED IS WRITTEN TO THE RECYCLE      *
      *  LIST.  SAMPSUSP READS IT AFTER A CLEAN MATCH AND CLEARS      *
      *  THOSE ITEMS FROM SUSPENSE; UNTIL THEN THEY STAY STATUS C     *
      *  AND A RERUN RECYCLES THEM AGAIN.                             *
      *                                                               *
      * RATE (COMP-CAP) ITEMS ARE NEVER RECYCLED - RATES ARE          *
      *  CORRECTED THROUGH CRMT AND THE SAMPRAPL APPLY.               *
      *                                                               *
      *---------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *
           SELECT SUSP-IN       ASSIGN TO UT-S-SUSPIN.
           SELECT VAL-ELG       ASSIGN TO UT-S-VALELG.
           SELECT MTCH-ELG      ASSIGN TO UT-S-MTCHELG.
           SELECT RCY-LIST      ASSIGN TO UT-S-RCYLIST.
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
      *  KEPT IN STEP WITH SAMPSUSP AND SAMPSMNT.
       01  SUSP-REC.
           05 SUS-KEY.
              10 SUS-SOURCE     PIC X(1).
                 88 SUS-SRC-CAP     VALUE 'C'.
                 88 SUS-SRC-ELG     VALUE 'E'.
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

       FD  VAL-ELG
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.

       01  COMP-ELG-REC.
           05 CER-PRSN          PIC X(12).
           05 FILLER            PIC X.
           05 CER-PROV          PIC X(9).
           05 FILLER            PIC X(32).
           05 CER-LOB           PIC X(2).
           05 FILLER            PIC X(24).

       FD  MTCH-ELG
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.

       01  MTCH-ELG-REC         PIC X(80).

       FD  RCY-LIST
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.

       01  RCY-REC.
           05 RCY-KEY           PIC X(24).
           05 FILLER            PIC X.
           05 RCY-DATE          PIC X(8).
           05 FILLER            PIC X(47).

       SD  SORT-FILE.

       01  SORT-REC.
           05 SRT-PRSN          PIC X(12).
           05 FILLER            PIC X.
           05 SRT-PROV          PIC X(9).
           05 FILLER            PIC X(32).
           05 SRT-LOB           PIC X(2).
           05 FILLER            PIC X(24).

       WORKING-STORAGE SECTION.
       77  WKS-MESSAGE         PIC X(23) VALUE
                                   'WORKING-STORAGE SECTION'.

       77  SUSP-READ              PIC 9(7) COMP-3 VALUE 0.
       77  CORR-FOUND             PIC 9(7) COMP-3 VALUE 0.
       77  CORR-NOT-VALID         PIC 9(7) COMP-3 VALUE 0.
       77  CORR-HELD-OVER         PIC 9(7) COMP-3 VALUE 0.
       77  ELG-READ               PIC 9(7) COMP-3 VALUE 0.
       77  ELG-SUPERSEDED         PIC 9(7) COMP-3 VALUE 0.
       77  ELG-RELEASED           PIC 9(7) COMP-3 VALUE 0.
       77  CORR-RELEASED          PIC 9(7) COMP-3 VALUE 0.
      *
       01  RUN-DATE            PIC 9(8) VALUE 0.
      *
      * CORRECTED ELIGIBILITY ITEMS, IN SUSPENSE KEY ORDER (THE ORDER
      *  THE KSDS UNLOADS IN), SO A FEED RECORD CAN BE LOOKED UP BY
      *  A BINARY SEARCH ON ITS ORIGINAL KEY - LOB, PERSON, PROVIDER.
       77  RCY-MAX                PIC S9(4) COMP VALUE +500.
       77  RCY-CNT                PIC S9(4) COMP VALUE 0.
       77  RCY-IX                 PIC S9(4) COMP VALUE 0.
       77  RCY-LO                 PIC S9(4) COMP VALUE 0.
       77  RCY-HI                 PIC S9(4) COMP VALUE 0.
       01  RCY-TABLE.
           05 RCY-ENTRY OCCURS 500.
              10 RCY-ORIG-KEY     PIC X(23).
              10 RCY-CORR-DATA    PIC X(80).
      *
       01  FEED-KEY.
           05 FDK-LOB             PIC X(2).
           05 FDK-PRSN            PIC X(12).
           05 FDK-PROV            PIC X(9).
       01  FOUND-SW               PIC X VALUE 'N'.
           88 FOUND-RCY               VALUE 'Y'.
      *
      * A CORRECTED IMAGE BROKEN OUT FOR THE KEY FIELDS THE SORT AND
      *  THE MATCH DEPEND ON.
       01  CORR-WORK.
           05 CRW-PRSN            PIC X(12).
           05 FILLER              PIC X.
           05 CRW-PROV            PIC X(9).
           05 FILLER              PIC X(32).
           05 CRW-LOB             PIC X(2).
           05 FILLER              PIC X(24).
      *
       PROCEDURE DIVISION.
       010-MAINLINE.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           OPEN INPUT  SUSP-IN.
           OPEN OUTPUT RCY-LIST.
           PERFORM 100-LOAD-CORRECTED THRU 100-EXIT.
           CLOSE SUSP-IN.
           SORT SORT-FILE
               ON ASCENDING KEY SRT-LOB SRT-PROV SRT-PRSN
               WITH DUPLICATES IN ORDER
               INPUT PROCEDURE 200-RELEASE-ELG THRU 200-EXIT
               GIVING MTCH-ELG.
           GO TO 990-PUBLISH-STATS.
      *
      * TAKE EVERY CORRECTED ELIGIBILITY ITEM.  THE CONTROL RECORD,
      *  RATE ITEMS AND ITEMS STILL OPEN OR WITHDRAWN ARE PASSED
      *  OVER.  A CORRECTED IMAGE WITHOUT A NUMERIC LOB AND PROVIDER
      *  COULD NOT BE SEQUENCED FOR THE MATCH AND IS LEFT ON
      *  SUSPENSE; SO ARE ANY ITEMS BEYOND THE TABLE, WHICH GO
      *  THROUGH ON THE NEXT CYCLE.
       100-LOAD-CORRECTED.
           READ SUSP-IN AT END
                GO TO 100-EXIT.
           ADD 1 TO SUSP-READ.
           IF NOT SUS-SRC-ELG OR NOT SUS-CORRECTED
              GO TO 100-LOAD-CORRECTED.
           ADD 1 TO CORR-FOUND.
           MOVE SUS-CORR-DATA TO CORR-WORK.
           IF CRW-LOB NOT NUMERIC OR CRW-PROV NOT NUMERIC
              ADD 1 TO CORR-NOT-VALID
              DISPLAY 'CORRECTION NOT RECYCLED - LOB/PROVIDER  '
                      SUS-KEY
              GO TO 100-LOAD-CORRECTED.
           IF RCY-CNT >= RCY-MAX
              ADD 1 TO CORR-HELD-OVER
              GO TO 100-LOAD-CORRECTED.
           ADD 1 TO RCY-CNT.
           MOVE SUS-KEY (2:23)  TO RCY-ORIG-KEY (RCY-CNT).
           MOVE SUS-CORR-DATA   TO RCY-CORR-DATA (RCY-CNT).
           MOVE SPACES          TO RCY-REC.
           MOVE SUS-KEY         TO RCY-KEY.
           MOVE RUN-DATE        TO RCY-DATE.
           WRITE RCY-REC.
           GO TO 100-LOAD-CORRECTED.
       100-EXIT.
           EXIT.
      *
      * PASS THE VALIDATED FEED, LESS THE RECORDS A CORRECTION
      *  SUPERSEDES, THEN THE CORRECTED IMAGES.  THE SORT KEEPS
      *  RECORDS OF ONE MEMBER AND PROVIDER IN THE ORDER RELEASED.
       200-RELEASE-ELG.
           OPEN INPUT VAL-ELG.
       200-LOOP.
           READ VAL-ELG AT END
                GO TO 200-CORRECTIONS.
           ADD 1 TO ELG-READ.
           IF RCY-CNT > 0
              MOVE CER-LOB  TO FDK-LOB
              MOVE CER-PRSN TO FDK-PRSN
              MOVE CER-PROV TO FDK-PROV
              PERFORM 300-FIND-RCY THRU 300-EXIT
              IF FOUND-RCY
                 ADD 1 TO ELG-SUPERSEDED
                 GO TO 200-LOOP.
           MOVE COMP-ELG-REC TO SORT-REC.
           RELEASE SORT-REC.
           ADD 1 TO ELG-RELEASED.
           GO TO 200-LOOP.
       200-CORRECTIONS.
           CLOSE VAL-ELG.
           MOVE 1 TO RCY-IX.
       200-CORR-LOOP.
           IF RCY-IX > RCY-CNT
              GO TO 200-EXIT.
           MOVE RCY-CORR-DATA (RCY-IX) TO SORT-REC.
           RELEASE SORT-REC.
           ADD 1 TO CORR-RELEASED.
           ADD 1 TO RCY-IX.
           GO TO 200-CORR-LOOP.
       200-EXIT.
           EXIT.
      *
      * BINARY SEARCH OF THE RECYCLE TABLE FOR THE FEED KEY.
       300-FIND-RCY.
           MOVE 'N' TO FOUND-SW.
           MOVE 1       TO RCY-LO.
           MOVE RCY-CNT TO RCY-HI.
       300-LOOP.
           IF RCY-LO > RCY-HI
              GO TO 300-EXIT.
           COMPUTE RCY-IX = (RCY-LO + RCY-HI) / 2.
           IF RCY-ORIG-KEY (RCY-IX) = FEED-KEY
              MOVE 'Y' TO FOUND-SW
              GO TO 300-EXIT.
           IF RCY-ORIG-KEY (RCY-IX) < FEED-KEY
              COMPUTE RCY-LO = RCY-IX + 1
           ELSE
              COMPUTE RCY-HI = RCY-IX - 1.
           GO TO 300-LOOP.
       300-EXIT.
           EXIT.
      *
       990-PUBLISH-STATS.
           DISPLAY 'SUSPENSE RECS READ = ' SUSP-READ.
           DISPLAY 'CORRECTIONS FOUND  = ' CORR-FOUND.
           DISPLAY 'CORRECTIONS RECYCL = ' CORR-RELEASED.
           DISPLAY 'CORR NOT VALID     = ' CORR-NOT-VALID.
           DISPLAY 'CORR HELD OVER     = ' CORR-HELD-OVER.
           DISPLAY 'ELIG RECS READ     = ' ELG-READ.
           DISPLAY 'ELIG SUPERSEDED    = ' ELG-SUPERSEDED.
           DISPLAY 'ELIG RECS PASSED   = ' ELG-RELEASED.
           IF CORR-HELD-OVER > 0
              DISPLAY 'RECYCLE TABLE FULL - REST GO NEXT CYCLE'.
           GO TO 9999-STOP.
      *
       9999-STOP.
           CLOSE RCY-LIST.
           GOBACK.
