       IDENTIFICATION DIVISION.
       PROGRAM-ID.  SAMPRAPL.
       DATE-COMPILED.
      *---------------------------------------------------------------*
      *                                                               *
      * THIS PROGRAM MERGES THE APPROVED ONLINE RATE CHANGES          *
      *  (RECORDED BY THE CRMT TRANSACTION ON THE RATECHG KSDS AND    *
      *  UNLOADED FLAT BY THE PRECEDING IDCAMS STEP) INTO THE COMPCAP *
      *  CAPITATION EXTRACT, AHEAD OF THE NIGHTLY EDIT AND MATCH.     *
      *  BOTH FILES ARE IN LOB/PROVIDER SEQUENCE, SO EACH PROVIDER'S  *
      *  RATE ROWS ARE GATHERED, THE CHANGES FOR THAT PROVIDER/LOB    *
      *  ARE APPLIED IN THE ORDER KEYED, AND THE ROWS ARE WRITTEN     *
      *  BACK OUT -                                                   *
      *    A = ADD THE ROW                                            *
      *    C = REPLACE THE ROW WITH THE SAME EFFECTIVE DATE/TIER      *
      *    D = REMOVE THE ROW WITH THE SAME EFFECTIVE DATE/TIER       *
      *  THE OVERLAP RULE CRMT APPLIED AT ENTRY IS APPLIED AGAIN      *
      *  AGAINST THE ROWS AS THEY NOW STAND; A CHANGE THAT NO LONGER  *
      *  FITS IS NOT APPLIED AND THE RUN ENDS RC=4.                   *
      *                                                               *
      * EVERY APPROVED CHANGE WRITES ONE AUDIT LINE - KEYED DATE/     *
      *  TIME, OPERATOR, APPROVER, LOB, PROVIDER, ACTION, THE ROW     *
      *  BEFORE AND AFTER ('*' WHERE THERE WAS NO ROW) AND WHETHER    *
      *  IT WAS APPLIED.  CHANGES STILL AWAITING APPROVAL ARE         *
      *  WRITTEN TO THE CARRY FILE AND RELOADED ONTO RATECHG.         *
      *                                                               *
      * THE COMPCAP HEADER IS COPIED THROUGH.  THE PER-LOB TRAILERS   *
      *  ARE HELD AND WRITTEN AT THE END OF THE FILE WITH THE RECORD  *
      *  COUNT AND PROVIDER HASH MOVED BY EVERY ROW ADDED OR REMOVED, *
      *  SO SAMPEDIT STILL PROVES THE EXTRACT; A LOB THAT HAD NO      *
      *  TRAILER GETS ONE.  DETAIL ROWS WITHOUT A NUMERIC PROVIDER    *
      *  OR LOB RIDE THROUGH UNCHANGED FOR SAMPEDIT TO REJECT.        *
      *                                                               *
      * THE RATE EXTRACT FOR THE RATEMAST KSDS (READ BY CRMT FOR ITS  *
      *  OVERLAP CHECK) IS WRITTEN FROM THE MERGED ROWS IN KEY        *
      *  SEQUENCE.  A REPEATED KEY IS DROPPED (FIRST ONE WINS) SO     *
      *  THE REPRO NEVER FAILS ON A DUPLICATE KEY.                    *
      *                                                               *
      *---------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *
           SELECT CHG-IN        ASSIGN TO UT-S-CHGIN.
           SELECT COMP-CAP      ASSIGN TO UT-S-CAP.
           SELECT NEW-CAP       ASSIGN TO UT-S-NEWCAP.
           SELECT CARRY-OUT     ASSIGN TO UT-S-CARRY.
           SELECT RATE-EXT      ASSIGN TO UT-S-RATEXT.
           SELECT AUDIT-RPT     ASSIGN TO UT-S-AUDIT.
      *
       DATA DIVISION.
       FILE SECTION.
      *
       FD  CHG-IN
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.

      * CHANGE RECORD AS WRITTEN BY SAMPRMNT - KEPT IN STEP WITH
      *  THAT PROGRAM.
       01  CHG-REC.
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
           05 RCH-IMAGE         PIC X(33).
           05 RCH-OPERATOR      PIC X(8).
           05 RCH-TERMID        PIC X(4).
           05 RCH-APPROVER      PIC X(8).

       FD  COMP-CAP
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.

       01  COMP-CAP-REC.
           05 CCR-PROV          PIC X(9).
           05 CCR-FILL          PIC X.
           05 CCR-IMAGE         PIC X(33).
           05 CCR-LOB           PIC X(2).
           05 FILLER            PIC X(35).
      *
       01  CAP-HDR-REC.
           05 CHR-REC-ID        PIC X(3).
           05 FILLER            PIC X(77).
       01  CAP-TRL-REC.
           05 CTR-REC-ID        PIC X(3).
           05 FILLER            PIC X(77).

       FD  NEW-CAP
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.

       01  NEW-CAP-REC          PIC X(80).

       FD  CARRY-OUT
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.

       01  CARRY-REC            PIC X(80).

       FD  RATE-EXT
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.

      * RATEMAST RECORD AS READ BY SAMPRMNT - KEPT IN STEP WITH
      *  THAT PROGRAM.
       01  RATE-EXT-REC.
           05 RMS-KEY.
              10 RMS-LOB        PIC X(2).
              10 RMS-PROV       PIC X(9).
              10 RMS-IDENT      PIC X(12).
           05 RMS-RATE-TYPE     PIC X(1).
           05 RMS-RATE          PIC X(8).
           05 RMS-END-DATE      PIC X(8).
           05 RMS-TIER-IND      PIC X(1).
           05 RMS-AGE-HIGH      PIC X(3).
           05 FILLER            PIC X(36).

       FD  AUDIT-RPT
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.

       01  AUDIT-REC.
           05 AUD-DATE            PIC X(8).
           05 FILLER              PIC X.
           05 AUD-TIME            PIC X(6).
           05 FILLER              PIC X.
           05 AUD-OPERATOR        PIC X(8).
           05 FILLER              PIC X.
           05 AUD-APPROVER        PIC X(8).
           05 FILLER              PIC X.
           05 AUD-LOB             PIC X(2).
           05 FILLER              PIC X.
           05 AUD-PROV            PIC X(9).
           05 FILLER              PIC X.
           05 AUD-ACTION          PIC X(1).
           05 FILLER              PIC X.
           05 AUD-BEFORE          PIC X(33).
           05 FILLER              PIC X.
           05 AUD-AFTER           PIC X(33).
           05 FILLER              PIC X.
           05 AUD-RESULT          PIC X(15).

       WORKING-STORAGE SECTION.
       77  WKS-MESSAGE         PIC X(23) VALUE
                                   'WORKING-STORAGE SECTION'.

       77  CHG-READ               PIC 9(7) COMP-3 VALUE 0.
       77  CHG-SKIPPED            PIC 9(7) COMP-3 VALUE 0.
       77  CHG-CARRIED            PIC 9(7) COMP-3 VALUE 0.
       77  CHG-APPLIED            PIC 9(7) COMP-3 VALUE 0.
       77  CHG-REFUSED            PIC 9(7) COMP-3 VALUE 0.
       77  ROWS-ADDED             PIC 9(7) COMP-3 VALUE 0.
       77  ROWS-CORRECTED         PIC 9(7) COMP-3 VALUE 0.
       77  ROWS-DELETED           PIC 9(7) COMP-3 VALUE 0.
       77  CAP-READ               PIC 9(7) COMP-3 VALUE 0.
       77  CAP-PASSED             PIC 9(7) COMP-3 VALUE 0.
       77  CAP-WRITTEN            PIC 9(7) COMP-3 VALUE 0.
       77  EXT-WRITTEN            PIC 9(7) COMP-3 VALUE 0.
       77  EXT-NOT-WRITTEN        PIC 9(7) COMP-3 VALUE 0.
       77  DUP-KEYS-DROPPED       PIC 9(7) COMP-3 VALUE 0.
       77  AUDIT-LINES            PIC 9(7) COMP-3 VALUE 0.
      *
       01  MATCH-FILES.
           05 EOF-CHG               PIC X VALUE 'N'.
           05 EOF-CAP               PIC X VALUE 'N'.
           05 CHG-KEY               PIC X(11) VALUE SPACES.
           05 CAP-KEY               PIC X(11) VALUE SPACES.
           05 GRP-KEY.
              10 GRP-LOB            PIC X(2).
              10 GRP-PROV           PIC X(9).
      *
      * ONE PROVIDER/LOB'S RATE ROWS WHILE ITS CHANGES ARE APPLIED.
      *  ROW-IMAGE IS COLUMNS 11-43 OF THE COMPCAP ROW.  ROW-IDENT IS
      *  THE EFFECTIVE DATE, AGE LOW AND SEX THAT IDENTIFY THE ROW
      *  (000 AND BLANK FOR AN UNTIERED ROW).
       77  ROW-MAX                PIC S9(4) COMP VALUE +99.
       77  ROW-CNT                PIC S9(4) COMP VALUE 0.
       77  ROW-IX                 PIC S9(4) COMP VALUE 0.
       77  FOUND-IX               PIC S9(4) COMP VALUE 0.
       77  LOW-IX                 PIC S9(4) COMP VALUE 0.
       01  GROUP-OVERFLOW-SW      PIC X VALUE 'N'.
           88 GROUP-OVERFLOW          VALUE 'Y'.
      *
       01  ROW-TABLE.
           05 ROW-ENTRY OCCURS 99.
              10 ROW-REC.
                 15 ROW-PROV        PIC X(9).
                 15 ROW-FILL        PIC X(1).
                 15 ROW-IMAGE       PIC X(33).
                 15 ROW-LOB         PIC X(2).
                 15 ROW-REST        PIC X(35).
              10 ROW-IDENT          PIC X(12).
              10 ROW-LIVE-SW        PIC X(1).
              10 ROW-DONE-SW        PIC X(1).
      *
      * A ROW IMAGE BROKEN OUT - ONE FOR BUILDING IDENTITIES, AND
      *  THE NEW AND OLD ROWS OF AN OVERLAP COMPARE.
       01  IMG-WORK.
           05 IMG-RATE-TYPE       PIC X(1).
           05 IMG-RATE            PIC X(8).
           05 IMG-EFF-DATE        PIC X(8).
           05 IMG-END-DATE        PIC X(8).
           05 IMG-TIER-IND        PIC X(1).
              88 IMG-TIERED-RATE      VALUE 'T'.
           05 IMG-AGE-LOW         PIC X(3).
           05 IMG-AGE-HIGH        PIC X(3).
           05 IMG-SEX             PIC X(1).
       01  IMG-IDENT.
           05 IID-EFF-DATE        PIC X(8).
           05 IID-AGE-LOW         PIC X(3).
           05 IID-SEX             PIC X(1).
       01  CHG-IDENT              PIC X(12) VALUE SPACES.
       01  LOW-IDENT              PIC X(12) VALUE SPACES.
       01  LAST-EXT-KEY.
           05 LEK-GRP-KEY         PIC X(11) VALUE SPACES.
           05 LEK-IDENT           PIC X(12) VALUE SPACES.
      *
       01  CMP-NEW.
           05 FILLER              PIC X(9).
           05 CN-EFF-DATE         PIC X(8).
           05 CN-END-DATE         PIC X(8).
              88 CN-END-OPEN          VALUE SPACES '00000000'
                                            '99999999'.
           05 CN-TIER-IND         PIC X(1).
           05 CN-AGE-LOW          PIC X(3).
           05 CN-AGE-HIGH         PIC X(3).
           05 CN-SEX              PIC X(1).
       01  CMP-OLD.
           05 FILLER              PIC X(9).
           05 CO-EFF-DATE         PIC X(8).
           05 CO-END-DATE         PIC X(8).
              88 CO-END-OPEN          VALUE SPACES '00000000'
                                            '99999999'.
           05 CO-TIER-IND         PIC X(1).
           05 CO-AGE-LOW          PIC X(3).
           05 CO-AGE-HIGH         PIC X(3).
           05 CO-SEX              PIC X(1).
       01  OVERLAP-SW             PIC X VALUE 'N'.
           88 ROWS-OVERLAP            VALUE 'Y'.
      *
      * TRAILERS HELD FOR THE END OF THE FILE, WITH THE MOVEMENT IN
      *  RECORD COUNT AND PROVIDER HASH FOR EACH LOB.
       77  LOB-MAX                PIC S9(4) COMP VALUE +10.
       77  LOB-CNT                PIC S9(4) COMP VALUE 0.
       77  LOB-IX                 PIC S9(4) COMP VALUE 0.
       01  WRK-LOB                PIC X(2) VALUE SPACES.
       01  PROV-NUM               PIC 9(9) VALUE 0.
       01  LOB-TABLE.
           05 LOB-ENTRY OCCURS 10.
              10 LOB-CODE         PIC X(2).
              10 LOB-TRL-FOUND-SW PIC X(1).
              10 LOB-TRL-REC      PIC X(80).
              10 LOB-CNT-DELTA    PIC S9(9)  COMP-3.
              10 LOB-HASH-DELTA   PIC S9(15) COMP-3.
      *
       01  TRL-WORK.
           05 TRW-REC-ID          PIC X(3).
           05 TRW-REC-COUNT       PIC X(9).
           05 TRW-REC-COUNT-N REDEFINES TRW-REC-COUNT
                                  PIC 9(9).
           05 TRW-PROV-HASH       PIC X(15).
           05 TRW-PROV-HASH-N REDEFINES TRW-PROV-HASH
                                  PIC 9(15).
           05 TRW-PREM-SUM        PIC X(13).
           05 TRW-LOB             PIC X(2).
           05 FILLER              PIC X(38).
      *
       PROCEDURE DIVISION.
       010-MAINLINE.
           OPEN INPUT  CHG-IN
                       COMP-CAP.
           OPEN OUTPUT NEW-CAP
                       CARRY-OUT
                       RATE-EXT.
           OPEN EXTEND AUDIT-RPT.
           PERFORM 020-READ-CHG THRU 020-EXIT.
           PERFORM 030-READ-CAP THRU 030-EXIT.
      *
       040-NEXT-GROUP.
           IF EOF-CHG = 'Y' AND
              EOF-CAP = 'Y'
              GO TO 900-WRITE-TRAILERS.
           IF CAP-KEY NOT > CHG-KEY
              MOVE CAP-KEY TO GRP-KEY
           ELSE
              MOVE CHG-KEY TO GRP-KEY.
           MOVE ZEROS TO ROW-CNT.
           MOVE 'N'   TO GROUP-OVERFLOW-SW.
           PERFORM 100-LOAD-GROUP THRU 100-EXIT.
           PERFORM 200-APPLY-CHANGES THRU 200-EXIT.
           PERFORM 300-WRITE-GROUP THRU 300-EXIT.
           GO TO 040-NEXT-GROUP.
      *
      * APPROVED CHANGES ARE APPLIED; PENDING ONES ARE CARRIED TO
      *  TOMORROW'S RATECHG.  THE NON-NUMERIC SEED ROW IS SKIPPED -
      *  THE RELOAD STEP SEEDS THE NEW CLUSTER ITSELF.
       020-READ-CHG.
           IF EOF-CHG = 'Y'
              GO TO 020-EXIT.
           READ CHG-IN AT END
                MOVE 'Y' TO EOF-CHG
                MOVE HIGH-VALUES TO CHG-KEY
                GO TO 020-EXIT.
           IF RCH-LOB NOT NUMERIC OR RCH-PROV NOT NUMERIC
              ADD 1 TO CHG-SKIPPED
              GO TO 020-READ-CHG.
           IF NOT RCH-APPROVED
              WRITE CARRY-REC FROM CHG-REC
              ADD 1 TO CHG-CARRIED
              GO TO 020-READ-CHG.
           ADD 1 TO CHG-READ.
           MOVE RCH-LOB  TO CHG-KEY (1:2).
           MOVE RCH-PROV TO CHG-KEY (3:9).
       020-EXIT.
           EXIT.
      *
       030-READ-CAP.
           IF EOF-CAP = 'Y'
              GO TO 030-EXIT.
           READ COMP-CAP AT END
                MOVE 'Y' TO EOF-CAP
                MOVE HIGH-VALUES TO CAP-KEY
                GO TO 030-EXIT.
           IF CHR-REC-ID = 'HDR'
              WRITE NEW-CAP-REC FROM COMP-CAP-REC
              GO TO 030-READ-CAP.
           IF CTR-REC-ID = 'TRL'
              PERFORM 035-HOLD-TRAILER THRU 035-EXIT
              GO TO 030-READ-CAP.
           ADD 1 TO CAP-READ.
           IF CCR-LOB NOT NUMERIC OR CCR-PROV NOT NUMERIC
              WRITE NEW-CAP-REC FROM COMP-CAP-REC
              ADD 1 TO CAP-PASSED
              GO TO 030-READ-CAP.
           MOVE CCR-LOB  TO CAP-KEY (1:2).
           MOVE CCR-PROV TO CAP-KEY (3:9).
       030-EXIT.
           EXIT.
      *
       035-HOLD-TRAILER.
           MOVE COMP-CAP-REC TO TRL-WORK.
           MOVE TRW-LOB TO WRK-LOB.
           PERFORM 037-FIND-LOB THRU 037-EXIT.
           IF LOB-IX = 0
              WRITE NEW-CAP-REC FROM COMP-CAP-REC
              GO TO 035-EXIT.
           MOVE 'Y'          TO LOB-TRL-FOUND-SW (LOB-IX).
           MOVE COMP-CAP-REC TO LOB-TRL-REC (LOB-IX).
       035-EXIT.
           EXIT.
      *
      * LOCATE (OR ADD) THE TABLE ENTRY FOR WRK-LOB.  LOB-IX COMES
      *  BACK ZERO ONLY WHEN THE TABLE IS FULL.
       037-FIND-LOB.
           MOVE 1 TO LOB-IX.
       037-LOOP.
           IF LOB-IX > LOB-CNT
              GO TO 037-ADD.
           IF LOB-CODE (LOB-IX) = WRK-LOB
              GO TO 037-EXIT.
           ADD 1 TO LOB-IX.
           GO TO 037-LOOP.
       037-ADD.
           IF LOB-CNT >= LOB-MAX
              DISPLAY 'TOO MANY LOB CODES - TRAILER FOR LOB '
                      WRK-LOB ' NOT ADJUSTED'
              MOVE ZEROS TO LOB-IX
              GO TO 037-EXIT.
           ADD 1 TO LOB-CNT.
           MOVE LOB-CNT TO LOB-IX.
           MOVE WRK-LOB TO LOB-CODE (LOB-IX).
           MOVE 'N'     TO LOB-TRL-FOUND-SW (LOB-IX).
           MOVE SPACES  TO LOB-TRL-REC (LOB-IX).
           MOVE ZEROS   TO LOB-CNT-DELTA (LOB-IX)
                           LOB-HASH-DELTA (LOB-IX).
       037-EXIT.
           EXIT.
      *
      * GATHER THE PROVIDER/LOB'S ROWS.  A GROUP TOO BIG FOR THE
      *  TABLE IS FLAGGED; THE REST OF IT IS COPIED STRAIGHT THROUGH
      *  BY 300-WRITE-GROUP AND ITS CHANGES ARE NOT APPLIED.
       100-LOAD-GROUP.
           IF CAP-KEY NOT = GRP-KEY
              GO TO 100-EXIT.
           IF ROW-CNT >= ROW-MAX
              MOVE 'Y' TO GROUP-OVERFLOW-SW
              GO TO 100-EXIT.
           ADD 1 TO ROW-CNT.
           MOVE COMP-CAP-REC TO ROW-REC (ROW-CNT).
           MOVE 'Y' TO ROW-LIVE-SW (ROW-CNT).
           MOVE ROW-IMAGE (ROW-CNT) TO IMG-WORK.
           PERFORM 250-BUILD-IDENT.
           MOVE IMG-IDENT TO ROW-IDENT (ROW-CNT).
           PERFORM 030-READ-CAP THRU 030-EXIT.
           GO TO 100-LOAD-GROUP.
       100-EXIT.
           EXIT.
      *
       200-APPLY-CHANGES.
           IF CHG-KEY NOT = GRP-KEY
              GO TO 200-EXIT.
           MOVE SPACES       TO AUDIT-REC.
           MOVE RCH-DATE     TO AUD-DATE.
           MOVE RCH-TIME     TO AUD-TIME.
           MOVE RCH-OPERATOR TO AUD-OPERATOR.
           MOVE RCH-APPROVER TO AUD-APPROVER.
           MOVE RCH-LOB      TO AUD-LOB.
           MOVE RCH-PROV     TO AUD-PROV.
           MOVE RCH-ACTION   TO AUD-ACTION.
           MOVE ALL '*'      TO AUD-BEFORE AUD-AFTER.
           MOVE RCH-IMAGE    TO IMG-WORK.
           PERFORM 250-BUILD-IDENT.
           MOVE IMG-IDENT    TO CHG-IDENT.
           PERFORM 220-FIND-ROW THRU 220-EXIT.
           IF FOUND-IX > 0
              MOVE ROW-IMAGE (FOUND-IX) TO AUD-BEFORE.
           IF GROUP-OVERFLOW
              MOVE 'TOO MANY ROWS' TO AUD-RESULT
              GO TO 200-REFUSED.
           IF RCH-ACT-DELETE
              GO TO 200-DELETE.
           IF RCH-ACT-ADD AND FOUND-IX > 0
              MOVE 'ALREADY ON FILE' TO AUD-RESULT
              GO TO 200-REFUSED.
           IF RCH-ACT-CORRECT AND FOUND-IX = 0
              MOVE 'ROW NOT ON FILE' TO AUD-RESULT
              GO TO 200-REFUSED.
           IF RCH-ACT-ADD AND ROW-CNT >= ROW-MAX
              MOVE 'TOO MANY ROWS' TO AUD-RESULT
              GO TO 200-REFUSED.
           PERFORM 240-CHECK-OVERLAP THRU 240-EXIT.
           IF ROWS-OVERLAP
              MOVE 'OVERLAP REFUSED' TO AUD-RESULT
              GO TO 200-REFUSED.
           IF RCH-ACT-CORRECT
              GO TO 200-CORRECT.
       200-ADD.
           ADD 1 TO ROW-CNT.
           MOVE SPACES    TO ROW-REC (ROW-CNT).
           MOVE RCH-PROV  TO ROW-PROV (ROW-CNT).
           MOVE RCH-IMAGE TO ROW-IMAGE (ROW-CNT).
           MOVE RCH-LOB   TO ROW-LOB (ROW-CNT).
           MOVE CHG-IDENT TO ROW-IDENT (ROW-CNT).
           MOVE 'Y'       TO ROW-LIVE-SW (ROW-CNT).
           MOVE RCH-IMAGE TO AUD-AFTER.
           ADD 1 TO ROWS-ADDED.
           MOVE RCH-LOB TO WRK-LOB.
           PERFORM 037-FIND-LOB THRU 037-EXIT.
           IF LOB-IX > 0
              MOVE RCH-PROV TO PROV-NUM
              ADD 1        TO LOB-CNT-DELTA (LOB-IX)
              ADD PROV-NUM TO LOB-HASH-DELTA (LOB-IX).
           GO TO 200-APPLIED.
       200-CORRECT.
           MOVE RCH-IMAGE TO ROW-IMAGE (FOUND-IX).
           MOVE RCH-IMAGE TO AUD-AFTER.
           ADD 1 TO ROWS-CORRECTED.
           GO TO 200-APPLIED.
       200-DELETE.
           IF FOUND-IX = 0
              MOVE 'ROW NOT ON FILE' TO AUD-RESULT
              GO TO 200-REFUSED.
           MOVE 'N' TO ROW-LIVE-SW (FOUND-IX).
           ADD 1 TO ROWS-DELETED.
           MOVE RCH-LOB TO WRK-LOB.
           PERFORM 037-FIND-LOB THRU 037-EXIT.
           IF LOB-IX > 0
              MOVE RCH-PROV TO PROV-NUM
              SUBTRACT 1        FROM LOB-CNT-DELTA (LOB-IX)
              SUBTRACT PROV-NUM FROM LOB-HASH-DELTA (LOB-IX).
       200-APPLIED.
           MOVE 'APPLIED' TO AUD-RESULT.
           ADD 1 TO CHG-APPLIED.
           GO TO 200-AUDIT.
       200-REFUSED.
           ADD 1 TO CHG-REFUSED.
           DISPLAY 'CHANGE NOT APPLIED - LOB ' RCH-LOB
                   ' PROV ' RCH-PROV ' KEYED ' RCH-DATE ' '
                   RCH-TIME ' - ' AUD-RESULT.
       200-AUDIT.
           WRITE AUDIT-REC.
           ADD 1 TO AUDIT-LINES.
           PERFORM 020-READ-CHG THRU 020-EXIT.
           GO TO 200-APPLY-CHANGES.
       200-EXIT.
           EXIT.
      *
      * THE LIVE ROW WITH THE CHANGE'S IDENTITY, OR ZERO.
       220-FIND-ROW.
           MOVE ZEROS TO FOUND-IX.
           MOVE 1 TO ROW-IX.
       220-LOOP.
           IF ROW-IX > ROW-CNT
              GO TO 220-EXIT.
           IF ROW-LIVE-SW (ROW-IX) = 'Y'
              AND ROW-IDENT (ROW-IX) = CHG-IDENT
              MOVE ROW-IX TO FOUND-IX
              GO TO 220-EXIT.
           ADD 1 TO ROW-IX.
           GO TO 220-LOOP.
       220-EXIT.
           EXIT.
      *
      * THE CHANGED ROW AGAINST EVERY OTHER LIVE ROW OF THE GROUP -
      *  THE SAME RULE CRMT APPLIES AT ENTRY.
       240-CHECK-OVERLAP.
           MOVE 'N' TO OVERLAP-SW.
           MOVE 1 TO ROW-IX.
       240-LOOP.
           IF ROW-IX > ROW-CNT
              GO TO 240-EXIT.
           IF ROW-LIVE-SW (ROW-IX) NOT = 'Y'
              OR ROW-IX = FOUND-IX
              GO TO 240-NEXT.
           MOVE RCH-IMAGE TO CMP-NEW.
           MOVE ROW-IMAGE (ROW-IX) TO CMP-OLD.
           PERFORM 260-COMPARE-ROWS THRU 260-EXIT.
           IF ROWS-OVERLAP
              GO TO 240-EXIT.
       240-NEXT.
           ADD 1 TO ROW-IX.
           GO TO 240-LOOP.
       240-EXIT.
           EXIT.
      *
       250-BUILD-IDENT.
           MOVE IMG-EFF-DATE TO IID-EFF-DATE.
           IF IMG-TIERED-RATE
              MOVE IMG-AGE-LOW TO IID-AGE-LOW
              MOVE IMG-SEX     TO IID-SEX
           ELSE
              MOVE '000'       TO IID-AGE-LOW
              MOVE SPACE       TO IID-SEX.
      *
      * TWO ROWS OVERLAP WHEN THEIR EFFECTIVE SPANS MEET AND EITHER
      *  ONE IS UNTIERED, OR BOTH ARE TIERED WITH AGE BANDS THAT MEET
      *  AND SEXES THAT CAN BOTH APPLY TO THE SAME MEMBER.
       260-COMPARE-ROWS.
           MOVE 'N' TO OVERLAP-SW.
           IF CN-END-OPEN
              MOVE '99999999' TO CN-END-DATE.
           IF CO-END-OPEN
              MOVE '99999999' TO CO-END-DATE.
           IF CN-EFF-DATE > CO-END-DATE
              OR CO-EFF-DATE > CN-END-DATE
              GO TO 260-EXIT.
           IF CN-TIER-IND NOT = 'T' OR CO-TIER-IND NOT = 'T'
              MOVE 'Y' TO OVERLAP-SW
              GO TO 260-EXIT.
           IF CN-AGE-LOW > CO-AGE-HIGH
              OR CO-AGE-LOW > CN-AGE-HIGH
              GO TO 260-EXIT.
           IF CN-SEX NOT = SPACE AND CO-SEX NOT = SPACE
              AND CN-SEX NOT = CO-SEX
              GO TO 260-EXIT.
           MOVE 'Y' TO OVERLAP-SW.
       260-EXIT.
           EXIT.
      *
      * LIVE ROWS GO BACK TO COMPCAP IN THEIR ORIGINAL ORDER, ADDS
      *  LAST; THE RATE EXTRACT GETS THEM IN IDENTITY ORDER.
       300-WRITE-GROUP.
           MOVE 1 TO ROW-IX.
       300-CAP-LOOP.
           IF ROW-IX > ROW-CNT
              GO TO 300-OVERFLOW.
           MOVE 'N' TO ROW-DONE-SW (ROW-IX).
           IF ROW-LIVE-SW (ROW-IX) = 'Y'
              WRITE NEW-CAP-REC FROM ROW-REC (ROW-IX)
              ADD 1 TO CAP-WRITTEN
           ELSE
              MOVE 'Y' TO ROW-DONE-SW (ROW-IX).
           ADD 1 TO ROW-IX.
           GO TO 300-CAP-LOOP.
       300-OVERFLOW.
           IF NOT GROUP-OVERFLOW
              GO TO 300-EXT-LOOP.
           IF CAP-KEY NOT = GRP-KEY
              GO TO 300-EXT-LOOP.
           WRITE NEW-CAP-REC FROM COMP-CAP-REC.
           ADD 1 TO CAP-WRITTEN.
           ADD 1 TO EXT-NOT-WRITTEN.
           PERFORM 030-READ-CAP THRU 030-EXIT.
           GO TO 300-OVERFLOW.
       300-EXT-LOOP.
           MOVE ZEROS TO LOW-IX.
           MOVE 1 TO ROW-IX.
       300-FIND-LOW.
           IF ROW-IX > ROW-CNT
              GO TO 300-WRITE-LOW.
           IF ROW-DONE-SW (ROW-IX) = 'N'
              IF LOW-IX = 0
                 OR ROW-IDENT (ROW-IX) < LOW-IDENT
                 MOVE ROW-IX TO LOW-IX
                 MOVE ROW-IDENT (ROW-IX) TO LOW-IDENT.
           ADD 1 TO ROW-IX.
           GO TO 300-FIND-LOW.
       300-WRITE-LOW.
           IF LOW-IX = 0
              GO TO 300-EXIT.
           MOVE 'Y' TO ROW-DONE-SW (LOW-IX).
           IF GRP-KEY = LEK-GRP-KEY
              AND LOW-IDENT = LEK-IDENT
              ADD 1 TO DUP-KEYS-DROPPED
              GO TO 300-EXT-LOOP.
           MOVE ROW-IMAGE (LOW-IX) TO IMG-WORK.
           MOVE SPACES        TO RATE-EXT-REC.
           MOVE GRP-LOB       TO RMS-LOB.
           MOVE GRP-PROV      TO RMS-PROV.
           MOVE LOW-IDENT     TO RMS-IDENT.
           MOVE IMG-RATE-TYPE TO RMS-RATE-TYPE.
           MOVE IMG-RATE      TO RMS-RATE.
           MOVE IMG-END-DATE  TO RMS-END-DATE.
           MOVE IMG-TIER-IND  TO RMS-TIER-IND.
           MOVE IMG-AGE-HIGH  TO RMS-AGE-HIGH.
           WRITE RATE-EXT-REC.
           ADD 1 TO EXT-WRITTEN.
           MOVE GRP-KEY   TO LEK-GRP-KEY.
           MOVE LOW-IDENT TO LEK-IDENT.
           GO TO 300-EXT-LOOP.
       300-EXIT.
           EXIT.
      *
      * EVERY HELD TRAILER GOES OUT WITH ITS COUNT AND HASH MOVED BY
      *  THIS RUN'S ADDS AND DELETES.  A TRAILER WHOSE CONTROL FIELDS
      *  ARE NOT NUMERIC IS LEFT ALONE FOR SAMPEDIT TO FAIL.
       900-WRITE-TRAILERS.
           MOVE 1 TO LOB-IX.
       900-LOOP.
           IF LOB-IX > LOB-CNT
              GO TO 990-PUBLISH-STATS.
           IF LOB-TRL-FOUND-SW (LOB-IX) = 'Y'
              MOVE LOB-TRL-REC (LOB-IX) TO TRL-WORK
           ELSE
              MOVE SPACES   TO TRL-WORK
              MOVE 'TRL'    TO TRW-REC-ID
              MOVE ZEROS    TO TRW-REC-COUNT-N TRW-PROV-HASH-N
              MOVE ALL '0'  TO TRW-PREM-SUM
              MOVE LOB-CODE (LOB-IX) TO TRW-LOB
              DISPLAY 'TRAILER ADDED FOR LOB ' TRW-LOB.
           IF TRW-REC-COUNT NUMERIC AND TRW-PROV-HASH NUMERIC
              COMPUTE TRW-REC-COUNT-N = TRW-REC-COUNT-N
                                      + LOB-CNT-DELTA (LOB-IX)
              COMPUTE TRW-PROV-HASH-N = TRW-PROV-HASH-N
                                      + LOB-HASH-DELTA (LOB-IX).
           WRITE NEW-CAP-REC FROM TRL-WORK.
           ADD 1 TO LOB-IX.
           GO TO 900-LOOP.
      *
       990-PUBLISH-STATS.
           DISPLAY 'CHANGES APPROVED   = ' CHG-READ.
           DISPLAY 'CHANGES APPLIED    = ' CHG-APPLIED.
           DISPLAY 'CHANGES REFUSED    = ' CHG-REFUSED.
           DISPLAY 'CHANGES CARRIED    = ' CHG-CARRIED.
           DISPLAY 'CHANGES SKIPPED    = ' CHG-SKIPPED.
           DISPLAY 'ROWS ADDED         = ' ROWS-ADDED.
           DISPLAY 'ROWS CORRECTED     = ' ROWS-CORRECTED.
           DISPLAY 'ROWS DELETED       = ' ROWS-DELETED.
           DISPLAY 'CAP RECS READ      = ' CAP-READ.
           DISPLAY 'CAP RECS PASSED    = ' CAP-PASSED.
           DISPLAY 'CAP RECS WRITTEN   = ' CAP-WRITTEN.
           DISPLAY 'RATE EXTRACT RECS  = ' EXT-WRITTEN.
           DISPLAY 'RATE RECS NOT EXTRACTED = ' EXT-NOT-WRITTEN.
           DISPLAY 'DUP KEYS DROPPED   = ' DUP-KEYS-DROPPED.
           DISPLAY 'AUDIT LINES        = ' AUDIT-LINES.
           IF CHG-REFUSED > 0
              MOVE 4 TO RETURN-CODE.
           GO TO 9999-STOP.
      *
       9999-STOP.
           CLOSE CHG-IN COMP-CAP NEW-CAP CARRY-OUT RATE-EXT
                 AUDIT-RPT.
           GOBACK.
