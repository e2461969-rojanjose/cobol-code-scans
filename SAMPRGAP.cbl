       IDENTIFICATION DIVISION.
       PROGRAM-ID.  SAMPRGAP.
       DATE-COMPILED.
      *---------------------------------------------------------------*
      *                                                               *
      * RATE COVERAGE GAP FORECAST.  RUN MID-MONTH AGAINST THE        *
      *  CURRENT CAP AND ELIGIBILITY EXTRACTS, IT PROJECTS TO THE     *
      *  NEXT CAPITATION PERIOD AND LISTS, BEFORE THE CYCLE RUNS,     *
      *  WHAT THE MATCH WOULD OTHERWISE FIND ONLY AFTER THE PROVIDER  *
      *  WAS SHORT-PAID (ZERO-PRICED MEMBERS, 'NO RATE TIER COVERS    *
      *  MEMBER' REJECTS AND CAP EXCEPTIONS):                         *
      *    1  RATE ROWS WHOSE END DATE FALLS BEFORE THE PERIOD ENDS   *
      *       AND THAT NO ROW FOR THE SAME PROVIDER, LOB AND TIER     *
      *       RENEWS;                                                 *
      *    2  ACTIVE NETWORK PROVIDERS WITH MEMBERS ENROLLED FOR THE  *
      *       PERIOD BUT NO RATE IN FORCE ON ITS AS-OF DATE;          *
      *    3  MEMBERS WHOSE AGE FOR THE PERIOD (FROM THE DATE OF      *
      *       BIRTH) OR SEX FALLS OUTSIDE EVERY TIER IN FORCE FOR     *
      *       THEIR PROVIDER.                                         *
      *  EACH LINE CARRIES THE MEMBERS AFFECTED AND THE ESTIMATED     *
      *  MONTHLY CAPITATION AT STAKE, SO CONTRACTING CAN LOAD THE     *
      *  RENEWALS (CRMT) BEFORE THE CYCLE INSTEAD OF RECOVERING       *
      *  THROUGH RETRO ADJUSTMENTS.                                   *
      *                                                               *
      * THE PERIOD IS THE CALENDAR MONTH OF THE PROJECTED PRICING     *
      *  AS-OF DATE ON THE CONTROL CARD (BLANK = THE FIRST OF NEXT    *
      *  MONTH).  A ROW IS IN FORCE FOR THE PERIOD, AND A MEMBER'S    *
      *  AGE IS TAKEN, AS OF THAT DATE, AND THE ROW FOR A MEMBER IS   *
      *  PICKED FIRST FIT, ALL EXACTLY AS SAMPMTCH PRICES.  A MEMBER  *
      *  COUNTS WHEN ENROLLED FOR ANY DAY OF THE PERIOD.  THE         *
      *  ESTIMATE IS ONE FULL MONTH AT THE RATE THAT PRICES THE       *
      *  MEMBER TODAY (IN FORCE ON THE FIRST OF THE RUN MONTH, AGE    *
      *  AS OF THAT DAY) - A FLAT RATE, OR A PERCENT OF THE MEMBER'S  *
      *  PREMIUM - AND IS ZERO FOR A MEMBER NO ROW PRICES TODAY.  A   *
      *  SECTION 1 ROW SHOWS THE MEMBERS IT PRICES TODAY; THE SAME    *
      *  MEMBERS CAN SHOW AGAIN IN SECTION 2 OR 3, SO THE SECTION     *
      *  TOTALS ARE NOT ADDED TOGETHER.                               *
      *                                                               *
      * BOTH EXTRACTS ARRIVE SORTED LOB-MAJOR, PROVIDER-MINOR WITH    *
      *  HDR/TRL CONTROL RECORDS.  THE CONTROL RECORDS ARE PASSED     *
      *  OVER AND A RECORD THE SAMPEDIT EDITS WOULD REJECT, OR ONE    *
      *  OUT OF SEQUENCE, IS COUNTED AND LEFT OUT.  A PROVIDER NOT    *
      *  ACTIVE ON THE NETWORK STATUS FILE IS LEFT OUT - SAMPMTCH     *
      *  ROUTES ITS MEMBERS TO THE TERMINATION EXCEPTIONS.  NOTHING   *
      *  IS UPDATED, SO THE REPORT CAN BE RUN AT ANY TIME.            *
      *                                                               *
      * RETURN CODE 12 WHEN THE CONTROL CARD IS MISSING OR NOT VALID, *
      *  4 WHEN ANY LINE IS LISTED OR ANY INPUT RECORD WAS LEFT OUT.  *
      *                                                               *
      *---------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *
           SELECT COMP-CAP      ASSIGN TO UT-S-CAP.
           SELECT COMP-ELG      ASSIGN TO UT-S-ELIG.
           SELECT PROV-STAT     ASSIGN TO UT-S-PROVST.
           SELECT CTL-CARD      ASSIGN TO UT-S-CTLCARD
                                FILE STATUS IS CTLCARD-STATUS.
           SELECT GAP-RPT       ASSIGN TO UT-S-GAPRPT.
           SELECT SORT-FILE     ASSIGN TO UT-S-SORTWK.
      *
       DATA DIVISION.
       FILE SECTION.
      *
      * CAP AND ELIGIBILITY EXTRACTS AS READ BY SAMPEDIT AND SAMPMTCH
      *  - KEPT IN STEP WITH THOSE PROGRAMS.
       FD  COMP-CAP
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.

       01  COMP-CAP-REC.
           05 CCR-PROV          PIC X(9).
           05 CCR-FILL          PIC X.
           05 CCR-RATE-TYPE     PIC X(1).
              88 CCR-RATE-FLAT       VALUE 'F'.
              88 CCR-RATE-PERCENT    VALUE 'P'.
           05 CCR-RATE          PIC X(8).
           05 CCR-EFF-DATE      PIC X(8).
           05 CCR-END-DATE      PIC X(8).
              88 CCR-END-OPEN        VALUE SPACES '00000000'
                                           '99999999'.
           05 CCR-TIER-IND      PIC X(1).
              88 CCR-TIERED-RATE     VALUE 'T'.
           05 CCR-AGE-LOW       PIC X(3).
           05 CCR-AGE-HIGH      PIC X(3).
           05 CCR-SEX           PIC X(1).
              88 CCR-SEX-ANY         VALUE SPACE.
           05 CCR-LOB           PIC X(2).
           05 FILLER            PIC X(35).
      *
       01  CAP-CTL-REC.
           05 CCT-REC-ID        PIC X(3).
           05 FILLER            PIC X(77).
      *
       FD  COMP-ELG
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.

       01  COMP-ELG-REC.
           05 CER-PRSN          PIC X(12).
           05 FILLER            PIC X.
           05 CER-PROV          PIC X(9).
           05 CER-PREMIUM       PIC 9(5)V99.
           05 CER-ELIG-EFF-DATE PIC X(8).
           05 CER-ELIG-TRM-DATE PIC X(8).
              88 CER-TERM-OPEN       VALUE SPACES '00000000'
                                           '99999999'.
           05 CER-DOB           PIC X(8).
           05 CER-SEX           PIC X(1).
           05 CER-LOB           PIC X(2).
           05 FILLER            PIC X(24).
      *
       01  ELG-CTL-REC.
           05 ECT-REC-ID        PIC X(3).
           05 FILLER            PIC X(77).

       FD  PROV-STAT
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.

       01  PROV-STAT-REC.
           05 PST-PROV            PIC X(9).
           05 PST-STATUS          PIC X(1).
              88 PST-ACTIVE           VALUE 'A'.
              88 PST-TERMINATED       VALUE 'T'.
           05 PST-TERM-DATE       PIC X(8).
           05 FILLER              PIC X(62).

       FD  CTL-CARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.

      * GAP FORECAST CONTROL CARD - ONE CARD, FIXED COLUMNS:
      *   COLS  1- 8  PROJECTED PRICING AS-OF DATE YYYYMMDD FOR THE
      *               NEXT CYCLE (BLANK = THE FIRST OF NEXT MONTH)
       01  CTL-CARD-REC.
           05 CCD-ASOF-DATE     PIC X(8).
           05 FILLER            PIC X(72).

       FD  GAP-RPT
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.

       01  GAP-RPT-REC          PIC X(132).

      * ONE REPORT LINE - SECTION 1 A RATE ROW, 2 A PROVIDER, 3 A
      *  MEMBER.  SRT-SEQ KEEPS A PROVIDER'S RATE ROWS IN FEED ORDER
      *  AND ITS MEMBERS IN PERSON ORDER.
       SD  SORT-FILE.

       01  SORT-REC.
           05 SRT-SECTION       PIC 9.
           05 SRT-LOB           PIC X(2).
           05 SRT-PROV          PIC X(9).
           05 SRT-SEQ           PIC X(12).
           05 SRT-MEMBERS       PIC 9(7).
           05 SRT-IMPACT        PIC 9(9)V99.
           05 SRT-REASON        PIC X(25).
           05 SRT-DATA          PIC X(44).
           05 SRT-ROW-DATA REDEFINES SRT-DATA.
              10 SRT-RATE-TYPE  PIC X(1).
              10 SRT-RATE       PIC X(8).
              10 SRT-EFF-DATE   PIC X(8).
              10 SRT-END-DATE   PIC X(8).
              10 SRT-TIER-IND   PIC X(1).
              10 SRT-AGE-LOW    PIC 9(3).
              10 SRT-AGE-HIGH   PIC 9(3).
              10 SRT-SEX        PIC X(1).
              10 FILLER         PIC X(11).
           05 SRT-PRV-DATA REDEFINES SRT-DATA.
              10 SRT-PRICED     PIC 9(7).
              10 FILLER         PIC X(37).
           05 SRT-MBR-DATA REDEFINES SRT-DATA.
              10 SRT-DOB        PIC X(8).
              10 SRT-AGE-SW     PIC X(1).
              10 SRT-AGE        PIC 9(3).
              10 SRT-MBR-SEX    PIC X(1).
              10 FILLER         PIC X(31).

       WORKING-STORAGE SECTION.
       77  WKS-MESSAGE         PIC X(23) VALUE
                                   'WORKING-STORAGE SECTION'.

       77  CAP-READ               PIC 9(7) COMP-3 VALUE 0.
       77  CAP-SKIPPED            PIC 9(7) COMP-3 VALUE 0.
       77  ELG-READ               PIC 9(7) COMP-3 VALUE 0.
       77  ELG-SKIPPED            PIC 9(7) COMP-3 VALUE 0.
       77  TIER-OVERFLOW-CNT      PIC 9(7) COMP-3 VALUE 0.
       77  PROVS-NOT-ACTIVE       PIC 9(7) COMP-3 VALUE 0.
       77  MEMBERS-ENROLLED       PIC 9(7) COMP-3 VALUE 0.
       77  ROWS-RENEWED           PIC 9(7) COMP-3 VALUE 0.
       77  LINES-RELEASED         PIC 9(7) COMP-3 VALUE 0.
       77  LINE-CNT               PIC 9(3) COMP-3 VALUE 0.
       77  PAGE-LIMIT             PIC 9(3) VALUE 055.
       77  CTLCARD-STATUS         PIC XX VALUE SPACES.
       01  CTLCARD-OPEN-SW        PIC X VALUE 'N'.
           88 CTLCARD-OPEN        VALUE 'Y'.
      *
       01  EOF-CAP-SW          PIC X VALUE 'N'.
           88 EOF-CAP              VALUE 'Y'.
       01  EOF-ELG-SW          PIC X VALUE 'N'.
           88 EOF-ELG              VALUE 'Y'.
       01  EOF-PST-SW          PIC X VALUE 'N'.
           88 EOF-PST              VALUE 'Y'.
       01  EOF-SORT-SW         PIC X VALUE 'N'.
           88 EOF-SORT             VALUE 'Y'.
       01  PROV-ACTIVE-SW      PIC X VALUE 'N'.
           88 PROV-IS-ACTIVE       VALUE 'Y'.
       01  AGE-VALID-SW        PIC X VALUE 'N'.
           88 MEMBER-AGE-VALID     VALUE 'Y'.
      *
      * LOB/PROVIDER KEYS - THE CAP GROUP IN THE TIER TABLE, THE
      *  ELIGIBILITY RECORD IN HAND, AND THE PROVIDER BEING WORKED.
      *  HIGH-VALUES MARKS END OF FILE.
       01  CAP-GRP-KEY         PIC X(11) VALUE LOW-VALUES.
       01  ELG-KEY             PIC X(11) VALUE LOW-VALUES.
       01  PREV-CAP-KEY        PIC X(11) VALUE LOW-VALUES.
       01  PREV-ELG-KEY        PIC X(11) VALUE LOW-VALUES.
       01  CUR-KEY             PIC X(11) VALUE LOW-VALUES.
       01  CUR-KEY-R REDEFINES CUR-KEY.
           05 CUR-LOB          PIC X(2).
           05 CUR-PROV         PIC X(9).
       01  KEY-WORK.
           05 KW-LOB           PIC X(2).
           05 KW-PROV          PIC X(9).
       01  PST-LOB             PIC X(2) VALUE LOW-VALUES.
       01  COMP-PSTP           PIC X(9) VALUE LOW-VALUES.
      *
      * EVERY VALID CAP ROW OF ONE LOB/PROVIDER, IN FEED ORDER.
      *  THE SWITCHES SAY WHETHER THE ROW PRICES TODAY (NOW) AND
      *  ON THE PROJECTED AS-OF DATE (NEXT), AND WHETHER IT ENDS
      *  BEFORE THE PERIOD DOES (EXPIRING) WITH NO ROW RENEWING IT.
       77  TIER-MAX               PIC S9(4) COMP VALUE +20.
       77  TIER-CNT               PIC S9(4) COMP VALUE 0.
       77  USE-CNT                PIC S9(4) COMP VALUE 0.
       77  TIER-IX                PIC S9(4) COMP VALUE 0.
       77  REN-IX                 PIC S9(4) COMP VALUE 0.
       77  NOW-IX                 PIC S9(4) COMP VALUE 0.
       77  NEXT-IX                PIC S9(4) COMP VALUE 0.
       77  SEL-IX                 PIC S9(4) COMP VALUE 0.
       01  SEL-WHEN            PIC X VALUE SPACE.
           88 SEL-NOW              VALUE 'N'.
           88 SEL-NEXT             VALUE 'X'.
      *
       01  TIER-TABLE.
           05 TIER-ENTRY OCCURS 20.
              10 TIER-RATE-TYPE   PIC X(1).
              10 TIER-RATE        PIC X(8).
              10 TIER-RATE-R REDEFINES TIER-RATE.
                 15 TIER-DLR          PIC 9(5).
                 15 FILLER            PIC X.
                 15 TIER-CENTS        PIC 99.
              10 TIER-PCT-R REDEFINES TIER-RATE.
                 15 TIER-PCT-WHOLE    PIC 9(3).
                 15 FILLER            PIC X.
                 15 TIER-PCT-FRAC     PIC 9(4).
              10 TIER-EFF-DATE    PIC X(8).
              10 TIER-END-DATE    PIC X(8).
              10 TIER-END-OPEN-SW PIC X(1).
              10 TIER-IND         PIC X(1).
              10 TIER-AGE-LOW     PIC 9(3).
              10 TIER-AGE-HIGH    PIC 9(3).
              10 TIER-SEX         PIC X(1).
              10 TIER-NOW-SW      PIC X(1).
              10 TIER-NEXT-SW     PIC X(1).
              10 TIER-EXP-SW      PIC X(1).
              10 TIER-RENEWED-SW  PIC X(1).
              10 TIER-MEMBERS     PIC 9(7) COMP-3.
              10 TIER-IMPACT      PIC 9(9)V99 COMP-3.
      *
      * THE PROVIDER BEING WORKED.
       77  PRV-NEXT-ROWS          PIC 9(4) COMP-3 VALUE 0.
       77  PRV-ENROLLED           PIC 9(7) COMP-3 VALUE 0.
       77  PRV-PRICED-NOW         PIC 9(7) COMP-3 VALUE 0.
       77  PRV-IMPACT             PIC 9(9)V99 COMP-3 VALUE 0.
      *
      * DATES.  TODAY'S RATES ARE THOSE IN FORCE ON THE FIRST OF THE
      *  RUN MONTH (THE CURRENT PERIOD); THE NEXT PERIOD IS THE
      *  CALENDAR MONTH OF THE PROJECTED AS-OF DATE.
       01  RUN-DATE            PIC 9(8) VALUE 0.
       01  RUN-DATE-R REDEFINES RUN-DATE.
           05 RD-YYYY          PIC 9(4).
           05 RD-MM            PIC 99.
           05 RD-DD            PIC 99.
       01  CUR-START           PIC X(8) VALUE SPACES.
       01  CUR-START-R REDEFINES CUR-START.
           05 CS-YYYY          PIC 9(4).
           05 CS-MM            PIC 99.
           05 CS-DD            PIC 99.
       01  PROJ-ASOF           PIC X(8) VALUE SPACES.
       01  PROJ-ASOF-R REDEFINES PROJ-ASOF.
           05 PA-YYYY          PIC 9(4).
           05 PA-MM            PIC 99.
           05 PA-DD            PIC 99.
       01  NP-START            PIC X(8) VALUE SPACES.
       01  NP-START-R REDEFINES NP-START.
           05 NPS-YYYY         PIC 9(4).
           05 NPS-MM           PIC 99.
           05 NPS-DD           PIC 99.
       01  NP-END              PIC X(8) VALUE SPACES.
       01  NP-END-R REDEFINES NP-END.
           05 NPE-YYYY         PIC 9(4).
           05 NPE-MM           PIC 99.
           05 NPE-DD           PIC 99.
      *
       77  DIM-YYYY               PIC 9(4) VALUE 0.
       77  DIM-MM                 PIC 99 VALUE 0.
       77  DAYS-IN-MONTH          PIC 99 VALUE 0.
       77  LEAP-QUOT              PIC 9(4) VALUE 0.
       77  LEAP-REM               PIC 9(4) VALUE 0.
      *
      * MEMBER AGE IN WHOLE YEARS AS OF AGE-ASOF, THE SAMPMTCH RULE.
       01  AGE-ASOF            PIC X(8) VALUE SPACES.
       01  AGE-ASOF-R REDEFINES AGE-ASOF.
           05 AA-YYYY          PIC 9(4).
           05 AA-MMDD          PIC 9(4).
       01  DOB-WORK            PIC X(8).
       01  DOB-WORK-R REDEFINES DOB-WORK.
           05 DOB-YYYY         PIC 9(4).
           05 DOB-MMDD         PIC 9(4).
       77  MEMBER-AGE             PIC 9(3) VALUE 0.
       77  NEXT-AGE               PIC 9(3) VALUE 0.
       01  NEXT-AGE-SW         PIC X VALUE 'N'.
      *
       01  WORK-MONEY          PIC 9(5)V99 VALUE 0.
       01  PCT-RATE            PIC 9(3)V9999 VALUE 0.
      *
      * REPORT SECTION BEING PRINTED, ITS TOTALS, AND THE SECTION 3
      *  PROVIDER SUBTOTAL.
       01  CUR-SECTION         PIC 9 VALUE 0.
       77  SEC-LINES              PIC 9(7) COMP-3 VALUE 0.
       77  SEC-MEMBERS            PIC 9(7) COMP-3 VALUE 0.
       77  SEC-IMPACT             PIC 9(9)V99 COMP-3 VALUE 0.
       77  SEC-PROVS              PIC 9(7) COMP-3 VALUE 0.
       01  GRP-LOB             PIC X(2) VALUE SPACES.
       01  GRP-PROV            PIC X(9) VALUE SPACES.
       77  GRP-MEMBERS            PIC 9(7) COMP-3 VALUE 0.
       77  GRP-IMPACT             PIC 9(9)V99 COMP-3 VALUE 0.
      *
       01  DATE-IN             PIC X(8).
       01  DATE-IN-R REDEFINES DATE-IN.
           05 DI-YYYY          PIC X(4).
           05 DI-MM            PIC X(2).
           05 DI-DD            PIC X(2).
       01  GAP-ED-DATE.
           05 GAP-ED-MM           PIC X(2).
           05 FILLER              PIC X VALUE '/'.
           05 GAP-ED-DD           PIC X(2).
           05 FILLER              PIC X VALUE '/'.
           05 GAP-ED-YYYY         PIC X(4).
       01  GAP-ED-MONTH.
           05 GAP-EM-MM           PIC 99.
           05 FILLER              PIC X VALUE '/'.
           05 GAP-EM-YYYY         PIC 9(4).
      *
       01  GAP-HDR1-LINE.
           05 FILLER              PIC X(47) VALUE
                  'RATE COVERAGE GAP FORECAST - CAPITATION PERIOD '.
           05 GAP-HDR1-MONTH      PIC X(7).
           05 FILLER              PIC X(19) VALUE
                  '   PROJECTED AS-OF '.
           05 GAP-HDR1-ASOF       PIC X(10).
           05 FILLER              PIC X(12) VALUE '   RUN DATE '.
           05 GAP-HDR1-DATE       PIC X(10).
           05 FILLER              PIC X(27) VALUE SPACES.
      *
       01  GAP-HDR2-LINE.
           05 GAP-HDR2-TITLE      PIC X(60).
           05 FILLER              PIC X(72) VALUE SPACES.
      *
       01  SECTION-TITLES.
           05 FILLER              PIC X(60) VALUE
             '1 - RATE ROWS ENDING BEFORE THE PERIOD ENDS, NO RENEWAL'.
           05 FILLER              PIC X(60) VALUE
             '2 - ACTIVE PROVIDERS WITH MEMBERS BUT NO RATE IN FORCE'.
           05 FILLER              PIC X(60) VALUE
             '3 - MEMBERS OUTSIDE EVERY RATE TIER OF THEIR PROVIDER'.
       01  SECTION-TITLE-TABLE REDEFINES SECTION-TITLES.
           05 SECTION-TITLE       PIC X(60) OCCURS 3.
      *
       01  GAP-HDR3-S1.
           05 FILLER              PIC X(18) VALUE
                  '  LOB  PROVIDER   '.
           05 FILLER              PIC X(29) VALUE
                  'T        RATE  EFFECTIVE     '.
           05 FILLER              PIC X(31) VALUE
                  'ENDS        TIER AGES      SEX '.
           05 FILLER              PIC X(29) VALUE
                  ' MEMBERS  EST MONTHLY CAP    '.
           05 FILLER              PIC X(25) VALUE
                  'STATUS                   '.
       01  GAP-HDR3-S2.
           05 FILLER              PIC X(18) VALUE
                  '  LOB  PROVIDER   '.
           05 FILLER              PIC X(29) VALUE
                  'PRICED NOW                   '.
           05 FILLER              PIC X(31) VALUE SPACES.
           05 FILLER              PIC X(29) VALUE
                  ' MEMBERS  EST MONTHLY CAP    '.
           05 FILLER              PIC X(25) VALUE
                  'REASON                   '.
       01  GAP-HDR3-S3.
           05 FILLER              PIC X(18) VALUE
                  '  LOB  PROVIDER   '.
           05 FILLER              PIC X(29) VALUE
                  'PERSON        DATE OF BIRTH  '.
           05 FILLER              PIC X(31) VALUE
                  'AGE  SEX                       '.
           05 FILLER              PIC X(29) VALUE
                  ' MEMBERS  EST MONTHLY CAP    '.
           05 FILLER              PIC X(25) VALUE
                  'REASON                   '.
      *
       01  GAP-DET-LINE.
           05 FILLER              PIC X(2)  VALUE SPACES.
           05 GDL-LOB             PIC X(2).
           05 FILLER              PIC X(3)  VALUE SPACES.
           05 GDL-PROV            PIC X(9).
           05 FILLER              PIC X(2)  VALUE SPACES.
           05 GDL-MIDDLE          PIC X(58).
           05 GDL-ROW REDEFINES GDL-MIDDLE.
              10 GDL-RATE-TYPE    PIC X(1).
              10 FILLER           PIC X(2).
              10 GDL-RATE         PIC X(10).
              10 FILLER           PIC X(2).
              10 GDL-EFF-DATE     PIC X(10).
              10 FILLER           PIC X(4).
              10 GDL-END-DATE     PIC X(10).
              10 FILLER           PIC X(3).
              10 GDL-TIER-IND     PIC X(1).
              10 FILLER           PIC X(3).
              10 GDL-AGES         PIC X(7).
              10 FILLER           PIC X(3).
              10 GDL-SEX          PIC X(1).
              10 FILLER           PIC X(1).
           05 GDL-PRV REDEFINES GDL-MIDDLE.
              10 GDL-PRICED       PIC ZZZ,ZZ9.
              10 FILLER           PIC X(51).
           05 GDL-MBR REDEFINES GDL-MIDDLE.
              10 GDL-PRSN         PIC X(12).
              10 FILLER           PIC X(2).
              10 GDL-DOB          PIC X(10).
              10 FILLER           PIC X(5).
              10 GDL-AGE          PIC ZZ9.
              10 GDL-AGE-X REDEFINES GDL-AGE
                                  PIC X(3).
              10 FILLER           PIC X(3).
              10 GDL-MBR-SEX      PIC X(1).
              10 FILLER           PIC X(21).
           05 FILLER              PIC X(3)  VALUE SPACES.
           05 GDL-MEMBERS         PIC ZZZ,ZZ9.
           05 FILLER              PIC X(3)  VALUE SPACES.
           05 GDL-IMPACT          PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER              PIC X(4)  VALUE SPACES.
           05 GDL-REASON          PIC X(25).
      *
      * RATE EDIT - A FLAT RATE IN DOLLARS, A PERCENT RATE AS A
      *  PERCENT OF PREMIUM.
       01  RATE-EDIT           PIC X(10).
       01  RATE-EDIT-FLAT REDEFINES RATE-EDIT.
           05 FILLER              PIC X(1).
           05 REF-AMOUNT          PIC ZZ,ZZ9.99.
       01  RATE-EDIT-PCT REDEFINES RATE-EDIT.
           05 FILLER              PIC X(1).
           05 REP-PERCENT         PIC ZZ9.9999.
           05 REP-SIGN            PIC X(1).
       01  TIER-PCT-WORK       PIC X(8).
       01  TIER-PCT-WORK-R REDEFINES TIER-PCT-WORK.
           05 TPW-WHOLE           PIC 9(3).
           05 FILLER              PIC X.
           05 TPW-FRAC            PIC 9(4).
       01  TIER-FLAT-WORK-R REDEFINES TIER-PCT-WORK.
           05 TFW-DLR             PIC 9(5).
           05 FILLER              PIC X.
           05 TFW-CENTS           PIC 99.
       01  AGES-EDIT.
           05 AE-LOW              PIC ZZ9.
           05 FILLER              PIC X VALUE '-'.
           05 AE-HIGH             PIC ZZ9.
      *
       01  TOTAL-LABEL.
           05 FILLER              PIC X(6) VALUE 'TOTAL '.
           05 TL-COUNT            PIC ZZZ,ZZ9.
           05 FILLER              PIC X(1) VALUE SPACE.
           05 TL-WHAT             PIC X(20).
       01  GAP-NONE-LINE.
           05 FILLER              PIC X(2)  VALUE SPACES.
           05 FILLER              PIC X(20) VALUE 'NONE FOUND'.
           05 FILLER              PIC X(110) VALUE SPACES.
      *
       PROCEDURE DIVISION.
       010-OPEN-FILES.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           MOVE RUN-DATE TO DATE-IN.
           PERFORM 470-EDIT-DATE.
           MOVE GAP-ED-DATE TO GAP-HDR1-DATE.
           MOVE RUN-DATE TO CUR-START.
           MOVE 01 TO CS-DD.
           PERFORM 020-READ-CONTROL-CARD THRU 020-EXIT.
           PERFORM 040-SET-PERIOD.
           OPEN INPUT COMP-CAP
                      COMP-ELG
                      PROV-STAT.
           OPEN OUTPUT GAP-RPT.
           MOVE PAGE-LIMIT TO LINE-CNT.
           SORT SORT-FILE
               ON ASCENDING KEY SRT-SECTION SRT-LOB SRT-PROV SRT-SEQ
               INPUT PROCEDURE 100-MATCH-FILES THRU 100-EXIT
               OUTPUT PROCEDURE 500-PRINT-REPORT THRU 500-EXIT.
           GO TO 990-PUBLISH-STATS.
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
           IF CCD-ASOF-DATE = SPACES
              MOVE CUR-START TO PROJ-ASOF
              IF PA-MM = 12
                 ADD 1 TO PA-YYYY
                 MOVE 01 TO PA-MM
              ELSE
                 ADD 1 TO PA-MM
              END-IF
           ELSE
              MOVE CCD-ASOF-DATE TO PROJ-ASOF
              IF PROJ-ASOF NOT NUMERIC
                 DISPLAY 'AS-OF DATE MUST BE YYYYMMDD OR BLANK'
                 GO TO 030-REJECT-CARD
              END-IF
              IF PA-MM < 1 OR PA-MM > 12 OR PA-YYYY < 1900
                 DISPLAY 'AS-OF DATE MUST BE YYYYMMDD OR BLANK'
                 GO TO 030-REJECT-CARD
              END-IF
              MOVE PA-YYYY TO DIM-YYYY
              MOVE PA-MM   TO DIM-MM
              PERFORM 045-DAYS-IN-MONTH
              IF PA-DD < 1 OR PA-DD > DAYS-IN-MONTH
                 DISPLAY 'AS-OF DATE MUST BE YYYYMMDD OR BLANK'
                 GO TO 030-REJECT-CARD
              END-IF
           END-IF.
           CLOSE CTL-CARD.
           GO TO 020-EXIT.
       030-REJECT-CARD.
           DISPLAY 'GAP FORECAST CONTROL CARD REJECTED - CORRECT THE '
                   'CARD AND RESUBMIT'.
           IF CTLCARD-OPEN
              CLOSE CTL-CARD.
           MOVE 12 TO RETURN-CODE.
           GOBACK.
       020-EXIT.
           EXIT.
      *
      * THE NEXT CAPITATION PERIOD IS THE CALENDAR MONTH OF THE
      *  PROJECTED AS-OF DATE.
       040-SET-PERIOD.
           MOVE PROJ-ASOF TO NP-START NP-END.
           MOVE 01 TO NPS-DD.
           MOVE PA-YYYY TO DIM-YYYY.
           MOVE PA-MM   TO DIM-MM.
           PERFORM 045-DAYS-IN-MONTH.
           MOVE DAYS-IN-MONTH TO NPE-DD.
           MOVE PA-MM   TO GAP-EM-MM.
           MOVE PA-YYYY TO GAP-EM-YYYY.
           MOVE GAP-ED-MONTH TO GAP-HDR1-MONTH.
           MOVE PROJ-ASOF TO DATE-IN.
           PERFORM 470-EDIT-DATE.
           MOVE GAP-ED-DATE TO GAP-HDR1-ASOF.
           DISPLAY 'CURRENT RATES AS OF      = ' CUR-START.
           DISPLAY 'PROJECTED AS-OF DATE     = ' PROJ-ASOF.
           DISPLAY 'NEXT CAPITATION PERIOD   = ' NP-START ' - '
                   NP-END.
      *
      * DAYS IN MONTH DIM-MM OF DIM-YYYY.  FEBRUARY IS 29 DAYS IN A
      *  LEAP YEAR (DIVISIBLE BY 4, EXCEPT CENTURIES NOT DIVISIBLE BY
      *  400).
       045-DAYS-IN-MONTH.
           IF DIM-MM = 04 OR 06 OR 09 OR 11
              MOVE 30 TO DAYS-IN-MONTH
           ELSE
           IF DIM-MM = 02
              MOVE 28 TO DAYS-IN-MONTH
              DIVIDE DIM-YYYY BY 4 GIVING LEAP-QUOT
                  REMAINDER LEAP-REM
              IF LEAP-REM = 0
                 MOVE 29 TO DAYS-IN-MONTH
                 DIVIDE DIM-YYYY BY 100 GIVING LEAP-QUOT
                     REMAINDER LEAP-REM
                 IF LEAP-REM = 0
                    DIVIDE DIM-YYYY BY 400 GIVING LEAP-QUOT
                        REMAINDER LEAP-REM
                    IF LEAP-REM NOT = 0
                       MOVE 28 TO DAYS-IN-MONTH
                    END-IF
                 END-IF
              END-IF
           ELSE
              MOVE 31 TO DAYS-IN-MONTH
           END-IF
           END-IF.
      *
      * MATCH THE CAP GROUPS AGAINST THE ELIGIBILITY RECORDS BY
      *  LOB/PROVIDER.  EVERY KEY ON EITHER FILE IS WORKED ONCE - A
      *  PROVIDER WITH MEMBERS BUT NO CAP ROW AT ALL IS WORKED WITH
      *  AN EMPTY TIER TABLE.
       100-MATCH-FILES.
           PERFORM 200-READ-CAP THRU 200-EXIT.
           PERFORM 210-LOAD-CAP-GROUP THRU 210-EXIT.
           PERFORM 300-READ-ELG THRU 300-EXIT.
       100-NEXT-KEY.
           IF CAP-GRP-KEY = HIGH-VALUES AND ELG-KEY = HIGH-VALUES
              GO TO 100-EXIT.
           IF CAP-GRP-KEY NOT > ELG-KEY
              MOVE CAP-GRP-KEY TO CUR-KEY
              MOVE TIER-CNT    TO USE-CNT
           ELSE
              MOVE ELG-KEY     TO CUR-KEY
              MOVE ZEROS       TO USE-CNT.
           PERFORM 400-START-PROVIDER THRU 400-EXIT.
       100-NEXT-MEMBER.
           IF ELG-KEY = CUR-KEY
              PERFORM 420-WORK-MEMBER THRU 420-EXIT
              PERFORM 300-READ-ELG THRU 300-EXIT
              GO TO 100-NEXT-MEMBER.
           PERFORM 450-CLOSE-PROVIDER THRU 450-EXIT.
           IF CAP-GRP-KEY = CUR-KEY
              PERFORM 210-LOAD-CAP-GROUP THRU 210-EXIT.
           GO TO 100-NEXT-KEY.
       100-EXIT.
           EXIT.
      *
      * NEXT CAP ROW THAT PASSES THE SAMPEDIT RECORD EDITS AND IS IN
      *  SEQUENCE, LEFT IN COMP-CAP-REC.
       200-READ-CAP.
           READ COMP-CAP AT END
                MOVE 'Y' TO EOF-CAP-SW
                GO TO 200-EXIT.
           IF CCT-REC-ID = 'HDR' OR 'TRL'
              GO TO 200-READ-CAP.
           ADD 1 TO CAP-READ.
           IF CCR-LOB NOT NUMERIC
              OR CCR-PROV NOT NUMERIC
              OR (NOT CCR-RATE-FLAT AND NOT CCR-RATE-PERCENT)
              OR CCR-EFF-DATE NOT NUMERIC
              OR (NOT CCR-END-OPEN AND CCR-END-DATE NOT NUMERIC)
              GO TO 200-SKIP.
           IF CCR-TIERED-RATE
              AND (CCR-AGE-LOW NOT NUMERIC
                   OR CCR-AGE-HIGH NOT NUMERIC
                   OR (CCR-SEX NOT = 'M' AND CCR-SEX NOT = 'F'
                       AND NOT CCR-SEX-ANY))
              GO TO 200-SKIP.
           MOVE CCR-LOB  TO KW-LOB.
           MOVE CCR-PROV TO KW-PROV.
           IF KEY-WORK < PREV-CAP-KEY
              GO TO 200-SKIP.
           MOVE KEY-WORK TO PREV-CAP-KEY.
           GO TO 200-EXIT.
       200-SKIP.
           ADD 1 TO CAP-SKIPPED.
           DISPLAY 'CAP ROW LEFT OUT - ' COMP-CAP-REC.
           GO TO 200-READ-CAP.
       200-EXIT.
           EXIT.
      *
      * GATHER THE NEXT LOB/PROVIDER'S CAP ROWS INTO THE TIER TABLE.
      *  THE ROW THAT STARTS THE FOLLOWING GROUP STAYS IN THE RECORD
      *  AREA FOR THE NEXT CALL.
       210-LOAD-CAP-GROUP.
           MOVE ZEROS TO TIER-CNT.
           IF EOF-CAP
              MOVE HIGH-VALUES TO CAP-GRP-KEY
              GO TO 210-EXIT.
           MOVE PREV-CAP-KEY TO CAP-GRP-KEY.
       210-ADD-ROW.
           IF TIER-CNT >= TIER-MAX
              ADD 1 TO TIER-OVERFLOW-CNT
              DISPLAY 'RATE TIER TABLE FULL - ROW LEFT OUT - '
                      COMP-CAP-REC
              GO TO 210-READ-NEXT.
           ADD 1 TO TIER-CNT.
           MOVE CCR-RATE-TYPE TO TIER-RATE-TYPE (TIER-CNT).
           MOVE CCR-RATE      TO TIER-RATE (TIER-CNT).
           MOVE CCR-EFF-DATE  TO TIER-EFF-DATE (TIER-CNT).
           MOVE CCR-END-DATE  TO TIER-END-DATE (TIER-CNT).
           IF CCR-END-OPEN
              MOVE 'Y' TO TIER-END-OPEN-SW (TIER-CNT)
           ELSE
              MOVE 'N' TO TIER-END-OPEN-SW (TIER-CNT).
           MOVE CCR-TIER-IND  TO TIER-IND (TIER-CNT).
           IF CCR-TIERED-RATE
              MOVE CCR-AGE-LOW  TO TIER-AGE-LOW (TIER-CNT)
              MOVE CCR-AGE-HIGH TO TIER-AGE-HIGH (TIER-CNT)
              MOVE CCR-SEX      TO TIER-SEX (TIER-CNT)
           ELSE
              MOVE ZEROS  TO TIER-AGE-LOW (TIER-CNT)
              MOVE 999    TO TIER-AGE-HIGH (TIER-CNT)
              MOVE SPACE  TO TIER-SEX (TIER-CNT)
           END-IF.
       210-READ-NEXT.
           PERFORM 200-READ-CAP THRU 200-EXIT.
           IF EOF-CAP
              GO TO 210-EXIT.
           IF PREV-CAP-KEY = CAP-GRP-KEY
              GO TO 210-ADD-ROW.
       210-EXIT.
           EXIT.
      *
      * NEXT ELIGIBILITY RECORD THAT PASSES THE SAMPEDIT RECORD EDITS
      *  AND IS IN SEQUENCE, WITH ITS KEY IN ELG-KEY.
       300-READ-ELG.
           READ COMP-ELG AT END
                MOVE 'Y' TO EOF-ELG-SW
                MOVE HIGH-VALUES TO ELG-KEY
                GO TO 300-EXIT.
           IF ECT-REC-ID = 'HDR' OR 'TRL'
              GO TO 300-READ-ELG.
           ADD 1 TO ELG-READ.
           IF CER-LOB NOT NUMERIC
              OR CER-PROV NOT NUMERIC
              OR CER-ELIG-EFF-DATE NOT NUMERIC
              OR (NOT CER-TERM-OPEN
                  AND CER-ELIG-TRM-DATE NOT NUMERIC)
              GO TO 300-SKIP.
           MOVE CER-LOB  TO KW-LOB.
           MOVE CER-PROV TO KW-PROV.
           IF KEY-WORK < PREV-ELG-KEY
              GO TO 300-SKIP.
           MOVE KEY-WORK TO PREV-ELG-KEY ELG-KEY.
           GO TO 300-EXIT.
       300-SKIP.
           ADD 1 TO ELG-SKIPPED.
           DISPLAY 'ELIGIBILITY RECORD LEFT OUT - ' COMP-ELG-REC.
           GO TO 300-READ-ELG.
       300-EXIT.
           EXIT.
      *
      * SET UP THE PROVIDER - ITS NETWORK STATUS, WHICH OF ITS ROWS
      *  PRICE TODAY AND NEXT PERIOD, AND WHICH END BEFORE THE NEXT
      *  PERIOD DOES WITHOUT A RENEWAL.  THE NETWORK STATUS FILE HAS
      *  NO LOB, SO ITS WALK RESTARTS WHEN A NEW LOB BEGINS.
       400-START-PROVIDER.
           IF CUR-LOB NOT = PST-LOB
              PERFORM 410-RESET-PROV-STAT
              MOVE CUR-LOB TO PST-LOB.
           PERFORM 415-ADVANCE-PROV-STAT THRU 415-EXIT
               UNTIL COMP-PSTP NOT < CUR-PROV OR EOF-PST.
           IF COMP-PSTP = CUR-PROV AND PST-ACTIVE
              MOVE 'Y' TO PROV-ACTIVE-SW
           ELSE
              MOVE 'N' TO PROV-ACTIVE-SW
              ADD 1 TO PROVS-NOT-ACTIVE.
           MOVE ZEROS TO PRV-NEXT-ROWS PRV-ENROLLED PRV-PRICED-NOW
                         PRV-IMPACT.
           MOVE 1 TO TIER-IX.
       400-FLAG-ROW.
           IF TIER-IX > USE-CNT
              GO TO 400-RENEWALS.
           MOVE 'N' TO TIER-NOW-SW (TIER-IX) TIER-NEXT-SW (TIER-IX)
                       TIER-EXP-SW (TIER-IX)
                       TIER-RENEWED-SW (TIER-IX).
           MOVE ZEROS TO TIER-MEMBERS (TIER-IX) TIER-IMPACT (TIER-IX).
           IF TIER-EFF-DATE (TIER-IX) NOT > CUR-START
              AND (TIER-END-OPEN-SW (TIER-IX) = 'Y'
                   OR TIER-END-DATE (TIER-IX) NOT < CUR-START)
              MOVE 'Y' TO TIER-NOW-SW (TIER-IX).
           IF TIER-EFF-DATE (TIER-IX) NOT > PROJ-ASOF
              AND (TIER-END-OPEN-SW (TIER-IX) = 'Y'
                   OR TIER-END-DATE (TIER-IX) NOT < PROJ-ASOF)
              MOVE 'Y' TO TIER-NEXT-SW (TIER-IX)
              ADD 1 TO PRV-NEXT-ROWS.
           IF TIER-END-OPEN-SW (TIER-IX) NOT = 'Y'
              AND TIER-END-DATE (TIER-IX) < NP-END
              AND TIER-END-DATE (TIER-IX) NOT < CUR-START
              MOVE 'Y' TO TIER-EXP-SW (TIER-IX).
           ADD 1 TO TIER-IX.
           GO TO 400-FLAG-ROW.
       400-RENEWALS.
           MOVE 1 TO TIER-IX.
       400-RENEWAL-LOOP.
           IF TIER-IX > USE-CNT
              GO TO 400-EXIT.
           IF TIER-EXP-SW (TIER-IX) = 'Y'
              PERFORM 405-FIND-RENEWAL THRU 405-EXIT.
           ADD 1 TO TIER-IX.
           GO TO 400-RENEWAL-LOOP.
       400-EXIT.
           EXIT.
      *
      * AN EXPIRING ROW IS RENEWED BY ANY ROW OF THE SAME TIER (SAME
      *  AGE BAND AND SEX, OR BOTH NOT TIERED) THAT IS IN FORCE ON THE
      *  PROJECTED AS-OF DATE AND DOES NOT ITSELF END BEFORE THE
      *  PERIOD DOES.
       405-FIND-RENEWAL.
           MOVE 1 TO REN-IX.
       405-LOOP.
           IF REN-IX > USE-CNT
              GO TO 405-EXIT.
           IF TIER-NEXT-SW (REN-IX) = 'Y'
              AND TIER-EXP-SW (REN-IX) NOT = 'Y'
              AND TIER-IND (REN-IX) = TIER-IND (TIER-IX)
              AND TIER-AGE-LOW (REN-IX) = TIER-AGE-LOW (TIER-IX)
              AND TIER-AGE-HIGH (REN-IX) = TIER-AGE-HIGH (TIER-IX)
              AND TIER-SEX (REN-IX) = TIER-SEX (TIER-IX)
              MOVE 'Y' TO TIER-RENEWED-SW (TIER-IX)
              GO TO 405-EXIT.
           ADD 1 TO REN-IX.
           GO TO 405-LOOP.
       405-EXIT.
           EXIT.
      *
      * THE NETWORK STATUS FILE RESTARTS FROM THE TOP FOR EACH LOB.
       410-RESET-PROV-STAT.
           CLOSE PROV-STAT.
           OPEN INPUT PROV-STAT.
           MOVE 'N' TO EOF-PST-SW.
           MOVE LOW-VALUES TO COMP-PSTP.
      *
       415-ADVANCE-PROV-STAT.
           IF EOF-PST
              GO TO 415-EXIT.
           READ PROV-STAT AT END
                MOVE 'Y' TO EOF-PST-SW
                MOVE HIGH-VALUES TO COMP-PSTP
                GO TO 415-EXIT.
           IF PST-PROV NOT NUMERIC
              GO TO 415-ADVANCE-PROV-STAT.
           MOVE PST-PROV TO COMP-PSTP.
       415-EXIT.
           EXIT.
      *
      * ONE MEMBER OF THE PROVIDER.  ONLY A MEMBER ENROLLED FOR SOME
      *  DAY OF THE NEXT PERIOD UNDER AN ACTIVE PROVIDER COUNTS.  THE
      *  ROW THAT PRICES THE MEMBER TODAY GIVES THE ESTIMATE; A
      *  MEMBER NO ROW WILL PRICE NEXT PERIOD IS A PROVIDER GAP WHEN
      *  NO ROW AT ALL IS IN FORCE, OTHERWISE A TIER GAP.
       420-WORK-MEMBER.
           IF NOT PROV-IS-ACTIVE
              GO TO 420-EXIT.
           IF CER-ELIG-EFF-DATE > NP-END
              OR (NOT CER-TERM-OPEN
                  AND CER-ELIG-TRM-DATE < NP-START)
              GO TO 420-EXIT.
           ADD 1 TO PRV-ENROLLED MEMBERS-ENROLLED.
           MOVE CUR-START TO AGE-ASOF.
           PERFORM 430-COMPUTE-AGE.
           MOVE 'N' TO SEL-WHEN.
           PERFORM 440-SELECT-ROW THRU 440-EXIT.
           MOVE SEL-IX TO NOW-IX.
           MOVE ZEROS TO WORK-MONEY.
           IF NOW-IX > 0
              PERFORM 460-PRICE-MEMBER
              ADD 1 TO PRV-PRICED-NOW TIER-MEMBERS (NOW-IX)
              ADD WORK-MONEY TO TIER-IMPACT (NOW-IX).
           MOVE PROJ-ASOF TO AGE-ASOF.
           PERFORM 430-COMPUTE-AGE.
           MOVE MEMBER-AGE   TO NEXT-AGE.
           MOVE AGE-VALID-SW TO NEXT-AGE-SW.
           MOVE 'X' TO SEL-WHEN.
           PERFORM 440-SELECT-ROW THRU 440-EXIT.
           MOVE SEL-IX TO NEXT-IX.
           IF NEXT-IX > 0
              GO TO 420-EXIT.
           IF PRV-NEXT-ROWS = 0
              ADD WORK-MONEY TO PRV-IMPACT
              GO TO 420-EXIT.
           MOVE 3            TO SRT-SECTION.
           MOVE CUR-LOB      TO SRT-LOB.
           MOVE CUR-PROV     TO SRT-PROV.
           MOVE CER-PRSN     TO SRT-SEQ.
           MOVE 1            TO SRT-MEMBERS.
           MOVE WORK-MONEY   TO SRT-IMPACT.
           MOVE SPACES       TO SRT-DATA.
           MOVE CER-DOB      TO SRT-DOB.
           MOVE NEXT-AGE-SW  TO SRT-AGE-SW.
           MOVE NEXT-AGE     TO SRT-AGE.
           MOVE CER-SEX      TO SRT-MBR-SEX.
           PERFORM 445-TIER-GAP-REASON THRU 445-EXIT.
           RELEASE SORT-REC.
           ADD 1 TO LINES-RELEASED.
       420-EXIT.
           EXIT.
      *
      * AGE IS IN WHOLE YEARS AS OF AGE-ASOF.  A MISSING, ZERO OR
      *  LATER DATE OF BIRTH LEAVES THE AGE UNUSABLE, SO ONLY A
      *  NON-TIERED ROW CAN COVER THE MEMBER.
       430-COMPUTE-AGE.
           MOVE 'N'   TO AGE-VALID-SW.
           MOVE ZEROS TO MEMBER-AGE.
           IF CER-DOB NUMERIC AND CER-DOB > '00000000'
              AND CER-DOB NOT > AGE-ASOF
              MOVE CER-DOB TO DOB-WORK
              MOVE 'Y' TO AGE-VALID-SW
              COMPUTE MEMBER-AGE = AA-YYYY - DOB-YYYY
              IF DOB-MMDD > AA-MMDD
                 SUBTRACT 1 FROM MEMBER-AGE
              END-IF
           END-IF.
      *
      * FIRST ROW IN FORCE (TODAY OR NEXT PERIOD, BY SEL-WHEN) THAT
      *  COVERS THE MEMBER - A NON-TIERED ROW COVERS EVERYONE, A
      *  TIERED ROW NEEDS A USABLE AGE IN ITS BAND AND A MATCHING (OR
      *  UNQUALIFIED) SEX.  SEL-IX IS ZERO WHEN NONE DOES.
       440-SELECT-ROW.
           MOVE ZEROS TO SEL-IX.
           MOVE 1 TO TIER-IX.
       440-LOOP.
           IF TIER-IX > USE-CNT
              GO TO 440-EXIT.
           IF SEL-NOW AND TIER-NOW-SW (TIER-IX) NOT = 'Y'
              GO TO 440-NEXT.
           IF SEL-NEXT AND TIER-NEXT-SW (TIER-IX) NOT = 'Y'
              GO TO 440-NEXT.
           IF TIER-IND (TIER-IX) NOT = 'T'
              MOVE TIER-IX TO SEL-IX
              GO TO 440-EXIT.
           IF MEMBER-AGE-VALID
              AND MEMBER-AGE NOT < TIER-AGE-LOW (TIER-IX)
              AND MEMBER-AGE NOT > TIER-AGE-HIGH (TIER-IX)
              AND (TIER-SEX (TIER-IX) = SPACE
                   OR TIER-SEX (TIER-IX) = CER-SEX)
              MOVE TIER-IX TO SEL-IX
              GO TO 440-EXIT.
       440-NEXT.
           ADD 1 TO TIER-IX.
           GO TO 440-LOOP.
       440-EXIT.
           EXIT.
      *
      * WHY NO TIER IN FORCE NEXT PERIOD FITS THE MEMBER - NO USABLE
      *  AGE, AN AGE INSIDE SOME BAND (SO THE SEX IS WHAT FAILS), OR
      *  AN AGE OUTSIDE EVERY BAND.
       445-TIER-GAP-REASON.
           IF NOT MEMBER-AGE-VALID
              MOVE 'NO USABLE DATE OF BIRTH' TO SRT-REASON
              GO TO 445-EXIT.
           MOVE 'AGE OUTSIDE EVERY TIER' TO SRT-REASON.
           MOVE 1 TO TIER-IX.
       445-LOOP.
           IF TIER-IX > USE-CNT
              GO TO 445-EXIT.
           IF TIER-NEXT-SW (TIER-IX) = 'Y'
              AND MEMBER-AGE NOT < TIER-AGE-LOW (TIER-IX)
              AND MEMBER-AGE NOT > TIER-AGE-HIGH (TIER-IX)
              MOVE 'SEX OUTSIDE EVERY TIER' TO SRT-REASON
              GO TO 445-EXIT.
           ADD 1 TO TIER-IX.
           GO TO 445-LOOP.
       445-EXIT.
           EXIT.
      *
      * CLOSE THE PROVIDER - A LINE FOR EACH EXPIRING ROW NOT RENEWED
      *  AND, WHEN NO ROW IS IN FORCE NEXT PERIOD FOR ITS ENROLLED
      *  MEMBERS, A PROVIDER LINE.
       450-CLOSE-PROVIDER.
           IF NOT PROV-IS-ACTIVE
              GO TO 450-EXIT.
           MOVE 1 TO TIER-IX.
       450-ROW-LOOP.
           IF TIER-IX > USE-CNT
              GO TO 450-PROVIDER.
           IF TIER-EXP-SW (TIER-IX) NOT = 'Y'
              GO TO 450-ROW-NEXT.
           IF TIER-RENEWED-SW (TIER-IX) = 'Y'
              ADD 1 TO ROWS-RENEWED
              GO TO 450-ROW-NEXT.
           MOVE 1              TO SRT-SECTION.
           MOVE CUR-LOB        TO SRT-LOB.
           MOVE CUR-PROV       TO SRT-PROV.
           MOVE TIER-IX        TO SRT-SEQ.
           MOVE TIER-MEMBERS (TIER-IX) TO SRT-MEMBERS.
           MOVE TIER-IMPACT (TIER-IX)  TO SRT-IMPACT.
           IF TIER-END-DATE (TIER-IX) < PROJ-ASOF
              MOVE 'NOT IN FORCE ON AS-OF' TO SRT-REASON
           ELSE
              MOVE 'ENDS DURING THE PERIOD' TO SRT-REASON.
           MOVE SPACES         TO SRT-DATA.
           MOVE TIER-RATE-TYPE (TIER-IX) TO SRT-RATE-TYPE.
           MOVE TIER-RATE (TIER-IX)      TO SRT-RATE.
           MOVE TIER-EFF-DATE (TIER-IX)  TO SRT-EFF-DATE.
           MOVE TIER-END-DATE (TIER-IX)  TO SRT-END-DATE.
           MOVE TIER-IND (TIER-IX)       TO SRT-TIER-IND.
           MOVE TIER-AGE-LOW (TIER-IX)   TO SRT-AGE-LOW.
           MOVE TIER-AGE-HIGH (TIER-IX)  TO SRT-AGE-HIGH.
           MOVE TIER-SEX (TIER-IX)       TO SRT-SEX.
           RELEASE SORT-REC.
           ADD 1 TO LINES-RELEASED.
       450-ROW-NEXT.
           ADD 1 TO TIER-IX.
           GO TO 450-ROW-LOOP.
       450-PROVIDER.
           IF PRV-NEXT-ROWS > 0 OR PRV-ENROLLED = 0
              GO TO 450-EXIT.
           MOVE 2              TO SRT-SECTION.
           MOVE CUR-LOB        TO SRT-LOB.
           MOVE CUR-PROV       TO SRT-PROV.
           MOVE SPACES         TO SRT-SEQ SRT-DATA.
           MOVE PRV-ENROLLED   TO SRT-MEMBERS.
           MOVE PRV-IMPACT     TO SRT-IMPACT.
           MOVE PRV-PRICED-NOW TO SRT-PRICED.
           IF USE-CNT = 0
              MOVE 'NO RATE ROW ON FILE' TO SRT-REASON
           ELSE
              MOVE 'NO RATE IN FORCE ON AS-OF' TO SRT-REASON.
           RELEASE SORT-REC.
           ADD 1 TO LINES-RELEASED.
       450-EXIT.
           EXIT.
      *
      * ONE FULL MONTH FOR THE MEMBER AT THE ROW AT NOW-IX - THE FLAT
      *  RATE, OR THE PERCENT OF THE MEMBER'S PREMIUM.  A RATE OR
      *  PREMIUM THAT IS NOT NUMERIC ESTIMATES AS ZERO.
       460-PRICE-MEMBER.
           MOVE ZEROS TO WORK-MONEY.
           MOVE TIER-RATE (NOW-IX) TO TIER-PCT-WORK.
           IF TIER-RATE-TYPE (NOW-IX) = 'F'
              IF TFW-DLR NUMERIC AND TFW-CENTS NUMERIC
                 COMPUTE WORK-MONEY = TFW-DLR + (TFW-CENTS / 100)
              END-IF
           ELSE
              IF TPW-WHOLE NUMERIC AND TPW-FRAC NUMERIC
                 AND CER-PREMIUM NUMERIC
                 COMPUTE PCT-RATE = TPW-WHOLE + (TPW-FRAC / 10000)
                 COMPUTE WORK-MONEY ROUNDED =
                         (CER-PREMIUM * PCT-RATE) / 100
                     ON SIZE ERROR
                        MOVE ZEROS TO WORK-MONEY
                 END-COMPUTE
              END-IF
           END-IF.
      *
      * DATE-IN (YYYYMMDD) AS MM/DD/YYYY; A DATE THAT IS NOT NUMERIC
      *  IS SHOWN AS IT CAME.
       470-EDIT-DATE.
           IF DATE-IN NUMERIC
              MOVE DI-MM   TO GAP-ED-MM
              MOVE DI-DD   TO GAP-ED-DD
              MOVE DI-YYYY TO GAP-ED-YYYY
           ELSE
              MOVE DATE-IN TO GAP-ED-DATE.
      *
      * THE LINES COME BACK BY SECTION, LOB AND PROVIDER.  EACH
      *  SECTION STARTS ON A NEW PAGE AND CLOSES WITH ITS TOTALS; A
      *  SECTION WITH NOTHING TO LIST SAYS SO.
       500-PRINT-REPORT.
           RETURN SORT-FILE AT END
                MOVE 'Y' TO EOF-SORT-SW
                GO TO 500-LAST-SECTION.
           IF SRT-SECTION NOT = CUR-SECTION
              PERFORM 510-NEXT-SECTION THRU 510-EXIT
                  UNTIL CUR-SECTION = SRT-SECTION.
           IF SRT-SECTION = 3
              AND (SRT-LOB NOT = GRP-LOB OR SRT-PROV NOT = GRP-PROV)
              IF GRP-MEMBERS > 0
                 PERFORM 550-PROVIDER-TOTAL
              END-IF
              MOVE SRT-LOB  TO GRP-LOB
              MOVE SRT-PROV TO GRP-PROV.
           IF LINE-CNT >= PAGE-LIMIT
              PERFORM 120-PAGE-HEADING.
           MOVE SPACES   TO GDL-MIDDLE GDL-REASON.
           MOVE SRT-LOB  TO GDL-LOB.
           MOVE SRT-PROV TO GDL-PROV.
           MOVE SRT-MEMBERS TO GDL-MEMBERS.
           MOVE SRT-IMPACT  TO GDL-IMPACT.
           MOVE SRT-REASON  TO GDL-REASON.
           IF SRT-SECTION = 1
              PERFORM 520-ROW-LINE.
           IF SRT-SECTION = 2
              MOVE SRT-PRICED TO GDL-PRICED
              ADD 1 TO SEC-LINES.
           IF SRT-SECTION = 3
              PERFORM 530-MEMBER-LINE.
           WRITE GAP-RPT-REC FROM GAP-DET-LINE
               AFTER ADVANCING 1 LINE.
           ADD 1 TO LINE-CNT.
           ADD SRT-MEMBERS TO SEC-MEMBERS.
           ADD SRT-IMPACT  TO SEC-IMPACT.
           GO TO 500-PRINT-REPORT.
       500-LAST-SECTION.
           PERFORM 510-NEXT-SECTION THRU 510-EXIT
               UNTIL CUR-SECTION > 3.
       500-EXIT.
           EXIT.
      *
      * CLOSE THE SECTION BEING PRINTED AND START THE NEXT ONE.
       510-NEXT-SECTION.
           IF CUR-SECTION = 0
              GO TO 510-START.
           IF CUR-SECTION = 3 AND GRP-MEMBERS > 0
              PERFORM 550-PROVIDER-TOTAL.
           IF LINE-CNT >= PAGE-LIMIT
              PERFORM 120-PAGE-HEADING.
           IF SEC-LINES = 0
              WRITE GAP-RPT-REC FROM GAP-NONE-LINE
                  AFTER ADVANCING 1 LINE
              ADD 1 TO LINE-CNT
              GO TO 510-START.
           MOVE SPACES TO GAP-DET-LINE.
           IF CUR-SECTION = 1
              MOVE SEC-LINES TO TL-COUNT
              MOVE 'RATE ROWS' TO TL-WHAT.
           IF CUR-SECTION = 2
              MOVE SEC-LINES TO TL-COUNT
              MOVE 'PROVIDERS' TO TL-WHAT.
           IF CUR-SECTION = 3
              MOVE SEC-PROVS TO TL-COUNT
              MOVE 'PROVIDERS' TO TL-WHAT.
           MOVE TOTAL-LABEL TO GDL-MIDDLE.
           MOVE SEC-MEMBERS TO GDL-MEMBERS.
           MOVE SEC-IMPACT  TO GDL-IMPACT.
           WRITE GAP-RPT-REC FROM GAP-DET-LINE
               AFTER ADVANCING 2 LINES.
           ADD 2 TO LINE-CNT.
       510-START.
           ADD 1 TO CUR-SECTION.
           MOVE ZEROS TO SEC-LINES SEC-MEMBERS SEC-IMPACT SEC-PROVS
                         GRP-MEMBERS GRP-IMPACT.
           MOVE SPACES TO GRP-LOB GRP-PROV.
           IF CUR-SECTION > 3
              GO TO 510-EXIT.
           MOVE SECTION-TITLE (CUR-SECTION) TO GAP-HDR2-TITLE.
           PERFORM 120-PAGE-HEADING.
       510-EXIT.
           EXIT.
      *
       120-PAGE-HEADING.
           WRITE GAP-RPT-REC FROM GAP-HDR1-LINE
               AFTER ADVANCING PAGE.
           WRITE GAP-RPT-REC FROM GAP-HDR2-LINE
               AFTER ADVANCING 2 LINES.
           IF CUR-SECTION = 1
              WRITE GAP-RPT-REC FROM GAP-HDR3-S1
                  AFTER ADVANCING 2 LINES.
           IF CUR-SECTION = 2
              WRITE GAP-RPT-REC FROM GAP-HDR3-S2
                  AFTER ADVANCING 2 LINES.
           IF CUR-SECTION = 3
              WRITE GAP-RPT-REC FROM GAP-HDR3-S3
                  AFTER ADVANCING 2 LINES.
           MOVE SPACES TO GAP-RPT-REC.
           WRITE GAP-RPT-REC AFTER ADVANCING 1 LINE.
           MOVE 6 TO LINE-CNT.
      *
      * A RATE ROW LINE.
       520-ROW-LINE.
           MOVE SRT-RATE-TYPE TO GDL-RATE-TYPE.
           MOVE SPACES        TO RATE-EDIT.
           MOVE SRT-RATE      TO TIER-PCT-WORK.
           IF SRT-RATE-TYPE = 'F'
              IF TFW-DLR NUMERIC AND TFW-CENTS NUMERIC
                 COMPUTE WORK-MONEY = TFW-DLR + (TFW-CENTS / 100)
                 MOVE WORK-MONEY TO REF-AMOUNT
              ELSE
                 MOVE SRT-RATE TO RATE-EDIT
              END-IF
           ELSE
              IF TPW-WHOLE NUMERIC AND TPW-FRAC NUMERIC
                 COMPUTE PCT-RATE = TPW-WHOLE + (TPW-FRAC / 10000)
                 MOVE PCT-RATE TO REP-PERCENT
                 MOVE '%'      TO REP-SIGN
              ELSE
                 MOVE SRT-RATE TO RATE-EDIT
              END-IF
           END-IF.
           MOVE RATE-EDIT     TO GDL-RATE.
           MOVE SRT-EFF-DATE  TO DATE-IN.
           PERFORM 470-EDIT-DATE.
           MOVE GAP-ED-DATE   TO GDL-EFF-DATE.
           MOVE SRT-END-DATE  TO DATE-IN.
           PERFORM 470-EDIT-DATE.
           MOVE GAP-ED-DATE   TO GDL-END-DATE.
           MOVE SRT-TIER-IND  TO GDL-TIER-IND.
           IF SRT-TIER-IND = 'T'
              MOVE SRT-AGE-LOW  TO AE-LOW
              MOVE SRT-AGE-HIGH TO AE-HIGH
              MOVE AGES-EDIT    TO GDL-AGES
              MOVE SRT-SEX      TO GDL-SEX.
           ADD 1 TO SEC-LINES.
      *
      * A MEMBER LINE, COUNTED INTO ITS PROVIDER.
       530-MEMBER-LINE.
           MOVE SRT-SEQ       TO GDL-PRSN.
           MOVE SRT-DOB       TO DATE-IN.
           PERFORM 470-EDIT-DATE.
           MOVE GAP-ED-DATE   TO GDL-DOB.
           IF SRT-AGE-SW = 'Y'
              MOVE SRT-AGE    TO GDL-AGE
           ELSE
              MOVE '  ?'      TO GDL-AGE-X.
           MOVE SRT-MBR-SEX   TO GDL-MBR-SEX.
           ADD 1 TO SEC-LINES GRP-MEMBERS.
           ADD SRT-IMPACT TO GRP-IMPACT.
      *
      * THE SECTION 3 SUBTOTAL FOR ONE PROVIDER.
       550-PROVIDER-TOTAL.
           IF LINE-CNT >= PAGE-LIMIT
              PERFORM 120-PAGE-HEADING.
           MOVE SPACES      TO GAP-DET-LINE.
           MOVE GRP-LOB     TO GDL-LOB.
           MOVE GRP-PROV    TO GDL-PROV.
           MOVE 'PROVIDER TOTAL' TO GDL-MIDDLE.
           MOVE GRP-MEMBERS TO GDL-MEMBERS.
           MOVE GRP-IMPACT  TO GDL-IMPACT.
           WRITE GAP-RPT-REC FROM GAP-DET-LINE
               AFTER ADVANCING 1 LINE.
           MOVE SPACES TO GAP-RPT-REC.
           WRITE GAP-RPT-REC AFTER ADVANCING 1 LINE.
           ADD 2 TO LINE-CNT.
           ADD 1 TO SEC-PROVS.
           MOVE ZEROS TO GRP-MEMBERS GRP-IMPACT.
      *
       990-PUBLISH-STATS.
           DISPLAY 'CAP ROWS READ            = ' CAP-READ.
           DISPLAY 'CAP ROWS LEFT OUT        = ' CAP-SKIPPED.
           DISPLAY 'CAP ROWS OVER TIER TABLE = ' TIER-OVERFLOW-CNT.
           DISPLAY 'ELIGIBILITY RECORDS READ = ' ELG-READ.
           DISPLAY 'ELIGIBILITY LEFT OUT     = ' ELG-SKIPPED.
           DISPLAY 'PROVIDERS NOT ACTIVE     = ' PROVS-NOT-ACTIVE.
           DISPLAY 'MEMBERS ENROLLED         = ' MEMBERS-ENROLLED.
           DISPLAY 'EXPIRING ROWS RENEWED    = ' ROWS-RENEWED.
           DISPLAY 'GAP LINES LISTED         = ' LINES-RELEASED.
           IF LINES-RELEASED > 0 OR CAP-SKIPPED > 0
              OR ELG-SKIPPED > 0 OR TIER-OVERFLOW-CNT > 0
              MOVE 4 TO RETURN-CODE.
           GO TO 9999-STOP.
      *
       9999-STOP.
           CLOSE COMP-CAP COMP-ELG PROV-STAT GAP-RPT.
           GOBACK.
