       IDENTIFICATION DIVISION.
       PROGRAM-ID.  SAMP1099.
       DATE-COMPILED.
      *---------------------------------------------------------------*
      *                                                               *
      * YEAR-END PROVIDER 1099 REPORTING.  THE PROVIDER YEAR-TO-DATE  *
      *  PAID FILE POSTED BY SAMPREMT EACH CYCLE (CAPITATION PLUS     *
      *  SIGNED RETRO ADJUSTMENTS, BY YEAR/LOB/PROVIDER) IS SUMMED    *
      *  ACROSS LOBS FOR THE TAX YEAR ON THE CONTROL CARD AND JOINED  *
      *  TO THE PROVIDER TAX MASTER (TIN, LEGAL NAME, REMIT ADDRESS,  *
      *  W-9 STATUS).  EVERY PROVIDER PAID AT OR ABOVE THE REPORTING  *
      *  THRESHOLD IS REPORTED AS FORM 1099-MISC BOX 6, MEDICAL AND   *
      *  HEALTH CARE PAYMENTS:                                        *
      *                                                               *
      *    IRSFILE  - THE IRS ELECTRONIC FILING FILE (T, A, B, C AND  *
      *               F RECORDS OF 750 BYTES, IRS PUBLICATION 1220)   *
      *    RECIPCPY - A PRINTED COPY B FOR EACH RECIPIENT, ONE PAGE   *
      *               EACH, FOR MAILING                               *
      *                                                               *
      * THE B RECORDS ARE WRITTEN TO A WORK FILE AS PROVIDERS ARE     *
      *  REPORTED AND COPIED BEHIND THE T AND A RECORDS AT THE END,   *
      *  SINCE THE T RECORD CARRIES THE NUMBER OF PAYEES.             *
      *                                                               *
      * TINEXC LISTS EVERY PROVIDER PAID IN THE YEAR WITH NO TAX      *
      *  MASTER RECORD OR A MISSING OR INVALID TIN, AND EVERY         *
      *  PROVIDER PAID AT OR ABOVE THE THRESHOLD WITHOUT A W-9 ON     *
      *  FILE, SO BACKUP WITHHOLDING CAN BE STARTED.  A PROVIDER      *
      *  WITH NO TAX MASTER RECORD CANNOT BE FILED; ONE WITH A TIN    *
      *  THAT IS NOT NUMERIC IS FILED WITH THE TIN BLANK.             *
      *                                                               *
      * RETURN CODE 4 WHEN ANY EXCEPTION IS LISTED, 8 WHEN A PROVIDER *
      *  AT OR ABOVE THE THRESHOLD COULD NOT BE FILED (ADD ITS TAX    *
      *  MASTER RECORD AND RERUN BEFORE SUBMITTING THE FILE), 12 FOR  *
      *  A BAD OR MISSING CONTROL CARD.                               *
      *                                                               *
      *---------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *
           SELECT CTL-CARD      ASSIGN TO UT-S-CTLCARD
               FILE STATUS IS CTLCARD-STATUS.
           SELECT YTD-IN        ASSIGN TO UT-S-PROVYTD.
           SELECT TAX-IN        ASSIGN TO UT-S-PROVTAX.
           SELECT B-WORK        ASSIGN TO UT-S-BWORK.
           SELECT IRS-OUT       ASSIGN TO UT-S-IRSFILE.
           SELECT COPY-RPT      ASSIGN TO UT-S-RECIPCPY.
           SELECT EXC-RPT       ASSIGN TO UT-S-TINEXC.
           SELECT SORT-FILE     ASSIGN TO UT-S-SORTWK.
      *
       DATA DIVISION.
       FILE SECTION.
      *
       FD  CTL-CARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.

      * CONTROL CARDS, ONE OF EACH TYPE, TYPE IN COLS 1-2:
      *   YR  COLS  4- 7  TAX YEAR
      *       COLS  9-17  REPORTING THRESHOLD, 7 DOLLARS 2 CENTS
      *                   (BLANK OR ZERO = 000060000, $600.00)
      *       COL  19     T = IRS TEST FILE, BLANK = PRODUCTION
      *   TR  COLS  4-12  PAYER (TRANSMITTER) EIN
      *       COLS 14-18  TRANSMITTER CONTROL CODE
      *       COLS 20-34  PAYER TELEPHONE
      *   PN  COLS  4-43  PAYER NAME
      *   PA  COLS  4-43  PAYER STREET ADDRESS
      *   PC  COLS  4-43  PAYER CITY, 45-46 STATE, 48-56 ZIP
      *   CN  COLS  4-43  CONTACT NAME
      *   CE  COLS  4-53  CONTACT EMAIL (OPTIONAL)
       01  CTL-CARD-REC.
           05 CCD-TYPE          PIC X(2).
              88 CCD-YEAR           VALUE 'YR'.
              88 CCD-TRANSMITTER    VALUE 'TR'.
              88 CCD-PAYER-NAME     VALUE 'PN'.
              88 CCD-PAYER-ADDR     VALUE 'PA'.
              88 CCD-PAYER-CITY     VALUE 'PC'.
              88 CCD-CONTACT        VALUE 'CN'.
              88 CCD-EMAIL          VALUE 'CE'.
           05 FILLER            PIC X.
           05 CCD-DATA          PIC X(77).
           05 CCD-YR-DATA REDEFINES CCD-DATA.
              10 CCD-TAX-YEAR       PIC X(4).
              10 FILLER             PIC X.
              10 CCD-THRESHOLD      PIC X(9).
              10 CCD-THRESHOLD-N REDEFINES CCD-THRESHOLD
                                    PIC 9(7)V99.
              10 FILLER             PIC X.
              10 CCD-TEST-IND       PIC X(1).
              10 FILLER             PIC X(61).
           05 CCD-TR-DATA REDEFINES CCD-DATA.
              10 CCD-PAYER-TIN      PIC X(9).
              10 FILLER             PIC X.
              10 CCD-TCC            PIC X(5).
              10 FILLER             PIC X.
              10 CCD-PHONE          PIC X(15).
              10 FILLER             PIC X(46).
           05 CCD-PC-DATA REDEFINES CCD-DATA.
              10 CCD-CITY           PIC X(40).
              10 FILLER             PIC X.
              10 CCD-STATE          PIC X(2).
              10 FILLER             PIC X.
              10 CCD-ZIP            PIC X(9).
              10 FILLER             PIC X(24).

      * PROVIDER YEAR-TO-DATE PAID RECORD AS WRITTEN BY SAMPREMT -
      *  KEPT IN STEP WITH THAT PROGRAM.
       FD  YTD-IN
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.

       01  PYT-REC.
           05 PYT-KEY.
              10 PYT-YEAR       PIC X(4).
              10 PYT-LOB        PIC X(2).
              10 PYT-PROV       PIC X(9).
           05 PYT-YTD-CAP       PIC S9(9)V99.
           05 PYT-YTD-ADJ       PIC S9(9)V99.
           05 PYT-YTD-NET       PIC S9(9)V99.
           05 PYT-LAST-CYCLE    PIC X(6).
           05 PYT-LAST-DATE     PIC X(8).
           05 PYT-MONTH-NET     PIC S9(9)V99 OCCURS 12.
           05 FILLER            PIC X(6).

      * PROVIDER TAX MASTER - ONE PER PROVIDER ON THE PROVTAX KSDS
      *  (KEYS(9 0) RECORDSIZE(250 250)), KEPT BY FINANCE FROM THE
      *  PROVIDER'S W-9.  TIN TYPE 1 = EIN, 2 = SSN.  W-9 STATUS
      *  Y = CERTIFIED W-9 ON FILE, R = REQUESTED, N OR BLANK = NONE.
       FD  TAX-IN
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.

       01  PTX-REC.
           05 PTX-PROV          PIC X(9).
           05 PTX-TIN           PIC X(9).
           05 PTX-TIN-R REDEFINES PTX-TIN.
              10 PTX-TIN-AREA       PIC X(3).
              10 PTX-TIN-FIRST2     PIC X(2).
              10 PTX-TIN-LAST4      PIC X(4).
           05 PTX-TIN-DIGITS REDEFINES PTX-TIN.
              10 PTX-TIN-DIGIT      PIC X OCCURS 9.
           05 PTX-TIN-TYPE      PIC X(1).
              88 PTX-EIN            VALUE '1'.
              88 PTX-SSN            VALUE '2'.
           05 PTX-LEGAL-NAME    PIC X(40).
           05 PTX-LEGAL-NAME-R REDEFINES PTX-LEGAL-NAME.
              10 PTX-NAME-CONTROL   PIC X(4).
              10 FILLER             PIC X(36).
           05 PTX-NAME-2        PIC X(40).
           05 PTX-ADDRESS       PIC X(40).
           05 PTX-CITY          PIC X(40).
           05 PTX-STATE         PIC X(2).
           05 PTX-ZIP           PIC X(9).
           05 PTX-W9-STATUS     PIC X(1).
              88 PTX-W9-ON-FILE     VALUE 'Y'.
              88 PTX-W9-REQUESTED   VALUE 'R'.
           05 PTX-W9-DATE       PIC X(8).
           05 FILLER            PIC X(51).

       FD  B-WORK
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.

       01  B-WORK-REC           PIC X(750).

       FD  IRS-OUT
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.

       01  IRS-OUT-REC          PIC X(750).

       FD  COPY-RPT
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.

       01  COPY-RPT-REC         PIC X(132).

       FD  EXC-RPT
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.

       01  EXC-RPT-REC          PIC X(132).

       SD  SORT-FILE.

       01  SORT-REC.
           05 SRT-PROV          PIC X(9).
           05 SRT-LOB           PIC X(2).
           05 SRT-NET           PIC S9(9)V99 COMP-3.

       WORKING-STORAGE SECTION.
       77  WKS-MESSAGE         PIC X(23) VALUE
                                   'WORKING-STORAGE SECTION'.

       77  CARDS-READ             PIC 9(7) COMP-3 VALUE 0.
       77  YTD-RECS-READ          PIC 9(7) COMP-3 VALUE 0.
       77  YTD-RECS-BAD           PIC 9(7) COMP-3 VALUE 0.
       77  YTD-RECS-USED          PIC 9(7) COMP-3 VALUE 0.
       77  TAX-RECS-READ          PIC 9(7) COMP-3 VALUE 0.
       77  PROVS-PAID             PIC 9(7) COMP-3 VALUE 0.
       77  PROVS-REPORTED         PIC 9(7) COMP-3 VALUE 0.
       77  PROVS-BELOW            PIC 9(7) COMP-3 VALUE 0.
       77  PROVS-NOT-FILED        PIC 9(7) COMP-3 VALUE 0.
       77  PROVS-TIN-BAD          PIC 9(7) COMP-3 VALUE 0.
       77  PROVS-NO-W9            PIC 9(7) COMP-3 VALUE 0.
       77  EXC-LINES              PIC 9(7) COMP-3 VALUE 0.
       77  B-RECS-WRITTEN         PIC 9(8) VALUE 0.
       77  IRS-SEQ                PIC 9(8) VALUE 0.
       77  TOT-PAID               PIC S9(11)V99 COMP-3 VALUE 0.
       77  TOT-REPORTED           PIC 9(16)V99 VALUE 0.
       77  PROV-NET               PIC S9(9)V99 COMP-3 VALUE 0.
       77  PROV-LOB-CNT           PIC 9(3) COMP-3 VALUE 0.
       77  LINE-CNT               PIC 9(3) COMP-3 VALUE 0.
       77  PAGE-LIMIT             PIC 9(3) VALUE 055.
       77  DIGIT-IX               PIC S9(4) COMP VALUE 0.
       77  CTLCARD-STATUS         PIC XX VALUE SPACES.
       01  CTLCARD-OPEN-SW        PIC X VALUE 'N'.
           88 CTLCARD-OPEN        VALUE 'Y'.
      *
       01  EOF-CARD-SW         PIC X VALUE 'N'.
           88 EOF-CARD             VALUE 'Y'.
       01  EOF-YTD-SW          PIC X VALUE 'N'.
           88 EOF-YTD              VALUE 'Y'.
       01  EOF-TAX-SW          PIC X VALUE 'N'.
           88 EOF-TAX              VALUE 'Y'.
       01  EOF-SORT-SW         PIC X VALUE 'N'.
           88 EOF-SORT             VALUE 'Y'.
       01  EOF-BWORK-SW        PIC X VALUE 'N'.
           88 EOF-BWORK            VALUE 'Y'.
       01  TAX-FOUND-SW        PIC X VALUE 'N'.
           88 TAX-FOUND            VALUE 'Y'.
       01  TIN-SW              PIC X VALUE SPACE.
           88 TIN-OK               VALUE 'K'.
           88 TIN-MISSING          VALUE 'M'.
           88 TIN-INVALID          VALUE 'I'.
       01  CARD-BAD-SW         PIC X VALUE 'N'.
           88 CARD-BAD             VALUE 'Y'.
       01  COMP-TAX-PROV       PIC X(9) VALUE LOW-VALUES.
       01  PREV-PROV           PIC X(9) VALUE SPACES.
      *
      * WHAT THE CONTROL CARDS SUPPLIED.
       01  TAX-YEAR            PIC X(4) VALUE SPACES.
       01  THRESHOLD           PIC 9(7)V99 VALUE 0.
       01  TEST-IND            PIC X(1) VALUE SPACE.
       01  PAYER-TIN           PIC X(9) VALUE SPACES.
       01  PAYER-TIN-R REDEFINES PAYER-TIN.
           05 PAYER-TIN-2      PIC X(2).
           05 PAYER-TIN-7      PIC X(7).
       01  PAYER-TCC           PIC X(5) VALUE SPACES.
       01  PAYER-PHONE         PIC X(15) VALUE SPACES.
       01  PAYER-NAME          PIC X(40) VALUE SPACES.
       01  PAYER-NAME-R REDEFINES PAYER-NAME.
           05 PAYER-NAME-CONTROL PIC X(4).
           05 FILLER           PIC X(36).
       01  PAYER-ADDR          PIC X(40) VALUE SPACES.
       01  PAYER-CITY          PIC X(40) VALUE SPACES.
       01  PAYER-STATE         PIC X(2) VALUE SPACES.
       01  PAYER-ZIP           PIC X(9) VALUE SPACES.
       01  CONTACT-NAME        PIC X(40) VALUE SPACES.
       01  CONTACT-EMAIL       PIC X(50) VALUE SPACES.
      *
       01  RUN-DATE            PIC 9(8) VALUE 0.
       01  RUN-DATE-R REDEFINES RUN-DATE.
           05 RD-YYYY          PIC 9(4).
           05 RD-MM            PIC 99.
           05 RD-DD            PIC 99.
       01  ED-DATE.
           05 ED-MM               PIC 99.
           05 FILLER              PIC X VALUE '/'.
           05 ED-DD               PIC 99.
           05 FILLER              PIC X VALUE '/'.
           05 ED-YYYY             PIC 9(4).
      *
      * IRS PUBLICATION 1220 RECORDS.  EVERY RECORD IS 750 BYTES WITH
      *  ITS SEQUENCE NUMBER IN 500-507.  1099-MISC IS TYPE OF RETURN
      *  A; BOX 6 IS PAYMENT AMOUNT 6 (B RECORD 115-126) AND CONTROL
      *  TOTAL 6 (C RECORD 106-123).  UNUSED AMOUNTS ARE ZEROS.
       01  IRS-T-REC.
           05 IRT-TYPE            PIC X(1) VALUE 'T'.
           05 IRT-YEAR            PIC X(4).
           05 IRT-PRIOR-YEAR      PIC X(1) VALUE SPACE.
           05 IRT-TIN             PIC X(9).
           05 IRT-TCC             PIC X(5).
           05 FILLER              PIC X(7) VALUE SPACES.
           05 IRT-TEST-IND        PIC X(1).
           05 IRT-FOREIGN         PIC X(1) VALUE SPACE.
           05 IRT-NAME            PIC X(40).
           05 IRT-NAME-2          PIC X(40) VALUE SPACES.
           05 IRT-COMPANY         PIC X(40).
           05 IRT-COMPANY-2       PIC X(40) VALUE SPACES.
           05 IRT-ADDRESS         PIC X(40).
           05 IRT-CITY            PIC X(40).
           05 IRT-STATE           PIC X(2).
           05 IRT-ZIP             PIC X(9).
           05 FILLER              PIC X(15) VALUE SPACES.
           05 IRT-PAYEES          PIC 9(8).
           05 IRT-CONTACT         PIC X(40).
           05 IRT-PHONE           PIC X(15).
           05 IRT-EMAIL           PIC X(50).
           05 FILLER              PIC X(91) VALUE SPACES.
           05 IRT-SEQ             PIC 9(8).
           05 FILLER              PIC X(10) VALUE SPACES.
           05 IRT-VENDOR-IND      PIC X(1) VALUE 'I'.
           05 FILLER              PIC X(232) VALUE SPACES.
      *
       01  IRS-A-REC.
           05 IRA-TYPE            PIC X(1) VALUE 'A'.
           05 IRA-YEAR            PIC X(4).
           05 IRA-CFSF            PIC X(1) VALUE SPACE.
           05 FILLER              PIC X(5) VALUE SPACES.
           05 IRA-TIN             PIC X(9).
           05 IRA-NAME-CONTROL    PIC X(4).
           05 IRA-LAST-FILING     PIC X(1) VALUE SPACE.
           05 IRA-RETURN-TYPE     PIC X(2) VALUE 'A '.
           05 IRA-AMOUNT-CODES    PIC X(18) VALUE '6'.
           05 FILLER              PIC X(6) VALUE SPACES.
           05 IRA-FOREIGN         PIC X(1) VALUE SPACE.
           05 IRA-NAME            PIC X(40).
           05 IRA-NAME-2          PIC X(40) VALUE SPACES.
           05 IRA-TRANSFER-AGENT  PIC X(1) VALUE '0'.
           05 IRA-ADDRESS         PIC X(40).
           05 IRA-CITY            PIC X(40).
           05 IRA-STATE           PIC X(2).
           05 IRA-ZIP             PIC X(9).
           05 IRA-PHONE           PIC X(15).
           05 FILLER              PIC X(260) VALUE SPACES.
           05 IRA-SEQ             PIC 9(8).
           05 FILLER              PIC X(243) VALUE SPACES.
      *
       01  IRS-B-REC.
           05 IRB-TYPE            PIC X(1) VALUE 'B'.
           05 IRB-YEAR            PIC X(4).
           05 IRB-CORRECTED       PIC X(1) VALUE SPACE.
           05 IRB-NAME-CONTROL    PIC X(4).
           05 IRB-TIN-TYPE        PIC X(1).
           05 IRB-TIN             PIC X(9).
           05 IRB-ACCOUNT         PIC X(20).
           05 IRB-OFFICE          PIC X(4) VALUE SPACES.
           05 FILLER              PIC X(10) VALUE SPACES.
           05 FILLER              PIC X(60) VALUE ALL '0'.
           05 IRB-AMT-6           PIC 9(10)V99.
           05 FILLER              PIC X(144) VALUE ALL '0'.
           05 FILLER              PIC X(16) VALUE SPACES.
           05 IRB-FOREIGN         PIC X(1) VALUE SPACE.
           05 IRB-NAME            PIC X(40).
           05 IRB-NAME-2          PIC X(40).
           05 IRB-ADDRESS         PIC X(40).
           05 FILLER              PIC X(40) VALUE SPACES.
           05 IRB-CITY            PIC X(40).
           05 IRB-STATE           PIC X(2).
           05 IRB-ZIP             PIC X(9).
           05 FILLER              PIC X(1) VALUE SPACE.
           05 IRB-SEQ             PIC 9(8).
           05 FILLER              PIC X(36) VALUE SPACES.
           05 IRB-2ND-TIN-NOTICE  PIC X(1) VALUE SPACE.
           05 FILLER              PIC X(2) VALUE SPACES.
           05 IRB-DIRECT-SALES    PIC X(1) VALUE SPACE.
           05 IRB-FATCA           PIC X(1) VALUE SPACE.
           05 FILLER              PIC X(114) VALUE SPACES.
           05 IRB-SPECIAL-DATA    PIC X(60) VALUE SPACES.
           05 IRB-STATE-TAX       PIC 9(12) VALUE 0.
           05 IRB-LOCAL-TAX       PIC 9(12) VALUE 0.
           05 IRB-CFSF-CODE       PIC X(2) VALUE SPACES.
           05 FILLER              PIC X(2) VALUE SPACES.
      *
       01  IRS-C-REC.
           05 IRC-TYPE            PIC X(1) VALUE 'C'.
           05 IRC-PAYEES          PIC 9(8).
           05 FILLER              PIC X(6) VALUE SPACES.
           05 FILLER              PIC X(90) VALUE ALL '0'.
           05 IRC-TOTAL-6         PIC 9(16)V99.
           05 FILLER              PIC X(216) VALUE ALL '0'.
           05 FILLER              PIC X(160) VALUE SPACES.
           05 IRC-SEQ             PIC 9(8).
           05 FILLER              PIC X(243) VALUE SPACES.
      *
       01  IRS-F-REC.
           05 IRF-TYPE            PIC X(1) VALUE 'F'.
           05 IRF-A-RECS          PIC 9(8) VALUE 1.
           05 FILLER              PIC X(21) VALUE ALL '0'.
           05 FILLER              PIC X(19) VALUE SPACES.
           05 IRF-PAYEES          PIC 9(8).
           05 FILLER              PIC X(442) VALUE SPACES.
           05 IRF-SEQ             PIC 9(8).
           05 FILLER              PIC X(243) VALUE SPACES.
      *
      * RECIPIENT COPY B - ONE PAGE PER PROVIDER REPORTED.
       01  CPY-HDR1-LINE.
           05 FILLER              PIC X(44) VALUE
                  'FORM 1099-MISC   MISCELLANEOUS INFORMATION  '.
           05 FILLER              PIC X(9)  VALUE 'TAX YEAR '.
           05 CPY-HDR1-YEAR       PIC X(4).
           05 FILLER              PIC X(75) VALUE SPACES.
      *
       01  CPY-HDR2-LINE.
           05 FILLER              PIC X(44) VALUE
                  'COPY B - FOR RECIPIENT'.
           05 FILLER              PIC X(88) VALUE SPACES.
      *
       01  CPY-TEXT-LINE.
           05 CPY-LABEL           PIC X(26).
           05 CPY-TEXT            PIC X(60).
           05 FILLER              PIC X(46) VALUE SPACES.
      *
       01  CPY-CSZ.
           05 CPY-CSZ-CITY        PIC X(40).
           05 FILLER              PIC X VALUE SPACE.
           05 CPY-CSZ-STATE       PIC X(2).
           05 FILLER              PIC X(2) VALUE SPACES.
           05 CPY-CSZ-ZIP         PIC X(9).
           05 FILLER              PIC X(6) VALUE SPACES.
      *
       01  CPY-PAYER-TIN.
           05 CPT-2               PIC X(2).
           05 FILLER              PIC X VALUE '-'.
           05 CPT-7               PIC X(7).
           05 FILLER              PIC X(50) VALUE SPACES.
      *
       01  CPY-RECIP-TIN.
           05 FILLER              PIC X(5) VALUE 'XXXXX'.
           05 CRT-LAST4           PIC X(4).
           05 FILLER              PIC X(51) VALUE SPACES.
      *
       01  CPY-AMT-LINE.
           05 FILLER              PIC X(26) VALUE
                  '6  MEDICAL AND HEALTH CARE'.
           05 FILLER              PIC X(10) VALUE ' PAYMENTS '.
           05 CPY-AMT             PIC $$$,$$$,$$9.99.
           05 FILLER              PIC X(82) VALUE SPACES.
      *
       01  CPY-NOTE1-LINE.
           05 FILLER              PIC X(41) VALUE
                  'THIS IS IMPORTANT TAX INFORMATION AND IS '.
           05 FILLER              PIC X(27) VALUE
                  'BEING FURNISHED TO THE IRS.'.
           05 FILLER              PIC X(64) VALUE SPACES.
       01  CPY-NOTE2-LINE.
           05 FILLER              PIC X(40) VALUE
                  'IF YOU ARE REQUIRED TO FILE A RETURN, A '.
           05 FILLER              PIC X(43) VALUE
                  'NEGLIGENCE PENALTY OR OTHER SANCTION MAY BE'.
           05 FILLER              PIC X(49) VALUE SPACES.
       01  CPY-NOTE3-LINE.
           05 FILLER              PIC X(41) VALUE
                  'IMPOSED ON YOU IF THIS INCOME IS TAXABLE '.
           05 FILLER              PIC X(39) VALUE
                  'AND THE IRS DETERMINES THAT IT HAS NOT '.
           05 FILLER              PIC X(14) VALUE
                  'BEEN REPORTED.'.
           05 FILLER              PIC X(38) VALUE SPACES.
      *
      * EXCEPTION LISTING.
       01  EXC-HDR1-LINE.
           05 FILLER              PIC X(44) VALUE
                  'PROVIDER 1099 TIN AND W-9 EXCEPTIONS - TAX Y'.
           05 FILLER              PIC X(5)  VALUE 'EAR  '.
           05 EXC-HDR1-YEAR       PIC X(4).
           05 FILLER              PIC X(14) VALUE '   THRESHOLD  '.
           05 EXC-HDR1-THRESH     PIC $$$,$$$,$$9.99.
           05 FILLER              PIC X(12) VALUE '   RUN DATE '.
           05 EXC-HDR1-DATE       PIC X(10).
           05 FILLER              PIC X(29) VALUE SPACES.
      *
       01  EXC-HDR2-LINE.
           05 FILLER              PIC X(11) VALUE 'PROVIDER   '.
           05 FILLER              PIC X(32) VALUE 'LEGAL NAME'.
           05 FILLER              PIC X(11) VALUE 'TIN'.
           05 FILLER              PIC X(3)  VALUE 'W-9'.
           05 FILLER              PIC X(18) VALUE
                  '  YTD NET PAID'.
           05 FILLER              PIC X(3)  VALUE 'RPT'.
           05 FILLER              PIC X(54) VALUE 'EXCEPTION'.
      *
       01  EXC-DET-LINE.
           05 EXC-DET-PROV        PIC X(9).
           05 FILLER              PIC X(2) VALUE SPACES.
           05 EXC-DET-NAME        PIC X(30).
           05 FILLER              PIC X(2) VALUE SPACES.
           05 EXC-DET-TIN         PIC X(9).
           05 FILLER              PIC X(2) VALUE SPACES.
           05 EXC-DET-W9          PIC X(1).
           05 FILLER              PIC X(2) VALUE SPACES.
           05 EXC-DET-NET         PIC ---,---,--9.99.
           05 FILLER              PIC X(4) VALUE SPACES.
           05 EXC-DET-RPT         PIC X(1).
           05 FILLER              PIC X(2) VALUE SPACES.
           05 EXC-DET-TEXT        PIC X(54).
      *
       01  EXC-SUM-LINE.
           05 EXC-SUM-LABEL       PIC X(40).
           05 EXC-SUM-CNT         PIC Z,ZZZ,ZZ9.
           05 FILLER              PIC X(2) VALUE SPACES.
           05 EXC-SUM-AMT         PIC ---,---,---,--9.99
                                  BLANK WHEN ZERO.
           05 FILLER              PIC X(63) VALUE SPACES.
      *
       PROCEDURE DIVISION.
       010-MAINLINE.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           PERFORM 020-READ-CONTROL-CARDS THRU 020-EXIT.
           MOVE RD-MM   TO ED-MM.
           MOVE RD-DD   TO ED-DD.
           MOVE RD-YYYY TO ED-YYYY.
           MOVE ED-DATE   TO EXC-HDR1-DATE.
           MOVE TAX-YEAR  TO EXC-HDR1-YEAR CPY-HDR1-YEAR.
           MOVE THRESHOLD TO EXC-HDR1-THRESH.
           OPEN INPUT  YTD-IN
                       TAX-IN.
           OPEN OUTPUT B-WORK
                       COPY-RPT
                       EXC-RPT.
           MOVE PAGE-LIMIT TO LINE-CNT.
           PERFORM 070-READ-TAX THRU 070-EXIT.
           SORT SORT-FILE
               ON ASCENDING KEY SRT-PROV SRT-LOB
               INPUT PROCEDURE 100-RELEASE-YTD THRU 100-EXIT
               OUTPUT PROCEDURE 200-REPORT-PROVIDERS THRU 200-EXIT.
           CLOSE B-WORK.
           PERFORM 800-WRITE-IRS-FILE THRU 800-EXIT.
           PERFORM 900-EXCEPTION-SUMMARY.
           GO TO 990-PUBLISH-STATS.
      *
      * READ THE CONTROL CARDS.  YR, TR, PN, PA, PC AND CN ARE ALL
      *  REQUIRED; A MISSING, UNKNOWN OR BAD CARD ENDS THE RUN RC=12
      *  BEFORE ANYTHING IS WRITTEN.
       020-READ-CONTROL-CARDS.
           OPEN INPUT CTL-CARD.
           IF CTLCARD-STATUS NOT = '00'
              DISPLAY 'CONTROL CARD FILE WILL NOT OPEN - STATUS '
                      CTLCARD-STATUS
              GO TO 030-REJECT-CARDS.
           MOVE 'Y' TO CTLCARD-OPEN-SW.
       020-LOOP.
           READ CTL-CARD AT END
                GO TO 020-CHECK.
           ADD 1 TO CARDS-READ.
           DISPLAY 'CONTROL CARD = ' CTL-CARD-REC.
           IF CCD-YEAR
              MOVE CCD-TAX-YEAR TO TAX-YEAR
              MOVE CCD-TEST-IND TO TEST-IND
              IF CCD-THRESHOLD = SPACES
                 MOVE ZEROS TO CCD-THRESHOLD
              END-IF
              IF CCD-THRESHOLD NOT NUMERIC
                 DISPLAY '  THRESHOLD MUST BE NUMERIC'
                 MOVE 'Y' TO CARD-BAD-SW
              ELSE
                 MOVE CCD-THRESHOLD-N TO THRESHOLD
              END-IF
              GO TO 020-LOOP.
           IF CCD-TRANSMITTER
              MOVE CCD-PAYER-TIN TO PAYER-TIN
              MOVE CCD-TCC       TO PAYER-TCC
              MOVE CCD-PHONE     TO PAYER-PHONE
              GO TO 020-LOOP.
           IF CCD-PAYER-NAME
              MOVE CCD-DATA TO PAYER-NAME
              GO TO 020-LOOP.
           IF CCD-PAYER-ADDR
              MOVE CCD-DATA TO PAYER-ADDR
              GO TO 020-LOOP.
           IF CCD-PAYER-CITY
              MOVE CCD-CITY  TO PAYER-CITY
              MOVE CCD-STATE TO PAYER-STATE
              MOVE CCD-ZIP   TO PAYER-ZIP
              GO TO 020-LOOP.
           IF CCD-CONTACT
              MOVE CCD-DATA TO CONTACT-NAME
              GO TO 020-LOOP.
           IF CCD-EMAIL
              MOVE CCD-DATA TO CONTACT-EMAIL
              GO TO 020-LOOP.
           DISPLAY '  CARD TYPE MUST BE YR, TR, PN, PA, PC, CN OR CE'.
           MOVE 'Y' TO CARD-BAD-SW.
           GO TO 020-LOOP.
       020-CHECK.
           IF TAX-YEAR NOT NUMERIC
              DISPLAY 'YR CARD MISSING OR TAX YEAR NOT NUMERIC'
              MOVE 'Y' TO CARD-BAD-SW.
           IF TEST-IND NOT = SPACE AND TEST-IND NOT = 'T'
              DISPLAY 'TEST INDICATOR MUST BE T OR BLANK'
              MOVE 'Y' TO CARD-BAD-SW.
           IF THRESHOLD = ZERO
              MOVE 600.00 TO THRESHOLD.
           IF PAYER-TIN NOT NUMERIC OR PAYER-TCC = SPACES
              DISPLAY 'TR CARD MISSING OR PAYER EIN NOT NUMERIC'
              MOVE 'Y' TO CARD-BAD-SW.
           IF PAYER-NAME = SPACES OR PAYER-ADDR = SPACES
              OR PAYER-CITY = SPACES OR PAYER-STATE = SPACES
              OR PAYER-ZIP = SPACES
              DISPLAY 'PN, PA AND PC CARDS ARE ALL REQUIRED'
              MOVE 'Y' TO CARD-BAD-SW.
           IF CONTACT-NAME = SPACES
              DISPLAY 'CN CARD IS REQUIRED'
              MOVE 'Y' TO CARD-BAD-SW.
           IF CARD-BAD
              GO TO 030-REJECT-CARDS.
           CLOSE CTL-CARD.
           GO TO 020-EXIT.
       030-REJECT-CARDS.
           DISPLAY 'SAMP1099 CONTROL CARDS REJECTED - CORRECT THE '
                   'CARDS AND RESUBMIT'.
           IF CTLCARD-OPEN
              CLOSE CTL-CARD.
           MOVE 12 TO RETURN-CODE.
           GOBACK.
       020-EXIT.
           EXIT.
      *
      * ADVANCE THE TAX MASTER.  ITS SEED RECORD HAS A PROVIDER THAT
      *  IS NOT NUMERIC AND IS PASSED OVER.
       070-READ-TAX.
           READ TAX-IN AT END
                MOVE 'Y' TO EOF-TAX-SW
                MOVE HIGH-VALUES TO COMP-TAX-PROV
                GO TO 070-EXIT.
           IF PTX-PROV NOT NUMERIC
              GO TO 070-READ-TAX.
           ADD 1 TO TAX-RECS-READ.
           MOVE PTX-PROV TO COMP-TAX-PROV.
       070-EXIT.
           EXIT.
      *
      * HAND EACH LOB'S YEAR-TO-DATE NET FOR THE TAX YEAR TO THE SORT
      *  SO THE PROVIDER'S LOBS COME BACK TOGETHER.
       100-RELEASE-YTD.
           READ YTD-IN AT END
                MOVE 'Y' TO EOF-YTD-SW
                GO TO 100-EXIT.
           IF PYT-YEAR NOT NUMERIC
              GO TO 100-RELEASE-YTD.
           ADD 1 TO YTD-RECS-READ.
           IF PYT-YEAR NOT = TAX-YEAR
              GO TO 100-RELEASE-YTD.
           IF PYT-PROV NOT NUMERIC OR PYT-YTD-NET NOT NUMERIC
              ADD 1 TO YTD-RECS-BAD
              DISPLAY 'YEAR-TO-DATE RECORD NOT USABLE - ' PYT-KEY
              GO TO 100-RELEASE-YTD.
           MOVE PYT-PROV    TO SRT-PROV.
           MOVE PYT-LOB     TO SRT-LOB.
           MOVE PYT-YTD-NET TO SRT-NET.
           RELEASE SORT-REC.
           ADD 1 TO YTD-RECS-USED.
           GO TO 100-RELEASE-YTD.
       100-EXIT.
           EXIT.
      *
      * THE PROVIDER'S LOBS ARE SUMMED AND THE PROVIDER REPORTED ON
      *  THE BREAK.
       200-REPORT-PROVIDERS.
           RETURN SORT-FILE AT END
                MOVE 'Y' TO EOF-SORT-SW
                GO TO 200-LAST-PROVIDER.
           IF SRT-PROV NOT = PREV-PROV
              IF PREV-PROV NOT = SPACES
                 PERFORM 300-REPORT-PROVIDER THRU 300-EXIT
              END-IF
              MOVE SRT-PROV TO PREV-PROV
              MOVE 0 TO PROV-NET PROV-LOB-CNT.
           ADD SRT-NET TO PROV-NET.
           ADD 1 TO PROV-LOB-CNT.
           GO TO 200-REPORT-PROVIDERS.
       200-LAST-PROVIDER.
           IF PREV-PROV NOT = SPACES
              PERFORM 300-REPORT-PROVIDER THRU 300-EXIT.
       200-EXIT.
           EXIT.
      *
      * JOIN THE PROVIDER TO THE TAX MASTER, LIST ITS EXCEPTIONS AND
      *  REPORT IT WHEN PAID AT OR ABOVE THE THRESHOLD.  A PROVIDER
      *  NETTING TO ZERO OR LESS FOR THE YEAR WAS NOT PAID.
       300-REPORT-PROVIDER.
           IF PROV-NET NOT > ZERO
              GO TO 300-EXIT.
           ADD 1 TO PROVS-PAID.
           ADD PROV-NET TO TOT-PAID.
           PERFORM 310-FIND-TAX THRU 310-EXIT.
           IF NOT TAX-FOUND
              IF PROV-NET < THRESHOLD
                 MOVE 'NO TAX MASTER RECORD - ADD IT FROM THE W-9'
                      TO EXC-DET-TEXT
                 PERFORM 400-PRINT-EXCEPTION
                 ADD 1 TO PROVS-BELOW
              ELSE
                 MOVE 'NO TAX MASTER RECORD - NOT FILED - ADD AND RERUN'
                      TO EXC-DET-TEXT
                 PERFORM 400-PRINT-EXCEPTION
                 ADD 1 TO PROVS-NOT-FILED
              END-IF
              GO TO 300-EXIT.
           PERFORM 320-CHECK-TIN THRU 320-EXIT.
           IF TIN-MISSING
              MOVE 'TIN MISSING' TO EXC-DET-TEXT.
           IF TIN-INVALID
              MOVE 'TIN NOT VALID' TO EXC-DET-TEXT.
           IF NOT TIN-OK
              ADD 1 TO PROVS-TIN-BAD
              PERFORM 400-PRINT-EXCEPTION.
           IF PROV-NET < THRESHOLD
              ADD 1 TO PROVS-BELOW
              GO TO 300-EXIT.
           IF NOT PTX-W9-ON-FILE
              ADD 1 TO PROVS-NO-W9
              MOVE 'OVER THRESHOLD - NO W-9 - START BACKUP WITHHOLDING'
                   TO EXC-DET-TEXT
              IF PTX-W9-REQUESTED
                 MOVE 'OVER THRESHOLD - W-9 REQUESTED, NOT RECEIVED'
                      TO EXC-DET-TEXT
              END-IF
              PERFORM 400-PRINT-EXCEPTION.
           PERFORM 500-WRITE-B-RECORD.
           PERFORM 600-PRINT-COPY-B.
           ADD 1 TO PROVS-REPORTED.
           ADD PROV-NET TO TOT-REPORTED.
       300-EXIT.
           EXIT.
      *
      * WALK THE TAX MASTER UP TO THE PROVIDER.  BOTH FILES ARE IN
      *  PROVIDER ORDER; MASTER RECORDS WITH NO MONEY ARE PASSED.
       310-FIND-TAX.
           MOVE 'N' TO TAX-FOUND-SW.
       310-LOOP.
           IF COMP-TAX-PROV < PREV-PROV
              PERFORM 070-READ-TAX THRU 070-EXIT
              GO TO 310-LOOP.
           IF COMP-TAX-PROV = PREV-PROV
              MOVE 'Y' TO TAX-FOUND-SW.
       310-EXIT.
           EXIT.
      *
      * A TIN IS MISSING WHEN BLANK OR ZERO, AND INVALID WHEN NOT
      *  NINE DIGITS, WITHOUT A TIN TYPE, ONE DIGIT REPEATED,
      *  123456789, OR AN SSN IN AREA 000 OR 666.
       320-CHECK-TIN.
           MOVE 'K' TO TIN-SW.
           IF PTX-TIN = SPACES OR PTX-TIN = ZEROS
              MOVE 'M' TO TIN-SW
              GO TO 320-EXIT.
           IF PTX-TIN NOT NUMERIC
              OR (NOT PTX-EIN AND NOT PTX-SSN)
              OR PTX-TIN = '123456789'
              MOVE 'I' TO TIN-SW
              GO TO 320-EXIT.
           IF PTX-SSN
              AND (PTX-TIN-AREA = '000' OR PTX-TIN-AREA = '666')
              MOVE 'I' TO TIN-SW
              GO TO 320-EXIT.
           MOVE 2 TO DIGIT-IX.
       320-LOOP.
           IF DIGIT-IX > 9
              MOVE 'I' TO TIN-SW
              GO TO 320-EXIT.
           IF PTX-TIN-DIGIT (DIGIT-IX) NOT = PTX-TIN-DIGIT (1)
              GO TO 320-EXIT.
           ADD 1 TO DIGIT-IX.
           GO TO 320-LOOP.
       320-EXIT.
           EXIT.
      *
       400-PRINT-EXCEPTION.
           IF LINE-CNT >= PAGE-LIMIT
              PERFORM 410-EXC-HEADING.
           MOVE PREV-PROV      TO EXC-DET-PROV.
           MOVE SPACES TO EXC-DET-NAME EXC-DET-TIN EXC-DET-W9.
           IF TAX-FOUND
              MOVE PTX-LEGAL-NAME TO EXC-DET-NAME
              MOVE PTX-TIN        TO EXC-DET-TIN
              MOVE PTX-W9-STATUS  TO EXC-DET-W9.
           MOVE PROV-NET       TO EXC-DET-NET.
           MOVE 'N' TO EXC-DET-RPT.
           IF PROV-NET NOT < THRESHOLD
              MOVE 'Y' TO EXC-DET-RPT.
           WRITE EXC-RPT-REC FROM EXC-DET-LINE
               AFTER ADVANCING 1 LINE.
           ADD 1 TO LINE-CNT.
           ADD 1 TO EXC-LINES.
      *
       410-EXC-HEADING.
           WRITE EXC-RPT-REC FROM EXC-HDR1-LINE
               AFTER ADVANCING PAGE.
           WRITE EXC-RPT-REC FROM EXC-HDR2-LINE
               AFTER ADVANCING 2 LINES.
           MOVE 3 TO LINE-CNT.
      *
      * ONE B RECORD TO THE WORK FILE.  A TIN THAT IS NOT NUMERIC IS
      *  SENT BLANK.  FOR AN EIN THE NAME CONTROL IS THE FIRST FOUR
      *  CHARACTERS OF THE LEGAL NAME UNLESS IT STARTS WITH THE.  FOR
      *  AN SSN IT WOULD BE THE FIRST FOUR LETTERS OF THE SURNAME,
      *  WHICH THE TAX MASTER DOES NOT CARRY APART FROM THE NAME, SO
      *  IT IS SENT BLANK AS THE IRS ALLOWS.
       500-WRITE-B-RECORD.
           MOVE TAX-YEAR TO IRB-YEAR.
           MOVE PTX-NAME-CONTROL TO IRB-NAME-CONTROL.
           IF PTX-NAME-CONTROL = 'THE ' OR PTX-SSN
              MOVE SPACES TO IRB-NAME-CONTROL.
           MOVE PTX-TIN-TYPE TO IRB-TIN-TYPE.
           MOVE PTX-TIN      TO IRB-TIN.
           IF PTX-TIN NOT NUMERIC
              MOVE SPACES TO IRB-TIN-TYPE IRB-TIN.
           MOVE PTX-PROV       TO IRB-ACCOUNT.
           MOVE PROV-NET       TO IRB-AMT-6.
           MOVE PTX-LEGAL-NAME TO IRB-NAME.
           MOVE PTX-NAME-2     TO IRB-NAME-2.
           MOVE PTX-ADDRESS    TO IRB-ADDRESS.
           MOVE PTX-CITY       TO IRB-CITY.
           MOVE PTX-STATE      TO IRB-STATE.
           MOVE PTX-ZIP        TO IRB-ZIP.
           MOVE 0              TO IRB-SEQ.
           WRITE B-WORK-REC FROM IRS-B-REC.
           ADD 1 TO B-RECS-WRITTEN.
      *
      * THE RECIPIENT'S COPY B.  ONLY THE LAST FOUR DIGITS OF THE
      *  RECIPIENT'S TIN ARE PRINTED.
       600-PRINT-COPY-B.
           WRITE COPY-RPT-REC FROM CPY-HDR1-LINE
               AFTER ADVANCING PAGE.
           WRITE COPY-RPT-REC FROM CPY-HDR2-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'PAYER' TO CPY-LABEL.
           MOVE PAYER-NAME TO CPY-TEXT.
           WRITE COPY-RPT-REC FROM CPY-TEXT-LINE
               AFTER ADVANCING 3 LINES.
           MOVE SPACES TO CPY-LABEL.
           MOVE PAYER-ADDR TO CPY-TEXT.
           WRITE COPY-RPT-REC FROM CPY-TEXT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE PAYER-CITY  TO CPY-CSZ-CITY.
           MOVE PAYER-STATE TO CPY-CSZ-STATE.
           MOVE PAYER-ZIP   TO CPY-CSZ-ZIP.
           MOVE CPY-CSZ TO CPY-TEXT.
           WRITE COPY-RPT-REC FROM CPY-TEXT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE PAYER-PHONE TO CPY-TEXT.
           WRITE COPY-RPT-REC FROM CPY-TEXT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'PAYER''S TIN' TO CPY-LABEL.
           MOVE PAYER-TIN-2 TO CPT-2.
           MOVE PAYER-TIN-7 TO CPT-7.
           MOVE CPY-PAYER-TIN TO CPY-TEXT.
           WRITE COPY-RPT-REC FROM CPY-TEXT-LINE
               AFTER ADVANCING 2 LINES.
           MOVE 'RECIPIENT''S TIN' TO CPY-LABEL.
           MOVE PTX-TIN-LAST4 TO CRT-LAST4.
           MOVE CPY-RECIP-TIN TO CPY-TEXT.
           IF PTX-TIN NOT NUMERIC
              MOVE SPACES TO CPY-TEXT.
           WRITE COPY-RPT-REC FROM CPY-TEXT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'RECIPIENT' TO CPY-LABEL.
           MOVE PTX-LEGAL-NAME TO CPY-TEXT.
           WRITE COPY-RPT-REC FROM CPY-TEXT-LINE
               AFTER ADVANCING 2 LINES.
           MOVE SPACES TO CPY-LABEL.
           IF PTX-NAME-2 NOT = SPACES
              MOVE PTX-NAME-2 TO CPY-TEXT
              WRITE COPY-RPT-REC FROM CPY-TEXT-LINE
                  AFTER ADVANCING 1 LINE.
           MOVE PTX-ADDRESS TO CPY-TEXT.
           WRITE COPY-RPT-REC FROM CPY-TEXT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE PTX-CITY  TO CPY-CSZ-CITY.
           MOVE PTX-STATE TO CPY-CSZ-STATE.
           MOVE PTX-ZIP   TO CPY-CSZ-ZIP.
           MOVE CPY-CSZ TO CPY-TEXT.
           WRITE COPY-RPT-REC FROM CPY-TEXT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'ACCOUNT NUMBER' TO CPY-LABEL.
           MOVE PTX-PROV TO CPY-TEXT.
           WRITE COPY-RPT-REC FROM CPY-TEXT-LINE
               AFTER ADVANCING 2 LINES.
           MOVE PROV-NET TO CPY-AMT.
           WRITE COPY-RPT-REC FROM CPY-AMT-LINE
               AFTER ADVANCING 2 LINES.
           WRITE COPY-RPT-REC FROM CPY-NOTE1-LINE
               AFTER ADVANCING 3 LINES.
           WRITE COPY-RPT-REC FROM CPY-NOTE2-LINE
               AFTER ADVANCING 1 LINE.
           WRITE COPY-RPT-REC FROM CPY-NOTE3-LINE
               AFTER ADVANCING 1 LINE.
      *
      * BUILD THE FILING FILE - T, A, THE B RECORDS FROM THE WORK
      *  FILE, C AND F, NUMBERED IN ORDER.  WITH NO PAYEES THERE IS
      *  NOTHING TO FILE AND THE FILE IS LEFT EMPTY.
       800-WRITE-IRS-FILE.
           OPEN OUTPUT IRS-OUT.
           IF B-RECS-WRITTEN = 0
              DISPLAY 'NO PROVIDER REPORTABLE FOR ' TAX-YEAR
                      ' - IRS FILE IS EMPTY'
              GO TO 800-DONE.
           MOVE TAX-YEAR       TO IRT-YEAR.
           MOVE PAYER-TIN      TO IRT-TIN.
           MOVE PAYER-TCC      TO IRT-TCC.
           MOVE TEST-IND       TO IRT-TEST-IND.
           MOVE PAYER-NAME     TO IRT-NAME IRT-COMPANY.
           MOVE PAYER-ADDR     TO IRT-ADDRESS.
           MOVE PAYER-CITY     TO IRT-CITY.
           MOVE PAYER-STATE    TO IRT-STATE.
           MOVE PAYER-ZIP      TO IRT-ZIP.
           MOVE B-RECS-WRITTEN TO IRT-PAYEES.
           MOVE CONTACT-NAME   TO IRT-CONTACT.
           MOVE PAYER-PHONE    TO IRT-PHONE.
           MOVE CONTACT-EMAIL  TO IRT-EMAIL.
           ADD 1 TO IRS-SEQ.
           MOVE IRS-SEQ TO IRT-SEQ.
           WRITE IRS-OUT-REC FROM IRS-T-REC.
           MOVE TAX-YEAR       TO IRA-YEAR.
           MOVE PAYER-TIN      TO IRA-TIN.
           MOVE PAYER-NAME-CONTROL TO IRA-NAME-CONTROL.
           MOVE PAYER-NAME     TO IRA-NAME.
           MOVE PAYER-ADDR     TO IRA-ADDRESS.
           MOVE PAYER-CITY     TO IRA-CITY.
           MOVE PAYER-STATE    TO IRA-STATE.
           MOVE PAYER-ZIP      TO IRA-ZIP.
           MOVE PAYER-PHONE    TO IRA-PHONE.
           ADD 1 TO IRS-SEQ.
           MOVE IRS-SEQ TO IRA-SEQ.
           WRITE IRS-OUT-REC FROM IRS-A-REC.
           OPEN INPUT B-WORK.
       800-COPY-B.
           READ B-WORK INTO IRS-B-REC AT END
                GO TO 800-TRAILERS.
           ADD 1 TO IRS-SEQ.
           MOVE IRS-SEQ TO IRB-SEQ.
           WRITE IRS-OUT-REC FROM IRS-B-REC.
           GO TO 800-COPY-B.
       800-TRAILERS.
           CLOSE B-WORK.
           MOVE B-RECS-WRITTEN TO IRC-PAYEES.
           MOVE TOT-REPORTED   TO IRC-TOTAL-6.
           ADD 1 TO IRS-SEQ.
           MOVE IRS-SEQ TO IRC-SEQ.
           WRITE IRS-OUT-REC FROM IRS-C-REC.
           MOVE B-RECS-WRITTEN TO IRF-PAYEES.
           ADD 1 TO IRS-SEQ.
           MOVE IRS-SEQ TO IRF-SEQ.
           WRITE IRS-OUT-REC FROM IRS-F-REC.
       800-DONE.
           CLOSE IRS-OUT.
       800-EXIT.
           EXIT.
      *
       900-EXCEPTION-SUMMARY.
           IF EXC-LINES = 0
              PERFORM 410-EXC-HEADING
              MOVE 'NO EXCEPTIONS' TO EXC-SUM-LABEL
              MOVE 0 TO EXC-SUM-CNT EXC-SUM-AMT
              WRITE EXC-RPT-REC FROM EXC-SUM-LINE
                  AFTER ADVANCING 1 LINE.
           MOVE 'PROVIDERS PAID IN THE YEAR' TO EXC-SUM-LABEL.
           MOVE PROVS-PAID TO EXC-SUM-CNT.
           MOVE TOT-PAID   TO EXC-SUM-AMT.
           WRITE EXC-RPT-REC FROM EXC-SUM-LINE
               AFTER ADVANCING 3 LINES.
           MOVE 'REPORTED ON 1099-MISC' TO EXC-SUM-LABEL.
           MOVE PROVS-REPORTED TO EXC-SUM-CNT.
           MOVE TOT-REPORTED   TO EXC-SUM-AMT.
           WRITE EXC-RPT-REC FROM EXC-SUM-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'BELOW THE THRESHOLD' TO EXC-SUM-LABEL.
           MOVE PROVS-BELOW TO EXC-SUM-CNT.
           MOVE 0 TO EXC-SUM-AMT.
           WRITE EXC-RPT-REC FROM EXC-SUM-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'NOT FILED - NO TAX MASTER RECORD' TO EXC-SUM-LABEL.
           MOVE PROVS-NOT-FILED TO EXC-SUM-CNT.
           WRITE EXC-RPT-REC FROM EXC-SUM-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'TIN MISSING OR NOT VALID' TO EXC-SUM-LABEL.
           MOVE PROVS-TIN-BAD TO EXC-SUM-CNT.
           WRITE EXC-RPT-REC FROM EXC-SUM-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'OVER THRESHOLD WITHOUT A W-9' TO EXC-SUM-LABEL.
           MOVE PROVS-NO-W9 TO EXC-SUM-CNT.
           WRITE EXC-RPT-REC FROM EXC-SUM-LINE
               AFTER ADVANCING 1 LINE.
      *
       990-PUBLISH-STATS.
           DISPLAY 'TAX YEAR            = ' TAX-YEAR.
           DISPLAY 'THRESHOLD           = ' THRESHOLD.
           DISPLAY 'YTD RECORDS READ    = ' YTD-RECS-READ.
           DISPLAY 'YTD RECORDS USED    = ' YTD-RECS-USED.
           DISPLAY 'YTD RECORDS BAD     = ' YTD-RECS-BAD.
           DISPLAY 'TAX MASTER READ     = ' TAX-RECS-READ.
           DISPLAY 'PROVIDERS PAID      = ' PROVS-PAID.
           DISPLAY 'PROVIDERS REPORTED  = ' PROVS-REPORTED.
           DISPLAY 'AMOUNT REPORTED     = ' TOT-REPORTED.
           DISPLAY 'BELOW THRESHOLD     = ' PROVS-BELOW.
           DISPLAY 'NOT FILED           = ' PROVS-NOT-FILED.
           DISPLAY 'TIN MISSING/INVALID = ' PROVS-TIN-BAD.
           DISPLAY 'OVER THRESHOLD NO W9= ' PROVS-NO-W9.
           DISPLAY 'IRS RECORDS WRITTEN = ' IRS-SEQ.
           IF EXC-LINES > 0 OR YTD-RECS-BAD > 0
              MOVE 4 TO RETURN-CODE.
           IF PROVS-NOT-FILED > 0
              DISPLAY 'PROVIDERS OVER THE THRESHOLD NOT FILED - DO NOT '
                      'SUBMIT THE IRS FILE'
              MOVE 8 TO RETURN-CODE.
           GO TO 9999-STOP.
      *
       9999-STOP.
           CLOSE YTD-IN TAX-IN COPY-RPT EXC-RPT.
           GOBACK.
