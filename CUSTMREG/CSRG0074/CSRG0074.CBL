      *================================================================*
      *        I D E N T I F I C A T I O N      D I V I S I O N        *
      *================================================================*
       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     CSRG0074.
       AUTHOR.         RENAN MUNIZ MERLO.
       DATE-WRITTEN.   15/10/2026.
       DATE-COMPILED   WHEN-COMPILED.
       REMARKS.
      *----------------------------------------------------------------*
      *                RENAN MUNIZ MERLO COBOL DEVELOPER               *
      *          https://www.linkedin.com/in/renan-muniz-merlo         *
      *----------------------------------------------------------------*
      *    PROGRAM-ID..: CSRG0074.                                     *
      *    ANALYST.....: RENAN MUNIZ MERLO                             *
      *    PROGRAMMER..: RENAN MUNIZ MERLO                             *
      *    DATE........: 15/10/2026                                    *
      *----------------------------------------------------------------*
      *    PROJECT.....: CUSTOMER REGISTRATION PROJECT - CUSTMREG      *
      *----------------------------------------------------------------*
      *    GOAL........: NIGHTLY KYC RISK RATING.  SCORES EVERY ACTIVE *
      *                  CUSTOMER FROM THE RISK SIGNALS THE SYSTEM     *
      *                  ALREADY KEEPS AND STORES A LOW/MEDIUM/HIGH    *
      *                  RATING (L/M/H) AND A NEXT KYC REVIEW DUE DATE *
      *                  ON TB_CUSTOMER:                               *
      *                  - CPF_SITUACAO (CSRG0037): SUSPENDED,         *
      *                    CANCELLED/DECEASED, OR A CPF NOT CHECKED;   *
      *                  - A FOREIGN DOC_TYPE (PASSPORT, RUC, DNI);    *
      *                  - TONIGHT'S CSRG0048 VELOCITY FLAG (VELFLAG); *
      *                  - UNDELIVERABLE ADDRESS/EMAIL/PHONE           *
      *                    (CSRG0036);                                 *
      *                  - PEP AND SANCTIONS HITS ON TB_SCREEN_HIT,    *
      *                    OPEN OR CONFIRMED (A FALSE POSITIVE OR A    *
      *                    CLEARED HIT DOES NOT COUNT).                *
      *                  EACH SIGNAL PRESENT ADDS ITS WEIGHT FROM THE  *
      *                  RISKPARM CARDS; THE SCORE (CAPPED AT 999)     *
      *                  AGAINST THE MEDIUM/HIGH THRESHOLDS GIVES THE  *
      *                  RATING, AND THE RATING GIVES THE REVIEW       *
      *                  INTERVAL IN MONTHS.                           *
      *                  REVIEW DUE DATE: A FIRST RATING IS DUE TODAY  *
      *                  PLUS THE INTERVAL.  A CHANGED RATING IS DUE   *
      *                  ON THE EARLIER OF THE DATE ALREADY SET AND    *
      *                  TODAY PLUS THE NEW INTERVAL, SO A CUSTOMER    *
      *                  GOING UP COMES FORWARD AND ONE GOING DOWN IS  *
      *                  NOT PUSHED BACK.  AN UNCHANGED RATING LEAVES  *
      *                  THE ROW ALONE.  A COMPLETED BRANCH REVIEW     *
      *                  (KYCREV CARD, APPLIED BEFORE THE SWEEP) SETS  *
      *                  THE DUE DATE TO THE REVIEW DATE PLUS THE      *
      *                  INTERVAL OF THE CURRENT RATING.               *
      *                  EVERY RATING SET AND REVIEW APPLIED IS        *
      *                  WRITTEN TO THE RISKHIST HISTORY (CSRGRSK1).   *
      *                  RSKRPT LISTS THE REVIEW CARDS, THE CUSTOMERS  *
      *                  NEWLY RATED HIGH, AND THE COUNTS.  RC=0.      *
      *----------------------------------------------------------------*
      *    RISKPARM....: KEYWORD=NNN, ONE PER CARD, '*' = COMMENT,     *
      *                  THREE DIGITS.  SIGNAL WEIGHTS:                *
      *                  CPFSUSP    CPF SUSPENDED              (025)   *
      *                  CPFCANC    CPF CANCELLED OR DECEASED  (040)   *
      *                  CPFUNCHK   CPF NOT YET CHECKED        (005)   *
      *                  FOREIGN    FOREIGN DOCUMENT           (020)   *
      *                  VELOCITY   CSRG0048 VELOCITY FLAG     (025)   *
      *                  UNDELADDR  ADDRESS UNDELIVERABLE      (010)   *
      *                  UNDELEMAIL EMAIL UNDELIVERABLE        (005)   *
      *                  UNDELPHONE PHONE UNDELIVERABLE        (005)   *
      *                  PEPOPEN    OPEN PEP HIT               (030)   *
      *                  PEPCONF    CONFIRMED PEP HIT          (060)   *
      *                  SANCOPEN   OPEN SANCTIONS HIT         (050)   *
      *                  SANCCONF   CONFIRMED SANCTIONS HIT    (100)   *
      *                  THRESHOLDS AND REVIEW INTERVALS (MONTHS):     *
      *                  MEDIUM     SCORE FOR MEDIUM RISK      (025)   *
      *                  HIGH       SCORE FOR HIGH RISK        (060)   *
      *                  REVLOW     LOW-RISK INTERVAL          (060)   *
      *                  REVMEDIUM  MEDIUM-RISK INTERVAL       (024)   *
      *                  REVHIGH    HIGH-RISK INTERVAL         (012)   *
      *                  A MISSING RISKPARM FILE MEANS THE SHOP        *
      *                  DEFAULTS SHOWN IN BRACKETS.                   *
      *----------------------------------------------------------------*
      *    KYCREV......: ONE CARD PER COMPLETED BRANCH KYC REVIEW.     *
      *                  POS 01-15  CPF                                *
      *                  POS 16-25  REVIEW DATE (DD-MM-YYYY; BLANK =   *
      *                             TODAY)                             *
      *                  POS 26-33  REVIEWER                           *
      *                  POS 34-80  FILLER (CARD IMAGE)                *
      *                  A CARD FOR A CPF NOT ON TB_CUSTOMER, NOT      *
      *                  ACTIVE OR NOT YET RATED, WITH NO REVIEWER OR  *
      *                  WITH A BAD OR FUTURE DATE IS REJECTED ON      *
      *                  RSKRPT.  A CARD ALREADY APPLIED (SAME DUE     *
      *                  DATE) IS NOT APPLIED TWICE.                   *
      *----------------------------------------------------------------*
      *    RSKRPT......: REVIEW CARDS:                                 *
      *                  POS 001-015  CPF                              *
      *                  POS 017-026  REVIEW DATE                      *
      *                  POS 028-035  REVIEWER                         *
      *                  POS 037-037  RATING                           *
      *                  POS 039-048  REVIEW DUE BEFORE                *
      *                  POS 050-059  REVIEW DUE AFTER                 *
      *                  POS 061-090  OUTCOME                          *
      *                  CUSTOMERS NEWLY RATED HIGH:                   *
      *                  POS 001-015  CPF                              *
      *                  POS 017-017  RATING BEFORE                    *
      *                  POS 019-019  RATING AFTER                     *
      *                  POS 021-023  SCORE                            *
      *                  POS 025-032  SIGNALS (AS CSRGRSK1)            *
      *                  POS 034-043  REVIEW DUE                       *
      *                  POS 045-094  NAME                             *
      *----------------------------------------------------------------*
      *    FILES.......:  DDNAME          LRECL       INCLUDE/BOOK     *
      *                   RISKPARM        00080       NONE             *
      *                   KYCREV          00080       NONE             *
      *                   VELFLAG         00040       CSRGVEL1         *
      *                   RISKHIST        00100       CSRGRSK1         *
      *                   RSKRPT          00132       NONE             *
      *----------------------------------------------------------------*
      *    MODIFICATION HISTORY.......:                                *
      *    15/10/2026 RMM - PROGRAM CREATED.                           *
      *----------------------------------------------------------------*
      *    TABLE DB2...:  TB_CUSTOMER                 BTB_CUSTOMER     *
      *                   TB_SCREEN_HIT               BTB_SCREEN_HIT   *
      *----------------------------------------------------------------*
      *                                                                *
      *================================================================*
      *           E N V I R O N M E N T      D I V I S I O N           *
      *================================================================*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT RISKPARM      ASSIGN TO UTS-S-RISKPARM
            ORGANIZATION IS     SEQUENTIAL
            ACCESS MODE  IS     SEQUENTIAL
            FILE STATUS  IS     WRK-FS-RISKPARM.

           SELECT KYCREV        ASSIGN TO UTS-S-KYCREV
            ORGANIZATION IS     SEQUENTIAL
            ACCESS MODE  IS     SEQUENTIAL
            FILE STATUS  IS     WRK-FS-KYCREV.

           SELECT VELFLAG       ASSIGN TO UTS-S-VELFLAG
            ORGANIZATION IS     SEQUENTIAL
            ACCESS MODE  IS     SEQUENTIAL
            FILE STATUS  IS     WRK-FS-VELFLAG.

           SELECT RISKHIST      ASSIGN TO UTS-S-RISKHIST
            ORGANIZATION IS     SEQUENTIAL
            ACCESS MODE  IS     SEQUENTIAL
            FILE STATUS  IS     WRK-FS-RISKHIST.

           SELECT RSKRPT        ASSIGN TO UTS-S-RSKRPT
            ORGANIZATION IS     SEQUENTIAL
            ACCESS MODE  IS     SEQUENTIAL
            FILE STATUS  IS     WRK-FS-RSKRPT.

      *================================================================*
      *                  D A T A      D I V I S I O N                  *
      *================================================================*
       DATA DIVISION.
       FILE SECTION.
      *
       FD RISKPARM
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS 00 RECORDS.
       01 FD-REG-RISKPARM   PIC X(80).

       FD KYCREV
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS 00 RECORDS.
       01 FD-REG-KYCREV     PIC X(80).

       FD VELFLAG
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS 00 RECORDS.
       01 FD-REG-VELFLAG    PIC X(40).

       FD RISKHIST
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS 00 RECORDS.
       01 FD-REG-RISKHIST   PIC X(100).

       FD RSKRPT
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS 00 RECORDS.
       01 FD-REG-RSKRPT     PIC X(132).

      *-----------------------------------------------------------------*
      *                  WORKING-STORAGE SECTION                        *
      *-----------------------------------------------------------------*
       WORKING-STORAGE SECTION.

       77 WRK-KYCREV-REGS-COUNTER                PIC 9(07) VALUE ZEROS .
       77 WRK-REV-APPLIED-COUNTER                PIC 9(07) VALUE ZEROS .
       77 WRK-REV-ALREADY-COUNTER                PIC 9(07) VALUE ZEROS .
       77 WRK-REV-REJECTED-COUNTER               PIC 9(07) VALUE ZEROS .
       77 WRK-VELFLAG-REGS-COUNTER               PIC 9(07) VALUE ZEROS .
       77 WRK-VELFLAG-MATCHED-COUNTER            PIC 9(07) VALUE ZEROS .
       77 WRK-RATED-REGS-COUNTER                 PIC 9(09) VALUE ZEROS .
       77 WRK-RATED-LOW-COUNTER                  PIC 9(09) VALUE ZEROS .
       77 WRK-RATED-MEDIUM-COUNTER               PIC 9(09) VALUE ZEROS .
       77 WRK-RATED-HIGH-COUNTER                 PIC 9(09) VALUE ZEROS .
       77 WRK-FIRST-RATED-COUNTER                PIC 9(09) VALUE ZEROS .
       77 WRK-RAISED-COUNTER                     PIC 9(07) VALUE ZEROS .
       77 WRK-LOWERED-COUNTER                    PIC 9(07) VALUE ZEROS .
       77 WRK-UNCHANGED-COUNTER                  PIC 9(09) VALUE ZEROS .
       77 WRK-NEW-HIGH-COUNTER                   PIC 9(07) VALUE ZEROS .
       77 WRK-OVERDUE-COUNTER                    PIC 9(09) VALUE ZEROS .
       77 WRK-RISKHIST-REGS-COUNTER              PIC 9(09) VALUE ZEROS .

       77 WRK-KYCREV-EOF                         PIC X(03) VALUE SPACES.
       77 WRK-VELFLAG-EOF                        PIC X(03) VALUE SPACES.
       77 WRK-CURSOR-EOF                         PIC X(03) VALUE SPACES.
       77 WRK-RISKPARM-EOF                       PIC X(03) VALUE SPACES.

      *DATA FOR PERIODIC COMMIT:
       77 WRK-COMMIT-COUNTER                     PIC 9(05) VALUE ZEROS .

      *RUNTIME PARAMETER CARD:
       COPY 'CSRGPARM'.

      *THE SCORING WEIGHTS, THRESHOLDS AND REVIEW INTERVALS, PRE-SET
      *TO THE SHOP DEFAULTS SO A MISSING RISKPARM FILE STILL RATES:
       01 WRK-WEIGHTS.
          03 WRK-WGT-CPFSUSP                     PIC 9(03) VALUE 025.
          03 WRK-WGT-CPFCANC                     PIC 9(03) VALUE 040.
          03 WRK-WGT-CPFUNCHK                    PIC 9(03) VALUE 005.
          03 WRK-WGT-FOREIGN                     PIC 9(03) VALUE 020.
          03 WRK-WGT-VELOCITY                    PIC 9(03) VALUE 025.
          03 WRK-WGT-UNDELADDR                   PIC 9(03) VALUE 010.
          03 WRK-WGT-UNDELEMAIL                  PIC 9(03) VALUE 005.
          03 WRK-WGT-UNDELPHONE                  PIC 9(03) VALUE 005.
          03 WRK-WGT-PEPOPEN                     PIC 9(03) VALUE 030.
          03 WRK-WGT-PEPCONF                     PIC 9(03) VALUE 060.
          03 WRK-WGT-SANCOPEN                    PIC 9(03) VALUE 050.
          03 WRK-WGT-SANCCONF                    PIC 9(03) VALUE 100.
          03 WRK-WGT-MEDIUM                      PIC 9(03) VALUE 025.
          03 WRK-WGT-HIGH                        PIC 9(03) VALUE 060.
          03 WRK-WGT-REVLOW                      PIC 9(03) VALUE 060.
          03 WRK-WGT-REVMEDIUM                   PIC 9(03) VALUE 024.
          03 WRK-WGT-REVHIGH                     PIC 9(03) VALUE 012.

      *ONE RISKPARM CARD SPLIT INTO KEYWORD AND VALUE:
       01 WRK-FS-RISKPARM                        PIC X(02) VALUE SPACES.
       01 WRK-PARM-CARD                          PIC X(80) VALUE SPACES.
       01 WRK-PARM-KEYWORD                       PIC X(12) VALUE SPACES.
       01 WRK-PARM-VALUE                         PIC X(12) VALUE SPACES.

      *ONE COMPLETED-REVIEW CARD:
       01 WRK-KYCREV-REG.
          03 KREV-CPF                            PIC X(15).
          03 KREV-REVIEW-DT                      PIC X(10).
          03 KREV-REVIEWER                       PIC X(08).
          03 FILLER                              PIC X(47).

       01 WRK-REV-OUTCOME                        PIC X(30) VALUE SPACES.
       01 WRK-REV-DATE                           PIC X(10) VALUE SPACES.
       01 WRK-REV-YMD-NUM                        PIC 9(08) VALUE ZEROS .

      *ONE VELOCITY FLAG (SEE CSRGVEL1), MATCHED TO THE SWEEP BY CPF:
       01 WRK-VELFLAG-REG.
          COPY 'CSRGVEL1'.

      *ONE RATING-HISTORY LINE (SEE CSRGRSK1):
       01 WRK-RISKHIST-REG.
          COPY 'CSRGRSK1'.

      *THE CUSTOMER BEING RATED - BEFORE AND AFTER:
       01 WRK-OLD-RATING                         PIC X(01) VALUE SPACES.
       01 WRK-OLD-DUE-DT                         PIC X(10) VALUE SPACES.
       01 WRK-NEW-RATING                         PIC X(01) VALUE SPACES.
          88 WRK-NEW-IS-LOW                            VALUE 'L'.
          88 WRK-NEW-IS-MEDIUM                         VALUE 'M'.
          88 WRK-NEW-IS-HIGH                           VALUE 'H'.
       01 WRK-NEW-DUE-DT                         PIC X(10) VALUE SPACES.
       01 WRK-OLD-RANK                           PIC 9(01) VALUE ZEROS .
       01 WRK-NEW-RANK                           PIC 9(01) VALUE ZEROS .
       01 WRK-SCORE                              PIC 9(05) VALUE ZEROS .
       01 WRK-VELOCITY-SW                        PIC X(01) VALUE 'N'.
          88 WRK-HAS-VELOCITY-FLAG                     VALUE 'Y'.

      *TB_SCREEN_HIT COUNTS FOR THE CUSTOMER, BY LIST TYPE AND STATUS:
       01 WRK-PEP-OPEN-COUNT                     PIC S9(09) COMP
                                                 VALUE ZEROS.
       01 WRK-PEP-CONF-COUNT                     PIC S9(09) COMP
                                                 VALUE ZEROS.
       01 WRK-SANC-OPEN-COUNT                    PIC S9(09) COMP
                                                 VALUE ZEROS.
       01 WRK-SANC-CONF-COUNT                    PIC S9(09) COMP
                                                 VALUE ZEROS.

      *DATE WORK AREAS.  THE SHOP DATE IS DD-MM-YYYY CHARACTER, SO
      *DATES ARE TURNED INTO YYYYMMDD NUMBERS TO BE COMPARED:
       01 WRK-CHK-DATE.
          03 WRK-CHK-DD                          PIC X(02).
          03 WRK-CHK-SEP1                        PIC X(01).
          03 WRK-CHK-MM                          PIC X(02).
          03 WRK-CHK-SEP2                        PIC X(01).
          03 WRK-CHK-YYYY                        PIC X(04).
       01 WRK-CHK-YYYYMMDD.
          03 WRK-CHK-YMD-YYYY                    PIC 9(04) VALUE ZEROS .
          03 WRK-CHK-YMD-MM                      PIC 9(02) VALUE ZEROS .
          03 WRK-CHK-YMD-DD                      PIC 9(02) VALUE ZEROS .
       01 FILLER REDEFINES WRK-CHK-YYYYMMDD.
          03 WRK-CHK-YMD-NUM                     PIC 9(08).
       01 WRK-CHK-DATE-SW                        PIC X(01) VALUE 'N'.
          88 WRK-CHK-DATE-IS-VALID                     VALUE 'Y'.

       01 WRK-TODAY-YMD-NUM                      PIC 9(08) VALUE ZEROS .
       01 WRK-OLD-DUE-YMD-NUM                    PIC 9(08) VALUE ZEROS .

      *TODAY (OR A REVIEW DATE) PLUS A NUMBER OF MONTHS, THE DAY
      *CLAMPED TO THE LENGTH OF THE TARGET MONTH:
       01 WRK-ADD-BASE-DATE.
          03 WRK-ADD-BASE-DD                     PIC 9(02) VALUE ZEROS .
          03 FILLER                              PIC X(01) VALUE '-'.
          03 WRK-ADD-BASE-MM                     PIC 9(02) VALUE ZEROS .
          03 FILLER                              PIC X(01) VALUE '-'.
          03 WRK-ADD-BASE-YYYY                   PIC 9(04) VALUE ZEROS .
       01 WRK-ADD-NEW-DATE.
          03 WRK-ADD-NEW-DD                      PIC 9(02) VALUE ZEROS .
          03 FILLER                              PIC X(01) VALUE '-'.
          03 WRK-ADD-NEW-MM                      PIC 9(02) VALUE ZEROS .
          03 FILLER                              PIC X(01) VALUE '-'.
          03 WRK-ADD-NEW-YYYY                    PIC 9(04) VALUE ZEROS .
       77 WRK-ADD-MONTHS                         PIC 9(03) VALUE ZEROS .
       77 WRK-MONTH-SERIAL                       PIC 9(07) VALUE ZEROS .
       77 WRK-MONTH-REM                          PIC 9(02) VALUE ZEROS .

       01 WRK-MONTH-DAYS-TABLE.
          03 FILLER                              PIC X(24) VALUE
             '312831303130313130313031'.
       01 FILLER REDEFINES WRK-MONTH-DAYS-TABLE.
          03 WRK-MONTH-DAYS                      PIC 9(02)
                                                  OCCURS 12 TIMES.
       77 WRK-ML-MM                              PIC 9(02) VALUE ZEROS .
       77 WRK-ML-YYYY                            PIC 9(04) VALUE ZEROS .
       77 WRK-ML-DAYS                            PIC 9(02) VALUE ZEROS .
       77 WRK-LEAP-QUOT                          PIC 9(04) VALUE ZEROS .
       77 WRK-LEAP-REM-4                         PIC 9(03) VALUE ZEROS .
       77 WRK-LEAP-REM-100                       PIC 9(03) VALUE ZEROS .
       77 WRK-LEAP-REM-400                       PIC 9(03) VALUE ZEROS .

       01 WRK-SCORE-ED                           PIC 9(03) VALUE ZEROS .

       01 WRK-RSKRPT-LINE                        PIC X(132)
                                                  VALUE SPACES.

      *DATA FOR ERROR LOG:
       01 WRK-ERROR-LOG.
          03 WRK-PROGRAM                         PIC X(08) VALUE
                                                          'CSRG0074'  .
          03 WRK-ERROR-MSG                       PIC X(30) VALUE SPACES.
          03 WRK-ERROR-CODE                      PIC X(30) VALUE SPACES.
          03 WRK-ERROR-DATE                      PIC X(10) VALUE SPACES.
          03 WRK-ERROR-TIME                      PIC X(08) VALUE SPACES.

      *ABENDING PROGRAM:
       77 WRK-ABEND-PGM                          PIC X(08) VALUE
                                                          'ABENDPGM'  .

       01 WRK-FILE-STATUS.
          03 WRK-FS-KYCREV                       PIC 9(02) VALUE ZEROS .
          03 WRK-FS-VELFLAG                      PIC 9(02) VALUE ZEROS .
          03 WRK-FS-RISKHIST                     PIC 9(02) VALUE ZEROS .
          03 WRK-FS-RSKRPT                       PIC 9(02) VALUE ZEROS .

      *WORKING DATA FOR THE SYSTEM DATE AND TIME.
       01 WRK-SYSTEM-DATE.
          03 YY                                  PIC 9(02) VALUE ZEROS .
          03 MM                                  PIC 9(02) VALUE ZEROS .
          03 DD                                  PIC 9(02) VALUE ZEROS .
      *
       01 WRK-DATE-FORMATTED.
          03 DD-FORMATTED                        PIC 9(02) VALUE ZEROS .
          03 FILLER                              PIC X(01) VALUE '-'   .
          03 MM-FORMATTED                        PIC 9(02) VALUE ZEROS .
          03 FILLER                              PIC X(01) VALUE '-'   .
          03 YYYY-FORMATTED                      PIC 9(04) VALUE ZEROS .
      *
       01 WRK-SYSTEM-TIME.
          03 HOUR                                PIC 9(02) VALUE ZEROS .
          03 MINUTE                              PIC 9(02) VALUE ZEROS .
          03 SECOND                              PIC 9(02) VALUE ZEROS .
          03 HUNDREDTH                           PIC 9(02) VALUE ZEROS .
      *
       01 WRK-TIME-FORMATTED.
          03 HOUR-FORMATTED                      PIC 9(02) VALUE ZEROS .
          03 FILLER                              PIC X(01) VALUE ':'.
          03 MINUTE-FORMATTED                    PIC 9(02) VALUE ZEROS .
          03 FILLER                              PIC X(01) VALUE ':'.
          03 SECOND-FORMATTED                    PIC 9(02) VALUE ZEROS .

       01 WRK-WHEN-COPILED.
          03 MM-COMPILED                         PIC X(02) VALUE SPACES.
          03 FILLER                              PIC X(01) VALUE '/'.
          03 DD-COMPILED                         PIC X(02) VALUE SPACES.
          03 FILLER                              PIC X(01) VALUE '/'.
          03 YY-COMPILED                         PIC X(02) VALUE SPACES.
          03 HOUR-COMPILED                       PIC X(02) VALUE SPACES.
          03 FILLER                              PIC X(01) VALUE '-'.
          03 MINUTE-COMPILED                     PIC X(02) VALUE SPACES.
          03 FILLER                              PIC X(01) VALUE '-'.
          03 SECOND-COMPILED                     PIC X(02) VALUE SPACES.

       01 WRK-SQLCODE-SINAL PIC +9(009) VALUE ZEROS.
       01 FILLER REDEFINES WRK-SQLCODE-SINAL.
          05 FILLER         PIC X(001).
          05 WRK-SQLCODE-NUM PIC 9(009).
       01 FILLER REDEFINES WRK-SQLCODE-SINAL.
          05 WRK-SQLCODE-X  PIC X(010).

           EXEC SQL
              INCLUDE SQLCA
           END-EXEC.

           EXEC SQL
              INCLUDE BTB_CUSTOMER
           END-EXEC.

           EXEC SQL
              INCLUDE BTB_SCREEN_HIT
           END-EXEC.

      *THE ACTIVE BASE, IN CPF ORDER TO MATCH VELFLAG.  HELD ACROSS
      *THE PERIODIC COMMITS:
           EXEC SQL
              DECLARE CSR0074 CURSOR WITH HOLD FOR
                 SELECT CPF, NAME, COALESCE(DOC_TYPE, 'C'),
                        COALESCE(CPF_SITUACAO, ' '),
                        COALESCE(ADDR_UNDEL, 'N'),
                        COALESCE(EMAIL_UNDEL, 'N'),
                        COALESCE(PHONE_UNDEL, 'N'),
                        COALESCE(RISK_RATING, ' '),
                        COALESCE(RISK_RATED_DT, ' '),
                        COALESCE(REVIEW_DUE_DT, ' ')
                   FROM TB_CUSTOMER
                  WHERE STATUS = 'A'
                  ORDER BY CPF
                  FOR FETCH ONLY
           END-EXEC.
      *================================================================*
       PROCEDURE                       DIVISION.
      *================================================================*
      *----------------------------------------------------------------*
       0000-MAIN-PROCESS               SECTION.
      *----------------------------------------------------------------*
           MOVE WHEN-COMPILED          TO WRK-WHEN-COPILED.

           PERFORM 1000-INITIALIZE.

           PERFORM 2000-APPLY-ONE-REVIEW
              UNTIL WRK-KYCREV-EOF     EQUAL 'END'.

           PERFORM 2400-START-RATING.

           PERFORM 2500-RATE-ONE-CUSTOMER
              UNTIL WRK-CURSOR-EOF     EQUAL 'END'.

           PERFORM 3000-FINALIZE.
      *----------------------------------------------------------------*
       0000-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       1000-INITIALIZE                 SECTION.
      *----------------------------------------------------------------*
           PERFORM 9000-GET-DATE-TIME.

           PERFORM 1050-GET-RUN-PARMS.

           MOVE WRK-DATE-FORMATTED     TO WRK-CHK-DATE.
           PERFORM 7100-VALIDATE-DATE.
           MOVE WRK-CHK-YMD-NUM        TO WRK-TODAY-YMD-NUM.

           PERFORM 1100-LOAD-WEIGHTS.

           OPEN INPUT  KYCREV
                       VELFLAG
                OUTPUT RISKHIST
                       RSKRPT.

           MOVE 'OPEN FILE KYCREV'     TO WRK-ERROR-MSG.
           PERFORM 8100-TEST-FS-KYCREV.

           MOVE 'OPEN FILE VELFLAG'    TO WRK-ERROR-MSG.
           PERFORM 8200-TEST-FS-VELFLAG.

           MOVE 'OPEN FILE RISKHIST'   TO WRK-ERROR-MSG.
           PERFORM 8300-TEST-FS-RISKHIST.

           MOVE 'OPEN FILE RSKRPT'     TO WRK-ERROR-MSG.
           PERFORM 8400-TEST-FS-RSKRPT.

           MOVE SPACES                 TO    WRK-RSKRPT-LINE.
           STRING 'CSRG0074 KYC RISK RATING - RUN ',
                  CSRGPARM-BATCH-RUN-ID,' ',
                  WRK-DATE-FORMATTED,' ',WRK-TIME-FORMATTED
                                       DELIMITED BY SIZE
                                       INTO  WRK-RSKRPT-LINE.
           PERFORM 3210-PUT-RSKRPT-LINE.

           MOVE SPACES                 TO    WRK-RSKRPT-LINE.
           STRING 'WEIGHTS  CPF SUSP/CANC/UNCHECKED ',
                  WRK-WGT-CPFSUSP,'/',WRK-WGT-CPFCANC,'/',
                  WRK-WGT-CPFUNCHK,'  FOREIGN ',WRK-WGT-FOREIGN,
                  '  VELOCITY ',WRK-WGT-VELOCITY,
                  '  UNDELIVERABLE ADDR/EMAIL/PHONE ',
                  WRK-WGT-UNDELADDR,'/',WRK-WGT-UNDELEMAIL,'/',
                  WRK-WGT-UNDELPHONE
                                       DELIMITED BY SIZE
                                       INTO  WRK-RSKRPT-LINE.
           PERFORM 3210-PUT-RSKRPT-LINE.

           MOVE SPACES                 TO    WRK-RSKRPT-LINE.
           STRING '         PEP OPEN/CONFIRMED ',
                  WRK-WGT-PEPOPEN,'/',WRK-WGT-PEPCONF,
                  '  SANCTIONS OPEN/CONFIRMED ',
                  WRK-WGT-SANCOPEN,'/',WRK-WGT-SANCCONF
                                       DELIMITED BY SIZE
                                       INTO  WRK-RSKRPT-LINE.
           PERFORM 3210-PUT-RSKRPT-LINE.

           MOVE SPACES                 TO    WRK-RSKRPT-LINE.
           STRING 'RATING   MEDIUM FROM ',WRK-WGT-MEDIUM,
                  '  HIGH FROM ',WRK-WGT-HIGH,
                  '   REVIEW EVERY LOW/MEDIUM/HIGH ',
                  WRK-WGT-REVLOW,'/',WRK-WGT-REVMEDIUM,'/',
                  WRK-WGT-REVHIGH,' MONTHS'
                                       DELIMITED BY SIZE
                                       INTO  WRK-RSKRPT-LINE.
           PERFORM 3210-PUT-RSKRPT-LINE.

           MOVE SPACES                 TO    WRK-RSKRPT-LINE.
           PERFORM 3210-PUT-RSKRPT-LINE.

           MOVE 'COMPLETED KYC REVIEWS'
                                       TO    WRK-RSKRPT-LINE.
           PERFORM 3210-PUT-RSKRPT-LINE.

           INITIALIZE WRK-KYCREV-REG.

           PERFORM 2100-READ-KYCREV.

           IF CSRGPARM-IS-TEST-MODE
              DISPLAY '*** TEST MODE - NO DATABASE CHANGES WILL BE MADE'
                      ' ***'
           END-IF.
      *----------------------------------------------------------------*
       1000-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       1050-GET-RUN-PARMS              SECTION.
      *----------------------------------------------------------------*
           MOVE SPACES                 TO   CSRGPARM-RUN-PARMS.

           ACCEPT CSRGPARM-RUN-PARMS   FROM SYSIN.

           IF CSRGPARM-BATCH-RUN-ID    EQUAL SPACES
              STRING YYYY-FORMATTED, MM-FORMATTED, DD-FORMATTED,
                     HOUR-FORMATTED, MINUTE-FORMATTED,
                     SECOND-FORMATTED
                                       DELIMITED BY SIZE
                                       INTO CSRGPARM-BATCH-RUN-ID
           END-IF.

           IF CSRGPARM-COMMIT-INTERVAL EQUAL ZEROS
              MOVE 1000                TO   CSRGPARM-COMMIT-INTERVAL
           END-IF.

           IF CSRGPARM-TEST-MODE       NOT EQUAL 'Y'
              MOVE 'N'                 TO   CSRGPARM-TEST-MODE
           END-IF.
      *----------------------------------------------------------------*
       1050-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       1100-LOAD-WEIGHTS               SECTION.
      *----------------------------------------------------------------*
      *    LOADS THE SCORING PARAMETERS FROM RISKPARM, THE SAME        *
      *    KEYWORD=VALUE CARDS AS THE CSRGVALD RULES01 FILE.  A        *
      *    MISSING FILE IS NOT AN ERROR - THE SHOP DEFAULTS PRE-SET IN *
      *    WORKING-STORAGE STAY IN FORCE.  THRESHOLDS THAT DO NOT      *
      *    LEAVE ROOM FOR A MEDIUM BAND, AND A ZERO REVIEW INTERVAL,   *
      *    FALL BACK TO THE DEFAULTS.                                  *
      *----------------------------------------------------------------*
           OPEN INPUT RISKPARM.

           IF WRK-FS-RISKPARM          NOT EQUAL '00'
              DISPLAY '*CSRG0074: RISKPARM NOT OPENED - FS='
                      WRK-FS-RISKPARM ' - SHOP DEFAULTS IN FORCE*'
           ELSE
              PERFORM 1110-READ-ONE-WEIGHT
              PERFORM 1120-APPLY-ONE-WEIGHT
                 UNTIL WRK-RISKPARM-EOF
                                       EQUAL 'END'
              CLOSE RISKPARM
           END-IF.

           IF WRK-WGT-MEDIUM           EQUAL ZEROS
              OR WRK-WGT-HIGH          NOT GREATER WRK-WGT-MEDIUM
              DISPLAY '*CSRG0074: MEDIUM/HIGH THRESHOLDS INVALID - '
                      'DEFAULTS 025/060 IN FORCE*'
              MOVE 025                 TO WRK-WGT-MEDIUM
              MOVE 060                 TO WRK-WGT-HIGH
           END-IF.

           IF WRK-WGT-REVLOW           EQUAL ZEROS
              MOVE 060                 TO WRK-WGT-REVLOW
           END-IF.

           IF WRK-WGT-REVMEDIUM        EQUAL ZEROS
              MOVE 024                 TO WRK-WGT-REVMEDIUM
           END-IF.

           IF WRK-WGT-REVHIGH          EQUAL ZEROS
              MOVE 012                 TO WRK-WGT-REVHIGH
           END-IF.
      *----------------------------------------------------------------*
       1100-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       1110-READ-ONE-WEIGHT            SECTION.
      *----------------------------------------------------------------*
           READ RISKPARM               INTO WRK-PARM-CARD.

           IF WRK-FS-RISKPARM          NOT EQUAL '00'
              MOVE 'END'               TO WRK-RISKPARM-EOF
           END-IF.
      *----------------------------------------------------------------*
       1110-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       1120-APPLY-ONE-WEIGHT           SECTION.
      *----------------------------------------------------------------*
           IF WRK-PARM-CARD (1:1)      EQUAL '*'
              OR WRK-PARM-CARD         EQUAL SPACES
              GO TO 1120-50-NEXT
           END-IF.

           MOVE SPACES                 TO WRK-PARM-KEYWORD
                                          WRK-PARM-VALUE.
           UNSTRING WRK-PARM-CARD      DELIMITED BY '='
                    INTO WRK-PARM-KEYWORD
                         WRK-PARM-VALUE.

           IF WRK-PARM-VALUE (1:3)     NOT NUMERIC
              DISPLAY '*CSRG0074: RISKPARM VALUE NOT NNN IGNORED: '
                      WRK-PARM-KEYWORD '*'
              GO TO 1120-50-NEXT
           END-IF.

           EVALUATE WRK-PARM-KEYWORD
              WHEN 'CPFSUSP'
                 MOVE WRK-PARM-VALUE (1:3)
                                       TO WRK-WGT-CPFSUSP
              WHEN 'CPFCANC'
                 MOVE WRK-PARM-VALUE (1:3)
                                       TO WRK-WGT-CPFCANC
              WHEN 'CPFUNCHK'
                 MOVE WRK-PARM-VALUE (1:3)
                                       TO WRK-WGT-CPFUNCHK
              WHEN 'FOREIGN'
                 MOVE WRK-PARM-VALUE (1:3)
                                       TO WRK-WGT-FOREIGN
              WHEN 'VELOCITY'
                 MOVE WRK-PARM-VALUE (1:3)
                                       TO WRK-WGT-VELOCITY
              WHEN 'UNDELADDR'
                 MOVE WRK-PARM-VALUE (1:3)
                                       TO WRK-WGT-UNDELADDR
              WHEN 'UNDELEMAIL'
                 MOVE WRK-PARM-VALUE (1:3)
                                       TO WRK-WGT-UNDELEMAIL
              WHEN 'UNDELPHONE'
                 MOVE WRK-PARM-VALUE (1:3)
                                       TO WRK-WGT-UNDELPHONE
              WHEN 'PEPOPEN'
                 MOVE WRK-PARM-VALUE (1:3)
                                       TO WRK-WGT-PEPOPEN
              WHEN 'PEPCONF'
                 MOVE WRK-PARM-VALUE (1:3)
                                       TO WRK-WGT-PEPCONF
              WHEN 'SANCOPEN'
                 MOVE WRK-PARM-VALUE (1:3)
                                       TO WRK-WGT-SANCOPEN
              WHEN 'SANCCONF'
                 MOVE WRK-PARM-VALUE (1:3)
                                       TO WRK-WGT-SANCCONF
              WHEN 'MEDIUM'
                 MOVE WRK-PARM-VALUE (1:3)
                                       TO WRK-WGT-MEDIUM
              WHEN 'HIGH'
                 MOVE WRK-PARM-VALUE (1:3)
                                       TO WRK-WGT-HIGH
              WHEN 'REVLOW'
                 MOVE WRK-PARM-VALUE (1:3)
                                       TO WRK-WGT-REVLOW
              WHEN 'REVMEDIUM'
                 MOVE WRK-PARM-VALUE (1:3)
                                       TO WRK-WGT-REVMEDIUM
              WHEN 'REVHIGH'
                 MOVE WRK-PARM-VALUE (1:3)
                                       TO WRK-WGT-REVHIGH
              WHEN OTHER
                 DISPLAY '*CSRG0074: UNKNOWN RISKPARM KEYWORD IGNORED: '
                         WRK-PARM-KEYWORD '*'
           END-EVALUATE.

       1120-50-NEXT.
           PERFORM 1110-READ-ONE-WEIGHT.
      *----------------------------------------------------------------*
       1120-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2000-APPLY-ONE-REVIEW           SECTION.
      *----------------------------------------------------------------*
      *    ONE COMPLETED BRANCH REVIEW: THE NEXT REVIEW FALLS DUE ONE  *
      *    INTERVAL OF THE CUSTOMER'S CURRENT RATING AFTER THE REVIEW  *
      *    DATE.  THE CARDS GO BEFORE THE SWEEP, WHICH LEAVES A DUE    *
      *    DATE ALONE UNLESS THE RATING CHANGES.                       *
      *----------------------------------------------------------------*
           IF WRK-KYCREV-REG           EQUAL SPACES
              GO TO 2000-50-NEXT
           END-IF.

           MOVE SPACES                 TO RISK-RATING
                                          REVIEW-DUE-DT
                                          WRK-NEW-DUE-DT.

           IF KREV-REVIEW-DT           EQUAL SPACES
              MOVE WRK-DATE-FORMATTED  TO WRK-REV-DATE
           ELSE
              MOVE KREV-REVIEW-DT      TO WRK-REV-DATE
           END-IF.

           IF KREV-REVIEWER            EQUAL SPACES
              MOVE 'REJECTED - NO REVIEWER'
                                       TO WRK-REV-OUTCOME
              ADD 1                    TO WRK-REV-REJECTED-COUNTER
              GO TO 2000-40-REPORT
           END-IF.

           MOVE WRK-REV-DATE           TO WRK-CHK-DATE.
           PERFORM 7100-VALIDATE-DATE.

           IF NOT WRK-CHK-DATE-IS-VALID
              MOVE 'REJECTED - BAD REVIEW DATE'
                                       TO WRK-REV-OUTCOME
              ADD 1                    TO WRK-REV-REJECTED-COUNTER
              GO TO 2000-40-REPORT
           END-IF.

           MOVE WRK-CHK-YMD-NUM        TO WRK-REV-YMD-NUM.

           IF WRK-REV-YMD-NUM          GREATER WRK-TODAY-YMD-NUM
              MOVE 'REJECTED - REVIEW DATE IN FUTURE'
                                       TO WRK-REV-OUTCOME
              ADD 1                    TO WRK-REV-REJECTED-COUNTER
              GO TO 2000-40-REPORT
           END-IF.

           MOVE KREV-CPF               TO CPF.

           MOVE 'SELECTING TB_CUSTOMER'
                                       TO WRK-ERROR-MSG.

           EXEC SQL
               SELECT STATUS, COALESCE(RISK_RATING, ' '),
                      COALESCE(REVIEW_DUE_DT, ' ')
                 INTO :CUST-STATUS, :RISK-RATING, :REVIEW-DUE-DT
                 FROM TB_CUSTOMER
                WHERE CPF = :CPF
           END-EXEC.

           IF SQLCODE EQUAL +100
              MOVE 'REJECTED - CPF NOT ON FILE'
                                       TO WRK-REV-OUTCOME
              ADD 1                    TO WRK-REV-REJECTED-COUNTER
              GO TO 2000-40-REPORT
           END-IF.

           IF SQLCODE NOT EQUAL ZEROS
              MOVE SQLCODE             TO WRK-SQLCODE-SINAL
              STRING 'SQLCODE..:',WRK-SQLCODE-X
                                       DELIMITED BY SPACE
                                       INTO WRK-ERROR-CODE
              PERFORM 9999-CALL-ABEND-PGM
           END-IF.

           IF NOT BTB-CUSTOMER-IS-ACTIVE
              MOVE 'REJECTED - CUSTOMER NOT ACTIVE'
                                       TO WRK-REV-OUTCOME
              ADD 1                    TO WRK-REV-REJECTED-COUNTER
              GO TO 2000-40-REPORT
           END-IF.

           IF RISK-RATING              EQUAL SPACE
              MOVE 'REJECTED - NOT YET RATED'
                                       TO WRK-REV-OUTCOME
              ADD 1                    TO WRK-REV-REJECTED-COUNTER
              GO TO 2000-40-REPORT
           END-IF.

           MOVE RISK-RATING            TO WRK-NEW-RATING.
           PERFORM 7400-GET-INTERVAL.

           MOVE WRK-REV-DATE           TO WRK-ADD-BASE-DATE.
           PERFORM 7300-ADD-MONTHS.
           MOVE WRK-ADD-NEW-DATE       TO WRK-NEW-DUE-DT.

           IF WRK-NEW-DUE-DT           EQUAL REVIEW-DUE-DT
              MOVE 'ALREADY APPLIED'   TO WRK-REV-OUTCOME
              ADD 1                    TO WRK-REV-ALREADY-COUNTER
              GO TO 2000-40-REPORT
           END-IF.

           MOVE 'UPDATING REVIEW_DUE_DT'
                                       TO WRK-ERROR-MSG.

           IF CSRGPARM-IS-PRODUCTION
              EXEC SQL
                  UPDATE TB_CUSTOMER
                     SET REVIEW_DUE_DT = :WRK-NEW-DUE-DT
                   WHERE CPF           = :CPF
              END-EXEC
           ELSE
              MOVE ZEROS               TO SQLCODE
           END-IF.

           IF SQLCODE NOT EQUAL ZEROS
              MOVE SQLCODE             TO WRK-SQLCODE-SINAL
              STRING 'SQLCODE..:',WRK-SQLCODE-X
                                       DELIMITED BY SPACE
                                       INTO WRK-ERROR-CODE
              PERFORM 9999-CALL-ABEND-PGM
           END-IF.

           INITIALIZE WRK-RISKHIST-REG.
           MOVE KREV-CPF               TO CSRGRSK1-CPF.
           MOVE 'R'                    TO CSRGRSK1-EVENT.
           MOVE RISK-RATING            TO CSRGRSK1-OLD-RATING
                                          CSRGRSK1-NEW-RATING.
           MOVE REVIEW-DUE-DT          TO CSRGRSK1-OLD-DUE-DT.
           MOVE WRK-NEW-DUE-DT         TO CSRGRSK1-NEW-DUE-DT.
           MOVE SPACES                 TO CSRGRSK1-SIGNALS.
           MOVE KREV-REVIEWER          TO CSRGRSK1-REVIEWER.
           PERFORM 2700-WRITE-RISKHIST.

           MOVE 'APPLIED'              TO WRK-REV-OUTCOME.
           ADD 1                       TO WRK-REV-APPLIED-COUNTER.

           PERFORM 2600-COMMIT-INTERVAL.

       2000-40-REPORT.
           PERFORM 3220-PUT-REVIEW-LINE.

       2000-50-NEXT.
           PERFORM 2100-READ-KYCREV.
      *----------------------------------------------------------------*
       2000-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2100-READ-KYCREV                SECTION.
      *----------------------------------------------------------------*
           MOVE 'READING FILE KYCREV'  TO   WRK-ERROR-MSG.

           READ KYCREV                 INTO WRK-KYCREV-REG.

           PERFORM 8100-TEST-FS-KYCREV.

           IF WRK-FS-KYCREV            EQUAL 10
              MOVE 'END'               TO   WRK-KYCREV-EOF
           ELSE
              ADD 1                    TO   WRK-KYCREV-REGS-COUNTER
           END-IF.
      *----------------------------------------------------------------*
       2100-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2400-START-RATING               SECTION.
      *----------------------------------------------------------------*
           IF WRK-KYCREV-REGS-COUNTER  EQUAL ZEROS
              MOVE '    NO REVIEW CARD'
                                       TO    WRK-RSKRPT-LINE
              PERFORM 3210-PUT-RSKRPT-LINE
           END-IF.

           MOVE SPACES                 TO    WRK-RSKRPT-LINE.
           PERFORM 3210-PUT-RSKRPT-LINE.

           MOVE 'CUSTOMERS NEWLY RATED HIGH RISK'
                                       TO    WRK-RSKRPT-LINE.
           PERFORM 3210-PUT-RSKRPT-LINE.

           MOVE 'OPEN CURSOR CSR0074'  TO WRK-ERROR-MSG.

           EXEC SQL
               OPEN CSR0074
           END-EXEC.

           IF SQLCODE NOT EQUAL ZEROS
              MOVE SQLCODE             TO WRK-SQLCODE-SINAL
              STRING 'SQLCODE..:',WRK-SQLCODE-X
                                       DELIMITED BY SPACE
                                       INTO WRK-ERROR-CODE
              PERFORM 9999-CALL-ABEND-PGM
           END-IF.

           PERFORM 2420-READ-VELFLAG.

           PERFORM 2410-FETCH-CUSTOMER.
      *----------------------------------------------------------------*
       2400-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2410-FETCH-CUSTOMER             SECTION.
      *----------------------------------------------------------------*
           MOVE 'FETCHING CSR0074'     TO   WRK-ERROR-MSG.

           EXEC SQL
               FETCH CSR0074
                   INTO :CPF, :NAME, :DOC-TYPE, :CPF-SITUACAO,
                        :ADDR-UNDEL, :EMAIL-UNDEL, :PHONE-UNDEL,
                        :RISK-RATING, :RISK-RATED-DT, :REVIEW-DUE-DT
           END-EXEC.

           IF SQLCODE EQUAL +100
              MOVE 'END'               TO   WRK-CURSOR-EOF
           ELSE
              IF SQLCODE NOT EQUAL ZEROS
                 MOVE SQLCODE          TO WRK-SQLCODE-SINAL
                 STRING 'SQLCODE..:',WRK-SQLCODE-X
                                       DELIMITED BY SPACE
                                       INTO WRK-ERROR-CODE
                 PERFORM 9999-CALL-ABEND-PGM
              END-IF
           END-IF.
      *----------------------------------------------------------------*
       2410-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2420-READ-VELFLAG               SECTION.
      *----------------------------------------------------------------*
           MOVE 'READING FILE VELFLAG' TO   WRK-ERROR-MSG.

           READ VELFLAG                INTO WRK-VELFLAG-REG.

           PERFORM 8200-TEST-FS-VELFLAG.

           IF WRK-FS-VELFLAG           EQUAL 10
              MOVE 'END'               TO   WRK-VELFLAG-EOF
           ELSE
              ADD 1                    TO   WRK-VELFLAG-REGS-COUNTER
           END-IF.
      *----------------------------------------------------------------*
       2420-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2500-RATE-ONE-CUSTOMER          SECTION.
      *----------------------------------------------------------------*
           ADD 1                       TO WRK-RATED-REGS-COUNTER.

           MOVE RISK-RATING            TO WRK-OLD-RATING.
           MOVE REVIEW-DUE-DT          TO WRK-OLD-DUE-DT.

           PERFORM 2510-MATCH-VELFLAG.

           PERFORM 2520-GET-SCREEN-HITS.

           PERFORM 2530-SCORE-CUSTOMER.

           EVALUATE TRUE
              WHEN WRK-NEW-IS-HIGH
                 ADD 1                 TO WRK-RATED-HIGH-COUNTER
              WHEN WRK-NEW-IS-MEDIUM
                 ADD 1                 TO WRK-RATED-MEDIUM-COUNTER
              WHEN OTHER
                 ADD 1                 TO WRK-RATED-LOW-COUNTER
           END-EVALUATE.

           IF WRK-NEW-RATING           EQUAL WRK-OLD-RATING
              AND WRK-OLD-DUE-DT       NOT EQUAL SPACES
              ADD 1                    TO WRK-UNCHANGED-COUNTER
              MOVE WRK-OLD-DUE-DT      TO WRK-NEW-DUE-DT
              GO TO 2500-40-OVERDUE
           END-IF.

           PERFORM 2540-SET-REVIEW-DUE.

           PERFORM 2550-UPDATE-CUSTOMER.

           PERFORM 2700-WRITE-RISKHIST.

           IF WRK-NEW-IS-HIGH
              AND WRK-OLD-RATING       NOT EQUAL 'H'
              ADD 1                    TO WRK-NEW-HIGH-COUNTER
              PERFORM 3230-PUT-HIGH-LINE
           END-IF.

           PERFORM 2600-COMMIT-INTERVAL.

       2500-40-OVERDUE.
           MOVE WRK-NEW-DUE-DT         TO WRK-CHK-DATE.
           PERFORM 7100-VALIDATE-DATE.

           IF WRK-CHK-DATE-IS-VALID
              AND WRK-CHK-YMD-NUM      LESS WRK-TODAY-YMD-NUM
              ADD 1                    TO WRK-OVERDUE-COUNTER
           END-IF.

           PERFORM 2410-FETCH-CUSTOMER.
      *----------------------------------------------------------------*
       2500-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2510-MATCH-VELFLAG              SECTION.
      *----------------------------------------------------------------*
      *    VELFLAG AND THE CURSOR ARE BOTH IN CPF ORDER.  A FLAG WHOSE *
      *    CPF IS NO LONGER ACTIVE IS PASSED OVER.                     *
      *----------------------------------------------------------------*
           MOVE 'N'                    TO WRK-VELOCITY-SW.

           PERFORM 2420-READ-VELFLAG
              UNTIL WRK-VELFLAG-EOF    EQUAL 'END'
                 OR CSRGVEL1-CPF       NOT LESS CPF.

           IF WRK-VELFLAG-EOF          NOT EQUAL 'END'
              AND CSRGVEL1-CPF         EQUAL CPF
              MOVE 'Y'                 TO WRK-VELOCITY-SW
              ADD 1                    TO WRK-VELFLAG-MATCHED-COUNTER
           END-IF.
      *----------------------------------------------------------------*
       2510-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2520-GET-SCREEN-HITS            SECTION.
      *----------------------------------------------------------------*
      *    ONLY OPEN AND CONFIRMED HITS ARE RISK; A FALSE POSITIVE     *
      *    AND A CLEARED HIT ARE NOT.                                  *
      *----------------------------------------------------------------*
           MOVE 'SELECTING TB_SCREEN_HIT'
                                       TO WRK-ERROR-MSG.

           EXEC SQL
               SELECT COALESCE(SUM(CASE WHEN LIST_TYPE  = 'P'
                                         AND HIT_STATUS = 'O'
                                        THEN 1 ELSE 0 END), 0),
                      COALESCE(SUM(CASE WHEN LIST_TYPE  = 'P'
                                         AND HIT_STATUS = 'C'
                                        THEN 1 ELSE 0 END), 0),
                      COALESCE(SUM(CASE WHEN LIST_TYPE  = 'S'
                                         AND HIT_STATUS = 'O'
                                        THEN 1 ELSE 0 END), 0),
                      COALESCE(SUM(CASE WHEN LIST_TYPE  = 'S'
                                         AND HIT_STATUS = 'C'
                                        THEN 1 ELSE 0 END), 0)
                 INTO :WRK-PEP-OPEN-COUNT, :WRK-PEP-CONF-COUNT,
                      :WRK-SANC-OPEN-COUNT, :WRK-SANC-CONF-COUNT
                 FROM TB_SCREEN_HIT
                WHERE CPF = :CPF
           END-EXEC.

           IF SQLCODE NOT EQUAL ZEROS
              MOVE SQLCODE             TO WRK-SQLCODE-SINAL
              STRING 'SQLCODE..:',WRK-SQLCODE-X
                                       DELIMITED BY SPACE
                                       INTO WRK-ERROR-CODE
              PERFORM 9999-CALL-ABEND-PGM
           END-IF.
      *----------------------------------------------------------------*
       2520-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2530-SCORE-CUSTOMER             SECTION.
      *----------------------------------------------------------------*
      *    ADDS THE WEIGHT OF EVERY SIGNAL PRESENT AND SETS ITS BYTE   *
      *    IN CSRGRSK1-SIGNALS.  A CONFIRMED HIT OUTRANKS AN OPEN ONE  *
      *    ON THE SAME LIST TYPE - THE WEIGHTS DO NOT STACK.           *
      *----------------------------------------------------------------*
           INITIALIZE WRK-RISKHIST-REG.
           MOVE SPACES                 TO CSRGRSK1-SIGNALS.
           MOVE ZEROS                  TO WRK-SCORE.

           EVALUATE TRUE
              WHEN BTB-CPF-IS-SUSPENDED
                 ADD WRK-WGT-CPFSUSP   TO WRK-SCORE
                 MOVE 'S'              TO CSRGRSK1-SIG-CPF-SIT
              WHEN BTB-CPF-IS-CANCELLED
                 ADD WRK-WGT-CPFCANC   TO WRK-SCORE
                 MOVE 'C'              TO CSRGRSK1-SIG-CPF-SIT
              WHEN BTB-HOLDER-IS-DECEASED
                 ADD WRK-WGT-CPFCANC   TO WRK-SCORE
                 MOVE 'D'              TO CSRGRSK1-SIG-CPF-SIT
              WHEN CPF-SITUACAO        EQUAL SPACE
                   AND DOC-TYPE        EQUAL 'C'
                 ADD WRK-WGT-CPFUNCHK  TO WRK-SCORE
                 MOVE 'N'              TO CSRGRSK1-SIG-CPF-SIT
           END-EVALUATE.

           IF DOC-TYPE                 EQUAL 'P' OR 'R' OR 'D'
              ADD WRK-WGT-FOREIGN      TO WRK-SCORE
              MOVE 'F'                 TO CSRGRSK1-SIG-FOREIGN
           END-IF.

           IF WRK-HAS-VELOCITY-FLAG
              ADD WRK-WGT-VELOCITY     TO WRK-SCORE
              MOVE 'V'                 TO CSRGRSK1-SIG-VELOCITY
           END-IF.

           IF BTB-ADDR-IS-UNDELIV
              ADD WRK-WGT-UNDELADDR    TO WRK-SCORE
              MOVE 'A'                 TO CSRGRSK1-SIG-ADDR-UNDEL
           END-IF.

           IF BTB-EMAIL-IS-UNDELIV
              ADD WRK-WGT-UNDELEMAIL   TO WRK-SCORE
              MOVE 'E'                 TO CSRGRSK1-SIG-EMAIL-UNDEL
           END-IF.

           IF BTB-PHONE-IS-UNDELIV
              ADD WRK-WGT-UNDELPHONE   TO WRK-SCORE
              MOVE 'T'                 TO CSRGRSK1-SIG-PHONE-UNDEL
           END-IF.

           IF WRK-PEP-CONF-COUNT       GREATER ZEROS
              ADD WRK-WGT-PEPCONF      TO WRK-SCORE
              MOVE 'C'                 TO CSRGRSK1-SIG-PEP
           ELSE
              IF WRK-PEP-OPEN-COUNT    GREATER ZEROS
                 ADD WRK-WGT-PEPOPEN   TO WRK-SCORE
                 MOVE 'O'              TO CSRGRSK1-SIG-PEP
              END-IF
           END-IF.

           IF WRK-SANC-CONF-COUNT      GREATER ZEROS
              ADD WRK-WGT-SANCCONF     TO WRK-SCORE
              MOVE 'C'                 TO CSRGRSK1-SIG-SANCTIONS
           ELSE
              IF WRK-SANC-OPEN-COUNT   GREATER ZEROS
                 ADD WRK-WGT-SANCOPEN  TO WRK-SCORE
                 MOVE 'O'              TO CSRGRSK1-SIG-SANCTIONS
              END-IF
           END-IF.

           IF WRK-SCORE                GREATER 999
              MOVE 999                 TO WRK-SCORE
           END-IF.

           IF WRK-SCORE                NOT LESS WRK-WGT-HIGH
              MOVE 'H'                 TO WRK-NEW-RATING
           ELSE
              IF WRK-SCORE             NOT LESS WRK-WGT-MEDIUM
                 MOVE 'M'              TO WRK-NEW-RATING
              ELSE
                 MOVE 'L'              TO WRK-NEW-RATING
              END-IF
           END-IF.

           MOVE WRK-SCORE              TO CSRGRSK1-SCORE.
      *----------------------------------------------------------------*
       2530-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2540-SET-REVIEW-DUE             SECTION.
      *----------------------------------------------------------------*
      *    FIRST RATING (OR NO DUE DATE YET): TODAY PLUS THE INTERVAL. *
      *    CHANGED RATING: THE EARLIER OF THE DUE DATE ALREADY SET AND *
      *    TODAY PLUS THE NEW INTERVAL.                                *
      *----------------------------------------------------------------*
           PERFORM 7400-GET-INTERVAL.

           MOVE WRK-DATE-FORMATTED     TO WRK-ADD-BASE-DATE.
           PERFORM 7300-ADD-MONTHS.
           MOVE WRK-ADD-NEW-DATE       TO WRK-NEW-DUE-DT.

           IF WRK-OLD-RATING           EQUAL SPACE
              OR WRK-OLD-DUE-DT        EQUAL SPACES
              MOVE 'I'                 TO CSRGRSK1-EVENT
              ADD 1                    TO WRK-FIRST-RATED-COUNTER
              GO TO 2540-99-EXIT
           END-IF.

           MOVE 'C'                    TO CSRGRSK1-EVENT.

           PERFORM 7500-RANK-RATINGS.

           IF WRK-NEW-RANK             GREATER WRK-OLD-RANK
              ADD 1                    TO WRK-RAISED-COUNTER
           ELSE
              ADD 1                    TO WRK-LOWERED-COUNTER
           END-IF.

           MOVE WRK-OLD-DUE-DT         TO WRK-CHK-DATE.
           PERFORM 7100-VALIDATE-DATE.

           IF NOT WRK-CHK-DATE-IS-VALID
              GO TO 2540-99-EXIT
           END-IF.

           MOVE WRK-CHK-YMD-NUM        TO WRK-OLD-DUE-YMD-NUM.

           MOVE WRK-NEW-DUE-DT         TO WRK-CHK-DATE.
           PERFORM 7100-VALIDATE-DATE.

           IF WRK-OLD-DUE-YMD-NUM      LESS WRK-CHK-YMD-NUM
              MOVE WRK-OLD-DUE-DT      TO WRK-NEW-DUE-DT
           END-IF.
      *----------------------------------------------------------------*
       2540-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2550-UPDATE-CUSTOMER            SECTION.
      *----------------------------------------------------------------*
           MOVE WRK-NEW-RATING         TO RISK-RATING.
           MOVE WRK-DATE-FORMATTED     TO RISK-RATED-DT.
           MOVE WRK-NEW-DUE-DT         TO REVIEW-DUE-DT.

           MOVE 'UPDATING RISK_RATING' TO WRK-ERROR-MSG.

           IF CSRGPARM-IS-PRODUCTION
              EXEC SQL
                  UPDATE TB_CUSTOMER
                     SET RISK_RATING   = :RISK-RATING
                        ,RISK_RATED_DT = :RISK-RATED-DT
                        ,REVIEW_DUE_DT = :REVIEW-DUE-DT
                   WHERE CPF           = :CPF
              END-EXEC
           ELSE
              MOVE ZEROS               TO SQLCODE
           END-IF.

           IF SQLCODE NOT EQUAL ZEROS
              MOVE SQLCODE             TO WRK-SQLCODE-SINAL
              STRING 'SQLCODE..:',WRK-SQLCODE-X
                                       DELIMITED BY SPACE
                                       INTO WRK-ERROR-CODE
              PERFORM 9999-CALL-ABEND-PGM
           END-IF.

           MOVE CPF                    TO CSRGRSK1-CPF.
           MOVE WRK-OLD-RATING         TO CSRGRSK1-OLD-RATING.
           MOVE WRK-NEW-RATING         TO CSRGRSK1-NEW-RATING.
           MOVE WRK-OLD-DUE-DT         TO CSRGRSK1-OLD-DUE-DT.
           MOVE WRK-NEW-DUE-DT         TO CSRGRSK1-NEW-DUE-DT.
      *----------------------------------------------------------------*
       2550-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2600-COMMIT-INTERVAL            SECTION.
      *----------------------------------------------------------------*
      *    COMMITS EVERY CSRGPARM-COMMIT-INTERVAL ROWS UPDATED;        *
      *    CSR0074 IS DECLARED WITH HOLD AND SURVIVES THE COMMIT.      *
      *----------------------------------------------------------------*
           ADD 1                       TO   WRK-COMMIT-COUNTER.

           IF WRK-COMMIT-COUNTER       GREATER OR EQUAL
                                            CSRGPARM-COMMIT-INTERVAL
              IF CSRGPARM-IS-PRODUCTION
                 EXEC SQL
                     COMMIT
                 END-EXEC
              END-IF
              MOVE ZEROS               TO WRK-COMMIT-COUNTER
           END-IF.
      *----------------------------------------------------------------*
       2600-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2700-WRITE-RISKHIST             SECTION.
      *----------------------------------------------------------------*
           MOVE 'WRITING FILE RISKHIST'
                                       TO WRK-ERROR-MSG.

           MOVE CSRGPARM-BATCH-RUN-ID  TO CSRGRSK1-BATCH-RUN-ID.
           MOVE WRK-DATE-FORMATTED     TO CSRGRSK1-DATE.
           MOVE WRK-TIME-FORMATTED     TO CSRGRSK1-TIME.

           MOVE WRK-RISKHIST-REG       TO FD-REG-RISKHIST.

           WRITE FD-REG-RISKHIST.

           PERFORM 8300-TEST-FS-RISKHIST.

           ADD 1                       TO WRK-RISKHIST-REGS-COUNTER.
      *----------------------------------------------------------------*
       2700-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       3000-FINALIZE                   SECTION.
      *----------------------------------------------------------------*
           EXEC SQL
               CLOSE CSR0074
           END-EXEC.

           IF CSRGPARM-IS-PRODUCTION
              EXEC SQL
                  COMMIT
              END-EXEC
           END-IF.

           IF WRK-NEW-HIGH-COUNTER     EQUAL ZEROS
              MOVE '    NO CUSTOMER NEWLY RATED HIGH'
                                       TO    WRK-RSKRPT-LINE
              PERFORM 3210-PUT-RSKRPT-LINE
           END-IF.

           PERFORM 3200-WRITE-TOTALS.

           CLOSE KYCREV
                 VELFLAG
                 RISKHIST
                 RSKRPT.

           DISPLAY '***************************'.
           DISPLAY '*  SUCCESSFUL  EXECUTION  *'.
           DISPLAY '***************************'.
           DISPLAY '*MODULE..........:' WRK-PROGRAM '*'.
           DISPLAY '*COMPILED........:'
           DD-COMPILED '/' MM-COMPILED '/' YY-COMPILED '*'.
           DISPLAY '*.................'
           HOUR-COMPILED '.' MINUTE-COMPILED '.'SECOND-COMPILED '*'.
           DISPLAY '*-------------------------*'.
           DISPLAY '*REVIEW CARDS READ...:' WRK-KYCREV-REGS-COUNTER
           '*'.
           DISPLAY '*REVIEWS APPLIED.....:' WRK-REV-APPLIED-COUNTER
           '*'.
           DISPLAY '*REVIEWS REJECTED....:' WRK-REV-REJECTED-COUNTER
           '*'.
           DISPLAY '*VELOCITY FLAGS READ.:' WRK-VELFLAG-REGS-COUNTER
           '*'.
           DISPLAY '*CUSTOMERS RATED.....:' WRK-RATED-REGS-COUNTER
           '*'.
           DISPLAY '*RATED LOW...........:' WRK-RATED-LOW-COUNTER
           '*'.
           DISPLAY '*RATED MEDIUM........:' WRK-RATED-MEDIUM-COUNTER
           '*'.
           DISPLAY '*RATED HIGH..........:' WRK-RATED-HIGH-COUNTER
           '*'.
           DISPLAY '*NEWLY RATED HIGH....:' WRK-NEW-HIGH-COUNTER
           '*'.
           DISPLAY '*HISTORY LINES.......:' WRK-RISKHIST-REGS-COUNTER
           '*'.
           DISPLAY '*-------------------------*'.
           DISPLAY '*EXECUTED......:' WRK-DATE-FORMATTED '*'.
           DISPLAY '*.................' WRK-TIME-FORMATTED '*'.
           DISPLAY '***************************'.

           IF CSRGPARM-IS-TEST-MODE
              DISPLAY '*** TEST MODE - RATINGS AND DUE DATES ABOVE  ***'
              DISPLAY '*** WERE NOT STORED ON TB_CUSTOMER           ***'
           END-IF.

           STOP RUN.
      *----------------------------------------------------------------*
       3000-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       3200-WRITE-TOTALS               SECTION.
      *----------------------------------------------------------------*
           MOVE SPACES                 TO    WRK-RSKRPT-LINE.
           PERFORM 3210-PUT-RSKRPT-LINE.

           MOVE SPACES                 TO    WRK-RSKRPT-LINE.
           STRING 'CUSTOMERS RATED / LOW / MEDIUM / HIGH.....: ',
                  WRK-RATED-REGS-COUNTER,' ',
                  WRK-RATED-LOW-COUNTER,' ',
                  WRK-RATED-MEDIUM-COUNTER,' ',
                  WRK-RATED-HIGH-COUNTER
                                       DELIMITED BY SIZE
                                       INTO  WRK-RSKRPT-LINE.
           PERFORM 3210-PUT-RSKRPT-LINE.

           MOVE SPACES                 TO    WRK-RSKRPT-LINE.
           STRING 'FIRST RATED / RAISED / LOWERED / UNCHANGED: ',
                  WRK-FIRST-RATED-COUNTER,' ',
                  WRK-RAISED-COUNTER,' ',
                  WRK-LOWERED-COUNTER,' ',
                  WRK-UNCHANGED-COUNTER
                                       DELIMITED BY SIZE
                                       INTO  WRK-RSKRPT-LINE.
           PERFORM 3210-PUT-RSKRPT-LINE.

           MOVE SPACES                 TO    WRK-RSKRPT-LINE.
           STRING 'NEWLY HIGH / REVIEWS OVERDUE..............: ',
                  WRK-NEW-HIGH-COUNTER,' ',
                  WRK-OVERDUE-COUNTER
                                       DELIMITED BY SIZE
                                       INTO  WRK-RSKRPT-LINE.
           PERFORM 3210-PUT-RSKRPT-LINE.

           MOVE SPACES                 TO    WRK-RSKRPT-LINE.
           STRING 'REVIEW CARDS / APPLIED / ALREADY / REJECTED: ',
                  WRK-KYCREV-REGS-COUNTER,' ',
                  WRK-REV-APPLIED-COUNTER,' ',
                  WRK-REV-ALREADY-COUNTER,' ',
                  WRK-REV-REJECTED-COUNTER
                                       DELIMITED BY SIZE
                                       INTO  WRK-RSKRPT-LINE.
           PERFORM 3210-PUT-RSKRPT-LINE.

           MOVE SPACES                 TO    WRK-RSKRPT-LINE.
           STRING 'VELOCITY FLAGS READ / ON ACTIVE CUSTOMERS.: ',
                  WRK-VELFLAG-REGS-COUNTER,' ',
                  WRK-VELFLAG-MATCHED-COUNTER
                                       DELIMITED BY SIZE
                                       INTO  WRK-RSKRPT-LINE.
           PERFORM 3210-PUT-RSKRPT-LINE.
      *----------------------------------------------------------------*
       3200-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       3210-PUT-RSKRPT-LINE            SECTION.
      *----------------------------------------------------------------*
           MOVE  WRK-RSKRPT-LINE       TO    FD-REG-RSKRPT.

           WRITE FD-REG-RSKRPT.

           PERFORM 8400-TEST-FS-RSKRPT.
      *----------------------------------------------------------------*
       3210-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       3220-PUT-REVIEW-LINE            SECTION.
      *----------------------------------------------------------------*
           MOVE SPACES                 TO    WRK-RSKRPT-LINE.

           MOVE KREV-CPF               TO    WRK-RSKRPT-LINE (1:15).
           MOVE WRK-REV-DATE           TO    WRK-RSKRPT-LINE (17:10).
           MOVE KREV-REVIEWER          TO    WRK-RSKRPT-LINE (28:8).
           MOVE RISK-RATING            TO    WRK-RSKRPT-LINE (37:1).
           MOVE REVIEW-DUE-DT          TO    WRK-RSKRPT-LINE (39:10).
           MOVE WRK-NEW-DUE-DT         TO    WRK-RSKRPT-LINE (50:10).
           MOVE WRK-REV-OUTCOME        TO    WRK-RSKRPT-LINE (61:30).

           PERFORM 3210-PUT-RSKRPT-LINE.
      *----------------------------------------------------------------*
       3220-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       3230-PUT-HIGH-LINE              SECTION.
      *----------------------------------------------------------------*
           MOVE SPACES                 TO    WRK-RSKRPT-LINE.
           MOVE CSRGRSK1-SCORE         TO    WRK-SCORE-ED.

           MOVE CPF                    TO    WRK-RSKRPT-LINE (1:15).
           MOVE WRK-OLD-RATING         TO    WRK-RSKRPT-LINE (17:1).
           MOVE WRK-NEW-RATING         TO    WRK-RSKRPT-LINE (19:1).
           MOVE WRK-SCORE-ED           TO    WRK-RSKRPT-LINE (21:3).
           MOVE CSRGRSK1-SIGNALS       TO    WRK-RSKRPT-LINE (25:8).
           MOVE WRK-NEW-DUE-DT         TO    WRK-RSKRPT-LINE (34:10).
           MOVE NAME                   TO    WRK-RSKRPT-LINE (45:50).

           PERFORM 3210-PUT-RSKRPT-LINE.
      *----------------------------------------------------------------*
       3230-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       7100-VALIDATE-DATE              SECTION.
      *----------------------------------------------------------------*
      *    EDITS WRK-CHK-DATE (DD-MM-YYYY) AND, WHEN IT IS A REAL      *
      *    CALENDAR DATE, LEAVES IT IN WRK-CHK-YMD-NUM AS YYYYMMDD.    *
      *----------------------------------------------------------------*
           MOVE 'N'                    TO WRK-CHK-DATE-SW.
           MOVE ZEROS                  TO WRK-CHK-YMD-NUM.

           IF WRK-CHK-DD               NOT NUMERIC
              OR WRK-CHK-MM            NOT NUMERIC
              OR WRK-CHK-YYYY          NOT NUMERIC
              OR WRK-CHK-SEP1          NOT EQUAL '-'
              OR WRK-CHK-SEP2          NOT EQUAL '-'
              GO TO 7100-99-EXIT
           END-IF.

           MOVE WRK-CHK-YYYY           TO WRK-CHK-YMD-YYYY.
           MOVE WRK-CHK-MM             TO WRK-CHK-YMD-MM.
           MOVE WRK-CHK-DD             TO WRK-CHK-YMD-DD.

           IF WRK-CHK-YMD-MM           LESS 1
              OR WRK-CHK-YMD-MM        GREATER 12
              OR WRK-CHK-YMD-DD        LESS 1
              GO TO 7100-99-EXIT
           END-IF.

           MOVE WRK-CHK-YMD-MM         TO WRK-ML-MM.
           MOVE WRK-CHK-YMD-YYYY       TO WRK-ML-YYYY.
           PERFORM 7200-MONTH-LENGTH.

           IF WRK-CHK-YMD-DD           GREATER WRK-ML-DAYS
              GO TO 7100-99-EXIT
           END-IF.

           MOVE 'Y'                    TO WRK-CHK-DATE-SW.
      *----------------------------------------------------------------*
       7100-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       7200-MONTH-LENGTH               SECTION.
      *----------------------------------------------------------------*
      *    DAYS IN MONTH WRK-ML-MM OF YEAR WRK-ML-YYYY, GREGORIAN      *
      *    LEAP YEARS.                                                 *
      *----------------------------------------------------------------*
           MOVE WRK-MONTH-DAYS (WRK-ML-MM)
                                       TO WRK-ML-DAYS.

           IF WRK-ML-MM                NOT EQUAL 2
              GO TO 7200-99-EXIT
           END-IF.

           DIVIDE WRK-ML-YYYY          BY 4
                  GIVING WRK-LEAP-QUOT REMAINDER WRK-LEAP-REM-4.
           DIVIDE WRK-ML-YYYY          BY 100
                  GIVING WRK-LEAP-QUOT REMAINDER WRK-LEAP-REM-100.
           DIVIDE WRK-ML-YYYY          BY 400
                  GIVING WRK-LEAP-QUOT REMAINDER WRK-LEAP-REM-400.

           IF WRK-LEAP-REM-4           EQUAL ZEROS
              AND (WRK-LEAP-REM-100    NOT EQUAL ZEROS
                   OR WRK-LEAP-REM-400 EQUAL ZEROS)
              MOVE 29                  TO WRK-ML-DAYS
           END-IF.
      *----------------------------------------------------------------*
       7200-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       7300-ADD-MONTHS                 SECTION.
      *----------------------------------------------------------------*
      *    WRK-ADD-NEW-DATE = WRK-ADD-BASE-DATE PLUS WRK-ADD-MONTHS.   *
      *    A DAY PAST THE END OF THE TARGET MONTH (31-08 PLUS SIX      *
      *    MONTHS) FALLS BACK TO ITS LAST DAY.                         *
      *----------------------------------------------------------------*
           COMPUTE WRK-MONTH-SERIAL    = WRK-ADD-BASE-YYYY * 12
                                       + WRK-ADD-BASE-MM - 1
                                       + WRK-ADD-MONTHS.

           DIVIDE WRK-MONTH-SERIAL     BY 12
                  GIVING WRK-ADD-NEW-YYYY
                  REMAINDER WRK-MONTH-REM.

           ADD 1 WRK-MONTH-REM         GIVING WRK-ADD-NEW-MM.

           MOVE WRK-ADD-NEW-MM         TO WRK-ML-MM.
           MOVE WRK-ADD-NEW-YYYY       TO WRK-ML-YYYY.
           PERFORM 7200-MONTH-LENGTH.

           IF WRK-ADD-BASE-DD          GREATER WRK-ML-DAYS
              MOVE WRK-ML-DAYS         TO WRK-ADD-NEW-DD
           ELSE
              MOVE WRK-ADD-BASE-DD     TO WRK-ADD-NEW-DD
           END-IF.
      *----------------------------------------------------------------*
       7300-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       7400-GET-INTERVAL               SECTION.
      *----------------------------------------------------------------*
           EVALUATE TRUE
              WHEN WRK-NEW-IS-HIGH
                 MOVE WRK-WGT-REVHIGH  TO WRK-ADD-MONTHS
              WHEN WRK-NEW-IS-MEDIUM
                 MOVE WRK-WGT-REVMEDIUM
                                       TO WRK-ADD-MONTHS
              WHEN OTHER
                 MOVE WRK-WGT-REVLOW   TO WRK-ADD-MONTHS
           END-EVALUATE.
      *----------------------------------------------------------------*
       7400-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       7500-RANK-RATINGS               SECTION.
      *----------------------------------------------------------------*
      *    L=1 M=2 H=3, SO A CHANGE CAN BE COUNTED AS RAISED/LOWERED.  *
      *----------------------------------------------------------------*
           EVALUATE WRK-OLD-RATING
              WHEN 'H'
                 MOVE 3                TO WRK-OLD-RANK
              WHEN 'M'
                 MOVE 2                TO WRK-OLD-RANK
              WHEN OTHER
                 MOVE 1                TO WRK-OLD-RANK
           END-EVALUATE.

           EVALUATE TRUE
              WHEN WRK-NEW-IS-HIGH
                 MOVE 3                TO WRK-NEW-RANK
              WHEN WRK-NEW-IS-MEDIUM
                 MOVE 2                TO WRK-NEW-RANK
              WHEN OTHER
                 MOVE 1                TO WRK-NEW-RANK
           END-EVALUATE.
      *----------------------------------------------------------------*
       7500-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       8100-TEST-FS-KYCREV             SECTION.
      *----------------------------------------------------------------*
           IF WRK-FS-KYCREV            NOT EQUAL ZEROS AND 10
              MOVE WRK-FS-KYCREV       TO  WRK-ERROR-CODE
              PERFORM 9999-CALL-ABEND-PGM
           END-IF.
      *----------------------------------------------------------------*
       8100-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       8200-TEST-FS-VELFLAG            SECTION.
      *----------------------------------------------------------------*
           IF WRK-FS-VELFLAG           NOT EQUAL ZEROS AND 10
              MOVE WRK-FS-VELFLAG      TO  WRK-ERROR-CODE
              PERFORM 9999-CALL-ABEND-PGM
           END-IF.
      *----------------------------------------------------------------*
       8200-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       8300-TEST-FS-RISKHIST           SECTION.
      *----------------------------------------------------------------*
           IF WRK-FS-RISKHIST          NOT EQUAL ZEROS
              MOVE WRK-FS-RISKHIST     TO  WRK-ERROR-CODE
              PERFORM 9999-CALL-ABEND-PGM
           END-IF.
      *----------------------------------------------------------------*
       8300-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       8400-TEST-FS-RSKRPT             SECTION.
      *----------------------------------------------------------------*
           IF WRK-FS-RSKRPT            NOT EQUAL ZEROS
              MOVE WRK-FS-RSKRPT       TO  WRK-ERROR-CODE
              PERFORM 9999-CALL-ABEND-PGM
           END-IF.
      *----------------------------------------------------------------*
       8400-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       9000-GET-DATE-TIME              SECTION.
      *----------------------------------------------------------------*
           ACCEPT WRK-SYSTEM-DATE      FROM DATE.
           MOVE YY                     TO YYYY-FORMATTED.
           MOVE MM                     TO MM-FORMATTED.
           MOVE DD                     TO DD-FORMATTED.
           ADD  2000                   TO YYYY-FORMATTED.

           ACCEPT WRK-SYSTEM-TIME      FROM TIME.
           MOVE HOUR                   TO HOUR-FORMATTED.
           MOVE MINUTE                 TO MINUTE-FORMATTED.
           MOVE SECOND                 TO SECOND-FORMATTED.
      *----------------------------------------------------------------*
       9000-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       9999-CALL-ABEND-PGM             SECTION.
      *----------------------------------------------------------------*
           EXEC SQL
               ROLLBACK
           END-EXEC.

           MOVE WRK-DATE-FORMATTED     TO WRK-ERROR-DATE.
           MOVE WRK-TIME-FORMATTED     TO WRK-ERROR-TIME.
           CALL WRK-ABEND-PGM          USING WRK-ERROR-LOG.
      *----------------------------------------------------------------*
       9999-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
