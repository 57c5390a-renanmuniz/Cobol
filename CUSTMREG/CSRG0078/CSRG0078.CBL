      *================================================================*
      *        I D E N T I F I C A T I O N      D I V I S I O N        *
      *================================================================*
       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     CSRG0078.
       AUTHOR.         RENAN MUNIZ MERLO.
       DATE-WRITTEN.   15/10/2026.
       DATE-COMPILED   WHEN-COMPILED.
       REMARKS.
      *----------------------------------------------------------------*
      *                RENAN MUNIZ MERLO COBOL DEVELOPER               *
      *          https://www.linkedin.com/in/renan-muniz-merlo         *
      *----------------------------------------------------------------*
      *    PROGRAM-ID..: CSRG0078.                                     *
      *    ANALYST.....: RENAN MUNIZ MERLO                             *
      *    PROGRAMMER..: RENAN MUNIZ MERLO                             *
      *    DATE........: 15/10/2026                                    *
      *----------------------------------------------------------------*
      *    PROJECT.....: CUSTOMER REGISTRATION PROJECT - CUSTMREG      *
      *----------------------------------------------------------------*
      *    GOAL........: MONTHLY DORMANCY CLASSIFICATION.  WORKS OUT   *
      *                  EVERY ACTIVE CUSTOMER'S LAST-ACTIVITY DATE    *
      *                  AS THE LATEST OF:                             *
      *                  - THE REGISTRATION (TIMEREGINC);              *
      *                  - AN ONLINE CHANGE ON FILEHST3 (LIVE AND THE  *
      *                    RETAINED MONTHLY SLICES);                   *
      *                  - A BATCH INSERT/UPDATE/REINSTATE ON THE      *
      *                    CHGEVENT GENERATIONS;                       *
      *                  - A CONTACT-CONSENT CHANGE (TB_CONSENT        *
      *                    CONSENT_DT, GIVEN OR WITHDRAWN);            *
      *                  - A LOOKUP OF THE CUSTOMER ON THE ACCLOG      *
      *                    ACCESS LOG (NOT A CSRG0081 BULK LOOKUP BY   *
      *                    ANOTHER DEPARTMENT);                        *
      *                  - THE DATE THE LAST RUN STORED, SO ACTIVITY   *
      *                    ON HISTORY SINCE ROLLED OFF IS NOT LOST.    *
      *                  THE THREE FILE SOURCES REACH THE PROGRAM      *
      *                  ALREADY REDUCED TO CPF/DATE PAIRS ON DRMACT   *
      *                  BY THE CSRGDORM SORT STEPS.  THE WHOLE        *
      *                  MONTHS SINCE THAT DATE PLACE THE CUSTOMER IN  *
      *                  A DORMANCY BAND (DORMPARM THRESHOLDS):        *
      *                  A = ACTIVE, 1/2/3 = DORMANT, OLDEST LAST,     *
      *                  U = NO DATED ACTIVITY AT ALL.  THE BAND AND   *
      *                  THE DATE ARE STORED ON TB_CUSTOMER            *
      *                  (DORMANCY_BAND, LAST_ACTIVITY_DT) - ONLY      *
      *                  WHEN ONE OF THEM CHANGED.                     *
      *                  DRMEXT (CSRGDRM1) IS THE MARKETING            *
      *                  RE-ENGAGEMENT EXTRACT: EVERY CUSTOMER FROM    *
      *                  THE REENGAGE BAND UP WHO IS NOT PROTECTED     *
      *                  AND CAN BE REACHED ON A CONSENTED,            *
      *                  DELIVERABLE CHANNEL, RECORDED ON THE          *
      *                  TB_DISCLOSURE LEDGER (PROFILE 'R').           *
      *                  DRMCAND (CSRGDCN1) IS THE LIST, FOR BUSINESS  *
      *                  REVIEW, OF THE CUSTOMERS DORMANT FOR AT LEAST *
      *                  THE RETAIN MONTHS: EACH LINE OPENS WITH THE   *
      *                  CSRGTRN1 'D' TRANSACTION THAT SOFT-DELETES    *
      *                  THE CUSTOMER THROUGH THE NORMAL FILE0001 /    *
      *                  FILE0005 / CSRG0004 ROUTE ONCE APPROVED.  A   *
      *                  CUSTOMER UNDER AN ACTIVE LEGAL HOLD IS NOT    *
      *                  LISTED BUT REPORTED ON DRMRPT.  RC=0.         *
      *----------------------------------------------------------------*
      *    DORMPARM....: KEYWORD=NNN, ONE PER CARD, '*' = COMMENT,     *
      *                  THREE DIGITS, IN MONTHS SINCE THE LAST        *
      *                  ACTIVITY:                                     *
      *                  BAND1      FIRST DORMANT BAND FROM    (012)   *
      *                  BAND2      SECOND DORMANT BAND FROM   (024)   *
      *                  BAND3      OLDEST DORMANT BAND FROM   (036)   *
      *                  RETAIN     RETENTION-CANDIDATE FROM   (060)   *
      *                  AND THE LOWEST BAND EXTRACTED FOR             *
      *                  RE-ENGAGEMENT:                                *
      *                  REENGAGE   BAND 001, 002 OR 003       (002)   *
      *                  A MISSING DORMPARM FILE MEANS THE SHOP        *
      *                  DEFAULTS SHOWN IN BRACKETS.  BANDS NOT IN     *
      *                  RISING ORDER FALL BACK TO THE DEFAULTS, AND   *
      *                  A RETAIN BELOW BAND3 IS RAISED TO BAND3.      *
      *----------------------------------------------------------------*
      *    DRMACT......: ONE DATED ACTIVITY PER RECORD, CPF ORDER AND  *
      *                  NEWEST FIRST WITHIN THE CPF (CSRGDORM).       *
      *                  POS 01-15  CPF                                *
      *                  POS 16-23  ACTIVITY DATE (YYYYMMDD)           *
      *                  POS 24-24  SOURCE  H=FILEHST3  E=CHGEVENT     *
      *                                     A=ACCLOG                   *
      *                  A DATE THAT IS NOT A REAL CALENDAR DATE, OR   *
      *                  LIES IN THE FUTURE, IS COUNTED AND IGNORED.   *
      *----------------------------------------------------------------*
      *    DRMRPT......: CANDIDATES HELD BACK BY A LEGAL HOLD:         *
      *                  POS 001-015  CPF                              *
      *                  POS 017-026  LAST ACTIVITY                    *
      *                  POS 028-030  MONTHS                           *
      *                  POS 032-051  CASE REFERENCE                   *
      *                  POS 053-102  NAME                             *
      *                  FOLLOWED BY THE COUNTS PER BAND, PER SOURCE   *
      *                  OF THE LAST ACTIVITY AND PER OUTPUT.          *
      *----------------------------------------------------------------*
      *    FILES.......:  DDNAME          LRECL       INCLUDE/BOOK     *
      *                   DORMPARM        00080       NONE             *
      *                   DRMACT          00024       NONE             *
      *                   DRMEXT          00300       CSRGDRM1         *
      *                   DRMCAND         00100       CSRGDCN1         *
      *                   DRMRPT          00132       NONE             *
      *----------------------------------------------------------------*
      *    MODIFICATION HISTORY.......:                                *
      *    15/10/2026 RMM - PROGRAM CREATED.                           *
      *    15/10/2026 RMM - THE CANDIDATE'S 'D' TRANSACTION CARRIES    *
      *                     THE RESERVED HOUSE PROVIDER CODE 'HOUS',   *
      *                     SO THE DELETE IS NEVER BILLED TO THE       *
      *                     PARTNER THAT INSERTED THE CUSTOMER.        *
      *----------------------------------------------------------------*
      *    TABLE DB2...:  TB_CUSTOMER                 BTB_CUSTOMER     *
      *                   TB_CONSENT                  BTB_CONSENT      *
      *                   TB_CUST_ADDR                BTB_CUST_ADDR    *
      *                   TB_LEGAL_HOLD               BTB_LEGAL_HOLD   *
      *                   TB_DISCLOSURE               BTB_DISCLOSURE   *
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

           SELECT DORMPARM      ASSIGN TO UTS-S-DORMPARM
            ORGANIZATION IS     SEQUENTIAL
            ACCESS MODE  IS     SEQUENTIAL
            FILE STATUS  IS     WRK-FS-DORMPARM.

           SELECT DRMACT        ASSIGN TO UTS-S-DRMACT
            ORGANIZATION IS     SEQUENTIAL
            ACCESS MODE  IS     SEQUENTIAL
            FILE STATUS  IS     WRK-FS-DRMACT.

           SELECT DRMEXT        ASSIGN TO UTS-S-DRMEXT
            ORGANIZATION IS     SEQUENTIAL
            ACCESS MODE  IS     SEQUENTIAL
            FILE STATUS  IS     WRK-FS-DRMEXT.

           SELECT DRMCAND       ASSIGN TO UTS-S-DRMCAND
            ORGANIZATION IS     SEQUENTIAL
            ACCESS MODE  IS     SEQUENTIAL
            FILE STATUS  IS     WRK-FS-DRMCAND.

           SELECT DRMRPT        ASSIGN TO UTS-S-DRMRPT
            ORGANIZATION IS     SEQUENTIAL
            ACCESS MODE  IS     SEQUENTIAL
            FILE STATUS  IS     WRK-FS-DRMRPT.

      *================================================================*
      *                  D A T A      D I V I S I O N                  *
      *================================================================*
       DATA DIVISION.
       FILE SECTION.
      *
       FD DORMPARM
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS 00 RECORDS.
       01 FD-REG-DORMPARM   PIC X(80).

       FD DRMACT
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS 00 RECORDS.
       01 FD-REG-DRMACT     PIC X(24).

       FD DRMEXT
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS 00 RECORDS.
       01 FD-REG-DRMEXT     PIC X(300).

       FD DRMCAND
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS 00 RECORDS.
       01 FD-REG-DRMCAND    PIC X(100).

       FD DRMRPT
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS 00 RECORDS.
       01 FD-REG-DRMRPT     PIC X(132).

      *-----------------------------------------------------------------*
      *                  WORKING-STORAGE SECTION                        *
      *-----------------------------------------------------------------*
       WORKING-STORAGE SECTION.

       77 WRK-CUSTOMERS-COUNTER                  PIC 9(09) VALUE ZEROS .
       77 WRK-BAND-ACTIVE-COUNTER                PIC 9(09) VALUE ZEROS .
       77 WRK-BAND-1-COUNTER                     PIC 9(09) VALUE ZEROS .
       77 WRK-BAND-2-COUNTER                     PIC 9(09) VALUE ZEROS .
       77 WRK-BAND-3-COUNTER                     PIC 9(09) VALUE ZEROS .
       77 WRK-BAND-UNKNOWN-COUNTER               PIC 9(09) VALUE ZEROS .
       77 WRK-FIRST-BANDED-COUNTER               PIC 9(09) VALUE ZEROS .
       77 WRK-NEWLY-DORMANT-COUNTER              PIC 9(09) VALUE ZEROS .
       77 WRK-REACTIVATED-COUNTER                PIC 9(09) VALUE ZEROS .
       77 WRK-ROWS-UPDATED-COUNTER               PIC 9(09) VALUE ZEROS .
       77 WRK-SRC-REGISTRATION-COUNTER           PIC 9(09) VALUE ZEROS .
       77 WRK-SRC-FILEHST3-COUNTER               PIC 9(09) VALUE ZEROS .
       77 WRK-SRC-CHGEVENT-COUNTER               PIC 9(09) VALUE ZEROS .
       77 WRK-SRC-CONSENT-COUNTER                PIC 9(09) VALUE ZEROS .
       77 WRK-SRC-ACCLOG-COUNTER                 PIC 9(09) VALUE ZEROS .
       77 WRK-SRC-STORED-COUNTER                 PIC 9(09) VALUE ZEROS .
       77 WRK-DRMACT-REGS-COUNTER                PIC 9(09) VALUE ZEROS .
       77 WRK-DRMACT-MATCHED-COUNTER             PIC 9(09) VALUE ZEROS .
       77 WRK-BAD-DATE-COUNTER                   PIC 9(09) VALUE ZEROS .
       77 WRK-FUTURE-DATE-COUNTER                PIC 9(09) VALUE ZEROS .
       77 WRK-DRMEXT-REGS-COUNTER                PIC 9(09) VALUE ZEROS .
       77 WRK-EXT-PROTECTED-COUNTER              PIC 9(09) VALUE ZEROS .
       77 WRK-EXT-NO-CHANNEL-COUNTER             PIC 9(09) VALUE ZEROS .
       77 WRK-DISCLOSED-COUNTER                  PIC 9(09) VALUE ZEROS .
       77 WRK-DRMCAND-REGS-COUNTER               PIC 9(09) VALUE ZEROS .
       77 WRK-CAND-HELD-COUNTER                  PIC 9(07) VALUE ZEROS .

       77 WRK-DRMACT-EOF                         PIC X(03) VALUE SPACES.
       77 WRK-CURSOR-EOF                         PIC X(03) VALUE SPACES.
       77 WRK-DORMPARM-EOF                       PIC X(03) VALUE SPACES.

      *DATA FOR PERIODIC COMMIT:
       77 WRK-COMMIT-COUNTER                     PIC 9(05) VALUE ZEROS .

      *RUNTIME PARAMETER CARD:
       COPY 'CSRGPARM'.

      *THE BAND THRESHOLDS, IN MONTHS, PRE-SET TO THE SHOP DEFAULTS
      *SO A MISSING DORMPARM FILE STILL CLASSIFIES:
       01 WRK-BANDS.
          03 WRK-BND-BAND1                       PIC 9(03) VALUE 012.
          03 WRK-BND-BAND2                       PIC 9(03) VALUE 024.
          03 WRK-BND-BAND3                       PIC 9(03) VALUE 036.
          03 WRK-BND-RETAIN                      PIC 9(03) VALUE 060.
          03 WRK-BND-REENGAGE                    PIC 9(03) VALUE 002.

      *ONE DORMPARM CARD SPLIT INTO KEYWORD AND VALUE:
       01 WRK-FS-DORMPARM                        PIC X(02) VALUE SPACES.
       01 WRK-PARM-CARD                          PIC X(80) VALUE SPACES.
       01 WRK-PARM-KEYWORD                       PIC X(12) VALUE SPACES.
       01 WRK-PARM-VALUE                         PIC X(12) VALUE SPACES.

      *ONE DATED ACTIVITY FROM THE CSRGDORM SORTS:
       01 WRK-DRMACT-REG.
          03 DACT-CPF                            PIC X(15).
          03 DACT-YYYY                           PIC X(04).
          03 DACT-MM                             PIC X(02).
          03 DACT-DD                             PIC X(02).
          03 DACT-SOURCE                         PIC X(01).

      *ONE RE-ENGAGEMENT EXTRACT LINE (SEE CSRGDRM1):
       01 WRK-DRMEXT-REG.
          COPY 'CSRGDRM1'.

      *ONE RETENTION-CANDIDATE LINE (SEE CSRGDCN1):
       01 WRK-DRMCAND-REG.
          COPY 'CSRGDCN1'.

      *RESERVED PROVIDER CODE OF OUR OWN IN-HOUSE TRANSACTIONS - NOT
      *ON TB_PROVIDER, NEVER BILLED BY CSRG0067:
       77 WRK-HOUSE-PROVIDER                     PIC X(04) VALUE 'HOUS'.

      *THE CUSTOMER BEING CLASSIFIED - BEFORE AND AFTER:
       01 WRK-OLD-BAND                           PIC X(01) VALUE SPACES.
       01 WRK-OLD-ACTIVITY-DT                    PIC X(10) VALUE SPACES.
       01 WRK-NEW-BAND                           PIC X(01) VALUE SPACES.
          88 WRK-NEW-IS-ACTIVE                         VALUE 'A'.
          88 WRK-NEW-IS-DORMANT                        VALUE '1'
                                                             '2' '3'.
          88 WRK-NEW-IS-UNKNOWN                        VALUE 'U'.
       01 WRK-NEW-BAND-NUM                       PIC 9(01) VALUE ZEROS .
       01 WRK-NEW-ACTIVITY-DT.
          03 WRK-NEW-ACT-DD                      PIC 9(02) VALUE ZEROS .
          03 FILLER                              PIC X(01) VALUE '-'.
          03 WRK-NEW-ACT-MM                      PIC 9(02) VALUE ZEROS .
          03 FILLER                              PIC X(01) VALUE '-'.
          03 WRK-NEW-ACT-YYYY                    PIC 9(04) VALUE ZEROS .
       01 WRK-MONTHS-IDLE                        PIC S9(05) VALUE ZEROS.
       01 WRK-MONTHS-ED                          PIC 9(03) VALUE ZEROS .
       01 WRK-REGISTERED-DT                      PIC X(10) VALUE SPACES.

      *THE LATEST ACTIVITY FOUND SO FAR, AND THE ONE OFFERED NEXT:
       01 WRK-LAST-YYYYMMDD.
          03 WRK-LAST-YMD-YYYY                   PIC 9(04) VALUE ZEROS .
          03 WRK-LAST-YMD-MM                     PIC 9(02) VALUE ZEROS .
          03 WRK-LAST-YMD-DD                     PIC 9(02) VALUE ZEROS .
       01 FILLER REDEFINES WRK-LAST-YYYYMMDD.
          03 WRK-LAST-YMD-NUM                    PIC 9(08).
       01 WRK-LAST-SOURCE                        PIC X(01) VALUE SPACES.
       01 WRK-CAND-YMD-NUM                       PIC 9(08) VALUE ZEROS .
       01 WRK-CAND-SOURCE                        PIC X(01) VALUE SPACES.

      *TB_CONSENT FOR THE CUSTOMER - THE NEWEST CONSENT_DT AS
      *YYYYMMDD AND THE CHANNELS WITH A 'Y' ROW:
       01 WRK-CONS-LAST-YMD.
          03 WRK-CONS-YYYY                       PIC X(04).
          03 WRK-CONS-MM                         PIC X(02).
          03 WRK-CONS-DD                         PIC X(02).
       01 WRK-CONS-MAIL-COUNT                    PIC S9(09) COMP
                                                 VALUE ZEROS.
       01 WRK-CONS-EMAIL-COUNT                   PIC S9(09) COMP
                                                 VALUE ZEROS.
       01 WRK-CONS-PHONE-COUNT                   PIC S9(09) COMP
                                                 VALUE ZEROS.

      *A MAILING ('M') ROW ON TB_CUST_ADDR FOR THE CUSTOMER:
       01 WRK-MAILADDR-FOUND-SW                  PIC X(01) VALUE 'N'.
          88 WRK-MAILADDR-FOUND                        VALUE 'Y'.

      *ACTIVE LEGAL HOLD FOR THE CANDIDATE (SEE TB_LEGAL_HOLD):
       01 WRK-HOLD-COUNT                         PIC 9(04) VALUE ZEROS.
       01 WRK-HOLD-CASE-IND                      PIC S9(04) COMP
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

       01 WRK-DRMRPT-LINE                        PIC X(132)
                                                  VALUE SPACES.

      *DATA FOR ERROR LOG:
       01 WRK-ERROR-LOG.
          03 WRK-PROGRAM                         PIC X(08) VALUE
                                                          'CSRG0078'  .
          03 WRK-ERROR-MSG                       PIC X(30) VALUE SPACES.
          03 WRK-ERROR-CODE                      PIC X(30) VALUE SPACES.
          03 WRK-ERROR-DATE                      PIC X(10) VALUE SPACES.
          03 WRK-ERROR-TIME                      PIC X(08) VALUE SPACES.

      *ABENDING PROGRAM:
       77 WRK-ABEND-PGM                          PIC X(08) VALUE
                                                          'ABENDPGM'  .

       01 WRK-FILE-STATUS.
          03 WRK-FS-DRMACT                       PIC 9(02) VALUE ZEROS .
          03 WRK-FS-DRMEXT                       PIC 9(02) VALUE ZEROS .
          03 WRK-FS-DRMCAND                      PIC 9(02) VALUE ZEROS .
          03 WRK-FS-DRMRPT                       PIC 9(02) VALUE ZEROS .

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
              INCLUDE BTB_CONSENT
           END-EXEC.

           EXEC SQL
              INCLUDE BTB_CUST_ADDR
           END-EXEC.

           EXEC SQL
              INCLUDE BTB_LEGAL_HOLD
           END-EXEC.

           EXEC SQL
              INCLUDE BTB_DISCLOSURE
           END-EXEC.

      *THE ACTIVE BASE, IN CPF ORDER TO MATCH DRMACT.  HELD ACROSS
      *THE PERIODIC COMMITS:
           EXEC SQL
              DECLARE CSR0078 CURSOR WITH HOLD FOR
                 SELECT CPF, NAME, COALESCE(DOC_TYPE, 'C'),
                        STREET, HNUMBER,
                        COALESCE(OTHER_INFO, ' '),
                        CITY, STATE,
                        COALESCE(CEP, ' '),
                        COALESCE(EMAIL, ' '),
                        COALESCE(PHONE, ' '),
                        COALESCE(ADDR_UNDEL, 'N'),
                        COALESCE(EMAIL_UNDEL, 'N'),
                        COALESCE(PHONE_UNDEL, 'N'),
                        COALESCE(PROT_FLAG, 'N'),
                        COALESCE(CHAR(TIMEREGINC), ' '),
                        COALESCE(LAST_ACTIVITY_DT, ' '),
                        COALESCE(DORMANCY_BAND, ' ')
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

           PERFORM 2000-START-SWEEP.

           PERFORM 2100-CLASSIFY-ONE-CUSTOMER
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

           PERFORM 1100-LOAD-BANDS.

           OPEN INPUT  DRMACT
                OUTPUT DRMEXT
                       DRMCAND
                       DRMRPT.

           MOVE 'OPEN FILE DRMACT'     TO WRK-ERROR-MSG.
           PERFORM 8100-TEST-FS-DRMACT.

           MOVE 'OPEN FILE DRMEXT'     TO WRK-ERROR-MSG.
           PERFORM 8200-TEST-FS-DRMEXT.

           MOVE 'OPEN FILE DRMCAND'    TO WRK-ERROR-MSG.
           PERFORM 8300-TEST-FS-DRMCAND.

           MOVE 'OPEN FILE DRMRPT'     TO WRK-ERROR-MSG.
           PERFORM 8400-TEST-FS-DRMRPT.

           MOVE SPACES                 TO    WRK-DRMRPT-LINE.
           STRING 'CSRG0078 DORMANCY CLASSIFICATION - RUN ',
                  CSRGPARM-BATCH-RUN-ID,' ',
                  WRK-DATE-FORMATTED,' ',WRK-TIME-FORMATTED
                                       DELIMITED BY SIZE
                                       INTO  WRK-DRMRPT-LINE.
           PERFORM 3210-PUT-DRMRPT-LINE.

           MOVE SPACES                 TO    WRK-DRMRPT-LINE.
           STRING 'BANDS    1 FROM ',WRK-BND-BAND1,
                  '  2 FROM ',WRK-BND-BAND2,
                  '  3 FROM ',WRK-BND-BAND3,
                  ' MONTHS IDLE   RE-ENGAGE FROM BAND ',
                  WRK-BND-REENGAGE (3:1),
                  '   RETENTION CANDIDATE FROM ',WRK-BND-RETAIN,
                  ' MONTHS'
                                       DELIMITED BY SIZE
                                       INTO  WRK-DRMRPT-LINE.
           PERFORM 3210-PUT-DRMRPT-LINE.

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

           IF CSRGPARM-DISC-RECIPIENT  EQUAL SPACES
              MOVE 'MARKETNG'          TO   CSRGPARM-DISC-RECIPIENT
           END-IF.
      *----------------------------------------------------------------*
       1050-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       1100-LOAD-BANDS                 SECTION.
      *----------------------------------------------------------------*
      *    LOADS THE BAND THRESHOLDS FROM DORMPARM, THE SAME           *
      *    KEYWORD=VALUE CARDS AS THE CSRG0074 RISKPARM FILE.  A       *
      *    MISSING FILE IS NOT AN ERROR - THE SHOP DEFAULTS PRE-SET IN *
      *    WORKING-STORAGE STAY IN FORCE.                              *
      *----------------------------------------------------------------*
           OPEN INPUT DORMPARM.

           IF WRK-FS-DORMPARM          NOT EQUAL '00'
              DISPLAY '*CSRG0078: DORMPARM NOT OPENED - FS='
                      WRK-FS-DORMPARM ' - SHOP DEFAULTS IN FORCE*'
           ELSE
              PERFORM 1110-READ-ONE-BAND
              PERFORM 1120-APPLY-ONE-BAND
                 UNTIL WRK-DORMPARM-EOF
                                       EQUAL 'END'
              CLOSE DORMPARM
           END-IF.

           IF WRK-BND-BAND1            EQUAL ZEROS
              OR WRK-BND-BAND2         NOT GREATER WRK-BND-BAND1
              OR WRK-BND-BAND3         NOT GREATER WRK-BND-BAND2
              DISPLAY '*CSRG0078: BANDS NOT IN RISING ORDER - '
                      'DEFAULTS 012/024/036 IN FORCE*'
              MOVE 012                 TO WRK-BND-BAND1
              MOVE 024                 TO WRK-BND-BAND2
              MOVE 036                 TO WRK-BND-BAND3
           END-IF.

           IF WRK-BND-RETAIN           LESS WRK-BND-BAND3
              DISPLAY '*CSRG0078: RETAIN BELOW BAND3 - RAISED TO '
                      WRK-BND-BAND3 '*'
              MOVE WRK-BND-BAND3       TO WRK-BND-RETAIN
           END-IF.

           IF WRK-BND-REENGAGE         LESS 1
              OR WRK-BND-REENGAGE      GREATER 3
              DISPLAY '*CSRG0078: REENGAGE NOT 001-003 - DEFAULT 002 '
                      'IN FORCE*'
              MOVE 002                 TO WRK-BND-REENGAGE
           END-IF.
      *----------------------------------------------------------------*
       1100-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       1110-READ-ONE-BAND              SECTION.
      *----------------------------------------------------------------*
           READ DORMPARM               INTO WRK-PARM-CARD.

           IF WRK-FS-DORMPARM          NOT EQUAL '00'
              MOVE 'END'               TO WRK-DORMPARM-EOF
           END-IF.
      *----------------------------------------------------------------*
       1110-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       1120-APPLY-ONE-BAND             SECTION.
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
              DISPLAY '*CSRG0078: DORMPARM VALUE NOT NNN IGNORED: '
                      WRK-PARM-KEYWORD '*'
              GO TO 1120-50-NEXT
           END-IF.

           EVALUATE WRK-PARM-KEYWORD
              WHEN 'BAND1'
                 MOVE WRK-PARM-VALUE (1:3)
                                       TO WRK-BND-BAND1
              WHEN 'BAND2'
                 MOVE WRK-PARM-VALUE (1:3)
                                       TO WRK-BND-BAND2
              WHEN 'BAND3'
                 MOVE WRK-PARM-VALUE (1:3)
                                       TO WRK-BND-BAND3
              WHEN 'RETAIN'
                 MOVE WRK-PARM-VALUE (1:3)
                                       TO WRK-BND-RETAIN
              WHEN 'REENGAGE'
                 MOVE WRK-PARM-VALUE (1:3)
                                       TO WRK-BND-REENGAGE
              WHEN OTHER
                 DISPLAY '*CSRG0078: UNKNOWN DORMPARM KEYWORD IGNORED: '
                         WRK-PARM-KEYWORD '*'
           END-EVALUATE.

       1120-50-NEXT.
           PERFORM 1110-READ-ONE-BAND.
      *----------------------------------------------------------------*
       1120-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2000-START-SWEEP                SECTION.
      *----------------------------------------------------------------*
           MOVE SPACES                 TO    WRK-DRMRPT-LINE.
           PERFORM 3210-PUT-DRMRPT-LINE.

           MOVE 'RETENTION CANDIDATES HELD BACK BY A LEGAL HOLD'
                                       TO    WRK-DRMRPT-LINE.
           PERFORM 3210-PUT-DRMRPT-LINE.

           MOVE 'OPEN CURSOR CSR0078'  TO WRK-ERROR-MSG.

           EXEC SQL
               OPEN CSR0078
           END-EXEC.

           IF SQLCODE NOT EQUAL ZEROS
              MOVE SQLCODE             TO WRK-SQLCODE-SINAL
              STRING 'SQLCODE..:',WRK-SQLCODE-X
                                       DELIMITED BY SPACE
                                       INTO WRK-ERROR-CODE
              PERFORM 9999-CALL-ABEND-PGM
           END-IF.

           PERFORM 2310-READ-DRMACT.

           PERFORM 2050-FETCH-CUSTOMER.
      *----------------------------------------------------------------*
       2000-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2050-FETCH-CUSTOMER             SECTION.
      *----------------------------------------------------------------*
           MOVE 'FETCHING CSR0078'     TO   WRK-ERROR-MSG.

           EXEC SQL
               FETCH CSR0078
                   INTO :CPF, :NAME, :DOC-TYPE,
                        :STREET, :HNUMBER, :OTHER-INFO,
                        :CITY, :STATE, :CEP, :EMAIL, :PHONE,
                        :ADDR-UNDEL, :EMAIL-UNDEL, :PHONE-UNDEL,
                        :PROT-FLAG, :TIMEREGINC,
                        :LAST-ACTIVITY-DT, :DORMANCY-BAND
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
       2050-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2100-CLASSIFY-ONE-CUSTOMER      SECTION.
      *----------------------------------------------------------------*
      *    THE STORED DATE IS OFFERED LAST, SO A DATE STILL FOUND ON   *
      *    A LIVE SOURCE KEEPS THAT SOURCE ON THE OUTPUTS.             *
      *----------------------------------------------------------------*
           ADD 1                       TO WRK-CUSTOMERS-COUNTER.

           MOVE DORMANCY-BAND          TO WRK-OLD-BAND.
           MOVE LAST-ACTIVITY-DT       TO WRK-OLD-ACTIVITY-DT.

           MOVE ZEROS                  TO WRK-LAST-YMD-NUM
                                          WRK-MONTHS-IDLE
                                          WRK-NEW-BAND-NUM.
           MOVE SPACE                  TO WRK-LAST-SOURCE.

           PERFORM 2200-TAKE-REGISTRATION.

           PERFORM 2300-MATCH-DRMACT.

           PERFORM 2400-GET-CONSENT.

           PERFORM 2450-TAKE-STORED.

           IF WRK-LAST-YMD-NUM         EQUAL ZEROS
              MOVE 'U'                 TO WRK-NEW-BAND
              MOVE WRK-OLD-ACTIVITY-DT TO WRK-NEW-ACTIVITY-DT
              GO TO 2100-40-STORE
           END-IF.

           PERFORM 7600-GET-MONTHS-IDLE.

           PERFORM 2500-SET-BAND.

           MOVE WRK-LAST-YMD-DD        TO WRK-NEW-ACT-DD.
           MOVE WRK-LAST-YMD-MM        TO WRK-NEW-ACT-MM.
           MOVE WRK-LAST-YMD-YYYY      TO WRK-NEW-ACT-YYYY.

       2100-40-STORE.
           PERFORM 2550-COUNT-BAND.

           IF WRK-NEW-BAND             NOT EQUAL WRK-OLD-BAND
              OR WRK-NEW-ACTIVITY-DT   NOT EQUAL WRK-OLD-ACTIVITY-DT
              PERFORM 2600-UPDATE-CUSTOMER
              PERFORM 2650-COMMIT-INTERVAL
           END-IF.

           IF WRK-NEW-IS-DORMANT
              AND WRK-NEW-BAND-NUM     NOT LESS WRK-BND-REENGAGE
              PERFORM 2700-WRITE-DRMEXT
           END-IF.

           IF WRK-NEW-IS-DORMANT
              AND WRK-MONTHS-IDLE      NOT LESS WRK-BND-RETAIN
              PERFORM 2800-LIST-CANDIDATE
           END-IF.

           PERFORM 2050-FETCH-CUSTOMER.
      *----------------------------------------------------------------*
       2100-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2150-TAKE-IF-LATER              SECTION.
      *----------------------------------------------------------------*
      *    WRK-CAND-YMD-NUM BECOMES THE LAST ACTIVITY WHEN IT IS LATER *
      *    THAN ANY FOUND SO FAR.  A FUTURE DATE IS BAD DATA AND WOULD *
      *    KEEP THE CUSTOMER ACTIVE FOR EVER - IT IS COUNTED, NOT      *
      *    TAKEN.                                                      *
      *----------------------------------------------------------------*
           IF WRK-CAND-YMD-NUM         GREATER WRK-TODAY-YMD-NUM
              ADD 1                    TO WRK-FUTURE-DATE-COUNTER
              GO TO 2150-99-EXIT
           END-IF.

           IF WRK-CAND-YMD-NUM         GREATER WRK-LAST-YMD-NUM
              MOVE WRK-CAND-YMD-NUM    TO WRK-LAST-YMD-NUM
              MOVE WRK-CAND-SOURCE     TO WRK-LAST-SOURCE
           END-IF.
      *----------------------------------------------------------------*
       2150-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2200-TAKE-REGISTRATION          SECTION.
      *----------------------------------------------------------------*
      *    TIMEREGINC COMES BACK AS YYYY-MM-DD-HH.MM.SS.NNNNNN.        *
      *----------------------------------------------------------------*
           MOVE SPACES                 TO WRK-REGISTERED-DT.

           IF TIMEREGINC               EQUAL SPACES
              GO TO 2200-99-EXIT
           END-IF.

           MOVE TIMEREGINC (9:2)       TO WRK-CHK-DD.
           MOVE '-'                    TO WRK-CHK-SEP1.
           MOVE TIMEREGINC (6:2)       TO WRK-CHK-MM.
           MOVE '-'                    TO WRK-CHK-SEP2.
           MOVE TIMEREGINC (1:4)       TO WRK-CHK-YYYY.
           PERFORM 7100-VALIDATE-DATE.

           IF NOT WRK-CHK-DATE-IS-VALID
              ADD 1                    TO WRK-BAD-DATE-COUNTER
              GO TO 2200-99-EXIT
           END-IF.

           MOVE WRK-CHK-DATE           TO WRK-REGISTERED-DT.
           MOVE WRK-CHK-YMD-NUM        TO WRK-CAND-YMD-NUM.
           MOVE 'R'                    TO WRK-CAND-SOURCE.
           PERFORM 2150-TAKE-IF-LATER.
      *----------------------------------------------------------------*
       2200-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2300-MATCH-DRMACT               SECTION.
      *----------------------------------------------------------------*
      *    DRMACT AND THE CURSOR ARE BOTH IN CPF ORDER.  ACTIVITY FOR  *
      *    A CPF NO LONGER ACTIVE IS PASSED OVER.                      *
      *----------------------------------------------------------------*
           PERFORM 2310-READ-DRMACT
              UNTIL WRK-DRMACT-EOF     EQUAL 'END'
                 OR DACT-CPF           NOT LESS CPF.

           PERFORM 2320-TAKE-DRMACT
              UNTIL WRK-DRMACT-EOF     EQUAL 'END'
                 OR DACT-CPF           NOT EQUAL CPF.
      *----------------------------------------------------------------*
       2300-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2310-READ-DRMACT                SECTION.
      *----------------------------------------------------------------*
           MOVE 'READING FILE DRMACT'  TO   WRK-ERROR-MSG.

           READ DRMACT                 INTO WRK-DRMACT-REG.

           PERFORM 8100-TEST-FS-DRMACT.

           IF WRK-FS-DRMACT            EQUAL 10
              MOVE 'END'               TO   WRK-DRMACT-EOF
           ELSE
              ADD 1                    TO   WRK-DRMACT-REGS-COUNTER
           END-IF.
      *----------------------------------------------------------------*
       2310-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2320-TAKE-DRMACT                SECTION.
      *----------------------------------------------------------------*
           ADD 1                       TO WRK-DRMACT-MATCHED-COUNTER.

           MOVE DACT-DD                TO WRK-CHK-DD.
           MOVE '-'                    TO WRK-CHK-SEP1.
           MOVE DACT-MM                TO WRK-CHK-MM.
           MOVE '-'                    TO WRK-CHK-SEP2.
           MOVE DACT-YYYY              TO WRK-CHK-YYYY.
           PERFORM 7100-VALIDATE-DATE.

           IF WRK-CHK-DATE-IS-VALID
              MOVE WRK-CHK-YMD-NUM     TO WRK-CAND-YMD-NUM
              MOVE DACT-SOURCE         TO WRK-CAND-SOURCE
              PERFORM 2150-TAKE-IF-LATER
           ELSE
              ADD 1                    TO WRK-BAD-DATE-COUNTER
           END-IF.

           PERFORM 2310-READ-DRMACT.
      *----------------------------------------------------------------*
       2320-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2400-GET-CONSENT                SECTION.
      *----------------------------------------------------------------*
      *    ANY CONSENT ROW, GIVEN OR WITHDRAWN, IS ACTIVITY.  THE      *
      *    DD-MM-YYYY CONSENT_DT IS TURNED ROUND TO YYYYMMDD SO MAX    *
      *    PICKS THE NEWEST.  THE SAME READ TELLS WHICH CHANNELS THE   *
      *    RE-ENGAGEMENT EXTRACT MAY USE.                              *
      *----------------------------------------------------------------*
           MOVE 'SELECTING TB_CONSENT' TO WRK-ERROR-MSG.

           MOVE CPF                    TO CONS-CPF.

           EXEC SQL
               SELECT COALESCE(MAX(SUBSTR(CONSENT_DT, 7, 4) CONCAT
                                   SUBSTR(CONSENT_DT, 4, 2) CONCAT
                                   SUBSTR(CONSENT_DT, 1, 2)), ' '),
                      COALESCE(SUM(CASE WHEN CHANNEL = 'M'
                                         AND CONSENT = 'Y'
                                        THEN 1 ELSE 0 END), 0),
                      COALESCE(SUM(CASE WHEN CHANNEL = 'E'
                                         AND CONSENT = 'Y'
                                        THEN 1 ELSE 0 END), 0),
                      COALESCE(SUM(CASE WHEN CHANNEL = 'P'
                                         AND CONSENT = 'Y'
                                        THEN 1 ELSE 0 END), 0)
                 INTO :WRK-CONS-LAST-YMD,
                      :WRK-CONS-MAIL-COUNT, :WRK-CONS-EMAIL-COUNT,
                      :WRK-CONS-PHONE-COUNT
                 FROM TB_CONSENT
                WHERE CPF = :CONS-CPF
           END-EXEC.

           IF SQLCODE NOT EQUAL ZEROS
              MOVE SQLCODE             TO WRK-SQLCODE-SINAL
              STRING 'SQLCODE..:',WRK-SQLCODE-X
                                       DELIMITED BY SPACE
                                       INTO WRK-ERROR-CODE
              PERFORM 9999-CALL-ABEND-PGM
           END-IF.

           IF WRK-CONS-LAST-YMD        EQUAL SPACES
              GO TO 2400-99-EXIT
           END-IF.

           MOVE WRK-CONS-DD            TO WRK-CHK-DD.
           MOVE '-'                    TO WRK-CHK-SEP1.
           MOVE WRK-CONS-MM            TO WRK-CHK-MM.
           MOVE '-'                    TO WRK-CHK-SEP2.
           MOVE WRK-CONS-YYYY          TO WRK-CHK-YYYY.
           PERFORM 7100-VALIDATE-DATE.

           IF NOT WRK-CHK-DATE-IS-VALID
              ADD 1                    TO WRK-BAD-DATE-COUNTER
              GO TO 2400-99-EXIT
           END-IF.

           MOVE WRK-CHK-YMD-NUM        TO WRK-CAND-YMD-NUM.
           MOVE 'C'                    TO WRK-CAND-SOURCE.
           PERFORM 2150-TAKE-IF-LATER.
      *----------------------------------------------------------------*
       2400-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2450-TAKE-STORED                SECTION.
      *----------------------------------------------------------------*
           IF WRK-OLD-ACTIVITY-DT      EQUAL SPACES
              GO TO 2450-99-EXIT
           END-IF.

           MOVE WRK-OLD-ACTIVITY-DT    TO WRK-CHK-DATE.
           PERFORM 7100-VALIDATE-DATE.

           IF NOT WRK-CHK-DATE-IS-VALID
              ADD 1                    TO WRK-BAD-DATE-COUNTER
              GO TO 2450-99-EXIT
           END-IF.

           MOVE WRK-CHK-YMD-NUM        TO WRK-CAND-YMD-NUM.
           MOVE 'S'                    TO WRK-CAND-SOURCE.
           PERFORM 2150-TAKE-IF-LATER.
      *----------------------------------------------------------------*
       2450-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2500-SET-BAND                   SECTION.
      *----------------------------------------------------------------*
           EVALUATE TRUE
              WHEN WRK-MONTHS-IDLE     NOT LESS WRK-BND-BAND3
                 MOVE '3'              TO WRK-NEW-BAND
                 MOVE 3                TO WRK-NEW-BAND-NUM
              WHEN WRK-MONTHS-IDLE     NOT LESS WRK-BND-BAND2
                 MOVE '2'              TO WRK-NEW-BAND
                 MOVE 2                TO WRK-NEW-BAND-NUM
              WHEN WRK-MONTHS-IDLE     NOT LESS WRK-BND-BAND1
                 MOVE '1'              TO WRK-NEW-BAND
                 MOVE 1                TO WRK-NEW-BAND-NUM
              WHEN OTHER
                 MOVE 'A'              TO WRK-NEW-BAND
                 MOVE ZEROS            TO WRK-NEW-BAND-NUM
           END-EVALUATE.
      *----------------------------------------------------------------*
       2500-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2550-COUNT-BAND                 SECTION.
      *----------------------------------------------------------------*
           EVALUATE WRK-NEW-BAND
              WHEN 'A'
                 ADD 1                 TO WRK-BAND-ACTIVE-COUNTER
              WHEN '1'
                 ADD 1                 TO WRK-BAND-1-COUNTER
              WHEN '2'
                 ADD 1                 TO WRK-BAND-2-COUNTER
              WHEN '3'
                 ADD 1                 TO WRK-BAND-3-COUNTER
              WHEN OTHER
                 ADD 1                 TO WRK-BAND-UNKNOWN-COUNTER
           END-EVALUATE.

           EVALUATE WRK-LAST-SOURCE
              WHEN 'R'
                 ADD 1                 TO WRK-SRC-REGISTRATION-COUNTER
              WHEN 'H'
                 ADD 1                 TO WRK-SRC-FILEHST3-COUNTER
              WHEN 'E'
                 ADD 1                 TO WRK-SRC-CHGEVENT-COUNTER
              WHEN 'C'
                 ADD 1                 TO WRK-SRC-CONSENT-COUNTER
              WHEN 'A'
                 ADD 1                 TO WRK-SRC-ACCLOG-COUNTER
              WHEN 'S'
                 ADD 1                 TO WRK-SRC-STORED-COUNTER
           END-EVALUATE.

           EVALUATE TRUE
              WHEN WRK-OLD-BAND        EQUAL SPACE
                 ADD 1                 TO WRK-FIRST-BANDED-COUNTER
              WHEN WRK-NEW-IS-DORMANT
                   AND WRK-OLD-BAND    NOT EQUAL '1' AND '2' AND '3'
                 ADD 1                 TO WRK-NEWLY-DORMANT-COUNTER
              WHEN WRK-NEW-IS-ACTIVE
                   AND (WRK-OLD-BAND   EQUAL '1' OR '2' OR '3')
                 ADD 1                 TO WRK-REACTIVATED-COUNTER
           END-EVALUATE.
      *----------------------------------------------------------------*
       2550-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2600-UPDATE-CUSTOMER            SECTION.
      *----------------------------------------------------------------*
           MOVE WRK-NEW-BAND           TO DORMANCY-BAND.
           MOVE WRK-NEW-ACTIVITY-DT    TO LAST-ACTIVITY-DT.

           MOVE 'UPDATING DORMANCY_BAND'
                                       TO WRK-ERROR-MSG.

           IF CSRGPARM-IS-PRODUCTION
              EXEC SQL
                  UPDATE TB_CUSTOMER
                     SET LAST_ACTIVITY_DT = :LAST-ACTIVITY-DT
                        ,DORMANCY_BAND    = :DORMANCY-BAND
                   WHERE CPF              = :CPF
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

           ADD 1                       TO WRK-ROWS-UPDATED-COUNTER.
      *----------------------------------------------------------------*
       2600-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2650-COMMIT-INTERVAL            SECTION.
      *----------------------------------------------------------------*
      *    COMMITS EVERY CSRGPARM-COMMIT-INTERVAL ROWS UPDATED;        *
      *    CSR0078 IS DECLARED WITH HOLD AND SURVIVES THE COMMIT.      *
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
       2650-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2700-WRITE-DRMEXT               SECTION.
      *----------------------------------------------------------------*
      *    A PROTECTED CUSTOMER NEVER GOES TO MARKETING (AS ON THE     *
      *    CSRG0005 PROFILES).  A CHANNEL IS USED ONLY WITH A 'Y'      *
      *    CONSENT ROW, SOMETHING ON FILE AND NO UNDELIVERABLE FLAG;   *
      *    THE POST GOES TO THE MAILING ADDRESS WHEN THERE IS ONE.     *
      *    NO USABLE CHANNEL, NO LINE.                                 *
      *----------------------------------------------------------------*
           IF BTB-CUSTOMER-IS-PROTECTED
              ADD 1                    TO WRK-EXT-PROTECTED-COUNTER
              GO TO 2700-99-EXIT
           END-IF.

           MOVE SPACES                 TO WRK-DRMEXT-REG.
           MOVE 'N'                    TO CSRGDRM1-MAIL-CONSENT
                                          CSRGDRM1-EMAIL-CONSENT
                                          CSRGDRM1-PHONE-CONSENT.

           IF WRK-CONS-EMAIL-COUNT     GREATER ZEROS
              AND EMAIL                NOT EQUAL SPACES
              AND NOT BTB-EMAIL-IS-UNDELIV
              MOVE EMAIL               TO CSRGDRM1-EMAIL
              MOVE 'Y'                 TO CSRGDRM1-EMAIL-CONSENT
           END-IF.

           IF WRK-CONS-PHONE-COUNT     GREATER ZEROS
              AND PHONE                NOT EQUAL SPACES
              AND NOT BTB-PHONE-IS-UNDELIV
              MOVE PHONE               TO CSRGDRM1-PHONE
              MOVE 'Y'                 TO CSRGDRM1-PHONE-CONSENT
           END-IF.

           IF WRK-CONS-MAIL-COUNT      GREATER ZEROS
              PERFORM 2750-READ-MAILING-ADDR
              PERFORM 2760-SET-POSTAL-FIELDS
           END-IF.

           IF CSRGDRM1-MAIL-CONSENT    EQUAL 'N'
              AND CSRGDRM1-EMAIL-CONSENT
                                       EQUAL 'N'
              AND CSRGDRM1-PHONE-CONSENT
                                       EQUAL 'N'
              ADD 1                    TO WRK-EXT-NO-CHANNEL-COUNTER
              GO TO 2700-99-EXIT
           END-IF.

           MOVE CPF                    TO CSRGDRM1-CPF.
           MOVE NAME                   TO CSRGDRM1-NAME.
           MOVE WRK-NEW-BAND           TO CSRGDRM1-BAND.
           MOVE WRK-NEW-ACTIVITY-DT    TO CSRGDRM1-LAST-ACTIVITY-DT.
           MOVE WRK-LAST-SOURCE        TO CSRGDRM1-LAST-SOURCE.
           MOVE WRK-MONTHS-ED          TO CSRGDRM1-MONTHS-IDLE.

           MOVE 'WRITING FILE DRMEXT'  TO WRK-ERROR-MSG.

           MOVE WRK-DRMEXT-REG         TO FD-REG-DRMEXT.

           WRITE FD-REG-DRMEXT.

           PERFORM 8200-TEST-FS-DRMEXT.

           ADD 1                       TO WRK-DRMEXT-REGS-COUNTER.

           PERFORM 2770-RECORD-DISCLOSURE.
      *----------------------------------------------------------------*
       2700-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2750-READ-MAILING-ADDR          SECTION.
      *----------------------------------------------------------------*
      *    A CUSTOMER WHO ASKED FOR POST TO GO ELSEWHERE HAS A TYPE    *
      *    'M' ROW ON TB_CUST_ADDR (MAINTAINED BY CSRG0077).           *
      *----------------------------------------------------------------*
           MOVE 'READING TB_CUST_ADDR' TO WRK-ERROR-MSG.

           MOVE 'N'                    TO WRK-MAILADDR-FOUND-SW.

           MOVE CPF                    TO ADDR-CPF.
           MOVE 'M'                    TO ADDR-TYPE.

           EXEC SQL
               SELECT  STREET
                      ,HNUMBER
                      ,OTHER_INFO
                      ,CITY
                      ,STATE
                      ,CEP
                 INTO :ADDR-STREET
                     ,:ADDR-HNUMBER
                     ,:ADDR-OTHER-INFO
                     ,:ADDR-CITY
                     ,:ADDR-STATE
                     ,:ADDR-CEP
                 FROM  TB_CUST_ADDR
                WHERE  CPF       = :ADDR-CPF
                  AND  ADDR_TYPE = :ADDR-TYPE
           END-EXEC.

           IF SQLCODE EQUAL ZEROS
              MOVE 'Y'                 TO WRK-MAILADDR-FOUND-SW
           ELSE
              IF SQLCODE NOT EQUAL +100
                 MOVE SQLCODE          TO WRK-SQLCODE-SINAL
                 STRING 'SQLCODE..:',WRK-SQLCODE-X
                                       DELIMITED BY SPACE
                                       INTO WRK-ERROR-CODE
                 PERFORM 9999-CALL-ABEND-PGM
              END-IF
           END-IF.
      *----------------------------------------------------------------*
       2750-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2760-SET-POSTAL-FIELDS          SECTION.
      *----------------------------------------------------------------*
      *    THE MAILING ADDRESS IS USED AS IT STANDS; THE RESIDENTIAL   *
      *    ONE ONLY WHEN IT IS NOT FLAGGED UNDELIVERABLE.              *
      *----------------------------------------------------------------*
           IF WRK-MAILADDR-FOUND
              MOVE ADDR-STREET         TO CSRGDRM1-STREET
              MOVE ADDR-HNUMBER        TO CSRGDRM1-NUMBER
              MOVE ADDR-OTHER-INFO     TO CSRGDRM1-OTHER-INFO
              MOVE ADDR-CITY           TO CSRGDRM1-CITY
              MOVE ADDR-STATE          TO CSRGDRM1-STATE
              MOVE ADDR-CEP            TO CSRGDRM1-CEP
              MOVE 'Y'                 TO CSRGDRM1-MAIL-CONSENT
              GO TO 2760-99-EXIT
           END-IF.

           IF BTB-ADDR-IS-UNDELIV
              OR STREET                EQUAL SPACES
              GO TO 2760-99-EXIT
           END-IF.

           MOVE STREET                 TO CSRGDRM1-STREET.
           MOVE HNUMBER                TO CSRGDRM1-NUMBER.
           MOVE OTHER-INFO             TO CSRGDRM1-OTHER-INFO.
           MOVE CITY                   TO CSRGDRM1-CITY.
           MOVE STATE                  TO CSRGDRM1-STATE.
           MOVE CEP                    TO CSRGDRM1-CEP.
           MOVE 'Y'                    TO CSRGDRM1-MAIL-CONSENT.
      *----------------------------------------------------------------*
       2760-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2770-RECORD-DISCLOSURE          SECTION.
      *----------------------------------------------------------------*
      *    THE CUSTOMER'S CONTACT DATA HAS GONE TO MARKETING - ONE     *
      *    TB_DISCLOSURE ROW FOR THE CPF UNDER PROFILE 'R', THE SAME   *
      *    LEDGER CSRG0005 AND CSRG0035 WRITE.  A ROW ALREADY THERE    *
      *    FOR THIS RUN (A RERUN) IS NOT AN ERROR.                     *
      *----------------------------------------------------------------*
           MOVE 'RECORDING DISCLOSURE' TO WRK-ERROR-MSG.

           MOVE CPF                    TO DISC-CPF.
           MOVE CSRGPARM-DISC-RECIPIENT
                                       TO DISC-RECIPIENT.
           MOVE 'R'                    TO DISC-PROFILE.
           MOVE WRK-DATE-FORMATTED     TO DISC-DISCL-DT.
           MOVE CSRGPARM-BATCH-RUN-ID  TO DISC-RUN-ID.
           MOVE WRK-PROGRAM            TO DISC-SOURCE-PGM.
           MOVE SPACES                 TO DISC-NOTICE-DT.

           IF CSRGPARM-IS-PRODUCTION
              EXEC SQL
                  INSERT INTO TB_DISCLOSURE
                  (CPF
                  ,RECIPIENT
                  ,PROFILE
                  ,DISCL_DT
                  ,RUN_ID
                  ,SOURCE_PGM
                  ,NOTICE_DT)
                  VALUES
                  (:DISC-CPF
                  ,:DISC-RECIPIENT
                  ,:DISC-PROFILE
                  ,:DISC-DISCL-DT
                  ,:DISC-RUN-ID
                  ,:DISC-SOURCE-PGM
                  ,:DISC-NOTICE-DT)
              END-EXEC
           ELSE
              MOVE ZEROS               TO SQLCODE
           END-IF.

           EVALUATE SQLCODE
              WHEN ZEROS
                 ADD 1                 TO WRK-DISCLOSED-COUNTER
                 PERFORM 2650-COMMIT-INTERVAL
              WHEN -803
                 CONTINUE
              WHEN OTHER
                 MOVE SQLCODE          TO WRK-SQLCODE-SINAL
                 STRING 'SQLCODE..:',WRK-SQLCODE-X
                                       DELIMITED BY SPACE
                                       INTO WRK-ERROR-CODE
                 PERFORM 9999-CALL-ABEND-PGM
           END-EVALUATE.
      *----------------------------------------------------------------*
       2770-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2800-LIST-CANDIDATE             SECTION.
      *----------------------------------------------------------------*
      *    A CUSTOMER UNDER AN ACTIVE LEGAL HOLD MUST KEEP ITS DATA -  *
      *    IT IS REPORTED WITH THE CASE REFERENCE INSTEAD OF LISTED.   *
      *----------------------------------------------------------------*
           PERFORM 2850-CHECK-LEGAL-HOLD.

           IF WRK-HOLD-COUNT           GREATER ZEROS
              ADD 1                    TO WRK-CAND-HELD-COUNTER
              PERFORM 3220-PUT-HELD-LINE
              GO TO 2800-99-EXIT
           END-IF.

           MOVE SPACES                 TO WRK-DRMCAND-REG.

           MOVE CPF                    TO CSRGDCN1-CPF.
           MOVE 'D'                    TO CSRGDCN1-ACTION-CODE.
           MOVE DOC-TYPE               TO CSRGDCN1-DOC-TYPE.
           MOVE WRK-HOUSE-PROVIDER     TO CSRGDCN1-PROVIDER-CODE.
           MOVE NAME                   TO CSRGDCN1-NAME.
           MOVE WRK-NEW-ACTIVITY-DT    TO CSRGDCN1-LAST-ACTIVITY-DT.
           MOVE WRK-LAST-SOURCE        TO CSRGDCN1-LAST-SOURCE.
           MOVE WRK-MONTHS-ED          TO CSRGDCN1-MONTHS-IDLE.
           MOVE WRK-NEW-BAND           TO CSRGDCN1-BAND.
           MOVE WRK-REGISTERED-DT      TO CSRGDCN1-REGISTERED-DT.

           MOVE 'WRITING FILE DRMCAND' TO WRK-ERROR-MSG.

           MOVE WRK-DRMCAND-REG        TO FD-REG-DRMCAND.

           WRITE FD-REG-DRMCAND.

           PERFORM 8300-TEST-FS-DRMCAND.

           ADD 1                       TO WRK-DRMCAND-REGS-COUNTER.
      *----------------------------------------------------------------*
       2800-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2850-CHECK-LEGAL-HOLD           SECTION.
      *----------------------------------------------------------------*
      *    AN ACTIVE HOLD IS A TB_LEGAL_HOLD ROW WITH NO RELEASED      *
      *    DATE.                                                       *
      *----------------------------------------------------------------*
           MOVE 'CHECKING LEGAL HOLD'  TO WRK-ERROR-MSG.

           MOVE CPF                    TO HOLD-CPF.
           MOVE SPACES                 TO HOLD-CASE-REF.

           EXEC SQL
               SELECT COUNT(*)
                     ,MAX(CASE_REF)
               INTO  :WRK-HOLD-COUNT
                    ,:HOLD-CASE-REF :WRK-HOLD-CASE-IND
               FROM  TB_LEGAL_HOLD
               WHERE CPF         = :HOLD-CPF
                 AND RELEASED_DT IS NULL
           END-EXEC.

           IF SQLCODE NOT EQUAL ZEROS
              MOVE SQLCODE             TO WRK-SQLCODE-SINAL
              STRING 'SQLCODE..:',WRK-SQLCODE-X
                                       DELIMITED BY SPACE
                                       INTO WRK-ERROR-CODE
              PERFORM 9999-CALL-ABEND-PGM
           END-IF.
      *----------------------------------------------------------------*
       2850-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       3000-FINALIZE                   SECTION.
      *----------------------------------------------------------------*
           EXEC SQL
               CLOSE CSR0078
           END-EXEC.

           IF CSRGPARM-IS-PRODUCTION
              EXEC SQL
                  COMMIT
              END-EXEC
           END-IF.

           IF WRK-CAND-HELD-COUNTER    EQUAL ZEROS
              MOVE '    NO CANDIDATE UNDER LEGAL HOLD'
                                       TO    WRK-DRMRPT-LINE
              PERFORM 3210-PUT-DRMRPT-LINE
           END-IF.

           PERFORM 3200-WRITE-TOTALS.

           CLOSE DRMACT
                 DRMEXT
                 DRMCAND
                 DRMRPT.

           DISPLAY '***************************'.
           DISPLAY '*  SUCCESSFUL  EXECUTION  *'.
           DISPLAY '***************************'.
           DISPLAY '*MODULE..........:' WRK-PROGRAM '*'.
           DISPLAY '*COMPILED........:'
           DD-COMPILED '/' MM-COMPILED '/' YY-COMPILED '*'.
           DISPLAY '*.................'
           HOUR-COMPILED '.' MINUTE-COMPILED '.'SECOND-COMPILED '*'.
           DISPLAY '*-------------------------*'.
           DISPLAY '*CUSTOMERS CLASSIFIED:' WRK-CUSTOMERS-COUNTER
           '*'.
           DISPLAY '*BAND A (ACTIVE).....:' WRK-BAND-ACTIVE-COUNTER
           '*'.
           DISPLAY '*BAND 1..............:' WRK-BAND-1-COUNTER
           '*'.
           DISPLAY '*BAND 2..............:' WRK-BAND-2-COUNTER
           '*'.
           DISPLAY '*BAND 3..............:' WRK-BAND-3-COUNTER
           '*'.
           DISPLAY '*NO DATED ACTIVITY...:' WRK-BAND-UNKNOWN-COUNTER
           '*'.
           DISPLAY '*ROWS UPDATED........:' WRK-ROWS-UPDATED-COUNTER
           '*'.
           DISPLAY '*ACTIVITY RECS READ..:' WRK-DRMACT-REGS-COUNTER
           '*'.
           DISPLAY '*RE-ENGAGEMENT LINES.:' WRK-DRMEXT-REGS-COUNTER
           '*'.
           DISPLAY '*RETENTION CANDIDATES:' WRK-DRMCAND-REGS-COUNTER
           '*'.
           DISPLAY '*-------------------------*'.
           DISPLAY '*EXECUTED......:' WRK-DATE-FORMATTED '*'.
           DISPLAY '*.................' WRK-TIME-FORMATTED '*'.
           DISPLAY '***************************'.

           IF CSRGPARM-IS-TEST-MODE
              DISPLAY '*** TEST MODE - BANDS AND DATES ABOVE WERE   ***'
              DISPLAY '*** NOT STORED ON TB_CUSTOMER                ***'
           END-IF.

           STOP RUN.
      *----------------------------------------------------------------*
       3000-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       3200-WRITE-TOTALS               SECTION.
      *----------------------------------------------------------------*
           MOVE SPACES                 TO    WRK-DRMRPT-LINE.
           PERFORM 3210-PUT-DRMRPT-LINE.

           MOVE SPACES                 TO    WRK-DRMRPT-LINE.
           STRING 'CUSTOMERS CLASSIFIED / NO DATED ACTIVITY...: ',
                  WRK-CUSTOMERS-COUNTER,' ',
                  WRK-BAND-UNKNOWN-COUNTER
                                       DELIMITED BY SIZE
                                       INTO  WRK-DRMRPT-LINE.
           PERFORM 3210-PUT-DRMRPT-LINE.

           MOVE SPACES                 TO    WRK-DRMRPT-LINE.
           STRING 'BAND A (ACTIVE) / 1 / 2 / 3................: ',
                  WRK-BAND-ACTIVE-COUNTER,' ',
                  WRK-BAND-1-COUNTER,' ',
                  WRK-BAND-2-COUNTER,' ',
                  WRK-BAND-3-COUNTER
                                       DELIMITED BY SIZE
                                       INTO  WRK-DRMRPT-LINE.
           PERFORM 3210-PUT-DRMRPT-LINE.

           MOVE SPACES                 TO    WRK-DRMRPT-LINE.
           STRING 'FIRST BANDED / NEWLY DORMANT / REACTIVATED.: ',
                  WRK-FIRST-BANDED-COUNTER,' ',
                  WRK-NEWLY-DORMANT-COUNTER,' ',
                  WRK-REACTIVATED-COUNTER
                                       DELIMITED BY SIZE
                                       INTO  WRK-DRMRPT-LINE.
           PERFORM 3210-PUT-DRMRPT-LINE.

           MOVE SPACES                 TO    WRK-DRMRPT-LINE.
           STRING 'ROWS UPDATED ON TB_CUSTOMER................: ',
                  WRK-ROWS-UPDATED-COUNTER
                                       DELIMITED BY SIZE
                                       INTO  WRK-DRMRPT-LINE.
           PERFORM 3210-PUT-DRMRPT-LINE.

           MOVE SPACES                 TO    WRK-DRMRPT-LINE.
           STRING 'LAST ACTIVITY FROM REGISTRATION / FILEHST3 : ',
                  WRK-SRC-REGISTRATION-COUNTER,' ',
                  WRK-SRC-FILEHST3-COUNTER
                                       DELIMITED BY SIZE
                                       INTO  WRK-DRMRPT-LINE.
           PERFORM 3210-PUT-DRMRPT-LINE.

           MOVE SPACES                 TO    WRK-DRMRPT-LINE.
           STRING '                   CHGEVENT / CONSENT......: ',
                  WRK-SRC-CHGEVENT-COUNTER,' ',
                  WRK-SRC-CONSENT-COUNTER
                                       DELIMITED BY SIZE
                                       INTO  WRK-DRMRPT-LINE.
           PERFORM 3210-PUT-DRMRPT-LINE.

           MOVE SPACES                 TO    WRK-DRMRPT-LINE.
           STRING '                   ACCLOG / STORED.........: ',
                  WRK-SRC-ACCLOG-COUNTER,' ',
                  WRK-SRC-STORED-COUNTER
                                       DELIMITED BY SIZE
                                       INTO  WRK-DRMRPT-LINE.
           PERFORM 3210-PUT-DRMRPT-LINE.

           MOVE SPACES                 TO    WRK-DRMRPT-LINE.
           STRING 'ACTIVITY READ / ON ACTIVE CUSTOMERS........: ',
                  WRK-DRMACT-REGS-COUNTER,' ',
                  WRK-DRMACT-MATCHED-COUNTER
                                       DELIMITED BY SIZE
                                       INTO  WRK-DRMRPT-LINE.
           PERFORM 3210-PUT-DRMRPT-LINE.

           MOVE SPACES                 TO    WRK-DRMRPT-LINE.
           STRING 'DATES IGNORED - INVALID / IN THE FUTURE....: ',
                  WRK-BAD-DATE-COUNTER,' ',
                  WRK-FUTURE-DATE-COUNTER
                                       DELIMITED BY SIZE
                                       INTO  WRK-DRMRPT-LINE.
           PERFORM 3210-PUT-DRMRPT-LINE.

           MOVE SPACES                 TO    WRK-DRMRPT-LINE.
           STRING 'RE-ENGAGEMENT LINES / DISCLOSURES RECORDED.: ',
                  WRK-DRMEXT-REGS-COUNTER,' ',
                  WRK-DISCLOSED-COUNTER
                                       DELIMITED BY SIZE
                                       INTO  WRK-DRMRPT-LINE.
           PERFORM 3210-PUT-DRMRPT-LINE.

           MOVE SPACES                 TO    WRK-DRMRPT-LINE.
           STRING '  NOT EXTRACTED - PROTECTED / NO CHANNEL...: ',
                  WRK-EXT-PROTECTED-COUNTER,' ',
                  WRK-EXT-NO-CHANNEL-COUNTER
                                       DELIMITED BY SIZE
                                       INTO  WRK-DRMRPT-LINE.
           PERFORM 3210-PUT-DRMRPT-LINE.

           MOVE SPACES                 TO    WRK-DRMRPT-LINE.
           STRING 'RETENTION CANDIDATES LISTED / LEGAL HOLD...: ',
                  WRK-DRMCAND-REGS-COUNTER,' ',
                  WRK-CAND-HELD-COUNTER
                                       DELIMITED BY SIZE
                                       INTO  WRK-DRMRPT-LINE.
           PERFORM 3210-PUT-DRMRPT-LINE.
      *----------------------------------------------------------------*
       3200-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       3210-PUT-DRMRPT-LINE            SECTION.
      *----------------------------------------------------------------*
           MOVE  WRK-DRMRPT-LINE       TO    FD-REG-DRMRPT.

           WRITE FD-REG-DRMRPT.

           PERFORM 8400-TEST-FS-DRMRPT.
      *----------------------------------------------------------------*
       3210-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       3220-PUT-HELD-LINE              SECTION.
      *----------------------------------------------------------------*
           MOVE SPACES                 TO    WRK-DRMRPT-LINE.

           MOVE CPF                    TO    WRK-DRMRPT-LINE (1:15).
           MOVE WRK-NEW-ACTIVITY-DT    TO    WRK-DRMRPT-LINE (17:10).
           MOVE WRK-MONTHS-ED          TO    WRK-DRMRPT-LINE (28:3).
           MOVE HOLD-CASE-REF          TO    WRK-DRMRPT-LINE (32:20).
           MOVE NAME                   TO    WRK-DRMRPT-LINE (53:50).

           PERFORM 3210-PUT-DRMRPT-LINE.
      *----------------------------------------------------------------*
       3220-99-EXIT.                   EXIT.
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
       7600-GET-MONTHS-IDLE            SECTION.
      *----------------------------------------------------------------*
      *    WHOLE MONTHS FROM THE LAST ACTIVITY TO TODAY - A MONTH IS   *
      *    ONLY COMPLETE ONCE TODAY'S DAY REACHES THE ACTIVITY'S DAY.  *
      *    CAPPED AT 999 FOR THE THREE-DIGIT OUTPUT FIELDS.            *
      *----------------------------------------------------------------*
           COMPUTE WRK-MONTHS-IDLE     = YYYY-FORMATTED * 12
                                       + MM-FORMATTED
                                       - WRK-LAST-YMD-YYYY * 12
                                       - WRK-LAST-YMD-MM.

           IF DD-FORMATTED             LESS WRK-LAST-YMD-DD
              SUBTRACT 1               FROM WRK-MONTHS-IDLE
           END-IF.

           IF WRK-MONTHS-IDLE          LESS ZEROS
              MOVE ZEROS               TO WRK-MONTHS-IDLE
           END-IF.

           IF WRK-MONTHS-IDLE          GREATER 999
              MOVE 999                 TO WRK-MONTHS-IDLE
           END-IF.

           MOVE WRK-MONTHS-IDLE        TO WRK-MONTHS-ED.
      *----------------------------------------------------------------*
       7600-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       8100-TEST-FS-DRMACT             SECTION.
      *----------------------------------------------------------------*
           IF WRK-FS-DRMACT            NOT EQUAL ZEROS AND 10
              MOVE WRK-FS-DRMACT       TO  WRK-ERROR-CODE
              PERFORM 9999-CALL-ABEND-PGM
           END-IF.
      *----------------------------------------------------------------*
       8100-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       8200-TEST-FS-DRMEXT             SECTION.
      *----------------------------------------------------------------*
           IF WRK-FS-DRMEXT            NOT EQUAL ZEROS
              MOVE WRK-FS-DRMEXT       TO  WRK-ERROR-CODE
              PERFORM 9999-CALL-ABEND-PGM
           END-IF.
      *----------------------------------------------------------------*
       8200-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       8300-TEST-FS-DRMCAND            SECTION.
      *----------------------------------------------------------------*
           IF WRK-FS-DRMCAND           NOT EQUAL ZEROS
              MOVE WRK-FS-DRMCAND      TO  WRK-ERROR-CODE
              PERFORM 9999-CALL-ABEND-PGM
           END-IF.
      *----------------------------------------------------------------*
       8300-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       8400-TEST-FS-DRMRPT             SECTION.
      *----------------------------------------------------------------*
           IF WRK-FS-DRMRPT            NOT EQUAL ZEROS
              MOVE WRK-FS-DRMRPT       TO  WRK-ERROR-CODE
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
