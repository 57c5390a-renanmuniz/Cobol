      *================================================================*
      *        I D E N T I F I C A T I O N      D I V I S I O N        *
      *================================================================*
       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     CSRG0065.
       AUTHOR.         RENAN MUNIZ MERLO.
       DATE-WRITTEN.   15/10/2026.
       DATE-COMPILED   WHEN-COMPILED.
       REMARKS.
      *----------------------------------------------------------------*
      *                RENAN MUNIZ MERLO COBOL DEVELOPER               *
      *          https://www.linkedin.com/in/renan-muniz-merlo         *
      *----------------------------------------------------------------*
      *    PROGRAM-ID..: CSRG0065.                                     *
      *    ANALYST.....: RENAN MUNIZ MERLO                             *
      *    PROGRAMMER..: RENAN MUNIZ MERLO                             *
      *    DATE........: 15/10/2026                                    *
      *----------------------------------------------------------------*
      *    PROJECT.....: CUSTOMER REGISTRATION PROJECT - CUSTMREG      *
      *----------------------------------------------------------------*
      *    GOAL........: ACQUISITION COHORT RETENTION REPORT.  EVERY   *
      *                  CUSTOMER EVER REGISTERED IS PUT IN A COHORT   *
      *                  BY TIMEREGINC MONTH AND PROVIDER_CODE, AND    *
      *                  FOR EACH COHORT THE PERCENTAGE STILL ACTIVE   *
      *                  3, 6, 12 AND 24 MONTHS AFTER REGISTRATION IS  *
      *                  WORKED OUT FROM DELETED_TS.  THE SOURCES ARE  *
      *                  TB_CUSTOMER AND THE ACCUMULATED FILE0006      *
      *                  ARCHIVE (CSRGARC1 TIMESTAMPS), SO A CUSTOMER  *
      *                  PURGED BY CSRG0006 STILL COUNTS IN ITS        *
      *                  COHORT; AN ARCHIVE IMAGE WHOSE CPF IS BACK ON *
      *                  TB_CUSTOMER (RESTORED BY CSRG0011) IS NOT     *
      *                  COUNTED TWICE.  A HORIZON IS ONLY SHOWN ONCE  *
      *                  THE WHOLE COHORT HAS REACHED IT BY THE AS-OF  *
      *                  DATE (CSRGPARM POS 229-238, BLANK = TODAY);   *
      *                  UNTIL THEN IT PRINTS '-' (AND IS EMPTY ON THE *
      *                  DELIMITED FILE).  COHRPT IS THE PRINTED       *
      *                  REPORT, IN COHORT/PROVIDER ORDER; COHDLM IS   *
      *                  THE SAME FIGURES ';'-DELIMITED WITH A HEADER  *
      *                  RECORD, FOR FINANCE'S SPREADSHEET.  A ROW     *
      *                  WITH NO TIMEREGINC CANNOT BE PLACED IN A      *
      *                  COHORT AND IS ONLY COUNTED ON THE SUMMARY.    *
      *                  READ-ONLY.                                    *
      *----------------------------------------------------------------*
      *    COHDLM......: COHORT;PROVIDER;CUSTOMERS;ACTIVE;RET_03M;     *
      *                  RET_06M;RET_12M;RET_24M - COHORT IS YYYY-MM,  *
      *                  RETENTION IS A PERCENTAGE WITH A DECIMAL      *
      *                  COMMA (087,5), NO PROVIDER CODE IS 'NONE'     *
      *----------------------------------------------------------------*
      *    FILES.......:  DDNAME          LRECL       INCLUDE/BOOK     *
      *                   FILE0006        00363       CSRGARC1/        *
      *                                               CSTMRG01         *
      *                   COHRPT          00080       NONE             *
      *                   COHDLM          00080       NONE             *
      *----------------------------------------------------------------*
      *    MODIFICATION HISTORY.......:                                *
      *    15/10/2026 RMM - PROGRAM CREATED.                           *
      *----------------------------------------------------------------*
      *    TABLE DB2...:  TB_CUSTOMER                 BTB_CUSTOMER     *
      *                                                                *
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

           SELECT FILE0006      ASSIGN TO UTS-S-FILE0006
            ORGANIZATION IS     SEQUENTIAL
            ACCESS MODE  IS     SEQUENTIAL
            FILE STATUS  IS     WRK-FS-FILE0006.

           SELECT COHRPT        ASSIGN TO UTS-S-COHRPT
            ORGANIZATION IS     SEQUENTIAL
            ACCESS MODE  IS     SEQUENTIAL
            FILE STATUS  IS     WRK-FS-COHRPT.

           SELECT COHDLM        ASSIGN TO UTS-S-COHDLM
            ORGANIZATION IS     SEQUENTIAL
            ACCESS MODE  IS     SEQUENTIAL
            FILE STATUS  IS     WRK-FS-COHDLM.

      *================================================================*
      *                  D A T A      D I V I S I O N                  *
      *================================================================*
       DATA DIVISION.
       FILE SECTION.
      *
       FD FILE0006
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS 00 RECORDS.
       01 FD-REG-FILE0006   PIC X(363).

       FD COHRPT
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS 00 RECORDS.
       01 FD-REG-COHRPT     PIC X(80).

       FD COHDLM
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS 00 RECORDS.
       01 FD-REG-COHDLM     PIC X(80).

      *-----------------------------------------------------------------*
      *                  WORKING-STORAGE SECTION                        *
      *-----------------------------------------------------------------*
       WORKING-STORAGE SECTION.

       77 WRK-CUSTOMER-REGS-COUNTER              PIC 9(07) VALUE ZEROS .
       77 WRK-FILE0006-REGS-COUNTER              PIC 9(07) VALUE ZEROS .
       77 WRK-RESTORED-REGS-COUNTER              PIC 9(07) VALUE ZEROS .
       77 WRK-NO-TIMEREGINC-COUNTER              PIC 9(07) VALUE ZEROS .
       77 WRK-COUNTED-REGS-COUNTER               PIC 9(07) VALUE ZEROS .
       77 WRK-ACTIVE-REGS-COUNTER                PIC 9(07) VALUE ZEROS .

       77 WRK-CURSOR-EOF                         PIC X(03) VALUE SPACES.
       77 WRK-FILE0006-EOF                       PIC X(03) VALUE SPACES.

      *RUNTIME PARAMETER CARD:
       COPY 'CSRGPARM'.

      *ONE ARCHIVE IMAGE, SEEN THROUGH ITS PREFIX PLUS THE CSTMRG01
      *DETAIL SO THE CPF AND PROVIDER CODE CAN BE LIFTED:
       01 WRK-FILE0006-REG.
          COPY 'CSRGARC1'.
          COPY 'CSTMRG01'.

      *NULL INDICATORS - DELETED_TS IS NULL ON EVERY ACTIVE ROW,
      *TIMEREGINC ON THE OLDEST LEGACY ROWS AND PROVIDER_CODE ON THE
      *BASE THAT PREDATES PROVIDER REGISTRATION:
       01 WRK-TIMEREGINC-IND                     PIC S9(04) COMP
                                                           VALUE ZEROS.
       01 WRK-DELETED-TS-IND                     PIC S9(04) COMP
                                                           VALUE ZEROS.
       01 WRK-PROVIDER-IND                       PIC S9(04) COMP
                                                           VALUE ZEROS.

      *THE CUSTOMER IN HAND, FROM EITHER SOURCE.  DB2 TIMESTAMPS ARE
      *YYYY-MM-DD-HH.MM.SS.NNNNNN, SO THE FIRST TEN BYTES COMPARE AS
      *A DATE; A BLANK DELETED TIMESTAMP MEANS STILL ACTIVE:
       01 WRK-CUR-REG-TS                         PIC X(26) VALUE SPACES.
       01 FILLER REDEFINES WRK-CUR-REG-TS.
          03 WRK-CUR-REG-YYYY                    PIC 9(04).
          03 FILLER                              PIC X(01).
          03 WRK-CUR-REG-MM                      PIC 9(02).
          03 FILLER                              PIC X(01).
          03 WRK-CUR-REG-DD                      PIC X(02).
          03 FILLER                              PIC X(16).
       01 WRK-CUR-DEL-TS                         PIC X(26) VALUE SPACES.
       01 WRK-CUR-PROVIDER                       PIC X(04) VALUE SPACES.

      *MONTHS ARE NUMBERED YYYY * 12 + (MM - 1) SO THAT ADDING A
      *HORIZON IS PLAIN ARITHMETIC:
       77 WRK-REG-MONTH-IDX                      PIC 9(06) VALUE ZEROS .
       77 WRK-ASOF-MONTH-IDX                     PIC 9(06) VALUE ZEROS .
       77 WRK-TGT-MONTH-IDX                      PIC 9(06) VALUE ZEROS .
       77 WRK-TGT-MM-ZERO                        PIC 9(02) VALUE ZEROS .

      *THE AS-OF DATE (DD-MM-YYYY):
       01 WRK-ASOF-DATE                          PIC X(10) VALUE SPACES.
       01 FILLER REDEFINES WRK-ASOF-DATE.
          03 WRK-ASOF-DD                         PIC 9(02).
          03 FILLER                              PIC X(01).
          03 WRK-ASOF-MM                         PIC 9(02).
          03 FILLER                              PIC X(01).
          03 WRK-ASOF-YYYY                       PIC 9(04).

      *THE DATE THE CUSTOMER REACHES A HORIZON (YYYY-MM-DD, SAME DAY
      *OF THE MONTH AS THE REGISTRATION) - STILL ACTIVE ON THAT DATE
      *MEANS RETAINED AT THAT HORIZON:
       01 WRK-TARGET-DATE.
          03 WRK-TGT-YYYY                        PIC 9(04) VALUE ZEROS .
          03 FILLER                              PIC X(01) VALUE '-'   .
          03 WRK-TGT-MM                          PIC 9(02) VALUE ZEROS .
          03 FILLER                              PIC X(01) VALUE '-'   .
          03 WRK-TGT-DD                          PIC X(02) VALUE SPACES.

      *THE FOUR RETENTION HORIZONS, IN MONTHS:
       01 WRK-HORIZON-VALUES.
          03 FILLER                              PIC 9(02) VALUE 03.
          03 FILLER                              PIC 9(02) VALUE 06.
          03 FILLER                              PIC 9(02) VALUE 12.
          03 FILLER                              PIC 9(02) VALUE 24.
       01 FILLER REDEFINES WRK-HORIZON-VALUES.
          03 WRK-HORIZON-MONTHS                  PIC 9(02)
                                                 OCCURS 4 TIMES.
       77 WRK-HZN-IDX                            PIC 9(01) VALUE ZEROS .

      *COHORT/PROVIDER KEY OF THE CUSTOMER IN HAND:
       01 WRK-CURRENT-KEY.
          03 WRK-CURRENT-MONTH                   PIC X(07) VALUE SPACES.
          03 WRK-CURRENT-PROVIDER                PIC X(04) VALUE SPACES.

      *THE IN-MEMORY COHORT TABLE - ONE ROW PER DISTINCT
      *MONTH/PROVIDER SEEN (THE CSRG0019 ACCUMULATION PATTERN); THE
      *RETAINED COUNTERS RUN IN HORIZON ORDER 3/6/12/24:
       77 WRK-COH-ENTRIES                        PIC 9(04) VALUE ZEROS .
       77 WRK-COH-IDX                            PIC 9(04) VALUE ZEROS .
       77 WRK-COH-MAX                            PIC 9(04) VALUE 3000.
       77 WRK-COH-LOW-IDX                        PIC 9(04) VALUE ZEROS .

       01 WRK-COH-FOUND-SW                       PIC X(01) VALUE 'N'.
          88 WRK-COH-ENTRY-FOUND                       VALUE 'Y'.

       77 WRK-COH-OVERFLOW-COUNTER               PIC 9(07) VALUE ZEROS .

       01 WRK-COHORT-TABLE.
          05 WRK-COH-TAB                         OCCURS 3000 TIMES.
             10 WRK-COH-KEY.
                15 WRK-COH-MONTH                 PIC X(07).
                15 WRK-COH-PROVIDER              PIC X(04).
             10 WRK-COH-MONTH-IDX                PIC 9(06).
             10 WRK-COH-SIZE                     PIC 9(07).
             10 WRK-COH-ACTIVE                   PIC 9(07).
             10 WRK-COH-RETAINED                 PIC 9(07)
                                                 OCCURS 4 TIMES.
             10 WRK-COH-PRINTED-SW               PIC X(01).
                88 WRK-COH-IS-PRINTED                  VALUE 'Y'.

      *PERCENTAGE WORK AREAS - EDITED FOR THE REPORT, ZERO-FILLED FOR
      *THE SPREADSHEET (DECIMAL-POINT IS COMMA):
       77 WRK-PCT                                PIC 9(03)V9(01)
                                                           VALUE ZEROS.
       77 WRK-PCT-EDIT                           PIC ZZ9,9.
       77 WRK-PCT-DLM                            PIC 999,9.

      *ONE COHRPT DETAIL LINE:
       01 WRK-COHRPT-DETAIL.
          03 RPT-MONTH                           PIC X(07).
          03 FILLER                              PIC X(02).
          03 RPT-PROVIDER                        PIC X(04).
          03 FILLER                              PIC X(02).
          03 RPT-SIZE                            PIC ZZZZZZ9.
          03 FILLER                              PIC X(02).
          03 RPT-ACTIVE                          PIC ZZZZZZ9.
          03 RPT-HORIZON                         OCCURS 4 TIMES.
             05 FILLER                           PIC X(03).
             05 RPT-PCT                          PIC X(05).
             05 RPT-PCT-SIGN                     PIC X(01).
          03 FILLER                              PIC X(13).

      *THE SAME FIGURES FOR ONE COHDLM RECORD; AN IMMATURE HORIZON
      *STAYS BLANK AND SO COMES OUT AS AN EMPTY FIELD:
       01 WRK-DLM-PCT-TABLE.
          03 WRK-DLM-PCT                         PIC X(05)
                                                 OCCURS 4 TIMES.
       77 WRK-DLM-SIZE                           PIC 9(07) VALUE ZEROS .
       77 WRK-DLM-ACTIVE                         PIC 9(07) VALUE ZEROS .
       77 WRK-DLM-POINTER                        PIC 9(03) VALUE 1.

       01 WRK-COHRPT-LINE                        PIC X(80) VALUE SPACES.
       01 WRK-COHDLM-LINE                        PIC X(80) VALUE SPACES.

      *DATA FOR ERROR LOG:
       01 WRK-ERROR-LOG.
          03 WRK-PROGRAM                         PIC X(08) VALUE
                                                          'CSRG0065'  .
          03 WRK-ERROR-MSG                       PIC X(30) VALUE SPACES.
          03 WRK-ERROR-CODE                      PIC X(30) VALUE SPACES.
          03 WRK-ERROR-DATE                      PIC X(10) VALUE SPACES.
          03 WRK-ERROR-TIME                      PIC X(08) VALUE SPACES.

      *ABENDING PROGRAM:
       77 WRK-ABEND-PGM                          PIC X(08) VALUE
                                                          'ABENDPGM'  .

       01 WRK-FILE-STATUS.
          03 WRK-FS-FILE0006                     PIC 9(02) VALUE ZEROS .
          03 WRK-FS-COHRPT                       PIC 9(02) VALUE ZEROS .
          03 WRK-FS-COHDLM                       PIC 9(02) VALUE ZEROS .

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
              DECLARE CSR0065 CURSOR FOR
                 SELECT TIMEREGINC, DELETED_TS, PROVIDER_CODE
                   FROM TB_CUSTOMER
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

           PERFORM 2000-PROCESS-TABLE
              UNTIL WRK-CURSOR-EOF     EQUAL 'END'.

           PERFORM 2500-PROCESS-ARCHIVE
              UNTIL WRK-FILE0006-EOF   EQUAL 'END'.

           PERFORM 2900-PRINT-COHORTS.

           PERFORM 3000-FINALIZE.
      *----------------------------------------------------------------*
       0000-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       1000-INITIALIZE                 SECTION.
      *----------------------------------------------------------------*
           PERFORM 9000-GET-DATE-TIME.

           PERFORM 1050-GET-RUN-PARMS.

           INITIALIZE WRK-FILE0006-REG.

           OPEN INPUT  FILE0006
                OUTPUT COHRPT
                       COHDLM.

           MOVE 'OPEN FILE FILE0006'   TO WRK-ERROR-MSG.
           PERFORM 8100-TEST-FS-FILE0006.

           MOVE 'OPEN FILE COHRPT'     TO WRK-ERROR-MSG.
           PERFORM 8200-TEST-FS-COHRPT.

           MOVE 'OPEN FILE COHDLM'     TO WRK-ERROR-MSG.
           PERFORM 8300-TEST-FS-COHDLM.

           PERFORM 1070-WRITE-HEADERS.

           MOVE 'OPEN CURSOR CSR0065'  TO WRK-ERROR-MSG.

           EXEC SQL
               OPEN CSR0065
           END-EXEC.

           IF SQLCODE NOT EQUAL ZEROS
              MOVE SQLCODE             TO WRK-SQLCODE-SINAL
              STRING 'SQLCODE..:',WRK-SQLCODE-X
                                       DELIMITED BY SPACE
                                       INTO WRK-ERROR-CODE
              PERFORM 9999-CALL-ABEND-PGM
           END-IF.

           PERFORM 2100-FETCH-NEXT.

           PERFORM 2510-READ-FILE0006.
      *----------------------------------------------------------------*
       1000-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       1050-GET-RUN-PARMS              SECTION.
      *----------------------------------------------------------------*
      *    THE AS-OF DATE DEFAULTS TO TODAY.                           *
      *----------------------------------------------------------------*
           MOVE SPACES                 TO   CSRGPARM-RUN-PARMS.

           ACCEPT CSRGPARM-RUN-PARMS   FROM SYSIN.

           IF CSRGPARM-ASOF-DATE       EQUAL SPACES
              MOVE WRK-DATE-FORMATTED  TO   WRK-ASOF-DATE
           ELSE
              MOVE CSRGPARM-ASOF-DATE  TO   WRK-ASOF-DATE
           END-IF.

           IF WRK-ASOF-DD              NOT NUMERIC
              OR WRK-ASOF-MM           NOT NUMERIC
              OR WRK-ASOF-YYYY         NOT NUMERIC
              MOVE 'CSRGPARM-ASOF-DATE INVALID'
                                       TO WRK-ERROR-CODE
              PERFORM 9999-CALL-ABEND-PGM
           END-IF.

           COMPUTE WRK-ASOF-MONTH-IDX  =  WRK-ASOF-YYYY * 12
                                       +  WRK-ASOF-MM - 1.
      *----------------------------------------------------------------*
       1050-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       1070-WRITE-HEADERS              SECTION.
      *----------------------------------------------------------------*
           MOVE SPACES                 TO WRK-COHRPT-LINE.
           STRING 'CSRG0065 COHORT RETENTION AS OF ',WRK-ASOF-DATE,
                  ' - RUN ',WRK-DATE-FORMATTED,' ',
                  WRK-TIME-FORMATTED
                                       DELIMITED BY SIZE
                                       INTO WRK-COHRPT-LINE.
           PERFORM 2910-PUT-COHRPT-LINE.

           MOVE SPACES                 TO WRK-COHRPT-LINE.
           PERFORM 2910-PUT-COHRPT-LINE.

           MOVE 'STILL ACTIVE AFTER'   TO WRK-COHRPT-LINE (42:18).
           PERFORM 2910-PUT-COHRPT-LINE.

           MOVE 'COHORT   PROV    COUNT   ACTIVE'
                                       TO WRK-COHRPT-LINE.
           MOVE '3 MTHS   6 MTHS  12 MTHS  24 MTHS'
                                       TO WRK-COHRPT-LINE (35:33).
           PERFORM 2910-PUT-COHRPT-LINE.

           MOVE 'COHORT;PROVIDER;CUSTOMERS;ACTIVE;'
                                       TO WRK-COHDLM-LINE.
           MOVE 'RET_03M;RET_06M;RET_12M;RET_24M'
                                       TO WRK-COHDLM-LINE (34:31).
           PERFORM 2920-PUT-COHDLM-LINE.
      *----------------------------------------------------------------*
       1070-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2000-PROCESS-TABLE              SECTION.
      *----------------------------------------------------------------*
      *    A NULL DELETED_TS IS A CUSTOMER STILL ACTIVE TODAY; A NULL  *
      *    TIMEREGINC CANNOT BE PLACED IN A COHORT.                    *
      *----------------------------------------------------------------*
           MOVE SPACES                 TO WRK-CUR-REG-TS
                                          WRK-CUR-DEL-TS
                                          WRK-CUR-PROVIDER.

           IF WRK-TIMEREGINC-IND       NOT LESS ZEROS
              MOVE TIMEREGINC          TO WRK-CUR-REG-TS
           END-IF.

           IF WRK-DELETED-TS-IND       NOT LESS ZEROS
              MOVE DELETED-TS          TO WRK-CUR-DEL-TS
           END-IF.

           IF WRK-PROVIDER-IND         NOT LESS ZEROS
              MOVE PROVIDER-CODE       TO WRK-CUR-PROVIDER
           END-IF.

           PERFORM 2200-COUNT-ONE-CUSTOMER.

           PERFORM 2100-FETCH-NEXT.
      *----------------------------------------------------------------*
       2000-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2100-FETCH-NEXT                 SECTION.
      *----------------------------------------------------------------*
           MOVE 'FETCHING CSR0065'     TO   WRK-ERROR-MSG.

           EXEC SQL
               FETCH CSR0065
                   INTO :TIMEREGINC :WRK-TIMEREGINC-IND,
                        :DELETED-TS :WRK-DELETED-TS-IND,
                        :PROVIDER-CODE :WRK-PROVIDER-IND
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
              ADD 1                    TO   WRK-CUSTOMER-REGS-COUNTER
           END-IF.
      *----------------------------------------------------------------*
       2100-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2200-COUNT-ONE-CUSTOMER         SECTION.
      *----------------------------------------------------------------*
      *    FOLDS THE CUSTOMER IN HAND INTO ITS COHORT: ONE MORE IN     *
      *    THE COHORT, ONE MORE ACTIVE IF NEVER DELETED, AND ONE MORE  *
      *    RETAINED AT EACH HORIZON IT WAS STILL ACTIVE ON.            *
      *----------------------------------------------------------------*
           IF WRK-CUR-REG-TS           EQUAL SPACES
              OR WRK-CUR-REG-YYYY      NOT NUMERIC
              OR WRK-CUR-REG-MM        NOT NUMERIC
              ADD 1                    TO WRK-NO-TIMEREGINC-COUNTER
              GO TO 2200-99-EXIT
           END-IF.

           MOVE WRK-CUR-REG-TS (1:7)   TO WRK-CURRENT-MONTH.

           IF WRK-CUR-PROVIDER         EQUAL SPACES
              MOVE 'NONE'              TO WRK-CURRENT-PROVIDER
           ELSE
              MOVE WRK-CUR-PROVIDER    TO WRK-CURRENT-PROVIDER
           END-IF.

           COMPUTE WRK-REG-MONTH-IDX   =  WRK-CUR-REG-YYYY * 12
                                       +  WRK-CUR-REG-MM - 1.

           MOVE 'N'                    TO   WRK-COH-FOUND-SW.
           MOVE 1                      TO   WRK-COH-IDX.

           PERFORM 2210-SEARCH-ONE-ENTRY
              UNTIL WRK-COH-IDX        GREATER WRK-COH-ENTRIES
                 OR WRK-COH-ENTRY-FOUND.

           IF NOT WRK-COH-ENTRY-FOUND
              IF WRK-COH-ENTRIES       LESS WRK-COH-MAX
                 ADD 1                 TO   WRK-COH-ENTRIES
                 MOVE WRK-COH-ENTRIES  TO   WRK-COH-IDX
                 INITIALIZE WRK-COH-TAB (WRK-COH-IDX)
                 MOVE WRK-CURRENT-KEY  TO   WRK-COH-KEY (WRK-COH-IDX)
                 MOVE WRK-REG-MONTH-IDX
                                       TO   WRK-COH-MONTH-IDX
                                            (WRK-COH-IDX)
                 MOVE 'N'              TO   WRK-COH-PRINTED-SW
                                            (WRK-COH-IDX)
              ELSE
                 ADD 1                 TO   WRK-COH-OVERFLOW-COUNTER
                 GO TO 2200-99-EXIT
              END-IF
           END-IF.

           ADD 1                       TO   WRK-COUNTED-REGS-COUNTER
                                            WRK-COH-SIZE (WRK-COH-IDX).

           IF WRK-CUR-DEL-TS           EQUAL SPACES
              ADD 1                    TO   WRK-ACTIVE-REGS-COUNTER
                                            WRK-COH-ACTIVE
                                            (WRK-COH-IDX)
           END-IF.

           MOVE WRK-CUR-REG-DD         TO   WRK-TGT-DD.

           MOVE 1                      TO   WRK-HZN-IDX.

           PERFORM 2220-TEST-ONE-HORIZON
              UNTIL WRK-HZN-IDX        GREATER 4.
      *----------------------------------------------------------------*
       2200-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2210-SEARCH-ONE-ENTRY           SECTION.
      *----------------------------------------------------------------*
           IF WRK-COH-KEY (WRK-COH-IDX) EQUAL WRK-CURRENT-KEY
              MOVE 'Y'                 TO   WRK-COH-FOUND-SW
           ELSE
              ADD 1                    TO   WRK-COH-IDX
           END-IF.
      *----------------------------------------------------------------*
       2210-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2220-TEST-ONE-HORIZON           SECTION.
      *----------------------------------------------------------------*
      *    RETAINED AT THE HORIZON = NEVER DELETED, OR DELETED ON OR   *
      *    AFTER THE DATE THE HORIZON WAS REACHED.                     *
      *----------------------------------------------------------------*
           COMPUTE WRK-TGT-MONTH-IDX   =  WRK-REG-MONTH-IDX
                                       +  WRK-HORIZON-MONTHS
                                          (WRK-HZN-IDX).

           DIVIDE WRK-TGT-MONTH-IDX    BY 12
                                       GIVING    WRK-TGT-YYYY
                                       REMAINDER WRK-TGT-MM-ZERO.

           COMPUTE WRK-TGT-MM          =  WRK-TGT-MM-ZERO + 1.

           IF WRK-CUR-DEL-TS           EQUAL SPACES
              OR WRK-CUR-DEL-TS (1:10) NOT LESS WRK-TARGET-DATE
              ADD 1                    TO   WRK-COH-RETAINED
                                            (WRK-COH-IDX, WRK-HZN-IDX)
           END-IF.

           ADD 1                       TO   WRK-HZN-IDX.
      *----------------------------------------------------------------*
       2220-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2500-PROCESS-ARCHIVE            SECTION.
      *----------------------------------------------------------------*
      *    A PURGED CUSTOMER STILL BELONGS TO ITS COHORT.  IF THE CPF  *
      *    IS ON TB_CUSTOMER AGAIN (RESTORED BY CSRG0011) IT HAS       *
      *    ALREADY BEEN COUNTED FROM THE TABLE AND IS SKIPPED HERE.    *
      *----------------------------------------------------------------*
           MOVE CSTMRG01-CPF           OF WRK-FILE0006-REG
                                       TO CPF OF BTB-CUSTOMER.

           MOVE 'SELECT TB_CUSTOMER'   TO WRK-ERROR-MSG.

           EXEC SQL
               SELECT CPF
                 INTO :CPF
                 FROM TB_CUSTOMER
                WHERE CPF = :CPF
           END-EXEC.

           IF SQLCODE EQUAL ZEROS
              ADD 1                    TO WRK-RESTORED-REGS-COUNTER
              GO TO 2500-50-NEXT
           END-IF.

           IF SQLCODE NOT EQUAL +100
              MOVE SQLCODE             TO WRK-SQLCODE-SINAL
              STRING 'SQLCODE..:',WRK-SQLCODE-X
                                       DELIMITED BY SPACE
                                       INTO WRK-ERROR-CODE
              PERFORM 9999-CALL-ABEND-PGM
           END-IF.

           MOVE CSRGARC1-TIMEREGINC    TO WRK-CUR-REG-TS.
           MOVE CSRGARC1-DELETED-TS    TO WRK-CUR-DEL-TS.
           MOVE CSTMRG01-PROVIDER-CODE OF WRK-FILE0006-REG
                                       TO WRK-CUR-PROVIDER.

           PERFORM 2200-COUNT-ONE-CUSTOMER.

       2500-50-NEXT.
           PERFORM 2510-READ-FILE0006.
      *----------------------------------------------------------------*
       2500-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2510-READ-FILE0006              SECTION.
      *----------------------------------------------------------------*
           MOVE 'READING FILE0006'     TO   WRK-ERROR-MSG.

           READ FILE0006               INTO WRK-FILE0006-REG.

           PERFORM  8100-TEST-FS-FILE0006.

           IF WRK-FS-FILE0006          EQUAL 10
              MOVE 'END'               TO   WRK-FILE0006-EOF
           ELSE
              ADD 1                    TO   WRK-FILE0006-REGS-COUNTER
           END-IF.
      *----------------------------------------------------------------*
       2510-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2900-PRINT-COHORTS              SECTION.
      *----------------------------------------------------------------*
      *    THE TABLE FILLS IN THE ORDER ROWS ARRIVE, SO EACH PASS      *
      *    PICKS THE LOWEST COHORT/PROVIDER NOT YET PRINTED.           *
      *----------------------------------------------------------------*
           PERFORM 2930-PRINT-NEXT-COHORT
              WRK-COH-ENTRIES          TIMES.
      *----------------------------------------------------------------*
       2900-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2910-PUT-COHRPT-LINE            SECTION.
      *----------------------------------------------------------------*
           MOVE  WRK-COHRPT-LINE       TO    FD-REG-COHRPT.

           WRITE FD-REG-COHRPT.

           PERFORM 8200-TEST-FS-COHRPT.
      *----------------------------------------------------------------*
       2910-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2920-PUT-COHDLM-LINE            SECTION.
      *----------------------------------------------------------------*
           MOVE  WRK-COHDLM-LINE       TO    FD-REG-COHDLM.

           WRITE FD-REG-COHDLM.

           PERFORM 8300-TEST-FS-COHDLM.
      *----------------------------------------------------------------*
       2920-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2930-PRINT-NEXT-COHORT          SECTION.
      *----------------------------------------------------------------*
           MOVE ZEROS                  TO   WRK-COH-LOW-IDX.
           MOVE 1                      TO   WRK-COH-IDX.

           PERFORM 2940-TEST-ONE-LOWEST
              UNTIL WRK-COH-IDX        GREATER WRK-COH-ENTRIES.

           MOVE WRK-COH-LOW-IDX        TO   WRK-COH-IDX.
           MOVE 'Y'                    TO   WRK-COH-PRINTED-SW
                                            (WRK-COH-IDX).

           MOVE SPACES                 TO   WRK-COHRPT-DETAIL
                                            WRK-DLM-PCT-TABLE.
           MOVE WRK-COH-MONTH (WRK-COH-IDX)
                                       TO   RPT-MONTH.
           MOVE WRK-COH-PROVIDER (WRK-COH-IDX)
                                       TO   RPT-PROVIDER.
           MOVE WRK-COH-SIZE (WRK-COH-IDX)
                                       TO   RPT-SIZE
                                            WRK-DLM-SIZE.
           MOVE WRK-COH-ACTIVE (WRK-COH-IDX)
                                       TO   RPT-ACTIVE
                                            WRK-DLM-ACTIVE.

           MOVE 1                      TO   WRK-HZN-IDX.

           PERFORM 2950-FORMAT-ONE-HORIZON
              UNTIL WRK-HZN-IDX        GREATER 4.

           MOVE WRK-COHRPT-DETAIL      TO   WRK-COHRPT-LINE.
           PERFORM 2910-PUT-COHRPT-LINE.

           MOVE SPACES                 TO   WRK-COHDLM-LINE.
           MOVE 1                      TO   WRK-DLM-POINTER.
           STRING WRK-COH-MONTH (WRK-COH-IDX),';',
                  WRK-COH-PROVIDER (WRK-COH-IDX),';',
                  WRK-DLM-SIZE,';',
                  WRK-DLM-ACTIVE,';'
                                       DELIMITED BY SIZE
                                       INTO WRK-COHDLM-LINE
                                       WITH POINTER WRK-DLM-POINTER.
           STRING WRK-DLM-PCT (1)      DELIMITED BY SPACE
                  ';'                  DELIMITED BY SIZE
                  WRK-DLM-PCT (2)      DELIMITED BY SPACE
                  ';'                  DELIMITED BY SIZE
                  WRK-DLM-PCT (3)      DELIMITED BY SPACE
                  ';'                  DELIMITED BY SIZE
                  WRK-DLM-PCT (4)      DELIMITED BY SPACE
                                       INTO WRK-COHDLM-LINE
                                       WITH POINTER WRK-DLM-POINTER.
           PERFORM 2920-PUT-COHDLM-LINE.
      *----------------------------------------------------------------*
       2930-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2940-TEST-ONE-LOWEST            SECTION.
      *----------------------------------------------------------------*
           IF NOT WRK-COH-IS-PRINTED (WRK-COH-IDX)
              IF WRK-COH-LOW-IDX       EQUAL ZEROS
                 MOVE WRK-COH-IDX      TO   WRK-COH-LOW-IDX
              ELSE
                 IF WRK-COH-KEY (WRK-COH-IDX)
                                       LESS WRK-COH-KEY
                                            (WRK-COH-LOW-IDX)
                    MOVE WRK-COH-IDX   TO   WRK-COH-LOW-IDX
                 END-IF
              END-IF
           END-IF.

           ADD 1                       TO   WRK-COH-IDX.
      *----------------------------------------------------------------*
       2940-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2950-FORMAT-ONE-HORIZON         SECTION.
      *----------------------------------------------------------------*
      *    A HORIZON IS MATURE ONCE ITS TARGET MONTH HAS ENDED FOR THE *
      *    WHOLE COHORT, I.E. THE AS-OF MONTH IS PAST IT.              *
      *----------------------------------------------------------------*
           COMPUTE WRK-TGT-MONTH-IDX   =  WRK-COH-MONTH-IDX
                                          (WRK-COH-IDX)
                                       +  WRK-HORIZON-MONTHS
                                          (WRK-HZN-IDX).

           IF WRK-ASOF-MONTH-IDX       NOT GREATER WRK-TGT-MONTH-IDX
              MOVE '    -'             TO   RPT-PCT (WRK-HZN-IDX)
              GO TO 2950-50-NEXT
           END-IF.

           COMPUTE WRK-PCT ROUNDED     =  WRK-COH-RETAINED
                                          (WRK-COH-IDX, WRK-HZN-IDX)
                                       *  100
                                       /  WRK-COH-SIZE (WRK-COH-IDX).

           MOVE WRK-PCT                TO   WRK-PCT-EDIT
                                            WRK-PCT-DLM.
           MOVE WRK-PCT-EDIT           TO   RPT-PCT (WRK-HZN-IDX).
           MOVE '%'                    TO   RPT-PCT-SIGN (WRK-HZN-IDX).
           MOVE WRK-PCT-DLM            TO   WRK-DLM-PCT (WRK-HZN-IDX).

       2950-50-NEXT.
           ADD 1                       TO   WRK-HZN-IDX.
      *----------------------------------------------------------------*
       2950-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       3000-FINALIZE                   SECTION.
      *----------------------------------------------------------------*
           EXEC SQL
               CLOSE CSR0065
           END-EXEC.

           MOVE SPACES                 TO WRK-COHRPT-LINE.
           PERFORM 2910-PUT-COHRPT-LINE.

           STRING 'CUSTOMERS COUNTED ',WRK-COUNTED-REGS-COUNTER,
                  '  STILL ACTIVE ',WRK-ACTIVE-REGS-COUNTER,
                  '  NO TIMEREGINC ',WRK-NO-TIMEREGINC-COUNTER
                                       DELIMITED BY SIZE
                                       INTO WRK-COHRPT-LINE.
           PERFORM 2910-PUT-COHRPT-LINE.

           IF WRK-COH-OVERFLOW-COUNTER GREATER ZEROS
              MOVE SPACES              TO WRK-COHRPT-LINE
              STRING '** COHORT TABLE CAPACITY EXCEEDED - ',
                     WRK-COH-OVERFLOW-COUNTER,
                     ' CUSTOMER(S) NOT COUNTED **'
                                       DELIMITED BY SIZE
                                       INTO WRK-COHRPT-LINE
              PERFORM 2910-PUT-COHRPT-LINE
           END-IF.

           CLOSE FILE0006
                 COHRPT
                 COHDLM.

           DISPLAY '***************************'.
           DISPLAY '*  SUCCESSFUL  EXECUTION  *'.
           DISPLAY '***************************'.
           DISPLAY '*MODULE..........:' WRK-PROGRAM '*'.
           DISPLAY '*COMPILED........:'
           DD-COMPILED '/' MM-COMPILED '/' YY-COMPILED '*'.
           DISPLAY '*.................'
           HOUR-COMPILED '.' MINUTE-COMPILED '.'SECOND-COMPILED '*'.
           DISPLAY '*-------------------------*'.
           DISPLAY '*AS OF...........:' WRK-ASOF-DATE '*'.
           DISPLAY '*ROWS SCANNED....:' WRK-CUSTOMER-REGS-COUNTER '*'.
           DISPLAY '*ARCHIVE IMAGES..:' WRK-FILE0006-REGS-COUNTER '*'.
           DISPLAY '*RESTORED SKIPPED:' WRK-RESTORED-REGS-COUNTER '*'.
           DISPLAY '*NO TIMEREGINC...:' WRK-NO-TIMEREGINC-COUNTER '*'.
           DISPLAY '*COHORT ROWS.....:' WRK-COH-ENTRIES '*'.
           DISPLAY '*-------------------------*'.
           DISPLAY '*EXECUTED......:' WRK-DATE-FORMATTED '*'.
           DISPLAY '*.................' WRK-TIME-FORMATTED '*'.
           DISPLAY '***************************'.

           STOP RUN.
      *----------------------------------------------------------------*
       3000-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       8100-TEST-FS-FILE0006           SECTION.
      *----------------------------------------------------------------*
           IF WRK-FS-FILE0006          NOT EQUAL ZEROS AND 10
              MOVE WRK-FS-FILE0006     TO  WRK-ERROR-CODE
              PERFORM 9999-CALL-ABEND-PGM
           END-IF.
      *----------------------------------------------------------------*
       8100-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       8200-TEST-FS-COHRPT             SECTION.
      *----------------------------------------------------------------*
           IF WRK-FS-COHRPT            NOT EQUAL ZEROS
              MOVE WRK-FS-COHRPT       TO  WRK-ERROR-CODE
              PERFORM 9999-CALL-ABEND-PGM
           END-IF.
      *----------------------------------------------------------------*
       8200-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       8300-TEST-FS-COHDLM             SECTION.
      *----------------------------------------------------------------*
           IF WRK-FS-COHDLM            NOT EQUAL ZEROS
              MOVE WRK-FS-COHDLM       TO  WRK-ERROR-CODE
              PERFORM 9999-CALL-ABEND-PGM
           END-IF.
      *----------------------------------------------------------------*
       8300-99-EXIT.                   EXIT.
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
