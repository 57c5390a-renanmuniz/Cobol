      *================================================================*
      *        I D E N T I F I C A T I O N      D I V I S I O N        *
      *================================================================*
       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     CSRG0070.
       AUTHOR.         RENAN MUNIZ MERLO.
       DATE-WRITTEN.   15/10/2026.
       DATE-COMPILED   WHEN-COMPILED.
       REMARKS.
      *----------------------------------------------------------------*
      *                RENAN MUNIZ MERLO COBOL DEVELOPER               *
      *          https://www.linkedin.com/in/renan-muniz-merlo         *
      *----------------------------------------------------------------*
      *    PROGRAM-ID..: CSRG0070.                                     *
      *    ANALYST.....: RENAN MUNIZ MERLO                             *
      *    PROGRAMMER..: RENAN MUNIZ MERLO                             *
      *    DATE........: 15/10/2026                                    *
      *----------------------------------------------------------------*
      *    PROJECT.....: CUSTOMER REGISTRATION PROJECT - CUSTMREG      *
      *----------------------------------------------------------------*
      *    GOAL........: WEEKLY REPORT OVER TB_REJ_QUEUE, THE ONLINE   *
      *                  REJECT-REPAIR WORK QUEUE LOADED BY CSRG0045   *
      *                  AND WORKED ON CSRG0044.  READ ONLY.           *
      *                  1) AGING - THE OPEN ROWS BY SOURCE FILE,      *
      *                     REASON AND PROVIDER, COUNTED IN AGE        *
      *                     BUCKETS (0-7, 8-14, 15-30, 31-60, 61-90    *
      *                     AND OVER 90 DAYS), WITH THE COUNT PAST THE *
      *                     SLA AND THE OLDEST AGE OF THE GROUP.  A    *
      *                     ROW IS AS OLD AS THE BATCH RUN THAT LOADED *
      *                     IT - THE DATE IN RUN_ID (YYYYMMDD...); A   *
      *                     RUN ID WITH NO DATE IN IT IS COUNTED UNDER *
      *                     NO DATE.                                   *
      *                  2) PRODUCTIVITY - THE ROWS CLOSED IN THE FOUR *
      *                     WEEKS ENDING ON THE AS-OF DATE, PER        *
      *                     WORKED_BY ANALYST AND WEEK: REPAIRED (R),  *
      *                     RELEASED AS LOADED (F) AND DROPPED (D).    *
      *                  3) SLA - EVERY OPEN ROW OLDER THAN THE PARM   *
      *                     DAYS (POS 299-301, DEFAULT 10) IS LISTED,  *
      *                     OLDEST FIRST, AND ONE ALERTPGM ALERT       *
      *                     ('REJQSLA', COUNT = ROWS PAST THE SLA,     *
      *                     THRESHOLD = THE SLA DAYS) IS RAISED.  THE  *
      *                     STEP THEN ENDS RC=4.                       *
      *                  THE AS-OF DATE IS THE PARM DATE (POS 229-238, *
      *                  BLANK = TODAY).                               *
      *----------------------------------------------------------------*
      *    FILES.......:  DDNAME          LRECL       INCLUDE/BOOK     *
      *                   REJRPT          00132       NONE             *
      *----------------------------------------------------------------*
      *    ALERT.......: ALERTPGM RECORD - FILE NAME 'REJQSLA'         *
      *----------------------------------------------------------------*
      *    MODIFICATION HISTORY.......:                                *
      *    15/10/2026 RMM - PROGRAM CREATED.                           *
      *----------------------------------------------------------------*
      *    TABLE DB2...:  TB_REJ_QUEUE                BTB_REJ_QUEUE    *
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

           SELECT REJRPT        ASSIGN TO UTS-S-REJRPT
            ORGANIZATION IS     SEQUENTIAL
            ACCESS MODE  IS     SEQUENTIAL
            FILE STATUS  IS     WRK-FS-REJRPT.

      *================================================================*
      *                  D A T A      D I V I S I O N                  *
      *================================================================*
       DATA DIVISION.
       FILE SECTION.
      *
       FD REJRPT
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS 00 RECORDS.
       01 FD-REG-REJRPT     PIC X(132).

      *-----------------------------------------------------------------*
      *                  WORKING-STORAGE SECTION                        *
      *-----------------------------------------------------------------*
       WORKING-STORAGE SECTION.

      *COUNTER OF RECORDS:
       77 WRK-OPEN-REGS-COUNTER                  PIC 9(07) VALUE ZEROS .
       77 WRK-GROUP-REGS-COUNTER                 PIC 9(07) VALUE ZEROS .
       77 WRK-CLOSED-REGS-COUNTER                PIC 9(07) VALUE ZEROS .
       77 WRK-INWEEK-REGS-COUNTER                PIC 9(07) VALUE ZEROS .
       77 WRK-ANALYST-REGS-COUNTER               PIC 9(07) VALUE ZEROS .
       77 WRK-BREACH-REGS-COUNTER                PIC 9(07) VALUE ZEROS .

       77 WRK-CURSOR-EOF                         PIC X(03) VALUE SPACES.

      *RUNTIME PARAMETER CARD:
       COPY 'CSRGPARM'.

      *OPERATIONAL-ALERT PROGRAM:
       77 WRK-ALERT-PGM                          PIC X(08) VALUE
                                                          'ALERTPGM'  .

       01 WRK-ALERT-LOG.
       COPY 'CSRGALRT'.

      *DAYS IN EACH MONTH (FEBRUARY ADJUSTED FOR LEAP YEARS):
       01 WRK-MONTH-DAYS-VALUES                  PIC X(24) VALUE
                                  '312831303130313130313031'.
       01 FILLER REDEFINES WRK-MONTH-DAYS-VALUES.
          03 WRK-MONTH-DAYS                      PIC 9(02)
                                                 OCCURS 12 TIMES.

      *DAYS IN THE YEAR BEFORE THE FIRST OF EACH MONTH (NOT LEAP):
       01 WRK-CUM-DAYS-VALUES                    PIC X(36) VALUE
                      '000031059090120151181212243273304334'.
       01 FILLER REDEFINES WRK-CUM-DAYS-VALUES.
          03 WRK-CUM-DAYS                        PIC 9(03)
                                                 OCCURS 12 TIMES.

      *THE DATE BEING EDITED, AS RECEIVED:
       01 WRK-EDIT-DATE                          PIC X(10) VALUE SPACES.
       01 FILLER REDEFINES WRK-EDIT-DATE.
          03 WRK-EDIT-DD                         PIC X(02).
          03 FILLER                              PIC X(01).
          03 WRK-EDIT-MM                         PIC X(02).
          03 FILLER                              PIC X(01).
          03 WRK-EDIT-YYYY                       PIC X(04).

       01 WRK-DATE-OK-SW                         PIC X(01) VALUE 'N'.
          88 WRK-DATE-IS-VALID                         VALUE 'Y'.

      *THE DATE WORKED ON BY THE 7000 SECTIONS:
       01 WRK-CUR-YYYYMMDD                       PIC 9(08) VALUE ZEROS .
       01 FILLER REDEFINES WRK-CUR-YYYYMMDD.
          03 WRK-CUR-YYYY                        PIC 9(04).
          03 WRK-CUR-MM                          PIC 9(02).
          03 WRK-CUR-DD                          PIC 9(02).
       77 WRK-CUR-MONTH-DAYS                     PIC 9(02) VALUE ZEROS .

      *LEAP-YEAR TEST:
       77 WRK-LEAP-QUOT                          PIC 9(04) VALUE ZEROS .
       77 WRK-LEAP-REM4                          PIC 9(04) VALUE ZEROS .
       77 WRK-LEAP-REM100                        PIC 9(04) VALUE ZEROS .
       77 WRK-LEAP-REM400                        PIC 9(04) VALUE ZEROS .

      *EXACT DAY SERIALS (DAYS SINCE YEAR ZERO, LEAP DAYS COUNTED):
       77 WRK-SER-YEAR                           PIC 9(04) VALUE ZEROS .
       77 WRK-SER-Q4                             PIC 9(04) VALUE ZEROS .
       77 WRK-SER-Q100                           PIC 9(04) VALUE ZEROS .
       77 WRK-SER-Q400                           PIC 9(04) VALUE ZEROS .
       77 WRK-CUR-SERIAL                         PIC 9(09) VALUE ZEROS .
       77 WRK-ASOF-SERIAL                        PIC 9(09) VALUE ZEROS .
       77 WRK-AGE-DAYS                           PIC S9(09) VALUE ZEROS.

      *AS-OF DATE AND THE LAST DAY OF EACH OF THE FOUR WEEKS:
       01 WRK-ASOF-DATE                          PIC X(10) VALUE SPACES.
       01 WRK-WEEK-END-TABLE.
          03 WRK-WEEK-END-DATE                   PIC X(10)
                                                 OCCURS 4 TIMES.
       01 WRK-STEP-DATE.
          03 WRK-STEP-DD                         PIC 9(02).
          03 FILLER                              PIC X(01) VALUE '-'.
          03 WRK-STEP-MM                         PIC 9(02).
          03 FILLER                              PIC X(01) VALUE '-'.
          03 WRK-STEP-YYYY                       PIC 9(04).

      *SUBSCRIPTS:
       77 WRK-BUCKET-IDX                         PIC 9(02) VALUE ZEROS .
       77 WRK-WEEK-IDX                           PIC 9(02) VALUE ZEROS .
       77 WRK-STAT-IDX                           PIC 9(02) VALUE ZEROS .

      *AGING - CURRENT GROUP KEY AND ITS COUNTS (BUCKET 7 = NO DATE):
       01 WRK-GROUP-KEY.
          03 WRK-GROUP-SOURCE                    PIC X(08) VALUE SPACES.
          03 WRK-GROUP-REASON                    PIC X(25) VALUE SPACES.
          03 WRK-GROUP-PROVIDER                  PIC X(04) VALUE SPACES.
       01 WRK-ROW-KEY.
          03 WRK-ROW-SOURCE                      PIC X(08) VALUE SPACES.
          03 WRK-ROW-REASON                      PIC X(25) VALUE SPACES.
          03 WRK-ROW-PROVIDER                    PIC X(04) VALUE SPACES.

       01 WRK-GROUP-COUNTS.
          03 WRK-GRP-BUCKET                      PIC 9(07)
                                                 OCCURS 7 TIMES.
          03 WRK-GRP-OVER-SLA                    PIC 9(07).
          03 WRK-GRP-OLDEST                      PIC 9(05).
       01 WRK-GRAND-COUNTS.
          03 WRK-GRD-BUCKET                      PIC 9(07)
                                                 OCCURS 7 TIMES.
          03 WRK-GRD-OVER-SLA                    PIC 9(07).
          03 WRK-GRD-OLDEST                      PIC 9(05).

      *PRODUCTIVITY - COUNTS PER WEEK AND STATUS (1 = REPAIRED,
      *2 = RELEASED AS LOADED, 3 = DROPPED), FOR THE ANALYST BEING
      *ADDED UP AND FOR EVERYBODY:
       01 WRK-ANALYST                            PIC X(08) VALUE SPACES.
       01 WRK-ANALYST-COUNTS.
          03 WRK-ANL-WEEK                        OCCURS 4 TIMES.
             05 WRK-ANL-COUNT                    PIC 9(05)
                                                 OCCURS 3 TIMES.
       01 WRK-ALL-COUNTS.
          03 WRK-ALL-WEEK                        OCCURS 4 TIMES.
             05 WRK-ALL-COUNT                    PIC 9(05)
                                                 OCCURS 3 TIMES.
       01 WRK-LINE-TOTALS.
          03 WRK-LINE-TOTAL                      PIC 9(07)
                                                 OCCURS 3 TIMES.

      *ONE AGING LINE:
       01 WRK-AGE-LINE.
          03 WRK-AGL-SOURCE                      PIC X(08).
          03 FILLER                              PIC X(01).
          03 WRK-AGL-REASON                      PIC X(25).
          03 FILLER                              PIC X(01).
          03 WRK-AGL-PROVIDER                    PIC X(04).
          03 WRK-AGL-BUCKET-TAB                  OCCURS 7 TIMES.
             05 FILLER                           PIC X(02).
             05 WRK-AGL-BUCKET                   PIC ZZZZZ9.
          03 FILLER                              PIC X(02).
          03 WRK-AGL-TOTAL                       PIC ZZZZZZ9.
          03 FILLER                              PIC X(02).
          03 WRK-AGL-OVER-SLA                    PIC ZZZZZ9.
          03 FILLER                              PIC X(02).
          03 WRK-AGL-OLDEST                      PIC ZZZZ9.
          03 FILLER                              PIC X(13).

       01 WRK-AGE-HEADER.
          03 FILLER                              PIC X(39) VALUE
               'SOURCE   REASON                    PROV'.
          03 FILLER                              PIC X(32) VALUE
               '     0-7    8-14   15-30   31-60'.
          03 FILLER                              PIC X(24) VALUE
               '   61-90     >90 NO DATE'.
          03 FILLER                              PIC X(24) VALUE
               '    TOTAL    >SLA OLDEST'.
          03 FILLER                              PIC X(13) VALUE SPACES.

      *ONE PRODUCTIVITY LINE:
       01 WRK-PROD-LINE.
          03 WRK-PRL-ANALYST                     PIC X(08).
          03 WRK-PRL-WEEK-TAB                    OCCURS 4 TIMES.
             05 WRK-PRL-COUNT-TAB                OCCURS 3 TIMES.
                07 FILLER                        PIC X(02).
                07 WRK-PRL-COUNT                 PIC ZZZZ9.
          03 WRK-PRL-TOTAL-TAB                   OCCURS 3 TIMES.
             05 FILLER                           PIC X(02).
             05 WRK-PRL-TOTAL                    PIC ZZZZZ9.
          03 FILLER                              PIC X(16).

       01 WRK-PROD-HEADER1.
          03 FILLER                              PIC X(08) VALUE SPACES.
          03 WRK-PRH-WEEK-TAB                    OCCURS 4 TIMES.
             05 FILLER                           PIC X(03).
             05 WRK-PRH-WEEK-LABEL               PIC X(18).
          03 FILLER                              PIC X(24) VALUE
               '      FOUR WEEKS TOTAL  '.
          03 FILLER                              PIC X(16) VALUE SPACES.

       01 WRK-PROD-HEADER2.
          03 FILLER                              PIC X(08) VALUE
               'ANALYST '.
          03 FILLER                              PIC X(21) VALUE
               '    REP    REL    DRP'.
          03 FILLER                              PIC X(21) VALUE
               '    REP    REL    DRP'.
          03 FILLER                              PIC X(21) VALUE
               '    REP    REL    DRP'.
          03 FILLER                              PIC X(21) VALUE
               '    REP    REL    DRP'.
          03 FILLER                              PIC X(24) VALUE
               '     REP     REL     DRP'.
          03 FILLER                              PIC X(16) VALUE SPACES.

       01 WRK-WEEK-LABEL.
          03 FILLER                              PIC X(08) VALUE
                                                          'WEEK TO '.
          03 WRK-WEEK-LABEL-DATE                 PIC X(10).

      *ONE SLA LINE:
       01 WRK-REJ-SEQ-ED                         PIC 9(09) VALUE ZEROS .
       01 WRK-AGE-ED                             PIC ZZZZ9.
       01 WRK-SLA-ED                             PIC ZZ9.

       01 WRK-REJRPT-LINE                        PIC X(132)
                                                          VALUE SPACES.

      *DATA FOR ERROR LOG:
       01 WRK-ERROR-LOG.
          03 WRK-PROGRAM                         PIC X(08) VALUE
                                                          'CSRG0070'  .
          03 WRK-ERROR-MSG                       PIC X(30) VALUE SPACES.
          03 WRK-ERROR-CODE                      PIC X(30) VALUE SPACES.
          03 WRK-ERROR-DATE                      PIC X(10) VALUE SPACES.
          03 WRK-ERROR-TIME                      PIC X(08) VALUE SPACES.

      *ABENDING PROGRAM:
       77 WRK-ABEND-PGM                          PIC X(08) VALUE
                                                          'ABENDPGM'  .

       01 WRK-FILE-STATUS.
          03 WRK-FS-REJRPT                       PIC 9(02) VALUE ZEROS .

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
              INCLUDE BTB_REJ_QUEUE
           END-EXEC.

           EXEC SQL
              DECLARE CSR0070A CURSOR FOR
                 SELECT SOURCE_FILE, REASON, PROVIDER_CODE, RUN_ID
                   FROM TB_REJ_QUEUE
                  WHERE REJ_STATUS = 'O'
                  ORDER BY SOURCE_FILE, REASON, PROVIDER_CODE,
                           REJ_SEQ
                  FOR FETCH ONLY
           END-EXEC.

           EXEC SQL
              DECLARE CSR0070C CURSOR FOR
                 SELECT WORKED_BY, WORKED_DT, REJ_STATUS
                   FROM TB_REJ_QUEUE
                  WHERE REJ_STATUS IN ('R', 'F', 'D')
                  ORDER BY WORKED_BY
                  FOR FETCH ONLY
           END-EXEC.

           EXEC SQL
              DECLARE CSR0070B CURSOR FOR
                 SELECT REJ_SEQ, RUN_ID, SOURCE_FILE, REASON,
                        SOURCE_PGM, PROVIDER_CODE, WORKED_BY
                   FROM TB_REJ_QUEUE
                  WHERE REJ_STATUS = 'O'
                  ORDER BY RUN_ID, REJ_SEQ
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

           PERFORM 2000-AGE-OPEN-QUEUE.

           PERFORM 2400-ANALYST-PRODUCTIVITY.

           PERFORM 2600-LIST-SLA-BREACHES.

           PERFORM 3000-FINALIZE.
      *----------------------------------------------------------------*
       0000-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       1000-INITIALIZE                 SECTION.
      *----------------------------------------------------------------*
           PERFORM 9000-GET-DATE-TIME.

           PERFORM 1050-GET-RUN-PARMS.

           PERFORM 1060-EDIT-ASOF-DATE.

           OPEN OUTPUT REJRPT.

           MOVE 'OPEN FILE REJRPT'     TO WRK-ERROR-MSG.
           PERFORM 8100-TEST-FS-REJRPT.

           MOVE CSRGPARM-REJQ-SLA-DAYS TO WRK-SLA-ED.

           MOVE SPACES                 TO WRK-REJRPT-LINE.
           STRING 'CSRG0070 REJECT QUEUE AGING AND PRODUCTIVITY',
                  ' - AS OF ',WRK-ASOF-DATE,
                  ' - SLA ',WRK-SLA-ED,' DAYS - RUN ',
                  WRK-DATE-FORMATTED,' ',WRK-TIME-FORMATTED
                                       DELIMITED BY SIZE
                                       INTO WRK-REJRPT-LINE.
           PERFORM 2900-PUT-REJRPT-LINE.
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

           IF CSRGPARM-REJQ-SLA-DAYS   NOT NUMERIC
              OR CSRGPARM-REJQ-SLA-DAYS EQUAL ZEROS
              MOVE 10                  TO   CSRGPARM-REJQ-SLA-DAYS
           END-IF.

           IF CSRGPARM-ASOF-DATE       EQUAL SPACES
              MOVE WRK-DATE-FORMATTED  TO CSRGPARM-ASOF-DATE
           END-IF.
      *----------------------------------------------------------------*
       1050-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       1060-EDIT-ASOF-DATE             SECTION.
      *----------------------------------------------------------------*
      *    THE AS-OF DATE GIVES THE SERIAL EVERY AGE IS TAKEN FROM,    *
      *    AND THE LAST DAY OF EACH OF THE FOUR PRODUCTIVITY WEEKS -   *
      *    THE AS-OF DATE ITSELF, THEN SEVEN DAYS EARLIER EACH TIME.   *
      *----------------------------------------------------------------*
           MOVE CSRGPARM-ASOF-DATE     TO WRK-ASOF-DATE.
           MOVE WRK-ASOF-DATE          TO WRK-EDIT-DATE.

           PERFORM 7000-EDIT-DATE.

           IF NOT WRK-DATE-IS-VALID
              MOVE 'INVALID AS-OF DATE' TO WRK-ERROR-MSG
              MOVE WRK-ASOF-DATE       TO WRK-ERROR-CODE
              PERFORM 9999-CALL-ABEND-PGM
           END-IF.

           PERFORM 7200-COMPUTE-SERIAL.
           MOVE WRK-CUR-SERIAL         TO WRK-ASOF-SERIAL.

           PERFORM 1070-SET-WEEK-END
              VARYING WRK-WEEK-IDX FROM 1 BY 1
              UNTIL WRK-WEEK-IDX       GREATER 4.
      *----------------------------------------------------------------*
       1060-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       1070-SET-WEEK-END               SECTION.
      *----------------------------------------------------------------*
           MOVE WRK-CUR-DD             TO WRK-STEP-DD.
           MOVE WRK-CUR-MM             TO WRK-STEP-MM.
           MOVE WRK-CUR-YYYY           TO WRK-STEP-YYYY.
           MOVE WRK-STEP-DATE          TO
                                       WRK-WEEK-END-DATE (WRK-WEEK-IDX).

           PERFORM 7300-PREVIOUS-DAY   7 TIMES.
      *----------------------------------------------------------------*
       1070-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2000-AGE-OPEN-QUEUE             SECTION.
      *----------------------------------------------------------------*
      *    CONTROL BREAK ON SOURCE FILE, REASON AND PROVIDER - THE     *
      *    CURSOR RETURNS THE OPEN ROWS IN THAT ORDER.                 *
      *----------------------------------------------------------------*
           MOVE SPACES                 TO WRK-REJRPT-LINE.
           PERFORM 2900-PUT-REJRPT-LINE.
           MOVE 'OPEN QUEUE AGING - DAYS SINCE THE LOADING RUN'
                                       TO WRK-REJRPT-LINE.
           PERFORM 2900-PUT-REJRPT-LINE.
           MOVE WRK-AGE-HEADER         TO WRK-REJRPT-LINE.
           PERFORM 2900-PUT-REJRPT-LINE.

           INITIALIZE WRK-GROUP-COUNTS
                      WRK-GRAND-COUNTS.

           MOVE 'OPEN CURSOR CSR0070A' TO WRK-ERROR-MSG.

           MOVE SPACES                 TO WRK-CURSOR-EOF.

           EXEC SQL
               OPEN CSR0070A
           END-EXEC.

           IF SQLCODE NOT EQUAL ZEROS
              PERFORM 9100-FORMAT-SQLCODE
              PERFORM 9999-CALL-ABEND-PGM
           END-IF.

           PERFORM 2010-FETCH-OPEN-ROW.

           MOVE WRK-ROW-KEY            TO WRK-GROUP-KEY.

           PERFORM 2020-AGE-ONE-ROW
              UNTIL WRK-CURSOR-EOF     EQUAL 'END'.

           EXEC SQL
               CLOSE CSR0070A
           END-EXEC.

           IF WRK-OPEN-REGS-COUNTER    EQUAL ZEROS
              MOVE '  NO OPEN ROWS ON THE QUEUE'
                                       TO WRK-REJRPT-LINE
              PERFORM 2900-PUT-REJRPT-LINE
              GO TO 2000-99-EXIT
           END-IF.

           PERFORM 2040-PUT-GROUP-LINE.

           MOVE WRK-GRAND-COUNTS       TO WRK-GROUP-COUNTS.
           MOVE SPACES                 TO WRK-GROUP-KEY.
           MOVE 'ALL OPEN ROWS'        TO WRK-GROUP-REASON.
           MOVE WRK-OPEN-REGS-COUNTER  TO WRK-GROUP-REGS-COUNTER.

           MOVE SPACES                 TO WRK-REJRPT-LINE.
           PERFORM 2900-PUT-REJRPT-LINE.
           PERFORM 2040-PUT-GROUP-LINE.
      *----------------------------------------------------------------*
       2000-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2010-FETCH-OPEN-ROW             SECTION.
      *----------------------------------------------------------------*
           MOVE 'FETCHING CSR0070A'    TO   WRK-ERROR-MSG.

           EXEC SQL
               FETCH CSR0070A
                   INTO :REJQ-SOURCE-FILE, :REJQ-REASON,
                        :REJQ-PROVIDER, :REJQ-RUN-ID
           END-EXEC.

           IF SQLCODE EQUAL +100
              MOVE 'END'               TO   WRK-CURSOR-EOF
              GO TO 2010-99-EXIT
           END-IF.

           IF SQLCODE NOT EQUAL ZEROS
              PERFORM 9100-FORMAT-SQLCODE
              PERFORM 9999-CALL-ABEND-PGM
           END-IF.

           MOVE REJQ-SOURCE-FILE       TO WRK-ROW-SOURCE.
           MOVE REJQ-REASON            TO WRK-ROW-REASON.
           MOVE REJQ-PROVIDER          TO WRK-ROW-PROVIDER.
      *----------------------------------------------------------------*
       2010-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2020-AGE-ONE-ROW                SECTION.
      *----------------------------------------------------------------*
           IF WRK-ROW-KEY              NOT EQUAL WRK-GROUP-KEY
              PERFORM 2040-PUT-GROUP-LINE
              INITIALIZE WRK-GROUP-COUNTS
              MOVE ZEROS               TO WRK-GROUP-REGS-COUNTER
              MOVE WRK-ROW-KEY         TO WRK-GROUP-KEY
           END-IF.

           ADD 1                       TO WRK-OPEN-REGS-COUNTER
                                          WRK-GROUP-REGS-COUNTER.

           PERFORM 2030-AGE-FROM-RUN-ID.

           IF NOT WRK-DATE-IS-VALID
              MOVE 7                   TO WRK-BUCKET-IDX
              GO TO 2020-40-COUNT-ROW
           END-IF.

           EVALUATE TRUE
              WHEN WRK-AGE-DAYS        NOT GREATER 7
                 MOVE 1                TO WRK-BUCKET-IDX
              WHEN WRK-AGE-DAYS        NOT GREATER 14
                 MOVE 2                TO WRK-BUCKET-IDX
              WHEN WRK-AGE-DAYS        NOT GREATER 30
                 MOVE 3                TO WRK-BUCKET-IDX
              WHEN WRK-AGE-DAYS        NOT GREATER 60
                 MOVE 4                TO WRK-BUCKET-IDX
              WHEN WRK-AGE-DAYS        NOT GREATER 90
                 MOVE 5                TO WRK-BUCKET-IDX
              WHEN OTHER
                 MOVE 6                TO WRK-BUCKET-IDX
           END-EVALUATE.

           IF WRK-AGE-DAYS             GREATER CSRGPARM-REJQ-SLA-DAYS
              ADD 1                    TO WRK-GRP-OVER-SLA
                                          WRK-GRD-OVER-SLA
           END-IF.

           IF WRK-AGE-DAYS             GREATER WRK-GRP-OLDEST
              MOVE WRK-AGE-DAYS        TO WRK-GRP-OLDEST
           END-IF.

           IF WRK-AGE-DAYS             GREATER WRK-GRD-OLDEST
              MOVE WRK-AGE-DAYS        TO WRK-GRD-OLDEST
           END-IF.

       2020-40-COUNT-ROW.
           ADD 1                       TO
                                       WRK-GRP-BUCKET (WRK-BUCKET-IDX)
                                       WRK-GRD-BUCKET (WRK-BUCKET-IDX).

           PERFORM 2010-FETCH-OPEN-ROW.
      *----------------------------------------------------------------*
       2020-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2030-AGE-FROM-RUN-ID            SECTION.
      *----------------------------------------------------------------*
      *    RUN_ID STARTS WITH THE YYYYMMDD OF THE RUN THAT LOADED THE  *
      *    ROW.  A ROW DATED AFTER THE AS-OF DATE IS AGED ZERO.        *
      *----------------------------------------------------------------*
           MOVE SPACES                 TO WRK-EDIT-DATE.
           MOVE REJQ-RUN-ID (7:2)      TO WRK-EDIT-DD.
           MOVE REJQ-RUN-ID (5:2)      TO WRK-EDIT-MM.
           MOVE REJQ-RUN-ID (1:4)      TO WRK-EDIT-YYYY.

           PERFORM 7000-EDIT-DATE.

           IF NOT WRK-DATE-IS-VALID
              MOVE ZEROS               TO WRK-AGE-DAYS
              GO TO 2030-99-EXIT
           END-IF.

           PERFORM 7200-COMPUTE-SERIAL.

           COMPUTE WRK-AGE-DAYS =
                      WRK-ASOF-SERIAL - WRK-CUR-SERIAL.

           IF WRK-AGE-DAYS             LESS ZEROS
              MOVE ZEROS               TO WRK-AGE-DAYS
           END-IF.
      *----------------------------------------------------------------*
       2030-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2040-PUT-GROUP-LINE             SECTION.
      *----------------------------------------------------------------*
           MOVE SPACES                 TO WRK-AGE-LINE.
           MOVE WRK-GROUP-SOURCE       TO WRK-AGL-SOURCE.
           MOVE WRK-GROUP-REASON       TO WRK-AGL-REASON.
           MOVE WRK-GROUP-PROVIDER     TO WRK-AGL-PROVIDER.

           PERFORM 2050-MOVE-ONE-BUCKET
              VARYING WRK-BUCKET-IDX FROM 1 BY 1
              UNTIL WRK-BUCKET-IDX     GREATER 7.

           MOVE WRK-GROUP-REGS-COUNTER TO WRK-AGL-TOTAL.
           MOVE WRK-GRP-OVER-SLA       TO WRK-AGL-OVER-SLA.
           MOVE WRK-GRP-OLDEST         TO WRK-AGL-OLDEST.

           MOVE WRK-AGE-LINE           TO WRK-REJRPT-LINE.
           PERFORM 2900-PUT-REJRPT-LINE.
      *----------------------------------------------------------------*
       2040-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2050-MOVE-ONE-BUCKET            SECTION.
      *----------------------------------------------------------------*
           MOVE WRK-GRP-BUCKET (WRK-BUCKET-IDX)
                                       TO
                                       WRK-AGL-BUCKET (WRK-BUCKET-IDX).
      *----------------------------------------------------------------*
       2050-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2400-ANALYST-PRODUCTIVITY       SECTION.
      *----------------------------------------------------------------*
      *    CONTROL BREAK ON WORKED_BY.  ONLY THE ROWS CLOSED IN THE    *
      *    FOUR WEEKS ARE COUNTED, AND AN ANALYST WITH NONE IS NOT     *
      *    PRINTED.  A ROW CLOSED BEFORE THE R STATUS EXISTED SHOWS    *
      *    AS RELEASED EVEN IF IT WAS FIXED FIRST.                     *
      *----------------------------------------------------------------*
           MOVE SPACES                 TO WRK-REJRPT-LINE.
           PERFORM 2900-PUT-REJRPT-LINE.
           STRING 'ROWS CLOSED PER ANALYST - REP = REPAIRED, ',
                  'REL = RELEASED AS LOADED, DRP = DROPPED'
                                       DELIMITED BY SIZE
                                       INTO WRK-REJRPT-LINE.
           PERFORM 2900-PUT-REJRPT-LINE.

           PERFORM 2410-SET-WEEK-LABEL
              VARYING WRK-WEEK-IDX FROM 1 BY 1
              UNTIL WRK-WEEK-IDX       GREATER 4.

           MOVE WRK-PROD-HEADER1       TO WRK-REJRPT-LINE.
           PERFORM 2900-PUT-REJRPT-LINE.
           MOVE WRK-PROD-HEADER2       TO WRK-REJRPT-LINE.
           PERFORM 2900-PUT-REJRPT-LINE.

           INITIALIZE WRK-ANALYST-COUNTS
                      WRK-ALL-COUNTS.

           MOVE 'OPEN CURSOR CSR0070C' TO WRK-ERROR-MSG.

           MOVE SPACES                 TO WRK-CURSOR-EOF.

           EXEC SQL
               OPEN CSR0070C
           END-EXEC.

           IF SQLCODE NOT EQUAL ZEROS
              PERFORM 9100-FORMAT-SQLCODE
              PERFORM 9999-CALL-ABEND-PGM
           END-IF.

           PERFORM 2420-FETCH-CLOSED-ROW.

           MOVE REJQ-WORKED-BY         TO WRK-ANALYST.

           PERFORM 2430-COUNT-ONE-CLOSED
              UNTIL WRK-CURSOR-EOF     EQUAL 'END'.

           EXEC SQL
               CLOSE CSR0070C
           END-EXEC.

           PERFORM 2440-PUT-ANALYST-LINE.

           IF WRK-INWEEK-REGS-COUNTER  EQUAL ZEROS
              MOVE '  NO ROWS CLOSED IN THE FOUR WEEKS'
                                       TO WRK-REJRPT-LINE
              PERFORM 2900-PUT-REJRPT-LINE
              GO TO 2400-99-EXIT
           END-IF.

           MOVE WRK-ALL-COUNTS         TO WRK-ANALYST-COUNTS.
           MOVE 'ALL'                  TO WRK-ANALYST.

           MOVE SPACES                 TO WRK-REJRPT-LINE.
           PERFORM 2900-PUT-REJRPT-LINE.
           PERFORM 2445-BUILD-PROD-LINE.
           MOVE WRK-PROD-LINE          TO WRK-REJRPT-LINE.
           PERFORM 2900-PUT-REJRPT-LINE.
      *----------------------------------------------------------------*
       2400-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2410-SET-WEEK-LABEL             SECTION.
      *----------------------------------------------------------------*
           MOVE WRK-WEEK-END-DATE (WRK-WEEK-IDX)
                                       TO WRK-WEEK-LABEL-DATE.
           MOVE SPACES                 TO
                                       WRK-PRH-WEEK-TAB (WRK-WEEK-IDX).
           MOVE WRK-WEEK-LABEL         TO
                              WRK-PRH-WEEK-LABEL (WRK-WEEK-IDX).
      *----------------------------------------------------------------*
       2410-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2420-FETCH-CLOSED-ROW           SECTION.
      *----------------------------------------------------------------*
           MOVE 'FETCHING CSR0070C'    TO   WRK-ERROR-MSG.

           EXEC SQL
               FETCH CSR0070C
                   INTO :REJQ-WORKED-BY, :REJQ-WORKED-DT,
                        :REJQ-STATUS
           END-EXEC.

           IF SQLCODE EQUAL +100
              MOVE 'END'               TO   WRK-CURSOR-EOF
           ELSE
              IF SQLCODE NOT EQUAL ZEROS
                 PERFORM 9100-FORMAT-SQLCODE
                 PERFORM 9999-CALL-ABEND-PGM
              END-IF
           END-IF.
      *----------------------------------------------------------------*
       2420-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2430-COUNT-ONE-CLOSED           SECTION.
      *----------------------------------------------------------------*
      *    WEEK 1 IS THE AS-OF DATE AND THE SIX DAYS BEFORE IT.  A     *
      *    WORKED DATE THAT IS NOT A DATE, OR FALLS OUTSIDE THE FOUR   *
      *    WEEKS, IS NOT COUNTED.                                      *
      *----------------------------------------------------------------*
           IF REJQ-WORKED-BY           NOT EQUAL WRK-ANALYST
              PERFORM 2440-PUT-ANALYST-LINE
              INITIALIZE WRK-ANALYST-COUNTS
              MOVE REJQ-WORKED-BY      TO WRK-ANALYST
           END-IF.

           ADD 1                       TO WRK-CLOSED-REGS-COUNTER.

           MOVE REJQ-WORKED-DT         TO WRK-EDIT-DATE.

           PERFORM 7000-EDIT-DATE.

           IF NOT WRK-DATE-IS-VALID
              GO TO 2430-50-NEXT
           END-IF.

           PERFORM 7200-COMPUTE-SERIAL.

           COMPUTE WRK-AGE-DAYS =
                      WRK-ASOF-SERIAL - WRK-CUR-SERIAL.

           IF WRK-AGE-DAYS             LESS ZEROS
              OR WRK-AGE-DAYS          GREATER 27
              GO TO 2430-50-NEXT
           END-IF.

           DIVIDE WRK-AGE-DAYS         BY 7
                  GIVING WRK-WEEK-IDX.
           ADD 1                       TO WRK-WEEK-IDX.

           EVALUATE TRUE
              WHEN REJQ-IS-REPAIRED
                 MOVE 1                TO WRK-STAT-IDX
              WHEN REJQ-IS-RELEASED
                 MOVE 2                TO WRK-STAT-IDX
              WHEN OTHER
                 MOVE 3                TO WRK-STAT-IDX
           END-EVALUATE.

           ADD 1                       TO WRK-INWEEK-REGS-COUNTER.
           ADD 1                       TO
                         WRK-ANL-COUNT (WRK-WEEK-IDX, WRK-STAT-IDX)
                         WRK-ALL-COUNT (WRK-WEEK-IDX, WRK-STAT-IDX).

       2430-50-NEXT.
           PERFORM 2420-FETCH-CLOSED-ROW.
      *----------------------------------------------------------------*
       2430-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2440-PUT-ANALYST-LINE           SECTION.
      *----------------------------------------------------------------*
           PERFORM 2445-BUILD-PROD-LINE.

           IF WRK-LINE-TOTAL (1)       EQUAL ZEROS
              AND WRK-LINE-TOTAL (2)   EQUAL ZEROS
              AND WRK-LINE-TOTAL (3)   EQUAL ZEROS
              GO TO 2440-99-EXIT
           END-IF.

           MOVE WRK-PROD-LINE          TO WRK-REJRPT-LINE.
           PERFORM 2900-PUT-REJRPT-LINE.

           ADD 1                       TO WRK-ANALYST-REGS-COUNTER.
      *----------------------------------------------------------------*
       2440-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2445-BUILD-PROD-LINE            SECTION.
      *----------------------------------------------------------------*
           MOVE SPACES                 TO WRK-PROD-LINE.
           INITIALIZE WRK-LINE-TOTALS.

           PERFORM 2450-MOVE-ONE-COUNT
              VARYING WRK-WEEK-IDX FROM 1 BY 1
              UNTIL WRK-WEEK-IDX       GREATER 4
                AFTER WRK-STAT-IDX FROM 1 BY 1
              UNTIL WRK-STAT-IDX       GREATER 3.

           MOVE WRK-ANALYST            TO WRK-PRL-ANALYST.
           IF WRK-ANALYST              EQUAL SPACES
              MOVE '(NONE)'            TO WRK-PRL-ANALYST
           END-IF.

           MOVE WRK-LINE-TOTAL (1)     TO WRK-PRL-TOTAL (1).
           MOVE WRK-LINE-TOTAL (2)     TO WRK-PRL-TOTAL (2).
           MOVE WRK-LINE-TOTAL (3)     TO WRK-PRL-TOTAL (3).
      *----------------------------------------------------------------*
       2445-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2450-MOVE-ONE-COUNT             SECTION.
      *----------------------------------------------------------------*
           MOVE WRK-ANL-COUNT (WRK-WEEK-IDX, WRK-STAT-IDX)
                         TO
                         WRK-PRL-COUNT (WRK-WEEK-IDX, WRK-STAT-IDX).

           ADD WRK-ANL-COUNT (WRK-WEEK-IDX, WRK-STAT-IDX)
                                       TO
                                       WRK-LINE-TOTAL (WRK-STAT-IDX).
      *----------------------------------------------------------------*
       2450-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2600-LIST-SLA-BREACHES          SECTION.
      *----------------------------------------------------------------*
      *    OLDEST FIRST.  THE LAST COLUMN IS WHO LAST FIXED A FIELD OF *
      *    THE ROW, WHEN SOMEBODY HAS STARTED ON IT.                   *
      *----------------------------------------------------------------*
           MOVE SPACES                 TO WRK-REJRPT-LINE.
           PERFORM 2900-PUT-REJRPT-LINE.
           STRING 'OPEN ROWS PAST THE SLA OF ',WRK-SLA-ED,' DAYS'
                                       DELIMITED BY SIZE
                                       INTO WRK-REJRPT-LINE.
           PERFORM 2900-PUT-REJRPT-LINE.
           MOVE SPACES                 TO WRK-REJRPT-LINE.
           STRING 'REJ SEQ   RUN ID           AGE SOURCE   ',
                  'REASON                    PROV PROGRAM  FIXER'
                                       DELIMITED BY SIZE
                                       INTO WRK-REJRPT-LINE.
           PERFORM 2900-PUT-REJRPT-LINE.

           MOVE 'OPEN CURSOR CSR0070B' TO WRK-ERROR-MSG.

           MOVE SPACES                 TO WRK-CURSOR-EOF.

           EXEC SQL
               OPEN CSR0070B
           END-EXEC.

           IF SQLCODE NOT EQUAL ZEROS
              PERFORM 9100-FORMAT-SQLCODE
              PERFORM 9999-CALL-ABEND-PGM
           END-IF.

           PERFORM 2610-FETCH-SLA-ROW.

           PERFORM 2620-CHECK-ONE-SLA
              UNTIL WRK-CURSOR-EOF     EQUAL 'END'.

           EXEC SQL
               CLOSE CSR0070B
           END-EXEC.

           IF WRK-BREACH-REGS-COUNTER  EQUAL ZEROS
              MOVE '  NONE'            TO WRK-REJRPT-LINE
              PERFORM 2900-PUT-REJRPT-LINE
              GO TO 2600-99-EXIT
           END-IF.

           PERFORM 2690-RAISE-SLA-ALERT.
      *----------------------------------------------------------------*
       2600-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2610-FETCH-SLA-ROW              SECTION.
      *----------------------------------------------------------------*
           MOVE 'FETCHING CSR0070B'    TO   WRK-ERROR-MSG.

           EXEC SQL
               FETCH CSR0070B
                   INTO :REJQ-SEQ, :REJQ-RUN-ID, :REJQ-SOURCE-FILE,
                        :REJQ-REASON, :REJQ-SOURCE-PGM,
                        :REJQ-PROVIDER, :REJQ-WORKED-BY
           END-EXEC.

           IF SQLCODE EQUAL +100
              MOVE 'END'               TO   WRK-CURSOR-EOF
           ELSE
              IF SQLCODE NOT EQUAL ZEROS
                 PERFORM 9100-FORMAT-SQLCODE
                 PERFORM 9999-CALL-ABEND-PGM
              END-IF
           END-IF.
      *----------------------------------------------------------------*
       2610-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2620-CHECK-ONE-SLA              SECTION.
      *----------------------------------------------------------------*
           PERFORM 2030-AGE-FROM-RUN-ID.

           IF NOT WRK-DATE-IS-VALID
              OR WRK-AGE-DAYS          NOT GREATER
                                       CSRGPARM-REJQ-SLA-DAYS
              GO TO 2620-50-NEXT
           END-IF.

           ADD 1                       TO WRK-BREACH-REGS-COUNTER.

           MOVE REJQ-SEQ               TO WRK-REJ-SEQ-ED.
           MOVE WRK-AGE-DAYS           TO WRK-AGE-ED.

           MOVE SPACES                 TO WRK-REJRPT-LINE.
           STRING WRK-REJ-SEQ-ED,' ',REJQ-RUN-ID,' ',WRK-AGE-ED,' ',
                  REJQ-SOURCE-FILE,' ',REJQ-REASON,' ',
                  REJQ-PROVIDER,' ',REJQ-SOURCE-PGM,' ',
                  REJQ-WORKED-BY
                                       DELIMITED BY SIZE
                                       INTO WRK-REJRPT-LINE.
           PERFORM 2900-PUT-REJRPT-LINE.

       2620-50-NEXT.
           PERFORM 2610-FETCH-SLA-ROW.
      *----------------------------------------------------------------*
       2620-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2690-RAISE-SLA-ALERT            SECTION.
      *----------------------------------------------------------------*
      *    ONE ALERT FOR THE WHOLE QUEUE - THE LIST ABOVE SAYS WHICH   *
      *    ROWS.                                                       *
      *----------------------------------------------------------------*
           MOVE WRK-PROGRAM            TO   WRK-ALERT-PROGRAM.
           MOVE 'REJQSLA'              TO   WRK-ALERT-FILE.
           MOVE WRK-BREACH-REGS-COUNTER
                                       TO   WRK-ALERT-COUNT.
           MOVE CSRGPARM-REJQ-SLA-DAYS TO   WRK-ALERT-THRESHOLD.
           MOVE CSRGPARM-BATCH-RUN-ID  TO   WRK-ALERT-BATCH-RUN-ID.
           MOVE WRK-DATE-FORMATTED     TO   WRK-ALERT-DATE.
           MOVE WRK-TIME-FORMATTED     TO   WRK-ALERT-TIME.
           CALL WRK-ALERT-PGM          USING WRK-ALERT-LOG.
      *----------------------------------------------------------------*
       2690-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2900-PUT-REJRPT-LINE            SECTION.
      *----------------------------------------------------------------*
           WRITE FD-REG-REJRPT         FROM WRK-REJRPT-LINE.

           MOVE 'WRITING FILE REJRPT'  TO WRK-ERROR-MSG.
           PERFORM 8100-TEST-FS-REJRPT.

           MOVE SPACES                 TO WRK-REJRPT-LINE.
      *----------------------------------------------------------------*
       2900-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       3000-FINALIZE                   SECTION.
      *----------------------------------------------------------------*
           MOVE SPACES                 TO WRK-REJRPT-LINE.
           PERFORM 2900-PUT-REJRPT-LINE.
           STRING 'OPEN ROWS AGED/PAST THE SLA..........: ',
                  WRK-OPEN-REGS-COUNTER,' ',
                  WRK-BREACH-REGS-COUNTER
                                       DELIMITED BY SIZE
                                       INTO WRK-REJRPT-LINE.
           PERFORM 2900-PUT-REJRPT-LINE.

           STRING 'CLOSED ROWS READ/IN THE FOUR WEEKS...: ',
                  WRK-CLOSED-REGS-COUNTER,' ',
                  WRK-INWEEK-REGS-COUNTER
                                       DELIMITED BY SIZE
                                       INTO WRK-REJRPT-LINE.
           PERFORM 2900-PUT-REJRPT-LINE.

           STRING 'ANALYSTS LISTED......................: ',
                  WRK-ANALYST-REGS-COUNTER
                                       DELIMITED BY SIZE
                                       INTO WRK-REJRPT-LINE.
           PERFORM 2900-PUT-REJRPT-LINE.

           CLOSE REJRPT.

           DISPLAY '***************************'.
           DISPLAY '*  SUCCESSFUL  EXECUTION  *'.
           DISPLAY '***************************'.
           DISPLAY '*MODULE..........:' WRK-PROGRAM '*'.
           DISPLAY '*COMPILED........:'
           DD-COMPILED '/' MM-COMPILED '/' YY-COMPILED '*'.
           DISPLAY '*.................'
           HOUR-COMPILED '.' MINUTE-COMPILED '.'SECOND-COMPILED '*'.
           DISPLAY '*-------------------------*'.
           DISPLAY '*AS-OF DATE......:' WRK-ASOF-DATE '*'.
           DISPLAY '*OPEN ROWS...........:' WRK-OPEN-REGS-COUNTER
           '*'.
           DISPLAY '*PAST THE SLA........:' WRK-BREACH-REGS-COUNTER
           '*'.
           DISPLAY '*CLOSED ROWS READ....:' WRK-CLOSED-REGS-COUNTER
           '*'.
           DISPLAY '*CLOSED IN 4 WEEKS...:' WRK-INWEEK-REGS-COUNTER
           '*'.
           DISPLAY '*ANALYSTS LISTED.....:' WRK-ANALYST-REGS-COUNTER
           '*'.
           DISPLAY '*-------------------------*'.
           DISPLAY '*EXECUTED......:' WRK-DATE-FORMATTED '*'.
           DISPLAY '*.................' WRK-TIME-FORMATTED '*'.
           DISPLAY '***************************'.

           IF WRK-BREACH-REGS-COUNTER  GREATER ZEROS
              MOVE 4                   TO RETURN-CODE
           END-IF.

           STOP RUN.
      *----------------------------------------------------------------*
       3000-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       7000-EDIT-DATE                  SECTION.
      *----------------------------------------------------------------*
      *    WRK-EDIT-DATE (DD-MM-YYYY) INTO WRK-CUR-YYYYMMDD, CHECKING  *
      *    THE DAY AGAINST THE LENGTH OF ITS MONTH.                    *
      *----------------------------------------------------------------*
           MOVE 'N'                    TO WRK-DATE-OK-SW.

           IF WRK-EDIT-DD              NOT NUMERIC
              OR WRK-EDIT-MM           NOT NUMERIC
              OR WRK-EDIT-YYYY         NOT NUMERIC
              GO TO 7000-99-EXIT
           END-IF.

           MOVE WRK-EDIT-DD            TO WRK-CUR-DD.
           MOVE WRK-EDIT-MM            TO WRK-CUR-MM.
           MOVE WRK-EDIT-YYYY          TO WRK-CUR-YYYY.

           IF WRK-CUR-YYYY             LESS 1900
              OR WRK-CUR-MM            LESS 1
              OR WRK-CUR-MM            GREATER 12
              OR WRK-CUR-DD            LESS 1
              GO TO 7000-99-EXIT
           END-IF.

           PERFORM 7100-MONTH-LENGTH.

           IF WRK-CUR-DD               GREATER WRK-CUR-MONTH-DAYS
              GO TO 7000-99-EXIT
           END-IF.

           MOVE 'Y'                    TO WRK-DATE-OK-SW.
      *----------------------------------------------------------------*
       7000-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       7100-MONTH-LENGTH               SECTION.
      *----------------------------------------------------------------*
           MOVE WRK-MONTH-DAYS (WRK-CUR-MM)
                                       TO WRK-CUR-MONTH-DAYS.

           IF WRK-CUR-MM               NOT EQUAL 2
              GO TO 7100-99-EXIT
           END-IF.

           DIVIDE WRK-CUR-YYYY         BY 4
                  GIVING WRK-LEAP-QUOT REMAINDER WRK-LEAP-REM4.
           DIVIDE WRK-CUR-YYYY         BY 100
                  GIVING WRK-LEAP-QUOT REMAINDER WRK-LEAP-REM100.
           DIVIDE WRK-CUR-YYYY         BY 400
                  GIVING WRK-LEAP-QUOT REMAINDER WRK-LEAP-REM400.

           IF WRK-LEAP-REM4            EQUAL ZEROS
              AND (WRK-LEAP-REM100     NOT EQUAL ZEROS
                   OR WRK-LEAP-REM400  EQUAL ZEROS)
              MOVE 29                  TO WRK-CUR-MONTH-DAYS
           END-IF.
      *----------------------------------------------------------------*
       7100-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       7200-COMPUTE-SERIAL             SECTION.
      *----------------------------------------------------------------*
      *    DAYS FROM A FIXED ORIGIN TO WRK-CUR-YYYYMMDD, LEAP DAYS     *
      *    INCLUDED - A FEBRUARY 29 COUNTS ONLY FROM MARCH OF ITS      *
      *    YEAR, SO JANUARY AND FEBRUARY TAKE THE LEAPS OF THE YEARS   *
      *    BEFORE.  TWO SERIALS SUBTRACTED GIVE THE EXACT DAYS.        *
      *----------------------------------------------------------------*
           MOVE WRK-CUR-YYYY           TO WRK-SER-YEAR.
           IF WRK-CUR-MM               LESS 3
              SUBTRACT 1               FROM WRK-SER-YEAR
           END-IF.

           DIVIDE WRK-SER-YEAR         BY 4   GIVING WRK-SER-Q4.
           DIVIDE WRK-SER-YEAR         BY 100 GIVING WRK-SER-Q100.
           DIVIDE WRK-SER-YEAR         BY 400 GIVING WRK-SER-Q400.

           COMPUTE WRK-CUR-SERIAL =
                      WRK-CUR-YYYY * 365
                    + WRK-SER-Q4
                    - WRK-SER-Q100
                    + WRK-SER-Q400
                    + WRK-CUM-DAYS (WRK-CUR-MM)
                    + WRK-CUR-DD.
      *----------------------------------------------------------------*
       7200-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       7300-PREVIOUS-DAY               SECTION.
      *----------------------------------------------------------------*
      *    WRK-CUR-YYYYMMDD ONE DAY BACK.                              *
      *----------------------------------------------------------------*
           IF WRK-CUR-DD               GREATER 1
              SUBTRACT 1               FROM WRK-CUR-DD
              GO TO 7300-99-EXIT
           END-IF.

           IF WRK-CUR-MM               GREATER 1
              SUBTRACT 1               FROM WRK-CUR-MM
           ELSE
              MOVE 12                  TO WRK-CUR-MM
              SUBTRACT 1               FROM WRK-CUR-YYYY
           END-IF.

           PERFORM 7100-MONTH-LENGTH.

           MOVE WRK-CUR-MONTH-DAYS     TO WRK-CUR-DD.
      *----------------------------------------------------------------*
       7300-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       8100-TEST-FS-REJRPT             SECTION.
      *----------------------------------------------------------------*
           IF WRK-FS-REJRPT            NOT EQUAL ZEROS
              MOVE WRK-FS-REJRPT       TO  WRK-ERROR-CODE
              PERFORM 9999-CALL-ABEND-PGM
           END-IF.
      *----------------------------------------------------------------*
       8100-99-EXIT.                   EXIT.
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
       9100-FORMAT-SQLCODE             SECTION.
      *----------------------------------------------------------------*
           MOVE SQLCODE                TO WRK-SQLCODE-SINAL.
           STRING 'SQLCODE..:',WRK-SQLCODE-X
                                       DELIMITED BY SPACE
                                       INTO WRK-ERROR-CODE.
      *----------------------------------------------------------------*
       9100-99-EXIT.                   EXIT.
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
