      *================================================================*
      *        I D E N T I F I C A T I O N      D I V I S I O N        *
      *================================================================*
       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     CSRG0057.
       AUTHOR.         RENAN MUNIZ MERLO.
       DATE-WRITTEN.   15/10/2026.
       DATE-COMPILED   WHEN-COMPILED.
       REMARKS.
      *----------------------------------------------------------------*
      *                RENAN MUNIZ MERLO COBOL DEVELOPER               *
      *          https://www.linkedin.com/in/renan-muniz-merlo         *
      *----------------------------------------------------------------*
      *    PROGRAM-ID..: CSRG0057.                                     *
      *    ANALYST.....: RENAN MUNIZ MERLO                             *
      *    PROGRAMMER..: RENAN MUNIZ MERLO                             *
      *    DATE........: 15/10/2026                                    *
      *----------------------------------------------------------------*
      *    PROJECT.....: CUSTOMER REGISTRATION PROJECT - CUSTMREG      *
      *----------------------------------------------------------------*
      *    GOAL........: BATCH-WINDOW COMPLETION FORECAST.  RUNS IN    *
      *                  CSRGNITE RIGHT AFTER CSRG0001 HAS ROUTED THE  *
      *                  NIGHT: COUNTS TONIGHT'S FILE0003 (INSERTS),   *
      *                  FILE0004 (UPDATES), FILE0005 (DELETES) AND    *
      *                  FILE0007 (REINSTATES), READS THE RETAINED     *
      *                  METRICS HISTORY FOR THE SECONDS-PER-RECORD    *
      *                  RATE OF THE STEP THAT APPLIES EACH FILE       *
      *                  (CSRG0002/0003/0004/0010), AND PROJECTS EACH  *
      *                  STEP'S ELAPSED TIME.  THE STEPS THAT WRITE NO *
      *                  METRICS RECORD ARE COVERED BY A FLAT PARM     *
      *                  ALLOWANCE.  THE PROJECTED CHAIN END IS        *
      *                  COMPARED WITH THE PARM CUTOFF (THE ONLINE     *
      *                  START) AND AN ALERTPGM ALERT IS RAISED WHEN   *
      *                  IT PASSES IT, SO OPERATIONS CAN SPLIT THE RUN *
      *                  OR HOLD A STEP WHILE THERE IS STILL TIME.     *
      *                  REPORT-AND-ALERT ONLY - THE STEP NEVER STOPS  *
      *                  THE CHAIN (RC=0).                             *
      *----------------------------------------------------------------*
      *    FILES.......:  DDNAME          LRECL       INCLUDE/BOOK     *
      *                   FILE0003        00311       CSRGTRLR         *
      *                   FILE0004        00311       NONE             *
      *                   FILE0005        00311       NONE             *
      *                   FILE0007        00311       NONE             *
      *                   METRICS         00079       CSRGMETR         *
      *                   FCSTRPT         00080       NONE             *
      *----------------------------------------------------------------*
      *    MODIFICATION HISTORY.......:                                *
      *    15/10/2026 RMM - PROGRAM CREATED.                           *
      *----------------------------------------------------------------*
      *    TABLE DB2...:  NONE.                                        *
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

           SELECT FILE0003      ASSIGN TO UTS-S-FILE0003
            ORGANIZATION IS     SEQUENTIAL
            ACCESS MODE  IS     SEQUENTIAL
            FILE STATUS  IS     WRK-FS-FILE0003.

           SELECT FILE0004      ASSIGN TO UTS-S-FILE0004
            ORGANIZATION IS     SEQUENTIAL
            ACCESS MODE  IS     SEQUENTIAL
            FILE STATUS  IS     WRK-FS-FILE0004.

           SELECT FILE0005      ASSIGN TO UTS-S-FILE0005
            ORGANIZATION IS     SEQUENTIAL
            ACCESS MODE  IS     SEQUENTIAL
            FILE STATUS  IS     WRK-FS-FILE0005.

           SELECT FILE0007      ASSIGN TO UTS-S-FILE0007
            ORGANIZATION IS     SEQUENTIAL
            ACCESS MODE  IS     SEQUENTIAL
            FILE STATUS  IS     WRK-FS-FILE0007.

           SELECT METRICS       ASSIGN TO UTS-S-METRICS
            ORGANIZATION IS     SEQUENTIAL
            ACCESS MODE  IS     SEQUENTIAL
            FILE STATUS  IS     WRK-FS-METRICS.

           SELECT FCSTRPT       ASSIGN TO UTS-S-FCSTRPT
            ORGANIZATION IS     SEQUENTIAL
            ACCESS MODE  IS     SEQUENTIAL
            FILE STATUS  IS     WRK-FS-FCSTRPT.

      *================================================================*
      *                  D A T A      D I V I S I O N                  *
      *================================================================*
       DATA DIVISION.
       FILE SECTION.
      *
       FD FILE0003
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS 00 RECORDS.
       01 FD-REG-FILE0003   PIC X(311).

       FD FILE0004
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS 00 RECORDS.
       01 FD-REG-FILE0004   PIC X(311).

       FD FILE0005
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS 00 RECORDS.
       01 FD-REG-FILE0005   PIC X(311).

       FD FILE0007
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS 00 RECORDS.
       01 FD-REG-FILE0007   PIC X(311).

       FD METRICS
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS 00 RECORDS.
       01 FD-REG-METRICS    PIC X(79).

       FD FCSTRPT
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS 00 RECORDS.
       01 FD-REG-FCSTRPT    PIC X(80).

      *-----------------------------------------------------------------*
      *                  WORKING-STORAGE SECTION                        *
      *-----------------------------------------------------------------*
       WORKING-STORAGE SECTION.

      *COUNTER OF RECORDS:
       77 WRK-FILE0003-REGS-COUNTER              PIC 9(07) VALUE ZEROS .
       77 WRK-FILE0004-REGS-COUNTER              PIC 9(07) VALUE ZEROS .
       77 WRK-FILE0005-REGS-COUNTER              PIC 9(07) VALUE ZEROS .
       77 WRK-FILE0007-REGS-COUNTER              PIC 9(07) VALUE ZEROS .
       77 WRK-METRICS-REGS-COUNTER               PIC 9(07) VALUE ZEROS .

      *END OF FILE:
       77 WRK-FILE0003-EOF                       PIC X(03) VALUE SPACES.
       77 WRK-FILE0004-EOF                       PIC X(03) VALUE SPACES.
       77 WRK-FILE0005-EOF                       PIC X(03) VALUE SPACES.
       77 WRK-FILE0007-EOF                       PIC X(03) VALUE SPACES.
       77 WRK-METRICS-EOF                        PIC X(03) VALUE SPACES.

      *RUNTIME PARAMETER CARD - RUN ID, CUTOFF AND ALLOWANCE:
       COPY 'CSRGPARM'.

      *FILE0003 RECORD - THE CSRG0001 TRAILER IS NOT A DETAIL RECORD
      *AND IS LEFT OUT OF THE INSERT VOLUME:
       01 WRK-FILE0003-TRAILER.
          COPY 'CSRGTRLR'.

      *METRICS RECORD AS WRITTEN BY METRPGM:
       01 WRK-METRICS-REG.
          COPY 'CSRGMETR'.

      *THE METERED STEPS STILL TO RUN AFTER THIS ONE - THE PROGRAM,
      *THE FILE WHOSE VOLUME DRIVES IT, TONIGHT'S VOLUME AND THE SUM
      *OF ITS PAST RUNS (EVERY RETAINED RUN BUT TONIGHT'S):
       77 WRK-STEP-MAX                           PIC 9(02) VALUE 04.
       77 WRK-STEP-IDX                           PIC 9(02) VALUE ZEROS .

       01 WRK-STEP-FOUND-SW                      PIC X(01) VALUE 'N'.
          88 WRK-STEP-ENTRY-FOUND                      VALUE 'Y'.

       01 WRK-STEP-TABLE.
          05 WRK-STEP-TAB                        OCCURS 4 TIMES.
             10 WRK-STEP-JOBSTEP                 PIC X(07).
             10 WRK-STEP-PROGRAM                 PIC X(08).
             10 WRK-STEP-FILE                    PIC X(08).
             10 WRK-STEP-VOLUME                  PIC 9(07).
             10 WRK-STEP-HIST-SECS               PIC 9(09).
             10 WRK-STEP-HIST-RECS               PIC 9(09).
             10 WRK-STEP-HIST-RUNS               PIC 9(05).
             10 WRK-STEP-RATE                    PIC 9(05)V9(06).
             10 WRK-STEP-PROJ-SECS               PIC 9(07).

      *TIME OF DAY IN SECONDS SINCE MIDNIGHT - THE CHAIN START (FROM
      *THE RUN ID), NOW, THE CUTOFF AND THE PROJECTED END.  A TIME
      *EARLIER IN THE DAY THAN THE CHAIN START BELONGS TO THE NEXT
      *DAY AND CARRIES 86400 MORE:
       77 WRK-DAY-SECS                           PIC 9(07) VALUE 86400.
       77 WRK-START-SECS                         PIC 9(07) VALUE ZEROS .
       77 WRK-NOW-SECS                           PIC 9(07) VALUE ZEROS .
       77 WRK-CUTOFF-SECS                        PIC 9(07) VALUE ZEROS .
       77 WRK-END-SECS                           PIC 9(07) VALUE ZEROS .
       77 WRK-METERED-SECS                       PIC 9(07) VALUE ZEROS .
       77 WRK-ALLOW-SECS                         PIC 9(07) VALUE ZEROS .
       77 WRK-LATE-SECS                          PIC 9(07) VALUE ZEROS .
       77 WRK-END-DAYS                           PIC 9(03) VALUE ZEROS .
       77 WRK-END-REM                            PIC 9(07) VALUE ZEROS .
       77 WRK-END-MIN-REM                        PIC 9(07) VALUE ZEROS .

      *THE RUN ID IS THE CHAIN SUBMISSION TIMESTAMP (YYYYMMDDHHMISS):
       01 WRK-RUNID-VIEW.
          03 WRK-RUNID-DATE                      PIC X(08).
          03 WRK-RUNID-HH                        PIC 9(02).
          03 WRK-RUNID-MI                        PIC 9(02).
          03 WRK-RUNID-SS                        PIC 9(02).
       01 FILLER REDEFINES WRK-RUNID-VIEW.
          03 FILLER                              PIC X(08).
          03 WRK-RUNID-TIME                      PIC X(06).

       01 WRK-END-FORMATTED.
          03 WRK-END-HH                          PIC 9(02) VALUE ZEROS .
          03 FILLER                              PIC X(01) VALUE ':'.
          03 WRK-END-MI                          PIC 9(02) VALUE ZEROS .
          03 FILLER                              PIC X(01) VALUE ':'.
          03 WRK-END-SS                          PIC 9(02) VALUE ZEROS .

      *HHMM VIEWS FOR THE ALERT RECORD COUNT/THRESHOLD FIELDS:
       01 WRK-END-HHMM.
          03 WRK-END-HHMM-HH                     PIC 9(02) VALUE ZEROS .
          03 WRK-END-HHMM-MI                     PIC 9(02) VALUE ZEROS .
       01 WRK-END-HHMM-N REDEFINES WRK-END-HHMM  PIC 9(04).
       01 WRK-CUTOFF-HHMM-N                      PIC 9(04) VALUE ZEROS .

       01 WRK-WINDOW-SW                          PIC X(01) VALUE 'N'.
          88 WRK-WINDOW-IS-BLOWN                       VALUE 'Y'.

      *REPORT EDIT FIELDS:
       77 WRK-RATE-EDIT                          PIC ZZZZ9,999999.
       77 WRK-SECS-EDIT                          PIC Z.ZZZ.ZZ9.
       77 WRK-VOL-EDIT                           PIC Z.ZZZ.ZZ9.
       77 WRK-RUNS-EDIT                          PIC ZZZZ9.

      *OPERATIONAL-ALERT PROGRAM:
       77 WRK-ALERT-PGM                          PIC X(08) VALUE
                                                          'ALERTPGM'  .

       01 WRK-ALERT-LOG.
          COPY 'CSRGALRT'.

      *REPORT LINE WORK:
       01 WRK-FCSTRPT-LINE                       PIC X(80) VALUE SPACES.

      *DATA FOR ERROR LOG:
       01 WRK-ERROR-LOG.
          03 WRK-PROGRAM                         PIC X(08) VALUE
                                                          'CSRG0057'  .
          03 WRK-ERROR-MSG                       PIC X(30) VALUE SPACES.
          03 WRK-ERROR-CODE                      PIC X(30) VALUE SPACES.
          03 WRK-ERROR-DATE                      PIC X(10) VALUE SPACES.
          03 WRK-ERROR-TIME                      PIC X(08) VALUE SPACES.

      *ABENDING PROGRAM:
       77 WRK-ABEND-PGM                          PIC X(08) VALUE
                                                          'ABENDPGM'  .

       01 WRK-FILE-STATUS.
          03 WRK-FS-FILE0003                     PIC 9(02) VALUE ZEROS .
          03 WRK-FS-FILE0004                     PIC 9(02) VALUE ZEROS .
          03 WRK-FS-FILE0005                     PIC 9(02) VALUE ZEROS .
          03 WRK-FS-FILE0007                     PIC 9(02) VALUE ZEROS .
          03 WRK-FS-METRICS                      PIC 9(02) VALUE ZEROS .
          03 WRK-FS-FCSTRPT                      PIC 9(02) VALUE ZEROS .

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
      *================================================================*
       PROCEDURE                       DIVISION.
      *================================================================*
      *----------------------------------------------------------------*
       0000-MAIN-PROCESS               SECTION.
      *----------------------------------------------------------------*
           MOVE WHEN-COMPILED          TO WRK-WHEN-COPILED.

           PERFORM 1000-INITIALIZE.

           PERFORM 2000-COUNT-FILE0003
              UNTIL WRK-FILE0003-EOF   EQUAL 'END'.

           PERFORM 2100-COUNT-FILE0004
              UNTIL WRK-FILE0004-EOF   EQUAL 'END'.

           PERFORM 2200-COUNT-FILE0005
              UNTIL WRK-FILE0005-EOF   EQUAL 'END'.

           PERFORM 2300-COUNT-FILE0007
              UNTIL WRK-FILE0007-EOF   EQUAL 'END'.

           PERFORM 2500-SCAN-METRICS
              UNTIL WRK-METRICS-EOF    EQUAL 'END'.

           PERFORM 2700-PROJECT-STEPS.

           PERFORM 2800-PROJECT-CHAIN-END.

           PERFORM 3000-FINALIZE.
      *----------------------------------------------------------------*
       0000-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       1000-INITIALIZE                 SECTION.
      *----------------------------------------------------------------*
           PERFORM 9000-GET-DATE-TIME.

           PERFORM 1050-GET-RUN-PARMS.

           PERFORM 1060-LOAD-STEP-TABLE.

           INITIALIZE WRK-FILE0003-TRAILER
                      WRK-METRICS-REG.

           OPEN INPUT  FILE0003
                       FILE0004
                       FILE0005
                       FILE0007
                       METRICS
                OUTPUT FCSTRPT.

           MOVE 'OPEN FILE FILE0003'   TO WRK-ERROR-MSG.
           PERFORM 8100-TEST-FS-FILE0003.

           MOVE 'OPEN FILE FILE0004'   TO WRK-ERROR-MSG.
           PERFORM 8200-TEST-FS-FILE0004.

           MOVE 'OPEN FILE FILE0005'   TO WRK-ERROR-MSG.
           PERFORM 8300-TEST-FS-FILE0005.

           MOVE 'OPEN FILE FILE0007'   TO WRK-ERROR-MSG.
           PERFORM 8400-TEST-FS-FILE0007.

           MOVE 'OPEN FILE METRICS'    TO WRK-ERROR-MSG.
           PERFORM 8500-TEST-FS-METRICS.

           MOVE 'OPEN FILE FCSTRPT'    TO WRK-ERROR-MSG.
           PERFORM 8600-TEST-FS-FCSTRPT.

           PERFORM 1070-WRITE-REPORT-HEADER.

           PERFORM 2010-READ-FILE0003.

           PERFORM 2110-READ-FILE0004.

           PERFORM 2210-READ-FILE0005.

           PERFORM 2310-READ-FILE0007.

           PERFORM 2510-READ-METRICS.
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

           IF CSRGPARM-FCST-CUTOFF     NOT NUMERIC
              OR CSRGPARM-FCST-CUTOFF-HH GREATER 23
              OR CSRGPARM-FCST-CUTOFF-MM GREATER 59
              MOVE '0600'              TO CSRGPARM-FCST-CUTOFF
           END-IF.

           IF CSRGPARM-FCST-ALLOW-MIN  NOT NUMERIC
              OR CSRGPARM-FCST-ALLOW-MIN EQUAL ZEROS
              MOVE 20                  TO CSRGPARM-FCST-ALLOW-MIN
           END-IF.
      *----------------------------------------------------------------*
       1050-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       1060-LOAD-STEP-TABLE            SECTION.
      *----------------------------------------------------------------*
      *    THE METERED STEPS OF CSRGNITE STILL AHEAD OF THIS ONE, IN   *
      *    CHAIN ORDER, EACH WITH THE ROUTED FILE THAT DRIVES IT.      *
      *----------------------------------------------------------------*
           INITIALIZE WRK-STEP-TABLE.

           MOVE 'STEP020'              TO WRK-STEP-JOBSTEP (1).
           MOVE 'CSRG0002'             TO WRK-STEP-PROGRAM (1).
           MOVE 'FILE0003'             TO WRK-STEP-FILE    (1).

           MOVE 'STEP030'              TO WRK-STEP-JOBSTEP (2).
           MOVE 'CSRG0003'             TO WRK-STEP-PROGRAM (2).
           MOVE 'FILE0004'             TO WRK-STEP-FILE    (2).

           MOVE 'STEP040'              TO WRK-STEP-JOBSTEP (3).
           MOVE 'CSRG0004'             TO WRK-STEP-PROGRAM (3).
           MOVE 'FILE0005'             TO WRK-STEP-FILE    (3).

           MOVE 'STEP050'              TO WRK-STEP-JOBSTEP (4).
           MOVE 'CSRG0010'             TO WRK-STEP-PROGRAM (4).
           MOVE 'FILE0007'             TO WRK-STEP-FILE    (4).
      *----------------------------------------------------------------*
       1060-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       1070-WRITE-REPORT-HEADER        SECTION.
      *----------------------------------------------------------------*
           MOVE SPACES                 TO WRK-FCSTRPT-LINE.
           STRING ' CSRG0057 - BATCH-WINDOW FORECAST - RUN '
                  CSRGPARM-BATCH-RUN-ID
                  ' - '
                  WRK-DATE-FORMATTED
                  ' '
                  WRK-TIME-FORMATTED
                                       DELIMITED BY SIZE
                                       INTO WRK-FCSTRPT-LINE.
           PERFORM 2910-PUT-FCSTRPT-LINE.

           MOVE SPACES                 TO WRK-FCSTRPT-LINE.
           STRING ' CUTOFF ' CSRGPARM-FCST-CUTOFF-HH ':'
                  CSRGPARM-FCST-CUTOFF-MM
                  ' - ALLOWANCE FOR UNMETERED STEPS '
                  CSRGPARM-FCST-ALLOW-MIN ' MIN'
                                       DELIMITED BY SIZE
                                       INTO WRK-FCSTRPT-LINE.
           PERFORM 2910-PUT-FCSTRPT-LINE.

           MOVE SPACES                 TO WRK-FCSTRPT-LINE.
           PERFORM 2910-PUT-FCSTRPT-LINE.
      *----------------------------------------------------------------*
       1070-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2000-COUNT-FILE0003             SECTION.
      *----------------------------------------------------------------*
           IF CSRGTRLR-TAG             NOT EQUAL 'TRAILER RECORD'
              ADD 1                    TO WRK-STEP-VOLUME (1)
           END-IF.

           PERFORM 2010-READ-FILE0003.
      *----------------------------------------------------------------*
       2000-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2010-READ-FILE0003              SECTION.
      *----------------------------------------------------------------*
           MOVE 'READING FILE0003'     TO   WRK-ERROR-MSG.

           READ FILE0003               INTO WRK-FILE0003-TRAILER.

           PERFORM  8100-TEST-FS-FILE0003.

           IF WRK-FS-FILE0003          EQUAL 10
              MOVE 'END'               TO   WRK-FILE0003-EOF
           ELSE
              ADD 1                    TO   WRK-FILE0003-REGS-COUNTER
           END-IF.
      *----------------------------------------------------------------*
       2010-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2100-COUNT-FILE0004             SECTION.
      *----------------------------------------------------------------*
           ADD 1                       TO WRK-STEP-VOLUME (2).

           PERFORM 2110-READ-FILE0004.
      *----------------------------------------------------------------*
       2100-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2110-READ-FILE0004              SECTION.
      *----------------------------------------------------------------*
           MOVE 'READING FILE0004'     TO   WRK-ERROR-MSG.

           READ FILE0004.

           PERFORM  8200-TEST-FS-FILE0004.

           IF WRK-FS-FILE0004          EQUAL 10
              MOVE 'END'               TO   WRK-FILE0004-EOF
           ELSE
              ADD 1                    TO   WRK-FILE0004-REGS-COUNTER
           END-IF.
      *----------------------------------------------------------------*
       2110-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2200-COUNT-FILE0005             SECTION.
      *----------------------------------------------------------------*
           ADD 1                       TO WRK-STEP-VOLUME (3).

           PERFORM 2210-READ-FILE0005.
      *----------------------------------------------------------------*
       2200-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2210-READ-FILE0005              SECTION.
      *----------------------------------------------------------------*
           MOVE 'READING FILE0005'     TO   WRK-ERROR-MSG.

           READ FILE0005.

           PERFORM  8300-TEST-FS-FILE0005.

           IF WRK-FS-FILE0005          EQUAL 10
              MOVE 'END'               TO   WRK-FILE0005-EOF
           ELSE
              ADD 1                    TO   WRK-FILE0005-REGS-COUNTER
           END-IF.
      *----------------------------------------------------------------*
       2210-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2300-COUNT-FILE0007             SECTION.
      *----------------------------------------------------------------*
           ADD 1                       TO WRK-STEP-VOLUME (4).

           PERFORM 2310-READ-FILE0007.
      *----------------------------------------------------------------*
       2300-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2310-READ-FILE0007              SECTION.
      *----------------------------------------------------------------*
           MOVE 'READING FILE0007'     TO   WRK-ERROR-MSG.

           READ FILE0007.

           PERFORM  8400-TEST-FS-FILE0007.

           IF WRK-FS-FILE0007          EQUAL 10
              MOVE 'END'               TO   WRK-FILE0007-EOF
           ELSE
              ADD 1                    TO   WRK-FILE0007-REGS-COUNTER
           END-IF.
      *----------------------------------------------------------------*
       2310-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2500-SCAN-METRICS               SECTION.
      *----------------------------------------------------------------*
      *    EVERY RETAINED RECORD OF A METERED STEP, EXCEPT TONIGHT'S   *
      *    (A RESTARTED RUN MAY ALREADY HAVE ONE), ADDS TO THAT        *
      *    STEP'S HISTORY - SECONDS AGAINST RECORDS READ.              *
      *----------------------------------------------------------------*
           IF WRK-METR-BATCH-RUN-ID    EQUAL CSRGPARM-BATCH-RUN-ID
              GO TO 2500-50-NEXT
           END-IF.

           PERFORM 2600-FIND-STEP-ENTRY.

           IF WRK-STEP-ENTRY-FOUND
              ADD WRK-METR-ELAPSED-SECS
                                       TO WRK-STEP-HIST-SECS
                                          (WRK-STEP-IDX)
              ADD WRK-METR-RECORDS-IN  TO WRK-STEP-HIST-RECS
                                          (WRK-STEP-IDX)
              ADD 1                    TO WRK-STEP-HIST-RUNS
                                          (WRK-STEP-IDX)
           END-IF.

       2500-50-NEXT.

           PERFORM 2510-READ-METRICS.
      *----------------------------------------------------------------*
       2500-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2510-READ-METRICS               SECTION.
      *----------------------------------------------------------------*
           MOVE 'READING METRICS'      TO   WRK-ERROR-MSG.

           READ METRICS                INTO WRK-METRICS-REG.

           PERFORM  8500-TEST-FS-METRICS.

           IF WRK-FS-METRICS           EQUAL 10
              MOVE 'END'               TO   WRK-METRICS-EOF
           ELSE
              ADD 1                    TO   WRK-METRICS-REGS-COUNTER
           END-IF.
      *----------------------------------------------------------------*
       2510-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2600-FIND-STEP-ENTRY            SECTION.
      *----------------------------------------------------------------*
           MOVE 'N'                    TO WRK-STEP-FOUND-SW.
           MOVE 1                      TO WRK-STEP-IDX.

           PERFORM 2610-SEARCH-ONE-STEP
              UNTIL WRK-STEP-IDX       GREATER WRK-STEP-MAX
                 OR WRK-STEP-ENTRY-FOUND.
      *----------------------------------------------------------------*
       2600-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2610-SEARCH-ONE-STEP            SECTION.
      *----------------------------------------------------------------*
           IF WRK-STEP-PROGRAM (WRK-STEP-IDX)
                                       EQUAL WRK-METR-PROGRAM
              MOVE 'Y'                 TO WRK-STEP-FOUND-SW
           ELSE
              ADD 1                    TO WRK-STEP-IDX
           END-IF.
      *----------------------------------------------------------------*
       2610-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2700-PROJECT-STEPS              SECTION.
      *----------------------------------------------------------------*
           MOVE SPACES                 TO WRK-FCSTRPT-LINE.
           STRING ' STEP    PROGRAM  FILE         VOLUME   SECS/RECORD',
                  '  PROJ-SECS  RUNS'
                                       DELIMITED BY SIZE
                                       INTO WRK-FCSTRPT-LINE.
           PERFORM 2910-PUT-FCSTRPT-LINE.

           MOVE ZEROS                  TO WRK-METERED-SECS.
           MOVE 1                      TO WRK-STEP-IDX.
           PERFORM 2710-PROJECT-ONE-STEP
              UNTIL WRK-STEP-IDX       GREATER WRK-STEP-MAX.
      *----------------------------------------------------------------*
       2700-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2710-PROJECT-ONE-STEP           SECTION.
      *----------------------------------------------------------------*
      *    SECONDS PER RECORD = PAST SECONDS / PAST RECORDS READ.  A   *
      *    STEP WHOSE HISTORY NEVER READ A RECORD IS PROJECTED AT ITS  *
      *    AVERAGE ELAPSED TIME; ONE WITH NO HISTORY AT ALL AT ZERO,   *
      *    FLAGGED ON THE LINE.                                        *
      *----------------------------------------------------------------*
           MOVE ZEROS                  TO WRK-STEP-RATE
                                          (WRK-STEP-IDX)
                                          WRK-STEP-PROJ-SECS
                                          (WRK-STEP-IDX).

           EVALUATE TRUE
              WHEN WRK-STEP-HIST-RECS (WRK-STEP-IDX) GREATER ZEROS
                 COMPUTE WRK-STEP-RATE (WRK-STEP-IDX) ROUNDED =
                         WRK-STEP-HIST-SECS (WRK-STEP-IDX)
                       / WRK-STEP-HIST-RECS (WRK-STEP-IDX)
                 COMPUTE WRK-STEP-PROJ-SECS (WRK-STEP-IDX) ROUNDED =
                         WRK-STEP-RATE (WRK-STEP-IDX)
                       * WRK-STEP-VOLUME (WRK-STEP-IDX)
              WHEN WRK-STEP-HIST-RUNS (WRK-STEP-IDX) GREATER ZEROS
                 COMPUTE WRK-STEP-PROJ-SECS (WRK-STEP-IDX) ROUNDED =
                         WRK-STEP-HIST-SECS (WRK-STEP-IDX)
                       / WRK-STEP-HIST-RUNS (WRK-STEP-IDX)
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

           ADD WRK-STEP-PROJ-SECS (WRK-STEP-IDX)
                                       TO WRK-METERED-SECS.

           MOVE WRK-STEP-VOLUME (WRK-STEP-IDX)
                                       TO WRK-VOL-EDIT.
           MOVE WRK-STEP-RATE (WRK-STEP-IDX)
                                       TO WRK-RATE-EDIT.
           MOVE WRK-STEP-PROJ-SECS (WRK-STEP-IDX)
                                       TO WRK-SECS-EDIT.
           MOVE WRK-STEP-HIST-RUNS (WRK-STEP-IDX)
                                       TO WRK-RUNS-EDIT.

           MOVE SPACES                 TO WRK-FCSTRPT-LINE.
           IF WRK-STEP-HIST-RUNS (WRK-STEP-IDX) EQUAL ZEROS
              STRING ' ' WRK-STEP-JOBSTEP (WRK-STEP-IDX)
                     ' ' WRK-STEP-PROGRAM (WRK-STEP-IDX)
                     ' ' WRK-STEP-FILE (WRK-STEP-IDX)
                     ' ' WRK-VOL-EDIT
                     '   NO METRICS HISTORY - NOT PROJECTED'
                                       DELIMITED BY SIZE
                                       INTO WRK-FCSTRPT-LINE
           ELSE
              STRING ' ' WRK-STEP-JOBSTEP (WRK-STEP-IDX)
                     ' ' WRK-STEP-PROGRAM (WRK-STEP-IDX)
                     ' ' WRK-STEP-FILE (WRK-STEP-IDX)
                     ' ' WRK-VOL-EDIT
                     ' ' WRK-RATE-EDIT
                     ' ' WRK-SECS-EDIT
                     ' ' WRK-RUNS-EDIT
                                       DELIMITED BY SIZE
                                       INTO WRK-FCSTRPT-LINE
           END-IF.
           PERFORM 2910-PUT-FCSTRPT-LINE.

           ADD 1                       TO WRK-STEP-IDX.
      *----------------------------------------------------------------*
       2710-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2800-PROJECT-CHAIN-END          SECTION.
      *----------------------------------------------------------------*
      *    ALL TIMES ARE SECONDS FROM THE MIDNIGHT BEFORE THE CHAIN    *
      *    STARTED.  THE START IS TAKEN FROM THE RUN ID; A HAND-MADE   *
      *    RUN ID WITHOUT A VALID TIME FALLS BACK TO NOW.  NOW AND     *
      *    THE CUTOFF MOVE TO THE NEXT DAY WHEN THEY ARE NOT LATER     *
      *    THAN THE START, SO A 23:00 CHAIN MEETS ITS 06:00 CUTOFF     *
      *    THE FOLLOWING MORNING.                                      *
      *----------------------------------------------------------------*
           COMPUTE WRK-NOW-SECS = HOUR * 3600
                                + MINUTE * 60
                                + SECOND.

           MOVE CSRGPARM-BATCH-RUN-ID  TO WRK-RUNID-VIEW.
           IF WRK-RUNID-TIME           NUMERIC
              AND WRK-RUNID-HH         NOT GREATER 23
              AND WRK-RUNID-MI         NOT GREATER 59
              AND WRK-RUNID-SS         NOT GREATER 59
              COMPUTE WRK-START-SECS = WRK-RUNID-HH * 3600
                                     + WRK-RUNID-MI * 60
                                     + WRK-RUNID-SS
           ELSE
              MOVE WRK-NOW-SECS        TO WRK-START-SECS
           END-IF.

           IF WRK-NOW-SECS             LESS WRK-START-SECS
              ADD WRK-DAY-SECS         TO WRK-NOW-SECS
           END-IF.

           COMPUTE WRK-CUTOFF-SECS = CSRGPARM-FCST-CUTOFF-HH * 3600
                                   + CSRGPARM-FCST-CUTOFF-MM * 60.
           IF WRK-CUTOFF-SECS          NOT GREATER WRK-START-SECS
              ADD WRK-DAY-SECS         TO WRK-CUTOFF-SECS
           END-IF.

           COMPUTE WRK-ALLOW-SECS = CSRGPARM-FCST-ALLOW-MIN * 60.

           COMPUTE WRK-END-SECS = WRK-NOW-SECS
                                + WRK-METERED-SECS
                                + WRK-ALLOW-SECS.

           DIVIDE WRK-END-SECS         BY WRK-DAY-SECS
                                       GIVING WRK-END-DAYS
                                       REMAINDER WRK-END-REM.
           DIVIDE WRK-END-REM          BY 3600
                                       GIVING WRK-END-HH
                                       REMAINDER WRK-END-MIN-REM.
           DIVIDE WRK-END-MIN-REM      BY 60
                                       GIVING WRK-END-MI
                                       REMAINDER WRK-END-SS.

           MOVE WRK-END-HH             TO WRK-END-HHMM-HH.
           MOVE WRK-END-MI             TO WRK-END-HHMM-MI.
           MOVE CSRGPARM-FCST-CUTOFF   TO WRK-CUTOFF-HHMM-N.

           MOVE SPACES                 TO WRK-FCSTRPT-LINE.
           PERFORM 2910-PUT-FCSTRPT-LINE.

           MOVE WRK-METERED-SECS       TO WRK-SECS-EDIT.
           MOVE SPACES                 TO WRK-FCSTRPT-LINE.
           STRING ' METERED STEPS PROJECTED.......: ' WRK-SECS-EDIT
                  ' SECS'
                                       DELIMITED BY SIZE
                                       INTO WRK-FCSTRPT-LINE.
           PERFORM 2910-PUT-FCSTRPT-LINE.

           MOVE WRK-ALLOW-SECS         TO WRK-SECS-EDIT.
           MOVE SPACES                 TO WRK-FCSTRPT-LINE.
           STRING ' UNMETERED STEPS ALLOWANCE.....: ' WRK-SECS-EDIT
                  ' SECS'
                                       DELIMITED BY SIZE
                                       INTO WRK-FCSTRPT-LINE.
           PERFORM 2910-PUT-FCSTRPT-LINE.

           MOVE SPACES                 TO WRK-FCSTRPT-LINE.
           STRING ' PROJECTED CHAIN END...........: '
                  WRK-END-FORMATTED
                  '   CUTOFF ' CSRGPARM-FCST-CUTOFF-HH ':'
                  CSRGPARM-FCST-CUTOFF-MM
                                       DELIMITED BY SIZE
                                       INTO WRK-FCSTRPT-LINE.
           PERFORM 2910-PUT-FCSTRPT-LINE.

           IF WRK-END-SECS             GREATER WRK-CUTOFF-SECS
              MOVE 'Y'                 TO WRK-WINDOW-SW
              COMPUTE WRK-LATE-SECS = WRK-END-SECS - WRK-CUTOFF-SECS
              PERFORM 2900-RAISE-WINDOW-ALERT
           ELSE
              COMPUTE WRK-LATE-SECS = WRK-CUTOFF-SECS - WRK-END-SECS
              MOVE WRK-LATE-SECS       TO WRK-SECS-EDIT
              MOVE SPACES              TO WRK-FCSTRPT-LINE
              STRING ' WITHIN THE WINDOW - MARGIN....: ' WRK-SECS-EDIT
                     ' SECS'
                                       DELIMITED BY SIZE
                                       INTO WRK-FCSTRPT-LINE
              PERFORM 2910-PUT-FCSTRPT-LINE
           END-IF.
      *----------------------------------------------------------------*
       2800-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2900-RAISE-WINDOW-ALERT         SECTION.
      *----------------------------------------------------------------*
      *    THE ALERT CARRIES THE PROJECTED END (HHMM) AS ITS COUNT AND *
      *    THE CUTOFF (HHMM) AS ITS THRESHOLD.                         *
      *----------------------------------------------------------------*
           MOVE WRK-LATE-SECS          TO WRK-SECS-EDIT.
           MOVE SPACES                 TO WRK-FCSTRPT-LINE.
           STRING ' *** PAST THE CUTOFF BY.........: ' WRK-SECS-EDIT
                  ' SECS - SPLIT THE RUN OR HOLD A STEP'
                                       DELIMITED BY SIZE
                                       INTO WRK-FCSTRPT-LINE.
           PERFORM 2910-PUT-FCSTRPT-LINE.

           DISPLAY '*CSRG0057 BATCH WINDOW: PROJECTED END '
                   WRK-END-FORMATTED ' PASSES CUTOFF '
                   CSRGPARM-FCST-CUTOFF-HH ':' CSRGPARM-FCST-CUTOFF-MM.

           MOVE WRK-PROGRAM            TO   WRK-ALERT-PROGRAM.
           MOVE 'FORECAST'             TO   WRK-ALERT-FILE.
           MOVE WRK-END-HHMM-N         TO   WRK-ALERT-COUNT.
           MOVE WRK-CUTOFF-HHMM-N      TO   WRK-ALERT-THRESHOLD.
           MOVE CSRGPARM-BATCH-RUN-ID  TO   WRK-ALERT-BATCH-RUN-ID.
           MOVE WRK-DATE-FORMATTED     TO   WRK-ALERT-DATE.
           MOVE WRK-TIME-FORMATTED     TO   WRK-ALERT-TIME.
           CALL WRK-ALERT-PGM          USING WRK-ALERT-LOG.
      *----------------------------------------------------------------*
       2900-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2910-PUT-FCSTRPT-LINE           SECTION.
      *----------------------------------------------------------------*
           MOVE  WRK-FCSTRPT-LINE      TO    FD-REG-FCSTRPT.

           WRITE FD-REG-FCSTRPT.

           PERFORM 8600-TEST-FS-FCSTRPT.
      *----------------------------------------------------------------*
       2910-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       3000-FINALIZE                   SECTION.
      *----------------------------------------------------------------*
           CLOSE FILE0003
                 FILE0004
                 FILE0005
                 FILE0007
                 METRICS
                 FCSTRPT.

           DISPLAY '***************************'.
           DISPLAY '*  SUCCESSFUL  EXECUTION  *'.
           DISPLAY '***************************'.
           DISPLAY '*MODULE..........:' WRK-PROGRAM '*'.
           DISPLAY '*COMPILED........:'
           DD-COMPILED '/' MM-COMPILED '/' YY-COMPILED '*'.
           DISPLAY '*.................'
           HOUR-COMPILED '.' MINUTE-COMPILED '.'SECOND-COMPILED '*'.
           DISPLAY '*-------------------------*'.
           DISPLAY '*FILE0003 RECORDS.:' WRK-FILE0003-REGS-COUNTER '*'.
           DISPLAY '*FILE0004 RECORDS.:' WRK-FILE0004-REGS-COUNTER '*'.
           DISPLAY '*FILE0005 RECORDS.:' WRK-FILE0005-REGS-COUNTER '*'.
           DISPLAY '*FILE0007 RECORDS.:' WRK-FILE0007-REGS-COUNTER '*'.
           DISPLAY '*METRICS RECORDS..:' WRK-METRICS-REGS-COUNTER '*'.
           DISPLAY '*PROJECTED END....:' WRK-END-FORMATTED '*'.
           IF WRK-WINDOW-IS-BLOWN
              DISPLAY '*WINDOW...........: ALERTED*'
           ELSE
              DISPLAY '*WINDOW...........: OK     *'
           END-IF.
           DISPLAY '*-------------------------*'.
           DISPLAY '*EXECUTED......:' WRK-DATE-FORMATTED '*'.
           DISPLAY '*.................' WRK-TIME-FORMATTED '*'.
           DISPLAY '***************************'.

           STOP RUN.
      *----------------------------------------------------------------*
       3000-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       8100-TEST-FS-FILE0003           SECTION.
      *----------------------------------------------------------------*
           IF WRK-FS-FILE0003          NOT EQUAL ZEROS AND 10
              MOVE WRK-FS-FILE0003     TO  WRK-ERROR-CODE
              PERFORM 9999-CALL-ABEND-PGM
           END-IF.
      *----------------------------------------------------------------*
       8100-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       8200-TEST-FS-FILE0004           SECTION.
      *----------------------------------------------------------------*
           IF WRK-FS-FILE0004          NOT EQUAL ZEROS AND 10
              MOVE WRK-FS-FILE0004     TO  WRK-ERROR-CODE
              PERFORM 9999-CALL-ABEND-PGM
           END-IF.
      *----------------------------------------------------------------*
       8200-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       8300-TEST-FS-FILE0005           SECTION.
      *----------------------------------------------------------------*
           IF WRK-FS-FILE0005          NOT EQUAL ZEROS AND 10
              MOVE WRK-FS-FILE0005     TO  WRK-ERROR-CODE
              PERFORM 9999-CALL-ABEND-PGM
           END-IF.
      *----------------------------------------------------------------*
       8300-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       8400-TEST-FS-FILE0007           SECTION.
      *----------------------------------------------------------------*
           IF WRK-FS-FILE0007          NOT EQUAL ZEROS AND 10
              MOVE WRK-FS-FILE0007     TO  WRK-ERROR-CODE
              PERFORM 9999-CALL-ABEND-PGM
           END-IF.
      *----------------------------------------------------------------*
       8400-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       8500-TEST-FS-METRICS            SECTION.
      *----------------------------------------------------------------*
           IF WRK-FS-METRICS           NOT EQUAL ZEROS AND 10
              MOVE WRK-FS-METRICS      TO  WRK-ERROR-CODE
              PERFORM 9999-CALL-ABEND-PGM
           END-IF.
      *----------------------------------------------------------------*
       8500-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       8600-TEST-FS-FCSTRPT            SECTION.
      *----------------------------------------------------------------*
           IF WRK-FS-FCSTRPT           NOT EQUAL ZEROS
              MOVE WRK-FS-FCSTRPT      TO  WRK-ERROR-CODE
              PERFORM 9999-CALL-ABEND-PGM
           END-IF.
      *----------------------------------------------------------------*
       8600-99-EXIT.                   EXIT.
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
           MOVE WRK-DATE-FORMATTED     TO WRK-ERROR-DATE.
           MOVE WRK-TIME-FORMATTED     TO WRK-ERROR-TIME.
           CALL WRK-ABEND-PGM          USING WRK-ERROR-LOG.
      *----------------------------------------------------------------*
       9999-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
