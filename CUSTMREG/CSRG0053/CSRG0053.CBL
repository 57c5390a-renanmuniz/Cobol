      *================================================================*
      *        I D E N T I F I C A T I O N      D I V I S I O N        *
      *================================================================*
       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     CSRG0053.
       AUTHOR.         RENAN MUNIZ MERLO.
       DATE-WRITTEN.   15/10/2026.
       DATE-COMPILED   WHEN-COMPILED.
       REMARKS.
      *----------------------------------------------------------------*
      *                RENAN MUNIZ MERLO COBOL DEVELOPER               *
      *          https://www.linkedin.com/in/renan-muniz-merlo         *
      *----------------------------------------------------------------*
      *    PROGRAM-ID..: CSRG0053.                                     *
      *    ANALYST.....: RENAN MUNIZ MERLO                             *
      *    PROGRAMMER..: RENAN MUNIZ MERLO                             *
      *    DATE........: 15/10/2026                                    *
      *----------------------------------------------------------------*
      *    PROJECT.....: CUSTOMER REGISTRATION PROJECT - CUSTMREG      *
      *----------------------------------------------------------------*
      *    GOAL........: MONTHLY PROVIDER QUALITY AND SLA SCORECARD,   *
      *                  ONE BLOCK PER PROVIDER_CODE, FOR THE          *
      *                  QUARTERLY PARTNER REVIEWS THE ACCOUNT         *
      *                  MANAGERS USED TO BUILD BY HAND.  FROM THE     *
      *                  CSRG0026 GATELOG (CSRGGLG1): FILES RECEIVED   *
      *                  AND REFUSED AT THE GATE, FILES SKIPPED BY     *
      *                  FSEQREG SEQUENCE GAPS, TRANSACTIONS           *
      *                  SUBMITTED (THE DETAIL COUNT OF EVERY          *
      *                  ACCEPTED FILE) AND THE AVERAGE DELAY IN DAYS  *
      *                  BETWEEN THE HEADER FILE DATE AND THE          *
      *                  PROCESSING DATE.  FROM THE FILEERR1-FILEERR5  *
      *                  REJECT LINES (CSRGERR1, ONE CONCATENATED DD): *
      *                  TRANSACTIONS REJECTED, THE SUSPENSE RECORDS   *
      *                  THAT AGED OUT ('SUSPENSE EXPIRED' ON          *
      *                  FILEERR1) AND THE TOP THREE REJECT REASONS.   *
      *                  ACCEPTED IS SUBMITTED LESS REJECTED.  ONLY    *
      *                  LINES DATED IN THE REPORT MONTH COUNT -       *
      *                  CSRGPARM-REPORT-MONTH (MM-YYYY), BLANK = THE  *
      *                  PREVIOUS CALENDAR MONTH.  READ-ONLY.          *
      *----------------------------------------------------------------*
      *    FILES.......:  DDNAME          LRECL       INCLUDE/BOOK     *
      *                   GATELOG         00100       CSRGGLG1         *
      *                   REJECTS         00072       CSRGERR1         *
      *                   SCORERPT        00080       NONE             *
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

           SELECT GATELOG       ASSIGN TO UTS-S-GATELOG
            ORGANIZATION IS     SEQUENTIAL
            ACCESS MODE  IS     SEQUENTIAL
            FILE STATUS  IS     WRK-FS-GATELOG.

           SELECT REJECTS       ASSIGN TO UTS-S-REJECTS
            ORGANIZATION IS     SEQUENTIAL
            ACCESS MODE  IS     SEQUENTIAL
            FILE STATUS  IS     WRK-FS-REJECTS.

           SELECT SCORERPT      ASSIGN TO UTS-S-SCORERPT
            ORGANIZATION IS     SEQUENTIAL
            ACCESS MODE  IS     SEQUENTIAL
            FILE STATUS  IS     WRK-FS-SCORERPT.

      *================================================================*
      *                  D A T A      D I V I S I O N                  *
      *================================================================*
       DATA DIVISION.
       FILE SECTION.
      *
       FD GATELOG
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS 00 RECORDS.
       01 FD-REG-GATELOG    PIC X(100).

       FD REJECTS
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS 00 RECORDS.
       01 FD-REG-REJECTS    PIC X(72).

       FD SCORERPT
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS 00 RECORDS.
       01 FD-REG-SCORERPT   PIC X(80).

      *-----------------------------------------------------------------*
      *                  WORKING-STORAGE SECTION                        *
      *-----------------------------------------------------------------*
       WORKING-STORAGE SECTION.

       77 WRK-GATELOG-REGS-COUNTER               PIC 9(07) VALUE ZEROS .
       77 WRK-REJECTS-REGS-COUNTER               PIC 9(07) VALUE ZEROS .
       77 WRK-IN-MONTH-COUNTER                   PIC 9(07) VALUE ZEROS .

       77 WRK-GATELOG-EOF                        PIC X(03) VALUE SPACES.
       77 WRK-REJECTS-EOF                        PIC X(03) VALUE SPACES.

      *RUNTIME PARAMETER CARD - SUPPLIES THE REPORT MONTH:
       COPY 'CSRGPARM'.

       01 WRK-GATELOG-REG.
          COPY 'CSRGGLG1'.

       01 WRK-REJECTS-REG.
          COPY 'CSRGERR1'.

      *THE PROVIDER THE CURRENT LINE BELONGS TO:
       01 WRK-CURRENT-PROVIDER                   PIC X(04) VALUE SPACES.

      *DAY SERIALS FOR THE FILE-DATE TO PROCESSING-DATE DELAY, WITH
      *THE SAME APPROXIMATE SERIALS THE OTHER SWEEPS USE:
       01 WRK-SERIAL-DATE.
          03 WRK-SERIAL-DD                       PIC 9(02).
          03 FILLER                              PIC X(01).
          03 WRK-SERIAL-MM                       PIC 9(02).
          03 FILLER                              PIC X(01).
          03 WRK-SERIAL-YYYY                     PIC 9(04).
       01 WRK-FILE-SERIAL                        PIC 9(09) VALUE ZEROS .
       01 WRK-PROC-SERIAL                        PIC 9(09) VALUE ZEROS .
       01 WRK-DELAY-DAYS                         PIC S9(09) VALUE ZEROS.

      *THE REPORT MONTH, AS IT SITS IN A DD-MM-YYYY DATE (POS 4-10):
       01 WRK-REPORT-MONTH.
          03 WRK-REPORT-MONTH-MM                 PIC 9(02) VALUE ZEROS .
          03 FILLER                              PIC X(01) VALUE '-'.
          03 WRK-REPORT-MONTH-YYYY               PIC 9(04) VALUE ZEROS .

      *ONE ROW PER PROVIDER SEEN IN THE MONTH:
       77 WRK-PROV-ENTRIES                       PIC 9(03) VALUE ZEROS .
       77 WRK-PROV-IDX                           PIC 9(03) VALUE ZEROS .
       77 WRK-PROV-MAX                           PIC 9(03) VALUE 200.
       77 WRK-PROV-OVERFLOW-COUNTER              PIC 9(07) VALUE ZEROS .

       01 WRK-PROV-FOUND-SW                      PIC X(01) VALUE 'N'.
          88 WRK-PROV-ENTRY-FOUND                      VALUE 'Y'.

       01 WRK-PROV-TABLE.
          05 WRK-PROV-TAB                        OCCURS 200 TIMES.
             10 WRK-PROV-CODE                    PIC X(04).
             10 WRK-PROV-FILES-ACC               PIC 9(07).
             10 WRK-PROV-FILES-REF               PIC 9(07).
             10 WRK-PROV-GAP-FILES               PIC 9(07).
             10 WRK-PROV-TXN-SUB                 PIC 9(09).
             10 WRK-PROV-TXN-REJ                 PIC 9(09).
             10 WRK-PROV-SUSP-AGED               PIC 9(07).
             10 WRK-PROV-DELAY-DAYS              PIC 9(09).
             10 WRK-PROV-DELAY-FILES             PIC 9(07).

      *ONE ROW PER PROVIDER/REJECT-REASON SEEN IN THE MONTH, WITH A
      *SWITCH SO THE TOP-THREE PICK NEVER RETURNS THE SAME ROW TWICE:
       77 WRK-RSN-ENTRIES                        PIC 9(03) VALUE ZEROS .
       77 WRK-RSN-IDX                            PIC 9(03) VALUE ZEROS .
       77 WRK-RSN-MAX                            PIC 9(03) VALUE 900.
       77 WRK-RSN-OVERFLOW-COUNTER               PIC 9(07) VALUE ZEROS .

       01 WRK-RSN-FOUND-SW                       PIC X(01) VALUE 'N'.
          88 WRK-RSN-ENTRY-FOUND                       VALUE 'Y'.

       01 WRK-RSN-TABLE.
          05 WRK-RSN-TAB                         OCCURS 900 TIMES.
             10 WRK-RSN-PROVIDER                 PIC X(04).
             10 WRK-RSN-REASON                   PIC X(25).
             10 WRK-RSN-COUNT                    PIC 9(07).
             10 WRK-RSN-PRINTED-SW               PIC X(01).
                88 WRK-RSN-WAS-PRINTED                 VALUE 'Y'.

      *TOP-REASON PICK FOR THE PROVIDER BEING PRINTED:
       77 WRK-TOP-MAX                            PIC 9(01) VALUE 3.
       77 WRK-TOP-RANK                           PIC 9(01) VALUE ZEROS .
       77 WRK-TOP-BEST-IDX                       PIC 9(03) VALUE ZEROS .
       77 WRK-TOP-BEST-COUNT                     PIC 9(07) VALUE ZEROS .

      *DATA FOR THE SCORECARD LINES:
       01 WRK-SCORERPT-LINE                      PIC X(80) VALUE SPACES.
       01 WRK-PROV-NAME-ED                       PIC X(09) VALUE SPACES.
       01 WRK-ACCEPTED                           PIC 9(09) VALUE ZEROS .
       01 WRK-FILES-RECEIVED                     PIC 9(07) VALUE ZEROS .
       01 WRK-AVG-DELAY                          PIC 9(05)V9
                                                           VALUE ZEROS.
       01 WRK-AVG-DELAY-ED                       PIC ZZZZ9,9.
       01 WRK-COUNT-ED                           PIC ZZZZZZZZ9.
       01 WRK-COUNT2-ED                          PIC ZZZZZZZZ9.

      *DATA FOR ERROR LOG:
       01 WRK-ERROR-LOG.
          03 WRK-PROGRAM                         PIC X(08) VALUE
                                                          'CSRG0053'  .
          03 WRK-ERROR-MSG                       PIC X(30) VALUE SPACES.
          03 WRK-ERROR-CODE                      PIC X(30) VALUE SPACES.
          03 WRK-ERROR-DATE                      PIC X(10) VALUE SPACES.
          03 WRK-ERROR-TIME                      PIC X(08) VALUE SPACES.

      *ABENDING PROGRAM:
       77 WRK-ABEND-PGM                          PIC X(08) VALUE
                                                          'ABENDPGM'  .

       01 WRK-FILE-STATUS.
          03 WRK-FS-GATELOG                      PIC 9(02) VALUE ZEROS .
          03 WRK-FS-REJECTS                      PIC 9(02) VALUE ZEROS .
          03 WRK-FS-SCORERPT                     PIC 9(02) VALUE ZEROS .

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

           PERFORM 2000-PROCESS.

           PERFORM 3000-FINALIZE.
      *----------------------------------------------------------------*
       0000-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       1000-INITIALIZE                 SECTION.
      *----------------------------------------------------------------*
           PERFORM 9000-GET-DATE-TIME.

           PERFORM 1050-GET-RUN-PARMS.

           OPEN INPUT  GATELOG
                       REJECTS.

           OPEN OUTPUT SCORERPT.

           MOVE 'OPEN FILE GATELOG'    TO WRK-ERROR-MSG.
           PERFORM 8100-TEST-FS-GATELOG.

           MOVE 'OPEN FILE REJECTS'    TO WRK-ERROR-MSG.
           PERFORM 8200-TEST-FS-REJECTS.

           MOVE 'OPEN FILE SCORERPT'   TO WRK-ERROR-MSG.
           PERFORM 8300-TEST-FS-SCORERPT.

           PERFORM 1070-WRITE-REPORT-HEADER.
      *----------------------------------------------------------------*
       1000-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       1050-GET-RUN-PARMS              SECTION.
      *----------------------------------------------------------------*
      *    THE SCORECARD RUNS EARLY IN A MONTH FOR THE ONE JUST        *
      *    CLOSED, SO A BLANK REPORT MONTH MEANS THE PREVIOUS ONE.     *
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

           IF CSRGPARM-REPORT-MONTH    EQUAL SPACES
              IF MM-FORMATTED          EQUAL 1
                 MOVE 12               TO WRK-REPORT-MONTH-MM
                 COMPUTE WRK-REPORT-MONTH-YYYY = YYYY-FORMATTED - 1
              ELSE
                 COMPUTE WRK-REPORT-MONTH-MM   = MM-FORMATTED - 1
                 MOVE YYYY-FORMATTED   TO WRK-REPORT-MONTH-YYYY
              END-IF
              MOVE WRK-REPORT-MONTH    TO CSRGPARM-REPORT-MONTH
           ELSE
              MOVE CSRGPARM-REPORT-MONTH
                                       TO WRK-REPORT-MONTH
           END-IF.
      *----------------------------------------------------------------*
       1050-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       1070-WRITE-REPORT-HEADER        SECTION.
      *----------------------------------------------------------------*
           MOVE SPACES                 TO WRK-SCORERPT-LINE.
           STRING 'CSRG0053 PROVIDER QUALITY AND SLA SCORECARD - RUN ',
                  WRK-DATE-FORMATTED,' ',WRK-TIME-FORMATTED
                                       DELIMITED BY SIZE
                                       INTO WRK-SCORERPT-LINE.
           PERFORM 2910-PUT-SCORERPT-LINE.

           MOVE SPACES                 TO WRK-SCORERPT-LINE.
           STRING 'REPORT MONTH ',CSRGPARM-REPORT-MONTH
                                       DELIMITED BY SIZE
                                       INTO WRK-SCORERPT-LINE.
           PERFORM 2910-PUT-SCORERPT-LINE.
      *----------------------------------------------------------------*
       1070-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2000-PROCESS                    SECTION.
      *----------------------------------------------------------------*
      *    BOTH INPUTS ARE SCANNED IN FULL INTO THE PROVIDER TABLE;    *
      *    THE SCORECARD IS PRINTED ONCE IN 3000-FINALIZE.             *
      *----------------------------------------------------------------*
           PERFORM 2110-READ-GATELOG.
           PERFORM 2120-PROCESS-GATELOG
              UNTIL WRK-GATELOG-EOF    EQUAL 'END'.

           PERFORM 2210-READ-REJECTS.
           PERFORM 2220-PROCESS-REJECTS
              UNTIL WRK-REJECTS-EOF    EQUAL 'END'.
      *----------------------------------------------------------------*
       2000-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2110-READ-GATELOG               SECTION.
      *----------------------------------------------------------------*
           MOVE 'READING FILE GATELOG' TO   WRK-ERROR-MSG.

           READ GATELOG                INTO WRK-GATELOG-REG.

           PERFORM 8100-TEST-FS-GATELOG.

           IF WRK-FS-GATELOG           EQUAL 10
              MOVE 'END'               TO   WRK-GATELOG-EOF
           ELSE
              ADD 1                    TO   WRK-GATELOG-REGS-COUNTER
           END-IF.
      *----------------------------------------------------------------*
       2110-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2120-PROCESS-GATELOG            SECTION.
      *----------------------------------------------------------------*
      *    A REFUSED FILE COUNTS AS RECEIVED AND REFUSED - ITS         *
      *    TRANSACTIONS NEVER REACHED THE CHAIN, SO THEY ARE NOT       *
      *    SUBMITTED.  THE DELAY IS TAKEN OVER ACCEPTED FILES ONLY.    *
      *----------------------------------------------------------------*
           IF CSRGGLG1-PROC-DATE (4:7) NOT EQUAL WRK-REPORT-MONTH
              GO TO 2120-50-NEXT
           END-IF.

           ADD 1                       TO WRK-IN-MONTH-COUNTER.

           MOVE CSRGGLG1-PROVIDER      TO WRK-CURRENT-PROVIDER.
           PERFORM 2500-FIND-PROVIDER.

           IF NOT WRK-PROV-ENTRY-FOUND
              GO TO 2120-50-NEXT
           END-IF.

           ADD CSRGGLG1-GAP-FILES      TO WRK-PROV-GAP-FILES
                                          (WRK-PROV-IDX).

           IF CSRGGLG1-IS-REFUSED
              ADD 1                    TO WRK-PROV-FILES-REF
                                          (WRK-PROV-IDX)
              GO TO 2120-50-NEXT
           END-IF.

           ADD 1                       TO WRK-PROV-FILES-ACC
                                          (WRK-PROV-IDX).
           ADD CSRGGLG1-DETAIL-COUNT   TO WRK-PROV-TXN-SUB
                                          (WRK-PROV-IDX).

           MOVE CSRGGLG1-FILE-DATE     TO WRK-SERIAL-DATE.

           IF WRK-SERIAL-DD            NOT NUMERIC
              OR WRK-SERIAL-MM         NOT NUMERIC
              OR WRK-SERIAL-YYYY       NOT NUMERIC
              GO TO 2120-50-NEXT
           END-IF.

           COMPUTE WRK-FILE-SERIAL =
                      WRK-SERIAL-YYYY * 365
                    + WRK-SERIAL-MM   * 30
                    + WRK-SERIAL-DD.

           MOVE CSRGGLG1-PROC-DATE     TO WRK-SERIAL-DATE.

           COMPUTE WRK-PROC-SERIAL =
                      WRK-SERIAL-YYYY * 365
                    + WRK-SERIAL-MM   * 30
                    + WRK-SERIAL-DD.

           COMPUTE WRK-DELAY-DAYS =
                      WRK-PROC-SERIAL - WRK-FILE-SERIAL.

      *    A FILE DATED AFTER ITS OWN PROCESSING IS A PROVIDER CLOCK
      *    PROBLEM, NOT NEGATIVE LATENESS:
           IF WRK-DELAY-DAYS           LESS ZEROS
              MOVE ZEROS               TO WRK-DELAY-DAYS
           END-IF.

           ADD WRK-DELAY-DAYS          TO WRK-PROV-DELAY-DAYS
                                          (WRK-PROV-IDX).
           ADD 1                       TO WRK-PROV-DELAY-FILES
                                          (WRK-PROV-IDX).

       2120-50-NEXT.
           PERFORM 2110-READ-GATELOG.
      *----------------------------------------------------------------*
       2120-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2210-READ-REJECTS               SECTION.
      *----------------------------------------------------------------*
           MOVE 'READING FILE REJECTS' TO   WRK-ERROR-MSG.

           READ REJECTS                INTO WRK-REJECTS-REG.

           PERFORM 8200-TEST-FS-REJECTS.

           IF WRK-FS-REJECTS           EQUAL 10
              MOVE 'END'               TO   WRK-REJECTS-EOF
           ELSE
              ADD 1                    TO   WRK-REJECTS-REGS-COUNTER
           END-IF.
      *----------------------------------------------------------------*
       2210-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2220-PROCESS-REJECTS            SECTION.
      *----------------------------------------------------------------*
           IF CSRGERR1-DATE (4:7)      NOT EQUAL WRK-REPORT-MONTH
              GO TO 2220-50-NEXT
           END-IF.

           ADD 1                       TO WRK-IN-MONTH-COUNTER.

           MOVE CSRGERR1-PROVIDER-CODE TO WRK-CURRENT-PROVIDER.
           PERFORM 2500-FIND-PROVIDER.

           IF NOT WRK-PROV-ENTRY-FOUND
              GO TO 2220-50-NEXT
           END-IF.

           ADD 1                       TO WRK-PROV-TXN-REJ
                                          (WRK-PROV-IDX).

           IF CSRGERR1-REASON          EQUAL 'SUSPENSE EXPIRED'
              ADD 1                    TO WRK-PROV-SUSP-AGED
                                          (WRK-PROV-IDX)
           END-IF.

           PERFORM 2600-ACCUMULATE-REASON.

       2220-50-NEXT.
           PERFORM 2210-READ-REJECTS.
      *----------------------------------------------------------------*
       2220-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2500-FIND-PROVIDER              SECTION.
      *----------------------------------------------------------------*
      *    LEAVES WRK-PROV-IDX ON THE PROVIDER'S ROW, ADDING THE ROW   *
      *    THE FIRST TIME THE PROVIDER IS SEEN.  A FULL TABLE LEAVES   *
      *    THE SWITCH OFF AND THE LINE IS COUNTED AS NOT SCORED.       *
      *----------------------------------------------------------------*
           MOVE 'N'                    TO   WRK-PROV-FOUND-SW.
           MOVE 1                      TO   WRK-PROV-IDX.

           PERFORM 2510-SEARCH-ONE-PROVIDER
              UNTIL WRK-PROV-IDX       GREATER WRK-PROV-ENTRIES
                 OR WRK-PROV-ENTRY-FOUND.

           IF WRK-PROV-ENTRY-FOUND
              GO TO 2500-99-EXIT
           END-IF.

           IF WRK-PROV-ENTRIES         NOT LESS WRK-PROV-MAX
              ADD 1                    TO   WRK-PROV-OVERFLOW-COUNTER
              GO TO 2500-99-EXIT
           END-IF.

           ADD 1                       TO   WRK-PROV-ENTRIES.
           MOVE WRK-PROV-ENTRIES       TO   WRK-PROV-IDX.
           INITIALIZE WRK-PROV-TAB (WRK-PROV-IDX).
           MOVE WRK-CURRENT-PROVIDER   TO   WRK-PROV-CODE
                                            (WRK-PROV-IDX).
           MOVE 'Y'                    TO   WRK-PROV-FOUND-SW.
      *----------------------------------------------------------------*
       2500-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2510-SEARCH-ONE-PROVIDER        SECTION.
      *----------------------------------------------------------------*
           IF WRK-PROV-CODE (WRK-PROV-IDX)
                                       EQUAL WRK-CURRENT-PROVIDER
              MOVE 'Y'                 TO   WRK-PROV-FOUND-SW
           ELSE
              ADD 1                    TO   WRK-PROV-IDX
           END-IF.
      *----------------------------------------------------------------*
       2510-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2600-ACCUMULATE-REASON          SECTION.
      *----------------------------------------------------------------*
           MOVE 'N'                    TO   WRK-RSN-FOUND-SW.
           MOVE 1                      TO   WRK-RSN-IDX.

           PERFORM 2610-SEARCH-ONE-REASON
              UNTIL WRK-RSN-IDX        GREATER WRK-RSN-ENTRIES
                 OR WRK-RSN-ENTRY-FOUND.

           IF WRK-RSN-ENTRY-FOUND
              ADD 1                    TO   WRK-RSN-COUNT (WRK-RSN-IDX)
           ELSE
              IF WRK-RSN-ENTRIES       LESS WRK-RSN-MAX
                 ADD 1                 TO   WRK-RSN-ENTRIES
                 MOVE WRK-CURRENT-PROVIDER
                                       TO   WRK-RSN-PROVIDER
                                            (WRK-RSN-ENTRIES)
                 MOVE CSRGERR1-REASON  TO   WRK-RSN-REASON
                                            (WRK-RSN-ENTRIES)
                 MOVE 1                TO   WRK-RSN-COUNT
                                            (WRK-RSN-ENTRIES)
                 MOVE 'N'              TO   WRK-RSN-PRINTED-SW
                                            (WRK-RSN-ENTRIES)
              ELSE
                 ADD 1                 TO   WRK-RSN-OVERFLOW-COUNTER
              END-IF
           END-IF.
      *----------------------------------------------------------------*
       2600-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2610-SEARCH-ONE-REASON          SECTION.
      *----------------------------------------------------------------*
           IF WRK-RSN-PROVIDER (WRK-RSN-IDX)
                                       EQUAL WRK-CURRENT-PROVIDER
              AND WRK-RSN-REASON (WRK-RSN-IDX)
                                       EQUAL CSRGERR1-REASON
              MOVE 'Y'                 TO   WRK-RSN-FOUND-SW
           ELSE
              ADD 1                    TO   WRK-RSN-IDX
           END-IF.
      *----------------------------------------------------------------*
       2610-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2800-PRINT-SCORECARD            SECTION.
      *----------------------------------------------------------------*
           MOVE 1                      TO   WRK-PROV-IDX.

           PERFORM 2810-PRINT-ONE-PROVIDER
              UNTIL WRK-PROV-IDX       GREATER WRK-PROV-ENTRIES.
      *----------------------------------------------------------------*
       2800-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2810-PRINT-ONE-PROVIDER         SECTION.
      *----------------------------------------------------------------*
           IF WRK-PROV-CODE (WRK-PROV-IDX) EQUAL SPACES
              MOVE '*UNKNOWN*'         TO WRK-PROV-NAME-ED
           ELSE
              MOVE WRK-PROV-CODE (WRK-PROV-IDX)
                                       TO WRK-PROV-NAME-ED
           END-IF.

           COMPUTE WRK-FILES-RECEIVED =
                      WRK-PROV-FILES-ACC (WRK-PROV-IDX)
                    + WRK-PROV-FILES-REF (WRK-PROV-IDX).

      *    A REJECT CAN BELONG TO A FILE RECEIVED THE MONTH BEFORE
      *    (SUSPENSE), SO ACCEPTED IS FLOORED AT ZERO:
           IF WRK-PROV-TXN-REJ (WRK-PROV-IDX) GREATER
                                       WRK-PROV-TXN-SUB (WRK-PROV-IDX)
              MOVE ZEROS               TO WRK-ACCEPTED
           ELSE
              COMPUTE WRK-ACCEPTED =
                         WRK-PROV-TXN-SUB (WRK-PROV-IDX)
                       - WRK-PROV-TXN-REJ (WRK-PROV-IDX)
           END-IF.

           IF WRK-PROV-DELAY-FILES (WRK-PROV-IDX) GREATER ZEROS
              COMPUTE WRK-AVG-DELAY ROUNDED =
                         WRK-PROV-DELAY-DAYS  (WRK-PROV-IDX)
                       / WRK-PROV-DELAY-FILES (WRK-PROV-IDX)
           ELSE
              MOVE ZEROS               TO WRK-AVG-DELAY
           END-IF.

           MOVE SPACES                 TO WRK-SCORERPT-LINE.
           PERFORM 2910-PUT-SCORERPT-LINE.

           MOVE SPACES                 TO WRK-SCORERPT-LINE.
           STRING 'PROVIDER ',WRK-PROV-NAME-ED
                                       DELIMITED BY SIZE
                                       INTO WRK-SCORERPT-LINE.
           PERFORM 2910-PUT-SCORERPT-LINE.

           MOVE WRK-FILES-RECEIVED     TO WRK-COUNT-ED.
           MOVE WRK-PROV-FILES-REF (WRK-PROV-IDX)
                                       TO WRK-COUNT2-ED.
           MOVE SPACES                 TO WRK-SCORERPT-LINE.
           STRING '  FILES RECEIVED.....:',WRK-COUNT-ED,
                  '  REFUSED AT GATE....:',WRK-COUNT2-ED
                                       DELIMITED BY SIZE
                                       INTO WRK-SCORERPT-LINE.
           PERFORM 2910-PUT-SCORERPT-LINE.

           MOVE WRK-PROV-GAP-FILES (WRK-PROV-IDX)
                                       TO WRK-COUNT-ED.
           MOVE WRK-AVG-DELAY          TO WRK-AVG-DELAY-ED.
           MOVE SPACES                 TO WRK-SCORERPT-LINE.
           STRING '  SEQUENCE GAPS......:',WRK-COUNT-ED,
                  '  AVG DELAY (DAYS)...:  ',WRK-AVG-DELAY-ED
                                       DELIMITED BY SIZE
                                       INTO WRK-SCORERPT-LINE.
           PERFORM 2910-PUT-SCORERPT-LINE.

           MOVE WRK-PROV-TXN-SUB (WRK-PROV-IDX)
                                       TO WRK-COUNT-ED.
           MOVE WRK-ACCEPTED           TO WRK-COUNT2-ED.
           MOVE SPACES                 TO WRK-SCORERPT-LINE.
           STRING '  TXNS SUBMITTED.....:',WRK-COUNT-ED,
                  '  TXNS ACCEPTED......:',WRK-COUNT2-ED
                                       DELIMITED BY SIZE
                                       INTO WRK-SCORERPT-LINE.
           PERFORM 2910-PUT-SCORERPT-LINE.

           MOVE WRK-PROV-TXN-REJ (WRK-PROV-IDX)
                                       TO WRK-COUNT-ED.
           MOVE WRK-PROV-SUSP-AGED (WRK-PROV-IDX)
                                       TO WRK-COUNT2-ED.
           MOVE SPACES                 TO WRK-SCORERPT-LINE.
           STRING '  TXNS REJECTED......:',WRK-COUNT-ED,
                  '  SUSPENSE AGED OUT..:',WRK-COUNT2-ED
                                       DELIMITED BY SIZE
                                       INTO WRK-SCORERPT-LINE.
           PERFORM 2910-PUT-SCORERPT-LINE.

           MOVE SPACES                 TO WRK-SCORERPT-LINE.
           STRING '  TOP REJECT REASONS:'
                                       DELIMITED BY SIZE
                                       INTO WRK-SCORERPT-LINE.
           PERFORM 2910-PUT-SCORERPT-LINE.

           MOVE 1                      TO WRK-TOP-RANK.

           PERFORM 2820-PRINT-TOP-REASON
              UNTIL WRK-TOP-RANK       GREATER WRK-TOP-MAX.

           ADD 1                       TO   WRK-PROV-IDX.
      *----------------------------------------------------------------*
       2810-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2820-PRINT-TOP-REASON           SECTION.
      *----------------------------------------------------------------*
      *    THE HIGHEST-COUNT REASON OF THIS PROVIDER NOT PRINTED YET.  *
      *    FEWER THAN THREE REASONS SIMPLY ENDS THE LIST.              *
      *----------------------------------------------------------------*
           MOVE ZEROS                  TO WRK-TOP-BEST-IDX
                                          WRK-TOP-BEST-COUNT.
           MOVE 1                      TO WRK-RSN-IDX.

           PERFORM 2830-TEST-ONE-REASON
              UNTIL WRK-RSN-IDX        GREATER WRK-RSN-ENTRIES.

           IF WRK-TOP-BEST-IDX         EQUAL ZEROS
              MOVE WRK-TOP-MAX         TO WRK-TOP-RANK
           ELSE
              MOVE 'Y'                 TO WRK-RSN-PRINTED-SW
                                          (WRK-TOP-BEST-IDX)
              MOVE WRK-TOP-BEST-COUNT  TO WRK-COUNT-ED
              MOVE SPACES              TO WRK-SCORERPT-LINE
              STRING '    ',WRK-TOP-RANK,'. ',
                     WRK-RSN-REASON (WRK-TOP-BEST-IDX),
                     WRK-COUNT-ED
                                       DELIMITED BY SIZE
                                       INTO WRK-SCORERPT-LINE
              PERFORM 2910-PUT-SCORERPT-LINE
           END-IF.

           ADD 1                       TO WRK-TOP-RANK.
      *----------------------------------------------------------------*
       2820-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2830-TEST-ONE-REASON            SECTION.
      *----------------------------------------------------------------*
           IF WRK-RSN-PROVIDER (WRK-RSN-IDX)
                                       EQUAL WRK-PROV-CODE
                                             (WRK-PROV-IDX)
              AND NOT WRK-RSN-WAS-PRINTED (WRK-RSN-IDX)
              AND WRK-RSN-COUNT (WRK-RSN-IDX)
                                       GREATER WRK-TOP-BEST-COUNT
              MOVE WRK-RSN-IDX         TO WRK-TOP-BEST-IDX
              MOVE WRK-RSN-COUNT (WRK-RSN-IDX)
                                       TO WRK-TOP-BEST-COUNT
           END-IF.

           ADD 1                       TO WRK-RSN-IDX.
      *----------------------------------------------------------------*
       2830-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2910-PUT-SCORERPT-LINE          SECTION.
      *----------------------------------------------------------------*
           MOVE  WRK-SCORERPT-LINE     TO    FD-REG-SCORERPT.

           WRITE FD-REG-SCORERPT.

           PERFORM 8300-TEST-FS-SCORERPT.
      *----------------------------------------------------------------*
       2910-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       3000-FINALIZE                   SECTION.
      *----------------------------------------------------------------*
           PERFORM 2800-PRINT-SCORECARD.

           IF WRK-PROV-ENTRIES         EQUAL ZEROS
              MOVE SPACES              TO WRK-SCORERPT-LINE
              STRING 'NO GATE OR REJECT ACTIVITY IN THE REPORT MONTH'
                                       DELIMITED BY SIZE
                                       INTO WRK-SCORERPT-LINE
              PERFORM 2910-PUT-SCORERPT-LINE
           END-IF.

           IF WRK-PROV-OVERFLOW-COUNTER GREATER ZEROS
              MOVE SPACES              TO WRK-SCORERPT-LINE
              STRING '** PROVIDER TABLE CAPACITY EXCEEDED - ',
                     WRK-PROV-OVERFLOW-COUNTER,
                     ' LINE(S) NOT SCORED **'
                                       DELIMITED BY SIZE
                                       INTO WRK-SCORERPT-LINE
              PERFORM 2910-PUT-SCORERPT-LINE
           END-IF.

           IF WRK-RSN-OVERFLOW-COUNTER GREATER ZEROS
              MOVE SPACES              TO WRK-SCORERPT-LINE
              STRING '** REASON TABLE CAPACITY EXCEEDED - ',
                     WRK-RSN-OVERFLOW-COUNTER,
                     ' REJECT(S) NOT RANKED **'
                                       DELIMITED BY SIZE
                                       INTO WRK-SCORERPT-LINE
              PERFORM 2910-PUT-SCORERPT-LINE
           END-IF.

           CLOSE GATELOG
                 REJECTS
                 SCORERPT.

           DISPLAY '***************************'.
           DISPLAY '*  SUCCESSFUL  EXECUTION  *'.
           DISPLAY '***************************'.
           DISPLAY '*MODULE..........:' WRK-PROGRAM '*'.
           DISPLAY '*COMPILED........:'
           DD-COMPILED '/' MM-COMPILED '/' YY-COMPILED '*'.
           DISPLAY '*.................'
           HOUR-COMPILED '.' MINUTE-COMPILED '.'SECOND-COMPILED '*'.
           DISPLAY '*-------------------------*'.
           DISPLAY '*REPORT MONTH........:' CSRGPARM-REPORT-MONTH '*'.
           DISPLAY '*GATELOG SCANNED.....:' WRK-GATELOG-REGS-COUNTER
           '*'.
           DISPLAY '*REJECTS SCANNED.....:' WRK-REJECTS-REGS-COUNTER
           '*'.
           DISPLAY '*LINES IN MONTH......:' WRK-IN-MONTH-COUNTER
           '*'.
           DISPLAY '*PROVIDERS SCORED....:' WRK-PROV-ENTRIES '*'.
           DISPLAY '*-------------------------*'.
           DISPLAY '*EXECUTED......:' WRK-DATE-FORMATTED '*'.
           DISPLAY '*.................' WRK-TIME-FORMATTED '*'.
           DISPLAY '***************************'.

           STOP RUN.
      *----------------------------------------------------------------*
       3000-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       8100-TEST-FS-GATELOG            SECTION.
      *----------------------------------------------------------------*
           IF WRK-FS-GATELOG           NOT EQUAL ZEROS AND 10
              MOVE WRK-FS-GATELOG      TO  WRK-ERROR-CODE
              PERFORM 9999-CALL-ABEND-PGM
           END-IF.
      *----------------------------------------------------------------*
       8100-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       8200-TEST-FS-REJECTS            SECTION.
      *----------------------------------------------------------------*
           IF WRK-FS-REJECTS           NOT EQUAL ZEROS AND 10
              MOVE WRK-FS-REJECTS      TO  WRK-ERROR-CODE
              PERFORM 9999-CALL-ABEND-PGM
           END-IF.
      *----------------------------------------------------------------*
       8200-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       8300-TEST-FS-SCORERPT           SECTION.
      *----------------------------------------------------------------*
           IF WRK-FS-SCORERPT          NOT EQUAL ZEROS
              MOVE WRK-FS-SCORERPT     TO  WRK-ERROR-CODE
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
           MOVE WRK-DATE-FORMATTED     TO WRK-ERROR-DATE.
           MOVE WRK-TIME-FORMATTED     TO WRK-ERROR-TIME.
           CALL WRK-ABEND-PGM          USING WRK-ERROR-LOG.
      *----------------------------------------------------------------*
       9999-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
