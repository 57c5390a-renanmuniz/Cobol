      *================================================================*
      *        I D E N T I F I C A T I O N      D I V I S I O N        *
      *================================================================*
       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     CSRG0068.
       AUTHOR.         RENAN MUNIZ MERLO.
       DATE-WRITTEN.   15/10/2026.
       DATE-COMPILED   WHEN-COMPILED.
       REMARKS.
      *----------------------------------------------------------------*
      *                RENAN MUNIZ MERLO COBOL DEVELOPER               *
      *          https://www.linkedin.com/in/renan-muniz-merlo         *
      *----------------------------------------------------------------*
      *    PROGRAM-ID..: CSRG0068.                                     *
      *    ANALYST.....: RENAN MUNIZ MERLO                             *
      *    PROGRAMMER..: RENAN MUNIZ MERLO                             *
      *    DATE........: 15/10/2026                                    *
      *----------------------------------------------------------------*
      *    PROJECT.....: CUSTOMER REGISTRATION PROJECT - CUSTMREG      *
      *----------------------------------------------------------------*
      *    GOAL........: EXPECTED-FILE ARRIVAL WATCHDOG.  CSRG0026     *
      *                  ONLY SEES A SEQUENCE GAP WHEN THE NEXT FILE   *
      *                  ARRIVES; A PROVIDER THAT SENDS NOTHING AT ALL *
      *                  GOES UNNOTICED.  RUN AT THE FILE CUTOFF       *
      *                  (CSRGNITE STEP009), THIS STEP READS THE       *
      *                  PRVSCHED DELIVERY SCHEDULE, WORKS OUT WHICH   *
      *                  PROVIDERS OWE A FILE ON THE CHECK DATE        *
      *                  (WEEKDAY OF THE SCHEDULE, WEEKENDS AND        *
      *                  HOLIDAYS FROM THE CSRGBCAL BUSINESS CALENDAR) *
      *                  AND LOOKS EACH ONE UP ON THE FSEQREG SEQUENCE *
      *                  REGISTRY.  A FILE COUNTS AS RECEIVED WHEN A   *
      *                  REGISTRY ENTRY CARRIES THE CHECK DATE AS ITS  *
      *                  HEADER FILE DATE OR WAS REGISTERED BY A RUN   *
      *                  OF THAT DATE.  EVERY PROVIDER STILL MISSING   *
      *                  RAISES AN ALERTPGM ALERT AND THE STEP ENDS    *
      *                  RC=4 - REPORT-AND-ALERT ONLY, NOTHING IS      *
      *                  STOPPED.  WITH CSRGPARM POS 320 = 'A' (ALERT  *
      *                  ONLY, AS IN CSRGNITE) THE STEP ENDS RC=0      *
      *                  INSTEAD, SO A LATE FILE DOES NOT BYPASS THE   *
      *                  REST OF THE CHAIN - THE ALERTS ARE THE        *
      *                  SIGNAL.                                       *
      *----------------------------------------------------------------*
      *    FILES.......:  DDNAME          LRECL       INCLUDE/BOOK     *
      *                   PRVSCHED        00080       NONE             *
      *                   FSEQREG         00032       NONE             *
      *                   BUSCAL01        00080       (CSRGBCAL)       *
      *                   WDOGRPT         00080       NONE             *
      *----------------------------------------------------------------*
      *    PRVSCHED....: ONE PROVIDER PER CARD, '*' = COMMENT.         *
      *                  POS 01-04  PROVIDER CODE (AS ON FSEQREG)      *
      *                  POS 06-12  DELIVERY DAYS, ONE Y/N PER DAY     *
      *                             MONDAY THRU SUNDAY ('YYYYYNN' =    *
      *                             MONDAY TO FRIDAY)                  *
      *                  POS 14-14  HOLIDAY RULE                       *
      *                             S/BLANK = NOT EXPECTED ON A        *
      *                               HOLIDAY (SKIPPED)                *
      *                             A = EXPECTED ANYWAY                *
      *                  POS 16-17  CALENDAR STATE - THE UF WHOSE      *
      *                             HOLIDAYS ALSO EXCUSE THE PROVIDER  *
      *                             (BLANK = NATIONAL HOLIDAYS ONLY)   *
      *                  POS 19-48  PROVIDER NAME FOR THE REPORT       *
      *                  A BAD OR REPEATED CARD IS DISPLAYED AND       *
      *                  IGNORED.                                      *
      *----------------------------------------------------------------*
      *    ALERT.......: ALERTPGM RECORD PER MISSING FILE - FILE NAME  *
      *                  'LATE' + PROVIDER CODE, COUNT = THE SEQUENCE  *
      *                  NUMBER EXPECTED NEXT, THRESHOLD = THE TIME    *
      *                  OF THE CHECK (HHMM).                          *
      *----------------------------------------------------------------*
      *    MODIFICATION HISTORY.......:                                *
      *    15/10/2026 RMM - PROGRAM CREATED.                           *
      *    15/10/2026 RMM - NOW A CSRGNITE STEP (STEP009) RATHER THAN  *
      *                     A JOB OF ITS OWN; CSRGPARM POS 320 = 'A'   *
      *                     ENDS IT RC=0 WHEN A FILE IS MISSING.       *
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

           SELECT PRVSCHED      ASSIGN TO UTS-S-PRVSCHED
            ORGANIZATION IS     SEQUENTIAL
            ACCESS MODE  IS     SEQUENTIAL
            FILE STATUS  IS     WRK-FS-PRVSCHED.

           SELECT FSEQREG       ASSIGN TO UTS-S-FSEQREG
            ORGANIZATION IS     SEQUENTIAL
            ACCESS MODE  IS     SEQUENTIAL
            FILE STATUS  IS     WRK-FS-FSEQREG.

           SELECT WDOGRPT       ASSIGN TO UTS-S-WDOGRPT
            ORGANIZATION IS     SEQUENTIAL
            ACCESS MODE  IS     SEQUENTIAL
            FILE STATUS  IS     WRK-FS-WDOGRPT.

      *================================================================*
      *                  D A T A      D I V I S I O N                  *
      *================================================================*
       DATA DIVISION.
       FILE SECTION.
      *
       FD PRVSCHED
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS 00 RECORDS.
       01 FD-REG-PRVSCHED   PIC X(80).

       FD FSEQREG
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS 00 RECORDS.
       01 FD-REG-FSEQREG    PIC X(32).

       FD WDOGRPT
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS 00 RECORDS.
       01 FD-REG-WDOGRPT    PIC X(80).

      *-----------------------------------------------------------------*
      *                  WORKING-STORAGE SECTION                        *
      *-----------------------------------------------------------------*
       WORKING-STORAGE SECTION.

      *COUNTER OF RECORDS:
       77 WRK-PRVSCHED-REGS-COUNTER              PIC 9(07) VALUE ZEROS .
       77 WRK-FSEQREG-REGS-COUNTER               PIC 9(07) VALUE ZEROS .
       77 WRK-EXPECTED-COUNTER                   PIC 9(07) VALUE ZEROS .
       77 WRK-RECEIVED-COUNTER                   PIC 9(07) VALUE ZEROS .
       77 WRK-MISSING-COUNTER                    PIC 9(07) VALUE ZEROS .
       77 WRK-NOT-DUE-COUNTER                    PIC 9(07) VALUE ZEROS .

      *END OF FILE:
       77 WRK-PRVSCHED-EOF                       PIC X(03) VALUE SPACES.
       77 WRK-FSEQREG-EOF                        PIC X(03) VALUE SPACES.

      *RUNTIME PARAMETER CARD - RUN ID AND CHECK (AS-OF) DATE:
       COPY 'CSRGPARM'.

      *SET WHEN FSEQREG COULD NOT BE OPENED (FILE STATUS 35) - NO
      *FILE EVER REGISTERED, SO EVERY EXPECTED PROVIDER IS MISSING:
       01 WRK-FSEQREG-PRESENT-SW                 PIC X(01) VALUE 'N'.
          88 WRK-FSEQREG-IS-PRESENT                    VALUE 'Y'.

      *ONE PRVSCHED CARD:
       01 WRK-PRVSCHED-CARD.
          03 WRK-CARD-PROVIDER                   PIC X(04).
          03 FILLER REDEFINES WRK-CARD-PROVIDER.
             05 WRK-CARD-FIRST                   PIC X(01).
                88 WRK-CARD-IS-COMMENT                 VALUE '*'.
             05 FILLER                           PIC X(03).
          03 FILLER                              PIC X(01).
          03 WRK-CARD-DAYS                       PIC X(07).
          03 FILLER                              PIC X(01).
          03 WRK-CARD-HOL-RULE                   PIC X(01).
             88 WRK-CARD-HOL-RULE-IS-KNOWN             VALUE 'S' 'A'
                                                             ' '.
          03 FILLER                              PIC X(01).
          03 WRK-CARD-STATE                      PIC X(02).
          03 FILLER                              PIC X(01).
          03 WRK-CARD-NAME                       PIC X(30).
          03 FILLER                              PIC X(32).

      *FSEQREG RECORD AS WRITTEN BY CSRG0026:
       01 WRK-FSEQREG-REG.
          03 FSEQ-PROVIDER                       PIC X(04).
          03 FSEQ-FILE-SEQ                       PIC 9(04).
          03 FSEQ-FILE-DATE                      PIC X(10).
          03 FSEQ-BATCH-RUN-ID                   PIC X(14).

      *THE SCHEDULED PROVIDERS, WITH WHAT THE REGISTRY SHOWS FOR
      *EACH - THE HIGHEST SEQUENCE EVER REGISTERED AND THE ONE
      *REGISTERED FOR THE CHECK DATE, IF ANY:
       77 WRK-SCHED-MAX                          PIC 9(03) VALUE 200.
       77 WRK-SCHED-ENTRIES                      PIC 9(03) VALUE ZEROS .
       77 WRK-SCHED-IDX                          PIC 9(03) VALUE ZEROS .

       01 WRK-SCHED-TABLE.
          05 WRK-SCHED-ENTRY                     OCCURS 200 TIMES.
             10 WRK-SCHED-PROVIDER               PIC X(04).
             10 WRK-SCHED-DAYS.
                15 WRK-SCHED-DAY                 PIC X(01)
                                                 OCCURS 7 TIMES.
             10 WRK-SCHED-HOL-RULE               PIC X(01).
                88 WRK-SCHED-EXPECTED-ON-HOL           VALUE 'A'.
             10 WRK-SCHED-STATE                  PIC X(02).
             10 WRK-SCHED-NAME                   PIC X(30).
             10 WRK-SCHED-HIGH-SEQ               PIC 9(04).
             10 WRK-SCHED-TODAY-SEQ              PIC 9(04).
             10 WRK-SCHED-RECEIVED-SW            PIC X(01).
                88 WRK-SCHED-IS-RECEIVED               VALUE 'Y'.

      *SWITCH SET BY 7100-FIND-PROVIDER:
       01 WRK-SCHED-FOUND-SW                     PIC X(01) VALUE 'N'.
          88 WRK-SCHED-WAS-FOUND                       VALUE 'Y'.
       01 WRK-FIND-PROVIDER                      PIC X(04) VALUE SPACES.

      *THE CHECK DATE, AS DD-MM-YYYY AND AS THE YYYYMMDD THAT LEADS
      *A BATCH RUN ID:
       01 WRK-CHECK-DATE                         PIC X(10) VALUE SPACES.
       01 FILLER REDEFINES WRK-CHECK-DATE.
          03 WRK-CHECK-DD                        PIC X(02).
          03 FILLER                              PIC X(01).
          03 WRK-CHECK-MM                        PIC X(02).
          03 FILLER                              PIC X(01).
          03 WRK-CHECK-YYYY                      PIC X(04).
       01 WRK-CHECK-YYYYMMDD.
          03 WRK-CHECK-YMD-YYYY                  PIC X(04).
          03 WRK-CHECK-YMD-MM                    PIC X(02).
          03 WRK-CHECK-YMD-DD                    PIC X(02).

      *WEEKDAY OF THE CHECK DATE (1 = MONDAY ... 7 = SUNDAY):
       77 WRK-CHECK-WEEKDAY                      PIC 9(01) VALUE ZEROS .
       01 WRK-WEEKDAY-NAMES.
          03 FILLER                              PIC X(09) VALUE
                                                          'MONDAY'    .
          03 FILLER                              PIC X(09) VALUE
                                                          'TUESDAY'   .
          03 FILLER                              PIC X(09) VALUE
                                                          'WEDNESDAY' .
          03 FILLER                              PIC X(09) VALUE
                                                          'THURSDAY'  .
          03 FILLER                              PIC X(09) VALUE
                                                          'FRIDAY'    .
          03 FILLER                              PIC X(09) VALUE
                                                          'SATURDAY'  .
          03 FILLER                              PIC X(09) VALUE
                                                          'SUNDAY'    .
       01 FILLER REDEFINES WRK-WEEKDAY-NAMES.
          03 WRK-WEEKDAY-NAME                    PIC X(09)
                                                 OCCURS 7 TIMES.

      *WHY A SCHEDULED PROVIDER OWES NO FILE ON THE CHECK DATE:
       01 WRK-NOT-DUE-REASON                     PIC X(30) VALUE SPACES.

      *BUSINESS-CALENDAR MODULE:
       77 WRK-BCAL-PGM                           PIC X(08) VALUE
                                                          'CSRGBCAL'  .
       01 WRK-BCAL-PARM.
          COPY 'CSRGBCL1'.

      *TIME OF THE CHECK, HHMM, FOR THE ALERT THRESHOLD FIELD:
       01 WRK-RUN-HHMM.
          03 WRK-RUN-HHMM-HH                     PIC 9(02) VALUE ZEROS .
          03 WRK-RUN-HHMM-MI                     PIC 9(02) VALUE ZEROS .
       01 WRK-RUN-HHMM-N REDEFINES WRK-RUN-HHMM  PIC 9(04).

       77 WRK-NEXT-SEQ                           PIC 9(04) VALUE ZEROS .

      *OPERATIONAL-ALERT PROGRAM:
       77 WRK-ALERT-PGM                          PIC X(08) VALUE
                                                          'ALERTPGM'  .

       01 WRK-ALERT-LOG.
          COPY 'CSRGALRT'.

      *REPORT LINE WORK:
       01 WRK-WDOGRPT-LINE                       PIC X(80) VALUE SPACES.

      *DATA FOR ERROR LOG:
       01 WRK-ERROR-LOG.
          03 WRK-PROGRAM                         PIC X(08) VALUE
                                                          'CSRG0068'  .
          03 WRK-ERROR-MSG                       PIC X(30) VALUE SPACES.
          03 WRK-ERROR-CODE                      PIC X(30) VALUE SPACES.
          03 WRK-ERROR-DATE                      PIC X(10) VALUE SPACES.
          03 WRK-ERROR-TIME                      PIC X(08) VALUE SPACES.

      *ABENDING PROGRAM:
       77 WRK-ABEND-PGM                          PIC X(08) VALUE
                                                          'ABENDPGM'  .

       01 WRK-FILE-STATUS.
          03 WRK-FS-PRVSCHED                     PIC 9(02) VALUE ZEROS .
          03 WRK-FS-FSEQREG                      PIC 9(02) VALUE ZEROS .
          03 WRK-FS-WDOGRPT                      PIC 9(02) VALUE ZEROS .

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

           PERFORM 1200-LOAD-ONE-CARD
              UNTIL WRK-PRVSCHED-EOF   EQUAL 'END'.

           IF WRK-FSEQREG-IS-PRESENT
              PERFORM 1300-SCAN-ONE-SEQ
                 UNTIL WRK-FSEQREG-EOF EQUAL 'END'
           END-IF.

           MOVE 1                      TO WRK-SCHED-IDX.

           PERFORM 2000-CHECK-ONE-PROVIDER
              UNTIL WRK-SCHED-IDX      GREATER WRK-SCHED-ENTRIES.

           PERFORM 3000-FINALIZE.
      *----------------------------------------------------------------*
       0000-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       1000-INITIALIZE                 SECTION.
      *----------------------------------------------------------------*
           PERFORM 9000-GET-DATE-TIME.

           PERFORM 1050-GET-RUN-PARMS.

           INITIALIZE WRK-SCHED-TABLE
                      WRK-BCAL-PARM.

           PERFORM 1060-EDIT-CHECK-DATE.

           OPEN INPUT  PRVSCHED
                OUTPUT WDOGRPT.

           MOVE 'OPEN FILE PRVSCHED'   TO WRK-ERROR-MSG.
           PERFORM 8100-TEST-FS-PRVSCHED.

           MOVE 'OPEN FILE WDOGRPT'    TO WRK-ERROR-MSG.
           PERFORM 8300-TEST-FS-WDOGRPT.

           PERFORM 1100-OPEN-REGISTRY.

           PERFORM 1070-WRITE-REPORT-HEADER.

           PERFORM 1210-READ-PRVSCHED.

           IF WRK-FSEQREG-IS-PRESENT
              PERFORM 1310-READ-FSEQREG
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

           IF CSRGPARM-ASOF-DATE       EQUAL SPACES
              MOVE WRK-DATE-FORMATTED  TO CSRGPARM-ASOF-DATE
           END-IF.
      *----------------------------------------------------------------*
       1050-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       1060-EDIT-CHECK-DATE            SECTION.
      *----------------------------------------------------------------*
      *    THE CALENDAR BOTH VALIDATES THE CHECK DATE AND GIVES ITS    *
      *    WEEKDAY; THE NATIONAL ANSWER IS PRINTED ON THE HEADER.      *
      *----------------------------------------------------------------*
           MOVE CSRGPARM-ASOF-DATE     TO WRK-CHECK-DATE.

           MOVE WRK-CHECK-DATE         TO CSRGBCL1-DATE.
           MOVE SPACES                 TO CSRGBCL1-STATE.

           CALL WRK-BCAL-PGM           USING WRK-BCAL-PARM.

           IF CSRGBCL1-IS-BAD-DATE
              MOVE 'INVALID AS-OF DATE' TO WRK-ERROR-MSG
              MOVE WRK-CHECK-DATE      TO WRK-ERROR-CODE
              PERFORM 9999-CALL-ABEND-PGM
           END-IF.

           MOVE CSRGBCL1-WEEKDAY       TO WRK-CHECK-WEEKDAY.

           MOVE WRK-CHECK-YYYY         TO WRK-CHECK-YMD-YYYY.
           MOVE WRK-CHECK-MM           TO WRK-CHECK-YMD-MM.
           MOVE WRK-CHECK-DD           TO WRK-CHECK-YMD-DD.

           MOVE HOUR-FORMATTED         TO WRK-RUN-HHMM-HH.
           MOVE MINUTE-FORMATTED       TO WRK-RUN-HHMM-MI.
      *----------------------------------------------------------------*
       1060-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       1070-WRITE-REPORT-HEADER        SECTION.
      *----------------------------------------------------------------*
           MOVE SPACES                 TO WRK-WDOGRPT-LINE.
           STRING ' CSRG0068 - FILE-ARRIVAL WATCHDOG - RUN '
                  CSRGPARM-BATCH-RUN-ID
                  ' - '
                  WRK-DATE-FORMATTED
                  ' '
                  WRK-TIME-FORMATTED
                                       DELIMITED BY SIZE
                                       INTO WRK-WDOGRPT-LINE.
           PERFORM 2910-PUT-WDOGRPT-LINE.

           MOVE SPACES                 TO WRK-WDOGRPT-LINE.
           IF CSRGBCL1-IS-BUSINESS-DAY
              STRING ' CHECK DATE ' WRK-CHECK-DATE ' '
                     WRK-WEEKDAY-NAME (WRK-CHECK-WEEKDAY)
                     ' - BUSINESS DAY'
                                       DELIMITED BY SIZE
                                       INTO WRK-WDOGRPT-LINE
           ELSE
              STRING ' CHECK DATE ' WRK-CHECK-DATE ' '
                     WRK-WEEKDAY-NAME (WRK-CHECK-WEEKDAY)
                     ' - NOT A BUSINESS DAY: ' CSRGBCL1-REASON
                                       DELIMITED BY SIZE
                                       INTO WRK-WDOGRPT-LINE
           END-IF.
           PERFORM 2910-PUT-WDOGRPT-LINE.

           IF CSRGBCL1-CALENDAR-MISSING
              MOVE SPACES              TO WRK-WDOGRPT-LINE
              MOVE ' BUSCAL01 CALENDAR MISSING - WEEKENDS ONLY KNOWN'
                                       TO WRK-WDOGRPT-LINE
              PERFORM 2910-PUT-WDOGRPT-LINE
           END-IF.

           IF NOT WRK-FSEQREG-IS-PRESENT
              MOVE SPACES              TO WRK-WDOGRPT-LINE
              MOVE ' NO SEQUENCE REGISTRY YET - NOTHING REGISTERED'
                                       TO WRK-WDOGRPT-LINE
              PERFORM 2910-PUT-WDOGRPT-LINE
           END-IF.

           MOVE SPACES                 TO WRK-WDOGRPT-LINE.
           PERFORM 2910-PUT-WDOGRPT-LINE.
      *----------------------------------------------------------------*
       1070-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       1100-OPEN-REGISTRY              SECTION.
      *----------------------------------------------------------------*
      *    A MISSING REGISTRY (FILE STATUS 35) IS NOT AN ERROR - THE   *
      *    SAME RULE CSRG0026 APPLIES - BUT NOTHING CAN HAVE ARRIVED.  *
      *----------------------------------------------------------------*
           OPEN INPUT FSEQREG.

           IF WRK-FS-FSEQREG           EQUAL ZEROS
              MOVE 'Y'                 TO WRK-FSEQREG-PRESENT-SW
           ELSE
              IF WRK-FS-FSEQREG        EQUAL 35
                 DISPLAY '*NO SEQUENCE REGISTRY YET - NOTHING '
                         'REGISTERED*'
              ELSE
                 MOVE 'OPEN FILE FSEQREG'
                                       TO WRK-ERROR-MSG
                 MOVE WRK-FS-FSEQREG   TO WRK-ERROR-CODE
                 PERFORM 9999-CALL-ABEND-PGM
              END-IF
           END-IF.
      *----------------------------------------------------------------*
       1100-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       1200-LOAD-ONE-CARD              SECTION.
      *----------------------------------------------------------------*
           IF WRK-CARD-IS-COMMENT
              OR WRK-PRVSCHED-CARD     EQUAL SPACES
              GO TO 1200-50-NEXT
           END-IF.

           INSPECT WRK-CARD-DAYS       CONVERTING 'yn' TO 'YN'.

           IF WRK-CARD-PROVIDER        EQUAL SPACES
              OR WRK-CARD-DAYS         EQUAL SPACES
              OR NOT WRK-CARD-HOL-RULE-IS-KNOWN
              DISPLAY '*CSRG0068: BAD PRVSCHED CARD IGNORED: '
                      WRK-PRVSCHED-CARD (1:17) '*'
              GO TO 1200-50-NEXT
           END-IF.

           MOVE WRK-CARD-PROVIDER      TO WRK-FIND-PROVIDER.
           PERFORM 7100-FIND-PROVIDER.

           IF WRK-SCHED-WAS-FOUND
              DISPLAY '*CSRG0068: REPEATED PRVSCHED CARD IGNORED: '
                      WRK-PRVSCHED-CARD (1:17) '*'
              GO TO 1200-50-NEXT
           END-IF.

           IF WRK-SCHED-ENTRIES        NOT LESS WRK-SCHED-MAX
              MOVE 'SCHEDULE TABLE OVERFLOW'
                                       TO WRK-ERROR-MSG
              MOVE 'RAISE WRK-SCHED-MAX'
                                       TO WRK-ERROR-CODE
              PERFORM 9999-CALL-ABEND-PGM
           END-IF.

           ADD 1                       TO WRK-SCHED-ENTRIES.
           MOVE WRK-CARD-PROVIDER      TO WRK-SCHED-PROVIDER
                                          (WRK-SCHED-ENTRIES).
           MOVE WRK-CARD-DAYS          TO WRK-SCHED-DAYS
                                          (WRK-SCHED-ENTRIES).
           MOVE WRK-CARD-HOL-RULE      TO WRK-SCHED-HOL-RULE
                                          (WRK-SCHED-ENTRIES).
           MOVE WRK-CARD-STATE         TO WRK-SCHED-STATE
                                          (WRK-SCHED-ENTRIES).
           MOVE WRK-CARD-NAME          TO WRK-SCHED-NAME
                                          (WRK-SCHED-ENTRIES).
           MOVE ZEROS                  TO WRK-SCHED-HIGH-SEQ
                                          (WRK-SCHED-ENTRIES)
                                          WRK-SCHED-TODAY-SEQ
                                          (WRK-SCHED-ENTRIES).
           MOVE 'N'                    TO WRK-SCHED-RECEIVED-SW
                                          (WRK-SCHED-ENTRIES).

       1200-50-NEXT.
           PERFORM 1210-READ-PRVSCHED.
      *----------------------------------------------------------------*
       1200-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       1210-READ-PRVSCHED              SECTION.
      *----------------------------------------------------------------*
           MOVE 'READING PRVSCHED'     TO   WRK-ERROR-MSG.

           READ PRVSCHED               INTO WRK-PRVSCHED-CARD.

           PERFORM 8100-TEST-FS-PRVSCHED.

           IF WRK-FS-PRVSCHED          EQUAL 10
              MOVE 'END'               TO   WRK-PRVSCHED-EOF
           ELSE
              ADD 1                    TO   WRK-PRVSCHED-REGS-COUNTER
           END-IF.
      *----------------------------------------------------------------*
       1210-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       1300-SCAN-ONE-SEQ               SECTION.
      *----------------------------------------------------------------*
      *    ONE REGISTRY ENTRY: KEEPS THE PROVIDER'S HIGHEST SEQUENCE   *
      *    AND NOTES A FILE REGISTERED FOR THE CHECK DATE.  ENTRIES    *
      *    OF UNSCHEDULED PROVIDERS ARE PASSED OVER.                   *
      *----------------------------------------------------------------*
           MOVE FSEQ-PROVIDER          TO WRK-FIND-PROVIDER.
           PERFORM 7100-FIND-PROVIDER.

           IF NOT WRK-SCHED-WAS-FOUND
              GO TO 1300-50-NEXT
           END-IF.

           IF FSEQ-FILE-SEQ            GREATER WRK-SCHED-HIGH-SEQ
                                               (WRK-SCHED-IDX)
              MOVE FSEQ-FILE-SEQ       TO WRK-SCHED-HIGH-SEQ
                                          (WRK-SCHED-IDX)
           END-IF.

           IF FSEQ-FILE-DATE           EQUAL WRK-CHECK-DATE
              OR FSEQ-BATCH-RUN-ID (1:8)
                                       EQUAL WRK-CHECK-YYYYMMDD
              MOVE 'Y'                 TO WRK-SCHED-RECEIVED-SW
                                          (WRK-SCHED-IDX)
              MOVE FSEQ-FILE-SEQ       TO WRK-SCHED-TODAY-SEQ
                                          (WRK-SCHED-IDX)
           END-IF.

       1300-50-NEXT.
           PERFORM 1310-READ-FSEQREG.
      *----------------------------------------------------------------*
       1300-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       1310-READ-FSEQREG               SECTION.
      *----------------------------------------------------------------*
           MOVE 'READING FSEQREG'      TO   WRK-ERROR-MSG.

           READ FSEQREG                INTO WRK-FSEQREG-REG.

           PERFORM 8200-TEST-FS-FSEQREG.

           IF WRK-FS-FSEQREG           EQUAL 10
              MOVE 'END'               TO   WRK-FSEQREG-EOF
           ELSE
              ADD 1                    TO   WRK-FSEQREG-REGS-COUNTER
           END-IF.
      *----------------------------------------------------------------*
       1310-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2000-CHECK-ONE-PROVIDER         SECTION.
      *----------------------------------------------------------------*
      *    A PROVIDER OWES A FILE WHEN THE CHECK DATE'S WEEKDAY IS ONE *
      *    OF ITS DELIVERY DAYS AND THE DATE IS NOT A HOLIDAY (OF THE  *
      *    NATION OR OF ITS CALENDAR STATE) - UNLESS ITS HOLIDAY RULE  *
      *    SAYS IT DELIVERS ON HOLIDAYS TOO.                           *
      *----------------------------------------------------------------*
           MOVE SPACES                 TO WRK-NOT-DUE-REASON.

           IF WRK-SCHED-DAY (WRK-SCHED-IDX WRK-CHECK-WEEKDAY)
                                       NOT EQUAL 'Y'
              STRING 'NO DELIVERY ON '
                     WRK-WEEKDAY-NAME (WRK-CHECK-WEEKDAY)
                                       DELIMITED BY SIZE
                                       INTO WRK-NOT-DUE-REASON
              GO TO 2000-40-NOT-DUE
           END-IF.

           IF NOT WRK-SCHED-EXPECTED-ON-HOL (WRK-SCHED-IDX)
              MOVE WRK-CHECK-DATE      TO CSRGBCL1-DATE
              MOVE WRK-SCHED-STATE (WRK-SCHED-IDX)
                                       TO CSRGBCL1-STATE
              CALL WRK-BCAL-PGM        USING WRK-BCAL-PARM
              IF CSRGBCL1-IS-NON-BUSINESS-DAY
                 AND CSRGBCL1-WEEKDAY  LESS 6
                 MOVE CSRGBCL1-REASON  TO WRK-NOT-DUE-REASON
                 GO TO 2000-40-NOT-DUE
              END-IF
           END-IF.

           ADD 1                       TO WRK-EXPECTED-COUNTER.

           IF WRK-SCHED-IS-RECEIVED (WRK-SCHED-IDX)
              ADD 1                    TO WRK-RECEIVED-COUNTER
              MOVE SPACES              TO WRK-WDOGRPT-LINE
              STRING ' ' WRK-SCHED-PROVIDER (WRK-SCHED-IDX)
                     '  RECEIVED      SEQ '
                     WRK-SCHED-TODAY-SEQ (WRK-SCHED-IDX)
                     '  ' WRK-SCHED-NAME (WRK-SCHED-IDX)
                                       DELIMITED BY SIZE
                                       INTO WRK-WDOGRPT-LINE
              PERFORM 2910-PUT-WDOGRPT-LINE
           ELSE
              PERFORM 2900-RAISE-LATE-ALERT
           END-IF.

           GO TO 2000-50-NEXT.

       2000-40-NOT-DUE.
           ADD 1                       TO WRK-NOT-DUE-COUNTER.
           MOVE SPACES                 TO WRK-WDOGRPT-LINE.
           STRING ' ' WRK-SCHED-PROVIDER (WRK-SCHED-IDX)
                  '  NOT DUE       ' WRK-NOT-DUE-REASON
                                       DELIMITED BY SIZE
                                       INTO WRK-WDOGRPT-LINE.
           PERFORM 2910-PUT-WDOGRPT-LINE.

       2000-50-NEXT.
           ADD 1                       TO WRK-SCHED-IDX.
      *----------------------------------------------------------------*
       2000-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2900-RAISE-LATE-ALERT           SECTION.
      *----------------------------------------------------------------*
      *    THE ALERT NAMES THE PROVIDER IN ITS FILE FIELD AND CARRIES  *
      *    THE SEQUENCE NUMBER OWED AS ITS COUNT AND THE TIME OF THE   *
      *    CHECK (HHMM) AS ITS THRESHOLD.                              *
      *----------------------------------------------------------------*
           ADD 1                       TO WRK-MISSING-COUNTER.

           COMPUTE WRK-NEXT-SEQ        = WRK-SCHED-HIGH-SEQ
                                         (WRK-SCHED-IDX) + 1.

           MOVE SPACES                 TO WRK-WDOGRPT-LINE.
           STRING ' ' WRK-SCHED-PROVIDER (WRK-SCHED-IDX)
                  '  *** MISSING  SEQ ' WRK-NEXT-SEQ
                  '  ' WRK-SCHED-NAME (WRK-SCHED-IDX)
                                       DELIMITED BY SIZE
                                       INTO WRK-WDOGRPT-LINE.
           PERFORM 2910-PUT-WDOGRPT-LINE.

           DISPLAY '*CSRG0068 FILE NOT RECEIVED: PROVIDER '
                   WRK-SCHED-PROVIDER (WRK-SCHED-IDX)
                   ' SEQ ' WRK-NEXT-SEQ ' DUE ' WRK-CHECK-DATE.

           MOVE WRK-PROGRAM            TO   WRK-ALERT-PROGRAM.
           MOVE SPACES                 TO   WRK-ALERT-FILE.
           STRING 'LATE' WRK-SCHED-PROVIDER (WRK-SCHED-IDX)
                                       DELIMITED BY SIZE
                                       INTO WRK-ALERT-FILE.
           MOVE WRK-NEXT-SEQ           TO   WRK-ALERT-COUNT.
           MOVE WRK-RUN-HHMM-N         TO   WRK-ALERT-THRESHOLD.
           MOVE CSRGPARM-BATCH-RUN-ID  TO   WRK-ALERT-BATCH-RUN-ID.
           MOVE WRK-DATE-FORMATTED     TO   WRK-ALERT-DATE.
           MOVE WRK-TIME-FORMATTED     TO   WRK-ALERT-TIME.
           CALL WRK-ALERT-PGM          USING WRK-ALERT-LOG.
      *----------------------------------------------------------------*
       2900-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2910-PUT-WDOGRPT-LINE           SECTION.
      *----------------------------------------------------------------*
           MOVE  WRK-WDOGRPT-LINE      TO    FD-REG-WDOGRPT.

           WRITE FD-REG-WDOGRPT.

           PERFORM 8300-TEST-FS-WDOGRPT.
      *----------------------------------------------------------------*
       2910-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       3000-FINALIZE                   SECTION.
      *----------------------------------------------------------------*
           MOVE SPACES                 TO WRK-WDOGRPT-LINE.
           PERFORM 2910-PUT-WDOGRPT-LINE.

           MOVE SPACES                 TO WRK-WDOGRPT-LINE.
           STRING ' PROVIDERS SCHEDULED.........: ' WRK-SCHED-ENTRIES
                                       DELIMITED BY SIZE
                                       INTO WRK-WDOGRPT-LINE.
           PERFORM 2910-PUT-WDOGRPT-LINE.

           MOVE SPACES                 TO WRK-WDOGRPT-LINE.
           STRING ' FILES EXPECTED..............: '
                  WRK-EXPECTED-COUNTER
                                       DELIMITED BY SIZE
                                       INTO WRK-WDOGRPT-LINE.
           PERFORM 2910-PUT-WDOGRPT-LINE.

           MOVE SPACES                 TO WRK-WDOGRPT-LINE.
           STRING ' FILES RECEIVED..............: '
                  WRK-RECEIVED-COUNTER
                                       DELIMITED BY SIZE
                                       INTO WRK-WDOGRPT-LINE.
           PERFORM 2910-PUT-WDOGRPT-LINE.

           MOVE SPACES                 TO WRK-WDOGRPT-LINE.
           STRING ' FILES MISSING (ALERTED).....: '
                  WRK-MISSING-COUNTER
                                       DELIMITED BY SIZE
                                       INTO WRK-WDOGRPT-LINE.
           PERFORM 2910-PUT-WDOGRPT-LINE.

           MOVE SPACES                 TO WRK-WDOGRPT-LINE.
           STRING ' NOT DUE ON THE CHECK DATE...: '
                  WRK-NOT-DUE-COUNTER
                                       DELIMITED BY SIZE
                                       INTO WRK-WDOGRPT-LINE.
           PERFORM 2910-PUT-WDOGRPT-LINE.

           CLOSE PRVSCHED
                 WDOGRPT.

           IF WRK-FSEQREG-IS-PRESENT
              CLOSE FSEQREG
           END-IF.

           DISPLAY '***************************'.
           DISPLAY '*  SUCCESSFUL  EXECUTION  *'.
           DISPLAY '***************************'.
           DISPLAY '*MODULE..........:' WRK-PROGRAM '*'.
           DISPLAY '*COMPILED........:'
           DD-COMPILED '/' MM-COMPILED '/' YY-COMPILED '*'.
           DISPLAY '*.................'
           HOUR-COMPILED '.' MINUTE-COMPILED '.'SECOND-COMPILED '*'.
           DISPLAY '*-------------------------*'.
           DISPLAY '*CHECK DATE......:' WRK-CHECK-DATE '*'.
           DISPLAY '*PRVSCHED CARDS..:' WRK-PRVSCHED-REGS-COUNTER '*'.
           DISPLAY '*FSEQREG ENTRIES.:' WRK-FSEQREG-REGS-COUNTER '*'.
           DISPLAY '*FILES EXPECTED..:' WRK-EXPECTED-COUNTER '*'.
           DISPLAY '*FILES RECEIVED..:' WRK-RECEIVED-COUNTER '*'.
           DISPLAY '*FILES MISSING...:' WRK-MISSING-COUNTER '*'.
           DISPLAY '*-------------------------*'.
           DISPLAY '*EXECUTED......:' WRK-DATE-FORMATTED '*'.
           DISPLAY '*.................' WRK-TIME-FORMATTED '*'.
           DISPLAY '***************************'.

           IF WRK-MISSING-COUNTER      GREATER ZEROS
              AND NOT CSRGPARM-WDOG-IS-ALERT-ONLY
              MOVE 4                   TO RETURN-CODE
           END-IF.

           STOP RUN.
      *----------------------------------------------------------------*
       3000-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       7100-FIND-PROVIDER              SECTION.
      *----------------------------------------------------------------*
      *    LEAVES WRK-SCHED-IDX ON THE ENTRY OF WRK-FIND-PROVIDER.     *
      *----------------------------------------------------------------*
           MOVE 'N'                    TO WRK-SCHED-FOUND-SW.

           MOVE 1                      TO WRK-SCHED-IDX.

           PERFORM 7110-TEST-ONE-PROVIDER
              UNTIL WRK-SCHED-IDX      GREATER WRK-SCHED-ENTRIES
                 OR WRK-SCHED-WAS-FOUND.
      *----------------------------------------------------------------*
       7100-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       7110-TEST-ONE-PROVIDER          SECTION.
      *----------------------------------------------------------------*
           IF WRK-SCHED-PROVIDER (WRK-SCHED-IDX)
                                       EQUAL WRK-FIND-PROVIDER
              MOVE 'Y'                 TO WRK-SCHED-FOUND-SW
           ELSE
              ADD 1                    TO WRK-SCHED-IDX
           END-IF.
      *----------------------------------------------------------------*
       7110-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       8100-TEST-FS-PRVSCHED           SECTION.
      *----------------------------------------------------------------*
           IF WRK-FS-PRVSCHED          NOT EQUAL ZEROS AND 10
              MOVE WRK-FS-PRVSCHED     TO  WRK-ERROR-CODE
              PERFORM 9999-CALL-ABEND-PGM
           END-IF.
      *----------------------------------------------------------------*
       8100-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       8200-TEST-FS-FSEQREG            SECTION.
      *----------------------------------------------------------------*
           IF WRK-FS-FSEQREG           NOT EQUAL ZEROS AND 10
              MOVE WRK-FS-FSEQREG      TO  WRK-ERROR-CODE
              PERFORM 9999-CALL-ABEND-PGM
           END-IF.
      *----------------------------------------------------------------*
       8200-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       8300-TEST-FS-WDOGRPT            SECTION.
      *----------------------------------------------------------------*
           IF WRK-FS-WDOGRPT           NOT EQUAL ZEROS
              MOVE WRK-FS-WDOGRPT      TO  WRK-ERROR-CODE
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
