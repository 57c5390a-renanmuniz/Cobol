      *================================================================*
      *        I D E N T I F I C A T I O N      D I V I S I O N        *
      *================================================================*
       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     CSRG0066.
       AUTHOR.         RENAN MUNIZ MERLO.
       DATE-WRITTEN.   15/10/2026.
       DATE-COMPILED   WHEN-COMPILED.
       REMARKS.
      *----------------------------------------------------------------*
      *                RENAN MUNIZ MERLO COBOL DEVELOPER               *
      *          https://www.linkedin.com/in/renan-muniz-merlo         *
      *----------------------------------------------------------------*
      *    PROGRAM-ID..: CSRG0066.                                     *
      *    ANALYST.....: RENAN MUNIZ MERLO                             *
      *    PROGRAMMER..: RENAN MUNIZ MERLO                             *
      *    DATE........: 15/10/2026                                    *
      *----------------------------------------------------------------*
      *    PROJECT.....: CUSTOMER REGISTRATION PROJECT - CUSTMREG      *
      *----------------------------------------------------------------*
      *    GOAL........: INTRADAY TRICKLE-FEED ROUTER, FIRST STEP OF   *
      *                  THE HOURLY CSRGTRKL CYCLE.  READS THE CSTMRG01*
      *                  IMAGES THE WEB CHANNEL STAGED ON WEBIN SINCE  *
      *                  THE LAST CYCLE AND ROUTES EACH ONE BY WHETHER *
      *                  ITS CPF IS ALREADY ON TB_CUSTOMER: NOT FOUND  *
      *                  GOES TO FILE0003 (INSERT, CSRG0002), FOUND    *
      *                  GOES TO FILE0004 (UPDATE, CSRG0003) - THE     *
      *                  SAME TWO STREAMS CSRG0001 FEEDS AT NIGHT, SO  *
      *                  THE CYCLE GETS THE SAME CSRGVALD EDITS,       *
      *                  FILEHST3 BEFORE-IMAGES AND CHGEVENT RECORDS.  *
      *                  FILE0003 ENDS WITH THE USUAL CSRGTRLR         *
      *                  TRAILER UNDER THE CYCLE'S OWN RUN ID.  A WEB  *
      *                  IMAGE WITH NO PROVIDER CODE IS STAMPED 'WEB'. *
      *                  THE CYCLE REFUSES TO START (RC=04 AND AN      *
      *                  ALERTPGM ALERT, NOTHING ROUTED) WHILE ANY     *
      *                  OTHER RUN IS STILL 'STARTED' ON               *
      *                  TB_RUN_CONTROL, SO IT CAN NEVER INTERLEAVE    *
      *                  WITH THE NIGHTLY CHAIN.  RECORDS-IN/OUT GO TO *
      *                  METRPGM LIKE CSRG0001'S, FOR THE CSRG0016     *
      *                  BUSINESS-DAY BALANCE.  READ-ONLY ON           *
      *                  TB_CUSTOMER.                                  *
      *----------------------------------------------------------------*
      *    FILES.......:  DDNAME          LRECL       INCLUDE/BOOK     *
      *                   WEBIN           00311       CSTMRG01         *
      *                   FILE0003        00311       CSTMRG01/        *
      *                                               CSRGTRLR         *
      *                   FILE0004        00311       CSTMRG01         *
      *----------------------------------------------------------------*
      *    MODIFICATION HISTORY.......:                                *
      *    15/10/2026 RMM - PROGRAM CREATED.                           *
      *----------------------------------------------------------------*
      *    TABLE DB2...:  TB_CUSTOMER                 BTB_CUSTOMER     *
      *                   TB_RUN_CONTROL              BTB_RUN_CONTROL  *
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

           SELECT WEBIN         ASSIGN TO UTS-S-WEBIN
            ORGANIZATION IS     SEQUENTIAL
            ACCESS MODE  IS     SEQUENTIAL
            FILE STATUS  IS     WRK-FS-WEBIN.

           SELECT FILE0003      ASSIGN TO UTS-S-FILE0003
            ORGANIZATION IS     SEQUENTIAL
            ACCESS MODE  IS     SEQUENTIAL
            FILE STATUS  IS     WRK-FS-FILE0003.

           SELECT FILE0004      ASSIGN TO UTS-S-FILE0004
            ORGANIZATION IS     SEQUENTIAL
            ACCESS MODE  IS     SEQUENTIAL
            FILE STATUS  IS     WRK-FS-FILE0004.

      *================================================================*
      *                  D A T A      D I V I S I O N                  *
      *================================================================*
       DATA DIVISION.
       FILE SECTION.
      *
       FD WEBIN
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS 00 RECORDS.
       01 FD-REG-WEBIN      PIC X(311).

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

      *-----------------------------------------------------------------*
      *                  WORKING-STORAGE SECTION                        *
      *-----------------------------------------------------------------*
       WORKING-STORAGE SECTION.

       77 WRK-WEBIN-REGS-COUNTER                 PIC 9(07) VALUE ZEROS .
       77 WRK-FILE0003-REGS-COUNTER              PIC 9(07) VALUE ZEROS .
       77 WRK-FILE0004-REGS-COUNTER              PIC 9(07) VALUE ZEROS .

       77 WRK-WEBIN-EOF                          PIC X(03) VALUE SPACES.

      *RUNTIME PARAMETER CARD - SUPPLIES THE CYCLE'S BATCH RUN ID:
       COPY 'CSRGPARM'.

      *ONE STAGED WEB-CHANNEL IMAGE, AND THE FILE0003 RECORD AREA WITH
      *ITS CONTROL-TOTAL TRAILER VIEW (THE SAME TRAILER CSRG0001
      *WRITES, SO CSRG0002 VALIDATES A CYCLE EXACTLY AS A NIGHT):
       01 WRK-WEBIN-REG.
          COPY 'CSTMRG01'.

       01 WRK-FILE0003-REG.
          COPY 'CSTMRG01'.

       01 WRK-FILE0003-TRAILER REDEFINES WRK-FILE0003-REG.
          COPY 'CSRGTRLR'.

      *PROVIDER CODE STAMPED ON A WEB IMAGE THAT ARRIVES WITHOUT ONE,
      *SO THE CHANNEL'S SHARE OF THE BASE CAN BE COUNTED:
       77 WRK-WEB-PROVIDER-CODE                  PIC X(04) VALUE
                                                           'WEB '      .

      *ROWS ON TB_CUSTOMER FOR THE CPF BEING ROUTED (ANY STATUS):
       01 WRK-CPF-ROW-COUNT                      PIC 9(04) VALUE ZEROS.

      *OTHER RUNS STILL IN FLIGHT ON TB_RUN_CONTROL, AND THE FIRST
      *PROGRAM NAMED, FOR THE REFUSAL MESSAGE:
       01 WRK-INFLIGHT-COUNT                     PIC 9(04) VALUE ZEROS.
       01 WRK-INFLIGHT-PROGRAM                   PIC X(08) VALUE SPACES.
       01 WRK-INFLIGHT-IND                       PIC S9(04) COMP
                                                           VALUE ZEROS.

      *SET WHEN ANOTHER RUN IS IN FLIGHT - THE CYCLE THEN ENDS RC=04
      *WITHOUT ROUTING, AND THE STAGED IMAGES WAIT FOR THE NEXT ONE:
       01 WRK-CYCLE-REFUSED-SW                   PIC X(01) VALUE 'N'.
          88 WRK-CYCLE-IS-REFUSED                      VALUE 'Y'.

      *DATA FOR ERROR LOG:
       01 WRK-ERROR-LOG.
          03 WRK-PROGRAM                         PIC X(08) VALUE
                                                          'CSRG0066'  .
          03 WRK-ERROR-MSG                       PIC X(30) VALUE SPACES.
          03 WRK-ERROR-CODE                      PIC X(30) VALUE SPACES.
          03 WRK-ERROR-DATE                      PIC X(10) VALUE SPACES.
          03 WRK-ERROR-TIME                      PIC X(08) VALUE SPACES.

      *ABENDING PROGRAM:
       77 WRK-ABEND-PGM                          PIC X(08) VALUE
                                                          'ABENDPGM'  .

      *OPERATIONAL-ALERT PROGRAM:
       77 WRK-ALERT-PGM                          PIC X(08) VALUE
                                                          'ALERTPGM'  .

      *BATCH-WINDOW METRICS PROGRAM:
       77 WRK-METR-PGM                           PIC X(08) VALUE
                                                          'METRPGM'   .

      *DATA FOR THE OPERATIONAL ALERT PASSED TO ALERTPGM WHEN THE
      *CYCLE IS REFUSED:
       01 WRK-ALERT-LOG.
          COPY 'CSRGALRT'.

      *DATA FOR THE BATCH-WINDOW METRIC PASSED TO METRPGM AT THE
      *END OF THE CYCLE:
       01 WRK-METRICS-LOG.
          COPY 'CSRGMETR'.

       01 WRK-FILE-STATUS.
          03 WRK-FS-WEBIN                        PIC 9(02) VALUE ZEROS .
          03 WRK-FS-FILE0003                     PIC 9(02) VALUE ZEROS .
          03 WRK-FS-FILE0004                     PIC 9(02) VALUE ZEROS .

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

      *CAPTURES THE CURRENT DATE/TIME FOR THE BATCH-WINDOW METRIC
      *WHEN THE CYCLE IS FINALIZING, SINCE WRK-DATE-FORMATTED/
      *WRK-TIME-FORMATTED STILL HOLD WHEN THE STEP STARTED:
       01 WRK-METR-END-DATE-FORMATTED.
          03 METR-DD-FORMATTED                   PIC 9(02) VALUE ZEROS .
          03 FILLER                              PIC X(01) VALUE '-'   .
          03 METR-MM-FORMATTED                   PIC 9(02) VALUE ZEROS .
          03 FILLER                              PIC X(01) VALUE '-'   .
          03 METR-YYYY-FORMATTED                 PIC 9(04) VALUE ZEROS .

       01 WRK-METR-END-TIME-FORMATTED.
          03 METR-HOUR-FORMATTED                 PIC 9(02) VALUE ZEROS .
          03 FILLER                              PIC X(01) VALUE ':'.
          03 METR-MINUTE-FORMATTED               PIC 9(02) VALUE ZEROS .
          03 FILLER                              PIC X(01) VALUE ':'.
          03 METR-SECOND-FORMATTED               PIC 9(02) VALUE ZEROS .

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

      *SET ONCE THIS PROGRAM HAS REGISTERED ITSELF ON TB_RUN_CONTROL
      *FOR THIS RUN, SO AN ABEND BEFORE REGISTRATION DOES NOT TRY TO
      *CLOSE A ROW THAT WAS NEVER OPENED:
       01 WRK-RUNCTL-REGISTERED-SW               PIC X(01) VALUE 'N'.
          88 WRK-RUNCTL-IS-REGISTERED                  VALUE 'Y'.

      *IN-FLIGHT COUNT RETURNED BY THE DUPLICATE-RUN GUARD:
       01 WRK-RUNCTL-COUNT                       PIC 9(04) VALUE ZEROS.

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
              INCLUDE BTB_RUN_CONTROL
           END-EXEC.
      *================================================================*
       PROCEDURE                       DIVISION.
      *================================================================*
      *----------------------------------------------------------------*
       0000-MAIN-PROCESS               SECTION.
      *----------------------------------------------------------------*
           MOVE WHEN-COMPILED          TO WRK-WHEN-COPILED.

           PERFORM 1000-INITIALIZE.

           IF WRK-CYCLE-IS-REFUSED
              PERFORM 3900-REFUSE-CYCLE
           END-IF.

           PERFORM 2000-PROCESS-WEBIN
              UNTIL WRK-WEBIN-EOF      EQUAL 'END'.

           PERFORM 3000-FINALIZE.
      *----------------------------------------------------------------*
       0000-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       1000-INITIALIZE                 SECTION.
      *----------------------------------------------------------------*
           PERFORM 9000-GET-DATE-TIME.

           PERFORM 1050-GET-RUN-PARMS.

           PERFORM 1060-CHECK-CHAIN-IN-FLIGHT.

           IF WRK-CYCLE-IS-REFUSED
              GO TO 1000-99-EXIT
           END-IF.

           PERFORM 1080-REGISTER-RUN-CONTROL.

           OPEN INPUT  WEBIN
                OUTPUT FILE0003
                       FILE0004.

           MOVE 'OPEN FILE WEBIN'      TO WRK-ERROR-MSG.
           PERFORM 8100-TEST-FS-WEBIN.

           MOVE 'OPEN FILE FILE0003'   TO WRK-ERROR-MSG.
           PERFORM 8200-TEST-FS-FILE0003.

           MOVE 'OPEN FILE FILE0004'   TO WRK-ERROR-MSG.
           PERFORM 8300-TEST-FS-FILE0004.

           PERFORM 2100-READ-WEBIN.
      *----------------------------------------------------------------*
       1000-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       1050-GET-RUN-PARMS              SECTION.
      *----------------------------------------------------------------*
      *    EVERY CYCLE RUNS UNDER ITS OWN RUN ID, SET BY THE SCHEDULER *
      *    FOR THE WHOLE CSRGTRKL JOB, SO IT MUST BE SUPPLIED.         *
      *----------------------------------------------------------------*
           MOVE SPACES                 TO   CSRGPARM-RUN-PARMS.

           ACCEPT CSRGPARM-RUN-PARMS   FROM SYSIN.

           IF CSRGPARM-BATCH-RUN-ID    EQUAL SPACES
              MOVE 'CSRGPARM-BATCH-RUN-ID NOT GIVEN'
                                       TO WRK-ERROR-CODE
              PERFORM 9999-CALL-ABEND-PGM
           END-IF.
      *----------------------------------------------------------------*
       1050-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       1060-CHECK-CHAIN-IN-FLIGHT      SECTION.
      *----------------------------------------------------------------*
      *    ANY ROW STILL 'STARTED' UNDER ANOTHER RUN ID MEANS THE      *
      *    NIGHTLY CHAIN (OR AN AD HOC RUN) IS WORKING ON THE BASE, OR *
      *    A RUN DIED WITHOUT CLOSING ITS ROW - EITHER WAY THE CYCLE   *
      *    MUST NOT APPLY ANYTHING UNDERNEATH IT.                      *
      *----------------------------------------------------------------*
           MOVE 'CHECKING RUNS IN FLIGHT'
                                       TO WRK-ERROR-MSG.

           MOVE CSRGPARM-BATCH-RUN-ID  TO RC-RUN-ID.

           EXEC SQL
               SELECT COUNT(*)
                     ,MIN(PROGRAM)
               INTO  :WRK-INFLIGHT-COUNT
                    ,:WRK-INFLIGHT-PROGRAM :WRK-INFLIGHT-IND
               FROM  TB_RUN_CONTROL
               WHERE RUN_STATUS = 'STARTED'
                 AND RUN_ID    <> :RC-RUN-ID
           END-EXEC.

           IF SQLCODE NOT EQUAL ZEROS
              MOVE SQLCODE             TO WRK-SQLCODE-SINAL
              STRING 'SQLCODE..:',WRK-SQLCODE-X
                                       DELIMITED BY SPACE
                                       INTO WRK-ERROR-CODE
              PERFORM 9999-CALL-ABEND-PGM
           END-IF.

           IF WRK-INFLIGHT-COUNT       GREATER ZEROS
              MOVE 'Y'                 TO WRK-CYCLE-REFUSED-SW
           END-IF.
      *----------------------------------------------------------------*
       1060-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2000-PROCESS-WEBIN              SECTION.
      *----------------------------------------------------------------*
      *    A CPF ALREADY ON TB_CUSTOMER (ACTIVE OR SOFT-DELETED) IS AN *
      *    UPDATE; CSRG0003 DECIDES WHAT A DELETED ROW MAY TAKE.  ANY  *
      *    OTHER IMAGE IS AN INSERT, AND CSRG0002 STILL RE-ROUTES ONE  *
      *    THAT ARRIVES TWICE IN THE SAME CYCLE.                       *
      *----------------------------------------------------------------*
           IF CSTMRG01-PROVIDER-CODE   OF WRK-WEBIN-REG
                                       EQUAL SPACES
              MOVE WRK-WEB-PROVIDER-CODE
                                       TO CSTMRG01-PROVIDER-CODE
                                          OF WRK-WEBIN-REG
           END-IF.

           MOVE 'SELECTING TB_CUSTOMER'
                                       TO WRK-ERROR-MSG.

           MOVE CSTMRG01-CPF           OF WRK-WEBIN-REG
                                       TO CPF.

           EXEC SQL
               SELECT COUNT(*)
                 INTO :WRK-CPF-ROW-COUNT
                 FROM TB_CUSTOMER
                WHERE CPF = :CPF
           END-EXEC.

           IF SQLCODE NOT EQUAL ZEROS
              MOVE SQLCODE             TO WRK-SQLCODE-SINAL
              STRING 'SQLCODE..:',WRK-SQLCODE-X
                                       DELIMITED BY SPACE
                                       INTO WRK-ERROR-CODE
              PERFORM 9999-CALL-ABEND-PGM
           END-IF.

           IF WRK-CPF-ROW-COUNT        GREATER ZEROS
              PERFORM 2310-WRITE-FILE0004
           ELSE
              PERFORM 2300-WRITE-FILE0003
           END-IF.

           PERFORM 2100-READ-WEBIN.
      *----------------------------------------------------------------*
       2000-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2100-READ-WEBIN                 SECTION.
      *----------------------------------------------------------------*
           MOVE 'READING WEBIN'        TO   WRK-ERROR-MSG.

           READ WEBIN                  INTO WRK-WEBIN-REG.

           PERFORM  8100-TEST-FS-WEBIN.

           IF WRK-FS-WEBIN             EQUAL 10
              MOVE 'END'               TO   WRK-WEBIN-EOF
           ELSE
              ADD 1                    TO   WRK-WEBIN-REGS-COUNTER
           END-IF.
      *----------------------------------------------------------------*
       2100-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2300-WRITE-FILE0003             SECTION.
      *----------------------------------------------------------------*
           MOVE 'RECORDING RESULT FILE0003'
                                       TO    WRK-ERROR-MSG.

           MOVE  WRK-WEBIN-REG         TO    FD-REG-FILE0003.

           WRITE FD-REG-FILE0003.

           PERFORM 8200-TEST-FS-FILE0003.

           ADD  1                      TO    WRK-FILE0003-REGS-COUNTER.
      *----------------------------------------------------------------*
       2300-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2310-WRITE-FILE0004             SECTION.
      *----------------------------------------------------------------*
           MOVE 'RECORDING RESULT FILE0004'
                                       TO    WRK-ERROR-MSG.

           MOVE  WRK-WEBIN-REG         TO    FD-REG-FILE0004.

           WRITE FD-REG-FILE0004.

           PERFORM 8300-TEST-FS-FILE0004.

           ADD  1                      TO    WRK-FILE0004-REGS-COUNTER.
      *----------------------------------------------------------------*
       2310-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2360-WRITE-FILE0003-TRAILER     SECTION.
      *----------------------------------------------------------------*
      *    THE SAME CONTROL-TOTAL TRAILER CSRG0001 WRITES, CARRYING    *
      *    THE CYCLE'S RUN ID - WRITTEN EVEN WHEN NOTHING WAS STAGED,  *
      *    SO AN EMPTY CYCLE STILL VALIDATES IN CSRG0002.              *
      *----------------------------------------------------------------*
           MOVE 'RECORDING FILE0003 TRAILER'
                                       TO    WRK-ERROR-MSG.

           MOVE SPACES                 TO    WRK-FILE0003-REG.

           MOVE 'TRAILER RECORD'      TO    CSRGTRLR-TAG
                                             OF WRK-FILE0003-TRAILER.
           MOVE WRK-FILE0003-REGS-COUNTER
                                       TO    CSRGTRLR-RECORD-COUNT
                                             OF WRK-FILE0003-TRAILER.
           MOVE CSRGPARM-BATCH-RUN-ID  TO    CSRGTRLR-BATCH-RUN-ID
                                             OF WRK-FILE0003-TRAILER.

           MOVE  WRK-FILE0003-TRAILER  TO    FD-REG-FILE0003.

           WRITE FD-REG-FILE0003.

           PERFORM 8200-TEST-FS-FILE0003.
      *----------------------------------------------------------------*
       2360-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       3000-FINALIZE                   SECTION.
      *----------------------------------------------------------------*
           PERFORM 2360-WRITE-FILE0003-TRAILER.

           CLOSE WEBIN
                 FILE0003
                 FILE0004.

           PERFORM 3400-WRITE-BATCH-METRICS.

           DISPLAY '***************************'.
           DISPLAY '*  SUCCESSFUL  EXECUTION  *'.
           DISPLAY '***************************'.
           DISPLAY '*MODULE..........:' WRK-PROGRAM '*'.
           DISPLAY '*COMPILED........:'
           DD-COMPILED '/' MM-COMPILED '/' YY-COMPILED '*'.
           DISPLAY '*.................'
           HOUR-COMPILED '.' MINUTE-COMPILED '.'SECOND-COMPILED '*'.
           DISPLAY '*-------------------------*'.
           DISPLAY '*STAGED (WEBIN)...:' WRK-WEBIN-REGS-COUNTER '*'.
           DISPLAY '*TO INSERT (0003).:' WRK-FILE0003-REGS-COUNTER '*'.
           DISPLAY '*TO UPDATE (0004).:' WRK-FILE0004-REGS-COUNTER '*'.
           DISPLAY '*-------------------------*'.
           DISPLAY '*EXECUTED......:' WRK-DATE-FORMATTED '*'.
           DISPLAY '*.................' WRK-TIME-FORMATTED '*'.
           DISPLAY '***************************'.

           PERFORM 3080-CLOSE-RUN-CONTROL.

           STOP RUN.
      *----------------------------------------------------------------*
       3000-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       3400-WRITE-BATCH-METRICS        SECTION.
      *----------------------------------------------------------------*
      *    STAMPS THE CYCLE'S END TIME AND PASSES ITS VOLUMES TO       *
      *    METRPGM: IN IS WHAT WAS STAGED, OUT IS WHAT WAS ROUTED.     *
      *    CSRG0016 CROSS-FOOTS OUT AGAINST THE CYCLE'S CSRG0002 AND   *
      *    CSRG0003 INPUTS, AS IT DOES CSRG0001'S FOR THE NIGHT.       *
      *----------------------------------------------------------------*
           PERFORM 9020-STAMP-METR-END-TIME.

           MOVE WRK-PROGRAM             TO   WRK-METR-PROGRAM.
           MOVE CSRGPARM-BATCH-RUN-ID   TO   WRK-METR-BATCH-RUN-ID.
           MOVE WRK-DATE-FORMATTED      TO   WRK-METR-START-DATE.
           MOVE WRK-TIME-FORMATTED      TO   WRK-METR-START-TIME.
           MOVE WRK-METR-END-DATE-FORMATTED
                                        TO   WRK-METR-END-DATE.
           MOVE WRK-METR-END-TIME-FORMATTED
                                        TO   WRK-METR-END-TIME.

           COMPUTE WRK-METR-ELAPSED-SECS =
                     (METR-HOUR-FORMATTED   * 3600
                    + METR-MINUTE-FORMATTED * 60
                    + METR-SECOND-FORMATTED)
                   - (HOUR-FORMATTED        * 3600
                    + MINUTE-FORMATTED      * 60
                    + SECOND-FORMATTED).

           IF WRK-METR-ELAPSED-SECS      LESS ZEROS
              MOVE ZEROS                 TO   WRK-METR-ELAPSED-SECS
           END-IF.

           MOVE WRK-WEBIN-REGS-COUNTER  TO   WRK-METR-RECORDS-IN.

           ADD WRK-FILE0003-REGS-COUNTER
               WRK-FILE0004-REGS-COUNTER GIVING WRK-METR-RECORDS-OUT.

           CALL WRK-METR-PGM            USING WRK-METRICS-LOG.
      *----------------------------------------------------------------*
       3400-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       3900-REFUSE-CYCLE               SECTION.
      *----------------------------------------------------------------*
      *    NOTHING WAS OPENED OR REGISTERED.  THE RC=04 SKIPS THE REST *
      *    OF THE CYCLE, INCLUDING THE WEBSTAGE ARCHIVE-AND-EMPTY, SO  *
      *    THE STAGED IMAGES ARE PICKED UP BY THE NEXT CYCLE.          *
      *----------------------------------------------------------------*
           DISPLAY '*CYCLE REFUSED RC=04: RUN STILL IN FLIGHT ('
                   WRK-INFLIGHT-PROGRAM ') ON TB_RUN_CONTROL*'.

           MOVE WRK-PROGRAM            TO   WRK-ALERT-PROGRAM.
           MOVE 'INFLIGHT'             TO   WRK-ALERT-FILE.
           MOVE WRK-INFLIGHT-COUNT     TO   WRK-ALERT-COUNT.
           MOVE ZEROS                  TO   WRK-ALERT-THRESHOLD.
           MOVE CSRGPARM-BATCH-RUN-ID  TO   WRK-ALERT-BATCH-RUN-ID.
           MOVE WRK-DATE-FORMATTED     TO   WRK-ALERT-DATE.
           MOVE WRK-TIME-FORMATTED     TO   WRK-ALERT-TIME.
           CALL WRK-ALERT-PGM          USING WRK-ALERT-LOG.

           MOVE 04                     TO RETURN-CODE.

           STOP RUN.
      *----------------------------------------------------------------*
       3900-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       1080-REGISTER-RUN-CONTROL       SECTION.
      *----------------------------------------------------------------*
      *    REGISTERS THIS CYCLE ON TB_RUN_CONTROL AND REFUSES TO START *
      *    WHEN THE SAME RUN ID AND PROGRAM ARE ALREADY REGISTERED     *
      *    IN-FLIGHT.  THE ROW IS ALSO WHAT MAKES CSRG0042 HOLD THE    *
      *    NIGHTLY CHAIN WHILE A CYCLE IS RUNNING.  REGISTRATION       *
      *    COMMITS IN ITS OWN UNIT OF WORK SO IT IS VISIBLE AT ONCE.   *
      *----------------------------------------------------------------*
           MOVE 'REGISTERING RUN CONTROL'
                                       TO WRK-ERROR-MSG.

           MOVE CSRGPARM-BATCH-RUN-ID  TO RC-RUN-ID.
           MOVE WRK-PROGRAM            TO RC-PROGRAM.

           EXEC SQL
               SELECT COUNT(*)
               INTO   :WRK-RUNCTL-COUNT
               FROM   TB_RUN_CONTROL
               WHERE  RUN_ID     = :RC-RUN-ID
                 AND  PROGRAM    = :RC-PROGRAM
                 AND  RUN_STATUS = 'STARTED'
           END-EXEC.

           IF SQLCODE NOT EQUAL ZEROS
              MOVE SQLCODE             TO WRK-SQLCODE-SINAL
              STRING 'SQLCODE..:',WRK-SQLCODE-X
                                       DELIMITED BY SPACE
                                       INTO WRK-ERROR-CODE
              PERFORM 9999-CALL-ABEND-PGM
           END-IF.

           IF WRK-RUNCTL-COUNT         GREATER ZEROS
              MOVE 'RUN ID ALREADY IN FLIGHT'
                                       TO WRK-ERROR-MSG
              MOVE 'DUPLICATE RUN REFUSED'
                                       TO WRK-ERROR-CODE
              PERFORM 9999-CALL-ABEND-PGM
           END-IF.

           EXEC SQL
               INSERT INTO TB_RUN_CONTROL
               (RUN_ID
               ,PROGRAM
               ,RUN_STATUS
               ,START_TS)
               VALUES
               (:RC-RUN-ID
               ,:RC-PROGRAM
               ,'STARTED'
               ,CURRENT TIMESTAMP)
           END-EXEC.

           IF SQLCODE NOT EQUAL ZEROS
              MOVE SQLCODE             TO WRK-SQLCODE-SINAL
              STRING 'SQLCODE..:',WRK-SQLCODE-X
                                       DELIMITED BY SPACE
                                       INTO WRK-ERROR-CODE
              PERFORM 9999-CALL-ABEND-PGM
           END-IF.

           EXEC SQL
               COMMIT
           END-EXEC.

           MOVE 'Y'                    TO WRK-RUNCTL-REGISTERED-SW.
      *----------------------------------------------------------------*
       1080-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       3080-CLOSE-RUN-CONTROL          SECTION.
      *----------------------------------------------------------------*
      *    CLOSES THIS CYCLE'S TB_RUN_CONTROL ROW AS ENDED-OK.  AN     *
      *    ABEND NEVER COMES THIS WAY - 9999-CALL-ABEND-PGM MARKS THE  *
      *    ROW ABENDED INSTEAD.                                        *
      *----------------------------------------------------------------*
           MOVE 'CLOSING RUN CONTROL'  TO WRK-ERROR-MSG.

           MOVE CSRGPARM-BATCH-RUN-ID  TO RC-RUN-ID.
           MOVE WRK-PROGRAM            TO RC-PROGRAM.

           EXEC SQL
               UPDATE TB_RUN_CONTROL
                  SET RUN_STATUS = 'ENDED-OK',
                      END_TS     = CURRENT TIMESTAMP
                WHERE RUN_ID     = :RC-RUN-ID
                  AND PROGRAM    = :RC-PROGRAM
                  AND RUN_STATUS = 'STARTED'
           END-EXEC.

           IF SQLCODE NOT EQUAL ZEROS AND +100
              MOVE SQLCODE             TO WRK-SQLCODE-SINAL
              STRING 'SQLCODE..:',WRK-SQLCODE-X
                                       DELIMITED BY SPACE
                                       INTO WRK-ERROR-CODE
              PERFORM 9999-CALL-ABEND-PGM
           END-IF.

           EXEC SQL
               COMMIT
           END-EXEC.
      *----------------------------------------------------------------*
       3080-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       8100-TEST-FS-WEBIN              SECTION.
      *----------------------------------------------------------------*
           IF WRK-FS-WEBIN             NOT EQUAL ZEROS AND 10
              MOVE WRK-FS-WEBIN        TO  WRK-ERROR-CODE
              PERFORM 9999-CALL-ABEND-PGM
           END-IF.
      *----------------------------------------------------------------*
       8100-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       8200-TEST-FS-FILE0003           SECTION.
      *----------------------------------------------------------------*
           IF WRK-FS-FILE0003          NOT EQUAL ZEROS
              MOVE WRK-FS-FILE0003     TO  WRK-ERROR-CODE
              PERFORM 9999-CALL-ABEND-PGM
           END-IF.
      *----------------------------------------------------------------*
       8200-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       8300-TEST-FS-FILE0004           SECTION.
      *----------------------------------------------------------------*
           IF WRK-FS-FILE0004          NOT EQUAL ZEROS
              MOVE WRK-FS-FILE0004     TO  WRK-ERROR-CODE
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
       9020-STAMP-METR-END-TIME        SECTION.
      *----------------------------------------------------------------*
      *    CAPTURES THE CURRENT DATE/TIME FOR THE BATCH-WINDOW METRIC  *
      *    WITHOUT DISTURBING WRK-DATE-FORMATTED/WRK-TIME-FORMATTED,   *
      *    WHICH STILL REFLECT WHEN THE STEP STARTED.                  *
      *----------------------------------------------------------------*
           ACCEPT WRK-SYSTEM-DATE      FROM DATE.
           MOVE YY                     TO METR-YYYY-FORMATTED.
           MOVE MM                     TO METR-MM-FORMATTED.
           MOVE DD                     TO METR-DD-FORMATTED.
           ADD  2000                   TO METR-YYYY-FORMATTED.

           ACCEPT WRK-SYSTEM-TIME      FROM TIME.
           MOVE HOUR                   TO METR-HOUR-FORMATTED.
           MOVE MINUTE                 TO METR-MINUTE-FORMATTED.
           MOVE SECOND                 TO METR-SECOND-FORMATTED.
      *----------------------------------------------------------------*
       9020-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       9999-CALL-ABEND-PGM             SECTION.
      *----------------------------------------------------------------*
           EXEC SQL
               ROLLBACK
           END-EXEC.

      *    THE RUN-CONTROL ROW IS MARKED ABENDED IN ITS OWN UNIT OF
      *    WORK SO OPERATIONS SEES THE FAILURE; AN ERROR DOING SO IS
      *    DELIBERATELY IGNORED - THE ABEND ITSELF COMES FIRST.
           IF WRK-RUNCTL-IS-REGISTERED
              MOVE CSRGPARM-BATCH-RUN-ID
                                       TO RC-RUN-ID
              MOVE WRK-PROGRAM         TO RC-PROGRAM
              EXEC SQL
                  UPDATE TB_RUN_CONTROL
                     SET RUN_STATUS = 'ABENDED',
                         END_TS     = CURRENT TIMESTAMP
                   WHERE RUN_ID     = :RC-RUN-ID
                     AND PROGRAM    = :RC-PROGRAM
                     AND RUN_STATUS = 'STARTED'
              END-EXEC
              EXEC SQL
                  COMMIT
              END-EXEC
           END-IF.

           MOVE WRK-DATE-FORMATTED     TO WRK-ERROR-DATE.
           MOVE WRK-TIME-FORMATTED     TO WRK-ERROR-TIME.
           CALL WRK-ABEND-PGM          USING WRK-ERROR-LOG.
      *----------------------------------------------------------------*
       9999-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
