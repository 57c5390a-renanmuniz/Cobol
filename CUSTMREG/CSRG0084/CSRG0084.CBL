      *================================================================*
      *        I D E N T I F I C A T I O N      D I V I S I O N        *
      *================================================================*
       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     CSRG0084.
       AUTHOR.         RENAN MUNIZ MERLO.
       DATE-WRITTEN.   15/10/2026.
       DATE-COMPILED   WHEN-COMPILED.
       REMARKS.
      *----------------------------------------------------------------*
      *                RENAN MUNIZ MERLO COBOL DEVELOPER               *
      *          https://www.linkedin.com/in/renan-muniz-merlo         *
      *----------------------------------------------------------------*
      *    PROGRAM-ID..: CSRG0084.                                     *
      *    ANALYST.....: RENAN MUNIZ MERLO                             *
      *    PROGRAMMER..: RENAN MUNIZ MERLO                             *
      *    DATE........: 15/10/2026                                    *
      *----------------------------------------------------------------*
      *    PROJECT.....: CUSTOMER REGISTRATION PROJECT - CUSTMREG      *
      *----------------------------------------------------------------*
      *    GOAL........: MONTH-END CUSTOMER SNAPSHOT.  UNLOADS THE     *
      *                  WHOLE TB_CUSTOMER BASE - EVERY ROW, ACTIVE    *
      *                  AND SOFT-DELETED, EVERY COLUMN - INTO A NEW   *
      *                  CUSTSNAP GENERATION (CSRGSNP1), SO FINANCE    *
      *                  AND AUDIT HAVE FIGURES "AS AT MONTH END"      *
      *                  THAT A LATER RE-RUN CANNOT MOVE.  THE TABLE   *
      *                  IS LOCKED IN SHARE MODE FOR THE UNLOAD, SO    *
      *                  THE IMAGE IS ONE POINT IN TIME: READERS GO    *
      *                  ON, A WRITER WAITS FOR THE COMMIT AT THE END  *
      *                  (THERE ARE NO PERIODIC COMMITS - EACH WOULD   *
      *                  RELEASE THE LOCK).  EVERY RECORD IS CHAINED   *
      *                  THROUGH CSRGCHAN ON TRAIL CUSTSNAP; AFTER THE *
      *                  LAST ROW COMES THE CSRGSNT1 TOTALS RECORD -   *
      *                  COUNTS AND HASH TOTALS - AND THEN THE SEAL,   *
      *                  REGISTERED ON TB_AUDIT_SEAL, SO THE           *
      *                  GENERATION IS THE CERTIFIED CLOSING BASE OF   *
      *                  THE PERIOD AND THE OPENING BASE OF THE NEXT.  *
      *                  CSRG0085 COMPARES ANY TWO GENERATIONS AND     *
      *                  CSRG0076 RE-WALKS ONE (TRAIL CUSTSNAP).       *
      *                  TEST MODE WRITES THE GENERATION BUT DOES NOT  *
      *                  REGISTER THE SEAL - IT CANNOT BE CERTIFIED.   *
      *----------------------------------------------------------------*
      *    PARAMETERS..: CSRGPARM POS 239-245 (REPORT MONTH, MM-YYYY)  *
      *                  THE PERIOD THE SNAPSHOT CLOSES, STAMPED ON    *
      *                  THE TOTALS RECORD; BLANK = THE PREVIOUS       *
      *                  CALENDAR MONTH (THE JOB RUNS AFTER MONTH      *
      *                  END).                                         *
      *----------------------------------------------------------------*
      *    SNPRPT......: THE PERIOD, THE COUNTS AND HASH TOTALS OF THE *
      *                  TOTALS RECORD, AND THE SEAL NUMBER AND HASH.  *
      *----------------------------------------------------------------*
      *    FILES.......:  DDNAME          LRECL       INCLUDE/BOOK     *
      *                   CUSTSNAP        00500       CSRGSNP1/        *
      *                                               CSRGSNT1+        *
      *                                               CSRGCHN1         *
      *                   SNPRPT          00132       NONE             *
      *----------------------------------------------------------------*
      *    MODIFICATION HISTORY.......:                                *
      *    15/10/2026 RMM - PROGRAM CREATED.                           *
      *----------------------------------------------------------------*
      *    TABLE DB2...:  TB_CUSTOMER                 BTB_CUSTOMER     *
      *                   TB_AUDIT_SEAL               (CSRGCHAN)       *
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

           SELECT CUSTSNAP      ASSIGN TO UTS-S-CUSTSNAP
            ORGANIZATION IS     SEQUENTIAL
            ACCESS MODE  IS     SEQUENTIAL
            FILE STATUS  IS     WRK-FS-CUSTSNAP.

           SELECT SNPRPT        ASSIGN TO UTS-S-SNPRPT
            ORGANIZATION IS     SEQUENTIAL
            ACCESS MODE  IS     SEQUENTIAL
            FILE STATUS  IS     WRK-FS-SNPRPT.

      *================================================================*
      *                  D A T A      D I V I S I O N                  *
      *================================================================*
       DATA DIVISION.
       FILE SECTION.
      *
       FD CUSTSNAP
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS 00 RECORDS.
       01 FD-REG-CUSTSNAP   PIC X(500).

       FD SNPRPT
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS 00 RECORDS.
       01 FD-REG-SNPRPT     PIC X(132).

      *-----------------------------------------------------------------*
      *                  WORKING-STORAGE SECTION                        *
      *-----------------------------------------------------------------*
       WORKING-STORAGE SECTION.

       77 WRK-CUSTOMER-ROWS-COUNTER              PIC 9(09) VALUE ZEROS .
       77 WRK-CUSTSNAP-REGS-COUNTER              PIC 9(09) VALUE ZEROS .

      *END OF CURSOR:
       77 WRK-CURSOR-EOF                         PIC X(03) VALUE SPACES.

      *RUNTIME PARAMETER CARD:
       COPY 'CSRGPARM'.

      *ONE SNAPSHOT RECORD - A ROW (CSRGSNP1) OR THE TOTALS (CSRGSNT1),
      *WITH ITS CHAIN SUFFIX:
       01 WRK-SNAP-REG.
          COPY 'CSRGSNP1'.
          COPY 'CSRGCHN1'.
       01 WRK-SNAP-TOTALS-REG REDEFINES WRK-SNAP-REG.
          COPY 'CSRGSNT1'.
          03 FILLER                              PIC X(21).

      *HASH CHAIN OF THE CUSTSNAP TRAIL (SEE CSRGCHP1):
       77 WRK-CHAN-PGM                           PIC X(08) VALUE
                                                          'CSRGCHAN'  .
       01 WRK-CHAN-PARM.
          COPY 'CSRGCHP1'.

      *THE PERIOD THE SNAPSHOT CLOSES:
       01 WRK-REPORT-MONTH.
          03 WRK-REPORT-MONTH-MM                 PIC 9(02) VALUE ZEROS .
          03 FILLER                              PIC X(01) VALUE '-'.
          03 WRK-REPORT-MONTH-YYYY               PIC 9(04) VALUE ZEROS .

      *COUNTS AND HASH TOTALS CARRIED TO THE TOTALS RECORD:
       77 WRK-ACTIVE-COUNTER                     PIC 9(09) VALUE ZEROS .
       77 WRK-DELETED-COUNTER                    PIC 9(09) VALUE ZEROS .
       77 WRK-PROTECTED-COUNTER                  PIC 9(09) VALUE ZEROS .
       77 WRK-NON-CPF-COUNTER                    PIC 9(09) VALUE ZEROS .
       77 WRK-HASH-CPF                           PIC 9(18) VALUE ZEROS .
       77 WRK-HASH-CUST-ID                       PIC 9(18) VALUE ZEROS .
       77 WRK-HASH-BIRTH                         PIC 9(18) VALUE ZEROS .

      *A CUST-ID THAT IS ALL DIGITS GOES INTO ITS HASH TOTAL:
       01 WRK-CUST-ID-X                          PIC X(10) VALUE SPACES.
       01 WRK-CUST-ID-NUM REDEFINES WRK-CUST-ID-X
                                                 PIC 9(10).

      *DD-MM-YYYY TO YYYYMMDD FOR THE BIRTH HASH TOTAL:
       01 WRK-DATE-IN                            PIC X(10) VALUE SPACES.
       01 FILLER REDEFINES WRK-DATE-IN.
          03 WRK-DATE-IN-DD                      PIC X(02).
          03 FILLER                              PIC X(01).
          03 WRK-DATE-IN-MM                      PIC X(02).
          03 FILLER                              PIC X(01).
          03 WRK-DATE-IN-YYYY                    PIC X(04).
       01 WRK-DATE-OUT.
          03 WRK-DATE-OUT-YYYY                   PIC X(04).
          03 WRK-DATE-OUT-MM                     PIC X(02).
          03 WRK-DATE-OUT-DD                     PIC X(02).
       01 WRK-DATE-OUT-NUM REDEFINES WRK-DATE-OUT
                                                 PIC 9(08).

      *MASKED CPF (9999.999.999-99) TO DIGITS ONLY:
       01 WRK-DOC-MASKED.
          03 WRK-DOC-M-P1                        PIC X(04).
          03 FILLER                              PIC X(01).
          03 WRK-DOC-M-P2                        PIC X(03).
          03 FILLER                              PIC X(01).
          03 WRK-DOC-M-P3                        PIC X(03).
          03 FILLER                              PIC X(01).
          03 WRK-DOC-M-P4                        PIC X(02).
       01 WRK-DOC-UNMASKED.
          03 WRK-DOC-U-P1                        PIC X(04).
          03 WRK-DOC-U-P2                        PIC X(03).
          03 WRK-DOC-U-P3                        PIC X(03).
          03 WRK-DOC-U-P4                        PIC X(02).
       01 WRK-DOC-DIGITS REDEFINES WRK-DOC-UNMASKED
                                                 PIC 9(12).
       01 WRK-DOC-OK-SW                          PIC X(01) VALUE 'N'.
          88 WRK-DOC-IS-NUMERIC                        VALUE 'Y'.

       01 WRK-SNPRPT-LINE                        PIC X(132)
                                                  VALUE SPACES.

      *DATA FOR ERROR LOG:
       01 WRK-ERROR-LOG.
          03 WRK-PROGRAM                         PIC X(08) VALUE
                                                          'CSRG0084'  .
          03 WRK-ERROR-MSG                       PIC X(30) VALUE SPACES.
          03 WRK-ERROR-CODE                      PIC X(30) VALUE SPACES.
          03 WRK-ERROR-DATE                      PIC X(10) VALUE SPACES.
          03 WRK-ERROR-TIME                      PIC X(08) VALUE SPACES.

      *ABENDING PROGRAM:
       77 WRK-ABEND-PGM                          PIC X(08) VALUE
                                                          'ABENDPGM'  .

       01 WRK-FILE-STATUS.
          03 WRK-FS-CUSTSNAP                     PIC 9(02) VALUE ZEROS .
          03 WRK-FS-SNPRPT                       PIC 9(02) VALUE ZEROS .

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

      *THE WHOLE BASE, IN THE SNAPSHOT ORDER (SEE CSRGSNP1) - A NULL
      *COLUMN COMES BACK AS SPACES:
           EXEC SQL
              DECLARE CSR0084 CURSOR FOR
                 SELECT CPF, NAME, BIRTH, STREET, HNUMBER,
                        COALESCE(OTHER_INFO, ' '),
                        CITY, STATE, COUNTRY,
                        COALESCE(CHAR(TIMEREGINC), ' '),
                        STATUS,
                        COALESCE(CHAR(DELETED_TS), ' '),
                        COALESCE(EMAIL, ' '),
                        COALESCE(PHONE, ' '),
                        COALESCE(CEP, ' '),
                        COALESCE(DOC_TYPE, ' '),
                        COALESCE(PROVIDER_CODE, ' '),
                        COALESCE(ADDR_UNDEL, ' '),
                        COALESCE(EMAIL_UNDEL, ' '),
                        COALESCE(PHONE_UNDEL, ' '),
                        COALESCE(UNDEL_DT, ' '),
                        COALESCE(UNDEL_REASON, ' '),
                        COALESCE(CPF_SITUACAO, ' '),
                        COALESCE(CUST_ID, ' '),
                        COALESCE(HOUSEHOLD_ID, ' '),
                        COALESCE(DELETE_REASON, ' '),
                        COALESCE(PROT_FLAG, ' '),
                        COALESCE(RISK_RATING, ' '),
                        COALESCE(RISK_RATED_DT, ' '),
                        COALESCE(REVIEW_DUE_DT, ' '),
                        COALESCE(LAST_ACTIVITY_DT, ' '),
                        COALESCE(DORMANCY_BAND, ' ')
                   FROM TB_CUSTOMER
                  ORDER BY COALESCE(CUST_ID, ' '), CPF
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

           PERFORM 2000-UNLOAD-ONE-ROW
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

           PERFORM 1100-SET-PERIOD.

           INITIALIZE WRK-SNAP-REG
                      WRK-CHAN-PARM.

           MOVE 'CUSTSNAP'             TO CSRGCHP1-TRAIL.
           MOVE 479                    TO CSRGCHP1-BODY-LEN.

           OPEN OUTPUT CUSTSNAP
                       SNPRPT.

           MOVE 'OPEN FILE CUSTSNAP'   TO WRK-ERROR-MSG.
           PERFORM 8100-TEST-FS-CUSTSNAP.

           MOVE 'OPEN FILE SNPRPT'     TO WRK-ERROR-MSG.
           PERFORM 8200-TEST-FS-SNPRPT.

           MOVE SPACES                 TO WRK-SNPRPT-LINE.
           STRING 'CSRG0084 MONTH-END CUSTOMER SNAPSHOT - RUN ',
                  CSRGPARM-BATCH-RUN-ID,' ',
                  WRK-DATE-FORMATTED,' ',WRK-TIME-FORMATTED,
                  '  PERIOD ',WRK-REPORT-MONTH
                                       DELIMITED BY SIZE
                                       INTO WRK-SNPRPT-LINE.
           PERFORM 3210-PUT-SNPRPT-LINE.

           IF CSRGPARM-IS-TEST-MODE
              MOVE '*** TEST MODE - SEAL NOT REGISTERED ***'
                                       TO WRK-SNPRPT-LINE
              PERFORM 3210-PUT-SNPRPT-LINE
           END-IF.

           PERFORM 1200-FREEZE-BASE.

           PERFORM 2100-FETCH-CUSTOMER.
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
       1100-SET-PERIOD                 SECTION.
      *----------------------------------------------------------------*
      *    THE PERIOD ON THE CARD, OR THE MONTH BEFORE THE RUN DATE.   *
      *----------------------------------------------------------------*
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
       1100-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       1200-FREEZE-BASE                SECTION.
      *----------------------------------------------------------------*
      *    SHARE MODE: NO ROW CAN CHANGE UNTIL THE COMMIT IN           *
      *    3000-FINALIZE, SO EVERY ROW IS UNLOADED AS AT THE SAME      *
      *    INSTANT.  THE TAKEN DATE AND TIME ARE THOSE OF THE LOCK.    *
      *----------------------------------------------------------------*
           MOVE 'LOCKING TB_CUSTOMER'  TO WRK-ERROR-MSG.

           EXEC SQL
               LOCK TABLE TB_CUSTOMER IN SHARE MODE
           END-EXEC.

           IF SQLCODE NOT EQUAL ZEROS
              PERFORM 9100-FORMAT-SQLCODE
              PERFORM 9999-CALL-ABEND-PGM
           END-IF.

           PERFORM 9000-GET-DATE-TIME.

           MOVE 'OPENING CSR0084'      TO WRK-ERROR-MSG.

           EXEC SQL
               OPEN CSR0084
           END-EXEC.

           IF SQLCODE NOT EQUAL ZEROS
              PERFORM 9100-FORMAT-SQLCODE
              PERFORM 9999-CALL-ABEND-PGM
           END-IF.
      *----------------------------------------------------------------*
       1200-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2000-UNLOAD-ONE-ROW             SECTION.
      *----------------------------------------------------------------*
           INITIALIZE WRK-SNAP-REG.

           MOVE BTB-CUSTOMER           TO CSRGSNP1-ROW.

           ADD 1                       TO WRK-CUSTOMER-ROWS-COUNTER.

           PERFORM 2200-ADD-TO-TOTALS.

           PERFORM 2900-PUT-CUSTSNAP-REG.

           PERFORM 2100-FETCH-CUSTOMER.
      *----------------------------------------------------------------*
       2000-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2100-FETCH-CUSTOMER             SECTION.
      *----------------------------------------------------------------*
           MOVE 'FETCHING CSR0084'     TO WRK-ERROR-MSG.

           EXEC SQL
               FETCH CSR0084
                INTO :CPF, :NAME, :BIRTH, :STREET, :HNUMBER,
                     :OTHER-INFO, :CITY, :STATE, :COUNTRY,
                     :TIMEREGINC, :CUST-STATUS, :DELETED-TS,
                     :EMAIL, :PHONE, :CEP, :DOC-TYPE,
                     :PROVIDER-CODE, :ADDR-UNDEL, :EMAIL-UNDEL,
                     :PHONE-UNDEL, :UNDEL-DT, :UNDEL-REASON,
                     :CPF-SITUACAO, :CUST-ID, :HOUSEHOLD-ID,
                     :DELETE-REASON, :PROT-FLAG, :RISK-RATING,
                     :RISK-RATED-DT, :REVIEW-DUE-DT,
                     :LAST-ACTIVITY-DT, :DORMANCY-BAND
           END-EXEC.

           EVALUATE SQLCODE
              WHEN ZEROS
                 CONTINUE
              WHEN +100
                 MOVE 'END'            TO WRK-CURSOR-EOF
              WHEN OTHER
                 PERFORM 9100-FORMAT-SQLCODE
                 PERFORM 9999-CALL-ABEND-PGM
           END-EVALUATE.
      *----------------------------------------------------------------*
       2100-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2200-ADD-TO-TOTALS              SECTION.
      *----------------------------------------------------------------*
      *    THE COUNTS AND HASH TOTALS OF CSRGSNT1.  CSRG0085 WORKS     *
      *    THEM OUT AGAIN THE SAME WAY WHEN IT READS THE GENERATION.   *
      *----------------------------------------------------------------*
           IF CSRGSNP1-IS-DELETED
              ADD 1                    TO WRK-DELETED-COUNTER
           ELSE
              ADD 1                    TO WRK-ACTIVE-COUNTER
           END-IF.

           IF CSRGSNP1-IS-PROTECTED
              ADD 1                    TO WRK-PROTECTED-COUNTER
           END-IF.

           IF CSRGSNP1-DOC-IS-CPF
              MOVE CSRGSNP1-CPF        TO WRK-DOC-MASKED
              PERFORM 7100-UNMASK-DOC
              IF WRK-DOC-IS-NUMERIC
                 ADD WRK-DOC-DIGITS    TO WRK-HASH-CPF
              END-IF
           ELSE
              ADD 1                    TO WRK-NON-CPF-COUNTER
           END-IF.

           MOVE CSRGSNP1-CUST-ID       TO WRK-CUST-ID-X.
           IF WRK-CUST-ID-X            IS NUMERIC
              ADD WRK-CUST-ID-NUM      TO WRK-HASH-CUST-ID
           END-IF.

           MOVE CSRGSNP1-BIRTH         TO WRK-DATE-IN.
           PERFORM 7200-DATE-TO-YYYYMMDD.
           ADD WRK-DATE-OUT-NUM        TO WRK-HASH-BIRTH.
      *----------------------------------------------------------------*
       2200-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2900-PUT-CUSTSNAP-REG           SECTION.
      *----------------------------------------------------------------*
           MOVE 'RECORDING CUSTSNAP'   TO WRK-ERROR-MSG.

           MOVE 'L'                    TO CSRGCHP1-FUNCTION.
           MOVE 'B'                    TO CSRGCHP1-STREAM.
           CALL WRK-CHAN-PGM           USING WRK-CHAN-PARM
                                             WRK-SNAP-REG.

           MOVE  WRK-SNAP-REG          TO FD-REG-CUSTSNAP.

           WRITE FD-REG-CUSTSNAP.

           PERFORM 8100-TEST-FS-CUSTSNAP.

           ADD 1                       TO WRK-CUSTSNAP-REGS-COUNTER.
      *----------------------------------------------------------------*
       2900-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       3000-FINALIZE                   SECTION.
      *----------------------------------------------------------------*
           EXEC SQL
               CLOSE CSR0084
           END-EXEC.

           PERFORM 3050-WRITE-TOTALS-REC.

           PERFORM 3100-SEAL-CUSTSNAP.

      *    THE SEAL REGISTRATION AND THE END OF THE SHARE LOCK:
           IF CSRGPARM-IS-PRODUCTION
              EXEC SQL
                  COMMIT
              END-EXEC
           END-IF.

           PERFORM 3200-WRITE-TOTALS.

           CLOSE CUSTSNAP
                 SNPRPT.

           DISPLAY '***************************'.
           DISPLAY '*  SUCCESSFUL  EXECUTION  *'.
           DISPLAY '***************************'.
           DISPLAY '*MODULE..........:' WRK-PROGRAM '*'.
           DISPLAY '*COMPILED........:'
           DD-COMPILED '/' MM-COMPILED '/' YY-COMPILED '*'.
           DISPLAY '*.................'
           HOUR-COMPILED '.' MINUTE-COMPILED '.'SECOND-COMPILED '*'.
           DISPLAY '*-------------------------*'.
           DISPLAY '*PERIOD..............:' WRK-REPORT-MONTH '*'.
           DISPLAY '*CUSTOMER ROWS.......:' WRK-CUSTOMER-ROWS-COUNTER
           '*'.
           DISPLAY '*RECORDS CUSTSNAP....:' WRK-CUSTSNAP-REGS-COUNTER
           '*'.
           DISPLAY '*SEAL NUMBER.........:' CSRGCHP1-SEAL-SEQ '*'.
           DISPLAY '*-------------------------*'.
           DISPLAY '*EXECUTED......:' WRK-DATE-FORMATTED '*'.
           DISPLAY '*.................' WRK-TIME-FORMATTED '*'.
           DISPLAY '***************************'.

           IF CSRGPARM-IS-TEST-MODE
              DISPLAY '*** TEST MODE - THE SEAL WAS NOT REGISTERED ***'
              DISPLAY '*** ON TB_AUDIT_SEAL                        ***'
           END-IF.

           STOP RUN.
      *----------------------------------------------------------------*
       3000-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       3050-WRITE-TOTALS-REC           SECTION.
      *----------------------------------------------------------------*
      *    THE CSRGSNT1 TOTALS, CHAINED LIKE A ROW SO THE SEAL COVERS  *
      *    THEM.  IT IS WRITTEN EVEN FOR AN EMPTY TABLE, SO EVERY      *
      *    GENERATION HAS ITS TOTALS AND ITS SEAL.                     *
      *----------------------------------------------------------------*
           INITIALIZE WRK-SNAP-REG.
           MOVE SPACES                 TO WRK-SNAP-TOTALS-REG.

           MOVE '*SNAP TRAILER*'       TO CSRGSNT1-TAG.
           MOVE WRK-REPORT-MONTH       TO CSRGSNT1-PERIOD.
           MOVE WRK-DATE-FORMATTED     TO CSRGSNT1-TAKEN-DATE.
           MOVE WRK-TIME-FORMATTED     TO CSRGSNT1-TAKEN-TIME.
           MOVE CSRGPARM-BATCH-RUN-ID  TO CSRGSNT1-RUN-ID.
           MOVE WRK-CUSTOMER-ROWS-COUNTER
                                       TO CSRGSNT1-TOTAL-ROWS.
           MOVE WRK-ACTIVE-COUNTER     TO CSRGSNT1-ACTIVE-ROWS.
           MOVE WRK-DELETED-COUNTER    TO CSRGSNT1-DELETED-ROWS.
           MOVE WRK-PROTECTED-COUNTER  TO CSRGSNT1-PROTECTED-ROWS.
           MOVE WRK-NON-CPF-COUNTER    TO CSRGSNT1-NON-CPF-ROWS.
           MOVE WRK-HASH-CPF           TO CSRGSNT1-HASH-CPF.
           MOVE WRK-HASH-CUST-ID       TO CSRGSNT1-HASH-CUST-ID.
           MOVE WRK-HASH-BIRTH         TO CSRGSNT1-HASH-BIRTH.

           PERFORM 2900-PUT-CUSTSNAP-REG.
      *----------------------------------------------------------------*
       3050-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       3100-SEAL-CUSTSNAP              SECTION.
      *----------------------------------------------------------------*
      *    THE GENERATION ENDS IN A SEALED TRAILER WHOSE HASH IS       *
      *    REGISTERED ON TB_AUDIT_SEAL, COMMITTED IN 3000-FINALIZE.    *
      *    THE TOTALS RECORD ALWAYS PRECEDES IT, SO THERE IS ALWAYS    *
      *    SOMETHING TO SEAL.                                          *
      *----------------------------------------------------------------*
           MOVE 'SEALING CUSTSNAP'     TO WRK-ERROR-MSG.

           MOVE 'S'                    TO CSRGCHP1-FUNCTION.
           MOVE CSRGPARM-BATCH-RUN-ID  TO CSRGCHP1-RUN-ID.
           MOVE WRK-PROGRAM            TO CSRGCHP1-PROGRAM.
           IF CSRGPARM-IS-PRODUCTION
              MOVE 'P'                 TO CSRGCHP1-MODE
           END-IF.

           CALL WRK-CHAN-PGM           USING WRK-CHAN-PARM
                                             WRK-SNAP-REG.

           IF CSRGCHP1-SQLCODE         NOT EQUAL ZEROS
              MOVE CSRGCHP1-SQLCODE    TO WRK-SQLCODE-SINAL
              STRING 'SQLCODE..:',WRK-SQLCODE-X
                                       DELIMITED BY SPACE
                                       INTO WRK-ERROR-CODE
              PERFORM 9999-CALL-ABEND-PGM
           END-IF.

           MOVE WRK-SNAP-REG           TO FD-REG-CUSTSNAP.

           WRITE FD-REG-CUSTSNAP.

           PERFORM 8100-TEST-FS-CUSTSNAP.
      *----------------------------------------------------------------*
       3100-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       3200-WRITE-TOTALS               SECTION.
      *----------------------------------------------------------------*
           MOVE SPACES                 TO WRK-SNPRPT-LINE.
           PERFORM 3210-PUT-SNPRPT-LINE.

           MOVE SPACES                 TO WRK-SNPRPT-LINE.
           STRING 'SNAPSHOT TAKEN................................: ',
                  WRK-DATE-FORMATTED,' ',WRK-TIME-FORMATTED
                                       DELIMITED BY SIZE
                                       INTO WRK-SNPRPT-LINE.
           PERFORM 3210-PUT-SNPRPT-LINE.

           MOVE SPACES                 TO WRK-SNPRPT-LINE.
           STRING 'CUSTOMER ROWS UNLOADED........................: ',
                  WRK-CUSTOMER-ROWS-COUNTER
                                       DELIMITED BY SIZE
                                       INTO WRK-SNPRPT-LINE.
           PERFORM 3210-PUT-SNPRPT-LINE.

           MOVE SPACES                 TO WRK-SNPRPT-LINE.
           STRING '  ACTIVE / SOFT-DELETED.......................: ',
                  WRK-ACTIVE-COUNTER,' ',
                  WRK-DELETED-COUNTER
                                       DELIMITED BY SIZE
                                       INTO WRK-SNPRPT-LINE.
           PERFORM 3210-PUT-SNPRPT-LINE.

           MOVE SPACES                 TO WRK-SNPRPT-LINE.
           STRING '  PROTECTED...................................: ',
                  WRK-PROTECTED-COUNTER
                                       DELIMITED BY SIZE
                                       INTO WRK-SNPRPT-LINE.
           PERFORM 3210-PUT-SNPRPT-LINE.

           MOVE SPACES                 TO WRK-SNPRPT-LINE.
           STRING '  UNDER A DOCUMENT OTHER THAN A CPF...........: ',
                  WRK-NON-CPF-COUNTER
                                       DELIMITED BY SIZE
                                       INTO WRK-SNPRPT-LINE.
           PERFORM 3210-PUT-SNPRPT-LINE.

           MOVE SPACES                 TO WRK-SNPRPT-LINE.
           STRING 'HASH TOTAL - CPF DIGITS.......................: ',
                  WRK-HASH-CPF
                                       DELIMITED BY SIZE
                                       INTO WRK-SNPRPT-LINE.
           PERFORM 3210-PUT-SNPRPT-LINE.

           MOVE SPACES                 TO WRK-SNPRPT-LINE.
           STRING 'HASH TOTAL - CUST-ID..........................: ',
                  WRK-HASH-CUST-ID
                                       DELIMITED BY SIZE
                                       INTO WRK-SNPRPT-LINE.
           PERFORM 3210-PUT-SNPRPT-LINE.

           MOVE SPACES                 TO WRK-SNPRPT-LINE.
           STRING 'HASH TOTAL - BIRTH (YYYYMMDD).................: ',
                  WRK-HASH-BIRTH
                                       DELIMITED BY SIZE
                                       INTO WRK-SNPRPT-LINE.
           PERFORM 3210-PUT-SNPRPT-LINE.

           MOVE SPACES                 TO WRK-SNPRPT-LINE.
           STRING 'SEAL NUMBER / HASH............................: ',
                  CSRGCHP1-SEAL-SEQ,' ',
                  CSRGCHP1-SEAL-HASH
                                       DELIMITED BY SIZE
                                       INTO WRK-SNPRPT-LINE.
           PERFORM 3210-PUT-SNPRPT-LINE.
      *----------------------------------------------------------------*
       3200-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       3210-PUT-SNPRPT-LINE            SECTION.
      *----------------------------------------------------------------*
           MOVE  WRK-SNPRPT-LINE       TO    FD-REG-SNPRPT.

           WRITE FD-REG-SNPRPT.

           PERFORM 8200-TEST-FS-SNPRPT.
      *----------------------------------------------------------------*
       3210-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       7100-UNMASK-DOC                 SECTION.
      *----------------------------------------------------------------*
      *    WRK-DOC-MASKED (9999.999.999-99) TO WRK-DOC-DIGITS.         *
      *----------------------------------------------------------------*
           MOVE WRK-DOC-M-P1           TO WRK-DOC-U-P1.
           MOVE WRK-DOC-M-P2           TO WRK-DOC-U-P2.
           MOVE WRK-DOC-M-P3           TO WRK-DOC-U-P3.
           MOVE WRK-DOC-M-P4           TO WRK-DOC-U-P4.

           IF WRK-DOC-UNMASKED         IS NUMERIC
              MOVE 'Y'                 TO WRK-DOC-OK-SW
           ELSE
              MOVE 'N'                 TO WRK-DOC-OK-SW
           END-IF.
      *----------------------------------------------------------------*
       7100-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       7200-DATE-TO-YYYYMMDD           SECTION.
      *----------------------------------------------------------------*
      *    WRK-DATE-IN (DD-MM-YYYY) TO WRK-DATE-OUT (YYYYMMDD); ZERO   *
      *    WHEN THE DATE IS NOT NUMERIC.                               *
      *----------------------------------------------------------------*
           MOVE WRK-DATE-IN-YYYY       TO WRK-DATE-OUT-YYYY.
           MOVE WRK-DATE-IN-MM         TO WRK-DATE-OUT-MM.
           MOVE WRK-DATE-IN-DD         TO WRK-DATE-OUT-DD.

           IF WRK-DATE-OUT             NOT NUMERIC
              MOVE ZEROS               TO WRK-DATE-OUT-NUM
           END-IF.
      *----------------------------------------------------------------*
       7200-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       8100-TEST-FS-CUSTSNAP           SECTION.
      *----------------------------------------------------------------*
           IF WRK-FS-CUSTSNAP          NOT EQUAL ZEROS
              MOVE WRK-FS-CUSTSNAP     TO  WRK-ERROR-CODE
              PERFORM 9999-CALL-ABEND-PGM
           END-IF.
      *----------------------------------------------------------------*
       8100-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       8200-TEST-FS-SNPRPT             SECTION.
      *----------------------------------------------------------------*
           IF WRK-FS-SNPRPT            NOT EQUAL ZEROS
              MOVE WRK-FS-SNPRPT       TO  WRK-ERROR-CODE
              PERFORM 9999-CALL-ABEND-PGM
           END-IF.
      *----------------------------------------------------------------*
       8200-99-EXIT.                   EXIT.
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
