      *================================================================*
      *        I D E N T I F I C A T I O N      D I V I S I O N        *
      *================================================================*
       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     CSRG0076.
       AUTHOR.         RENAN MUNIZ MERLO.
       DATE-WRITTEN.   15/10/2026.
       DATE-COMPILED   WHEN-COMPILED.
       REMARKS.
      *----------------------------------------------------------------*
      *                RENAN MUNIZ MERLO COBOL DEVELOPER               *
      *          https://www.linkedin.com/in/renan-muniz-merlo         *
      *----------------------------------------------------------------*
      *    PROGRAM-ID..: CSRG0076.                                     *
      *    ANALYST.....: RENAN MUNIZ MERLO                             *
      *    PROGRAMMER..: RENAN MUNIZ MERLO                             *
      *    DATE........: 15/10/2026                                    *
      *----------------------------------------------------------------*
      *    PROJECT.....: CUSTOMER REGISTRATION PROJECT - CUSTMREG      *
      *----------------------------------------------------------------*
      *    GOAL........: AUDIT-TRAIL CHAIN VERIFIER.  RE-WALKS ONE     *
      *                  AUDIT DATASET - FILEHST3 OR ONE OF ITS        *
      *                  MONTHLY SLICES, LGPDAUD, MRGAUD, BKOAUD,      *
      *                  CONSAUD, ACCLOG, ADRHST OR A CUSTSNAP         *
      *                  GENERATION - THROUGH CSRGCHAN,                *
      *                  RECOMPUTING EVERY CSRGCHN1 LINK AND CHECKING  *
      *                  EVERY CSRGSEL1 SEAL AGAINST TB_AUDIT_SEAL.    *
      *                  THE TRAIL NAME (POS 303-310) SAYS HOW LONG    *
      *                  THE RECORD BODY IS; THE SCOPE (POS 311) SAYS  *
      *                  WHETHER THE DATASET IS THE LIVE END OF THE    *
      *                  TRAIL, WHOSE LAST SEAL MUST BE THE NEWEST ON  *
      *                  THE REGISTER.  VERRPT LISTS EVERY RECORD THAT *
      *                  FAILS, THE FIRST BROKEN LINK, AND THE COUNTS. *
      *                  A DATASET ALLOCATED UNDER THE WRONG TRAIL     *
      *                  NAME BREAKS ON ITS FIRST RECORD.  READ-ONLY.  *
      *                  RC=0 CHAIN INTACT                             *
      *                  RC=4 WARNINGS ONLY (A GENERATION LEFT         *
      *                       UNSEALED BY AN ABENDED WRITER)           *
      *                  RC=8 BROKEN - ALERTPGM ALERT RAISED           *
      *----------------------------------------------------------------*
      *    FILES.......:  DDNAME          LRECL       INCLUDE/BOOK     *
      *                   AUDITIN         VARIES      CSRGCHN1/        *
      *                                               CSRGSEL1         *
      *                   VERRPT          00132       NONE             *
      *----------------------------------------------------------------*
      *    ALERT.......: ALERTPGM RECORD - FILE NAME = THE TRAIL NAME, *
      *                  COUNT = THE RECORDS THAT FAILED               *
      *----------------------------------------------------------------*
      *    MODIFICATION HISTORY.......:                                *
      *    15/10/2026 RMM - PROGRAM CREATED.                           *
      *    15/10/2026 RMM - NEW TRAIL ADRHST (THE CSRG0077 TYPED-      *
      *                     ADDRESS BEFORE-IMAGES, FILEHST3 LAYOUT).   *
      *    15/10/2026 RMM - NEW TRAIL CUSTSNAP (THE CSRG0084 MONTH-END *
      *                     SNAPSHOT); RECORD AREA WIDENED TO 500.     *
      *----------------------------------------------------------------*
      *    TABLE DB2...:  TB_AUDIT_SEAL (THROUGH CSRGCHAN)             *
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

           SELECT AUDITIN       ASSIGN TO UTS-S-AUDITIN
            ORGANIZATION IS     SEQUENTIAL
            ACCESS MODE  IS     SEQUENTIAL
            FILE STATUS  IS     WRK-FS-AUDITIN.

           SELECT VERRPT        ASSIGN TO UTS-S-VERRPT
            ORGANIZATION IS     SEQUENTIAL
            ACCESS MODE  IS     SEQUENTIAL
            FILE STATUS  IS     WRK-FS-VERRPT.

      *================================================================*
      *                  D A T A      D I V I S I O N                  *
      *================================================================*
       DATA DIVISION.
       FILE SECTION.
      *
      *THE RECORD LENGTH COMES FROM THE DATASET LABEL - ONE PROGRAM
      *READS EVERY TRAIL:
       FD AUDITIN
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           RECORD CONTAINS 0 CHARACTERS
           BLOCK CONTAINS 00 RECORDS.
       01 FD-REG-AUDITIN    PIC X(500).

       FD VERRPT
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS 00 RECORDS.
       01 FD-REG-VERRPT     PIC X(132).

      *-----------------------------------------------------------------*
      *                  WORKING-STORAGE SECTION                        *
      *-----------------------------------------------------------------*
       WORKING-STORAGE SECTION.

       77 WRK-AUDITIN-REGS-COUNTER               PIC 9(09) VALUE ZEROS .
       77 WRK-LISTED-COUNTER                     PIC 9(05) VALUE ZEROS .
       77 WRK-LISTED-MAX                         PIC 9(05) VALUE 00100.

       77 WRK-AUDITIN-EOF                        PIC X(03) VALUE SPACES.

      *RUNTIME PARAMETER CARD - TRAIL NAME AND SCOPE AT POS 303-311:
       COPY 'CSRGPARM'.

      *THE AUDIT RECORD IN HAND, BODY AND CSRGCHN1 SUFFIX TOGETHER:
       01 WRK-AUDITIN-REG                        PIC X(500) VALUE
                                                             SPACES.

      *THE TRAILS CSRGCHAN CHAINS AND THE LENGTH OF EACH ONE'S RECORD
      *BODY (THE LRECL LESS THE 21-BYTE CSRGCHN1 SUFFIX):
       01 WRK-TRAIL-VALUES.
          03 FILLER                              PIC X(12) VALUE
                                                    'FILEHST30343'.
          03 FILLER                              PIC X(12) VALUE
                                                    'LGPDAUD 0060'.
          03 FILLER                              PIC X(12) VALUE
                                                    'MRGAUD  0303'.
          03 FILLER                              PIC X(12) VALUE
                                                    'BKOAUD  0069'.
          03 FILLER                              PIC X(12) VALUE
                                                    'CONSAUD 0059'.
          03 FILLER                              PIC X(12) VALUE
                                                    'ACCLOG  0100'.
          03 FILLER                              PIC X(12) VALUE
                                                    'ADRHST  0343'.
          03 FILLER                              PIC X(12) VALUE
                                                    'CUSTSNAP0479'.
       01 FILLER REDEFINES WRK-TRAIL-VALUES.
          03 WRK-TRAIL-ENTRY                     OCCURS 8 TIMES.
             05 WRK-TRAIL-NAME                   PIC X(08).
             05 WRK-TRAIL-BODY-LEN               PIC 9(04).

       77 WRK-TRAIL-IDX                          PIC 9(02) VALUE ZEROS .
       77 WRK-TRAIL-MAX                          PIC 9(02) VALUE 08.

       01 WRK-TRAIL-FOUND-SW                     PIC X(01) VALUE 'N'.
          88 WRK-TRAIL-WAS-FOUND                       VALUE 'Y'.

      *HASH CHAIN STATE OF THE TRAIL BEING WALKED (SEE CSRGCHP1):
       77 WRK-CHAN-PGM                           PIC X(08) VALUE
                                                          'CSRGCHAN'  .
       01 WRK-CHAN-PARM.
          COPY 'CSRGCHP1'.

      *WHAT A VERDICT MEANS, FOR THE REPORT LINE:
       01 WRK-VERDICT-TEXT                       PIC X(40) VALUE SPACES.

       01 WRK-VERRPT-LINE                        PIC X(132) VALUE
                                                             SPACES.

      *DATA FOR ERROR LOG:
       01 WRK-ERROR-LOG.
          03 WRK-PROGRAM                         PIC X(08) VALUE
                                                          'CSRG0076'  .
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

       01 WRK-ALERT-LOG.
          COPY 'CSRGALRT'.

       01 WRK-FILE-STATUS.
          03 WRK-FS-AUDITIN                      PIC 9(02) VALUE ZEROS .
          03 WRK-FS-VERRPT                       PIC 9(02) VALUE ZEROS .

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
      *================================================================*
       PROCEDURE                       DIVISION.
      *================================================================*
      *----------------------------------------------------------------*
       0000-MAIN-PROCESS               SECTION.
      *----------------------------------------------------------------*
           MOVE WHEN-COMPILED          TO WRK-WHEN-COPILED.

           PERFORM 1000-INITIALIZE.

           PERFORM 2000-VERIFY-ONE-RECORD
              UNTIL WRK-AUDITIN-EOF    EQUAL 'END'.

           PERFORM 3000-FINALIZE.
      *----------------------------------------------------------------*
       0000-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       1000-INITIALIZE                 SECTION.
      *----------------------------------------------------------------*
           PERFORM 9000-GET-DATE-TIME.

           PERFORM 1050-GET-RUN-PARMS.

           PERFORM 1100-FIND-TRAIL.

           INITIALIZE WRK-CHAN-PARM.
           MOVE CSRGPARM-AUDIT-TRAIL   TO CSRGCHP1-TRAIL.
           MOVE WRK-TRAIL-BODY-LEN (WRK-TRAIL-IDX)
                                       TO CSRGCHP1-BODY-LEN.
           MOVE CSRGPARM-AUDIT-LIVE    TO CSRGCHP1-LIVE.
           MOVE CSRGPARM-BATCH-RUN-ID  TO CSRGCHP1-RUN-ID.
           MOVE WRK-PROGRAM            TO CSRGCHP1-PROGRAM.
           IF CSRGPARM-IS-PRODUCTION
              MOVE 'P'                 TO CSRGCHP1-MODE
           END-IF.

           OPEN INPUT  AUDITIN
                OUTPUT VERRPT.

           MOVE 'OPEN FILE AUDITIN'    TO WRK-ERROR-MSG.
           PERFORM 8100-TEST-FS-AUDITIN.

           MOVE 'OPEN FILE VERRPT'     TO WRK-ERROR-MSG.
           PERFORM 8200-TEST-FS-VERRPT.

           MOVE SPACES                 TO WRK-VERRPT-LINE.
           STRING 'CSRG0076 AUDIT-TRAIL CHAIN VERIFICATION - RUN ',
                  WRK-DATE-FORMATTED,' ',WRK-TIME-FORMATTED
                                       DELIMITED BY SIZE
                                       INTO WRK-VERRPT-LINE.
           PERFORM 3900-PUT-VERRPT-LINE.

           MOVE SPACES                 TO WRK-VERRPT-LINE.
           STRING 'TRAIL ',CSRGCHP1-TRAIL,
                  '  BODY LENGTH ',CSRGCHP1-BODY-LEN,
                  '  SCOPE ',CSRGPARM-AUDIT-LIVE,
                  '  (Y = WHOLE LIVE TRAIL, E = LIVE END, ',
                  'BLANK = COPY OR SLICE)'
                                       DELIMITED BY SIZE
                                       INTO WRK-VERRPT-LINE.
           PERFORM 3900-PUT-VERRPT-LINE.

           IF NOT CSRGCHP1-IS-PRODUCTION
              MOVE 'TEST MODE - SEALS NOT CHECKED ON TB_AUDIT_SEAL'
                                       TO WRK-VERRPT-LINE
              PERFORM 3900-PUT-VERRPT-LINE
           END-IF.

           MOVE SPACES                 TO WRK-VERRPT-LINE.
           STRING 'RECORD    VERDICT  MEANING',
                  '                                  RECORD START'
                                       DELIMITED BY SIZE
                                       INTO WRK-VERRPT-LINE.
           PERFORM 3900-PUT-VERRPT-LINE.

           PERFORM 2100-READ-AUDITIN.
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

           IF CSRGPARM-AUDIT-LIVE      NOT EQUAL 'Y' AND 'E' AND ' '
              MOVE 'INVALID AUDIT SCOPE'
                                       TO WRK-ERROR-MSG
              MOVE CSRGPARM-AUDIT-LIVE TO WRK-ERROR-CODE
              PERFORM 9999-CALL-ABEND-PGM
           END-IF.
      *----------------------------------------------------------------*
       1050-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       1100-FIND-TRAIL                 SECTION.
      *----------------------------------------------------------------*
      *    A TRAIL NAME NOT IN THE TABLE IS A BAD CARD - THERE IS NO   *
      *    BODY LENGTH TO WALK IT BY.                                  *
      *----------------------------------------------------------------*
           MOVE 'N'                    TO WRK-TRAIL-FOUND-SW.

           MOVE 1                      TO WRK-TRAIL-IDX.

           PERFORM 1110-TEST-ONE-TRAIL
              UNTIL WRK-TRAIL-IDX      GREATER WRK-TRAIL-MAX
                 OR WRK-TRAIL-WAS-FOUND.

           IF NOT WRK-TRAIL-WAS-FOUND
              MOVE 'UNKNOWN AUDIT TRAIL'
                                       TO WRK-ERROR-MSG
              MOVE CSRGPARM-AUDIT-TRAIL
                                       TO WRK-ERROR-CODE
              PERFORM 9999-CALL-ABEND-PGM
           END-IF.
      *----------------------------------------------------------------*
       1100-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       1110-TEST-ONE-TRAIL             SECTION.
      *----------------------------------------------------------------*
           IF WRK-TRAIL-NAME (WRK-TRAIL-IDX)
                                       EQUAL CSRGPARM-AUDIT-TRAIL
              MOVE 'Y'                 TO WRK-TRAIL-FOUND-SW
           ELSE
              ADD 1                    TO WRK-TRAIL-IDX
           END-IF.
      *----------------------------------------------------------------*
       1110-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2000-VERIFY-ONE-RECORD          SECTION.
      *----------------------------------------------------------------*
           MOVE 'V'                    TO CSRGCHP1-FUNCTION.

           CALL WRK-CHAN-PGM           USING WRK-CHAN-PARM
                                             WRK-AUDITIN-REG.

           IF CSRGCHP1-SQLCODE         NOT EQUAL ZEROS
              MOVE 'READING TB_AUDIT_SEAL'
                                       TO WRK-ERROR-MSG
              MOVE CSRGCHP1-SQLCODE    TO WRK-SQLCODE-SINAL
              STRING 'SQLCODE..:',WRK-SQLCODE-X
                                       DELIMITED BY SPACE
                                       INTO WRK-ERROR-CODE
              PERFORM 9999-CALL-ABEND-PGM
           END-IF.

           IF NOT CSRGCHP1-VERDICT-OK
              PERFORM 2200-LIST-PROBLEM
           END-IF.

           PERFORM 2100-READ-AUDITIN.
      *----------------------------------------------------------------*
       2000-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2100-READ-AUDITIN               SECTION.
      *----------------------------------------------------------------*
           MOVE 'READING AUDITIN'      TO   WRK-ERROR-MSG.

           MOVE SPACES                 TO   WRK-AUDITIN-REG.

           READ AUDITIN                INTO WRK-AUDITIN-REG.

           PERFORM 8100-TEST-FS-AUDITIN.

           IF WRK-FS-AUDITIN           EQUAL 10
              MOVE 'END'               TO   WRK-AUDITIN-EOF
           ELSE
              ADD 1                    TO   WRK-AUDITIN-REGS-COUNTER
           END-IF.
      *----------------------------------------------------------------*
       2100-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2200-LIST-PROBLEM               SECTION.
      *----------------------------------------------------------------*
      *    ONE LINE PER RECORD THAT FAILED, WITH THE START OF THE      *
      *    RECORD SO IT CAN BE FOUND.  A BADLY DAMAGED DATASET STOPS   *
      *    BEING LISTED AT WRK-LISTED-MAX - THE COUNTS STILL RUN.      *
      *----------------------------------------------------------------*
           ADD 1                       TO WRK-LISTED-COUNTER.

           IF WRK-LISTED-COUNTER       GREATER WRK-LISTED-MAX
              GO TO 2200-99-EXIT
           END-IF.

           PERFORM 2300-GET-VERDICT-TEXT.

           MOVE SPACES                 TO WRK-VERRPT-LINE.
           STRING CSRGCHP1-RECORDS,'     ',
                  CSRGCHP1-VERDICT,'     ',
                  WRK-VERDICT-TEXT,'  ',
                  WRK-AUDITIN-REG (1:60)
                                       DELIMITED BY SIZE
                                       INTO WRK-VERRPT-LINE.
           PERFORM 3900-PUT-VERRPT-LINE.

           IF WRK-LISTED-COUNTER       EQUAL WRK-LISTED-MAX
              MOVE '*** LIMIT REACHED - FURTHER FAILURES NOT LISTED'
                                       TO WRK-VERRPT-LINE
              PERFORM 3900-PUT-VERRPT-LINE
           END-IF.
      *----------------------------------------------------------------*
       2200-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2300-GET-VERDICT-TEXT           SECTION.
      *----------------------------------------------------------------*
           EVALUATE CSRGCHP1-VERDICT
              WHEN 'U'
                 MOVE 'GENERATION NOT SEALED (ABENDED WRITER)'
                                       TO WRK-VERDICT-TEXT
              WHEN 'B'
                 MOVE 'BROKEN LINK - CHANGED/INSERTED/REMOVED'
                                       TO WRK-VERDICT-TEXT
              WHEN 'X'
                 MOVE 'UNCHAINED RECORD AFTER CHAINING BEGAN'
                                       TO WRK-VERDICT-TEXT
              WHEN 'R'
                 MOVE 'SEAL NOT REGISTERED OR COUNT DIFFERS'
                                       TO WRK-VERDICT-TEXT
              WHEN 'M'
                 MOVE 'REGISTERED GENERATION(S) MISSING'
                                       TO WRK-VERDICT-TEXT
              WHEN OTHER
                 MOVE 'UNKNOWN VERDICT'
                                       TO WRK-VERDICT-TEXT
           END-EVALUATE.
      *----------------------------------------------------------------*
       2300-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       3000-FINALIZE                   SECTION.
      *----------------------------------------------------------------*
      *    THE END-OF-DATASET CHECKS: AN UNSEALED TAIL, AND ON THE     *
      *    LIVE END OF A TRAIL A REGISTERED SEAL NEVER REACHED (THE    *
      *    LAST GENERATIONS CUT OFF).                                  *
      *----------------------------------------------------------------*
           MOVE 'F'                    TO CSRGCHP1-FUNCTION.

           CALL WRK-CHAN-PGM           USING WRK-CHAN-PARM
                                             WRK-AUDITIN-REG.

           IF CSRGCHP1-SQLCODE         NOT EQUAL ZEROS
              MOVE 'READING TB_AUDIT_SEAL'
                                       TO WRK-ERROR-MSG
              MOVE CSRGCHP1-SQLCODE    TO WRK-SQLCODE-SINAL
              STRING 'SQLCODE..:',WRK-SQLCODE-X
                                       DELIMITED BY SPACE
                                       INTO WRK-ERROR-CODE
              PERFORM 9999-CALL-ABEND-PGM
           END-IF.

           IF NOT CSRGCHP1-VERDICT-OK
              MOVE '*** END OF DATASET ***'
                                       TO WRK-AUDITIN-REG
              PERFORM 2200-LIST-PROBLEM
           END-IF.

           PERFORM 3100-PRINT-SUMMARY.

           CLOSE AUDITIN
                 VERRPT.

           DISPLAY '***************************'.
           DISPLAY '*  SUCCESSFUL  EXECUTION  *'.
           DISPLAY '***************************'.
           DISPLAY '*MODULE..........:' WRK-PROGRAM '*'.
           DISPLAY '*COMPILED........:'
           DD-COMPILED '/' MM-COMPILED '/' YY-COMPILED '*'.
           DISPLAY '*.................'
           HOUR-COMPILED '.' MINUTE-COMPILED '.'SECOND-COMPILED '*'.
           DISPLAY '*-------------------------*'.
           DISPLAY '*TRAIL...............:' CSRGCHP1-TRAIL '*'.
           DISPLAY '*RECORDS READ........:' WRK-AUDITIN-REGS-COUNTER
           '*'.
           DISPLAY '*LINKS VERIFIED......:' CSRGCHP1-LINKS-OK '*'.
           DISPLAY '*SEALS VERIFIED......:' CSRGCHP1-SEALS-OK '*'.
           DISPLAY '*WARNINGS............:' CSRGCHP1-WARNINGS '*'.
           DISPLAY '*ERRORS..............:' CSRGCHP1-ERRORS '*'.
           DISPLAY '*-------------------------*'.
           DISPLAY '*EXECUTED......:' WRK-DATE-FORMATTED '*'.
           DISPLAY '*.................' WRK-TIME-FORMATTED '*'.
           DISPLAY '***************************'.

           IF CSRGCHP1-ERRORS          GREATER ZEROS
              PERFORM 3200-RAISE-CHAIN-ALERT
              MOVE 8                   TO RETURN-CODE
           ELSE
              IF CSRGCHP1-WARNINGS     GREATER ZEROS
                 MOVE 4                TO RETURN-CODE
              END-IF
           END-IF.

           STOP RUN.
      *----------------------------------------------------------------*
       3000-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       3100-PRINT-SUMMARY              SECTION.
      *----------------------------------------------------------------*
           MOVE SPACES                 TO WRK-VERRPT-LINE.
           PERFORM 3900-PUT-VERRPT-LINE.

           MOVE SPACES                 TO WRK-VERRPT-LINE.
           STRING 'RECORDS READ ',CSRGCHP1-RECORDS,
                  '  LINKS VERIFIED ',CSRGCHP1-LINKS-OK,
                  '  SEALS VERIFIED ',CSRGCHP1-SEALS-OK,
                  '  BEFORE CHAINING ',CSRGCHP1-PRE-CHAIN
                                       DELIMITED BY SIZE
                                       INTO WRK-VERRPT-LINE.
           PERFORM 3900-PUT-VERRPT-LINE.

           MOVE SPACES                 TO WRK-VERRPT-LINE.
           STRING 'WARNINGS ',CSRGCHP1-WARNINGS,
                  '  ERRORS ',CSRGCHP1-ERRORS
                                       DELIMITED BY SIZE
                                       INTO WRK-VERRPT-LINE.
           PERFORM 3900-PUT-VERRPT-LINE.

           MOVE SPACES                 TO WRK-VERRPT-LINE.

           IF CSRGCHP1-FIRST-ERR-RECORD
                                       EQUAL ZEROS
              IF CSRGCHP1-ERRORS       EQUAL ZEROS
                 MOVE 'CHAIN INTACT - NO BROKEN LINK FOUND'
                                       TO WRK-VERRPT-LINE
              ELSE
                 MOVE 'CHAIN BROKEN AT THE END OF THE DATASET'
                                       TO WRK-VERRPT-LINE
              END-IF
           ELSE
              MOVE CSRGCHP1-FIRST-ERR-VERDICT
                                       TO CSRGCHP1-VERDICT
              PERFORM 2300-GET-VERDICT-TEXT
              STRING 'FIRST BROKEN LINK AT RECORD ',
                     CSRGCHP1-FIRST-ERR-RECORD,
                     ' (',CSRGCHP1-FIRST-ERR-VERDICT,' - ',
                     WRK-VERDICT-TEXT,')'
                                       DELIMITED BY SIZE
                                       INTO WRK-VERRPT-LINE
           END-IF.
           PERFORM 3900-PUT-VERRPT-LINE.
      *----------------------------------------------------------------*
       3100-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       3200-RAISE-CHAIN-ALERT          SECTION.
      *----------------------------------------------------------------*
           DISPLAY '*ALERT: AUDIT TRAIL ' CSRGCHP1-TRAIL
                   ' FAILED VERIFICATION - FIRST AT RECORD '
                   CSRGCHP1-FIRST-ERR-RECORD '*'.

           MOVE WRK-PROGRAM            TO   WRK-ALERT-PROGRAM.
           MOVE CSRGCHP1-TRAIL         TO   WRK-ALERT-FILE.
           MOVE CSRGCHP1-ERRORS        TO   WRK-ALERT-COUNT.
           MOVE ZEROS                  TO   WRK-ALERT-THRESHOLD.
           MOVE CSRGPARM-BATCH-RUN-ID  TO   WRK-ALERT-BATCH-RUN-ID.
           MOVE WRK-DATE-FORMATTED     TO   WRK-ALERT-DATE.
           MOVE WRK-TIME-FORMATTED     TO   WRK-ALERT-TIME.
           CALL WRK-ALERT-PGM          USING WRK-ALERT-LOG.
      *----------------------------------------------------------------*
       3200-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       3900-PUT-VERRPT-LINE            SECTION.
      *----------------------------------------------------------------*
           MOVE  WRK-VERRPT-LINE       TO    FD-REG-VERRPT.

           WRITE FD-REG-VERRPT.

           PERFORM 8200-TEST-FS-VERRPT.
      *----------------------------------------------------------------*
       3900-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       8100-TEST-FS-AUDITIN            SECTION.
      *----------------------------------------------------------------*
           IF WRK-FS-AUDITIN           NOT EQUAL ZEROS AND 10
              MOVE WRK-FS-AUDITIN      TO  WRK-ERROR-CODE
              PERFORM 9999-CALL-ABEND-PGM
           END-IF.
      *----------------------------------------------------------------*
       8100-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       8200-TEST-FS-VERRPT             SECTION.
      *----------------------------------------------------------------*
           IF WRK-FS-VERRPT            NOT EQUAL ZEROS
              MOVE WRK-FS-VERRPT       TO  WRK-ERROR-CODE
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
       9999-CALL-ABEND-PGM             SECTION.
      *----------------------------------------------------------------*
           MOVE WRK-DATE-FORMATTED     TO WRK-ERROR-DATE.
           MOVE WRK-TIME-FORMATTED     TO WRK-ERROR-TIME.
           CALL WRK-ABEND-PGM          USING WRK-ERROR-LOG.
      *----------------------------------------------------------------*
       9999-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
