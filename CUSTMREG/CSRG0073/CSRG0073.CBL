      *================================================================*
      *        I D E N T I F I C A T I O N      D I V I S I O N        *
      *================================================================*
       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     CSRG0073.
       AUTHOR.         RENAN MUNIZ MERLO.
       DATE-WRITTEN.   15/10/2026.
       DATE-COMPILED   WHEN-COMPILED.
       REMARKS.
      *----------------------------------------------------------------*
      *                RENAN MUNIZ MERLO COBOL DEVELOPER               *
      *          https://www.linkedin.com/in/renan-muniz-merlo         *
      *----------------------------------------------------------------*
      *    PROGRAM-ID..: CSRG0073.                                     *
      *    ANALYST.....: RENAN MUNIZ MERLO                             *
      *    PROGRAMMER..: RENAN MUNIZ MERLO                             *
      *    DATE........: 15/10/2026                                    *
      *----------------------------------------------------------------*
      *    PROJECT.....: CUSTOMER REGISTRATION PROJECT - CUSTMREG      *
      *----------------------------------------------------------------*
      *    GOAL........: SCREENING-HIT DISPOSITION.  READS THE         *
      *                  SCRDISP CARDS COMPLIANCE PREPARES FROM THE    *
      *                  CSRG0072 REVIEW REPORT AND SETS THE STATUS OF *
      *                  EACH TB_SCREEN_HIT ROW, WITH THE ANALYST AND  *
      *                  THE DATE, WRITING ONE SCRAUD AUDIT LINE PER   *
      *                  CARD APPLIED.  ALLOWED MOVES:                 *
      *                  O (OPEN)  -> C (CONFIRMED) OR F (FALSE        *
      *                               POSITIVE)                        *
      *                  C         -> X (CLEARED - THE HOLD IS LIFTED) *
      *                  F OR X    -> O (REOPENED FOR A NEW REVIEW)    *
      *                  A CONFIRMED SANCTIONS HIT STOPS CSRG0003 AND  *
      *                  CSRG0010 FOR THE CPF UNTIL IT IS CLEARED.     *
      *                  ANY OTHER MOVE, AN UNKNOWN HIT OR A CARD WITH *
      *                  NO ANALYST IS REPORTED ON SCDRPT AND NOT      *
      *                  APPLIED - COMPLIANCE MUST SEE EVERY CARD LAND *
      *                  SOMEWHERE.                                    *
      *----------------------------------------------------------------*
      *    SCRDISP.....: POS 01     NEW STATUS  C/F/X/O                *
      *                  POS 02-16  CPF                                *
      *                  POS 17-24  LIST ID                            *
      *                  POS 25-44  ENTRY ID                           *
      *                  POS 45-52  ANALYST                            *
      *                  POS 53-80  NOTE                               *
      *----------------------------------------------------------------*
      *    SCRAUD......: POS 001-014 BATCH RUN ID                      *
      *                  POS 015-024 DATE  POS 025-032 TIME            *
      *                  POS 033-033 STATUS BEFORE                     *
      *                  POS 034-034 STATUS AFTER                      *
      *                  POS 035-049 CPF                               *
      *                  POS 050-057 LIST ID                           *
      *                  POS 058-077 ENTRY ID                          *
      *                  POS 078-085 ANALYST                           *
      *                  POS 086-113 NOTE                              *
      *----------------------------------------------------------------*
      *    FILES.......:  DDNAME          LRECL       INCLUDE/BOOK     *
      *                   SCRDISP         00080       NONE             *
      *                   SCRAUD          00113       NONE             *
      *                   SCDRPT          00132       NONE             *
      *----------------------------------------------------------------*
      *    MODIFICATION HISTORY.......:                                *
      *    15/10/2026 RMM - PROGRAM CREATED.                           *
      *----------------------------------------------------------------*
      *    TABLE DB2...:  TB_SCREEN_HIT               BTB_SCREEN_HIT   *
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

           SELECT SCRDISP       ASSIGN TO UTS-S-SCRDISP
            ORGANIZATION IS     SEQUENTIAL
            ACCESS MODE  IS     SEQUENTIAL
            FILE STATUS  IS     WRK-FS-SCRDISP.

           SELECT SCRAUD        ASSIGN TO UTS-S-SCRAUD
            ORGANIZATION IS     SEQUENTIAL
            ACCESS MODE  IS     SEQUENTIAL
            FILE STATUS  IS     WRK-FS-SCRAUD.

           SELECT SCDRPT        ASSIGN TO UTS-S-SCDRPT
            ORGANIZATION IS     SEQUENTIAL
            ACCESS MODE  IS     SEQUENTIAL
            FILE STATUS  IS     WRK-FS-SCDRPT.

      *================================================================*
      *                  D A T A      D I V I S I O N                  *
      *================================================================*
       DATA DIVISION.
       FILE SECTION.
      *
       FD SCRDISP
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS 00 RECORDS.
       01 FD-REG-SCRDISP    PIC X(80).

       FD SCRAUD
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS 00 RECORDS.
       01 FD-REG-SCRAUD     PIC X(113).

       FD SCDRPT
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS 00 RECORDS.
       01 FD-REG-SCDRPT     PIC X(132).

      *-----------------------------------------------------------------*
      *                  WORKING-STORAGE SECTION                        *
      *-----------------------------------------------------------------*
       WORKING-STORAGE SECTION.

       77 WRK-SCRDISP-REGS-COUNTER               PIC 9(05) VALUE ZEROS .
       77 WRK-CONFIRMED-REGS-COUNTER             PIC 9(05) VALUE ZEROS .
       77 WRK-FALSEPOS-REGS-COUNTER              PIC 9(05) VALUE ZEROS .
       77 WRK-CLEARED-REGS-COUNTER               PIC 9(05) VALUE ZEROS .
       77 WRK-REOPENED-REGS-COUNTER              PIC 9(05) VALUE ZEROS .
       77 WRK-REJECTED-REGS-COUNTER              PIC 9(05) VALUE ZEROS .

       77 WRK-SCRDISP-EOF                        PIC X(03) VALUE SPACES.

      *RUNTIME PARAMETER CARD:
       COPY 'CSRGPARM'.

      *ONE DISPOSITION CARD:
       01 WRK-SCRDISP-REG.
          03 SDSP-NEW-STATUS                     PIC X(01).
             88 SDSP-IS-CONFIRM                       VALUE 'C'.
             88 SDSP-IS-FALSE-POSITIVE                VALUE 'F'.
             88 SDSP-IS-CLEAR                         VALUE 'X'.
             88 SDSP-IS-REOPEN                        VALUE 'O'.
          03 SDSP-CPF                            PIC X(15).
          03 SDSP-LIST-ID                        PIC X(08).
          03 SDSP-ENTRY-ID                       PIC X(20).
          03 SDSP-ANALYST                        PIC X(08).
          03 SDSP-NOTE                           PIC X(28).

      *DISPOSITION AUDIT LINE:
       01 WRK-SCRAUD-REG.
          03 SCRAUD-BATCH-RUN-ID                 PIC X(14).
          03 SCRAUD-DATE                         PIC X(10).
          03 SCRAUD-TIME                         PIC X(08).
          03 SCRAUD-OLD-STATUS                   PIC X(01).
          03 SCRAUD-NEW-STATUS                   PIC X(01).
          03 SCRAUD-CPF                          PIC X(15).
          03 SCRAUD-LIST-ID                      PIC X(08).
          03 SCRAUD-ENTRY-ID                     PIC X(20).
          03 SCRAUD-ANALYST                      PIC X(08).
          03 SCRAUD-NOTE                         PIC X(28).

      *STATUS OF THE HIT BEFORE THE CARD IS APPLIED:
       01 WRK-OLD-STATUS                         PIC X(01) VALUE SPACES.

       01 WRK-SCDRPT-LINE                        PIC X(132)
                                                  VALUE SPACES.

      *DATA FOR ERROR LOG:
       01 WRK-ERROR-LOG.
          03 WRK-PROGRAM                         PIC X(08) VALUE
                                                          'CSRG0073'  .
          03 WRK-ERROR-MSG                       PIC X(30) VALUE SPACES.
          03 WRK-ERROR-CODE                      PIC X(30) VALUE SPACES.
          03 WRK-ERROR-DATE                      PIC X(10) VALUE SPACES.
          03 WRK-ERROR-TIME                      PIC X(08) VALUE SPACES.

      *ABENDING PROGRAM:
       77 WRK-ABEND-PGM                          PIC X(08) VALUE
                                                          'ABENDPGM'  .

       01 WRK-FILE-STATUS.
          03 WRK-FS-SCRDISP                      PIC 9(02) VALUE ZEROS .
          03 WRK-FS-SCRAUD                       PIC 9(02) VALUE ZEROS .
          03 WRK-FS-SCDRPT                       PIC 9(02) VALUE ZEROS .

      *DATE/TIME STAMPED ON EACH SCRAUD LINE AS IT IS WRITTEN:
       01 WRK-ERRLINE-DATE-FORMATTED.
          03 ERL-DD-FORMATTED                    PIC 9(02) VALUE ZEROS .
          03 FILLER                              PIC X(01) VALUE '-'   .
          03 ERL-MM-FORMATTED                    PIC 9(02) VALUE ZEROS .
          03 FILLER                              PIC X(01) VALUE '-'   .
          03 ERL-YYYY-FORMATTED                  PIC 9(04) VALUE ZEROS .

       01 WRK-ERRLINE-TIME-FORMATTED.
          03 ERL-HOUR-FORMATTED                  PIC 9(02) VALUE ZEROS .
          03 FILLER                              PIC X(01) VALUE ':'.
          03 ERL-MINUTE-FORMATTED                PIC 9(02) VALUE ZEROS .
          03 FILLER                              PIC X(01) VALUE ':'.
          03 ERL-SECOND-FORMATTED                PIC 9(02) VALUE ZEROS .

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
              INCLUDE BTB_SCREEN_HIT
           END-EXEC.
      *================================================================*
       PROCEDURE                       DIVISION.
      *================================================================*
      *----------------------------------------------------------------*
       0000-MAIN-PROCESS               SECTION.
      *----------------------------------------------------------------*
           MOVE WHEN-COMPILED          TO WRK-WHEN-COPILED.

           PERFORM 1000-INITIALIZE.

           PERFORM 2000-APPLY-ONE-CARD
              UNTIL WRK-SCRDISP-EOF    EQUAL 'END'.

           PERFORM 3000-FINALIZE.
      *----------------------------------------------------------------*
       0000-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       1000-INITIALIZE                 SECTION.
      *----------------------------------------------------------------*
           PERFORM 9000-GET-DATE-TIME.

           PERFORM 1050-GET-RUN-PARMS.

           INITIALIZE WRK-SCRDISP-REG
                      WRK-SCRAUD-REG.

           OPEN INPUT  SCRDISP
                OUTPUT SCRAUD
                       SCDRPT.

           MOVE 'OPEN FILE SCRDISP'    TO WRK-ERROR-MSG.
           PERFORM 8100-TEST-FS-SCRDISP.

           MOVE 'OPEN FILE SCRAUD'     TO WRK-ERROR-MSG.
           PERFORM 8200-TEST-FS-SCRAUD.

           MOVE 'OPEN FILE SCDRPT'     TO WRK-ERROR-MSG.
           PERFORM 8300-TEST-FS-SCDRPT.

           STRING 'CSRG0073 SCREENING-HIT DISPOSITION - RUN ',
                  CSRGPARM-BATCH-RUN-ID,' ',
                  WRK-DATE-FORMATTED,' ',WRK-TIME-FORMATTED
                                       DELIMITED BY SIZE
                                       INTO  WRK-SCDRPT-LINE.
           PERFORM 3210-PUT-SCDRPT-LINE.

           PERFORM 3210-PUT-SCDRPT-LINE.

           PERFORM 2100-READ-SCRDISP.
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
      *----------------------------------------------------------------*
       1050-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2000-APPLY-ONE-CARD             SECTION.
      *----------------------------------------------------------------*
           MOVE SPACES                 TO WRK-OLD-STATUS.

           IF SDSP-ANALYST             EQUAL SPACES
              MOVE 'NO ANALYST'        TO WRK-SCDRPT-LINE (109:24)
              PERFORM 2500-REJECT-CARD
              GO TO 2000-50-NEXT
           END-IF.

           PERFORM 2250-READ-HIT.

           IF SQLCODE                  EQUAL +100
              MOVE 'HIT NOT FOUND'     TO WRK-SCDRPT-LINE (109:24)
              PERFORM 2500-REJECT-CARD
              GO TO 2000-50-NEXT
           END-IF.

           EVALUATE TRUE

              WHEN SDSP-IS-CONFIRM
                 IF SCRH-IS-OPEN
                    PERFORM 2300-SET-STATUS
                    ADD 1              TO WRK-CONFIRMED-REGS-COUNTER
                 ELSE
                    MOVE 'HIT IS NOT OPEN'
                                       TO WRK-SCDRPT-LINE (109:24)
                    PERFORM 2500-REJECT-CARD
                 END-IF

              WHEN SDSP-IS-FALSE-POSITIVE
                 IF SCRH-IS-OPEN
                    PERFORM 2300-SET-STATUS
                    ADD 1              TO WRK-FALSEPOS-REGS-COUNTER
                 ELSE
                    MOVE 'HIT IS NOT OPEN'
                                       TO WRK-SCDRPT-LINE (109:24)
                    PERFORM 2500-REJECT-CARD
                 END-IF

              WHEN SDSP-IS-CLEAR
                 IF SCRH-IS-CONFIRMED
                    PERFORM 2300-SET-STATUS
                    ADD 1              TO WRK-CLEARED-REGS-COUNTER
                 ELSE
                    MOVE 'HIT IS NOT CONFIRMED'
                                       TO WRK-SCDRPT-LINE (109:24)
                    PERFORM 2500-REJECT-CARD
                 END-IF

              WHEN SDSP-IS-REOPEN
                 IF SCRH-IS-FALSE-POSITIVE
                    OR SCRH-IS-CLEARED
                    PERFORM 2300-SET-STATUS
                    ADD 1              TO WRK-REOPENED-REGS-COUNTER
                 ELSE
                    MOVE 'HIT CANNOT BE REOPENED'
                                       TO WRK-SCDRPT-LINE (109:24)
                    PERFORM 2500-REJECT-CARD
                 END-IF

              WHEN OTHER
                 MOVE 'BAD STATUS CODE'
                                       TO WRK-SCDRPT-LINE (109:24)
                 PERFORM 2500-REJECT-CARD

           END-EVALUATE.

       2000-50-NEXT.
           PERFORM 2100-READ-SCRDISP.
      *----------------------------------------------------------------*
       2000-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2100-READ-SCRDISP               SECTION.
      *----------------------------------------------------------------*
           MOVE 'READING SCRDISP'      TO   WRK-ERROR-MSG.

           READ SCRDISP                INTO WRK-SCRDISP-REG.

           PERFORM 8100-TEST-FS-SCRDISP.

           IF WRK-FS-SCRDISP           EQUAL 10
              MOVE 'END'               TO   WRK-SCRDISP-EOF
           ELSE
              ADD 1                    TO   WRK-SCRDISP-REGS-COUNTER
           END-IF.
      *----------------------------------------------------------------*
       2100-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2250-READ-HIT                   SECTION.
      *----------------------------------------------------------------*
           MOVE 'READING TB_SCREEN_HIT'
                                       TO WRK-ERROR-MSG.

           MOVE SDSP-CPF               TO SCRH-CPF.
           MOVE SDSP-LIST-ID           TO SCRH-LIST-ID.
           MOVE SDSP-ENTRY-ID          TO SCRH-ENTRY-ID.

           EXEC SQL
               SELECT HIT_STATUS
               INTO  :SCRH-STATUS
               FROM  TB_SCREEN_HIT
               WHERE CPF      = :SCRH-CPF
                 AND LIST_ID  = :SCRH-LIST-ID
                 AND ENTRY_ID = :SCRH-ENTRY-ID
           END-EXEC.

           IF SQLCODE NOT EQUAL ZEROS AND +100
              MOVE SQLCODE             TO WRK-SQLCODE-SINAL
              STRING 'SQLCODE..:',WRK-SQLCODE-X
                                       DELIMITED BY SPACE
                                       INTO WRK-ERROR-CODE
              PERFORM 9999-CALL-ABEND-PGM
           END-IF.

           IF SQLCODE                  EQUAL ZEROS
              MOVE SCRH-STATUS         TO WRK-OLD-STATUS
           END-IF.
      *----------------------------------------------------------------*
       2250-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2300-SET-STATUS                 SECTION.
      *----------------------------------------------------------------*
      *    THE STATUS READ IS PART OF THE WHERE, SO A HIT DISPOSED OF  *
      *    BY ANOTHER RUN IN BETWEEN IS NOT OVERWRITTEN BLINDLY.       *
      *----------------------------------------------------------------*
           MOVE 'UPDATING TB_SCREEN_HIT'
                                       TO WRK-ERROR-MSG.

           MOVE SDSP-ANALYST           TO SCRH-REVIEWED-BY.
           MOVE WRK-DATE-FORMATTED     TO SCRH-REVIEWED-DT.
           MOVE SDSP-NEW-STATUS        TO SCRH-STATUS.

           EXEC SQL
               UPDATE TB_SCREEN_HIT
                  SET HIT_STATUS  = :SCRH-STATUS
                     ,REVIEWED_BY = :SCRH-REVIEWED-BY
                     ,REVIEWED_DT = :SCRH-REVIEWED-DT
                WHERE CPF         = :SCRH-CPF
                  AND LIST_ID     = :SCRH-LIST-ID
                  AND ENTRY_ID    = :SCRH-ENTRY-ID
                  AND HIT_STATUS  = :WRK-OLD-STATUS
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

           PERFORM 2600-WRITE-SCRAUD.

           MOVE 'APPLIED'              TO WRK-SCDRPT-LINE (1:8).
           PERFORM 3220-PUT-CARD-LINE.
      *----------------------------------------------------------------*
       2300-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2500-REJECT-CARD                SECTION.
      *----------------------------------------------------------------*
           ADD 1                       TO WRK-REJECTED-REGS-COUNTER.

           MOVE 'REJECTED'             TO WRK-SCDRPT-LINE (1:8).
           PERFORM 3220-PUT-CARD-LINE.
      *----------------------------------------------------------------*
       2500-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2600-WRITE-SCRAUD               SECTION.
      *----------------------------------------------------------------*
           MOVE 'RECORDING HIT AUDIT'  TO WRK-ERROR-MSG.

           PERFORM 9010-STAMP-AUDIT-LINE.

           MOVE CSRGPARM-BATCH-RUN-ID  TO SCRAUD-BATCH-RUN-ID.
           MOVE WRK-ERRLINE-DATE-FORMATTED
                                       TO SCRAUD-DATE.
           MOVE WRK-ERRLINE-TIME-FORMATTED
                                       TO SCRAUD-TIME.
           MOVE WRK-OLD-STATUS         TO SCRAUD-OLD-STATUS.
           MOVE SDSP-NEW-STATUS        TO SCRAUD-NEW-STATUS.
           MOVE SDSP-CPF               TO SCRAUD-CPF.
           MOVE SDSP-LIST-ID           TO SCRAUD-LIST-ID.
           MOVE SDSP-ENTRY-ID          TO SCRAUD-ENTRY-ID.
           MOVE SDSP-ANALYST           TO SCRAUD-ANALYST.
           MOVE SDSP-NOTE              TO SCRAUD-NOTE.

           MOVE  WRK-SCRAUD-REG        TO FD-REG-SCRAUD.

           WRITE FD-REG-SCRAUD.

           PERFORM 8200-TEST-FS-SCRAUD.
      *----------------------------------------------------------------*
       2600-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       3000-FINALIZE                   SECTION.
      *----------------------------------------------------------------*
           DISPLAY '***************************'.
           DISPLAY '*  SUCCESSFUL  EXECUTION  *'.
           DISPLAY '***************************'.
           DISPLAY '*MODULE..........:' WRK-PROGRAM '*'.
           DISPLAY '*COMPILED........:'
           DD-COMPILED '/' MM-COMPILED '/' YY-COMPILED '*'.
           DISPLAY '*.................'
           HOUR-COMPILED '.' MINUTE-COMPILED '.'SECOND-COMPILED '*'.
           DISPLAY '*-------------------------*'.
           DISPLAY '*CARDS READ..........:' WRK-SCRDISP-REGS-COUNTER
           '*'.
           DISPLAY '*HITS CONFIRMED......:' WRK-CONFIRMED-REGS-COUNTER
           '*'.
           DISPLAY '*FALSE POSITIVES.....:' WRK-FALSEPOS-REGS-COUNTER
           '*'.
           DISPLAY '*HITS CLEARED........:' WRK-CLEARED-REGS-COUNTER
           '*'.
           DISPLAY '*HITS REOPENED.......:' WRK-REOPENED-REGS-COUNTER
           '*'.
           DISPLAY '*CARDS REJECTED......:' WRK-REJECTED-REGS-COUNTER
           '*'.
           DISPLAY '*-------------------------*'.
           DISPLAY '*EXECUTED......:' WRK-DATE-FORMATTED '*'.
           DISPLAY '*.................' WRK-TIME-FORMATTED '*'.
           DISPLAY '***************************'.

           STOP RUN.
      *----------------------------------------------------------------*
       3000-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       3210-PUT-SCDRPT-LINE            SECTION.
      *----------------------------------------------------------------*
           MOVE  WRK-SCDRPT-LINE       TO    FD-REG-SCDRPT.

           WRITE FD-REG-SCDRPT.

           PERFORM 8300-TEST-FS-SCDRPT.

           MOVE SPACES                 TO    WRK-SCDRPT-LINE.
      *----------------------------------------------------------------*
       3210-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       3220-PUT-CARD-LINE              SECTION.
      *----------------------------------------------------------------*
      *    POS 1-8 APPLIED/REJECTED AND POS 109-132 THE REASON ARE     *
      *    ALREADY IN THE LINE; THE CARD AND THE STATUS IT FOUND ARE   *
      *    ADDED HERE.                                                 *
      *----------------------------------------------------------------*
           MOVE SDSP-NEW-STATUS        TO WRK-SCDRPT-LINE (10:1).
           MOVE SDSP-CPF               TO WRK-SCDRPT-LINE (12:15).
           MOVE SDSP-LIST-ID           TO WRK-SCDRPT-LINE (28:8).
           MOVE SDSP-ENTRY-ID          TO WRK-SCDRPT-LINE (37:20).
           MOVE SDSP-ANALYST           TO WRK-SCDRPT-LINE (58:8).
           MOVE WRK-OLD-STATUS         TO WRK-SCDRPT-LINE (67:1).
           MOVE SDSP-NOTE              TO WRK-SCDRPT-LINE (69:28).

           PERFORM 3210-PUT-SCDRPT-LINE.
      *----------------------------------------------------------------*
       3220-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       8100-TEST-FS-SCRDISP            SECTION.
      *----------------------------------------------------------------*
           IF WRK-FS-SCRDISP           NOT EQUAL ZEROS AND 10
              MOVE WRK-FS-SCRDISP      TO  WRK-ERROR-CODE
              PERFORM 9999-CALL-ABEND-PGM
           END-IF.
      *----------------------------------------------------------------*
       8100-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       8200-TEST-FS-SCRAUD             SECTION.
      *----------------------------------------------------------------*
           IF WRK-FS-SCRAUD            NOT EQUAL ZEROS
              MOVE WRK-FS-SCRAUD       TO  WRK-ERROR-CODE
              PERFORM 9999-CALL-ABEND-PGM
           END-IF.
      *----------------------------------------------------------------*
       8200-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       8300-TEST-FS-SCDRPT             SECTION.
      *----------------------------------------------------------------*
           IF WRK-FS-SCDRPT            NOT EQUAL ZEROS
              MOVE WRK-FS-SCDRPT       TO  WRK-ERROR-CODE
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
       9010-STAMP-AUDIT-LINE           SECTION.
      *----------------------------------------------------------------*
           ACCEPT WRK-SYSTEM-DATE      FROM DATE.
           MOVE YY                     TO ERL-YYYY-FORMATTED.
           MOVE MM                     TO ERL-MM-FORMATTED.
           MOVE DD                     TO ERL-DD-FORMATTED.
           ADD  2000                   TO ERL-YYYY-FORMATTED.

           ACCEPT WRK-SYSTEM-TIME      FROM TIME.
           MOVE HOUR                   TO ERL-HOUR-FORMATTED.
           MOVE MINUTE                 TO ERL-MINUTE-FORMATTED.
           MOVE SECOND                 TO ERL-SECOND-FORMATTED.
      *----------------------------------------------------------------*
       9010-99-EXIT.                   EXIT.
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
