      *================================================================*
      *        I D E N T I F I C A T I O N      D I V I S I O N        *
      *================================================================*
       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     CSRG0064.
       AUTHOR.         RENAN MUNIZ MERLO.
       DATE-WRITTEN.   15/10/2026.
       DATE-COMPILED   WHEN-COMPILED.
       REMARKS.
      *----------------------------------------------------------------*
      *                RENAN MUNIZ MERLO COBOL DEVELOPER               *
      *          https://www.linkedin.com/in/renan-muniz-merlo         *
      *----------------------------------------------------------------*
      *    PROGRAM-ID..: CSRG0064.                                     *
      *    ANALYST.....: RENAN MUNIZ MERLO                             *
      *    PROGRAMMER..: RENAN MUNIZ MERLO                             *
      *    DATE........: 15/10/2026                                    *
      *----------------------------------------------------------------*
      *    PROJECT.....: CUSTOMER REGISTRATION PROJECT - CUSTMREG      *
      *----------------------------------------------------------------*
      *    GOAL........: LGPD ERASURE NOTICES TO DOWNSTREAM            *
      *                  RECIPIENTS.  READS THE LGPDAUD ERASURE LOG    *
      *                  FOR THE CSRGPARM BATCH RUN ID (BLANK = THE    *
      *                  WHOLE LOG) AND, FOR EVERY CPF ERASED, LOOKS   *
      *                  UP THE TB_DISCLOSURE LEDGER FOR ROWS NOT YET  *
      *                  NOTICED (NOTICE_DT BLANK).  ONE ERASNTC LINE  *
      *                  IS WRITTEN PER CPF PER RECIPIENT THE DATA WAS *
      *                  EVER SENT TO, AND THE LEDGER ROWS ARE STAMPED *
      *                  WITH TODAY'S DATE SO THE SAME RECIPIENT IS    *
      *                  NEVER TOLD TWICE - A RERUN, OR A LATER RUN    *
      *                  OVER THE WHOLE LOG, ONLY PICKS UP WHAT IS     *
      *                  STILL OUTSTANDING.  CSRGLGPD SORTS ERASNTC    *
      *                  INTO ONE DATASET PER RECIPIENT.  IN TEST MODE *
      *                  (CSRGPARM-TEST-MODE 'Y') THE NOTICES ARE      *
      *                  WRITTEN BUT THE LEDGER IS NOT STAMPED.        *
      *----------------------------------------------------------------*
      *    ERASNTC.....: POS 01-08 RECIPIENT                           *
      *                  POS 09-23 CPF ERASED                          *
      *                  POS 24-37 ERASURE BATCH RUN ID (LGPDAUD)      *
      *                  POS 38-47 NOTICE DATE (DD-MM-YYYY)            *
      *                  POS 48-61 FIRST DISCLOSURE RUN ID             *
      *                  POS 62-75 LAST DISCLOSURE RUN ID              *
      *                  POS 76-80 DISCLOSURES TO THIS RECIPIENT       *
      *----------------------------------------------------------------*
      *    FILES.......:  DDNAME          LRECL       INCLUDE/BOOK     *
      *                   LGPDAUD         00081       NONE             *
      *                   ERASNTC         00080       NONE             *
      *----------------------------------------------------------------*
      *    MODIFICATION HISTORY.......:                                *
      *    15/10/2026 RMM - PROGRAM CREATED.                           *
      *    15/10/2026 RMM - LGPDAUD GREW TO LRECL=81 (CSRGCHN1         *
      *                     HASH-CHAIN SUFFIX). THE CSRGSEL1 SEAL      *
      *                     CLOSING EACH ERASURE RUN'S LINES IS        *
      *                     SKIPPED.                                   *
      *----------------------------------------------------------------*
      *    TABLE DB2...:  TB_DISCLOSURE               BTB_DISCLOSURE   *
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

           SELECT LGPDAUD       ASSIGN TO UTS-S-LGPDAUD
            ORGANIZATION IS     SEQUENTIAL
            ACCESS MODE  IS     SEQUENTIAL
            FILE STATUS  IS     WRK-FS-LGPDAUD.

           SELECT ERASNTC       ASSIGN TO UTS-S-ERASNTC
            ORGANIZATION IS     SEQUENTIAL
            ACCESS MODE  IS     SEQUENTIAL
            FILE STATUS  IS     WRK-FS-ERASNTC.

      *================================================================*
      *                  D A T A      D I V I S I O N                  *
      *================================================================*
       DATA DIVISION.
       FILE SECTION.
      *
       FD LGPDAUD
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS 00 RECORDS.
       01 FD-REG-LGPDAUD    PIC X(81).

       FD ERASNTC
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS 00 RECORDS.
       01 FD-REG-ERASNTC    PIC X(80).

      *-----------------------------------------------------------------*
      *                  WORKING-STORAGE SECTION                        *
      *-----------------------------------------------------------------*
       WORKING-STORAGE SECTION.

       77 WRK-LGPDAUD-REGS-COUNTER               PIC 9(07) VALUE ZEROS .
       77 WRK-CPF-ERASED-COUNTER                 PIC 9(07) VALUE ZEROS .
       77 WRK-CPF-NOTICED-COUNTER                PIC 9(07) VALUE ZEROS .
       77 WRK-NOTICES-COUNTER                    PIC 9(07) VALUE ZEROS .
       77 WRK-STAMPED-COUNTER                    PIC 9(07) VALUE ZEROS .

       77 WRK-LGPDAUD-EOF                        PIC X(03) VALUE SPACES.
       77 WRK-CURSOR-EOF                         PIC X(03) VALUE SPACES.

      *RUNTIME PARAMETER CARD:
       COPY 'CSRGPARM'.

      *ONE LGPDAUD ERASURE LOG LINE (THE CSRG0018 LAYOUT):
       01 WRK-LGPDAUD-REG.
          03 LGPDAUD-BATCH-RUN-ID                PIC X(14).
          03 LGPDAUD-DATE                        PIC X(10).
          03 LGPDAUD-TIME                        PIC X(08).
          03 LGPDAUD-CPF                         PIC X(15).
          03 LGPDAUD-LOCATION                    PIC X(08).
          03 LGPDAUD-IMAGE-COUNT                 PIC 9(05).

      *FIRST 57 BYTES OF THE LINE IN HAND, TO TELL THE CSRGSEL1 SEAL
      *THAT CLOSES EACH ERASURE RUN'S LINES FROM AN ERASURE:
       01 WRK-SEAL-REG.
          COPY 'CSRGSEL1'.

      *ONE ERASURE NOTICE LINE:
       01 WRK-ERASNTC-REG.
          03 ERASNTC-RECIPIENT                   PIC X(08).
          03 ERASNTC-CPF                         PIC X(15).
          03 ERASNTC-ERASE-RUN-ID                PIC X(14).
          03 ERASNTC-NOTICE-DATE                 PIC X(10).
          03 ERASNTC-FIRST-RUN-ID                PIC X(14).
          03 ERASNTC-LAST-RUN-ID                 PIC X(14).
          03 ERASNTC-DISCL-COUNT                 PIC 9(05).

      *EVERY CPF ALREADY NOTICED THIS RUN.  CSRG0018 LOGS ONE LINE PER
      *LOCATION PER CPF (AND ONE PER FILEHST3 SLICE), SO THE SAME CPF
      *TURNS UP MANY TIMES; ONLY THE FIRST ONE IS WORKED.  PAST THE
      *TABLE MAXIMUM A REPEAT IS STILL HARMLESS IN PRODUCTION - THE
      *LEDGER ROWS ARE ALREADY STAMPED, SO NOTHING IS FOUND AGAIN:
       77 WRK-SEEN-MAX                           PIC 9(04) VALUE 1000.
       77 WRK-SEEN-ENTRIES                       PIC 9(04) VALUE ZEROS .
       77 WRK-SEEN-IDX                           PIC 9(04) VALUE ZEROS .

       01 WRK-SEEN-TABLE.
          05 WRK-SEEN-CPF                        PIC X(15)
                                                 OCCURS 1000 TIMES.

      *SWITCH SET BY 2200-LOOK-UP-SEEN-CPF:
       01 WRK-SEEN-HIT-SW                        PIC X(01) VALUE 'N'.
          88 WRK-SEEN-WAS-HIT                          VALUE 'Y'.

      *PER-RECIPIENT SUMMARY FETCHED FROM CSR0064:
       01 WRK-FIRST-RUN-ID                       PIC X(14) VALUE SPACES.
       01 WRK-LAST-RUN-ID                        PIC X(14) VALUE SPACES.
       01 WRK-DISCL-COUNT                        PIC S9(09) COMP
                                                           VALUE ZEROS.
       77 WRK-CPF-NOTICES                        PIC 9(05) VALUE ZEROS .
       77 WRK-CPF-ROWS                           PIC 9(07) VALUE ZEROS .

      *DATA FOR ERROR LOG:
       01 WRK-ERROR-LOG.
          03 WRK-PROGRAM                         PIC X(08) VALUE
                                                          'CSRG0064'  .
          03 WRK-ERROR-MSG                       PIC X(30) VALUE SPACES.
          03 WRK-ERROR-CODE                      PIC X(30) VALUE SPACES.
          03 WRK-ERROR-DATE                      PIC X(10) VALUE SPACES.
          03 WRK-ERROR-TIME                      PIC X(08) VALUE SPACES.

      *ABENDING PROGRAM:
       77 WRK-ABEND-PGM                          PIC X(08) VALUE
                                                          'ABENDPGM'  .

       01 WRK-FILE-STATUS.
          03 WRK-FS-LGPDAUD                      PIC 9(02) VALUE ZEROS .
          03 WRK-FS-ERASNTC                      PIC 9(02) VALUE ZEROS .

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
              INCLUDE BTB_DISCLOSURE
           END-EXEC.

           EXEC SQL
              DECLARE CSR0064 CURSOR FOR
                 SELECT RECIPIENT, MIN(RUN_ID), MAX(RUN_ID), COUNT(*)
                   FROM TB_DISCLOSURE
                  WHERE CPF       = :DISC-CPF
                    AND NOTICE_DT = ' '
                  GROUP BY RECIPIENT
                  ORDER BY RECIPIENT
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

           PERFORM 2000-PROCESS-ONE-LGPDAUD
              UNTIL WRK-LGPDAUD-EOF    EQUAL 'END'.

           PERFORM 3000-FINALIZE.
      *----------------------------------------------------------------*
       0000-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       1000-INITIALIZE                 SECTION.
      *----------------------------------------------------------------*
           PERFORM 9000-GET-DATE-TIME.

           PERFORM 1050-GET-RUN-PARMS.

           INITIALIZE WRK-LGPDAUD-REG
                      WRK-ERASNTC-REG.

           OPEN INPUT  LGPDAUD
                OUTPUT ERASNTC.

           MOVE 'OPEN FILE LGPDAUD'    TO WRK-ERROR-MSG.
           PERFORM 8100-TEST-FS-LGPDAUD.

           MOVE 'OPEN FILE ERASNTC'    TO WRK-ERROR-MSG.
           PERFORM 8200-TEST-FS-ERASNTC.

           PERFORM 2100-READ-LGPDAUD.
      *----------------------------------------------------------------*
       1000-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       1050-GET-RUN-PARMS              SECTION.
      *----------------------------------------------------------------*
      *    NO RUN ID IS DEFAULTED HERE: A BLANK RUN ID MEANS CATCH UP  *
      *    OVER THE WHOLE LGPDAUD LOG.                                 *
      *----------------------------------------------------------------*
           MOVE SPACES                 TO   CSRGPARM-RUN-PARMS.

           ACCEPT CSRGPARM-RUN-PARMS   FROM SYSIN.
      *----------------------------------------------------------------*
       1050-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2000-PROCESS-ONE-LGPDAUD        SECTION.
      *----------------------------------------------------------------*
           MOVE WRK-LGPDAUD-REG        TO WRK-SEAL-REG.

           IF CSRGSEL1-IS-SEAL
              GO TO 2000-50-NEXT
           END-IF.

           IF CSRGPARM-BATCH-RUN-ID    NOT EQUAL SPACES AND
              LGPDAUD-BATCH-RUN-ID     NOT EQUAL CSRGPARM-BATCH-RUN-ID
              GO TO 2000-50-NEXT
           END-IF.

           PERFORM 2200-LOOK-UP-SEEN-CPF.

           IF WRK-SEEN-WAS-HIT
              GO TO 2000-50-NEXT
           END-IF.

           IF WRK-SEEN-ENTRIES         LESS WRK-SEEN-MAX
              ADD 1                    TO WRK-SEEN-ENTRIES
              MOVE LGPDAUD-CPF         TO WRK-SEEN-CPF
                                            (WRK-SEEN-ENTRIES)
           END-IF.

           ADD 1                       TO WRK-CPF-ERASED-COUNTER.

           PERFORM 2300-NOTICE-ONE-CPF.

       2000-50-NEXT.
           PERFORM 2100-READ-LGPDAUD.
      *----------------------------------------------------------------*
       2000-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2100-READ-LGPDAUD               SECTION.
      *----------------------------------------------------------------*
           MOVE 'READ FILE LGPDAUD'    TO WRK-ERROR-MSG.

           READ LGPDAUD                INTO WRK-LGPDAUD-REG.

           PERFORM  8100-TEST-FS-LGPDAUD.

           IF WRK-FS-LGPDAUD           EQUAL 10
              MOVE 'END'               TO   WRK-LGPDAUD-EOF
           ELSE
              ADD 1                    TO   WRK-LGPDAUD-REGS-COUNTER
           END-IF.
      *----------------------------------------------------------------*
       2100-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2200-LOOK-UP-SEEN-CPF           SECTION.
      *----------------------------------------------------------------*
           MOVE 'N'                    TO WRK-SEEN-HIT-SW.

           MOVE 1                      TO WRK-SEEN-IDX.

           PERFORM 2210-TEST-ONE-SEEN-CPF
              UNTIL WRK-SEEN-IDX       GREATER WRK-SEEN-ENTRIES
                 OR WRK-SEEN-WAS-HIT.
      *----------------------------------------------------------------*
       2200-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2210-TEST-ONE-SEEN-CPF          SECTION.
      *----------------------------------------------------------------*
           IF WRK-SEEN-CPF (WRK-SEEN-IDX)
                                       EQUAL LGPDAUD-CPF
              MOVE 'Y'                 TO WRK-SEEN-HIT-SW
           ELSE
              ADD 1                    TO WRK-SEEN-IDX
           END-IF.
      *----------------------------------------------------------------*
       2210-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2300-NOTICE-ONE-CPF             SECTION.
      *----------------------------------------------------------------*
      *    ONE NOTICE PER RECIPIENT STILL OWED ONE, THEN STAMP THOSE   *
      *    LEDGER ROWS AND COMMIT, SO A LATER ABEND CANNOT LOSE THE    *
      *    RECORD OF A NOTICE ALREADY WRITTEN.                         *
      *----------------------------------------------------------------*
           MOVE LGPDAUD-CPF            TO DISC-CPF.
           MOVE ZEROS                  TO WRK-CPF-NOTICES
                                          WRK-CPF-ROWS.

           MOVE 'OPENING CSR0064'      TO WRK-ERROR-MSG.

           EXEC SQL
               OPEN CSR0064
           END-EXEC.

           IF SQLCODE NOT EQUAL ZEROS
              PERFORM 9100-FORMAT-SQLCODE
              PERFORM 9999-CALL-ABEND-PGM
           END-IF.

           MOVE SPACES                 TO WRK-CURSOR-EOF.

           PERFORM 2310-FETCH-RECIPIENT.

           PERFORM 2320-WRITE-ONE-NOTICE
              UNTIL WRK-CURSOR-EOF     EQUAL 'END'.

           EXEC SQL
               CLOSE CSR0064
           END-EXEC.

           IF WRK-CPF-NOTICES          EQUAL ZEROS
              GO TO 2300-99-EXIT
           END-IF.

           ADD 1                       TO WRK-CPF-NOTICED-COUNTER.

           IF CSRGPARM-IS-TEST-MODE
              GO TO 2300-99-EXIT
           END-IF.

           MOVE 'STAMPING NOTICE_DT'   TO WRK-ERROR-MSG.

           MOVE WRK-DATE-FORMATTED     TO DISC-NOTICE-DT.

           EXEC SQL
               UPDATE TB_DISCLOSURE
                  SET NOTICE_DT = :DISC-NOTICE-DT
                WHERE CPF       = :DISC-CPF
                  AND NOTICE_DT = ' '
           END-EXEC.

           IF SQLCODE NOT EQUAL ZEROS AND +100
              PERFORM 9100-FORMAT-SQLCODE
              PERFORM 9999-CALL-ABEND-PGM
           END-IF.

           ADD WRK-CPF-ROWS            TO WRK-STAMPED-COUNTER.

           EXEC SQL
               COMMIT
           END-EXEC.
      *----------------------------------------------------------------*
       2300-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2310-FETCH-RECIPIENT            SECTION.
      *----------------------------------------------------------------*
           MOVE 'FETCHING CSR0064'     TO   WRK-ERROR-MSG.

           EXEC SQL
               FETCH CSR0064
                   INTO :DISC-RECIPIENT, :WRK-FIRST-RUN-ID,
                        :WRK-LAST-RUN-ID, :WRK-DISCL-COUNT
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
       2310-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2320-WRITE-ONE-NOTICE           SECTION.
      *----------------------------------------------------------------*
           MOVE DISC-RECIPIENT         TO ERASNTC-RECIPIENT.
           MOVE LGPDAUD-CPF            TO ERASNTC-CPF.
           MOVE LGPDAUD-BATCH-RUN-ID   TO ERASNTC-ERASE-RUN-ID.
           MOVE WRK-DATE-FORMATTED     TO ERASNTC-NOTICE-DATE.
           MOVE WRK-FIRST-RUN-ID       TO ERASNTC-FIRST-RUN-ID.
           MOVE WRK-LAST-RUN-ID        TO ERASNTC-LAST-RUN-ID.
           MOVE WRK-DISCL-COUNT        TO ERASNTC-DISCL-COUNT.

           MOVE WRK-ERASNTC-REG        TO FD-REG-ERASNTC.

           WRITE FD-REG-ERASNTC.

           MOVE 'WRITE FILE ERASNTC'   TO WRK-ERROR-MSG.
           PERFORM 8200-TEST-FS-ERASNTC.

           ADD 1                       TO WRK-NOTICES-COUNTER
                                          WRK-CPF-NOTICES.
           ADD WRK-DISCL-COUNT         TO WRK-CPF-ROWS.

           PERFORM 2310-FETCH-RECIPIENT.
      *----------------------------------------------------------------*
       2320-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       3000-FINALIZE                   SECTION.
      *----------------------------------------------------------------*
           CLOSE LGPDAUD
                 ERASNTC.

           DISPLAY '***************************'.
           DISPLAY '*  SUCCESSFUL  EXECUTION  *'.
           DISPLAY '***************************'.
           DISPLAY '*MODULE..........:' WRK-PROGRAM '*'.
           DISPLAY '*COMPILED........:'
           DD-COMPILED '/' MM-COMPILED '/' YY-COMPILED '*'.
           DISPLAY '*.................'
           HOUR-COMPILED '.' MINUTE-COMPILED '.'SECOND-COMPILED '*'.
           DISPLAY '*-------------------------*'.
           IF CSRGPARM-IS-TEST-MODE
              DISPLAY '*TEST MODE - NOT STAMPED *'
           END-IF.
           DISPLAY '*RUN ID..:' CSRGPARM-BATCH-RUN-ID '*'.
           DISPLAY '*LGPDAUD LINES READ..:' WRK-LGPDAUD-REGS-COUNTER
           '*'.
           DISPLAY '*CPFS ERASED.........:' WRK-CPF-ERASED-COUNTER
           '*'.
           DISPLAY '*CPFS NOTICED........:' WRK-CPF-NOTICED-COUNTER
           '*'.
           DISPLAY '*NOTICES WRITTEN.....:' WRK-NOTICES-COUNTER
           '*'.
           DISPLAY '*LEDGER ROWS STAMPED.:' WRK-STAMPED-COUNTER
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
       8100-TEST-FS-LGPDAUD            SECTION.
      *----------------------------------------------------------------*
           IF WRK-FS-LGPDAUD           NOT EQUAL ZEROS AND 10
              MOVE WRK-FS-LGPDAUD      TO  WRK-ERROR-CODE
              PERFORM 9999-CALL-ABEND-PGM
           END-IF.
      *----------------------------------------------------------------*
       8100-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       8200-TEST-FS-ERASNTC            SECTION.
      *----------------------------------------------------------------*
           IF WRK-FS-ERASNTC           NOT EQUAL ZEROS
              MOVE WRK-FS-ERASNTC      TO  WRK-ERROR-CODE
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
