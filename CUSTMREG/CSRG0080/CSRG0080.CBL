      *================================================================*
      *        I D E N T I F I C A T I O N      D I V I S I O N        *
      *================================================================*
       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     CSRG0080.
       AUTHOR.         RENAN MUNIZ MERLO.
       DATE-WRITTEN.   15/10/2026.
       DATE-COMPILED   WHEN-COMPILED.
       REMARKS.
      *----------------------------------------------------------------*
      *                RENAN MUNIZ MERLO COBOL DEVELOPER               *
      *          https://www.linkedin.com/in/renan-muniz-merlo         *
      *----------------------------------------------------------------*
      *    PROGRAM-ID..: CSRG0080.                                     *
      *    ANALYST.....: RENAN MUNIZ MERLO                             *
      *    PROGRAMMER..: RENAN MUNIZ MERLO                             *
      *    DATE........: 15/10/2026                                    *
      *----------------------------------------------------------------*
      *    PROJECT.....: CUSTOMER REGISTRATION PROJECT - CUSTMREG      *
      *----------------------------------------------------------------*
      *    GOAL........: NIGHTLY SERVICE-DESK FOLLOW-UP REPORT.  LISTS *
      *                  EVERY OPEN FOLLOW-UP ON TB_CONTACT_LOG        *
      *                  (LOGGED IN THE CSRG0079 TRANSACTION) THAT     *
      *                  FALLS DUE TODAY OR FELL DUE EARLIER AND IS    *
      *                  STILL NOT MARKED DONE, GROUPED BY THE         *
      *                  OPERATOR WHO LOGGED THE CONTACT, OLDEST       *
      *                  FIRST, WITH A DUE/OVERDUE SUBTOTAL PER        *
      *                  OPERATOR AND THE GRAND TOTALS.  "TODAY" IS    *
      *                  THE RUN DATE, OR THE CSRGPARM AS-OF DATE      *
      *                  (POS 229-238) WHEN THE CARD GIVES ONE.        *
      *                  THE NAME AND NOTE OF A PROTECTED CUSTOMER     *
      *                  (PROT_FLAG) ARE NOT PRINTED - THE LINE SHOWS  *
      *                  '*PROTECTED*' SO THE FOLLOW-UP IS STILL       *
      *                  CHASED.  READ-ONLY.                           *
      *----------------------------------------------------------------*
      *    FUPRPT......: POS 001-008  OPERATOR                         *
      *                  POS 010-016  DUE / OVERDUE                    *
      *                  POS 018-027  FOLLOW-UP DATE                   *
      *                  POS 029-037  CONTACT LOG ENTRY                *
      *                  POS 039-053  CPF                              *
      *                  POS 055-064  CONTACTED ON                     *
      *                  POS 066-066  CHANNEL                          *
      *                  POS 068-070  REASON CODE                      *
      *                  POS 072-101  NAME (FIRST 30 BYTES)            *
      *                  POS 103-132  NOTE (FIRST 30 BYTES)            *
      *----------------------------------------------------------------*
      *    FILES.......:  DDNAME          LRECL       INCLUDE/BOOK     *
      *                   FUPRPT          00132       NONE             *
      *----------------------------------------------------------------*
      *    MODIFICATION HISTORY.......:                                *
      *    15/10/2026 RMM - PROGRAM CREATED.                           *
      *----------------------------------------------------------------*
      *    TABLE DB2...:  TB_CONTACT_LOG              BTB_CONTACT_LOG  *
      *                   TB_CUSTOMER                 BTB_CUSTOMER     *
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

           SELECT FUPRPT        ASSIGN TO UTS-S-FUPRPT
            ORGANIZATION IS     SEQUENTIAL
            ACCESS MODE  IS     SEQUENTIAL
            FILE STATUS  IS     WRK-FS-FUPRPT.

      *================================================================*
      *                  D A T A      D I V I S I O N                  *
      *================================================================*
       DATA DIVISION.
       FILE SECTION.
      *
       FD FUPRPT
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS 00 RECORDS.
       01 FD-REG-FUPRPT     PIC X(132).

      *-----------------------------------------------------------------*
      *                  WORKING-STORAGE SECTION                        *
      *-----------------------------------------------------------------*
       WORKING-STORAGE SECTION.

       77 WRK-SELECTED-REGS-COUNTER              PIC 9(09) VALUE ZEROS .
       77 WRK-PROTECTED-REGS-COUNTER             PIC 9(07) VALUE ZEROS .
       77 WRK-OPERATORS-COUNTER                  PIC 9(05) VALUE ZEROS .
       77 WRK-TOT-DUE-COUNTER                    PIC 9(09) VALUE ZEROS .
       77 WRK-TOT-OVERDUE-COUNTER                PIC 9(09) VALUE ZEROS .

       77 WRK-CURSOR-EOF                         PIC X(03) VALUE SPACES.

      *RUNTIME PARAMETER CARD:
       COPY 'CSRGPARM'.

      *"TODAY" AS DD-MM-YYYY AND AS THE YYYYMMDD THE FOLLOW-UP DATES
      *ARE COMPARED WITH:
       01 WRK-TODAY-DATE.
          03 WRK-TODAY-DD                        PIC X(02) VALUE SPACES.
          03 FILLER                              PIC X(01) VALUE '-'.
          03 WRK-TODAY-MM                        PIC X(02) VALUE SPACES.
          03 FILLER                              PIC X(01) VALUE '-'.
          03 WRK-TODAY-YYYY                      PIC X(04) VALUE SPACES.

       01 WRK-TODAY-YYYYMMDD.
          03 WRK-TODAY-YMD-YYYY                  PIC X(04) VALUE SPACES.
          03 WRK-TODAY-YMD-MM                    PIC X(02) VALUE SPACES.
          03 WRK-TODAY-YMD-DD                    PIC X(02) VALUE SPACES.

      *THE FOLLOW-UP DATE OF THE ROW IN HAND, AS THE CURSOR RETURNS IT:
       01 WRK-FOLLOWUP-YYYYMMDD                  PIC X(08) VALUE SPACES.

      *THE CUSTOMER COLUMNS - LEFT AT SPACES/'N' BY THE OUTER JOIN
      *WHEN THE ROW IS NO LONGER ON TB_CUSTOMER:
       01 WRK-CUST-NAME                          PIC X(50) VALUE SPACES.
       01 WRK-CUST-PROT-FLAG                     PIC X(01) VALUE 'N'.
          88 WRK-CUST-IS-PROTECTED                     VALUE 'Y'.

      *OPERATOR CONTROL BREAK:
       01 WRK-BREAK-OPERATOR                     PIC X(08) VALUE SPACES.
       01 WRK-OPERATOR-COUNTS.
          03 WRK-OPERATOR-DUE                    PIC 9(09) VALUE ZEROS .
          03 WRK-OPERATOR-OVERDUE                PIC 9(09) VALUE ZEROS .

       01 WRK-COUNT-ED                           PIC Z(08)9.
       01 WRK-SEQ-ED                             PIC 9(09) VALUE ZEROS .

       01 WRK-FUPRPT-LINE                        PIC X(132)
                                                  VALUE SPACES.

      *DATA FOR ERROR LOG:
       01 WRK-ERROR-LOG.
          03 WRK-PROGRAM                         PIC X(08) VALUE
                                                          'CSRG0080'  .
          03 WRK-ERROR-MSG                       PIC X(30) VALUE SPACES.
          03 WRK-ERROR-CODE                      PIC X(30) VALUE SPACES.
          03 WRK-ERROR-DATE                      PIC X(10) VALUE SPACES.
          03 WRK-ERROR-TIME                      PIC X(08) VALUE SPACES.

      *ABENDING PROGRAM:
       77 WRK-ABEND-PGM                          PIC X(08) VALUE
                                                          'ABENDPGM'  .

       01 WRK-FILE-STATUS.
          03 WRK-FS-FUPRPT                       PIC 9(02) VALUE ZEROS .

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
              INCLUDE BTB_CONTACT_LOG
           END-EXEC.

           EXEC SQL
              INCLUDE BTB_CUSTOMER
           END-EXEC.

      *OPEN FOLLOW-UPS DUE BY "TODAY", BY OPERATOR AND OLDEST FIRST.
      *FOLLOWUP_DT IS DD-MM-YYYY, SO IT IS TURNED ROUND TO YYYYMMDD TO
      *BE COMPARED AND ORDERED:
           EXEC SQL
              DECLARE CSR0080 CURSOR FOR
                 SELECT L.OPERATOR_ID,
                        SUBSTR(L.FOLLOWUP_DT, 7, 4) CONCAT
                        SUBSTR(L.FOLLOWUP_DT, 4, 2) CONCAT
                        SUBSTR(L.FOLLOWUP_DT, 1, 2),
                        L.FOLLOWUP_DT, L.CONTACT_SEQ, L.CPF,
                        L.CONTACT_DT, L.CHANNEL, L.REASON_CD,
                        L.NOTE_TEXT,
                        COALESCE(C.NAME, ' '),
                        COALESCE(C.PROT_FLAG, 'N')
                   FROM TB_CONTACT_LOG L
                        LEFT OUTER JOIN TB_CUSTOMER C
                          ON C.CPF = L.CPF
                  WHERE L.FOLLOWUP_DONE = 'N'
                    AND L.FOLLOWUP_DT   > ' '
                    AND SUBSTR(L.FOLLOWUP_DT, 7, 4) CONCAT
                        SUBSTR(L.FOLLOWUP_DT, 4, 2) CONCAT
                        SUBSTR(L.FOLLOWUP_DT, 1, 2)
                                     <= :WRK-TODAY-YYYYMMDD
                  ORDER BY 1, 2, 4
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

           PERFORM 2000-PROCESS-ONE-FOLLOWUP
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

           OPEN OUTPUT FUPRPT.

           MOVE 'OPEN FILE FUPRPT'     TO WRK-ERROR-MSG.
           PERFORM 8100-TEST-FS-FUPRPT.

           MOVE SPACES                 TO WRK-FUPRPT-LINE.
           STRING 'CSRG0080 SERVICE-DESK FOLLOW-UPS DUE - RUN ',
                  CSRGPARM-BATCH-RUN-ID,' ',
                  WRK-DATE-FORMATTED,' ',WRK-TIME-FORMATTED
                                       DELIMITED BY SIZE
                                       INTO WRK-FUPRPT-LINE.
           PERFORM 3210-PUT-FUPRPT-LINE.

           MOVE SPACES                 TO WRK-FUPRPT-LINE.
           STRING 'OPEN FOLLOW-UPS DUE ON ',WRK-TODAY-DATE,
                  ' (DUE) OR EARLIER (OVERDUE), BY OPERATOR'
                                       DELIMITED BY SIZE
                                       INTO WRK-FUPRPT-LINE.
           PERFORM 3210-PUT-FUPRPT-LINE.

           MOVE SPACES                 TO WRK-FUPRPT-LINE.
           PERFORM 3210-PUT-FUPRPT-LINE.

           MOVE SPACES                 TO WRK-FUPRPT-LINE.
           STRING 'OPERATOR STATUS  FOLLOW-UP  ENTRY     ',
                  'CPF             CONTACTED  C RSN NAME'
                                       DELIMITED BY SIZE
                                       INTO WRK-FUPRPT-LINE.
           MOVE 'NOTE'                 TO WRK-FUPRPT-LINE (103:4).
           PERFORM 3210-PUT-FUPRPT-LINE.

           MOVE 'OPEN CURSOR CSR0080'  TO WRK-ERROR-MSG.

           EXEC SQL
               OPEN CSR0080
           END-EXEC.

           IF SQLCODE NOT EQUAL ZEROS
              MOVE SQLCODE             TO WRK-SQLCODE-SINAL
              STRING 'SQLCODE..:',WRK-SQLCODE-X
                                       DELIMITED BY SPACE
                                       INTO WRK-ERROR-CODE
              PERFORM 9999-CALL-ABEND-PGM
           END-IF.

           PERFORM 2100-FETCH-FOLLOWUP.

           MOVE CLOG-OPERATOR-ID       TO WRK-BREAK-OPERATOR.
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

           IF CSRGPARM-ASOF-DATE      EQUAL SPACES
              MOVE WRK-DATE-FORMATTED  TO WRK-TODAY-DATE
           ELSE
              MOVE CSRGPARM-ASOF-DATE TO WRK-TODAY-DATE
           END-IF.

           MOVE WRK-TODAY-YYYY         TO WRK-TODAY-YMD-YYYY.
           MOVE WRK-TODAY-MM           TO WRK-TODAY-YMD-MM.
           MOVE WRK-TODAY-DD           TO WRK-TODAY-YMD-DD.
      *----------------------------------------------------------------*
       1050-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2000-PROCESS-ONE-FOLLOWUP       SECTION.
      *----------------------------------------------------------------*
           ADD 1                       TO WRK-SELECTED-REGS-COUNTER.

           IF CLOG-OPERATOR-ID         NOT EQUAL WRK-BREAK-OPERATOR
              PERFORM 2300-OPERATOR-BREAK
           END-IF.

           MOVE SPACES                 TO WRK-FUPRPT-LINE.
           MOVE CLOG-OPERATOR-ID       TO WRK-FUPRPT-LINE (1:8).

           IF WRK-FOLLOWUP-YYYYMMDD    LESS WRK-TODAY-YYYYMMDD
              MOVE 'OVERDUE'           TO WRK-FUPRPT-LINE (10:7)
              ADD 1                    TO WRK-OPERATOR-OVERDUE
           ELSE
              MOVE 'DUE'               TO WRK-FUPRPT-LINE (10:7)
              ADD 1                    TO WRK-OPERATOR-DUE
           END-IF.

           MOVE CLOG-FOLLOWUP-DT       TO WRK-FUPRPT-LINE (18:10).
           MOVE CLOG-SEQ               TO WRK-SEQ-ED.
           MOVE WRK-SEQ-ED             TO WRK-FUPRPT-LINE (29:9).
           MOVE CLOG-CPF               TO WRK-FUPRPT-LINE (39:15).
           MOVE CLOG-CONTACT-DT        TO WRK-FUPRPT-LINE (55:10).
           MOVE CLOG-CHANNEL           TO WRK-FUPRPT-LINE (66:1).
           MOVE CLOG-REASON-CD         TO WRK-FUPRPT-LINE (68:3).

           IF WRK-CUST-IS-PROTECTED
              MOVE '*PROTECTED*'       TO WRK-FUPRPT-LINE (72:11)
              ADD 1                    TO WRK-PROTECTED-REGS-COUNTER
           ELSE
              MOVE WRK-CUST-NAME       TO WRK-FUPRPT-LINE (72:30)
              MOVE CLOG-NOTE-TEXT      TO WRK-FUPRPT-LINE (103:30)
           END-IF.

           PERFORM 3210-PUT-FUPRPT-LINE.

           PERFORM 2100-FETCH-FOLLOWUP.
      *----------------------------------------------------------------*
       2000-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2100-FETCH-FOLLOWUP             SECTION.
      *----------------------------------------------------------------*
           MOVE 'FETCHING CSR0080'     TO   WRK-ERROR-MSG.

           EXEC SQL
               FETCH CSR0080
                   INTO :CLOG-OPERATOR-ID, :WRK-FOLLOWUP-YYYYMMDD,
                        :CLOG-FOLLOWUP-DT, :CLOG-SEQ, :CLOG-CPF,
                        :CLOG-CONTACT-DT, :CLOG-CHANNEL,
                        :CLOG-REASON-CD, :CLOG-NOTE-TEXT,
                        :WRK-CUST-NAME, :WRK-CUST-PROT-FLAG
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
           END-IF.
      *----------------------------------------------------------------*
       2100-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2300-OPERATOR-BREAK             SECTION.
      *----------------------------------------------------------------*
      *    ONE SUBTOTAL LINE PER OPERATOR, WHEN THE OPERATOR CHANGES   *
      *    AND AT THE END, THEN A BLANK LINE.  NOTHING IS PRINTED      *
      *    WHEN NO FOLLOW-UP WAS LISTED AT ALL.                        *
      *----------------------------------------------------------------*
           IF WRK-OPERATOR-DUE         GREATER ZEROS
              OR WRK-OPERATOR-OVERDUE  GREATER ZEROS
              ADD 1                    TO WRK-OPERATORS-COUNTER
              MOVE SPACES              TO WRK-FUPRPT-LINE
              MOVE WRK-BREAK-OPERATOR  TO WRK-FUPRPT-LINE (1:8)
              MOVE 'SUBTOTAL - DUE'    TO WRK-FUPRPT-LINE (10:14)
              MOVE WRK-OPERATOR-DUE    TO WRK-COUNT-ED
              MOVE WRK-COUNT-ED        TO WRK-FUPRPT-LINE (25:9)
              MOVE 'OVERDUE'           TO WRK-FUPRPT-LINE (36:7)
              MOVE WRK-OPERATOR-OVERDUE
                                       TO WRK-COUNT-ED
              MOVE WRK-COUNT-ED        TO WRK-FUPRPT-LINE (44:9)
              PERFORM 3210-PUT-FUPRPT-LINE
              MOVE SPACES              TO WRK-FUPRPT-LINE
              PERFORM 3210-PUT-FUPRPT-LINE
           END-IF.

           ADD WRK-OPERATOR-DUE        TO WRK-TOT-DUE-COUNTER.
           ADD WRK-OPERATOR-OVERDUE    TO WRK-TOT-OVERDUE-COUNTER.

           INITIALIZE WRK-OPERATOR-COUNTS.
           MOVE CLOG-OPERATOR-ID       TO WRK-BREAK-OPERATOR.
      *----------------------------------------------------------------*
       2300-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       3000-FINALIZE                   SECTION.
      *----------------------------------------------------------------*
           PERFORM 2300-OPERATOR-BREAK.

           EXEC SQL
               CLOSE CSR0080
           END-EXEC.

           PERFORM 3200-WRITE-TOTALS.

           CLOSE FUPRPT.

           DISPLAY '***************************'.
           DISPLAY '*  SUCCESSFUL  EXECUTION  *'.
           DISPLAY '***************************'.
           DISPLAY '*MODULE..........:' WRK-PROGRAM '*'.
           DISPLAY '*COMPILED........:'
           DD-COMPILED '/' MM-COMPILED '/' YY-COMPILED '*'.
           DISPLAY '*.................'
           HOUR-COMPILED '.' MINUTE-COMPILED '.'SECOND-COMPILED '*'.
           DISPLAY '*-------------------------*'.
           DISPLAY '*DUE BY..............:' WRK-TODAY-DATE
           '*'.
           DISPLAY '*FOLLOW-UPS LISTED...:' WRK-SELECTED-REGS-COUNTER
           '*'.
           DISPLAY '*  DUE TODAY.........:' WRK-TOT-DUE-COUNTER
           '*'.
           DISPLAY '*  OVERDUE...........:' WRK-TOT-OVERDUE-COUNTER
           '*'.
           DISPLAY '*OPERATORS...........:' WRK-OPERATORS-COUNTER
           '*'.
           DISPLAY '*PROTECTED - MASKED..:' WRK-PROTECTED-REGS-COUNTER
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
       3200-WRITE-TOTALS               SECTION.
      *----------------------------------------------------------------*
           IF WRK-SELECTED-REGS-COUNTER
                                       EQUAL ZEROS
              MOVE '   NO FOLLOW-UP DUE'
                                       TO WRK-FUPRPT-LINE
              PERFORM 3210-PUT-FUPRPT-LINE
              MOVE SPACES              TO WRK-FUPRPT-LINE
              PERFORM 3210-PUT-FUPRPT-LINE
           END-IF.

           MOVE SPACES                 TO WRK-FUPRPT-LINE.
           STRING 'TOTAL DUE / OVERDUE / OPERATORS...........: ',
                  WRK-TOT-DUE-COUNTER,' ',
                  WRK-TOT-OVERDUE-COUNTER,' ',
                  WRK-OPERATORS-COUNTER
                                       DELIMITED BY SIZE
                                       INTO WRK-FUPRPT-LINE.
           PERFORM 3210-PUT-FUPRPT-LINE.

           MOVE SPACES                 TO WRK-FUPRPT-LINE.
           STRING 'PROTECTED CUSTOMERS - NAME AND NOTE MASKED: ',
                  WRK-PROTECTED-REGS-COUNTER
                                       DELIMITED BY SIZE
                                       INTO WRK-FUPRPT-LINE.
           PERFORM 3210-PUT-FUPRPT-LINE.
      *----------------------------------------------------------------*
       3200-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       3210-PUT-FUPRPT-LINE            SECTION.
      *----------------------------------------------------------------*
           MOVE  WRK-FUPRPT-LINE       TO    FD-REG-FUPRPT.

           WRITE FD-REG-FUPRPT.

           PERFORM 8100-TEST-FS-FUPRPT.
      *----------------------------------------------------------------*
       3210-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       8100-TEST-FS-FUPRPT             SECTION.
      *----------------------------------------------------------------*
           IF WRK-FS-FUPRPT            NOT EQUAL ZEROS
              MOVE WRK-FS-FUPRPT       TO  WRK-ERROR-CODE
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
