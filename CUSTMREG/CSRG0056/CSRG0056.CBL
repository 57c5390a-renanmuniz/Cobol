      *================================================================*
      *        I D E N T I F I C A T I O N      D I V I S I O N        *
      *================================================================*
       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     CSRG0056.
       AUTHOR.         RENAN MUNIZ MERLO.
       DATE-WRITTEN.   15/10/2026.
       DATE-COMPILED   WHEN-COMPILED.
       REMARKS.
      *----------------------------------------------------------------*
      *                RENAN MUNIZ MERLO COBOL DEVELOPER               *
      *          https://www.linkedin.com/in/renan-muniz-merlo         *
      *----------------------------------------------------------------*
      *    PROGRAM-ID..: CSRG0056.                                     *
      *    ANALYST.....: RENAN MUNIZ MERLO                             *
      *    PROGRAMMER..: RENAN MUNIZ MERLO                             *
      *    DATE........: 15/10/2026                                    *
      *----------------------------------------------------------------*
      *    PROJECT.....: CUSTOMER REGISTRATION PROJECT - CUSTMREG      *
      *----------------------------------------------------------------*
      *    GOAL........: PHONE DDD SWEEP OF THE EXISTING BASE.  THE    *
      *                  CSRGVALD DDD/MOBILE EDITS ONLY SEE NEW        *
      *                  INSERTS AND UPDATES, SO THE PHONES ALREADY ON *
      *                  TB_CUSTOMER - A BAHIA DDD ON A SAO PAULO      *
      *                  CUSTOMER, A MOBILE STILL MISSING ITS LEADING  *
      *                  9 - ARE NEVER LOOKED AT AGAIN.  THIS SWEEP    *
      *                  PASSES EVERY ACTIVE ROW'S PHONE THROUGH THE   *
      *                  SAME EDITS (CSRGVALD FUNCTION 'P') AND LISTS  *
      *                  ON PHONERPT EVERY ROW THAT WOULD NOW BE       *
      *                  REJECTED OR FLAGGED, WITH THE NAME AND EMAIL  *
      *                  THE CONTACT-DATA CAMPAIGN NEEDS TO REACH THE  *
      *                  CUSTOMER.  READ-ONLY ON THE DATABASE.         *
      *----------------------------------------------------------------*
      *    FILES.......:  DDNAME          LRECL       INCLUDE/BOOK     *
      *                   PHONERPT        00132       NONE             *
      *----------------------------------------------------------------*
      *    MODIFICATION HISTORY.......:                                *
      *    15/10/2026 RMM - PROGRAM CREATED.                           *
      *----------------------------------------------------------------*
      *    TABLE DB2...:  TB_CUSTOMER                 BTB_CUSTOMER     *
      *                   (TB_DDD_REF IS CHECKED INSIDE CSRGVALD)      *
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

           SELECT PHONERPT      ASSIGN TO UTS-S-PHONERPT
            ORGANIZATION IS     SEQUENTIAL
            ACCESS MODE  IS     SEQUENTIAL
            FILE STATUS  IS     WRK-FS-PHONERPT.

      *================================================================*
      *                  D A T A      D I V I S I O N                  *
      *================================================================*
       DATA DIVISION.
       FILE SECTION.
      *
       FD PHONERPT
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS 00 RECORDS.
       01 FD-REG-PHONERPT   PIC X(132).

      *-----------------------------------------------------------------*
      *                  WORKING-STORAGE SECTION                        *
      *-----------------------------------------------------------------*
       WORKING-STORAGE SECTION.

       77 WRK-SCANNED-REGS-COUNTER               PIC 9(07) VALUE ZEROS .
       77 WRK-REJECTED-REGS-COUNTER              PIC 9(07) VALUE ZEROS .
       77 WRK-FLAGGED-REGS-COUNTER               PIC 9(07) VALUE ZEROS .

       77 WRK-CURSOR-EOF                         PIC X(03) VALUE SPACES.

      *RUNTIME PARAMETER CARD:
       COPY 'CSRGPARM'.

      *CALLABLE CUSTOMER-EDIT RULES MODULE - THE SAME PHONE EDITS
      *CSRG0002/0003 AND THE ONLINE CSRG0012 APPLY AT THE DOOR:
       77 WRK-VALD-PGM                           PIC X(08) VALUE
                                                           'CSRGVALD'  .

      *PARAMETER BLOCK PASSED TO CSRGVALD:
       01 WRK-VALD-PARM.
          COPY 'CSRGVAL1'.

      *THE ROW'S PHONE AND STATE AS A CSTMRG01 IMAGE FOR CSRGVALD:
       01 WRK-VALD-REC.
          COPY 'CSTMRG01'.

      *WHAT THE ROW FAILED, FOR THE REPORT LINE:
       01 WRK-FAIL-KIND                          PIC X(06) VALUE SPACES.
       01 WRK-FAIL-TEXT                          PIC X(25) VALUE SPACES.

       01 WRK-PHONERPT-LINE                      PIC X(132)
                                                  VALUE SPACES.

      *DATA FOR ERROR LOG:
       01 WRK-ERROR-LOG.
          03 WRK-PROGRAM                         PIC X(08) VALUE
                                                          'CSRG0056'  .
          03 WRK-ERROR-MSG                       PIC X(30) VALUE SPACES.
          03 WRK-ERROR-CODE                      PIC X(30) VALUE SPACES.
          03 WRK-ERROR-DATE                      PIC X(10) VALUE SPACES.
          03 WRK-ERROR-TIME                      PIC X(08) VALUE SPACES.

      *ABENDING PROGRAM:
       77 WRK-ABEND-PGM                          PIC X(08) VALUE
                                                          'ABENDPGM'  .

       01 WRK-FILE-STATUS.
          03 WRK-FS-PHONERPT                     PIC 9(02) VALUE ZEROS .

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

      *EMAIL IS NULLABLE ON THE OLDEST ROWS - A NULL COMES BACK AS
      *SPACES RATHER THAN A -305:
           EXEC SQL
              DECLARE CSR0056 CURSOR FOR
                 SELECT CPF, NAME, STATE, COALESCE(EMAIL, ' '), PHONE
                   FROM TB_CUSTOMER
                  WHERE STATUS = 'A'
                    AND PHONE IS NOT NULL
                    AND PHONE > ' '
                  ORDER BY CPF
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

           PERFORM 2000-SWEEP-ONE-ROW
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

           INITIALIZE WRK-VALD-PARM.

           OPEN OUTPUT PHONERPT.

           MOVE 'OPEN FILE PHONERPT'   TO WRK-ERROR-MSG.
           PERFORM 8100-TEST-FS-PHONERPT.

           MOVE SPACES                 TO    WRK-PHONERPT-LINE.
           STRING 'CSRG0056 PHONE DDD SWEEP - RUN ',
                  WRK-DATE-FORMATTED,' ',WRK-TIME-FORMATTED
                                       DELIMITED BY SIZE
                                       INTO  WRK-PHONERPT-LINE.
           PERFORM 3210-PUT-PHONERPT-LINE.

           MOVE SPACES                 TO    WRK-PHONERPT-LINE.
           STRING 'KIND   REASON                    CPF             ',
                  'PHONE           ST NAME / EMAIL'
                                       DELIMITED BY SIZE
                                       INTO  WRK-PHONERPT-LINE.
           PERFORM 3210-PUT-PHONERPT-LINE.

           MOVE 'OPEN CURSOR CSR0056'  TO WRK-ERROR-MSG.

           EXEC SQL
               OPEN CSR0056
           END-EXEC.

           IF SQLCODE NOT EQUAL ZEROS
              MOVE SQLCODE             TO WRK-SQLCODE-SINAL
              STRING 'SQLCODE..:',WRK-SQLCODE-X
                                       DELIMITED BY SPACE
                                       INTO WRK-ERROR-CODE
              PERFORM 9999-CALL-ABEND-PGM
           END-IF.

           PERFORM 2100-FETCH-NEXT.
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
       2000-SWEEP-ONE-ROW              SECTION.
      *----------------------------------------------------------------*
      *    THE ROW'S PHONE AND STATE GO THROUGH THE SAME CSRGVALD      *
      *    PHONE EDITS AS A NEW REGISTRATION: A ROW THAT WOULD BE      *
      *    REJECTED TODAY (UNKNOWN DDD, SHORT MOBILE, NO DDD) IS       *
      *    LISTED AS 'REJECT', ONE THAT WOULD ONLY BE FLAGGED (DDD OF  *
      *    ANOTHER STATE) AS 'FLAG'.                                   *
      *----------------------------------------------------------------*
           MOVE SPACES                 TO WRK-VALD-REC.
           MOVE PHONE OF BTB-CUSTOMER  TO CSTMRG01-PHONE
                                          OF WRK-VALD-REC.
           MOVE STATE OF BTB-CUSTOMER  TO CSTMRG01-STATE
                                          OF WRK-VALD-REC.

           MOVE 'P'                    TO CSRGVAL1-FUNCTION.
           MOVE ZEROS                  TO CSRGVAL1-CPF.

           CALL WRK-VALD-PGM           USING WRK-VALD-PARM
                                             WRK-VALD-REC.

           EVALUATE TRUE

              WHEN CSRGVAL1-DATA-IS-INVALID
                 ADD 1                 TO WRK-REJECTED-REGS-COUNTER
                 MOVE 'REJECT'         TO WRK-FAIL-KIND
                 MOVE CSRGVAL1-REASON  TO WRK-FAIL-TEXT
                 PERFORM 3220-PUT-FAIL-LINE

              WHEN CSRGVAL1-WARNING    NOT EQUAL SPACES
                 ADD 1                 TO WRK-FLAGGED-REGS-COUNTER
                 MOVE 'FLAG'           TO WRK-FAIL-KIND
                 MOVE CSRGVAL1-WARNING TO WRK-FAIL-TEXT
                 PERFORM 3220-PUT-FAIL-LINE

              WHEN OTHER
                 CONTINUE

           END-EVALUATE.

           PERFORM 2100-FETCH-NEXT.
      *----------------------------------------------------------------*
       2000-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2100-FETCH-NEXT                 SECTION.
      *----------------------------------------------------------------*
           MOVE 'FETCHING CSR0056'     TO   WRK-ERROR-MSG.

           EXEC SQL
               FETCH CSR0056
                   INTO :CPF, :NAME, :STATE, :EMAIL, :PHONE
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
              ADD 1                    TO   WRK-SCANNED-REGS-COUNTER
           END-IF.
      *----------------------------------------------------------------*
       2100-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       3000-FINALIZE                   SECTION.
      *----------------------------------------------------------------*
           EXEC SQL
               CLOSE CSR0056
           END-EXEC.

           MOVE SPACES                 TO    WRK-PHONERPT-LINE.
           STRING 'SCANNED / WOULD BE REJECTED / FLAGGED: ',
                  WRK-SCANNED-REGS-COUNTER,' ',
                  WRK-REJECTED-REGS-COUNTER,' ',
                  WRK-FLAGGED-REGS-COUNTER
                                       DELIMITED BY SIZE
                                       INTO  WRK-PHONERPT-LINE.
           PERFORM 3210-PUT-PHONERPT-LINE.

           DISPLAY '***************************'.
           DISPLAY '*  SUCCESSFUL  EXECUTION  *'.
           DISPLAY '***************************'.
           DISPLAY '*MODULE..........:' WRK-PROGRAM '*'.
           DISPLAY '*COMPILED........:'
           DD-COMPILED '/' MM-COMPILED '/' YY-COMPILED '*'.
           DISPLAY '*.................'
           HOUR-COMPILED '.' MINUTE-COMPILED '.'SECOND-COMPILED '*'.
           DISPLAY '*-------------------------*'.
           DISPLAY '*ROWS SCANNED........:' WRK-SCANNED-REGS-COUNTER
           '*'.
           DISPLAY '*WOULD BE REJECTED...:' WRK-REJECTED-REGS-COUNTER
           '*'.
           DISPLAY '*FLAGGED (DDD/STATE).:' WRK-FLAGGED-REGS-COUNTER
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
       3210-PUT-PHONERPT-LINE          SECTION.
      *----------------------------------------------------------------*
           MOVE  WRK-PHONERPT-LINE     TO    FD-REG-PHONERPT.

           WRITE FD-REG-PHONERPT.

           PERFORM 8100-TEST-FS-PHONERPT.
      *----------------------------------------------------------------*
       3210-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       3220-PUT-FAIL-LINE              SECTION.
      *----------------------------------------------------------------*
      *    ONE LINE PER ROW FOR THE CONTACT-DATA CAMPAIGN: WHAT IS     *
      *    WRONG, THE PHONE AS STORED, AND HOW ELSE TO REACH THE       *
      *    CUSTOMER.                                                   *
      *----------------------------------------------------------------*
           MOVE SPACES                 TO    WRK-PHONERPT-LINE.
           STRING WRK-FAIL-KIND,' ',
                  WRK-FAIL-TEXT,' ',
                  CPF   OF BTB-CUSTOMER,' ',
                  PHONE OF BTB-CUSTOMER,' ',
                  STATE OF BTB-CUSTOMER,' ',
                  NAME  OF BTB-CUSTOMER (1:30),' ',
                  EMAIL OF BTB-CUSTOMER (1:30)
                                       DELIMITED BY SIZE
                                       INTO  WRK-PHONERPT-LINE.
           PERFORM 3210-PUT-PHONERPT-LINE.
      *----------------------------------------------------------------*
       3220-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       8100-TEST-FS-PHONERPT           SECTION.
      *----------------------------------------------------------------*
           IF WRK-FS-PHONERPT          NOT EQUAL ZEROS
              MOVE WRK-FS-PHONERPT     TO  WRK-ERROR-CODE
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
