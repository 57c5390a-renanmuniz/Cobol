      *================================================================*
      *        I D E N T I F I C A T I O N      D I V I S I O N        *
      *================================================================*
       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     CSRG0075.
       AUTHOR.         RENAN MUNIZ MERLO.
       DATE-WRITTEN.   15/10/2026.
       DATE-COMPILED   WHEN-COMPILED.
       REMARKS.
      *----------------------------------------------------------------*
      *                RENAN MUNIZ MERLO COBOL DEVELOPER               *
      *          https://www.linkedin.com/in/renan-muniz-merlo         *
      *----------------------------------------------------------------*
      *    PROGRAM-ID..: CSRG0075.                                     *
      *    ANALYST.....: RENAN MUNIZ MERLO                             *
      *    PROGRAMMER..: RENAN MUNIZ MERLO                             *
      *    DATE........: 15/10/2026                                    *
      *----------------------------------------------------------------*
      *    PROJECT.....: CUSTOMER REGISTRATION PROJECT - CUSTMREG      *
      *----------------------------------------------------------------*
      *    GOAL........: MONTHLY KYC "REVIEWS DUE" EXTRACT FOR THE     *
      *                  BRANCH NETWORK.  LISTS EVERY ACTIVE CUSTOMER  *
      *                  RATED BY CSRG0074 WHOSE REVIEW_DUE_DT FALLS   *
      *                  IN THE EXTRACT MONTH, PLUS EVERY REVIEW THAT  *
      *                  FELL DUE IN AN EARLIER MONTH AND IS STILL     *
      *                  OUTSTANDING (FLAGGED OVERDUE), ON THE KYCDUE  *
      *                  EXTRACT (CSRGKYC1) IN STATE, CITY, CPF ORDER. *
      *                  THE EXTRACT MONTH IS CSRGPARM-REPORT-MONTH    *
      *                  (MM-YYYY), BLANK = THE CURRENT MONTH.  A      *
      *                  PROTECTED CUSTOMER (PROT_FLAG) IS LEFT OFF    *
      *                  THE EXTRACT, AS IN EVERY OTHER EXTRACT, AND   *
      *                  ONLY COUNTED - ITS REVIEW IS HEAD OFFICE'S.   *
      *                  KYCRPT GIVES THE COUNTS BY STATE.  READ-ONLY. *
      *----------------------------------------------------------------*
      *    KYCRPT......: POS 001-002  STATE                            *
      *                  POS 004-012  REVIEWS DUE IN THE MONTH         *
      *                  POS 014-022  OVERDUE FROM EARLIER MONTHS      *
      *                  POS 024-032  OF WHICH RATED HIGH              *
      *                  POS 034-042  OF WHICH RATED MEDIUM            *
      *                  POS 044-052  OF WHICH RATED LOW               *
      *----------------------------------------------------------------*
      *    FILES.......:  DDNAME          LRECL       INCLUDE/BOOK     *
      *                   KYCDUE          00220       CSRGKYC1         *
      *                   KYCRPT          00132       NONE             *
      *----------------------------------------------------------------*
      *    MODIFICATION HISTORY.......:                                *
      *    15/10/2026 RMM - PROGRAM CREATED.                           *
      *----------------------------------------------------------------*
      *    TABLE DB2...:  TB_CUSTOMER                 BTB_CUSTOMER     *
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

           SELECT KYCDUE        ASSIGN TO UTS-S-KYCDUE
            ORGANIZATION IS     SEQUENTIAL
            ACCESS MODE  IS     SEQUENTIAL
            FILE STATUS  IS     WRK-FS-KYCDUE.

           SELECT KYCRPT        ASSIGN TO UTS-S-KYCRPT
            ORGANIZATION IS     SEQUENTIAL
            ACCESS MODE  IS     SEQUENTIAL
            FILE STATUS  IS     WRK-FS-KYCRPT.

      *================================================================*
      *                  D A T A      D I V I S I O N                  *
      *================================================================*
       DATA DIVISION.
       FILE SECTION.
      *
       FD KYCDUE
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS 00 RECORDS.
       01 FD-REG-KYCDUE     PIC X(220).

       FD KYCRPT
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS 00 RECORDS.
       01 FD-REG-KYCRPT     PIC X(132).

      *-----------------------------------------------------------------*
      *                  WORKING-STORAGE SECTION                        *
      *-----------------------------------------------------------------*
       WORKING-STORAGE SECTION.

       77 WRK-SELECTED-REGS-COUNTER              PIC 9(09) VALUE ZEROS .
       77 WRK-KYCDUE-REGS-COUNTER                PIC 9(09) VALUE ZEROS .
       77 WRK-PROTECTED-REGS-COUNTER             PIC 9(07) VALUE ZEROS .
       77 WRK-TOT-DUE-COUNTER                    PIC 9(09) VALUE ZEROS .
       77 WRK-TOT-OVERDUE-COUNTER                PIC 9(09) VALUE ZEROS .
       77 WRK-TOT-HIGH-COUNTER                   PIC 9(09) VALUE ZEROS .

       77 WRK-CURSOR-EOF                         PIC X(03) VALUE SPACES.

      *RUNTIME PARAMETER CARD:
       COPY 'CSRGPARM'.

      *THE EXTRACT MONTH, AS MM-YYYY AND AS THE YYYYMM THE DUE DATES
      *ARE COMPARED WITH:
       01 WRK-REPORT-MONTH.
          03 WRK-REPORT-MONTH-MM                 PIC 9(02) VALUE ZEROS .
          03 FILLER                              PIC X(01) VALUE '-'.
          03 WRK-REPORT-MONTH-YYYY               PIC 9(04) VALUE ZEROS .

       01 WRK-TARGET-YYYYMM.
          03 WRK-TARGET-YYYY                     PIC 9(04) VALUE ZEROS .
          03 WRK-TARGET-MM                       PIC 9(02) VALUE ZEROS .

      *THE DUE MONTH OF THE ROW IN HAND, AS THE CURSOR RETURNS IT:
       01 WRK-DUE-YYYYMM                         PIC X(06) VALUE SPACES.

      *ONE EXTRACT RECORD (SEE CSRGKYC1):
       01 WRK-KYCDUE-REG.
          COPY 'CSRGKYC1'.

      *STATE CONTROL BREAK:
       01 WRK-BREAK-STATE                        PIC X(02) VALUE SPACES.
       01 WRK-STATE-COUNTS.
          03 WRK-STATE-DUE                       PIC 9(09) VALUE ZEROS .
          03 WRK-STATE-OVERDUE                   PIC 9(09) VALUE ZEROS .
          03 WRK-STATE-HIGH                      PIC 9(09) VALUE ZEROS .
          03 WRK-STATE-MEDIUM                    PIC 9(09) VALUE ZEROS .
          03 WRK-STATE-LOW                       PIC 9(09) VALUE ZEROS .

       01 WRK-COUNT-ED                           PIC Z(08)9.

       01 WRK-KYCRPT-LINE                        PIC X(132)
                                                  VALUE SPACES.

      *DATA FOR ERROR LOG:
       01 WRK-ERROR-LOG.
          03 WRK-PROGRAM                         PIC X(08) VALUE
                                                          'CSRG0075'  .
          03 WRK-ERROR-MSG                       PIC X(30) VALUE SPACES.
          03 WRK-ERROR-CODE                      PIC X(30) VALUE SPACES.
          03 WRK-ERROR-DATE                      PIC X(10) VALUE SPACES.
          03 WRK-ERROR-TIME                      PIC X(08) VALUE SPACES.

      *ABENDING PROGRAM:
       77 WRK-ABEND-PGM                          PIC X(08) VALUE
                                                          'ABENDPGM'  .

       01 WRK-FILE-STATUS.
          03 WRK-FS-KYCDUE                       PIC 9(02) VALUE ZEROS .
          03 WRK-FS-KYCRPT                       PIC 9(02) VALUE ZEROS .

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

      *RATED ACTIVE CUSTOMERS WHOSE REVIEW IS DUE BY THE END OF THE
      *EXTRACT MONTH.  REVIEW_DUE_DT IS DD-MM-YYYY, SO ITS YEAR AND
      *MONTH ARE PICKED OUT AS YYYYMM TO BE COMPARED:
           EXEC SQL
              DECLARE CSR0075 CURSOR FOR
                 SELECT STATE, CITY, CPF, NAME, RISK_RATING,
                        COALESCE(RISK_RATED_DT, ' '), REVIEW_DUE_DT,
                        COALESCE(PHONE, ' '), COALESCE(EMAIL, ' '),
                        COALESCE(PROVIDER_CODE, ' '),
                        COALESCE(PROT_FLAG, 'N'),
                        SUBSTR(REVIEW_DUE_DT, 7, 4) CONCAT
                        SUBSTR(REVIEW_DUE_DT, 4, 2)
                   FROM TB_CUSTOMER
                  WHERE STATUS        = 'A'
                    AND RISK_RATING   > ' '
                    AND REVIEW_DUE_DT > ' '
                    AND SUBSTR(REVIEW_DUE_DT, 7, 4) CONCAT
                        SUBSTR(REVIEW_DUE_DT, 4, 2)
                                     <= :WRK-TARGET-YYYYMM
                  ORDER BY STATE, CITY, CPF
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

           PERFORM 2000-PROCESS-ONE-CUSTOMER
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

           OPEN OUTPUT KYCDUE
                       KYCRPT.

           MOVE 'OPEN FILE KYCDUE'     TO WRK-ERROR-MSG.
           PERFORM 8100-TEST-FS-KYCDUE.

           MOVE 'OPEN FILE KYCRPT'     TO WRK-ERROR-MSG.
           PERFORM 8200-TEST-FS-KYCRPT.

           MOVE SPACES                 TO WRK-KYCRPT-LINE.
           STRING 'CSRG0075 KYC REVIEWS DUE - RUN ',
                  CSRGPARM-BATCH-RUN-ID,' ',
                  WRK-DATE-FORMATTED,' ',WRK-TIME-FORMATTED
                                       DELIMITED BY SIZE
                                       INTO WRK-KYCRPT-LINE.
           PERFORM 3210-PUT-KYCRPT-LINE.

           MOVE SPACES                 TO WRK-KYCRPT-LINE.
           STRING 'EXTRACT MONTH ',CSRGPARM-REPORT-MONTH,
                  ' - DUE IN THE MONTH, AND OVERDUE FROM EARLIER ',
                  'MONTHS'
                                       DELIMITED BY SIZE
                                       INTO WRK-KYCRPT-LINE.
           PERFORM 3210-PUT-KYCRPT-LINE.

           MOVE SPACES                 TO WRK-KYCRPT-LINE.
           PERFORM 3210-PUT-KYCRPT-LINE.

           MOVE 'ST       DUE   OVERDUE      HIGH    MEDIUM       LOW'
                                       TO WRK-KYCRPT-LINE.
           PERFORM 3210-PUT-KYCRPT-LINE.

           MOVE 'OPEN CURSOR CSR0075'  TO WRK-ERROR-MSG.

           EXEC SQL
               OPEN CSR0075
           END-EXEC.

           IF SQLCODE NOT EQUAL ZEROS
              MOVE SQLCODE             TO WRK-SQLCODE-SINAL
              STRING 'SQLCODE..:',WRK-SQLCODE-X
                                       DELIMITED BY SPACE
                                       INTO WRK-ERROR-CODE
              PERFORM 9999-CALL-ABEND-PGM
           END-IF.

           PERFORM 2100-FETCH-CUSTOMER.

           MOVE STATE                  TO WRK-BREAK-STATE.
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

           IF CSRGPARM-REPORT-MONTH    EQUAL SPACES
              MOVE MM-FORMATTED        TO WRK-REPORT-MONTH-MM
              MOVE YYYY-FORMATTED      TO WRK-REPORT-MONTH-YYYY
              MOVE WRK-REPORT-MONTH    TO CSRGPARM-REPORT-MONTH
           ELSE
              MOVE CSRGPARM-REPORT-MONTH
                                       TO WRK-REPORT-MONTH
           END-IF.

           MOVE WRK-REPORT-MONTH-YYYY  TO WRK-TARGET-YYYY.
           MOVE WRK-REPORT-MONTH-MM    TO WRK-TARGET-MM.
      *----------------------------------------------------------------*
       1050-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2000-PROCESS-ONE-CUSTOMER       SECTION.
      *----------------------------------------------------------------*
           ADD 1                       TO WRK-SELECTED-REGS-COUNTER.

           IF STATE                    NOT EQUAL WRK-BREAK-STATE
              PERFORM 2300-STATE-BREAK
           END-IF.

           IF BTB-CUSTOMER-IS-PROTECTED
              ADD 1                    TO WRK-PROTECTED-REGS-COUNTER
              GO TO 2000-50-NEXT
           END-IF.

           INITIALIZE WRK-KYCDUE-REG.

           MOVE CSRGPARM-REPORT-MONTH  TO CSRGKYC1-MONTH.
           MOVE STATE                  TO CSRGKYC1-STATE.
           MOVE CITY                   TO CSRGKYC1-CITY.
           MOVE CPF                    TO CSRGKYC1-CPF.
           MOVE NAME                   TO CSRGKYC1-NAME.
           MOVE RISK-RATING            TO CSRGKYC1-RISK-RATING.
           MOVE RISK-RATED-DT          TO CSRGKYC1-RATED-DT.
           MOVE REVIEW-DUE-DT          TO CSRGKYC1-REVIEW-DUE-DT.
           MOVE PHONE                  TO CSRGKYC1-PHONE.
           MOVE EMAIL                  TO CSRGKYC1-EMAIL.
           MOVE PROVIDER-CODE          TO CSRGKYC1-PROVIDER-CODE.

           IF WRK-DUE-YYYYMM           LESS WRK-TARGET-YYYYMM
              MOVE 'Y'                 TO CSRGKYC1-OVERDUE
              ADD 1                    TO WRK-STATE-OVERDUE
           ELSE
              MOVE 'N'                 TO CSRGKYC1-OVERDUE
              ADD 1                    TO WRK-STATE-DUE
           END-IF.

           EVALUATE TRUE
              WHEN BTB-RISK-IS-HIGH
                 ADD 1                 TO WRK-STATE-HIGH
              WHEN BTB-RISK-IS-MEDIUM
                 ADD 1                 TO WRK-STATE-MEDIUM
              WHEN OTHER
                 ADD 1                 TO WRK-STATE-LOW
           END-EVALUATE.

           PERFORM 2200-WRITE-KYCDUE.

       2000-50-NEXT.
           PERFORM 2100-FETCH-CUSTOMER.
      *----------------------------------------------------------------*
       2000-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2100-FETCH-CUSTOMER             SECTION.
      *----------------------------------------------------------------*
           MOVE 'FETCHING CSR0075'     TO   WRK-ERROR-MSG.

           EXEC SQL
               FETCH CSR0075
                   INTO :STATE, :CITY, :CPF, :NAME, :RISK-RATING,
                        :RISK-RATED-DT, :REVIEW-DUE-DT, :PHONE,
                        :EMAIL, :PROVIDER-CODE, :PROT-FLAG,
                        :WRK-DUE-YYYYMM
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
       2200-WRITE-KYCDUE               SECTION.
      *----------------------------------------------------------------*
           MOVE 'WRITING FILE KYCDUE'  TO WRK-ERROR-MSG.

           MOVE WRK-KYCDUE-REG         TO FD-REG-KYCDUE.

           WRITE FD-REG-KYCDUE.

           PERFORM 8100-TEST-FS-KYCDUE.

           ADD 1                       TO WRK-KYCDUE-REGS-COUNTER.
      *----------------------------------------------------------------*
       2200-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2300-STATE-BREAK                SECTION.
      *----------------------------------------------------------------*
      *    ONE KYCRPT LINE PER STATE, WHEN THE STATE CHANGES AND AT    *
      *    THE END.  A STATE WITH ONLY PROTECTED CUSTOMERS DUE HAS     *
      *    NOTHING TO PRINT.                                           *
      *----------------------------------------------------------------*
           IF WRK-STATE-DUE            GREATER ZEROS
              OR WRK-STATE-OVERDUE     GREATER ZEROS
              MOVE SPACES              TO WRK-KYCRPT-LINE
              MOVE WRK-BREAK-STATE     TO WRK-KYCRPT-LINE (1:2)
              MOVE WRK-STATE-DUE       TO WRK-COUNT-ED
              MOVE WRK-COUNT-ED        TO WRK-KYCRPT-LINE (4:9)
              MOVE WRK-STATE-OVERDUE   TO WRK-COUNT-ED
              MOVE WRK-COUNT-ED        TO WRK-KYCRPT-LINE (14:9)
              MOVE WRK-STATE-HIGH      TO WRK-COUNT-ED
              MOVE WRK-COUNT-ED        TO WRK-KYCRPT-LINE (24:9)
              MOVE WRK-STATE-MEDIUM    TO WRK-COUNT-ED
              MOVE WRK-COUNT-ED        TO WRK-KYCRPT-LINE (34:9)
              MOVE WRK-STATE-LOW       TO WRK-COUNT-ED
              MOVE WRK-COUNT-ED        TO WRK-KYCRPT-LINE (44:9)
              PERFORM 3210-PUT-KYCRPT-LINE
           END-IF.

           ADD WRK-STATE-DUE           TO WRK-TOT-DUE-COUNTER.
           ADD WRK-STATE-OVERDUE       TO WRK-TOT-OVERDUE-COUNTER.
           ADD WRK-STATE-HIGH          TO WRK-TOT-HIGH-COUNTER.

           INITIALIZE WRK-STATE-COUNTS.
           MOVE STATE                  TO WRK-BREAK-STATE.
      *----------------------------------------------------------------*
       2300-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       3000-FINALIZE                   SECTION.
      *----------------------------------------------------------------*
           PERFORM 2300-STATE-BREAK.

           EXEC SQL
               CLOSE CSR0075
           END-EXEC.

           PERFORM 3200-WRITE-TOTALS.

           CLOSE KYCDUE
                 KYCRPT.

           DISPLAY '***************************'.
           DISPLAY '*  SUCCESSFUL  EXECUTION  *'.
           DISPLAY '***************************'.
           DISPLAY '*MODULE..........:' WRK-PROGRAM '*'.
           DISPLAY '*COMPILED........:'
           DD-COMPILED '/' MM-COMPILED '/' YY-COMPILED '*'.
           DISPLAY '*.................'
           HOUR-COMPILED '.' MINUTE-COMPILED '.'SECOND-COMPILED '*'.
           DISPLAY '*-------------------------*'.
           DISPLAY '*EXTRACT MONTH.......:' CSRGPARM-REPORT-MONTH
           '*'.
           DISPLAY '*CUSTOMERS SELECTED..:' WRK-SELECTED-REGS-COUNTER
           '*'.
           DISPLAY '*RECORDS KYCDUE......:' WRK-KYCDUE-REGS-COUNTER
           '*'.
           DISPLAY '*  DUE IN THE MONTH..:' WRK-TOT-DUE-COUNTER
           '*'.
           DISPLAY '*  OVERDUE...........:' WRK-TOT-OVERDUE-COUNTER
           '*'.
           DISPLAY '*  RATED HIGH........:' WRK-TOT-HIGH-COUNTER
           '*'.
           DISPLAY '*PROTECTED - LEFT OFF:' WRK-PROTECTED-REGS-COUNTER
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
           IF WRK-KYCDUE-REGS-COUNTER  EQUAL ZEROS
              MOVE '   NO REVIEW DUE'  TO WRK-KYCRPT-LINE
              PERFORM 3210-PUT-KYCRPT-LINE
           END-IF.

           MOVE SPACES                 TO WRK-KYCRPT-LINE.
           PERFORM 3210-PUT-KYCRPT-LINE.

           MOVE SPACES                 TO WRK-KYCRPT-LINE.
           STRING 'TOTAL DUE / OVERDUE / RATED HIGH..........: ',
                  WRK-TOT-DUE-COUNTER,' ',
                  WRK-TOT-OVERDUE-COUNTER,' ',
                  WRK-TOT-HIGH-COUNTER
                                       DELIMITED BY SIZE
                                       INTO WRK-KYCRPT-LINE.
           PERFORM 3210-PUT-KYCRPT-LINE.

           MOVE SPACES                 TO WRK-KYCRPT-LINE.
           STRING 'PROTECTED CUSTOMERS DUE, LEFT OFF KYCDUE..: ',
                  WRK-PROTECTED-REGS-COUNTER
                                       DELIMITED BY SIZE
                                       INTO WRK-KYCRPT-LINE.
           PERFORM 3210-PUT-KYCRPT-LINE.
      *----------------------------------------------------------------*
       3200-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       3210-PUT-KYCRPT-LINE            SECTION.
      *----------------------------------------------------------------*
           MOVE  WRK-KYCRPT-LINE       TO    FD-REG-KYCRPT.

           WRITE FD-REG-KYCRPT.

           PERFORM 8200-TEST-FS-KYCRPT.
      *----------------------------------------------------------------*
       3210-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       8100-TEST-FS-KYCDUE             SECTION.
      *----------------------------------------------------------------*
           IF WRK-FS-KYCDUE            NOT EQUAL ZEROS
              MOVE WRK-FS-KYCDUE       TO  WRK-ERROR-CODE
              PERFORM 9999-CALL-ABEND-PGM
           END-IF.
      *----------------------------------------------------------------*
       8100-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       8200-TEST-FS-KYCRPT             SECTION.
      *----------------------------------------------------------------*
           IF WRK-FS-KYCRPT            NOT EQUAL ZEROS
              MOVE WRK-FS-KYCRPT       TO  WRK-ERROR-CODE
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
           EXEC SQL
               ROLLBACK
           END-EXEC.

           MOVE WRK-DATE-FORMATTED     TO WRK-ERROR-DATE.
           MOVE WRK-TIME-FORMATTED     TO WRK-ERROR-TIME.
           CALL WRK-ABEND-PGM          USING WRK-ERROR-LOG.
      *----------------------------------------------------------------*
       9999-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
