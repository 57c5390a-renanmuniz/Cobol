      *================================================================*
      *        I D E N T I F I C A T I O N      D I V I S I O N        *
      *================================================================*
       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     CSRG0055.
       AUTHOR.         RENAN MUNIZ MERLO.
       DATE-WRITTEN.   15/10/2026.
       DATE-COMPILED   WHEN-COMPILED.
       REMARKS.
      *----------------------------------------------------------------*
      *                RENAN MUNIZ MERLO COBOL DEVELOPER               *
      *          https://www.linkedin.com/in/renan-muniz-merlo         *
      *----------------------------------------------------------------*
      *    PROGRAM-ID..: CSRG0055.                                     *
      *    ANALYST.....: RENAN MUNIZ MERLO                             *
      *    PROGRAMMER..: RENAN MUNIZ MERLO                             *
      *    DATE........: 15/10/2026                                    *
      *----------------------------------------------------------------*
      *    PROJECT.....: CUSTOMER REGISTRATION PROJECT - CUSTMREG      *
      *----------------------------------------------------------------*
      *    GOAL........: ONE-TIME STREET STANDARDIZATION OF THE        *
      *                  EXISTING BASE.  CSRG0020/0002/0003 NOW STORE  *
      *                  EVERY NEW STREET IN THE CSRGSTRT STANDARD     *
      *                  FORM, BUT THE ROWS ALREADY ON TB_CUSTOMER     *
      *                  STILL CARRY 'R.', 'AV.' AND FRIENDS.  THIS    *
      *                  RUN WALKS TB_CUSTOMER IN CPF ORDER, PASSES    *
      *                  EACH NON-BLANK STREET THROUGH THE SAME        *
      *                  CSRGSTRT MODULE AND, WHERE IT COMES BACK      *
      *                  CHANGED, WRITES THE ROW'S BEFORE-IMAGE TO     *
      *                  FILEHST3 (THE CSRG0003 LAYOUT) AND UPDATES    *
      *                  THE STREET IN PLACE.  A STREET WHOSE          *
      *                  STANDARD FORM WOULD NOT FIT IS LEFT ALONE AND *
      *                  LISTED ON CORRRPT FOR THE DATA STEWARDS.      *
      *                  CSRGPARM-TEST-MODE REPORTS WHAT WOULD CHANGE  *
      *                  WITHOUT TOUCHING TB_CUSTOMER OR FILEHST3.     *
      *                  THE CURSOR IS REOPENED PAST THE LAST CPF      *
      *                  AFTER EACH COMMIT, SO A RERUN AFTER A FAILURE *
      *                  SIMPLY FINDS THE CONVERTED ROWS ALREADY       *
      *                  STANDARD.                                     *
      *----------------------------------------------------------------*
      *    FILES.......:  DDNAME          LRECL       INCLUDE/BOOK     *
      *                   FILEHST3        00364       CSTMRG01+        *
      *                                               CSRGCHN1         *
      *                   CORRRPT         00080       NONE             *
      *                   STRTAB01        00080       (READ BY         *
      *                                                CSRGSTRT)       *
      *----------------------------------------------------------------*
      *    MODIFICATION HISTORY.......:                                *
      *    15/10/2026 RMM - PROGRAM CREATED.                           *
      *    15/10/2026 RMM - FILEHST3 GREW TO LRECL=364: EACH BEFORE-   *
      *                     IMAGE IS CHAINED TO THE ONE BEFORE IT      *
      *                     (CSRGCHN1 SUFFIX, CSRGCHAN MODULE) AND THE *
      *                     RUN'S IMAGES END IN A SEAL REGISTERED ON   *
      *                     TB_AUDIT_SEAL.                             *
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

           SELECT FILEHST3      ASSIGN TO UTS-S-FILEHST3
            ORGANIZATION IS     SEQUENTIAL
            ACCESS MODE  IS     SEQUENTIAL
            FILE STATUS  IS     WRK-FS-FILEHST3.

           SELECT CORRRPT       ASSIGN TO UTS-S-CORRRPT
            ORGANIZATION IS     SEQUENTIAL
            ACCESS MODE  IS     SEQUENTIAL
            FILE STATUS  IS     WRK-FS-CORRRPT.

      *================================================================*
      *                  D A T A      D I V I S I O N                  *
      *================================================================*
       DATA DIVISION.
       FILE SECTION.
      *
       FD FILEHST3
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS 00 RECORDS.
       01 FD-REG-FILEHST3   PIC X(364).

       FD CORRRPT
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS 00 RECORDS.
       01 FD-REG-CORRRPT    PIC X(80).

      *-----------------------------------------------------------------*
      *                  WORKING-STORAGE SECTION                        *
      *-----------------------------------------------------------------*
       WORKING-STORAGE SECTION.

      *COUNTER OF RECORDS:
       77 WRK-READ-REGS-COUNTER                  PIC 9(07) VALUE ZEROS .
       77 WRK-STREET-STD-COUNTER                 PIC 9(07) VALUE ZEROS .
       77 WRK-STREET-LONG-COUNTER                PIC 9(07) VALUE ZEROS .
       77 WRK-FILEHST3-REGS-COUNTER              PIC 9(07) VALUE ZEROS .

      *DATA FOR PERIODIC COMMIT:
       77 WRK-COMMIT-COUNTER                     PIC 9(05) VALUE ZEROS .

      *END OF CURSOR:
       77 WRK-CURSOR-EOF                         PIC X(03) VALUE SPACES.

      *RUNTIME PARAMETER CARD:
       COPY 'CSRGPARM'.

      *THE CURSOR RESUMES PAST THIS CPF WHEN IT IS REOPENED AFTER A
      *COMMIT (LOW-VALUES ON THE FIRST OPEN):
       01 WRK-RESUME-CPF                         PIC X(15) VALUE
                                                           LOW-VALUES.

      *NULL INDICATOR FOR TIMEREGINC:
       01 WRK-TIMEREGINC-IND                     PIC S9(04) COMP
                                                           VALUE ZEROS.

      *STREET-ADDRESS STANDARDIZATION MODULE AND ITS PARAMETERS:
       77 WRK-STRT-PGM                           PIC X(08) VALUE
                                                           'CSRGSTRT'  .
       01 WRK-STRT-PARM.
          COPY 'CSRGSTR1'.

      *BEFORE-IMAGE CHANGE-HISTORY LINE, SAME LAYOUT CSRG0003 WRITES:
       01 WRK-FILEHST3-REG.
          03 CSRGHST1-BATCH-RUN-ID            PIC X(14).
          03 CSRGHST1-DATE                    PIC X(10).
          03 CSRGHST1-TIME                    PIC X(08).
          COPY 'CSTMRG01'.
          COPY 'CSRGCHN1'.

      *HASH CHAIN OF THE FILEHST3 TRAIL (SEE CSRGCHP1):
       77 WRK-CHAN-PGM                           PIC X(08) VALUE
                                                          'CSRGCHAN'  .
       01 WRK-CHAN-PARM.
          COPY 'CSRGCHP1'.

       77 WRK-CORRRPT-LINE                       PIC X(80) VALUE SPACES.

      *ONE CORRRPT LINE PER STREET LEFT AS TYPED BECAUSE ITS STANDARD
      *FORM WOULD NOT FIT:
       01 WRK-LONG-LINE.
          03 FILLER                              PIC X(11) VALUE
                                                        'TOO LONG : '.
          03 WRK-LONG-CPF                        PIC X(15).
          03 FILLER                              PIC X(01) VALUE SPACE.
          03 WRK-LONG-STREET                     PIC X(50).
          03 FILLER                              PIC X(03) VALUE SPACES.

      *DATA FOR ERROR LOG:
       01 WRK-ERROR-LOG.
          03 WRK-PROGRAM                         PIC X(08) VALUE
                                                          'CSRG0055'  .
          03 WRK-ERROR-MSG                       PIC X(30) VALUE SPACES.
          03 WRK-ERROR-CODE                      PIC X(30) VALUE SPACES.
          03 WRK-ERROR-DATE                      PIC X(10) VALUE SPACES.
          03 WRK-ERROR-TIME                      PIC X(08) VALUE SPACES.

      *ABENDING PROGRAM:
       77 WRK-ABEND-PGM                          PIC X(08) VALUE
                                                          'ABENDPGM'  .

       01 WRK-FILE-STATUS.
          03 WRK-FS-FILEHST3                     PIC 9(02) VALUE ZEROS .
          03 WRK-FS-CORRRPT                      PIC 9(02) VALUE ZEROS .

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

           EXEC SQL
              DECLARE CSR0055 CURSOR FOR
                 SELECT CPF, NAME, BIRTH, STREET, HNUMBER,
                        OTHER_INFO, CITY, STATE, COUNTRY,
                        TIMEREGINC, EMAIL, PHONE, CEP, DOC_TYPE,
                        PROVIDER_CODE, CUST_ID
                   FROM TB_CUSTOMER
                  WHERE STREET <> ' '
                    AND CPF     > :WRK-RESUME-CPF
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

           PERFORM 2000-PROCESS      UNTIL WRK-CURSOR-EOF EQUAL 'END'.

           PERFORM 3000-FINALIZE.
      *----------------------------------------------------------------*
       0000-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       1000-INITIALIZE                 SECTION.
      *----------------------------------------------------------------*
           PERFORM 9000-GET-DATE-TIME.

           PERFORM 1050-GET-RUN-PARMS.

           INITIALIZE WRK-STRT-PARM
                      WRK-CHAN-PARM.

           MOVE 'FILEHST3'             TO CSRGCHP1-TRAIL.
           MOVE 343                    TO CSRGCHP1-BODY-LEN.

           OPEN EXTEND FILEHST3
                OUTPUT CORRRPT.

           MOVE 'OPEN FILE FILEHST3'   TO WRK-ERROR-MSG.
           PERFORM 8100-TEST-FS-FILEHST3.

           MOVE 'OPEN FILE CORRRPT'    TO WRK-ERROR-MSG.
           PERFORM 8200-TEST-FS-CORRRPT.

           PERFORM 1100-OPEN-CURSOR.

           PERFORM 2100-FETCH-NEXT.

           IF CSRGPARM-IS-TEST-MODE
              DISPLAY '*** TEST MODE - NO DATABASE CHANGES WILL BE MADE'
                      ' ***'
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
       1100-OPEN-CURSOR                SECTION.
      *----------------------------------------------------------------*
           MOVE 'OPEN CURSOR CSR0055'  TO WRK-ERROR-MSG.

           EXEC SQL
               OPEN CSR0055
           END-EXEC.

           IF SQLCODE NOT EQUAL ZEROS
              PERFORM 9100-FORMAT-SQLCODE
              PERFORM 9999-CALL-ABEND-PGM
           END-IF.
      *----------------------------------------------------------------*
       1100-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2000-PROCESS                    SECTION.
      *----------------------------------------------------------------*
           MOVE STREET                 OF BTB-CUSTOMER
                                       TO CSRGSTR1-STREET.

           CALL WRK-STRT-PGM           USING WRK-STRT-PARM.

           EVALUATE TRUE
              WHEN CSRGSTR1-WAS-CHANGED
                 IF CSRGPARM-IS-PRODUCTION
                    PERFORM 2300-WRITE-BEFORE-IMAGE
                    PERFORM 2400-UPDATE-STREET
                 END-IF
                 ADD 1                 TO WRK-STREET-STD-COUNTER
                 PERFORM 2600-COMMIT-INTERVAL
              WHEN CSRGSTR1-WAS-TOO-LONG
                 PERFORM 2500-WRITE-LONG-LINE
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
           MOVE 'FETCHING CSR0055'     TO WRK-ERROR-MSG.

           EXEC SQL
               FETCH CSR0055
               INTO  :CPF
                    ,:NAME
                    ,:BIRTH
                    ,:STREET
                    ,:HNUMBER
                    ,:OTHER-INFO
                    ,:CITY
                    ,:STATE
                    ,:COUNTRY
                    ,:TIMEREGINC :WRK-TIMEREGINC-IND
                    ,:EMAIL
                    ,:PHONE
                    ,:CEP
                    ,:DOC-TYPE
                    ,:PROVIDER-CODE
                    ,:CUST-ID
           END-EXEC.

           IF SQLCODE EQUAL +100
              MOVE 'END'               TO WRK-CURSOR-EOF
              GO TO 2100-99-EXIT
           END-IF.

           IF SQLCODE NOT EQUAL ZEROS
              PERFORM 9100-FORMAT-SQLCODE
              PERFORM 9999-CALL-ABEND-PGM
           END-IF.

           MOVE CPF                    OF BTB-CUSTOMER
                                       TO WRK-RESUME-CPF.

           ADD 1                       TO WRK-READ-REGS-COUNTER.
      *----------------------------------------------------------------*
       2100-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2300-WRITE-BEFORE-IMAGE         SECTION.
      *----------------------------------------------------------------*
      *    SAME BEFORE-IMAGE CSRG0003 WRITES - THE ROW AS IT STOOD,    *
      *    STREET AS ORIGINALLY TYPED.                                 *
      *----------------------------------------------------------------*
           MOVE CSRGPARM-BATCH-RUN-ID  TO    CSRGHST1-BATCH-RUN-ID
                                             OF WRK-FILEHST3-REG.
           MOVE WRK-DATE-FORMATTED     TO    CSRGHST1-DATE
                                             OF WRK-FILEHST3-REG.
           MOVE WRK-TIME-FORMATTED     TO    CSRGHST1-TIME
                                             OF WRK-FILEHST3-REG.

           MOVE CPF                    OF BTB-CUSTOMER
           TO CSTMRG01-CPF             OF WRK-FILEHST3-REG.
           MOVE NAME                   OF BTB-CUSTOMER
           TO CSTMRG01-NAME            OF WRK-FILEHST3-REG.
           MOVE BIRTH                  OF BTB-CUSTOMER
           TO CSTMRG01-BIRTH           OF WRK-FILEHST3-REG.
           MOVE STREET                 OF BTB-CUSTOMER
           TO CSTMRG01-STREET          OF WRK-FILEHST3-REG.
           MOVE HNUMBER                OF BTB-CUSTOMER
           TO CSTMRG01-NUMBER          OF WRK-FILEHST3-REG.
           MOVE OTHER-INFO             OF BTB-CUSTOMER
           TO CSTMRG01-OTHER-INFO      OF WRK-FILEHST3-REG.
           MOVE CITY                   OF BTB-CUSTOMER
           TO CSTMRG01-CITY            OF WRK-FILEHST3-REG.
           MOVE STATE                  OF BTB-CUSTOMER
           TO CSTMRG01-STATE           OF WRK-FILEHST3-REG.
           MOVE COUNTRY                OF BTB-CUSTOMER
           TO CSTMRG01-COUNTRY         OF WRK-FILEHST3-REG.
           MOVE EMAIL                  OF BTB-CUSTOMER
           TO CSTMRG01-EMAIL           OF WRK-FILEHST3-REG.
           MOVE PHONE                  OF BTB-CUSTOMER
           TO CSTMRG01-PHONE           OF WRK-FILEHST3-REG.
           MOVE CEP                    OF BTB-CUSTOMER
           TO CSTMRG01-CEP             OF WRK-FILEHST3-REG.
           MOVE DOC-TYPE               OF BTB-CUSTOMER
           TO CSTMRG01-DOC-TYPE        OF WRK-FILEHST3-REG.
           MOVE PROVIDER-CODE          OF BTB-CUSTOMER
           TO CSTMRG01-PROVIDER-CODE   OF WRK-FILEHST3-REG.
           MOVE CUST-ID                OF BTB-CUSTOMER
           TO CSTMRG01-CUST-ID         OF WRK-FILEHST3-REG.

           MOVE 'L'                    TO CSRGCHP1-FUNCTION.
           MOVE 'B'                    TO CSRGCHP1-STREAM.
           CALL WRK-CHAN-PGM           USING WRK-CHAN-PARM
                                             WRK-FILEHST3-REG.

           MOVE WRK-FILEHST3-REG       TO FD-REG-FILEHST3.

           WRITE FD-REG-FILEHST3.

           MOVE 'WRITING FILEHST3'     TO WRK-ERROR-MSG.
           PERFORM 8100-TEST-FS-FILEHST3.

           ADD 1                       TO WRK-FILEHST3-REGS-COUNTER.
      *----------------------------------------------------------------*
       2300-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2400-UPDATE-STREET              SECTION.
      *----------------------------------------------------------------*
           STRING 'UPDATING CPF..:',CPF OF BTB-CUSTOMER
                                       DELIMITED BY SIZE
                                       INTO WRK-ERROR-MSG.

           MOVE CSRGSTR1-STREET        TO STREET OF BTB-CUSTOMER.

           EXEC SQL
               UPDATE TB_CUSTOMER
                  SET STREET = :STREET
               WHERE  CPF    = :CPF
           END-EXEC.

           IF SQLCODE NOT EQUAL ZEROS
              PERFORM 9100-FORMAT-SQLCODE
              PERFORM 9999-CALL-ABEND-PGM
           END-IF.
      *----------------------------------------------------------------*
       2400-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2500-WRITE-LONG-LINE            SECTION.
      *----------------------------------------------------------------*
           MOVE CPF                    OF BTB-CUSTOMER
                                       TO WRK-LONG-CPF.
           MOVE STREET                 OF BTB-CUSTOMER
                                       TO WRK-LONG-STREET.

           MOVE WRK-LONG-LINE          TO WRK-CORRRPT-LINE.
           PERFORM 3110-PUT-CORRRPT-LINE.

           ADD 1                       TO WRK-STREET-LONG-COUNTER.
      *----------------------------------------------------------------*
       2500-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2600-COMMIT-INTERVAL            SECTION.
      *----------------------------------------------------------------*
      *    THE COMMIT CLOSES THE CURSOR, SO IT IS REOPENED PAST THE    *
      *    LAST CPF FETCHED - ROWS ALREADY CONVERTED ARE NOT SEEN      *
      *    AGAIN.                                                      *
      *----------------------------------------------------------------*
           ADD 1                       TO   WRK-COMMIT-COUNTER.

           IF WRK-COMMIT-COUNTER       LESS CSRGPARM-COMMIT-INTERVAL
              GO TO 2600-99-EXIT
           END-IF.

           MOVE ZEROS                  TO WRK-COMMIT-COUNTER.

           IF CSRGPARM-IS-TEST-MODE
              GO TO 2600-99-EXIT
           END-IF.

           EXEC SQL
               CLOSE CSR0055
           END-EXEC.

           EXEC SQL
               COMMIT
           END-EXEC.

           PERFORM 1100-OPEN-CURSOR.
      *----------------------------------------------------------------*
       2600-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       3000-FINALIZE                   SECTION.
      *----------------------------------------------------------------*
           PERFORM 3050-SEAL-FILEHST3.

           EXEC SQL
               CLOSE CSR0055
           END-EXEC.

           IF CSRGPARM-IS-PRODUCTION
              EXEC SQL
                  COMMIT
              END-EXEC
           END-IF.

           PERFORM 3100-WRITE-CONVERSION-REPORT.

           CLOSE FILEHST3
                 CORRRPT.

           DISPLAY '***************************'.
           DISPLAY '*  SUCCESSFUL  EXECUTION  *'.
           DISPLAY '***************************'.
           DISPLAY '*MODULE..........:' WRK-PROGRAM '*'.
           DISPLAY '*COMPILED........:'
           DD-COMPILED '/' MM-COMPILED '/' YY-COMPILED '*'.
           DISPLAY '*.................'
           HOUR-COMPILED '.' MINUTE-COMPILED '.'SECOND-COMPILED '*'.
           DISPLAY '*-------------------------*'.
           DISPLAY '*ROWS READ...........:' WRK-READ-REGS-COUNTER
           '*'.
           DISPLAY '*STREETS STANDARDIZED:' WRK-STREET-STD-COUNTER
           '*'.
           DISPLAY '*STREETS TOO LONG....:' WRK-STREET-LONG-COUNTER
           '*'.
           DISPLAY '*RECORDS FILEHST3....:' WRK-FILEHST3-REGS-COUNTER
           '*'.
           DISPLAY '*-------------------------*'.
           DISPLAY '*EXECUTED......:' WRK-DATE-FORMATTED '*'.
           DISPLAY '*.................' WRK-TIME-FORMATTED '*'.
           DISPLAY '***************************'.

           IF CSRGPARM-IS-TEST-MODE
              DISPLAY '*** TEST MODE - COUNTS ABOVE ARE SIMULATED,  ***'
              DISPLAY '*** TB_CUSTOMER WAS NOT CHANGED              ***'
           END-IF.

           STOP RUN.
      *----------------------------------------------------------------*
       3000-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       3050-SEAL-FILEHST3              SECTION.
      *----------------------------------------------------------------*
      *    THE RUN'S BEFORE-IMAGES END IN A SEALED TRAILER WHOSE HASH  *
      *    IS REGISTERED ON TB_AUDIT_SEAL, COMMITTED WITH THE LAST     *
      *    ROWS.  A RUN THAT WROTE NO IMAGE WRITES NO SEAL.            *
      *----------------------------------------------------------------*
           IF CSRGCHP1-GEN-COUNT       EQUAL ZEROS
              GO TO 3050-99-EXIT
           END-IF.

           MOVE 'SEALING CHANGE HISTORY'
                                       TO WRK-ERROR-MSG.

           MOVE 'S'                    TO CSRGCHP1-FUNCTION.
           MOVE CSRGPARM-BATCH-RUN-ID  TO CSRGCHP1-RUN-ID.
           MOVE WRK-PROGRAM            TO CSRGCHP1-PROGRAM.
           IF CSRGPARM-IS-PRODUCTION
              MOVE 'P'                 TO CSRGCHP1-MODE
           END-IF.

           CALL WRK-CHAN-PGM           USING WRK-CHAN-PARM
                                             WRK-FILEHST3-REG.

           IF CSRGCHP1-SQLCODE         NOT EQUAL ZEROS
              MOVE CSRGCHP1-SQLCODE    TO WRK-SQLCODE-SINAL
              STRING 'SQLCODE..:',WRK-SQLCODE-X
                                       DELIMITED BY SPACE
                                       INTO WRK-ERROR-CODE
              PERFORM 9999-CALL-ABEND-PGM
           END-IF.

           MOVE WRK-FILEHST3-REG       TO FD-REG-FILEHST3.

           WRITE FD-REG-FILEHST3.

           PERFORM 8100-TEST-FS-FILEHST3.
      *----------------------------------------------------------------*
       3050-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       3100-WRITE-CONVERSION-REPORT    SECTION.
      *----------------------------------------------------------------*
           MOVE SPACES                 TO WRK-CORRRPT-LINE.
           STRING 'CSRG0055 STREET STANDARDIZATION - RUN ',
                  WRK-DATE-FORMATTED,' ',WRK-TIME-FORMATTED
                                       DELIMITED BY SIZE
                                       INTO WRK-CORRRPT-LINE.
           PERFORM 3110-PUT-CORRRPT-LINE.

           MOVE SPACES                 TO WRK-CORRRPT-LINE.
           STRING 'ROWS READ...................: ',
                  WRK-READ-REGS-COUNTER
                                       DELIMITED BY SIZE
                                       INTO WRK-CORRRPT-LINE.
           PERFORM 3110-PUT-CORRRPT-LINE.

           MOVE SPACES                 TO WRK-CORRRPT-LINE.
           STRING 'STREETS STANDARDIZED........: ',
                  WRK-STREET-STD-COUNTER
                                       DELIMITED BY SIZE
                                       INTO WRK-CORRRPT-LINE.
           PERFORM 3110-PUT-CORRRPT-LINE.

           MOVE SPACES                 TO WRK-CORRRPT-LINE.
           STRING 'STREETS LEFT AS TYPED (LONG): ',
                  WRK-STREET-LONG-COUNTER
                                       DELIMITED BY SIZE
                                       INTO WRK-CORRRPT-LINE.
           PERFORM 3110-PUT-CORRRPT-LINE.

           IF CSRGPARM-IS-TEST-MODE
              MOVE SPACES              TO WRK-CORRRPT-LINE
              STRING 'TEST MODE - TB_CUSTOMER WAS NOT CHANGED.'
                                       DELIMITED BY SIZE
                                       INTO WRK-CORRRPT-LINE
              PERFORM 3110-PUT-CORRRPT-LINE
           END-IF.
      *----------------------------------------------------------------*
       3100-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       3110-PUT-CORRRPT-LINE           SECTION.
      *----------------------------------------------------------------*
           MOVE  WRK-CORRRPT-LINE      TO    FD-REG-CORRRPT.

           WRITE FD-REG-CORRRPT.

           MOVE 'WRITING CORRRPT'      TO WRK-ERROR-MSG.
           PERFORM 8200-TEST-FS-CORRRPT.
      *----------------------------------------------------------------*
       3110-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       8100-TEST-FS-FILEHST3           SECTION.
      *----------------------------------------------------------------*
           IF WRK-FS-FILEHST3          NOT EQUAL ZEROS
              MOVE WRK-FS-FILEHST3     TO  WRK-ERROR-CODE
              PERFORM 9999-CALL-ABEND-PGM
           END-IF.
      *----------------------------------------------------------------*
       8100-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       8200-TEST-FS-CORRRPT            SECTION.
      *----------------------------------------------------------------*
           IF WRK-FS-CORRRPT           NOT EQUAL ZEROS
              MOVE WRK-FS-CORRRPT      TO  WRK-ERROR-CODE
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
