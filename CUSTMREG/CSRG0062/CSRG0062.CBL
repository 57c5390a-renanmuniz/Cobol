      *================================================================*
      *        I D E N T I F I C A T I O N      D I V I S I O N        *
      *================================================================*
       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     CSRG0062.
       AUTHOR.         RENAN MUNIZ MERLO.
       DATE-WRITTEN.   15/10/2026.
       DATE-COMPILED   WHEN-COMPILED.
       REMARKS.
      *----------------------------------------------------------------*
      *                RENAN MUNIZ MERLO COBOL DEVELOPER               *
      *          https://www.linkedin.com/in/renan-muniz-merlo         *
      *----------------------------------------------------------------*
      *    PROGRAM-ID..: CSRG0062.                                     *
      *    ANALYST.....: RENAN MUNIZ MERLO                             *
      *    PROGRAMMER..: RENAN MUNIZ MERLO                             *
      *    DATE........: 15/10/2026                                    *
      *----------------------------------------------------------------*
      *    PROJECT.....: CUSTOMER REGISTRATION PROJECT - CUSTMREG      *
      *----------------------------------------------------------------*
      *    GOAL........: BATCH SIDE OF THE CSRG0012 / CSRG0061 MAKER-  *
      *                  CHECKER CONTROL.                              *
      *                  1) APPLIES THE APFIN CARDS TO TB_APPR_FIELD,  *
      *                     THE SET OF SENSITIVE FIELDS WHOSE ONLINE   *
      *                     CHANGES WAIT FOR A SECOND OPERATOR.  A     *
      *                     CARD FOR A FIELD ALREADY IN (ADD) OR NOT   *
      *                     IN (DROP) THE SET IS NOTED AND CHANGES     *
      *                     NOTHING, SO THE SAME DECK MAY BE RUN       *
      *                     AGAIN.  THE SET IN FORCE IS THEN LISTED.   *
      *                  2) EXPIRES EVERY TB_PEND_CHANGE REQUEST STILL *
      *                     PENDING AFTER THE PARM DAYS (POS 286-288,  *
      *                     DEFAULT 5) - STATUS 'E', CHECKER = THIS    *
      *                     PROGRAM - UNAPPLIED, AND LISTS IT ON THE   *
      *                     DAILY APPRPT REPORT WITH ITS AGE.  THE     *
      *                     REQUESTS STILL INSIDE THE WINDOW ARE       *
      *                     LISTED TOO, SO THE CHECKERS SEE THEIR      *
      *                     QUEUE.  A FIELD DROPPED FROM THE SET DOES  *
      *                     NOT CLOSE ITS OPEN REQUESTS - THEY ARE     *
      *                     STILL APPROVED, REJECTED OR EXPIRED.       *
      *                  TEST MODE SIMULATES BOTH THE CARD CHANGES     *
      *                  AND THE EXPIRIES.                             *
      *----------------------------------------------------------------*
      *    APFIN.......: POS 01     ACTION  A=ADD A FIELD TO THE SET   *
      *                                     D=DROP IT FROM THE SET     *
      *                  POS 02-11  FIELD NAME, AS KEYED ON THE        *
      *                             CSRG0012 UPDATE LINE (NAME, BIRTH, *
      *                             STREET, NUMBER, OTHER, CITY,       *
      *                             STATE, COUNTRY, EMAIL, PHONE, CEP) *
      *                  POS 12-19  REQUESTED BY (BLANK = THE PARM     *
      *                             OPERATOR ID)                       *
      *                  POS 20-80  FILLER (CARD IMAGE)                *
      *----------------------------------------------------------------*
      *    FILES.......:  DDNAME          LRECL       INCLUDE/BOOK     *
      *                   APFIN           00080       NONE             *
      *                   APPRPT          00080       NONE             *
      *----------------------------------------------------------------*
      *    MODIFICATION HISTORY.......:                                *
      *    15/10/2026 RMM - PROGRAM CREATED.                           *
      *----------------------------------------------------------------*
      *    TABLE DB2...:  TB_APPR_FIELD               BTB_APPR_FIELD   *
      *                   TB_PEND_CHANGE              BTB_PEND_CHANGE  *
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

           SELECT APFIN         ASSIGN TO UTS-S-APFIN
            ORGANIZATION IS     SEQUENTIAL
            ACCESS MODE  IS     SEQUENTIAL
            FILE STATUS  IS     WRK-FS-APFIN.

           SELECT APPRPT        ASSIGN TO UTS-S-APPRPT
            ORGANIZATION IS     SEQUENTIAL
            ACCESS MODE  IS     SEQUENTIAL
            FILE STATUS  IS     WRK-FS-APPRPT.

      *================================================================*
      *                  D A T A      D I V I S I O N                  *
      *================================================================*
       DATA DIVISION.
       FILE SECTION.
      *
       FD APFIN
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS 00 RECORDS.
       01 FD-REG-APFIN      PIC X(80).

       FD APPRPT
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS 00 RECORDS.
       01 FD-REG-APPRPT     PIC X(80).

      *-----------------------------------------------------------------*
      *                  WORKING-STORAGE SECTION                        *
      *-----------------------------------------------------------------*
       WORKING-STORAGE SECTION.

      *COUNTER OF RECORDS:
       77 WRK-APFIN-REGS-COUNTER                 PIC 9(07) VALUE ZEROS .
       77 WRK-ADDED-REGS-COUNTER                 PIC 9(07) VALUE ZEROS .
       77 WRK-DROPPED-REGS-COUNTER               PIC 9(07) VALUE ZEROS .
       77 WRK-NOTED-REGS-COUNTER                 PIC 9(07) VALUE ZEROS .
       77 WRK-REFUSED-REGS-COUNTER               PIC 9(07) VALUE ZEROS .
       77 WRK-FIELDS-REGS-COUNTER                PIC 9(07) VALUE ZEROS .
       77 WRK-EXPIRED-REGS-COUNTER               PIC 9(07) VALUE ZEROS .
       77 WRK-PENDING-REGS-COUNTER               PIC 9(07) VALUE ZEROS .
       77 WRK-GONE-REGS-COUNTER                  PIC 9(07) VALUE ZEROS .

       77 WRK-APFIN-EOF                          PIC X(03) VALUE SPACES.
       77 WRK-CURSOR-EOF                         PIC X(03) VALUE SPACES.

      *RUNTIME PARAMETER CARD:
       COPY 'CSRGPARM'.

      *ONE SENSITIVE-FIELD CARD:
       01 WRK-APFIN-REG.
          03 APFIN-ACTION                        PIC X(01).
             88 APFIN-IS-ADD                          VALUE 'A'.
             88 APFIN-IS-DROP                         VALUE 'D'.
          03 APFIN-FIELD-NAME                    PIC X(10).
             88 APFIN-FIELD-IS-KNOWN                  VALUE 'NAME'
                                                            'BIRTH'
                                                            'STREET'
                                                            'NUMBER'
                                                            'OTHER'
                                                            'CITY'
                                                            'STATE'
                                                            'COUNTRY'
                                                            'EMAIL'
                                                            'PHONE'
                                                            'CEP'.
          03 APFIN-REQUESTED-BY                  PIC X(08).
          03 FILLER                              PIC X(61).

       77 WRK-FIELD-COUNT                        PIC S9(09) COMP
                                                           VALUE ZEROS.

      *APPROXIMATE DAY SERIALS (YEARS OF 365, MONTHS OF 30) - THE
      *SAME ARITHMETIC THE CSRG0031 RETENTION SWEEP USES:
       01 WRK-ENT-DATE-WORK.
          03 WRK-ENT-DD                          PIC 9(02).
          03 FILLER                              PIC X(01).
          03 WRK-ENT-MM                          PIC 9(02).
          03 FILLER                              PIC X(01).
          03 WRK-ENT-YYYY                        PIC 9(04).
       01 WRK-ENT-SERIAL                         PIC 9(09) VALUE ZEROS .
       01 WRK-TODAY-SERIAL                       PIC 9(09) VALUE ZEROS .
       01 WRK-AGE-DAYS                           PIC S9(09) VALUE ZEROS.
       01 WRK-AGE-ED                             PIC ZZZZ9.
       01 WRK-EXPIRY-ED                          PIC ZZ9.

       01 WRK-PEND-SEQ-ED                        PIC 9(09) VALUE ZEROS .

       01 WRK-APPRPT-LINE                        PIC X(80) VALUE SPACES.
       01 WRK-APPRPT-TEXT                        PIC X(72) VALUE SPACES.

      *DATA FOR ERROR LOG:
       01 WRK-ERROR-LOG.
          03 WRK-PROGRAM                         PIC X(08) VALUE
                                                          'CSRG0062'  .
          03 WRK-ERROR-MSG                       PIC X(30) VALUE SPACES.
          03 WRK-ERROR-CODE                      PIC X(30) VALUE SPACES.
          03 WRK-ERROR-DATE                      PIC X(10) VALUE SPACES.
          03 WRK-ERROR-TIME                      PIC X(08) VALUE SPACES.

      *ABENDING PROGRAM:
       77 WRK-ABEND-PGM                          PIC X(08) VALUE
                                                          'ABENDPGM'  .

       01 WRK-FILE-STATUS.
          03 WRK-FS-APFIN                        PIC 9(02) VALUE ZEROS .
          03 WRK-FS-APPRPT                       PIC 9(02) VALUE ZEROS .

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
              INCLUDE BTB_APPR_FIELD
           END-EXEC.

           EXEC SQL
              INCLUDE BTB_PEND_CHANGE
           END-EXEC.

           EXEC SQL
              DECLARE CSR0062F CURSOR FOR
                 SELECT FIELD_NAME, SET_BY, SET_DT
                   FROM TB_APPR_FIELD
                  ORDER BY FIELD_NAME
                  FOR FETCH ONLY
           END-EXEC.

           EXEC SQL
              DECLARE CSR0062P CURSOR FOR
                 SELECT PEND_SEQ, CPF, FIELD_NAME, MAKER_ID,
                        ENTERED_DT
                   FROM TB_PEND_CHANGE
                  WHERE PEND_STATUS = 'P'
                  ORDER BY PEND_SEQ
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

           PERFORM 2000-APPLY-ONE-CARD
              UNTIL WRK-APFIN-EOF      EQUAL 'END'.

           PERFORM 2400-LIST-APPR-FIELDS.

           PERFORM 2600-SWEEP-PENDING.

           PERFORM 3000-FINALIZE.
      *----------------------------------------------------------------*
       0000-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       1000-INITIALIZE                 SECTION.
      *----------------------------------------------------------------*
           PERFORM 9000-GET-DATE-TIME.

           PERFORM 1050-GET-RUN-PARMS.

           COMPUTE WRK-TODAY-SERIAL =
                      YYYY-FORMATTED * 365
                    + MM-FORMATTED   * 30
                    + DD-FORMATTED.

           INITIALIZE WRK-APFIN-REG.

           OPEN INPUT  APFIN
                OUTPUT APPRPT.

           MOVE 'OPEN FILE APFIN'      TO WRK-ERROR-MSG.
           PERFORM 8100-TEST-FS-APFIN.

           MOVE 'OPEN FILE APPRPT'     TO WRK-ERROR-MSG.
           PERFORM 8200-TEST-FS-APPRPT.

           MOVE SPACES                 TO    WRK-APPRPT-LINE.
           STRING 'CSRG0062 CHANGE APPROVALS - RUN ',
                  WRK-DATE-FORMATTED,' ',WRK-TIME-FORMATTED
                                       DELIMITED BY SIZE
                                       INTO  WRK-APPRPT-LINE.
           PERFORM 2910-PUT-APPRPT-LINE.

           IF CSRGPARM-IS-TEST-MODE
              DISPLAY '*** TEST MODE - NO DATABASE CHANGES WILL BE MADE'
                      ' ***'
           END-IF.

           PERFORM 2100-READ-APFIN.
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

           IF CSRGPARM-TEST-MODE       NOT EQUAL 'Y'
              MOVE 'N'                 TO   CSRGPARM-TEST-MODE
           END-IF.

           IF CSRGPARM-APPR-EXPIRY     NOT NUMERIC
              OR CSRGPARM-APPR-EXPIRY  EQUAL ZEROS
              MOVE 5                   TO   CSRGPARM-APPR-EXPIRY
           END-IF.

           IF CSRGPARM-OPERATOR-ID     EQUAL SPACES
              MOVE WRK-PROGRAM         TO   CSRGPARM-OPERATOR-ID
           END-IF.
      *----------------------------------------------------------------*
       1050-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2000-APPLY-ONE-CARD             SECTION.
      *----------------------------------------------------------------*
      *    AN UNKNOWN ACTION OR FIELD NAME IS REFUSED - A TYPO MUST    *
      *    NOT QUIETLY LEAVE A SENSITIVE FIELD UNCONTROLLED.           *
      *----------------------------------------------------------------*
           MOVE SPACES                 TO WRK-APPRPT-LINE.
           STRING 'APFIN ',APFIN-ACTION,' ',APFIN-FIELD-NAME,' '
                                       DELIMITED BY SIZE
                                       INTO WRK-APPRPT-LINE.

           IF NOT APFIN-IS-ADD
              AND NOT APFIN-IS-DROP
              MOVE 'REFUSED - ACTION MUST BE A OR D'
                                       TO WRK-APPRPT-LINE (20:40)
              ADD 1                    TO WRK-REFUSED-REGS-COUNTER
              GO TO 2000-40-PUT-LINE
           END-IF.

           IF NOT APFIN-FIELD-IS-KNOWN
              MOVE 'REFUSED - NOT A CSRG0012 FIELD NAME'
                                       TO WRK-APPRPT-LINE (20:40)
              ADD 1                    TO WRK-REFUSED-REGS-COUNTER
              GO TO 2000-40-PUT-LINE
           END-IF.

           IF APFIN-REQUESTED-BY       EQUAL SPACES
              MOVE CSRGPARM-OPERATOR-ID
                                       TO APFIN-REQUESTED-BY
           END-IF.

           IF APFIN-IS-ADD
              PERFORM 2200-ADD-FIELD
           ELSE
              PERFORM 2300-DROP-FIELD
           END-IF.

       2000-40-PUT-LINE.
           PERFORM 2910-PUT-APPRPT-LINE.

           PERFORM 2100-READ-APFIN.
      *----------------------------------------------------------------*
       2000-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2100-READ-APFIN                 SECTION.
      *----------------------------------------------------------------*
           READ APFIN                  INTO WRK-APFIN-REG.

           IF WRK-FS-APFIN             EQUAL 10
              MOVE 'END'               TO WRK-APFIN-EOF
              GO TO 2100-99-EXIT
           END-IF.

           MOVE 'READING FILE APFIN'   TO WRK-ERROR-MSG.
           PERFORM 8100-TEST-FS-APFIN.

           ADD 1                       TO WRK-APFIN-REGS-COUNTER.
      *----------------------------------------------------------------*
       2100-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2200-ADD-FIELD                  SECTION.
      *----------------------------------------------------------------*
           MOVE APFIN-FIELD-NAME       TO APFL-FIELD-NAME.
           MOVE APFIN-REQUESTED-BY     TO APFL-SET-BY.
           MOVE WRK-DATE-FORMATTED     TO APFL-SET-DT.

           MOVE 'SELECTING TB_APPR_FIELD'
                                       TO WRK-ERROR-MSG.

           EXEC SQL
               SELECT COUNT(*)
               INTO  :WRK-FIELD-COUNT
               FROM  TB_APPR_FIELD
               WHERE FIELD_NAME = :APFL-FIELD-NAME
           END-EXEC.

           IF SQLCODE NOT EQUAL ZEROS
              PERFORM 9100-FORMAT-SQLCODE
              PERFORM 9999-CALL-ABEND-PGM
           END-IF.

           IF WRK-FIELD-COUNT          GREATER ZEROS
              MOVE 'NOTED - ALREADY NEEDS APPROVAL'
                                       TO WRK-APPRPT-LINE (20:40)
              ADD 1                    TO WRK-NOTED-REGS-COUNTER
              GO TO 2200-99-EXIT
           END-IF.

           MOVE 'INSERTING TB_APPR_FIELD'
                                       TO WRK-ERROR-MSG.

           IF CSRGPARM-IS-PRODUCTION
              EXEC SQL
                  INSERT INTO TB_APPR_FIELD
                        (FIELD_NAME, SET_BY, SET_DT)
                  VALUES (:APFL-FIELD-NAME, :APFL-SET-BY,
                          :APFL-SET-DT)
              END-EXEC
              IF SQLCODE NOT EQUAL ZEROS
                 PERFORM 9100-FORMAT-SQLCODE
                 PERFORM 9999-CALL-ABEND-PGM
              END-IF
           END-IF.

           MOVE SPACES                 TO WRK-APPRPT-TEXT.
           STRING 'ADDED - NEEDS APPROVAL, BY ',APFL-SET-BY
                                       DELIMITED BY SIZE
                                       INTO WRK-APPRPT-TEXT.
           MOVE WRK-APPRPT-TEXT        TO WRK-APPRPT-LINE (20:40).
           ADD 1                       TO WRK-ADDED-REGS-COUNTER.
      *----------------------------------------------------------------*
       2200-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2300-DROP-FIELD                 SECTION.
      *----------------------------------------------------------------*
      *    IN TEST MODE THE DELETE IS SIMULATED, SO A FIELD NOT IN THE *
      *    SET IS ONLY TOLD APART IN PRODUCTION.                       *
      *----------------------------------------------------------------*
           MOVE APFIN-FIELD-NAME       TO APFL-FIELD-NAME.

           MOVE 'DELETING TB_APPR_FIELD'
                                       TO WRK-ERROR-MSG.

           IF CSRGPARM-IS-PRODUCTION
              EXEC SQL
                  DELETE FROM TB_APPR_FIELD
                        WHERE FIELD_NAME = :APFL-FIELD-NAME
              END-EXEC
           ELSE
              MOVE ZEROS               TO SQLCODE
           END-IF.

           IF SQLCODE NOT EQUAL ZEROS AND +100
              PERFORM 9100-FORMAT-SQLCODE
              PERFORM 9999-CALL-ABEND-PGM
           END-IF.

           IF SQLCODE EQUAL +100
              MOVE 'NOTED - DID NOT NEED APPROVAL'
                                       TO WRK-APPRPT-LINE (20:40)
              ADD 1                    TO WRK-NOTED-REGS-COUNTER
              GO TO 2300-99-EXIT
           END-IF.

           MOVE SPACES                 TO WRK-APPRPT-TEXT.
           STRING 'DROPPED - NO APPROVAL, BY ',APFIN-REQUESTED-BY
                                       DELIMITED BY SIZE
                                       INTO WRK-APPRPT-TEXT.
           MOVE WRK-APPRPT-TEXT        TO WRK-APPRPT-LINE (20:40).
           ADD 1                       TO WRK-DROPPED-REGS-COUNTER.
      *----------------------------------------------------------------*
       2300-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2400-LIST-APPR-FIELDS           SECTION.
      *----------------------------------------------------------------*
           MOVE SPACES                 TO    WRK-APPRPT-LINE.
           PERFORM 2910-PUT-APPRPT-LINE.
           MOVE 'FIELDS NEEDING APPROVAL  SET BY   ON'
                                       TO    WRK-APPRPT-LINE.
           PERFORM 2910-PUT-APPRPT-LINE.

           MOVE 'OPEN CURSOR CSR0062F' TO WRK-ERROR-MSG.

           MOVE SPACES                 TO WRK-CURSOR-EOF.

           EXEC SQL
               OPEN CSR0062F
           END-EXEC.

           IF SQLCODE NOT EQUAL ZEROS
              PERFORM 9100-FORMAT-SQLCODE
              PERFORM 9999-CALL-ABEND-PGM
           END-IF.

           PERFORM 2410-FETCH-APPR-FIELD.

           PERFORM 2420-LIST-ONE-FIELD
              UNTIL WRK-CURSOR-EOF     EQUAL 'END'.

           EXEC SQL
               CLOSE CSR0062F
           END-EXEC.
      *----------------------------------------------------------------*
       2400-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2410-FETCH-APPR-FIELD           SECTION.
      *----------------------------------------------------------------*
           MOVE 'FETCHING CSR0062F'    TO   WRK-ERROR-MSG.

           EXEC SQL
               FETCH CSR0062F
                   INTO :APFL-FIELD-NAME, :APFL-SET-BY, :APFL-SET-DT
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
       2410-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2420-LIST-ONE-FIELD             SECTION.
      *----------------------------------------------------------------*
           ADD 1                       TO WRK-FIELDS-REGS-COUNTER.

           MOVE SPACES                 TO WRK-APPRPT-LINE.
           STRING '  ',APFL-FIELD-NAME,'              ',
                  APFL-SET-BY,' ',APFL-SET-DT
                                       DELIMITED BY SIZE
                                       INTO WRK-APPRPT-LINE.
           PERFORM 2910-PUT-APPRPT-LINE.

           PERFORM 2410-FETCH-APPR-FIELD.
      *----------------------------------------------------------------*
       2420-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2600-SWEEP-PENDING              SECTION.
      *----------------------------------------------------------------*
           MOVE CSRGPARM-APPR-EXPIRY   TO    WRK-EXPIRY-ED.

           MOVE SPACES                 TO    WRK-APPRPT-LINE.
           PERFORM 2910-PUT-APPRPT-LINE.
           STRING 'PENDING REQUESTS - EXPIRED AFTER ',
                  WRK-EXPIRY-ED,' DAYS'
                                       DELIMITED BY SIZE
                                       INTO  WRK-APPRPT-LINE.
           PERFORM 2910-PUT-APPRPT-LINE.
           MOVE SPACES                 TO    WRK-APPRPT-LINE.
           STRING 'STATUS   REQUEST   CPF             FIELD      ',
                  'MAKER    ENTERED      AGE'
                                       DELIMITED BY SIZE
                                       INTO  WRK-APPRPT-LINE.
           PERFORM 2910-PUT-APPRPT-LINE.

           MOVE 'OPEN CURSOR CSR0062P' TO WRK-ERROR-MSG.

           MOVE SPACES                 TO WRK-CURSOR-EOF.

           EXEC SQL
               OPEN CSR0062P
           END-EXEC.

           IF SQLCODE NOT EQUAL ZEROS
              PERFORM 9100-FORMAT-SQLCODE
              PERFORM 9999-CALL-ABEND-PGM
           END-IF.

           PERFORM 2610-FETCH-PENDING.

           PERFORM 2620-CHECK-PENDING
              UNTIL WRK-CURSOR-EOF     EQUAL 'END'.

           EXEC SQL
               CLOSE CSR0062P
           END-EXEC.
      *----------------------------------------------------------------*
       2600-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2610-FETCH-PENDING              SECTION.
      *----------------------------------------------------------------*
           MOVE 'FETCHING CSR0062P'    TO   WRK-ERROR-MSG.

           EXEC SQL
               FETCH CSR0062P
                   INTO :PCHG-SEQ, :PCHG-CPF, :PCHG-FIELD-NAME,
                        :PCHG-MAKER-ID, :PCHG-ENTERED-DT
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
       2610-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2620-CHECK-PENDING              SECTION.
      *----------------------------------------------------------------*
      *    A REQUEST OLDER THAN THE PARM DAYS IS CLOSED AS EXPIRED -   *
      *    ONLY WHILE IT IS STILL PENDING, SO ONE APPROVED OR REJECTED *
      *    ON CSRA SINCE THE FETCH IS LEFT ALONE.  AN ENTERED DATE     *
      *    THAT IS NOT A DATE CANNOT BE AGED AND IS ONLY LISTED.       *
      *----------------------------------------------------------------*
           MOVE PCHG-SEQ               TO WRK-PEND-SEQ-ED.
           MOVE PCHG-ENTERED-DT        TO WRK-ENT-DATE-WORK.

           IF WRK-ENT-DD               NOT NUMERIC
              OR WRK-ENT-MM            NOT NUMERIC
              OR WRK-ENT-YYYY          NOT NUMERIC
              MOVE ZEROS               TO WRK-AGE-DAYS
              GO TO 2620-40-STILL-PENDING
           END-IF.

           COMPUTE WRK-ENT-SERIAL =
                      WRK-ENT-YYYY * 365
                    + WRK-ENT-MM   * 30
                    + WRK-ENT-DD.

           COMPUTE WRK-AGE-DAYS =
                      WRK-TODAY-SERIAL - WRK-ENT-SERIAL.

           IF WRK-AGE-DAYS             NOT GREATER CSRGPARM-APPR-EXPIRY
              GO TO 2620-40-STILL-PENDING
           END-IF.

           MOVE 'E'                    TO PCHG-STATUS.
           MOVE WRK-PROGRAM            TO PCHG-CHECKER-ID.
           MOVE WRK-DATE-FORMATTED     TO PCHG-DECIDED-DT.

           MOVE 'EXPIRING TB_PEND_CHANGE'
                                       TO WRK-ERROR-MSG.

           IF CSRGPARM-IS-PRODUCTION
              EXEC SQL
                  UPDATE TB_PEND_CHANGE
                     SET PEND_STATUS = :PCHG-STATUS
                        ,CHECKER_ID  = :PCHG-CHECKER-ID
                        ,DECIDED_DT  = :PCHG-DECIDED-DT
                  WHERE  PEND_SEQ    = :PCHG-SEQ
                    AND  PEND_STATUS = 'P'
              END-EXEC
           ELSE
              MOVE ZEROS               TO SQLCODE
           END-IF.

           IF SQLCODE NOT EQUAL ZEROS AND +100
              PERFORM 9100-FORMAT-SQLCODE
              PERFORM 9999-CALL-ABEND-PGM
           END-IF.

           IF SQLCODE EQUAL +100
              ADD 1                    TO WRK-GONE-REGS-COUNTER
              GO TO 2620-50-NEXT
           END-IF.

           ADD 1                       TO WRK-EXPIRED-REGS-COUNTER.
           MOVE 'EXPIRED '             TO WRK-APPRPT-LINE.
           PERFORM 2630-PUT-REQUEST-LINE.
           GO TO 2620-50-NEXT.

       2620-40-STILL-PENDING.
           ADD 1                       TO WRK-PENDING-REGS-COUNTER.
           MOVE 'PENDING '             TO WRK-APPRPT-LINE.
           PERFORM 2630-PUT-REQUEST-LINE.

       2620-50-NEXT.
           PERFORM 2610-FETCH-PENDING.
      *----------------------------------------------------------------*
       2620-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2630-PUT-REQUEST-LINE           SECTION.
      *----------------------------------------------------------------*
      *    THE CALLER HAS PUT THE STATUS WORD IN POS 1-8.              *
      *----------------------------------------------------------------*
           MOVE WRK-AGE-DAYS           TO WRK-AGE-ED.

           MOVE SPACES                 TO WRK-APPRPT-TEXT.
           STRING ' ',WRK-PEND-SEQ-ED,' ',PCHG-CPF,' ',
                  PCHG-FIELD-NAME,' ',PCHG-MAKER-ID,' ',
                  PCHG-ENTERED-DT,' ',WRK-AGE-ED
                                       DELIMITED BY SIZE
                                       INTO WRK-APPRPT-TEXT.
           MOVE WRK-APPRPT-TEXT        TO WRK-APPRPT-LINE (9:72).
           PERFORM 2910-PUT-APPRPT-LINE.
      *----------------------------------------------------------------*
       2630-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2910-PUT-APPRPT-LINE            SECTION.
      *----------------------------------------------------------------*
           MOVE  WRK-APPRPT-LINE       TO    FD-REG-APPRPT.

           WRITE FD-REG-APPRPT.

           MOVE 'WRITING FILE APPRPT'  TO WRK-ERROR-MSG.
           PERFORM 8200-TEST-FS-APPRPT.
      *----------------------------------------------------------------*
       2910-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       3000-FINALIZE                   SECTION.
      *----------------------------------------------------------------*
           IF CSRGPARM-IS-PRODUCTION
              EXEC SQL
                  COMMIT
              END-EXEC
           END-IF.

           MOVE SPACES                 TO    WRK-APPRPT-LINE.
           PERFORM 2910-PUT-APPRPT-LINE.
           STRING 'APFIN CARDS READ/ADDED/DROPPED.......: ',
                  WRK-APFIN-REGS-COUNTER,' ',
                  WRK-ADDED-REGS-COUNTER,' ',
                  WRK-DROPPED-REGS-COUNTER
                                       DELIMITED BY SIZE
                                       INTO  WRK-APPRPT-LINE.
           PERFORM 2910-PUT-APPRPT-LINE.

           MOVE SPACES                 TO    WRK-APPRPT-LINE.
           STRING 'APFIN CARDS NOTED/REFUSED............: ',
                  WRK-NOTED-REGS-COUNTER,' ',
                  WRK-REFUSED-REGS-COUNTER
                                       DELIMITED BY SIZE
                                       INTO  WRK-APPRPT-LINE.
           PERFORM 2910-PUT-APPRPT-LINE.

           MOVE SPACES                 TO    WRK-APPRPT-LINE.
           STRING 'FIELDS NEEDING APPROVAL..............: ',
                  WRK-FIELDS-REGS-COUNTER
                                       DELIMITED BY SIZE
                                       INTO  WRK-APPRPT-LINE.
           PERFORM 2910-PUT-APPRPT-LINE.

           MOVE SPACES                 TO    WRK-APPRPT-LINE.
           STRING 'REQUESTS EXPIRED/STILL PENDING.......: ',
                  WRK-EXPIRED-REGS-COUNTER,' ',
                  WRK-PENDING-REGS-COUNTER
                                       DELIMITED BY SIZE
                                       INTO  WRK-APPRPT-LINE.
           PERFORM 2910-PUT-APPRPT-LINE.

           MOVE SPACES                 TO    WRK-APPRPT-LINE.
           STRING 'DECIDED ON CSRA WHILE THIS RAN.......: ',
                  WRK-GONE-REGS-COUNTER
                                       DELIMITED BY SIZE
                                       INTO  WRK-APPRPT-LINE.
           PERFORM 2910-PUT-APPRPT-LINE.

           CLOSE APFIN
                 APPRPT.

           DISPLAY '***************************'.
           DISPLAY '*  SUCCESSFUL  EXECUTION  *'.
           DISPLAY '***************************'.
           DISPLAY '*MODULE..........:' WRK-PROGRAM '*'.
           DISPLAY '*COMPILED........:'
           DD-COMPILED '/' MM-COMPILED '/' YY-COMPILED '*'.
           DISPLAY '*.................'
           HOUR-COMPILED '.' MINUTE-COMPILED '.'SECOND-COMPILED '*'.
           DISPLAY '*-------------------------*'.
           DISPLAY '*APFIN CARDS READ....:' WRK-APFIN-REGS-COUNTER
           '*'.
           DISPLAY '*FIELDS ADDED........:' WRK-ADDED-REGS-COUNTER
           '*'.
           DISPLAY '*FIELDS DROPPED......:' WRK-DROPPED-REGS-COUNTER
           '*'.
           DISPLAY '*CARDS NOTED.........:' WRK-NOTED-REGS-COUNTER
           '*'.
           DISPLAY '*CARDS REFUSED.......:' WRK-REFUSED-REGS-COUNTER
           '*'.
           DISPLAY '*FIELDS CONTROLLED...:' WRK-FIELDS-REGS-COUNTER
           '*'.
           DISPLAY '*REQUESTS EXPIRED....:' WRK-EXPIRED-REGS-COUNTER
           '*'.
           DISPLAY '*REQUESTS PENDING....:' WRK-PENDING-REGS-COUNTER
           '*'.
           DISPLAY '*DECIDED MEANWHILE...:' WRK-GONE-REGS-COUNTER
           '*'.
           DISPLAY '*-------------------------*'.
           DISPLAY '*EXECUTED......:' WRK-DATE-FORMATTED '*'.
           DISPLAY '*.................' WRK-TIME-FORMATTED '*'.
           DISPLAY '***************************'.

           IF CSRGPARM-IS-TEST-MODE
              DISPLAY '*** TEST MODE - COUNTS ABOVE ARE SIMULATED,  ***'
              DISPLAY '*** NO TABLE WAS CHANGED                     ***'
           END-IF.

           STOP RUN.
      *----------------------------------------------------------------*
       3000-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       8100-TEST-FS-APFIN              SECTION.
      *----------------------------------------------------------------*
           IF WRK-FS-APFIN             NOT EQUAL ZEROS
              MOVE WRK-FS-APFIN        TO  WRK-ERROR-CODE
              PERFORM 9999-CALL-ABEND-PGM
           END-IF.
      *----------------------------------------------------------------*
       8100-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       8200-TEST-FS-APPRPT             SECTION.
      *----------------------------------------------------------------*
           IF WRK-FS-APPRPT            NOT EQUAL ZEROS
              MOVE WRK-FS-APPRPT       TO  WRK-ERROR-CODE
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
