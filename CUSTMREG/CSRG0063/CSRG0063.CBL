      *================================================================*
      *        I D E N T I F I C A T I O N      D I V I S I O N        *
      *================================================================*
       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     CSRG0063.
       AUTHOR.         RENAN MUNIZ MERLO.
       DATE-WRITTEN.   15/10/2026.
       DATE-COMPILED   WHEN-COMPILED.
       REMARKS.
      *----------------------------------------------------------------*
      *                RENAN MUNIZ MERLO COBOL DEVELOPER               *
      *          https://www.linkedin.com/in/renan-muniz-merlo         *
      *----------------------------------------------------------------*
      *    PROGRAM-ID..: CSRG0063.                                     *
      *    ANALYST.....: RENAN MUNIZ MERLO                             *
      *    PROGRAMMER..: RENAN MUNIZ MERLO                             *
      *    DATE........: 15/10/2026                                    *
      *----------------------------------------------------------------*
      *    PROJECT.....: CUSTOMER REGISTRATION PROJECT - CUSTMREG      *
      *----------------------------------------------------------------*
      *    GOAL........: PROTECTED-CUSTOMER MAINTENANCE.  READS PPIN   *
      *                  REQUEST CARDS AND MAINTAINS BOTH HALVES OF    *
      *                  THE CONTROL:                                  *
      *                  1) THE PROT_FLAG OF A TB_CUSTOMER ROW (P =    *
      *                     PROTECT, U = UNPROTECT) - OUR OWN STAFF    *
      *                     AND PUBLIC FIGURES.  A PROTECTED CUSTOMER  *
      *                     IS MASKED ON CSRG0007/CSRG0012 UNLESS THE  *
      *                     OPERATOR IS AUTHORIZED, EVERY ACCESS TO    *
      *                     ONE IS LOGGED AND ALERTED, AND CSRG0005    *
      *                     AND CSRG0050 LEAVE IT OUT ENTIRELY.        *
      *                  2) TB_PROT_AUTH, THE OPERATORS AUTHORIZED TO  *
      *                     SEE A PROTECTED CUSTOMER UNMASKED (G =     *
      *                     GRANT, V = REVOKE).                        *
      *                  EVERY CARD APPLIED WRITES ONE PPAUD AUDIT     *
      *                  LINE (BEFORE AND AFTER) WITH THE REQUESTER    *
      *                  AND THE REASON.  A CARD THAT WOULD CHANGE     *
      *                  NOTHING (PROTECT A PROTECTED CUSTOMER, GRANT  *
      *                  AN OPERATOR ALREADY AUTHORIZED ...) IS NOTED  *
      *                  ON PPRPT AND NOT AUDITED, SO THE SAME DECK    *
      *                  MAY BE RUN AGAIN; ONE THAT CANNOT BE APPLIED  *
      *                  IS REJECTED.  THE RUN ENDS BY LISTING THE     *
      *                  AUTHORIZED OPERATORS AND THE PROTECTED CPFS   *
      *                  AS THEY NOW STAND.                            *
      *----------------------------------------------------------------*
      *    PPIN........: POS 01     ACTION  P=PROTECT  U=UNPROTECT     *
      *                                     G=GRANT  V=REVOKE          *
      *                  POS 02-16  CPF (P/U), OR THE OPERATOR/CICS    *
      *                             USERID IN POS 02-09 (G/V)          *
      *                  POS 17-24  REQUESTED BY (BLANK = THE PARM     *
      *                             OPERATOR ID)                       *
      *                  POS 25-54  REASON                             *
      *                  POS 55-80  FILLER (CARD IMAGE)                *
      *----------------------------------------------------------------*
      *    PPAUD.......: POS 01-14 BATCH RUN ID                        *
      *                  POS 15-24 DATE  POS 25-32 TIME                *
      *                  POS 33-33 ACTION (P/U/G/V)                    *
      *                  POS 34-48 CPF OR OPERATOR ID                  *
      *                  POS 49-49 BEFORE  POS 50-50 AFTER (P/U: THE   *
      *                            PROT_FLAG; G/V: Y = AUTHORIZED)     *
      *                  POS 51-58 REQUESTED BY                        *
      *                  POS 59-88 REASON                              *
      *                  POS 89-96 FILLER                              *
      *----------------------------------------------------------------*
      *    FILES.......:  DDNAME          LRECL       INCLUDE/BOOK     *
      *                   PPIN            00080       NONE             *
      *                   PPAUD           00096       NONE             *
      *                   PPRPT           00080       NONE             *
      *----------------------------------------------------------------*
      *    MODIFICATION HISTORY.......:                                *
      *    15/10/2026 RMM - PROGRAM CREATED.                           *
      *----------------------------------------------------------------*
      *    TABLE DB2...:  TB_CUSTOMER                 BTB_CUSTOMER     *
      *                   TB_PROT_AUTH                BTB_PROT_AUTH    *
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

           SELECT PPIN          ASSIGN TO UTS-S-PPIN
            ORGANIZATION IS     SEQUENTIAL
            ACCESS MODE  IS     SEQUENTIAL
            FILE STATUS  IS     WRK-FS-PPIN.

           SELECT PPAUD         ASSIGN TO UTS-S-PPAUD
            ORGANIZATION IS     SEQUENTIAL
            ACCESS MODE  IS     SEQUENTIAL
            FILE STATUS  IS     WRK-FS-PPAUD.

           SELECT PPRPT         ASSIGN TO UTS-S-PPRPT
            ORGANIZATION IS     SEQUENTIAL
            ACCESS MODE  IS     SEQUENTIAL
            FILE STATUS  IS     WRK-FS-PPRPT.

      *================================================================*
      *                  D A T A      D I V I S I O N                  *
      *================================================================*
       DATA DIVISION.
       FILE SECTION.
      *
       FD PPIN
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS 00 RECORDS.
       01 FD-REG-PPIN       PIC X(80).

       FD PPAUD
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS 00 RECORDS.
       01 FD-REG-PPAUD      PIC X(96).

       FD PPRPT
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS 00 RECORDS.
       01 FD-REG-PPRPT      PIC X(80).

      *-----------------------------------------------------------------*
      *                  WORKING-STORAGE SECTION                        *
      *-----------------------------------------------------------------*
       WORKING-STORAGE SECTION.

       77 WRK-PPIN-REGS-COUNTER                  PIC 9(05) VALUE ZEROS .
       77 WRK-PROTECTED-REGS-COUNTER             PIC 9(05) VALUE ZEROS .
       77 WRK-UNPROTECTED-REGS-COUNTER           PIC 9(05) VALUE ZEROS .
       77 WRK-GRANTED-REGS-COUNTER               PIC 9(05) VALUE ZEROS .
       77 WRK-REVOKED-REGS-COUNTER               PIC 9(05) VALUE ZEROS .
       77 WRK-NOTED-REGS-COUNTER                 PIC 9(05) VALUE ZEROS .
       77 WRK-REJECTED-REGS-COUNTER              PIC 9(05) VALUE ZEROS .
       77 WRK-AUTH-LISTED-COUNTER                PIC 9(05) VALUE ZEROS .
       77 WRK-PROT-LISTED-COUNTER                PIC 9(05) VALUE ZEROS .

       77 WRK-PPIN-EOF                           PIC X(03) VALUE SPACES.
       77 WRK-CURSOR-EOF                         PIC X(03) VALUE SPACES.

      *RUNTIME PARAMETER CARD:
       COPY 'CSRGPARM'.

      *ONE PROTECTED-CUSTOMER REQUEST CARD:
       01 WRK-PPIN-REG.
          03 PPIN-ACTION                         PIC X(01).
             88 PPIN-IS-PROTECT                       VALUE 'P'.
             88 PPIN-IS-UNPROTECT                     VALUE 'U'.
             88 PPIN-IS-GRANT                         VALUE 'G'.
             88 PPIN-IS-REVOKE                        VALUE 'V'.
          03 PPIN-KEY                            PIC X(15).
          03 PPIN-OPERATOR-VIEW REDEFINES PPIN-KEY.
             05 PPIN-OPERATOR-ID                 PIC X(08).
             05 PPIN-OPERATOR-REST               PIC X(07).
          03 PPIN-REQUESTED-BY                   PIC X(08).
          03 PPIN-REASON                         PIC X(30).
          03 FILLER                              PIC X(26).

      *PROTECTED-CUSTOMER AUDIT LINE:
       01 WRK-PPAUD-REG.
          03 PPAUD-BATCH-RUN-ID                  PIC X(14).
          03 PPAUD-DATE                          PIC X(10).
          03 PPAUD-TIME                          PIC X(08).
          03 PPAUD-ACTION                        PIC X(01).
          03 PPAUD-KEY                           PIC X(15).
          03 PPAUD-BEFORE                        PIC X(01).
          03 PPAUD-AFTER                         PIC X(01).
          03 PPAUD-REQUESTED-BY                  PIC X(08).
          03 PPAUD-REASON                        PIC X(30).
          03 FILLER                              PIC X(08).

      *THE STATE BEFORE THE CARD (THE CUSTOMER'S PROT_FLAG, OR 'Y'
      *WHEN THE OPERATOR ALREADY HAS A TB_PROT_AUTH ROW), THE STATE
      *THE CARD ASKS FOR, AND WHETHER THE CUSTOMER ROW EXISTS:
       01 WRK-STATE-BEFORE                       PIC X(01) VALUE SPACES.
       01 WRK-STATE-AFTER                        PIC X(01) VALUE SPACES.
       01 WRK-ROW-FOUND-SW                       PIC X(01) VALUE 'N'.
          88 WRK-ROW-WAS-FOUND                         VALUE 'Y'.

       77 WRK-AUTH-ROWS-COUNT                    PIC 9(04) VALUE ZEROS .

       01 WRK-PPRPT-LINE                         PIC X(80) VALUE SPACES.

      *DATA FOR ERROR LOG:
       01 WRK-ERROR-LOG.
          03 WRK-PROGRAM                         PIC X(08) VALUE
                                                          'CSRG0063'  .
          03 WRK-ERROR-MSG                       PIC X(30) VALUE SPACES.
          03 WRK-ERROR-CODE                      PIC X(30) VALUE SPACES.
          03 WRK-ERROR-DATE                      PIC X(10) VALUE SPACES.
          03 WRK-ERROR-TIME                      PIC X(08) VALUE SPACES.

      *ABENDING PROGRAM:
       77 WRK-ABEND-PGM                          PIC X(08) VALUE
                                                          'ABENDPGM'  .

       01 WRK-FILE-STATUS.
          03 WRK-FS-PPIN                         PIC 9(02) VALUE ZEROS .
          03 WRK-FS-PPAUD                        PIC 9(02) VALUE ZEROS .
          03 WRK-FS-PPRPT                        PIC 9(02) VALUE ZEROS .

      *DATE/TIME STAMPED ON EACH PPAUD LINE AS IT IS WRITTEN:
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
              INCLUDE BTB_CUSTOMER
           END-EXEC.

           EXEC SQL
              INCLUDE BTB_PROT_AUTH
           END-EXEC.

           EXEC SQL
              DECLARE CSR0063A CURSOR FOR
                 SELECT OPERATOR_ID, GRANTED_BY, GRANTED_DT
                   FROM TB_PROT_AUTH
                  ORDER BY OPERATOR_ID
                  FOR FETCH ONLY
           END-EXEC.

           EXEC SQL
              DECLARE CSR0063C CURSOR FOR
                 SELECT CPF, STATUS
                   FROM TB_CUSTOMER
                  WHERE PROT_FLAG = 'Y'
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

           PERFORM 2000-APPLY-ONE-REQUEST
              UNTIL WRK-PPIN-EOF       EQUAL 'END'.

           PERFORM 2800-LIST-AUTHORIZED.

           PERFORM 2850-LIST-PROTECTED.

           PERFORM 3000-FINALIZE.
      *----------------------------------------------------------------*
       0000-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       1000-INITIALIZE                 SECTION.
      *----------------------------------------------------------------*
           PERFORM 9000-GET-DATE-TIME.

           PERFORM 1050-GET-RUN-PARMS.

           INITIALIZE WRK-PPIN-REG
                      WRK-PPAUD-REG.

           OPEN INPUT  PPIN
                OUTPUT PPAUD
                       PPRPT.

           MOVE 'OPEN FILE PPIN'       TO WRK-ERROR-MSG.
           PERFORM 8100-TEST-FS-PPIN.

           MOVE 'OPEN FILE PPAUD'      TO WRK-ERROR-MSG.
           PERFORM 8200-TEST-FS-PPAUD.

           MOVE 'OPEN FILE PPRPT'      TO WRK-ERROR-MSG.
           PERFORM 8300-TEST-FS-PPRPT.

           STRING 'CSRG0063 PROTECTED-CUSTOMER MAINTENANCE - RUN ',
                  WRK-DATE-FORMATTED,' ',WRK-TIME-FORMATTED
                                       DELIMITED BY SIZE
                                       INTO WRK-PPRPT-LINE.
           PERFORM 3210-PUT-PPRPT-LINE.

           MOVE 'OUTCOME  A KEY             BY'
                                       TO WRK-PPRPT-LINE.
           MOVE 'DETAIL'               TO WRK-PPRPT-LINE (40:6).
           PERFORM 3210-PUT-PPRPT-LINE.

           PERFORM 2100-READ-PPIN.
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
       2000-APPLY-ONE-REQUEST          SECTION.
      *----------------------------------------------------------------*
      *    EVERY CHANGE TO THE CONTROL MUST BE TRACEABLE TO A PERSON,  *
      *    SO A CARD WITH NO REQUESTER (AND NO PARM OPERATOR TO STAND  *
      *    IN) IS REJECTED BEFORE ANYTHING IS LOOKED UP.               *
      *----------------------------------------------------------------*
           IF PPIN-REQUESTED-BY        EQUAL SPACES
              MOVE CSRGPARM-OPERATOR-ID
                                       TO PPIN-REQUESTED-BY
           END-IF.

           IF PPIN-KEY                 EQUAL SPACES
              MOVE 'BLANK CPF / OPERATOR ID'
                                       TO WRK-PPRPT-LINE (40:40)
              PERFORM 2500-REJECT-REQUEST
              GO TO 2000-50-NEXT
           END-IF.

           IF PPIN-REQUESTED-BY        EQUAL SPACES
              MOVE 'NO REQUESTER ON CARD OR PARM'
                                       TO WRK-PPRPT-LINE (40:40)
              PERFORM 2500-REJECT-REQUEST
              GO TO 2000-50-NEXT
           END-IF.

           EVALUATE TRUE

              WHEN PPIN-IS-PROTECT
              WHEN PPIN-IS-UNPROTECT
                 PERFORM 2200-GET-CUSTOMER-FLAG
                 IF NOT WRK-ROW-WAS-FOUND
                    MOVE 'CPF NOT ON TB_CUSTOMER'
                                       TO WRK-PPRPT-LINE (40:40)
                    PERFORM 2500-REJECT-REQUEST
                 ELSE
                    IF PPIN-IS-PROTECT
                       MOVE 'Y'        TO WRK-STATE-AFTER
                    ELSE
                       MOVE 'N'        TO WRK-STATE-AFTER
                    END-IF
                    IF WRK-STATE-BEFORE
                                       EQUAL WRK-STATE-AFTER
                       PERFORM 2550-NOTE-REQUEST
                    ELSE
                       PERFORM 2300-SET-CUSTOMER-FLAG
                    END-IF
                 END-IF

              WHEN PPIN-IS-GRANT
              WHEN PPIN-IS-REVOKE
                 IF PPIN-OPERATOR-REST NOT EQUAL SPACES
                    MOVE 'OPERATOR ID LONGER THAN 8'
                                       TO WRK-PPRPT-LINE (40:40)
                    PERFORM 2500-REJECT-REQUEST
                    GO TO 2000-50-NEXT
                 END-IF
                 PERFORM 2250-GET-AUTHORIZATION
                 IF PPIN-IS-GRANT
                    MOVE 'Y'           TO WRK-STATE-AFTER
                 ELSE
                    MOVE 'N'           TO WRK-STATE-AFTER
                 END-IF
                 IF WRK-STATE-BEFORE   EQUAL WRK-STATE-AFTER
                    PERFORM 2550-NOTE-REQUEST
                 ELSE
                    IF PPIN-IS-GRANT
                       PERFORM 2350-GRANT-OPERATOR
                    ELSE
                       PERFORM 2400-REVOKE-OPERATOR
                    END-IF
                 END-IF

              WHEN OTHER
                 MOVE 'BAD ACTION CODE'
                                       TO WRK-PPRPT-LINE (40:40)
                 PERFORM 2500-REJECT-REQUEST

           END-EVALUATE.

       2000-50-NEXT.
           PERFORM 2100-READ-PPIN.
      *----------------------------------------------------------------*
       2000-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2100-READ-PPIN                  SECTION.
      *----------------------------------------------------------------*
           MOVE 'READING PPIN'         TO   WRK-ERROR-MSG.

           READ PPIN                   INTO WRK-PPIN-REG.

           PERFORM 8100-TEST-FS-PPIN.

           IF WRK-FS-PPIN              EQUAL 10
              MOVE 'END'               TO   WRK-PPIN-EOF
           ELSE
              ADD 1                    TO   WRK-PPIN-REGS-COUNTER
           END-IF.
      *----------------------------------------------------------------*
       2100-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2200-GET-CUSTOMER-FLAG          SECTION.
      *----------------------------------------------------------------*
      *    THE CUSTOMER'S CURRENT FLAG, FOR THE BEFORE HALF OF THE     *
      *    AUDIT LINE.  A ROW THAT PREDATES THE COLUMN READS AS 'N'.   *
      *----------------------------------------------------------------*
           MOVE 'READING TB_CUSTOMER'  TO WRK-ERROR-MSG.

           MOVE 'N'                    TO WRK-ROW-FOUND-SW.
           MOVE SPACES                 TO WRK-STATE-BEFORE.

           MOVE PPIN-KEY               TO CPF OF BTB-CUSTOMER.

           EXEC SQL
               SELECT COALESCE(PROT_FLAG, 'N')
               INTO   :PROT-FLAG
               FROM   TB_CUSTOMER
               WHERE  CPF = :CPF
           END-EXEC.

           EVALUATE SQLCODE
              WHEN ZEROS
                 MOVE 'Y'              TO WRK-ROW-FOUND-SW
                 MOVE PROT-FLAG        TO WRK-STATE-BEFORE
              WHEN +100
                 CONTINUE
              WHEN OTHER
                 PERFORM 9100-FORMAT-SQLCODE
                 PERFORM 9999-CALL-ABEND-PGM
           END-EVALUATE.
      *----------------------------------------------------------------*
       2200-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2250-GET-AUTHORIZATION          SECTION.
      *----------------------------------------------------------------*
           MOVE 'READING TB_PROT_AUTH' TO WRK-ERROR-MSG.

           MOVE PPIN-OPERATOR-ID       TO PAUT-OPERATOR-ID.

           EXEC SQL
               SELECT COUNT(*)
               INTO   :WRK-AUTH-ROWS-COUNT
               FROM   TB_PROT_AUTH
               WHERE  OPERATOR_ID = :PAUT-OPERATOR-ID
           END-EXEC.

           IF SQLCODE NOT EQUAL ZEROS
              PERFORM 9100-FORMAT-SQLCODE
              PERFORM 9999-CALL-ABEND-PGM
           END-IF.

           IF WRK-AUTH-ROWS-COUNT      GREATER ZEROS
              MOVE 'Y'                 TO WRK-STATE-BEFORE
           ELSE
              MOVE 'N'                 TO WRK-STATE-BEFORE
           END-IF.
      *----------------------------------------------------------------*
       2250-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2300-SET-CUSTOMER-FLAG          SECTION.
      *----------------------------------------------------------------*
      *    PROTECT OR UNPROTECT - THE CALLER HAS SET WRK-STATE-AFTER.  *
      *    NOTHING ELSE ON THE ROW IS TOUCHED.                         *
      *----------------------------------------------------------------*
           MOVE 'SETTING PROT_FLAG'    TO WRK-ERROR-MSG.

           MOVE WRK-STATE-AFTER        TO PROT-FLAG.

           EXEC SQL
               UPDATE TB_CUSTOMER
                  SET PROT_FLAG = :PROT-FLAG
                WHERE CPF       = :CPF
           END-EXEC.

           IF SQLCODE NOT EQUAL ZEROS
              PERFORM 9100-FORMAT-SQLCODE
              PERFORM 9999-CALL-ABEND-PGM
           END-IF.

           EXEC SQL
               COMMIT
           END-EXEC.

           IF PPIN-IS-PROTECT
              ADD 1                    TO WRK-PROTECTED-REGS-COUNTER
              MOVE 'CUSTOMER NOW PROTECTED'
                                       TO WRK-PPRPT-LINE (40:40)
           ELSE
              ADD 1                    TO WRK-UNPROTECTED-REGS-COUNTER
              MOVE 'CUSTOMER NO LONGER PROTECTED'
                                       TO WRK-PPRPT-LINE (40:40)
           END-IF.

           PERFORM 2600-WRITE-PPAUD.
      *----------------------------------------------------------------*
       2300-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2350-GRANT-OPERATOR             SECTION.
      *----------------------------------------------------------------*
           MOVE 'GRANTING OPERATOR'    TO WRK-ERROR-MSG.

           MOVE PPIN-OPERATOR-ID       TO PAUT-OPERATOR-ID.
           MOVE PPIN-REQUESTED-BY      TO PAUT-GRANTED-BY.
           MOVE WRK-DATE-FORMATTED     TO PAUT-GRANTED-DT.

           EXEC SQL
               INSERT INTO TB_PROT_AUTH
               (OPERATOR_ID
               ,GRANTED_BY
               ,GRANTED_DT)
               VALUES
               (:PAUT-OPERATOR-ID
               ,:PAUT-GRANTED-BY
               ,:PAUT-GRANTED-DT)
           END-EXEC.

           IF SQLCODE NOT EQUAL ZEROS
              PERFORM 9100-FORMAT-SQLCODE
              PERFORM 9999-CALL-ABEND-PGM
           END-IF.

           EXEC SQL
               COMMIT
           END-EXEC.

           ADD 1                       TO WRK-GRANTED-REGS-COUNTER.

           MOVE 'OPERATOR NOW AUTHORIZED'
                                       TO WRK-PPRPT-LINE (40:40).

           PERFORM 2600-WRITE-PPAUD.
      *----------------------------------------------------------------*
       2350-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2400-REVOKE-OPERATOR            SECTION.
      *----------------------------------------------------------------*
           MOVE 'REVOKING OPERATOR'    TO WRK-ERROR-MSG.

           MOVE PPIN-OPERATOR-ID       TO PAUT-OPERATOR-ID.

           EXEC SQL
               DELETE FROM TB_PROT_AUTH
                WHERE OPERATOR_ID = :PAUT-OPERATOR-ID
           END-EXEC.

           IF SQLCODE NOT EQUAL ZEROS
              PERFORM 9100-FORMAT-SQLCODE
              PERFORM 9999-CALL-ABEND-PGM
           END-IF.

           EXEC SQL
               COMMIT
           END-EXEC.

           ADD 1                       TO WRK-REVOKED-REGS-COUNTER.

           MOVE 'OPERATOR NO LONGER AUTHORIZED'
                                       TO WRK-PPRPT-LINE (40:40).

           PERFORM 2600-WRITE-PPAUD.
      *----------------------------------------------------------------*
       2400-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2500-REJECT-REQUEST             SECTION.
      *----------------------------------------------------------------*
           ADD 1                       TO WRK-REJECTED-REGS-COUNTER.

           MOVE 'REJECTED'             TO WRK-PPRPT-LINE (1:8).

           PERFORM 2700-PUT-CARD-LINE.
      *----------------------------------------------------------------*
       2500-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2550-NOTE-REQUEST               SECTION.
      *----------------------------------------------------------------*
      *    THE CARD ASKS FOR WHAT IS ALREADY SO - NOTED, NOT AUDITED.  *
      *----------------------------------------------------------------*
           ADD 1                       TO WRK-NOTED-REGS-COUNTER.

           MOVE 'NOTED'                TO WRK-PPRPT-LINE (1:8).

           IF WRK-STATE-AFTER          EQUAL 'Y'
              MOVE 'NOTED - ALREADY IN PLACE'
                                       TO WRK-PPRPT-LINE (40:40)
           ELSE
              MOVE 'NOTED - ALREADY NOT IN PLACE'
                                       TO WRK-PPRPT-LINE (40:40)
           END-IF.

           PERFORM 2700-PUT-CARD-LINE.
      *----------------------------------------------------------------*
       2550-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2600-WRITE-PPAUD                SECTION.
      *----------------------------------------------------------------*
           MOVE 'RECORDING PROTECTION AUDIT'
                                       TO WRK-ERROR-MSG.

           PERFORM 9010-STAMP-AUDIT-LINE.

           MOVE CSRGPARM-BATCH-RUN-ID  TO PPAUD-BATCH-RUN-ID.
           MOVE WRK-ERRLINE-DATE-FORMATTED
                                       TO PPAUD-DATE.
           MOVE WRK-ERRLINE-TIME-FORMATTED
                                       TO PPAUD-TIME.
           MOVE PPIN-ACTION            TO PPAUD-ACTION.
           MOVE PPIN-KEY               TO PPAUD-KEY.
           MOVE WRK-STATE-BEFORE       TO PPAUD-BEFORE.
           MOVE WRK-STATE-AFTER        TO PPAUD-AFTER.
           MOVE PPIN-REQUESTED-BY      TO PPAUD-REQUESTED-BY.
           MOVE PPIN-REASON            TO PPAUD-REASON.

           MOVE  WRK-PPAUD-REG         TO FD-REG-PPAUD.

           WRITE FD-REG-PPAUD.

           PERFORM 8200-TEST-FS-PPAUD.

           MOVE 'APPLIED'              TO WRK-PPRPT-LINE (1:8).

           PERFORM 2700-PUT-CARD-LINE.
      *----------------------------------------------------------------*
       2600-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2700-PUT-CARD-LINE              SECTION.
      *----------------------------------------------------------------*
      *    THE CALLER HAS SET THE OUTCOME (1:8) AND THE DETAIL (40:40).*
      *----------------------------------------------------------------*
           MOVE PPIN-ACTION            TO WRK-PPRPT-LINE (10:1).
           MOVE PPIN-KEY               TO WRK-PPRPT-LINE (12:15).
           MOVE PPIN-REQUESTED-BY      TO WRK-PPRPT-LINE (28:8).

           PERFORM 3210-PUT-PPRPT-LINE.
      *----------------------------------------------------------------*
       2700-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2800-LIST-AUTHORIZED            SECTION.
      *----------------------------------------------------------------*
      *    THE OPERATORS WHO MAY NOW SEE A PROTECTED CUSTOMER UNMASKED *
      *    - THE LIST SECURITY SIGNS OFF AFTER EVERY RUN.              *
      *----------------------------------------------------------------*
           PERFORM 3210-PUT-PPRPT-LINE.

           STRING 'AUTHORIZED OPERATORS AS OF ',WRK-DATE-FORMATTED,' ',
                  WRK-TIME-FORMATTED
                                       DELIMITED BY SIZE
                                       INTO WRK-PPRPT-LINE.
           PERFORM 3210-PUT-PPRPT-LINE.

           MOVE 'OPERATOR GRANTED-BY GRANTED-DT'
                                       TO WRK-PPRPT-LINE.
           PERFORM 3210-PUT-PPRPT-LINE.

           MOVE 'OPENING CSR0063A'     TO WRK-ERROR-MSG.

           EXEC SQL
               OPEN CSR0063A
           END-EXEC.

           IF SQLCODE NOT EQUAL ZEROS
              PERFORM 9100-FORMAT-SQLCODE
              PERFORM 9999-CALL-ABEND-PGM
           END-IF.

           MOVE SPACES                 TO WRK-CURSOR-EOF.

           PERFORM 2810-FETCH-AUTHORIZED.

           PERFORM 2820-LIST-ONE-OPERATOR
              UNTIL WRK-CURSOR-EOF     EQUAL 'END'.

           EXEC SQL
               CLOSE CSR0063A
           END-EXEC.
      *----------------------------------------------------------------*
       2800-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2810-FETCH-AUTHORIZED           SECTION.
      *----------------------------------------------------------------*
           MOVE 'FETCHING CSR0063A'    TO   WRK-ERROR-MSG.

           EXEC SQL
               FETCH CSR0063A
                   INTO :PAUT-OPERATOR-ID, :PAUT-GRANTED-BY,
                        :PAUT-GRANTED-DT
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
       2810-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2820-LIST-ONE-OPERATOR          SECTION.
      *----------------------------------------------------------------*
           ADD 1                       TO WRK-AUTH-LISTED-COUNTER.

           MOVE PAUT-OPERATOR-ID       TO WRK-PPRPT-LINE (1:8).
           MOVE PAUT-GRANTED-BY        TO WRK-PPRPT-LINE (10:8).
           MOVE PAUT-GRANTED-DT        TO WRK-PPRPT-LINE (21:10).

           PERFORM 3210-PUT-PPRPT-LINE.

           PERFORM 2810-FETCH-AUTHORIZED.
      *----------------------------------------------------------------*
       2820-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2850-LIST-PROTECTED             SECTION.
      *----------------------------------------------------------------*
      *    THE PROTECTED CPFS AS THEY NOW STAND - CPF AND STATUS ONLY, *
      *    SINCE THIS REPORT GOES TO MORE EYES THAN THE CONTROL DOES.  *
      *----------------------------------------------------------------*
           PERFORM 3210-PUT-PPRPT-LINE.

           STRING 'PROTECTED CUSTOMERS AS OF ',WRK-DATE-FORMATTED,' ',
                  WRK-TIME-FORMATTED
                                       DELIMITED BY SIZE
                                       INTO WRK-PPRPT-LINE.
           PERFORM 3210-PUT-PPRPT-LINE.

           MOVE 'CPF             STATUS'
                                       TO WRK-PPRPT-LINE.
           PERFORM 3210-PUT-PPRPT-LINE.

           MOVE 'OPENING CSR0063C'     TO WRK-ERROR-MSG.

           EXEC SQL
               OPEN CSR0063C
           END-EXEC.

           IF SQLCODE NOT EQUAL ZEROS
              PERFORM 9100-FORMAT-SQLCODE
              PERFORM 9999-CALL-ABEND-PGM
           END-IF.

           MOVE SPACES                 TO WRK-CURSOR-EOF.

           PERFORM 2860-FETCH-PROTECTED.

           PERFORM 2870-LIST-ONE-PROTECTED
              UNTIL WRK-CURSOR-EOF     EQUAL 'END'.

           EXEC SQL
               CLOSE CSR0063C
           END-EXEC.
      *----------------------------------------------------------------*
       2850-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2860-FETCH-PROTECTED            SECTION.
      *----------------------------------------------------------------*
           MOVE 'FETCHING CSR0063C'    TO   WRK-ERROR-MSG.

           EXEC SQL
               FETCH CSR0063C
                   INTO :CPF, :CUST-STATUS
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
       2860-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2870-LIST-ONE-PROTECTED         SECTION.
      *----------------------------------------------------------------*
           ADD 1                       TO WRK-PROT-LISTED-COUNTER.

           MOVE CPF OF BTB-CUSTOMER    TO WRK-PPRPT-LINE (1:15).
           MOVE CUST-STATUS            TO WRK-PPRPT-LINE (17:1).

           PERFORM 3210-PUT-PPRPT-LINE.

           PERFORM 2860-FETCH-PROTECTED.
      *----------------------------------------------------------------*
       2870-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       3000-FINALIZE                   SECTION.
      *----------------------------------------------------------------*
           CLOSE PPIN
                 PPAUD
                 PPRPT.

           DISPLAY '***************************'.
           DISPLAY '*  SUCCESSFUL  EXECUTION  *'.
           DISPLAY '***************************'.
           DISPLAY '*MODULE..........:' WRK-PROGRAM '*'.
           DISPLAY '*COMPILED........:'
           DD-COMPILED '/' MM-COMPILED '/' YY-COMPILED '*'.
           DISPLAY '*.................'
           HOUR-COMPILED '.' MINUTE-COMPILED '.'SECOND-COMPILED '*'.
           DISPLAY '*-------------------------*'.
           DISPLAY '*REQUESTS READ.......:' WRK-PPIN-REGS-COUNTER
           '*'.
           DISPLAY '*CUSTOMERS PROTECTED.:' WRK-PROTECTED-REGS-COUNTER
           '*'.
           DISPLAY '*CUSTOMERS UNPROTECT.:'
           WRK-UNPROTECTED-REGS-COUNTER '*'.
           DISPLAY '*OPERATORS GRANTED...:' WRK-GRANTED-REGS-COUNTER
           '*'.
           DISPLAY '*OPERATORS REVOKED...:' WRK-REVOKED-REGS-COUNTER
           '*'.
           DISPLAY '*REQUESTS NOTED......:' WRK-NOTED-REGS-COUNTER
           '*'.
           DISPLAY '*REQUESTS REJECTED...:' WRK-REJECTED-REGS-COUNTER
           '*'.
           DISPLAY '*OPERATORS LISTED....:' WRK-AUTH-LISTED-COUNTER
           '*'.
           DISPLAY '*PROTECTED LISTED....:' WRK-PROT-LISTED-COUNTER
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
       3210-PUT-PPRPT-LINE             SECTION.
      *----------------------------------------------------------------*
           MOVE  WRK-PPRPT-LINE        TO    FD-REG-PPRPT.

           WRITE FD-REG-PPRPT.

           PERFORM 8300-TEST-FS-PPRPT.

           MOVE SPACES                 TO    WRK-PPRPT-LINE.
      *----------------------------------------------------------------*
       3210-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       8100-TEST-FS-PPIN               SECTION.
      *----------------------------------------------------------------*
           IF WRK-FS-PPIN              NOT EQUAL ZEROS AND 10
              MOVE WRK-FS-PPIN         TO  WRK-ERROR-CODE
              PERFORM 9999-CALL-ABEND-PGM
           END-IF.
      *----------------------------------------------------------------*
       8100-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       8200-TEST-FS-PPAUD              SECTION.
      *----------------------------------------------------------------*
           IF WRK-FS-PPAUD             NOT EQUAL ZEROS
              MOVE WRK-FS-PPAUD        TO  WRK-ERROR-CODE
              PERFORM 9999-CALL-ABEND-PGM
           END-IF.
      *----------------------------------------------------------------*
       8200-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       8300-TEST-FS-PPRPT              SECTION.
      *----------------------------------------------------------------*
           IF WRK-FS-PPRPT             NOT EQUAL ZEROS
              MOVE WRK-FS-PPRPT        TO  WRK-ERROR-CODE
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
