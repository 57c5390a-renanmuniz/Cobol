      *================================================================*
      *        I D E N T I F I C A T I O N      D I V I S I O N        *
      *================================================================*
       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     CSRG0059.
       AUTHOR.         RENAN MUNIZ MERLO.
       DATE-WRITTEN.   15/10/2026.
       DATE-COMPILED   WHEN-COMPILED.
       REMARKS.
      *----------------------------------------------------------------*
      *                RENAN MUNIZ MERLO COBOL DEVELOPER               *
      *          https://www.linkedin.com/in/renan-muniz-merlo         *
      *----------------------------------------------------------------*
      *    PROGRAM-ID..: CSRG0059.                                     *
      *    ANALYST.....: RENAN MUNIZ MERLO                             *
      *    PROGRAMMER..: RENAN MUNIZ MERLO                             *
      *    DATE........: 15/10/2026                                    *
      *----------------------------------------------------------------*
      *    PROJECT.....: CUSTOMER REGISTRATION PROJECT - CUSTMREG      *
      *----------------------------------------------------------------*
      *    GOAL........: ORPHAN-ROW INTEGRITY SWEEP.  THE CSRG0006     *
      *                  PURGE DROPS TB_CUSTOMER ROWS AND LEAVES THEIR *
      *                  SATELLITE ROWS BEHIND, AND A RUN THAT FAILS   *
      *                  HALFWAY LEAVES MATCH KEYS, RELATIONS AND      *
      *                  CONSENT OUT OF STEP WITH THE CUSTOMER.  EVERY *
      *                  SATELLITE TABLE IS CHECKED AGAINST            *
      *                  TB_CUSTOMER, ONE CURSOR EACH:                 *
      *                  - TB_CONSENT: NO CUSTOMER = ORPHAN; A 'Y' ON  *
      *                    A DECEASED HOLDER = CONTRADICTION;          *
      *                  - TB_MATCH_KEY: NO CUSTOMER = ORPHAN; A KEY   *
      *                    ON A SOFT-DELETED CUSTOMER = CONTRADICTION; *
      *                  - TB_RELATION (OPEN PAIRS): A PURGED SIDE =   *
      *                    ORPHAN; A DECEASED SIDE = CONTRADICTION.    *
      *                    AN ORDINARY SOFT-DELETED SIDE IS ONLY       *
      *                    NOTED - CSRG0004 LEAVES THE PAIR OPEN ON    *
      *                    PURPOSE SO A REINSTATE FINDS IT INTACT;     *
      *                  - TB_LEGAL_HOLD: AN ACTIVE HOLD ON A CPF NOT  *
      *                    ON TB_CUSTOMER = ORPHAN, REPORTED ONLY -    *
      *                    A HOLD IS RELEASED BY LEGAL THROUGH         *
      *                    CSRG0029, NEVER BY THIS SWEEP;              *
      *                  - TB_REJ_QUEUE (OPEN ROWS): AN UPDATE,        *
      *                    DELETE OR REINSTATE REJECT WHOSE CPF IS NO  *
      *                    LONGER ON TB_CUSTOMER = ORPHAN - IT CAN     *
      *                    NEVER BE RELEASED.  AN INSERT REJECT WHOSE  *
      *                    CPF NOW EXISTS IS NOTED FOR THE QUEUE       *
      *                    WORKER.                                     *
      *                  EVERY FINDING IS LISTED ON INTRPT.  WITH      *
      *                  POS 285 = 'F' (FIX MODE) EACH ORPHAN AND      *
      *                  CONTRADICTION IS ALSO PUT RIGHT - THE ROW     *
      *                  DELETED, THE RELATION ENDED, THE CONSENT      *
      *                  WITHDRAWN OR THE REJECT DROPPED - AND ONE     *
      *                  INTAUD AUDIT LINE IS CUT PER FIX - A CONSENT  *
      *                  WITHDRAWN ALSO CUTS A CONSAUD LINE IN THE     *
      *                  CSRG0034 LAYOUT.  TEST MODE SIMULATES THE     *
      *                  FIXES.  A RERUN FINDS ONLY WHAT IS STILL      *
      *                  WRONG.                                        *
      *----------------------------------------------------------------*
      *    INTAUD......: POS 01-14  BATCH RUN ID                       *
      *                  POS 15-24  DATE (DD-MM-YYYY)                  *
      *                  POS 25-32  TIME (HH:MM:SS)                    *
      *                  POS 33-33  ACTION  X=ROW DELETED              *
      *                                     E=RELATION ENDED           *
      *                                     W=CONSENT WITHDRAWN        *
      *                                     R=REJECT DROPPED           *
      *                  POS 34-43  TABLE FIXED (NO TB_ PREFIX)        *
      *                  POS 44-44  FINDING O=ORPHAN                   *
      *                                     C=CONTRADICTS THE STATUS   *
      *                  POS 45-59  CPF OF THE ROW                     *
      *                  POS 60-74  DEPENDENT CPF OF A RELATION, THE   *
      *                             CHANNEL OF A CONSENT OR THE        *
      *                             REJ_SEQ OF A REJECT                *
      *                  POS 75-80  FILLER                             *
      *----------------------------------------------------------------*
      *    FILES.......:  DDNAME          LRECL       INCLUDE/BOOK     *
      *                   INTAUD          00080       NONE             *
      *                   INTRPT          00080       NONE             *
      *                   CONSAUD         00080       CSRGCHN1         *
      *----------------------------------------------------------------*
      *    MODIFICATION HISTORY.......:                                *
      *    15/10/2026 RMM - PROGRAM CREATED.                           *
      *    15/10/2026 RMM - CSR0059C, CSR0059M, CSR0059R AND CSR0059Q  *
      *                     DECLARED WITH HOLD - A FIX-MODE INTERVAL   *
      *                     COMMIT NO LONGER CLOSES THE SWEEP'S        *
      *                     CURSOR MID-RUN.                            *
      *    15/10/2026 RMM - A CONSENT WITHDRAWN IN FIX MODE ALSO CUTS  *
      *                     A CONSAUD LINE, CHAINED (CSRGCHN1 SUFFIX,  *
      *                     CSRGCHAN MODULE) AS CSRG0052 CHAINS ITS    *
      *                     OWN, AND THE RUN'S LINES END IN A SEAL     *
      *                     REGISTERED ON TB_AUDIT_SEAL.               *
      *----------------------------------------------------------------*
      *    TABLE DB2...:  TB_CUSTOMER                 BTB_CUSTOMER     *
      *                   TB_CONSENT                  BTB_CONSENT      *
      *                   TB_MATCH_KEY                BTB_MATCH_KEY    *
      *                   TB_RELATION                 BTB_RELATION     *
      *                   TB_LEGAL_HOLD               BTB_LEGAL_HOLD   *
      *                   TB_REJ_QUEUE                BTB_REJ_QUEUE    *
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

           SELECT INTAUD        ASSIGN TO UTS-S-INTAUD
            ORGANIZATION IS     SEQUENTIAL
            ACCESS MODE  IS     SEQUENTIAL
            FILE STATUS  IS     WRK-FS-INTAUD.

           SELECT INTRPT        ASSIGN TO UTS-S-INTRPT
            ORGANIZATION IS     SEQUENTIAL
            ACCESS MODE  IS     SEQUENTIAL
            FILE STATUS  IS     WRK-FS-INTRPT.

           SELECT CONSAUD       ASSIGN TO UTS-S-CONSAUD
            ORGANIZATION IS     SEQUENTIAL
            ACCESS MODE  IS     SEQUENTIAL
            FILE STATUS  IS     WRK-FS-CONSAUD.

      *================================================================*
      *                  D A T A      D I V I S I O N                  *
      *================================================================*
       DATA DIVISION.
       FILE SECTION.
      *
       FD INTAUD
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS 00 RECORDS.
       01 FD-REG-INTAUD     PIC X(80).

       FD INTRPT
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS 00 RECORDS.
       01 FD-REG-INTRPT     PIC X(80).

       FD CONSAUD
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS 00 RECORDS.
       01 FD-REG-CONSAUD    PIC X(80).

      *-----------------------------------------------------------------*
      *                  WORKING-STORAGE SECTION                        *
      *-----------------------------------------------------------------*
       WORKING-STORAGE SECTION.

      *COUNTER OF RECORDS:
       77 WRK-CONS-ORPHAN-COUNTER                PIC 9(07) VALUE ZEROS .
       77 WRK-CONS-CONTRA-COUNTER                PIC 9(07) VALUE ZEROS .
       77 WRK-MKEY-ORPHAN-COUNTER                PIC 9(07) VALUE ZEROS .
       77 WRK-MKEY-CONTRA-COUNTER                PIC 9(07) VALUE ZEROS .
       77 WRK-REL-ORPHAN-COUNTER                 PIC 9(07) VALUE ZEROS .
       77 WRK-REL-CONTRA-COUNTER                 PIC 9(07) VALUE ZEROS .
       77 WRK-REL-NOTED-COUNTER                  PIC 9(07) VALUE ZEROS .
       77 WRK-HOLD-ORPHAN-COUNTER                PIC 9(07) VALUE ZEROS .
       77 WRK-REJQ-ORPHAN-COUNTER                PIC 9(07) VALUE ZEROS .
       77 WRK-REJQ-NOTED-COUNTER                 PIC 9(07) VALUE ZEROS .
       77 WRK-FIXED-REGS-COUNTER                 PIC 9(07) VALUE ZEROS .
       77 WRK-GONE-REGS-COUNTER                  PIC 9(07) VALUE ZEROS .
       77 WRK-INTAUD-REGS-COUNTER                PIC 9(07) VALUE ZEROS .

      *DATA FOR PERIODIC COMMIT:
       77 WRK-COMMIT-COUNTER                     PIC 9(05) VALUE ZEROS .

      *END OF CURSOR - REUSED BY EACH TABLE'S CURSOR IN TURN:
       77 WRK-CURSOR-EOF                         PIC X(03) VALUE SPACES.

      *RUNTIME PARAMETER CARD:
       COPY 'CSRGPARM'.

      *NULL INDICATORS OF THE TB_CUSTOMER SIDE OF EACH OUTER JOIN - A
      *NEGATIVE STATUS INDICATOR MEANS THERE IS NO CUSTOMER ROW:
       01 WRK-STATUS-IND                         PIC S9(04) COMP
                                                           VALUE ZEROS.
       01 WRK-REASON-IND                         PIC S9(04) COMP
                                                           VALUE ZEROS.

      *BOTH SIDES OF AN OPEN RELATION, AS FOUND ON TB_CUSTOMER:
       01 WRK-GUARD-STATUS                       PIC X(01) VALUE SPACES.
       01 WRK-GUARD-REASON                       PIC X(01) VALUE SPACES.
       01 WRK-GUARD-STATUS-IND                   PIC S9(04) COMP
                                                           VALUE ZEROS.
       01 WRK-GUARD-REASON-IND                   PIC S9(04) COMP
                                                           VALUE ZEROS.
       01 WRK-DEPEND-STATUS                      PIC X(01) VALUE SPACES.
       01 WRK-DEPEND-REASON                      PIC X(01) VALUE SPACES.
       01 WRK-DEPEND-STATUS-IND                  PIC S9(04) COMP
                                                           VALUE ZEROS.
       01 WRK-DEPEND-REASON-IND                  PIC S9(04) COMP
                                                           VALUE ZEROS.

      *THE REJECT IN HAND - ITS CPF AND ACTION CODE ARE CUT FROM THE
      *REJECTED RECORD IMAGE (POS 1-15 AND, FOR FILEREJ1, POS 16):
       01 WRK-REJ-CPF                            PIC X(15) VALUE SPACES.
       01 WRK-REJ-ACTION                         PIC X(01) VALUE SPACES.
       01 WRK-REJ-SEQ-ED                         PIC 9(09) VALUE ZEROS .

      *FINDING IN HAND, SET BY EACH TABLE'S CHECK:
       01 WRK-FINDING-SW                         PIC X(01) VALUE SPACES.
          88 WRK-FINDING-IS-ORPHAN                     VALUE 'O'.
          88 WRK-FINDING-IS-CONTRA                     VALUE 'C'.
          88 WRK-FINDING-IS-NOTED                      VALUE 'N'.

      *ONE INTAUD AUDIT LINE PER FIX APPLIED:
       01 WRK-INTAUD-REG.
          03 INTAUD-BATCH-RUN-ID                 PIC X(14).
          03 INTAUD-DATE                         PIC X(10).
          03 INTAUD-TIME                         PIC X(08).
          03 INTAUD-ACTION                       PIC X(01).
             88 INTAUD-IS-DELETE                       VALUE 'X'.
             88 INTAUD-IS-RELATION-END                 VALUE 'E'.
             88 INTAUD-IS-WITHDRAWAL                   VALUE 'W'.
             88 INTAUD-IS-REJECT-DROP                  VALUE 'R'.
          03 INTAUD-TABLE                        PIC X(10).
          03 INTAUD-FINDING                      PIC X(01).
          03 INTAUD-CPF                          PIC X(15).
          03 INTAUD-OTHER-KEY                    PIC X(15).
          03 FILLER                              PIC X(06).

      *ONE CONSAUD AUDIT LINE PER CONSENT WITHDRAWN (CSRG0034
      *LAYOUT):
       01 WRK-CONSAUD-REG.
          03 CONSAUD-BATCH-RUN-ID                PIC X(14).
          03 CONSAUD-DATE                        PIC X(10).
          03 CONSAUD-TIME                        PIC X(08).
          03 CONSAUD-CPF                         PIC X(15).
          03 CONSAUD-CHANNEL                     PIC X(01).
          03 CONSAUD-CONSENT                     PIC X(01).
          03 CONSAUD-SOURCE                      PIC X(10).
          COPY 'CSRGCHN1'.

      *HASH CHAIN OF THE CONSAUD TRAIL (SEE CSRGCHP1):
       77 WRK-CHAN-PGM                           PIC X(08) VALUE
                                                          'CSRGCHAN'  .
       01 WRK-CHAN-PARM.
          COPY 'CSRGCHP1'.

       01 WRK-INTRPT-LINE                        PIC X(80) VALUE SPACES.
       01 WRK-FINDING-TEXT                       PIC X(14) VALUE SPACES.

      *DATA FOR ERROR LOG:
       01 WRK-ERROR-LOG.
          03 WRK-PROGRAM                         PIC X(08) VALUE
                                                          'CSRG0059'  .
          03 WRK-ERROR-MSG                       PIC X(30) VALUE SPACES.
          03 WRK-ERROR-CODE                      PIC X(30) VALUE SPACES.
          03 WRK-ERROR-DATE                      PIC X(10) VALUE SPACES.
          03 WRK-ERROR-TIME                      PIC X(08) VALUE SPACES.

      *ABENDING PROGRAM:
       77 WRK-ABEND-PGM                          PIC X(08) VALUE
                                                          'ABENDPGM'  .

       01 WRK-FILE-STATUS.
          03 WRK-FS-INTAUD                       PIC 9(02) VALUE ZEROS .
          03 WRK-FS-INTRPT                       PIC 9(02) VALUE ZEROS .
          03 WRK-FS-CONSAUD                      PIC 9(02) VALUE ZEROS .

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
              INCLUDE BTB_CONSENT
           END-EXEC.

           EXEC SQL
              INCLUDE BTB_MATCH_KEY
           END-EXEC.

           EXEC SQL
              INCLUDE BTB_RELATION
           END-EXEC.

           EXEC SQL
              INCLUDE BTB_LEGAL_HOLD
           END-EXEC.

           EXEC SQL
              INCLUDE BTB_REJ_QUEUE
           END-EXEC.

           EXEC SQL
              DECLARE CSR0059C CURSOR WITH HOLD FOR
                 SELECT C.CPF, C.CHANNEL, C.CONSENT,
                        U.STATUS, U.DELETE_REASON
                   FROM TB_CONSENT C
                   LEFT OUTER JOIN TB_CUSTOMER U
                     ON U.CPF = C.CPF
                  WHERE U.CPF IS NULL
                     OR (C.CONSENT       = 'Y'
                    AND  U.STATUS        = 'D'
                    AND  U.DELETE_REASON = 'O')
                  ORDER BY C.CPF, C.CHANNEL
                  FOR FETCH ONLY
           END-EXEC.

           EXEC SQL
              DECLARE CSR0059M CURSOR WITH HOLD FOR
                 SELECT K.CPF, U.STATUS
                   FROM TB_MATCH_KEY K
                   LEFT OUTER JOIN TB_CUSTOMER U
                     ON U.CPF = K.CPF
                  WHERE U.CPF    IS NULL
                     OR U.STATUS <> 'A'
                  ORDER BY K.CPF
                  FOR FETCH ONLY
           END-EXEC.

           EXEC SQL
              DECLARE CSR0059R CURSOR WITH HOLD FOR
                 SELECT R.GUARDIAN_CPF, R.DEPENDENT_CPF,
                        G.STATUS, G.DELETE_REASON,
                        D.STATUS, D.DELETE_REASON
                   FROM TB_RELATION R
                   LEFT OUTER JOIN TB_CUSTOMER G
                     ON G.CPF = R.GUARDIAN_CPF
                   LEFT OUTER JOIN TB_CUSTOMER D
                     ON D.CPF = R.DEPENDENT_CPF
                  WHERE R.VALID_TO = ' '
                    AND (G.CPF     IS NULL
                     OR  D.CPF     IS NULL
                     OR  G.STATUS  = 'D'
                     OR  D.STATUS  = 'D')
                  ORDER BY R.GUARDIAN_CPF, R.DEPENDENT_CPF
                  FOR FETCH ONLY
           END-EXEC.

           EXEC SQL
              DECLARE CSR0059H CURSOR FOR
                 SELECT H.CPF, H.CASE_REF, H.PLACED_DT
                   FROM TB_LEGAL_HOLD H
                  WHERE H.RELEASED_DT IS NULL
                    AND NOT EXISTS
                        (SELECT 1
                           FROM TB_CUSTOMER U
                          WHERE U.CPF = H.CPF)
                  ORDER BY H.CPF
                  FOR FETCH ONLY
           END-EXEC.

           EXEC SQL
              DECLARE CSR0059Q CURSOR WITH HOLD FOR
                 SELECT Q.REJ_SEQ, Q.SOURCE_FILE, Q.REASON,
                        SUBSTR(Q.REC_IMAGE, 1, 15),
                        SUBSTR(Q.REC_IMAGE, 16, 1),
                        U.STATUS
                   FROM TB_REJ_QUEUE Q
                   LEFT OUTER JOIN TB_CUSTOMER U
                     ON U.CPF = SUBSTR(Q.REC_IMAGE, 1, 15)
                  WHERE Q.REJ_STATUS = 'O'
                  ORDER BY Q.REJ_SEQ
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

           PERFORM 2000-SWEEP-CONSENT.

           PERFORM 2200-SWEEP-MATCH-KEY.

           PERFORM 2400-SWEEP-RELATION.

           PERFORM 2600-SWEEP-LEGAL-HOLD.

           PERFORM 2700-SWEEP-REJ-QUEUE.

           PERFORM 3000-FINALIZE.
      *----------------------------------------------------------------*
       0000-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       1000-INITIALIZE                 SECTION.
      *----------------------------------------------------------------*
           PERFORM 9000-GET-DATE-TIME.

           PERFORM 1050-GET-RUN-PARMS.

           INITIALIZE WRK-INTAUD-REG
                      WRK-CONSAUD-REG
                      WRK-CHAN-PARM.

           MOVE 'CONSAUD'              TO CSRGCHP1-TRAIL.
           MOVE 59                     TO CSRGCHP1-BODY-LEN.

           OPEN OUTPUT INTAUD
                       INTRPT
                       CONSAUD.

           MOVE 'OPEN FILE INTAUD'     TO WRK-ERROR-MSG.
           PERFORM 8100-TEST-FS-INTAUD.

           MOVE 'OPEN FILE INTRPT'     TO WRK-ERROR-MSG.
           PERFORM 8200-TEST-FS-INTRPT.

           MOVE 'OPEN FILE CONSAUD'    TO WRK-ERROR-MSG.
           PERFORM 8300-TEST-FS-CONSAUD.

           MOVE SPACES                 TO    WRK-INTRPT-LINE.
           STRING 'CSRG0059 INTEGRITY SWEEP - RUN ',
                  WRK-DATE-FORMATTED,' ',WRK-TIME-FORMATTED
                                       DELIMITED BY SIZE
                                       INTO  WRK-INTRPT-LINE.
           PERFORM 2910-PUT-INTRPT-LINE.

           MOVE SPACES                 TO    WRK-INTRPT-LINE.
           IF CSRGPARM-INTG-IS-FIX
              MOVE 'MODE: FIX - FINDINGS ARE PUT RIGHT'
                                       TO    WRK-INTRPT-LINE
           ELSE
              MOVE 'MODE: REPORT ONLY - NOTHING IS CHANGED'
                                       TO    WRK-INTRPT-LINE
           END-IF.
           PERFORM 2910-PUT-INTRPT-LINE.

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

           IF NOT CSRGPARM-INTG-IS-FIX
              MOVE 'R'                 TO   CSRGPARM-INTG-MODE
           END-IF.

           IF CSRGPARM-OPERATOR-ID     EQUAL SPACES
              MOVE WRK-PROGRAM         TO   CSRGPARM-OPERATOR-ID
           END-IF.
      *----------------------------------------------------------------*
       1050-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2000-SWEEP-CONSENT              SECTION.
      *----------------------------------------------------------------*
           MOVE 'OPEN CURSOR CSR0059C' TO WRK-ERROR-MSG.

           MOVE SPACES                 TO WRK-CURSOR-EOF.

           EXEC SQL
               OPEN CSR0059C
           END-EXEC.

           IF SQLCODE NOT EQUAL ZEROS
              PERFORM 9100-FORMAT-SQLCODE
              PERFORM 9999-CALL-ABEND-PGM
           END-IF.

           PERFORM 2010-FETCH-CONSENT.

           PERFORM 2020-CHECK-CONSENT
              UNTIL WRK-CURSOR-EOF     EQUAL 'END'.

           EXEC SQL
               CLOSE CSR0059C
           END-EXEC.
      *----------------------------------------------------------------*
       2000-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2010-FETCH-CONSENT              SECTION.
      *----------------------------------------------------------------*
           MOVE 'FETCHING CSR0059C'    TO   WRK-ERROR-MSG.

           EXEC SQL
               FETCH CSR0059C
                   INTO :CONS-CPF, :CONS-CHANNEL, :CONS-CONSENT,
                        :CUST-STATUS   :WRK-STATUS-IND,
                        :DELETE-REASON :WRK-REASON-IND
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
       2010-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2020-CHECK-CONSENT              SECTION.
      *----------------------------------------------------------------*
      *    NO CUSTOMER BEHIND THE ROW: THE CONSENT ROW IS DELETED.     *
      *    A 'Y' LEFT ON A DECEASED HOLDER: WITHDRAWN THE WAY CSRG0051 *
      *    WOULD HAVE DONE IT, UNDER SOURCE 'INTEGRITY'.               *
      *----------------------------------------------------------------*
           IF WRK-STATUS-IND           LESS ZEROS
              MOVE 'O'                 TO WRK-FINDING-SW
              ADD 1                    TO WRK-CONS-ORPHAN-COUNTER
           ELSE
              MOVE 'C'                 TO WRK-FINDING-SW
              ADD 1                    TO WRK-CONS-CONTRA-COUNTER
           END-IF.

           PERFORM 2900-SET-FINDING-TEXT.

           MOVE SPACES                 TO WRK-INTRPT-LINE.
           IF WRK-FINDING-IS-ORPHAN
              STRING 'TB_CONSENT   ',WRK-FINDING-TEXT,' ',
                     CONS-CPF,' CHANNEL ',CONS-CHANNEL,
                     ' - NO CUSTOMER ROW'
                                       DELIMITED BY SIZE
                                       INTO WRK-INTRPT-LINE
           ELSE
              STRING 'TB_CONSENT   ',WRK-FINDING-TEXT,' ',
                     CONS-CPF,' CHANNEL ',CONS-CHANNEL,
                     ' - GIVEN BY A DECEASED'
                                       DELIMITED BY SIZE
                                       INTO WRK-INTRPT-LINE
           END-IF.
           PERFORM 2910-PUT-INTRPT-LINE.

           IF NOT CSRGPARM-INTG-IS-FIX
              GO TO 2020-50-NEXT
           END-IF.

           IF WRK-FINDING-IS-ORPHAN
              MOVE 'DELETING TB_CONSENT'
                                       TO WRK-ERROR-MSG
              IF CSRGPARM-IS-PRODUCTION
                 EXEC SQL
                     DELETE FROM TB_CONSENT
                           WHERE CPF     = :CONS-CPF
                             AND CHANNEL = :CONS-CHANNEL
                 END-EXEC
              ELSE
                 MOVE ZEROS            TO SQLCODE
              END-IF
              MOVE 'X'                 TO INTAUD-ACTION
           ELSE
              MOVE 'WITHDRAWING CONSENT'
                                       TO WRK-ERROR-MSG
              MOVE 'N'                 TO CONS-CONSENT
              MOVE WRK-DATE-FORMATTED  TO CONS-CONSENT-DT
              MOVE 'INTEGRITY'         TO CONS-SOURCE
              IF CSRGPARM-IS-PRODUCTION
                 EXEC SQL
                     UPDATE TB_CONSENT
                        SET CONSENT    = :CONS-CONSENT
                           ,CONSENT_DT = :CONS-CONSENT-DT
                           ,SOURCE     = :CONS-SOURCE
                      WHERE CPF        = :CONS-CPF
                        AND CHANNEL    = :CONS-CHANNEL
                        AND CONSENT    = 'Y'
                 END-EXEC
              ELSE
                 MOVE ZEROS            TO SQLCODE
              END-IF
              MOVE 'W'                 TO INTAUD-ACTION
           END-IF.

           IF INTAUD-IS-WITHDRAWAL
              AND SQLCODE              EQUAL ZEROS
              PERFORM 2030-WRITE-CONSAUD
           END-IF.

           MOVE 'CONSENT'              TO INTAUD-TABLE.
           MOVE CONS-CPF               TO INTAUD-CPF.
           MOVE CONS-CHANNEL           TO INTAUD-OTHER-KEY.
           PERFORM 2850-RECORD-FIX.

       2020-50-NEXT.
           PERFORM 2010-FETCH-CONSENT.
      *----------------------------------------------------------------*
       2020-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2030-WRITE-CONSAUD              SECTION.
      *----------------------------------------------------------------*
      *    THE WITHDRAWAL JUST APPLIED GOES TO THE CONSENT REGISTER'S  *
      *    OWN TRAIL, CHAINED THE WAY CSRG0052 CHAINS ITS LINES - A    *
      *    ROW ALREADY PUT RIGHT (+100) CUTS NO LINE.                  *
      *----------------------------------------------------------------*
           MOVE CSRGPARM-BATCH-RUN-ID  TO CONSAUD-BATCH-RUN-ID.
           MOVE WRK-DATE-FORMATTED     TO CONSAUD-DATE.
           MOVE WRK-TIME-FORMATTED     TO CONSAUD-TIME.
           MOVE CONS-CPF               TO CONSAUD-CPF.
           MOVE CONS-CHANNEL           TO CONSAUD-CHANNEL.
           MOVE CONS-CONSENT           TO CONSAUD-CONSENT.
           MOVE CONS-SOURCE            TO CONSAUD-SOURCE.

           MOVE 'L'                    TO CSRGCHP1-FUNCTION.
           MOVE 'B'                    TO CSRGCHP1-STREAM.
           CALL WRK-CHAN-PGM           USING WRK-CHAN-PARM
                                             WRK-CONSAUD-REG.

           WRITE FD-REG-CONSAUD        FROM WRK-CONSAUD-REG.

           MOVE 'WRITING FILE CONSAUD' TO WRK-ERROR-MSG.
           PERFORM 8300-TEST-FS-CONSAUD.
      *----------------------------------------------------------------*
       2030-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2200-SWEEP-MATCH-KEY            SECTION.
      *----------------------------------------------------------------*
           MOVE 'OPEN CURSOR CSR0059M' TO WRK-ERROR-MSG.

           MOVE SPACES                 TO WRK-CURSOR-EOF.

           EXEC SQL
               OPEN CSR0059M
           END-EXEC.

           IF SQLCODE NOT EQUAL ZEROS
              PERFORM 9100-FORMAT-SQLCODE
              PERFORM 9999-CALL-ABEND-PGM
           END-IF.

           PERFORM 2210-FETCH-MATCH-KEY.

           PERFORM 2220-CHECK-MATCH-KEY
              UNTIL WRK-CURSOR-EOF     EQUAL 'END'.

           EXEC SQL
               CLOSE CSR0059M
           END-EXEC.
      *----------------------------------------------------------------*
       2200-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2210-FETCH-MATCH-KEY            SECTION.
      *----------------------------------------------------------------*
           MOVE 'FETCHING CSR0059M'    TO   WRK-ERROR-MSG.

           EXEC SQL
               FETCH CSR0059M
                   INTO :MKEY-CPF,
                        :CUST-STATUS   :WRK-STATUS-IND
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
       2210-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2220-CHECK-MATCH-KEY            SECTION.
      *----------------------------------------------------------------*
      *    EITHER WAY THE KEY IS RETIRED, AS CSRG0004 AND CSRG0051     *
      *    RETIRE IT ON A SOFT-DELETE - A STALE KEY MAKES THE CSRG0002 *
      *    DUPLICATE GATE REFUSE A GENUINE NEW CUSTOMER.  CSRG0010     *
      *    REBUILDS IT IF THE CUSTOMER IS EVER REINSTATED.             *
      *----------------------------------------------------------------*
           IF WRK-STATUS-IND           LESS ZEROS
              MOVE 'O'                 TO WRK-FINDING-SW
              ADD 1                    TO WRK-MKEY-ORPHAN-COUNTER
           ELSE
              MOVE 'C'                 TO WRK-FINDING-SW
              ADD 1                    TO WRK-MKEY-CONTRA-COUNTER
           END-IF.

           PERFORM 2900-SET-FINDING-TEXT.

           MOVE SPACES                 TO WRK-INTRPT-LINE.
           IF WRK-FINDING-IS-ORPHAN
              STRING 'TB_MATCH_KEY ',WRK-FINDING-TEXT,' ',
                     MKEY-CPF,' - NO CUSTOMER ROW'
                                       DELIMITED BY SIZE
                                       INTO WRK-INTRPT-LINE
           ELSE
              STRING 'TB_MATCH_KEY ',WRK-FINDING-TEXT,' ',
                     MKEY-CPF,' - CUSTOMER STATUS ',
                     CUST-STATUS
                                       DELIMITED BY SIZE
                                       INTO WRK-INTRPT-LINE
           END-IF.
           PERFORM 2910-PUT-INTRPT-LINE.

           IF NOT CSRGPARM-INTG-IS-FIX
              GO TO 2220-50-NEXT
           END-IF.

           MOVE 'RETIRING MATCH KEY'   TO WRK-ERROR-MSG.

           IF CSRGPARM-IS-PRODUCTION
              EXEC SQL
                  DELETE FROM TB_MATCH_KEY
                        WHERE CPF = :MKEY-CPF
              END-EXEC
           ELSE
              MOVE ZEROS               TO SQLCODE
           END-IF.

           MOVE 'X'                    TO INTAUD-ACTION.
           MOVE 'MATCH_KEY'            TO INTAUD-TABLE.
           MOVE MKEY-CPF               TO INTAUD-CPF.
           MOVE SPACES                 TO INTAUD-OTHER-KEY.
           PERFORM 2850-RECORD-FIX.

       2220-50-NEXT.
           PERFORM 2210-FETCH-MATCH-KEY.
      *----------------------------------------------------------------*
       2220-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2400-SWEEP-RELATION             SECTION.
      *----------------------------------------------------------------*
           MOVE 'OPEN CURSOR CSR0059R' TO WRK-ERROR-MSG.

           MOVE SPACES                 TO WRK-CURSOR-EOF.

           EXEC SQL
               OPEN CSR0059R
           END-EXEC.

           IF SQLCODE NOT EQUAL ZEROS
              PERFORM 9100-FORMAT-SQLCODE
              PERFORM 9999-CALL-ABEND-PGM
           END-IF.

           PERFORM 2410-FETCH-RELATION.

           PERFORM 2420-CHECK-RELATION
              UNTIL WRK-CURSOR-EOF     EQUAL 'END'.

           EXEC SQL
               CLOSE CSR0059R
           END-EXEC.
      *----------------------------------------------------------------*
       2400-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2410-FETCH-RELATION             SECTION.
      *----------------------------------------------------------------*
           MOVE 'FETCHING CSR0059R'    TO   WRK-ERROR-MSG.

           EXEC SQL
               FETCH CSR0059R
                   INTO :REL-GUARDIAN-CPF, :REL-DEPENDENT-CPF,
                        :WRK-GUARD-STATUS  :WRK-GUARD-STATUS-IND,
                        :WRK-GUARD-REASON  :WRK-GUARD-REASON-IND,
                        :WRK-DEPEND-STATUS :WRK-DEPEND-STATUS-IND,
                        :WRK-DEPEND-REASON :WRK-DEPEND-REASON-IND
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
       2420-CHECK-RELATION             SECTION.
      *----------------------------------------------------------------*
      *    A PURGED SIDE (ORPHAN) OR A DECEASED SIDE (CONTRADICTION)   *
      *    ENDS THE PAIR TODAY, THE SAME VALID_TO CSRG0051 SETS.  A    *
      *    SIDE THAT IS ONLY SOFT-DELETED IS NOTED AND LEFT OPEN.      *
      *----------------------------------------------------------------*
           IF WRK-GUARD-REASON-IND     LESS ZEROS
              MOVE SPACES              TO WRK-GUARD-REASON
           END-IF.

           IF WRK-DEPEND-REASON-IND    LESS ZEROS
              MOVE SPACES              TO WRK-DEPEND-REASON
           END-IF.

           EVALUATE TRUE
              WHEN WRK-GUARD-STATUS-IND  LESS ZEROS
              WHEN WRK-DEPEND-STATUS-IND LESS ZEROS
                   MOVE 'O'            TO WRK-FINDING-SW
                   ADD 1               TO WRK-REL-ORPHAN-COUNTER
              WHEN (WRK-GUARD-STATUS   EQUAL 'D'
               AND  WRK-GUARD-REASON   EQUAL 'O')
              WHEN (WRK-DEPEND-STATUS  EQUAL 'D'
               AND  WRK-DEPEND-REASON  EQUAL 'O')
                   MOVE 'C'            TO WRK-FINDING-SW
                   ADD 1               TO WRK-REL-CONTRA-COUNTER
              WHEN OTHER
                   MOVE 'N'            TO WRK-FINDING-SW
                   ADD 1               TO WRK-REL-NOTED-COUNTER
           END-EVALUATE.

           PERFORM 2900-SET-FINDING-TEXT.

           MOVE SPACES                 TO WRK-INTRPT-LINE.
           STRING 'TB_RELATION  ',WRK-FINDING-TEXT,' ',
                  REL-GUARDIAN-CPF,' ',
                  REL-DEPENDENT-CPF,' G/D:'
                                       DELIMITED BY SIZE
                                       INTO WRK-INTRPT-LINE.

           IF WRK-GUARD-STATUS-IND     LESS ZEROS
              MOVE 'P'                 TO WRK-INTRPT-LINE (65:1)
           ELSE
              MOVE WRK-GUARD-STATUS    TO WRK-INTRPT-LINE (65:1)
              MOVE WRK-GUARD-REASON    TO WRK-INTRPT-LINE (66:1)
           END-IF.

           MOVE '/'                    TO WRK-INTRPT-LINE (67:1).

           IF WRK-DEPEND-STATUS-IND    LESS ZEROS
              MOVE 'P'                 TO WRK-INTRPT-LINE (68:1)
           ELSE
              MOVE WRK-DEPEND-STATUS   TO WRK-INTRPT-LINE (68:1)
              MOVE WRK-DEPEND-REASON   TO WRK-INTRPT-LINE (69:1)
           END-IF.

           PERFORM 2910-PUT-INTRPT-LINE.

           IF WRK-FINDING-IS-NOTED
              GO TO 2420-50-NEXT
           END-IF.

           IF NOT CSRGPARM-INTG-IS-FIX
              GO TO 2420-50-NEXT
           END-IF.

           MOVE 'ENDING RELATION'      TO WRK-ERROR-MSG.

           MOVE WRK-DATE-FORMATTED     TO REL-VALID-TO.

           IF CSRGPARM-IS-PRODUCTION
              EXEC SQL
                  UPDATE TB_RELATION
                     SET VALID_TO      = :REL-VALID-TO
                  WHERE  GUARDIAN_CPF  = :REL-GUARDIAN-CPF
                    AND  DEPENDENT_CPF = :REL-DEPENDENT-CPF
                    AND  VALID_TO      = ' '
              END-EXEC
           ELSE
              MOVE ZEROS               TO SQLCODE
           END-IF.

           MOVE 'E'                    TO INTAUD-ACTION.
           MOVE 'RELATION'             TO INTAUD-TABLE.
           MOVE REL-GUARDIAN-CPF       TO INTAUD-CPF.
           MOVE REL-DEPENDENT-CPF      TO INTAUD-OTHER-KEY.
           PERFORM 2850-RECORD-FIX.

       2420-50-NEXT.
           PERFORM 2410-FETCH-RELATION.
      *----------------------------------------------------------------*
       2420-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2600-SWEEP-LEGAL-HOLD           SECTION.
      *----------------------------------------------------------------*
      *    REPORT ONLY, IN EITHER MODE.  THE HOLD MAY WELL BE RIGHT    *
      *    AND THE CUSTOMER ROW WRONG - ONLY LEGAL, THROUGH CSRG0029   *
      *    AND THE CASE REFERENCE, MAY RELEASE IT.                     *
      *----------------------------------------------------------------*
           MOVE 'OPEN CURSOR CSR0059H' TO WRK-ERROR-MSG.

           MOVE SPACES                 TO WRK-CURSOR-EOF.

           EXEC SQL
               OPEN CSR0059H
           END-EXEC.

           IF SQLCODE NOT EQUAL ZEROS
              PERFORM 9100-FORMAT-SQLCODE
              PERFORM 9999-CALL-ABEND-PGM
           END-IF.

           PERFORM 2610-FETCH-LEGAL-HOLD.

           PERFORM 2620-REPORT-LEGAL-HOLD
              UNTIL WRK-CURSOR-EOF     EQUAL 'END'.

           EXEC SQL
               CLOSE CSR0059H
           END-EXEC.
      *----------------------------------------------------------------*
       2600-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2610-FETCH-LEGAL-HOLD           SECTION.
      *----------------------------------------------------------------*
           MOVE 'FETCHING CSR0059H'    TO   WRK-ERROR-MSG.

           EXEC SQL
               FETCH CSR0059H
                   INTO :HOLD-CPF, :HOLD-CASE-REF, :HOLD-PLACED-DT
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
       2620-REPORT-LEGAL-HOLD          SECTION.
      *----------------------------------------------------------------*
           ADD 1                       TO WRK-HOLD-ORPHAN-COUNTER.

           MOVE 'O'                    TO WRK-FINDING-SW.
           PERFORM 2900-SET-FINDING-TEXT.

           MOVE SPACES                 TO WRK-INTRPT-LINE.
           STRING 'TB_LEGAL_HOLD',WRK-FINDING-TEXT,' ',
                  HOLD-CPF,' CASE ',
                  HOLD-CASE-REF,' ',
                  HOLD-PLACED-DT
                                       DELIMITED BY SIZE
                                       INTO WRK-INTRPT-LINE.
           PERFORM 2910-PUT-INTRPT-LINE.

           PERFORM 2610-FETCH-LEGAL-HOLD.
      *----------------------------------------------------------------*
       2620-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2700-SWEEP-REJ-QUEUE            SECTION.
      *----------------------------------------------------------------*
           MOVE 'OPEN CURSOR CSR0059Q' TO WRK-ERROR-MSG.

           MOVE SPACES                 TO WRK-CURSOR-EOF.

           EXEC SQL
               OPEN CSR0059Q
           END-EXEC.

           IF SQLCODE NOT EQUAL ZEROS
              PERFORM 9100-FORMAT-SQLCODE
              PERFORM 9999-CALL-ABEND-PGM
           END-IF.

           PERFORM 2710-FETCH-REJ-QUEUE.

           PERFORM 2720-CHECK-REJ-QUEUE
              UNTIL WRK-CURSOR-EOF     EQUAL 'END'.

           EXEC SQL
               CLOSE CSR0059Q
           END-EXEC.
      *----------------------------------------------------------------*
       2700-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2710-FETCH-REJ-QUEUE            SECTION.
      *----------------------------------------------------------------*
           MOVE 'FETCHING CSR0059Q'    TO   WRK-ERROR-MSG.

           EXEC SQL
               FETCH CSR0059Q
                   INTO :REJQ-SEQ, :REJQ-SOURCE-FILE, :REJQ-REASON,
                        :WRK-REJ-CPF, :WRK-REJ-ACTION,
                        :CUST-STATUS   :WRK-STATUS-IND
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
       2710-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2720-CHECK-REJ-QUEUE            SECTION.
      *----------------------------------------------------------------*
      *    AN UPDATE (FILEREJ3), DELETE (FILEREJ4) OR REINSTATE        *
      *    (FILEREJ5) REJECT - OR A CSRG0001 FILEREJ1 TRANSACTION      *
      *    WITH ACTION U/D/R - NEEDS ITS CUSTOMER ROW; WITH THE ROW    *
      *    PURGED IT CAN NEVER BE RELEASED AND IS DROPPED.  AN INSERT  *
      *    REJECT (FILEREJ2, OR FILEREJ1 ACTION I) WHOSE CPF IS NOW ON *
      *    FILE WAS MOST LIKELY RESENT AND APPLIED SINCE; IT IS NOTED  *
      *    FOR THE QUEUE WORKER AND LEFT OPEN.                         *
      *----------------------------------------------------------------*
           MOVE SPACES                 TO WRK-FINDING-SW.

           IF WRK-STATUS-IND           LESS ZEROS
              IF REJQ-SOURCE-FILE      EQUAL 'FILEREJ3' OR 'FILEREJ4'
                                          OR 'FILEREJ5'
              OR (REJQ-SOURCE-FILE     EQUAL 'FILEREJ1'
              AND (WRK-REJ-ACTION      EQUAL 'U' OR 'D' OR 'R'))
                 MOVE 'O'              TO WRK-FINDING-SW
                 ADD 1                 TO WRK-REJQ-ORPHAN-COUNTER
              END-IF
           ELSE
              IF REJQ-SOURCE-FILE      EQUAL 'FILEREJ2'
              OR (REJQ-SOURCE-FILE     EQUAL 'FILEREJ1'
              AND WRK-REJ-ACTION       EQUAL 'I')
                 MOVE 'N'              TO WRK-FINDING-SW
                 ADD 1                 TO WRK-REJQ-NOTED-COUNTER
              END-IF
           END-IF.

           IF WRK-FINDING-SW           EQUAL SPACES
              GO TO 2720-50-NEXT
           END-IF.

           PERFORM 2900-SET-FINDING-TEXT.

           MOVE REJQ-SEQ               TO WRK-REJ-SEQ-ED.

           MOVE SPACES                 TO WRK-INTRPT-LINE.
           STRING 'TB_REJ_QUEUE ',WRK-FINDING-TEXT,' ',
                  WRK-REJ-CPF,' SEQ ',
                  WRK-REJ-SEQ-ED,' ',
                  REJQ-SOURCE-FILE,' ',
                  REJQ-REASON (1:12)
                                       DELIMITED BY SIZE
                                       INTO WRK-INTRPT-LINE.
           PERFORM 2910-PUT-INTRPT-LINE.

           IF WRK-FINDING-IS-NOTED
              GO TO 2720-50-NEXT
           END-IF.

           IF NOT CSRGPARM-INTG-IS-FIX
              GO TO 2720-50-NEXT
           END-IF.

           MOVE 'DROPPING REJECT'      TO WRK-ERROR-MSG.

           MOVE 'D'                    TO REJQ-STATUS.
           MOVE CSRGPARM-OPERATOR-ID   TO REJQ-WORKED-BY.
           MOVE WRK-DATE-FORMATTED     TO REJQ-WORKED-DT.

           IF CSRGPARM-IS-PRODUCTION
              EXEC SQL
                  UPDATE TB_REJ_QUEUE
                     SET REJ_STATUS = :REJQ-STATUS
                        ,WORKED_BY  = :REJQ-WORKED-BY
                        ,WORKED_DT  = :REJQ-WORKED-DT
                  WHERE  REJ_SEQ    = :REJQ-SEQ
                    AND  REJ_STATUS = 'O'
              END-EXEC
           ELSE
              MOVE ZEROS               TO SQLCODE
           END-IF.

           MOVE 'R'                    TO INTAUD-ACTION.
           MOVE 'REJ_QUEUE'            TO INTAUD-TABLE.
           MOVE WRK-REJ-CPF            TO INTAUD-CPF.
           MOVE WRK-REJ-SEQ-ED         TO INTAUD-OTHER-KEY.
           PERFORM 2850-RECORD-FIX.

       2720-50-NEXT.
           PERFORM 2710-FETCH-REJ-QUEUE.
      *----------------------------------------------------------------*
       2720-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2800-COMMIT-INTERVAL            SECTION.
      *----------------------------------------------------------------*
      *    COMMITS EVERY CSRGPARM-COMMIT-INTERVAL ROWS FIXED; THE      *
      *    CURSOR OF EACH SWEEP THAT FIXES ROWS IS DECLARED WITH HOLD  *
      *    AND SURVIVES THE COMMIT.                                    *
      *----------------------------------------------------------------*
           ADD 1                       TO   WRK-COMMIT-COUNTER.

           IF WRK-COMMIT-COUNTER       GREATER OR EQUAL
                                            CSRGPARM-COMMIT-INTERVAL
              IF CSRGPARM-IS-PRODUCTION
                 EXEC SQL
                     COMMIT
                 END-EXEC
              END-IF
              MOVE ZEROS               TO WRK-COMMIT-COUNTER
           END-IF.
      *----------------------------------------------------------------*
       2800-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2850-RECORD-FIX                 SECTION.
      *----------------------------------------------------------------*
      *    THE CALLER HAS ISSUED THE FIX AND SET THE ACTION, TABLE,    *
      *    CPF AND OTHER KEY.  A +100 MEANS THE ROW WAS PUT RIGHT      *
      *    SINCE THE FETCH (AN EARLIER FIX ON THE SAME CPF, OR ANOTHER *
      *    JOB) - IT IS COUNTED AND NO AUDIT LINE IS CUT.              *
      *----------------------------------------------------------------*
           IF SQLCODE NOT EQUAL ZEROS AND +100
              PERFORM 9100-FORMAT-SQLCODE
              PERFORM 9999-CALL-ABEND-PGM
           END-IF.

           IF SQLCODE EQUAL +100
              ADD 1                    TO WRK-GONE-REGS-COUNTER
              MOVE SPACES              TO WRK-INTRPT-LINE
              STRING '  ALREADY PUT RIGHT - NOTHING TO FIX'
                                       DELIMITED BY SIZE
                                       INTO WRK-INTRPT-LINE
              PERFORM 2910-PUT-INTRPT-LINE
              GO TO 2850-99-EXIT
           END-IF.

           ADD 1                       TO WRK-FIXED-REGS-COUNTER.

           MOVE WRK-FINDING-SW         TO INTAUD-FINDING.
           PERFORM 2880-WRITE-INTAUD.

           PERFORM 2800-COMMIT-INTERVAL.
      *----------------------------------------------------------------*
       2850-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2880-WRITE-INTAUD               SECTION.
      *----------------------------------------------------------------*
           MOVE CSRGPARM-BATCH-RUN-ID  TO INTAUD-BATCH-RUN-ID.
           MOVE WRK-DATE-FORMATTED     TO INTAUD-DATE.
           MOVE WRK-TIME-FORMATTED     TO INTAUD-TIME.

           WRITE FD-REG-INTAUD         FROM WRK-INTAUD-REG.

           MOVE 'WRITING FILE INTAUD'  TO WRK-ERROR-MSG.
           PERFORM 8100-TEST-FS-INTAUD.

           ADD 1                       TO WRK-INTAUD-REGS-COUNTER.
      *----------------------------------------------------------------*
       2880-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2900-SET-FINDING-TEXT           SECTION.
      *----------------------------------------------------------------*
           EVALUATE TRUE
              WHEN WRK-FINDING-IS-ORPHAN
                   MOVE 'ORPHAN       '
                                       TO WRK-FINDING-TEXT
              WHEN WRK-FINDING-IS-CONTRA
                   MOVE 'CONTRADICTION'
                                       TO WRK-FINDING-TEXT
              WHEN OTHER
                   MOVE 'NOTED        '
                                       TO WRK-FINDING-TEXT
           END-EVALUATE.
      *----------------------------------------------------------------*
       2900-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2910-PUT-INTRPT-LINE            SECTION.
      *----------------------------------------------------------------*
           MOVE  WRK-INTRPT-LINE       TO    FD-REG-INTRPT.

           WRITE FD-REG-INTRPT.

           MOVE 'WRITING FILE INTRPT'  TO WRK-ERROR-MSG.
           PERFORM 8200-TEST-FS-INTRPT.
      *----------------------------------------------------------------*
       2910-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       3000-FINALIZE                   SECTION.
      *----------------------------------------------------------------*
           PERFORM 3050-SEAL-CONSAUD.

           IF CSRGPARM-IS-PRODUCTION
              EXEC SQL
                  COMMIT
              END-EXEC
           END-IF.

           MOVE SPACES                 TO    WRK-INTRPT-LINE.
           STRING 'CONSENT   ORPHAN/CONTRADICTION.......: ',
                  WRK-CONS-ORPHAN-COUNTER,' ',
                  WRK-CONS-CONTRA-COUNTER
                                       DELIMITED BY SIZE
                                       INTO  WRK-INTRPT-LINE.
           PERFORM 2910-PUT-INTRPT-LINE.

           MOVE SPACES                 TO    WRK-INTRPT-LINE.
           STRING 'MATCH KEY ORPHAN/CONTRADICTION.......: ',
                  WRK-MKEY-ORPHAN-COUNTER,' ',
                  WRK-MKEY-CONTRA-COUNTER
                                       DELIMITED BY SIZE
                                       INTO  WRK-INTRPT-LINE.
           PERFORM 2910-PUT-INTRPT-LINE.

           MOVE SPACES                 TO    WRK-INTRPT-LINE.
           STRING 'RELATION  ORPHAN/CONTRADICTION/NOTED.: ',
                  WRK-REL-ORPHAN-COUNTER,' ',
                  WRK-REL-CONTRA-COUNTER,' ',
                  WRK-REL-NOTED-COUNTER
                                       DELIMITED BY SIZE
                                       INTO  WRK-INTRPT-LINE.
           PERFORM 2910-PUT-INTRPT-LINE.

           MOVE SPACES                 TO    WRK-INTRPT-LINE.
           STRING 'LEGAL HOLD ORPHAN (REPORT ONLY)......: ',
                  WRK-HOLD-ORPHAN-COUNTER
                                       DELIMITED BY SIZE
                                       INTO  WRK-INTRPT-LINE.
           PERFORM 2910-PUT-INTRPT-LINE.

           MOVE SPACES                 TO    WRK-INTRPT-LINE.
           STRING 'REJ QUEUE ORPHAN/NOTED...............: ',
                  WRK-REJQ-ORPHAN-COUNTER,' ',
                  WRK-REJQ-NOTED-COUNTER
                                       DELIMITED BY SIZE
                                       INTO  WRK-INTRPT-LINE.
           PERFORM 2910-PUT-INTRPT-LINE.

           MOVE SPACES                 TO    WRK-INTRPT-LINE.
           STRING 'FIXED/ALREADY PUT RIGHT..............: ',
                  WRK-FIXED-REGS-COUNTER,' ',
                  WRK-GONE-REGS-COUNTER
                                       DELIMITED BY SIZE
                                       INTO  WRK-INTRPT-LINE.
           PERFORM 2910-PUT-INTRPT-LINE.

           CLOSE INTAUD
                 INTRPT
                 CONSAUD.

           DISPLAY '***************************'.
           DISPLAY '*  SUCCESSFUL  EXECUTION  *'.
           DISPLAY '***************************'.
           DISPLAY '*MODULE..........:' WRK-PROGRAM '*'.
           DISPLAY '*COMPILED........:'
           DD-COMPILED '/' MM-COMPILED '/' YY-COMPILED '*'.
           DISPLAY '*.................'
           HOUR-COMPILED '.' MINUTE-COMPILED '.'SECOND-COMPILED '*'.
           DISPLAY '*-------------------------*'.
           DISPLAY '*MODE................:' CSRGPARM-INTG-MODE
           '      *'.
           DISPLAY '*CONSENT ORPHANS.....:' WRK-CONS-ORPHAN-COUNTER
           '*'.
           DISPLAY '*CONSENT CONTRADICT..:' WRK-CONS-CONTRA-COUNTER
           '*'.
           DISPLAY '*MATCH KEY ORPHANS...:' WRK-MKEY-ORPHAN-COUNTER
           '*'.
           DISPLAY '*MATCH KEY CONTRADICT:' WRK-MKEY-CONTRA-COUNTER
           '*'.
           DISPLAY '*RELATION ORPHANS....:' WRK-REL-ORPHAN-COUNTER
           '*'.
           DISPLAY '*RELATION CONTRADICT.:' WRK-REL-CONTRA-COUNTER
           '*'.
           DISPLAY '*RELATION NOTED......:' WRK-REL-NOTED-COUNTER
           '*'.
           DISPLAY '*LEGAL HOLD ORPHANS..:' WRK-HOLD-ORPHAN-COUNTER
           '*'.
           DISPLAY '*REJECT ORPHANS......:' WRK-REJQ-ORPHAN-COUNTER
           '*'.
           DISPLAY '*REJECT NOTED........:' WRK-REJQ-NOTED-COUNTER
           '*'.
           DISPLAY '*FIXED...............:' WRK-FIXED-REGS-COUNTER
           '*'.
           DISPLAY '*ALREADY PUT RIGHT...:' WRK-GONE-REGS-COUNTER
           '*'.
           DISPLAY '*RECORDS INTAUD......:' WRK-INTAUD-REGS-COUNTER
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
       3050-SEAL-CONSAUD               SECTION.
      *----------------------------------------------------------------*
      *    THE CONSENTS WITHDRAWN BY THE SWEEP END IN A SEALED         *
      *    TRAILER WHOSE HASH IS REGISTERED ON TB_AUDIT_SEAL,          *
      *    COMMITTED WITH THE LAST FIXES.  A RUN THAT WITHDREW         *
      *    NOTHING WRITES NO SEAL.                                     *
      *----------------------------------------------------------------*
           IF CSRGCHP1-GEN-COUNT       EQUAL ZEROS
              GO TO 3050-99-EXIT
           END-IF.

           MOVE 'SEALING CONSENT AUDIT'
                                       TO WRK-ERROR-MSG.

           MOVE 'S'                    TO CSRGCHP1-FUNCTION.
           MOVE CSRGPARM-BATCH-RUN-ID  TO CSRGCHP1-RUN-ID.
           MOVE WRK-PROGRAM            TO CSRGCHP1-PROGRAM.
           IF CSRGPARM-IS-PRODUCTION
              MOVE 'P'                 TO CSRGCHP1-MODE
           END-IF.

           CALL WRK-CHAN-PGM           USING WRK-CHAN-PARM
                                             WRK-CONSAUD-REG.

           IF CSRGCHP1-SQLCODE         NOT EQUAL ZEROS
              MOVE CSRGCHP1-SQLCODE    TO WRK-SQLCODE-SINAL
              STRING 'SQLCODE..:',WRK-SQLCODE-X
                                       DELIMITED BY SPACE
                                       INTO WRK-ERROR-CODE
              PERFORM 9999-CALL-ABEND-PGM
           END-IF.

           MOVE WRK-CONSAUD-REG        TO FD-REG-CONSAUD.

           WRITE FD-REG-CONSAUD.

           PERFORM 8300-TEST-FS-CONSAUD.
      *----------------------------------------------------------------*
       3050-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       8100-TEST-FS-INTAUD             SECTION.
      *----------------------------------------------------------------*
           IF WRK-FS-INTAUD            NOT EQUAL ZEROS
              MOVE WRK-FS-INTAUD       TO  WRK-ERROR-CODE
              PERFORM 9999-CALL-ABEND-PGM
           END-IF.
      *----------------------------------------------------------------*
       8100-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       8200-TEST-FS-INTRPT             SECTION.
      *----------------------------------------------------------------*
           IF WRK-FS-INTRPT            NOT EQUAL ZEROS
              MOVE WRK-FS-INTRPT       TO  WRK-ERROR-CODE
              PERFORM 9999-CALL-ABEND-PGM
           END-IF.
      *----------------------------------------------------------------*
       8200-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       8300-TEST-FS-CONSAUD            SECTION.
      *----------------------------------------------------------------*
           IF WRK-FS-CONSAUD           NOT EQUAL ZEROS
              MOVE WRK-FS-CONSAUD      TO  WRK-ERROR-CODE
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
