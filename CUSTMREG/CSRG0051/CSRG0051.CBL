      *================================================================*
      *        I D E N T I F I C A T I O N      D I V I S I O N        *
      *================================================================*
       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     CSRG0051.
       AUTHOR.         RENAN MUNIZ MERLO.
       DATE-WRITTEN.   15/10/2026.
       DATE-COMPILED   WHEN-COMPILED.
       REMARKS.
      *----------------------------------------------------------------*
      *                RENAN MUNIZ MERLO COBOL DEVELOPER               *
      *          https://www.linkedin.com/in/renan-muniz-merlo         *
      *----------------------------------------------------------------*
      *    PROGRAM-ID..: CSRG0051.                                     *
      *    ANALYST.....: RENAN MUNIZ MERLO                             *
      *    PROGRAMMER..: RENAN MUNIZ MERLO                             *
      *    DATE........: 15/10/2026                                    *
      *----------------------------------------------------------------*
      *    PROJECT.....: CUSTOMER REGISTRATION PROJECT - CUSTMREG      *
      *----------------------------------------------------------------*
      *    GOAL........: DECEASED-HOLDER LIFECYCLE.  RUN RIGHT AFTER   *
      *                  THE CSRG0037 RECEITA RECONCILIATION, WHICH    *
      *                  SETS CPF_SITUACAO = 'D' AND LISTS THE ACTIVE  *
      *                  DECEASED HOLDERS ON RECRPT - A LIST SOMEONE   *
      *                  USED TO WORK THROUGH BY HAND WHILE THE DEAD   *
      *                  KEPT GETTING CAMPAIGN MAIL.  EVERY ACTIVE     *
      *                  CUSTOMER (CPF DOCUMENT TYPES) WHOSE HOLDER    *
      *                  IS DECEASED IS NOW FINISHED OFF HERE:         *
      *                  - THE TB_CUSTOMER ROW IS SOFT-DELETED WITH    *
      *                    DELETE_REASON 'O' (OBITO), SO IT IS TOLD    *
      *                    APART FROM AN ORDINARY CSRG0004 DELETE,     *
      *                    AND ITS TB_MATCH_KEY ROW IS RETIRED;        *
      *                  - EVERY OPEN TB_RELATION PAIR WHERE THE       *
      *                    PERSON IS GUARDIAN OR DEPENDENT IS ENDED    *
      *                    WITH TODAY'S DATE;                          *
      *                  - EVERY TB_CONSENT CHANNEL STILL GIVEN (M/E/  *
      *                    P) IS WITHDRAWN, SOURCE 'OBITO', WITH A     *
      *                    CONSAUD LINE IN THE CSRG0034 LAYOUT;        *
      *                  - ONE CHGEVENT 'D' RECORD IS WRITTEN FOR THE  *
      *                    SOFT-DELETE, THE SAME AS CSRG0004 WRITES.   *
      *                  EACH ACTION CUTS ONE DECAUD AUDIT LINE AND    *
      *                  ONE DECRPT REPORT LINE.  A CPF UNDER AN       *
      *                  ACTIVE TB_LEGAL_HOLD IS REPORTED AND LEFT     *
      *                  ALONE.  A ROW ALREADY SOFT-DELETED DROPS OUT  *
      *                  OF THE CURSOR, SO A RERUN PICKS UP ONLY WHAT  *
      *                  IS STILL TO DO.                               *
      *----------------------------------------------------------------*
      *    DECAUD......: POS 01-14  BATCH RUN ID                       *
      *                  POS 15-24  DATE (DD-MM-YYYY)                  *
      *                  POS 25-32  TIME (HH:MM:SS)                    *
      *                  POS 33-33  ACTION  D=SOFT-DELETED             *
      *                                     E=RELATION ENDED           *
      *                                     W=CONSENT WITHDRAWN        *
      *                                     H=LEGAL HOLD - SKIPPED     *
      *                  POS 34-48  CPF OF THE DECEASED HOLDER         *
      *                  POS 49-63  OTHER CPF OF AN ENDED RELATION     *
      *                  POS 64-64  ROLE OF THE DECEASED ON AN ENDED   *
      *                             RELATION (G=GUARDIAN D=DEPENDENT)  *
      *                             OR THE WITHDRAWN CHANNEL (M/E/P)   *
      *                  POS 65-80  FILLER                             *
      *----------------------------------------------------------------*
      *    FILES.......:  DDNAME          LRECL       INCLUDE/BOOK     *
      *                   DECAUD          00080       NONE             *
      *                   DECRPT          00080       NONE             *
      *                   EVTFILE         00670       CSRGEVT1+        *
      *                                               CSTMRG01         *
      *                   CONSAUD         00080       CSRGCHN1         *
      *----------------------------------------------------------------*
      *    MODIFICATION HISTORY.......:                                *
      *    15/10/2026 RMM - PROGRAM CREATED.                           *
      *    15/10/2026 RMM - CSR0051 DECLARED WITH HOLD - THE INTERVAL  *
      *                     COMMIT NO LONGER CLOSES IT MID-RUN.        *
      *    15/10/2026 RMM - EACH CONSENT WITHDRAWN ALSO CUTS A CONSAUD *
      *                     LINE, CHAINED (CSRGCHN1 SUFFIX, CSRGCHAN   *
      *                     MODULE) AS CSRG0052 CHAINS ITS OWN, AND    *
      *                     THE RUN'S LINES END IN A SEAL REGISTERED   *
      *                     ON TB_AUDIT_SEAL - THE CONSENT REGISTER    *
      *                     AUDIT NO LONGER MISSES THE DECEASED.       *
      *----------------------------------------------------------------*
      *    TABLE DB2...:  TB_CUSTOMER                 BTB_CUSTOMER     *
      *                   TB_RELATION                 BTB_RELATION     *
      *                   TB_CONSENT                  BTB_CONSENT      *
      *                   TB_LEGAL_HOLD               BTB_LEGAL_HOLD   *
      *                   TB_MATCH_KEY                BTB_MATCH_KEY    *
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

           SELECT DECAUD        ASSIGN TO UTS-S-DECAUD
            ORGANIZATION IS     SEQUENTIAL
            ACCESS MODE  IS     SEQUENTIAL
            FILE STATUS  IS     WRK-FS-DECAUD.

           SELECT DECRPT        ASSIGN TO UTS-S-DECRPT
            ORGANIZATION IS     SEQUENTIAL
            ACCESS MODE  IS     SEQUENTIAL
            FILE STATUS  IS     WRK-FS-DECRPT.

           SELECT EVTFILE       ASSIGN TO UTS-S-EVTFILE
            ORGANIZATION IS     SEQUENTIAL
            ACCESS MODE  IS     SEQUENTIAL
            FILE STATUS  IS     WRK-FS-EVTFILE.

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
       FD DECAUD
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS 00 RECORDS.
       01 FD-REG-DECAUD     PIC X(80).

       FD DECRPT
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS 00 RECORDS.
       01 FD-REG-DECRPT     PIC X(80).

       FD EVTFILE
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS 00 RECORDS.
       01 FD-REG-EVTFILE    PIC X(670).

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
       77 WRK-FOUND-REGS-COUNTER                 PIC 9(07) VALUE ZEROS .
       77 WRK-DELETED-REGS-COUNTER               PIC 9(07) VALUE ZEROS .
       77 WRK-HELD-REGS-COUNTER                  PIC 9(07) VALUE ZEROS .
       77 WRK-GONE-REGS-COUNTER                  PIC 9(07) VALUE ZEROS .
       77 WRK-RELATION-ENDED-COUNTER             PIC 9(07) VALUE ZEROS .
       77 WRK-CONSENT-WDRAWN-COUNTER             PIC 9(07) VALUE ZEROS .
       77 WRK-DECAUD-REGS-COUNTER                PIC 9(07) VALUE ZEROS .
       77 WRK-EVTFILE-REGS-COUNTER               PIC 9(07) VALUE ZEROS .

      *DATA FOR PERIODIC COMMIT:
       77 WRK-COMMIT-COUNTER                     PIC 9(05) VALUE ZEROS .

      *END OF CURSOR:
       77 WRK-CURSOR-EOF                         PIC X(03) VALUE SPACES.
       77 WRK-REL-CURSOR-EOF                     PIC X(03) VALUE SPACES.

      *RUNTIME PARAMETER CARD:
       COPY 'CSRGPARM'.

      *THE DECEASED HOLDER IN HAND - THE RELATION CURSOR IS BOUND TO
      *IT, SO IT DOES NOT MOVE WHILE THE HOST STRUCTURES ARE REUSED:
       01 WRK-DEC-CPF                            PIC X(15) VALUE SPACES.

      *ACTIVE LEGAL HOLD FOR THE ROW IN HAND (SEE TB_LEGAL_HOLD):
       01 WRK-HOLD-COUNT                         PIC 9(04) VALUE ZEROS.
       01 WRK-HOLD-CASE-IND                      PIC S9(04) COMP
                                                           VALUE ZEROS.
       01 WRK-HELD-SW                            PIC X(01) VALUE 'N'.
          88 WRK-CPF-IS-HELD                           VALUE 'Y'.

      *CONSENT CHANNELS WITHDRAWN FROM A DECEASED HOLDER, WALKED ONE
      *BY ONE SO EACH WITHDRAWAL CUTS ITS OWN AUDIT LINE:
       01 WRK-CHANNEL-LIST                       PIC X(03) VALUE 'MEP'.
       01 FILLER REDEFINES WRK-CHANNEL-LIST.
          03 WRK-CHANNEL-TAB                     PIC X(01)
                                                  OCCURS 3 TIMES.
       77 WRK-CHANNEL-IDX                        PIC 9(02) VALUE ZEROS .
       77 WRK-CHANNEL-MAX                        PIC 9(02) VALUE 3.
       01 WRK-CONS-COUNT                         PIC 9(04) VALUE ZEROS.

      *ONE DECAUD AUDIT LINE PER ACTION TAKEN:
       01 WRK-DECAUD-REG.
          03 DECAUD-BATCH-RUN-ID                 PIC X(14).
          03 DECAUD-DATE                         PIC X(10).
          03 DECAUD-TIME                         PIC X(08).
          03 DECAUD-ACTION                       PIC X(01).
             88 DECAUD-IS-DELETE                       VALUE 'D'.
             88 DECAUD-IS-RELATION-END                 VALUE 'E'.
             88 DECAUD-IS-WITHDRAWAL                   VALUE 'W'.
             88 DECAUD-IS-HELD                         VALUE 'H'.
          03 DECAUD-CPF                          PIC X(15).
          03 DECAUD-OTHER-CPF                    PIC X(15).
          03 DECAUD-ROLE-CHANNEL                 PIC X(01).
          03 FILLER                              PIC X(16).

       01 WRK-DECRPT-LINE                        PIC X(80) VALUE SPACES.

      *ONE CHANGE EVENT PER SOFT-DELETE, FOR THE CHGEVENT
      *DOWNSTREAM FEED (SEE CSRGEVT1):
       01 WRK-EVTFILE-REG.
          COPY 'CSRGEVT1'.
          03 WRK-EVT-NEW-IMAGE                   PIC X(311).
          03 WRK-EVT-OLD-IMAGE                   PIC X(311).

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

      *THE ROW'S BEFORE-IMAGE, BUILT FROM THE FETCHED COLUMNS:
       01 WRK-OLD-IMAGE-REG.
          COPY 'CSTMRG01'.

      *DATA FOR ERROR LOG:
       01 WRK-ERROR-LOG.
          03 WRK-PROGRAM                         PIC X(08) VALUE
                                                          'CSRG0051'  .
          03 WRK-ERROR-MSG                       PIC X(30) VALUE SPACES.
          03 WRK-ERROR-CODE                      PIC X(30) VALUE SPACES.
          03 WRK-ERROR-DATE                      PIC X(10) VALUE SPACES.
          03 WRK-ERROR-TIME                      PIC X(08) VALUE SPACES.

      *ABENDING PROGRAM:
       77 WRK-ABEND-PGM                          PIC X(08) VALUE
                                                          'ABENDPGM'  .

       01 WRK-FILE-STATUS.
          03 WRK-FS-DECAUD                       PIC 9(02) VALUE ZEROS .
          03 WRK-FS-DECRPT                       PIC 9(02) VALUE ZEROS .
          03 WRK-FS-EVTFILE                      PIC 9(02) VALUE ZEROS .
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
              INCLUDE BTB_RELATION
           END-EXEC.

           EXEC SQL
              INCLUDE BTB_CONSENT
           END-EXEC.

           EXEC SQL
              INCLUDE BTB_LEGAL_HOLD
           END-EXEC.

           EXEC SQL
              INCLUDE BTB_MATCH_KEY
           END-EXEC.

           EXEC SQL
              DECLARE CSR0051 CURSOR WITH HOLD FOR
                 SELECT CPF, NAME, BIRTH, STREET, HNUMBER,
                        OTHER_INFO, CITY, STATE, COUNTRY,
                        EMAIL, PHONE, CEP, DOC_TYPE,
                        PROVIDER_CODE, CUST_ID
                   FROM TB_CUSTOMER
                  WHERE STATUS       = 'A'
                    AND CPF_SITUACAO = 'D'
                    AND (DOC_TYPE    = 'C'
                     OR  DOC_TYPE    = ' ')
                  ORDER BY CPF
                  FOR FETCH ONLY
           END-EXEC.

           EXEC SQL
              DECLARE CSR0051R CURSOR FOR
                 SELECT GUARDIAN_CPF, DEPENDENT_CPF
                   FROM TB_RELATION
                  WHERE (GUARDIAN_CPF  = :WRK-DEC-CPF
                     OR  DEPENDENT_CPF = :WRK-DEC-CPF)
                    AND VALID_TO       = ' '
                  ORDER BY GUARDIAN_CPF, DEPENDENT_CPF
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

           INITIALIZE WRK-DECAUD-REG
                      WRK-EVTFILE-REG
                      WRK-OLD-IMAGE-REG
                      WRK-CONSAUD-REG
                      WRK-CHAN-PARM.

           MOVE 'CONSAUD'              TO CSRGCHP1-TRAIL.
           MOVE 59                     TO CSRGCHP1-BODY-LEN.

           OPEN OUTPUT DECAUD
                       DECRPT
                       EVTFILE
                       CONSAUD.

           MOVE 'OPEN FILE DECAUD'     TO WRK-ERROR-MSG.
           PERFORM 8100-TEST-FS-DECAUD.

           MOVE 'OPEN FILE DECRPT'     TO WRK-ERROR-MSG.
           PERFORM 8200-TEST-FS-DECRPT.

           MOVE 'OPEN FILE EVTFILE'    TO WRK-ERROR-MSG.
           PERFORM 8300-TEST-FS-EVTFILE.

           MOVE 'OPEN FILE CONSAUD'    TO WRK-ERROR-MSG.
           PERFORM 8400-TEST-FS-CONSAUD.

           MOVE SPACES                 TO    WRK-DECRPT-LINE.
           STRING 'CSRG0051 DECEASED-HOLDER LIFECYCLE - RUN ',
                  WRK-DATE-FORMATTED,' ',WRK-TIME-FORMATTED
                                       DELIMITED BY SIZE
                                       INTO  WRK-DECRPT-LINE.
           PERFORM 2910-PUT-DECRPT-LINE.

           MOVE 'OPEN CURSOR CSR0051'  TO WRK-ERROR-MSG.

           EXEC SQL
               OPEN CSR0051
           END-EXEC.

           IF SQLCODE NOT EQUAL ZEROS
              PERFORM 9100-FORMAT-SQLCODE
              PERFORM 9999-CALL-ABEND-PGM
           END-IF.

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
       2000-PROCESS                    SECTION.
      *----------------------------------------------------------------*
      *    A CPF UNDER AN ACTIVE LEGAL HOLD IS REPORTED AND LEFT       *
      *    EXACTLY AS IT IS - LEGAL DECIDES, NOT THE RECEITA FILE.     *
      *    OTHERWISE THE ROW IS SOFT-DELETED FIRST; ONLY WHEN THAT     *
      *    LANDS ARE ITS RELATIONS ENDED AND ITS CONSENT WITHDRAWN,    *
      *    SO A ROW SOMEBODY ELSE DELETED MEANWHILE IS NOT TOUCHED.    *
      *----------------------------------------------------------------*
           MOVE CPF OF BTB-CUSTOMER    TO WRK-DEC-CPF.

           PERFORM 2150-CHECK-LEGAL-HOLD.

           IF WRK-CPF-IS-HELD
              ADD 1                    TO WRK-HELD-REGS-COUNTER
              PERFORM 2160-REPORT-HELD-ROW
           ELSE
              PERFORM 2300-SOFT-DELETE
              IF SQLCODE EQUAL ZEROS
                 PERFORM 2400-END-RELATIONS
                 PERFORM 2500-WITHDRAW-CONSENT
              END-IF
           END-IF.

           PERFORM 2600-COMMIT-INTERVAL.

           PERFORM 2100-FETCH-NEXT.
      *----------------------------------------------------------------*
       2000-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2100-FETCH-NEXT                 SECTION.
      *----------------------------------------------------------------*
           MOVE 'FETCHING CSR0051'     TO   WRK-ERROR-MSG.

           EXEC SQL
               FETCH CSR0051
                   INTO :CPF, :NAME, :BIRTH, :STREET, :HNUMBER,
                        :OTHER-INFO, :CITY, :STATE, :COUNTRY,
                        :EMAIL, :PHONE, :CEP, :DOC-TYPE,
                        :PROVIDER-CODE, :CUST-ID
           END-EXEC.

           IF SQLCODE EQUAL +100
              MOVE 'END'               TO   WRK-CURSOR-EOF
           ELSE
              IF SQLCODE NOT EQUAL ZEROS
                 PERFORM 9100-FORMAT-SQLCODE
                 PERFORM 9999-CALL-ABEND-PGM
              END-IF
              ADD 1                    TO   WRK-FOUND-REGS-COUNTER
           END-IF.
      *----------------------------------------------------------------*
       2100-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2150-CHECK-LEGAL-HOLD           SECTION.
      *----------------------------------------------------------------*
      *    AN ACTIVE HOLD IS A TB_LEGAL_HOLD ROW WITH NO RELEASED      *
      *    DATE - THE SAME TEST CSRG0006 AND CSRG0018 APPLY.           *
      *----------------------------------------------------------------*
           MOVE 'CHECKING LEGAL HOLD'  TO WRK-ERROR-MSG.

           MOVE 'N'                    TO WRK-HELD-SW.

           MOVE WRK-DEC-CPF            TO HOLD-CPF.

           EXEC SQL
               SELECT COUNT(*)
                     ,MAX(CASE_REF)
               INTO  :WRK-HOLD-COUNT
                    ,:HOLD-CASE-REF :WRK-HOLD-CASE-IND
               FROM  TB_LEGAL_HOLD
               WHERE CPF         = :HOLD-CPF
                 AND RELEASED_DT IS NULL
           END-EXEC.

           IF SQLCODE NOT EQUAL ZEROS
              PERFORM 9100-FORMAT-SQLCODE
              PERFORM 9999-CALL-ABEND-PGM
           END-IF.

           IF WRK-HOLD-COUNT           GREATER ZEROS
              MOVE 'Y'                 TO WRK-HELD-SW
           END-IF.
      *----------------------------------------------------------------*
       2150-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2160-REPORT-HELD-ROW            SECTION.
      *----------------------------------------------------------------*
           MOVE SPACES                 TO WRK-DECRPT-LINE.
           STRING 'LEGAL HOLD - NOT PROCESSED ',
                  WRK-DEC-CPF,
                  ' CASE ',
                  HOLD-CASE-REF
                                       DELIMITED BY SIZE
                                       INTO WRK-DECRPT-LINE.
           PERFORM 2910-PUT-DECRPT-LINE.

           MOVE 'H'                    TO DECAUD-ACTION.
           MOVE SPACES                 TO DECAUD-OTHER-CPF
                                          DECAUD-ROLE-CHANNEL.
           PERFORM 2800-WRITE-DECAUD.
      *----------------------------------------------------------------*
       2160-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2300-SOFT-DELETE                SECTION.
      *----------------------------------------------------------------*
      *    THE SAME SOFT DELETE CSRG0004 ISSUES, PLUS THE DECEASED     *
      *    DELETE_REASON.  IN TEST MODE IT IS SIMULATED.  A +100       *
      *    MEANS THE ROW LEFT THE ACTIVE BASE SINCE THE FETCH - IT     *
      *    IS COUNTED AND LEFT TO WHOEVER DELETED IT.                  *
      *----------------------------------------------------------------*
           MOVE 'SOFT-DELETING DECEASED'
                                       TO WRK-ERROR-MSG.

           MOVE 'D'                    TO CUST-STATUS OF BTB-CUSTOMER.
           MOVE 'O'                    TO DELETE-REASON
                                          OF BTB-CUSTOMER.

           IF CSRGPARM-IS-PRODUCTION
              EXEC SQL
                  UPDATE TB_CUSTOMER
                     SET STATUS        = :CUST-STATUS,
                         DELETED_TS    = CURRENT TIMESTAMP,
                         DELETE_REASON = :DELETE-REASON
                   WHERE CPF    = :CPF
                     AND STATUS = 'A'
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
              MOVE SPACES              TO WRK-DECRPT-LINE
              STRING 'ALREADY LEFT THE BASE     ',
                     WRK-DEC-CPF
                                       DELIMITED BY SIZE
                                       INTO WRK-DECRPT-LINE
              PERFORM 2910-PUT-DECRPT-LINE
              GO TO 2300-99-EXIT
           END-IF.

           ADD 1                       TO WRK-DELETED-REGS-COUNTER.

           IF CSRGPARM-IS-PRODUCTION
              PERFORM 2350-RETIRE-MATCH-KEY
           END-IF.

           PERFORM 2370-BUILD-OLD-IMAGE.

           MOVE 'D'                    TO CSRGEVT1-OP-TYPE.
           MOVE WRK-DEC-CPF            TO CSRGEVT1-CPF.
           MOVE SPACES                 TO WRK-EVT-NEW-IMAGE.
           MOVE WRK-OLD-IMAGE-REG      TO WRK-EVT-OLD-IMAGE.
           PERFORM 2900-WRITE-CHANGE-EVENT.

           MOVE SPACES                 TO WRK-DECRPT-LINE.
           STRING 'SOFT-DELETED - DECEASED   ',
                  WRK-DEC-CPF,' ',
                  NAME OF BTB-CUSTOMER (1:30)
                                       DELIMITED BY SIZE
                                       INTO WRK-DECRPT-LINE.
           PERFORM 2910-PUT-DECRPT-LINE.

           MOVE 'D'                    TO DECAUD-ACTION.
           MOVE SPACES                 TO DECAUD-OTHER-CPF
                                          DECAUD-ROLE-CHANNEL.
           PERFORM 2800-WRITE-DECAUD.

      *    THE CALLER TESTS SQLCODE FOR "THE DELETE LANDED":
           MOVE ZEROS                  TO SQLCODE.
      *----------------------------------------------------------------*
       2300-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2350-RETIRE-MATCH-KEY           SECTION.
      *----------------------------------------------------------------*
      *    A SOFT-DELETED CUSTOMER MUST STOP TRIPPING THE CSRG0002     *
      *    DUPLICATE GATE - A NO-ROW RESULT IS FINE, THE ROW MAY       *
      *    PREDATE THE STORE.                                          *
      *----------------------------------------------------------------*
           MOVE 'RETIRING MATCH KEY'   TO WRK-ERROR-MSG.

           MOVE WRK-DEC-CPF            TO MKEY-CPF.

           EXEC SQL
               DELETE FROM TB_MATCH_KEY
                     WHERE CPF = :MKEY-CPF
           END-EXEC.

           IF SQLCODE NOT EQUAL ZEROS AND +100
              PERFORM 9100-FORMAT-SQLCODE
              PERFORM 9999-CALL-ABEND-PGM
           END-IF.
      *----------------------------------------------------------------*
       2350-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2370-BUILD-OLD-IMAGE            SECTION.
      *----------------------------------------------------------------*
           MOVE CPF           OF BTB-CUSTOMER TO CSTMRG01-CPF.
           MOVE NAME          OF BTB-CUSTOMER TO CSTMRG01-NAME.
           MOVE BIRTH         OF BTB-CUSTOMER TO CSTMRG01-BIRTH.
           MOVE STREET        OF BTB-CUSTOMER TO CSTMRG01-STREET.
           MOVE HNUMBER       OF BTB-CUSTOMER TO CSTMRG01-NUMBER.
           MOVE OTHER-INFO    OF BTB-CUSTOMER TO CSTMRG01-OTHER-INFO.
           MOVE CITY          OF BTB-CUSTOMER TO CSTMRG01-CITY.
           MOVE STATE         OF BTB-CUSTOMER TO CSTMRG01-STATE.
           MOVE COUNTRY       OF BTB-CUSTOMER TO CSTMRG01-COUNTRY.
           MOVE EMAIL         OF BTB-CUSTOMER TO CSTMRG01-EMAIL.
           MOVE PHONE         OF BTB-CUSTOMER TO CSTMRG01-PHONE.
           MOVE CEP           OF BTB-CUSTOMER TO CSTMRG01-CEP.
           MOVE DOC-TYPE      OF BTB-CUSTOMER TO CSTMRG01-DOC-TYPE.
           MOVE PROVIDER-CODE OF BTB-CUSTOMER TO CSTMRG01-PROVIDER-CODE.
           MOVE CUST-ID       OF BTB-CUSTOMER TO CSTMRG01-CUST-ID.
      *----------------------------------------------------------------*
       2370-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2400-END-RELATIONS              SECTION.
      *----------------------------------------------------------------*
      *    EVERY OPEN PAIR THE DECEASED STANDS ON, EITHER SIDE, IS     *
      *    ENDED TODAY - THE SAME VALID_TO A CSRG0049 'E' CARD WOULD   *
      *    SET.  A DEPENDENT LEFT WITHOUT A GUARDIAN SHOWS ON THE      *
      *    REPORT SO CUSTOMER SERVICE CAN CHASE THE NEW ONE.           *
      *----------------------------------------------------------------*
           MOVE 'OPEN CURSOR CSR0051R' TO WRK-ERROR-MSG.

           MOVE SPACES                 TO WRK-REL-CURSOR-EOF.

           EXEC SQL
               OPEN CSR0051R
           END-EXEC.

           IF SQLCODE NOT EQUAL ZEROS
              PERFORM 9100-FORMAT-SQLCODE
              PERFORM 9999-CALL-ABEND-PGM
           END-IF.

           PERFORM 2410-FETCH-RELATION.

           PERFORM 2420-END-ONE-RELATION
              UNTIL WRK-REL-CURSOR-EOF EQUAL 'END'.

           EXEC SQL
               CLOSE CSR0051R
           END-EXEC.
      *----------------------------------------------------------------*
       2400-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2410-FETCH-RELATION             SECTION.
      *----------------------------------------------------------------*
           MOVE 'FETCHING CSR0051R'    TO   WRK-ERROR-MSG.

           EXEC SQL
               FETCH CSR0051R
                   INTO :REL-GUARDIAN-CPF, :REL-DEPENDENT-CPF
           END-EXEC.

           IF SQLCODE EQUAL +100
              MOVE 'END'               TO   WRK-REL-CURSOR-EOF
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
       2420-END-ONE-RELATION           SECTION.
      *----------------------------------------------------------------*
           MOVE WRK-DATE-FORMATTED     TO REL-VALID-TO.

           IF CSRGPARM-IS-PRODUCTION
              MOVE 'ENDING RELATION'   TO WRK-ERROR-MSG
              EXEC SQL
                  UPDATE TB_RELATION
                     SET VALID_TO      = :REL-VALID-TO
                  WHERE  GUARDIAN_CPF  = :REL-GUARDIAN-CPF
                    AND  DEPENDENT_CPF = :REL-DEPENDENT-CPF
                    AND  VALID_TO      = ' '
              END-EXEC
              IF SQLCODE NOT EQUAL ZEROS
                 PERFORM 9100-FORMAT-SQLCODE
                 PERFORM 9999-CALL-ABEND-PGM
              END-IF
           END-IF.

           ADD 1                       TO WRK-RELATION-ENDED-COUNTER.

           MOVE 'E'                    TO DECAUD-ACTION.
           MOVE SPACES                 TO WRK-DECRPT-LINE.

           IF REL-GUARDIAN-CPF         EQUAL WRK-DEC-CPF
              MOVE REL-DEPENDENT-CPF   TO DECAUD-OTHER-CPF
              MOVE 'G'                 TO DECAUD-ROLE-CHANNEL
              STRING '  RELATION ENDED - DEPENDENT ',
                     REL-DEPENDENT-CPF,
                     ' NOW WITHOUT GUARDIAN'
                                       DELIMITED BY SIZE
                                       INTO WRK-DECRPT-LINE
           ELSE
              MOVE REL-GUARDIAN-CPF    TO DECAUD-OTHER-CPF
              MOVE 'D'                 TO DECAUD-ROLE-CHANNEL
              STRING '  RELATION ENDED - GUARDIAN  ',
                     REL-GUARDIAN-CPF
                                       DELIMITED BY SIZE
                                       INTO WRK-DECRPT-LINE
           END-IF.

           PERFORM 2910-PUT-DECRPT-LINE.

           PERFORM 2800-WRITE-DECAUD.

           PERFORM 2410-FETCH-RELATION.
      *----------------------------------------------------------------*
       2420-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2500-WITHDRAW-CONSENT           SECTION.
      *----------------------------------------------------------------*
      *    EVERY CHANNEL STILL CARRYING A 'Y' IS TURNED TO 'N' UNDER   *
      *    SOURCE 'OBITO' - THE ROW STAYS, SO THE CONSENT HISTORY      *
      *    SHOWS WHY IT ENDED.  NO ROW, OR AN 'N' ALREADY, IS LEFT.    *
      *----------------------------------------------------------------*
           MOVE 1                      TO WRK-CHANNEL-IDX.

           PERFORM 2510-WITHDRAW-ONE-CHANNEL
              UNTIL WRK-CHANNEL-IDX    GREATER WRK-CHANNEL-MAX.
      *----------------------------------------------------------------*
       2500-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2510-WITHDRAW-ONE-CHANNEL       SECTION.
      *----------------------------------------------------------------*
           MOVE 'READING TB_CONSENT'   TO WRK-ERROR-MSG.

           MOVE WRK-DEC-CPF            TO CONS-CPF.
           MOVE WRK-CHANNEL-TAB (WRK-CHANNEL-IDX)
                                       TO CONS-CHANNEL.
           MOVE 'N'                    TO CONS-CONSENT.
           MOVE WRK-DATE-FORMATTED     TO CONS-CONSENT-DT.
           MOVE 'OBITO'                TO CONS-SOURCE.

           EXEC SQL
               SELECT COUNT(*)
               INTO  :WRK-CONS-COUNT
               FROM  TB_CONSENT
               WHERE CPF     = :CONS-CPF
                 AND CHANNEL = :CONS-CHANNEL
                 AND CONSENT = 'Y'
           END-EXEC.

           IF SQLCODE NOT EQUAL ZEROS
              PERFORM 9100-FORMAT-SQLCODE
              PERFORM 9999-CALL-ABEND-PGM
           END-IF.

           IF WRK-CONS-COUNT           EQUAL ZEROS
              GO TO 2510-50-NEXT
           END-IF.

           IF CSRGPARM-IS-PRODUCTION
              MOVE 'WITHDRAWING CONSENT'
                                       TO WRK-ERROR-MSG
              EXEC SQL
                  UPDATE TB_CONSENT
                     SET CONSENT    = :CONS-CONSENT
                        ,CONSENT_DT = :CONS-CONSENT-DT
                        ,SOURCE     = :CONS-SOURCE
                   WHERE CPF        = :CONS-CPF
                     AND CHANNEL    = :CONS-CHANNEL
                     AND CONSENT    = 'Y'
              END-EXEC
              IF SQLCODE NOT EQUAL ZEROS
                 PERFORM 9100-FORMAT-SQLCODE
                 PERFORM 9999-CALL-ABEND-PGM
              END-IF
           END-IF.

           ADD 1                       TO WRK-CONSENT-WDRAWN-COUNTER.

           MOVE SPACES                 TO WRK-DECRPT-LINE.
           STRING '  CONSENT WITHDRAWN - CHANNEL ',
                  CONS-CHANNEL
                                       DELIMITED BY SIZE
                                       INTO WRK-DECRPT-LINE.
           PERFORM 2910-PUT-DECRPT-LINE.

           MOVE 'W'                    TO DECAUD-ACTION.
           MOVE SPACES                 TO DECAUD-OTHER-CPF.
           MOVE CONS-CHANNEL           TO DECAUD-ROLE-CHANNEL.
           PERFORM 2800-WRITE-DECAUD.

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
           PERFORM 8400-TEST-FS-CONSAUD.

       2510-50-NEXT.
           ADD 1                       TO WRK-CHANNEL-IDX.
      *----------------------------------------------------------------*
       2510-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2600-COMMIT-INTERVAL            SECTION.
      *----------------------------------------------------------------*
      *    COMMITS EVERY CSRGPARM-COMMIT-INTERVAL ROWS;                *
      *    CSR0051 IS DECLARED WITH HOLD AND SURVIVES THE COMMIT.      *
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
       2600-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2800-WRITE-DECAUD               SECTION.
      *----------------------------------------------------------------*
      *    THE CALLER SETS THE ACTION, THE OTHER CPF AND THE ROLE/     *
      *    CHANNEL BYTE; THE REST IS STAMPED HERE.                     *
      *----------------------------------------------------------------*
           MOVE CSRGPARM-BATCH-RUN-ID  TO DECAUD-BATCH-RUN-ID.
           MOVE WRK-DATE-FORMATTED     TO DECAUD-DATE.
           MOVE WRK-TIME-FORMATTED     TO DECAUD-TIME.
           MOVE WRK-DEC-CPF            TO DECAUD-CPF.

           WRITE FD-REG-DECAUD         FROM WRK-DECAUD-REG.

           MOVE 'WRITING FILE DECAUD'  TO WRK-ERROR-MSG.
           PERFORM 8100-TEST-FS-DECAUD.

           ADD 1                       TO WRK-DECAUD-REGS-COUNTER.
      *----------------------------------------------------------------*
       2800-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2900-WRITE-CHANGE-EVENT         SECTION.
      *----------------------------------------------------------------*
      *    ONE CHGEVENT RECORD PER SOFT-DELETE ACTUALLY APPLIED, THE   *
      *    SAME 'D' EVENT CSRG0004 CUTS.  A TEST-MODE RUN APPLIES      *
      *    NOTHING AND THEREFORE EMITS NOTHING.                        *
      *----------------------------------------------------------------*
           IF CSRGPARM-IS-TEST-MODE
              GO TO 2900-99-EXIT
           END-IF.

           MOVE 'RECORDING CHANGE EVENT'
                                       TO    WRK-ERROR-MSG.

           MOVE CSRGPARM-BATCH-RUN-ID  TO    CSRGEVT1-BATCH-RUN-ID.
           MOVE WRK-DATE-FORMATTED     TO    CSRGEVT1-DATE.
           MOVE WRK-TIME-FORMATTED     TO    CSRGEVT1-TIME.

           MOVE  WRK-EVTFILE-REG       TO    FD-REG-EVTFILE.

           WRITE FD-REG-EVTFILE.

           PERFORM 8300-TEST-FS-EVTFILE.

           ADD  1                      TO    WRK-EVTFILE-REGS-COUNTER.
      *----------------------------------------------------------------*
       2900-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2910-PUT-DECRPT-LINE            SECTION.
      *----------------------------------------------------------------*
           MOVE  WRK-DECRPT-LINE       TO    FD-REG-DECRPT.

           WRITE FD-REG-DECRPT.

           MOVE 'WRITING FILE DECRPT'  TO WRK-ERROR-MSG.
           PERFORM 8200-TEST-FS-DECRPT.
      *----------------------------------------------------------------*
       2910-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       3000-FINALIZE                   SECTION.
      *----------------------------------------------------------------*
           PERFORM 3050-SEAL-CONSAUD.

           EXEC SQL
               CLOSE CSR0051
           END-EXEC.

           IF CSRGPARM-IS-PRODUCTION
              EXEC SQL
                  COMMIT
              END-EXEC
           END-IF.

           MOVE SPACES                 TO    WRK-DECRPT-LINE.
           STRING 'FOUND/DELETED/HELD/GONE/REL ENDED/CONS WDRAWN: ',
                  WRK-FOUND-REGS-COUNTER,' ',
                  WRK-DELETED-REGS-COUNTER,' ',
                  WRK-HELD-REGS-COUNTER,' ',
                  WRK-GONE-REGS-COUNTER
                                       DELIMITED BY SIZE
                                       INTO  WRK-DECRPT-LINE.
           PERFORM 2910-PUT-DECRPT-LINE.

           MOVE SPACES                 TO    WRK-DECRPT-LINE.
           STRING '                                               ',
                  WRK-RELATION-ENDED-COUNTER,' ',
                  WRK-CONSENT-WDRAWN-COUNTER
                                       DELIMITED BY SIZE
                                       INTO  WRK-DECRPT-LINE.
           PERFORM 2910-PUT-DECRPT-LINE.

           CLOSE DECAUD
                 DECRPT
                 EVTFILE
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
           DISPLAY '*DECEASED FOUND......:' WRK-FOUND-REGS-COUNTER
           '*'.
           DISPLAY '*SOFT-DELETED........:' WRK-DELETED-REGS-COUNTER
           '*'.
           DISPLAY '*HELD - NOT TOUCHED..:' WRK-HELD-REGS-COUNTER
           '*'.
           DISPLAY '*ALREADY GONE........:' WRK-GONE-REGS-COUNTER
           '*'.
           DISPLAY '*RELATIONS ENDED.....:' WRK-RELATION-ENDED-COUNTER
           '*'.
           DISPLAY '*CONSENTS WITHDRAWN..:' WRK-CONSENT-WDRAWN-COUNTER
           '*'.
           DISPLAY '*RECORDS DECAUD......:' WRK-DECAUD-REGS-COUNTER
           '*'.
           DISPLAY '*RECORDS EVTFILE.....:' WRK-EVTFILE-REGS-COUNTER
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
      *    THE CONSENTS WITHDRAWN FROM THE DECEASED END IN A SEALED    *
      *    TRAILER WHOSE HASH IS REGISTERED ON TB_AUDIT_SEAL,          *
      *    COMMITTED WITH THE LAST CHANGES.  A RUN THAT WITHDREW       *
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

           PERFORM 8400-TEST-FS-CONSAUD.
      *----------------------------------------------------------------*
       3050-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       8100-TEST-FS-DECAUD             SECTION.
      *----------------------------------------------------------------*
           IF WRK-FS-DECAUD            NOT EQUAL ZEROS
              MOVE WRK-FS-DECAUD       TO  WRK-ERROR-CODE
              PERFORM 9999-CALL-ABEND-PGM
           END-IF.
      *----------------------------------------------------------------*
       8100-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       8200-TEST-FS-DECRPT             SECTION.
      *----------------------------------------------------------------*
           IF WRK-FS-DECRPT            NOT EQUAL ZEROS
              MOVE WRK-FS-DECRPT       TO  WRK-ERROR-CODE
              PERFORM 9999-CALL-ABEND-PGM
           END-IF.
      *----------------------------------------------------------------*
       8200-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       8300-TEST-FS-EVTFILE            SECTION.
      *----------------------------------------------------------------*
           IF WRK-FS-EVTFILE           NOT EQUAL ZEROS
              MOVE WRK-FS-EVTFILE      TO  WRK-ERROR-CODE
              PERFORM 9999-CALL-ABEND-PGM
           END-IF.
      *----------------------------------------------------------------*
       8300-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       8400-TEST-FS-CONSAUD            SECTION.
      *----------------------------------------------------------------*
           IF WRK-FS-CONSAUD           NOT EQUAL ZEROS
              MOVE WRK-FS-CONSAUD      TO  WRK-ERROR-CODE
              PERFORM 9999-CALL-ABEND-PGM
           END-IF.
      *----------------------------------------------------------------*
       8400-99-EXIT.                   EXIT.
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
