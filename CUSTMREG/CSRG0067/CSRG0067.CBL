      *================================================================*
      *        I D E N T I F I C A T I O N      D I V I S I O N        *
      *================================================================*
       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     CSRG0067.
       AUTHOR.         RENAN MUNIZ MERLO.
       DATE-WRITTEN.   15/10/2026.
       DATE-COMPILED   WHEN-COMPILED.
       REMARKS.
      *----------------------------------------------------------------*
      *                RENAN MUNIZ MERLO COBOL DEVELOPER               *
      *          https://www.linkedin.com/in/renan-muniz-merlo         *
      *----------------------------------------------------------------*
      *    PROGRAM-ID..: CSRG0067.                                     *
      *    ANALYST.....: RENAN MUNIZ MERLO                             *
      *    PROGRAMMER..: RENAN MUNIZ MERLO                             *
      *    DATE........: 15/10/2026                                    *
      *----------------------------------------------------------------*
      *    PROJECT.....: CUSTOMER REGISTRATION PROJECT - CUSTMREG      *
      *----------------------------------------------------------------*
      *    GOAL........: MONTHLY PROVIDER PROCESSING-FEE BILLING.      *
      *                  COUNTS, PER SUBMITTING PROVIDER_CODE, THE     *
      *                  INSERTS, UPDATES, SOFT-DELETES AND            *
      *                  REINSTATES ACTUALLY APPLIED IN THE BILLING    *
      *                  MONTH, FROM THE CHGEVENT HISTORY (NIGHTLY AND *
      *                  INTRADAY BASES, ONE CONCATENATED DD).  A      *
      *                  REJECTED RECORD NEVER REACHES CHGEVENT, SO IT *
      *                  IS NEVER BILLED; AN EVENT COUNTS ONLY WHEN    *
      *                  ITS RUN ID WAS REGISTERED ON TB_RUN_CONTROL   *
      *                  BY THE APPLY STEP OF ITS OPERATION (CSRG0002  *
      *                  I, CSRG0003 U, CSRG0004 D, CSRG0010 R), SO    *
      *                  HOUSE ACTIONS SUCH AS THE CSRG0051 DECEASED   *
      *                  SOFT-DELETES ARE LEFT OUT.  THE COUNTS ARE    *
      *                  PRICED FROM THE BILLRATE RATE TABLE (PER-     *
      *                  PROVIDER RATES WITH GRADUATED VOLUME TIERS)   *
      *                  INTO THE BILLAR ACCOUNTS-RECEIVABLE           *
      *                  INTERFACE FILE, AND BILLRPT PRINTS ONE        *
      *                  SIGN-OFF BLOCK PER PROVIDER WITH ITS COUNTS   *
      *                  BY BATCH RUN ID - THE SAME RUN ID THE         *
      *                  PARTNER'S ACKFILE (CSRG0021) CARRIES.  THE    *
      *                  MONTH IS CSRGPARM-REPORT-MONTH (MM-YYYY),     *
      *                  BLANK = THE PREVIOUS CALENDAR MONTH.          *
      *                  READ-ONLY ON DB2.                             *
      *----------------------------------------------------------------*
      *    FILES.......:  DDNAME          LRECL       INCLUDE/BOOK     *
      *                   EVTFILE         00670       CSRGEVT1+        *
      *                                               CSTMRG01         *
      *                   BILLRATE        00080       NONE             *
      *                   BILLAR          00100       NONE             *
      *                   BILLRPT         00080       NONE             *
      *----------------------------------------------------------------*
      *    BILLRATE....: ONE RATE CARD PER LINE, '*' = COMMENT.        *
      *                  POS 01-04  PROVIDER CODE; '****' = THE HOUSE  *
      *                             RATE FOR A PROVIDER WITH NO CARD   *
      *                             OF ITS OWN FOR THE OPERATION       *
      *                  POS 06-06  OPERATION  I/U/D/R                 *
      *                  POS 08-16  TIER FLOOR - THE MONTH'S N-TH      *
      *                             RECORD OF THE OPERATION FROM WHICH *
      *                             THE RATE APPLIES; THE FIRST CARD   *
      *                             OF A PROVIDER/OPERATION STARTS AT  *
      *                             000000001 AND THE NEXT ONES GO UP  *
      *                  POS 18-25  RATE PER RECORD, 9(04)V9(04)       *
      *                  POS 27-80  FREE TEXT                          *
      *                  EACH TIER PRICES ONLY THE RECORDS BETWEEN ITS *
      *                  FLOOR AND THE NEXT TIER'S.  ONE BAD CARD      *
      *                  HOLDS THE WHOLE BILLING (RC=08, NO DETAIL ON  *
      *                  BILLAR) - A HALF-PRICED INVOICE IS WORSE THAN *
      *                  A LATE ONE.                                   *
      *----------------------------------------------------------------*
      *    BILLAR......: POS 001-001 RECORD TYPE  D=DETAIL  T=CONTROL  *
      *                  POS 002-008 BILLING MONTH (MM-YYYY)           *
      *                  POS 009-012 PROVIDER CODE                     *
      *                  POS 013-042 PROVIDER NAME (TB_PROVIDER)       *
      *                  POS 043-043 OPERATION  I/U/D/R                *
      *                  POS 044-052 QUANTITY 9(09)                    *
      *                  POS 053-065 AMOUNT 9(11)V99                   *
      *                  POS 066-079 BATCH RUN ID OF THE BILLING RUN   *
      *                  ONE D RECORD PER PROVIDER AND PRICED          *
      *                  OPERATION; THE T RECORD CLOSES THE FILE WITH  *
      *                  THE D RECORD COUNT AS QUANTITY AND THE GRAND  *
      *                  TOTAL AS AMOUNT.                              *
      *----------------------------------------------------------------*
      *    RETURN CODE.: 00 ALL BILLED.  04 SOMETHING LEFT UNBILLED    *
      *                  FOR REVIEW (NO RATE CARD, NO PROVIDER CODE ON *
      *                  THE EVENT, RUN DETAIL TABLE FULL).  08 THE    *
      *                  RATE TABLE IS INVALID OR THE PROVIDER TABLE   *
      *                  IS FULL - BILLAR IS NOT TO BE TRANSMITTED.    *
      *----------------------------------------------------------------*
      *    MODIFICATION HISTORY.......:                                *
      *    15/10/2026 RMM - PROGRAM CREATED.                           *
      *    15/10/2026 RMM - THE NEW 'B' RETURNING-CUSTOMER EVENT IS    *
      *                     SKIPPED, NOT COUNTED AS AN UNKNOWN         *
      *                     OPERATION - ITS 'I' IS WHAT IS BILLED.     *
      *    15/10/2026 RMM - THE NEW 'C' DOCUMENT-CHANGE EVENT OF       *
      *                     CSRG0046 IS SKIPPED THE SAME WAY - A       *
      *                     DOCUMENT SWAP IS NO PROVIDER'S SUBMISSION. *
      *    15/10/2026 RMM - AN EVENT CARRYING THE RESERVED HOUSE       *
      *                     PROVIDER CODE 'HOUS' (OUR OWN IN-HOUSE     *
      *                     TRANSACTIONS, THE CSRG0078 RETENTION       *
      *                     DELETES AMONG THEM) IS COUNTED APART AND   *
      *                     NEVER BILLED.                              *
      *----------------------------------------------------------------*
      *    TABLE DB2...:  TB_RUN_CONTROL              BTB_RUN_CONTROL  *
      *                   TB_PROVIDER                 BTB_PROVIDER     *
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

           SELECT EVTFILE       ASSIGN TO UTS-S-EVTFILE
            ORGANIZATION IS     SEQUENTIAL
            ACCESS MODE  IS     SEQUENTIAL
            FILE STATUS  IS     WRK-FS-EVTFILE.

           SELECT BILLRATE      ASSIGN TO UTS-S-BILLRATE
            ORGANIZATION IS     SEQUENTIAL
            ACCESS MODE  IS     SEQUENTIAL
            FILE STATUS  IS     WRK-FS-BILLRATE.

           SELECT BILLAR        ASSIGN TO UTS-S-BILLAR
            ORGANIZATION IS     SEQUENTIAL
            ACCESS MODE  IS     SEQUENTIAL
            FILE STATUS  IS     WRK-FS-BILLAR.

           SELECT BILLRPT       ASSIGN TO UTS-S-BILLRPT
            ORGANIZATION IS     SEQUENTIAL
            ACCESS MODE  IS     SEQUENTIAL
            FILE STATUS  IS     WRK-FS-BILLRPT.

      *================================================================*
      *                  D A T A      D I V I S I O N                  *
      *================================================================*
       DATA DIVISION.
       FILE SECTION.
      *
       FD EVTFILE
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS 00 RECORDS.
       01 FD-REG-EVTFILE    PIC X(670).

       FD BILLRATE
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS 00 RECORDS.
       01 FD-REG-BILLRATE   PIC X(80).

       FD BILLAR
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS 00 RECORDS.
       01 FD-REG-BILLAR     PIC X(100).

       FD BILLRPT
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS 00 RECORDS.
       01 FD-REG-BILLRPT    PIC X(80).

      *-----------------------------------------------------------------*
      *                  WORKING-STORAGE SECTION                        *
      *-----------------------------------------------------------------*
       WORKING-STORAGE SECTION.

       77 WRK-EVTFILE-REGS-COUNTER               PIC 9(09) VALUE ZEROS .
       77 WRK-BILLRATE-REGS-COUNTER              PIC 9(05) VALUE ZEROS .
       77 WRK-BILLAR-REGS-COUNTER                PIC 9(09) VALUE ZEROS .
       77 WRK-IN-MONTH-COUNTER                   PIC 9(09) VALUE ZEROS .
       77 WRK-BILLABLE-COUNTER                   PIC 9(09) VALUE ZEROS .
       77 WRK-NOT-APPLY-COUNTER                  PIC 9(09) VALUE ZEROS .
       77 WRK-HOUSE-EVENT-COUNTER                PIC 9(09) VALUE ZEROS .
       77 WRK-BAD-OPERATION-COUNTER              PIC 9(09) VALUE ZEROS .
       77 WRK-UNPRICED-COUNTER                   PIC 9(09) VALUE ZEROS .

       77 WRK-EVTFILE-EOF                        PIC X(03) VALUE SPACES.
       77 WRK-BILLRATE-EOF                       PIC X(03) VALUE SPACES.

      *RUNTIME PARAMETER CARD - SUPPLIES THE BILLING MONTH:
       COPY 'CSRGPARM'.

      *ONE CHANGE EVENT (SEE CSRGEVT1) AND THE IMAGE ITS BILLING
      *PROVIDER IS TAKEN FROM:
       01 WRK-EVTFILE-REG.
          COPY 'CSRGEVT1'.
          03 WRK-EVT-NEW-IMAGE                   PIC X(311).
          03 WRK-EVT-OLD-IMAGE                   PIC X(311).

       01 WRK-EVT-IMAGE-REG.
          COPY 'CSTMRG01'.

      *THE BILLING MONTH, AS IT SITS IN A DD-MM-YYYY DATE (POS 4-10):
       01 WRK-REPORT-MONTH.
          03 WRK-REPORT-MONTH-MM                 PIC 9(02) VALUE ZEROS .
          03 FILLER                              PIC X(01) VALUE '-'.
          03 WRK-REPORT-MONTH-YYYY               PIC 9(04) VALUE ZEROS .

      *FIRST AND LAST EVENT DAY SEEN IN THE MONTH - A FIRST DAY LATE
      *IN THE MONTH MEANS THE OLDEST GENERATIONS HAVE ROLLED OFF:
       01 WRK-EVENT-DAY                          PIC 9(02) VALUE ZEROS .
       01 WRK-FIRST-DAY                          PIC 9(02) VALUE 99.
       01 WRK-LAST-DAY                           PIC 9(02) VALUE ZEROS .

      *THE OPERATION OF THE CURRENT EVENT: TABLE COLUMN 1-4 (I/U/D/R)
      *AND THE APPLY STEP THAT MUST HAVE REGISTERED ITS RUN ID:
       77 WRK-OP-IDX                             PIC 9(01) VALUE ZEROS .
       01 WRK-APPLY-PROGRAM                      PIC X(08) VALUE SPACES.
       01 WRK-OP-CODES                           PIC X(04) VALUE 'IUDR'.
       01 WRK-OP-NAMES.
          03 FILLER                              PIC X(10) VALUE
                                                          'INSERTS   '.
          03 FILLER                              PIC X(10) VALUE
                                                          'UPDATES   '.
          03 FILLER                              PIC X(10) VALUE
                                                          'DELETES   '.
          03 FILLER                              PIC X(10) VALUE
                                                          'REINSTATES'.
       01 FILLER REDEFINES WRK-OP-NAMES.
          03 WRK-OP-NAME                         PIC X(10)
                                                 OCCURS 4 TIMES.

      *APPLY-RUN CHECK, CACHED FOR THE LAST RUN ID/PROGRAM PAIR (THE
      *EVENTS OF ONE RUN AND OPERATION ARRIVE TOGETHER):
       01 WRK-LAST-RUN-ID                        PIC X(14) VALUE SPACES.
       01 WRK-LAST-APPLY-PROGRAM                 PIC X(08) VALUE SPACES.
       01 WRK-APPLY-RUN-SW                       PIC X(01) VALUE 'N'.
          88 WRK-RUN-IS-APPLY                          VALUE 'Y'.
       01 WRK-RUNCTL-COUNT                       PIC 9(04) VALUE ZEROS.

      *THE PROVIDER THE CURRENT EVENT IS BILLED TO:
       01 WRK-CURRENT-PROVIDER                   PIC X(04) VALUE SPACES.

      *RESERVED PROVIDER CODE OF OUR OWN IN-HOUSE TRANSACTIONS - NOT
      *ON TB_PROVIDER AND NEVER BILLED:
       77 WRK-HOUSE-PROVIDER                     PIC X(04) VALUE 'HOUS'.

      *ONE ROW PER PROVIDER BILLED IN THE MONTH, ONE COLUMN PER
      *OPERATION (I/U/D/R):
       77 WRK-PROV-ENTRIES                       PIC 9(03) VALUE ZEROS .
       77 WRK-PROV-IDX                           PIC 9(03) VALUE ZEROS .
       77 WRK-PROV-MAX                           PIC 9(03) VALUE 200.
       77 WRK-PROV-OVERFLOW-COUNTER              PIC 9(09) VALUE ZEROS .

       01 WRK-PROV-FOUND-SW                      PIC X(01) VALUE 'N'.
          88 WRK-PROV-ENTRY-FOUND                      VALUE 'Y'.

       01 WRK-PROV-TABLE.
          05 WRK-PROV-TAB                        OCCURS 200 TIMES.
             10 WRK-PROV-CODE                    PIC X(04).
             10 WRK-PROV-QTY                     PIC 9(09)
                                                 OCCURS 4 TIMES.

      *ONE ROW PER PROVIDER AND BATCH RUN ID, FOR THE ACKFILE
      *RECONCILIATION LINES OF THE SIGN-OFF REPORT:
       77 WRK-RUN-ENTRIES                        PIC 9(04) VALUE ZEROS .
       77 WRK-RUN-IDX                            PIC 9(04) VALUE ZEROS .
       77 WRK-RUN-MAX                            PIC 9(04) VALUE 3000.
       77 WRK-RUN-OVERFLOW-COUNTER               PIC 9(09) VALUE ZEROS .

       01 WRK-RUN-FOUND-SW                       PIC X(01) VALUE 'N'.
          88 WRK-RUN-ENTRY-FOUND                       VALUE 'Y'.

       01 WRK-RUN-TABLE.
          05 WRK-RUN-TAB                         OCCURS 3000 TIMES.
             10 WRK-RUN-PROVIDER                 PIC X(04).
             10 WRK-RUN-ID                       PIC X(14).
             10 WRK-RUN-DATE                     PIC X(10).
             10 WRK-RUN-QTY                      PIC 9(09)
                                                 OCCURS 4 TIMES.

      *ONE BILLRATE CARD, AS READ:
       01 WRK-BILLRATE-REG.
          03 WRK-CARD-PROVIDER                   PIC X(04).
          03 FILLER                              PIC X(01).
          03 WRK-CARD-OPERATION                  PIC X(01).
             88 WRK-CARD-OP-IS-VALID                   VALUE 'I' 'U'
                                                             'D' 'R'.
          03 FILLER                              PIC X(01).
          03 WRK-CARD-FLOOR                      PIC 9(09).
          03 FILLER                              PIC X(01).
          03 WRK-CARD-RATE                       PIC 9(04)V9(04).
          03 FILLER                              PIC X(55).

      *THE RATE TABLE, IN BILLRATE ORDER:
       77 WRK-RATE-ENTRIES                       PIC 9(03) VALUE ZEROS .
       77 WRK-RATE-IDX                           PIC 9(03) VALUE ZEROS .
       77 WRK-RATE-PREV-IDX                      PIC 9(03) VALUE ZEROS .
       77 WRK-RATE-MAX                           PIC 9(03) VALUE 500.
       77 WRK-RATE-ERRORS                        PIC 9(05) VALUE ZEROS .
       77 WRK-RATE-KEY-CARDS                     PIC 9(03) VALUE ZEROS .

       01 WRK-RATE-TABLE.
          05 WRK-RATE-TAB                        OCCURS 500 TIMES.
             10 WRK-RATE-PROVIDER                PIC X(04).
             10 WRK-RATE-OPERATION               PIC X(01).
             10 WRK-RATE-FLOOR                   PIC 9(09).
             10 WRK-RATE-VALUE                   PIC 9(04)V9(04).

      *KEY OF THE RATE CARDS BEING LOOKED AT, AND THE HIGHEST FLOOR
      *ALREADY LOADED FOR IT:
       01 WRK-RATE-KEY-PROVIDER                  PIC X(04) VALUE SPACES.
       01 WRK-RATE-KEY-OPERATION                 PIC X(01) VALUE SPACES.
       01 WRK-RATE-KEY-MAX-FLOOR                 PIC 9(09) VALUE ZEROS .
       01 WRK-RATE-ERROR-TEXT                    PIC X(40) VALUE SPACES.

      *PRICING OF ONE PROVIDER/OPERATION:
       01 WRK-OP-QTY                             PIC 9(09) VALUE ZEROS .
       01 WRK-TIER-END                           PIC 9(09) VALUE ZEROS .
       01 WRK-TIER-QTY                           PIC 9(09) VALUE ZEROS .
       01 WRK-TIER-AMOUNT                        PIC 9(11)V99
                                                           VALUE ZEROS.
       01 WRK-OP-AMOUNT                          PIC 9(11)V99
                                                           VALUE ZEROS.
       01 WRK-PROV-AMOUNT                        PIC 9(11)V99
                                                           VALUE ZEROS.
       01 WRK-GRAND-AMOUNT                       PIC 9(11)V99
                                                           VALUE ZEROS.

      *RETURN CODE OF THE BILLING RUN (SEE RETURN CODE ABOVE):
       01 WRK-BILL-RC                            PIC 9(02) VALUE ZEROS .

      *THE ACCOUNTS-RECEIVABLE INTERFACE RECORD:
       01 WRK-BILLAR-REG.
          03 WRK-BILLAR-REC-TYPE                 PIC X(01).
             88 WRK-BILLAR-IS-DETAIL                   VALUE 'D'.
             88 WRK-BILLAR-IS-CONTROL                  VALUE 'T'.
          03 WRK-BILLAR-MONTH                    PIC X(07).
          03 WRK-BILLAR-PROVIDER                 PIC X(04).
          03 WRK-BILLAR-PROV-NAME                PIC X(30).
          03 WRK-BILLAR-OPERATION                PIC X(01).
          03 WRK-BILLAR-QUANTITY                 PIC 9(09).
          03 WRK-BILLAR-AMOUNT                   PIC 9(11)V99.
          03 WRK-BILLAR-RUN-ID                   PIC X(14).
          03 FILLER                              PIC X(21).

      *DATA FOR THE SIGN-OFF REPORT LINES:
       01 WRK-BILLRPT-LINE                       PIC X(80) VALUE SPACES.
       01 WRK-PROV-NAME-ED                       PIC X(09) VALUE SPACES.
       01 WRK-PROV-FULL-NAME                     PIC X(30) VALUE SPACES.
       01 WRK-COUNT-ED                           PIC ZZZZZZZZ9.
       01 WRK-COUNT1-ED                          PIC ZZZZZZZZ9.
       01 WRK-COUNT2-ED                          PIC ZZZZZZZZ9.
       01 WRK-COUNT3-ED                          PIC ZZZZZZZZ9.
       01 WRK-COUNT4-ED                          PIC ZZZZZZZZ9.
       01 WRK-RATE-ED                            PIC ZZZ9,9999.
       01 WRK-AMOUNT-ED                          PIC ZZ.ZZZ.ZZZ.ZZ9,99.

      *DATA FOR ERROR LOG:
       01 WRK-ERROR-LOG.
          03 WRK-PROGRAM                         PIC X(08) VALUE
                                                          'CSRG0067'  .
          03 WRK-ERROR-MSG                       PIC X(30) VALUE SPACES.
          03 WRK-ERROR-CODE                      PIC X(30) VALUE SPACES.
          03 WRK-ERROR-DATE                      PIC X(10) VALUE SPACES.
          03 WRK-ERROR-TIME                      PIC X(08) VALUE SPACES.

      *ABENDING PROGRAM:
       77 WRK-ABEND-PGM                          PIC X(08) VALUE
                                                          'ABENDPGM'  .

       01 WRK-FILE-STATUS.
          03 WRK-FS-EVTFILE                      PIC 9(02) VALUE ZEROS .
          03 WRK-FS-BILLRATE                     PIC 9(02) VALUE ZEROS .
          03 WRK-FS-BILLAR                       PIC 9(02) VALUE ZEROS .
          03 WRK-FS-BILLRPT                      PIC 9(02) VALUE ZEROS .

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
              INCLUDE BTB_RUN_CONTROL
           END-EXEC.

           EXEC SQL
              INCLUDE BTB_PROVIDER
           END-EXEC.
      *================================================================*
       PROCEDURE                       DIVISION.
      *================================================================*
      *----------------------------------------------------------------*
       0000-MAIN-PROCESS               SECTION.
      *----------------------------------------------------------------*
           MOVE WHEN-COMPILED          TO WRK-WHEN-COPILED.

           PERFORM 1000-INITIALIZE.

           PERFORM 2000-PROCESS-EVENT
              UNTIL WRK-EVTFILE-EOF    EQUAL 'END'.

           PERFORM 2800-BILL-PROVIDERS.

           PERFORM 3000-FINALIZE.
      *----------------------------------------------------------------*
       0000-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       1000-INITIALIZE                 SECTION.
      *----------------------------------------------------------------*
           PERFORM 9000-GET-DATE-TIME.

           PERFORM 1050-GET-RUN-PARMS.

           OPEN INPUT  EVTFILE
                       BILLRATE.

           OPEN OUTPUT BILLAR
                       BILLRPT.

           MOVE 'OPEN FILE EVTFILE'    TO WRK-ERROR-MSG.
           PERFORM 8100-TEST-FS-EVTFILE.

           MOVE 'OPEN FILE BILLRATE'   TO WRK-ERROR-MSG.
           PERFORM 8200-TEST-FS-BILLRATE.

           MOVE 'OPEN FILE BILLAR'     TO WRK-ERROR-MSG.
           PERFORM 8300-TEST-FS-BILLAR.

           MOVE 'OPEN FILE BILLRPT'    TO WRK-ERROR-MSG.
           PERFORM 8400-TEST-FS-BILLRPT.

           PERFORM 1070-WRITE-REPORT-HEADER.

           PERFORM 1110-READ-BILLRATE.
           PERFORM 1100-LOAD-RATE-CARD
              UNTIL WRK-BILLRATE-EOF   EQUAL 'END'.

           IF WRK-RATE-ERRORS          GREATER ZEROS
              MOVE 08                  TO WRK-BILL-RC
              MOVE SPACES              TO WRK-BILLRPT-LINE
              STRING '** BILLRATE INVALID - BILLING HELD, NOTHING ',
                     'PRICED **'
                                       DELIMITED BY SIZE
                                       INTO WRK-BILLRPT-LINE
              PERFORM 2910-PUT-BILLRPT-LINE
           END-IF.

           PERFORM 2110-READ-EVTFILE.
      *----------------------------------------------------------------*
       1000-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       1050-GET-RUN-PARMS              SECTION.
      *----------------------------------------------------------------*
      *    BILLING RUNS EARLY IN A MONTH FOR THE ONE JUST CLOSED, SO   *
      *    A BLANK MONTH MEANS THE PREVIOUS ONE.                       *
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
              IF MM-FORMATTED          EQUAL 1
                 MOVE 12               TO WRK-REPORT-MONTH-MM
                 COMPUTE WRK-REPORT-MONTH-YYYY = YYYY-FORMATTED - 1
              ELSE
                 COMPUTE WRK-REPORT-MONTH-MM   = MM-FORMATTED - 1
                 MOVE YYYY-FORMATTED   TO WRK-REPORT-MONTH-YYYY
              END-IF
              MOVE WRK-REPORT-MONTH    TO CSRGPARM-REPORT-MONTH
           ELSE
              MOVE CSRGPARM-REPORT-MONTH
                                       TO WRK-REPORT-MONTH
           END-IF.
      *----------------------------------------------------------------*
       1050-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       1070-WRITE-REPORT-HEADER        SECTION.
      *----------------------------------------------------------------*
           MOVE SPACES                 TO WRK-BILLRPT-LINE.
           STRING 'CSRG0067 PROVIDER PROCESSING-FEE BILLING - RUN ',
                  WRK-DATE-FORMATTED,' ',WRK-TIME-FORMATTED
                                       DELIMITED BY SIZE
                                       INTO WRK-BILLRPT-LINE.
           PERFORM 2910-PUT-BILLRPT-LINE.

           MOVE SPACES                 TO WRK-BILLRPT-LINE.
           STRING 'BILLING MONTH ',CSRGPARM-REPORT-MONTH,
                  '   BILLING RUN ID ',CSRGPARM-BATCH-RUN-ID
                                       DELIMITED BY SIZE
                                       INTO WRK-BILLRPT-LINE.
           PERFORM 2910-PUT-BILLRPT-LINE.

           MOVE SPACES                 TO WRK-BILLRPT-LINE.
           STRING 'EACH RUN LINE MATCHES THE ACKFILE OF THAT RUN ID: ',
                  'ACCEPTED RECORDS'
                                       DELIMITED BY SIZE
                                       INTO WRK-BILLRPT-LINE.
           PERFORM 2910-PUT-BILLRPT-LINE.

           MOVE SPACES                 TO WRK-BILLRPT-LINE.
           STRING 'LATER REJECTED BY AN APPLY STEP (FILEERR2/3) ARE ',
                  'NOT BILLED.'
                                       DELIMITED BY SIZE
                                       INTO WRK-BILLRPT-LINE.
           PERFORM 2910-PUT-BILLRPT-LINE.
      *----------------------------------------------------------------*
       1070-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       1100-LOAD-RATE-CARD             SECTION.
      *----------------------------------------------------------------*
      *    EVERY CARD IS CHECKED, SO ONE RUN LISTS EVERY MISTAKE IN    *
      *    THE TABLE; A BAD CARD IS NOT LOADED.                        *
      *----------------------------------------------------------------*
           IF WRK-BILLRATE-REG (1:1)   EQUAL '*'
              OR WRK-BILLRATE-REG      EQUAL SPACES
              GO TO 1100-50-NEXT
           END-IF.

           IF WRK-CARD-PROVIDER        EQUAL SPACES
              MOVE 'MISSING PROVIDER CODE'
                                       TO WRK-RATE-ERROR-TEXT
              PERFORM 1140-PUT-RATE-ERROR
              GO TO 1100-50-NEXT
           END-IF.

           IF NOT WRK-CARD-OP-IS-VALID
              MOVE 'OPERATION NOT I/U/D/R'
                                       TO WRK-RATE-ERROR-TEXT
              PERFORM 1140-PUT-RATE-ERROR
              GO TO 1100-50-NEXT
           END-IF.

           IF WRK-CARD-FLOOR           NOT NUMERIC
              OR WRK-CARD-FLOOR        EQUAL ZEROS
              MOVE 'TIER FLOOR NOT NUMERIC OR ZERO'
                                       TO WRK-RATE-ERROR-TEXT
              PERFORM 1140-PUT-RATE-ERROR
              GO TO 1100-50-NEXT
           END-IF.

           IF WRK-CARD-RATE            NOT NUMERIC
              MOVE 'RATE NOT NUMERIC'  TO WRK-RATE-ERROR-TEXT
              PERFORM 1140-PUT-RATE-ERROR
              GO TO 1100-50-NEXT
           END-IF.

           MOVE WRK-CARD-PROVIDER      TO WRK-RATE-KEY-PROVIDER.
           MOVE WRK-CARD-OPERATION     TO WRK-RATE-KEY-OPERATION.
           MOVE ZEROS                  TO WRK-RATE-KEY-CARDS
                                          WRK-RATE-KEY-MAX-FLOOR.
           MOVE 1                      TO WRK-RATE-IDX.

           PERFORM 1120-SCAN-ONE-RATE
              UNTIL WRK-RATE-IDX       GREATER WRK-RATE-ENTRIES.

           IF WRK-RATE-KEY-CARDS       EQUAL ZEROS
              AND WRK-CARD-FLOOR       NOT EQUAL 1
              MOVE 'FIRST TIER MUST START AT 000000001'
                                       TO WRK-RATE-ERROR-TEXT
              PERFORM 1140-PUT-RATE-ERROR
              GO TO 1100-50-NEXT
           END-IF.

           IF WRK-RATE-KEY-CARDS       GREATER ZEROS
              AND WRK-CARD-FLOOR       NOT GREATER
                                       WRK-RATE-KEY-MAX-FLOOR
              MOVE 'TIER FLOORS NOT ASCENDING'
                                       TO WRK-RATE-ERROR-TEXT
              PERFORM 1140-PUT-RATE-ERROR
              GO TO 1100-50-NEXT
           END-IF.

           IF WRK-RATE-ENTRIES         NOT LESS WRK-RATE-MAX
              MOVE 'RATE TABLE CAPACITY EXCEEDED'
                                       TO WRK-RATE-ERROR-TEXT
              PERFORM 1140-PUT-RATE-ERROR
              GO TO 1100-50-NEXT
           END-IF.

           ADD 1                       TO WRK-RATE-ENTRIES.
           MOVE WRK-CARD-PROVIDER      TO WRK-RATE-PROVIDER
                                          (WRK-RATE-ENTRIES).
           MOVE WRK-CARD-OPERATION     TO WRK-RATE-OPERATION
                                          (WRK-RATE-ENTRIES).
           MOVE WRK-CARD-FLOOR         TO WRK-RATE-FLOOR
                                          (WRK-RATE-ENTRIES).
           MOVE WRK-CARD-RATE          TO WRK-RATE-VALUE
                                          (WRK-RATE-ENTRIES).

       1100-50-NEXT.
           PERFORM 1110-READ-BILLRATE.
      *----------------------------------------------------------------*
       1100-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       1110-READ-BILLRATE              SECTION.
      *----------------------------------------------------------------*
           MOVE 'READING FILE BILLRATE'
                                       TO   WRK-ERROR-MSG.

           READ BILLRATE               INTO WRK-BILLRATE-REG.

           PERFORM 8200-TEST-FS-BILLRATE.

           IF WRK-FS-BILLRATE          EQUAL 10
              MOVE 'END'               TO   WRK-BILLRATE-EOF
           ELSE
              ADD 1                    TO   WRK-BILLRATE-REGS-COUNTER
           END-IF.
      *----------------------------------------------------------------*
       1110-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       1120-SCAN-ONE-RATE              SECTION.
      *----------------------------------------------------------------*
      *    COUNTS THE CARDS ALREADY LOADED FOR THE KEY IN              *
      *    WRK-RATE-KEY-PROVIDER/OPERATION AND KEEPS THEIR HIGHEST     *
      *    FLOOR.                                                      *
      *----------------------------------------------------------------*
           IF WRK-RATE-PROVIDER (WRK-RATE-IDX)
                                       EQUAL WRK-RATE-KEY-PROVIDER
              AND WRK-RATE-OPERATION (WRK-RATE-IDX)
                                       EQUAL WRK-RATE-KEY-OPERATION
              ADD 1                    TO WRK-RATE-KEY-CARDS
              IF WRK-RATE-FLOOR (WRK-RATE-IDX)
                                       GREATER WRK-RATE-KEY-MAX-FLOOR
                 MOVE WRK-RATE-FLOOR (WRK-RATE-IDX)
                                       TO WRK-RATE-KEY-MAX-FLOOR
              END-IF
           END-IF.

           ADD 1                       TO WRK-RATE-IDX.
      *----------------------------------------------------------------*
       1120-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       1140-PUT-RATE-ERROR             SECTION.
      *----------------------------------------------------------------*
           ADD 1                       TO WRK-RATE-ERRORS.

           MOVE SPACES                 TO WRK-BILLRPT-LINE.
           STRING '** BILLRATE CARD ',WRK-BILLRATE-REGS-COUNTER,
                  ': ',WRK-RATE-ERROR-TEXT
                                       DELIMITED BY SIZE
                                       INTO WRK-BILLRPT-LINE.
           PERFORM 2910-PUT-BILLRPT-LINE.

           MOVE SPACES                 TO WRK-BILLRPT-LINE.
           STRING '   ',WRK-BILLRATE-REG (1:60)
                                       DELIMITED BY SIZE
                                       INTO WRK-BILLRPT-LINE.
           PERFORM 2910-PUT-BILLRPT-LINE.
      *----------------------------------------------------------------*
       1140-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2000-PROCESS-EVENT              SECTION.
      *----------------------------------------------------------------*
      *    THE SUBMITTING PROVIDER IS ON THE NEW-VALUES IMAGE, OR ON   *
      *    THE BEFORE-IMAGE FOR A SOFT-DELETE (SEE CSRGEVT1).          *
      *----------------------------------------------------------------*
           IF CSRGEVT1-DATE (4:7)      NOT EQUAL WRK-REPORT-MONTH
              GO TO 2000-50-NEXT
           END-IF.

      *    A RETURNING-CUSTOMER EVENT ONLY ACCOMPANIES THE 'I' OF ITS
      *    INSERT, WHICH IS THE ONE BILLED - IT IS NOT AN OPERATION.
      *    NOR IS A DOCUMENT CHANGE, WHICH NO PROVIDER SUBMITTED:
           IF CSRGEVT1-IS-RETURNING
              OR CSRGEVT1-IS-DOC-CHANGE
              GO TO 2000-50-NEXT
           END-IF.

           ADD 1                       TO WRK-IN-MONTH-COUNTER.

           EVALUATE TRUE
              WHEN CSRGEVT1-IS-INSERT
                 MOVE 1                TO WRK-OP-IDX
                 MOVE 'CSRG0002'       TO WRK-APPLY-PROGRAM
                 MOVE WRK-EVT-NEW-IMAGE
                                       TO WRK-EVT-IMAGE-REG
              WHEN CSRGEVT1-IS-UPDATE
                 MOVE 2                TO WRK-OP-IDX
                 MOVE 'CSRG0003'       TO WRK-APPLY-PROGRAM
                 MOVE WRK-EVT-NEW-IMAGE
                                       TO WRK-EVT-IMAGE-REG
              WHEN CSRGEVT1-IS-DELETE
                 MOVE 3                TO WRK-OP-IDX
                 MOVE 'CSRG0004'       TO WRK-APPLY-PROGRAM
                 MOVE WRK-EVT-OLD-IMAGE
                                       TO WRK-EVT-IMAGE-REG
              WHEN CSRGEVT1-IS-REINSTATE
                 MOVE 4                TO WRK-OP-IDX
                 MOVE 'CSRG0010'       TO WRK-APPLY-PROGRAM
                 MOVE WRK-EVT-NEW-IMAGE
                                       TO WRK-EVT-IMAGE-REG
              WHEN OTHER
                 ADD 1                 TO WRK-BAD-OPERATION-COUNTER
                 GO TO 2000-50-NEXT
           END-EVALUATE.

           PERFORM 2100-CHECK-APPLY-RUN.

           IF NOT WRK-RUN-IS-APPLY
              ADD 1                    TO WRK-NOT-APPLY-COUNTER
              GO TO 2000-50-NEXT
           END-IF.

           MOVE CSTMRG01-PROVIDER-CODE OF WRK-EVT-IMAGE-REG
                                       TO WRK-CURRENT-PROVIDER.

      *    OUR OWN IN-HOUSE TRANSACTIONS ARE NO PARTNER'S SUBMISSION:
           IF WRK-CURRENT-PROVIDER     EQUAL WRK-HOUSE-PROVIDER
              ADD 1                    TO WRK-HOUSE-EVENT-COUNTER
              GO TO 2000-50-NEXT
           END-IF.

           PERFORM 2500-FIND-PROVIDER.

           IF NOT WRK-PROV-ENTRY-FOUND
              GO TO 2000-50-NEXT
           END-IF.

           ADD 1                       TO WRK-BILLABLE-COUNTER.
           ADD 1                       TO WRK-PROV-QTY (WRK-PROV-IDX
                                                        WRK-OP-IDX).

           MOVE CSRGEVT1-DATE (1:2)    TO WRK-EVENT-DAY.
           IF WRK-EVENT-DAY            LESS WRK-FIRST-DAY
              MOVE WRK-EVENT-DAY       TO WRK-FIRST-DAY
           END-IF.
           IF WRK-EVENT-DAY            GREATER WRK-LAST-DAY
              MOVE WRK-EVENT-DAY       TO WRK-LAST-DAY
           END-IF.

           PERFORM 2600-ACCUMULATE-RUN.

       2000-50-NEXT.
           PERFORM 2110-READ-EVTFILE.
      *----------------------------------------------------------------*
       2000-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2100-CHECK-APPLY-RUN            SECTION.
      *----------------------------------------------------------------*
      *    AN EVENT IS A PROVIDER TRANSACTION ONLY WHEN THE APPLY STEP *
      *    OF ITS OPERATION REGISTERED THE EVENT'S RUN ID.             *
      *----------------------------------------------------------------*
           IF CSRGEVT1-BATCH-RUN-ID    EQUAL WRK-LAST-RUN-ID
              AND WRK-APPLY-PROGRAM    EQUAL WRK-LAST-APPLY-PROGRAM
              GO TO 2100-99-EXIT
           END-IF.

           MOVE CSRGEVT1-BATCH-RUN-ID  TO RC-RUN-ID
                                          WRK-LAST-RUN-ID.
           MOVE WRK-APPLY-PROGRAM      TO RC-PROGRAM
                                          WRK-LAST-APPLY-PROGRAM.

           MOVE 'SELECT TB_RUN_CONTROL'
                                       TO WRK-ERROR-MSG.

           EXEC SQL
               SELECT COUNT(*)
               INTO  :WRK-RUNCTL-COUNT
               FROM  TB_RUN_CONTROL
               WHERE RUN_ID  = :RC-RUN-ID
                 AND PROGRAM = :RC-PROGRAM
           END-EXEC.

           IF SQLCODE NOT EQUAL ZEROS
              MOVE SQLCODE             TO WRK-SQLCODE-SINAL
              STRING 'SQLCODE..:',WRK-SQLCODE-X
                                       DELIMITED BY SPACE
                                       INTO WRK-ERROR-CODE
              PERFORM 9999-CALL-ABEND-PGM
           END-IF.

           IF WRK-RUNCTL-COUNT         GREATER ZEROS
              MOVE 'Y'                 TO WRK-APPLY-RUN-SW
           ELSE
              MOVE 'N'                 TO WRK-APPLY-RUN-SW
           END-IF.
      *----------------------------------------------------------------*
       2100-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2110-READ-EVTFILE               SECTION.
      *----------------------------------------------------------------*
           MOVE 'READING FILE EVTFILE' TO   WRK-ERROR-MSG.

           READ EVTFILE                INTO WRK-EVTFILE-REG.

           PERFORM 8100-TEST-FS-EVTFILE.

           IF WRK-FS-EVTFILE           EQUAL 10
              MOVE 'END'               TO   WRK-EVTFILE-EOF
           ELSE
              ADD 1                    TO   WRK-EVTFILE-REGS-COUNTER
           END-IF.
      *----------------------------------------------------------------*
       2110-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2500-FIND-PROVIDER              SECTION.
      *----------------------------------------------------------------*
      *    LEAVES WRK-PROV-IDX ON THE PROVIDER'S ROW, ADDING THE ROW   *
      *    THE FIRST TIME THE PROVIDER IS SEEN.  A FULL TABLE LEAVES   *
      *    THE SWITCH OFF AND HOLDS THE BILLING (RC=08).               *
      *----------------------------------------------------------------*
           MOVE 'N'                    TO   WRK-PROV-FOUND-SW.
           MOVE 1                      TO   WRK-PROV-IDX.

           PERFORM 2510-SEARCH-ONE-PROVIDER
              UNTIL WRK-PROV-IDX       GREATER WRK-PROV-ENTRIES
                 OR WRK-PROV-ENTRY-FOUND.

           IF WRK-PROV-ENTRY-FOUND
              GO TO 2500-99-EXIT
           END-IF.

           IF WRK-PROV-ENTRIES         NOT LESS WRK-PROV-MAX
              ADD 1                    TO   WRK-PROV-OVERFLOW-COUNTER
              MOVE 08                  TO   WRK-BILL-RC
              GO TO 2500-99-EXIT
           END-IF.

           ADD 1                       TO   WRK-PROV-ENTRIES.
           MOVE WRK-PROV-ENTRIES       TO   WRK-PROV-IDX.
           INITIALIZE WRK-PROV-TAB (WRK-PROV-IDX).
           MOVE WRK-CURRENT-PROVIDER   TO   WRK-PROV-CODE
                                            (WRK-PROV-IDX).
           MOVE 'Y'                    TO   WRK-PROV-FOUND-SW.
      *----------------------------------------------------------------*
       2500-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2510-SEARCH-ONE-PROVIDER        SECTION.
      *----------------------------------------------------------------*
           IF WRK-PROV-CODE (WRK-PROV-IDX)
                                       EQUAL WRK-CURRENT-PROVIDER
              MOVE 'Y'                 TO   WRK-PROV-FOUND-SW
           ELSE
              ADD 1                    TO   WRK-PROV-IDX
           END-IF.
      *----------------------------------------------------------------*
       2510-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2600-ACCUMULATE-RUN             SECTION.
      *----------------------------------------------------------------*
      *    THE RUN LINES ARE RECONCILIATION DETAIL ONLY - A FULL TABLE *
      *    COSTS LINES ON THE REPORT (RC=04), NEVER BILLED AMOUNTS.    *
      *----------------------------------------------------------------*
           MOVE 'N'                    TO   WRK-RUN-FOUND-SW.
           MOVE 1                      TO   WRK-RUN-IDX.

           PERFORM 2610-SEARCH-ONE-RUN
              UNTIL WRK-RUN-IDX        GREATER WRK-RUN-ENTRIES
                 OR WRK-RUN-ENTRY-FOUND.

           IF NOT WRK-RUN-ENTRY-FOUND
              IF WRK-RUN-ENTRIES       NOT LESS WRK-RUN-MAX
                 ADD 1                 TO   WRK-RUN-OVERFLOW-COUNTER
                 GO TO 2600-99-EXIT
              END-IF
              ADD 1                    TO   WRK-RUN-ENTRIES
              MOVE WRK-RUN-ENTRIES     TO   WRK-RUN-IDX
              INITIALIZE WRK-RUN-TAB (WRK-RUN-IDX)
              MOVE WRK-CURRENT-PROVIDER
                                       TO   WRK-RUN-PROVIDER
                                            (WRK-RUN-IDX)
              MOVE CSRGEVT1-BATCH-RUN-ID
                                       TO   WRK-RUN-ID (WRK-RUN-IDX)
              MOVE CSRGEVT1-DATE       TO   WRK-RUN-DATE (WRK-RUN-IDX)
           END-IF.

           ADD 1                       TO   WRK-RUN-QTY (WRK-RUN-IDX
                                                         WRK-OP-IDX).
      *----------------------------------------------------------------*
       2600-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2610-SEARCH-ONE-RUN             SECTION.
      *----------------------------------------------------------------*
           IF WRK-RUN-PROVIDER (WRK-RUN-IDX)
                                       EQUAL WRK-CURRENT-PROVIDER
              AND WRK-RUN-ID (WRK-RUN-IDX)
                                       EQUAL CSRGEVT1-BATCH-RUN-ID
              MOVE 'Y'                 TO   WRK-RUN-FOUND-SW
           ELSE
              ADD 1                    TO   WRK-RUN-IDX
           END-IF.
      *----------------------------------------------------------------*
       2610-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2800-BILL-PROVIDERS             SECTION.
      *----------------------------------------------------------------*
           MOVE 1                      TO   WRK-PROV-IDX.

           PERFORM 2810-BILL-ONE-PROVIDER
              UNTIL WRK-PROV-IDX       GREATER WRK-PROV-ENTRIES.

           MOVE SPACES                 TO   WRK-BILLAR-REG.
           MOVE 'T'                    TO   WRK-BILLAR-REC-TYPE.
           MOVE CSRGPARM-REPORT-MONTH  TO   WRK-BILLAR-MONTH.
           MOVE 'CONTROL TOTAL'        TO   WRK-BILLAR-PROV-NAME.
           MOVE WRK-BILLAR-REGS-COUNTER
                                       TO   WRK-BILLAR-QUANTITY.
           MOVE WRK-GRAND-AMOUNT       TO   WRK-BILLAR-AMOUNT.
           MOVE CSRGPARM-BATCH-RUN-ID  TO   WRK-BILLAR-RUN-ID.
           PERFORM 2920-PUT-BILLAR-REG.
      *----------------------------------------------------------------*
       2800-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2810-BILL-ONE-PROVIDER          SECTION.
      *----------------------------------------------------------------*
      *    ONE SIGN-OFF BLOCK: THE PROVIDER'S RUN LINES, ITS MONTH     *
      *    TOTALS, THE PRICED TIERS PER OPERATION AND THE AMOUNT TO    *
      *    BILL.  AN EVENT WITHOUT A PROVIDER CODE IS SHOWN BUT NEVER  *
      *    PRICED.                                                     *
      *----------------------------------------------------------------*
           PERFORM 2820-GET-PROVIDER-NAME.

           MOVE SPACES                 TO WRK-BILLRPT-LINE.
           PERFORM 2910-PUT-BILLRPT-LINE.

           MOVE ALL '-'                TO WRK-BILLRPT-LINE.
           PERFORM 2910-PUT-BILLRPT-LINE.

           MOVE SPACES                 TO WRK-BILLRPT-LINE.
           STRING 'PROVIDER ',WRK-PROV-NAME-ED,' ',WRK-PROV-FULL-NAME
                                       DELIMITED BY SIZE
                                       INTO WRK-BILLRPT-LINE.
           PERFORM 2910-PUT-BILLRPT-LINE.

           MOVE SPACES                 TO WRK-BILLRPT-LINE.
           STRING '  BATCH RUN ID    FIRST DATE   ',
                  '  INSERTS   UPDATES   DELETES REINSTATE'
                                       DELIMITED BY SIZE
                                       INTO WRK-BILLRPT-LINE.
           PERFORM 2910-PUT-BILLRPT-LINE.

           MOVE 1                      TO WRK-RUN-IDX.

           PERFORM 2830-PRINT-ONE-RUN
              UNTIL WRK-RUN-IDX        GREATER WRK-RUN-ENTRIES.

           MOVE WRK-PROV-QTY (WRK-PROV-IDX 1) TO WRK-COUNT1-ED.
           MOVE WRK-PROV-QTY (WRK-PROV-IDX 2) TO WRK-COUNT2-ED.
           MOVE WRK-PROV-QTY (WRK-PROV-IDX 3) TO WRK-COUNT3-ED.
           MOVE WRK-PROV-QTY (WRK-PROV-IDX 4) TO WRK-COUNT4-ED.
           MOVE SPACES                 TO WRK-BILLRPT-LINE.
           STRING '  MONTH TOTAL                  ',
                  WRK-COUNT1-ED,' ',WRK-COUNT2-ED,' ',
                  WRK-COUNT3-ED,' ',WRK-COUNT4-ED
                                       DELIMITED BY SIZE
                                       INTO WRK-BILLRPT-LINE.
           PERFORM 2910-PUT-BILLRPT-LINE.

           MOVE ZEROS                  TO WRK-PROV-AMOUNT.

           IF WRK-PROV-CODE (WRK-PROV-IDX) EQUAL SPACES
              COMPUTE WRK-UNPRICED-COUNTER = WRK-UNPRICED-COUNTER
                       + WRK-PROV-QTY (WRK-PROV-IDX 1)
                       + WRK-PROV-QTY (WRK-PROV-IDX 2)
                       + WRK-PROV-QTY (WRK-PROV-IDX 3)
                       + WRK-PROV-QTY (WRK-PROV-IDX 4)
              PERFORM 2815-RAISE-RC-04
              MOVE SPACES              TO WRK-BILLRPT-LINE
              STRING '  ** NO PROVIDER CODE ON THESE EVENTS - NOT ',
                     'BILLED, REVIEW **'
                                       DELIMITED BY SIZE
                                       INTO WRK-BILLRPT-LINE
              PERFORM 2910-PUT-BILLRPT-LINE
              GO TO 2810-50-NEXT
           END-IF.

           IF WRK-RATE-ERRORS          GREATER ZEROS
              GO TO 2810-50-NEXT
           END-IF.

           MOVE 1                      TO WRK-OP-IDX.

           PERFORM 2840-PRICE-ONE-OPERATION
              UNTIL WRK-OP-IDX         GREATER 4.

           MOVE WRK-PROV-AMOUNT        TO WRK-AMOUNT-ED.
           MOVE SPACES                 TO WRK-BILLRPT-LINE.
           STRING '  TOTAL TO BILL...........: ',WRK-AMOUNT-ED
                                       DELIMITED BY SIZE
                                       INTO WRK-BILLRPT-LINE.
           PERFORM 2910-PUT-BILLRPT-LINE.

           ADD WRK-PROV-AMOUNT         TO WRK-GRAND-AMOUNT.

           MOVE SPACES                 TO WRK-BILLRPT-LINE.
           PERFORM 2910-PUT-BILLRPT-LINE.

           MOVE SPACES                 TO WRK-BILLRPT-LINE.
           STRING '  CHECKED BY (BILLING).: ______________________',
                  '  DATE: __/__/____'
                                       DELIMITED BY SIZE
                                       INTO WRK-BILLRPT-LINE.
           PERFORM 2910-PUT-BILLRPT-LINE.

           MOVE SPACES                 TO WRK-BILLRPT-LINE.
           PERFORM 2910-PUT-BILLRPT-LINE.

           MOVE SPACES                 TO WRK-BILLRPT-LINE.
           STRING '  AGREED BY (PARTNER)..: ______________________',
                  '  DATE: __/__/____'
                                       DELIMITED BY SIZE
                                       INTO WRK-BILLRPT-LINE.
           PERFORM 2910-PUT-BILLRPT-LINE.

       2810-50-NEXT.
           ADD 1                       TO WRK-PROV-IDX.
      *----------------------------------------------------------------*
       2810-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2815-RAISE-RC-04                SECTION.
      *----------------------------------------------------------------*
           IF WRK-BILL-RC              LESS 04
              MOVE 04                  TO WRK-BILL-RC
           END-IF.
      *----------------------------------------------------------------*
       2815-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2820-GET-PROVIDER-NAME          SECTION.
      *----------------------------------------------------------------*
           IF WRK-PROV-CODE (WRK-PROV-IDX) EQUAL SPACES
              MOVE '*UNKNOWN*'         TO WRK-PROV-NAME-ED
              MOVE SPACES              TO WRK-PROV-FULL-NAME
              GO TO 2820-99-EXIT
           END-IF.

           MOVE WRK-PROV-CODE (WRK-PROV-IDX)
                                       TO WRK-PROV-NAME-ED
                                          PRV-CODE.

           MOVE 'SELECT TB_PROVIDER'   TO WRK-ERROR-MSG.

           EXEC SQL
               SELECT PROVIDER_NAME
               INTO  :PRV-NAME
               FROM  TB_PROVIDER
               WHERE PROVIDER_CODE = :PRV-CODE
           END-EXEC.

           IF SQLCODE EQUAL +100
              MOVE '*NOT ON TB_PROVIDER*'
                                       TO WRK-PROV-FULL-NAME
              GO TO 2820-99-EXIT
           END-IF.

           IF SQLCODE NOT EQUAL ZEROS
              MOVE SQLCODE             TO WRK-SQLCODE-SINAL
              STRING 'SQLCODE..:',WRK-SQLCODE-X
                                       DELIMITED BY SPACE
                                       INTO WRK-ERROR-CODE
              PERFORM 9999-CALL-ABEND-PGM
           END-IF.

           MOVE PRV-NAME               TO WRK-PROV-FULL-NAME.
      *----------------------------------------------------------------*
       2820-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2830-PRINT-ONE-RUN              SECTION.
      *----------------------------------------------------------------*
           IF WRK-RUN-PROVIDER (WRK-RUN-IDX)
                                       NOT EQUAL WRK-PROV-CODE
                                                 (WRK-PROV-IDX)
              GO TO 2830-50-NEXT
           END-IF.

           MOVE WRK-RUN-QTY (WRK-RUN-IDX 1) TO WRK-COUNT1-ED.
           MOVE WRK-RUN-QTY (WRK-RUN-IDX 2) TO WRK-COUNT2-ED.
           MOVE WRK-RUN-QTY (WRK-RUN-IDX 3) TO WRK-COUNT3-ED.
           MOVE WRK-RUN-QTY (WRK-RUN-IDX 4) TO WRK-COUNT4-ED.
           MOVE SPACES                 TO WRK-BILLRPT-LINE.
           STRING '  ',WRK-RUN-ID (WRK-RUN-IDX),'  ',
                  WRK-RUN-DATE (WRK-RUN-IDX),'   ',
                  WRK-COUNT1-ED,' ',WRK-COUNT2-ED,' ',
                  WRK-COUNT3-ED,' ',WRK-COUNT4-ED
                                       DELIMITED BY SIZE
                                       INTO WRK-BILLRPT-LINE.
           PERFORM 2910-PUT-BILLRPT-LINE.

       2830-50-NEXT.
           ADD 1                       TO WRK-RUN-IDX.
      *----------------------------------------------------------------*
       2830-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2840-PRICE-ONE-OPERATION        SECTION.
      *----------------------------------------------------------------*
      *    THE PROVIDER'S OWN CARDS FOR THE OPERATION, ELSE THE '****' *
      *    HOUSE CARDS.  EACH CARD PRICES THE RECORDS FROM ITS FLOOR   *
      *    UP TO THE NEXT CARD'S FLOOR LESS ONE (THE LAST CARD HAS NO  *
      *    CEILING); THE CARDS OF A KEY ARE ALREADY ASCENDING.         *
      *----------------------------------------------------------------*
           MOVE WRK-PROV-QTY (WRK-PROV-IDX WRK-OP-IDX)
                                       TO WRK-OP-QTY.

           IF WRK-OP-QTY               EQUAL ZEROS
              GO TO 2840-50-NEXT
           END-IF.

           MOVE WRK-PROV-CODE (WRK-PROV-IDX)
                                       TO WRK-RATE-KEY-PROVIDER.
           MOVE WRK-OP-CODES (WRK-OP-IDX:1)
                                       TO WRK-RATE-KEY-OPERATION.
           MOVE ZEROS                  TO WRK-RATE-KEY-CARDS
                                          WRK-RATE-KEY-MAX-FLOOR.
           MOVE 1                      TO WRK-RATE-IDX.

           PERFORM 1120-SCAN-ONE-RATE
              UNTIL WRK-RATE-IDX       GREATER WRK-RATE-ENTRIES.

           IF WRK-RATE-KEY-CARDS       EQUAL ZEROS
              MOVE '****'              TO WRK-RATE-KEY-PROVIDER
              MOVE 1                   TO WRK-RATE-IDX
              PERFORM 1120-SCAN-ONE-RATE
                 UNTIL WRK-RATE-IDX    GREATER WRK-RATE-ENTRIES
           END-IF.

           IF WRK-RATE-KEY-CARDS       EQUAL ZEROS
              ADD WRK-OP-QTY           TO WRK-UNPRICED-COUNTER
              PERFORM 2815-RAISE-RC-04
              MOVE WRK-OP-QTY          TO WRK-COUNT-ED
              MOVE SPACES              TO WRK-BILLRPT-LINE
              STRING '  ',WRK-OP-NAME (WRK-OP-IDX),
                     WRK-COUNT-ED,
                     '  ** NO RATE CARD - NOT BILLED, REVIEW **'
                                       DELIMITED BY SIZE
                                       INTO WRK-BILLRPT-LINE
              PERFORM 2910-PUT-BILLRPT-LINE
              GO TO 2840-50-NEXT
           END-IF.

           MOVE ZEROS                  TO WRK-OP-AMOUNT
                                          WRK-RATE-PREV-IDX.
           MOVE 1                      TO WRK-RATE-IDX.

           PERFORM 2850-PRICE-ONE-CARD
              UNTIL WRK-RATE-IDX       GREATER WRK-RATE-ENTRIES.

           MOVE 999999999              TO WRK-TIER-END.
           PERFORM 2860-PRICE-ONE-TIER.

           MOVE WRK-OP-QTY             TO WRK-COUNT-ED.
           MOVE WRK-OP-AMOUNT          TO WRK-AMOUNT-ED.
           MOVE SPACES                 TO WRK-BILLRPT-LINE.
           STRING '  ',WRK-OP-NAME (WRK-OP-IDX),WRK-COUNT-ED,
                  ' RECORDS ',WRK-RATE-KEY-PROVIDER,' RATES',
                  '    AMOUNT ',WRK-AMOUNT-ED
                                       DELIMITED BY SIZE
                                       INTO WRK-BILLRPT-LINE.
           PERFORM 2910-PUT-BILLRPT-LINE.

           ADD WRK-OP-AMOUNT           TO WRK-PROV-AMOUNT.

           MOVE SPACES                 TO WRK-BILLAR-REG.
           MOVE 'D'                    TO WRK-BILLAR-REC-TYPE.
           MOVE CSRGPARM-REPORT-MONTH  TO WRK-BILLAR-MONTH.
           MOVE WRK-PROV-CODE (WRK-PROV-IDX)
                                       TO WRK-BILLAR-PROVIDER.
           MOVE WRK-PROV-FULL-NAME     TO WRK-BILLAR-PROV-NAME.
           MOVE WRK-RATE-KEY-OPERATION TO WRK-BILLAR-OPERATION.
           MOVE WRK-OP-QTY             TO WRK-BILLAR-QUANTITY.
           MOVE WRK-OP-AMOUNT          TO WRK-BILLAR-AMOUNT.
           MOVE CSRGPARM-BATCH-RUN-ID  TO WRK-BILLAR-RUN-ID.
           PERFORM 2920-PUT-BILLAR-REG.
           ADD 1                       TO WRK-BILLAR-REGS-COUNTER.

       2840-50-NEXT.
           ADD 1                       TO WRK-OP-IDX.
      *----------------------------------------------------------------*
       2840-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2850-PRICE-ONE-CARD             SECTION.
      *----------------------------------------------------------------*
      *    EACH CARD OF THE KEY CLOSES THE TIER OF THE CARD BEFORE IT. *
      *----------------------------------------------------------------*
           IF WRK-RATE-PROVIDER (WRK-RATE-IDX)
                                       NOT EQUAL WRK-RATE-KEY-PROVIDER
              OR WRK-RATE-OPERATION (WRK-RATE-IDX)
                                       NOT EQUAL WRK-RATE-KEY-OPERATION
              GO TO 2850-50-NEXT
           END-IF.

           IF WRK-RATE-PREV-IDX        GREATER ZEROS
              COMPUTE WRK-TIER-END = WRK-RATE-FLOOR (WRK-RATE-IDX) - 1
              PERFORM 2860-PRICE-ONE-TIER
           END-IF.

           MOVE WRK-RATE-IDX           TO WRK-RATE-PREV-IDX.

       2850-50-NEXT.
           ADD 1                       TO WRK-RATE-IDX.
      *----------------------------------------------------------------*
       2850-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2860-PRICE-ONE-TIER             SECTION.
      *----------------------------------------------------------------*
      *    PRICES THE RECORDS OF CARD WRK-RATE-PREV-IDX, FROM ITS      *
      *    FLOOR TO WRK-TIER-END.  A TIER THE MONTH NEVER REACHED IS   *
      *    NOT PRINTED.                                                *
      *----------------------------------------------------------------*
           IF WRK-OP-QTY               LESS WRK-RATE-FLOOR
                                            (WRK-RATE-PREV-IDX)
              GO TO 2860-99-EXIT
           END-IF.

           IF WRK-OP-QTY               LESS WRK-TIER-END
              MOVE WRK-OP-QTY          TO WRK-TIER-END
           END-IF.

           COMPUTE WRK-TIER-QTY = WRK-TIER-END
                                - WRK-RATE-FLOOR (WRK-RATE-PREV-IDX)
                                + 1.

           COMPUTE WRK-TIER-AMOUNT ROUNDED =
                      WRK-TIER-QTY
                    * WRK-RATE-VALUE (WRK-RATE-PREV-IDX).

           ADD WRK-TIER-AMOUNT         TO WRK-OP-AMOUNT.

           MOVE WRK-RATE-FLOOR (WRK-RATE-PREV-IDX)
                                       TO WRK-COUNT1-ED.
           MOVE WRK-TIER-QTY           TO WRK-COUNT2-ED.
           MOVE WRK-RATE-VALUE (WRK-RATE-PREV-IDX)
                                       TO WRK-RATE-ED.
           MOVE WRK-TIER-AMOUNT        TO WRK-AMOUNT-ED.
           MOVE SPACES                 TO WRK-BILLRPT-LINE.
           STRING '    TIER FROM',WRK-COUNT1-ED,
                  '  QTY',WRK-COUNT2-ED,
                  '  X',WRK-RATE-ED,
                  ' = ',WRK-AMOUNT-ED
                                       DELIMITED BY SIZE
                                       INTO WRK-BILLRPT-LINE.
           PERFORM 2910-PUT-BILLRPT-LINE.
      *----------------------------------------------------------------*
       2860-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2910-PUT-BILLRPT-LINE           SECTION.
      *----------------------------------------------------------------*
           MOVE  WRK-BILLRPT-LINE      TO    FD-REG-BILLRPT.

           WRITE FD-REG-BILLRPT.

           PERFORM 8400-TEST-FS-BILLRPT.
      *----------------------------------------------------------------*
       2910-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2920-PUT-BILLAR-REG             SECTION.
      *----------------------------------------------------------------*
           MOVE 'WRITING FILE BILLAR'  TO    WRK-ERROR-MSG.

           MOVE  WRK-BILLAR-REG        TO    FD-REG-BILLAR.

           WRITE FD-REG-BILLAR.

           PERFORM 8300-TEST-FS-BILLAR.
      *----------------------------------------------------------------*
       2920-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       3000-FINALIZE                   SECTION.
      *----------------------------------------------------------------*
           MOVE SPACES                 TO WRK-BILLRPT-LINE.
           PERFORM 2910-PUT-BILLRPT-LINE.

           MOVE ALL '-'                TO WRK-BILLRPT-LINE.
           PERFORM 2910-PUT-BILLRPT-LINE.

           IF WRK-PROV-ENTRIES         EQUAL ZEROS
              MOVE SPACES              TO WRK-BILLRPT-LINE
              STRING 'NO BILLABLE EVENTS IN THE BILLING MONTH'
                                       DELIMITED BY SIZE
                                       INTO WRK-BILLRPT-LINE
              PERFORM 2910-PUT-BILLRPT-LINE
           ELSE
              MOVE SPACES              TO WRK-BILLRPT-LINE
              STRING 'EVENTS DATED FROM DAY ',WRK-FIRST-DAY,
                     ' TO DAY ',WRK-LAST-DAY,' OF THE MONTH'
                                       DELIMITED BY SIZE
                                       INTO WRK-BILLRPT-LINE
              PERFORM 2910-PUT-BILLRPT-LINE
           END-IF.

           MOVE WRK-GRAND-AMOUNT       TO WRK-AMOUNT-ED.
           MOVE SPACES                 TO WRK-BILLRPT-LINE.
           STRING 'GRAND TOTAL BILLED........: ',WRK-AMOUNT-ED
                                       DELIMITED BY SIZE
                                       INTO WRK-BILLRPT-LINE.
           PERFORM 2910-PUT-BILLRPT-LINE.

           MOVE WRK-NOT-APPLY-COUNTER  TO WRK-COUNT-ED.
           MOVE SPACES                 TO WRK-BILLRPT-LINE.
           STRING 'EVENTS NOT FROM AN APPLY STEP (NOT BILLED):',
                  WRK-COUNT-ED
                                       DELIMITED BY SIZE
                                       INTO WRK-BILLRPT-LINE.
           PERFORM 2910-PUT-BILLRPT-LINE.

           MOVE WRK-HOUSE-EVENT-COUNTER
                                       TO WRK-COUNT-ED.
           MOVE SPACES                 TO WRK-BILLRPT-LINE.
           STRING 'IN-HOUSE EVENTS (HOUS - NOT BILLED).......:',
                  WRK-COUNT-ED
                                       DELIMITED BY SIZE
                                       INTO WRK-BILLRPT-LINE.
           PERFORM 2910-PUT-BILLRPT-LINE.

           IF WRK-UNPRICED-COUNTER     GREATER ZEROS
              MOVE WRK-UNPRICED-COUNTER
                                       TO WRK-COUNT-ED
              MOVE SPACES              TO WRK-BILLRPT-LINE
              STRING '** RECORDS LEFT UNBILLED FOR REVIEW.......:',
                     WRK-COUNT-ED
                                       DELIMITED BY SIZE
                                       INTO WRK-BILLRPT-LINE
              PERFORM 2910-PUT-BILLRPT-LINE
           END-IF.

           IF WRK-BAD-OPERATION-COUNTER GREATER ZEROS
              MOVE WRK-BAD-OPERATION-COUNTER
                                       TO WRK-COUNT-ED
              MOVE SPACES              TO WRK-BILLRPT-LINE
              STRING '** EVENTS WITH AN UNKNOWN OPERATION.......:',
                     WRK-COUNT-ED
                                       DELIMITED BY SIZE
                                       INTO WRK-BILLRPT-LINE
              PERFORM 2910-PUT-BILLRPT-LINE
           END-IF.

           IF WRK-PROV-OVERFLOW-COUNTER GREATER ZEROS
              MOVE SPACES              TO WRK-BILLRPT-LINE
              STRING '** PROVIDER TABLE CAPACITY EXCEEDED - ',
                     WRK-PROV-OVERFLOW-COUNTER,
                     ' EVENT(S) NOT BILLED **'
                                       DELIMITED BY SIZE
                                       INTO WRK-BILLRPT-LINE
              PERFORM 2910-PUT-BILLRPT-LINE
           END-IF.

           IF WRK-RUN-OVERFLOW-COUNTER GREATER ZEROS
              PERFORM 2815-RAISE-RC-04
              MOVE SPACES              TO WRK-BILLRPT-LINE
              STRING '** RUN TABLE CAPACITY EXCEEDED - ',
                     WRK-RUN-OVERFLOW-COUNTER,
                     ' EVENT(S) BILLED WITHOUT A RUN LINE **'
                                       DELIMITED BY SIZE
                                       INTO WRK-BILLRPT-LINE
              PERFORM 2910-PUT-BILLRPT-LINE
           END-IF.

           CLOSE EVTFILE
                 BILLRATE
                 BILLAR
                 BILLRPT.

           MOVE WRK-BILL-RC            TO RETURN-CODE.

           DISPLAY '***************************'.
           DISPLAY '*  SUCCESSFUL  EXECUTION  *'.
           DISPLAY '***************************'.
           DISPLAY '*MODULE..........:' WRK-PROGRAM '*'.
           DISPLAY '*COMPILED........:'
           DD-COMPILED '/' MM-COMPILED '/' YY-COMPILED '*'.
           DISPLAY '*.................'
           HOUR-COMPILED '.' MINUTE-COMPILED '.'SECOND-COMPILED '*'.
           DISPLAY '*-------------------------*'.
           DISPLAY '*BILLING MONTH.......:' CSRGPARM-REPORT-MONTH '*'.
           DISPLAY '*EVENTS READ.........:' WRK-EVTFILE-REGS-COUNTER
           '*'.
           DISPLAY '*EVENTS IN MONTH.....:' WRK-IN-MONTH-COUNTER '*'.
           DISPLAY '*EVENTS BILLABLE.....:' WRK-BILLABLE-COUNTER '*'.
           DISPLAY '*NOT FROM APPLY STEP.:' WRK-NOT-APPLY-COUNTER '*'.
           DISPLAY '*IN-HOUSE (HOUS).....:' WRK-HOUSE-EVENT-COUNTER
           '*'.
           DISPLAY '*RATE CARDS LOADED...:' WRK-RATE-ENTRIES '*'.
           DISPLAY '*RATE CARD ERRORS....:' WRK-RATE-ERRORS '*'.
           DISPLAY '*PROVIDERS BILLED....:' WRK-PROV-ENTRIES '*'.
           DISPLAY '*BILLAR DETAIL RECS..:' WRK-BILLAR-REGS-COUNTER
           '*'.
           DISPLAY '*RETURN CODE.........:' WRK-BILL-RC '*'.
           DISPLAY '*-------------------------*'.
           DISPLAY '*EXECUTED......:' WRK-DATE-FORMATTED '*'.
           DISPLAY '*.................' WRK-TIME-FORMATTED '*'.
           DISPLAY '***************************'.

           STOP RUN.
      *----------------------------------------------------------------*
       3000-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       8100-TEST-FS-EVTFILE            SECTION.
      *----------------------------------------------------------------*
           IF WRK-FS-EVTFILE           NOT EQUAL ZEROS AND 10
              MOVE WRK-FS-EVTFILE      TO  WRK-ERROR-CODE
              PERFORM 9999-CALL-ABEND-PGM
           END-IF.
      *----------------------------------------------------------------*
       8100-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       8200-TEST-FS-BILLRATE           SECTION.
      *----------------------------------------------------------------*
           IF WRK-FS-BILLRATE          NOT EQUAL ZEROS AND 10
              MOVE WRK-FS-BILLRATE     TO  WRK-ERROR-CODE
              PERFORM 9999-CALL-ABEND-PGM
           END-IF.
      *----------------------------------------------------------------*
       8200-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       8300-TEST-FS-BILLAR             SECTION.
      *----------------------------------------------------------------*
           IF WRK-FS-BILLAR            NOT EQUAL ZEROS
              MOVE WRK-FS-BILLAR       TO  WRK-ERROR-CODE
              PERFORM 9999-CALL-ABEND-PGM
           END-IF.
      *----------------------------------------------------------------*
       8300-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       8400-TEST-FS-BILLRPT            SECTION.
      *----------------------------------------------------------------*
           IF WRK-FS-BILLRPT           NOT EQUAL ZEROS
              MOVE WRK-FS-BILLRPT      TO  WRK-ERROR-CODE
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
       9999-CALL-ABEND-PGM             SECTION.
      *----------------------------------------------------------------*
           MOVE WRK-DATE-FORMATTED     TO WRK-ERROR-DATE.
           MOVE WRK-TIME-FORMATTED     TO WRK-ERROR-TIME.
           CALL WRK-ABEND-PGM          USING WRK-ERROR-LOG.
      *----------------------------------------------------------------*
       9999-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
