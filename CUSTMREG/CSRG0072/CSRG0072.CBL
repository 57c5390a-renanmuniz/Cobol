      *================================================================*
      *        I D E N T I F I C A T I O N      D I V I S I O N        *
      *================================================================*
       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     CSRG0072.
       AUTHOR.         RENAN MUNIZ MERLO.
       DATE-WRITTEN.   15/10/2026.
       DATE-COMPILED   WHEN-COMPILED.
       REMARKS.
      *----------------------------------------------------------------*
      *                RENAN MUNIZ MERLO COBOL DEVELOPER               *
      *          https://www.linkedin.com/in/renan-muniz-merlo         *
      *----------------------------------------------------------------*
      *    PROGRAM-ID..: CSRG0072.                                     *
      *    ANALYST.....: RENAN MUNIZ MERLO                             *
      *    PROGRAMMER..: RENAN MUNIZ MERLO                             *
      *    DATE........: 15/10/2026                                    *
      *----------------------------------------------------------------*
      *    PROJECT.....: CUSTOMER REGISTRATION PROJECT - CUSTMREG      *
      *----------------------------------------------------------------*
      *    GOAL........: PEP AND SANCTIONS SCREENING.  CHECKS          *
      *                  CUSTOMERS AGAINST TB_SCREEN_LIST (LOADED BY   *
      *                  CSRG0071) AND REGISTERS EVERY MATCH ON        *
      *                  TB_SCREEN_HIT FOR COMPLIANCE REVIEW.          *
      *                  SCOPE (PARM POS 302):                         *
      *                  N/BLANK = NIGHTLY - EVERY CUSTOMER CSRG0002   *
      *                     INSERTED, TAKEN FROM THE 'I' EVENTS ON     *
      *                     EVTFILE (CSRGEVT1 NEW-VALUES IMAGE).       *
      *                  F = FULL - THE WHOLE ACTIVE TB_CUSTOMER BASE, *
      *                     RUN BY CSRGSCRN AFTER A LIST HAS CHANGED.  *
      *                  A CUSTOMER MATCHES AN ENTRY ON THE IDENTITY   *
      *                  DOCUMENT (SAME DOC_TYPE, BLANK MEANING CPF,   *
      *                  AND SAME NUMBER) AND/OR ON THE NORMALIZED     *
      *                  NAME PLUS BIRTH (SEE BTB_SCREEN_LIST; AN      *
      *                  ENTRY WITH NO BIRTH MATCHES ON DOCUMENT       *
      *                  ONLY).  A CPF/LIST/ENTRY ALREADY ON           *
      *                  TB_SCREEN_HIT, WHATEVER ITS STATUS, IS NOT    *
      *                  RAISED AGAIN - A FALSE POSITIVE STAYS         *
      *                  DISMISSED.  A NEW HIT IS INSERTED OPEN.       *
      *                  SCRRPT, THE COMPLIANCE REVIEW REPORT, LISTS   *
      *                  THE HITS THIS RUN RAISED, THEN THE WHOLE      *
      *                  OPEN WORKLIST OLDEST FIRST, THEN THE HIT      *
      *                  COUNTS BY LIST TYPE AND STATUS.  NEW HITS     *
      *                  RAISE ONE ALERTPGM ALERT.  RC=0 ALWAYS: A HIT *
      *                  IS WORK FOR COMPLIANCE, NOT A FAILED STEP.    *
      *----------------------------------------------------------------*
      *    SCRRPT......: POS 001-015  CPF                              *
      *                  POS 017-024  LIST ID                          *
      *                  POS 026-045  ENTRY ID                         *
      *                  POS 047-047  LIST TYPE   P=PEP  S=SANCTIONS   *
      *                  POS 049-049  MATCH TYPE  D=DOCUMENT N=NAME    *
      *                                           B=BOTH               *
      *                  POS 051-060  HIT DATE                         *
      *                  POS 062-096  CUSTOMER NAME                    *
      *                  POS 098-132  NAME ON THE LIST                 *
      *----------------------------------------------------------------*
      *    FILES.......:  DDNAME          LRECL       INCLUDE/BOOK     *
      *                   EVTFILE         00670       CSRGEVT1+        *
      *                   (NIGHTLY ONLY)              CSTMRG01         *
      *                   SCRRPT          00132       NONE             *
      *----------------------------------------------------------------*
      *    ALERT.......: ALERTPGM RECORD - FILE NAME 'SCRNHIT'         *
      *----------------------------------------------------------------*
      *    MODIFICATION HISTORY.......:                                *
      *    15/10/2026 RMM - PROGRAM CREATED.                           *
      *----------------------------------------------------------------*
      *    TABLE DB2...:  TB_SCREEN_LIST              BTB_SCREEN_LIST  *
      *                   TB_SCREEN_HIT               BTB_SCREEN_HIT   *
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

           SELECT EVTFILE       ASSIGN TO UTS-S-EVTFILE
            ORGANIZATION IS     SEQUENTIAL
            ACCESS MODE  IS     SEQUENTIAL
            FILE STATUS  IS     WRK-FS-EVTFILE.

           SELECT SCRRPT        ASSIGN TO UTS-S-SCRRPT
            ORGANIZATION IS     SEQUENTIAL
            ACCESS MODE  IS     SEQUENTIAL
            FILE STATUS  IS     WRK-FS-SCRRPT.

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

       FD SCRRPT
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS 00 RECORDS.
       01 FD-REG-SCRRPT     PIC X(132).

      *-----------------------------------------------------------------*
      *                  WORKING-STORAGE SECTION                        *
      *-----------------------------------------------------------------*
       WORKING-STORAGE SECTION.

       77 WRK-EVTFILE-REGS-COUNTER               PIC 9(09) VALUE ZEROS .
       77 WRK-SCREENED-REGS-COUNTER              PIC 9(09) VALUE ZEROS .
       77 WRK-MATCHES-REGS-COUNTER               PIC 9(07) VALUE ZEROS .
       77 WRK-KNOWN-REGS-COUNTER                 PIC 9(07) VALUE ZEROS .
       77 WRK-NEW-HITS-COUNTER                   PIC 9(07) VALUE ZEROS .
       77 WRK-NEW-PEP-COUNTER                    PIC 9(07) VALUE ZEROS .
       77 WRK-NEW-SANC-COUNTER                   PIC 9(07) VALUE ZEROS .
       77 WRK-OPEN-HITS-COUNTER                  PIC 9(07) VALUE ZEROS .

       77 WRK-CANDIDATE-EOF                      PIC X(03) VALUE SPACES.
       77 WRK-ENTRY-EOF                          PIC X(03) VALUE SPACES.
       77 WRK-CURSOR-EOF                         PIC X(03) VALUE SPACES.

      *DATA FOR PERIODIC COMMIT:
       77 WRK-COMMIT-COUNTER                     PIC 9(05) VALUE ZEROS .

      *RUNTIME PARAMETER CARD:
       COPY 'CSRGPARM'.

      *OPERATIONAL-ALERT PROGRAM:
       77 WRK-ALERT-PGM                          PIC X(08) VALUE
                                                          'ALERTPGM'  .

       01 WRK-ALERT-LOG.
       COPY 'CSRGALRT'.

      *ONE CHANGE EVENT (SEE CSRGEVT1) AND ITS NEW-VALUES IMAGE:
       01 WRK-EVTFILE-REG.
          COPY 'CSRGEVT1'.
          03 WRK-EVT-NEW-IMAGE                   PIC X(311).
          03 WRK-EVT-OLD-IMAGE                   PIC X(311).

       01 WRK-EVT-IMAGE-REG.
          COPY 'CSTMRG01'.

      *THE CUSTOMER BEING SCREENED, WHICHEVER SCOPE IT CAME FROM:
       01 WRK-CAND.
          03 WRK-CAND-CPF                        PIC X(15) VALUE SPACES.
          03 WRK-CAND-DOC-TYPE                   PIC X(01) VALUE SPACES.
          03 WRK-CAND-NAME                       PIC X(50) VALUE SPACES.
          03 WRK-CAND-BIRTH                      PIC X(10) VALUE SPACES.
          03 WRK-CAND-MATCH-NAME                 PIC X(50) VALUE SPACES.

      *A HIT ALREADY REGISTERED FOR THE CPF/LIST/ENTRY:
       01 WRK-HIT-EXISTS-COUNT                   PIC S9(09) COMP
                                                 VALUE ZEROS.

      *WORKLIST AND STATUS-COUNT ROWS:
       01 WRK-RPT-CUST-NAME                      PIC X(50) VALUE SPACES.
       01 WRK-RPT-LIST-NAME                      PIC X(50) VALUE SPACES.
       01 WRK-STAT-COUNT                         PIC S9(09) COMP
                                                 VALUE ZEROS.
       01 WRK-STAT-COUNT-ED                      PIC Z(08)9.

      *WORK AREAS FOR THE MATCH-NAME NORMALIZATION:
       01 WRK-NORM-NAME-IN                       PIC X(50) VALUE SPACES.
       01 WRK-NORM-NAME-OUT                      PIC X(50) VALUE SPACES.
       77 WRK-NORM-IN-IDX                        PIC 9(03) VALUE 1.
       77 WRK-NORM-OUT-IDX                       PIC 9(03) VALUE 1.
       01 WRK-NORM-PREV-BLANK-SW                 PIC X(01) VALUE 'N'.

       01 WRK-SCRRPT-LINE                        PIC X(132)
                                                  VALUE SPACES.

      *DATA FOR ERROR LOG:
       01 WRK-ERROR-LOG.
          03 WRK-PROGRAM                         PIC X(08) VALUE
                                                          'CSRG0072'  .
          03 WRK-ERROR-MSG                       PIC X(30) VALUE SPACES.
          03 WRK-ERROR-CODE                      PIC X(30) VALUE SPACES.
          03 WRK-ERROR-DATE                      PIC X(10) VALUE SPACES.
          03 WRK-ERROR-TIME                      PIC X(08) VALUE SPACES.

      *ABENDING PROGRAM:
       77 WRK-ABEND-PGM                          PIC X(08) VALUE
                                                          'ABENDPGM'  .

       01 WRK-FILE-STATUS.
          03 WRK-FS-EVTFILE                      PIC 9(02) VALUE ZEROS .
          03 WRK-FS-SCRRPT                       PIC 9(02) VALUE ZEROS .

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
              INCLUDE BTB_SCREEN_LIST
           END-EXEC.

           EXEC SQL
              INCLUDE BTB_SCREEN_HIT
           END-EXEC.

      *FULL SCOPE - THE ACTIVE BASE.  HELD ACROSS THE PERIODIC
      *COMMITS:
           EXEC SQL
              DECLARE CSR0072A CURSOR WITH HOLD FOR
                 SELECT CPF, COALESCE(DOC_TYPE, 'C'), NAME, BIRTH
                   FROM TB_CUSTOMER
                  WHERE STATUS = 'A'
                  ORDER BY CPF
                  FOR FETCH ONLY
           END-EXEC.

      *THE LIST ENTRIES ONE CUSTOMER MATCHES ON DOCUMENT OR ON
      *NORMALIZED NAME PLUS BIRTH:
           EXEC SQL
              DECLARE CSR0072B CURSOR FOR
                 SELECT LIST_ID, ENTRY_ID, LIST_TYPE, DOC_TYPE,
                        DOC_NUMBER, NAME, MATCH_NAME, BIRTH
                   FROM TB_SCREEN_LIST
                  WHERE (DOC_NUMBER = :WRK-CAND-CPF
                         AND DOC_TYPE  = :WRK-CAND-DOC-TYPE
                         AND DOC_NUMBER > ' ')
                     OR (MATCH_NAME = :WRK-CAND-MATCH-NAME
                         AND BIRTH      = :WRK-CAND-BIRTH
                         AND MATCH_NAME > ' '
                         AND BIRTH      > ' ')
                  ORDER BY LIST_ID, ENTRY_ID
                  FOR FETCH ONLY
           END-EXEC.

      *THE OPEN WORKLIST, OLDEST RUN FIRST.  THE JOINS ONLY NAME THE
      *PARTIES - A HIT OUTLIVES ITS ENTRY AND ITS CUSTOMER ROW:
           EXEC SQL
              DECLARE CSR0072C CURSOR FOR
                 SELECT H.CPF, H.LIST_ID, H.ENTRY_ID, H.LIST_TYPE,
                        H.MATCH_TYPE, H.HIT_DT,
                        COALESCE(C.NAME, ' '), COALESCE(L.NAME, ' ')
                   FROM TB_SCREEN_HIT H
                   LEFT JOIN TB_CUSTOMER C
                     ON C.CPF      = H.CPF
                   LEFT JOIN TB_SCREEN_LIST L
                     ON L.LIST_ID  = H.LIST_ID
                    AND L.ENTRY_ID = H.ENTRY_ID
                  WHERE H.HIT_STATUS = 'O'
                  ORDER BY H.RUN_ID, H.CPF, H.LIST_ID, H.ENTRY_ID
                  FOR FETCH ONLY
           END-EXEC.

           EXEC SQL
              DECLARE CSR0072D CURSOR FOR
                 SELECT LIST_TYPE, HIT_STATUS, COUNT(*)
                   FROM TB_SCREEN_HIT
                  GROUP BY LIST_TYPE, HIT_STATUS
                  ORDER BY LIST_TYPE, HIT_STATUS
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

           PERFORM 2000-SCREEN-ONE-CUSTOMER
              UNTIL WRK-CANDIDATE-EOF  EQUAL 'END'.

           PERFORM 3000-FINALIZE.
      *----------------------------------------------------------------*
       0000-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       1000-INITIALIZE                 SECTION.
      *----------------------------------------------------------------*
           PERFORM 9000-GET-DATE-TIME.

           PERFORM 1050-GET-RUN-PARMS.

           INITIALIZE WRK-EVTFILE-REG.

           OPEN OUTPUT SCRRPT.

           MOVE 'OPEN FILE SCRRPT'     TO WRK-ERROR-MSG.
           PERFORM 8200-TEST-FS-SCRRPT.

           MOVE SPACES                 TO    WRK-SCRRPT-LINE.
           IF CSRGPARM-SCREEN-IS-FULL
              STRING 'CSRG0072 PEP/SANCTIONS SCREENING - FULL ACTIVE ',
                     'BASE - RUN ',CSRGPARM-BATCH-RUN-ID,' ',
                     WRK-DATE-FORMATTED,' ',WRK-TIME-FORMATTED
                                       DELIMITED BY SIZE
                                       INTO  WRK-SCRRPT-LINE
           ELSE
              STRING 'CSRG0072 PEP/SANCTIONS SCREENING - NEW ',
                     'CUSTOMERS - RUN ',CSRGPARM-BATCH-RUN-ID,' ',
                     WRK-DATE-FORMATTED,' ',WRK-TIME-FORMATTED
                                       DELIMITED BY SIZE
                                       INTO  WRK-SCRRPT-LINE
           END-IF.
           PERFORM 3210-PUT-SCRRPT-LINE.

           MOVE SPACES                 TO    WRK-SCRRPT-LINE.
           PERFORM 3210-PUT-SCRRPT-LINE.

           MOVE 'HITS RAISED BY THIS RUN'
                                       TO    WRK-SCRRPT-LINE.
           PERFORM 3210-PUT-SCRRPT-LINE.

           IF CSRGPARM-SCREEN-IS-FULL
              MOVE 'OPEN CURSOR CSR0072A'
                                       TO WRK-ERROR-MSG
              EXEC SQL
                  OPEN CSR0072A
              END-EXEC
              IF SQLCODE NOT EQUAL ZEROS
                 MOVE SQLCODE          TO WRK-SQLCODE-SINAL
                 STRING 'SQLCODE..:',WRK-SQLCODE-X
                                       DELIMITED BY SPACE
                                       INTO WRK-ERROR-CODE
                 PERFORM 9999-CALL-ABEND-PGM
              END-IF
           ELSE
              OPEN INPUT EVTFILE
              MOVE 'OPEN FILE EVTFILE' TO WRK-ERROR-MSG
              PERFORM 8100-TEST-FS-EVTFILE
           END-IF.

           PERFORM 2100-NEXT-CANDIDATE.

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

           IF NOT CSRGPARM-SCREEN-IS-FULL
              MOVE 'N'                 TO   CSRGPARM-SCREEN-MODE
           END-IF.
      *----------------------------------------------------------------*
       1050-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2000-SCREEN-ONE-CUSTOMER        SECTION.
      *----------------------------------------------------------------*
      *    NIGHTLY, ONLY AN INSERT IS A NEW CUSTOMER.  AN UPDATE,      *
      *    DELETE, REINSTATE OR RETURNING-CUSTOMER EVENT IS PASSED     *
      *    OVER - THE 'B' OF A RETURNING CUSTOMER FOLLOWS ITS OWN 'I'. *
      *----------------------------------------------------------------*
           IF CSRGPARM-SCREEN-IS-NIGHTLY
              IF NOT CSRGEVT1-IS-INSERT
                 GO TO 2000-50-NEXT
              END-IF
              MOVE WRK-EVT-NEW-IMAGE   TO WRK-EVT-IMAGE-REG
              MOVE CSTMRG01-CPF        TO WRK-CAND-CPF
              MOVE CSTMRG01-DOC-TYPE   TO WRK-CAND-DOC-TYPE
              MOVE CSTMRG01-NAME       TO WRK-CAND-NAME
              MOVE CSTMRG01-BIRTH      TO WRK-CAND-BIRTH
           END-IF.

           IF WRK-CAND-DOC-TYPE        EQUAL SPACE
              MOVE 'C'                 TO WRK-CAND-DOC-TYPE
           END-IF.

           ADD 1                       TO WRK-SCREENED-REGS-COUNTER.

           PERFORM 2200-SCREEN-CANDIDATE.

           PERFORM 2600-COMMIT-INTERVAL.

       2000-50-NEXT.
           PERFORM 2100-NEXT-CANDIDATE.
      *----------------------------------------------------------------*
       2000-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2100-NEXT-CANDIDATE             SECTION.
      *----------------------------------------------------------------*
           IF CSRGPARM-SCREEN-IS-NIGHTLY
              PERFORM 2110-READ-EVTFILE
           ELSE
              PERFORM 2120-FETCH-CUSTOMER
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
              MOVE 'END'               TO   WRK-CANDIDATE-EOF
           ELSE
              ADD 1                    TO   WRK-EVTFILE-REGS-COUNTER
           END-IF.
      *----------------------------------------------------------------*
       2110-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2120-FETCH-CUSTOMER             SECTION.
      *----------------------------------------------------------------*
           MOVE 'FETCHING CSR0072A'    TO   WRK-ERROR-MSG.

           EXEC SQL
               FETCH CSR0072A
                   INTO :WRK-CAND-CPF, :WRK-CAND-DOC-TYPE,
                        :WRK-CAND-NAME, :WRK-CAND-BIRTH
           END-EXEC.

           IF SQLCODE EQUAL +100
              MOVE 'END'               TO   WRK-CANDIDATE-EOF
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
       2120-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2200-SCREEN-CANDIDATE           SECTION.
      *----------------------------------------------------------------*
           MOVE WRK-CAND-NAME          TO WRK-NORM-NAME-IN.
           PERFORM 7200-NORMALIZE-NAME.
           MOVE WRK-NORM-NAME-OUT      TO WRK-CAND-MATCH-NAME.

           MOVE 'OPEN CURSOR CSR0072B' TO WRK-ERROR-MSG.

           EXEC SQL
               OPEN CSR0072B
           END-EXEC.

           IF SQLCODE NOT EQUAL ZEROS
              MOVE SQLCODE             TO WRK-SQLCODE-SINAL
              STRING 'SQLCODE..:',WRK-SQLCODE-X
                                       DELIMITED BY SPACE
                                       INTO WRK-ERROR-CODE
              PERFORM 9999-CALL-ABEND-PGM
           END-IF.

           MOVE SPACES                 TO WRK-ENTRY-EOF.

           PERFORM 2210-FETCH-LIST-ENTRY.

           PERFORM 2220-REGISTER-HIT
              UNTIL WRK-ENTRY-EOF      EQUAL 'END'.

           EXEC SQL
               CLOSE CSR0072B
           END-EXEC.
      *----------------------------------------------------------------*
       2200-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2210-FETCH-LIST-ENTRY           SECTION.
      *----------------------------------------------------------------*
           MOVE 'FETCHING CSR0072B'    TO   WRK-ERROR-MSG.

           EXEC SQL
               FETCH CSR0072B
                   INTO :SCRL-LIST-ID, :SCRL-ENTRY-ID, :SCRL-LIST-TYPE,
                        :SCRL-DOC-TYPE, :SCRL-DOC-NUMBER, :SCRL-NAME,
                        :SCRL-MATCH-NAME, :SCRL-BIRTH
           END-EXEC.

           IF SQLCODE EQUAL +100
              MOVE 'END'               TO   WRK-ENTRY-EOF
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
       2210-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2220-REGISTER-HIT               SECTION.
      *----------------------------------------------------------------*
      *    THE CURSOR SAYS THE ENTRY MATCHED ONE WAY OR THE OTHER;     *
      *    WHICH WAY (OR BOTH) IS WORKED OUT HERE FOR THE REVIEWER.    *
      *    A CPF/LIST/ENTRY ALREADY REGISTERED KEEPS ITS ROW AND ITS   *
      *    DISPOSITION.                                                *
      *----------------------------------------------------------------*
           ADD 1                       TO WRK-MATCHES-REGS-COUNTER.

           MOVE WRK-CAND-CPF           TO SCRH-CPF.
           MOVE SCRL-LIST-ID           TO SCRH-LIST-ID.
           MOVE SCRL-ENTRY-ID          TO SCRH-ENTRY-ID.
           MOVE SCRL-LIST-TYPE         TO SCRH-LIST-TYPE.

           IF SCRL-DOC-NUMBER          EQUAL WRK-CAND-CPF
              AND SCRL-DOC-TYPE        EQUAL WRK-CAND-DOC-TYPE
              IF SCRL-MATCH-NAME       EQUAL WRK-CAND-MATCH-NAME
                 AND SCRL-BIRTH        EQUAL WRK-CAND-BIRTH
                 AND SCRL-BIRTH        NOT EQUAL SPACES
                 MOVE 'B'              TO SCRH-MATCH-TYPE
              ELSE
                 MOVE 'D'              TO SCRH-MATCH-TYPE
              END-IF
           ELSE
              MOVE 'N'                 TO SCRH-MATCH-TYPE
           END-IF.

           MOVE 'READING TB_SCREEN_HIT'
                                       TO WRK-ERROR-MSG.

           EXEC SQL
               SELECT COUNT(*)
               INTO  :WRK-HIT-EXISTS-COUNT
               FROM  TB_SCREEN_HIT
               WHERE CPF      = :SCRH-CPF
                 AND LIST_ID  = :SCRH-LIST-ID
                 AND ENTRY_ID = :SCRH-ENTRY-ID
           END-EXEC.

           IF SQLCODE NOT EQUAL ZEROS
              MOVE SQLCODE             TO WRK-SQLCODE-SINAL
              STRING 'SQLCODE..:',WRK-SQLCODE-X
                                       DELIMITED BY SPACE
                                       INTO WRK-ERROR-CODE
              PERFORM 9999-CALL-ABEND-PGM
           END-IF.

           IF WRK-HIT-EXISTS-COUNT     GREATER ZEROS
              ADD 1                    TO WRK-KNOWN-REGS-COUNTER
              GO TO 2220-50-NEXT
           END-IF.

           MOVE 'O'                    TO SCRH-STATUS.
           MOVE WRK-DATE-FORMATTED     TO SCRH-HIT-DT.
           MOVE CSRGPARM-BATCH-RUN-ID  TO SCRH-RUN-ID.
           MOVE SPACES                 TO SCRH-REVIEWED-BY
                                          SCRH-REVIEWED-DT.

           MOVE 'INSERTING TB_SCREEN_HIT'
                                       TO WRK-ERROR-MSG.

           IF CSRGPARM-IS-PRODUCTION
              EXEC SQL
                  INSERT INTO TB_SCREEN_HIT
                  (CPF
                  ,LIST_ID
                  ,ENTRY_ID
                  ,LIST_TYPE
                  ,MATCH_TYPE
                  ,HIT_STATUS
                  ,HIT_DT
                  ,RUN_ID
                  ,REVIEWED_BY
                  ,REVIEWED_DT)
                  VALUES
                  (:SCRH-CPF
                  ,:SCRH-LIST-ID
                  ,:SCRH-ENTRY-ID
                  ,:SCRH-LIST-TYPE
                  ,:SCRH-MATCH-TYPE
                  ,:SCRH-STATUS
                  ,:SCRH-HIT-DT
                  ,:SCRH-RUN-ID
                  ,:SCRH-REVIEWED-BY
                  ,:SCRH-REVIEWED-DT)
              END-EXEC
           ELSE
              MOVE ZEROS               TO SQLCODE
           END-IF.

           IF SQLCODE NOT EQUAL ZEROS
              MOVE SQLCODE             TO WRK-SQLCODE-SINAL
              STRING 'SQLCODE..:',WRK-SQLCODE-X
                                       DELIMITED BY SPACE
                                       INTO WRK-ERROR-CODE
              PERFORM 9999-CALL-ABEND-PGM
           END-IF.

           ADD 1                       TO WRK-NEW-HITS-COUNTER.
           IF SCRH-IS-SANCTIONS
              ADD 1                    TO WRK-NEW-SANC-COUNTER
           ELSE
              ADD 1                    TO WRK-NEW-PEP-COUNTER
           END-IF.

           MOVE WRK-CAND-NAME          TO WRK-RPT-CUST-NAME.
           MOVE SCRL-NAME              TO WRK-RPT-LIST-NAME.
           PERFORM 3220-PUT-HIT-LINE.

       2220-50-NEXT.
           PERFORM 2210-FETCH-LIST-ENTRY.
      *----------------------------------------------------------------*
       2220-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2600-COMMIT-INTERVAL            SECTION.
      *----------------------------------------------------------------*
      *    COMMITS EVERY CSRGPARM-COMMIT-INTERVAL CUSTOMERS SCREENED;  *
      *    CSR0072A IS DECLARED WITH HOLD AND SURVIVES THE COMMIT.     *
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
       3000-FINALIZE                   SECTION.
      *----------------------------------------------------------------*
           IF CSRGPARM-SCREEN-IS-FULL
              EXEC SQL
                  CLOSE CSR0072A
              END-EXEC
           ELSE
              CLOSE EVTFILE
           END-IF.

           IF CSRGPARM-IS-PRODUCTION
              EXEC SQL
                  COMMIT
              END-EXEC
           END-IF.

           IF WRK-NEW-HITS-COUNTER     EQUAL ZEROS
              MOVE '    NO NEW HIT'    TO    WRK-SCRRPT-LINE
              PERFORM 3210-PUT-SCRRPT-LINE
           END-IF.

           PERFORM 3100-WRITE-WORKLIST.

           PERFORM 3150-WRITE-STATUS-COUNTS.

           PERFORM 3200-WRITE-TOTALS.

           IF WRK-NEW-HITS-COUNTER     GREATER ZEROS
              PERFORM 3300-RAISE-HIT-ALERT
           END-IF.

           DISPLAY '***************************'.
           DISPLAY '*  SUCCESSFUL  EXECUTION  *'.
           DISPLAY '***************************'.
           DISPLAY '*MODULE..........:' WRK-PROGRAM '*'.
           DISPLAY '*COMPILED........:'
           DD-COMPILED '/' MM-COMPILED '/' YY-COMPILED '*'.
           DISPLAY '*.................'
           HOUR-COMPILED '.' MINUTE-COMPILED '.'SECOND-COMPILED '*'.
           DISPLAY '*-------------------------*'.
           DISPLAY '*SCREENING SCOPE.....:' CSRGPARM-SCREEN-MODE
           '*'.
           DISPLAY '*RECORDS EVTFILE.....:' WRK-EVTFILE-REGS-COUNTER
           '*'.
           DISPLAY '*CUSTOMERS SCREENED..:' WRK-SCREENED-REGS-COUNTER
           '*'.
           DISPLAY '*LIST MATCHES........:' WRK-MATCHES-REGS-COUNTER
           '*'.
           DISPLAY '*ALREADY REGISTERED..:' WRK-KNOWN-REGS-COUNTER
           '*'.
           DISPLAY '*NEW HITS - PEP......:' WRK-NEW-PEP-COUNTER
           '*'.
           DISPLAY '*NEW HITS - SANCTIONS:' WRK-NEW-SANC-COUNTER
           '*'.
           DISPLAY '*OPEN HITS (WORKLIST):' WRK-OPEN-HITS-COUNTER
           '*'.
           DISPLAY '*-------------------------*'.
           DISPLAY '*EXECUTED......:' WRK-DATE-FORMATTED '*'.
           DISPLAY '*.................' WRK-TIME-FORMATTED '*'.
           DISPLAY '***************************'.

           IF CSRGPARM-IS-TEST-MODE
              DISPLAY '*** TEST MODE - NEW HITS ABOVE WERE NOT      ***'
              DISPLAY '*** REGISTERED ON TB_SCREEN_HIT              ***'
           END-IF.

           STOP RUN.
      *----------------------------------------------------------------*
       3000-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       3100-WRITE-WORKLIST             SECTION.
      *----------------------------------------------------------------*
      *    EVERY HIT STILL WAITING FOR A COMPLIANCE DISPOSITION, NOT   *
      *    ONLY TONIGHT'S - THE REPORT IS THE REVIEWERS' WORKLIST.     *
      *----------------------------------------------------------------*
           MOVE SPACES                 TO    WRK-SCRRPT-LINE.
           PERFORM 3210-PUT-SCRRPT-LINE.

           MOVE 'OPEN HITS AWAITING COMPLIANCE REVIEW (OLDEST FIRST)'
                                       TO    WRK-SCRRPT-LINE.
           PERFORM 3210-PUT-SCRRPT-LINE.

           MOVE 'OPEN CURSOR CSR0072C' TO WRK-ERROR-MSG.

           EXEC SQL
               OPEN CSR0072C
           END-EXEC.

           IF SQLCODE NOT EQUAL ZEROS
              MOVE SQLCODE             TO WRK-SQLCODE-SINAL
              STRING 'SQLCODE..:',WRK-SQLCODE-X
                                       DELIMITED BY SPACE
                                       INTO WRK-ERROR-CODE
              PERFORM 9999-CALL-ABEND-PGM
           END-IF.

           MOVE SPACES                 TO WRK-CURSOR-EOF.

           PERFORM 3110-FETCH-OPEN-HIT.

           PERFORM 3120-REPORT-OPEN-HIT
              UNTIL WRK-CURSOR-EOF     EQUAL 'END'.

           EXEC SQL
               CLOSE CSR0072C
           END-EXEC.

           IF WRK-OPEN-HITS-COUNTER    EQUAL ZEROS
              MOVE '    NO OPEN HIT'   TO    WRK-SCRRPT-LINE
              PERFORM 3210-PUT-SCRRPT-LINE
           END-IF.
      *----------------------------------------------------------------*
       3100-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       3110-FETCH-OPEN-HIT             SECTION.
      *----------------------------------------------------------------*
           MOVE 'FETCHING CSR0072C'    TO   WRK-ERROR-MSG.

           EXEC SQL
               FETCH CSR0072C
                   INTO :SCRH-CPF, :SCRH-LIST-ID, :SCRH-ENTRY-ID,
                        :SCRH-LIST-TYPE, :SCRH-MATCH-TYPE,
                        :SCRH-HIT-DT, :WRK-RPT-CUST-NAME,
                        :WRK-RPT-LIST-NAME
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
       3110-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       3120-REPORT-OPEN-HIT            SECTION.
      *----------------------------------------------------------------*
           ADD 1                       TO WRK-OPEN-HITS-COUNTER.

           PERFORM 3220-PUT-HIT-LINE.

           PERFORM 3110-FETCH-OPEN-HIT.
      *----------------------------------------------------------------*
       3120-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       3150-WRITE-STATUS-COUNTS        SECTION.
      *----------------------------------------------------------------*
      *    THE WHOLE REGISTER BY LIST TYPE AND STATUS: O=OPEN,         *
      *    C=CONFIRMED, F=FALSE POSITIVE, X=CLEARED.                   *
      *----------------------------------------------------------------*
           MOVE SPACES                 TO    WRK-SCRRPT-LINE.
           PERFORM 3210-PUT-SCRRPT-LINE.

           MOVE 'TB_SCREEN_HIT BY LIST TYPE AND STATUS'
                                       TO    WRK-SCRRPT-LINE.
           PERFORM 3210-PUT-SCRRPT-LINE.

           MOVE 'OPEN CURSOR CSR0072D' TO WRK-ERROR-MSG.

           EXEC SQL
               OPEN CSR0072D
           END-EXEC.

           IF SQLCODE NOT EQUAL ZEROS
              MOVE SQLCODE             TO WRK-SQLCODE-SINAL
              STRING 'SQLCODE..:',WRK-SQLCODE-X
                                       DELIMITED BY SPACE
                                       INTO WRK-ERROR-CODE
              PERFORM 9999-CALL-ABEND-PGM
           END-IF.

           MOVE SPACES                 TO WRK-CURSOR-EOF.

           PERFORM 3160-FETCH-STATUS-COUNT.

           PERFORM 3170-REPORT-STATUS-COUNT
              UNTIL WRK-CURSOR-EOF     EQUAL 'END'.

           EXEC SQL
               CLOSE CSR0072D
           END-EXEC.
      *----------------------------------------------------------------*
       3150-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       3160-FETCH-STATUS-COUNT         SECTION.
      *----------------------------------------------------------------*
           MOVE 'FETCHING CSR0072D'    TO   WRK-ERROR-MSG.

           EXEC SQL
               FETCH CSR0072D
                   INTO :SCRH-LIST-TYPE, :SCRH-STATUS, :WRK-STAT-COUNT
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
       3160-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       3170-REPORT-STATUS-COUNT        SECTION.
      *----------------------------------------------------------------*
           MOVE WRK-STAT-COUNT         TO    WRK-STAT-COUNT-ED.

           MOVE SPACES                 TO    WRK-SCRRPT-LINE.
           STRING '    LIST TYPE ',SCRH-LIST-TYPE,
                  '  STATUS ',SCRH-STATUS,'  HITS ',
                  WRK-STAT-COUNT-ED
                                       DELIMITED BY SIZE
                                       INTO  WRK-SCRRPT-LINE.
           PERFORM 3210-PUT-SCRRPT-LINE.

           PERFORM 3160-FETCH-STATUS-COUNT.
      *----------------------------------------------------------------*
       3170-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       3200-WRITE-TOTALS               SECTION.
      *----------------------------------------------------------------*
           MOVE SPACES                 TO    WRK-SCRRPT-LINE.
           PERFORM 3210-PUT-SCRRPT-LINE.

           MOVE SPACES                 TO    WRK-SCRRPT-LINE.
           STRING 'SCREENED / MATCHES / ALREADY REGISTERED: ',
                  WRK-SCREENED-REGS-COUNTER,' ',
                  WRK-MATCHES-REGS-COUNTER,' ',
                  WRK-KNOWN-REGS-COUNTER
                                       DELIMITED BY SIZE
                                       INTO  WRK-SCRRPT-LINE.
           PERFORM 3210-PUT-SCRRPT-LINE.

           MOVE SPACES                 TO    WRK-SCRRPT-LINE.
           STRING 'NEW HITS PEP / SANCTIONS / OPEN HITS....: ',
                  WRK-NEW-PEP-COUNTER,' ',
                  WRK-NEW-SANC-COUNTER,' ',
                  WRK-OPEN-HITS-COUNTER
                                       DELIMITED BY SIZE
                                       INTO  WRK-SCRRPT-LINE.
           PERFORM 3210-PUT-SCRRPT-LINE.
      *----------------------------------------------------------------*
       3200-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       3210-PUT-SCRRPT-LINE            SECTION.
      *----------------------------------------------------------------*
           MOVE  WRK-SCRRPT-LINE       TO    FD-REG-SCRRPT.

           WRITE FD-REG-SCRRPT.

           PERFORM 8200-TEST-FS-SCRRPT.
      *----------------------------------------------------------------*
       3210-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       3220-PUT-HIT-LINE               SECTION.
      *----------------------------------------------------------------*
           MOVE SPACES                 TO    WRK-SCRRPT-LINE.

           MOVE SCRH-CPF               TO    WRK-SCRRPT-LINE (1:15).
           MOVE SCRH-LIST-ID           TO    WRK-SCRRPT-LINE (17:8).
           MOVE SCRH-ENTRY-ID          TO    WRK-SCRRPT-LINE (26:20).
           MOVE SCRH-LIST-TYPE         TO    WRK-SCRRPT-LINE (47:1).
           MOVE SCRH-MATCH-TYPE        TO    WRK-SCRRPT-LINE (49:1).
           MOVE SCRH-HIT-DT            TO    WRK-SCRRPT-LINE (51:10).
           MOVE WRK-RPT-CUST-NAME      TO    WRK-SCRRPT-LINE (62:35).
           MOVE WRK-RPT-LIST-NAME      TO    WRK-SCRRPT-LINE (98:35).

           PERFORM 3210-PUT-SCRRPT-LINE.
      *----------------------------------------------------------------*
       3220-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       3300-RAISE-HIT-ALERT            SECTION.
      *----------------------------------------------------------------*
      *    ONE ALERT FOR THE RUN - SCRRPT SAYS WHICH CUSTOMERS.        *
      *----------------------------------------------------------------*
           MOVE WRK-PROGRAM            TO   WRK-ALERT-PROGRAM.
           MOVE 'SCRNHIT'              TO   WRK-ALERT-FILE.
           MOVE WRK-NEW-HITS-COUNTER   TO   WRK-ALERT-COUNT.
           MOVE ZEROS                  TO   WRK-ALERT-THRESHOLD.
           MOVE CSRGPARM-BATCH-RUN-ID  TO   WRK-ALERT-BATCH-RUN-ID.
           MOVE WRK-DATE-FORMATTED     TO   WRK-ALERT-DATE.
           MOVE WRK-TIME-FORMATTED     TO   WRK-ALERT-TIME.
           CALL WRK-ALERT-PGM          USING WRK-ALERT-LOG.
      *----------------------------------------------------------------*
       3300-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       7200-NORMALIZE-NAME             SECTION.
      *----------------------------------------------------------------*
      *    THE SCREENING FORM OF WRK-NORM-NAME-IN, BY THE RULE         *
      *    CSRG0071 APPLIES TO THE LIST SIDE (SEE BTB_SCREEN_LIST):    *
      *    UPPERCASED, '.', ',', '-' AND APOSTROPHES TURNED TO BLANKS, *
      *    RUNS OF BLANKS SQUEEZED TO ONE.                             *
      *----------------------------------------------------------------*
           INSPECT WRK-NORM-NAME-IN
                   CONVERTING 'abcdefghijklmnopqrstuvwxyz'
                           TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.

           INSPECT WRK-NORM-NAME-IN
                   CONVERTING '.,-''' TO '    '.

           MOVE SPACES                 TO WRK-NORM-NAME-OUT.
           MOVE 1                      TO WRK-NORM-IN-IDX.
           MOVE 1                      TO WRK-NORM-OUT-IDX.
           MOVE 'N'                    TO WRK-NORM-PREV-BLANK-SW.

           PERFORM 7210-NORMALIZE-ONE-CHAR
              UNTIL WRK-NORM-IN-IDX    GREATER 50.
      *----------------------------------------------------------------*
       7200-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       7210-NORMALIZE-ONE-CHAR         SECTION.
      *----------------------------------------------------------------*
           IF WRK-NORM-NAME-IN (WRK-NORM-IN-IDX:1)
                                       EQUAL SPACE
              IF WRK-NORM-PREV-BLANK-SW
                                       EQUAL 'N'
                 AND WRK-NORM-OUT-IDX  GREATER 1
                 MOVE SPACE            TO WRK-NORM-NAME-OUT
                                          (WRK-NORM-OUT-IDX:1)
                 ADD 1                 TO WRK-NORM-OUT-IDX
              END-IF
              MOVE 'Y'                 TO WRK-NORM-PREV-BLANK-SW
           ELSE
              MOVE WRK-NORM-NAME-IN (WRK-NORM-IN-IDX:1)
                                       TO WRK-NORM-NAME-OUT
                                          (WRK-NORM-OUT-IDX:1)
              ADD 1                    TO WRK-NORM-OUT-IDX
              MOVE 'N'                 TO WRK-NORM-PREV-BLANK-SW
           END-IF.

           ADD 1                       TO WRK-NORM-IN-IDX.
      *----------------------------------------------------------------*
       7210-99-EXIT.                   EXIT.
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
       8200-TEST-FS-SCRRPT             SECTION.
      *----------------------------------------------------------------*
           IF WRK-FS-SCRRPT            NOT EQUAL ZEROS
              MOVE WRK-FS-SCRRPT       TO  WRK-ERROR-CODE
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
