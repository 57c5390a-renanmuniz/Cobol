      *================================================================*
      *        I D E N T I F I C A T I O N      D I V I S I O N        *
      *================================================================*
       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     CSRG0083.
       AUTHOR.         RENAN MUNIZ MERLO.
       DATE-WRITTEN.   15/10/2026.
       DATE-COMPILED   WHEN-COMPILED.
       REMARKS.
      *----------------------------------------------------------------*
      *                RENAN MUNIZ MERLO COBOL DEVELOPER               *
      *          https://www.linkedin.com/in/renan-muniz-merlo         *
      *----------------------------------------------------------------*
      *    PROGRAM-ID..: CSRG0083.                                     *
      *    ANALYST.....: RENAN MUNIZ MERLO                             *
      *    PROGRAMMER..: RENAN MUNIZ MERLO                             *
      *    DATE........: 15/10/2026                                    *
      *----------------------------------------------------------------*
      *    PROJECT.....: CUSTOMER REGISTRATION PROJECT - CUSTMREG      *
      *----------------------------------------------------------------*
      *    GOAL........: APPLIES THE BANCO CENTRAL'S CCS RETURN FILE   *
      *                  (CCSRET, CSRGCCR1) FOR ONE CSRG0082           *
      *                  SUBMISSION TO THE TB_CCS_REG REGISTER:        *
      *                  - THE HEADER'S SUBMISSION NUMBER MUST BE ON   *
      *                    THE REGISTER, ELSE THE FILE IS REFUSED      *
      *                    WHOLE (RC=8);                               *
      *                  - AN ACCEPTED LINE MARKS ITS ROW ACCEPTED;    *
      *                  - A RETURNED LINE COUNTS ONE MORE RETURN ON   *
      *                    ITS ROW, KEEPS THE REGULATOR'S CODE AND     *
      *                    PUTS THE ROW BACK IN THE QUEUE - CSRG0082   *
      *                    RESENDS IT, REBUILT FROM THE CUSTOMER, ON   *
      *                    ITS NEXT RUN.  THE THIRD RETURN HOLDS THE   *
      *                    ROW INSTEAD AND OPERATIONS ARE ALERTED      *
      *                    (ALERTPGM 'CCSHELD', RC=4);                 *
      *                  - A LINE THAT MATCHES NO ROW SENT ON THAT     *
      *                    SUBMISSION, OR ONE ALREADY ANSWERED, IS     *
      *                    ONLY REPORTED.                              *
      *                  THE TRAILER COUNT MUST AGREE WITH THE DETAILS *
      *                  READ, ELSE EVERYTHING APPLIED IS ROLLED BACK  *
      *                  (RC=8) - A TRUNCATED RETURN IS NOT HALF       *
      *                  APPLIED.  AN EMPTY CCSRET (DD DUMMY) SKIPS    *
      *                  THIS PART.                                    *
      *                  THEN EACH CCSREL CARD RELEASES ONE HELD ROW   *
      *                  BACK TO THE QUEUE, ONCE THE CUSTOMER HAS BEEN *
      *                  PUT RIGHT.  THE RETURNS ALREADY COUNTED ARE   *
      *                  KEPT - THE RELEASE IS STAMPED ON THE ROW      *
      *                  (RELEASE_DT, REL_RETURN_CNT) AND ONLY THE     *
      *                  RETURNS SINCE COUNT TOWARDS A NEW HOLD.       *
      *                  CSRG0082 RESENDS IT REBUILT FROM THE          *
      *                  CUSTOMER.  CCSREL IS OPTIONAL.                *
      *                  EVERY LINE TOUCHED IS LISTED ON CCSRPT.  TEST *
      *                  MODE UPDATES NOTHING AND RAISES NO ALERT.     *
      *----------------------------------------------------------------*
      *    CCSREL CARD.: POS 01-10  CCS_SEQ OF THE HELD ROW (ZEROS ON  *
      *                             THE LEFT)                          *
      *                  POS 11-80  FREE TEXT (WHO / WHY)              *
      *----------------------------------------------------------------*
      *    FILES.......:  DDNAME          LRECL       INCLUDE/BOOK     *
      *                   CCSRET          00100       CSRGCCR1         *
      *                   CCSREL          00080       NONE             *
      *                   CCSRPT          00132       NONE             *
      *----------------------------------------------------------------*
      *    MODIFICATION HISTORY.......:                                *
      *    15/10/2026 RMM - PROGRAM CREATED.                           *
      *    15/10/2026 RMM - A RELEASE NO LONGER CLEARS RETURN_CNT: IT  *
      *                     STAMPS RELEASE_DT/REL_RETURN_CNT AND THE   *
      *                     HOLD LIMIT COUNTS THE RETURNS SINCE.       *
      *----------------------------------------------------------------*
      *    TABLE DB2...:  TB_CCS_REG                  BTB_CCS_REG      *
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

           SELECT CCSRET        ASSIGN TO UTS-S-CCSRET
            ORGANIZATION IS     SEQUENTIAL
            ACCESS MODE  IS     SEQUENTIAL
            FILE STATUS  IS     WRK-FS-CCSRET.

           SELECT CCSREL        ASSIGN TO UTS-S-CCSREL
            ORGANIZATION IS     SEQUENTIAL
            ACCESS MODE  IS     SEQUENTIAL
            FILE STATUS  IS     WRK-FS-CCSREL.

           SELECT CCSRPT        ASSIGN TO UTS-S-CCSRPT
            ORGANIZATION IS     SEQUENTIAL
            ACCESS MODE  IS     SEQUENTIAL
            FILE STATUS  IS     WRK-FS-CCSRPT.

      *================================================================*
      *                  D A T A      D I V I S I O N                  *
      *================================================================*
       DATA DIVISION.
       FILE SECTION.
      *
       FD CCSRET
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS 00 RECORDS.
       01 FD-REG-CCSRET     PIC X(100).

       FD CCSREL
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS 00 RECORDS.
       01 FD-REG-CCSREL     PIC X(080).

       FD CCSRPT
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS 00 RECORDS.
       01 FD-REG-CCSRPT     PIC X(132).

      *-----------------------------------------------------------------*
      *                  WORKING-STORAGE SECTION                        *
      *-----------------------------------------------------------------*
       WORKING-STORAGE SECTION.

      *COUNTERS:
       77 WRK-CCSRET-REGS-COUNTER                PIC 9(07) VALUE ZEROS .
       77 WRK-DETAIL-COUNTER                     PIC 9(07) VALUE ZEROS .
       77 WRK-ACCEPTED-COUNTER                   PIC 9(07) VALUE ZEROS .
       77 WRK-REQUEUED-COUNTER                   PIC 9(07) VALUE ZEROS .
       77 WRK-HELD-COUNTER                       PIC 9(07) VALUE ZEROS .
       77 WRK-UNMATCHED-COUNTER                  PIC 9(07) VALUE ZEROS .
       77 WRK-CCSREL-REGS-COUNTER                PIC 9(07) VALUE ZEROS .
       77 WRK-RELEASED-COUNTER                   PIC 9(07) VALUE ZEROS .
       77 WRK-NOT-RELEASED-COUNTER               PIC 9(07) VALUE ZEROS .

      *END OF FILE:
       77 WRK-CCSRET-EOF                         PIC X(03) VALUE SPACES.
       77 WRK-CCSREL-EOF                         PIC X(03) VALUE SPACES.

      *RETURNS A ROW MAY TAKE BEFORE IT IS HELD FOR A PERSON TO LOOK AT,
      *COUNTED FROM ITS LAST MANUAL RELEASE:
       77 WRK-MAX-RETURNS                        PIC 9(02) VALUE 3.
       77 WRK-RETURNS-SINCE-REL                  PIC S9(04) COMP
                                                 VALUE ZEROS.

      *RUNTIME PARAMETER CARD:
       COPY 'CSRGPARM'.

      *ONE CCSRET RECORD - DETAIL (CSRGCCR1), HEADER OR TRAILER:
       01 WRK-CCSRET-REG.
          COPY 'CSRGCCR1'.
       01 FILLER REDEFINES WRK-CCSRET-REG.
          03 FILLER                              PIC X(01).
          03 WRK-HDR-CNPJ-BASE                   PIC X(08).
          03 WRK-HDR-SUBMIT-NO                   PIC 9(06).
          03 WRK-HDR-PROC-DATE                   PIC X(08).
          03 FILLER                              PIC X(77).
       01 FILLER REDEFINES WRK-CCSRET-REG.
          03 FILLER                              PIC X(01).
          03 WRK-TRL-DETAILS                     PIC 9(07).
          03 FILLER                              PIC X(92).

      *ONE CCSREL RELEASE CARD:
       01 WRK-CCSREL-REG.
          03 WRK-REL-CCS-SEQ                     PIC X(10).
          03 WRK-REL-CCS-SEQ-NUM REDEFINES WRK-REL-CCS-SEQ
                                                 PIC 9(10).
          03 WRK-REL-TEXT                        PIC X(70).

      *THE SUBMISSION THE RETURN ANSWERS AND HOW FAR IT GOT:
       01 WRK-SUBMIT-NO                          PIC S9(09) COMP
                                                 VALUE ZEROS.
       01 WRK-SUBMIT-NO-DISPLAY                  PIC 9(06) VALUE ZEROS.
       01 WRK-REG-COUNT                          PIC S9(09) COMP
                                                 VALUE ZEROS.
       01 WRK-TRAILER-DETAILS                    PIC 9(07) VALUE ZEROS.
       01 WRK-TRAILER-SW                         PIC X(01) VALUE 'N'.
          88 WRK-TRAILER-IS-READ                       VALUE 'Y'.
       01 WRK-RETURN-SW                          PIC X(01) VALUE 'N'.
          88 WRK-RETURN-IS-PRESENT                     VALUE 'Y'.
       01 WRK-REFUSED-SW                         PIC X(01) VALUE 'N'.
          88 WRK-RETURN-IS-REFUSED                     VALUE 'Y'.
       01 WRK-REFUSED-REASON                     PIC X(50) VALUE SPACES.
       01 WRK-CCSREL-SW                          PIC X(01) VALUE 'N'.
          88 WRK-CCSREL-IS-PRESENT                     VALUE 'Y'.

       01 WRK-REF-DISPLAY                        PIC 9(10) VALUE ZEROS.
       01 WRK-RETURN-CNT-DISPLAY                 PIC 9(02) VALUE ZEROS.
       01 WRK-LINE-REASON                        PIC X(30) VALUE SPACES.

      *OPERATIONAL-ALERT PROGRAM - ROWS HELD AFTER TOO MANY RETURNS:
       77 WRK-ALERT-PGM                          PIC X(08) VALUE
                                                          'ALERTPGM'  .

       01 WRK-ALERT-LOG.
          COPY 'CSRGALRT'.

       01 WRK-CCSRPT-LINE                        PIC X(132)
                                                  VALUE SPACES.

      *DATA FOR ERROR LOG:
       01 WRK-ERROR-LOG.
          03 WRK-PROGRAM                         PIC X(08) VALUE
                                                          'CSRG0083'  .
          03 WRK-ERROR-MSG                       PIC X(30) VALUE SPACES.
          03 WRK-ERROR-CODE                      PIC X(30) VALUE SPACES.
          03 WRK-ERROR-DATE                      PIC X(10) VALUE SPACES.
          03 WRK-ERROR-TIME                      PIC X(08) VALUE SPACES.

      *ABENDING PROGRAM:
       77 WRK-ABEND-PGM                          PIC X(08) VALUE
                                                          'ABENDPGM'  .

       01 WRK-FILE-STATUS.
          03 WRK-FS-CCSRET                       PIC 9(02) VALUE ZEROS .
          03 WRK-FS-CCSREL                       PIC 9(02) VALUE ZEROS .
          03 WRK-FS-CCSRPT                       PIC 9(02) VALUE ZEROS .

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
              INCLUDE BTB_CCS_REG
           END-EXEC.
      *================================================================*
       PROCEDURE                       DIVISION.
      *================================================================*
      *----------------------------------------------------------------*
       0000-MAIN-PROCESS               SECTION.
      *----------------------------------------------------------------*
           MOVE WHEN-COMPILED          TO WRK-WHEN-COPILED.

           PERFORM 1000-INITIALIZE.

           IF WRK-RETURN-IS-PRESENT
              PERFORM 2000-CHECK-HEADER
           END-IF.

           IF WRK-RETURN-IS-PRESENT
              AND NOT WRK-RETURN-IS-REFUSED
              PERFORM 2100-APPLY-RETURN-LINE
                 UNTIL WRK-CCSRET-EOF  EQUAL 'END'
              PERFORM 2400-CHECK-TRAILER
           END-IF.

           IF WRK-CCSREL-IS-PRESENT
              PERFORM 2500-RELEASE-HELD-ROW
                 UNTIL WRK-CCSREL-EOF  EQUAL 'END'
           END-IF.

           PERFORM 3000-FINALIZE.
      *----------------------------------------------------------------*
       0000-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       1000-INITIALIZE                 SECTION.
      *----------------------------------------------------------------*
           PERFORM 9000-GET-DATE-TIME.

           PERFORM 1050-GET-RUN-PARMS.

           OPEN INPUT  CCSRET
                OUTPUT CCSRPT.

           MOVE 'OPEN FILE CCSRET'     TO WRK-ERROR-MSG.
           PERFORM 8100-TEST-FS-CCSRET.

           MOVE 'OPEN FILE CCSRPT'     TO WRK-ERROR-MSG.
           PERFORM 8300-TEST-FS-CCSRPT.

           PERFORM 1100-OPEN-CCSREL.

           MOVE SPACES                 TO WRK-CCSRPT-LINE.
           STRING 'CSRG0083 BANCO CENTRAL CCS RETURN - RUN ',
                  CSRGPARM-BATCH-RUN-ID,' ',
                  WRK-DATE-FORMATTED,' ',WRK-TIME-FORMATTED
                                       DELIMITED BY SIZE
                                       INTO WRK-CCSRPT-LINE.
           PERFORM 3210-PUT-CCSRPT-LINE.

           IF CSRGPARM-IS-TEST-MODE
              MOVE '*** TEST MODE - THE REGISTER IS NOT UPDATED ***'
                                       TO WRK-CCSRPT-LINE
              PERFORM 3210-PUT-CCSRPT-LINE
           END-IF.

           PERFORM 2050-READ-CCSRET.

           IF WRK-CCSRET-EOF           EQUAL 'END'
              MOVE 'NO RETURN FILE THIS RUN - RELEASES ONLY'
                                       TO WRK-CCSRPT-LINE
              PERFORM 3210-PUT-CCSRPT-LINE
           ELSE
              MOVE 'Y'                 TO WRK-RETURN-SW
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

           IF CSRGPARM-TEST-MODE       NOT EQUAL 'Y'
              MOVE 'N'                 TO   CSRGPARM-TEST-MODE
           END-IF.
      *----------------------------------------------------------------*
       1050-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       1100-OPEN-CCSREL                SECTION.
      *----------------------------------------------------------------*
      *    THE RELEASE CARDS ARE OPTIONAL: A FILE STATUS 35 MEANS NO   *
      *    HELD ROW IS BEING RELEASED THIS RUN.                        *
      *----------------------------------------------------------------*
           MOVE 'OPEN FILE CCSREL'     TO WRK-ERROR-MSG.

           OPEN INPUT CCSREL.

           IF WRK-FS-CCSREL            EQUAL 35
              DISPLAY '*CCSREL NOT AVAILABLE - NO RELEASES THIS RUN*'
              GO TO 1100-99-EXIT
           END-IF.

           PERFORM 8200-TEST-FS-CCSREL.

           MOVE 'Y'                    TO WRK-CCSREL-SW.

           PERFORM 2550-READ-CCSREL.
      *----------------------------------------------------------------*
       1100-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2000-CHECK-HEADER               SECTION.
      *----------------------------------------------------------------*
      *    THE RETURN MUST OPEN WITH A HEADER NAMING A SUBMISSION WE   *
      *    SENT; ANYTHING ELSE IS REFUSED WITHOUT TOUCHING A ROW.      *
      *----------------------------------------------------------------*
           IF NOT CSRGCCR1-IS-HEADER
              MOVE 'Y'                 TO WRK-REFUSED-SW
              MOVE 'FIRST RECORD IS NOT A HEADER'
                                       TO WRK-REFUSED-REASON
              GO TO 2000-99-EXIT
           END-IF.

           IF WRK-HDR-SUBMIT-NO        NOT NUMERIC
              MOVE 'Y'                 TO WRK-REFUSED-SW
              MOVE 'SUBMISSION NUMBER NOT NUMERIC'
                                       TO WRK-REFUSED-REASON
              GO TO 2000-99-EXIT
           END-IF.

           MOVE WRK-HDR-SUBMIT-NO      TO WRK-SUBMIT-NO
                                          WRK-SUBMIT-NO-DISPLAY.

           MOVE 'CHECKING SUBMIT_NO'   TO WRK-ERROR-MSG.

           EXEC SQL
               SELECT COUNT(*)
                 INTO :WRK-REG-COUNT
                 FROM TB_CCS_REG
                WHERE SUBMIT_NO = :WRK-SUBMIT-NO
           END-EXEC.

           IF SQLCODE NOT EQUAL ZEROS
              PERFORM 9100-FORMAT-SQLCODE
              PERFORM 9999-CALL-ABEND-PGM
           END-IF.

           IF WRK-REG-COUNT            EQUAL ZEROS
              MOVE 'Y'                 TO WRK-REFUSED-SW
              MOVE 'SUBMISSION NUMBER NOT ON THE REGISTER'
                                       TO WRK-REFUSED-REASON
              GO TO 2000-99-EXIT
           END-IF.

           MOVE SPACES                 TO WRK-CCSRPT-LINE.
           STRING 'RETURN FOR SUBMISSION ',WRK-SUBMIT-NO-DISPLAY,
                  ' - INSTITUTION ',WRK-HDR-CNPJ-BASE,
                  ' - PROCESSED ',WRK-HDR-PROC-DATE
                                       DELIMITED BY SIZE
                                       INTO WRK-CCSRPT-LINE.
           PERFORM 3210-PUT-CCSRPT-LINE.

           MOVE SPACES                 TO WRK-CCSRPT-LINE.
           PERFORM 3210-PUT-CCSRPT-LINE.

           PERFORM 2050-READ-CCSRET.
      *----------------------------------------------------------------*
       2000-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2050-READ-CCSRET                SECTION.
      *----------------------------------------------------------------*
           MOVE 'READING CCSRET'       TO   WRK-ERROR-MSG.

           READ CCSRET                 INTO WRK-CCSRET-REG.

           IF WRK-FS-CCSRET            EQUAL 10
              MOVE 'END'               TO   WRK-CCSRET-EOF
           ELSE
              PERFORM 8100-TEST-FS-CCSRET
              ADD 1                    TO   WRK-CCSRET-REGS-COUNTER
           END-IF.
      *----------------------------------------------------------------*
       2050-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2100-APPLY-RETURN-LINE          SECTION.
      *----------------------------------------------------------------*
           IF CSRGCCR1-IS-TRAILER
              MOVE 'Y'                 TO WRK-TRAILER-SW
              MOVE WRK-TRL-DETAILS     TO WRK-TRAILER-DETAILS
              GO TO 2100-50-NEXT
           END-IF.

           ADD 1                       TO WRK-DETAIL-COUNTER.

           IF NOT CSRGCCR1-IS-DETAIL
              OR CSRGCCR1-REFERENCE    NOT NUMERIC
              MOVE 'UNREADABLE RECORD'  TO WRK-LINE-REASON
              PERFORM 2300-REPORT-UNMATCHED
              GO TO 2100-50-NEXT
           END-IF.

           MOVE CSRGCCR1-REFERENCE     TO CCS-SEQ.

           MOVE 'READING TB_CCS_REG'   TO WRK-ERROR-MSG.

           EXEC SQL
               SELECT CPF, MOVE_TYPE, CCS_STATUS, RETURN_CNT,
                      REL_RETURN_CNT
                 INTO :CCS-CPF, :CCS-MOVE-TYPE, :CCS-STATUS,
                      :CCS-RETURN-CNT, :CCS-REL-RETURN-CNT
                 FROM TB_CCS_REG
                WHERE CCS_SEQ   = :CCS-SEQ
                  AND SUBMIT_NO = :WRK-SUBMIT-NO
           END-EXEC.

           IF SQLCODE EQUAL +100
              MOVE 'NOT SENT ON THIS SUBMISSION'
                                       TO WRK-LINE-REASON
              PERFORM 2300-REPORT-UNMATCHED
              GO TO 2100-50-NEXT
           END-IF.

           IF SQLCODE NOT EQUAL ZEROS
              PERFORM 9100-FORMAT-SQLCODE
              PERFORM 9999-CALL-ABEND-PGM
           END-IF.

           IF NOT CCS-IS-SENT
              MOVE 'ALREADY ANSWERED'  TO WRK-LINE-REASON
              PERFORM 2300-REPORT-UNMATCHED
              GO TO 2100-50-NEXT
           END-IF.

           IF CSRGCCR1-IS-ACCEPTED
              MOVE 'A'                 TO CCS-STATUS
              ADD 1                    TO WRK-ACCEPTED-COUNTER
           ELSE
              PERFORM 2200-RETURNED-ROW
           END-IF.

           PERFORM 2250-UPDATE-ROW.

       2100-50-NEXT.
           PERFORM 2050-READ-CCSRET.
      *----------------------------------------------------------------*
       2100-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2200-RETURNED-ROW               SECTION.
      *----------------------------------------------------------------*
      *    BACK TO THE QUEUE UNTIL THE THIRD RETURN; THEN HELD - THE   *
      *    SAME DATA WOULD ONLY COME BACK AGAIN.  A ROW RELEASED BY    *
      *    HAND COUNTS ONLY THE RETURNS SINCE ITS RELEASE.             *
      *----------------------------------------------------------------*
           ADD 1                       TO CCS-RETURN-CNT.

           COMPUTE WRK-RETURNS-SINCE-REL = CCS-RETURN-CNT
                                         - CCS-REL-RETURN-CNT.

           IF WRK-RETURNS-SINCE-REL    LESS WRK-MAX-RETURNS
              MOVE 'Q'                 TO CCS-STATUS
              ADD 1                    TO WRK-REQUEUED-COUNTER
              MOVE 'RETURNED - QUEUED AGAIN'
                                       TO WRK-LINE-REASON
           ELSE
              MOVE 'H'                 TO CCS-STATUS
              ADD 1                    TO WRK-HELD-COUNTER
              MOVE 'RETURNED - HELD'   TO WRK-LINE-REASON
           END-IF.

           MOVE CCS-SEQ                TO WRK-REF-DISPLAY.
           MOVE CCS-RETURN-CNT         TO WRK-RETURN-CNT-DISPLAY.

           MOVE SPACES                 TO WRK-CCSRPT-LINE.
           STRING '    REF ',WRK-REF-DISPLAY,' ',
                  CCS-MOVE-TYPE,' ',CCS-CPF,' ',
                  CSRGCCR1-RETURN-CD,' ',
                  WRK-LINE-REASON,' (',WRK-RETURN-CNT-DISPLAY,') ',
                  CSRGCCR1-RETURN-MSG
                                       DELIMITED BY SIZE
                                       INTO WRK-CCSRPT-LINE.
           PERFORM 3210-PUT-CCSRPT-LINE.
      *----------------------------------------------------------------*
       2200-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2250-UPDATE-ROW                 SECTION.
      *----------------------------------------------------------------*
           IF CSRGPARM-IS-TEST-MODE
              GO TO 2250-99-EXIT
           END-IF.

           MOVE CSRGCCR1-RETURN-CD     TO CCS-RETURN-CD.
           MOVE WRK-DATE-FORMATTED     TO CCS-RETURN-DT.

           MOVE 'UPDATING TB_CCS_REG'  TO WRK-ERROR-MSG.

           EXEC SQL
               UPDATE TB_CCS_REG
                  SET CCS_STATUS = :CCS-STATUS
                     ,RETURN_CNT = :CCS-RETURN-CNT
                     ,RETURN_CD  = :CCS-RETURN-CD
                     ,RETURN_DT  = :CCS-RETURN-DT
                WHERE CCS_SEQ    = :CCS-SEQ
           END-EXEC.

           IF SQLCODE NOT EQUAL ZEROS
              PERFORM 9100-FORMAT-SQLCODE
              PERFORM 9999-CALL-ABEND-PGM
           END-IF.
      *----------------------------------------------------------------*
       2250-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2300-REPORT-UNMATCHED           SECTION.
      *----------------------------------------------------------------*
           ADD 1                       TO WRK-UNMATCHED-COUNTER.

           MOVE SPACES                 TO WRK-CCSRPT-LINE.
           STRING '    LINE ',CSRGCCR1-LINE,' REF ',
                  CSRGCCR1-REFERENCE,' ',CSRGCCR1-RESULT,' ',
                  CSRGCCR1-RETURN-CD,' ',WRK-LINE-REASON,
                  ' - NOT APPLIED'
                                       DELIMITED BY SIZE
                                       INTO WRK-CCSRPT-LINE.
           PERFORM 3210-PUT-CCSRPT-LINE.
      *----------------------------------------------------------------*
       2300-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2400-CHECK-TRAILER              SECTION.
      *----------------------------------------------------------------*
      *    A MISSING TRAILER OR A COUNT THAT DISAGREES MEANS THE FILE  *
      *    DID NOT ARRIVE WHOLE: EVERYTHING ABOVE IS UNDONE, SO THE    *
      *    COMPLETE FILE CAN SIMPLY BE RUN AGAIN.                      *
      *----------------------------------------------------------------*
           IF WRK-TRAILER-IS-READ
              AND WRK-TRAILER-DETAILS  EQUAL WRK-DETAIL-COUNTER
              GO TO 2400-99-EXIT
           END-IF.

           EXEC SQL
               ROLLBACK
           END-EXEC.

           MOVE 'Y'                    TO WRK-REFUSED-SW.
           IF WRK-TRAILER-IS-READ
              MOVE 'TRAILER COUNT DISAGREES - NOTHING APPLIED'
                                       TO WRK-REFUSED-REASON
           ELSE
              MOVE 'NO TRAILER - NOTHING APPLIED'
                                       TO WRK-REFUSED-REASON
           END-IF.

           MOVE ZEROS                  TO WRK-ACCEPTED-COUNTER
                                          WRK-REQUEUED-COUNTER
                                          WRK-HELD-COUNTER.
      *----------------------------------------------------------------*
       2400-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2500-RELEASE-HELD-ROW           SECTION.
      *----------------------------------------------------------------*
      *    ONLY A HELD ROW IS RELEASED; ANY OTHER STATUS IS LEFT AS IT *
      *    IS AND THE CARD REPORTED.  RETURN_CNT IS KEPT: THE RELEASE  *
      *    DATE AND THE RETURNS COUNTED SO FAR ARE STAMPED ON THE ROW, *
      *    SO CSRG0082 KNOWS TO REBUILD IT FROM THE CUSTOMER AND THE   *
      *    HOLD LIMIT STARTS AGAIN FROM HERE.                          *
      *----------------------------------------------------------------*
           IF WRK-REL-CCS-SEQ          NOT NUMERIC
              MOVE 'CCS_SEQ NOT NUMERIC'
                                       TO WRK-LINE-REASON
              PERFORM 2600-REPORT-RELEASE
              GO TO 2500-50-NEXT
           END-IF.

           MOVE WRK-REL-CCS-SEQ-NUM    TO CCS-SEQ.

           MOVE 'READING TB_CCS_REG'   TO WRK-ERROR-MSG.

           EXEC SQL
               SELECT CCS_STATUS
                 INTO :CCS-STATUS
                 FROM TB_CCS_REG
                WHERE CCS_SEQ = :CCS-SEQ
           END-EXEC.

           IF SQLCODE EQUAL +100
              MOVE 'NOT ON THE REGISTER'
                                       TO WRK-LINE-REASON
              PERFORM 2600-REPORT-RELEASE
              GO TO 2500-50-NEXT
           END-IF.

           IF SQLCODE NOT EQUAL ZEROS
              PERFORM 9100-FORMAT-SQLCODE
              PERFORM 9999-CALL-ABEND-PGM
           END-IF.

           IF NOT CCS-IS-HELD
              MOVE 'NOT HELD - LEFT AS IT IS'
                                       TO WRK-LINE-REASON
              PERFORM 2600-REPORT-RELEASE
              GO TO 2500-50-NEXT
           END-IF.

           MOVE 'RELEASED TO THE QUEUE'
                                       TO WRK-LINE-REASON.
           PERFORM 2600-REPORT-RELEASE.

           IF CSRGPARM-IS-TEST-MODE
              GO TO 2500-50-NEXT
           END-IF.

           MOVE 'UPDATING TB_CCS_REG'  TO WRK-ERROR-MSG.

           EXEC SQL
               UPDATE TB_CCS_REG
                  SET CCS_STATUS     = 'Q'
                     ,RELEASE_DT     = :WRK-DATE-FORMATTED
                     ,REL_RETURN_CNT = RETURN_CNT
                WHERE CCS_SEQ        = :CCS-SEQ
           END-EXEC.

           IF SQLCODE NOT EQUAL ZEROS
              PERFORM 9100-FORMAT-SQLCODE
              PERFORM 9999-CALL-ABEND-PGM
           END-IF.

       2500-50-NEXT.
           PERFORM 2550-READ-CCSREL.
      *----------------------------------------------------------------*
       2500-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2550-READ-CCSREL                SECTION.
      *----------------------------------------------------------------*
           MOVE 'READING CCSREL'       TO   WRK-ERROR-MSG.

           READ CCSREL                 INTO WRK-CCSREL-REG.

           IF WRK-FS-CCSREL            EQUAL 10
              MOVE 'END'               TO   WRK-CCSREL-EOF
           ELSE
              PERFORM 8200-TEST-FS-CCSREL
              ADD 1                    TO   WRK-CCSREL-REGS-COUNTER
           END-IF.
      *----------------------------------------------------------------*
       2550-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2600-REPORT-RELEASE             SECTION.
      *----------------------------------------------------------------*
           IF WRK-LINE-REASON          EQUAL 'RELEASED TO THE QUEUE'
              ADD 1                    TO WRK-RELEASED-COUNTER
           ELSE
              ADD 1                    TO WRK-NOT-RELEASED-COUNTER
           END-IF.

           IF WRK-CCSREL-REGS-COUNTER  EQUAL 1
              MOVE SPACES              TO WRK-CCSRPT-LINE
              PERFORM 3210-PUT-CCSRPT-LINE
              MOVE 'RELEASE CARDS'     TO WRK-CCSRPT-LINE
              PERFORM 3210-PUT-CCSRPT-LINE
           END-IF.

           MOVE SPACES                 TO WRK-CCSRPT-LINE.
           STRING '    REF ',WRK-REL-CCS-SEQ,' ',
                  WRK-LINE-REASON,' ',WRK-REL-TEXT
                                       DELIMITED BY SIZE
                                       INTO WRK-CCSRPT-LINE.
           PERFORM 3210-PUT-CCSRPT-LINE.
      *----------------------------------------------------------------*
       2600-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2750-RAISE-HELD-ALERT           SECTION.
      *----------------------------------------------------------------*
      *    ONE ALERT PER RUN, RAISED ONLY ONCE THE RETURN HAS BEEN     *
      *    APPLIED FOR GOOD - A ROLLED-BACK FILE HOLDS NOTHING.        *
      *----------------------------------------------------------------*
           DISPLAY '*CCS ROWS HELD AFTER ' WRK-MAX-RETURNS
                   ' RETURNS: ' WRK-HELD-COUNTER '*'.

           MOVE WRK-PROGRAM            TO   WRK-ALERT-PROGRAM.
           MOVE 'CCSHELD'              TO   WRK-ALERT-FILE.
           MOVE WRK-HELD-COUNTER       TO   WRK-ALERT-COUNT.
           MOVE ZEROS                  TO   WRK-ALERT-THRESHOLD.
           MOVE CSRGPARM-BATCH-RUN-ID  TO   WRK-ALERT-BATCH-RUN-ID.
           MOVE WRK-DATE-FORMATTED     TO   WRK-ALERT-DATE.
           MOVE WRK-TIME-FORMATTED     TO   WRK-ALERT-TIME.
           CALL WRK-ALERT-PGM          USING WRK-ALERT-LOG.
      *----------------------------------------------------------------*
       2750-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       3000-FINALIZE                   SECTION.
      *----------------------------------------------------------------*
           IF WRK-RETURN-IS-REFUSED
              MOVE SPACES              TO WRK-CCSRPT-LINE
              STRING '*** RETURN FILE REFUSED: ',WRK-REFUSED-REASON,
                     ' ***'
                                       DELIMITED BY SIZE
                                       INTO WRK-CCSRPT-LINE
              PERFORM 3210-PUT-CCSRPT-LINE
           END-IF.

           PERFORM 3200-WRITE-TOTALS.

           IF CSRGPARM-IS-PRODUCTION
              EXEC SQL
                  COMMIT
              END-EXEC
           END-IF.

           IF WRK-HELD-COUNTER         GREATER ZEROS
              AND CSRGPARM-IS-PRODUCTION
              PERFORM 2750-RAISE-HELD-ALERT
           END-IF.

           IF WRK-CCSREL-IS-PRESENT
              CLOSE CCSREL
           END-IF.

           CLOSE CCSRET
                 CCSRPT.

           DISPLAY '***************************'.
           DISPLAY '*  SUCCESSFUL  EXECUTION  *'.
           DISPLAY '***************************'.
           DISPLAY '*MODULE..........:' WRK-PROGRAM '*'.
           DISPLAY '*COMPILED........:'
           DD-COMPILED '/' MM-COMPILED '/' YY-COMPILED '*'.
           DISPLAY '*.................'
           HOUR-COMPILED '.' MINUTE-COMPILED '.'SECOND-COMPILED '*'.
           DISPLAY '*-------------------------*'.
           DISPLAY '*SUBMISSION NUMBER...:' WRK-SUBMIT-NO-DISPLAY
           '*'.
           DISPLAY '*RECORDS CCSRET......:' WRK-CCSRET-REGS-COUNTER
           '*'.
           DISPLAY '*ACCEPTED............:' WRK-ACCEPTED-COUNTER
           '*'.
           DISPLAY '*QUEUED AGAIN........:' WRK-REQUEUED-COUNTER
           '*'.
           DISPLAY '*HELD................:' WRK-HELD-COUNTER
           '*'.
           DISPLAY '*NOT APPLIED.........:' WRK-UNMATCHED-COUNTER
           '*'.
           DISPLAY '*RELEASED............:' WRK-RELEASED-COUNTER
           '*'.
           DISPLAY '*-------------------------*'.
           DISPLAY '*EXECUTED......:' WRK-DATE-FORMATTED '*'.
           DISPLAY '*.................' WRK-TIME-FORMATTED '*'.
           DISPLAY '***************************'.

           IF WRK-RETURN-IS-REFUSED
              DISPLAY '*CSRG0083: RETURN FILE REFUSED*'
              MOVE 8                   TO RETURN-CODE
           ELSE
              IF WRK-HELD-COUNTER      GREATER ZEROS
                 MOVE 4                TO RETURN-CODE
              END-IF
           END-IF.

           STOP RUN.
      *----------------------------------------------------------------*
       3000-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       3200-WRITE-TOTALS               SECTION.
      *----------------------------------------------------------------*
           MOVE SPACES                 TO WRK-CCSRPT-LINE.
           PERFORM 3210-PUT-CCSRPT-LINE.

           MOVE SPACES                 TO WRK-CCSRPT-LINE.
           STRING 'CCSRET RECORDS READ...........................: ',
                  WRK-CCSRET-REGS-COUNTER
                                       DELIMITED BY SIZE
                                       INTO WRK-CCSRPT-LINE.
           PERFORM 3210-PUT-CCSRPT-LINE.

           MOVE SPACES                 TO WRK-CCSRPT-LINE.
           STRING '  DETAILS / TRAILER COUNT.....................: ',
                  WRK-DETAIL-COUNTER,' ',WRK-TRAILER-DETAILS
                                       DELIMITED BY SIZE
                                       INTO WRK-CCSRPT-LINE.
           PERFORM 3210-PUT-CCSRPT-LINE.

           MOVE SPACES                 TO WRK-CCSRPT-LINE.
           STRING '  ACCEPTED....................................: ',
                  WRK-ACCEPTED-COUNTER
                                       DELIMITED BY SIZE
                                       INTO WRK-CCSRPT-LINE.
           PERFORM 3210-PUT-CCSRPT-LINE.

           MOVE SPACES                 TO WRK-CCSRPT-LINE.
           STRING '  RETURNED - QUEUED AGAIN / HELD..............: ',
                  WRK-REQUEUED-COUNTER,' ',WRK-HELD-COUNTER
                                       DELIMITED BY SIZE
                                       INTO WRK-CCSRPT-LINE.
           PERFORM 3210-PUT-CCSRPT-LINE.

           MOVE SPACES                 TO WRK-CCSRPT-LINE.
           STRING '  NOT APPLIED (NO MATCHING ROW SENT)..........: ',
                  WRK-UNMATCHED-COUNTER
                                       DELIMITED BY SIZE
                                       INTO WRK-CCSRPT-LINE.
           PERFORM 3210-PUT-CCSRPT-LINE.

           MOVE SPACES                 TO WRK-CCSRPT-LINE.
           STRING 'RELEASE CARDS - RELEASED / NOT RELEASED.......: ',
                  WRK-RELEASED-COUNTER,' ',WRK-NOT-RELEASED-COUNTER
                                       DELIMITED BY SIZE
                                       INTO WRK-CCSRPT-LINE.
           PERFORM 3210-PUT-CCSRPT-LINE.
      *----------------------------------------------------------------*
       3200-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       3210-PUT-CCSRPT-LINE            SECTION.
      *----------------------------------------------------------------*
           MOVE  WRK-CCSRPT-LINE       TO    FD-REG-CCSRPT.

           WRITE FD-REG-CCSRPT.

           PERFORM 8300-TEST-FS-CCSRPT.
      *----------------------------------------------------------------*
       3210-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       8100-TEST-FS-CCSRET             SECTION.
      *----------------------------------------------------------------*
           IF WRK-FS-CCSRET            NOT EQUAL ZEROS AND 10
              MOVE WRK-FS-CCSRET       TO  WRK-ERROR-CODE
              PERFORM 9999-CALL-ABEND-PGM
           END-IF.
      *----------------------------------------------------------------*
       8100-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       8200-TEST-FS-CCSREL             SECTION.
      *----------------------------------------------------------------*
           IF WRK-FS-CCSREL            NOT EQUAL ZEROS AND 10
              MOVE WRK-FS-CCSREL       TO  WRK-ERROR-CODE
              PERFORM 9999-CALL-ABEND-PGM
           END-IF.
      *----------------------------------------------------------------*
       8200-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       8300-TEST-FS-CCSRPT             SECTION.
      *----------------------------------------------------------------*
           IF WRK-FS-CCSRPT            NOT EQUAL ZEROS
              MOVE WRK-FS-CCSRPT       TO  WRK-ERROR-CODE
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
