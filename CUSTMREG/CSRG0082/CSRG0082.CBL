      *================================================================*
      *        I D E N T I F I C A T I O N      D I V I S I O N        *
      *================================================================*
       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     CSRG0082.
       AUTHOR.         RENAN MUNIZ MERLO.
       DATE-WRITTEN.   15/10/2026.
       DATE-COMPILED   WHEN-COMPILED.
       REMARKS.
      *----------------------------------------------------------------*
      *                RENAN MUNIZ MERLO COBOL DEVELOPER               *
      *          https://www.linkedin.com/in/renan-muniz-merlo         *
      *----------------------------------------------------------------*
      *    PROGRAM-ID..: CSRG0082.                                     *
      *    ANALYST.....: RENAN MUNIZ MERLO                             *
      *    PROGRAMMER..: RENAN MUNIZ MERLO                             *
      *    DATE........: 15/10/2026                                    *
      *----------------------------------------------------------------*
      *    PROJECT.....: CUSTOMER REGISTRATION PROJECT - CUSTMREG      *
      *----------------------------------------------------------------*
      *    GOAL........: DAILY BANCO CENTRAL CCS FEED (CADASTRO DE     *
      *                  CLIENTES DO SISTEMA FINANCEIRO).  TWO PASSES: *
      *                  1) READS EVERY RETAINED CHGEVENT GENERATION   *
      *                     AND QUEUES ON THE TB_CCS_REG SUBMISSION    *
      *                     REGISTER EACH RELATIONSHIP MOVEMENT NOT    *
      *                     QUEUED BEFORE:                             *
      *                     'I' INSERT (CSRG0002) AND 'R' REINSTATE    *
      *                     (CSRG0010) - RELATIONSHIP START;           *
      *                     'D' SOFT-DELETE (CSRG0004, CSRG0051) -     *
      *                     RELATIONSHIP END;                          *
      *                     'C' DOCUMENT SWAP (CSRG0046) - CORRECTION, *
      *                     THE PREVIOUS CPF ALONGSIDE.  A SWAP THAT   *
      *                     BRINGS A CPF TO A CUSTOMER WHO HAD NONE IS *
      *                     A START; ONE THAT TAKES THE CPF AWAY, AN   *
      *                     END.                                       *
      *                     ONLY CPF DOCUMENTS ARE REPORTED - A        *
      *                     PASSPORT, RUC OR DNI IS OUTSIDE THE CCS.   *
      *                     THE REGISTER REMEMBERS THE CHGEVENT RECORD *
      *                     EACH ROW CAME FROM, SO RE-READING A        *
      *                     GENERATION NEVER QUEUES ANYTHING TWICE.    *
      *                  2) WRITES EVERY QUEUED ROW - NEW ONES AND     *
      *                     THOSE CSRG0083 RE-QUEUED FROM THE          *
      *                     REGULATOR'S RETURN - TO THE CCSOUT         *
      *                     SUBMISSION FILE (CSRGCCS1) UNDER THE NEXT  *
      *                     SUBMISSION NUMBER AND MARKS THEM SENT.  A  *
      *                     ROW SENT BEFORE (RE-QUEUED FROM A RETURN)  *
      *                     OR RELEASED FROM A HOLD IS REBUILT FROM    *
      *                     THE CUSTOMER'S CURRENT DOCUMENT (BY        *
      *                     CUST-ID), SO A CORRECTION MADE ON THE      *
      *                     CUSTOMER GOES OUT WITH IT, AND IS FLAGGED  *
      *                     RESENT WHEN IT WAS SENT BEFORE.  A START   *
      *                     OR CORRECTION WHOSE CUSTOMER IS GONE OR NO *
      *                     LONGER CARRIES A CPF IS CANCELLED; AN END  *
      *                     STILL GOES OUT, UNDER THE CPF ON THE       *
      *                     REGISTER - THAT RELATIONSHIP DID END.      *
      *                  NOTHING QUEUED = NO SUBMISSION: CCSOUT IS     *
      *                  LEFT EMPTY AND THE RUN ENDS RC=4.  TEST MODE  *
      *                  QUEUES AND MARKS NOTHING, BUT STILL WRITES    *
      *                  WHAT IS ALREADY QUEUED TO CCSOUT FOR REVIEW.  *
      *----------------------------------------------------------------*
      *    PARAMETERS..: CSRGPARM POS 312-319 INSTITUTION CNPJ BASE    *
      *                  (REQUIRED, 8 DIGITS); POS 70-79 (SELECTION    *
      *                  DATE FROM) THE CCS CUTOVER DATE - EVENTS      *
      *                  DATED BEFORE IT ARE NOT QUEUED (BLANK = EVERY *
      *                  EVENT).                                       *
      *----------------------------------------------------------------*
      *    FILES.......:  DDNAME          LRECL       INCLUDE/BOOK     *
      *                   EVTFILE         00670       CSRGEVT1+        *
      *                                               CSTMRG01         *
      *                   CCSOUT          00100       CSRGCCS1         *
      *                   CCSRPT          00132       NONE             *
      *----------------------------------------------------------------*
      *    MODIFICATION HISTORY.......:                                *
      *    15/10/2026 RMM - PROGRAM CREATED.                           *
      *    15/10/2026 RMM - THE CNPJ BASE IS CHECKED WITH THE REST OF  *
      *                     THE CARD AND MUST BE 8 DIGITS; THE JOB     *
      *                     SHIPS IT BLANK, SO IT ABENDS UNTIL IT IS   *
      *                     FILLED IN.                                 *
      *    15/10/2026 RMM - A ROW RELEASED FROM A HOLD IS REBUILT FROM *
      *                     THE CUSTOMER TOO (RELEASE_DT), RESENT='S'  *
      *                     FOLLOWS SUBMIT_NO, AND A RESENT END WHOSE  *
      *                     CUSTOMER IS GONE OR NO LONGER UNDER A CPF  *
      *                     GOES OUT UNDER THE REGISTER'S CPF INSTEAD  *
      *                     OF BEING CANCELLED.  EVTFILE NOW ARRIVES   *
      *                     SORTED BY EVENT DATE/TIME (CSRGCCS).       *
      *----------------------------------------------------------------*
      *    TABLE DB2...:  TB_CCS_REG                  BTB_CCS_REG      *
      *                   TB_CUSTOMER                 NONE             *
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

           SELECT CCSOUT        ASSIGN TO UTS-S-CCSOUT
            ORGANIZATION IS     SEQUENTIAL
            ACCESS MODE  IS     SEQUENTIAL
            FILE STATUS  IS     WRK-FS-CCSOUT.

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
       FD EVTFILE
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS 00 RECORDS.
       01 FD-REG-EVTFILE    PIC X(670).

       FD CCSOUT
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS 00 RECORDS.
       01 FD-REG-CCSOUT     PIC X(100).

       FD CCSRPT
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS 00 RECORDS.
       01 FD-REG-CCSRPT     PIC X(132).

      *-----------------------------------------------------------------*
      *                  WORKING-STORAGE SECTION                        *
      *-----------------------------------------------------------------*
       WORKING-STORAGE SECTION.

      *PASS 1 - CHGEVENT:
       77 WRK-EVTFILE-REGS-COUNTER               PIC 9(09) VALUE ZEROS .
       77 WRK-OTHER-OP-COUNTER                   PIC 9(09) VALUE ZEROS .
       77 WRK-NOT-CPF-COUNTER                    PIC 9(09) VALUE ZEROS .
       77 WRK-BEFORE-CUTOVER-COUNTER             PIC 9(09) VALUE ZEROS .
       77 WRK-ALREADY-REG-COUNTER                PIC 9(09) VALUE ZEROS .
       77 WRK-QUEUED-START-COUNTER               PIC 9(07) VALUE ZEROS .
       77 WRK-QUEUED-END-COUNTER                 PIC 9(07) VALUE ZEROS .
       77 WRK-QUEUED-CORR-COUNTER                PIC 9(07) VALUE ZEROS .

      *PASS 2 - THE SUBMISSION:
       77 WRK-SENT-LINE-COUNTER                  PIC 9(07) VALUE ZEROS .
       77 WRK-SENT-START-COUNTER                 PIC 9(07) VALUE ZEROS .
       77 WRK-SENT-END-COUNTER                   PIC 9(07) VALUE ZEROS .
       77 WRK-SENT-CORR-COUNTER                  PIC 9(07) VALUE ZEROS .
       77 WRK-RESENT-COUNTER                     PIC 9(07) VALUE ZEROS .
       77 WRK-CANCELLED-COUNTER                  PIC 9(07) VALUE ZEROS .
       77 WRK-HELD-COUNTER                       PIC 9(07) VALUE ZEROS .
       77 WRK-CCSOUT-REGS-COUNTER                PIC 9(07) VALUE ZEROS .

      *DATA FOR PERIODIC COMMIT:
       77 WRK-COMMIT-COUNTER                     PIC 9(05) VALUE ZEROS .

      *END OF FILE / CURSOR:
       77 WRK-EVTFILE-EOF                        PIC X(03) VALUE SPACES.
       77 WRK-CURSOR-EOF                         PIC X(03) VALUE SPACES.

      *RUNTIME PARAMETER CARD:
       COPY 'CSRGPARM'.

      *ONE CHANGE EVENT (SEE CSRGEVT1):
       01 WRK-EVTFILE-REG.
          COPY 'CSRGEVT1'.
          03 WRK-EVT-NEW-IMAGE                   PIC X(311).
          03 WRK-EVT-OLD-IMAGE                   PIC X(311).

      *ONE OF THE TWO IMAGES, LOOKED AT FIELD BY FIELD:
       01 WRK-IMAGE-REG.
          COPY 'CSTMRG01'.

      *THE MOVEMENT TAKEN FROM THE EVENT, BEFORE IT IS QUEUED:
       01 WRK-MOVE-SW                            PIC X(01) VALUE 'N'.
          88 WRK-MOVE-IS-REPORTABLE                    VALUE 'Y'.
       01 WRK-NEW-IS-CPF-SW                      PIC X(01) VALUE 'N'.
          88 WRK-NEW-DOC-IS-CPF                        VALUE 'Y'.
       01 WRK-OLD-IS-CPF-SW                      PIC X(01) VALUE 'N'.
          88 WRK-OLD-DOC-IS-CPF                        VALUE 'Y'.
       01 WRK-NEW-CPF                            PIC X(15) VALUE SPACES.
       01 WRK-NEW-CUST-ID                        PIC X(10) VALUE SPACES.
       01 WRK-OLD-CPF                            PIC X(15) VALUE SPACES.

      *NEXT CCS_SEQ TO HAND OUT (MAX + 1 AT START - ONE WRITER):
       01 WRK-NEXT-SEQ                           PIC S9(09) COMP
                                                 VALUE ZEROS.
      *THE SUBMISSION BEING BUILT (MAX + 1 OF THE REGISTER):
       01 WRK-SUBMIT-NO                          PIC S9(09) COMP
                                                 VALUE ZEROS.
       01 WRK-SUBMIT-NO-DISPLAY                  PIC 9(06) VALUE ZEROS.
       01 WRK-REG-COUNT                          PIC S9(09) COMP
                                                 VALUE ZEROS.
       01 WRK-HEADER-SW                          PIC X(01) VALUE 'N'.
          88 WRK-HEADER-IS-WRITTEN                     VALUE 'Y'.

      *CURRENT DOCUMENT OF A RE-QUEUED ROW'S CUSTOMER:
       01 WRK-CUR-CPF                            PIC X(15) VALUE SPACES.
       01 WRK-CUR-DOC-TYPE                       PIC X(01) VALUE SPACES.
          88 WRK-CUR-DOC-IS-CPF                        VALUE 'C' ' '.

      *STATUS TO SET ON A ROW THAT CANNOT BE SENT, AND WHY:
       01 WRK-SET-STATUS                         PIC X(01) VALUE SPACES.
       01 WRK-SET-REASON                         PIC X(40) VALUE SPACES.
       01 WRK-REF-DISPLAY                        PIC 9(10) VALUE ZEROS.

      *DD-MM-YYYY TO AAAAMMDD, THE REGULATOR'S DATE FORMAT:
       01 WRK-DATE-IN                            PIC X(10) VALUE SPACES.
       01 FILLER REDEFINES WRK-DATE-IN.
          03 WRK-DATE-IN-DD                      PIC X(02).
          03 FILLER                              PIC X(01).
          03 WRK-DATE-IN-MM                      PIC X(02).
          03 FILLER                              PIC X(01).
          03 WRK-DATE-IN-YYYY                    PIC X(04).
       01 WRK-DATE-OUT.
          03 WRK-DATE-OUT-YYYY                   PIC X(04).
          03 WRK-DATE-OUT-MM                     PIC X(02).
          03 WRK-DATE-OUT-DD                     PIC X(02).
       01 WRK-DATE-OUT-NUM REDEFINES WRK-DATE-OUT
                                                 PIC 9(08).
       01 WRK-CUTOVER-NUM                        PIC 9(08) VALUE ZEROS.

      *MASKED DOCUMENT (9999.999.999-99) TO DIGITS ONLY:
       01 WRK-DOC-MASKED.
          03 WRK-DOC-M-P1                        PIC X(04).
          03 FILLER                              PIC X(01).
          03 WRK-DOC-M-P2                        PIC X(03).
          03 FILLER                              PIC X(01).
          03 WRK-DOC-M-P3                        PIC X(03).
          03 FILLER                              PIC X(01).
          03 WRK-DOC-M-P4                        PIC X(02).
       01 WRK-DOC-UNMASKED.
          03 WRK-DOC-U-P1                        PIC X(04).
          03 WRK-DOC-U-P2                        PIC X(03).
          03 WRK-DOC-U-P3                        PIC X(03).
          03 WRK-DOC-U-P4                        PIC X(02).
       01 WRK-DOC-DIGITS REDEFINES WRK-DOC-UNMASKED
                                                 PIC 9(12).
       01 WRK-DOC-OK-SW                          PIC X(01) VALUE 'N'.
          88 WRK-DOC-IS-NUMERIC                        VALUE 'Y'.

      *ONE CCSOUT RECORD - DETAIL (CSRGCCS1), HEADER OR TRAILER:
       01 WRK-CCSOUT-REG.
          COPY 'CSRGCCS1'.
       01 FILLER REDEFINES WRK-CCSOUT-REG.
          03 WRK-HDR-REC-TYPE                    PIC X(01).
          03 WRK-HDR-CNPJ-BASE                   PIC X(08).
          03 WRK-HDR-SUBMIT-NO                   PIC 9(06).
          03 WRK-HDR-FILE-DATE                   PIC 9(08).
          03 WRK-HDR-RUN-ID                      PIC X(14).
          03 FILLER                              PIC X(63).
       01 FILLER REDEFINES WRK-CCSOUT-REG.
          03 WRK-TRL-REC-TYPE                    PIC X(01).
          03 WRK-TRL-DETAILS                     PIC 9(07).
          03 WRK-TRL-STARTS                      PIC 9(07).
          03 WRK-TRL-ENDS                        PIC 9(07).
          03 WRK-TRL-CORRECTIONS                 PIC 9(07).
          03 FILLER                              PIC X(71).

       01 WRK-CCSRPT-LINE                        PIC X(132)
                                                  VALUE SPACES.

      *DATA FOR ERROR LOG:
       01 WRK-ERROR-LOG.
          03 WRK-PROGRAM                         PIC X(08) VALUE
                                                          'CSRG0082'  .
          03 WRK-ERROR-MSG                       PIC X(30) VALUE SPACES.
          03 WRK-ERROR-CODE                      PIC X(30) VALUE SPACES.
          03 WRK-ERROR-DATE                      PIC X(10) VALUE SPACES.
          03 WRK-ERROR-TIME                      PIC X(08) VALUE SPACES.

      *ABENDING PROGRAM:
       77 WRK-ABEND-PGM                          PIC X(08) VALUE
                                                          'ABENDPGM'  .

       01 WRK-FILE-STATUS.
          03 WRK-FS-EVTFILE                      PIC 9(02) VALUE ZEROS .
          03 WRK-FS-CCSOUT                       PIC 9(02) VALUE ZEROS .
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

      *EVERYTHING QUEUED FOR THE NEXT SUBMISSION, OLDEST FIRST:
           EXEC SQL
              DECLARE CSR0082 CURSOR WITH HOLD FOR
                 SELECT CCS_SEQ, CPF, OLD_CPF, CUST_ID,
                        MOVE_TYPE, MOVE_DT, SUBMIT_NO, RELEASE_DT
                   FROM TB_CCS_REG
                  WHERE CCS_STATUS = 'Q'
                  ORDER BY CCS_SEQ
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

           PERFORM 2000-QUEUE-ONE-EVENT
              UNTIL WRK-EVTFILE-EOF    EQUAL 'END'.

           PERFORM 2500-START-SUBMISSION.

           PERFORM 2600-SEND-ONE-MOVEMENT
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

           OPEN INPUT  EVTFILE
                OUTPUT CCSOUT
                       CCSRPT.

           MOVE 'OPEN FILE EVTFILE'    TO WRK-ERROR-MSG.
           PERFORM 8100-TEST-FS-EVTFILE.

           MOVE 'OPEN FILE CCSOUT'     TO WRK-ERROR-MSG.
           PERFORM 8200-TEST-FS-CCSOUT.

           MOVE 'OPEN FILE CCSRPT'     TO WRK-ERROR-MSG.
           PERFORM 8300-TEST-FS-CCSRPT.

           MOVE SPACES                 TO WRK-CCSRPT-LINE.
           STRING 'CSRG0082 BANCO CENTRAL CCS FEED - RUN ',
                  CSRGPARM-BATCH-RUN-ID,' ',
                  WRK-DATE-FORMATTED,' ',WRK-TIME-FORMATTED,
                  '  INSTITUTION ',CSRGPARM-CCS-CNPJ-BASE
                                       DELIMITED BY SIZE
                                       INTO WRK-CCSRPT-LINE.
           PERFORM 3210-PUT-CCSRPT-LINE.

           IF CSRGPARM-IS-TEST-MODE
              MOVE '*** TEST MODE - NOTHING QUEUED OR MARKED SENT ***'
                                       TO WRK-CCSRPT-LINE
              PERFORM 3210-PUT-CCSRPT-LINE
           END-IF.

           MOVE ZEROS                  TO WRK-CUTOVER-NUM.
           IF CSRGPARM-SEL-DATE-FROM   NOT EQUAL SPACES
              MOVE CSRGPARM-SEL-DATE-FROM
                                       TO WRK-DATE-IN
              PERFORM 7200-DATE-TO-AAAAMMDD
              MOVE WRK-DATE-OUT-NUM    TO WRK-CUTOVER-NUM
           END-IF.

           PERFORM 1100-GET-NEXT-SEQ.

           PERFORM 2050-READ-EVTFILE.
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

      *    THE CCS HEADER CARRIES THE INSTITUTION - THERE IS NO DEFAULT:
           IF CSRGPARM-CCS-CNPJ-BASE   NOT NUMERIC
              MOVE 'CCS CNPJ BASE NOT 8 DIGITS'
                                       TO WRK-ERROR-MSG
              MOVE 'CSRGPARM POS 312-319'
                                       TO WRK-ERROR-CODE
              PERFORM 9999-CALL-ABEND-PGM
           END-IF.
      *----------------------------------------------------------------*
       1050-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       1100-GET-NEXT-SEQ               SECTION.
      *----------------------------------------------------------------*
           MOVE 'READING MAX CCS_SEQ'  TO WRK-ERROR-MSG.

           EXEC SQL
               SELECT COALESCE(MAX(CCS_SEQ), 0) + 1
                 INTO :WRK-NEXT-SEQ
                 FROM TB_CCS_REG
           END-EXEC.

           IF SQLCODE NOT EQUAL ZEROS
              PERFORM 9100-FORMAT-SQLCODE
              PERFORM 9999-CALL-ABEND-PGM
           END-IF.
      *----------------------------------------------------------------*
       1100-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2000-QUEUE-ONE-EVENT            SECTION.
      *----------------------------------------------------------------*
      *    PASS 1.  WORKS OUT WHICH MOVEMENT, IF ANY, THE EVENT MEANS  *
      *    FOR THE CCS AND QUEUES IT.                                  *
      *----------------------------------------------------------------*
           MOVE 'N'                    TO WRK-MOVE-SW.
           MOVE SPACES                 TO WRK-OLD-CPF.

           EVALUATE TRUE
              WHEN CSRGEVT1-IS-INSERT
                 OR CSRGEVT1-IS-REINSTATE
                 MOVE WRK-EVT-NEW-IMAGE
                                       TO WRK-IMAGE-REG
                 IF CSTMRG01-DOC-IS-CPF
                    MOVE 'I'           TO CCS-MOVE-TYPE
                    MOVE CSRGEVT1-CPF  TO WRK-NEW-CPF
                    MOVE CSTMRG01-CUST-ID
                                       TO WRK-NEW-CUST-ID
                    MOVE 'Y'           TO WRK-MOVE-SW
                 END-IF
              WHEN CSRGEVT1-IS-DELETE
                 MOVE WRK-EVT-OLD-IMAGE
                                       TO WRK-IMAGE-REG
                 IF CSTMRG01-DOC-IS-CPF
                    MOVE 'E'           TO CCS-MOVE-TYPE
                    MOVE CSRGEVT1-CPF  TO WRK-NEW-CPF
                    MOVE CSTMRG01-CUST-ID
                                       TO WRK-NEW-CUST-ID
                    MOVE 'Y'           TO WRK-MOVE-SW
                 END-IF
              WHEN CSRGEVT1-IS-DOC-CHANGE
                 PERFORM 2100-CLASSIFY-DOC-CHANGE
              WHEN OTHER
                 ADD 1                 TO WRK-OTHER-OP-COUNTER
                 GO TO 2000-50-NEXT
           END-EVALUATE.

           IF NOT WRK-MOVE-IS-REPORTABLE
              ADD 1                    TO WRK-NOT-CPF-COUNTER
              GO TO 2000-50-NEXT
           END-IF.

           MOVE CSRGEVT1-DATE          TO WRK-DATE-IN.
           PERFORM 7200-DATE-TO-AAAAMMDD.

           IF WRK-DATE-OUT-NUM         LESS WRK-CUTOVER-NUM
              ADD 1                    TO WRK-BEFORE-CUTOVER-COUNTER
              GO TO 2000-50-NEXT
           END-IF.

           PERFORM 2300-QUEUE-MOVEMENT.

       2000-50-NEXT.
           PERFORM 2050-READ-EVTFILE.
      *----------------------------------------------------------------*
       2000-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2050-READ-EVTFILE               SECTION.
      *----------------------------------------------------------------*
           MOVE 'READING EVTFILE'      TO   WRK-ERROR-MSG.

           READ EVTFILE                INTO WRK-EVTFILE-REG.

           IF WRK-FS-EVTFILE           EQUAL 10
              MOVE 'END'               TO   WRK-EVTFILE-EOF
           ELSE
              PERFORM 8100-TEST-FS-EVTFILE
              ADD 1                    TO   WRK-EVTFILE-REGS-COUNTER
           END-IF.
      *----------------------------------------------------------------*
       2050-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2100-CLASSIFY-DOC-CHANGE        SECTION.
      *----------------------------------------------------------------*
      *    CPF TO CPF IS A CORRECTION.  A CPF GAINED (PASSPORT HOLDER  *
      *    WHO OBTAINED ONE) IS WHERE THE CCS FIRST HEARS OF THE       *
      *    RELATIONSHIP - A START; A CPF GIVEN UP FOR A FOREIGN        *
      *    DOCUMENT ENDS WHAT THE CCS KNOWS - AN END UNDER THE OLD     *
      *    CPF.  NEITHER SIDE A CPF IS OUTSIDE THE CCS.                *
      *----------------------------------------------------------------*
           MOVE WRK-EVT-OLD-IMAGE      TO WRK-IMAGE-REG.
           MOVE 'N'                    TO WRK-OLD-IS-CPF-SW.
           IF CSTMRG01-DOC-IS-CPF
              MOVE 'Y'                 TO WRK-OLD-IS-CPF-SW
           END-IF.
           MOVE CSTMRG01-CPF           TO WRK-OLD-CPF.

           MOVE WRK-EVT-NEW-IMAGE      TO WRK-IMAGE-REG.
           MOVE 'N'                    TO WRK-NEW-IS-CPF-SW.
           IF CSTMRG01-DOC-IS-CPF
              MOVE 'Y'                 TO WRK-NEW-IS-CPF-SW
           END-IF.
           MOVE CSTMRG01-CUST-ID       TO WRK-NEW-CUST-ID.

           IF WRK-NEW-DOC-IS-CPF
              MOVE CSRGEVT1-CPF        TO WRK-NEW-CPF
              MOVE 'Y'                 TO WRK-MOVE-SW
              IF WRK-OLD-DOC-IS-CPF
                 MOVE 'A'              TO CCS-MOVE-TYPE
              ELSE
                 MOVE 'I'              TO CCS-MOVE-TYPE
                 MOVE SPACES           TO WRK-OLD-CPF
              END-IF
           ELSE
              IF WRK-OLD-DOC-IS-CPF
                 MOVE WRK-OLD-CPF      TO WRK-NEW-CPF
                 MOVE SPACES           TO WRK-OLD-CPF
                 MOVE 'E'              TO CCS-MOVE-TYPE
                 MOVE 'Y'              TO WRK-MOVE-SW
              END-IF
           END-IF.
      *----------------------------------------------------------------*
       2100-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2300-QUEUE-MOVEMENT             SECTION.
      *----------------------------------------------------------------*
      *    THE CHGEVENT RECORD (RUN ID, OPERATION, TIME, DATE, CPF)    *
      *    IS LOOKED FOR ON THE REGISTER FIRST - ALREADY THERE MEANS   *
      *    IT WAS QUEUED BY AN EARLIER RUN, WHATEVER BECAME OF IT.     *
      *----------------------------------------------------------------*
           MOVE WRK-NEW-CPF            TO CCS-CPF.
           MOVE WRK-OLD-CPF            TO CCS-OLD-CPF.
           MOVE WRK-NEW-CUST-ID        TO CCS-CUST-ID.
           MOVE CSRGEVT1-DATE          TO CCS-MOVE-DT.
           MOVE CSRGEVT1-BATCH-RUN-ID  TO CCS-SRC-RUN-ID.
           MOVE CSRGEVT1-OP-TYPE       TO CCS-SRC-OP.
           MOVE CSRGEVT1-TIME          TO CCS-SRC-TM.

           MOVE 'CHECKING TB_CCS_REG'  TO WRK-ERROR-MSG.

           EXEC SQL
               SELECT COUNT(*)
                 INTO :WRK-REG-COUNT
                 FROM TB_CCS_REG
                WHERE SRC_RUN_ID = :CCS-SRC-RUN-ID
                  AND SRC_OP     = :CCS-SRC-OP
                  AND SRC_TM     = :CCS-SRC-TM
                  AND MOVE_DT    = :CCS-MOVE-DT
                  AND CPF        = :CCS-CPF
           END-EXEC.

           IF SQLCODE NOT EQUAL ZEROS
              PERFORM 9100-FORMAT-SQLCODE
              PERFORM 9999-CALL-ABEND-PGM
           END-IF.

           IF WRK-REG-COUNT            GREATER ZEROS
              ADD 1                    TO WRK-ALREADY-REG-COUNTER
              GO TO 2300-99-EXIT
           END-IF.

           EVALUATE TRUE
              WHEN CCS-MOVE-IS-START
                 ADD 1                 TO WRK-QUEUED-START-COUNTER
              WHEN CCS-MOVE-IS-END
                 ADD 1                 TO WRK-QUEUED-END-COUNTER
              WHEN OTHER
                 ADD 1                 TO WRK-QUEUED-CORR-COUNTER
           END-EVALUATE.

           IF CSRGPARM-IS-TEST-MODE
              GO TO 2300-99-EXIT
           END-IF.

           MOVE WRK-NEXT-SEQ           TO CCS-SEQ.
           MOVE WRK-DATE-FORMATTED     TO CCS-QUEUED-DT.
           MOVE 'Q'                    TO CCS-STATUS.
           MOVE ZEROS                  TO CCS-SUBMIT-NO
                                          CCS-SUBMIT-LINE
                                          CCS-RETURN-CNT
                                          CCS-REL-RETURN-CNT.
           MOVE SPACES                 TO CCS-SUBMIT-DT
                                          CCS-RETURN-CD
                                          CCS-RETURN-DT
                                          CCS-RELEASE-DT.

           MOVE 'INSERTING TB_CCS_REG' TO WRK-ERROR-MSG.

           EXEC SQL
               INSERT INTO TB_CCS_REG
                     (CCS_SEQ, CPF, OLD_CPF, CUST_ID, MOVE_TYPE,
                      MOVE_DT, SRC_RUN_ID, SRC_OP, SRC_TM,
                      QUEUED_DT, CCS_STATUS, SUBMIT_NO, SUBMIT_LINE,
                      SUBMIT_DT, RETURN_CD, RETURN_DT, RETURN_CNT,
                      RELEASE_DT, REL_RETURN_CNT)
               VALUES (:CCS-SEQ, :CCS-CPF, :CCS-OLD-CPF,
                       :CCS-CUST-ID, :CCS-MOVE-TYPE, :CCS-MOVE-DT,
                       :CCS-SRC-RUN-ID, :CCS-SRC-OP, :CCS-SRC-TM,
                       :CCS-QUEUED-DT, :CCS-STATUS, :CCS-SUBMIT-NO,
                       :CCS-SUBMIT-LINE, :CCS-SUBMIT-DT,
                       :CCS-RETURN-CD, :CCS-RETURN-DT,
                       :CCS-RETURN-CNT, :CCS-RELEASE-DT,
                       :CCS-REL-RETURN-CNT)
           END-EXEC.

           IF SQLCODE NOT EQUAL ZEROS
              PERFORM 9100-FORMAT-SQLCODE
              PERFORM 9999-CALL-ABEND-PGM
           END-IF.

           ADD 1                       TO WRK-NEXT-SEQ.

           PERFORM 2350-COMMIT-INTERVAL.
      *----------------------------------------------------------------*
       2300-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2350-COMMIT-INTERVAL            SECTION.
      *----------------------------------------------------------------*
      *    PASS 1 ONLY.  A QUEUED ROW STANDS ON ITS OWN, SO A RERUN    *
      *    AFTER A FAILURE SIMPLY FINDS THE COMMITTED ONES ALREADY     *
      *    REGISTERED.                                                 *
      *----------------------------------------------------------------*
           ADD 1                       TO   WRK-COMMIT-COUNTER.

           IF WRK-COMMIT-COUNTER       GREATER OR EQUAL
                                            CSRGPARM-COMMIT-INTERVAL
              EXEC SQL
                  COMMIT
              END-EXEC
              MOVE ZEROS               TO WRK-COMMIT-COUNTER
           END-IF.
      *----------------------------------------------------------------*
       2350-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2500-START-SUBMISSION           SECTION.
      *----------------------------------------------------------------*
      *    PASS 2.  FROM HERE TO THE END THERE IS NO INTERIM COMMIT:   *
      *    A ROW IS MARKED SENT IN THE SAME UNIT OF WORK AS THE WHOLE  *
      *    CCSOUT FILE, SO A FAILED RUN LEAVES EVERY ROW STILL QUEUED  *
      *    FOR THE RERUN AND NOTHING MARKED SENT THAT WAS NOT.         *
      *----------------------------------------------------------------*
           IF CSRGPARM-IS-PRODUCTION
              EXEC SQL
                  COMMIT
              END-EXEC
           END-IF.

           MOVE 'READING MAX SUBMIT_NO'
                                       TO WRK-ERROR-MSG.

           EXEC SQL
               SELECT COALESCE(MAX(SUBMIT_NO), 0) + 1
                 INTO :WRK-SUBMIT-NO
                 FROM TB_CCS_REG
           END-EXEC.

           IF SQLCODE NOT EQUAL ZEROS
              PERFORM 9100-FORMAT-SQLCODE
              PERFORM 9999-CALL-ABEND-PGM
           END-IF.

           MOVE WRK-SUBMIT-NO          TO WRK-SUBMIT-NO-DISPLAY.

           MOVE SPACES                 TO WRK-CCSRPT-LINE.
           PERFORM 3210-PUT-CCSRPT-LINE.

           MOVE 'ROWS NOT SENT'        TO WRK-CCSRPT-LINE.
           PERFORM 3210-PUT-CCSRPT-LINE.

           MOVE 'OPEN CURSOR CSR0082'  TO WRK-ERROR-MSG.

           EXEC SQL
               OPEN CSR0082
           END-EXEC.

           IF SQLCODE NOT EQUAL ZEROS
              PERFORM 9100-FORMAT-SQLCODE
              PERFORM 9999-CALL-ABEND-PGM
           END-IF.

           PERFORM 2550-FETCH-QUEUED.
      *----------------------------------------------------------------*
       2500-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2550-FETCH-QUEUED               SECTION.
      *----------------------------------------------------------------*
           MOVE 'FETCHING CSR0082'     TO   WRK-ERROR-MSG.

           EXEC SQL
               FETCH CSR0082
                   INTO :CCS-SEQ, :CCS-CPF, :CCS-OLD-CPF,
                        :CCS-CUST-ID, :CCS-MOVE-TYPE, :CCS-MOVE-DT,
                        :CCS-SUBMIT-NO, :CCS-RELEASE-DT
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
       2550-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2600-SEND-ONE-MOVEMENT          SECTION.
      *----------------------------------------------------------------*
           IF (CCS-SUBMIT-NO           GREATER ZEROS
               OR NOT CCS-NEVER-RELEASED)
              AND CCS-CUST-ID          NOT EQUAL SPACES
              PERFORM 2650-REFRESH-FROM-CUSTOMER
              IF WRK-SET-STATUS        NOT EQUAL SPACES
                 PERFORM 2700-SET-ROW-STATUS
                 GO TO 2600-50-NEXT
              END-IF
           END-IF.

           MOVE CCS-CPF                TO WRK-DOC-MASKED.
           PERFORM 7100-UNMASK-DOC.
           IF NOT WRK-DOC-IS-NUMERIC
              MOVE 'H'                 TO WRK-SET-STATUS
              MOVE 'DOCUMENT NOT NUMERIC - HELD'
                                       TO WRK-SET-REASON
              PERFORM 2700-SET-ROW-STATUS
              GO TO 2600-50-NEXT
           END-IF.

           IF NOT WRK-HEADER-IS-WRITTEN
              PERFORM 2800-WRITE-HEADER
           END-IF.

           MOVE SPACES                 TO WRK-CCSOUT-REG.
           MOVE WRK-DOC-DIGITS         TO CSRGCCS1-DOC-NUMBER.

           IF CCS-MOVE-IS-CORRECT
              MOVE CCS-OLD-CPF         TO WRK-DOC-MASKED
              PERFORM 7100-UNMASK-DOC
              IF WRK-DOC-IS-NUMERIC
                 MOVE '00'             TO CSRGCCS1-PREV-DOC-NUMBER
                                          (1:2)
                 MOVE WRK-DOC-UNMASKED TO CSRGCCS1-PREV-DOC-NUMBER
                                          (3:12)
              END-IF
           END-IF.

           MOVE CCS-MOVE-DT            TO WRK-DATE-IN.
           PERFORM 7200-DATE-TO-AAAAMMDD.

           ADD 1                       TO WRK-SENT-LINE-COUNTER.

           MOVE '1'                    TO CSRGCCS1-REC-TYPE.
           MOVE WRK-SENT-LINE-COUNTER  TO CSRGCCS1-LINE.
           MOVE CCS-MOVE-TYPE          TO CSRGCCS1-MOVE-TYPE.
           MOVE 'F'                    TO CSRGCCS1-PERSON-TYPE.
           MOVE WRK-DATE-OUT-NUM       TO CSRGCCS1-MOVE-DATE.
           MOVE CCS-SEQ                TO CSRGCCS1-REFERENCE.
           IF CCS-SUBMIT-NO            GREATER ZEROS
              MOVE 'S'                 TO CSRGCCS1-RESENT
              ADD 1                    TO WRK-RESENT-COUNTER
           ELSE
              MOVE 'N'                 TO CSRGCCS1-RESENT
           END-IF.

           PERFORM 2900-PUT-CCSOUT-REG.

           EVALUATE TRUE
              WHEN CCS-MOVE-IS-START
                 ADD 1                 TO WRK-SENT-START-COUNTER
              WHEN CCS-MOVE-IS-END
                 ADD 1                 TO WRK-SENT-END-COUNTER
              WHEN OTHER
                 ADD 1                 TO WRK-SENT-CORR-COUNTER
           END-EVALUATE.

           PERFORM 2750-MARK-SENT.

       2600-50-NEXT.
           PERFORM 2550-FETCH-QUEUED.
      *----------------------------------------------------------------*
       2600-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2650-REFRESH-FROM-CUSTOMER      SECTION.
      *----------------------------------------------------------------*
      *    A ROW THE BANCO CENTRAL RETURNED, OR ONE RELEASED FROM A    *
      *    HOLD, GOES OUT AGAIN UNDER THE CUSTOMER'S CURRENT DOCUMENT  *
      *    - THE CORRECTION IS MADE ON THE CUSTOMER, NOT ON THE        *
      *    REGISTER.  PURGED, OR NO LONGER UNDER A CPF, AND A START OR *
      *    CORRECTION HAS NOTHING LEFT TO REPORT; AN END STILL DOES -  *
      *    THE RELATIONSHIP UNDER THE REGISTER'S CPF ENDED, SO IT GOES *
      *    OUT UNDER THAT CPF.                                         *
      *----------------------------------------------------------------*
           MOVE SPACES                 TO WRK-SET-STATUS.

           MOVE 'READING TB_CUSTOMER'  TO WRK-ERROR-MSG.

           EXEC SQL
               SELECT CPF, COALESCE(DOC_TYPE, 'C')
                 INTO :WRK-CUR-CPF, :WRK-CUR-DOC-TYPE
                 FROM TB_CUSTOMER
                WHERE CUST_ID = :CCS-CUST-ID
           END-EXEC.

           IF SQLCODE EQUAL +100
              AND CCS-MOVE-IS-END
              GO TO 2650-99-EXIT
           END-IF.

           IF SQLCODE EQUAL +100
              MOVE 'X'                 TO WRK-SET-STATUS
              MOVE 'CUSTOMER NO LONGER ON FILE - CANCELLED'
                                       TO WRK-SET-REASON
              GO TO 2650-99-EXIT
           END-IF.

           IF SQLCODE NOT EQUAL ZEROS
              PERFORM 9100-FORMAT-SQLCODE
              PERFORM 9999-CALL-ABEND-PGM
           END-IF.

           IF NOT WRK-CUR-DOC-IS-CPF
              AND CCS-MOVE-IS-END
              GO TO 2650-99-EXIT
           END-IF.

           IF NOT WRK-CUR-DOC-IS-CPF
              MOVE 'X'                 TO WRK-SET-STATUS
              MOVE 'CUSTOMER NO LONGER UNDER A CPF - CANCELLED'
                                       TO WRK-SET-REASON
              GO TO 2650-99-EXIT
           END-IF.

           MOVE WRK-CUR-CPF            TO CCS-CPF.
      *----------------------------------------------------------------*
       2650-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2700-SET-ROW-STATUS             SECTION.
      *----------------------------------------------------------------*
      *    A ROW THAT CANNOT GO OUT IS CANCELLED ('X') OR HELD ('H')   *
      *    AND LISTED.                                                 *
      *----------------------------------------------------------------*
           IF WRK-SET-STATUS           EQUAL 'X'
              ADD 1                    TO WRK-CANCELLED-COUNTER
           ELSE
              ADD 1                    TO WRK-HELD-COUNTER
           END-IF.

           MOVE SPACES                 TO WRK-CCSRPT-LINE.
           MOVE CCS-SEQ                TO WRK-REF-DISPLAY.
           STRING '    REF ',WRK-REF-DISPLAY,' ',
                  CCS-MOVE-TYPE,' ',CCS-CPF,' ',CCS-MOVE-DT,' ',
                  WRK-SET-REASON
                                       DELIMITED BY SIZE
                                       INTO WRK-CCSRPT-LINE.
           PERFORM 3210-PUT-CCSRPT-LINE.

           IF CSRGPARM-IS-TEST-MODE
              GO TO 2700-99-EXIT
           END-IF.

           MOVE WRK-SET-STATUS         TO CCS-STATUS.

           MOVE 'UPDATING TB_CCS_REG'  TO WRK-ERROR-MSG.

           EXEC SQL
               UPDATE TB_CCS_REG
                  SET CCS_STATUS = :CCS-STATUS
                WHERE CCS_SEQ    = :CCS-SEQ
           END-EXEC.

           IF SQLCODE NOT EQUAL ZEROS
              PERFORM 9100-FORMAT-SQLCODE
              PERFORM 9999-CALL-ABEND-PGM
           END-IF.
      *----------------------------------------------------------------*
       2700-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2750-MARK-SENT                  SECTION.
      *----------------------------------------------------------------*
           IF CSRGPARM-IS-TEST-MODE
              GO TO 2750-99-EXIT
           END-IF.

           MOVE 'S'                    TO CCS-STATUS.
           MOVE WRK-SUBMIT-NO          TO CCS-SUBMIT-NO.
           MOVE WRK-SENT-LINE-COUNTER  TO CCS-SUBMIT-LINE.
           MOVE WRK-DATE-FORMATTED     TO CCS-SUBMIT-DT.

           MOVE 'UPDATING TB_CCS_REG'  TO WRK-ERROR-MSG.

           EXEC SQL
               UPDATE TB_CCS_REG
                  SET CPF         = :CCS-CPF
                     ,CCS_STATUS  = :CCS-STATUS
                     ,SUBMIT_NO   = :CCS-SUBMIT-NO
                     ,SUBMIT_LINE = :CCS-SUBMIT-LINE
                     ,SUBMIT_DT   = :CCS-SUBMIT-DT
                WHERE CCS_SEQ     = :CCS-SEQ
           END-EXEC.

           IF SQLCODE NOT EQUAL ZEROS
              PERFORM 9100-FORMAT-SQLCODE
              PERFORM 9999-CALL-ABEND-PGM
           END-IF.
      *----------------------------------------------------------------*
       2750-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2800-WRITE-HEADER               SECTION.
      *----------------------------------------------------------------*
      *    WRITTEN WITH THE FIRST DETAIL, SO A DAY WITH NOTHING TO     *
      *    REPORT LEAVES CCSOUT EMPTY AND USES NO SUBMISSION NUMBER.   *
      *----------------------------------------------------------------*
           MOVE SPACES                 TO WRK-CCSOUT-REG.
           MOVE '0'                    TO WRK-HDR-REC-TYPE.
           MOVE CSRGPARM-CCS-CNPJ-BASE TO WRK-HDR-CNPJ-BASE.
           MOVE WRK-SUBMIT-NO          TO WRK-HDR-SUBMIT-NO.
           MOVE WRK-DATE-FORMATTED     TO WRK-DATE-IN.
           PERFORM 7200-DATE-TO-AAAAMMDD.
           MOVE WRK-DATE-OUT-NUM       TO WRK-HDR-FILE-DATE.
           MOVE CSRGPARM-BATCH-RUN-ID  TO WRK-HDR-RUN-ID.

           PERFORM 2900-PUT-CCSOUT-REG.

           MOVE 'Y'                    TO WRK-HEADER-SW.
      *----------------------------------------------------------------*
       2800-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2850-WRITE-TRAILER              SECTION.
      *----------------------------------------------------------------*
           MOVE SPACES                 TO WRK-CCSOUT-REG.
           MOVE '9'                    TO WRK-TRL-REC-TYPE.
           MOVE WRK-SENT-LINE-COUNTER  TO WRK-TRL-DETAILS.
           MOVE WRK-SENT-START-COUNTER TO WRK-TRL-STARTS.
           MOVE WRK-SENT-END-COUNTER   TO WRK-TRL-ENDS.
           MOVE WRK-SENT-CORR-COUNTER  TO WRK-TRL-CORRECTIONS.

           PERFORM 2900-PUT-CCSOUT-REG.
      *----------------------------------------------------------------*
       2850-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2900-PUT-CCSOUT-REG             SECTION.
      *----------------------------------------------------------------*
           MOVE 'WRITING FILE CCSOUT'  TO WRK-ERROR-MSG.

           WRITE FD-REG-CCSOUT         FROM WRK-CCSOUT-REG.

           PERFORM 8200-TEST-FS-CCSOUT.

           ADD 1                       TO WRK-CCSOUT-REGS-COUNTER.
      *----------------------------------------------------------------*
       2900-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       3000-FINALIZE                   SECTION.
      *----------------------------------------------------------------*
           EXEC SQL
               CLOSE CSR0082
           END-EXEC.

           IF WRK-HEADER-IS-WRITTEN
              PERFORM 2850-WRITE-TRAILER
           END-IF.

           IF WRK-CANCELLED-COUNTER    EQUAL ZEROS
              AND WRK-HELD-COUNTER     EQUAL ZEROS
              MOVE '    NONE'          TO WRK-CCSRPT-LINE
              PERFORM 3210-PUT-CCSRPT-LINE
           END-IF.

           PERFORM 3200-WRITE-TOTALS.

           IF CSRGPARM-IS-PRODUCTION
              EXEC SQL
                  COMMIT
              END-EXEC
           END-IF.

           CLOSE EVTFILE
                 CCSOUT
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
           DISPLAY '*RECORDS EVTFILE.....:' WRK-EVTFILE-REGS-COUNTER
           '*'.
           DISPLAY '*ALREADY REGISTERED..:' WRK-ALREADY-REG-COUNTER
           '*'.
           DISPLAY '*SUBMISSION NUMBER...:' WRK-SUBMIT-NO-DISPLAY
           '*'.
           DISPLAY '*DETAILS SENT........:' WRK-SENT-LINE-COUNTER
           '*'.
           DISPLAY '*RECORDS CCSOUT......:' WRK-CCSOUT-REGS-COUNTER
           '*'.
           DISPLAY '*-------------------------*'.
           DISPLAY '*EXECUTED......:' WRK-DATE-FORMATTED '*'.
           DISPLAY '*.................' WRK-TIME-FORMATTED '*'.
           DISPLAY '***************************'.

           IF WRK-SENT-LINE-COUNTER    EQUAL ZEROS
              DISPLAY '*CSRG0082: NOTHING QUEUED - NO SUBMISSION*'
              MOVE 4                   TO RETURN-CODE
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
           STRING 'CHGEVENT RECORDS READ.........................: ',
                  WRK-EVTFILE-REGS-COUNTER
                                       DELIMITED BY SIZE
                                       INTO WRK-CCSRPT-LINE.
           PERFORM 3210-PUT-CCSRPT-LINE.

           MOVE SPACES                 TO WRK-CCSRPT-LINE.
           STRING '  NOT A CCS MOVEMENT (UPDATE, RETURNING)......: ',
                  WRK-OTHER-OP-COUNTER
                                       DELIMITED BY SIZE
                                       INTO WRK-CCSRPT-LINE.
           PERFORM 3210-PUT-CCSRPT-LINE.

           MOVE SPACES                 TO WRK-CCSRPT-LINE.
           STRING '  NOT UNDER A CPF (OUTSIDE THE CCS)...........: ',
                  WRK-NOT-CPF-COUNTER
                                       DELIMITED BY SIZE
                                       INTO WRK-CCSRPT-LINE.
           PERFORM 3210-PUT-CCSRPT-LINE.

           MOVE SPACES                 TO WRK-CCSRPT-LINE.
           STRING '  DATED BEFORE THE CCS CUTOVER................: ',
                  WRK-BEFORE-CUTOVER-COUNTER
                                       DELIMITED BY SIZE
                                       INTO WRK-CCSRPT-LINE.
           PERFORM 3210-PUT-CCSRPT-LINE.

           MOVE SPACES                 TO WRK-CCSRPT-LINE.
           STRING '  ALREADY ON THE REGISTER.....................: ',
                  WRK-ALREADY-REG-COUNTER
                                       DELIMITED BY SIZE
                                       INTO WRK-CCSRPT-LINE.
           PERFORM 3210-PUT-CCSRPT-LINE.

           MOVE SPACES                 TO WRK-CCSRPT-LINE.
           STRING '  NEWLY QUEUED - START / END / CORRECTION.....: ',
                  WRK-QUEUED-START-COUNTER,' ',
                  WRK-QUEUED-END-COUNTER,' ',
                  WRK-QUEUED-CORR-COUNTER
                                       DELIMITED BY SIZE
                                       INTO WRK-CCSRPT-LINE.
           PERFORM 3210-PUT-CCSRPT-LINE.

           MOVE SPACES                 TO WRK-CCSRPT-LINE.
           STRING 'SUBMISSION NUMBER.............................: ',
                  WRK-SUBMIT-NO-DISPLAY
                                       DELIMITED BY SIZE
                                       INTO WRK-CCSRPT-LINE.
           PERFORM 3210-PUT-CCSRPT-LINE.

           MOVE SPACES                 TO WRK-CCSRPT-LINE.
           STRING '  DETAILS SENT - START / END / CORRECTION.....: ',
                  WRK-SENT-LINE-COUNTER,' ',
                  WRK-SENT-START-COUNTER,' ',
                  WRK-SENT-END-COUNTER,' ',
                  WRK-SENT-CORR-COUNTER
                                       DELIMITED BY SIZE
                                       INTO WRK-CCSRPT-LINE.
           PERFORM 3210-PUT-CCSRPT-LINE.

           MOVE SPACES                 TO WRK-CCSRPT-LINE.
           STRING '  OF WHICH RESENT AFTER A RETURN..............: ',
                  WRK-RESENT-COUNTER
                                       DELIMITED BY SIZE
                                       INTO WRK-CCSRPT-LINE.
           PERFORM 3210-PUT-CCSRPT-LINE.

           MOVE SPACES                 TO WRK-CCSRPT-LINE.
           STRING '  NOT SENT - CANCELLED / HELD.................: ',
                  WRK-CANCELLED-COUNTER,' ',
                  WRK-HELD-COUNTER
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
       7100-UNMASK-DOC                 SECTION.
      *----------------------------------------------------------------*
      *    WRK-DOC-MASKED (9999.999.999-99) TO WRK-DOC-DIGITS.         *
      *----------------------------------------------------------------*
           MOVE WRK-DOC-M-P1           TO WRK-DOC-U-P1.
           MOVE WRK-DOC-M-P2           TO WRK-DOC-U-P2.
           MOVE WRK-DOC-M-P3           TO WRK-DOC-U-P3.
           MOVE WRK-DOC-M-P4           TO WRK-DOC-U-P4.

           IF WRK-DOC-UNMASKED         IS NUMERIC
              MOVE 'Y'                 TO WRK-DOC-OK-SW
           ELSE
              MOVE 'N'                 TO WRK-DOC-OK-SW
           END-IF.
      *----------------------------------------------------------------*
       7100-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       7200-DATE-TO-AAAAMMDD           SECTION.
      *----------------------------------------------------------------*
      *    WRK-DATE-IN (DD-MM-YYYY) TO WRK-DATE-OUT (AAAAMMDD).        *
      *----------------------------------------------------------------*
           MOVE WRK-DATE-IN-YYYY       TO WRK-DATE-OUT-YYYY.
           MOVE WRK-DATE-IN-MM         TO WRK-DATE-OUT-MM.
           MOVE WRK-DATE-IN-DD         TO WRK-DATE-OUT-DD.

           IF WRK-DATE-OUT             NOT NUMERIC
              MOVE ZEROS               TO WRK-DATE-OUT-NUM
           END-IF.
      *----------------------------------------------------------------*
       7200-99-EXIT.                   EXIT.
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
       8200-TEST-FS-CCSOUT             SECTION.
      *----------------------------------------------------------------*
           IF WRK-FS-CCSOUT            NOT EQUAL ZEROS
              MOVE WRK-FS-CCSOUT       TO  WRK-ERROR-CODE
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
