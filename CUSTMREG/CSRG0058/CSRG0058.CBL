      *================================================================*
      *        I D E N T I F I C A T I O N      D I V I S I O N        *
      *================================================================*
       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     CSRG0058.
       AUTHOR.         RENAN MUNIZ MERLO.
       DATE-WRITTEN.   15/10/2026.
       DATE-COMPILED   WHEN-COMPILED.
       REMARKS.
      *----------------------------------------------------------------*
      *                RENAN MUNIZ MERLO COBOL DEVELOPER               *
      *          https://www.linkedin.com/in/renan-muniz-merlo         *
      *----------------------------------------------------------------*
      *    PROGRAM-ID..: CSRG0058.                                     *
      *    ANALYST.....: RENAN MUNIZ MERLO                             *
      *    PROGRAMMER..: RENAN MUNIZ MERLO                             *
      *    DATE........: 15/10/2026                                    *
      *----------------------------------------------------------------*
      *    PROJECT.....: CUSTOMER REGISTRATION PROJECT - CUSTMREG      *
      *----------------------------------------------------------------*
      *    GOAL........: RESTART ADVISOR FOR A FAILED CSRGNITE RUN.    *
      *                  FOR THE RUN ID ON THE PARM CARD (BLANK = THE  *
      *                  LATEST RUN ON TB_RUN_CONTROL) IT READS THE    *
      *                  RUN'S TB_RUN_CONTROL ROWS AND THE APPLY       *
      *                  STEPS' TB_RESTART ROWS, AND THE CSRGNITE      *
      *                  MEMBER ITSELF (JCLIN) FOR THE STEP ORDER AND  *
      *                  EVERY DD'S DATASET AND DISPOSITION.  RSTRPT   *
      *                  SAYS WHICH STEP TO RESTART AT AND WHY, WHICH  *
      *                  STEPS COMPLETED AND COMMITTED, WHERE AN APPLY *
      *                  STEP RESUMES, WHETHER STEP005 IS SKIPPED, AND *
      *                  WHETHER THE RESTART IS UNSAFE (A COMMITTED    *
      *                  APPLY STEP WOULD RUN TWICE) OR BLOCKED (A     *
      *                  STEP STILL 'STARTED').  JCLOUT RECEIVES THE   *
      *                  READY-TO-SUBMIT DECK: THE MEMBER WITH         *
      *                  RESTART=, THE FAILED RUN'S RUNID, AND EVERY   *
      *                  GENERATION THE FAILED RUN ALREADY CUT TURNED  *
      *                  FROM (+1)/NEW INTO (0)/OLD (AND (0) INTO      *
      *                  (-1)).  WHEN NO SAFE RESTART EXISTS JCLOUT    *
      *                  HOLDS ONLY A COMMENT, SO A STALE DECK CAN     *
      *                  NEVER BE SUBMITTED BY MISTAKE.  READ-ONLY ON  *
      *                  DB2.  RC=0 ADVICE FIRM, RC=4 THE STOPPING     *
      *                  STEP WAS INFERRED (CHECK THE JOB LOG), RC=8   *
      *                  NO DECK WRITTEN.                              *
      *----------------------------------------------------------------*
      *    FILES.......:  DDNAME          LRECL       INCLUDE/BOOK     *
      *                   JCLIN           00080       NONE             *
      *                   JCLOUT          00080       NONE             *
      *                   RSTRPT          00132       NONE             *
      *----------------------------------------------------------------*
      *    MODIFICATION HISTORY.......:                                *
      *    15/10/2026 RMM - PROGRAM CREATED.                           *
      *    15/10/2026 RMM - CSRG0060 (CHANGE NOTICES) ADDED TO THE     *
      *                     PROGRAM TABLE - IT REGISTERS ON            *
      *                     TB_RUN_CONTROL.                            *
      *----------------------------------------------------------------*
      *    TABLE DB2...:  TB_RUN_CONTROL              BTB_RUN_CONTROL  *
      *                   TB_RESTART                  BTB_RESTART      *
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

           SELECT JCLIN         ASSIGN TO UTS-S-JCLIN
            ORGANIZATION IS     SEQUENTIAL
            ACCESS MODE  IS     SEQUENTIAL
            FILE STATUS  IS     WRK-FS-JCLIN.

           SELECT JCLOUT        ASSIGN TO UTS-S-JCLOUT
            ORGANIZATION IS     SEQUENTIAL
            ACCESS MODE  IS     SEQUENTIAL
            FILE STATUS  IS     WRK-FS-JCLOUT.

           SELECT RSTRPT        ASSIGN TO UTS-S-RSTRPT
            ORGANIZATION IS     SEQUENTIAL
            ACCESS MODE  IS     SEQUENTIAL
            FILE STATUS  IS     WRK-FS-RSTRPT.

      *================================================================*
      *                  D A T A      D I V I S I O N                  *
      *================================================================*
       DATA DIVISION.
       FILE SECTION.
      *
       FD JCLIN
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS 00 RECORDS.
       01 FD-REG-JCLIN      PIC X(80).
      *
       FD JCLOUT
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS 00 RECORDS.
       01 FD-REG-JCLOUT     PIC X(80).
      *
       FD RSTRPT
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS 00 RECORDS.
       01 FD-REG-RSTRPT     PIC X(132).

      *-----------------------------------------------------------------*
      *                  WORKING-STORAGE SECTION                        *
      *-----------------------------------------------------------------*
       WORKING-STORAGE SECTION.

      *COUNTER OF RECORDS:
       77 WRK-JCLIN-REGS-COUNTER                 PIC 9(07) VALUE ZEROS .
       77 WRK-JCLOUT-REGS-COUNTER                PIC 9(07) VALUE ZEROS .
       77 WRK-ROWS-READ-COUNTER                  PIC 9(05) VALUE ZEROS .
       77 WRK-DD-CHANGED-COUNTER                 PIC 9(05) VALUE ZEROS .

      *END OF FILE / CURSOR:
       77 WRK-JCLIN-EOF                          PIC X(03) VALUE SPACES.
       77 WRK-CURSOR-EOF                         PIC X(03) VALUE SPACES.

      *RUNTIME PARAMETER CARD - THE FAILED RUN'S ID (BLANK = THE
      *LATEST REGISTERED RUN) AND THE OPTIONAL RESTART-STEP OVERRIDE:
       COPY 'CSRGPARM'.

       01 WRK-RESTART-RUN-ID                     PIC X(14) VALUE SPACES.

      *NULL INDICATOR FOR THE MAX(RUN_ID) LOOKUP - AN EMPTY
      *TB_RUN_CONTROL MUST READ AS "NO RUNS", NOT AS A -305:
       01 WRK-RUN-ID-IND                         PIC S9(04) COMP
                                                           VALUE ZEROS.

      *ONE JCL LINE AND ITS FIRST THREE BLANK-DELIMITED WORDS (NAME,
      *OPERATION, OPERANDS - OR, ON A CONTINUATION, THE OPERANDS):
       01 WRK-JCL-LINE                           PIC X(80) VALUE SPACES.
       01 WRK-NEW-LINE                           PIC X(80) VALUE SPACES.
       01 WRK-JCLOUT-LINE                        PIC X(80) VALUE SPACES.
       01 WRK-TOKEN-1                            PIC X(72) VALUE SPACES.
       01 WRK-TOKEN-2                            PIC X(72) VALUE SPACES.
       01 WRK-TOKEN-3                            PIC X(72) VALUE SPACES.

      *HOW THE LINE IN HAND READS - 'N' STARTS A STATEMENT, 'K'
      *CONTINUES ONE, 'C' IS A COMMENT, DELIMITER OR IN-STREAM DATA:
       01 WRK-LINE-KIND                          PIC X(01) VALUE SPACE.
          88 WRK-LINE-STARTS-STMT                      VALUE 'N'.
          88 WRK-LINE-CONTINUES-STMT                   VALUE 'K'.
          88 WRK-LINE-IS-OTHER                         VALUE 'C'.
       01 WRK-LINE-NAME                          PIC X(08) VALUE SPACES.
       01 WRK-LINE-OP                            PIC X(08) VALUE SPACES.
       01 WRK-LINE-OPER                          PIC X(72) VALUE SPACES.

      *THE STATEMENT BEING ASSEMBLED FROM ITS CONTINUATION LINES:
       01 WRK-STMT-OPEN-SW                       PIC X(01) VALUE 'N'.
          88 WRK-STMT-IS-OPEN                          VALUE 'Y'.
       01 WRK-STMT-NAME                          PIC X(08) VALUE SPACES.
       01 WRK-STMT-OP                            PIC X(08) VALUE SPACES.
       01 WRK-STMT-OPER                          PIC X(400)
                                                  VALUE SPACES.
       77 WRK-STMT-PTR                           PIC 9(03) VALUE 1.

      *THE JOB STATEMENT'S LAST LINE (RESTART= GOES BEHIND IT) AND
      *THE SET RUNID LINE:
       77 WRK-JOB-LAST-LINE                      PIC 9(07) VALUE ZEROS .
       77 WRK-SET-RUNID-LINE                     PIC 9(07) VALUE ZEROS .

      *SCANNING POSITIONS AND WORK FIELDS:
       77 WRK-POS                                PIC 9(03) VALUE ZEROS .
       77 WRK-TALLY                              PIC 9(03) VALUE ZEROS .
       01 WRK-DSN-FULL                           PIC X(60) VALUE SPACES.
       01 WRK-DSN-GEN                            PIC X(08) VALUE SPACES.

      *THE CHAIN PROGRAMS THE ADVISOR KNOWS - 'K' CSRG0001 (REGISTERS,
      *FILE CHECKPOINT CKPT0001), 'A' AN APPLY STEP (REGISTERS,
      *COMMITS TO DB2 WITH A TB_RESTART POSITION - MUST NEVER RUN TWICE
      *FOR ONE RUN), 'R' REGISTERS ONLY, 'G' THE CSRG0026 FILE GATE
      *(REFUSES A SEQUENCE IT ALREADY REGISTERED).  ANY OTHER PROGRAM
      *DOES NOT REGISTER AND LEAVES NO TRACE ON TB_RUN_CONTROL:
       77 WRK-PGM-MAX                            PIC 9(02) VALUE 11.
       77 WRK-PGM-IDX                            PIC 9(02) VALUE ZEROS .

       01 WRK-PGM-TABLE.
          05 WRK-PGM-TAB                         OCCURS 11 TIMES.
             10 WRK-PGM-NAME                     PIC X(08).
             10 WRK-PGM-KIND                     PIC X(01).

      *THE STEPS OF THE MEMBER, IN CHAIN ORDER:
       77 WRK-STEP-MAX                           PIC 9(02) VALUE 40.
       77 WRK-STEP-COUNT                         PIC 9(02) VALUE ZEROS .
       77 WRK-STEP-IDX                           PIC 9(02) VALUE ZEROS .

       01 WRK-STEP-TABLE.
          05 WRK-STEP-TAB                        OCCURS 40 TIMES.
             10 WRK-STEP-NAME                    PIC X(08).
             10 WRK-STEP-PROGRAM                 PIC X(08).
             10 WRK-STEP-EVEN-SW                 PIC X(01).
             10 WRK-STEP-KIND                    PIC X(01).
             10 WRK-STEP-STATUS                  PIC X(08).
             10 WRK-STEP-RST-SW                  PIC X(01).
             10 WRK-STEP-RST-RUN-ID              PIC X(14).
             10 WRK-STEP-RST-CPF                 PIC X(15).
             10 WRK-STEP-RST-FILE                PIC 9(09).
             10 WRK-STEP-RST-APPLIED             PIC 9(09).
             10 WRK-STEP-RST-ERROR               PIC 9(09).

      *EVERY DD STATEMENT OF THE MEMBER, IN ORDER - THE DECK PASS
      *COUNTS THE DD STATEMENTS THE SAME WAY AND APPLIES THE ACTION
      *PLANNED FOR EACH ('G' (+1) BECOMES (0) AND NEW BECOMES OLD,
      *'P' (0) BECOMES (-1), 'N' NEW BECOMES OLD):
       77 WRK-DD-MAX                             PIC 9(03) VALUE 400.
       77 WRK-DD-COUNT                           PIC 9(03) VALUE ZEROS .
       77 WRK-DD-IDX                             PIC 9(03) VALUE ZEROS .
       77 WRK-DD-IDX2                            PIC 9(03) VALUE ZEROS .

       01 WRK-DD-TABLE.
          05 WRK-DD-TAB                          OCCURS 400 TIMES.
             10 WRK-DD-STEP                      PIC 9(02).
             10 WRK-DD-NAME                      PIC X(08).
             10 WRK-DD-DSN                       PIC X(44).
             10 WRK-DD-GEN                       PIC X(02).
             10 WRK-DD-TEMP-SW                   PIC X(01).
             10 WRK-DD-STATUS                    PIC X(03).
             10 WRK-DD-NORMAL                    PIC X(06).
             10 WRK-DD-ABNORMAL                  PIC X(06).
             10 WRK-DD-ACTION                    PIC X(01).

       01 WRK-CUR-ACTION                         PIC X(01) VALUE SPACE.

      *THE ADVICE - THE STEP THE RUN STOPPED AT (F), THE STEP TO
      *RESTART AT (R, EARLIER THAN F ONLY WHEN A TEMPORARY DATASET
      *HAS TO BE RE-CREATED), AND HOW F WAS FOUND:
       77 WRK-FAILED-IDX                         PIC 9(02) VALUE ZEROS .
       77 WRK-RESTART-IDX                        PIC 9(02) VALUE ZEROS .
       77 WRK-LAST-OK-IDX                        PIC 9(02) VALUE ZEROS .
       77 WRK-NEXT-REG-IDX                       PIC 9(02) VALUE ZEROS .
       77 WRK-UNSAFE-IDX                         PIC 9(02) VALUE ZEROS .
       77 WRK-CKPT-STEP-IDX                      PIC 9(02) VALUE ZEROS .
       77 WRK-CLEAR-STEP-IDX                     PIC 9(02) VALUE ZEROS .
       77 WRK-GATE-STEP-IDX                      PIC 9(02) VALUE ZEROS .
       77 WRK-ADVICE-RC                          PIC 9(02) VALUE ZEROS .

       01 WRK-ADVICE-SW                          PIC X(01) VALUE SPACE.
          88 WRK-ADVICE-PENDING                        VALUE SPACE.
          88 WRK-ADVICE-RESTART                        VALUE 'R'.
          88 WRK-ADVICE-COMPLETE                       VALUE 'C'.
          88 WRK-ADVICE-NO-RUN                         VALUE 'N'.
          88 WRK-ADVICE-UNSAFE                         VALUE 'U'.
          88 WRK-ADVICE-BLOCKED                        VALUE 'B'.
          88 WRK-ADVICE-BAD-OVERRIDE                   VALUE 'X'.

       01 WRK-FAILED-HOW-SW                      PIC X(01) VALUE SPACE.
          88 WRK-FAILED-FROM-TABLE                     VALUE 'T'.
          88 WRK-FAILED-INFERRED                       VALUE 'I'.
          88 WRK-FAILED-FROM-OVERRIDE                  VALUE 'O'.

       01 WRK-UNSAFE-WHY-SW                      PIC X(01) VALUE SPACE.
          88 WRK-UNSAFE-DOUBLE-APPLY                   VALUE 'A'.
          88 WRK-UNSAFE-GATE-REFUSAL                   VALUE 'G'.

       01 WRK-SCAN-STOP-SW                       PIC X(01) VALUE 'N'.
          88 WRK-SCAN-IS-STOPPED                       VALUE 'Y'.

       01 WRK-CLOSURE-SW                         PIC X(01) VALUE 'N'.
          88 WRK-CLOSURE-MOVED                         VALUE 'Y'.

       01 WRK-SURVIVOR-SW                        PIC X(01) VALUE 'N'.
          88 WRK-SURVIVOR-FOUND                        VALUE 'Y'.

       01 WRK-PULLED-TEMP                        PIC X(44) VALUE SPACES.

      *DISPLAY COPIES OF THE TB_RESTART COUNTS - THE HOST FIELDS
      *ARE BINARY AND STRING NEEDS DISPLAY SENDING FIELDS:
       01 WRK-FILE-COUNT-ED                      PIC 9(09) VALUE ZEROS.
       01 WRK-APPLIED-COUNT-ED                   PIC 9(09) VALUE ZEROS.
       01 WRK-ERROR-COUNT-ED                     PIC 9(09) VALUE ZEROS.

      *REPORT LINE WORK:
       01 WRK-RSTRPT-LINE                        PIC X(132)
                                                  VALUE SPACES.
       01 WRK-STEP-TEXT                          PIC X(50) VALUE SPACES.
       01 WRK-STATUS-TEXT                        PIC X(08) VALUE SPACES.
       01 WRK-COUNT-EDIT                         PIC ZZZZ9.

      *DATA FOR ERROR LOG:
       01 WRK-ERROR-LOG.
          03 WRK-PROGRAM                         PIC X(08) VALUE
                                                          'CSRG0058'  .
          03 WRK-ERROR-MSG                       PIC X(30) VALUE SPACES.
          03 WRK-ERROR-CODE                      PIC X(30) VALUE SPACES.
          03 WRK-ERROR-DATE                      PIC X(10) VALUE SPACES.
          03 WRK-ERROR-TIME                      PIC X(08) VALUE SPACES.

      *ABENDING PROGRAM:
       77 WRK-ABEND-PGM                          PIC X(08) VALUE
                                                          'ABENDPGM'  .

       01 WRK-FILE-STATUS.
          03 WRK-FS-JCLIN                        PIC 9(02) VALUE ZEROS .
          03 WRK-FS-JCLOUT                       PIC 9(02) VALUE ZEROS .
          03 WRK-FS-RSTRPT                       PIC 9(02) VALUE ZEROS .

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
              INCLUDE BTB_RESTART
           END-EXEC.

      *IN START ORDER, SO A PROGRAM REGISTERED TWICE FOR ONE RUN (AN
      *EARLIER RESTART) ENDS UP WITH ITS LATEST STATUS:
           EXEC SQL
              DECLARE CSR0058 CURSOR FOR
                 SELECT PROGRAM, RUN_STATUS
                   FROM TB_RUN_CONTROL
                  WHERE RUN_ID = :WRK-RESTART-RUN-ID
                  ORDER BY START_TS
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

           PERFORM 2000-SCAN-JCLIN-LINE
              UNTIL WRK-JCLIN-EOF      EQUAL 'END'.

           PERFORM 2090-END-OF-SCAN.

           PERFORM 2100-LOAD-RUN-STATUS.

           PERFORM 2200-LOAD-RESTART-ROWS.

           PERFORM 2300-FIND-FAILED-STEP.

           IF WRK-ADVICE-PENDING
              PERFORM 2400-FIND-RESTART-STEP
              PERFORM 2500-CHECK-SAFETY
           END-IF.

           IF WRK-ADVICE-RESTART
              PERFORM 2600-PLAN-DD-CHANGES
           END-IF.

           PERFORM 2700-PRINT-ADVICE.

           IF WRK-ADVICE-RESTART
              PERFORM 2800-WRITE-DECK
           ELSE
              PERFORM 2890-WRITE-NO-DECK
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

           PERFORM 1060-LOAD-PROGRAM-TABLE.

           INITIALIZE WRK-STEP-TABLE
                      WRK-DD-TABLE.

           OPEN INPUT  JCLIN
                OUTPUT RSTRPT.

           MOVE 'OPEN FILE JCLIN'      TO WRK-ERROR-MSG.
           PERFORM 8100-TEST-FS-JCLIN.

           MOVE 'OPEN FILE RSTRPT'     TO WRK-ERROR-MSG.
           PERFORM 8300-TEST-FS-RSTRPT.

           IF WRK-RESTART-RUN-ID       EQUAL SPACES
              PERFORM 1100-FIND-LATEST-RUN
           END-IF.

           MOVE SPACES                 TO    WRK-RSTRPT-LINE.
           STRING 'CSRG0058 RESTART ADVICE FOR RUN ',
                  WRK-RESTART-RUN-ID,
                  ' AS AT ',
                  WRK-DATE-FORMATTED,' ',WRK-TIME-FORMATTED
                                       DELIMITED BY SIZE
                                       INTO  WRK-RSTRPT-LINE.
           PERFORM 3210-PUT-RSTRPT-LINE.

           DISPLAY WRK-RSTRPT-LINE (1:80).

           PERFORM 2010-READ-JCLIN.
      *----------------------------------------------------------------*
       1000-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       1050-GET-RUN-PARMS              SECTION.
      *----------------------------------------------------------------*
      *    THE PARM RUN ID NAMES THE FAILED RUN.  BLANK MEANS THE      *
      *    LATEST RUN - THE ONE THE OPERATOR IS LOOKING AT.  CARD 4    *
      *    POS 277-284 MAY NAME THE STEP THE JOB LOG SHOWS THE RUN     *
      *    STOPPED AT, FOR WHEN TB_RUN_CONTROL CANNOT TELL.            *
      *----------------------------------------------------------------*
           MOVE SPACES                 TO   CSRGPARM-RUN-PARMS.

           ACCEPT CSRGPARM-RUN-PARMS   FROM SYSIN.

           MOVE CSRGPARM-BATCH-RUN-ID  TO   WRK-RESTART-RUN-ID.
      *----------------------------------------------------------------*
       1050-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       1060-LOAD-PROGRAM-TABLE         SECTION.
      *----------------------------------------------------------------*
      *    THE CHAIN PROGRAMS WHOSE RESTART BEHAVIOUR MATTERS.  A NEW  *
      *    REGISTERING OR APPLY STEP IN CSRGNITE IS ADDED HERE.        *
      *----------------------------------------------------------------*
           INITIALIZE WRK-PGM-TABLE.

           MOVE 'CSRG0001'             TO WRK-PGM-NAME (01).
           MOVE 'K'                    TO WRK-PGM-KIND (01).

           MOVE 'CSRG0002'             TO WRK-PGM-NAME (02).
           MOVE 'A'                    TO WRK-PGM-KIND (02).

           MOVE 'CSRG0003'             TO WRK-PGM-NAME (03).
           MOVE 'A'                    TO WRK-PGM-KIND (03).

           MOVE 'CSRG0004'             TO WRK-PGM-NAME (04).
           MOVE 'A'                    TO WRK-PGM-KIND (04).

           MOVE 'CSRG0010'             TO WRK-PGM-NAME (05).
           MOVE 'A'                    TO WRK-PGM-KIND (05).

           MOVE 'CSRG0016'             TO WRK-PGM-NAME (06).
           MOVE 'R'                    TO WRK-PGM-KIND (06).

           MOVE 'CSRG0021'             TO WRK-PGM-NAME (07).
           MOVE 'R'                    TO WRK-PGM-KIND (07).

           MOVE 'CSRG0022'             TO WRK-PGM-NAME (08).
           MOVE 'R'                    TO WRK-PGM-KIND (08).

           MOVE 'CSRG0025'             TO WRK-PGM-NAME (09).
           MOVE 'R'                    TO WRK-PGM-KIND (09).

           MOVE 'CSRG0026'             TO WRK-PGM-NAME (10).
           MOVE 'G'                    TO WRK-PGM-KIND (10).

           MOVE 'CSRG0060'             TO WRK-PGM-NAME (11).
           MOVE 'R'                    TO WRK-PGM-KIND (11).
      *----------------------------------------------------------------*
       1060-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       1100-FIND-LATEST-RUN            SECTION.
      *----------------------------------------------------------------*
           MOVE 'FINDING LATEST RUN'   TO WRK-ERROR-MSG.

      *    AN EMPTY TB_RUN_CONTROL RETURNS ONE ROW WITH A NULL MAX -
      *    THE INDICATOR TURNS THAT INTO A BLANK RUN ID, WHICH THE
      *    ADVICE THEN REPORTS AS "NO RUN REGISTERED":
           EXEC SQL
               SELECT MAX(RUN_ID)
               INTO   :WRK-RESTART-RUN-ID :WRK-RUN-ID-IND
               FROM   TB_RUN_CONTROL
           END-EXEC.

           IF SQLCODE NOT EQUAL ZEROS
              MOVE SQLCODE             TO WRK-SQLCODE-SINAL
              STRING 'SQLCODE..:',WRK-SQLCODE-X
                                       DELIMITED BY SPACE
                                       INTO WRK-ERROR-CODE
              PERFORM 9999-CALL-ABEND-PGM
           END-IF.

           IF WRK-RUN-ID-IND           LESS ZEROS
              MOVE SPACES              TO WRK-RESTART-RUN-ID
           END-IF.
      *----------------------------------------------------------------*
       1100-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2000-SCAN-JCLIN-LINE            SECTION.
      *----------------------------------------------------------------*
      *    FIRST PASS OVER THE MEMBER: EVERY EXEC BECOMES A STEP-TABLE *
      *    ENTRY AND EVERY DD A DD-TABLE ENTRY.  A STATEMENT IS ONLY   *
      *    ANALYSED ONCE ALL ITS CONTINUATION LINES ARE IN.            *
      *----------------------------------------------------------------*
           PERFORM 2020-CLASSIFY-LINE.

           IF WRK-LINE-CONTINUES-STMT
              IF WRK-STMT-IS-OPEN
                 STRING WRK-LINE-OPER  DELIMITED BY SPACE
                                       INTO WRK-STMT-OPER
                                       WITH POINTER WRK-STMT-PTR
                 IF WRK-STMT-OP        EQUAL 'JOB'
                    MOVE WRK-JCLIN-REGS-COUNTER
                                       TO WRK-JOB-LAST-LINE
                 END-IF
              END-IF
              GO TO 2000-50-NEXT
           END-IF.

           PERFORM 2040-CLOSE-STATEMENT.

           IF WRK-LINE-STARTS-STMT
              PERFORM 2030-OPEN-STATEMENT
           END-IF.
      *----------------------------------------------------------------*
       2000-50-NEXT.
      *----------------------------------------------------------------*
           PERFORM 2010-READ-JCLIN.
      *----------------------------------------------------------------*
       2000-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2010-READ-JCLIN                 SECTION.
      *----------------------------------------------------------------*
           MOVE 'READING JCLIN'        TO   WRK-ERROR-MSG.

           READ JCLIN                  INTO WRK-JCL-LINE.

           PERFORM  8100-TEST-FS-JCLIN.

           IF WRK-FS-JCLIN             EQUAL 10
              MOVE 'END'               TO   WRK-JCLIN-EOF
           ELSE
              ADD 1                    TO   WRK-JCLIN-REGS-COUNTER
           END-IF.
      *----------------------------------------------------------------*
       2010-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2020-CLASSIFY-LINE              SECTION.
      *----------------------------------------------------------------*
      *    '//NAME OP OPERANDS' AND '//   OP OPERANDS' (OP = DD,       *
      *    EXEC OR SET) START A STATEMENT; '//   OPERANDS' CONTINUES   *
      *    ONE.                                                        *
      *    '//*' COMMENTS, '/*' DELIMITERS, THE NULL '//' AND THE      *
      *    IN-STREAM CARDS ARE COPIED THROUGH UNTOUCHED.  COLUMNS      *
      *    73-80 ARE SEQUENCE NUMBERS AND ARE NOT LOOKED AT.           *
      *----------------------------------------------------------------*
           MOVE SPACES                 TO WRK-TOKEN-1
                                          WRK-TOKEN-2
                                          WRK-TOKEN-3
                                          WRK-LINE-NAME
                                          WRK-LINE-OP
                                          WRK-LINE-OPER.
           MOVE 'C'                    TO WRK-LINE-KIND.

           IF WRK-JCL-LINE (1:2)       NOT EQUAL '//'
              OR WRK-JCL-LINE (1:3)    EQUAL '//*'
              GO TO 2020-99-EXIT
           END-IF.

           UNSTRING WRK-JCL-LINE (3:70)
                                       DELIMITED BY ALL SPACE
                                       INTO WRK-TOKEN-1
                                            WRK-TOKEN-2
                                            WRK-TOKEN-3.

           IF WRK-JCL-LINE (3:1)       NOT EQUAL SPACE
              MOVE 'N'                 TO WRK-LINE-KIND
              MOVE WRK-TOKEN-1         TO WRK-LINE-NAME
              MOVE WRK-TOKEN-2         TO WRK-LINE-OP
              MOVE WRK-TOKEN-3         TO WRK-LINE-OPER
              GO TO 2020-99-EXIT
           END-IF.

      *    A LEADING BLANK LEAVES THE FIRST TOKEN EMPTY:
           IF WRK-TOKEN-2              EQUAL SPACES
              GO TO 2020-99-EXIT
           END-IF.

           IF WRK-TOKEN-2              EQUAL 'DD' OR 'EXEC' OR 'SET'
              MOVE 'N'                 TO WRK-LINE-KIND
              MOVE WRK-TOKEN-2         TO WRK-LINE-OP
              MOVE WRK-TOKEN-3         TO WRK-LINE-OPER
           ELSE
              MOVE 'K'                 TO WRK-LINE-KIND
              MOVE WRK-TOKEN-2         TO WRK-LINE-OPER
           END-IF.
      *----------------------------------------------------------------*
       2020-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2030-OPEN-STATEMENT             SECTION.
      *----------------------------------------------------------------*
           MOVE 'Y'                    TO WRK-STMT-OPEN-SW.
           MOVE WRK-LINE-NAME          TO WRK-STMT-NAME.
           MOVE WRK-LINE-OP            TO WRK-STMT-OP.
           MOVE SPACES                 TO WRK-STMT-OPER.
           MOVE 1                      TO WRK-STMT-PTR.

           STRING WRK-LINE-OPER        DELIMITED BY SPACE
                                       INTO WRK-STMT-OPER
                                       WITH POINTER WRK-STMT-PTR.

           IF WRK-STMT-OP              EQUAL 'JOB'
              MOVE WRK-JCLIN-REGS-COUNTER
                                       TO WRK-JOB-LAST-LINE
           END-IF.

           IF WRK-STMT-OP              EQUAL 'SET'
              AND WRK-LINE-OPER (1:7)  EQUAL 'RUNID='''
              MOVE WRK-JCLIN-REGS-COUNTER
                                       TO WRK-SET-RUNID-LINE
           END-IF.
      *----------------------------------------------------------------*
       2030-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2040-CLOSE-STATEMENT            SECTION.
      *----------------------------------------------------------------*
           IF NOT WRK-STMT-IS-OPEN
              GO TO 2040-99-EXIT
           END-IF.

           MOVE 'N'                    TO WRK-STMT-OPEN-SW.

           IF WRK-STMT-OP              EQUAL 'EXEC'
              PERFORM 2050-REGISTER-STEP
           END-IF.

           IF WRK-STMT-OP              EQUAL 'DD'
              PERFORM 2060-REGISTER-DD
           END-IF.
      *----------------------------------------------------------------*
       2040-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2050-REGISTER-STEP              SECTION.
      *----------------------------------------------------------------*
           IF WRK-STEP-COUNT           NOT LESS WRK-STEP-MAX
              MOVE 'STEP TABLE FULL'   TO WRK-ERROR-MSG
              MOVE WRK-STMT-NAME       TO WRK-ERROR-CODE
              PERFORM 9999-CALL-ABEND-PGM
           END-IF.

           ADD 1                       TO WRK-STEP-COUNT.
           MOVE WRK-STMT-NAME          TO
                                       WRK-STEP-NAME (WRK-STEP-COUNT).
           MOVE 'N'                    TO
                                       WRK-STEP-EVEN-SW
                                                      (WRK-STEP-COUNT).

           MOVE ZEROS                  TO WRK-POS.
           INSPECT WRK-STMT-OPER       TALLYING WRK-POS
                                       FOR CHARACTERS BEFORE INITIAL
                                       'PGM='.
           IF WRK-POS                  LESS 396
              UNSTRING WRK-STMT-OPER (WRK-POS + 5:)
                                       DELIMITED BY ',' OR SPACE
                                       INTO WRK-STEP-PROGRAM
                                                        (WRK-STEP-COUNT)
           END-IF.

           MOVE ZEROS                  TO WRK-TALLY.
           INSPECT WRK-STMT-OPER       TALLYING WRK-TALLY
                                       FOR ALL 'COND=EVEN'.
           IF WRK-TALLY                GREATER ZEROS
              MOVE 'Y'                 TO
                                       WRK-STEP-EVEN-SW (WRK-STEP-COUNT)
           END-IF.

           PERFORM 2055-MATCH-PROGRAM
              VARYING WRK-PGM-IDX FROM 1 BY 1
              UNTIL WRK-PGM-IDX        GREATER WRK-PGM-MAX.

      *    THE LANDMARKS THE ADVICE TALKS ABOUT - THE CKPT0001 USER,
      *    THE IDCAMS STEP THAT CLEARS IT, AND THE FILE GATE:
           IF WRK-STEP-KIND (WRK-STEP-COUNT) EQUAL 'K'
              MOVE WRK-STEP-COUNT      TO WRK-CKPT-STEP-IDX
           END-IF.

           IF WRK-STEP-PROGRAM (WRK-STEP-COUNT) EQUAL 'IDCAMS'
              AND WRK-CLEAR-STEP-IDX   EQUAL ZEROS
              MOVE WRK-STEP-COUNT      TO WRK-CLEAR-STEP-IDX
           END-IF.

           IF WRK-STEP-KIND (WRK-STEP-COUNT) EQUAL 'G'
              MOVE WRK-STEP-COUNT      TO WRK-GATE-STEP-IDX
           END-IF.
      *----------------------------------------------------------------*
       2050-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2055-MATCH-PROGRAM              SECTION.
      *----------------------------------------------------------------*
           IF WRK-PGM-NAME (WRK-PGM-IDX)
                                       EQUAL WRK-STEP-PROGRAM
                                                        (WRK-STEP-COUNT)
              MOVE WRK-PGM-KIND (WRK-PGM-IDX)
                                       TO WRK-STEP-KIND (WRK-STEP-COUNT)
           END-IF.
      *----------------------------------------------------------------*
       2055-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2060-REGISTER-DD                SECTION.
      *----------------------------------------------------------------*
      *    DSN=NAME(GEN) AND DISP=STATUS OR DISP=(STATUS,NORMAL,       *
      *    ABNORMAL).  A DD WITHOUT DSN= (SYSOUT, IN-STREAM) IS STILL  *
      *    COUNTED SO THE DECK PASS STAYS IN STEP WITH THE TABLE.      *
      *----------------------------------------------------------------*
           IF WRK-DD-COUNT             NOT LESS WRK-DD-MAX
              MOVE 'DD TABLE FULL'     TO WRK-ERROR-MSG
              MOVE WRK-STMT-NAME       TO WRK-ERROR-CODE
              PERFORM 9999-CALL-ABEND-PGM
           END-IF.

           ADD 1                       TO WRK-DD-COUNT.
           MOVE WRK-STEP-COUNT         TO WRK-DD-STEP (WRK-DD-COUNT).
           MOVE WRK-STMT-NAME          TO WRK-DD-NAME (WRK-DD-COUNT).
           MOVE 'N'                    TO WRK-DD-TEMP-SW (WRK-DD-COUNT).

           MOVE ZEROS                  TO WRK-POS.
           INSPECT WRK-STMT-OPER       TALLYING WRK-POS
                                       FOR CHARACTERS BEFORE INITIAL
                                       'DSN='.
           IF WRK-POS                  NOT LESS 396
              GO TO 2060-99-EXIT
           END-IF.

           MOVE SPACES                 TO WRK-DSN-FULL
                                          WRK-DSN-GEN.
           UNSTRING WRK-STMT-OPER (WRK-POS + 5:)
                                       DELIMITED BY ',' OR SPACE
                                       INTO WRK-DSN-FULL.
           UNSTRING WRK-DSN-FULL       DELIMITED BY '(' OR ')'
                                       INTO WRK-DD-DSN (WRK-DD-COUNT)
                                            WRK-DSN-GEN.

      *    ONLY A RELATIVE GENERATION COUNTS - A PDS MEMBER NAME IN
      *    THE PARENTHESES IS NOT ONE:
           IF WRK-DSN-GEN              EQUAL '+1' OR '0' OR '-1'
              MOVE WRK-DSN-GEN         TO WRK-DD-GEN (WRK-DD-COUNT)
           END-IF.

           IF WRK-DD-DSN (WRK-DD-COUNT) (1:2) EQUAL '&&'
              MOVE 'Y'                 TO WRK-DD-TEMP-SW (WRK-DD-COUNT)
           END-IF.

           MOVE ZEROS                  TO WRK-POS.
           INSPECT WRK-STMT-OPER       TALLYING WRK-POS
                                       FOR CHARACTERS BEFORE INITIAL
                                       'DISP='.
           IF WRK-POS                  LESS 394
              IF WRK-STMT-OPER (WRK-POS + 6:1) EQUAL '('
                 UNSTRING WRK-STMT-OPER (WRK-POS + 7:)
                                       DELIMITED BY ',' OR ')'
                                       INTO WRK-DD-STATUS
                                                        (WRK-DD-COUNT)
                                            WRK-DD-NORMAL
                                                        (WRK-DD-COUNT)
                                            WRK-DD-ABNORMAL
                                                        (WRK-DD-COUNT)
              ELSE
                 UNSTRING WRK-STMT-OPER (WRK-POS + 6:)
                                       DELIMITED BY ',' OR SPACE
                                       INTO WRK-DD-STATUS
                                                        (WRK-DD-COUNT)
              END-IF
           END-IF.

      *    JCL DEFAULTS - NO STATUS IS NEW, NO ABNORMAL DISPOSITION
      *    IS THE NORMAL ONE:
           IF WRK-DD-STATUS (WRK-DD-COUNT) EQUAL SPACES
              MOVE 'NEW'               TO WRK-DD-STATUS (WRK-DD-COUNT)
           END-IF.

           IF WRK-DD-ABNORMAL (WRK-DD-COUNT) EQUAL SPACES
              MOVE WRK-DD-NORMAL (WRK-DD-COUNT)
                                       TO WRK-DD-ABNORMAL
                                                        (WRK-DD-COUNT)
           END-IF.
      *----------------------------------------------------------------*
       2060-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2090-END-OF-SCAN                SECTION.
      *----------------------------------------------------------------*
           PERFORM 2040-CLOSE-STATEMENT.

           CLOSE JCLIN.

           MOVE 'CLOSE FILE JCLIN'     TO WRK-ERROR-MSG.
           PERFORM 8100-TEST-FS-JCLIN.

           IF WRK-STEP-COUNT           EQUAL ZEROS
              MOVE 'NO EXEC IN JCLIN'  TO WRK-ERROR-MSG
              MOVE WRK-JCLIN-REGS-COUNTER
                                       TO WRK-ERROR-CODE
              PERFORM 9999-CALL-ABEND-PGM
           END-IF.
      *----------------------------------------------------------------*
       2090-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2100-LOAD-RUN-STATUS            SECTION.
      *----------------------------------------------------------------*
           IF WRK-RESTART-RUN-ID       EQUAL SPACES
              GO TO 2100-99-EXIT
           END-IF.

           MOVE 'OPEN CURSOR CSR0058'  TO WRK-ERROR-MSG.

           EXEC SQL
               OPEN CSR0058
           END-EXEC.

           IF SQLCODE NOT EQUAL ZEROS
              MOVE SQLCODE             TO WRK-SQLCODE-SINAL
              STRING 'SQLCODE..:',WRK-SQLCODE-X
                                       DELIMITED BY SPACE
                                       INTO WRK-ERROR-CODE
              PERFORM 9999-CALL-ABEND-PGM
           END-IF.

           PERFORM 2120-FETCH-NEXT.

           PERFORM 2110-APPLY-ONE-ROW
              UNTIL WRK-CURSOR-EOF     EQUAL 'END'.

           EXEC SQL
               CLOSE CSR0058
           END-EXEC.
      *----------------------------------------------------------------*
       2100-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2110-APPLY-ONE-ROW              SECTION.
      *----------------------------------------------------------------*
           ADD 1                       TO WRK-ROWS-READ-COUNTER.

           PERFORM 2130-MATCH-STEP-PROGRAM
              VARYING WRK-STEP-IDX FROM 1 BY 1
              UNTIL WRK-STEP-IDX       GREATER WRK-STEP-COUNT.

           PERFORM 2120-FETCH-NEXT.
      *----------------------------------------------------------------*
       2110-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2120-FETCH-NEXT                 SECTION.
      *----------------------------------------------------------------*
           MOVE 'FETCHING CSR0058'     TO   WRK-ERROR-MSG.

           EXEC SQL
               FETCH CSR0058
                   INTO :RC-PROGRAM,
                        :RC-RUN-STATUS
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
       2120-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2130-MATCH-STEP-PROGRAM         SECTION.
      *----------------------------------------------------------------*
           IF WRK-STEP-PROGRAM (WRK-STEP-IDX) EQUAL RC-PROGRAM
              MOVE RC-RUN-STATUS       TO WRK-STEP-STATUS (WRK-STEP-IDX)
           END-IF.
      *----------------------------------------------------------------*
       2130-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2200-LOAD-RESTART-ROWS          SECTION.
      *----------------------------------------------------------------*
      *    EVERY APPLY STEP'S TB_RESTART ROW - ITS COMMITTED POSITION  *
      *    IF IT CARRIES THIS RUN'S ID, A STALE LEFTOVER OTHERWISE.    *
      *----------------------------------------------------------------*
           PERFORM 2210-READ-RESTART-ROW
              VARYING WRK-STEP-IDX FROM 1 BY 1
              UNTIL WRK-STEP-IDX       GREATER WRK-STEP-COUNT.
      *----------------------------------------------------------------*
       2200-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2210-READ-RESTART-ROW           SECTION.
      *----------------------------------------------------------------*
           IF WRK-STEP-KIND (WRK-STEP-IDX) NOT EQUAL 'A'
              GO TO 2210-99-EXIT
           END-IF.

           MOVE 'READING TB_RESTART'   TO WRK-ERROR-MSG.

           MOVE WRK-STEP-PROGRAM (WRK-STEP-IDX)
                                       TO RST-PROGRAM.

           EXEC SQL
               SELECT RUN_ID
                     ,LAST_CPF
                     ,FILE_COUNT
                     ,APPLIED_COUNT
                     ,ERROR_COUNT
               INTO  :RST-RUN-ID
                    ,:RST-LAST-CPF
                    ,:RST-FILE-COUNT
                    ,:RST-APPLIED-COUNT
                    ,:RST-ERROR-COUNT
               FROM  TB_RESTART
               WHERE PROGRAM = :RST-PROGRAM
           END-EXEC.

           IF SQLCODE EQUAL +100
              GO TO 2210-99-EXIT
           END-IF.

           IF SQLCODE NOT EQUAL ZEROS
              MOVE SQLCODE             TO WRK-SQLCODE-SINAL
              STRING 'SQLCODE..:',WRK-SQLCODE-X
                                       DELIMITED BY SPACE
                                       INTO WRK-ERROR-CODE
              PERFORM 9999-CALL-ABEND-PGM
           END-IF.

           IF RST-RUN-ID               EQUAL WRK-RESTART-RUN-ID
              MOVE 'Y'                 TO WRK-STEP-RST-SW (WRK-STEP-IDX)
           ELSE
              MOVE 'S'                 TO WRK-STEP-RST-SW (WRK-STEP-IDX)
           END-IF.

           MOVE RST-RUN-ID             TO
                                       WRK-STEP-RST-RUN-ID
                                                        (WRK-STEP-IDX).
           MOVE RST-LAST-CPF           TO
                                       WRK-STEP-RST-CPF
                                                        (WRK-STEP-IDX).
           MOVE RST-FILE-COUNT         TO
                                       WRK-STEP-RST-FILE (WRK-STEP-IDX).
           MOVE RST-APPLIED-COUNT      TO
                                       WRK-STEP-RST-APPLIED
                                                        (WRK-STEP-IDX).
           MOVE RST-ERROR-COUNT        TO
                                       WRK-STEP-RST-ERROR
                                                        (WRK-STEP-IDX).
      *----------------------------------------------------------------*
       2210-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2300-FIND-FAILED-STEP           SECTION.
      *----------------------------------------------------------------*
      *    THE FIRST REGISTERING STEP THAT ABENDED OR NEVER CLOSED ITS *
      *    ROW IS WHERE THE RUN STOPPED.  WITHOUT ONE, THE RUN STOPPED *
      *    SOMEWHERE AFTER THE LAST STEP THAT ENDED-OK - THE EARLIEST  *
      *    SUCH STEP IS TAKEN AND THE ADVICE SAYS IT WAS INFERRED.     *
      *----------------------------------------------------------------*
           IF WRK-RESTART-RUN-ID       EQUAL SPACES
              MOVE 'N'                 TO WRK-ADVICE-SW
              MOVE 8                   TO WRK-ADVICE-RC
              GO TO 2300-99-EXIT
           END-IF.

           IF CSRGPARM-RSTA-STEP       NOT EQUAL SPACES
              PERFORM 2320-MATCH-OVERRIDE-STEP
                 VARYING WRK-STEP-IDX FROM 1 BY 1
                 UNTIL WRK-STEP-IDX    GREATER WRK-STEP-COUNT
              IF WRK-FAILED-IDX        EQUAL ZEROS
                 MOVE 'X'              TO WRK-ADVICE-SW
                 MOVE 8                TO WRK-ADVICE-RC
              ELSE
                 MOVE 'O'              TO WRK-FAILED-HOW-SW
              END-IF
              GO TO 2300-99-EXIT
           END-IF.

           MOVE 'N'                    TO WRK-SCAN-STOP-SW.
           PERFORM 2310-CHECK-ONE-STEP
              VARYING WRK-STEP-IDX FROM 1 BY 1
              UNTIL WRK-STEP-IDX       GREATER WRK-STEP-COUNT
                 OR WRK-SCAN-IS-STOPPED.

           IF WRK-FAILED-IDX           NOT EQUAL ZEROS
              MOVE 'T'                 TO WRK-FAILED-HOW-SW
              GO TO 2300-99-EXIT
           END-IF.

           MOVE 'I'                    TO WRK-FAILED-HOW-SW.
           COMPUTE WRK-FAILED-IDX      = WRK-LAST-OK-IDX + 1.

      *    ONLY COND=EVEN STEPS LEFT AFTER THE LAST ENDED-OK MEANS
      *    THE CHAIN RAN TO ITS END:
           MOVE 'N'                    TO WRK-SCAN-STOP-SW.
           PERFORM 2330-SKIP-EVEN-STEP
              UNTIL WRK-SCAN-IS-STOPPED.

           IF WRK-FAILED-IDX           GREATER WRK-STEP-COUNT
              MOVE 'C'                 TO WRK-ADVICE-SW
              MOVE ZEROS               TO WRK-FAILED-IDX
                                          WRK-ADVICE-RC
              GO TO 2300-99-EXIT
           END-IF.

      *    THE NEXT REGISTERING STEP BOUNDS WHAT MAY HAVE RUN UNSEEN:
           COMPUTE WRK-NEXT-REG-IDX    = WRK-FAILED-IDX + 1.
           MOVE 'N'                    TO WRK-SCAN-STOP-SW.
           PERFORM 2340-FIND-NEXT-REGISTERED
              UNTIL WRK-SCAN-IS-STOPPED.
      *----------------------------------------------------------------*
       2300-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2310-CHECK-ONE-STEP             SECTION.
      *----------------------------------------------------------------*
           IF WRK-STEP-EVEN-SW (WRK-STEP-IDX) EQUAL 'Y'
              OR WRK-STEP-KIND (WRK-STEP-IDX) EQUAL SPACE OR 'G'
              GO TO 2310-99-EXIT
           END-IF.

           IF WRK-STEP-STATUS (WRK-STEP-IDX) EQUAL 'ENDED-OK'
              MOVE WRK-STEP-IDX        TO WRK-LAST-OK-IDX
              GO TO 2310-99-EXIT
           END-IF.

           IF WRK-STEP-STATUS (WRK-STEP-IDX) EQUAL 'ABENDED'
                                                OR 'STARTED'
              MOVE WRK-STEP-IDX        TO WRK-FAILED-IDX
           END-IF.

      *    ABENDED, STILL STARTED, OR NEVER REGISTERED - NOTHING
      *    AFTER THIS STEP CAN HAVE RUN:
           MOVE 'Y'                    TO WRK-SCAN-STOP-SW.
      *----------------------------------------------------------------*
       2310-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2320-MATCH-OVERRIDE-STEP        SECTION.
      *----------------------------------------------------------------*
           IF WRK-STEP-NAME (WRK-STEP-IDX) EQUAL CSRGPARM-RSTA-STEP
              AND WRK-FAILED-IDX       EQUAL ZEROS
              MOVE WRK-STEP-IDX        TO WRK-FAILED-IDX
           END-IF.
      *----------------------------------------------------------------*
       2320-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2330-SKIP-EVEN-STEP             SECTION.
      *----------------------------------------------------------------*
           IF WRK-FAILED-IDX           GREATER WRK-STEP-COUNT
              MOVE 'Y'                 TO WRK-SCAN-STOP-SW
              GO TO 2330-99-EXIT
           END-IF.

           IF WRK-STEP-EVEN-SW (WRK-FAILED-IDX) EQUAL 'Y'
              ADD 1                    TO WRK-FAILED-IDX
           ELSE
              MOVE 'Y'                 TO WRK-SCAN-STOP-SW
           END-IF.
      *----------------------------------------------------------------*
       2330-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2340-FIND-NEXT-REGISTERED       SECTION.
      *----------------------------------------------------------------*
           IF WRK-NEXT-REG-IDX         GREATER WRK-STEP-COUNT
              MOVE 'Y'                 TO WRK-SCAN-STOP-SW
              GO TO 2340-99-EXIT
           END-IF.

           IF WRK-STEP-EVEN-SW (WRK-NEXT-REG-IDX) NOT EQUAL 'Y'
              AND (WRK-STEP-KIND (WRK-NEXT-REG-IDX) EQUAL 'K'
                   OR WRK-STEP-KIND (WRK-NEXT-REG-IDX) EQUAL 'A'
                   OR WRK-STEP-KIND (WRK-NEXT-REG-IDX) EQUAL 'R')
              MOVE 'Y'                 TO WRK-SCAN-STOP-SW
           ELSE
              ADD 1                    TO WRK-NEXT-REG-IDX
           END-IF.
      *----------------------------------------------------------------*
       2340-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2400-FIND-RESTART-STEP          SECTION.
      *----------------------------------------------------------------*
      *    A PASSED TEMPORARY DATASET DOES NOT OUTLIVE THE FAILED JOB. *
      *    WHEN A STEP FROM THE RESTART POINT ON READS ONE THAT AN     *
      *    EARLIER STEP CREATED, THE RESTART MOVES BACK TO THAT        *
      *    PRODUCER - REPEATED UNTIL NOTHING MOVES.                    *
      *----------------------------------------------------------------*
           MOVE WRK-FAILED-IDX         TO WRK-RESTART-IDX.

           MOVE 'Y'                    TO WRK-CLOSURE-SW.
           PERFORM 2410-CLOSE-TEMP-PASS
              UNTIL NOT WRK-CLOSURE-MOVED.
      *----------------------------------------------------------------*
       2400-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2410-CLOSE-TEMP-PASS            SECTION.
      *----------------------------------------------------------------*
           MOVE 'N'                    TO WRK-CLOSURE-SW.

           PERFORM 2420-CHECK-TEMP-DD
              VARYING WRK-DD-IDX FROM 1 BY 1
              UNTIL WRK-DD-IDX         GREATER WRK-DD-COUNT.
      *----------------------------------------------------------------*
       2410-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2420-CHECK-TEMP-DD              SECTION.
      *----------------------------------------------------------------*
           IF WRK-DD-STEP (WRK-DD-IDX) LESS WRK-RESTART-IDX
              OR WRK-DD-TEMP-SW (WRK-DD-IDX) NOT EQUAL 'Y'
              OR WRK-DD-STATUS (WRK-DD-IDX)  EQUAL 'NEW'
              GO TO 2420-99-EXIT
           END-IF.

           PERFORM 2430-FIND-TEMP-PRODUCER
              VARYING WRK-DD-IDX2 FROM 1 BY 1
              UNTIL WRK-DD-IDX2        GREATER WRK-DD-COUNT.
      *----------------------------------------------------------------*
       2420-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2430-FIND-TEMP-PRODUCER         SECTION.
      *----------------------------------------------------------------*
           IF WRK-DD-TEMP-SW (WRK-DD-IDX2) EQUAL 'Y'
              AND WRK-DD-STATUS (WRK-DD-IDX2) EQUAL 'NEW'
              AND WRK-DD-DSN (WRK-DD-IDX2)
                                       EQUAL WRK-DD-DSN (WRK-DD-IDX)
              AND WRK-DD-STEP (WRK-DD-IDX2) LESS WRK-RESTART-IDX
              MOVE WRK-DD-STEP (WRK-DD-IDX2)
                                       TO WRK-RESTART-IDX
              MOVE WRK-DD-DSN (WRK-DD-IDX)
                                       TO WRK-PULLED-TEMP
              MOVE 'Y'                 TO WRK-CLOSURE-SW
           END-IF.
      *----------------------------------------------------------------*
       2430-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2500-CHECK-SAFETY               SECTION.
      *----------------------------------------------------------------*
      *    A STEP STILL 'STARTED' BLOCKS THE RESTART - ITS OWN         *
      *    DUPLICATE-RUN GUARD WOULD REFUSE IT.  A COMMITTED APPLY     *
      *    STEP BETWEEN THE RESTART POINT AND THE FAILED STEP WOULD    *
      *    APPLY ITS FILE TWICE, AND THE FILE GATE WOULD REFUSE THE    *
      *    SEQUENCE IT ALREADY REGISTERED - BOTH ARE UNSAFE.           *
      *----------------------------------------------------------------*
           IF WRK-STEP-STATUS (WRK-FAILED-IDX) EQUAL 'STARTED'
              MOVE 'B'                 TO WRK-ADVICE-SW
              MOVE 8                   TO WRK-ADVICE-RC
              GO TO 2500-99-EXIT
           END-IF.

           PERFORM 2510-CHECK-RERUN-STEP
              VARYING WRK-STEP-IDX FROM WRK-RESTART-IDX BY 1
              UNTIL WRK-STEP-IDX       GREATER WRK-FAILED-IDX.

           IF WRK-UNSAFE-IDX           NOT EQUAL ZEROS
              MOVE 'U'                 TO WRK-ADVICE-SW
              MOVE 8                   TO WRK-ADVICE-RC
              GO TO 2500-99-EXIT
           END-IF.

           MOVE 'R'                    TO WRK-ADVICE-SW.

           IF WRK-FAILED-INFERRED
              MOVE 4                   TO WRK-ADVICE-RC
           ELSE
              MOVE ZEROS               TO WRK-ADVICE-RC
           END-IF.
      *----------------------------------------------------------------*
       2500-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2510-CHECK-RERUN-STEP           SECTION.
      *----------------------------------------------------------------*
           IF WRK-UNSAFE-IDX           NOT EQUAL ZEROS
              GO TO 2510-99-EXIT
           END-IF.

           IF WRK-STEP-KIND (WRK-STEP-IDX) EQUAL 'A'
              AND WRK-STEP-STATUS (WRK-STEP-IDX) EQUAL 'ENDED-OK'
              MOVE WRK-STEP-IDX        TO WRK-UNSAFE-IDX
              MOVE 'A'                 TO WRK-UNSAFE-WHY-SW
              GO TO 2510-99-EXIT
           END-IF.

           IF WRK-STEP-KIND (WRK-STEP-IDX) EQUAL 'G'
              AND WRK-STEP-IDX         LESS WRK-FAILED-IDX
              MOVE WRK-STEP-IDX        TO WRK-UNSAFE-IDX
              MOVE 'G'                 TO WRK-UNSAFE-WHY-SW
           END-IF.
      *----------------------------------------------------------------*
       2510-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2600-PLAN-DD-CHANGES            SECTION.
      *----------------------------------------------------------------*
      *    A DATASET THE FAILED RUN ALREADY CREATED AND CATALOGUED -   *
      *    IN A STEP BEFORE THE ONE IT STOPPED AT, OR IN THAT STEP     *
      *    WITH AN ABNORMAL DISPOSITION OF CATLG/KEEP - STILL EXISTS.  *
      *    FROM THE RESTART POINT ON, ITS (+1) IS NOW (0), THE         *
      *    GENERATION BEFORE IT IS (-1), AND NEW BECOMES OLD (AN       *
      *    OPEN OUTPUT REWRITES IT, AN OPEN EXTEND STILL APPENDS).     *
      *----------------------------------------------------------------*
           PERFORM 2610-PLAN-ONE-DD
              VARYING WRK-DD-IDX FROM 1 BY 1
              UNTIL WRK-DD-IDX         GREATER WRK-DD-COUNT.
      *----------------------------------------------------------------*
       2600-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2610-PLAN-ONE-DD                SECTION.
      *----------------------------------------------------------------*
           MOVE SPACE                  TO WRK-DD-ACTION (WRK-DD-IDX).

           IF WRK-DD-STEP (WRK-DD-IDX) LESS WRK-RESTART-IDX
              OR WRK-DD-TEMP-SW (WRK-DD-IDX) EQUAL 'Y'
              OR WRK-DD-DSN (WRK-DD-IDX)     EQUAL SPACES
              GO TO 2610-99-EXIT
           END-IF.

           IF WRK-DD-GEN (WRK-DD-IDX)  EQUAL SPACES
              AND WRK-DD-STATUS (WRK-DD-IDX) NOT EQUAL 'NEW'
              GO TO 2610-99-EXIT
           END-IF.

           MOVE 'N'                    TO WRK-SURVIVOR-SW.
           PERFORM 2620-FIND-SURVIVOR
              VARYING WRK-DD-IDX2 FROM 1 BY 1
              UNTIL WRK-DD-IDX2        GREATER WRK-DD-COUNT
                 OR WRK-SURVIVOR-FOUND.

           IF NOT WRK-SURVIVOR-FOUND
              GO TO 2610-99-EXIT
           END-IF.

           IF WRK-DD-GEN (WRK-DD-IDX)  EQUAL '+1'
              MOVE 'G'                 TO WRK-DD-ACTION (WRK-DD-IDX)
           END-IF.

           IF WRK-DD-GEN (WRK-DD-IDX)  EQUAL '0'
              MOVE 'P'                 TO WRK-DD-ACTION (WRK-DD-IDX)
           END-IF.

           IF WRK-DD-GEN (WRK-DD-IDX)  EQUAL SPACES
              MOVE 'N'                 TO WRK-DD-ACTION (WRK-DD-IDX)
           END-IF.

           IF WRK-DD-ACTION (WRK-DD-IDX) NOT EQUAL SPACE
              ADD 1                    TO WRK-DD-CHANGED-COUNTER
           END-IF.
      *----------------------------------------------------------------*
       2610-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2620-FIND-SURVIVOR              SECTION.
      *----------------------------------------------------------------*
      *    THE DD THAT CREATED THIS DATASET (A NEW OR MOD (+1) FOR A   *
      *    GENERATION, A PLAIN NEW FOR ANY OTHER NAME) AND WHETHER IT  *
      *    OUTLIVED THE FAILED RUN.                                    *
      *----------------------------------------------------------------*
           IF WRK-DD-TEMP-SW (WRK-DD-IDX2) EQUAL 'Y'
              OR WRK-DD-DSN (WRK-DD-IDX2)
                                       NOT EQUAL WRK-DD-DSN (WRK-DD-IDX)
              GO TO 2620-99-EXIT
           END-IF.

           IF WRK-DD-STATUS (WRK-DD-IDX2) NOT EQUAL 'NEW'
              AND (WRK-DD-STATUS (WRK-DD-IDX2) NOT EQUAL 'MOD'
                   OR WRK-DD-GEN (WRK-DD-IDX2) NOT EQUAL '+1')
              GO TO 2620-99-EXIT
           END-IF.

           IF WRK-DD-GEN (WRK-DD-IDX)  NOT EQUAL SPACES
              AND WRK-DD-GEN (WRK-DD-IDX2) NOT EQUAL '+1'
              GO TO 2620-99-EXIT
           END-IF.

           IF WRK-DD-GEN (WRK-DD-IDX)  EQUAL SPACES
              AND WRK-DD-GEN (WRK-DD-IDX2) NOT EQUAL SPACES
              GO TO 2620-99-EXIT
           END-IF.

           IF WRK-DD-STEP (WRK-DD-IDX2) LESS WRK-FAILED-IDX
              AND (WRK-DD-NORMAL (WRK-DD-IDX2) EQUAL 'CATLG'
                   OR WRK-DD-NORMAL (WRK-DD-IDX2) EQUAL 'KEEP')
              MOVE 'Y'                 TO WRK-SURVIVOR-SW
              GO TO 2620-99-EXIT
           END-IF.

      *    THE STOPPING STEP'S OWN OUTPUT ONLY EXISTS IF THE STEP GOT
      *    AS FAR AS REGISTERING (SO ITS DDS WERE ALLOCATED):
           IF WRK-DD-STEP (WRK-DD-IDX2) EQUAL WRK-FAILED-IDX
              AND WRK-STEP-STATUS (WRK-FAILED-IDX) NOT EQUAL SPACES
              AND (WRK-DD-ABNORMAL (WRK-DD-IDX2) EQUAL 'CATLG'
                   OR WRK-DD-ABNORMAL (WRK-DD-IDX2) EQUAL 'KEEP')
              MOVE 'Y'                 TO WRK-SURVIVOR-SW
           END-IF.
      *----------------------------------------------------------------*
       2620-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2700-PRINT-ADVICE               SECTION.
      *----------------------------------------------------------------*
           MOVE SPACES                 TO WRK-RSTRPT-LINE.
           MOVE WRK-STEP-COUNT         TO WRK-COUNT-EDIT.
           STRING 'JCLIN MEMBER....: ',
                  WRK-COUNT-EDIT,' STEPS'
                                       DELIMITED BY SIZE
                                       INTO WRK-RSTRPT-LINE.
           PERFORM 3210-PUT-RSTRPT-LINE.

           MOVE SPACES                 TO WRK-RSTRPT-LINE.
           MOVE WRK-ROWS-READ-COUNTER  TO WRK-COUNT-EDIT.
           STRING 'TB_RUN_CONTROL..: ',
                  WRK-COUNT-EDIT,' ROWS FOR THE RUN'
                                       DELIMITED BY SIZE
                                       INTO WRK-RSTRPT-LINE.
           PERFORM 3210-PUT-RSTRPT-LINE.

           MOVE SPACES                 TO WRK-RSTRPT-LINE.
           PERFORM 3210-PUT-RSTRPT-LINE.

           IF WRK-ADVICE-NO-RUN
              MOVE 'RECOMMENDATION..: NONE - NO RUN IS REGISTERED ON TB_
      -            'RUN_CONTROL'       TO WRK-RSTRPT-LINE
              PERFORM 3220-PUT-ADVICE-LINE
              GO TO 2700-99-EXIT
           END-IF.

           MOVE 'STEP     PROGRAM   TB_RUN_CONTROL  DISPOSITION'
                                       TO WRK-RSTRPT-LINE.
           PERFORM 3210-PUT-RSTRPT-LINE.

           PERFORM 2710-PRINT-ONE-STEP
              VARYING WRK-STEP-IDX FROM 1 BY 1
              UNTIL WRK-STEP-IDX       GREATER WRK-STEP-COUNT.

           MOVE SPACES                 TO WRK-RSTRPT-LINE.
           PERFORM 3210-PUT-RSTRPT-LINE.

           IF WRK-ADVICE-COMPLETE
              MOVE SPACES              TO WRK-RSTRPT-LINE
              STRING 'RECOMMENDATION..: NONE - EVERY STEP OF RUN ',
                     WRK-RESTART-RUN-ID,
                     ' ENDED CLEAN, NOTHING TO RESTART'
                                       DELIMITED BY SIZE
                                       INTO WRK-RSTRPT-LINE
              PERFORM 3220-PUT-ADVICE-LINE
              GO TO 2700-99-EXIT
           END-IF.

           IF WRK-ADVICE-BAD-OVERRIDE
              MOVE SPACES              TO WRK-RSTRPT-LINE
              STRING 'RECOMMENDATION..: NONE - OVERRIDE STEP ',
                     CSRGPARM-RSTA-STEP,
                     ' (CARD 4 POS 277-284) IS NOT A STEP OF JCLIN'
                                       DELIMITED BY SIZE
                                       INTO WRK-RSTRPT-LINE
              PERFORM 3220-PUT-ADVICE-LINE
              GO TO 2700-99-EXIT
           END-IF.

           IF WRK-ADVICE-BLOCKED
              PERFORM 2740-PRINT-BLOCKED
              GO TO 2700-99-EXIT
           END-IF.

           IF WRK-ADVICE-UNSAFE
              PERFORM 2750-PRINT-UNSAFE
              GO TO 2700-99-EXIT
           END-IF.

           PERFORM 2760-PRINT-RESTART.
      *----------------------------------------------------------------*
       2700-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2710-PRINT-ONE-STEP             SECTION.
      *----------------------------------------------------------------*
           MOVE WRK-STEP-STATUS (WRK-STEP-IDX) TO WRK-STATUS-TEXT.

           IF WRK-STEP-KIND (WRK-STEP-IDX) EQUAL SPACE OR 'G'
              MOVE 'NOT REG.'          TO WRK-STATUS-TEXT
           END-IF.

           IF WRK-STATUS-TEXT          EQUAL SPACES
              MOVE '--------'          TO WRK-STATUS-TEXT
           END-IF.

           PERFORM 2720-STEP-DISPOSITION.

           MOVE SPACES                 TO WRK-RSTRPT-LINE.
           STRING WRK-STEP-NAME (WRK-STEP-IDX),' ',
                  WRK-STEP-PROGRAM (WRK-STEP-IDX),'  ',
                  WRK-STATUS-TEXT,'        ',
                  WRK-STEP-TEXT
                                       DELIMITED BY SIZE
                                       INTO WRK-RSTRPT-LINE.
           PERFORM 3210-PUT-RSTRPT-LINE.

           IF WRK-STEP-RST-SW (WRK-STEP-IDX) NOT EQUAL SPACE
              PERFORM 2730-PRINT-RESTART-ROW
           END-IF.
      *----------------------------------------------------------------*
       2710-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2720-STEP-DISPOSITION           SECTION.
      *----------------------------------------------------------------*
           MOVE SPACES                 TO WRK-STEP-TEXT.

           IF WRK-STEP-EVEN-SW (WRK-STEP-IDX) EQUAL 'Y'
              MOVE 'RUNS ON EVERY SUBMISSION (COND=EVEN)'
                                       TO WRK-STEP-TEXT
              GO TO 2720-99-EXIT
           END-IF.

           IF WRK-ADVICE-COMPLETE
              OR WRK-ADVICE-BAD-OVERRIDE
              IF WRK-STEP-STATUS (WRK-STEP-IDX) EQUAL 'ENDED-OK'
                 MOVE 'COMPLETED AND COMMITTED'
                                       TO WRK-STEP-TEXT
              END-IF
              GO TO 2720-99-EXIT
           END-IF.

           IF WRK-STEP-IDX             LESS WRK-RESTART-IDX
              IF WRK-STEP-STATUS (WRK-STEP-IDX) EQUAL 'ENDED-OK'
                 MOVE 'COMPLETED AND COMMITTED - SKIPPED'
                                       TO WRK-STEP-TEXT
              ELSE
                 MOVE 'COMPLETED - SKIPPED'
                                       TO WRK-STEP-TEXT
              END-IF
              GO TO 2720-99-EXIT
           END-IF.

           IF WRK-STEP-IDX             LESS WRK-FAILED-IDX
              MOVE 'COMPLETED - RUNS AGAIN (TEMPORARY INPUT)'
                                       TO WRK-STEP-TEXT
              GO TO 2720-99-EXIT
           END-IF.

           IF WRK-STEP-IDX             EQUAL WRK-FAILED-IDX
              IF WRK-FAILED-FROM-TABLE
                 MOVE 'STOPPED HERE - RESTART POINT'
                                       TO WRK-STEP-TEXT
              END-IF
              IF WRK-FAILED-INFERRED
                 MOVE 'NOT PROVEN COMPLETE - RESTART POINT'
                                       TO WRK-STEP-TEXT
              END-IF
              IF WRK-FAILED-FROM-OVERRIDE
                 MOVE 'OPERATOR OVERRIDE - RESTART POINT'
                                       TO WRK-STEP-TEXT
              END-IF
              GO TO 2720-99-EXIT
           END-IF.

           IF WRK-FAILED-INFERRED
              AND WRK-STEP-IDX         LESS WRK-NEXT-REG-IDX
              MOVE 'MAY HAVE RUN - CHECK THE JOB LOG'
                                       TO WRK-STEP-TEXT
              GO TO 2720-99-EXIT
           END-IF.

           MOVE 'NOT RUN - RUNS AFTER THE RESTART'
                                       TO WRK-STEP-TEXT.
      *----------------------------------------------------------------*
       2720-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2730-PRINT-RESTART-ROW          SECTION.
      *----------------------------------------------------------------*
           MOVE SPACES                 TO WRK-RSTRPT-LINE.

           IF WRK-STEP-RST-SW (WRK-STEP-IDX) EQUAL 'S'
              STRING '         TB_RESTART ROW OF RUN ',
                     WRK-STEP-RST-RUN-ID (WRK-STEP-IDX),
                     ' IS STALE - RETIRED WHEN THE STEP STARTS'
                                       DELIMITED BY SIZE
                                       INTO WRK-RSTRPT-LINE
              PERFORM 3210-PUT-RSTRPT-LINE
              GO TO 2730-99-EXIT
           END-IF.

           MOVE WRK-STEP-RST-FILE (WRK-STEP-IDX)
                                       TO WRK-FILE-COUNT-ED.
           MOVE WRK-STEP-RST-APPLIED (WRK-STEP-IDX)
                                       TO WRK-APPLIED-COUNT-ED.
           MOVE WRK-STEP-RST-ERROR (WRK-STEP-IDX)
                                       TO WRK-ERROR-COUNT-ED.
           STRING '         COMMITTED AT CPF ',
                  WRK-STEP-RST-CPF (WRK-STEP-IDX),
                  '  FILE/APPLIED/ERROR ',
                  WRK-FILE-COUNT-ED,' ',
                  WRK-APPLIED-COUNT-ED,' ',
                  WRK-ERROR-COUNT-ED,
                  ' - RESUMES AFTER IT'
                                       DELIMITED BY SIZE
                                       INTO WRK-RSTRPT-LINE.
           PERFORM 3210-PUT-RSTRPT-LINE.
      *----------------------------------------------------------------*
       2730-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2740-PRINT-BLOCKED              SECTION.
      *----------------------------------------------------------------*
           MOVE SPACES                 TO WRK-RSTRPT-LINE.
           STRING 'RECOMMENDATION..: BLOCKED - ',
                  WRK-STEP-NAME (WRK-FAILED-IDX),' (',
                  WRK-STEP-PROGRAM (WRK-FAILED-IDX),
                  ') IS STILL STARTED ON TB_RUN_CONTROL'
                                       DELIMITED BY SIZE
                                       INTO WRK-RSTRPT-LINE.
           PERFORM 3220-PUT-ADVICE-LINE.

           MOVE 'REASON..........: EITHER IT IS STILL RUNNING OR IT DIED
      -         ' WITHOUT CLOSING ITS ROW - ITS DUPLICATE-RUN GUARD REFU
      -         'SES A RESTART WHILE THE ROW SAYS STARTED'
                                       TO WRK-RSTRPT-LINE.
           PERFORM 3220-PUT-ADVICE-LINE.

           MOVE 'ONCE THE JOB LOG CONFIRMS THE STEP IS GONE, CLOSE THE R
      -         'OW AND RUN THIS ADVICE AGAIN:'
                                       TO WRK-RSTRPT-LINE.
           PERFORM 3220-PUT-ADVICE-LINE.

           MOVE '  UPDATE TB_RUN_CONTROL SET RUN_STATUS = ''ABENDED'''
                                       TO WRK-RSTRPT-LINE.
           PERFORM 3220-PUT-ADVICE-LINE.

           MOVE SPACES                 TO WRK-RSTRPT-LINE.
           STRING '   WHERE RUN_ID = ''',
                  WRK-RESTART-RUN-ID,
                  ''' AND PROGRAM = ''',
                  WRK-STEP-PROGRAM (WRK-FAILED-IDX),
                  ''''
                                       DELIMITED BY SIZE
                                       INTO WRK-RSTRPT-LINE.
           PERFORM 3220-PUT-ADVICE-LINE.

           MOVE '     AND RUN_STATUS = ''STARTED'';'
                                       TO WRK-RSTRPT-LINE.
           PERFORM 3220-PUT-ADVICE-LINE.

           MOVE 'DECK............: NOT WRITTEN'
                                       TO WRK-RSTRPT-LINE.
           PERFORM 3220-PUT-ADVICE-LINE.
      *----------------------------------------------------------------*
       2740-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2750-PRINT-UNSAFE               SECTION.
      *----------------------------------------------------------------*
           MOVE SPACES                 TO WRK-RSTRPT-LINE.
           STRING 'RECOMMENDATION..: UNSAFE - NO AUTOMATIC RESTART OF ',
                  WRK-STEP-NAME (WRK-FAILED-IDX),' (',
                  WRK-STEP-PROGRAM (WRK-FAILED-IDX),')'
                                       DELIMITED BY SIZE
                                       INTO WRK-RSTRPT-LINE.
           PERFORM 3220-PUT-ADVICE-LINE.

           MOVE SPACES                 TO WRK-RSTRPT-LINE.
           IF WRK-UNSAFE-DOUBLE-APPLY
              STRING 'REASON..........: ',
                     WRK-STEP-NAME (WRK-UNSAFE-IDX),' (',
                     WRK-STEP-PROGRAM (WRK-UNSAFE-IDX),
                     ') ENDED-OK AND COMMITTED - RUNNING IT AGAIN WOULD
      -              'APPLY ITS FILE A SECOND TIME'
                                       DELIMITED BY SIZE
                                       INTO WRK-RSTRPT-LINE
           ELSE
              STRING 'REASON..........: ',
                     WRK-STEP-NAME (WRK-UNSAFE-IDX),' (',
                     WRK-STEP-PROGRAM (WRK-UNSAFE-IDX),
                     ') WOULD RUN AGAIN AND REFUSE THE FILE SEQUENCE IT
      -              'ALREADY REGISTERED ON FSEQREG'
                                       DELIMITED BY SIZE
                                       INTO WRK-RSTRPT-LINE
           END-IF.
           PERFORM 3220-PUT-ADVICE-LINE.

           IF WRK-RESTART-IDX          LESS WRK-FAILED-IDX
              MOVE SPACES              TO WRK-RSTRPT-LINE
              STRING '                  THE RESTART WOULD HAVE TO GO BAC
      -              'K TO ',
                     WRK-STEP-NAME (WRK-RESTART-IDX),
                     ' TO RE-CREATE THE TEMPORARY ',
                     WRK-PULLED-TEMP
                                       DELIMITED BY SIZE
                                       INTO WRK-RSTRPT-LINE
              PERFORM 3220-PUT-ADVICE-LINE
           END-IF.

           MOVE 'DECK............: NOT WRITTEN - THE RESTART MUST BE PLA
      -         'NNED BY HAND'         TO WRK-RSTRPT-LINE.
           PERFORM 3220-PUT-ADVICE-LINE.
      *----------------------------------------------------------------*
       2750-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2760-PRINT-RESTART              SECTION.
      *----------------------------------------------------------------*
           MOVE SPACES                 TO WRK-RSTRPT-LINE.
           IF WRK-RESTART-IDX          EQUAL 1
              STRING 'RECOMMENDATION..: RESUBMIT THE WHOLE CHAIN UNDER R
      -              'UNID ',
                     WRK-RESTART-RUN-ID,
                     ' (NO RESTART=)'
                                       DELIMITED BY SIZE
                                       INTO WRK-RSTRPT-LINE
           ELSE
              STRING 'RECOMMENDATION..: RESTART AT ',
                     WRK-STEP-NAME (WRK-RESTART-IDX),
                     ' (RESTART='
                                       DELIMITED BY SIZE
                     WRK-STEP-NAME (WRK-RESTART-IDX)
                                       DELIMITED BY SPACE
                     ') UNDER RUNID ',
                     WRK-RESTART-RUN-ID
                                       DELIMITED BY SIZE
                                       INTO WRK-RSTRPT-LINE
           END-IF.
           PERFORM 3220-PUT-ADVICE-LINE.

           MOVE SPACES                 TO WRK-RSTRPT-LINE.
           IF WRK-FAILED-FROM-TABLE
              STRING 'REASON..........: ',
                     WRK-STEP-NAME (WRK-FAILED-IDX),' (',
                     WRK-STEP-PROGRAM (WRK-FAILED-IDX),
                     ') IS ABENDED ON TB_RUN_CONTROL; EVERY EARLIER ',
                     'STEP COMPLETED'
                                       DELIMITED BY SIZE
                                       INTO WRK-RSTRPT-LINE
           END-IF.
           IF WRK-FAILED-INFERRED
              STRING 'REASON..........: ',
                     WRK-STEP-NAME (WRK-FAILED-IDX),
                     ' IS THE FIRST STEP AFTER THE LAST ONE ',
                     'TB_RUN_CONTROL SHOWS ENDED-OK'
                                       DELIMITED BY SIZE
                                       INTO WRK-RSTRPT-LINE
           END-IF.
           IF WRK-FAILED-FROM-OVERRIDE
              STRING 'REASON..........: ',
                     WRK-STEP-NAME (WRK-FAILED-IDX),
                     ' NAMED ON CARD 4 POS 277-284 AS THE STEP THE ',
                     'RUN ',
                     'STOPPED AT'
                                       DELIMITED BY SIZE
                                       INTO WRK-RSTRPT-LINE
           END-IF.
           PERFORM 3220-PUT-ADVICE-LINE.

           IF WRK-RESTART-IDX          LESS WRK-FAILED-IDX
              MOVE SPACES              TO WRK-RSTRPT-LINE
              STRING '                  MOVED BACK TO ',
                     WRK-STEP-NAME (WRK-RESTART-IDX),
                     ' - THE TEMPORARY '
                                       DELIMITED BY SIZE
                     WRK-PULLED-TEMP   DELIMITED BY SPACE
                     ' DID NOT SURVIVE THE FAILED JOB'
                                       DELIMITED BY SIZE
                                       INTO WRK-RSTRPT-LINE
              PERFORM 3220-PUT-ADVICE-LINE
           END-IF.

           IF WRK-FAILED-INFERRED
              MOVE 'CAUTION.........: STEPS MARKED ''MAY HAVE RUN'' MUST
      -            ' BE CHECKED ON THE JOB LOG - IF THE RUN STOPPED LATE
      -            'R, NAME THAT STEP ON CARD 4 POS 277-284'
                                       TO WRK-RSTRPT-LINE
              PERFORM 3220-PUT-ADVICE-LINE
           END-IF.

           PERFORM 2770-PRINT-STEP-NOTES.

           PERFORM 2780-PRINT-DD-CHANGE
              VARYING WRK-DD-IDX FROM 1 BY 1
              UNTIL WRK-DD-IDX         GREATER WRK-DD-COUNT.

           MOVE SPACES                 TO WRK-RSTRPT-LINE.
           MOVE WRK-DD-CHANGED-COUNTER TO WRK-COUNT-EDIT.
           STRING 'DECK............: WRITTEN TO JCLOUT WITH ',
                  WRK-COUNT-EDIT,
                  ' DD STATEMENTS ADJUSTED'
                                       DELIMITED BY SIZE
                                       INTO WRK-RSTRPT-LINE.
           PERFORM 3220-PUT-ADVICE-LINE.
      *----------------------------------------------------------------*
       2760-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2770-PRINT-STEP-NOTES           SECTION.
      *----------------------------------------------------------------*
      *    WHERE THE RESTARTED STEP PICKS UP, AND WHETHER STEP005      *
      *    KEEPS OR CLEARS CSRG0001'S CKPT0001 CHECKPOINT.             *
      *----------------------------------------------------------------*
           IF WRK-STEP-KIND (WRK-FAILED-IDX) EQUAL 'A'
              MOVE SPACES              TO WRK-RSTRPT-LINE
              IF WRK-STEP-RST-SW (WRK-FAILED-IDX) EQUAL 'Y'
                 STRING 'RESUMES.........: ',
                        WRK-STEP-PROGRAM (WRK-FAILED-IDX),
                        ' SKIPS TO THE RECORD AFTER CPF ',
                        WRK-STEP-RST-CPF (WRK-FAILED-IDX),
                        ' - EVERYTHING BEFORE IT IS COMMITTED'
                                       DELIMITED BY SIZE
                                       INTO WRK-RSTRPT-LINE
              ELSE
                 STRING 'RESUMES.........: ',
                        WRK-STEP-PROGRAM (WRK-FAILED-IDX),
                        ' HAS NO COMMITTED POSITION FOR THIS RUN - IT ',
                        'STARTS AT THE TOP OF ITS FILE'
                                       DELIMITED BY SIZE
                                       INTO WRK-RSTRPT-LINE
              END-IF
              PERFORM 3220-PUT-ADVICE-LINE
           END-IF.

           IF WRK-CKPT-STEP-IDX        EQUAL ZEROS
              OR WRK-CKPT-STEP-IDX     LESS WRK-RESTART-IDX
              GO TO 2770-40-GATE
           END-IF.

           IF WRK-CLEAR-STEP-IDX       NOT LESS WRK-RESTART-IDX
              AND WRK-CLEAR-STEP-IDX   LESS WRK-CKPT-STEP-IDX
              MOVE SPACES              TO WRK-RSTRPT-LINE
              STRING 'CKPT0001........: ',
                     WRK-STEP-NAME (WRK-CLEAR-STEP-IDX),
                     ' RUNS AND CLEARS CKPT0001 - ',
                     WRK-STEP-PROGRAM (WRK-CKPT-STEP-IDX),
                     ' STARTS ITS EXTRACT OVER'
                                       DELIMITED BY SIZE
                                       INTO WRK-RSTRPT-LINE
           ELSE
              MOVE SPACES              TO WRK-RSTRPT-LINE
              STRING 'CKPT0001........: ',
                     WRK-STEP-NAME (WRK-CLEAR-STEP-IDX),
                     ' IS SKIPPED - ',
                     WRK-STEP-PROGRAM (WRK-CKPT-STEP-IDX),
                     ' RESUMES FROM ITS LAST CKPT0001 CHECKPOINT'
                                       DELIMITED BY SIZE
                                       INTO WRK-RSTRPT-LINE
           END-IF.
           PERFORM 3220-PUT-ADVICE-LINE.
      *----------------------------------------------------------------*
       2770-40-GATE.
      *----------------------------------------------------------------*
      *    THE GATE RUNS AGAIN ONLY WHEN THE STOPPING STEP WAS NOT     *
      *    PROVEN - IT MAY ALREADY HAVE REGISTERED THE SEQUENCE.       *
      *----------------------------------------------------------------*
           IF WRK-GATE-STEP-IDX        NOT EQUAL ZEROS
              AND WRK-GATE-STEP-IDX    NOT LESS WRK-RESTART-IDX
              AND NOT WRK-FAILED-FROM-TABLE
              MOVE SPACES              TO WRK-RSTRPT-LINE
              STRING 'CAUTION.........: ',
                     WRK-STEP-NAME (WRK-GATE-STEP-IDX),' (',
                     WRK-STEP-PROGRAM (WRK-GATE-STEP-IDX),
                     ') RUNS AGAIN - IF IT ALREADY REGISTERED THIS ',
                     'FILE',
                     ' SEQUENCE IT ENDS RC=8 (CHECK GATERPT)'
                                       DELIMITED BY SIZE
                                       INTO WRK-RSTRPT-LINE
              PERFORM 3220-PUT-ADVICE-LINE
           END-IF.
      *----------------------------------------------------------------*
       2770-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2780-PRINT-DD-CHANGE            SECTION.
      *----------------------------------------------------------------*
           IF WRK-DD-ACTION (WRK-DD-IDX) EQUAL SPACE
              GO TO 2780-99-EXIT
           END-IF.

           MOVE SPACES                 TO WRK-RSTRPT-LINE.
           STRING 'DD CHANGED......: ',
                  WRK-STEP-NAME (WRK-DD-STEP (WRK-DD-IDX)),' ',
                  WRK-DD-NAME (WRK-DD-IDX),' ',
                  WRK-DD-DSN (WRK-DD-IDX)
                                       DELIMITED BY SIZE
                                       INTO WRK-RSTRPT-LINE.

           IF WRK-DD-ACTION (WRK-DD-IDX) EQUAL 'G'
              MOVE '(+1) NOW (0)'      TO WRK-RSTRPT-LINE (82:12)
              IF WRK-DD-STATUS (WRK-DD-IDX) EQUAL 'NEW'
                 MOVE ', NEW NOW OLD'  TO WRK-RSTRPT-LINE (94:13)
              END-IF
           END-IF.

           IF WRK-DD-ACTION (WRK-DD-IDX) EQUAL 'P'
              MOVE '(0) NOW (-1)'      TO WRK-RSTRPT-LINE (82:12)
           END-IF.

           IF WRK-DD-ACTION (WRK-DD-IDX) EQUAL 'N'
              MOVE 'NEW NOW OLD'       TO WRK-RSTRPT-LINE (82:11)
           END-IF.

           PERFORM 3210-PUT-RSTRPT-LINE.
      *----------------------------------------------------------------*
       2780-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2800-WRITE-DECK                 SECTION.
      *----------------------------------------------------------------*
      *    SECOND PASS OVER THE MEMBER: EVERY LINE IS COPIED TO JCLOUT *
      *    AS IS, EXCEPT THE RESTART= ADDED TO THE JOB STATEMENT, THE  *
      *    FAILED RUN'S ID ON THE SET RUNID, AND THE GENERATION AND    *
      *    DISP CHANGES PLANNED FOR EACH DD.                           *
      *----------------------------------------------------------------*
           OPEN INPUT  JCLIN
                OUTPUT JCLOUT.

           MOVE 'REOPEN FILE JCLIN'    TO WRK-ERROR-MSG.
           PERFORM 8100-TEST-FS-JCLIN.

           MOVE 'OPEN FILE JCLOUT'     TO WRK-ERROR-MSG.
           PERFORM 8200-TEST-FS-JCLOUT.

           MOVE SPACES                 TO WRK-JCLIN-EOF.
           MOVE ZEROS                  TO WRK-JCLIN-REGS-COUNTER
                                          WRK-DD-IDX.
           MOVE SPACE                  TO WRK-CUR-ACTION.

           PERFORM 2010-READ-JCLIN.

           PERFORM 2810-COPY-ONE-LINE
              UNTIL WRK-JCLIN-EOF      EQUAL 'END'.

           CLOSE JCLIN
                 JCLOUT.

           MOVE 'CLOSE FILE JCLOUT'    TO WRK-ERROR-MSG.
           PERFORM 8200-TEST-FS-JCLOUT.
      *----------------------------------------------------------------*
       2800-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2810-COPY-ONE-LINE              SECTION.
      *----------------------------------------------------------------*
           PERFORM 2020-CLASSIFY-LINE.

           IF WRK-LINE-STARTS-STMT
              MOVE SPACE               TO WRK-CUR-ACTION
              IF WRK-LINE-OP           EQUAL 'DD'
                 ADD 1                 TO WRK-DD-IDX
                 MOVE WRK-DD-ACTION (WRK-DD-IDX)
                                       TO WRK-CUR-ACTION
              END-IF
           END-IF.

           IF WRK-LINE-IS-OTHER
              MOVE SPACE               TO WRK-CUR-ACTION
           END-IF.

           IF WRK-CUR-ACTION           NOT EQUAL SPACE
              PERFORM 2820-EDIT-DD-LINE
           END-IF.

           IF WRK-JCLIN-REGS-COUNTER   EQUAL WRK-SET-RUNID-LINE
              PERFORM 2840-SET-RUN-ID
           END-IF.

           IF WRK-JCLIN-REGS-COUNTER   EQUAL WRK-JOB-LAST-LINE
              PERFORM 2830-ADD-RESTART-PARM
           ELSE
              MOVE WRK-JCL-LINE        TO WRK-JCLOUT-LINE
              PERFORM 2850-PUT-JCLOUT-LINE
           END-IF.

           PERFORM 2010-READ-JCLIN.
      *----------------------------------------------------------------*
       2810-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2820-EDIT-DD-LINE               SECTION.
      *----------------------------------------------------------------*
      *    THE GENERATION AND THE DISP MAY SIT ON DIFFERENT LINES OF   *
      *    THE SAME DD - EACH LINE IS EDITED FOR WHAT IT CARRIES.      *
      *----------------------------------------------------------------*
           IF WRK-CUR-ACTION           EQUAL 'G'
              MOVE ZEROS               TO WRK-POS
              INSPECT WRK-JCL-LINE     TALLYING WRK-POS
                                       FOR CHARACTERS BEFORE INITIAL
                                       '(+1)'
              IF WRK-POS               LESS 72
                 MOVE SPACES           TO WRK-NEW-LINE
                 STRING WRK-JCL-LINE (1:WRK-POS),
                        '(0)',
                        WRK-JCL-LINE (WRK-POS + 5:)
                                       DELIMITED BY SIZE
                                       INTO WRK-NEW-LINE
                 MOVE WRK-NEW-LINE     TO WRK-JCL-LINE
              END-IF
           END-IF.

           IF WRK-CUR-ACTION           EQUAL 'P'
              MOVE ZEROS               TO WRK-POS
              INSPECT WRK-JCL-LINE     TALLYING WRK-POS
                                       FOR CHARACTERS BEFORE INITIAL
                                       '(0)'
              IF WRK-POS               LESS 72
                 MOVE SPACES           TO WRK-NEW-LINE
                 STRING WRK-JCL-LINE (1:WRK-POS),
                        '(-1)',
                        WRK-JCL-LINE (WRK-POS + 4:)
                                       DELIMITED BY SIZE
                                       INTO WRK-NEW-LINE
                 MOVE WRK-NEW-LINE     TO WRK-JCL-LINE
              END-IF
           END-IF.

           IF WRK-CUR-ACTION           EQUAL 'G' OR 'N'
              INSPECT WRK-JCL-LINE     REPLACING FIRST 'DISP=(NEW,'
                                                    BY 'DISP=(OLD,'
           END-IF.
      *----------------------------------------------------------------*
       2820-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2830-ADD-RESTART-PARM           SECTION.
      *----------------------------------------------------------------*
      *    THE JOB STATEMENT'S LAST LINE GETS A CONTINUATION COMMA AND *
      *    RESTART= GOES ON A LINE OF ITS OWN, SO NO OPERAND CAN BE    *
      *    PUSHED PAST COLUMN 71.  THE DECK'S BANNER FOLLOWS.  A WHOLE *
      *    RESUBMISSION NEEDS NO RESTART= AND GETS THE BANNER ONLY.    *
      *----------------------------------------------------------------*
           IF WRK-RESTART-IDX          EQUAL 1
              MOVE WRK-JCL-LINE        TO WRK-JCLOUT-LINE
              PERFORM 2850-PUT-JCLOUT-LINE
              PERFORM 2860-WRITE-DECK-BANNER
              GO TO 2830-99-EXIT
           END-IF.

           MOVE 71                     TO WRK-POS.
           PERFORM 2835-STEP-BACK-ONE-COLUMN
              UNTIL WRK-JCL-LINE (WRK-POS:1) NOT EQUAL SPACE.

           ADD 1                       TO WRK-POS.
           MOVE ','                    TO WRK-JCL-LINE (WRK-POS:1).
           MOVE WRK-JCL-LINE           TO WRK-JCLOUT-LINE.
           PERFORM 2850-PUT-JCLOUT-LINE.

           MOVE SPACES                 TO WRK-JCLOUT-LINE.
           STRING '//             RESTART=',
                  WRK-STEP-NAME (WRK-RESTART-IDX)
                                       DELIMITED BY SIZE
                                       INTO WRK-JCLOUT-LINE.
           PERFORM 2850-PUT-JCLOUT-LINE.

           PERFORM 2860-WRITE-DECK-BANNER.
      *----------------------------------------------------------------*
       2830-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2835-STEP-BACK-ONE-COLUMN       SECTION.
      *----------------------------------------------------------------*
           SUBTRACT 1                  FROM WRK-POS.
      *----------------------------------------------------------------*
       2835-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2840-SET-RUN-ID                 SECTION.
      *----------------------------------------------------------------*
      *    SET RUNID='YYYYMMDDHHMISS' - THE 14 BYTES AFTER THE QUOTE   *
      *    BECOME THE FAILED RUN'S ID, SO EVERY RESTARTED STEP FINDS   *
      *    ITS OWN TB_RESTART ROW AND THE FILE0003 TRAILER MATCHES.    *
      *----------------------------------------------------------------*
           MOVE ZEROS                  TO WRK-POS.
           INSPECT WRK-JCL-LINE        TALLYING WRK-POS
                                       FOR CHARACTERS BEFORE INITIAL
                                       'RUNID='''.
           IF WRK-POS                  LESS 58
              MOVE WRK-RESTART-RUN-ID  TO WRK-JCL-LINE (WRK-POS + 8:14)
           END-IF.
      *----------------------------------------------------------------*
       2840-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2850-PUT-JCLOUT-LINE            SECTION.
      *----------------------------------------------------------------*
           MOVE  WRK-JCLOUT-LINE       TO    FD-REG-JCLOUT.

           WRITE FD-REG-JCLOUT.

           MOVE 'WRITING JCLOUT'       TO WRK-ERROR-MSG.
           PERFORM 8200-TEST-FS-JCLOUT.

           ADD 1                       TO WRK-JCLOUT-REGS-COUNTER.
      *----------------------------------------------------------------*
       2850-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2860-WRITE-DECK-BANNER          SECTION.
      *----------------------------------------------------------------*
           MOVE ALL '*'                TO WRK-JCLOUT-LINE.
           MOVE '//'                   TO WRK-JCLOUT-LINE (1:2).
           MOVE SPACES                 TO WRK-JCLOUT-LINE (68:13).
           PERFORM 2850-PUT-JCLOUT-LINE.

           MOVE SPACES                 TO WRK-JCLOUT-LINE.
           STRING '//*   RESTART DECK BUILT BY CSRG0058 ON ',
                  WRK-DATE-FORMATTED,' AT ',WRK-TIME-FORMATTED
                                       DELIMITED BY SIZE
                                       INTO WRK-JCLOUT-LINE.
           PERFORM 2850-PUT-JCLOUT-LINE.

           MOVE SPACES                 TO WRK-JCLOUT-LINE.
           IF WRK-RESTART-IDX          EQUAL 1
              STRING '//*   FAILED RUN ',
                     WRK-RESTART-RUN-ID,
                     ' - WHOLE-CHAIN RESUBMISSION'
                                       DELIMITED BY SIZE
                                       INTO WRK-JCLOUT-LINE
           ELSE
              STRING '//*   FAILED RUN ',
                     WRK-RESTART-RUN-ID,
                     ' - RESTART AT ',
                     WRK-STEP-NAME (WRK-RESTART-IDX)
                                       DELIMITED BY SIZE
                                       INTO WRK-JCLOUT-LINE
           END-IF.
           PERFORM 2850-PUT-JCLOUT-LINE.

           MOVE SPACES                 TO WRK-JCLOUT-LINE.
           MOVE WRK-DD-CHANGED-COUNTER TO WRK-COUNT-EDIT.
           STRING '//*   ',
                  WRK-COUNT-EDIT,
                  ' DD STATEMENTS ADJUSTED - READ THE RSTRPT ADVICE ',
                  'FIRST'
                                       DELIMITED BY SIZE
                                       INTO WRK-JCLOUT-LINE.
           PERFORM 2850-PUT-JCLOUT-LINE.

           MOVE ALL '*'                TO WRK-JCLOUT-LINE.
           MOVE '//'                   TO WRK-JCLOUT-LINE (1:2).
           MOVE SPACES                 TO WRK-JCLOUT-LINE (68:13).
           PERFORM 2850-PUT-JCLOUT-LINE.
      *----------------------------------------------------------------*
       2860-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2890-WRITE-NO-DECK              SECTION.
      *----------------------------------------------------------------*
      *    NO SAFE RESTART - JCLOUT IS STILL REWRITTEN, WITH A COMMENT *
      *    ONLY, SO THE DECK OF AN EARLIER NIGHT CAN NEVER BE PICKED   *
      *    UP AND SUBMITTED IN ITS PLACE.                              *
      *----------------------------------------------------------------*
           OPEN OUTPUT JCLOUT.

           MOVE 'OPEN FILE JCLOUT'     TO WRK-ERROR-MSG.
           PERFORM 8200-TEST-FS-JCLOUT.

           MOVE SPACES                 TO WRK-JCLOUT-LINE.
           STRING '//*   NO RESTART DECK FOR RUN ',
                  WRK-RESTART-RUN-ID,
                  ' - SEE THE CSRG0058 RSTRPT ADVICE OF ',
                  WRK-DATE-FORMATTED
                                       DELIMITED BY SIZE
                                       INTO WRK-JCLOUT-LINE.
           PERFORM 2850-PUT-JCLOUT-LINE.

           CLOSE JCLOUT.

           MOVE 'CLOSE FILE JCLOUT'    TO WRK-ERROR-MSG.
           PERFORM 8200-TEST-FS-JCLOUT.
      *----------------------------------------------------------------*
       2890-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       3000-FINALIZE                   SECTION.
      *----------------------------------------------------------------*
           CLOSE RSTRPT.

           MOVE WRK-ADVICE-RC          TO RETURN-CODE.

           DISPLAY '***************************'.
           DISPLAY '*  SUCCESSFUL  EXECUTION  *'.
           DISPLAY '***************************'.
           DISPLAY '*MODULE..........:' WRK-PROGRAM '*'.
           DISPLAY '*COMPILED........:'
           DD-COMPILED '/' MM-COMPILED '/' YY-COMPILED '*'.
           DISPLAY '*.................'
           HOUR-COMPILED '.' MINUTE-COMPILED '.'SECOND-COMPILED '*'.
           DISPLAY '*-------------------------*'.
           DISPLAY '*JCLIN LINES......:' WRK-JCLIN-REGS-COUNTER '*'.
           DISPLAY '*JCLOUT LINES.....:' WRK-JCLOUT-REGS-COUNTER '*'.
           DISPLAY '*DD ADJUSTED........:' WRK-DD-CHANGED-COUNTER '*'.
           DISPLAY '*ADVICE RC...........:' WRK-ADVICE-RC '*'.
           DISPLAY '*-------------------------*'.
           DISPLAY '*EXECUTED......:' WRK-DATE-FORMATTED '*'.
           DISPLAY '*.................' WRK-TIME-FORMATTED '*'.
           DISPLAY '***************************'.

           STOP RUN.
      *----------------------------------------------------------------*
       3000-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       3210-PUT-RSTRPT-LINE            SECTION.
      *----------------------------------------------------------------*
           MOVE  WRK-RSTRPT-LINE       TO    FD-REG-RSTRPT.

           WRITE FD-REG-RSTRPT.

           MOVE 'WRITING RSTRPT'       TO WRK-ERROR-MSG.
           PERFORM 8300-TEST-FS-RSTRPT.
      *----------------------------------------------------------------*
       3210-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       3220-PUT-ADVICE-LINE            SECTION.
      *----------------------------------------------------------------*
      *    THE ADVICE ITSELF ALSO GOES TO THE CONSOLE.                 *
      *----------------------------------------------------------------*
           PERFORM 3210-PUT-RSTRPT-LINE.

           DISPLAY WRK-RSTRPT-LINE (1:120).
      *----------------------------------------------------------------*
       3220-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       8100-TEST-FS-JCLIN              SECTION.
      *----------------------------------------------------------------*
           IF WRK-FS-JCLIN             NOT EQUAL ZEROS AND 10
              MOVE WRK-FS-JCLIN        TO  WRK-ERROR-CODE
              PERFORM 9999-CALL-ABEND-PGM
           END-IF.
      *----------------------------------------------------------------*
       8100-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       8200-TEST-FS-JCLOUT             SECTION.
      *----------------------------------------------------------------*
           IF WRK-FS-JCLOUT            NOT EQUAL ZEROS
              MOVE WRK-FS-JCLOUT       TO  WRK-ERROR-CODE
              PERFORM 9999-CALL-ABEND-PGM
           END-IF.
      *----------------------------------------------------------------*
       8200-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       8300-TEST-FS-RSTRPT             SECTION.
      *----------------------------------------------------------------*
           IF WRK-FS-RSTRPT            NOT EQUAL ZEROS
              MOVE WRK-FS-RSTRPT       TO  WRK-ERROR-CODE
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
