      *================================================================*
      *        I D E N T I F I C A T I O N      D I V I S I O N        *
      *================================================================*
       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     CSRG0071.
       AUTHOR.         RENAN MUNIZ MERLO.
       DATE-WRITTEN.   15/10/2026.
       DATE-COMPILED   WHEN-COMPILED.
       REMARKS.
      *----------------------------------------------------------------*
      *                RENAN MUNIZ MERLO COBOL DEVELOPER               *
      *          https://www.linkedin.com/in/renan-muniz-merlo         *
      *----------------------------------------------------------------*
      *    PROGRAM-ID..: CSRG0071.                                     *
      *    ANALYST.....: RENAN MUNIZ MERLO                             *
      *    PROGRAMMER..: RENAN MUNIZ MERLO                             *
      *    DATE........: 15/10/2026                                    *
      *----------------------------------------------------------------*
      *    PROJECT.....: CUSTOMER REGISTRATION PROJECT - CUSTMREG      *
      *----------------------------------------------------------------*
      *    GOAL........: SCREENING-LIST INTAKE.  READS THE PEP AND     *
      *                  SANCTIONS LIST FILES COMPLIANCE RECEIVES      *
      *                  (SCRLIST, CSRGSCL1 HEADER + ENTRY CARDS, ONE  *
      *                  OR MORE LISTS CONCATENATED) AND LOADS THEM    *
      *                  INTO TB_SCREEN_LIST, THE TABLE THE CSRG0072   *
      *                  SCREENING RUNS AGAINST.  A DELTA LIST (HEADER *
      *                  REFRESH 'D') IS APPLIED CARD BY CARD THE WAY  *
      *                  CSRG0027 APPLIES THE POSTAL DIRECTORY: AN ADD *
      *                  OF AN EXISTING ENTRY IS A CHANGE, A CHANGE OF *
      *                  A MISSING ONE AN ADD.  A FULL LIST (REFRESH   *
      *                  'F') IS THE WHOLE LIST: EVERY ENTRY ON IT IS  *
      *                  ADDED OR REFRESHED, AND AT THE END OF THE     *
      *                  LIST EVERY ROW OF THAT LIST ID THIS RUN DID   *
      *                  NOT TOUCH IS DELISTED (REMOVED) - UNLESS THE  *
      *                  FILE CARRIED NO ENTRY AT ALL FOR IT, WHICH IS *
      *                  A BROKEN DELIVERY, NOT AN EMPTY LIST, AND     *
      *                  LEAVES THE LIST AS IT WAS.  AN ENTRY IDENTICAL*
      *                  TO THE ROW ON FILE IS ONLY RE-STAMPED.        *
      *                  SCLRPT CARRIES ONE LINE PER LIST, ONE DELTA   *
      *                  LINE PER ENTRY ADDED, CHANGED, DELETED,       *
      *                  DELISTED OR REJECTED, AND THE TOTALS.         *
      *                  ENDS RC=04 WHEN NO ENTRY WAS ADDED OR         *
      *                  CHANGED: NO CUSTOMER CAN HAVE STARTED TO      *
      *                  MATCH, AND CSRGSCRN SKIPS THE FULL-BASE       *
      *                  RESCREEN THAT FOLLOWS.                        *
      *----------------------------------------------------------------*
      *    SCLRPT......: POS 001-008  ACTION APPLIED                   *
      *                  POS 010-017  LIST ID                          *
      *                  POS 019-038  ENTRY ID                         *
      *                  POS 040-040  LIST TYPE                        *
      *                  POS 042-056  DOCUMENT NUMBER                  *
      *                  POS 058-107  NAME                             *
      *                  POS 109-132  REJECT REASON                    *
      *----------------------------------------------------------------*
      *    FILES.......:  DDNAME          LRECL       INCLUDE/BOOK     *
      *                   SCRLIST         00200       CSRGSCL1         *
      *                   SCLRPT          00132       NONE             *
      *----------------------------------------------------------------*
      *    MODIFICATION HISTORY.......:                                *
      *    15/10/2026 RMM - PROGRAM CREATED.                           *
      *----------------------------------------------------------------*
      *    TABLE DB2...:  TB_SCREEN_LIST              BTB_SCREEN_LIST  *
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

           SELECT SCRLIST       ASSIGN TO UTS-S-SCRLIST
            ORGANIZATION IS     SEQUENTIAL
            ACCESS MODE  IS     SEQUENTIAL
            FILE STATUS  IS     WRK-FS-SCRLIST.

           SELECT SCLRPT        ASSIGN TO UTS-S-SCLRPT
            ORGANIZATION IS     SEQUENTIAL
            ACCESS MODE  IS     SEQUENTIAL
            FILE STATUS  IS     WRK-FS-SCLRPT.

      *================================================================*
      *                  D A T A      D I V I S I O N                  *
      *================================================================*
       DATA DIVISION.
       FILE SECTION.
      *
       FD SCRLIST
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS 00 RECORDS.
       01 FD-REG-SCRLIST    PIC X(200).

       FD SCLRPT
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS 00 RECORDS.
       01 FD-REG-SCLRPT     PIC X(132).

      *-----------------------------------------------------------------*
      *                  WORKING-STORAGE SECTION                        *
      *-----------------------------------------------------------------*
       WORKING-STORAGE SECTION.

       77 WRK-SCRLIST-REGS-COUNTER               PIC 9(07) VALUE ZEROS .
       77 WRK-LISTS-REGS-COUNTER                 PIC 9(05) VALUE ZEROS .
       77 WRK-ADDED-REGS-COUNTER                 PIC 9(07) VALUE ZEROS .
       77 WRK-CHANGED-REGS-COUNTER               PIC 9(07) VALUE ZEROS .
       77 WRK-UNCHANGED-REGS-COUNTER             PIC 9(07) VALUE ZEROS .
       77 WRK-DELETED-REGS-COUNTER               PIC 9(07) VALUE ZEROS .
       77 WRK-NOTFOUND-REGS-COUNTER              PIC 9(07) VALUE ZEROS .
       77 WRK-DELISTED-REGS-COUNTER              PIC 9(07) VALUE ZEROS .
       77 WRK-REJECTED-REGS-COUNTER              PIC 9(07) VALUE ZEROS .
       77 WRK-KEPT-LISTS-COUNTER                 PIC 9(05) VALUE ZEROS .

       77 WRK-SCRLIST-EOF                        PIC X(03) VALUE SPACES.
       77 WRK-CURSOR-EOF                         PIC X(03) VALUE SPACES.

      *DATA FOR PERIODIC COMMIT:
       77 WRK-COMMIT-COUNTER                     PIC 9(05) VALUE ZEROS .

      *RUNTIME PARAMETER CARD:
       COPY 'CSRGPARM'.

      *ONE LIST CARD:
       01 WRK-SCRLIST-REG.
          COPY 'CSRGSCL1'.

      *THE LIST WHOSE ENTRIES ARE BEING READ, FROM ITS HEADER CARD.
      *NO VALID HEADER IN HAND MEANS EVERY ENTRY CARD IS REFUSED:
       01 WRK-CUR-LIST.
          03 WRK-CUR-LIST-SW                     PIC X(01) VALUE 'N'.
             88 WRK-CUR-LIST-IS-OPEN                   VALUE 'Y'.
          03 WRK-CUR-LIST-ID                     PIC X(08) VALUE SPACES.
          03 WRK-CUR-LIST-TYPE                   PIC X(01) VALUE SPACES.
          03 WRK-CUR-REFRESH                     PIC X(01) VALUE SPACES.
             88 WRK-CUR-IS-FULL-REFRESH                VALUE 'F'.
          03 WRK-CUR-ENTRY-COUNTER               PIC 9(07) VALUE ZEROS.

      *THE ROW AS IT STANDS ON TB_SCREEN_LIST, TO TELL A REAL CHANGE
      *FROM A FULL LIST REPEATING WHAT WE ALREADY HOLD:
       01 WRK-OLD-ENTRY.
          03 WRK-OLD-LIST-TYPE                   PIC X(01) VALUE SPACES.
          03 WRK-OLD-DOC-TYPE                    PIC X(01) VALUE SPACES.
          03 WRK-OLD-DOC-NUMBER                  PIC X(15) VALUE SPACES.
          03 WRK-OLD-NAME                        PIC X(50) VALUE SPACES.
          03 WRK-OLD-BIRTH                       PIC X(10) VALUE SPACES.
          03 WRK-OLD-LIST-INFO                   PIC X(40) VALUE SPACES.

      *WORK AREAS FOR THE MATCH-NAME NORMALIZATION:
       01 WRK-NORM-NAME-IN                       PIC X(50) VALUE SPACES.
       01 WRK-NORM-NAME-OUT                      PIC X(50) VALUE SPACES.
       77 WRK-NORM-IN-IDX                        PIC 9(03) VALUE 1.
       77 WRK-NORM-OUT-IDX                       PIC 9(03) VALUE 1.
       01 WRK-NORM-PREV-BLANK-SW                 PIC X(01) VALUE 'N'.

      *THE ACTION AS APPLIED, AND WHY A CARD WAS REFUSED, FOR THE
      *DELTA REPORT LINE:
       01 WRK-APPLIED-ACTION                     PIC X(08) VALUE SPACES.
       01 WRK-REJECT-REASON                      PIC X(24) VALUE SPACES.

       01 WRK-SCLRPT-LINE                        PIC X(132)
                                                  VALUE SPACES.

      *DATA FOR ERROR LOG:
       01 WRK-ERROR-LOG.
          03 WRK-PROGRAM                         PIC X(08) VALUE
                                                          'CSRG0071'  .
          03 WRK-ERROR-MSG                       PIC X(30) VALUE SPACES.
          03 WRK-ERROR-CODE                      PIC X(30) VALUE SPACES.
          03 WRK-ERROR-DATE                      PIC X(10) VALUE SPACES.
          03 WRK-ERROR-TIME                      PIC X(08) VALUE SPACES.

      *ABENDING PROGRAM:
       77 WRK-ABEND-PGM                          PIC X(08) VALUE
                                                          'ABENDPGM'  .

       01 WRK-FILE-STATUS.
          03 WRK-FS-SCRLIST                      PIC 9(02) VALUE ZEROS .
          03 WRK-FS-SCLRPT                       PIC 9(02) VALUE ZEROS .

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
              INCLUDE BTB_SCREEN_LIST
           END-EXEC.

      *THE ROWS OF A FULLY REFRESHED LIST THAT THIS RUN DID NOT
      *TOUCH - THE ENTRIES THE LIST NO LONGER CARRIES:
           EXEC SQL
              DECLARE CSR0071 CURSOR FOR
                 SELECT ENTRY_ID, LIST_TYPE, DOC_NUMBER, NAME
                   FROM TB_SCREEN_LIST
                  WHERE LIST_ID     = :SCRL-LIST-ID
                    AND LOAD_RUN_ID <> :SCRL-LOAD-RUN-ID
                  ORDER BY ENTRY_ID
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
              UNTIL WRK-SCRLIST-EOF    EQUAL 'END'.

           PERFORM 3000-FINALIZE.
      *----------------------------------------------------------------*
       0000-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       1000-INITIALIZE                 SECTION.
      *----------------------------------------------------------------*
           PERFORM 9000-GET-DATE-TIME.

           PERFORM 1050-GET-RUN-PARMS.

           INITIALIZE WRK-SCRLIST-REG.

           OPEN INPUT  SCRLIST
                OUTPUT SCLRPT.

           MOVE 'OPEN FILE SCRLIST'    TO WRK-ERROR-MSG.
           PERFORM 8100-TEST-FS-SCRLIST.

           MOVE 'OPEN FILE SCLRPT'     TO WRK-ERROR-MSG.
           PERFORM 8200-TEST-FS-SCLRPT.

           MOVE SPACES                 TO    WRK-SCLRPT-LINE.
           STRING 'CSRG0071 SCREENING-LIST INTAKE - RUN ',
                  CSRGPARM-BATCH-RUN-ID,' ',
                  WRK-DATE-FORMATTED,' ',WRK-TIME-FORMATTED
                                       DELIMITED BY SIZE
                                       INTO  WRK-SCLRPT-LINE.
           PERFORM 3210-PUT-SCLRPT-LINE.

           PERFORM 2100-READ-SCRLIST.

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
       2000-APPLY-ONE-CARD             SECTION.
      *----------------------------------------------------------------*
           MOVE SPACES                 TO WRK-APPLIED-ACTION
                                          WRK-REJECT-REASON.

           EVALUATE TRUE

              WHEN CSRGSCL1-IS-HEADER
                 PERFORM 2700-CLOSE-LIST
                 PERFORM 2150-OPEN-LIST

              WHEN CSRGSCL1-IS-ENTRY
                 IF WRK-CUR-LIST-IS-OPEN
                    PERFORM 2200-APPLY-ENTRY
                 ELSE
                    MOVE 'NO VALID LIST HEADER'
                                       TO WRK-REJECT-REASON
                    PERFORM 2500-REJECT-CARD
                 END-IF

              WHEN OTHER
                 MOVE 'BAD RECORD TYPE'
                                       TO WRK-REJECT-REASON
                 PERFORM 2500-REJECT-CARD

           END-EVALUATE.

           PERFORM 2600-COMMIT-INTERVAL.

           PERFORM 2100-READ-SCRLIST.
      *----------------------------------------------------------------*
       2000-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2100-READ-SCRLIST               SECTION.
      *----------------------------------------------------------------*
           MOVE 'READING SCRLIST'      TO   WRK-ERROR-MSG.

           READ SCRLIST                INTO WRK-SCRLIST-REG.

           PERFORM 8100-TEST-FS-SCRLIST.

           IF WRK-FS-SCRLIST           EQUAL 10
              MOVE 'END'               TO   WRK-SCRLIST-EOF
           ELSE
              ADD 1                    TO   WRK-SCRLIST-REGS-COUNTER
           END-IF.
      *----------------------------------------------------------------*
       2100-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2150-OPEN-LIST                  SECTION.
      *----------------------------------------------------------------*
      *    A HEADER STARTS A NEW LIST.  A HEADER WITH NO LIST ID, AN   *
      *    UNKNOWN LIST TYPE OR AN UNKNOWN REFRESH MODE IS REFUSED,    *
      *    AND SO IS EVERY ENTRY CARD UNDER IT UNTIL THE NEXT GOOD     *
      *    HEADER - LOADING A LIST UNDER THE WRONG TYPE WOULD TURN A   *
      *    SANCTIONS HIT INTO A PEP HIT THAT BLOCKS NOTHING.           *
      *----------------------------------------------------------------*
           MOVE 'N'                    TO WRK-CUR-LIST-SW.
           MOVE ZEROS                  TO WRK-CUR-ENTRY-COUNTER.

           IF CSRGSCL1-LIST-ID         EQUAL SPACES
              OR NOT CSRGSCL1-LIST-IS-VALID
              OR (NOT CSRGSCL1-IS-FULL-REFRESH
                  AND NOT CSRGSCL1-IS-DELTA-REFRESH)
              MOVE 'BAD LIST HEADER'   TO WRK-REJECT-REASON
              PERFORM 2500-REJECT-CARD
              GO TO 2150-99-EXIT
           END-IF.

           MOVE 'Y'                    TO WRK-CUR-LIST-SW.
           MOVE CSRGSCL1-LIST-ID       TO WRK-CUR-LIST-ID.
           MOVE CSRGSCL1-LIST-TYPE     TO WRK-CUR-LIST-TYPE.
           MOVE CSRGSCL1-REFRESH       TO WRK-CUR-REFRESH.

           ADD 1                       TO WRK-LISTS-REGS-COUNTER.

           MOVE SPACES                 TO    WRK-SCLRPT-LINE.
           PERFORM 3210-PUT-SCLRPT-LINE.

           MOVE SPACES                 TO    WRK-SCLRPT-LINE.
           IF WRK-CUR-IS-FULL-REFRESH
              STRING 'LIST ',WRK-CUR-LIST-ID,' TYPE ',
                     WRK-CUR-LIST-TYPE,' FULL  REFRESH DATED ',
                     CSRGSCL1-LIST-DATE,' ',CSRGSCL1-LIST-DESC
                                       DELIMITED BY SIZE
                                       INTO  WRK-SCLRPT-LINE
           ELSE
              STRING 'LIST ',WRK-CUR-LIST-ID,' TYPE ',
                     WRK-CUR-LIST-TYPE,' DELTA REFRESH DATED ',
                     CSRGSCL1-LIST-DATE,' ',CSRGSCL1-LIST-DESC
                                       DELIMITED BY SIZE
                                       INTO  WRK-SCLRPT-LINE
           END-IF.
           PERFORM 3210-PUT-SCLRPT-LINE.
      *----------------------------------------------------------------*
       2150-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2200-APPLY-ENTRY                SECTION.
      *----------------------------------------------------------------*
      *    AN ENTRY NEEDS ITS LIST KEY AND SOMETHING TO MATCH ON - A   *
      *    DOCUMENT OR A NAME.  A FULL LIST IS THE WHOLE LIST, SO A    *
      *    DELETE CARD ON ONE IS A CONTRADICTION AND IS REFUSED.       *
      *----------------------------------------------------------------*
           EVALUATE TRUE

              WHEN CSRGSCL1-ENTRY-ID   EQUAL SPACES
                 MOVE 'NO ENTRY ID'    TO WRK-REJECT-REASON

              WHEN CSRGSCL1-DOC-NUMBER EQUAL SPACES
               AND CSRGSCL1-NAME       EQUAL SPACES
                 MOVE 'NO DOCUMENT OR NAME'
                                       TO WRK-REJECT-REASON

              WHEN CSRGSCL1-DOC-TYPE   NOT EQUAL SPACE AND 'C'
                                       AND 'P' AND 'R' AND 'D'
                 MOVE 'BAD DOCUMENT TYPE'
                                       TO WRK-REJECT-REASON

              WHEN CSRGSCL1-IS-DELETE
               AND WRK-CUR-IS-FULL-REFRESH
                 MOVE 'DELETE ON FULL REFRESH'
                                       TO WRK-REJECT-REASON

              WHEN NOT CSRGSCL1-IS-ADD
               AND NOT CSRGSCL1-IS-CHANGE
               AND NOT CSRGSCL1-IS-DELETE
                 MOVE 'BAD ACTION CODE'
                                       TO WRK-REJECT-REASON

              WHEN OTHER
                 CONTINUE

           END-EVALUATE.

           IF WRK-REJECT-REASON        NOT EQUAL SPACES
              PERFORM 2500-REJECT-CARD
              GO TO 2200-99-EXIT
           END-IF.

           MOVE WRK-CUR-LIST-ID        TO SCRL-LIST-ID.
           MOVE CSRGSCL1-ENTRY-ID      TO SCRL-ENTRY-ID.
           MOVE WRK-CUR-LIST-TYPE      TO SCRL-LIST-TYPE.
           MOVE CSRGSCL1-DOC-TYPE      TO SCRL-DOC-TYPE.
           IF SCRL-DOC-TYPE            EQUAL SPACE
              MOVE 'C'                 TO SCRL-DOC-TYPE
           END-IF.
           MOVE CSRGSCL1-DOC-NUMBER    TO SCRL-DOC-NUMBER.
           MOVE CSRGSCL1-NAME          TO SCRL-NAME.
           MOVE CSRGSCL1-BIRTH         TO SCRL-BIRTH.
           MOVE CSRGSCL1-LIST-INFO     TO SCRL-LIST-INFO.
           MOVE CSRGPARM-BATCH-RUN-ID  TO SCRL-LOAD-RUN-ID.
           MOVE WRK-DATE-FORMATTED     TO SCRL-LOADED-DT.

           MOVE CSRGSCL1-NAME          TO WRK-NORM-NAME-IN.
           PERFORM 7200-NORMALIZE-NAME.
           MOVE WRK-NORM-NAME-OUT      TO SCRL-MATCH-NAME.

           IF CSRGSCL1-IS-DELETE
              PERFORM 2230-DELETE-ENTRY
           ELSE
              ADD 1                    TO WRK-CUR-ENTRY-COUNTER
              PERFORM 2220-UPSERT-ENTRY
           END-IF.
      *----------------------------------------------------------------*
       2200-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2220-UPSERT-ENTRY               SECTION.
      *----------------------------------------------------------------*
      *    THE LIST CONTENT WINS.  AN ENTRY IDENTICAL TO THE ROW WE    *
      *    HOLD IS ONLY RE-STAMPED WITH THIS RUN (SO A FULL REFRESH    *
      *    KEEPS IT) AND IS NEITHER REPORTED NOR COUNTED AS A CHANGE - *
      *    ONLY A NEW OR DIFFERENT ENTRY CAN START A CUSTOMER MATCHING.*
      *----------------------------------------------------------------*
           MOVE 'READING TB_SCREEN_LIST'
                                       TO WRK-ERROR-MSG.

           EXEC SQL
               SELECT LIST_TYPE
                     ,DOC_TYPE
                     ,DOC_NUMBER
                     ,NAME
                     ,BIRTH
                     ,LIST_INFO
               INTO  :WRK-OLD-LIST-TYPE
                    ,:WRK-OLD-DOC-TYPE
                    ,:WRK-OLD-DOC-NUMBER
                    ,:WRK-OLD-NAME
                    ,:WRK-OLD-BIRTH
                    ,:WRK-OLD-LIST-INFO
               FROM  TB_SCREEN_LIST
               WHERE LIST_ID  = :SCRL-LIST-ID
                 AND ENTRY_ID = :SCRL-ENTRY-ID
           END-EXEC.

           IF SQLCODE NOT EQUAL ZEROS AND +100
              MOVE SQLCODE             TO WRK-SQLCODE-SINAL
              STRING 'SQLCODE..:',WRK-SQLCODE-X
                                       DELIMITED BY SPACE
                                       INTO WRK-ERROR-CODE
              PERFORM 9999-CALL-ABEND-PGM
           END-IF.

           IF SQLCODE EQUAL +100
              PERFORM 2225-INSERT-ENTRY
              GO TO 2220-99-EXIT
           END-IF.

           IF WRK-OLD-LIST-TYPE        EQUAL SCRL-LIST-TYPE
              AND WRK-OLD-DOC-TYPE     EQUAL SCRL-DOC-TYPE
              AND WRK-OLD-DOC-NUMBER   EQUAL SCRL-DOC-NUMBER
              AND WRK-OLD-NAME         EQUAL SCRL-NAME
              AND WRK-OLD-BIRTH        EQUAL SCRL-BIRTH
              AND WRK-OLD-LIST-INFO    EQUAL SCRL-LIST-INFO
              MOVE 'RE-STAMPING TB_SCREEN_LIST'
                                       TO WRK-ERROR-MSG
              IF CSRGPARM-IS-PRODUCTION
                 EXEC SQL
                     UPDATE TB_SCREEN_LIST
                        SET LOAD_RUN_ID = :SCRL-LOAD-RUN-ID
                           ,LOADED_DT   = :SCRL-LOADED-DT
                      WHERE LIST_ID     = :SCRL-LIST-ID
                        AND ENTRY_ID    = :SCRL-ENTRY-ID
                 END-EXEC
              ELSE
                 MOVE ZEROS            TO SQLCODE
              END-IF
              IF SQLCODE NOT EQUAL ZEROS
                 MOVE SQLCODE          TO WRK-SQLCODE-SINAL
                 STRING 'SQLCODE..:',WRK-SQLCODE-X
                                       DELIMITED BY SPACE
                                       INTO WRK-ERROR-CODE
                 PERFORM 9999-CALL-ABEND-PGM
              END-IF
              ADD 1                    TO WRK-UNCHANGED-REGS-COUNTER
              GO TO 2220-99-EXIT
           END-IF.

           MOVE 'UPDATING TB_SCREEN_LIST'
                                       TO WRK-ERROR-MSG.

           IF CSRGPARM-IS-PRODUCTION
              EXEC SQL
                  UPDATE TB_SCREEN_LIST
                     SET LIST_TYPE   = :SCRL-LIST-TYPE
                        ,DOC_TYPE    = :SCRL-DOC-TYPE
                        ,DOC_NUMBER  = :SCRL-DOC-NUMBER
                        ,NAME        = :SCRL-NAME
                        ,MATCH_NAME  = :SCRL-MATCH-NAME
                        ,BIRTH       = :SCRL-BIRTH
                        ,LIST_INFO   = :SCRL-LIST-INFO
                        ,LOAD_RUN_ID = :SCRL-LOAD-RUN-ID
                        ,LOADED_DT   = :SCRL-LOADED-DT
                   WHERE LIST_ID     = :SCRL-LIST-ID
                     AND ENTRY_ID    = :SCRL-ENTRY-ID
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

           ADD 1                       TO WRK-CHANGED-REGS-COUNTER.
           MOVE 'CHANGED'              TO WRK-APPLIED-ACTION.
           PERFORM 3220-PUT-DELTA-LINE.
      *----------------------------------------------------------------*
       2220-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2225-INSERT-ENTRY               SECTION.
      *----------------------------------------------------------------*
           MOVE 'INSERTING TB_SCREEN_LIST'
                                       TO WRK-ERROR-MSG.

           IF CSRGPARM-IS-PRODUCTION
              EXEC SQL
                  INSERT INTO TB_SCREEN_LIST
                  (LIST_ID
                  ,ENTRY_ID
                  ,LIST_TYPE
                  ,DOC_TYPE
                  ,DOC_NUMBER
                  ,NAME
                  ,MATCH_NAME
                  ,BIRTH
                  ,LIST_INFO
                  ,LOAD_RUN_ID
                  ,LOADED_DT)
                  VALUES
                  (:SCRL-LIST-ID
                  ,:SCRL-ENTRY-ID
                  ,:SCRL-LIST-TYPE
                  ,:SCRL-DOC-TYPE
                  ,:SCRL-DOC-NUMBER
                  ,:SCRL-NAME
                  ,:SCRL-MATCH-NAME
                  ,:SCRL-BIRTH
                  ,:SCRL-LIST-INFO
                  ,:SCRL-LOAD-RUN-ID
                  ,:SCRL-LOADED-DT)
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

           ADD 1                       TO WRK-ADDED-REGS-COUNTER.
           MOVE 'ADDED'                TO WRK-APPLIED-ACTION.
           PERFORM 3220-PUT-DELTA-LINE.
      *----------------------------------------------------------------*
       2225-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2230-DELETE-ENTRY               SECTION.
      *----------------------------------------------------------------*
      *    A DELISTED ENTRY LEAVES THE TABLE.  HITS ALREADY RAISED     *
      *    AGAINST IT STAY ON TB_SCREEN_HIT WITH THEIR DISPOSITION -   *
      *    A CONFIRMED SANCTIONS HOLD IS LIFTED BY COMPLIANCE          *
      *    (CSRG0073), NEVER BY THE LIST FEED.                         *
      *----------------------------------------------------------------*
           MOVE 'DELETING TB_SCREEN_LIST'
                                       TO WRK-ERROR-MSG.

           IF CSRGPARM-IS-PRODUCTION
              EXEC SQL
                  DELETE FROM TB_SCREEN_LIST
                        WHERE LIST_ID  = :SCRL-LIST-ID
                          AND ENTRY_ID = :SCRL-ENTRY-ID
              END-EXEC
           ELSE
              MOVE ZEROS               TO SQLCODE
           END-IF.

           EVALUATE SQLCODE
              WHEN ZEROS
                 ADD 1                 TO WRK-DELETED-REGS-COUNTER
                 MOVE 'DELETED'        TO WRK-APPLIED-ACTION
                 PERFORM 3220-PUT-DELTA-LINE
              WHEN +100
                 ADD 1                 TO WRK-NOTFOUND-REGS-COUNTER
                 MOVE 'NOTFOUND'       TO WRK-APPLIED-ACTION
                 PERFORM 3220-PUT-DELTA-LINE
              WHEN OTHER
                 MOVE SQLCODE          TO WRK-SQLCODE-SINAL
                 STRING 'SQLCODE..:',WRK-SQLCODE-X
                                       DELIMITED BY SPACE
                                       INTO WRK-ERROR-CODE
                 PERFORM 9999-CALL-ABEND-PGM
           END-EVALUATE.
      *----------------------------------------------------------------*
       2230-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2500-REJECT-CARD                SECTION.
      *----------------------------------------------------------------*
           ADD 1                       TO WRK-REJECTED-REGS-COUNTER.

           MOVE 'REJECTED'             TO WRK-APPLIED-ACTION.

           IF CSRGSCL1-IS-ENTRY
              MOVE WRK-CUR-LIST-ID     TO SCRL-LIST-ID
              MOVE CSRGSCL1-ENTRY-ID   TO SCRL-ENTRY-ID
              MOVE WRK-CUR-LIST-TYPE   TO SCRL-LIST-TYPE
              MOVE CSRGSCL1-DOC-NUMBER TO SCRL-DOC-NUMBER
              MOVE CSRGSCL1-NAME       TO SCRL-NAME
           ELSE
              MOVE CSRGSCL1-LIST-ID    TO SCRL-LIST-ID
              MOVE SPACES              TO SCRL-ENTRY-ID
                                          SCRL-DOC-NUMBER
                                          SCRL-NAME
              MOVE CSRGSCL1-LIST-TYPE  TO SCRL-LIST-TYPE
           END-IF.

           PERFORM 3220-PUT-DELTA-LINE.
      *----------------------------------------------------------------*
       2500-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2600-COMMIT-INTERVAL            SECTION.
      *----------------------------------------------------------------*
      *    COMMITS EVERY CSRGPARM-COMMIT-INTERVAL CARDS, THE SAME      *
      *    CADENCE AS THE CSRG0027 REFERENCE LOAD.                     *
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
       2700-CLOSE-LIST                 SECTION.
      *----------------------------------------------------------------*
      *    END OF A LIST (THE NEXT HEADER, OR END OF FILE).  ONLY A    *
      *    FULL REFRESH HAS ANYTHING TO DO: EVERY ROW OF THE LIST THE  *
      *    RUN DID NOT ADD OR RE-STAMP IS NO LONGER ON THE LIST.  A    *
      *    FULL LIST THAT ARRIVED WITH NO USABLE ENTRY IS A BROKEN     *
      *    DELIVERY - DELISTING ON IT WOULD EMPTY THE LIST AND STOP    *
      *    THE SCREENING SILENTLY - SO THE LIST IS KEPT AS IT WAS.     *
      *----------------------------------------------------------------*
           IF NOT WRK-CUR-LIST-IS-OPEN
              OR NOT WRK-CUR-IS-FULL-REFRESH
              GO TO 2700-99-EXIT
           END-IF.

           MOVE 'N'                    TO WRK-CUR-LIST-SW.

           IF WRK-CUR-ENTRY-COUNTER    EQUAL ZEROS
              ADD 1                    TO WRK-KEPT-LISTS-COUNTER
              MOVE SPACES              TO WRK-SCLRPT-LINE
              STRING 'LIST ',WRK-CUR-LIST-ID,
                     ' FULL REFRESH CARRIED NO USABLE ENTRY -',
                     ' NOTHING DELISTED, LIST KEPT AS IT WAS'
                                       DELIMITED BY SIZE
                                       INTO  WRK-SCLRPT-LINE
              PERFORM 3210-PUT-SCLRPT-LINE
              GO TO 2700-99-EXIT
           END-IF.

           MOVE WRK-CUR-LIST-ID        TO SCRL-LIST-ID.
           MOVE CSRGPARM-BATCH-RUN-ID  TO SCRL-LOAD-RUN-ID.

           MOVE 'OPEN CURSOR CSR0071'  TO WRK-ERROR-MSG.

           EXEC SQL
               OPEN CSR0071
           END-EXEC.

           IF SQLCODE NOT EQUAL ZEROS
              MOVE SQLCODE             TO WRK-SQLCODE-SINAL
              STRING 'SQLCODE..:',WRK-SQLCODE-X
                                       DELIMITED BY SPACE
                                       INTO WRK-ERROR-CODE
              PERFORM 9999-CALL-ABEND-PGM
           END-IF.

           MOVE SPACES                 TO WRK-CURSOR-EOF.
           MOVE 'DELISTED'             TO WRK-APPLIED-ACTION.
           MOVE SPACES                 TO WRK-REJECT-REASON.

           PERFORM 2710-FETCH-DELISTED.

           PERFORM 2720-REPORT-DELISTED
              UNTIL WRK-CURSOR-EOF     EQUAL 'END'.

           EXEC SQL
               CLOSE CSR0071
           END-EXEC.

           MOVE 'DELISTING TB_SCREEN_LIST'
                                       TO WRK-ERROR-MSG.

           IF CSRGPARM-IS-PRODUCTION
              EXEC SQL
                  DELETE FROM TB_SCREEN_LIST
                        WHERE LIST_ID     = :SCRL-LIST-ID
                          AND LOAD_RUN_ID <> :SCRL-LOAD-RUN-ID
              END-EXEC
           ELSE
              MOVE ZEROS               TO SQLCODE
           END-IF.

           IF SQLCODE NOT EQUAL ZEROS AND +100
              MOVE SQLCODE             TO WRK-SQLCODE-SINAL
              STRING 'SQLCODE..:',WRK-SQLCODE-X
                                       DELIMITED BY SPACE
                                       INTO WRK-ERROR-CODE
              PERFORM 9999-CALL-ABEND-PGM
           END-IF.
      *----------------------------------------------------------------*
       2700-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2710-FETCH-DELISTED             SECTION.
      *----------------------------------------------------------------*
           MOVE 'FETCHING CSR0071'     TO   WRK-ERROR-MSG.

           EXEC SQL
               FETCH CSR0071
                   INTO :SCRL-ENTRY-ID, :SCRL-LIST-TYPE,
                        :SCRL-DOC-NUMBER, :SCRL-NAME
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
       2710-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2720-REPORT-DELISTED            SECTION.
      *----------------------------------------------------------------*
           ADD 1                       TO WRK-DELISTED-REGS-COUNTER.

           PERFORM 3220-PUT-DELTA-LINE.

           PERFORM 2710-FETCH-DELISTED.
      *----------------------------------------------------------------*
       2720-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       3000-FINALIZE                   SECTION.
      *----------------------------------------------------------------*
           PERFORM 2700-CLOSE-LIST.

           IF CSRGPARM-IS-PRODUCTION
              EXEC SQL
                  COMMIT
              END-EXEC
           END-IF.

           PERFORM 3200-WRITE-TOTALS.

           DISPLAY '***************************'.
           DISPLAY '*  SUCCESSFUL  EXECUTION  *'.
           DISPLAY '***************************'.
           DISPLAY '*MODULE..........:' WRK-PROGRAM '*'.
           DISPLAY '*COMPILED........:'
           DD-COMPILED '/' MM-COMPILED '/' YY-COMPILED '*'.
           DISPLAY '*.................'
           HOUR-COMPILED '.' MINUTE-COMPILED '.'SECOND-COMPILED '*'.
           DISPLAY '*-------------------------*'.
           DISPLAY '*RECORDS SCRLIST.....:' WRK-SCRLIST-REGS-COUNTER
           '*'.
           DISPLAY '*LISTS LOADED........:' WRK-LISTS-REGS-COUNTER
           '*'.
           DISPLAY '*ENTRIES ADDED.......:' WRK-ADDED-REGS-COUNTER
           '*'.
           DISPLAY '*ENTRIES CHANGED.....:' WRK-CHANGED-REGS-COUNTER
           '*'.
           DISPLAY '*ENTRIES UNCHANGED...:' WRK-UNCHANGED-REGS-COUNTER
           '*'.
           DISPLAY '*ENTRIES DELETED.....:' WRK-DELETED-REGS-COUNTER
           '*'.
           DISPLAY '*DELETES NOT FOUND...:' WRK-NOTFOUND-REGS-COUNTER
           '*'.
           DISPLAY '*ENTRIES DELISTED....:' WRK-DELISTED-REGS-COUNTER
           '*'.
           DISPLAY '*LISTS KEPT (EMPTY)..:' WRK-KEPT-LISTS-COUNTER
           '*'.
           DISPLAY '*CARDS REJECTED......:' WRK-REJECTED-REGS-COUNTER
           '*'.
           DISPLAY '*-------------------------*'.
           DISPLAY '*EXECUTED......:' WRK-DATE-FORMATTED '*'.
           DISPLAY '*.................' WRK-TIME-FORMATTED '*'.
           DISPLAY '***************************'.

           IF CSRGPARM-IS-TEST-MODE
              DISPLAY '*** TEST MODE - COUNTS ABOVE ARE SIMULATED,  ***'
              DISPLAY '*** THE SCREENING LISTS WERE NOT CHANGED     ***'
           END-IF.

      *    NOTHING NEW TO MATCH AGAINST - THE FULL-BASE RESCREEN
      *    BEHIND THIS STEP IS SKIPPED:
           IF WRK-ADDED-REGS-COUNTER   EQUAL ZEROS
              AND WRK-CHANGED-REGS-COUNTER
                                       EQUAL ZEROS
              DISPLAY '*** NO ENTRY ADDED OR CHANGED - RC=04, NO   ***'
              DISPLAY '*** RESCREEN OF THE BASE IS NEEDED          ***'
              MOVE 4                   TO RETURN-CODE
           END-IF.

           STOP RUN.
      *----------------------------------------------------------------*
       3000-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       3200-WRITE-TOTALS               SECTION.
      *----------------------------------------------------------------*
           MOVE SPACES                 TO    WRK-SCLRPT-LINE.
           PERFORM 3210-PUT-SCLRPT-LINE.

           MOVE SPACES                 TO    WRK-SCLRPT-LINE.
           STRING 'CARDS READ / LISTS / ADDED / CHANGED / UNCHANGED: ',
                  WRK-SCRLIST-REGS-COUNTER,' ',
                  WRK-LISTS-REGS-COUNTER,' ',
                  WRK-ADDED-REGS-COUNTER,' ',
                  WRK-CHANGED-REGS-COUNTER,' ',
                  WRK-UNCHANGED-REGS-COUNTER
                                       DELIMITED BY SIZE
                                       INTO  WRK-SCLRPT-LINE.
           PERFORM 3210-PUT-SCLRPT-LINE.

           MOVE SPACES                 TO    WRK-SCLRPT-LINE.
           STRING 'DELETED / NOT FOUND / DELISTED / REJECTED.......: ',
                  WRK-DELETED-REGS-COUNTER,' ',
                  WRK-NOTFOUND-REGS-COUNTER,' ',
                  WRK-DELISTED-REGS-COUNTER,' ',
                  WRK-REJECTED-REGS-COUNTER
                                       DELIMITED BY SIZE
                                       INTO  WRK-SCLRPT-LINE.
           PERFORM 3210-PUT-SCLRPT-LINE.
      *----------------------------------------------------------------*
       3200-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       3210-PUT-SCLRPT-LINE            SECTION.
      *----------------------------------------------------------------*
           MOVE  WRK-SCLRPT-LINE       TO    FD-REG-SCLRPT.

           WRITE FD-REG-SCLRPT.

           PERFORM 8200-TEST-FS-SCLRPT.
      *----------------------------------------------------------------*
       3210-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       3220-PUT-DELTA-LINE             SECTION.
      *----------------------------------------------------------------*
      *    ONE LINE PER ENTRY ADDED, CHANGED, DELETED, DELISTED OR     *
      *    REFUSED, SO WHAT A LIST DELIVERY DID IS REVIEWABLE.         *
      *----------------------------------------------------------------*
           MOVE SPACES                 TO    WRK-SCLRPT-LINE.

           MOVE WRK-APPLIED-ACTION     TO    WRK-SCLRPT-LINE (1:8).
           MOVE SCRL-LIST-ID           TO    WRK-SCLRPT-LINE (10:8).
           MOVE SCRL-ENTRY-ID          TO    WRK-SCLRPT-LINE (19:20).
           MOVE SCRL-LIST-TYPE         TO    WRK-SCLRPT-LINE (40:1).
           MOVE SCRL-DOC-NUMBER        TO    WRK-SCLRPT-LINE (42:15).
           MOVE SCRL-NAME              TO    WRK-SCLRPT-LINE (58:50).
           MOVE WRK-REJECT-REASON      TO    WRK-SCLRPT-LINE (109:24).

           PERFORM 3210-PUT-SCLRPT-LINE.
      *----------------------------------------------------------------*
       3220-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       7200-NORMALIZE-NAME             SECTION.
      *----------------------------------------------------------------*
      *    BUILDS THE SCREENING FORM OF WRK-NORM-NAME-IN: UPPERCASED,  *
      *    '.', ',', '-' AND APOSTROPHES TURNED TO BLANKS (LISTS       *
      *    PUNCTUATE NAMES, OUR INTAKE DOES NOT) AND RUNS OF BLANKS    *
      *    SQUEEZED TO ONE.  CSRG0072 APPLIES THE SAME RULE TO THE     *
      *    CUSTOMER'S NAME.                                            *
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
       8100-TEST-FS-SCRLIST            SECTION.
      *----------------------------------------------------------------*
           IF WRK-FS-SCRLIST           NOT EQUAL ZEROS AND 10
              MOVE WRK-FS-SCRLIST      TO  WRK-ERROR-CODE
              PERFORM 9999-CALL-ABEND-PGM
           END-IF.
      *----------------------------------------------------------------*
       8100-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       8200-TEST-FS-SCLRPT             SECTION.
      *----------------------------------------------------------------*
           IF WRK-FS-SCLRPT            NOT EQUAL ZEROS
              MOVE WRK-FS-SCLRPT       TO  WRK-ERROR-CODE
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
