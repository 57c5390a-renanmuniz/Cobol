      *                  DEDUPES THE NORMALIZED OUTPUT INTO THE CLEAN  *
      *                  FLAT FILE0002 THE CSRGLOAD KSDS LOAD READS,   *
      *                  SO PARTNER DATA PROBLEMS NO LONGER SURFACE    *
      *                  AS NIGHTLY REJECT SPIKES.  THE STREET IS      *
      *                  ALSO PASSED THROUGH CSRGSTRT SO ITS STREET    *
      *                  TYPE AND ABBREVIATIONS ARRIVE IN THE ONE      *
      *                  STANDARD FORM ('AV.' BECOMES 'AVENIDA').      *
      *                  A PARTNER THAT SENDS A ';'-DELIMITED FILE     *
      *                  INSTEAD (CSRGPARM INTAKE FORMAT D) IS READ    *
      *                  FROM DLMIN: THE HEADER LINE NAMES THE         *
      *                  COLUMNS, QUOTED FIELDS MAY CARRY THE ';',     *
      *                  AND EACH ROW IS MAPPED TO THE SAME CSTMRG01   *
      *                  IMAGE BEFORE THE EDITS ABOVE.  A ROW WITH THE *
      *                  WRONG COLUMN COUNT IS REJECTED ON CORRRPT     *
      *                  WITH ITS LINE NUMBER; AN UNKNOWN HEADER       *
      *                  REJECTS THE WHOLE FILE WITH RC=8.             *
      *----------------------------------------------------------------*
      *    FILES.......:  DDNAME          LRECL       INCLUDE/BOOK     *
      *                   RAWIN           00311       CSTMRG01         *
      *                   DLMIN           01024       NONE             *
      *                   CLEANOUT        00311       CSTMRG01         *
      *                   CORRRPT         00080       NONE             *
      *----------------------------------------------------------------*
      *                     SURROGATE CUSTOMER-ID FIELD (CSTMRG01      *
      *                     IMAGES TO LRECL=311 AND EVERY PREFIXED     *
      *                     FILE GREW WITH THEM).                      *
      *    15/10/2026 RMM - STREET STANDARDIZED THROUGH THE CSRGSTRT   *
      *                     MODULE; STANDARDIZED AND TOO-LONG STREETS  *
      *                     COUNTED ON CORRRPT.                        *
      *    15/10/2026 RMM - ';'-DELIMITED PARTNER INPUT ON DLMIN,      *
      *                     SELECTED BY THE CSRGPARM INTAKE FORMAT     *
      *                     (POS 297); COLUMNS MAPPED BY HEADER NAME,  *
      *                     BAD ROWS REJECTED ON CORRRPT BY LINE.      *
      *                     RUN PARMS NOW READ FROM SYSIN.             *
      *----------------------------------------------------------------*
      *    TABLE DB2...:  NONE.                                        *
      *----------------------------------------------------------------*
            ACCESS MODE  IS     SEQUENTIAL
            FILE STATUS  IS     WRK-FS-RAWIN.

           SELECT DLMIN         ASSIGN TO UTS-S-DLMIN
            ORGANIZATION IS     SEQUENTIAL
            ACCESS MODE  IS     SEQUENTIAL
            FILE STATUS  IS     WRK-FS-DLMIN.

           SELECT CLEANOUT      ASSIGN TO UTS-S-CLEANOUT
            ORGANIZATION IS     SEQUENTIAL
            ACCESS MODE  IS     SEQUENTIAL
           BLOCK CONTAINS 00 RECORDS.
       01 FD-REG-RAWIN      PIC X(311).

       FD DLMIN
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS 00 RECORDS.
       01 FD-REG-DLMIN      PIC X(1024).

       FD CLEANOUT
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
       77 WRK-CPF-REFORMATTED-COUNTER            PIC 9(07) VALUE ZEROS .
       77 WRK-UPPERCASED-COUNTER                 PIC 9(07) VALUE ZEROS .
       77 WRK-TRIMMED-COUNTER                    PIC 9(07) VALUE ZEROS .
       77 WRK-STREET-STD-COUNTER                 PIC 9(07) VALUE ZEROS .
       77 WRK-STREET-LONG-COUNTER                PIC 9(07) VALUE ZEROS .
       77 WRK-DLMIN-LINES-COUNTER                PIC 9(07) VALUE ZEROS .
       77 WRK-ROWS-REJECTED-COUNTER              PIC 9(07) VALUE ZEROS .

       77 WRK-RAWIN-EOF                          PIC X(03) VALUE SPACES.

       01 WRK-RAWIN-REG.
          COPY 'CSTMRG01'.

      *RUN PARAMETERS - ONLY THE INTAKE FORMAT (POS 297) IS USED HERE:
          COPY 'CSRGPARM'.

      *DELIMITED PARTNER LINE AND THE COLUMNS SPLIT OUT OF IT.  A
      *VALUE LONGER THAN ITS SLOT OR A COLUMN PAST THE TWENTIETH IS
      *COUNTED BUT NOT KEPT:
       01 WRK-DLMIN-REG                          PIC X(1024) VALUE
                                                          SPACES.
       77 WRK-DELIM-CHAR                         PIC X(01) VALUE ';'.
       77 WRK-QUOTE-CHAR                         PIC X(01) VALUE '"'.
       77 WRK-DLM-CHAR                           PIC X(01) VALUE SPACE.
       77 WRK-DLM-NEXT-CHAR                      PIC X(01) VALUE SPACE.
       77 WRK-DLM-LINE-LEN                       PIC 9(04) VALUE ZEROS .
       77 WRK-DLM-POS                            PIC 9(04) VALUE ZEROS .
       77 WRK-DLM-FLD-LEN                        PIC 9(04) VALUE ZEROS .
       77 WRK-DLM-COL-COUNT                      PIC 9(04) VALUE ZEROS .
       77 WRK-DLM-MAX-COLS                       PIC 9(04) VALUE 20    .
       77 WRK-DLM-MAX-LEN                        PIC 9(04) VALUE 60    .
       01 WRK-DLM-FIELDS.
          03 WRK-DLM-FIELD                       PIC X(60)
                                                  OCCURS 20 TIMES.
       01 WRK-DLM-QUOTE-SW                       PIC X(01) VALUE 'N'.
          88 WRK-DLM-IN-QUOTES                         VALUE 'Y'.
       01 WRK-DLM-ROW-READY-SW                   PIC X(01) VALUE 'N'.
          88 WRK-DLM-ROW-IS-READY                      VALUE 'Y'.

      *HEADER MAP - THE CSTMRG01 SLOT (01=CPF ... 15=CUST-ID) EACH
      *DELIMITED COLUMN FEEDS, AND WHICH SLOTS ARE ALREADY TAKEN:
       77 WRK-HDR-COL-COUNT                      PIC 9(04) VALUE ZEROS .
       77 WRK-HDR-IDX                            PIC 9(04) VALUE ZEROS .
       77 WRK-HDR-NAME                           PIC X(50) VALUE SPACES.
       01 WRK-HDR-SLOTS.
          03 WRK-HDR-SLOT                        PIC 9(02)
                                                  OCCURS 20 TIMES.
       01 WRK-SLOT-USED-TABLE.
          03 WRK-SLOT-USED                       PIC X(01)
                                                  OCCURS 15 TIMES.
       01 WRK-INTAKE-REJECTED-SW                 PIC X(01) VALUE 'N'.
          88 WRK-INTAKE-WAS-REJECTED                   VALUE 'Y'.
       77 WRK-REJECT-REASON                      PIC X(50) VALUE SPACES.

      *THE LOWERCASE AND UPPERCASE ALPHABETS FOR INSPECT CONVERTING:
       77 WRK-LOWER-ALPHA                        PIC X(26) VALUE
                                  'abcdefghijklmnopqrstuvwxyz'.

       77 WRK-CORRRPT-LINE                       PIC X(80) VALUE SPACES.

      *STREET-ADDRESS STANDARDIZATION MODULE AND ITS PARAMETERS:
       77 WRK-STRT-PGM                           PIC X(08) VALUE
                                                          'CSRGSTRT'  .
       01 WRK-STRT-PARM.
          COPY 'CSRGSTR1'.

      *DATA FOR ERROR LOG:
       01 WRK-ERROR-LOG.
          03 WRK-PROGRAM                         PIC X(08) VALUE

       01 WRK-FILE-STATUS.
          03 WRK-FS-RAWIN                        PIC 9(02) VALUE ZEROS .
          03 WRK-FS-DLMIN                        PIC 9(02) VALUE ZEROS .
          03 WRK-FS-CLEANOUT                     PIC 9(02) VALUE ZEROS .
          03 WRK-FS-CORRRPT                      PIC 9(02) VALUE ZEROS .

      *----------------------------------------------------------------*
           PERFORM 9000-GET-DATE-TIME.

           PERFORM 1050-GET-RUN-PARMS.

           INITIALIZE WRK-RAWIN-REG.
           INITIALIZE WRK-STRT-PARM.

           IF CSRGPARM-INTAKE-IS-DELIM
              OPEN INPUT  DLMIN
              MOVE 'OPEN FILE DLMIN'   TO WRK-ERROR-MSG
              PERFORM 8400-TEST-FS-DLMIN
           ELSE
              OPEN INPUT  RAWIN
              MOVE 'OPEN FILE RAWIN'   TO WRK-ERROR-MSG
              PERFORM 8100-TEST-FS-RAWIN
           END-IF.

           OPEN OUTPUT CLEANOUT
                       CORRRPT.

           MOVE 'OPEN FILE CLEANOUT'   TO WRK-ERROR-MSG.
           PERFORM 8200-TEST-FS-CLEANOUT.
           MOVE 'OPEN FILE CORRRPT'    TO WRK-ERROR-MSG.
           PERFORM 8300-TEST-FS-CORRRPT.

           PERFORM 1100-WRITE-REPORT-TITLE.

           IF CSRGPARM-INTAKE-IS-DELIM
              PERFORM 2700-READ-DLMIN-HEADER
           END-IF.

           IF WRK-RAWIN-EOF            NOT EQUAL 'END'
              PERFORM 2100-READ-RAWIN
           END-IF.
      *----------------------------------------------------------------*
       1000-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       1050-GET-RUN-PARMS              SECTION.
      *----------------------------------------------------------------*
      *    A BLANK INTAKE FORMAT IS THE FIXED CSTMRG01 IMAGE.          *
      *----------------------------------------------------------------*
           MOVE SPACES                 TO   CSRGPARM-RUN-PARMS.

           ACCEPT CSRGPARM-RUN-PARMS   FROM SYSIN.

           IF NOT CSRGPARM-INTAKE-IS-FIXED
              AND NOT CSRGPARM-INTAKE-IS-DELIM
              MOVE 'CSRGPARM-INTAKE-FORMAT INVALID'
                                       TO WRK-ERROR-CODE
              PERFORM 9999-CALL-ABEND-PGM
           END-IF.
      *----------------------------------------------------------------*
       1050-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       1100-WRITE-REPORT-TITLE         SECTION.
      *----------------------------------------------------------------*
      *    THE TITLE GOES OUT FIRST SO DELIMITED-ROW REJECTS, WRITTEN  *
      *    AS THEY ARE FOUND, LAND UNDER IT.                           *
      *----------------------------------------------------------------*
           MOVE SPACES                 TO WRK-CORRRPT-LINE.
           STRING 'CSRG0020 INTAKE NORMALIZATION REPORT - RUN ',
                  WRK-DATE-FORMATTED,' ',WRK-TIME-FORMATTED
                                       DELIMITED BY SIZE
                                       INTO WRK-CORRRPT-LINE.
           PERFORM 3110-PUT-CORRRPT-LINE.

           IF CSRGPARM-INTAKE-IS-DELIM
              MOVE SPACES              TO WRK-CORRRPT-LINE
              STRING 'DELIMITED INTAKE (DLMIN) - LINE NUMBERS COUNT ',
                     'THE HEADER AS LINE 1'
                                       DELIMITED BY SIZE
                                       INTO WRK-CORRRPT-LINE
              PERFORM 3110-PUT-CORRRPT-LINE
           END-IF.
      *----------------------------------------------------------------*
       1100-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2000-PROCESS                    SECTION.
      *----------------------------------------------------------------*

           PERFORM 2400-TRIM-TEXT.

           PERFORM 2450-STANDARDIZE-STREET.

           PERFORM 2500-WRITE-CLEANOUT.

           PERFORM 2100-READ-RAWIN.
      *----------------------------------------------------------------*
       2100-READ-RAWIN                 SECTION.
      *----------------------------------------------------------------*
           IF CSRGPARM-INTAKE-IS-DELIM
              PERFORM 2600-READ-DLMIN-ROW
              GO TO 2100-99-EXIT
           END-IF.

           MOVE 'READING RAWIN'        TO   WRK-ERROR-MSG.

           READ RAWIN                  INTO WRK-RAWIN-REG.
      *----------------------------------------------------------------*
       2420-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2450-STANDARDIZE-STREET         SECTION.
      *----------------------------------------------------------------*
      *    THE UPPERCASED, TRIMMED STREET GOES THROUGH CSRGSTRT.  A    *
      *    STREET WHOSE STANDARD FORM WOULD NOT FIT IS LEFT AS TYPED   *
      *    AND COUNTED SEPARATELY FOR THE DATA STEWARDS.               *
      *----------------------------------------------------------------*
           MOVE CSTMRG01-STREET OF WRK-RAWIN-REG
                                       TO CSRGSTR1-STREET.

           CALL WRK-STRT-PGM           USING WRK-STRT-PARM.

           EVALUATE TRUE
              WHEN CSRGSTR1-WAS-CHANGED
                 MOVE CSRGSTR1-STREET  TO CSTMRG01-STREET
                                          OF WRK-RAWIN-REG
                 ADD 1                 TO WRK-STREET-STD-COUNTER
              WHEN CSRGSTR1-WAS-TOO-LONG
                 ADD 1                 TO WRK-STREET-LONG-COUNTER
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.
      *----------------------------------------------------------------*
       2450-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2500-WRITE-CLEANOUT             SECTION.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2500-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2600-READ-DLMIN-ROW             SECTION.
      *----------------------------------------------------------------*
      *    DELIVERS THE NEXT GOOD DELIMITED ROW, MAPPED TO CSTMRG01,   *
      *    IN WRK-RAWIN-REG.  BAD ROWS ARE REJECTED ON THE WAY.        *
      *----------------------------------------------------------------*
           MOVE 'N'                    TO WRK-DLM-ROW-READY-SW.

           PERFORM 2610-TAKE-DLMIN-LINE
              UNTIL WRK-DLM-ROW-IS-READY
                 OR WRK-RAWIN-EOF      EQUAL 'END'.
      *----------------------------------------------------------------*
       2600-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2610-TAKE-DLMIN-LINE            SECTION.
      *----------------------------------------------------------------*
      *    A BLANK LINE IS SKIPPED.  A ROW WHOSE COLUMN COUNT DIFFERS  *
      *    FROM THE HEADER'S, OR WHOSE QUOTES NEVER CLOSE, IS          *
      *    REJECTED RATHER THAN GUESSED AT.                            *
      *----------------------------------------------------------------*
           PERFORM 2620-READ-DLMIN-LINE.

           IF WRK-RAWIN-EOF            EQUAL 'END'
              OR WRK-DLMIN-REG         EQUAL SPACES
              GO TO 2610-99-EXIT
           END-IF.

           ADD 1                       TO WRK-RAWIN-REGS-COUNTER.

           PERFORM 2630-SPLIT-DLMIN-LINE.

           IF WRK-DLM-IN-QUOTES
              MOVE 'QUOTED FIELD NOT CLOSED'
                                       TO WRK-REJECT-REASON
              PERFORM 2690-REJECT-DLMIN-ROW
              GO TO 2610-99-EXIT
           END-IF.

           IF WRK-DLM-COL-COUNT        NOT EQUAL WRK-HDR-COL-COUNT
              MOVE SPACES              TO WRK-REJECT-REASON
              STRING WRK-DLM-COL-COUNT, ' COLUMNS, HEADER HAS ',
                     WRK-HDR-COL-COUNT DELIMITED BY SIZE
                                       INTO WRK-REJECT-REASON
              PERFORM 2690-REJECT-DLMIN-ROW
              GO TO 2610-99-EXIT
           END-IF.

           INITIALIZE WRK-RAWIN-REG.

           MOVE 1                      TO WRK-HDR-IDX.

           PERFORM 2680-MAP-ONE-COLUMN
              UNTIL WRK-HDR-IDX        GREATER WRK-HDR-COL-COUNT.

           MOVE 'Y'                    TO WRK-DLM-ROW-READY-SW.
      *----------------------------------------------------------------*
       2610-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2620-READ-DLMIN-LINE            SECTION.
      *----------------------------------------------------------------*
           MOVE 'READING DLMIN'        TO   WRK-ERROR-MSG.

           READ DLMIN                  INTO WRK-DLMIN-REG.

           PERFORM  8400-TEST-FS-DLMIN.

           IF WRK-FS-DLMIN             EQUAL 10
              MOVE 'END'               TO   WRK-RAWIN-EOF
           ELSE
              ADD 1                    TO   WRK-DLMIN-LINES-COUNTER
           END-IF.
      *----------------------------------------------------------------*
       2620-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2630-SPLIT-DLMIN-LINE           SECTION.
      *----------------------------------------------------------------*
      *    SPLITS THE (NON-BLANK) LINE AT EVERY ';' OUTSIDE QUOTES.    *
      *    A FIELD OPENING WITH '"' RUNS TO THE NEXT LONE '"', AND A   *
      *    DOUBLED '""' INSIDE IT STANDS FOR ONE QUOTE CHARACTER.      *
      *    THE FIXED-LENGTH PADDING AFTER THE LAST FIELD IS IGNORED.   *
      *----------------------------------------------------------------*
           MOVE SPACES                 TO WRK-DLM-FIELDS.
           MOVE 'N'                    TO WRK-DLM-QUOTE-SW.
           MOVE 1                      TO WRK-DLM-COL-COUNT.
           MOVE ZEROS                  TO WRK-DLM-FLD-LEN.

           MOVE 1024                   TO WRK-DLM-LINE-LEN.

           PERFORM 2640-FIND-LINE-END
              UNTIL WRK-DLMIN-REG (WRK-DLM-LINE-LEN:1)
                                       NOT EQUAL SPACE.

           MOVE 1                      TO WRK-DLM-POS.

           PERFORM 2650-SCAN-ONE-CHAR
              UNTIL WRK-DLM-POS        GREATER WRK-DLM-LINE-LEN.
      *----------------------------------------------------------------*
       2630-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2640-FIND-LINE-END              SECTION.
      *----------------------------------------------------------------*
           SUBTRACT 1                  FROM WRK-DLM-LINE-LEN.
      *----------------------------------------------------------------*
       2640-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2650-SCAN-ONE-CHAR              SECTION.
      *----------------------------------------------------------------*
           MOVE WRK-DLMIN-REG (WRK-DLM-POS:1)
                                       TO WRK-DLM-CHAR.

           MOVE SPACE                  TO WRK-DLM-NEXT-CHAR.
           IF WRK-DLM-POS              LESS WRK-DLM-LINE-LEN
              MOVE WRK-DLMIN-REG (WRK-DLM-POS + 1:1)
                                       TO WRK-DLM-NEXT-CHAR
           END-IF.

           EVALUATE TRUE
              WHEN WRK-DLM-IN-QUOTES
               AND WRK-DLM-CHAR        EQUAL WRK-QUOTE-CHAR
               AND WRK-DLM-NEXT-CHAR   EQUAL WRK-QUOTE-CHAR
                 PERFORM 2660-APPEND-ONE-CHAR
                 ADD 1                 TO WRK-DLM-POS
              WHEN WRK-DLM-IN-QUOTES
               AND WRK-DLM-CHAR        EQUAL WRK-QUOTE-CHAR
                 MOVE 'N'              TO WRK-DLM-QUOTE-SW
              WHEN WRK-DLM-IN-QUOTES
                 PERFORM 2660-APPEND-ONE-CHAR
              WHEN WRK-DLM-CHAR        EQUAL WRK-DELIM-CHAR
                 ADD 1                 TO WRK-DLM-COL-COUNT
                 MOVE ZEROS            TO WRK-DLM-FLD-LEN
              WHEN WRK-DLM-CHAR        EQUAL WRK-QUOTE-CHAR
               AND WRK-DLM-FLD-LEN     EQUAL ZEROS
                 MOVE 'Y'              TO WRK-DLM-QUOTE-SW
              WHEN OTHER
                 PERFORM 2660-APPEND-ONE-CHAR
           END-EVALUATE.

           ADD 1                       TO WRK-DLM-POS.
      *----------------------------------------------------------------*
       2650-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2660-APPEND-ONE-CHAR            SECTION.
      *----------------------------------------------------------------*
           ADD 1                       TO WRK-DLM-FLD-LEN.

           IF WRK-DLM-COL-COUNT        NOT GREATER WRK-DLM-MAX-COLS
              AND WRK-DLM-FLD-LEN      NOT GREATER WRK-DLM-MAX-LEN
              MOVE WRK-DLM-CHAR        TO WRK-DLM-FIELD
                                          (WRK-DLM-COL-COUNT)
                                          (WRK-DLM-FLD-LEN:1)
           END-IF.
      *----------------------------------------------------------------*
       2660-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2680-MAP-ONE-COLUMN             SECTION.
      *----------------------------------------------------------------*
           EVALUATE WRK-HDR-SLOT (WRK-HDR-IDX)
              WHEN 01
                 MOVE WRK-DLM-FIELD (WRK-HDR-IDX)
                                  TO CSTMRG01-CPF OF WRK-RAWIN-REG
              WHEN 02
                 MOVE WRK-DLM-FIELD (WRK-HDR-IDX)
                                  TO CSTMRG01-NAME OF WRK-RAWIN-REG
              WHEN 03
                 MOVE WRK-DLM-FIELD (WRK-HDR-IDX)
                                  TO CSTMRG01-BIRTH OF WRK-RAWIN-REG
              WHEN 04
                 MOVE WRK-DLM-FIELD (WRK-HDR-IDX)
                                  TO CSTMRG01-STREET OF WRK-RAWIN-REG
              WHEN 05
                 MOVE WRK-DLM-FIELD (WRK-HDR-IDX)
                                  TO CSTMRG01-NUMBER OF WRK-RAWIN-REG
              WHEN 06
                 MOVE WRK-DLM-FIELD (WRK-HDR-IDX)
                                  TO CSTMRG01-OTHER-INFO
                                     OF WRK-RAWIN-REG
              WHEN 07
                 MOVE WRK-DLM-FIELD (WRK-HDR-IDX)
                                  TO CSTMRG01-CITY OF WRK-RAWIN-REG
              WHEN 08
                 MOVE WRK-DLM-FIELD (WRK-HDR-IDX)
                                  TO CSTMRG01-STATE OF WRK-RAWIN-REG
              WHEN 09
                 MOVE WRK-DLM-FIELD (WRK-HDR-IDX)
                                  TO CSTMRG01-COUNTRY OF WRK-RAWIN-REG
              WHEN 10
                 MOVE WRK-DLM-FIELD (WRK-HDR-IDX)
                                  TO CSTMRG01-EMAIL OF WRK-RAWIN-REG
              WHEN 11
                 MOVE WRK-DLM-FIELD (WRK-HDR-IDX)
                                  TO CSTMRG01-PHONE OF WRK-RAWIN-REG
              WHEN 12
                 MOVE WRK-DLM-FIELD (WRK-HDR-IDX)
                                  TO CSTMRG01-CEP OF WRK-RAWIN-REG
              WHEN 13
                 MOVE WRK-DLM-FIELD (WRK-HDR-IDX)
                                  TO CSTMRG01-DOC-TYPE
                                     OF WRK-RAWIN-REG
              WHEN 14
                 MOVE WRK-DLM-FIELD (WRK-HDR-IDX)
                                  TO CSTMRG01-PROVIDER-CODE
                                     OF WRK-RAWIN-REG
              WHEN 15
                 MOVE WRK-DLM-FIELD (WRK-HDR-IDX)
                                  TO CSTMRG01-CUST-ID
                                     OF WRK-RAWIN-REG
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

           ADD 1                       TO WRK-HDR-IDX.
      *----------------------------------------------------------------*
       2680-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2690-REJECT-DLMIN-ROW           SECTION.
      *----------------------------------------------------------------*
           ADD 1                       TO WRK-ROWS-REJECTED-COUNTER.

           PERFORM 2695-PUT-REJECT-LINE.
      *----------------------------------------------------------------*
       2690-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2695-PUT-REJECT-LINE            SECTION.
      *----------------------------------------------------------------*
           MOVE SPACES                 TO WRK-CORRRPT-LINE.
           STRING 'LINE ', WRK-DLMIN-LINES-COUNTER, ' REJECTED - ',
                  WRK-REJECT-REASON    DELIMITED BY SIZE
                                       INTO WRK-CORRRPT-LINE.
           PERFORM 3110-PUT-CORRRPT-LINE.
      *----------------------------------------------------------------*
       2695-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2700-READ-DLMIN-HEADER          SECTION.
      *----------------------------------------------------------------*
      *    THE FIRST LINE NAMES THE COLUMNS, IN ANY ORDER AND WITH     *
      *    ANY SUBSET, BUT THE CPF IS REQUIRED.  A HEADER THAT CANNOT  *
      *    BE MAPPED REJECTS THE WHOLE FILE - NO ROW OF IT IS LOADED.  *
      *    AN EMPTY DLMIN SIMPLY PRODUCES AN EMPTY CLEANOUT.           *
      *----------------------------------------------------------------*
           PERFORM 2620-READ-DLMIN-LINE.

           IF WRK-RAWIN-EOF            EQUAL 'END'
              GO TO 2700-99-EXIT
           END-IF.

           IF WRK-DLMIN-REG            EQUAL SPACES
              MOVE 'HEADER LINE IS BLANK'
                                       TO WRK-REJECT-REASON
              PERFORM 2790-REJECT-DLMIN-FILE
              GO TO 2700-99-EXIT
           END-IF.

           PERFORM 2630-SPLIT-DLMIN-LINE.

           IF WRK-DLM-IN-QUOTES
              MOVE 'QUOTED HEADER NAME NOT CLOSED'
                                       TO WRK-REJECT-REASON
              PERFORM 2790-REJECT-DLMIN-FILE
              GO TO 2700-99-EXIT
           END-IF.

           IF WRK-DLM-COL-COUNT        GREATER WRK-DLM-MAX-COLS
              MOVE SPACES              TO WRK-REJECT-REASON
              STRING 'HEADER HAS ', WRK-DLM-COL-COUNT,
                     ' COLUMNS, LIMIT IS ', WRK-DLM-MAX-COLS
                                       DELIMITED BY SIZE
                                       INTO WRK-REJECT-REASON
              PERFORM 2790-REJECT-DLMIN-FILE
              GO TO 2700-99-EXIT
           END-IF.

           MOVE WRK-DLM-COL-COUNT      TO WRK-HDR-COL-COUNT.
           MOVE ZEROS                  TO WRK-HDR-SLOTS.
           MOVE SPACES                 TO WRK-SLOT-USED-TABLE.
           MOVE 1                      TO WRK-HDR-IDX.

           PERFORM 2710-NAME-ONE-COLUMN
              UNTIL WRK-HDR-IDX        GREATER WRK-HDR-COL-COUNT
                 OR WRK-INTAKE-WAS-REJECTED.

           IF NOT WRK-INTAKE-WAS-REJECTED
              AND WRK-SLOT-USED (1)    NOT EQUAL 'Y'
              MOVE 'HEADER HAS NO CPF COLUMN'
                                       TO WRK-REJECT-REASON
              PERFORM 2790-REJECT-DLMIN-FILE
           END-IF.
      *----------------------------------------------------------------*
       2700-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2710-NAME-ONE-COLUMN            SECTION.
      *----------------------------------------------------------------*
      *    A COLUMN IS NAMED BY THE CSTMRG01 FIELD NAME OR BY THE      *
      *    3-CHARACTER CODE CSRG0005 WRITES ON ITS DELIMITED HEADER,   *
      *    CASE AND SURROUNDING SPACES IGNORED.                        *
      *----------------------------------------------------------------*
           MOVE WRK-DLM-FIELD (WRK-HDR-IDX)
                                       TO WRK-JUSTIFY-TEXT.
           PERFORM 2410-LEFT-JUSTIFY.
           MOVE WRK-JUSTIFY-TEXT       TO WRK-HDR-NAME.
           INSPECT WRK-HDR-NAME
                   CONVERTING WRK-LOWER-ALPHA TO WRK-UPPER-ALPHA.

           EVALUATE WRK-HDR-NAME
              WHEN 'CPF'
                 MOVE 01               TO WRK-HDR-SLOT (WRK-HDR-IDX)
              WHEN 'NAME'
              WHEN 'NAM'
                 MOVE 02               TO WRK-HDR-SLOT (WRK-HDR-IDX)
              WHEN 'BIRTH'
              WHEN 'BIR'
                 MOVE 03               TO WRK-HDR-SLOT (WRK-HDR-IDX)
              WHEN 'STREET'
              WHEN 'STR'
                 MOVE 04               TO WRK-HDR-SLOT (WRK-HDR-IDX)
              WHEN 'NUMBER'
              WHEN 'NUM'
                 MOVE 05               TO WRK-HDR-SLOT (WRK-HDR-IDX)
              WHEN 'OTHER_INFO'
              WHEN 'OTHER-INFO'
              WHEN 'OTH'
                 MOVE 06               TO WRK-HDR-SLOT (WRK-HDR-IDX)
              WHEN 'CITY'
              WHEN 'CIT'
                 MOVE 07               TO WRK-HDR-SLOT (WRK-HDR-IDX)
              WHEN 'STATE'
              WHEN 'STA'
                 MOVE 08               TO WRK-HDR-SLOT (WRK-HDR-IDX)
              WHEN 'COUNTRY'
              WHEN 'COU'
                 MOVE 09               TO WRK-HDR-SLOT (WRK-HDR-IDX)
              WHEN 'EMAIL'
              WHEN 'EMA'
                 MOVE 10               TO WRK-HDR-SLOT (WRK-HDR-IDX)
              WHEN 'PHONE'
              WHEN 'PHO'
                 MOVE 11               TO WRK-HDR-SLOT (WRK-HDR-IDX)
              WHEN 'CEP'
                 MOVE 12               TO WRK-HDR-SLOT (WRK-HDR-IDX)
              WHEN 'DOC_TYPE'
              WHEN 'DOC-TYPE'
              WHEN 'DOC'
                 MOVE 13               TO WRK-HDR-SLOT (WRK-HDR-IDX)
              WHEN 'PROVIDER_CODE'
              WHEN 'PROVIDER-CODE'
              WHEN 'PRV'
                 MOVE 14               TO WRK-HDR-SLOT (WRK-HDR-IDX)
              WHEN 'CUST_ID'
              WHEN 'CUST-ID'
              WHEN 'CID'
                 MOVE 15               TO WRK-HDR-SLOT (WRK-HDR-IDX)
              WHEN OTHER
                 MOVE SPACES           TO WRK-REJECT-REASON
                 STRING 'COLUMN ', WRK-HDR-IDX,
                        ' UNKNOWN HEADER ',
                        WRK-HDR-NAME   DELIMITED BY SIZE
                                       INTO WRK-REJECT-REASON
                 PERFORM 2790-REJECT-DLMIN-FILE
                 GO TO 2710-99-EXIT
           END-EVALUATE.

           IF WRK-SLOT-USED (WRK-HDR-SLOT (WRK-HDR-IDX))
                                       EQUAL 'Y'
              MOVE SPACES              TO WRK-REJECT-REASON
              STRING 'COLUMN ', WRK-HDR-IDX,
                     ' DUPLICATE HEADER ',
                     WRK-HDR-NAME      DELIMITED BY SIZE
                                       INTO WRK-REJECT-REASON
              PERFORM 2790-REJECT-DLMIN-FILE
              GO TO 2710-99-EXIT
           END-IF.

           MOVE 'Y'                    TO WRK-SLOT-USED
                                          (WRK-HDR-SLOT (WRK-HDR-IDX)).

           ADD 1                       TO WRK-HDR-IDX.
      *----------------------------------------------------------------*
       2710-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2790-REJECT-DLMIN-FILE          SECTION.
      *----------------------------------------------------------------*
      *    AN UNUSABLE HEADER STOPS THE INTAKE: THE REASON GOES ON     *
      *    CORRRPT AGAINST LINE 1, NOTHING IS WRITTEN TO CLEANOUT AND  *
      *    3000-FINALIZE ENDS THE STEP WITH RC=8.                      *
      *----------------------------------------------------------------*
           MOVE 'Y'                    TO WRK-INTAKE-REJECTED-SW.
           MOVE 'END'                  TO WRK-RAWIN-EOF.

           PERFORM 2695-PUT-REJECT-LINE.

           MOVE SPACES                 TO WRK-CORRRPT-LINE.
           STRING 'HEADER NOT MAPPED - THE WHOLE FILE IS REJECTED'
                                       DELIMITED BY SIZE
                                       INTO WRK-CORRRPT-LINE.
           PERFORM 3110-PUT-CORRRPT-LINE.
      *----------------------------------------------------------------*
       2790-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       3000-FINALIZE                   SECTION.
      *----------------------------------------------------------------*
           PERFORM 3100-WRITE-CORRECTION-REPORT.

           IF CSRGPARM-INTAKE-IS-DELIM
              CLOSE DLMIN
           ELSE
              CLOSE RAWIN
           END-IF.

           CLOSE CLEANOUT
                 CORRRPT.

           DISPLAY '***************************'.
           '*'.
           DISPLAY '*RECORDS TRIMMED.....:' WRK-TRIMMED-COUNTER
           '*'.
           DISPLAY '*STREETS STANDARDIZED:' WRK-STREET-STD-COUNTER
           '*'.
           DISPLAY '*STREETS TOO LONG....:' WRK-STREET-LONG-COUNTER
           '*'.
           DISPLAY '*ROWS REJECTED.......:' WRK-ROWS-REJECTED-COUNTER
           '*'.
           DISPLAY '*-------------------------*'.
           DISPLAY '*EXECUTED......:' WRK-DATE-FORMATTED '*'.
           DISPLAY '*.................' WRK-TIME-FORMATTED '*'.
           DISPLAY '***************************'.

      *    A DELIMITED FILE WHOSE HEADER COULD NOT BE MAPPED MUST NOT
      *    REACH THE LOAD - THE NON-ZERO CONDITION CODE STOPS CSRGGATE:
           IF WRK-INTAKE-WAS-REJECTED
              MOVE 8                   TO RETURN-CODE
           END-IF.

           STOP RUN.
      *----------------------------------------------------------------*
       3000-99-EXIT.                   EXIT.
       3100-WRITE-CORRECTION-REPORT    SECTION.
      *----------------------------------------------------------------*
           MOVE SPACES                 TO WRK-CORRRPT-LINE.
           IF CSRGPARM-INTAKE-IS-DELIM
              STRING 'INTAKE FORMAT...............: ',
                     'DELIMITED (DLMIN)'
                                       DELIMITED BY SIZE
                                       INTO WRK-CORRRPT-LINE
           ELSE
              STRING 'INTAKE FORMAT...............: ',
                     'FIXED CSTMRG01 (RAWIN)'
                                       DELIMITED BY SIZE
                                       INTO WRK-CORRRPT-LINE
           END-IF.
           PERFORM 3110-PUT-CORRRPT-LINE.

           MOVE SPACES                 TO WRK-CORRRPT-LINE.
                                       INTO WRK-CORRRPT-LINE.
           PERFORM 3110-PUT-CORRRPT-LINE.

           IF CSRGPARM-INTAKE-IS-DELIM
              MOVE SPACES              TO WRK-CORRRPT-LINE
              STRING 'ROWS REJECTED (LISTED ABOVE): ',
                     WRK-ROWS-REJECTED-COUNTER
                                       DELIMITED BY SIZE
                                       INTO WRK-CORRRPT-LINE
              PERFORM 3110-PUT-CORRRPT-LINE
           END-IF.

           MOVE SPACES                 TO WRK-CORRRPT-LINE.
           STRING 'CPFS REFORMATTED TO MASK....: ',
                  WRK-CPF-REFORMATTED-COUNTER
                                       INTO WRK-CORRRPT-LINE.
           PERFORM 3110-PUT-CORRRPT-LINE.

           MOVE SPACES                 TO WRK-CORRRPT-LINE.
           STRING 'STREETS STANDARDIZED........: ',
                  WRK-STREET-STD-COUNTER
                                       DELIMITED BY SIZE
                                       INTO WRK-CORRRPT-LINE.
           PERFORM 3110-PUT-CORRRPT-LINE.

           MOVE SPACES                 TO WRK-CORRRPT-LINE.
           STRING 'STREETS LEFT AS TYPED (LONG): ',
                  WRK-STREET-LONG-COUNTER
                                       DELIMITED BY SIZE
                                       INTO WRK-CORRRPT-LINE.
           PERFORM 3110-PUT-CORRRPT-LINE.

           MOVE SPACES                 TO WRK-CORRRPT-LINE.
           STRING 'SORT/DEDUPE FOLLOW IN THE NEXT CSRGGATE STEP.'
                                       DELIMITED BY SIZE
      *----------------------------------------------------------------*
       8300-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       8400-TEST-FS-DLMIN              SECTION.
      *----------------------------------------------------------------*
           IF WRK-FS-DLMIN             NOT EQUAL ZEROS AND 10
              MOVE WRK-FS-DLMIN        TO  WRK-ERROR-CODE
              PERFORM 9999-CALL-ABEND-PGM
           END-IF.
      *----------------------------------------------------------------*
       8400-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       9000-GET-DATE-TIME              SECTION.
      *----------------------------------------------------------------*
