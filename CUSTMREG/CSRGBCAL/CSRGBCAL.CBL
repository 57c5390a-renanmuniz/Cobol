      *================================================================*
      *        I D E N T I F I C A T I O N      D I V I S I O N        *
      *================================================================*
       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     CSRGBCAL.
       AUTHOR.         RENAN MUNIZ MERLO.
       DATE-WRITTEN.   15/10/2026.
       DATE-COMPILED   WHEN-COMPILED.
       REMARKS.
      *----------------------------------------------------------------*
      *                RENAN MUNIZ MERLO COBOL DEVELOPER               *
      *          https://www.linkedin.com/in/renan-muniz-merlo         *
      *----------------------------------------------------------------*
      *    PROGRAM-ID..: CSRGBCAL.                                     *
      *    ANALYST.....: RENAN MUNIZ MERLO                             *
      *    PROGRAMMER..: RENAN MUNIZ MERLO                             *
      *    DATE........: 15/10/2026                                    *
      *----------------------------------------------------------------*
      *    PROJECT.....: CUSTOMER REGISTRATION PROJECT - CUSTMREG      *
      *----------------------------------------------------------------*
      *    GOAL........: THE ONE CALLABLE BUSINESS-CALENDAR MODULE.    *
      *                  CALLED BY CSRG0024, TO ROLL A PENDING CHANGE  *
      *                  DUE ON A WEEKEND OR HOLIDAY FORWARD TO THE    *
      *                  NEXT BUSINESS DAY, AND BY THE CSRG0068 FILE-  *
      *                  ARRIVAL WATCHDOG, TO KNOW WHETHER A PROVIDER  *
      *                  FILE WAS DUE TODAY - SO BOTH AGREE ON WHICH   *
      *                  DAYS ARE WORKED.  TELLS WHETHER A DATE IS A   *
      *                  BUSINESS DAY, WHY NOT WHEN IT IS NOT, AND THE *
      *                  FIRST BUSINESS DAY ON OR AFTER IT.  SATURDAY  *
      *                  AND SUNDAY ARE NEVER BUSINESS DAYS; THE       *
      *                  HOLIDAYS ARE READ FROM THE BUSCAL01 FILE ON   *
      *                  THE FIRST CALL SO THE CALENDAR IS MAINTAINED  *
      *                  EACH YEAR WITHOUT A RECOMPILE.  RETURNS       *
      *                  CONTROL TO THE CALLER - IT NEVER ABENDS.      *
      *----------------------------------------------------------------*
      *    FILES.......:  DDNAME          LRECL       INCLUDE/BOOK     *
      *                   BUSCAL01        00080       NONE             *
      *----------------------------------------------------------------*
      *    BUSCAL01....: ONE HOLIDAY PER CARD, '*' = COMMENT.          *
      *                  POS 01-10  DATE, DD-MM-YYYY                   *
      *                  POS 12-13  SCOPE: 'BR' = NATIONAL HOLIDAY,    *
      *                             OTHERWISE THE UF OF A STATE        *
      *                             HOLIDAY ('SP', 'RJ', ...)          *
      *                  POS 15-44  DESCRIPTION ('NATAL')              *
      *                  A BAD CARD IS DISPLAYED AND IGNORED.  A       *
      *                  MISSING OR EMPTY FILE IS NOT AN ERROR - ONLY  *
      *                  WEEKENDS ARE THEN KNOWN, AND THE CALLER IS    *
      *                  TOLD SO THROUGH CSRGBCL1-CALENDAR.            *
      *----------------------------------------------------------------*
      *    TABLE DB2...:  NONE.                                        *
      *----------------------------------------------------------------*
      *    MODIFICATION HISTORY.......:                                *
      *    15/10/2026 RMM - PROGRAM CREATED.                           *
      *----------------------------------------------------------------*
      *================================================================*
      *           E N V I R O N M E N T      D I V I S I O N           *
      *================================================================*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT BUSCAL01      ASSIGN TO UTS-S-BUSCAL01
            ORGANIZATION IS     SEQUENTIAL
            ACCESS MODE  IS     SEQUENTIAL
            FILE STATUS  IS     WRK-FS-BUSCAL01.

      *================================================================*
      *                  D A T A      D I V I S I O N                  *
      *================================================================*
       DATA DIVISION.
       FILE SECTION.

       FD BUSCAL01
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS 00 RECORDS.
       01 FD-REG-BUSCAL01   PIC X(80).
      *
      *-----------------------------------------------------------------*
      *                  WORKING-STORAGE SECTION                        *
      *-----------------------------------------------------------------*
       WORKING-STORAGE SECTION.

       01 WRK-FS-BUSCAL01                        PIC X(02) VALUE SPACES.

       77 WRK-BUSCAL01-EOF                       PIC X(03) VALUE SPACES.

      *SET ON THE FIRST CALL, AFTER THE CALENDAR HAS BEEN LOADED:
       01 WRK-TABLE-LOADED-SW                    PIC X(01) VALUE 'N'.
          88 WRK-TABLE-IS-LOADED                       VALUE 'Y'.

      *ONE BUSCAL01 CARD:
       01 WRK-BUSCAL01-CARD.
          03 WRK-CARD-DATE                       PIC X(10).
          03 FILLER REDEFINES WRK-CARD-DATE.
             05 WRK-CARD-FIRST                   PIC X(01).
                88 WRK-CARD-IS-COMMENT                 VALUE '*'.
             05 FILLER                           PIC X(09).
          03 FILLER                              PIC X(01).
          03 WRK-CARD-SCOPE                      PIC X(02).
          03 FILLER                              PIC X(01).
          03 WRK-CARD-DESCRIPTION                PIC X(30).
          03 FILLER                              PIC X(36).

      *THE HOLIDAYS IN FORCE FOR THE RUN UNIT, KEYED YYYYMMDD:
       77 WRK-HOL-ENTRIES                        PIC 9(04) VALUE ZEROS .
       77 WRK-HOL-IDX                            PIC 9(04) VALUE ZEROS .
       77 WRK-HOL-MAX                            PIC 9(04) VALUE 1000.
       01 WRK-HOL-TABLE.
          03 WRK-HOL-ENTRY                       OCCURS 1000 TIMES.
             05 WRK-HOL-YYYYMMDD                 PIC 9(08).
             05 WRK-HOL-SCOPE                    PIC X(02).
             05 WRK-HOL-DESCRIPTION              PIC X(30).

      *SCOPE OF A NATIONAL HOLIDAY:
       77 WRK-NATIONAL-SCOPE                     PIC X(02) VALUE 'BR'.

      *DAYS IN EACH MONTH (FEBRUARY ADJUSTED FOR LEAP YEARS):
       01 WRK-MONTH-DAYS-VALUES                  PIC X(24) VALUE
                                  '312831303130313130313031'.
       01 FILLER REDEFINES WRK-MONTH-DAYS-VALUES.
          03 WRK-MONTH-DAYS                      PIC 9(02)
                                                 OCCURS 12 TIMES.

      *THE DATE BEING EDITED, AS RECEIVED:
       01 WRK-EDIT-DATE                          PIC X(10) VALUE SPACES.
       01 FILLER REDEFINES WRK-EDIT-DATE.
          03 WRK-EDIT-DD                         PIC X(02).
          03 FILLER                              PIC X(01).
          03 WRK-EDIT-MM                         PIC X(02).
          03 FILLER                              PIC X(01).
          03 WRK-EDIT-YYYY                       PIC X(04).

       01 WRK-DATE-OK-SW                         PIC X(01) VALUE 'N'.
          88 WRK-DATE-IS-VALID                         VALUE 'Y'.

      *THE DAY BEING TESTED, WALKED FORWARD ONE DAY AT A TIME:
       01 WRK-CUR-YYYYMMDD                       PIC 9(08) VALUE ZEROS .
       01 FILLER REDEFINES WRK-CUR-YYYYMMDD.
          03 WRK-CUR-YYYY                        PIC 9(04).
          03 WRK-CUR-MM                          PIC 9(02).
          03 WRK-CUR-DD                          PIC 9(02).
       77 WRK-CUR-WEEKDAY                        PIC 9(01) VALUE ZEROS .
       77 WRK-CUR-MONTH-DAYS                     PIC 9(02) VALUE ZEROS .

      *THE DAY BEING TESTED, AS RETURNED TO THE CALLER:
       01 WRK-OUT-DATE.
          03 WRK-OUT-DD                          PIC 9(02).
          03 FILLER                              PIC X(01) VALUE '-'.
          03 WRK-OUT-MM                          PIC 9(02).
          03 FILLER                              PIC X(01) VALUE '-'.
          03 WRK-OUT-YYYY                        PIC 9(04).

      *LEAP-YEAR TEST:
       77 WRK-LEAP-QUOT                          PIC 9(04) VALUE ZEROS .
       77 WRK-LEAP-REM4                          PIC 9(04) VALUE ZEROS .
       77 WRK-LEAP-REM100                        PIC 9(04) VALUE ZEROS .
       77 WRK-LEAP-REM400                        PIC 9(04) VALUE ZEROS .

      *DAY OF THE WEEK BY ZELLER'S CONGRUENCE (0 = SATURDAY):
       77 WRK-ZEL-MONTH                          PIC 9(02) VALUE ZEROS .
       77 WRK-ZEL-YEAR                           PIC 9(04) VALUE ZEROS .
       77 WRK-ZEL-CENTURY                        PIC 9(02) VALUE ZEROS .
       77 WRK-ZEL-YEAR-OF-CENT                   PIC 9(02) VALUE ZEROS .
       77 WRK-ZEL-TERM1                          PIC 9(04) VALUE ZEROS .
       77 WRK-ZEL-TERM2                          PIC 9(04) VALUE ZEROS .
       77 WRK-ZEL-TERM3                          PIC 9(04) VALUE ZEROS .
       77 WRK-ZEL-SUM                            PIC 9(05) VALUE ZEROS .
       77 WRK-ZEL-QUOT                           PIC 9(05) VALUE ZEROS .
       77 WRK-ZEL-H                              PIC 9(01) VALUE ZEROS .

      *A ROLL FORWARD STOPS HERE - NO REAL CALENDAR GOES A MONTH
      *WITHOUT A BUSINESS DAY:
       77 WRK-ROLL-DAYS                          PIC 9(02) VALUE ZEROS .
       77 WRK-ROLL-MAX                           PIC 9(02) VALUE 31.

      *SWITCHES AND RESULT OF ONE DAY'S TEST:
       01 WRK-BUSINESS-SW                        PIC X(01) VALUE 'N'.
          88 WRK-DAY-IS-BUSINESS                       VALUE 'Y'.
       01 WRK-DAY-REASON                         PIC X(30) VALUE SPACES.
      *-----------------------------------------------------------------*
      *                      LINKAGE SECTION                            *
      *-----------------------------------------------------------------*
       LINKAGE SECTION.
       01 WRK-BCAL-PARM.
          COPY 'CSRGBCL1'.
      *================================================================*
       PROCEDURE                       DIVISION  USING WRK-BCAL-PARM.
      *================================================================*
      *----------------------------------------------------------------*
       0000-MAIN-PROCESS               SECTION.
      *----------------------------------------------------------------*
           IF NOT WRK-TABLE-IS-LOADED
              PERFORM 1000-LOAD-CALENDAR
           END-IF.

           IF WRK-HOL-ENTRIES          GREATER ZEROS
              MOVE 'L'                 TO CSRGBCL1-CALENDAR
           ELSE
              MOVE 'M'                 TO CSRGBCL1-CALENDAR
           END-IF.

           PERFORM 2000-CHECK-DATE.

           GOBACK.
      *----------------------------------------------------------------*
       0000-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       1000-LOAD-CALENDAR              SECTION.
      *----------------------------------------------------------------*
      *    A MISSING OR UNOPENABLE BUSCAL01 IS NOT AN ERROR - THE SAME *
      *    TOLERANT PATTERN CSRGSTRT USES FOR STRTAB01.  A CICS TASK   *
      *    MAY NOT DO NATIVE FILE I/O AND KNOWS WEEKENDS ONLY.         *
      *----------------------------------------------------------------*
           MOVE 'Y'                    TO WRK-TABLE-LOADED-SW.
           MOVE ZEROS                  TO WRK-HOL-ENTRIES.

           IF CSRGBCL1-ENV-IS-CICS
              GO TO 1000-99-EXIT
           END-IF.

           OPEN INPUT BUSCAL01.

           IF WRK-FS-BUSCAL01          NOT EQUAL '00'
              DISPLAY '*CSRGBCAL: BUSCAL01 NOT OPENED - FS='
                      WRK-FS-BUSCAL01 ' - WEEKENDS ONLY*'
           ELSE
              PERFORM 1100-READ-ONE-CARD
              PERFORM 1200-APPLY-ONE-CARD
                 UNTIL WRK-BUSCAL01-EOF EQUAL 'END'
              CLOSE BUSCAL01
           END-IF.
      *----------------------------------------------------------------*
       1000-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       1100-READ-ONE-CARD              SECTION.
      *----------------------------------------------------------------*
           READ BUSCAL01               INTO WRK-BUSCAL01-CARD.

           IF WRK-FS-BUSCAL01          NOT EQUAL '00'
              MOVE 'END'               TO WRK-BUSCAL01-EOF
           END-IF.
      *----------------------------------------------------------------*
       1100-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       1200-APPLY-ONE-CARD             SECTION.
      *----------------------------------------------------------------*
           IF WRK-CARD-IS-COMMENT
              OR WRK-BUSCAL01-CARD     EQUAL SPACES
              GO TO 1200-50-NEXT
           END-IF.

           MOVE WRK-CARD-DATE          TO WRK-EDIT-DATE.
           PERFORM 7000-EDIT-DATE.

           IF NOT WRK-DATE-IS-VALID
              OR WRK-CARD-SCOPE        EQUAL SPACES
              OR WRK-CARD-SCOPE        NOT ALPHABETIC
              DISPLAY '*CSRGBCAL: BAD BUSCAL01 CARD IGNORED: '
                      WRK-BUSCAL01-CARD (1:44) '*'
              GO TO 1200-50-NEXT
           END-IF.

           IF WRK-HOL-ENTRIES          NOT LESS WRK-HOL-MAX
              DISPLAY '*CSRGBCAL: BUSCAL01 TABLE FULL - CARD IGNORED: '
                      WRK-BUSCAL01-CARD (1:13) '*'
              GO TO 1200-50-NEXT
           END-IF.

           ADD 1                       TO WRK-HOL-ENTRIES.
           MOVE WRK-CUR-YYYYMMDD       TO WRK-HOL-YYYYMMDD
                                          (WRK-HOL-ENTRIES).
           MOVE WRK-CARD-SCOPE         TO WRK-HOL-SCOPE
                                          (WRK-HOL-ENTRIES).
           MOVE WRK-CARD-DESCRIPTION   TO WRK-HOL-DESCRIPTION
                                          (WRK-HOL-ENTRIES).

       1200-50-NEXT.
           PERFORM 1100-READ-ONE-CARD.
      *----------------------------------------------------------------*
       1200-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2000-CHECK-DATE                 SECTION.
      *----------------------------------------------------------------*
      *    TEST THE DATE ASKED ABOUT; WHEN IT IS NOT A BUSINESS DAY,   *
      *    WALK FORWARD ONE DAY AT A TIME TO THE FIRST ONE THAT IS.    *
      *----------------------------------------------------------------*
           MOVE SPACES                 TO CSRGBCL1-REASON
                                          CSRGBCL1-NEXT-BUS-DATE.
           MOVE ZEROS                  TO CSRGBCL1-WEEKDAY.

           MOVE CSRGBCL1-DATE          TO WRK-EDIT-DATE.
           PERFORM 7000-EDIT-DATE.

           IF NOT WRK-DATE-IS-VALID
              MOVE 'E'                 TO CSRGBCL1-RESULT
              MOVE 'INVALID DATE'      TO CSRGBCL1-REASON
              GO TO 2000-99-EXIT
           END-IF.

           PERFORM 7200-COMPUTE-WEEKDAY.
           MOVE WRK-CUR-WEEKDAY        TO CSRGBCL1-WEEKDAY.

           PERFORM 2100-TEST-ONE-DAY.

           IF WRK-DAY-IS-BUSINESS
              MOVE 'B'                 TO CSRGBCL1-RESULT
              MOVE CSRGBCL1-DATE       TO CSRGBCL1-NEXT-BUS-DATE
              GO TO 2000-99-EXIT
           END-IF.

           MOVE 'N'                    TO CSRGBCL1-RESULT.
           MOVE WRK-DAY-REASON         TO CSRGBCL1-REASON.
           MOVE ZEROS                  TO WRK-ROLL-DAYS.

           PERFORM 2200-ROLL-ONE-DAY
              UNTIL WRK-DAY-IS-BUSINESS
                 OR WRK-ROLL-DAYS      NOT LESS WRK-ROLL-MAX.

           IF NOT WRK-DAY-IS-BUSINESS
              DISPLAY '*CSRGBCAL: NO BUSINESS DAY WITHIN '
                      WRK-ROLL-MAX ' DAYS OF ' CSRGBCL1-DATE '*'
              GO TO 2000-99-EXIT
           END-IF.

           MOVE WRK-CUR-DD             TO WRK-OUT-DD.
           MOVE WRK-CUR-MM             TO WRK-OUT-MM.
           MOVE WRK-CUR-YYYY           TO WRK-OUT-YYYY.
           MOVE WRK-OUT-DATE           TO CSRGBCL1-NEXT-BUS-DATE.
      *----------------------------------------------------------------*
       2000-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2100-TEST-ONE-DAY               SECTION.
      *----------------------------------------------------------------*
      *    THE DAY IN WRK-CUR-YYYYMMDD / WRK-CUR-WEEKDAY IS A BUSINESS *
      *    DAY UNLESS IT IS A SATURDAY, A SUNDAY, A NATIONAL HOLIDAY   *
      *    OR A HOLIDAY OF THE STATE ASKED ABOUT.                      *
      *----------------------------------------------------------------*
           MOVE 'N'                    TO WRK-BUSINESS-SW.
           MOVE SPACES                 TO WRK-DAY-REASON.

           IF WRK-CUR-WEEKDAY          EQUAL 6
              MOVE 'SATURDAY'          TO WRK-DAY-REASON
              GO TO 2100-99-EXIT
           END-IF.

           IF WRK-CUR-WEEKDAY          EQUAL 7
              MOVE 'SUNDAY'            TO WRK-DAY-REASON
              GO TO 2100-99-EXIT
           END-IF.

           MOVE 1                      TO WRK-HOL-IDX.

           PERFORM 2110-MATCH-ONE-HOLIDAY
              UNTIL WRK-HOL-IDX        GREATER WRK-HOL-ENTRIES
                 OR WRK-DAY-REASON     NOT EQUAL SPACES.

           IF WRK-DAY-REASON           EQUAL SPACES
              MOVE 'Y'                 TO WRK-BUSINESS-SW
           END-IF.
      *----------------------------------------------------------------*
       2100-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2110-MATCH-ONE-HOLIDAY          SECTION.
      *----------------------------------------------------------------*
           IF WRK-HOL-YYYYMMDD (WRK-HOL-IDX)
                                       EQUAL WRK-CUR-YYYYMMDD
              IF WRK-HOL-SCOPE (WRK-HOL-IDX)
                                       EQUAL WRK-NATIONAL-SCOPE
                 OR (CSRGBCL1-STATE    NOT EQUAL SPACES
                     AND WRK-HOL-SCOPE (WRK-HOL-IDX)
                                       EQUAL CSRGBCL1-STATE)
                 MOVE WRK-HOL-DESCRIPTION (WRK-HOL-IDX)
                                       TO WRK-DAY-REASON
                 IF WRK-DAY-REASON     EQUAL SPACES
                    MOVE 'HOLIDAY'     TO WRK-DAY-REASON
                 END-IF
              END-IF
           END-IF.

           ADD 1                       TO WRK-HOL-IDX.
      *----------------------------------------------------------------*
       2110-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2200-ROLL-ONE-DAY               SECTION.
      *----------------------------------------------------------------*
           ADD 1                       TO WRK-ROLL-DAYS.
           ADD 1                       TO WRK-CUR-DD.

           IF WRK-CUR-DD               GREATER WRK-CUR-MONTH-DAYS
              MOVE 1                   TO WRK-CUR-DD
              ADD 1                    TO WRK-CUR-MM
              IF WRK-CUR-MM            GREATER 12
                 MOVE 1                TO WRK-CUR-MM
                 ADD 1                 TO WRK-CUR-YYYY
              END-IF
              PERFORM 7100-MONTH-LENGTH
           END-IF.

           ADD 1                       TO WRK-CUR-WEEKDAY.

           IF WRK-CUR-WEEKDAY          GREATER 7
              MOVE 1                   TO WRK-CUR-WEEKDAY
           END-IF.

           PERFORM 2100-TEST-ONE-DAY.
      *----------------------------------------------------------------*
       2200-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       7000-EDIT-DATE                  SECTION.
      *----------------------------------------------------------------*
      *    WRK-EDIT-DATE (DD-MM-YYYY) INTO WRK-CUR-YYYYMMDD, CHECKING  *
      *    THE DAY AGAINST THE LENGTH OF ITS MONTH.                    *
      *----------------------------------------------------------------*
           MOVE 'N'                    TO WRK-DATE-OK-SW.

           IF WRK-EDIT-DD              NOT NUMERIC
              OR WRK-EDIT-MM           NOT NUMERIC
              OR WRK-EDIT-YYYY         NOT NUMERIC
              GO TO 7000-99-EXIT
           END-IF.

           MOVE WRK-EDIT-DD            TO WRK-CUR-DD.
           MOVE WRK-EDIT-MM            TO WRK-CUR-MM.
           MOVE WRK-EDIT-YYYY          TO WRK-CUR-YYYY.

           IF WRK-CUR-YYYY             LESS 1900
              OR WRK-CUR-MM            LESS 1
              OR WRK-CUR-MM            GREATER 12
              OR WRK-CUR-DD            LESS 1
              GO TO 7000-99-EXIT
           END-IF.

           PERFORM 7100-MONTH-LENGTH.

           IF WRK-CUR-DD               GREATER WRK-CUR-MONTH-DAYS
              GO TO 7000-99-EXIT
           END-IF.

           MOVE 'Y'                    TO WRK-DATE-OK-SW.
      *----------------------------------------------------------------*
       7000-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       7100-MONTH-LENGTH               SECTION.
      *----------------------------------------------------------------*
           MOVE WRK-MONTH-DAYS (WRK-CUR-MM)
                                       TO WRK-CUR-MONTH-DAYS.

           IF WRK-CUR-MM               NOT EQUAL 2
              GO TO 7100-99-EXIT
           END-IF.

           DIVIDE WRK-CUR-YYYY         BY 4
                  GIVING WRK-LEAP-QUOT REMAINDER WRK-LEAP-REM4.
           DIVIDE WRK-CUR-YYYY         BY 100
                  GIVING WRK-LEAP-QUOT REMAINDER WRK-LEAP-REM100.
           DIVIDE WRK-CUR-YYYY         BY 400
                  GIVING WRK-LEAP-QUOT REMAINDER WRK-LEAP-REM400.

           IF WRK-LEAP-REM4            EQUAL ZEROS
              AND (WRK-LEAP-REM100     NOT EQUAL ZEROS
                   OR WRK-LEAP-REM400  EQUAL ZEROS)
              MOVE 29                  TO WRK-CUR-MONTH-DAYS
           END-IF.
      *----------------------------------------------------------------*
       7100-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       7200-COMPUTE-WEEKDAY            SECTION.
      *----------------------------------------------------------------*
      *    ZELLER'S CONGRUENCE: JANUARY AND FEBRUARY COUNT AS MONTHS   *
      *    13 AND 14 OF THE YEAR BEFORE.  H = 0 IS A SATURDAY; THE     *
      *    RESULT IS TURNED INTO 1 = MONDAY ... 7 = SUNDAY.            *
      *----------------------------------------------------------------*
           MOVE WRK-CUR-MM             TO WRK-ZEL-MONTH.
           MOVE WRK-CUR-YYYY           TO WRK-ZEL-YEAR.

           IF WRK-ZEL-MONTH            LESS 3
              ADD 12                   TO WRK-ZEL-MONTH
              SUBTRACT 1               FROM WRK-ZEL-YEAR
           END-IF.

           DIVIDE WRK-ZEL-YEAR         BY 100
                  GIVING WRK-ZEL-CENTURY
                  REMAINDER WRK-ZEL-YEAR-OF-CENT.

           COMPUTE WRK-ZEL-TERM1        = 13 * (WRK-ZEL-MONTH + 1).
           DIVIDE WRK-ZEL-TERM1        BY 5
                  GIVING WRK-ZEL-TERM1.
           DIVIDE WRK-ZEL-YEAR-OF-CENT BY 4
                  GIVING WRK-ZEL-TERM2.
           DIVIDE WRK-ZEL-CENTURY      BY 4
                  GIVING WRK-ZEL-TERM3.

           COMPUTE WRK-ZEL-SUM          = WRK-CUR-DD
                                        + WRK-ZEL-TERM1
                                        + WRK-ZEL-YEAR-OF-CENT
                                        + WRK-ZEL-TERM2
                                        + WRK-ZEL-TERM3
                                        + 5 * WRK-ZEL-CENTURY.

           DIVIDE WRK-ZEL-SUM          BY 7
                  GIVING WRK-ZEL-QUOT  REMAINDER WRK-ZEL-H.

           COMPUTE WRK-ZEL-SUM          = WRK-ZEL-H + 5.
           DIVIDE WRK-ZEL-SUM          BY 7
                  GIVING WRK-ZEL-QUOT  REMAINDER WRK-CUR-WEEKDAY.
           ADD 1                       TO WRK-CUR-WEEKDAY.
      *----------------------------------------------------------------*
       7200-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
