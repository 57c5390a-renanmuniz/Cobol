      *================================================================*
      *        I D E N T I F I C A T I O N      D I V I S I O N        *
      *================================================================*
       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     CSRGSTRT.
       AUTHOR.         RENAN MUNIZ MERLO.
       DATE-WRITTEN.   15/10/2026.
       DATE-COMPILED   WHEN-COMPILED.
       REMARKS.
      *----------------------------------------------------------------*
      *                RENAN MUNIZ MERLO COBOL DEVELOPER               *
      *          https://www.linkedin.com/in/renan-muniz-merlo         *
      *----------------------------------------------------------------*
      *    PROGRAM-ID..: CSRGSTRT.                                     *
      *    ANALYST.....: RENAN MUNIZ MERLO                             *
      *    PROGRAMMER..: RENAN MUNIZ MERLO                             *
      *    DATE........: 15/10/2026                                    *
      *----------------------------------------------------------------*
      *    PROJECT.....: CUSTOMER REGISTRATION PROJECT - CUSTMREG      *
      *----------------------------------------------------------------*
      *    GOAL........: THE ONE CALLABLE STREET-ADDRESS               *
      *                  STANDARDIZATION MODULE.  CALLED (LIKE         *
      *                  CSRGVALD) BY THE CSRG0020 INTAKE GATE, THE    *
      *                  CSRG0002/0003 APPLY STEPS AND THE CSRG0055    *
      *                  BASE CONVERSION, SO 'R.', 'R ', 'RUA' OR      *
      *                  'AV.', 'AVENIDA' ALWAYS LAND ON TB_CUSTOMER   *
      *                  IN ONE STANDARD FORM AND HOUSEHOLDING         *
      *                  (CSRG0047) AND DUPLICATE DETECTION (CSRG0008) *
      *                  STOP MISSING MATCHES OVER SPELLING.  THE      *
      *                  STREET IS UPPERCASED, SPLIT INTO WORDS AND    *
      *                  REBUILT SINGLE-SPACED: THE FIRST WORD IS      *
      *                  LOOKED UP AS A STREET TYPE, EVERY WORD AS A   *
      *                  TITLE ABBREVIATION, AND NOISE WORDS ARE       *
      *                  DROPPED.  THE TABLE IS READ FROM THE STRTAB01 *
      *                  FILE ON THE FIRST CALL SO IT IS MAINTAINED    *
      *                  WITHOUT A RECOMPILE.  RETURNS CONTROL TO THE  *
      *                  CALLER - IT NEVER ABENDS, AND A STREET IT     *
      *                  CANNOT STANDARDIZE SAFELY IS LEFT AS TYPED.   *
      *----------------------------------------------------------------*
      *    FILES.......:  DDNAME          LRECL       INCLUDE/BOOK     *
      *                   STRTAB01        00080       NONE             *
      *----------------------------------------------------------------*
      *    STRTAB01....: ONE TABLE ENTRY PER CARD, '*' = COMMENT.      *
      *                  POS 01-01  ENTRY TYPE                         *
      *                             T = STREET TYPE (FIRST WORD ONLY)  *
      *                             A = ABBREVIATION (ANY WORD)        *
      *                             N = NOISE WORD (DROPPED)           *
      *                  POS 03-14  THE WORD AS TYPED ('AV.')          *
      *                  POS 16-27  ITS STANDARD FORM ('AVENIDA'), ONE *
      *                             WORD; BLANK ON AN N CARD           *
      *                  A STRTAB01 WITH AT LEAST ONE ENTRY REPLACES   *
      *                  THE BUILT-IN TABLE; A MISSING OR EMPTY FILE   *
      *                  LEAVES THE BUILT-IN TABLE IN FORCE.           *
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

           SELECT STRTAB01      ASSIGN TO UTS-S-STRTAB01
            ORGANIZATION IS     SEQUENTIAL
            ACCESS MODE  IS     SEQUENTIAL
            FILE STATUS  IS     WRK-FS-STRTAB01.

      *================================================================*
      *                  D A T A      D I V I S I O N                  *
      *================================================================*
       DATA DIVISION.
       FILE SECTION.

       FD STRTAB01
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS 00 RECORDS.
       01 FD-REG-STRTAB01   PIC X(80).
      *
      *-----------------------------------------------------------------*
      *                  WORKING-STORAGE SECTION                        *
      *-----------------------------------------------------------------*
       WORKING-STORAGE SECTION.

       01 WRK-FS-STRTAB01                        PIC X(02) VALUE SPACES.

       77 WRK-STRTAB01-EOF                       PIC X(03) VALUE SPACES.

      *SET ON THE FIRST CALL, AFTER THE TABLE HAS BEEN LOADED:
       01 WRK-TABLE-LOADED-SW                    PIC X(01) VALUE 'N'.
          88 WRK-TABLE-IS-LOADED                       VALUE 'Y'.

      *SET BY THE FIRST VALID STRTAB01 CARD, WHICH CLEARS THE
      *BUILT-IN ENTRIES BEFORE THE FILE'S OWN ARE ADDED:
       01 WRK-FILE-TABLE-SW                      PIC X(01) VALUE 'N'.
          88 WRK-FILE-TABLE-IN-USE                     VALUE 'Y'.

      *ONE STRTAB01 CARD:
       01 WRK-STRTAB01-CARD.
          03 WRK-CARD-TYPE                       PIC X(01).
             88 WRK-CARD-IS-COMMENT                    VALUE '*'.
             88 WRK-CARD-TYPE-IS-KNOWN                 VALUE 'T' 'A'
                                                             'N'.
          03 FILLER                              PIC X(01).
          03 WRK-CARD-VARIANT                    PIC X(12).
          03 FILLER                              PIC X(01).
          03 WRK-CARD-STANDARD                   PIC X(12).
          03 FILLER                              PIC X(53).

      *THE BUILT-IN TABLE, IN FORCE UNTIL A STRTAB01 REPLACES IT:
      *TYPE (1), WORD AS TYPED (12), STANDARD FORM (12).
       01 WRK-DEFAULT-TABLE.
          03 FILLER                              PIC X(25) VALUE
                                   'TR           RUA         '.
          03 FILLER                              PIC X(25) VALUE
                                   'TR.          RUA         '.
          03 FILLER                              PIC X(25) VALUE
                                   'TRU          RUA         '.
          03 FILLER                              PIC X(25) VALUE
                                   'TAV          AVENIDA     '.
          03 FILLER                              PIC X(25) VALUE
                                   'TAV.         AVENIDA     '.
          03 FILLER                              PIC X(25) VALUE
                                   'TAVN         AVENIDA     '.
          03 FILLER                              PIC X(25) VALUE
                                   'TAVEN.       AVENIDA     '.
          03 FILLER                              PIC X(25) VALUE
                                   'TTV          TRAVESSA    '.
          03 FILLER                              PIC X(25) VALUE
                                   'TTV.         TRAVESSA    '.
          03 FILLER                              PIC X(25) VALUE
                                   'TTRAV.       TRAVESSA    '.
          03 FILLER                              PIC X(25) VALUE
                                   'TAL          ALAMEDA     '.
          03 FILLER                              PIC X(25) VALUE
                                   'TAL.         ALAMEDA     '.
          03 FILLER                              PIC X(25) VALUE
                                   'TPC          PRACA       '.
          03 FILLER                              PIC X(25) VALUE
                                   'TPC.         PRACA       '.
          03 FILLER                              PIC X(25) VALUE
                                   'TPCA         PRACA       '.
          03 FILLER                              PIC X(25) VALUE
                                   'TPCA.        PRACA       '.
          03 FILLER                              PIC X(25) VALUE
                                   'TROD         RODOVIA     '.
          03 FILLER                              PIC X(25) VALUE
                                   'TROD.        RODOVIA     '.
          03 FILLER                              PIC X(25) VALUE
                                   'TEST         ESTRADA     '.
          03 FILLER                              PIC X(25) VALUE
                                   'TEST.        ESTRADA     '.
          03 FILLER                              PIC X(25) VALUE
                                   'TESTR.       ESTRADA     '.
          03 FILLER                              PIC X(25) VALUE
                                   'TLGO         LARGO       '.
          03 FILLER                              PIC X(25) VALUE
                                   'TLGO.        LARGO       '.
          03 FILLER                              PIC X(25) VALUE
                                   'TLG.         LARGO       '.
          03 FILLER                              PIC X(25) VALUE
                                   'TPQ          PARQUE      '.
          03 FILLER                              PIC X(25) VALUE
                                   'TPQ.         PARQUE      '.
          03 FILLER                              PIC X(25) VALUE
                                   'TBC          BECO        '.
          03 FILLER                              PIC X(25) VALUE
                                   'TBC.         BECO        '.
          03 FILLER                              PIC X(25) VALUE
                                   'TVD          VIADUTO     '.
          03 FILLER                              PIC X(25) VALUE
                                   'TVD.         VIADUTO     '.
          03 FILLER                              PIC X(25) VALUE
                                   'ADR          DOUTOR      '.
          03 FILLER                              PIC X(25) VALUE
                                   'ADR.         DOUTOR      '.
          03 FILLER                              PIC X(25) VALUE
                                   'APRES.       PRESIDENTE  '.
          03 FILLER                              PIC X(25) VALUE
                                   'ASTA         SANTA       '.
          03 FILLER                              PIC X(25) VALUE
                                   'ASTA.        SANTA       '.
          03 FILLER                              PIC X(25) VALUE
                                   'ASTO         SANTO       '.
          03 FILLER                              PIC X(25) VALUE
                                   'ASTO.        SANTO       '.
          03 FILLER                              PIC X(25) VALUE
                                   'ASEN.        SENADOR     '.
          03 FILLER                              PIC X(25) VALUE
                                   'AGAL.        GENERAL     '.
          03 FILLER                              PIC X(25) VALUE
                                   'AGEN.        GENERAL     '.
          03 FILLER                              PIC X(25) VALUE
                                   'ACEL.        CORONEL     '.
          03 FILLER                              PIC X(25) VALUE
                                   'APROF.       PROFESSOR   '.
          03 FILLER                              PIC X(25) VALUE
                                   'AENG.        ENGENHEIRO  '.
          03 FILLER                              PIC X(25) VALUE
                                   'AMAL.        MARECHAL    '.
          03 FILLER                              PIC X(25) VALUE
                                   'ABRIG.       BRIGADEIRO  '.
          03 FILLER                              PIC X(25) VALUE
                                   'ACAP.        CAPITAO     '.
          03 FILLER                              PIC X(25) VALUE
                                   'ADEP.        DEPUTADO    '.
          03 FILLER                              PIC X(25) VALUE
                                   'AGOV.        GOVERNADOR  '.
          03 FILLER                              PIC X(25) VALUE
                                   'AVER.        VEREADOR    '.
          03 FILLER                              PIC X(25) VALUE
                                   'APE.         PADRE       '.
          03 FILLER                              PIC X(25) VALUE
                                   'NENDERECO                '.
          03 FILLER                              PIC X(25) VALUE
                                   'NENDERECO:               '.
          03 FILLER                              PIC X(25) VALUE
                                   'NEND.                    '.
          03 FILLER                              PIC X(25) VALUE
                                   'NEND:                    '.
          03 FILLER                              PIC X(25) VALUE
                                   'NLOGRADOURO              '.
          03 FILLER                              PIC X(25) VALUE
                                   'NLOGRADOURO:             '.
          03 FILLER                              PIC X(25) VALUE
                                   'N-                       '.
       01 FILLER REDEFINES WRK-DEFAULT-TABLE.
          03 WRK-DEFAULT-ENTRY                   OCCURS 57 TIMES.
             05 WRK-DEFAULT-TYPE                 PIC X(01).
             05 WRK-DEFAULT-VARIANT              PIC X(12).
             05 WRK-DEFAULT-STANDARD             PIC X(12).

       77 WRK-DEFAULT-MAX                        PIC 9(03) VALUE 57.

      *THE TABLE IN FORCE FOR THE RUN UNIT:
       77 WRK-STD-ENTRIES                        PIC 9(03) VALUE ZEROS .
       77 WRK-STD-IDX                            PIC 9(03) VALUE ZEROS .
       77 WRK-STD-MAX                            PIC 9(03) VALUE 200.
       01 WRK-STD-TABLE.
          03 WRK-STD-ENTRY                       OCCURS 200 TIMES.
             05 WRK-STD-TYPE                     PIC X(01).
                88 WRK-STD-IS-STREET-TYPE              VALUE 'T'.
                88 WRK-STD-IS-ABBREVIATION             VALUE 'A'.
                88 WRK-STD-IS-NOISE                    VALUE 'N'.
             05 WRK-STD-VARIANT                  PIC X(12).
             05 WRK-STD-STANDARD                 PIC X(12).

      *THE LOWERCASE AND UPPERCASE ALPHABETS FOR INSPECT CONVERTING:
       77 WRK-LOWER-ALPHA                        PIC X(26) VALUE
                                  'abcdefghijklmnopqrstuvwxyz'.
       77 WRK-UPPER-ALPHA                        PIC X(26) VALUE
                                  'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.

      *RESERVED TOKEN THAT BLANKS OUT A FIELD ON UPDATE:
       77 WRK-CLEAR-VALUE-TOKEN                  PIC X(02) VALUE '**'.

      *THE STREET BEING WORKED ON, SPLIT INTO ITS WORDS:
       01 WRK-STREET-IN                          PIC X(50) VALUE SPACES.
       01 WRK-STREET-OUT                         PIC X(50) VALUE SPACES.
       77 WRK-IN-PTR                             PIC 9(03) VALUE ZEROS .
       77 WRK-OUT-PTR                            PIC 9(03) VALUE ZEROS .
       77 WRK-WORD-COUNT                         PIC 9(02) VALUE ZEROS .
       77 WRK-WORD-IDX                           PIC 9(02) VALUE ZEROS .
       77 WRK-PIECE-LEN                          PIC 9(02) VALUE ZEROS .
       77 WRK-NEEDED-LEN                         PIC 9(03) VALUE ZEROS .
       01 WRK-PIECE                              PIC X(20) VALUE SPACES.

       01 WRK-WORD-TABLE.
          03 WRK-WORD                            OCCURS 25 TIMES.
             05 WRK-WORD-TEXT                    PIC X(20).
             05 WRK-WORD-LEN                     PIC 9(02).
             05 WRK-WORD-DROP-SW                 PIC X(01).
                88 WRK-WORD-IS-DROPPED                 VALUE 'Y'.

      *SWITCHES FOR ONE CALL:
       01 WRK-UNSAFE-SW                          PIC X(01) VALUE 'N'.
          88 WRK-STREET-IS-UNSAFE                      VALUE 'Y'.
       01 WRK-FIRST-WORD-SW                      PIC X(01) VALUE 'Y'.
          88 WRK-AT-FIRST-WORD                         VALUE 'Y'.
       01 WRK-MATCH-SW                           PIC X(01) VALUE 'N'.
          88 WRK-ENTRY-MATCHED                         VALUE 'Y'.
      *-----------------------------------------------------------------*
      *                      LINKAGE SECTION                            *
      *-----------------------------------------------------------------*
       LINKAGE SECTION.
       01 WRK-STRT-PARM.
          COPY 'CSRGSTR1'.
      *================================================================*
       PROCEDURE                       DIVISION  USING WRK-STRT-PARM.
      *================================================================*
      *----------------------------------------------------------------*
       0000-MAIN-PROCESS               SECTION.
      *----------------------------------------------------------------*
      *    A CICS TASK MAY NOT DO NATIVE FILE I/O - THE BUILT-IN
      *    TABLE STAYS IN FORCE THERE:
           IF NOT WRK-TABLE-IS-LOADED
              PERFORM 1000-LOAD-TABLE
           END-IF.

           MOVE 'U'                    TO CSRGSTR1-RESULT.

           IF CSRGSTR1-STREET          NOT EQUAL SPACES
              AND CSRGSTR1-STREET      NOT EQUAL WRK-CLEAR-VALUE-TOKEN
              PERFORM 2000-STANDARDIZE-STREET
           END-IF.

           GOBACK.
      *----------------------------------------------------------------*
       0000-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       1000-LOAD-TABLE                 SECTION.
      *----------------------------------------------------------------*
      *    THE BUILT-IN TABLE IS COPIED IN FIRST; A STRTAB01 WITH ANY  *
      *    ENTRY REPLACES IT.  A MISSING OR UNOPENABLE FILE IS NOT AN  *
      *    ERROR - THE SAME TOLERANT PATTERN CSRGVALD USES FOR         *
      *    RULES01.                                                    *
      *----------------------------------------------------------------*
           MOVE 'Y'                    TO WRK-TABLE-LOADED-SW.

           MOVE ZEROS                  TO WRK-STD-ENTRIES.
           MOVE 1                      TO WRK-STD-IDX.

           PERFORM 1050-COPY-ONE-DEFAULT
              UNTIL WRK-STD-IDX        GREATER WRK-DEFAULT-MAX.

           IF CSRGSTR1-ENV-IS-CICS
              GO TO 1000-99-EXIT
           END-IF.

           OPEN INPUT STRTAB01.

           IF WRK-FS-STRTAB01          NOT EQUAL '00'
              DISPLAY '*CSRGSTRT: STRTAB01 NOT OPENED - FS='
                      WRK-FS-STRTAB01 ' - BUILT-IN TABLE IN FORCE*'
           ELSE
              PERFORM 1100-READ-ONE-CARD
              PERFORM 1200-APPLY-ONE-CARD
                 UNTIL WRK-STRTAB01-EOF EQUAL 'END'
              CLOSE STRTAB01
           END-IF.
      *----------------------------------------------------------------*
       1000-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       1050-COPY-ONE-DEFAULT           SECTION.
      *----------------------------------------------------------------*
           ADD 1                       TO WRK-STD-ENTRIES.
           MOVE WRK-DEFAULT-ENTRY (WRK-STD-IDX)
                                       TO WRK-STD-ENTRY
                                          (WRK-STD-ENTRIES).
           ADD 1                       TO WRK-STD-IDX.
      *----------------------------------------------------------------*
       1050-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       1100-READ-ONE-CARD              SECTION.
      *----------------------------------------------------------------*
           READ STRTAB01               INTO WRK-STRTAB01-CARD.

           IF WRK-FS-STRTAB01          NOT EQUAL '00'
              MOVE 'END'               TO WRK-STRTAB01-EOF
           END-IF.
      *----------------------------------------------------------------*
       1100-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       1200-APPLY-ONE-CARD             SECTION.
      *----------------------------------------------------------------*
           IF WRK-CARD-IS-COMMENT
              OR WRK-STRTAB01-CARD     EQUAL SPACES
              GO TO 1200-50-NEXT
           END-IF.

           IF NOT WRK-CARD-TYPE-IS-KNOWN
              OR WRK-CARD-VARIANT      EQUAL SPACES
              OR (WRK-CARD-TYPE        NOT EQUAL 'N'
                  AND WRK-CARD-STANDARD EQUAL SPACES)
              DISPLAY '*CSRGSTRT: BAD STRTAB01 CARD IGNORED: '
                      WRK-STRTAB01-CARD (1:27) '*'
              GO TO 1200-50-NEXT
           END-IF.

           IF NOT WRK-FILE-TABLE-IN-USE
              MOVE 'Y'                 TO WRK-FILE-TABLE-SW
              MOVE ZEROS               TO WRK-STD-ENTRIES
           END-IF.

           IF WRK-STD-ENTRIES          NOT LESS WRK-STD-MAX
              DISPLAY '*CSRGSTRT: STRTAB01 TABLE FULL - CARD IGNORED: '
                      WRK-STRTAB01-CARD (1:27) '*'
              GO TO 1200-50-NEXT
           END-IF.

           ADD 1                       TO WRK-STD-ENTRIES.
           MOVE WRK-CARD-TYPE          TO WRK-STD-TYPE
                                          (WRK-STD-ENTRIES).
           MOVE WRK-CARD-VARIANT       TO WRK-STD-VARIANT
                                          (WRK-STD-ENTRIES).
           MOVE WRK-CARD-STANDARD      TO WRK-STD-STANDARD
                                          (WRK-STD-ENTRIES).

       1200-50-NEXT.
           PERFORM 1100-READ-ONE-CARD.
      *----------------------------------------------------------------*
       1200-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2000-STANDARDIZE-STREET         SECTION.
      *----------------------------------------------------------------*
      *    UPPERCASE, SPLIT INTO WORDS, LOOK EACH WORD UP, REBUILD     *
      *    SINGLE-SPACED.  A WORD TOO LONG TO HOLD, A STREET THAT IS   *
      *    ALL NOISE, OR A STANDARD FORM THAT OUTGROWS THE 50 BYTES    *
      *    LEAVES THE STREET EXACTLY AS THE CALLER PASSED IT.          *
      *----------------------------------------------------------------*
           MOVE CSRGSTR1-STREET        TO WRK-STREET-IN.
           INSPECT WRK-STREET-IN
                   CONVERTING WRK-LOWER-ALPHA TO WRK-UPPER-ALPHA.

           MOVE 'N'                    TO WRK-UNSAFE-SW.
           MOVE ZEROS                  TO WRK-WORD-COUNT.
           MOVE 1                      TO WRK-IN-PTR.

           PERFORM 2100-SPLIT-ONE-WORD
              UNTIL WRK-IN-PTR         GREATER 50
                 OR WRK-STREET-IS-UNSAFE.

           IF WRK-STREET-IS-UNSAFE
              GO TO 2000-99-EXIT
           END-IF.

           MOVE 'Y'                    TO WRK-FIRST-WORD-SW.
           MOVE 1                      TO WRK-WORD-IDX.

           PERFORM 2200-LOOKUP-ONE-WORD
              UNTIL WRK-WORD-IDX       GREATER WRK-WORD-COUNT.

           MOVE SPACES                 TO WRK-STREET-OUT.
           MOVE 1                      TO WRK-OUT-PTR.
           MOVE 1                      TO WRK-WORD-IDX.

           PERFORM 2300-PLACE-ONE-WORD
              UNTIL WRK-WORD-IDX       GREATER WRK-WORD-COUNT
                 OR WRK-STREET-IS-UNSAFE.

           IF WRK-STREET-IS-UNSAFE
              MOVE 'L'                 TO CSRGSTR1-RESULT
              GO TO 2000-99-EXIT
           END-IF.

           IF WRK-STREET-OUT           EQUAL SPACES
              OR WRK-STREET-OUT        EQUAL CSRGSTR1-STREET
              GO TO 2000-99-EXIT
           END-IF.

           MOVE WRK-STREET-OUT         TO CSRGSTR1-STREET.
           MOVE 'C'                    TO CSRGSTR1-RESULT.
      *----------------------------------------------------------------*
       2000-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2100-SPLIT-ONE-WORD             SECTION.
      *----------------------------------------------------------------*
      *    ONE WORD PER CALL; LEADING AND REPEATED SPACES YIELD EMPTY  *
      *    PIECES, WHICH ARE SKIPPED.                                  *
      *----------------------------------------------------------------*
           MOVE SPACES                 TO WRK-PIECE.
           MOVE ZEROS                  TO WRK-PIECE-LEN.

           UNSTRING WRK-STREET-IN      DELIMITED BY ALL SPACE
                    INTO WRK-PIECE     COUNT IN WRK-PIECE-LEN
                    WITH POINTER WRK-IN-PTR.

           IF WRK-PIECE-LEN            EQUAL ZEROS
              GO TO 2100-99-EXIT
           END-IF.

           IF WRK-PIECE-LEN            GREATER 20
              MOVE 'Y'                 TO WRK-UNSAFE-SW
              GO TO 2100-99-EXIT
           END-IF.

           ADD 1                       TO WRK-WORD-COUNT.
           MOVE WRK-PIECE              TO WRK-WORD-TEXT
                                          (WRK-WORD-COUNT).
           MOVE WRK-PIECE-LEN          TO WRK-WORD-LEN
                                          (WRK-WORD-COUNT).
           MOVE 'N'                    TO WRK-WORD-DROP-SW
                                          (WRK-WORD-COUNT).
      *----------------------------------------------------------------*
       2100-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2200-LOOKUP-ONE-WORD            SECTION.
      *----------------------------------------------------------------*
      *    A NOISE WORD IS DROPPED WHEREVER IT STANDS; A STREET-TYPE   *
      *    ENTRY ONLY APPLIES TO THE FIRST WORD KEPT (SO THE 'R' OF A  *
      *    NAME IS NEVER TURNED INTO 'RUA'); AN ABBREVIATION APPLIES   *
      *    ANYWHERE.  THE FIRST MATCHING ENTRY WINS.                   *
      *----------------------------------------------------------------*
           MOVE 'N'                    TO WRK-MATCH-SW.
           MOVE 1                      TO WRK-STD-IDX.

           PERFORM 2210-SCAN-ONE-ENTRY
              UNTIL WRK-ENTRY-MATCHED
                 OR WRK-STD-IDX        GREATER WRK-STD-ENTRIES.

           IF NOT WRK-WORD-IS-DROPPED (WRK-WORD-IDX)
              MOVE 'N'                 TO WRK-FIRST-WORD-SW
           END-IF.

           ADD 1                       TO WRK-WORD-IDX.
      *----------------------------------------------------------------*
       2200-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2210-SCAN-ONE-ENTRY             SECTION.
      *----------------------------------------------------------------*
           IF WRK-STD-VARIANT (WRK-STD-IDX)
                                       NOT EQUAL WRK-WORD-TEXT
                                                 (WRK-WORD-IDX)
              GO TO 2210-50-NEXT
           END-IF.

           EVALUATE TRUE
              WHEN WRK-STD-IS-NOISE (WRK-STD-IDX)
                 MOVE 'Y'              TO WRK-MATCH-SW
                 MOVE 'Y'              TO WRK-WORD-DROP-SW
                                          (WRK-WORD-IDX)
              WHEN WRK-STD-IS-ABBREVIATION (WRK-STD-IDX)
                 MOVE 'Y'              TO WRK-MATCH-SW
                 PERFORM 2220-REPLACE-WORD
              WHEN WRK-STD-IS-STREET-TYPE (WRK-STD-IDX)
                 AND WRK-AT-FIRST-WORD
                 MOVE 'Y'              TO WRK-MATCH-SW
                 PERFORM 2220-REPLACE-WORD
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

       2210-50-NEXT.
           ADD 1                       TO WRK-STD-IDX.
      *----------------------------------------------------------------*
       2210-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2220-REPLACE-WORD               SECTION.
      *----------------------------------------------------------------*
           MOVE WRK-STD-STANDARD (WRK-STD-IDX)
                                       TO WRK-WORD-TEXT (WRK-WORD-IDX).
           MOVE ZEROS                  TO WRK-WORD-LEN (WRK-WORD-IDX).
           INSPECT WRK-STD-STANDARD (WRK-STD-IDX)
                   TALLYING WRK-WORD-LEN (WRK-WORD-IDX)
                   FOR CHARACTERS BEFORE INITIAL SPACE.
      *----------------------------------------------------------------*
       2220-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2300-PLACE-ONE-WORD             SECTION.
      *----------------------------------------------------------------*
           IF WRK-WORD-IS-DROPPED (WRK-WORD-IDX)
              GO TO 2300-50-NEXT
           END-IF.

      *    EVERY WORD AFTER THE FIRST IS PRECEDED BY ONE SPACE:
           IF WRK-OUT-PTR              GREATER 1
              ADD 1                    TO WRK-OUT-PTR
           END-IF.

           COMPUTE WRK-NEEDED-LEN      = WRK-OUT-PTR
                                       + WRK-WORD-LEN (WRK-WORD-IDX)
                                       - 1.

           IF WRK-NEEDED-LEN           GREATER 50
              MOVE 'Y'                 TO WRK-UNSAFE-SW
              GO TO 2300-99-EXIT
           END-IF.

           MOVE WRK-WORD-TEXT (WRK-WORD-IDX)
                                       TO WRK-STREET-OUT
                                          (WRK-OUT-PTR :
                                           WRK-WORD-LEN (WRK-WORD-IDX)).
           ADD WRK-WORD-LEN (WRK-WORD-IDX)
                                       TO WRK-OUT-PTR.

       2300-50-NEXT.
           ADD 1                       TO WRK-WORD-IDX.
      *----------------------------------------------------------------*
       2300-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
