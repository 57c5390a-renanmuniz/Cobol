      *================================================================*
      *        I D E N T I F I C A T I O N      D I V I S I O N        *
      *================================================================*
       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     CSRG0069.
       AUTHOR.         RENAN MUNIZ MERLO.
       DATE-WRITTEN.   15/10/2026.
       DATE-COMPILED   WHEN-COMPILED.
       REMARKS.
      *----------------------------------------------------------------*
      *                RENAN MUNIZ MERLO COBOL DEVELOPER               *
      *          https://www.linkedin.com/in/renan-muniz-merlo         *
      *----------------------------------------------------------------*
      *    PROGRAM-ID..: CSRG0069.                                     *
      *    ANALYST.....: RENAN MUNIZ MERLO                             *
      *    PROGRAMMER..: RENAN MUNIZ MERLO                             *
      *    DATE........: 15/10/2026                                    *
      *----------------------------------------------------------------*
      *    PROJECT.....: CUSTOMER REGISTRATION PROJECT - CUSTMREG      *
      *----------------------------------------------------------------*
      *    GOAL........: CORREIOS CHANGE-OF-ADDRESS INTAKE.  READS     *
      *                  THE MAIL HOUSE'S MONTHLY COAIN FILE (PEOPLE   *
      *                  WHO FILED A MOVE WITH THE CORREIOS: NAME, OLD *
      *                  AND NEW ADDRESS, EFFECTIVE DATE) AND LOOKS    *
      *                  FOR EACH MOVER AMONG THE ACTIVE TB_CUSTOMER   *
      *                  ROWS ON THE OLD CEP, SCORING STREET (BOTH     *
      *                  SIDES IN THE CSRGSTRT STANDARD FORM), HOUSE   *
      *                  NUMBER AND NAME.  ONE CUSTOMER MATCHING ON    *
      *                  ALL THREE IS CONFIDENT: A CSTMRG01 UPDATE     *
      *                  IMAGE CARRYING THE NEW ADDRESS IS WRITTEN TO  *
      *                  COAOUT, CONCATENATED BEHIND FILE0004 ON THE   *
      *                  CSRG0003 STEP SO THE MOVE GOES THROUGH THE    *
      *                  CSRGVALD EDITS, THE FILEHST3 BEFORE-IMAGE     *
      *                  AND THE CHGEVENT FEED LIKE ANY OTHER UPDATE.  *
      *                  A MATCH ON TWO OF THE THREE, OR A FULL MATCH  *
      *                  THAT IS NOT UNIQUE, GOES TO THE COARPT        *
      *                  REVIEW REPORT INSTEAD.  EITHER WAY THE        *
      *                  MATCHED CUSTOMER'S ADDR_UNDEL FLAG (SET BY    *
      *                  THE CSRG0036 DISPOSITION INTAKE) IS CLEARED - *
      *                  RETURNED MAIL FOR A KNOWN MOVER IS NOT A BAD  *
      *                  ADDRESS ON FILE, IT IS AN OLD ONE.            *
      *                  A CUSTOMER ALREADY AT THE NEW ADDRESS GETS NO *
      *                  IMAGE, SO A FILE PRESENTED TWICE IS HARMLESS. *
      *----------------------------------------------------------------*
      *    COAIN.......: POS 001-050  NAME                             *
      *                  POS 051-059  OLD CEP (99999-999)              *
      *                  POS 060-109  OLD STREET                       *
      *                  POS 110-119  OLD NUMBER                       *
      *                  POS 120-134  OLD COMPLEMENT                   *
      *                  POS 135-143  NEW CEP (99999-999)              *
      *                  POS 144-193  NEW STREET                       *
      *                  POS 194-203  NEW NUMBER                       *
      *                  POS 204-218  NEW COMPLEMENT                   *
      *                  POS 219-258  NEW CITY                         *
      *                  POS 259-260  NEW STATE                        *
      *                  POS 261-270  EFFECTIVE DATE (DD-MM-YYYY)      *
      *                  POS 271-300  FILLER                           *
      *----------------------------------------------------------------*
      *    COAOUT......: THE UPDATE IMAGE CARRIES THE CPF AND THE NEW  *
      *                  STREET, NUMBER, COMPLEMENT AND CEP; CITY AND  *
      *                  STATE WHEN THE FEED GIVES THEM (SPACES LEAVE  *
      *                  THEM UNCHANGED).  A BLANK NEW NUMBER OR       *
      *                  COMPLEMENT IS SENT AS THE '**' CLEAR TOKEN SO *
      *                  THE OLD ONE DOES NOT SURVIVE THE MOVE.        *
      *----------------------------------------------------------------*
      *    FILES.......:  DDNAME          LRECL       INCLUDE/BOOK     *
      *                   COAIN           00300       NONE             *
      *                   COAOUT          00311       CSTMRG01         *
      *                   COARPT          00080       NONE             *
      *                   STRTAB01        00080       (CSRGSTRT)       *
      *----------------------------------------------------------------*
      *    MODIFICATION HISTORY.......:                                *
      *    15/10/2026 RMM - PROGRAM CREATED.                           *
      *----------------------------------------------------------------*
      *    TABLE DB2...:  TB_CUSTOMER                 BTB_CUSTOMER     *
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

           SELECT COAIN         ASSIGN TO UTS-S-COAIN
            ORGANIZATION IS     SEQUENTIAL
            ACCESS MODE  IS     SEQUENTIAL
            FILE STATUS  IS     WRK-FS-COAIN.

           SELECT COAOUT        ASSIGN TO UTS-S-COAOUT
            ORGANIZATION IS     SEQUENTIAL
            ACCESS MODE  IS     SEQUENTIAL
            FILE STATUS  IS     WRK-FS-COAOUT.

           SELECT COARPT        ASSIGN TO UTS-S-COARPT
            ORGANIZATION IS     SEQUENTIAL
            ACCESS MODE  IS     SEQUENTIAL
            FILE STATUS  IS     WRK-FS-COARPT.

      *================================================================*
      *                  D A T A      D I V I S I O N                  *
      *================================================================*
       DATA DIVISION.
       FILE SECTION.
      *
       FD COAIN
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS 00 RECORDS.
       01 FD-REG-COAIN      PIC X(300).

       FD COAOUT
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS 00 RECORDS.
       01 FD-REG-COAOUT     PIC X(311).

       FD COARPT
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS 00 RECORDS.
       01 FD-REG-COARPT     PIC X(80).

      *-----------------------------------------------------------------*
      *                  WORKING-STORAGE SECTION                        *
      *-----------------------------------------------------------------*
       WORKING-STORAGE SECTION.

       77 WRK-COAIN-REGS-COUNTER                 PIC 9(07) VALUE ZEROS .
       77 WRK-IMAGES-WRITTEN-COUNTER             PIC 9(07) VALUE ZEROS .
       77 WRK-ALREADY-MOVED-COUNTER              PIC 9(07) VALUE ZEROS .
       77 WRK-REVIEW-COUNTER                     PIC 9(07) VALUE ZEROS .
       77 WRK-NO-MATCH-COUNTER                   PIC 9(07) VALUE ZEROS .
       77 WRK-UNDEL-CLEARED-COUNTER              PIC 9(07) VALUE ZEROS .
       77 WRK-REJECTED-REGS-COUNTER              PIC 9(07) VALUE ZEROS .

       77 WRK-COAIN-EOF                          PIC X(03) VALUE SPACES.
       77 WRK-CURSOR-EOF                         PIC X(03) VALUE SPACES.

      *DATA FOR PERIODIC COMMIT:
       77 WRK-COMMIT-COUNTER                     PIC 9(05) VALUE ZEROS .

      *STREET-ADDRESS STANDARDIZATION MODULE AND ITS PARAMETERS:
       77 WRK-STRT-PGM                           PIC X(08) VALUE
                                                           'CSRGSTRT'  .
       01 WRK-STRT-PARM.
          COPY 'CSRGSTR1'.

      *RUNTIME PARAMETER CARD:
       COPY 'CSRGPARM'.

      *ONE CHANGE-OF-ADDRESS RECORD:
       01 WRK-COAIN-REG.
          03 COAIN-NAME                          PIC X(50).
          03 COAIN-OLD-ADDRESS.
             05 COAIN-OLD-CEP                    PIC X(09).
             05 COAIN-OLD-STREET                 PIC X(50).
             05 COAIN-OLD-NUMBER                 PIC X(10).
             05 COAIN-OLD-COMPLEMENT             PIC X(15).
          03 COAIN-NEW-ADDRESS.
             05 COAIN-NEW-CEP                    PIC X(09).
             05 COAIN-NEW-STREET                 PIC X(50).
             05 COAIN-NEW-NUMBER                 PIC X(10).
             05 COAIN-NEW-COMPLEMENT             PIC X(15).
             05 COAIN-NEW-CITY                   PIC X(40).
             05 COAIN-NEW-STATE                  PIC X(02).
          03 COAIN-EFFECTIVE-DATE                PIC X(10).
          03 FILLER                              PIC X(30).

      *THE OLD STREET OF THE RECORD IN THE CSRGSTRT STANDARD FORM,
      *WHICH EVERY CANDIDATE'S STORED STREET IS COMPARED WITH:
       01 WRK-OLD-STREET-STD                     PIC X(50) VALUE SPACES.

      *THE CUSTOMERS ON THE OLD CEP THAT MATCHED ON AT LEAST TWO OF
      *STREET / NUMBER / NAME - ONE CEP RARELY HOLDS MORE THAN A FEW:
       77 WRK-CAND-MAX                           PIC 9(03) VALUE 50.
       77 WRK-CAND-ENTRIES                       PIC 9(03) VALUE ZEROS .
       77 WRK-CAND-IDX                           PIC 9(03) VALUE ZEROS .
       77 WRK-FULL-MATCHES                       PIC 9(03) VALUE ZEROS .
       77 WRK-FULL-IDX                           PIC 9(03) VALUE ZEROS .
       77 WRK-CAND-POINTS                        PIC 9(01) VALUE ZEROS .

       01 WRK-CAND-TABLE.
          05 WRK-CAND-ENTRY                      OCCURS 50 TIMES.
             10 WRK-CAND-CPF                     PIC X(15).
             10 WRK-CAND-STREET                  PIC X(50).
             10 WRK-CAND-NUMBER                  PIC X(10).
             10 WRK-CAND-ADDR-UNDEL              PIC X(01).
                88 WRK-CAND-IS-UNDELIV                 VALUE 'Y'.
             10 WRK-CAND-PATTERN                 PIC X(08).

      *WHICH OF THE THREE KEYS A CANDIDATE MATCHED, AS PRINTED:
       01 WRK-MATCH-PATTERN.
          03 WRK-MATCH-STREET                    PIC X(02) VALUE '--'.
          03 FILLER                              PIC X(01) VALUE ' '.
          03 WRK-MATCH-NUMBER                    PIC X(02) VALUE '--'.
          03 FILLER                              PIC X(01) VALUE ' '.
          03 WRK-MATCH-NAME                      PIC X(02) VALUE '--'.

       01 WRK-CAND-OVERFLOW-SW                   PIC X(01) VALUE 'N'.
          88 WRK-CAND-DID-OVERFLOW                     VALUE 'Y'.

       01 WRK-COA-REASON                         PIC X(21) VALUE SPACES.
       01 WRK-COA-ACTION                         PIC X(08) VALUE SPACES.

      *ONE UPDATE IMAGE FOR TONIGHT'S FILE0004 STREAM:
       01 WRK-COAOUT-REG.
          COPY 'CSTMRG01'.

       01 WRK-COARPT-LINE                        PIC X(80) VALUE SPACES.

      *DATA FOR ERROR LOG:
       01 WRK-ERROR-LOG.
          03 WRK-PROGRAM                         PIC X(08) VALUE
                                                          'CSRG0069'  .
          03 WRK-ERROR-MSG                       PIC X(30) VALUE SPACES.
          03 WRK-ERROR-CODE                      PIC X(30) VALUE SPACES.
          03 WRK-ERROR-DATE                      PIC X(10) VALUE SPACES.
          03 WRK-ERROR-TIME                      PIC X(08) VALUE SPACES.

      *ABENDING PROGRAM:
       77 WRK-ABEND-PGM                          PIC X(08) VALUE
                                                          'ABENDPGM'  .

       01 WRK-FILE-STATUS.
          03 WRK-FS-COAIN                        PIC 9(02) VALUE ZEROS .
          03 WRK-FS-COAOUT                       PIC 9(02) VALUE ZEROS .
          03 WRK-FS-COARPT                       PIC 9(02) VALUE ZEROS .

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
              DECLARE CSR0069 CURSOR FOR
                 SELECT CPF, NAME, STREET, HNUMBER, ADDR_UNDEL
                   FROM TB_CUSTOMER
                  WHERE CEP    = :CEP
                    AND STATUS = 'A'
                  ORDER BY CPF
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

           PERFORM 2000-MATCH-ONE-MOVER
              UNTIL WRK-COAIN-EOF      EQUAL 'END'.

           PERFORM 3000-FINALIZE.
      *----------------------------------------------------------------*
       0000-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       1000-INITIALIZE                 SECTION.
      *----------------------------------------------------------------*
           PERFORM 9000-GET-DATE-TIME.

           PERFORM 1050-GET-RUN-PARMS.

           INITIALIZE WRK-COAIN-REG
                      WRK-STRT-PARM.

           OPEN INPUT  COAIN
                OUTPUT COAOUT
                       COARPT.

           MOVE 'OPEN FILE COAIN'      TO WRK-ERROR-MSG.
           PERFORM 8100-TEST-FS-COAIN.

           MOVE 'OPEN FILE COAOUT'     TO WRK-ERROR-MSG.
           PERFORM 8200-TEST-FS-COAOUT.

           MOVE 'OPEN FILE COARPT'     TO WRK-ERROR-MSG.
           PERFORM 8300-TEST-FS-COARPT.

           MOVE SPACES                 TO    WRK-COARPT-LINE.
           STRING 'CSRG0069 CORREIOS CHANGE OF ADDRESS - RUN ',
                  WRK-DATE-FORMATTED,' ',WRK-TIME-FORMATTED
                                       DELIMITED BY SIZE
                                       INTO  WRK-COARPT-LINE.
           PERFORM 3210-PUT-COARPT-LINE.

           MOVE SPACES                 TO    WRK-COARPT-LINE.
           STRING 'MATCH KEYS: ST=STREET NO=NUMBER NM=NAME, ',
                  '-- = NOT MATCHED'
                                       DELIMITED BY SIZE
                                       INTO  WRK-COARPT-LINE.
           PERFORM 3210-PUT-COARPT-LINE.

           PERFORM 2100-READ-COAIN.

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
       2000-MATCH-ONE-MOVER            SECTION.
      *----------------------------------------------------------------*
      *    A RECORD WITHOUT AN OLD CEP CANNOT BE LOOKED UP, AND ONE    *
      *    WITHOUT A NEW CEP AND STREET HAS NOTHING TO APPLY.          *
      *----------------------------------------------------------------*
           IF COAIN-OLD-CEP            EQUAL SPACES
              MOVE 'NO OLD CEP'        TO WRK-COA-REASON
              PERFORM 2500-REPORT-REJECT
              GO TO 2000-50-NEXT
           END-IF.

           IF COAIN-NEW-CEP            EQUAL SPACES
              OR COAIN-NEW-STREET      EQUAL SPACES
              MOVE 'NO NEW ADDRESS'    TO WRK-COA-REASON
              PERFORM 2500-REPORT-REJECT
              GO TO 2000-50-NEXT
           END-IF.

           PERFORM 2200-COLLECT-CANDIDATES.

           EVALUATE TRUE

              WHEN WRK-CAND-ENTRIES    EQUAL ZEROS
                 ADD 1                 TO WRK-NO-MATCH-COUNTER

              WHEN WRK-FULL-MATCHES    EQUAL 1
                 MOVE WRK-FULL-IDX     TO WRK-CAND-IDX
                 PERFORM 2300-APPLY-FULL-MATCH

              WHEN OTHER
                 ADD 1                 TO WRK-REVIEW-COUNTER
                 IF WRK-FULL-MATCHES   GREATER 1
                    MOVE 'FULL MATCH NOT UNIQ'
                                       TO WRK-COA-REASON
                 ELSE
                    MOVE 'PARTIAL MATCH'
                                       TO WRK-COA-REASON
                 END-IF
                 MOVE 1                TO WRK-CAND-IDX
                 PERFORM 2400-REVIEW-ONE-CANDIDATE
                    UNTIL WRK-CAND-IDX GREATER WRK-CAND-ENTRIES

           END-EVALUATE.

           IF WRK-CAND-DID-OVERFLOW
              MOVE SPACES              TO    WRK-COARPT-LINE
              STRING '*** MORE THAN ',WRK-CAND-MAX,
                     ' CANDIDATES ON CEP ',COAIN-OLD-CEP,
                     ' - REST NOT SCORED'
                                       DELIMITED BY SIZE
                                       INTO  WRK-COARPT-LINE
              PERFORM 3210-PUT-COARPT-LINE
           END-IF.

       2000-50-NEXT.

           PERFORM 2600-COMMIT-INTERVAL.

           PERFORM 2100-READ-COAIN.
      *----------------------------------------------------------------*
       2000-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2100-READ-COAIN                 SECTION.
      *----------------------------------------------------------------*
           MOVE 'READING COAIN'        TO   WRK-ERROR-MSG.

           READ COAIN                  INTO WRK-COAIN-REG.

           PERFORM 8100-TEST-FS-COAIN.

           IF WRK-FS-COAIN             EQUAL 10
              MOVE 'END'               TO   WRK-COAIN-EOF
           ELSE
              ADD 1                    TO   WRK-COAIN-REGS-COUNTER
           END-IF.
      *----------------------------------------------------------------*
       2100-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2200-COLLECT-CANDIDATES         SECTION.
      *----------------------------------------------------------------*
      *    EVERY ACTIVE CUSTOMER ON THE OLD CEP IS SCORED; THOSE       *
      *    MATCHING TWO OR THREE KEYS ARE KEPT IN WRK-CAND-TABLE.      *
      *----------------------------------------------------------------*
           MOVE ZEROS                  TO WRK-CAND-ENTRIES
                                          WRK-FULL-MATCHES
                                          WRK-FULL-IDX.
           MOVE 'N'                    TO WRK-CAND-OVERFLOW-SW.
           MOVE SPACES                 TO WRK-CURSOR-EOF.

           MOVE COAIN-OLD-STREET       TO CSRGSTR1-STREET.
           CALL WRK-STRT-PGM           USING WRK-STRT-PARM.
           MOVE CSRGSTR1-STREET        TO WRK-OLD-STREET-STD.

           MOVE COAIN-OLD-CEP          TO CEP OF BTB-CUSTOMER.

           MOVE 'OPENING CSR0069'      TO WRK-ERROR-MSG.

           EXEC SQL
               OPEN CSR0069
           END-EXEC.

           IF SQLCODE NOT EQUAL ZEROS
              MOVE SQLCODE             TO WRK-SQLCODE-SINAL
              STRING 'SQLCODE..:',WRK-SQLCODE-X
                                       DELIMITED BY SPACE
                                       INTO WRK-ERROR-CODE
              PERFORM 9999-CALL-ABEND-PGM
           END-IF.

           PERFORM 2210-FETCH-CANDIDATE.

           PERFORM 2220-SCORE-CANDIDATE
              UNTIL WRK-CURSOR-EOF     EQUAL 'END'.

           MOVE 'CLOSING CSR0069'      TO WRK-ERROR-MSG.

           EXEC SQL
               CLOSE CSR0069
           END-EXEC.

           IF SQLCODE NOT EQUAL ZEROS
              MOVE SQLCODE             TO WRK-SQLCODE-SINAL
              STRING 'SQLCODE..:',WRK-SQLCODE-X
                                       DELIMITED BY SPACE
                                       INTO WRK-ERROR-CODE
              PERFORM 9999-CALL-ABEND-PGM
           END-IF.
      *----------------------------------------------------------------*
       2200-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2210-FETCH-CANDIDATE            SECTION.
      *----------------------------------------------------------------*
           MOVE 'FETCHING CSR0069'     TO   WRK-ERROR-MSG.

           EXEC SQL
               FETCH CSR0069
                   INTO :CPF, :NAME, :STREET, :HNUMBER, :ADDR-UNDEL
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
       2210-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2220-SCORE-CANDIDATE            SECTION.
      *----------------------------------------------------------------*
      *    ONE POINT EACH FOR STREET (STANDARD FORM ON BOTH SIDES),    *
      *    HOUSE NUMBER AND NAME.  A ROW WITH LESS THAN TWO IS A       *
      *    NEIGHBOUR, NOT THE MOVER.                                   *
      *----------------------------------------------------------------*
           MOVE ZEROS                  TO WRK-CAND-POINTS.
           MOVE '--'                   TO WRK-MATCH-STREET
                                          WRK-MATCH-NUMBER
                                          WRK-MATCH-NAME.

           MOVE STREET OF BTB-CUSTOMER TO CSRGSTR1-STREET.
           CALL WRK-STRT-PGM           USING WRK-STRT-PARM.

           IF CSRGSTR1-STREET          EQUAL WRK-OLD-STREET-STD
              ADD 1                    TO WRK-CAND-POINTS
              MOVE 'ST'                TO WRK-MATCH-STREET
           END-IF.

           IF HNUMBER OF BTB-CUSTOMER  EQUAL COAIN-OLD-NUMBER
              ADD 1                    TO WRK-CAND-POINTS
              MOVE 'NO'                TO WRK-MATCH-NUMBER
           END-IF.

           IF NAME OF BTB-CUSTOMER     EQUAL COAIN-NAME
              ADD 1                    TO WRK-CAND-POINTS
              MOVE 'NM'                TO WRK-MATCH-NAME
           END-IF.

           IF WRK-CAND-POINTS          LESS 2
              GO TO 2220-50-NEXT
           END-IF.

           IF WRK-CAND-ENTRIES         NOT LESS WRK-CAND-MAX
              MOVE 'Y'                 TO WRK-CAND-OVERFLOW-SW
              GO TO 2220-50-NEXT
           END-IF.

           ADD 1                       TO WRK-CAND-ENTRIES.
           MOVE CPF OF BTB-CUSTOMER    TO WRK-CAND-CPF
                                          (WRK-CAND-ENTRIES).
           MOVE STREET OF BTB-CUSTOMER TO WRK-CAND-STREET
                                          (WRK-CAND-ENTRIES).
           MOVE HNUMBER OF BTB-CUSTOMER
                                       TO WRK-CAND-NUMBER
                                          (WRK-CAND-ENTRIES).
           MOVE ADDR-UNDEL OF BTB-CUSTOMER
                                       TO WRK-CAND-ADDR-UNDEL
                                          (WRK-CAND-ENTRIES).
           MOVE WRK-MATCH-PATTERN      TO WRK-CAND-PATTERN
                                          (WRK-CAND-ENTRIES).

           IF WRK-CAND-POINTS          EQUAL 3
              ADD 1                    TO WRK-FULL-MATCHES
              MOVE WRK-CAND-ENTRIES    TO WRK-FULL-IDX
           END-IF.

       2220-50-NEXT.

           PERFORM 2210-FETCH-CANDIDATE.
      *----------------------------------------------------------------*
       2220-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2300-APPLY-FULL-MATCH           SECTION.
      *----------------------------------------------------------------*
      *    THE ONE CUSTOMER MATCHING ALL THREE KEYS MOVES: AN UPDATE   *
      *    IMAGE GOES TO COAOUT FOR CSRG0003 TO APPLY, UNLESS THE      *
      *    STORED ADDRESS IS ALREADY THE NEW ONE (A MOVE WITHIN THE    *
      *    SAME CEP APPLIED BEFORE, OR THE SAME FILE SEEN TWICE).      *
      *    OTHER HOUSEHOLD MEMBERS ON TWO KEYS DID NOT FILE THE MOVE   *
      *    AND ARE LEFT ALONE.                                         *
      *----------------------------------------------------------------*
           MOVE COAIN-NEW-STREET       TO CSRGSTR1-STREET.
           CALL WRK-STRT-PGM           USING WRK-STRT-PARM.

           IF COAIN-NEW-CEP            EQUAL COAIN-OLD-CEP
              AND CSRGSTR1-STREET      EQUAL WRK-CAND-STREET
                                             (WRK-CAND-IDX)
              AND COAIN-NEW-NUMBER     EQUAL WRK-CAND-NUMBER
                                             (WRK-CAND-IDX)
              ADD 1                    TO WRK-ALREADY-MOVED-COUNTER
              MOVE 'ALREADY'           TO WRK-COA-ACTION
              MOVE 'ALREADY AT NEW ADDR'
                                       TO WRK-COA-REASON
              PERFORM 3220-PUT-ENTRY-HEADER
              PERFORM 2700-CLEAR-ADDR-UNDEL
              GO TO 2300-99-EXIT
           END-IF.

           MOVE SPACES                 TO WRK-COAOUT-REG.

           MOVE WRK-CAND-CPF (WRK-CAND-IDX)
                                       TO CSTMRG01-CPF.
           MOVE COAIN-NEW-STREET       TO CSTMRG01-STREET.
           MOVE COAIN-NEW-CEP          TO CSTMRG01-CEP.
           MOVE COAIN-NEW-CITY         TO CSTMRG01-CITY.
           MOVE COAIN-NEW-STATE        TO CSTMRG01-STATE.

           IF COAIN-NEW-NUMBER         EQUAL SPACES
              MOVE '**'                TO CSTMRG01-NUMBER
           ELSE
              MOVE COAIN-NEW-NUMBER    TO CSTMRG01-NUMBER
           END-IF.

           IF COAIN-NEW-COMPLEMENT     EQUAL SPACES
              MOVE '**'                TO CSTMRG01-OTHER-INFO
           ELSE
              MOVE COAIN-NEW-COMPLEMENT
                                       TO CSTMRG01-OTHER-INFO
           END-IF.

           MOVE 'WRITING COAOUT'       TO WRK-ERROR-MSG.
           MOVE WRK-COAOUT-REG         TO FD-REG-COAOUT.
           WRITE FD-REG-COAOUT.
           PERFORM 8200-TEST-FS-COAOUT.

           ADD 1                       TO WRK-IMAGES-WRITTEN-COUNTER.

           MOVE 'UPDATED'              TO WRK-COA-ACTION.
           MOVE 'NEW ADDRESS IMAGE'    TO WRK-COA-REASON.
           PERFORM 3220-PUT-ENTRY-HEADER.

           PERFORM 2700-CLEAR-ADDR-UNDEL.
      *----------------------------------------------------------------*
       2300-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2400-REVIEW-ONE-CANDIDATE       SECTION.
      *----------------------------------------------------------------*
      *    A CANDIDATE THAT IS NOT A SURE MOVE IS LISTED FOR REVIEW    *
      *    WITH BOTH ADDRESSES, SO CUSTOMER SERVICE CAN KEY THE        *
      *    CHANGE ITSELF ONCE IT HAS CONFIRMED IT.                     *
      *----------------------------------------------------------------*
           MOVE 'REVIEW'               TO WRK-COA-ACTION.
           PERFORM 3220-PUT-ENTRY-HEADER.

           MOVE SPACES                 TO    WRK-COARPT-LINE.
           STRING '  NAME ',COAIN-NAME
                                       DELIMITED BY SIZE
                                       INTO  WRK-COARPT-LINE.
           PERFORM 3210-PUT-COARPT-LINE.

           MOVE SPACES                 TO    WRK-COARPT-LINE.
           STRING '  OLD  ',COAIN-OLD-CEP,' ',COAIN-OLD-NUMBER,' ',
                  COAIN-OLD-STREET
                                       DELIMITED BY SIZE
                                       INTO  WRK-COARPT-LINE.
           PERFORM 3210-PUT-COARPT-LINE.

           MOVE SPACES                 TO    WRK-COARPT-LINE.
           STRING '  NEW  ',COAIN-NEW-CEP,' ',COAIN-NEW-NUMBER,' ',
                  COAIN-NEW-STREET
                                       DELIMITED BY SIZE
                                       INTO  WRK-COARPT-LINE.
           PERFORM 3210-PUT-COARPT-LINE.

           PERFORM 2700-CLEAR-ADDR-UNDEL.

           ADD 1                       TO WRK-CAND-IDX.
      *----------------------------------------------------------------*
       2400-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2500-REPORT-REJECT              SECTION.
      *----------------------------------------------------------------*
           ADD 1                       TO WRK-REJECTED-REGS-COUNTER.

           MOVE SPACES                 TO    WRK-COARPT-LINE.
           STRING 'REJECTED RECORD ',WRK-COAIN-REGS-COUNTER,' ',
                  WRK-COA-REASON,' ',COAIN-NAME
                                       DELIMITED BY SIZE
                                       INTO  WRK-COARPT-LINE.
           PERFORM 3210-PUT-COARPT-LINE.
      *----------------------------------------------------------------*
       2500-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2600-COMMIT-INTERVAL            SECTION.
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
       2700-CLEAR-ADDR-UNDEL           SECTION.
      *----------------------------------------------------------------*
      *    ONLY A FLAGGED ADDRESS IS TOUCHED.  THE STORED UNDEL_DT/    *
      *    UNDEL_REASON STAY AS HISTORY, AS THEY DO ON A CSRG0003      *
      *    ADDRESS CHANGE.                                             *
      *----------------------------------------------------------------*
           IF NOT WRK-CAND-IS-UNDELIV (WRK-CAND-IDX)
              GO TO 2700-99-EXIT
           END-IF.

           MOVE 'CLEARING ADDR_UNDEL'  TO WRK-ERROR-MSG.

           MOVE WRK-CAND-CPF (WRK-CAND-IDX)
                                       TO CPF OF BTB-CUSTOMER.

           IF CSRGPARM-IS-PRODUCTION
              EXEC SQL
                  UPDATE TB_CUSTOMER
                     SET ADDR_UNDEL = 'N'
                   WHERE CPF        = :CPF
                     AND ADDR_UNDEL = 'Y'
              END-EXEC
           ELSE
              MOVE ZEROS               TO SQLCODE
           END-IF.

           EVALUATE SQLCODE

              WHEN ZEROS
                 ADD 1                 TO WRK-UNDEL-CLEARED-COUNTER
                 MOVE 'N'              TO WRK-CAND-ADDR-UNDEL
                                          (WRK-CAND-IDX)

              WHEN +100
                 CONTINUE

              WHEN OTHER
                 MOVE SQLCODE          TO WRK-SQLCODE-SINAL
                 STRING 'SQLCODE..:',WRK-SQLCODE-X
                                       DELIMITED BY SPACE
                                       INTO WRK-ERROR-CODE
                 PERFORM 9999-CALL-ABEND-PGM

           END-EVALUATE.
      *----------------------------------------------------------------*
       2700-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       3000-FINALIZE                   SECTION.
      *----------------------------------------------------------------*
           IF CSRGPARM-IS-PRODUCTION
              EXEC SQL
                  COMMIT
              END-EXEC
           END-IF.

           MOVE SPACES                 TO    WRK-COARPT-LINE.
           STRING 'READ / UPDATED / ALREADY / REVIEW: ',
                  WRK-COAIN-REGS-COUNTER,' ',
                  WRK-IMAGES-WRITTEN-COUNTER,' ',
                  WRK-ALREADY-MOVED-COUNTER,' ',
                  WRK-REVIEW-COUNTER
                                       DELIMITED BY SIZE
                                       INTO  WRK-COARPT-LINE.
           PERFORM 3210-PUT-COARPT-LINE.

           MOVE SPACES                 TO    WRK-COARPT-LINE.
           STRING 'NO MATCH / REJECTED / ADDR_UNDEL CLEARED: ',
                  WRK-NO-MATCH-COUNTER,' ',
                  WRK-REJECTED-REGS-COUNTER,' ',
                  WRK-UNDEL-CLEARED-COUNTER
                                       DELIMITED BY SIZE
                                       INTO  WRK-COARPT-LINE.
           PERFORM 3210-PUT-COARPT-LINE.

           CLOSE COAIN
                 COAOUT
                 COARPT.

           DISPLAY '***************************'.
           DISPLAY '*  SUCCESSFUL  EXECUTION  *'.
           DISPLAY '***************************'.
           DISPLAY '*MODULE..........:' WRK-PROGRAM '*'.
           DISPLAY '*COMPILED........:'
           DD-COMPILED '/' MM-COMPILED '/' YY-COMPILED '*'.
           DISPLAY '*.................'
           HOUR-COMPILED '.' MINUTE-COMPILED '.'SECOND-COMPILED '*'.
           DISPLAY '*-------------------------*'.
           DISPLAY '*MOVERS READ.........:' WRK-COAIN-REGS-COUNTER
           '*'.
           DISPLAY '*UPDATE IMAGES.......:' WRK-IMAGES-WRITTEN-COUNTER
           '*'.
           DISPLAY '*ALREADY MOVED.......:' WRK-ALREADY-MOVED-COUNTER
           '*'.
           DISPLAY '*SENT TO REVIEW......:' WRK-REVIEW-COUNTER
           '*'.
           DISPLAY '*NO MATCH............:' WRK-NO-MATCH-COUNTER
           '*'.
           DISPLAY '*REJECTED............:' WRK-REJECTED-REGS-COUNTER
           '*'.
           DISPLAY '*ADDR_UNDEL CLEARED..:' WRK-UNDEL-CLEARED-COUNTER
           '*'.
           DISPLAY '*-------------------------*'.
           DISPLAY '*EXECUTED......:' WRK-DATE-FORMATTED '*'.
           DISPLAY '*.................' WRK-TIME-FORMATTED '*'.
           DISPLAY '***************************'.

           IF CSRGPARM-IS-TEST-MODE
              DISPLAY '*** TEST MODE - COUNTS ABOVE ARE SIMULATED,  ***'
              DISPLAY '*** TB_CUSTOMER WAS NOT CHANGED              ***'
           END-IF.

           STOP RUN.
      *----------------------------------------------------------------*
       3000-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       3210-PUT-COARPT-LINE            SECTION.
      *----------------------------------------------------------------*
           MOVE  WRK-COARPT-LINE       TO    FD-REG-COARPT.

           WRITE FD-REG-COARPT.

           PERFORM 8300-TEST-FS-COARPT.
      *----------------------------------------------------------------*
       3210-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       3220-PUT-ENTRY-HEADER           SECTION.
      *----------------------------------------------------------------*
      *    ACTION, CPF, MATCH KEYS, REASON AND EFFECTIVE DATE OF THE   *
      *    CANDIDATE AT WRK-CAND-IDX.                                  *
      *----------------------------------------------------------------*
           MOVE SPACES                 TO    WRK-COARPT-LINE.
           STRING WRK-COA-ACTION,' ',
                  WRK-CAND-CPF (WRK-CAND-IDX),' ',
                  WRK-CAND-PATTERN (WRK-CAND-IDX),' ',
                  WRK-COA-REASON,' EFF ',
                  COAIN-EFFECTIVE-DATE
                                       DELIMITED BY SIZE
                                       INTO  WRK-COARPT-LINE.
           PERFORM 3210-PUT-COARPT-LINE.
      *----------------------------------------------------------------*
       3220-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       8100-TEST-FS-COAIN              SECTION.
      *----------------------------------------------------------------*
           IF WRK-FS-COAIN             NOT EQUAL ZEROS AND 10
              MOVE WRK-FS-COAIN        TO  WRK-ERROR-CODE
              PERFORM 9999-CALL-ABEND-PGM
           END-IF.
      *----------------------------------------------------------------*
       8100-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       8200-TEST-FS-COAOUT             SECTION.
      *----------------------------------------------------------------*
           IF WRK-FS-COAOUT            NOT EQUAL ZEROS
              MOVE WRK-FS-COAOUT       TO  WRK-ERROR-CODE
              PERFORM 9999-CALL-ABEND-PGM
           END-IF.
      *----------------------------------------------------------------*
       8200-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       8300-TEST-FS-COARPT             SECTION.
      *----------------------------------------------------------------*
           IF WRK-FS-COARPT            NOT EQUAL ZEROS
              MOVE WRK-FS-COARPT       TO  WRK-ERROR-CODE
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
