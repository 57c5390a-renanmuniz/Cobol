      *================================================================*
      *        I D E N T I F I C A T I O N      D I V I S I O N        *
      *================================================================*
       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     CSRGCHAN.
       AUTHOR.         RENAN MUNIZ MERLO.
       DATE-WRITTEN.   15/10/2026.
       DATE-COMPILED   WHEN-COMPILED.
       REMARKS.
      *----------------------------------------------------------------*
      *                RENAN MUNIZ MERLO COBOL DEVELOPER               *
      *          https://www.linkedin.com/in/renan-muniz-merlo         *
      *----------------------------------------------------------------*
      *    PROGRAM-ID..: CSRGCHAN.                                     *
      *    ANALYST.....: RENAN MUNIZ MERLO                             *
      *    PROGRAMMER..: RENAN MUNIZ MERLO                             *
      *    DATE........: 15/10/2026                                    *
      *----------------------------------------------------------------*
      *    PROJECT.....: CUSTOMER REGISTRATION PROJECT - CUSTMREG      *
      *----------------------------------------------------------------*
      *    GOAL........: THE ONE CALLABLE AUDIT-CHAIN MODULE, SO EVERY *
      *                  WRITER AND EVERY READER OF THE AUDIT TRAILS   *
      *                  (FILEHST3, LGPDAUD, MRGAUD, BKOAUD, CONSAUD,  *
      *                  ACCLOG, ADRHST, CUSTSNAP) AGREE ON ONE        *
      *                  CHAINING RULE.  EACH                          *
      *                  RECORD CARRIES, IN ITS CSRGCHN1 SUFFIX, A     *
      *                  HASH OF ITS OWN BODY CHAINED TO THE HASH OF   *
      *                  THE RECORD BEFORE IT IN THE SAME STREAM, SO   *
      *                  CHANGING, INSERTING OR REMOVING ANY RECORD    *
      *                  BREAKS EVERY LINK AFTER IT.  EACH BATCH       *
      *                  GENERATION ENDS IN A CSRGSEL1 SEAL WHOSE      *
      *                  HASH IS ALSO REGISTERED ON TB_AUDIT_SEAL, SO  *
      *                  A TRAIL RE-HASHED FROM END TO END STILL FAILS *
      *                  AGAINST THE REGISTER, AND A GENERATION        *
      *                  REMOVED WHOLE SHOWS AS A GAP IN THE SEAL      *
      *                  SEQUENCE.  THE ONLINE (CICS) STREAM IS        *
      *                  CHAINED THE SAME WAY BUT NEVER SEALED - A     *
      *                  REGION HAS NO END OF GENERATION.              *
      *                  THE HASH IS TWO INDEPENDENT MODULAR           *
      *                  POLYNOMIAL SUMS (MODULI 2147483647 AND        *
      *                  2147483629) OVER THE BODY AND THE STREAM      *
      *                  BYTE, EACH SEEDED BY THE PREVIOUS HASH OR,    *
      *                  FOR THE FIRST LINK, BY THE TRAIL NAME.        *
      *                  THE FUNCTIONS AND VERDICTS ARE DESCRIBED IN   *
      *                  CSRGCHP1.  RETURNS CONTROL TO THE CALLER - IT *
      *                  NEVER ABENDS.                                 *
      *----------------------------------------------------------------*
      *    FILES.......:  NONE.                                        *
      *----------------------------------------------------------------*
      *    TABLE DB2...:  TB_AUDIT_SEAL.                               *
      *----------------------------------------------------------------*
      *    MODIFICATION HISTORY.......:                                *
      *    15/10/2026 RMM - PROGRAM CREATED.                           *
      *    15/10/2026 RMM - RECORD AREA WIDENED TO 500 BYTES FOR THE   *
      *                     CUSTSNAP TRAIL (CSRG0084).                 *
      *----------------------------------------------------------------*
      *================================================================*
      *           E N V I R O N M E N T      D I V I S I O N           *
      *================================================================*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.
      *================================================================*
      *                  D A T A      D I V I S I O N                  *
      *================================================================*
       DATA DIVISION.
      *
      *-----------------------------------------------------------------*
      *                  WORKING-STORAGE SECTION                        *
      *-----------------------------------------------------------------*
       WORKING-STORAGE SECTION.

      *THE SUFFIX OF THE RECORD BEING LINKED OR VERIFIED:
       01 WRK-SUFFIX-REG.
          COPY 'CSRGCHN1'.

      *THE RECORD BODY SEEN AS A SEAL TRAILER:
       01 WRK-SEAL-REG.
          COPY 'CSRGSEL1'.

      *THE FIRST BYTES OF A FILEHST3 SLICE HEADER (CSRGHSH1):
       77 WRK-SLICE-HEADER-TAG                   PIC X(12) VALUE
                                                 'SLICE HEADER'.

      *THE HASH BEING CHAINED FROM AND THE HASH COMPUTED:
       01 WRK-PREV-HASH                          PIC X(20) VALUE SPACES.
       01 FILLER REDEFINES WRK-PREV-HASH.
          03 WRK-PREV-H1                         PIC 9(10).
          03 WRK-PREV-H2                         PIC 9(10).
       01 WRK-CALC-HASH                          PIC X(20) VALUE SPACES.
       01 FILLER REDEFINES WRK-CALC-HASH.
          03 WRK-CALC-H1                         PIC 9(10).
          03 WRK-CALC-H2                         PIC 9(10).
       01 WRK-STORED-HASH                        PIC X(20) VALUE SPACES.
       77 WRK-STREAM                             PIC X(01) VALUE SPACES.

      *THE TWO RUNNING SUMS AND THEIR MODULI:
       77 WRK-H1                                 PIC 9(10) COMP
                                                           VALUE ZEROS.
       77 WRK-H2                                 PIC 9(10) COMP
                                                           VALUE ZEROS.
       77 WRK-MOD1                               PIC 9(10) COMP
                                                     VALUE 2147483647.
       77 WRK-MOD2                               PIC 9(10) COMP
                                                     VALUE 2147483629.
       77 WRK-HASH-WORK                          PIC 9(15) COMP
                                                           VALUE ZEROS.
       77 WRK-HASH-QUOT                          PIC 9(15) COMP
                                                           VALUE ZEROS.
       77 WRK-BYTE-IDX                           PIC 9(04) COMP
                                                           VALUE ZEROS.

      *ONE BYTE OF THE RECORD, TAKEN AS A NUMBER 0-255 THROUGH THE
      *LOW ORDER OF A HALFWORD:
       01 WRK-BYTE-WORD.
          03 WRK-BYTE-HI                         PIC X(01) VALUE
                                                           LOW-VALUE.
          03 WRK-BYTE-LO                         PIC X(01) VALUE
                                                           LOW-VALUE.
       01 FILLER REDEFINES WRK-BYTE-WORD.
          03 WRK-BYTE-VALUE                      PIC 9(04) COMP.

      *SWITCHES OF ONE VERIFICATION:
       01 WRK-LINK-SW                            PIC X(01) VALUE 'N'.
          88 WRK-LINK-IS-GOOD                          VALUE 'Y'.
       01 WRK-SEAL-SW                            PIC X(01) VALUE 'N'.
          88 WRK-RECORD-IS-SEAL                        VALUE 'Y'.

      *RECORD COUNT OF THE GENERATION A SEAL CLOSES:
       77 WRK-SEALED-COUNT                       PIC 9(09) VALUE ZEROS .

      *SEAL TIME STAMP, YYYYMMDDHHMMSS:
       01 WRK-SYSTEM-DATE.
          03 YY                                  PIC 9(02) VALUE ZEROS .
          03 MM                                  PIC 9(02) VALUE ZEROS .
          03 DD                                  PIC 9(02) VALUE ZEROS .
      *
       01 WRK-SYSTEM-TIME.
          03 HOUR                                PIC 9(02) VALUE ZEROS .
          03 MINUTE                              PIC 9(02) VALUE ZEROS .
          03 SECOND                              PIC 9(02) VALUE ZEROS .
          03 HUNDREDTH                           PIC 9(02) VALUE ZEROS .
      *
       01 WRK-SEAL-STAMP.
          03 WRK-STAMP-YYYY                      PIC 9(04) VALUE ZEROS .
          03 WRK-STAMP-MM                        PIC 9(02) VALUE ZEROS .
          03 WRK-STAMP-DD                        PIC 9(02) VALUE ZEROS .
          03 WRK-STAMP-HH                        PIC 9(02) VALUE ZEROS .
          03 WRK-STAMP-MI                        PIC 9(02) VALUE ZEROS .
          03 WRK-STAMP-SS                        PIC 9(02) VALUE ZEROS .

      *----------------------------------------------------------------*
      *    DB2 AREA                                                    *
      *----------------------------------------------------------------*
           EXEC SQL
              INCLUDE SQLCA
           END-EXEC.

           EXEC SQL
              INCLUDE BTB_AUDIT_SEAL
           END-EXEC.
      *-----------------------------------------------------------------*
      *                      LINKAGE SECTION                            *
      *-----------------------------------------------------------------*
       LINKAGE SECTION.
       01 WRK-CHAN-PARM.
          COPY 'CSRGCHP1'.
       01 WRK-CHAN-RECORD                        PIC X(500).
      *================================================================*
       PROCEDURE                       DIVISION  USING WRK-CHAN-PARM
                                                       WRK-CHAN-RECORD.
      *================================================================*
      *----------------------------------------------------------------*
       0000-MAIN-PROCESS               SECTION.
      *----------------------------------------------------------------*
           MOVE SPACES                 TO CSRGCHP1-VERDICT.
           MOVE ZEROS                  TO CSRGCHP1-SQLCODE.

           EVALUATE TRUE
              WHEN CSRGCHP1-DO-LINK
                   PERFORM 1000-LINK-RECORD
              WHEN CSRGCHP1-DO-SEAL
                   PERFORM 2000-SEAL-GENERATION
              WHEN CSRGCHP1-DO-RESEAL
                   PERFORM 3000-RESEAL-GENERATION
              WHEN CSRGCHP1-DO-VERIFY
                   PERFORM 4000-VERIFY-RECORD
              WHEN CSRGCHP1-DO-FINISH
                   PERFORM 5000-FINISH-DATASET
              WHEN OTHER
                   DISPLAY '*CSRGCHAN: INVALID FUNCTION '
                           CSRGCHP1-FUNCTION ' FOR TRAIL '
                           CSRGCHP1-TRAIL '*'
           END-EVALUATE.

           GOBACK.
      *----------------------------------------------------------------*
       0000-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       1000-LINK-RECORD                SECTION.
      *----------------------------------------------------------------*
      *    CHAIN THE RECORD INTO ITS STREAM AND STORE THE SUFFIX.  A   *
      *    BATCH SEAL CLOSES THE GENERATION: THE NEXT BATCH RECORD     *
      *    STARTS AGAIN FROM THE SEED.                                 *
      *----------------------------------------------------------------*
           IF CSRGCHP1-STREAM          EQUAL 'O'
              MOVE 'O'                 TO WRK-STREAM
              MOVE CSRGCHP1-ONLINE-HASH
                                       TO WRK-PREV-HASH
           ELSE
              MOVE 'B'                 TO WRK-STREAM
              MOVE CSRGCHP1-BATCH-HASH TO WRK-PREV-HASH
           END-IF.

           PERFORM 7000-COMPUTE-HASH.

           MOVE WRK-STREAM             TO CSRGCHN1-STREAM.
           MOVE WRK-CALC-HASH          TO CSRGCHN1-HASH.
           MOVE WRK-SUFFIX-REG         TO WRK-CHAN-RECORD
                                          (CSRGCHP1-BODY-LEN + 1:21).

           SET CSRGCHP1-CHAINING-BEGAN TO TRUE.
           MOVE 'K'                    TO CSRGCHP1-VERDICT.

           IF WRK-STREAM               EQUAL 'O'
              MOVE WRK-CALC-HASH       TO CSRGCHP1-ONLINE-HASH
              GO TO 1000-99-EXIT
           END-IF.

           MOVE WRK-CHAN-RECORD (1:57) TO WRK-SEAL-REG.

           IF CSRGSEL1-IS-SEAL
              MOVE SPACES              TO CSRGCHP1-BATCH-HASH
              MOVE ZEROS               TO CSRGCHP1-GEN-COUNT
              MOVE WRK-CALC-HASH       TO CSRGCHP1-SEAL-HASH
           ELSE
              MOVE WRK-CALC-HASH       TO CSRGCHP1-BATCH-HASH
              ADD 1                    TO CSRGCHP1-GEN-COUNT
           END-IF.
      *----------------------------------------------------------------*
       1000-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2000-SEAL-GENERATION            SECTION.
      *----------------------------------------------------------------*
      *    BUILD THE SEAL OF THE BATCH GENERATION JUST WRITTEN INTO    *
      *    THE RECORD AREA, LINK IT, AND REGISTER ITS HASH.  THE       *
      *    CALLER WRITES THE RECORD.  AN EMPTY GENERATION IS NOT       *
      *    SEALED - THE CALLER TESTS GEN-COUNT BEFORE CALLING.         *
      *----------------------------------------------------------------*
           MOVE SPACES                 TO CSRGCHP1-SEAL-HASH.
           MOVE ZEROS                  TO CSRGCHP1-SEAL-SEQ.

           IF CSRGCHP1-GEN-COUNT       EQUAL ZEROS
              MOVE 'K'                 TO CSRGCHP1-VERDICT
              GO TO 2000-99-EXIT
           END-IF.

           PERFORM 9000-GET-DATE-TIME.

           MOVE CSRGCHP1-GEN-COUNT     TO WRK-SEALED-COUNT.

           MOVE SPACES                 TO WRK-CHAN-RECORD
                                          (1:CSRGCHP1-BODY-LEN).
           MOVE SPACES                 TO WRK-SEAL-REG.
           SET CSRGSEL1-IS-SEAL        TO TRUE.
           MOVE CSRGCHP1-TRAIL         TO CSRGSEL1-TRAIL.
           MOVE WRK-SEAL-STAMP         TO CSRGSEL1-STAMP.
           MOVE CSRGCHP1-RUN-ID        TO CSRGSEL1-RUN-ID.
           MOVE WRK-SEALED-COUNT       TO CSRGSEL1-RECORDS.
           MOVE WRK-SEAL-REG           TO WRK-CHAN-RECORD (1:57).

           MOVE 'B'                    TO CSRGCHP1-STREAM.
           PERFORM 1000-LINK-RECORD.

           IF CSRGCHP1-IS-PRODUCTION
              PERFORM 2100-REGISTER-SEAL
           END-IF.
      *----------------------------------------------------------------*
       2000-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2100-REGISTER-SEAL              SECTION.
      *----------------------------------------------------------------*
           MOVE CSRGCHP1-TRAIL         TO AUDS-TRAIL-NAME.

           EXEC SQL
              SELECT COALESCE(MAX(SEAL_SEQ), 0)
                INTO :AUDS-SEAL-SEQ
                FROM TB_AUDIT_SEAL
               WHERE TRAIL_NAME = :AUDS-TRAIL-NAME
           END-EXEC.

           IF SQLCODE                  NOT EQUAL ZEROS
              MOVE SQLCODE             TO CSRGCHP1-SQLCODE
              GO TO 2100-99-EXIT
           END-IF.

           ADD 1                       TO AUDS-SEAL-SEQ.
           MOVE CSRGCHP1-SEAL-HASH     TO AUDS-SEAL-HASH.
           MOVE WRK-SEALED-COUNT       TO AUDS-RECORD-COUNT.
           MOVE CSRGCHP1-RUN-ID        TO AUDS-RUN-ID.
           MOVE CSRGCHP1-PROGRAM       TO AUDS-PROGRAM.
           MOVE SPACES                 TO AUDS-RESEAL-RUN-ID.

           EXEC SQL
              INSERT INTO TB_AUDIT_SEAL
                     (TRAIL_NAME, SEAL_SEQ, SEAL_HASH, RECORD_COUNT,
                      RUN_ID, PROGRAM, SEALED_TS, RESEAL_RUN_ID)
              VALUES (:AUDS-TRAIL-NAME, :AUDS-SEAL-SEQ,
                      :AUDS-SEAL-HASH, :AUDS-RECORD-COUNT,
                      :AUDS-RUN-ID, :AUDS-PROGRAM, CURRENT TIMESTAMP,
                      :AUDS-RESEAL-RUN-ID)
           END-EXEC.

           IF SQLCODE                  NOT EQUAL ZEROS
              MOVE SQLCODE             TO CSRGCHP1-SQLCODE
              GO TO 2100-99-EXIT
           END-IF.

           MOVE AUDS-SEAL-SEQ          TO CSRGCHP1-SEAL-SEQ.
      *----------------------------------------------------------------*
       2100-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       3000-RESEAL-GENERATION          SECTION.
      *----------------------------------------------------------------*
      *    A GENERATION LEGITIMATELY REWRITTEN (THE LGPD ERASURE)      *
      *    CHANGES ITS SEAL'S HASH: THE REGISTER ROW OF THE OLD HASH   *
      *    TAKES THE NEW ONE.  A SEAL NEVER REGISTERED (WRITTEN IN     *
      *    TEST MODE) HAS NO ROW TO MOVE, AND THAT IS NOT AN ERROR.    *
      *----------------------------------------------------------------*
           MOVE 'K'                    TO CSRGCHP1-VERDICT.

           IF NOT CSRGCHP1-IS-PRODUCTION
              GO TO 3000-99-EXIT
           END-IF.

           MOVE WRK-CHAN-RECORD (CSRGCHP1-BODY-LEN + 1:21)
                                       TO WRK-SUFFIX-REG.

           IF CSRGCHN1-HASH            EQUAL CSRGCHP1-OLD-HASH
              GO TO 3000-99-EXIT
           END-IF.

           MOVE CSRGCHP1-TRAIL         TO AUDS-TRAIL-NAME.
           MOVE CSRGCHN1-HASH          TO AUDS-SEAL-HASH.
           MOVE CSRGCHP1-RUN-ID        TO AUDS-RESEAL-RUN-ID.
           MOVE CSRGCHP1-OLD-HASH      TO WRK-STORED-HASH.

           EXEC SQL
              UPDATE TB_AUDIT_SEAL
                 SET SEAL_HASH     = :AUDS-SEAL-HASH,
                     RESEAL_RUN_ID = :AUDS-RESEAL-RUN-ID
               WHERE TRAIL_NAME    = :AUDS-TRAIL-NAME
                 AND SEAL_HASH     = :WRK-STORED-HASH
           END-EXEC.

           IF SQLCODE                  NOT EQUAL ZEROS
              AND SQLCODE              NOT EQUAL +100
              MOVE SQLCODE             TO CSRGCHP1-SQLCODE
           END-IF.
      *----------------------------------------------------------------*
       3000-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       4000-VERIFY-RECORD              SECTION.
      *----------------------------------------------------------------*
      *    RECOMPUTE THE LINK OF ONE RECORD READ BACK FROM A DATASET   *
      *    AND COMPARE IT WITH THE HASH STORED IN ITS SUFFIX.  AFTER   *
      *    A BROKEN LINK THE STREAM CONTINUES FROM THE STORED HASH,    *
      *    SO ONE TAMPERED RECORD IS REPORTED ONCE, NOT ONCE FOR EVERY *
      *    RECORD AFTER IT.                                            *
      *----------------------------------------------------------------*
           ADD 1                       TO CSRGCHP1-RECORDS.

           IF CSRGCHP1-TRAIL           EQUAL 'FILEHST3'
              AND WRK-CHAN-RECORD (1:12)
                                       EQUAL WRK-SLICE-HEADER-TAG
              MOVE 'H'                 TO CSRGCHP1-VERDICT
              GO TO 4000-99-EXIT
           END-IF.

           MOVE WRK-CHAN-RECORD (CSRGCHP1-BODY-LEN + 1:21)
                                       TO WRK-SUFFIX-REG.

           IF WRK-SUFFIX-REG           EQUAL SPACES
              IF CSRGCHP1-CHAINING-BEGAN
                 MOVE 'X'              TO CSRGCHP1-VERDICT
                 PERFORM 4900-RECORD-ERROR
              ELSE
                 MOVE 'P'              TO CSRGCHP1-VERDICT
                 ADD 1                 TO CSRGCHP1-PRE-CHAIN
              END-IF
              GO TO 4000-99-EXIT
           END-IF.

           SET CSRGCHP1-CHAINING-BEGAN TO TRUE.
           MOVE CSRGCHN1-HASH          TO WRK-STORED-HASH.

           EVALUATE TRUE
              WHEN CSRGCHN1-IS-ONLINE
                   PERFORM 4100-VERIFY-ONLINE-LINK
              WHEN CSRGCHN1-IS-BATCH
                   PERFORM 4200-VERIFY-BATCH-LINK
              WHEN OTHER
                   MOVE 'B'            TO CSRGCHP1-VERDICT
                   PERFORM 4900-RECORD-ERROR
           END-EVALUATE.
      *----------------------------------------------------------------*
       4000-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       4100-VERIFY-ONLINE-LINK         SECTION.
      *----------------------------------------------------------------*
           MOVE 'O'                    TO WRK-STREAM.

           IF CSRGCHP1-ONLINE-HASH     EQUAL SPACES
              MOVE 'T'                 TO CSRGCHP1-VERDICT
              GO TO 4100-40-RESYNC
           END-IF.

           MOVE CSRGCHP1-ONLINE-HASH   TO WRK-PREV-HASH.
           PERFORM 7000-COMPUTE-HASH.

           IF WRK-CALC-HASH            EQUAL WRK-STORED-HASH
              MOVE 'K'                 TO CSRGCHP1-VERDICT
              ADD 1                    TO CSRGCHP1-LINKS-OK
              GO TO 4100-40-RESYNC
           END-IF.

           MOVE SPACES                 TO WRK-PREV-HASH.
           PERFORM 7000-COMPUTE-HASH.

           IF WRK-CALC-HASH            EQUAL WRK-STORED-HASH
              MOVE 'O'                 TO CSRGCHP1-VERDICT
              ADD 1                    TO CSRGCHP1-LINKS-OK
           ELSE
              MOVE 'B'                 TO CSRGCHP1-VERDICT
              PERFORM 4900-RECORD-ERROR
           END-IF.

       4100-40-RESYNC.
           MOVE WRK-STORED-HASH        TO CSRGCHP1-ONLINE-HASH.
      *----------------------------------------------------------------*
       4100-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       4200-VERIFY-BATCH-LINK          SECTION.
      *----------------------------------------------------------------*
      *    A BATCH RECORD LINKS TO THE ONE BEFORE IT IN ITS            *
      *    GENERATION.  A GENERATION THAT STARTS AGAIN FROM THE SEED   *
      *    WITHOUT THE PREVIOUS ONE HAVING BEEN SEALED IS AN ABENDED   *
      *    WRITER - A WARNING, NOT A BREAK.                            *
      *----------------------------------------------------------------*
           MOVE 'B'                    TO WRK-STREAM.
           MOVE 'N'                    TO WRK-LINK-SW.
           MOVE 'N'                    TO WRK-SEAL-SW.

           MOVE WRK-CHAN-RECORD (1:57) TO WRK-SEAL-REG.
           IF CSRGSEL1-IS-SEAL
              SET WRK-RECORD-IS-SEAL   TO TRUE
           END-IF.

           MOVE CSRGCHP1-BATCH-HASH    TO WRK-PREV-HASH.
           PERFORM 7000-COMPUTE-HASH.

           IF WRK-CALC-HASH            EQUAL WRK-STORED-HASH
              MOVE 'K'                 TO CSRGCHP1-VERDICT
              SET WRK-LINK-IS-GOOD     TO TRUE
              GO TO 4200-40-CHECK-SEAL
           END-IF.

           IF CSRGCHP1-BATCH-HASH      NOT EQUAL SPACES
              MOVE SPACES              TO WRK-PREV-HASH
              PERFORM 7000-COMPUTE-HASH
              IF WRK-CALC-HASH         EQUAL WRK-STORED-HASH
                 MOVE 'U'              TO CSRGCHP1-VERDICT
                 ADD 1                 TO CSRGCHP1-WARNINGS
                 MOVE ZEROS            TO CSRGCHP1-GEN-COUNT
                 SET WRK-LINK-IS-GOOD  TO TRUE
                 GO TO 4200-40-CHECK-SEAL
              END-IF
           END-IF.

           MOVE 'B'                    TO CSRGCHP1-VERDICT.
           PERFORM 4900-RECORD-ERROR.

       4200-40-CHECK-SEAL.
           IF WRK-LINK-IS-GOOD
              ADD 1                    TO CSRGCHP1-LINKS-OK
           END-IF.

           IF NOT WRK-RECORD-IS-SEAL
              MOVE WRK-STORED-HASH     TO CSRGCHP1-BATCH-HASH
              ADD 1                    TO CSRGCHP1-GEN-COUNT
              GO TO 4200-99-EXIT
           END-IF.

           IF WRK-LINK-IS-GOOD
              PERFORM 4300-VERIFY-SEAL
           END-IF.

           MOVE SPACES                 TO CSRGCHP1-BATCH-HASH.
           MOVE ZEROS                  TO CSRGCHP1-GEN-COUNT.
           MOVE WRK-STORED-HASH        TO CSRGCHP1-SEAL-HASH.
      *----------------------------------------------------------------*
       4200-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       4300-VERIFY-SEAL                SECTION.
      *----------------------------------------------------------------*
      *    A SEAL WHOSE LINK HOLDS MUST STILL COUNT THE RECORDS OF ITS *
      *    GENERATION, BE ON THE REGISTER WITH THE SAME COUNT, AND     *
      *    FOLLOW THE PREVIOUS SEAL OF THE DATASET IN THE SEQUENCE.    *
      *----------------------------------------------------------------*
           IF CSRGSEL1-RECORDS         NOT NUMERIC
              OR CSRGSEL1-RECORDS      NOT EQUAL CSRGCHP1-GEN-COUNT
              MOVE 'R'                 TO CSRGCHP1-VERDICT
              PERFORM 4900-RECORD-ERROR
              GO TO 4300-99-EXIT
           END-IF.

           IF NOT CSRGCHP1-IS-PRODUCTION
              MOVE 'S'                 TO CSRGCHP1-VERDICT
              ADD 1                    TO CSRGCHP1-SEALS-OK
              GO TO 4300-99-EXIT
           END-IF.

           MOVE CSRGCHP1-TRAIL         TO AUDS-TRAIL-NAME.
           MOVE WRK-STORED-HASH        TO AUDS-SEAL-HASH.

           EXEC SQL
              SELECT SEAL_SEQ, RECORD_COUNT
                INTO :AUDS-SEAL-SEQ, :AUDS-RECORD-COUNT
                FROM TB_AUDIT_SEAL
               WHERE TRAIL_NAME = :AUDS-TRAIL-NAME
                 AND SEAL_HASH  = :AUDS-SEAL-HASH
               FETCH FIRST 1 ROW ONLY
           END-EXEC.

           IF SQLCODE                  EQUAL +100
              MOVE 'R'                 TO CSRGCHP1-VERDICT
              PERFORM 4900-RECORD-ERROR
              GO TO 4300-99-EXIT
           END-IF.

           IF SQLCODE                  NOT EQUAL ZEROS
              MOVE SQLCODE             TO CSRGCHP1-SQLCODE
              GO TO 4300-99-EXIT
           END-IF.

           IF AUDS-RECORD-COUNT        NOT EQUAL CSRGCHP1-GEN-COUNT
              MOVE 'R'                 TO CSRGCHP1-VERDICT
              PERFORM 4900-RECORD-ERROR
              GO TO 4300-99-EXIT
           END-IF.

           IF (CSRGCHP1-SEAL-SEQ       GREATER ZEROS
               AND AUDS-SEAL-SEQ       NOT EQUAL
                                       CSRGCHP1-SEAL-SEQ + 1)
              OR (CSRGCHP1-SEAL-SEQ    EQUAL ZEROS
               AND CSRGCHP1-IS-WHOLE-TRAIL
               AND AUDS-SEAL-SEQ       NOT EQUAL 1)
              MOVE 'M'                 TO CSRGCHP1-VERDICT
              PERFORM 4900-RECORD-ERROR
           ELSE
              MOVE 'S'                 TO CSRGCHP1-VERDICT
              ADD 1                    TO CSRGCHP1-SEALS-OK
           END-IF.

           MOVE AUDS-SEAL-SEQ          TO CSRGCHP1-SEAL-SEQ.
      *----------------------------------------------------------------*
       4300-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       4900-RECORD-ERROR               SECTION.
      *----------------------------------------------------------------*
           ADD 1                       TO CSRGCHP1-ERRORS.

           IF CSRGCHP1-FIRST-ERR-RECORD
                                       EQUAL ZEROS
              MOVE CSRGCHP1-RECORDS    TO CSRGCHP1-FIRST-ERR-RECORD
              MOVE CSRGCHP1-VERDICT    TO CSRGCHP1-FIRST-ERR-VERDICT
           END-IF.
      *----------------------------------------------------------------*
       4900-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       5000-FINISH-DATASET             SECTION.
      *----------------------------------------------------------------*
      *    AT THE END OF THE DATASET: A BATCH GENERATION LEFT OPEN IS  *
      *    AN UNSEALED TAIL; AT THE LIVE END OF A TRAIL, EVERY         *
      *    REGISTERED SEAL MUST HAVE BEEN SEEN.                        *
      *----------------------------------------------------------------*
           MOVE 'K'                    TO CSRGCHP1-VERDICT.

           IF CSRGCHP1-BATCH-HASH      NOT EQUAL SPACES
              MOVE 'U'                 TO CSRGCHP1-VERDICT
              ADD 1                    TO CSRGCHP1-WARNINGS
           END-IF.

           IF NOT CSRGCHP1-IS-LIVE
              OR NOT CSRGCHP1-IS-PRODUCTION
              GO TO 5000-99-EXIT
           END-IF.

           IF CSRGCHP1-SEAL-SEQ        EQUAL ZEROS
              AND NOT CSRGCHP1-IS-WHOLE-TRAIL
              GO TO 5000-99-EXIT
           END-IF.

           MOVE CSRGCHP1-TRAIL         TO AUDS-TRAIL-NAME.

           EXEC SQL
              SELECT COALESCE(MAX(SEAL_SEQ), 0)
                INTO :AUDS-SEAL-SEQ
                FROM TB_AUDIT_SEAL
               WHERE TRAIL_NAME = :AUDS-TRAIL-NAME
           END-EXEC.

           IF SQLCODE                  NOT EQUAL ZEROS
              MOVE SQLCODE             TO CSRGCHP1-SQLCODE
              GO TO 5000-99-EXIT
           END-IF.

           IF AUDS-SEAL-SEQ            GREATER CSRGCHP1-SEAL-SEQ
              MOVE 'M'                 TO CSRGCHP1-VERDICT
              PERFORM 4900-RECORD-ERROR
           END-IF.
      *----------------------------------------------------------------*
       5000-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       7000-COMPUTE-HASH               SECTION.
      *----------------------------------------------------------------*
      *    HASH OF THE RECORD BODY AND STREAM BYTE, CHAINED FROM       *
      *    WRK-PREV-HASH (SPACES = THE FIRST LINK: FROM THE SEED).  A  *
      *    PREVIOUS HASH THAT IS NOT NUMERIC CAN ONLY BE A DAMAGED     *
      *    SUFFIX; IT IS TAKEN AS THE SEED AND THE LINK THEN FAILS.    *
      *----------------------------------------------------------------*
           IF WRK-PREV-HASH            EQUAL SPACES
              OR WRK-PREV-HASH         NOT NUMERIC
              PERFORM 7100-SEED-HASH
           ELSE
              MOVE WRK-PREV-H1         TO WRK-H1
              MOVE WRK-PREV-H2         TO WRK-H2
           END-IF.

           PERFORM 7200-HASH-RECORD-BYTE
              VARYING WRK-BYTE-IDX FROM 1 BY 1
                UNTIL WRK-BYTE-IDX     GREATER CSRGCHP1-BODY-LEN.

           MOVE WRK-STREAM             TO WRK-BYTE-LO.
           PERFORM 7900-MIX-BYTE.

           MOVE WRK-H1                 TO WRK-CALC-H1.
           MOVE WRK-H2                 TO WRK-CALC-H2.
      *----------------------------------------------------------------*
       7000-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       7100-SEED-HASH                  SECTION.
      *----------------------------------------------------------------*
      *    THE SEED OF A TRAIL IS THE HASH OF ITS NAME, SO THE FIRST   *
      *    LINK OF ONE TRAIL CANNOT BE PASSED OFF AS ANOTHER'S.        *
      *----------------------------------------------------------------*
           MOVE ZEROS                  TO WRK-H1
                                          WRK-H2.

           PERFORM 7110-HASH-TRAIL-BYTE
              VARYING WRK-BYTE-IDX FROM 1 BY 1
                UNTIL WRK-BYTE-IDX     GREATER 8.
      *----------------------------------------------------------------*
       7100-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       7110-HASH-TRAIL-BYTE            SECTION.
      *----------------------------------------------------------------*
           MOVE CSRGCHP1-TRAIL (WRK-BYTE-IDX:1)
                                       TO WRK-BYTE-LO.
           PERFORM 7900-MIX-BYTE.
      *----------------------------------------------------------------*
       7110-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       7200-HASH-RECORD-BYTE           SECTION.
      *----------------------------------------------------------------*
           MOVE WRK-CHAN-RECORD (WRK-BYTE-IDX:1)
                                       TO WRK-BYTE-LO.
           PERFORM 7900-MIX-BYTE.
      *----------------------------------------------------------------*
       7200-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       7900-MIX-BYTE                   SECTION.
      *----------------------------------------------------------------*
           COMPUTE WRK-HASH-WORK       = WRK-H1 * 256
                                       + WRK-BYTE-VALUE.
           DIVIDE WRK-HASH-WORK        BY WRK-MOD1
                                       GIVING WRK-HASH-QUOT
                                       REMAINDER WRK-H1.

           COMPUTE WRK-HASH-WORK       = WRK-H2 * 263
                                       + WRK-BYTE-VALUE + 1.
           DIVIDE WRK-HASH-WORK        BY WRK-MOD2
                                       GIVING WRK-HASH-QUOT
                                       REMAINDER WRK-H2.
      *----------------------------------------------------------------*
       7900-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       9000-GET-DATE-TIME              SECTION.
      *----------------------------------------------------------------*
           ACCEPT WRK-SYSTEM-DATE      FROM DATE.
           MOVE YY                     TO WRK-STAMP-YYYY.
           MOVE MM                     TO WRK-STAMP-MM.
           MOVE DD                     TO WRK-STAMP-DD.
           ADD  2000                   TO WRK-STAMP-YYYY.

           ACCEPT WRK-SYSTEM-TIME      FROM TIME.
           MOVE HOUR                   TO WRK-STAMP-HH.
           MOVE MINUTE                 TO WRK-STAMP-MI.
           MOVE SECOND                 TO WRK-STAMP-SS.
      *----------------------------------------------------------------*
       9000-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
