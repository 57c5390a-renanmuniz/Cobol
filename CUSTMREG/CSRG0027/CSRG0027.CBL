      *                  A 'C' THAT DOES NOT EXIST AS AN ADD - THE     *
      *                  AUTHORITY'S FILE AND OUR TABLES DRIFT, AND    *
      *                  THE DIRECTORY CONTENT WINS EITHER WAY.        *
      *                  TYPE 'D' CARDS MAINTAIN TB_DDD_REF, THE       *
      *                  AREA-CODE TO STATE TABLE THE CSRGVALD PHONE   *
      *                  EDITS RUN AGAINST, THE SAME WAY.              *
      *----------------------------------------------------------------*
      *    FILES.......:  DDNAME          LRECL       INCLUDE/BOOK     *
      *                   CEPDIR          00080       CSRGREF1         *
      *----------------------------------------------------------------*
      *    MODIFICATION HISTORY.......:                                *
      *    01/09/2026 RMM - PROGRAM CREATED.                           *
      *    15/10/2026 RMM - TYPE 'D' CARDS LOAD THE NEW TB_DDD_REF     *
      *                     AREA-CODE TABLE (ADD/CHANGE/DELETE).       *
      *----------------------------------------------------------------*
      *    TABLE DB2...:  TB_CEP_REF                  BTB_CEP_REF      *
      *                   TB_STATE_REF                BTB_STATE_REF    *
      *                   TB_DDD_REF                  BTB_DDD_REF      *
      *----------------------------------------------------------------*
      *                                                                *
      *================================================================*
           EXEC SQL
              INCLUDE BTB_STATE_REF
           END-EXEC.

           EXEC SQL
              INCLUDE BTB_DDD_REF
           END-EXEC.
      *================================================================*
       PROCEDURE                       DIVISION.
      *================================================================*
              WHEN CSRGREF1-IS-STATE-ENTRY
                 PERFORM 2300-APPLY-STATE-CARD

              WHEN CSRGREF1-IS-DDD-ENTRY
                 PERFORM 2400-APPLY-DDD-CARD

              WHEN OTHER
                 ADD 1                 TO WRK-REJECTED-REGS-COUNTER
                 MOVE 'REJECTED'       TO WRK-APPLIED-ACTION
      *----------------------------------------------------------------*
       2330-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2400-APPLY-DDD-CARD             SECTION.
      *----------------------------------------------------------------*
      *    AREA CODES FOLLOW THE SAME DIRECTORY-WINS RULE AS THE CEP   *
      *    AND STATE ENTRIES.                                          *
      *----------------------------------------------------------------*
           MOVE CSRGREF1-DDD           TO DDD-REF.
           MOVE CSRGREF1-DDD-STATE     TO STATE-REF-DDD.

           EVALUATE TRUE

              WHEN CSRGREF1-IS-DELETE
                 PERFORM 2430-DELETE-DDD-ROW

              WHEN CSRGREF1-IS-ADD
              WHEN CSRGREF1-IS-CHANGE
                 PERFORM 2420-UPSERT-DDD-ROW

              WHEN OTHER
                 ADD 1                 TO WRK-REJECTED-REGS-COUNTER
                 MOVE 'REJECTED'       TO WRK-APPLIED-ACTION
                 PERFORM 3220-PUT-DELTA-LINE

           END-EVALUATE.
      *----------------------------------------------------------------*
       2400-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2420-UPSERT-DDD-ROW             SECTION.
      *----------------------------------------------------------------*
           MOVE 'UPDATING TB_DDD_REF'  TO WRK-ERROR-MSG.

           IF CSRGPARM-IS-PRODUCTION
              EXEC SQL
                  UPDATE TB_DDD_REF
                     SET STATE = :STATE-REF-DDD
                   WHERE DDD   = :DDD-REF
              END-EXEC
           ELSE
              MOVE ZEROS               TO SQLCODE
           END-IF.

           IF SQLCODE EQUAL ZEROS
              ADD 1                    TO WRK-CHANGED-REGS-COUNTER
              MOVE 'CHANGED'           TO WRK-APPLIED-ACTION
              PERFORM 3220-PUT-DELTA-LINE
              GO TO 2420-99-EXIT
           END-IF.

           IF SQLCODE NOT EQUAL +100
              MOVE SQLCODE             TO WRK-SQLCODE-SINAL
              STRING 'SQLCODE..:',WRK-SQLCODE-X
                                       DELIMITED BY SPACE
                                       INTO WRK-ERROR-CODE
              PERFORM 9999-CALL-ABEND-PGM
           END-IF.

           MOVE 'INSERTING TB_DDD_REF' TO WRK-ERROR-MSG.

           EXEC SQL
               INSERT INTO TB_DDD_REF
               (DDD
               ,STATE)
               VALUES
               (:DDD-REF
               ,:STATE-REF-DDD)
           END-EXEC.

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
       2420-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2430-DELETE-DDD-ROW             SECTION.
      *----------------------------------------------------------------*
           MOVE 'DELETING TB_DDD_REF'  TO WRK-ERROR-MSG.

           IF CSRGPARM-IS-PRODUCTION
              EXEC SQL
                  DELETE FROM TB_DDD_REF
                        WHERE DDD = :DDD-REF
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
       2430-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2600-COMMIT-INTERVAL            SECTION.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
           MOVE SPACES                 TO    WRK-REFRPT-LINE.

           EVALUATE TRUE
              WHEN CSRGREF1-IS-CEP-ENTRY
                 STRING WRK-APPLIED-ACTION,' CEP   ',
                        CSRGREF1-CEP,' ',
                        CSRGREF1-CITY,' ',
                        CSRGREF1-CEP-STATE
                                       DELIMITED BY SIZE
                                       INTO  WRK-REFRPT-LINE
              WHEN CSRGREF1-IS-DDD-ENTRY
                 STRING WRK-APPLIED-ACTION,' DDD   ',
                        CSRGREF1-DDD,' ',
                        CSRGREF1-DDD-STATE
                                       DELIMITED BY SIZE
                                       INTO  WRK-REFRPT-LINE
              WHEN OTHER
                 STRING WRK-APPLIED-ACTION,' STATE ',
                        CSRGREF1-STATE,' ',
                        CSRGREF1-COUNTRY
                                       DELIMITED BY SIZE
                                       INTO  WRK-REFRPT-LINE
           END-EVALUATE.

           PERFORM 3210-PUT-REFRPT-LINE.
      *----------------------------------------------------------------*
