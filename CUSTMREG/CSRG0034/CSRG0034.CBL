      *                  POS 15-24 DATE  POS 25-32 TIME                *
      *                  POS 33-47 CPF   POS 48-48 CHANNEL             *
      *                  POS 49-49 CONSENT  POS 50-59 SOURCE           *
      *                  POS 60-80 CHAIN SUFFIX (CSRGCHN1)             *
      *----------------------------------------------------------------*
      *    FILES.......:  DDNAME          LRECL       INCLUDE/BOOK     *
      *                   CONSIN          00080       NONE             *
      *                   CONSAUD         00080       CSRGCHN1         *
      *                   FILEERR9        00072       CSRGERR1         *
      *----------------------------------------------------------------*
      *    MODIFICATION HISTORY.......:                                *
      *    01/09/2026 RMM - PROGRAM CREATED.                           *
      *    15/10/2026 RMM - CONSAUD GREW TO LRECL=080: EACH LINE IS    *
      *                     CHAINED TO THE ONE BEFORE IT (CSRGCHN1     *
      *                     SUFFIX, CSRGCHAN MODULE) AND THE RUN'S     *
      *                     LINES END IN A SEAL REGISTERED ON          *
      *                     TB_AUDIT_SEAL.                             *
      *----------------------------------------------------------------*
      *    TABLE DB2...:  TB_CONSENT                  BTB_CONSENT      *
      *                   TB_CUSTOMER                 BTB_CUSTOMER     *
      *                   TB_AUDIT_SEAL               (CSRGCHAN)       *
      *----------------------------------------------------------------*
      *                                                                *
      *================================================================*
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS 00 RECORDS.
       01 FD-REG-CONSAUD    PIC X(80).

       FD FILEERR9
           RECORDING MODE IS F
          03 CONSAUD-CHANNEL                     PIC X(01).
          03 CONSAUD-CONSENT                     PIC X(01).
          03 CONSAUD-SOURCE                      PIC X(10).
          COPY 'CSRGCHN1'.

      *HASH CHAIN OF THE CONSAUD TRAIL (SEE CSRGCHP1):
       77 WRK-CHAN-PGM                           PIC X(08) VALUE
                                                          'CSRGCHAN'  .
       01 WRK-CHAN-PARM.
          COPY 'CSRGCHP1'.

      *SWITCH SET BY 2200-VERIFY-CUSTOMER (SQLCODE +100 = NOT FOUND):
       01 WRK-ROW-FOUND-SW                       PIC X(01) VALUE 'N'.
           PERFORM 1050-GET-RUN-PARMS.

           INITIALIZE WRK-CONSIN-REG
                      WRK-CONSAUD-REG
                      WRK-CHAN-PARM.

           MOVE 'CONSAUD'              TO CSRGCHP1-TRAIL.
           MOVE 59                     TO CSRGCHP1-BODY-LEN.

           OPEN INPUT  CONSIN
                OUTPUT CONSAUD
           MOVE CNIN-CONSENT           TO CONSAUD-CONSENT.
           MOVE CNIN-SOURCE            TO CONSAUD-SOURCE.

           MOVE 'L'                    TO CSRGCHP1-FUNCTION.
           MOVE 'B'                    TO CSRGCHP1-STREAM.
           CALL WRK-CHAN-PGM           USING WRK-CHAN-PARM
                                             WRK-CONSAUD-REG.

           MOVE  WRK-CONSAUD-REG       TO FD-REG-CONSAUD.

           WRITE FD-REG-CONSAUD.
      *----------------------------------------------------------------*
       3000-FINALIZE                   SECTION.
      *----------------------------------------------------------------*
           PERFORM 3050-SEAL-CONSAUD.

           IF CSRGPARM-IS-PRODUCTION
              EXEC SQL
                  COMMIT
      *----------------------------------------------------------------*
       3000-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       3050-SEAL-CONSAUD               SECTION.
      *----------------------------------------------------------------*
      *    THE RUN'S CONSENT AUDIT LINES END IN A SEALED TRAILER WHOSE *
      *    HASH IS REGISTERED ON TB_AUDIT_SEAL, COMMITTED WITH THE LAST*
      *    CHANGES.  A RUN THAT LOGGED NOTHING WRITES NO SEAL.         *
      *----------------------------------------------------------------*
           IF CSRGCHP1-GEN-COUNT       EQUAL ZEROS
              GO TO 3050-99-EXIT
           END-IF.

           MOVE 'SEALING CONSENT AUDIT'
                                       TO WRK-ERROR-MSG.

           MOVE 'S'                    TO CSRGCHP1-FUNCTION.
           MOVE CSRGPARM-BATCH-RUN-ID  TO CSRGCHP1-RUN-ID.
           MOVE WRK-PROGRAM            TO CSRGCHP1-PROGRAM.
           IF CSRGPARM-IS-PRODUCTION
              MOVE 'P'                 TO CSRGCHP1-MODE
           END-IF.

           CALL WRK-CHAN-PGM           USING WRK-CHAN-PARM
                                             WRK-CONSAUD-REG.

           IF CSRGCHP1-SQLCODE         NOT EQUAL ZEROS
              MOVE CSRGCHP1-SQLCODE    TO WRK-SQLCODE-SINAL
              STRING 'SQLCODE..:',WRK-SQLCODE-X
                                       DELIMITED BY SPACE
                                       INTO WRK-ERROR-CODE
              PERFORM 9999-CALL-ABEND-PGM
           END-IF.

           MOVE WRK-CONSAUD-REG        TO FD-REG-CONSAUD.

           WRITE FD-REG-CONSAUD.

           PERFORM 8200-TEST-FS-CONSAUD.
      *----------------------------------------------------------------*
       3050-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       8100-TEST-FS-CONSIN             SECTION.
      *----------------------------------------------------------------*
