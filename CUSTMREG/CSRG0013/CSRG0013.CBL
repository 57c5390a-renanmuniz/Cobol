      *----------------------------------------------------------------*
      *    FILES.......:  DDNAME          LRECL       INCLUDE/BOOK     *
      *                   MERG0013        00030       NONE             *
      *                   MRGAUD          00324       CSRGMRG1+        *
      *                                               CSRGCHN1         *
      *                   FILEERR7        00072       CSRGERR1         *
      *----------------------------------------------------------------*
      *    MODIFICATION HISTORY.......:                                *
      *                     RECORD NOW CARRIES BOTH SIDES' SURROGATE   *
      *                     CUST-ID, SO AN UNMERGE RESTORES LINEAGE    *
      *                     EVEN AFTER A CSRG0046 DOCUMENT CHANGE.     *
      *    15/10/2026 RMM - MRGAUD GREW TO LRECL=324: EACH RECORD IS   *
      *                     CHAINED TO THE ONE BEFORE IT (CSRGCHN1     *
      *                     SUFFIX, CSRGCHAN MODULE) AND THE RUN'S     *
      *                     RECORDS END IN A SEAL REGISTERED ON        *
      *                     TB_AUDIT_SEAL, SO A CHANGED OR REMOVED     *
      *                     MERGE AUDIT RECORD IS DETECTED (CSRG0076). *
      *----------------------------------------------------------------*
      *    TABLE DB2...:  TB_CUSTOMER                 BTB_CUSTOMER     *
      *                   TB_AUDIT_SEAL               (CSRGCHAN)       *
      *                                                                *
      *----------------------------------------------------------------*
      *                                                                *
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS 00 RECORDS.
       01 FD-REG-MRGAUD     PIC X(324).

       FD FILEERR7
           RECORDING MODE IS F
      *SURVIVOR'S PRE-MERGE VALUES FOR THE CSRG0038 UNMERGE:
       01 WRK-MRGAUD-REG.
          COPY 'CSRGMRG1'.
          COPY 'CSRGCHN1'.

      *HASH CHAIN OF THE MRGAUD TRAIL (SEE CSRGCHP1):
       77 WRK-CHAN-PGM                           PIC X(08) VALUE
                                                          'CSRGCHAN'  .
       01 WRK-CHAN-PARM.
          COPY 'CSRGCHP1'.

      *DATA FOR ERROR LOG:
       01 WRK-ERROR-LOG.
           PERFORM 1050-GET-RUN-PARMS.

           INITIALIZE WRK-MERG0013-REG
                      WRK-MRGAUD-REG
                      WRK-CHAN-PARM.

           MOVE 'MRGAUD'               TO CSRGCHP1-TRAIL.
           MOVE 303                    TO CSRGCHP1-BODY-LEN.

           OPEN INPUT  MERG0013
                OUTPUT MRGAUD
           MOVE MERG-SURVIVOR-CPF      TO CSRGMRG1-SURVIVOR-CPF.
           MOVE MERG-VICTIM-CPF        TO CSRGMRG1-VICTIM-CPF.

           MOVE 'L'                    TO CSRGCHP1-FUNCTION.
           MOVE 'B'                    TO CSRGCHP1-STREAM.
           CALL WRK-CHAN-PGM           USING WRK-CHAN-PARM
                                             WRK-MRGAUD-REG.

           MOVE  WRK-MRGAUD-REG        TO FD-REG-MRGAUD.

           WRITE FD-REG-MRGAUD.
      *----------------------------------------------------------------*
       3000-FINALIZE                   SECTION.
      *----------------------------------------------------------------*
           PERFORM 3100-SEAL-MRGAUD.

           CLOSE MERG0013
                 MRGAUD
                 FILEERR7.
      *----------------------------------------------------------------*
       3000-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       3100-SEAL-MRGAUD                SECTION.
      *----------------------------------------------------------------*
      *    THE MERGE AUDIT RECORDS OF THE RUN END IN A SEALED TRAILER  *
      *    WHOSE HASH IS REGISTERED ON TB_AUDIT_SEAL.  A RUN THAT      *
      *    MERGED NOTHING WRITES NO SEAL.                              *
      *----------------------------------------------------------------*
           IF CSRGCHP1-GEN-COUNT       EQUAL ZEROS
              GO TO 3100-99-EXIT
           END-IF.

           MOVE 'SEALING MERGE AUDIT'  TO WRK-ERROR-MSG.

           MOVE 'S'                    TO CSRGCHP1-FUNCTION.
           MOVE CSRGPARM-BATCH-RUN-ID  TO CSRGCHP1-RUN-ID.
           MOVE WRK-PROGRAM            TO CSRGCHP1-PROGRAM.
           IF CSRGPARM-IS-PRODUCTION
              MOVE 'P'                 TO CSRGCHP1-MODE
           END-IF.

           CALL WRK-CHAN-PGM           USING WRK-CHAN-PARM
                                             WRK-MRGAUD-REG.

           IF CSRGCHP1-SQLCODE         NOT EQUAL ZEROS
              MOVE CSRGCHP1-SQLCODE    TO WRK-SQLCODE-SINAL
              STRING 'SQLCODE..:',WRK-SQLCODE-X
                                       DELIMITED BY SPACE
                                       INTO WRK-ERROR-CODE
              PERFORM 9999-CALL-ABEND-PGM
           END-IF.

           MOVE  WRK-MRGAUD-REG        TO FD-REG-MRGAUD.

           WRITE FD-REG-MRGAUD.

           PERFORM 8200-TEST-FS-MRGAUD.

           IF CSRGPARM-IS-PRODUCTION
              EXEC SQL
                  COMMIT
              END-EXEC
           END-IF.
      *----------------------------------------------------------------*
       3100-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       8100-TEST-FS-MERG0013           SECTION.
      *----------------------------------------------------------------*
