      *                  BKOAUD AUDIT FILE.                            *
      *----------------------------------------------------------------*
      *    FILES.......:  DDNAME          LRECL       INCLUDE/BOOK     *
      *                   FILEHST3        00364       CSTMRG01         *
      *                   HSTLOC          00050       CSRGHSL1         *
      *                   HSLICE01-06     00364       CSRGHSH1/        *
      *                                               CSTMRG01         *
      *                   BKOAUD          00090       CSRGCHN1         *
      *----------------------------------------------------------------*
      *    BKOAUD......: POS 01-14 BACKOUT RUN ID                      *
      *                  POS 15-24 DATE  POS 25-32 TIME                *
      *                  POS 33-47 CPF REVERTED                        *
      *                  POS 48-61 RUN ID BACKED OUT                   *
      *                  POS 62-69 RESULT (REVERTED/NOTFOUND)          *
      *                  POS 70-90 CHAIN SUFFIX (CSRGCHN1)             *
      *----------------------------------------------------------------*
      *    MODIFICATION HISTORY.......:                                *
      *    22/08/2026 RMM - PROGRAM CREATED.                           *
      *                     SURROGATE CUSTOMER-ID FIELD (CSTMRG01      *
      *                     IMAGES TO LRECL=311 AND EVERY PREFIXED     *
      *                     FILE GREW WITH THEM).                      *
      *    15/10/2026 RMM - BKOAUD GREW TO LRECL=090: EACH LINE IS     *
      *                     CHAINED TO THE ONE BEFORE IT (CSRGCHN1     *
      *                     SUFFIX, CSRGCHAN MODULE) AND THE RUN'S     *
      *                     LINES END IN A SEAL REGISTERED ON          *
      *                     TB_AUDIT_SEAL.  FILEHST3 AND ITS SLICES    *
      *                     GREW TO LRECL=364 WITH THE SAME SUFFIX.    *
      *----------------------------------------------------------------*
      *    TABLE DB2...:  TB_CUSTOMER                 BTB_CUSTOMER     *
      *                   TB_AUDIT_SEAL               (CSRGCHAN)       *
      *                                                                *
      *----------------------------------------------------------------*
      *                                                                *
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS 00 RECORDS.
       01 FD-REG-FILEHST3   PIC X(364).


       FD HSTLOC
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS 00 RECORDS.
       01 FD-REG-HSLICE01   PIC X(364).

       FD HSLICE02
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS 00 RECORDS.
       01 FD-REG-HSLICE02   PIC X(364).

       FD HSLICE03
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS 00 RECORDS.
       01 FD-REG-HSLICE03   PIC X(364).

       FD HSLICE04
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS 00 RECORDS.
       01 FD-REG-HSLICE04   PIC X(364).

       FD HSLICE05
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS 00 RECORDS.
       01 FD-REG-HSLICE05   PIC X(364).

       FD HSLICE06
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS 00 RECORDS.
       01 FD-REG-HSLICE06   PIC X(364).

       FD BKOAUD
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS 00 RECORDS.
       01 FD-REG-BKOAUD     PIC X(90).

      *-----------------------------------------------------------------*
      *                  WORKING-STORAGE SECTION                        *
          03 BKO-CPF                             PIC X(15).
          03 BKO-REVERTED-RUN-ID                 PIC X(14).
          03 BKO-RESULT                          PIC X(08).
          COPY 'CSRGCHN1'.

      *HASH CHAIN OF THE BKOAUD TRAIL (SEE CSRGCHP1):
       77 WRK-CHAN-PGM                           PIC X(08) VALUE
                                                          'CSRGCHAN'  .
       01 WRK-CHAN-PARM.
          COPY 'CSRGCHP1'.

      *THE RUN ID BEING BACKED OUT (THE PARM RUN ID NAMES THE TARGET;
      *THE BACKOUT GETS ITS OWN GENERATED ID FOR THE AUDIT):
           PERFORM 1050-GET-RUN-PARMS.

           INITIALIZE WRK-FILEHST3-REG
                      WRK-BKOAUD-REG
                      WRK-CHAN-PARM.

           MOVE 'BKOAUD'               TO CSRGCHP1-TRAIL.
           MOVE 69                     TO CSRGCHP1-BODY-LEN.

           OPEN INPUT  FILEHST3
                OUTPUT BKOAUD.
                                       TO BKO-CPF.
           MOVE WRK-TARGET-RUN-ID      TO BKO-REVERTED-RUN-ID.

           MOVE 'L'                    TO CSRGCHP1-FUNCTION.
           MOVE 'B'                    TO CSRGCHP1-STREAM.
           CALL WRK-CHAN-PGM           USING WRK-CHAN-PARM
                                             WRK-BKOAUD-REG.

           MOVE  WRK-BKOAUD-REG        TO FD-REG-BKOAUD.

           WRITE FD-REG-BKOAUD.
      *----------------------------------------------------------------*
       3000-FINALIZE                   SECTION.
      *----------------------------------------------------------------*
           PERFORM 3100-SEAL-BKOAUD.

           IF CSRGPARM-IS-PRODUCTION
              EXEC SQL
                  COMMIT
      *----------------------------------------------------------------*
       3000-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       3100-SEAL-BKOAUD                SECTION.
      *----------------------------------------------------------------*
      *    THE BACKOUT AUDIT LINES OF THE RUN END IN A SEALED TRAILER  *
      *    WHOSE HASH IS REGISTERED ON TB_AUDIT_SEAL (COMMITTED WITH   *
      *    THE LAST REVERTS).  A RUN THAT LOGGED NOTHING WRITES NO     *
      *    SEAL.                                                       *
      *----------------------------------------------------------------*
           IF CSRGCHP1-GEN-COUNT       EQUAL ZEROS
              GO TO 3100-99-EXIT
           END-IF.

           MOVE 'SEALING BACKOUT AUDIT'
                                       TO WRK-ERROR-MSG.

           MOVE 'S'                    TO CSRGCHP1-FUNCTION.
           MOVE CSRGPARM-BATCH-RUN-ID  TO CSRGCHP1-RUN-ID.
           MOVE WRK-PROGRAM            TO CSRGCHP1-PROGRAM.
           IF CSRGPARM-IS-PRODUCTION
              MOVE 'P'                 TO CSRGCHP1-MODE
           END-IF.

           CALL WRK-CHAN-PGM           USING WRK-CHAN-PARM
                                             WRK-BKOAUD-REG.

           IF CSRGCHP1-SQLCODE         NOT EQUAL ZEROS
              MOVE CSRGCHP1-SQLCODE    TO WRK-SQLCODE-SINAL
              STRING 'SQLCODE..:',WRK-SQLCODE-X
                                       DELIMITED BY SPACE
                                       INTO WRK-ERROR-CODE
              PERFORM 9999-CALL-ABEND-PGM
           END-IF.

           MOVE  WRK-BKOAUD-REG        TO FD-REG-BKOAUD.

           WRITE FD-REG-BKOAUD.

           PERFORM 8200-TEST-FS-BKOAUD.
      *----------------------------------------------------------------*
       3100-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       1500-LOAD-NEEDED-STAMPS         SECTION.
      *----------------------------------------------------------------*
