      *                  THE LIVE SLICE AFTERWARDS.                    *
      *----------------------------------------------------------------*
      *    FILES.......:  DDNAME          LRECL       INCLUDE/BOOK     *
      *                   HSTIN           00364       CSTMRG01         *
      *                   HSTOUT          00364       CSRGHSH1/        *
      *                                               CSTMRG01         *
      *                   LOCOUT          00050       CSRGHSL1         *
      *----------------------------------------------------------------*
      *                     SURROGATE CUSTOMER-ID FIELD (CSTMRG01      *
      *                     IMAGES TO LRECL=311 AND EVERY PREFIXED     *
      *                     FILE GREW WITH THEM).                      *
      *    15/10/2026 RMM - FILEHST3 GREW TO LRECL=364: THE CSRGCHN1   *
      *                     HASH-CHAIN SUFFIX IS COPIED WITH EACH      *
      *                     RECORD, SO THE SLICE VERIFIES AS THE LIVE  *
      *                     DATASET DID (THE NEW HEADER IS NOT         *
      *                     CHAINED). A CSRGSEL1 SEAL IS COPIED BUT    *
      *                     CUTS NO LOCATOR ENTRY.                     *
      *----------------------------------------------------------------*
      *    TABLE DB2...:  NONE.                                        *
      *----------------------------------------------------------------*
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS 00 RECORDS.
       01 FD-REG-HSTIN      PIC X(364).

       FD HSTOUT
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS 00 RECORDS.
       01 FD-REG-HSTOUT     PIC X(364).

       FD LOCOUT
           RECORDING MODE IS F
      *RUNTIME PARAMETER CARD - THE RUN ID IS THE SLICE STAMP:
       COPY 'CSRGPARM'.

      *ONE LIVE-SLICE HISTORY RECORD, COPIED WITH ITS CHAIN SUFFIX:
       01 WRK-HSTIN-REG.
          03 CSRGHST1-BATCH-RUN-ID            PIC X(14).
          03 CSRGHST1-DATE                    PIC X(10).
          03 CSRGHST1-TIME                    PIC X(08).
          COPY 'CSTMRG01'.
          COPY 'CSRGCHN1'.

      *FIRST 57 BYTES OF THE RECORD IN HAND - A CSRGSEL1 SEAL HOLDS
      *NO CPF TO LOCATE:
       01 WRK-SEAL-REG.
          COPY 'CSRGSEL1'.

      *THE SLICE HEADER WRITTEN AHEAD OF THE COPIED RECORDS:
       01 WRK-HEADER-REG.

           PERFORM 8200-TEST-FS-HSTOUT.

           MOVE WRK-HSTIN-REG          TO WRK-SEAL-REG.

           IF CSRGSEL1-IS-SEAL
              GO TO 2000-50-NEXT
           END-IF.

           MOVE 'WRITING LOCOUT'       TO WRK-ERROR-MSG.

           MOVE CSRGPARM-BATCH-RUN-ID  TO CSRGHSL1-STAMP.
              ADD  1                   TO WRK-LOCOUT-REGS-COUNTER
           END-IF.

       2000-50-NEXT.
           PERFORM 2100-READ-HSTIN.
      *----------------------------------------------------------------*
       2000-99-EXIT.                   EXIT.
