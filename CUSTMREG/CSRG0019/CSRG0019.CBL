      *                  READ-ONLY.                                    *
      *----------------------------------------------------------------*
      *    FILES.......:  DDNAME          LRECL       INCLUDE/BOOK     *
      *                   FILEHST3        00364       CSTMRG01         *
      *                   HSTLOC          00050       CSRGHSL1         *
      *                   HSLICE01-06     00364       CSRGHSH1/        *
      *                                               CSTMRG01         *
      *                   REPORT19        00080       NONE             *
      *----------------------------------------------------------------*
      *                     SURROGATE CUSTOMER-ID FIELD (CSTMRG01      *
      *                     IMAGES TO LRECL=311 AND EVERY PREFIXED     *
      *                     FILE GREW WITH THEM).                      *
      *    15/10/2026 RMM - FILEHST3 AND ITS SLICES GREW TO LRECL=364  *
      *                     (CSRGCHN1 HASH-CHAIN SUFFIX). THE CSRGSEL1 *
      *                     SEAL THAT CLOSES EACH RUN'S IMAGES IS NOT  *
      *                     A CHANGE AND IS NOT COUNTED.               *
      *----------------------------------------------------------------*
      *    TABLE DB2...:  TB_CUSTOMER                 BTB_CUSTOMER     *
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

       FD REPORT19
           RECORDING MODE IS F
          03 CSRGHST1-TIME                    PIC X(08).
          COPY 'CSTMRG01'.

      *FIRST 57 BYTES OF THE IMAGE IN HAND, TO TELL THE CSRGSEL1 SEAL
      *THAT CLOSES A RUN'S IMAGES FROM A CHANGE:
       01 WRK-SEAL-REG.
          COPY 'CSRGSEL1'.

      *NULL INDICATORS FOR THE NULLABLE TIMESTAMPS - DELETED_TS IS
      *NULL ON EVERY ACTIVE ROW, AND TIMEREGINC IS NULLABLE ON THE
      *OLDEST LEGACY ROWS.  A NEGATIVE INDICATOR MEANS NO EVENT TO
      *----------------------------------------------------------------*
      *    ONE FILEHST3 BEFORE-IMAGE = ONE CHANGE, COUNTED IN THE      *
      *    MONTH OF ITS DD-MM-YYYY CHANGE DATE UNDER THE STATE ON THE  *
      *    PRIOR IMAGE.  A CSRGSEL1 SEAL IS NOT A CHANGE.              *
      *----------------------------------------------------------------*
           MOVE WRK-FILEHST3-REG       TO WRK-SEAL-REG.

           IF CSRGSEL1-IS-SEAL
              GO TO 2500-50-NEXT
           END-IF.

           MOVE CSTMRG01-STATE         OF WRK-FILEHST3-REG
                                       TO WRK-CURRENT-STATE.
           MOVE CSRGHST1-DATE (4:2)    TO WRK-CURRENT-MONTH-MM.
              PERFORM 2200-ACCUMULATE-MOVEMENT
           END-IF.

       2500-50-NEXT.
           PERFORM 2510-READ-FILEHST3.
      *----------------------------------------------------------------*
       2500-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
           MOVE WRK-FILEHST3-REG (1:343)
                                       TO WRK-SLICE-HEADER-REG.
           MOVE WRK-FILEHST3-REG       TO WRK-SEAL-REG.

           IF NOT CSRGHSH1-IS-HEADER
              AND NOT CSRGSEL1-IS-SEAL
              ADD 1                    TO WRK-FILEHST3-REGS-COUNTER
              MOVE CSTMRG01-STATE   OF WRK-FILEHST3-REG
                                       TO WRK-CURRENT-STATE
