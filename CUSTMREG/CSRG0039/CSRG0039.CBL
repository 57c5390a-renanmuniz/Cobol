      *                  ONE RUN.  READ-ONLY.                          *
      *----------------------------------------------------------------*
      *    FILES.......:  DDNAME          LRECL       INCLUDE/BOOK     *
      *                   FILEHST3        00364       CSTMRG01         *
      *                   ASOFRPT         00132       NONE             *
      *----------------------------------------------------------------*
      *    MODIFICATION HISTORY.......:                                *
      *                     SURROGATE CUSTOMER-ID FIELD (CSTMRG01      *
      *                     IMAGES TO LRECL=311 AND EVERY PREFIXED     *
      *                     FILE GREW WITH THEM).                      *
      *    15/10/2026 RMM - FILEHST3 GREW TO LRECL=364 (CSRGCHN1       *
      *                     HASH-CHAIN SUFFIX). A CSRGSEL1 SEAL RECORD *
      *                     NEVER MATCHES A CPF, SO NOTHING ELSE       *
      *                     CHANGES.                                   *
      *----------------------------------------------------------------*
      *    TABLE DB2...:  TB_CUSTOMER                 BTB_CUSTOMER     *
      *----------------------------------------------------------------*
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS 00 RECORDS.
       01 FD-REG-FILEHST3   PIC X(364).

       FD ASOFRPT
           RECORDING MODE IS F
