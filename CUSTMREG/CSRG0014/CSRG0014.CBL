      *                  DATASET.  READ-ONLY.                          *
      *----------------------------------------------------------------*
      *    FILES.......:  DDNAME          LRECL       INCLUDE/BOOK     *
      *                   FILEHST3        00364       CSTMRG01         *
      *                   HSTLOC          00050       CSRGHSL1         *
      *                   HSLICE01-06     00364       CSRGHSH1/        *
      *                                               CSTMRG01         *
      *                   REPORT14        00132       NONE             *
      *----------------------------------------------------------------*
      *                     SURROGATE CUSTOMER-ID FIELD (CSTMRG01      *
      *                     IMAGES TO LRECL=311 AND EVERY PREFIXED     *
      *                     FILE GREW WITH THEM).                      *
      *    15/10/2026 RMM - FILEHST3 AND ITS SLICES GREW TO LRECL=364  *
      *                     (CSRGCHN1 HASH-CHAIN SUFFIX). A CSRGSEL1   *
      *                     SEAL RECORD NEVER MATCHES A CPF, SO        *
      *                     NOTHING ELSE CHANGES.                      *
      *----------------------------------------------------------------*
      *    TABLE DB2...:  NONE.                                        *
      *----------------------------------------------------------------*
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

       FD REPORT14
           RECORDING MODE IS F
