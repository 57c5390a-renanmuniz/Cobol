      *                  WITH THE NORMAL CSRGREFL JOB.                 *
      *----------------------------------------------------------------*
      *    FILES.......:  DDNAME          LRECL       INCLUDE/BOOK     *
      *                   HSTIN           00364       CSTMRG01         *
      *                   ARCIN           00363       CSRGARC1         *
      *                   TSTMST          00311       CSTMRG01         *
      *                   TSTHST          00364       CSTMRG01         *
      *                   TSTARC          00363       CSRGARC1         *
      *                   TSTRPT          00080       NONE             *
      *----------------------------------------------------------------*
      *                     ID WAS FLOWING IN THE CLEAR INTO THE TEST  *
      *                     DATASETS AND ALL FOREIGN CUSTOMERS SHARED  *
      *                     ONE DERIVED NAME/EMAIL.                    *
      *    15/10/2026 RMM - PROTECTED CUSTOMERS (TB_CUSTOMER PROT_FLAG *
      *                     = 'Y', SET BY CSRG0063) ARE NEVER SAMPLED, *
      *                     MASKED OR NOT - AND SO NEVER REACH THE     *
      *                     CPF MAP, THE TEST HISTORY OR THE TEST      *
      *                     ARCHIVE EITHER.                            *
      *    15/10/2026 RMM - HSTIN/TSTHST GREW TO LRECL=364 WITH        *
      *                     FILEHST3. THE MASKED TEST IMAGES ARE       *
      *                     WRITTEN WITH A BLANK CSRGCHN1 SUFFIX - A   *
      *                     PRODUCTION HASH MEANS NOTHING ON A MASKED  *
      *                     COPY - AND A CSRGSEL1 SEAL NEVER MATCHES A *
      *                     SAMPLED CPF.                               *
      *----------------------------------------------------------------*
      *    TABLE DB2...:  TB_CUSTOMER                 BTB_CUSTOMER     *
      *----------------------------------------------------------------*
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS 00 RECORDS.
       01 FD-REG-HSTIN      PIC X(364).

       FD ARCIN
           RECORDING MODE IS F
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS 00 RECORDS.
       01 FD-REG-TSTHST     PIC X(364).

       FD TSTARC
           RECORDING MODE IS F
                        PROVIDER_CODE, CUST_ID
                   FROM TB_CUSTOMER
                  WHERE STATUS = 'A'
                    AND COALESCE(PROT_FLAG, 'N') <> 'Y'
                  ORDER BY CPF
                  FOR FETCH ONLY
           END-EXEC.
