      *================================================================*
      *    COPYBOOK...: BTB_FIELD_SOURCE                               *
      *    DESCRIPTION.: HOST STRUCTURE AND TABLE DECLARATION FOR      *
      *                  TB_FIELD_SOURCE, WHO LAST SET EACH FIELD      *
      *                  GROUP OF A CUSTOMER: ONE ROW PER CPF PER      *
      *                  GROUP (N = NAME/BIRTH, A = ADDRESS - STREET,  *
      *                  NUMBER, OTHER INFO, CITY, STATE, COUNTRY,     *
      *                  CEP - E = EMAIL, P = PHONE) WITH THE          *
      *                  PROVIDER, DATE AND RUN THAT LAST SET IT.      *
      *                  MAINTAINED BY CSRG0003 IN THE SAME UNIT OF    *
      *                  WORK AS THE UPDATE AND CONSULTED THERE FOR    *
      *                  THE TB_PROVIDER SOURCE-PRECEDENCE CHECK;      *
      *                  AN ONLINE CHANGE (CSRG0012, OR CSRG0061 ON    *
      *                  APPROVAL) IS RECORDED UNDER THE RESERVED      *
      *                  IN-HOUSE CODE 'HOUS', WHICH OUTRANKS EVERY    *
      *                  PARTNER, WITH RUN_ID 'ONLINE-CSRG'.  A        *
      *                  GROUP WITH NO ROW WAS LAST SET AT INSERT, BY  *
      *                  TB_CUSTOMER.PROVIDER_CODE ON THE TIMEREGINC   *
      *                  DATE.  SET_DT IS DD-MM-YYYY CHARACTER, THE    *
      *                  SHOP DATE CONVENTION.                         *
      *================================================================*
           EXEC SQL DECLARE TUTORIAL.TB_FIELD_SOURCE TABLE
           ( CPF               CHAR(15) NOT NULL,
             FIELD_GROUP       CHAR(01) NOT NULL,
             PROVIDER_CODE     CHAR(04) NOT NULL,
             SET_DT            CHAR(10) NOT NULL,
             RUN_ID            CHAR(14) NOT NULL
           ) END-EXEC.
       01  BTB-FIELD-SOURCE.
           05 FSRC-CPF         PIC X(15).
           05 FSRC-FIELD-GROUP PIC X(01).
           05 FSRC-PROVIDER-CODE PIC X(04).
           05 FSRC-SET-DT      PIC X(10).
           05 FSRC-RUN-ID      PIC X(14).
