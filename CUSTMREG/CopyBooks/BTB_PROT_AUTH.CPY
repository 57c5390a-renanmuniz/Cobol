      *================================================================*
      *    COPYBOOK...: BTB_PROT_AUTH                                  *
      *    DESCRIPTION.: HOST STRUCTURE AND TABLE DECLARATION FOR      *
      *                  TB_PROT_AUTH, THE OPERATORS AUTHORIZED TO SEE *
      *                  A PROTECTED CUSTOMER (TB_CUSTOMER PROT_FLAG = *
      *                  'Y' - STAFF AND PUBLIC FIGURES) UNMASKED.     *
      *                  ONE ROW PER OPERATOR/CICS USERID; AN OPERATOR *
      *                  WITH NO ROW SEES THE PROTECTED RECORD MASKED  *
      *                  ON CSRG0007 AND CSRG0012.  AUTHORIZED OR NOT, *
      *                  EVERY ACCESS IS STILL LOGGED AND ALERTED.     *
      *                  MAINTAINED (WITH AN AUDIT TRAIL) BY CSRG0063. *
      *================================================================*
           EXEC SQL DECLARE TUTORIAL.TB_PROT_AUTH TABLE
           ( OPERATOR_ID       CHAR(08) NOT NULL,
             GRANTED_BY        CHAR(08) NOT NULL,
             GRANTED_DT        CHAR(10) NOT NULL
           ) END-EXEC.
       01  BTB-PROT-AUTH.
           05 PAUT-OPERATOR-ID PIC X(08).
           05 PAUT-GRANTED-BY  PIC X(08).
           05 PAUT-GRANTED-DT  PIC X(10).
