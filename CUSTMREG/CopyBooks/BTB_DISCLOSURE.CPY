      *================================================================*
      *    COPYBOOK...: BTB_DISCLOSURE                                 *
      *    DESCRIPTION.: HOST STRUCTURE AND TABLE DECLARATION FOR      *
      *                  TB_DISCLOSURE, THE DATA-SHARING DISCLOSURE    *
      *                  LEDGER (LGPD).  ONE ROW PER CPF PER OUTBOUND  *
      *                  EXTRACT RUN: THE RECIPIENT IT WENT TO, THE    *
      *                  CONSUMER PROFILE IT WENT UNDER (F/M/A FOR     *
      *                  CSRG0005, 'L' FOR THE CSRG0035 MAILING        *
      *                  LIST, 'R' FOR THE CSRG0078 RE-ENGAGEMENT      *
      *                  EXTRACT), THE DATE, THE RUN ID AND THE        *
      *                  PROGRAM THAT WROTE IT.  CSRG0032 LISTS THE    *
      *                  ROWS IN THE SUBJECT-ACCESS PACK; CSRG0064     *
      *                  SENDS AN ERASURE NOTICE TO EVERY RECIPIENT OF *
      *                  AN ANONYMIZED CPF AND STAMPS NOTICE_DT, WHICH *
      *                  IS SPACES UNTIL THEN.  DATES ARE DD-MM-YYYY   *
      *                  CHARACTER, THE SHOP DATE CONVENTION; THE RUN  *
      *                  ID (YYYYMMDDHHMMSS) IS THE SORTABLE KEY.      *
      *================================================================*
           EXEC SQL DECLARE TUTORIAL.TB_DISCLOSURE TABLE
           ( CPF               CHAR(15) NOT NULL,
             RECIPIENT         CHAR(08) NOT NULL,
             PROFILE           CHAR(01) NOT NULL,
             DISCL_DT          CHAR(10) NOT NULL,
             RUN_ID            CHAR(14) NOT NULL,
             SOURCE_PGM        CHAR(08) NOT NULL,
             NOTICE_DT         CHAR(10) NOT NULL
           ) END-EXEC.
       01  BTB-DISCLOSURE.
           05 DISC-CPF         PIC X(15).
           05 DISC-RECIPIENT   PIC X(08).
           05 DISC-PROFILE     PIC X(01).
           05 DISC-DISCL-DT    PIC X(10).
           05 DISC-RUN-ID      PIC X(14).
           05 DISC-SOURCE-PGM  PIC X(08).
           05 DISC-NOTICE-DT   PIC X(10).
