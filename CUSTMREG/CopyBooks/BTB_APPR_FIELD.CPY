      *================================================================*
      *    COPYBOOK...: BTB_APPR_FIELD                                 *
      *    DESCRIPTION.: HOST STRUCTURE AND TABLE DECLARATION FOR      *
      *                  TB_APPR_FIELD, THE SET OF CUSTOMER FIELDS AN  *
      *                  ONLINE CHANGE TO WHICH NEEDS A SECOND         *
      *                  OPERATOR'S APPROVAL.  ONE ROW PER FIELD, THE  *
      *                  FIELD NAME AS CSRG0012 TAKES IT (NAME, BIRTH, *
      *                  EMAIL ...); A FIELD WITH NO ROW IS APPLIED    *
      *                  AT ONCE.  MAINTAINED BY CSRG0062 FROM THE     *
      *                  APFIN CARDS, WITH WHO ASKED AND WHEN.         *
      *================================================================*
           EXEC SQL DECLARE TUTORIAL.TB_APPR_FIELD TABLE
           ( FIELD_NAME        CHAR(10) NOT NULL,
             SET_BY            CHAR(08) NOT NULL,
             SET_DT            CHAR(10) NOT NULL
           ) END-EXEC.
       01  BTB-APPR-FIELD.
           05 APFL-FIELD-NAME  PIC X(10).
           05 APFL-SET-BY      PIC X(08).
           05 APFL-SET-DT      PIC X(10).
