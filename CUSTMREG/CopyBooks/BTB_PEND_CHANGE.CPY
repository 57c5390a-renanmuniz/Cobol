      *================================================================*
      *    COPYBOOK...: BTB_PEND_CHANGE                                *
      *    DESCRIPTION.: HOST STRUCTURE AND TABLE DECLARATION FOR      *
      *                  TB_PEND_CHANGE, THE MAKER-CHECKER QUEUE OF    *
      *                  ONLINE CHANGES TO SENSITIVE FIELDS (THE       *
      *                  FIELDS LISTED ON TB_APPR_FIELD).  CSRG0012    *
      *                  INSERTS ONE ROW PER CHANGE IT MAY NOT APPLY   *
      *                  ITSELF, STAMPED WITH THE ENTERING (MAKER)     *
      *                  USER; THE CSRG0061 APPROVAL TRANSACTION       *
      *                  CLOSES IT - A=APPROVED AND APPLIED, R=        *
      *                  REJECTED - UNDER A SECOND (CHECKER) USER;     *
      *                  THE NIGHTLY CSRG0062 CLOSES WHAT IS STILL     *
      *                  P=PENDING AFTER THE PARM DAYS AS E=EXPIRED.   *
      *                  NEW_VALUE IS THE VALUE AS TYPED ('**' =       *
      *                  CLEAR).  DATES ARE DD-MM-YYYY CHARACTER, THE  *
      *                  SHOP DATE CONVENTION; CHECKER_ID AND          *
      *                  DECIDED_DT ARE SPACES WHILE PENDING.          *
      *================================================================*
           EXEC SQL DECLARE TUTORIAL.TB_PEND_CHANGE TABLE
           ( PEND_SEQ          INTEGER  NOT NULL,
             CPF               CHAR(15) NOT NULL,
             FIELD_NAME        CHAR(10) NOT NULL,
             NEW_VALUE         CHAR(50) NOT NULL,
             PEND_STATUS       CHAR(01) NOT NULL,
             MAKER_ID          CHAR(08) NOT NULL,
             ENTERED_DT        CHAR(10) NOT NULL,
             ENTERED_TM        CHAR(08) NOT NULL,
             CHECKER_ID        CHAR(08) NOT NULL,
             DECIDED_DT        CHAR(10) NOT NULL
           ) END-EXEC.
       01  BTB-PEND-CHANGE.
           05 PCHG-SEQ         PIC S9(09) COMP.
           05 PCHG-CPF         PIC X(15).
           05 PCHG-FIELD-NAME  PIC X(10).
           05 PCHG-NEW-VALUE   PIC X(50).
           05 PCHG-STATUS      PIC X(01).
              88 PCHG-IS-PENDING       VALUE 'P'.
              88 PCHG-IS-APPROVED      VALUE 'A'.
              88 PCHG-IS-REJECTED      VALUE 'R'.
              88 PCHG-IS-EXPIRED       VALUE 'E'.
           05 PCHG-MAKER-ID    PIC X(08).
           05 PCHG-ENTERED-DT  PIC X(10).
           05 PCHG-ENTERED-TM  PIC X(08).
           05 PCHG-CHECKER-ID  PIC X(08).
           05 PCHG-DECIDED-DT  PIC X(10).
