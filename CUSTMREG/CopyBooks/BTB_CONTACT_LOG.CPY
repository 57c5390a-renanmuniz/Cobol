      *================================================================*
      *    COPYBOOK...: BTB_CONTACT_LOG                                *
      *    DESCRIPTION.: HOST STRUCTURE AND TABLE DECLARATION FOR      *
      *                  TB_CONTACT_LOG, THE SERVICE-DESK LOG OF       *
      *                  INTERACTIONS WITH A CUSTOMER - ONE ROW PER    *
      *                  CONTACT, ADDED AND BROWSED IN THE CSRG0079    *
      *                  TRANSACTION (REACHED FROM CSRG0012 WITH THE   *
      *                  'L' ACTION).  CONTACT_SEQ IS ONE NUMBER       *
      *                  ACROSS THE WHOLE TABLE (MAX + 1).  A ROW MAY  *
      *                  CARRY A PROMISED FOLLOW-UP DATE; SPACES =     *
      *                  NONE, AND FOLLOWUP_DONE IS THEN A SPACE.  A   *
      *                  FOLLOW-UP STAYS OPEN ('N') UNTIL AN OPERATOR  *
      *                  MARKS IT DONE ('Y') IN CSRG0079, AND          *
      *                  THE NIGHTLY CSRG0080 LISTS THE OPEN ONES DUE  *
      *                  OR OVERDUE BY OPERATOR.  NOTE_TEXT IS         *
      *                  PERSONAL DATA: IT IS PRINTED ON THE CSRG0032  *
      *                  SUBJECT-ACCESS PACK AND BLANKED BY THE        *
      *                  CSRG0018 ERASURE.  DATES ARE DD-MM-YYYY       *
      *                  CHARACTER, THE SHOP DATE CONVENTION; DONE_DT  *
      *                  AND DONE_BY ARE SPACES WHILE OPEN.            *
      *================================================================*
           EXEC SQL DECLARE TUTORIAL.TB_CONTACT_LOG TABLE
           ( CONTACT_SEQ       INTEGER  NOT NULL,
             CPF               CHAR(15) NOT NULL,
             CONTACT_DT        CHAR(10) NOT NULL,
             CONTACT_TM        CHAR(08) NOT NULL,
             CHANNEL           CHAR(01) NOT NULL,
             REASON_CD         CHAR(03) NOT NULL,
             NOTE_TEXT         CHAR(50) NOT NULL,
             OPERATOR_ID       CHAR(08) NOT NULL,
             FOLLOWUP_DT       CHAR(10) NOT NULL,
             FOLLOWUP_DONE     CHAR(01) NOT NULL,
             DONE_DT           CHAR(10) NOT NULL,
             DONE_BY           CHAR(08) NOT NULL
           ) END-EXEC.
       01  BTB-CONTACT-LOG.
           05 CLOG-SEQ         PIC S9(09) COMP.
           05 CLOG-CPF         PIC X(15).
           05 CLOG-CONTACT-DT  PIC X(10).
           05 CLOG-CONTACT-TM  PIC X(08).
           05 CLOG-CHANNEL     PIC X(01).
              88 CLOG-CHANNEL-IS-PHONE   VALUE 'P'.
              88 CLOG-CHANNEL-IS-EMAIL   VALUE 'E'.
              88 CLOG-CHANNEL-IS-BRANCH  VALUE 'B'.
              88 CLOG-CHANNEL-IS-WEB     VALUE 'W'.
              88 CLOG-CHANNEL-IS-LETTER  VALUE 'L'.
              88 CLOG-CHANNEL-IS-VALID   VALUE 'P' 'E' 'B' 'W' 'L'.
           05 CLOG-REASON-CD   PIC X(03).
              88 CLOG-REASON-IS-INQUIRY  VALUE 'INQ'.
              88 CLOG-REASON-IS-UPDATE   VALUE 'UPD'.
              88 CLOG-REASON-IS-COMPLNT  VALUE 'CMP'.
              88 CLOG-REASON-IS-CONSENT  VALUE 'CNS'.
              88 CLOG-REASON-IS-LGPD     VALUE 'LGP'.
              88 CLOG-REASON-IS-OTHER    VALUE 'OTH'.
              88 CLOG-REASON-IS-VALID    VALUE 'INQ' 'UPD' 'CMP'
                                               'CNS' 'LGP' 'OTH'.
           05 CLOG-NOTE-TEXT   PIC X(50).
           05 CLOG-OPERATOR-ID PIC X(08).
           05 CLOG-FOLLOWUP-DT PIC X(10).
           05 CLOG-FOLLOWUP-DONE PIC X(01).
              88 CLOG-FOLLOWUP-IS-OPEN   VALUE 'N'.
              88 CLOG-FOLLOWUP-IS-DONE   VALUE 'Y'.
           05 CLOG-DONE-DT     PIC X(10).
           05 CLOG-DONE-BY     PIC X(08).
