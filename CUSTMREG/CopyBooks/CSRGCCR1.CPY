      *================================================================*
      *    COPYBOOK...: CSRGCCR1                                       *
      *    DESCRIPTION.: ONE DETAIL RECORD OF THE CCSRET RETURN FILE   *
      *                  THE BANCO CENTRAL CCS SENDS BACK FOR A        *
      *                  CSRG0082 SUBMISSION - ONE PER DETAIL LINE     *
      *                  SENT, ACCEPTED OR RETURNED WITH THE           *
      *                  REGULATOR'S CODE AND MESSAGE.  READ BY        *
      *                  CSRG0083.  A '0' HEADER NAMES THE SUBMISSION  *
      *                  ANSWERED AND A '9' TRAILER COUNTS THE         *
      *                  DETAILS, ALL LRECL=100.                       *
      *----------------------------------------------------------------*
      *    HEADER......:                                               *
      *    POS 001-001  RECORD TYPE '0'                                *
      *    POS 002-009  INSTITUTION CNPJ BASE                          *
      *    POS 010-015  SUBMISSION NUMBER ANSWERED                     *
      *    POS 016-023  PROCESSING DATE (AAAAMMDD)                     *
      *    POS 024-100  FILLER                                         *
      *----------------------------------------------------------------*
      *    DETAIL......:                                               *
      *    POS 001-001  RECORD TYPE '1'                                *
      *    POS 002-008  LINE NUMBER IN THE SUBMISSION                  *
      *    POS 009-018  REFERENCE SENT (TB_CCS_REG CCS_SEQ)            *
      *    POS 019-019  RESULT  A=ACCEPTED  R=RETURNED                 *
      *    POS 020-023  RETURN CODE (SPACES WHEN ACCEPTED)             *
      *    POS 024-083  RETURN MESSAGE                                 *
      *    POS 084-100  FILLER                                         *
      *----------------------------------------------------------------*
      *    TRAILER.....:                                               *
      *    POS 001-001  RECORD TYPE '9'                                *
      *    POS 002-008  DETAIL RECORDS                                 *
      *    POS 009-100  FILLER                                         *
      *================================================================*
       03 CSRGCCR1-REC-TYPE                   PIC X(01).
          88 CSRGCCR1-IS-HEADER                    VALUE '0'.
          88 CSRGCCR1-IS-DETAIL                    VALUE '1'.
          88 CSRGCCR1-IS-TRAILER                   VALUE '9'.
       03 CSRGCCR1-LINE                       PIC 9(07).
       03 CSRGCCR1-REFERENCE                  PIC 9(10).
       03 CSRGCCR1-RESULT                     PIC X(01).
          88 CSRGCCR1-IS-ACCEPTED                  VALUE 'A'.
          88 CSRGCCR1-IS-RETURNED                  VALUE 'R'.
       03 CSRGCCR1-RETURN-CD                  PIC X(04).
       03 CSRGCCR1-RETURN-MSG                 PIC X(60).
       03 FILLER                              PIC X(17).
