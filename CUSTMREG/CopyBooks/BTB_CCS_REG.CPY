      *================================================================*
      *    COPYBOOK...: BTB_CCS_REG                                    *
      *    DESCRIPTION.: HOST STRUCTURE AND TABLE DECLARATION FOR      *
      *                  TB_CCS_REG, THE SUBMISSION REGISTER OF THE    *
      *                  BANCO CENTRAL CCS (CADASTRO DE CLIENTES DO    *
      *                  SISTEMA FINANCEIRO) FEED.  ONE ROW PER        *
      *                  RELATIONSHIP MOVEMENT TAKEN FROM CHGEVENT BY  *
      *                  CSRG0082 - I=START (A CSRG0002 INSERT OR A    *
      *                  CSRG0010 REINSTATE), E=END (A SOFT-DELETE),   *
      *                  A=CORRECTION (A CSRG0046 DOCUMENT SWAP, THE   *
      *                  PREVIOUS CPF IN OLD_CPF).  THE SOURCE COLUMNS *
      *                  NAME THE CHGEVENT RECORD THE ROW CAME FROM,   *
      *                  SO THE SAME EVENT IS NEVER QUEUED TWICE.      *
      *                  CCS_SEQ IS ONE NUMBER ACROSS THE WHOLE TABLE  *
      *                  (MAX + 1) AND IS THE REFERENCE SENT ON THE    *
      *                  FILE AND ECHOED ON THE REGULATOR'S RETURN.    *
      *                  STATUS Q=QUEUED FOR THE NEXT SUBMISSION,      *
      *                  S=SENT (SUBMIT_NO/LINE/DT SAY WHERE),         *
      *                  A=ACCEPTED BY THE BANCO CENTRAL, H=HELD -     *
      *                  RETURNED TOO OFTEN, WAITING FOR A MANUAL      *
      *                  RELEASE (CSRG0083 CCSREL CARD), X=CANCELLED - *
      *                  THE CUSTOMER NO LONGER CARRIES A CPF TO       *
      *                  REPORT.  A RETURNED ROW IS RE-QUEUED BY       *
      *                  CSRG0083 WITH RETURN_CNT + 1 AND THE          *
      *                  REGULATOR'S CODE IN RETURN_CD.  RETURN_CNT    *
      *                  COUNTS EVERY RETURN THE ROW HAS EVER HAD; A   *
      *                  MANUAL RELEASE STAMPS RELEASE_DT AND KEEPS    *
      *                  THE RETURN_CNT OF THAT MOMENT IN              *
      *                  REL_RETURN_CNT, SO THE HOLD LIMIT COUNTS ONLY *
      *                  THE RETURNS SINCE (SPACES/ZERO = NEVER        *
      *                  RELEASED).  DATES ARE DD-MM-YYYY CHARACTER,   *
      *                  THE SHOP DATE CONVENTION; SUBMIT AND RETURN   *
      *                  COLUMNS ARE ZERO/SPACES UNTIL THEN.  THE ROWS *
      *                  ARE A REGULATORY RECORD: THEY ARE NEITHER     *
      *                  CARRIED BY A DOCUMENT SWAP NOR SCRUBBED BY AN *
      *                  ERASURE.                                      *
      *================================================================*
           EXEC SQL DECLARE TUTORIAL.TB_CCS_REG TABLE
           ( CCS_SEQ           INTEGER  NOT NULL,
             CPF               CHAR(15) NOT NULL,
             OLD_CPF           CHAR(15) NOT NULL,
             CUST_ID           CHAR(10) NOT NULL,
             MOVE_TYPE         CHAR(01) NOT NULL,
             MOVE_DT           CHAR(10) NOT NULL,
             SRC_RUN_ID        CHAR(14) NOT NULL,
             SRC_OP            CHAR(01) NOT NULL,
             SRC_TM            CHAR(08) NOT NULL,
             QUEUED_DT         CHAR(10) NOT NULL,
             CCS_STATUS        CHAR(01) NOT NULL,
             SUBMIT_NO         INTEGER  NOT NULL,
             SUBMIT_LINE       INTEGER  NOT NULL,
             SUBMIT_DT         CHAR(10) NOT NULL,
             RETURN_CD         CHAR(04) NOT NULL,
             RETURN_DT         CHAR(10) NOT NULL,
             RETURN_CNT        SMALLINT NOT NULL,
             RELEASE_DT        CHAR(10) NOT NULL,
             REL_RETURN_CNT    SMALLINT NOT NULL
           ) END-EXEC.
       01  BTB-CCS-REG.
           05 CCS-SEQ          PIC S9(09) COMP.
           05 CCS-CPF          PIC X(15).
           05 CCS-OLD-CPF      PIC X(15).
           05 CCS-CUST-ID      PIC X(10).
           05 CCS-MOVE-TYPE    PIC X(01).
              88 CCS-MOVE-IS-START     VALUE 'I'.
              88 CCS-MOVE-IS-END       VALUE 'E'.
              88 CCS-MOVE-IS-CORRECT   VALUE 'A'.
           05 CCS-MOVE-DT      PIC X(10).
           05 CCS-SRC-RUN-ID   PIC X(14).
           05 CCS-SRC-OP       PIC X(01).
           05 CCS-SRC-TM       PIC X(08).
           05 CCS-QUEUED-DT    PIC X(10).
           05 CCS-STATUS       PIC X(01).
              88 CCS-IS-QUEUED         VALUE 'Q'.
              88 CCS-IS-SENT           VALUE 'S'.
              88 CCS-IS-ACCEPTED       VALUE 'A'.
              88 CCS-IS-HELD           VALUE 'H'.
              88 CCS-IS-CANCELLED      VALUE 'X'.
           05 CCS-SUBMIT-NO    PIC S9(09) COMP.
           05 CCS-SUBMIT-LINE  PIC S9(09) COMP.
           05 CCS-SUBMIT-DT    PIC X(10).
           05 CCS-RETURN-CD    PIC X(04).
           05 CCS-RETURN-DT    PIC X(10).
           05 CCS-RETURN-CNT   PIC S9(04) COMP.
           05 CCS-RELEASE-DT   PIC X(10).
              88 CCS-NEVER-RELEASED    VALUE SPACES.
           05 CCS-REL-RETURN-CNT PIC S9(04) COMP.
