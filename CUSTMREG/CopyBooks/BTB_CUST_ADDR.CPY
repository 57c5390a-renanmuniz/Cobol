      *================================================================*
      *    COPYBOOK...: BTB_CUST_ADDR                                  *
      *    DESCRIPTION.: HOST STRUCTURE AND TABLE DECLARATION FOR      *
      *                  TB_CUST_ADDR, THE TYPED ADDRESSES A CUSTOMER  *
      *                  HOLDS BESIDE THE RESIDENTIAL ONE ON           *
      *                  TB_CUSTOMER (TYPE M=MAILING, B=BILLING), AT   *
      *                  MOST ONE ROW PER CPF PER TYPE.  THE           *
      *                  RESIDENTIAL ADDRESS STAYS ON TB_CUSTOMER, SO  *
      *                  EVERY PROGRAM THAT NEEDS ONLY IT (THE MATCH   *
      *                  KEYS, THE HOUSEHOLD LINK) IS UNCHANGED.       *
      *                  MAINTAINED BY CSRG0077 (NIGHTLY ADDRIN        *
      *                  CARDS) WITH ITS ADRHST BEFORE-IMAGE TRAIL.    *
      *                  CSRG0035/CSRG0060 ADDRESS THE PRINTED PIECE   *
      *                  TO THE 'M' ROW WHEN ONE EXISTS.               *
      *================================================================*
           EXEC SQL DECLARE TUTORIAL.TB_CUST_ADDR TABLE
           ( CPF               CHAR(15) NOT NULL,
             ADDR_TYPE         CHAR(01) NOT NULL,
             STREET            CHAR(50) NOT NULL,
             HNUMBER           CHAR(10) NOT NULL,
             OTHER_INFO        CHAR(15) NOT NULL,
             CITY              CHAR(40) NOT NULL,
             STATE             CHAR(02) NOT NULL,
             COUNTRY           CHAR(30) NOT NULL,
             CEP               CHAR(09) NOT NULL,
             UPDATED_DT        CHAR(10) NOT NULL,
             SOURCE            CHAR(10) NOT NULL
           ) END-EXEC.
       01  BTB-CUST-ADDR.
           05 ADDR-CPF         PIC X(15).
           05 ADDR-TYPE        PIC X(01).
              88 ADDR-TYPE-IS-MAILING  VALUE 'M'.
              88 ADDR-TYPE-IS-BILLING  VALUE 'B'.
           05 ADDR-STREET      PIC X(50).
           05 ADDR-HNUMBER     PIC X(10).
           05 ADDR-OTHER-INFO  PIC X(15).
           05 ADDR-CITY        PIC X(40).
           05 ADDR-STATE       PIC X(02).
           05 ADDR-COUNTRY     PIC X(30).
           05 ADDR-CEP         PIC X(09).
           05 ADDR-UPDATED-DT  PIC X(10).
           05 ADDR-SOURCE      PIC X(10).
