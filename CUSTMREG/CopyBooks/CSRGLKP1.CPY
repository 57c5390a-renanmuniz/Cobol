      *================================================================*
      *    COPYBOOK...: CSRGLKP1                                       *
      *    DESCRIPTION.: ONE LINE OF THE LKUPRSP BULK-LOOKUP RESPONSE  *
      *                  WRITTEN BY CSRG0081 - ONE PER CPF ON THE      *
      *                  REQUESTING DEPARTMENT'S LKUPREQ FILE, IN THE  *
      *                  ORDER ASKED.  A FIELD THE DEPARTMENT'S        *
      *                  LKUPDEPT PROFILE DOES NOT ALLOW IS RETURNED   *
      *                  AS '*' (WITHHELD), NEVER AS A GUESS; ON A     *
      *                  CPF NOT ON FILE EVERY FIELD AFTER THE FOUND   *
      *                  FLAG IS A SPACE.  A CHANNEL IS 'Y' ONLY WHEN  *
      *                  THE CUSTOMER IS ACTIVE, HAS A 'Y' ROW FOR IT  *
      *                  ON TB_CONSENT AND THERE IS SOMETHING          *
      *                  DELIVERABLE ON FILE FOR IT.  LRECL=080.       *
      *----------------------------------------------------------------*
      *    LAYOUT......:                                               *
      *    POS 001-015  CPF AS REQUESTED                               *
      *    POS 016-016  FOUND          Y=ON TB_CUSTOMER  N=NOT FOUND   *
      *    POS 017-017  STATUS         A=ACTIVE  D=DELETED             *
      *    POS 018-018  CPF_SITUACAO   R/S/C/D (AS TB_CUSTOMER),       *
      *                                SPACE = NOT YET CHECKED         *
      *    POS 019-019  POST           Y=CONSENTED AND DELIVERABLE     *
      *    POS 020-020  E-MAIL         Y=CONSENTED AND DELIVERABLE     *
      *    POS 021-021  PHONE          Y=CONSENTED AND DELIVERABLE     *
      *    POS 022-022  LEGAL HOLD     Y=UNDER AN ACTIVE HOLD          *
      *    POS 023-030  REQUESTING DEPARTMENT                          *
      *    POS 031-050  DEPARTMENT'S REQUEST REFERENCE                 *
      *    POS 051-060  ANSWERED ON (DD-MM-YYYY)                       *
      *    POS 061-074  BATCH RUN ID                                   *
      *    POS 075-080  FILLER                                         *
      *================================================================*
       03 CSRGLKP1-CPF                        PIC X(15).
       03 CSRGLKP1-FOUND                      PIC X(01).
          88 CSRGLKP1-IS-FOUND                     VALUE 'Y'.
          88 CSRGLKP1-NOT-FOUND                    VALUE 'N'.
       03 CSRGLKP1-STATUS                     PIC X(01).
       03 CSRGLKP1-CPF-SITUACAO               PIC X(01).
       03 CSRGLKP1-MAIL-OK                    PIC X(01).
       03 CSRGLKP1-EMAIL-OK                   PIC X(01).
       03 CSRGLKP1-PHONE-OK                   PIC X(01).
       03 CSRGLKP1-LEGAL-HOLD                 PIC X(01).
       03 CSRGLKP1-DEPT-ID                    PIC X(08).
       03 CSRGLKP1-REQUEST-REF                PIC X(20).
       03 CSRGLKP1-ANSWER-DT                  PIC X(10).
       03 CSRGLKP1-RUN-ID                     PIC X(14).
       03 FILLER                              PIC X(06).
