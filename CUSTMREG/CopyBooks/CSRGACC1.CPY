      *    DESCRIPTION.: PII ACCESS-LOG RECORD.  EVERY INQUIRY THAT    *
      *                  DISPLAYS A CUSTOMER'S PERSONAL DATA - A       *
      *                  CSRG0007 EXACT-CPF LOOKUP, EACH CSRG0007      *
      *                  NAME-SEARCH HIT, EVERY CSRG0012 ONLINE        *
      *                  SCREEN DISPLAY, EVERY CSRG0061 PENDING-CHANGE *
      *                  DISPLAY AND EVERY CSRG0079 CONTACT-LOG        *
      *                  DISPLAY - WRITES ONE LINE TO THE              *
      *                  DURABLE ACCLOG ACCESS LOG (BATCH: THE         *
      *                  ACCLOG DATASET; CICS: THE ACCL                *
      *                  EXTRAPARTITION TD QUEUE ROUTED TO IT), SO A   *
      *    POS 035-035  ACCESS TYPE  E=EXACT-CPF LOOKUP                *
      *                              S=NAME-SEARCH CANDIDATE HIT       *
      *                              O=ONLINE SCREEN DISPLAY           *
      *                              B=CSRG0081 BULK LOOKUP ANSWER -   *
      *                                POS 001-008 THEN HOLDS THE      *
      *                                REQUESTING DEPARTMENT, AND THE  *
      *                                ARGUMENTS ITS REQUEST REFERENCE *
      *    POS 036-050  CPF DISPLAYED                                  *
      *    POS 051-100  SEARCH ARGUMENTS (NAME PATTERN AND FILTERS     *
      *                 FOR A SEARCH; SPACES FOR AN EXACT LOOKUP;      *
      *                 PROT-SHOWN OR PROT-MASKED FOR A PROTECTED      *
      *                 CUSTOMER)                                      *
      *    ON THE ACCLOG EACH LINE IS FOLLOWED BY ITS CSRGCHN1         *
      *    HASH-CHAIN SUFFIX, POS 101-121 (LRECL=121): STREAM 'B' FOR  *
      *    CSRG0007 AND CSRG0081, 'O' FOR THE CICS ACCL QUEUE.         *
      *================================================================*
       03 CSRGACC1-OPERATOR-ID                PIC X(08).
       03 CSRGACC1-DATE                       PIC X(10).
          88 CSRGACC1-IS-EXACT                     VALUE 'E'.
          88 CSRGACC1-IS-SEARCH                    VALUE 'S'.
          88 CSRGACC1-IS-ONLINE                    VALUE 'O'.
          88 CSRGACC1-IS-BULK                      VALUE 'B'.
       03 CSRGACC1-CPF                        PIC X(15).
       03 CSRGACC1-SEARCH-ARGS                PIC X(50).
