      *================================================================*
      *    COPYBOOK...: CSRGSCD1                                       *
      *    DESCRIPTION.: SNAPSHOT COMPARE DETAIL (CMPDTL) - ONE LINE   *
      *                  PER CUSTOMER ADDED, REMOVED OR CHANGED        *
      *                  BETWEEN TWO CUSTSNAP GENERATIONS, WRITTEN BY  *
      *                  CSRG0085 IN CUST-ID ORDER.  THE CUSTOMER IS   *
      *                  SHOWN AS IN THE CLOSING SNAPSHOT (THE OPENING *
      *                  ONE FOR A REMOVED CUSTOMER).  A CHANGED       *
      *                  CUSTOMER CARRIES THE CODES OF THE COLUMNS     *
      *                  THAT CHANGED, IN COLUMN ORDER - THE CSRG0005  *
      *                  FIELD CODES WHERE ONE EXISTS (CPF NAM BIR STR *
      *                  NUM OTH CIT STA COU EMA PHO CEP DOC), AND     *
      *                  TRI STS DTS PRV AUN EUN PUN UDT URS SIT HHD   *
      *                  DRS PRT RSK RDT RVD LAD DRM FOR THE REST.     *
      *----------------------------------------------------------------*
      *    LAYOUT......:                                               *
      *    POS 001-001  CHANGE  A=ADDED  R=REMOVED  C=CHANGED          *
      *    POS 002-011  CUST-ID (BLANK = PREDATES THE SURROGATE KEY,   *
      *                 MATCHED ON THE CPF)                            *
      *    POS 012-026  CPF                                            *
      *    POS 027-028  STATE                                          *
      *    POS 029-030  COLUMNS CHANGED                                *
      *    POS 031-154  THEIR CODES, 3 BYTES AND A SPACE EACH          *
      *    POS 155-200  FILLER                                         *
      *================================================================*
       03 CSRGSCD1-CHANGE                     PIC X(01).
          88 CSRGSCD1-IS-ADDED                      VALUE 'A'.
          88 CSRGSCD1-IS-REMOVED                    VALUE 'R'.
          88 CSRGSCD1-IS-CHANGED                    VALUE 'C'.
       03 CSRGSCD1-CUST-ID                    PIC X(10).
       03 CSRGSCD1-CPF                        PIC X(15).
       03 CSRGSCD1-STATE                      PIC X(02).
       03 CSRGSCD1-FIELD-COUNT                PIC 9(02).
       03 CSRGSCD1-FIELD-CODES.
          05 CSRGSCD1-FIELD                   OCCURS 31 TIMES.
             07 CSRGSCD1-FIELD-CODE           PIC X(03).
             07 FILLER                        PIC X(01).
       03 FILLER                              PIC X(46).
