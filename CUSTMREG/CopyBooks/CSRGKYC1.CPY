      *================================================================*
      *    COPYBOOK...: CSRGKYC1                                       *
      *    DESCRIPTION.: ONE CUSTOMER ON THE KYCDUE "REVIEWS DUE"      *
      *                  EXTRACT, WRITTEN MONTHLY BY CSRG0075 FOR THE  *
      *                  BRANCH NETWORK: EVERY ACTIVE RATED CUSTOMER   *
      *                  WHOSE KYC REVIEW (SET BY CSRG0074) FALLS DUE  *
      *                  IN THE EXTRACT MONTH, OR FELL DUE EARLIER AND *
      *                  IS STILL OUTSTANDING.  IN STATE, CITY, CPF    *
      *                  ORDER.  THE BRANCH RETURNS EACH COMPLETED     *
      *                  REVIEW ON A KYCREV CARD.  LRECL=220.          *
      *----------------------------------------------------------------*
      *    LAYOUT......:                                               *
      *    POS 001-007  EXTRACT MONTH (MM-YYYY)                        *
      *    POS 008-009  STATE                                          *
      *    POS 010-049  CITY                                           *
      *    POS 050-064  CPF                                            *
      *    POS 065-114  NAME                                           *
      *    POS 115-115  RISK RATING  L/M/H                             *
      *    POS 116-125  RATED ON (DD-MM-YYYY)                          *
      *    POS 126-135  REVIEW DUE (DD-MM-YYYY)                        *
      *    POS 136-136  OVERDUE  Y = DUE BEFORE THE EXTRACT MONTH      *
      *    POS 137-151  PHONE                                          *
      *    POS 152-201  EMAIL                                          *
      *    POS 202-205  PROVIDER CODE                                  *
      *    POS 206-220  FILLER                                         *
      *================================================================*
       03 CSRGKYC1-MONTH                      PIC X(07).
       03 CSRGKYC1-STATE                      PIC X(02).
       03 CSRGKYC1-CITY                       PIC X(40).
       03 CSRGKYC1-CPF                        PIC X(15).
       03 CSRGKYC1-NAME                       PIC X(50).
       03 CSRGKYC1-RISK-RATING                PIC X(01).
       03 CSRGKYC1-RATED-DT                   PIC X(10).
       03 CSRGKYC1-REVIEW-DUE-DT              PIC X(10).
       03 CSRGKYC1-OVERDUE                    PIC X(01).
          88 CSRGKYC1-IS-OVERDUE                    VALUE 'Y'.
       03 CSRGKYC1-PHONE                      PIC X(15).
       03 CSRGKYC1-EMAIL                      PIC X(50).
       03 CSRGKYC1-PROVIDER-CODE              PIC X(04).
       03 FILLER                              PIC X(15).
