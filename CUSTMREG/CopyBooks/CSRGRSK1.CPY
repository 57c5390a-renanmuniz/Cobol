      *================================================================*
      *    COPYBOOK...: CSRGRSK1                                       *
      *    DESCRIPTION.: ONE LINE OF THE RISKHIST KYC RATING HISTORY,  *
      *                  WRITTEN BY CSRG0074 EVERY TIME A CUSTOMER'S   *
      *                  RISK RATING OR REVIEW-DUE DATE IS SET: THE    *
      *                  FIRST RATING, A CHANGE OF RATING, AND A       *
      *                  COMPLETED BRANCH REVIEW.  THE SIGNAL FLAGS    *
      *                  SAY WHAT THE SCORE WAS MADE OF, SO A RATING   *
      *                  CAN BE EXPLAINED TO AN AUDITOR LONG AFTER     *
      *                  THE SIGNALS HAVE CHANGED.  LRECL=100.         *
      *----------------------------------------------------------------*
      *    LAYOUT......:                                               *
      *    POS 001-014  BATCH RUN ID                                   *
      *    POS 015-024  DATE (DD-MM-YYYY)                              *
      *    POS 025-032  TIME (HH:MM:SS)                                *
      *    POS 033-047  CPF                                            *
      *    POS 048-048  EVENT  I=FIRST RATING  C=RATING CHANGED        *
      *                        R=REVIEW COMPLETED                      *
      *    POS 049-049  RATING BEFORE (L/M/H; SPACE = NOT RATED)       *
      *    POS 050-050  RATING AFTER  (L/M/H)                          *
      *    POS 051-053  SCORE                                          *
      *    POS 054-063  REVIEW DUE BEFORE (DD-MM-YYYY)                 *
      *    POS 064-073  REVIEW DUE AFTER  (DD-MM-YYYY)                 *
      *    POS 074-081  SIGNALS, ONE BYTE EACH (SPACE = ABSENT):       *
      *                 074 CPF SITUACAO  S=SUSPENDED C=CANCELLED      *
      *                                   D=HOLDER DECEASED            *
      *                                   N=NOT YET CHECKED            *
      *                 075 F = FOREIGN DOCUMENT (PASSPORT/RUC/DNI)    *
      *                 076 V = CSRG0048 VELOCITY FLAG                 *
      *                 077 A = ADDRESS UNDELIVERABLE                  *
      *                 078 E = EMAIL UNDELIVERABLE                    *
      *                 079 T = PHONE UNDELIVERABLE                    *
      *                 080 PEP HIT        O=OPEN  C=CONFIRMED         *
      *                 081 SANCTIONS HIT  O=OPEN  C=CONFIRMED         *
      *    POS 082-089  REVIEWER (EVENT R ONLY)                        *
      *    POS 090-100  FILLER                                         *
      *================================================================*
       03 CSRGRSK1-BATCH-RUN-ID               PIC X(14).
       03 CSRGRSK1-DATE                       PIC X(10).
       03 CSRGRSK1-TIME                       PIC X(08).
       03 CSRGRSK1-CPF                        PIC X(15).
       03 CSRGRSK1-EVENT                      PIC X(01).
          88 CSRGRSK1-IS-FIRST-RATING               VALUE 'I'.
          88 CSRGRSK1-IS-RATING-CHANGE              VALUE 'C'.
          88 CSRGRSK1-IS-REVIEW-DONE                VALUE 'R'.
       03 CSRGRSK1-OLD-RATING                 PIC X(01).
       03 CSRGRSK1-NEW-RATING                 PIC X(01).
       03 CSRGRSK1-SCORE                      PIC 9(03).
       03 CSRGRSK1-OLD-DUE-DT                 PIC X(10).
       03 CSRGRSK1-NEW-DUE-DT                 PIC X(10).
       03 CSRGRSK1-SIGNALS.
          05 CSRGRSK1-SIG-CPF-SIT             PIC X(01).
          05 CSRGRSK1-SIG-FOREIGN             PIC X(01).
          05 CSRGRSK1-SIG-VELOCITY            PIC X(01).
          05 CSRGRSK1-SIG-ADDR-UNDEL          PIC X(01).
          05 CSRGRSK1-SIG-EMAIL-UNDEL         PIC X(01).
          05 CSRGRSK1-SIG-PHONE-UNDEL         PIC X(01).
          05 CSRGRSK1-SIG-PEP                 PIC X(01).
          05 CSRGRSK1-SIG-SANCTIONS           PIC X(01).
       03 CSRGRSK1-REVIEWER                   PIC X(08).
       03 FILLER                              PIC X(11).
