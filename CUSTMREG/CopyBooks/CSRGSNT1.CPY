      *================================================================*
      *    COPYBOOK...: CSRGSNT1                                       *
      *    DESCRIPTION.: MONTH-END CUSTOMER SNAPSHOT (CUSTSNAP) TOTALS *
      *                  RECORD - THE LAST RECORD BEFORE THE SEAL,     *
      *                  WRITTEN BY CSRG0084 OVER THE SAME 479-BYTE    *
      *                  BODY AS CSRGSNP1 AND CHAINED LIKE ANY DETAIL, *
      *                  SO THE COUNTS ARE COVERED BY THE SEAL.  THE   *
      *                  TAG CAN NEVER BE A CPF OR ANY OTHER DOCUMENT  *
      *                  (THE CSRGTRLR TRICK).  THE HASH TOTALS ARE    *
      *                  PLAIN SUMS OVER THE DETAILS, LOW-ORDER 18     *
      *                  DIGITS KEPT; A READER RECOMPUTES THEM TO      *
      *                  PROVE THE DETAILS ARE ALL THERE.              *
      *----------------------------------------------------------------*
      *    LAYOUT......:                                               *
      *    POS 001-015  '*SNAP TRAILER*'                               *
      *    POS 016-022  PERIOD (MM-YYYY) THE SNAPSHOT CLOSES           *
      *    POS 023-032  TAKEN ON (DD-MM-YYYY)                          *
      *    POS 033-040  TAKEN AT (HH:MM:SS)                            *
      *    POS 041-054  BATCH RUN ID OF THE UNLOAD                     *
      *    POS 055-063  DETAIL RECORDS (ALL ROWS)                      *
      *    POS 064-072  OF WHICH ACTIVE                                *
      *    POS 073-081  OF WHICH SOFT-DELETED                          *
      *    POS 082-090  OF WHICH PROTECTED                             *
      *    POS 091-099  OF WHICH UNDER A DOCUMENT OTHER THAN A CPF     *
      *    POS 100-117  HASH - SUM OF THE CPF DIGITS (CPF DOCUMENTS)   *
      *    POS 118-135  HASH - SUM OF THE NUMERIC CUST-IDS             *
      *    POS 136-153  HASH - SUM OF THE BIRTH DATES AS YYYYMMDD      *
      *    POS 154-479  FILLER                                         *
      *================================================================*
       03 CSRGSNT1-TAG                        PIC X(15).
          88 CSRGSNT1-IS-TRAILER                    VALUE
                                                    '*SNAP TRAILER*'.
       03 CSRGSNT1-PERIOD                     PIC X(07).
       03 CSRGSNT1-TAKEN-DATE                 PIC X(10).
       03 CSRGSNT1-TAKEN-TIME                 PIC X(08).
       03 CSRGSNT1-RUN-ID                     PIC X(14).
       03 CSRGSNT1-TOTAL-ROWS                 PIC 9(09).
       03 CSRGSNT1-ACTIVE-ROWS                PIC 9(09).
       03 CSRGSNT1-DELETED-ROWS               PIC 9(09).
       03 CSRGSNT1-PROTECTED-ROWS             PIC 9(09).
       03 CSRGSNT1-NON-CPF-ROWS               PIC 9(09).
       03 CSRGSNT1-HASH-CPF                   PIC 9(18).
       03 CSRGSNT1-HASH-CUST-ID               PIC 9(18).
       03 CSRGSNT1-HASH-BIRTH                 PIC 9(18).
       03 FILLER                              PIC X(326).
