      *                  SO A READER CAN TELL FROM THE HEADER ALONE    *
      *                  WHETHER THE LOCATOR POINTED IT AT THIS SLICE  *
      *                  AND CLOSE IT UNREAD OTHERWISE.  SAME LENGTH   *
      *                  AS A FILEHST3 RECORD (364) SO IT RIDES THE    *
      *                  SAME FIXED-LENGTH FILE.  THE HEADER IS NOT    *
      *                  PART OF THE HASH CHAIN - ITS CSRGCHN1 SUFFIX  *
      *                  POSITIONS STAY SPACES.                        *
      *----------------------------------------------------------------*
      *    LAYOUT......:                                               *
      *    POS 001-012  'SLICE HEADER'                                 *
      *    POS 013-026  ROLL RUN ID (THE SLICE STAMP)                  *
      *    POS 027-364  FILLER                                         *
      *================================================================*
       03 CSRGHSH1-TAG                        PIC X(12).
          88 CSRGHSH1-IS-HEADER                     VALUE
                                                    'SLICE HEADER'.
       03 CSRGHSH1-STAMP                      PIC X(14).
       03 FILLER                              PIC X(338).
