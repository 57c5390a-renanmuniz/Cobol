      *================================================================*
      *    COPYBOOK...: CSRGSEL1                                       *
      *    DESCRIPTION.: AUDIT SEAL TRAILER - THE LAST RECORD OF EVERY *
      *                  BATCH GENERATION APPENDED TO AN AUDIT TRAIL,  *
      *                  BUILT BY CSRGCHAN WHEN THE WRITER CLOSES.     *
      *                  IT OVERLAYS THE FIRST 57 BYTES OF THE TRAIL'S *
      *                  OWN RECORD BODY (THE REST IS SPACES) AND      *
      *                  CARRIES THE CSRGCHN1 SUFFIX LIKE ANY OTHER    *
      *                  LINE, SO THE SEAL IS ITSELF THE LAST LINK OF  *
      *                  THE GENERATION; ITS HASH IS REGISTERED ON     *
      *                  TB_AUDIT_SEAL.  THE TAG CAN NEVER BE A RUN    *
      *                  ID, AN OPERATOR ID OR A CPF, SO EVERY READER  *
      *                  OF A TRAIL TESTS IT AND SKIPS THE RECORD, THE *
      *                  SAME WAY THE CSRGHSH1 SLICE HEADER IS SKIPPED.*
      *----------------------------------------------------------------*
      *    LAYOUT......:                                               *
      *    POS 001-012  '*AUDIT SEAL*'                                 *
      *    POS 013-020  TRAIL NAME (FILEHST3, LGPDAUD, ...)            *
      *    POS 021-034  SEALED AT (YYYYMMDDHHMMSS)                     *
      *    POS 035-048  BATCH RUN ID OF THE WRITER                     *
      *    POS 049-057  RECORDS IN THE GENERATION (SEAL EXCLUDED)      *
      *================================================================*
       03 CSRGSEL1-TAG                        PIC X(12).
          88 CSRGSEL1-IS-SEAL                       VALUE
                                                    '*AUDIT SEAL*'.
       03 CSRGSEL1-TRAIL                      PIC X(08).
       03 CSRGSEL1-STAMP                      PIC X(14).
       03 CSRGSEL1-RUN-ID                     PIC X(14).
       03 CSRGSEL1-RECORDS                    PIC 9(09).
