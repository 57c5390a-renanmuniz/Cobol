      *================================================================*
      *    COPYBOOK...: CSRGCHN1                                       *
      *    DESCRIPTION.: AUDIT-CHAIN SUFFIX - THE LAST 21 BYTES OF     *
      *                  EVERY RECORD ON THE AUDIT TRAILS (FILEHST3    *
      *                  AND ITS MONTHLY SLICES, LGPDAUD, MRGAUD,      *
      *                  BKOAUD, CONSAUD, ACCLOG, ADRHST, AND THE      *
      *                  CUSTSNAP MONTH-END SNAPSHOTS).  THE HASH      *
      *                  IS CHAINED: IT IS COMPUTED BY CSRGCHAN OVER   *
      *                  THE RECORD BODY AND THE STREAM BYTE, STARTING *
      *                  FROM THE HASH OF THE RECORD BEFORE IT IN THE  *
      *                  SAME STREAM, SO EDITING, INSERTING OR         *
      *                  DELETING A LINE BREAKS EVERY LINK AFTER IT.   *
      *                  A BATCH GENERATION STARTS FROM THE TRAIL'S    *
      *                  SEED AND ENDS WITH A CSRGSEL1 SEAL TRAILER;   *
      *                  THE ONLINE (CICS) LINES FORM ONE CONTINUOUS   *
      *                  STREAM OF THEIR OWN.  SPACES = THE RECORD     *
      *                  PREDATES THE CHAINING (CSRGCCNV PADDED IT).   *
      *----------------------------------------------------------------*
      *    LAYOUT......:                                               *
      *    POS 001-001  STREAM  B=BATCH GENERATION  O=ONLINE (CICS)    *
      *    POS 002-021  CHAINED HASH (20 DIGITS)                       *
      *================================================================*
       03 CSRGCHN1-STREAM                     PIC X(01).
          88 CSRGCHN1-IS-BATCH                      VALUE 'B'.
          88 CSRGCHN1-IS-ONLINE                     VALUE 'O'.
       03 CSRGCHN1-HASH                       PIC X(20).
