      *                  BACK TO THEIR PRE-MERGE VALUES AND            *
      *                  REINSTATES THE VICTIM - THE SAME CLOSING-     *
      *                  THE-LOOP IDEA CSRG0023 GIVES A BAD UPDATE     *
      *                  RUN.  LRECL=303.  ON MRGAUD ITSELF EACH       *
      *                  RECORD IS FOLLOWED BY ITS CSRGCHN1 HASH-CHAIN *
      *                  SUFFIX (LRECL=324); THE REVIEWED CSRG0038     *
      *                  UNMGIN INPUT CARRIES THE RECORD ALONE.        *
      *----------------------------------------------------------------*
      *    LAYOUT......:                                               *
      *    POS 001-014  BATCH RUN ID OF THE MERGING RUN                *
