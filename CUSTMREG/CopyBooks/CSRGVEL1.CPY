      *================================================================*
      *    COPYBOOK...: CSRGVEL1                                       *
      *    DESCRIPTION.: ONE CPF FLAGGED BY THE CSRG0048 CHANGE-       *
      *                  VELOCITY MONITOR.  CSRG0048 WRITES ONE RECORD *
      *                  PER FLAGGED CPF, IN CPF ORDER, TO THE         *
      *                  VELFLAG GENERATION OF THE NIGHT; THE CSRG0074 *
      *                  KYC RISK RATING READS IT AS ITS VELOCITY      *
      *                  SIGNAL.  A CPF IS ON THE FILE ONLY WHILE ITS  *
      *                  BURST IS INSIDE THE PARM WINDOW.  LRECL=40.   *
      *----------------------------------------------------------------*
      *    LAYOUT......:                                               *
      *    POS 001-015  CPF                                            *
      *    POS 016-018  CONTACT/ADDRESS CHANGES INSIDE THE WINDOW      *
      *    POS 019-032  BATCH RUN ID OF THE CSRG0048 RUN               *
      *    POS 033-040  FILLER                                         *
      *================================================================*
       03 CSRGVEL1-CPF                        PIC X(15).
       03 CSRGVEL1-CHANGES                    PIC 9(03).
       03 CSRGVEL1-BATCH-RUN-ID               PIC X(14).
       03 FILLER                              PIC X(08).
