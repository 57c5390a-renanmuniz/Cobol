      *================================================================*
      *    COPYBOOK...: CSRGGLG1                                       *
      *    DESCRIPTION.: TRANSMISSION-GATE LOG.  CSRG0026 APPENDS ONE  *
      *                  LINE FOR EVERY FILE0001 TRANSMISSION IT       *
      *                  GATES - ACCEPTED OR REFUSED - SO THE GATE'S   *
      *                  HISTORY PER PROVIDER SURVIVES THE NIGHT'S     *
      *                  GATERPT.  FSEQREG ONLY EVER HOLDS THE         *
      *                  ACCEPTED SEQUENCES; THIS LOG ALSO KEEPS THE   *
      *                  REFUSALS, THE SEQUENCE GAPS AND THE DETAIL    *
      *                  COUNT, AND IS WHAT THE CSRG0053 MONTHLY       *
      *                  PROVIDER SCORECARD READS (LRECL=100).         *
      *----------------------------------------------------------------*
      *    LAYOUT......:                                               *
      *    POS 001-004  PROVIDER CODE FROM THE HEADER (SPACES WHEN     *
      *                 THE FILE ARRIVED WITHOUT ONE)                  *
      *    POS 005-014  FILE DATE FROM THE HEADER (DD-MM-YYYY)         *
      *    POS 015-018  FILE SEQUENCE NUMBER FROM THE HEADER           *
      *    POS 019-032  BATCH RUN ID OF THE GATING RUN                 *
      *    POS 033-042  PROCESSING DATE (DD-MM-YYYY)                   *
      *    POS 043-043  OUTCOME  A=ACCEPTED  R=REFUSED                 *
      *    POS 044-073  REFUSAL REASON (SPACES WHEN ACCEPTED)          *
      *    POS 074-081  DETAIL RECORDS COUNTED BETWEEN HEADER AND      *
      *                 TRAILER                                        *
      *    POS 082-085  FILES SKIPPED BEFORE THIS ONE (SEQUENCE GAP;   *
      *                 ZERO WHEN THE SEQUENCE FOLLOWS ON)             *
      *    POS 086-100  FILLER                                         *
      *================================================================*
       03 CSRGGLG1-PROVIDER                   PIC X(04).
       03 CSRGGLG1-FILE-DATE                  PIC X(10).
       03 CSRGGLG1-FILE-SEQ                   PIC 9(04).
       03 CSRGGLG1-BATCH-RUN-ID               PIC X(14).
       03 CSRGGLG1-PROC-DATE                  PIC X(10).
       03 CSRGGLG1-OUTCOME                    PIC X(01).
          88 CSRGGLG1-IS-ACCEPTED                   VALUE 'A'.
          88 CSRGGLG1-IS-REFUSED                    VALUE 'R'.
       03 CSRGGLG1-REASON                     PIC X(30).
       03 CSRGGLG1-DETAIL-COUNT               PIC 9(08).
       03 CSRGGLG1-GAP-FILES                  PIC 9(04).
       03 FILLER                              PIC X(15).
