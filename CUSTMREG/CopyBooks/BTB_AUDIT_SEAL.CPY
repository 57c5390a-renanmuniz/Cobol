      *================================================================*
      *    COPYBOOK...: BTB_AUDIT_SEAL                                 *
      *    DESCRIPTION.: HOST STRUCTURE AND TABLE DECLARATION FOR      *
      *                  TB_AUDIT_SEAL, THE SEAL REGISTER OF THE AUDIT *
      *                  TRAILS.  CSRGCHAN INSERTS ONE ROW EACH TIME A *
      *                  PRODUCTION WRITER SEALS A GENERATION: THE     *
      *                  TRAIL, ITS NEXT SEAL_SEQ (1, 2, 3 ... PER     *
      *                  TRAIL; UNIQUE INDEX ON TRAIL_NAME, SEAL_SEQ), *
      *                  THE SEAL HASH, THE RECORDS SEALED, THE RUN    *
      *                  AND PROGRAM THAT WROTE THEM.  THE DATASETS    *
      *                  AND THE REGISTER ARE GUARDED BY DIFFERENT     *
      *                  AUTHORITIES, SO A TRAIL REWRITTEN AND         *
      *                  RE-HASHED OUTSIDE THE SYSTEM STILL FAILS THE  *
      *                  CSRG0076/CSRG0042 CHECK AGAINST THIS TABLE.   *
      *                  A LEGITIMATE REWRITE (THE CSRG0018 LGPD       *
      *                  SCRUB) RE-SEALS IN PLACE: SEAL_HASH IS        *
      *                  REPLACED AND RESEAL_RUN_ID NAMES THE ERASURE  *
      *                  RUN (SPACES = NEVER RE-SEALED).               *
      *================================================================*
           EXEC SQL DECLARE TUTORIAL.TB_AUDIT_SEAL TABLE
           ( TRAIL_NAME        CHAR(08) NOT NULL,
             SEAL_SEQ          INTEGER  NOT NULL,
             SEAL_HASH         CHAR(20) NOT NULL,
             RECORD_COUNT      INTEGER  NOT NULL,
             RUN_ID            CHAR(14) NOT NULL,
             PROGRAM           CHAR(08) NOT NULL,
             SEALED_TS         TIMESTAMP,
             RESEAL_RUN_ID     CHAR(14) NOT NULL
           ) END-EXEC.
       01  BTB-AUDIT-SEAL.
           05 AUDS-TRAIL-NAME  PIC X(08).
           05 AUDS-SEAL-SEQ    PIC S9(09) COMP.
           05 AUDS-SEAL-HASH   PIC X(20).
           05 AUDS-RECORD-COUNT PIC S9(09) COMP.
           05 AUDS-RUN-ID      PIC X(14).
           05 AUDS-PROGRAM     PIC X(08).
           05 AUDS-RESEAL-RUN-ID PIC X(14).
