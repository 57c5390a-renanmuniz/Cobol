      *================================================================*
      *    COPYBOOK...: CSRGCHP1                                       *
      *    DESCRIPTION.: PARAMETER AND STATE BLOCK OF CSRGCHAN, THE    *
      *                  ONE CALLABLE AUDIT-CHAIN MODULE.  ONE BLOCK   *
      *                  PER TRAIL BEING WRITTEN OR READ; THE MODULE   *
      *                  KEEPS NO STATE OF ITS OWN, SO A PROGRAM MAY   *
      *                  HOLD SEVERAL.  INITIALIZE THE BLOCK, SET      *
      *                  TRAIL AND BODY-LEN, THEN                      *
      *                  CALL 'CSRGCHAN' USING <CSRGCHP1> <RECORD>,    *
      *                  WHERE <RECORD> IS THE WHOLE RECORD: THE BODY  *
      *                  FOLLOWED BY ITS CSRGCHN1 SUFFIX.              *
      *----------------------------------------------------------------*
      *    FUNCTIONS...:                                               *
      *    'L' LINK    WRITER - CHAIN THE RECORD INTO STREAM (B/O)     *
      *                AND STORE ITS CSRGCHN1 SUFFIX.  THE FIRST LINK  *
      *                OF A STREAM STARTS FROM THE TRAIL SEED.  A SEAL *
      *                RECORD LINKED AGAIN (A REWRITE) CLOSES ITS      *
      *                GENERATION THE SAME WAY 'S' DOES.               *
      *    'S' SEAL    WRITER - AT CLOSE, WHEN GEN-COUNT > 0: BUILD    *
      *                THE CSRGSEL1 TRAILER INTO THE RECORD AREA,      *
      *                LINK IT, AND (MODE 'P') REGISTER IT ON          *
      *                TB_AUDIT_SEAL.  SEAL-HASH/SEAL-SEQ RETURNED.    *
      *    'R' RESEAL  REWRITER - A SEAL WHOSE HASH CHANGED BECAUSE    *
      *                THE GENERATION WAS LEGITIMATELY REWRITTEN: THE  *
      *                REGISTER ROW FOR OLD-HASH TAKES THE HASH NOW IN *
      *                THE RECORD'S SUFFIX (MODE 'P' ONLY).            *
      *    'V' VERIFY  READER - CHECK ONE RECORD AND SET VERDICT.      *
      *    'F' FINISH  READER - END-OF-DATASET CHECKS (UNSEALED TAIL;  *
      *                WITH LIVE SET, LATER REGISTERED GENERATIONS     *
      *                MISSING FROM THE END OF THE DATASET).           *
      *    LIVE........: 'Y' = THE DATASET HOLDS THE WHOLE TRAIL (THE  *
      *                  SINGLE AUDIT DATASETS): ITS FIRST SEAL MUST   *
      *                  BE NUMBER 1 AND ITS LAST THE NEWEST ON THE    *
      *                  REGISTER.  'E' = THE LIVE END OF A ROLLED     *
      *                  TRAIL (FILEHST3): ONLY THE LAST IS CHECKED.   *
      *                  SPACE = ANY OTHER DATASET (A MONTHLY SLICE).  *
      *----------------------------------------------------------------*
      *    VERDICT.....: K = LINK VERIFIED                             *
      *                  S = SEAL VERIFIED AND ON THE REGISTER         *
      *                  H = SLICE HEADER (NOT CHAINED)                *
      *                  P = PREDATES THE CHAINING (BLANK SUFFIX)      *
      *                  T = FIRST ONLINE LINE OF THE DATASET - ITS    *
      *                      PREDECESSOR LIVES IN AN EARLIER DATASET,  *
      *                      SO IT IS TAKEN AS THE ONLINE STARTING     *
      *                      POINT                                     *
      *                  O = ONLINE CHAIN RESTARTED FROM THE SEED (A   *
      *                      CICS REGION RESTART)                      *
      *                  U = WARNING: A GENERATION ENDED WITHOUT ITS   *
      *                      SEAL (AN ABENDED WRITER) - ON 'V' THIS    *
      *                      RECORD STARTS THE NEXT ONE; ON 'F' THE    *
      *                      DATASET ENDS IN AN UNSEALED TAIL          *
      *                  B = BROKEN LINK - THE RECORD, OR ONE BEFORE   *
      *                      IT, WAS CHANGED, INSERTED OR REMOVED      *
      *                  X = AN UNCHAINED RECORD AFTER THE CHAINING    *
      *                      BEGAN                                     *
      *                  R = SEAL NOT ON THE REGISTER, OR ITS RECORD   *
      *                      COUNT DISAGREES                           *
      *                  M = A WHOLE GENERATION IS MISSING (A GAP IN   *
      *                      THE REGISTERED SEAL SEQUENCE)             *
      *    SQLCODE.....: NON-ZERO ONLY ON A REGISTER FAILURE - THE     *
      *                  CALLER ABENDS WITH IT.  THE MODULE ITSELF     *
      *                  NEVER ABENDS.  A CICS CALLER USES 'L' ONLY.   *
      *================================================================*
       03 CSRGCHP1-FUNCTION                   PIC X(01).
          88 CSRGCHP1-DO-LINK                       VALUE 'L'.
          88 CSRGCHP1-DO-SEAL                       VALUE 'S'.
          88 CSRGCHP1-DO-RESEAL                     VALUE 'R'.
          88 CSRGCHP1-DO-VERIFY                     VALUE 'V'.
          88 CSRGCHP1-DO-FINISH                     VALUE 'F'.
       03 CSRGCHP1-TRAIL                      PIC X(08).
       03 CSRGCHP1-BODY-LEN                   PIC 9(04).
       03 CSRGCHP1-STREAM                     PIC X(01).
       03 CSRGCHP1-MODE                       PIC X(01).
          88 CSRGCHP1-IS-PRODUCTION                 VALUE 'P'.
       03 CSRGCHP1-LIVE                       PIC X(01).
          88 CSRGCHP1-IS-LIVE                       VALUE 'Y' 'E'.
          88 CSRGCHP1-IS-WHOLE-TRAIL                VALUE 'Y'.
       03 CSRGCHP1-RUN-ID                     PIC X(14).
       03 CSRGCHP1-PROGRAM                    PIC X(08).
      *    CHAIN STATE - SPACES = THE STREAM HAS NO LINK YET:
       03 CSRGCHP1-BATCH-HASH                 PIC X(20).
       03 CSRGCHP1-ONLINE-HASH                PIC X(20).
       03 CSRGCHP1-GEN-COUNT                  PIC 9(09).
       03 CSRGCHP1-CHAINED-SW                 PIC X(01).
          88 CSRGCHP1-CHAINING-BEGAN                VALUE 'Y'.
      *    SEAL RESULT ('S'), OLD HASH ('R'), LAST SEAL READ ('V'):
       03 CSRGCHP1-SEAL-HASH                  PIC X(20).
       03 CSRGCHP1-SEAL-SEQ                   PIC 9(09).
       03 CSRGCHP1-OLD-HASH                   PIC X(20).
      *    RESULT OF THE CALL:
       03 CSRGCHP1-VERDICT                    PIC X(01).
          88 CSRGCHP1-VERDICT-OK                    VALUE 'K' 'S'
                                                    'H' 'P' 'T' 'O'.
          88 CSRGCHP1-VERDICT-WARNING               VALUE 'U'.
          88 CSRGCHP1-VERDICT-ERROR                 VALUE 'B' 'X'
                                                    'R' 'M'.
       03 CSRGCHP1-SQLCODE                    PIC S9(09).
      *    READER COUNTERS AND THE FIRST PROBLEM FOUND:
       03 CSRGCHP1-RECORDS                    PIC 9(09).
       03 CSRGCHP1-LINKS-OK                   PIC 9(09).
       03 CSRGCHP1-SEALS-OK                   PIC 9(07).
       03 CSRGCHP1-PRE-CHAIN                  PIC 9(09).
       03 CSRGCHP1-WARNINGS                   PIC 9(07).
       03 CSRGCHP1-ERRORS                     PIC 9(07).
       03 CSRGCHP1-FIRST-ERR-RECORD           PIC 9(09).
       03 CSRGCHP1-FIRST-ERR-VERDICT          PIC X(01).
