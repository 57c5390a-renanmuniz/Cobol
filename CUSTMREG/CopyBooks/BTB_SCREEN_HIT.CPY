      *================================================================*
      *    COPYBOOK...: BTB_SCREEN_HIT                                 *
      *    DESCRIPTION.: HOST STRUCTURE AND TABLE DECLARATION FOR      *
      *                  TB_SCREEN_HIT, THE PEP/SANCTIONS SCREENING    *
      *                  HIT REGISTER.  CSRG0072 INSERTS ONE ROW PER   *
      *                  CUSTOMER CPF AND LIST ENTRY THAT MATCHED -    *
      *                  ON THE IDENTITY DOCUMENT (MATCH_TYPE 'D'), ON *
      *                  THE NORMALIZED NAME PLUS BIRTH ('N') OR ON    *
      *                  BOTH ('B') - WITH STATUS O=OPEN, AND NEVER    *
      *                  RAISES THE SAME CPF/LIST/ENTRY TWICE, SO A    *
      *                  FALSE POSITIVE STAYS DISMISSED.  COMPLIANCE   *
      *                  DISPOSES OF EACH HIT THROUGH CSRG0073:        *
      *                  C=CONFIRMED, F=FALSE POSITIVE, X=CLEARED (A   *
      *                  CONFIRMED HIT LIFTED).  WHILE A SANCTIONS HIT *
      *                  (LIST_TYPE 'S') IS CONFIRMED, CSRG0003        *
      *                  REFUSES UPDATES AND CSRG0010 REINSTATES FOR   *
      *                  THE CPF.  LIST_TYPE IS COPIED FROM THE ENTRY  *
      *                  SO THE HOLD SURVIVES THE ENTRY LEAVING THE    *
      *                  LIST.  REVIEWED_BY/REVIEWED_DT ARE SPACES     *
      *                  UNTIL THE FIRST DISPOSITION.  DATES ARE       *
      *                  DD-MM-YYYY CHARACTER, THE SHOP DATE           *
      *                  CONVENTION; RUN_ID (YYYYMMDDHHMMSS) IS THE    *
      *                  SCREENING RUN THAT RAISED THE HIT.            *
      *================================================================*
           EXEC SQL DECLARE TUTORIAL.TB_SCREEN_HIT TABLE
           ( CPF               CHAR(15) NOT NULL,
             LIST_ID           CHAR(08) NOT NULL,
             ENTRY_ID          CHAR(20) NOT NULL,
             LIST_TYPE         CHAR(01) NOT NULL,
             MATCH_TYPE        CHAR(01) NOT NULL,
             HIT_STATUS        CHAR(01) NOT NULL,
             HIT_DT            CHAR(10) NOT NULL,
             RUN_ID            CHAR(14) NOT NULL,
             REVIEWED_BY       CHAR(08) NOT NULL,
             REVIEWED_DT       CHAR(10) NOT NULL
           ) END-EXEC.
       01  BTB-SCREEN-HIT.
           05 SCRH-CPF         PIC X(15).
           05 SCRH-LIST-ID     PIC X(08).
           05 SCRH-ENTRY-ID    PIC X(20).
           05 SCRH-LIST-TYPE   PIC X(01).
              88 SCRH-IS-PEP           VALUE 'P'.
              88 SCRH-IS-SANCTIONS     VALUE 'S'.
           05 SCRH-MATCH-TYPE  PIC X(01).
              88 SCRH-MATCHED-DOCUMENT VALUE 'D'.
              88 SCRH-MATCHED-NAME     VALUE 'N'.
              88 SCRH-MATCHED-BOTH     VALUE 'B'.
           05 SCRH-STATUS      PIC X(01).
              88 SCRH-IS-OPEN          VALUE 'O'.
              88 SCRH-IS-CONFIRMED     VALUE 'C'.
              88 SCRH-IS-FALSE-POSITIVE VALUE 'F'.
              88 SCRH-IS-CLEARED       VALUE 'X'.
           05 SCRH-HIT-DT      PIC X(10).
           05 SCRH-RUN-ID      PIC X(14).
           05 SCRH-REVIEWED-BY PIC X(08).
           05 SCRH-REVIEWED-DT PIC X(10).
