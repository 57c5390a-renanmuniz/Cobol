      *                  TB_STATE_REF STATE/COUNTRY TABLE, SO THE      *
      *                  EDITS CSRG0002/0003/CSRGVALD RUN ARE AGAINST  *
      *                  A CURRENT DIRECTORY AND NOT LAST YEAR'S.      *
      *                  THE TELECOM REGULATOR'S AREA-CODE LIST RIDES  *
      *                  THE SAME LOAD AS TYPE 'D' CARDS FOR THE       *
      *                  TB_DDD_REF TABLE (DDD TO STATE).              *
      *                  LRECL=80 (CARD IMAGE).                        *
      *----------------------------------------------------------------*
      *    LAYOUT......:                                               *
      *    POS 001-001  RECORD TYPE  C=CEP DIRECTORY ENTRY             *
      *                              S=STATE/COUNTRY ENTRY             *
      *                              D=DDD (AREA CODE) ENTRY           *
      *    POS 002-002  ACTION       A=ADD  C=CHANGE  D=DELETE         *
      *    POS 003-011  CEP (TYPE C; MASK 99999-999)                   *
      *    POS 012-051  CITY (TYPE C)                                  *
      *                         TYPE S: THE STATE CODE, AT POS 3-4     *
      *                         OF THE REDEFINED VIEW)                 *
      *    POS 054-080  FILLER                                         *
      *    TYPE D......: POS 003-004 DDD, POS 005-006 ITS STATE        *
      *================================================================*
       03 CSRGREF1-REC-TYPE                   PIC X(01).
          88 CSRGREF1-IS-CEP-ENTRY                  VALUE 'C'.
          88 CSRGREF1-IS-STATE-ENTRY                VALUE 'S'.
          88 CSRGREF1-IS-DDD-ENTRY                  VALUE 'D'.
       03 CSRGREF1-ACTION                     PIC X(01).
          88 CSRGREF1-IS-ADD                        VALUE 'A'.
          88 CSRGREF1-IS-CHANGE                     VALUE 'C'.
          05 CSRGREF1-STATE                   PIC X(02).
          05 CSRGREF1-COUNTRY                 PIC X(30).
          05 FILLER                           PIC X(46).
       03 CSRGREF1-DDD-DETAIL REDEFINES CSRGREF1-DETAIL.
          05 CSRGREF1-DDD                     PIC X(02).
          05 CSRGREF1-DDD-STATE               PIC X(02).
          05 FILLER                           PIC X(74).
