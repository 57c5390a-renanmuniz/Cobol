      *================================================================*
      *    COPYBOOK...: CSRGSCL1                                       *
      *    DESCRIPTION.: ONE RECORD OF A SCREENING-LIST FILE (SCRLIST),*
      *                  THE INPUT TO THE CSRG0071 LIST INTAKE.  EACH  *
      *                  LIST - THE PEP LIST AND EVERY NATIONAL OR     *
      *                  INTERNATIONAL SANCTIONS LIST - ARRIVES AS ONE *
      *                  HEADER CARD FOLLOWED BY ITS ENTRY CARDS, AND  *
      *                  SEVERAL LISTS MAY BE CONCATENATED ON ONE RUN. *
      *                  THE HEADER SAYS WHETHER THE ENTRIES ARE THE   *
      *                  WHOLE LIST (F: WHAT IS NOT ON THE FILE IS     *
      *                  REMOVED FROM TB_SCREEN_LIST) OR A DELTA (D:   *
      *                  ADD/CHANGE/DELETE CARDS).  LRECL=200.         *
      *----------------------------------------------------------------*
      *    LAYOUT......:                                               *
      *    POS 001-001  RECORD TYPE  H=LIST HEADER  E=LIST ENTRY       *
      *    TYPE H......: POS 002-002 REFRESH  F=FULL  D=DELTA          *
      *                  POS 003-010 LIST ID                           *
      *                  POS 011-011 LIST TYPE  P=PEP  S=SANCTIONS     *
      *                  POS 012-021 LIST DATE (DD-MM-YYYY)            *
      *                  POS 022-081 LIST DESCRIPTION                  *
      *                  POS 082-200 FILLER                            *
      *    TYPE E......: POS 002-002 ACTION A=ADD C=CHANGE D=DELETE    *
      *                              (A FULL REFRESH TAKES A OR C)     *
      *                  POS 003-022 ENTRY ID (THE LIST'S OWN KEY)     *
      *                  POS 023-023 DOCUMENT TYPE (CSTMRG01 VALUES,   *
      *                              BLANK = CPF)                      *
      *                  POS 024-038 DOCUMENT NUMBER, AS TB_CUSTOMER   *
      *                              CARRIES IT (BLANK = NONE)         *
      *                  POS 039-088 NAME                              *
      *                  POS 089-098 BIRTH (DD-MM-YYYY; BLANK =        *
      *                              UNKNOWN)                          *
      *                  POS 099-138 POSITION / SANCTION PROGRAMME     *
      *                  POS 139-200 FILLER                            *
      *================================================================*
       03 CSRGSCL1-REC-TYPE                   PIC X(01).
          88 CSRGSCL1-IS-HEADER                     VALUE 'H'.
          88 CSRGSCL1-IS-ENTRY                      VALUE 'E'.
       03 CSRGSCL1-DETAIL                     PIC X(199).
       03 CSRGSCL1-HEADER-DETAIL REDEFINES CSRGSCL1-DETAIL.
          05 CSRGSCL1-REFRESH                 PIC X(01).
             88 CSRGSCL1-IS-FULL-REFRESH            VALUE 'F'.
             88 CSRGSCL1-IS-DELTA-REFRESH           VALUE 'D'.
          05 CSRGSCL1-LIST-ID                 PIC X(08).
          05 CSRGSCL1-LIST-TYPE               PIC X(01).
             88 CSRGSCL1-LIST-IS-VALID              VALUE 'P' 'S'.
          05 CSRGSCL1-LIST-DATE               PIC X(10).
          05 CSRGSCL1-LIST-DESC               PIC X(60).
          05 FILLER                           PIC X(119).
       03 CSRGSCL1-ENTRY-DETAIL REDEFINES CSRGSCL1-DETAIL.
          05 CSRGSCL1-ACTION                  PIC X(01).
             88 CSRGSCL1-IS-ADD                     VALUE 'A'.
             88 CSRGSCL1-IS-CHANGE                  VALUE 'C'.
             88 CSRGSCL1-IS-DELETE                  VALUE 'D'.
          05 CSRGSCL1-ENTRY-ID                PIC X(20).
          05 CSRGSCL1-DOC-TYPE                PIC X(01).
          05 CSRGSCL1-DOC-NUMBER              PIC X(15).
          05 CSRGSCL1-NAME                    PIC X(50).
          05 CSRGSCL1-BIRTH                   PIC X(10).
          05 CSRGSCL1-LIST-INFO               PIC X(40).
          05 FILLER                           PIC X(62).
