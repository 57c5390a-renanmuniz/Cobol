      *================================================================*
      *    COPYBOOK...: CSRGCCS1                                       *
      *    DESCRIPTION.: ONE DETAIL RECORD OF THE CCSOUT SUBMISSION    *
      *                  FILE THAT CSRG0082 SENDS TO THE BANCO CENTRAL *
      *                  CCS (CADASTRO DE CLIENTES DO SISTEMA          *
      *                  FINANCEIRO) - ONE PER RELATIONSHIP MOVEMENT   *
      *                  QUEUED ON TB_CCS_REG.  THE FILE IS A '0'      *
      *                  HEADER, THE '1' DETAILS AND A '9' TRAILER,    *
      *                  ALL LRECL=100.  DATES ARE AAAAMMDD AND        *
      *                  DOCUMENT NUMBERS DIGITS ONLY, ZERO-FILLED ON  *
      *                  THE LEFT TO THE 14-DIGIT CPF/CNPJ WIDTH - THE *
      *                  REGULATOR'S FORMAT, NOT THE SHOP'S.           *
      *----------------------------------------------------------------*
      *    HEADER......:                                               *
      *    POS 001-001  RECORD TYPE '0'                                *
      *    POS 002-009  INSTITUTION CNPJ BASE (CSRGPARM POS 312-319)   *
      *    POS 010-015  SUBMISSION NUMBER (ONE MORE THAN THE LAST)     *
      *    POS 016-023  FILE DATE (AAAAMMDD)                           *
      *    POS 024-037  BATCH RUN ID                                   *
      *    POS 038-100  FILLER                                         *
      *----------------------------------------------------------------*
      *    DETAIL......:                                               *
      *    POS 001-001  RECORD TYPE '1'                                *
      *    POS 002-008  LINE NUMBER IN THE FILE                        *
      *    POS 009-009  MOVEMENT  I=RELATIONSHIP START                 *
      *                           E=RELATIONSHIP END                   *
      *                           A=CORRECTION OF THE DOCUMENT         *
      *    POS 010-010  PERSON TYPE  F=NATURAL PERSON (CPF)            *
      *    POS 011-024  DOCUMENT NUMBER                                *
      *    POS 025-032  MOVEMENT DATE (AAAAMMDD)                       *
      *    POS 033-046  PREVIOUS DOCUMENT NUMBER (CORRECTION ONLY)     *
      *    POS 047-056  REFERENCE - TB_CCS_REG CCS_SEQ, ECHOED BACK ON *
      *                 THE RETURN FILE (CSRGCCR1)                     *
      *    POS 057-057  RESENT  S=SENT BEFORE AND RETURNED  N=FIRST    *
      *    POS 058-100  FILLER                                         *
      *----------------------------------------------------------------*
      *    TRAILER.....:                                               *
      *    POS 001-001  RECORD TYPE '9'                                *
      *    POS 002-008  DETAIL RECORDS                                 *
      *    POS 009-015  OF WHICH STARTS                                *
      *    POS 016-022  OF WHICH ENDS                                  *
      *    POS 023-029  OF WHICH CORRECTIONS                           *
      *    POS 030-100  FILLER                                         *
      *================================================================*
       03 CSRGCCS1-REC-TYPE                   PIC X(01).
       03 CSRGCCS1-LINE                       PIC 9(07).
       03 CSRGCCS1-MOVE-TYPE                  PIC X(01).
       03 CSRGCCS1-PERSON-TYPE                PIC X(01).
       03 CSRGCCS1-DOC-NUMBER                 PIC 9(14).
       03 CSRGCCS1-MOVE-DATE                  PIC 9(08).
       03 CSRGCCS1-PREV-DOC-NUMBER            PIC X(14).
       03 CSRGCCS1-REFERENCE                  PIC 9(10).
       03 CSRGCCS1-RESENT                     PIC X(01).
       03 FILLER                              PIC X(43).
