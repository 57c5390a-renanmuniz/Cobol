      *================================================================*
      *    COPYBOOK...: BTB_PROVIDER                                   *
      *    DESCRIPTION.: HOST STRUCTURE AND TABLE DECLARATION FOR      *
      *                  TB_PROVIDER, THE PROVIDER REGISTRY.  ONE ROW  *
      *                  PER REGISTERED PROVIDER_CODE WITH ITS STATUS  *
      *                  (A=ACTIVE, S=SUSPENDED) AND THE CSRGTRN1      *
      *                  ACTION CODES IT IS CONTRACTED TO SUBMIT       *
      *                  (AUTH_ACTIONS: ANY OF I/U/D/R, BLANK-PADDED - *
      *                  'I   ' IS AN INSERT-ONLY PROVIDER).           *
      *                  CSRG0026 REFUSES A TRANSMISSION WHOSE HEADER  *
      *                  PROVIDER IS UNKNOWN OR SUSPENDED; CSRG0001    *
      *                  REJECTS TO FILEERR1 A TRANSACTION WHOSE       *
      *                  ACTION CODE THE PROVIDER MAY NOT SUBMIT.      *
      *                  MAINTAINED (WITH AN AUDIT TRAIL) BY CSRG0054. *
      *                  DATES ARE DD-MM-YYYY CHARACTER, THE SHOP DATE *
      *                  CONVENTION.                                   *
      *----------------------------------------------------------------*
      *    PRECEDENCE..: RANK_NAME/RANK_ADDR/RANK_EMAIL/RANK_PHONE     *
      *                  RANK THE PROVIDER PER FIELD GROUP (NAME AND   *
      *                  BIRTH; ADDRESS; EMAIL; PHONE), 1 = MOST       *
      *                  TRUSTED, 99 = LEAST (THE DEFAULT).  CSRG0003  *
      *                  REJECTS AN UPDATE FROM A LOWER-RANKED SOURCE  *
      *                  THAT WOULD OVERWRITE A GROUP A HIGHER-RANKED  *
      *                  ONE SET RECENTLY (SEE TB_FIELD_SOURCE).       *
      *================================================================*
           EXEC SQL DECLARE TUTORIAL.TB_PROVIDER TABLE
           ( PROVIDER_CODE     CHAR(04) NOT NULL,
             PROVIDER_NAME     CHAR(30) NOT NULL,
             PRV_STATUS        CHAR(01) NOT NULL,
             AUTH_ACTIONS      CHAR(04) NOT NULL,
             REGISTERED_DT     CHAR(10) NOT NULL,
             UPDATED_DT        CHAR(10) NOT NULL,
             RANK_NAME         SMALLINT NOT NULL,
             RANK_ADDR         SMALLINT NOT NULL,
             RANK_EMAIL        SMALLINT NOT NULL,
             RANK_PHONE        SMALLINT NOT NULL
           ) END-EXEC.
       01  BTB-PROVIDER.
           05 PRV-CODE         PIC X(04).
           05 PRV-NAME         PIC X(30).
           05 PRV-STATUS       PIC X(01).
              88 PRV-IS-ACTIVE         VALUE 'A'.
              88 PRV-IS-SUSPENDED      VALUE 'S'.
           05 PRV-AUTH-ACTIONS PIC X(04).
           05 PRV-REGISTERED-DT PIC X(10).
           05 PRV-UPDATED-DT   PIC X(10).
           05 PRV-RANK-NAME    PIC S9(04) COMP.
           05 PRV-RANK-ADDR    PIC S9(04) COMP.
           05 PRV-RANK-EMAIL   PIC S9(04) COMP.
           05 PRV-RANK-PHONE   PIC S9(04) COMP.
