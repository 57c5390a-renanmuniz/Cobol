      *================================================================*
      *    COPYBOOK...: BTB_DDD_REF                                    *
      *    DESCRIPTION.: HOST STRUCTURE AND TABLE DECLARATION FOR      *
      *                  TB_DDD_REF, THE AREA-CODE (DDD) REFERENCE     *
      *                  TABLE KEPT ALONGSIDE TB_CEP_REF.  ONE ROW PER *
      *                  DDD WITH THE STATE IT SERVES.  CSRGVALD       *
      *                  REJECTS A PHONE WHOSE DDD IS NOT ON IT AND    *
      *                  FLAGS ONE WHOSE DDD BELONGS TO ANOTHER STATE  *
      *                  THAN THE CUSTOMER'S; CSRG0056 SWEEPS THE BASE *
      *                  WITH THE SAME EDITS.  LOADED BY CSRG0027 FROM *
      *                  THE CSRGREF1 TYPE 'D' CARDS.                  *
      *================================================================*
           EXEC SQL DECLARE TUTORIAL.TB_DDD_REF TABLE
           ( DDD               CHAR(02) NOT NULL,
             STATE             CHAR(02) NOT NULL
           ) END-EXEC.
       01  BTB-DDD-REF.
           05 DDD-REF          PIC X(02).
           05 STATE-REF-DDD    PIC X(02).
