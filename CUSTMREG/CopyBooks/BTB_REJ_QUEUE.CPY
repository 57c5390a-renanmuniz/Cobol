      *                  CSRGREJ1 PREFIX BROKEN OUT INTO COLUMNS,      *
      *                  THE FAILED-RECORD IMAGE CARRIED WHOLE), AND   *
      *                  THE CSRG0044 WORKSTATION WORKS THE ROWS:      *
      *                  STATUS O=OPEN, F=RELEASED AS LOADED TO THE    *
      *                  RSUB QUEUE FOR CSRG0015, R=REPAIRED (FIXED    *
      *                  FIELD BY FIELD, THEN RELEASED), D=DROPPED.    *
      *                  THE WORKED COLUMNS SAY WHO CLOSED THE ROW AND *
      *                  WHEN; ON AN OPEN ROW THEY SAY WHO LAST FIXED  *
      *                  A FIELD OF IT.                                *
      *================================================================*
           EXEC SQL DECLARE TUTORIAL.TB_REJ_QUEUE TABLE
           ( REJ_SEQ           INTEGER  NOT NULL,
           05 REJQ-STATUS      PIC X(01).
              88 REJQ-IS-OPEN          VALUE 'O'.
              88 REJQ-IS-RELEASED      VALUE 'F'.
              88 REJQ-IS-REPAIRED      VALUE 'R'.
              88 REJQ-IS-DROPPED       VALUE 'D'.
           05 REJQ-WORKED-BY   PIC X(08).
           05 REJQ-WORKED-DT   PIC X(10).
