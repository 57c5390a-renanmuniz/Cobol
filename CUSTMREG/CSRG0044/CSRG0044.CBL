      *----------------------------------------------------------------*
      *    MODIFICATION HISTORY.......:                                *
      *    01/09/2026 RMM - PROGRAM CREATED.                           *
      *    15/10/2026 RMM - A FIX NOW STAMPS WORKED_BY/WORKED_DT ON    *
      *                     THE STILL-OPEN ROW, AND A RELEASE OF A     *
      *                     FIXED ROW CLOSES IT 'R' (REPAIRED) RATHER  *
      *                     THAN 'F', FOR THE CSRG0070 PRODUCTIVITY    *
      *                     REPORT.                                    *
      *----------------------------------------------------------------*
      *================================================================*
      *           E N V I R O N M E N T      D I V I S I O N           *
       77 WRK-RSUB-LEN                           PIC S9(04) COMP
                                                           VALUE +348.

      *THE SIGNED-ON USER STAMPED ON EVERY FIXED OR CLOSED ROW:
       77 WRK-CICS-USERID                        PIC X(08)
                                                  VALUE SPACES.

      *STATUS A RELEASE CLOSES THE ROW WITH - 'R' WHEN AN ANALYST
      *FIXED IT FIRST, 'F' WHEN IT WENT BACK AS LOADED:
       77 WRK-RELEASE-STATUS                     PIC X(01)
                                                  VALUE SPACES.

      *WORKING DATA FOR THE SYSTEM DATE AND TIME.
       01 WRK-SYSTEM-DATE.
          03 YY                                  PIC 9(02) VALUE ZEROS .

           MOVE WRK-IMAGE-REC          TO REJQ-REC-IMAGE.

           PERFORM 2700-CLOSE-QUEUE-ROW.

           EXEC SQL
               UPDATE TB_REJ_QUEUE
                  SET REC_IMAGE  = :REJQ-REC-IMAGE
                     ,WORKED_BY  = :REJQ-WORKED-BY
                     ,WORKED_DT  = :REJQ-WORKED-DT
               WHERE  REJ_SEQ    = :REJQ-SEQ
           END-EXEC.

      *----------------------------------------------------------------*
      *    QUEUES THE (REPAIRED) RECORD TO THE RSUB EXTRAPARTITION     *
      *    TDQ IN THE CSRGREJ1-PREFIXED LAYOUT CSRG0015'S RSUBIN       *
      *    EXPECTS, AND CLOSES THE ROW AS RELEASED - 'R' WHEN A FIX    *
      *    HAS ALREADY STAMPED WORKED_BY, 'F' WHEN IT GOES BACK AS     *
      *    LOADED.                                                     *
      *----------------------------------------------------------------*
           IF NOT REJQ-IS-OPEN
              MOVE 'CSRG0044: REJECT IS ALREADY CLOSED'
              GO TO 2500-99-EXIT
           END-IF.

           IF REJQ-WORKED-BY           NOT EQUAL SPACES
              MOVE 'R'                 TO WRK-RELEASE-STATUS
           ELSE
              MOVE 'F'                 TO WRK-RELEASE-STATUS
           END-IF.

           PERFORM 2700-CLOSE-QUEUE-ROW.

           MOVE WRK-RELEASE-STATUS     TO REJQ-STATUS.
           PERFORM 2750-UPDATE-ROW-STATUS.

           MOVE 'CSRG0044: RELEASED TO THE RESUBMIT STREAM'
       2700-CLOSE-QUEUE-ROW            SECTION.
      *----------------------------------------------------------------*
      *    STAMPS THE SIGNED-ON USER AND TODAY ON THE ROW BEING        *
      *    FIXED OR CLOSED.                                            *
      *----------------------------------------------------------------*
           EXEC CICS ASSIGN
                USERID (WRK-CICS-USERID)
