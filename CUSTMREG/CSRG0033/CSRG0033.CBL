      *----------------------------------------------------------------*
      *    GOAL........: MONTHLY PII ACCESS USAGE REPORT.  READS THE   *
      *                  ACCLOG ACCESS LOG (CSRGACC1 LINES WRITTEN BY  *
      *                  CSRG0007, THE CSRG0012 ONLINE TRANSACTION     *
      *                  AND THE CSRG0081 BULK LOOKUP) AND PRINTS, PER *
      *                  OPERATOR PER CALENDAR MONTH, HOW MANY         *
      *                  EXACT-CPF LOOKUPS, NAME-SEARCH HITS, ONLINE   *
      *                  DISPLAYS AND BULK ANSWERS THEY MADE (A BULK   *
      *                  ANSWER IS COUNTED UNDER THE DEPARTMENT THAT   *
      *                  ASKED) - SO SECURITY CAN SEE WHO LOOKED AT    *
      *                  WHAT AND CHASE AN OUTLIER BACK TO THE RAW     *
      *                  LOG LINES.  READ-ONLY.                        *
      *----------------------------------------------------------------*
      *    FILES.......:  DDNAME          LRECL       INCLUDE/BOOK     *
      *                   ACCLOG          00121       CSRGACC1         *
      *                   USAGERPT        00080       NONE             *
      *----------------------------------------------------------------*
      *    MODIFICATION HISTORY.......:                                *
      *    01/09/2026 RMM - PROGRAM CREATED.                           *
      *    15/10/2026 RMM - ACCLOG GREW TO LRECL=121 (CSRGCHN1         *
      *                     HASH-CHAIN SUFFIX). THE CSRGSEL1 SEAL      *
      *                     CLOSING EACH BATCH RUN'S LINES IS NOT AN   *
      *                     ACCESS AND IS SKIPPED.                     *
      *    15/10/2026 RMM - NEW BULK COLUMN FOR THE CSRG0081 BULK      *
      *                     LOOKUP LINES (ACCESS TYPE 'B'), WHICH      *
      *                     WERE COUNTED AS ONLINE DISPLAYS.           *
      *----------------------------------------------------------------*
      *    TABLE DB2...:  NONE.                                        *
      *----------------------------------------------------------------*
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS 00 RECORDS.
       01 FD-REG-ACCLOG     PIC X(121).

       FD USAGERPT
           RECORDING MODE IS F
       01 WRK-ACCLOG-REG.
          COPY 'CSRGACC1'.

      *FIRST 57 BYTES OF THE LINE IN HAND, TO TELL THE CSRGSEL1 SEAL
      *THAT CLOSES EACH BATCH RUN'S LINES FROM AN ACCESS:
       01 WRK-SEAL-REG.
          COPY 'CSRGSEL1'.

      *THE LINE'S MONTH (MM-YYYY), LIFTED FROM THE DD-MM-YYYY DATE:
       01 WRK-LINE-MONTH                         PIC X(07) VALUE SPACES.

             10 WRK-USAGE-EXACT                  PIC 9(05).
             10 WRK-USAGE-SEARCH                 PIC 9(05).
             10 WRK-USAGE-ONLINE                 PIC 9(05).
             10 WRK-USAGE-BULK                   PIC 9(05).

      *SWITCH SET BY 2300-FIND-USAGE-ENTRY:
       01 WRK-USAGE-HIT-SW                       PIC X(01) VALUE 'N'.
                                       INTO  WRK-USAGERPT-LINE.
           PERFORM 3210-PUT-USAGERPT-LINE.

           MOVE 'OPERATOR MONTH    EXACT SEARCH ONLINE   BULK'
                                       TO    WRK-USAGERPT-LINE.
           PERFORM 3210-PUT-USAGERPT-LINE.

      *----------------------------------------------------------------*
       2000-TALLY-ONE-LINE             SECTION.
      *----------------------------------------------------------------*
           MOVE WRK-ACCLOG-REG         TO WRK-SEAL-REG.

           IF CSRGSEL1-IS-SEAL
              GO TO 2000-50-NEXT
           END-IF.

           MOVE CSRGACC1-DATE (4:7)    TO WRK-LINE-MONTH.

           PERFORM 2300-FIND-USAGE-ENTRY.
                                          (WRK-USAGE-IDX)
              MOVE ZEROS               TO WRK-USAGE-ONLINE
                                          (WRK-USAGE-IDX)
              MOVE ZEROS               TO WRK-USAGE-BULK
                                          (WRK-USAGE-IDX)
           END-IF.

           EVALUATE TRUE
              WHEN CSRGACC1-IS-SEARCH
                 ADD 1                 TO WRK-USAGE-SEARCH
                                          (WRK-USAGE-IDX)
              WHEN CSRGACC1-IS-BULK
                 ADD 1                 TO WRK-USAGE-BULK
                                          (WRK-USAGE-IDX)
              WHEN OTHER
                 ADD 1                 TO WRK-USAGE-ONLINE
                                          (WRK-USAGE-IDX)
           END-EVALUATE.

       2000-50-NEXT.
           PERFORM 2100-READ-ACCLOG.
      *----------------------------------------------------------------*
       2000-99-EXIT.                   EXIT.
                  WRK-USAGE-MONTH (WRK-USAGE-IDX),'  ',
                  WRK-USAGE-EXACT (WRK-USAGE-IDX),'  ',
                  WRK-USAGE-SEARCH (WRK-USAGE-IDX),'  ',
                  WRK-USAGE-ONLINE (WRK-USAGE-IDX),'  ',
                  WRK-USAGE-BULK (WRK-USAGE-IDX)
                                       DELIMITED BY SIZE
                                       INTO  WRK-USAGERPT-LINE.
           PERFORM 3210-PUT-USAGERPT-LINE.
