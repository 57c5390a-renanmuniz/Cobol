      *                     SURROGATE CUSTOMER-ID FIELD (CSTMRG01      *
      *                     IMAGES TO LRECL=311 AND EVERY PREFIXED     *
      *                     FILE GREW WITH THEM).                      *
      *    15/10/2026 RMM - A REINSTATE ALSO CLEARS DELETE_REASON, SO  *
      *                     A ROW SOFT-DELETED BY CSRG0051 AS DECEASED *
      *                     AND REINSTATED IS NOT LEFT MARKED 'O'.     *
      *    15/10/2026 RMM - A REINSTATE FOR A CPF WITH A CONFIRMED     *
      *                     SANCTIONS-LIST HIT ON TB_SCREEN_HIT        *
      *                     (CSRG0072/CSRG0073) IS REJECTED TO         *
      *                     FILEERR5/FILEREJ5 AS 'SANCTIONS HOLD'      *
      *                     UNTIL COMPLIANCE CLEARS THE HIT.           *
      *----------------------------------------------------------------*
      *    TABLE DB2...:  TB_CUSTOMER                 BTB_CUSTOMER     *
      *                   TB_SCREEN_HIT               BTB_SCREEN_HIT   *
      *                                                                *
      *----------------------------------------------------------------*
      *                                                                *
       01 WRK-FILEERR5-REASON                    PIC X(25)
                                  VALUE 'NOT IN DELETED STATE'.

      *SQLCODE TEXT SET BEFORE 2500-WRITE-FILEERR5 IS PERFORMED - THE
      *UPDATE'S SQLCODE FOR A ROW NOT IN DELETED STATE, SPACES FOR A
      *SANCTIONS HOLD:
       01 WRK-FILEERR5-SQLCODE-OUT               PIC X(10)
                                                  VALUE SPACES.

      *CONFIRMED SANCTIONS HITS STANDING AGAINST THE CPF IN HAND:
       01 WRK-SANC-HOLD-COUNT                    PIC S9(09) COMP
                                                 VALUE ZEROS.

      *WORKING DATA FOR THE SYSTEM DATE AND TIME.
       01 WRK-SYSTEM-DATE.
          03 YY                                  PIC 9(02) VALUE ZEROS .
           EXEC SQL
              INCLUDE BTB_MATCH_KEY
           END-EXEC.

           EXEC SQL
              INCLUDE BTB_SCREEN_HIT
           END-EXEC.
      *================================================================*
       PROCEDURE                       DIVISION.
      *================================================================*

           PERFORM 2200-MOVE-KEY-FOR-REINST.

      *    COMPLIANCE CONFIRMED THE CPF ON A SANCTIONS LIST - IT STAYS
      *    DELETED UNTIL THE HIT IS CLEARED:
           PERFORM 2250-CHECK-SANCTIONS-HOLD.

           IF WRK-SANC-HOLD-COUNT       GREATER ZEROS
               MOVE 'SANCTIONS HOLD'    TO WRK-FILEERR5-REASON
               MOVE SPACES              TO WRK-FILEERR5-SQLCODE-OUT
               PERFORM 2500-WRITE-FILEERR5
               GO TO 2000-50-NEXT
           END-IF.

           PERFORM 2300-REINSTATE.

           IF SQLCODE EQUAL +100
               MOVE 'NOT IN DELETED STATE'
                                        TO WRK-FILEERR5-REASON
               MOVE SQLCODE             TO WRK-SQLCODE-SINAL
               MOVE WRK-SQLCODE-X       TO WRK-FILEERR5-SQLCODE-OUT
               PERFORM 2500-WRITE-FILEERR5
           END-IF.

       2000-50-NEXT.

           PERFORM 2600-COMMIT-AND-CHECKPOINT.

           PERFORM 2100-READ-FILE0007.
      *----------------------------------------------------------------*
       2200-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2250-CHECK-SANCTIONS-HOLD       SECTION.
      *----------------------------------------------------------------*
      *    A HIT HOLDS WHILE IT IS CONFIRMED ('C') ON A SANCTIONS LIST *
      *    ('S').  AN OPEN, FALSE-POSITIVE OR CLEARED HIT, AND ANY PEP *
      *    HIT, DOES NOT STOP THE REINSTATE.                           *
      *----------------------------------------------------------------*
           MOVE 'CHECKING SANCTIONS HOLD'
                                       TO WRK-ERROR-MSG.

           MOVE CPF                    OF BTB-CUSTOMER
                                       TO SCRH-CPF.

           EXEC SQL
               SELECT COUNT(*)
               INTO  :WRK-SANC-HOLD-COUNT
               FROM  TB_SCREEN_HIT
               WHERE CPF        = :SCRH-CPF
                 AND LIST_TYPE  = 'S'
                 AND HIT_STATUS = 'C'
           END-EXEC.

           IF SQLCODE NOT EQUAL ZEROS
              MOVE SQLCODE             TO WRK-SQLCODE-SINAL
              STRING 'SQLCODE..:',WRK-SQLCODE-X
                                       DELIMITED BY SPACE
                                       INTO WRK-ERROR-CODE
              PERFORM 9999-CALL-ABEND-PGM
           END-IF.
      *----------------------------------------------------------------*
       2250-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2300-REINSTATE                  SECTION.
      *----------------------------------------------------------------*
           IF CSRGPARM-IS-PRODUCTION
              EXEC SQL
                  UPDATE TB_CUSTOMER
                     SET STATUS        = :CUST-STATUS,
                         DELETED_TS    = NULL,
                         DELETE_REASON = ' '
                   WHERE CPF = :CPF
                     AND STATUS = 'D'
              END-EXEC
