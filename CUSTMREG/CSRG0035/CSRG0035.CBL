      *                  SO THE CSRGCAMP JOB'S SORT GIVES THE MAIL     *
      *                  HOUSE ITS PRESORT DISCOUNT).  A COUNTS PAGE   *
      *                  PER SUPPRESSION REASON ACCOMPANIES EVERY      *
      *                  EXTRACT (CAMPRPT).  EVERY CUSTOMER MAILED IS  *
      *                  RECORDED ON THE TB_DISCLOSURE LEDGER.         *
      *                  A CUSTOMER WITH A MAILING ADDRESS ON          *
      *                  TB_CUST_ADDR IS MAILED THERE.                 *
      *----------------------------------------------------------------*
      *    MAILOUT.....: POS 001-009 CEP  POS 010-059 NAME             *
      *                  POS 060-109 STREET  POS 110-119 NUMBER        *
      *                     BUCKET - ADDRESSES WRITTEN IS NOW A        *
      *                     HOUSEHOLD COUNT, WHICH IS WHAT THE MAIL    *
      *                     HOUSE BILLS.                               *
      *    15/10/2026 RMM - EVERY CPF WRITTEN TO MAILOUT IS RECORDED   *
      *                     ON THE TB_DISCLOSURE LEDGER (RECIPIENT     *
      *                     PARM POS 289-296, DEFAULT MAILHOUS;        *
      *                     PROFILE 'L', THE MAILING LIST), COMMITTED  *
      *                     EVERY CSRGPARM-COMMIT-INTERVAL ROWS WITH   *
      *                     THE CURSOR NOW WITH HOLD.  A RERUN UNDER   *
      *                     THE SAME RUN ID DOES NOT DOUBLE A ROW.     *
      *    15/10/2026 RMM - A CUSTOMER WITH A MAILING ('M') ROW ON     *
      *                     TB_CUST_ADDR IS MAILED THERE INSTEAD OF AT *
      *                     THE RESIDENTIAL ADDRESS; THE UNDELIVERABLE *
      *                     AND NO-ADDRESS SUPPRESSIONS NOW APPLY ONLY *
      *                     WHEN THERE IS NO MAILING ADDRESS.  NEW     *
      *                     COUNTS LINE FOR PIECES SENT TO ONE.        *
      *----------------------------------------------------------------*
      *    TABLE DB2...:  TB_CUSTOMER                 BTB_CUSTOMER     *
      *                   TB_CONSENT                  BTB_CONSENT      *
      *                   TB_DISCLOSURE               BTB_DISCLOSURE   *
      *                   TB_CUST_ADDR                BTB_CUST_ADDR    *
      *----------------------------------------------------------------*
      *                                                                *
      *================================================================*
       77 WRK-LAST-MAILED-HH-ID                  PIC X(10) VALUE
                                                           LOW-VALUES.
       77 WRK-SUPP-NOADDR-COUNTER                PIC 9(07) VALUE ZEROS .
       77 WRK-MAILADDR-USED-COUNTER              PIC 9(07) VALUE ZEROS .

      *SWITCH SET BY 2250-READ-MAILING-ADDR (SQLCODE +100 = THE
      *CUSTOMER HAS NO MAILING ADDRESS, MAIL THE RESIDENTIAL ONE):
       01 WRK-MAILADDR-FOUND-SW                  PIC X(01) VALUE 'N'.
          88 WRK-MAILADDR-WAS-FOUND                    VALUE 'Y'.

       77 WRK-CURSOR-EOF                         PIC X(03) VALUE SPACES.

      *DISCLOSURE LEDGER WORK - ROWS RECORDED, AND ROWS SINCE THE
      *LAST COMMIT:
       77 WRK-DISCLOSED-COUNTER                  PIC 9(07) VALUE ZEROS .
       77 WRK-COMMIT-COUNTER                     PIC 9(05) VALUE ZEROS .

      *RUNTIME PARAMETER CARD:
       COPY 'CSRGPARM'.

           END-EXEC.

           EXEC SQL
              INCLUDE BTB_DISCLOSURE
           END-EXEC.

           EXEC SQL
              INCLUDE BTB_CUST_ADDR
           END-EXEC.

           EXEC SQL
              DECLARE CSR0035 CURSOR WITH HOLD FOR
                 SELECT CPF, NAME, STREET, HNUMBER, OTHER_INFO,
                        CITY, STATE, CEP, STATUS, ADDR_UNDEL,
                        TIMEREGINC, HOUSEHOLD_ID
           IF CSRGPARM-SEL-CRIT-TYPE   EQUAL SPACES
              MOVE 'C'                 TO   CSRGPARM-SEL-CRIT-TYPE
           END-IF.

           IF CSRGPARM-COMMIT-INTERVAL EQUAL ZEROS
              MOVE 1000                TO   CSRGPARM-COMMIT-INTERVAL
           END-IF.

           IF CSRGPARM-DISC-RECIPIENT  EQUAL SPACES
              MOVE 'MAILHOUS'          TO   CSRGPARM-DISC-RECIPIENT
           END-IF.
      *----------------------------------------------------------------*
       1050-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*

           ADD 1                       TO WRK-SELECTED-REGS-COUNTER.

           PERFORM 2250-READ-MAILING-ADDR.

      *----------------------------------------------------------------*
      *    SUPPRESSIONS, IN SEVERITY ORDER - EACH SELECTED CUSTOMER    *
      *    LANDS IN EXACTLY ONE BUCKET SO THE COUNTS PAGE ADDS UP.     *
                 ADD 1                 TO WRK-SUPP-ANONYM-COUNTER

              WHEN BTB-ADDR-IS-UNDELIV
               AND NOT WRK-MAILADDR-WAS-FOUND

                 ADD 1                 TO WRK-SUPP-UNDELIV-COUNTER

              WHEN STREET OF BTB-CUSTOMER
                                       EQUAL SPACES
               AND NOT WRK-MAILADDR-WAS-FOUND

                 ADD 1                 TO WRK-SUPP-NOADDR-COUNTER

      *----------------------------------------------------------------*
       2200-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2250-READ-MAILING-ADDR          SECTION.
      *----------------------------------------------------------------*
      *    A CUSTOMER WHO ASKED FOR POST TO GO ELSEWHERE HAS A TYPE    *
      *    'M' ROW ON TB_CUST_ADDR (MAINTAINED BY CSRG0077); THE PIECE *
      *    GOES THERE, AND THE RESIDENTIAL ADDRESS IS ONLY THE         *
      *    FALLBACK.                                                   *
      *----------------------------------------------------------------*
           MOVE 'READING TB_CUST_ADDR' TO WRK-ERROR-MSG.

           MOVE 'N'                    TO WRK-MAILADDR-FOUND-SW.

           MOVE CPF OF BTB-CUSTOMER    TO ADDR-CPF.
           MOVE 'M'                    TO ADDR-TYPE.

           EXEC SQL
               SELECT  STREET
                      ,HNUMBER
                      ,OTHER_INFO
                      ,CITY
                      ,STATE
                      ,CEP
                 INTO :ADDR-STREET
                     ,:ADDR-HNUMBER
                     ,:ADDR-OTHER-INFO
                     ,:ADDR-CITY
                     ,:ADDR-STATE
                     ,:ADDR-CEP
                 FROM  TB_CUST_ADDR
                WHERE  CPF       = :ADDR-CPF
                  AND  ADDR_TYPE = :ADDR-TYPE
           END-EXEC.

           IF SQLCODE EQUAL ZEROS
              MOVE 'Y'                 TO WRK-MAILADDR-FOUND-SW
           ELSE
              IF SQLCODE NOT EQUAL +100
                 MOVE SQLCODE          TO WRK-SQLCODE-SINAL
                 STRING 'SQLCODE..:',WRK-SQLCODE-X
                                       DELIMITED BY SPACE
                                       INTO WRK-ERROR-CODE
                 PERFORM 9999-CALL-ABEND-PGM
              END-IF
           END-IF.
      *----------------------------------------------------------------*
       2250-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2300-CHECK-MAIL-CONSENT         SECTION.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
           MOVE 'WRITING MAILOUT'      TO WRK-ERROR-MSG.

           MOVE NAME       OF BTB-CUSTOMER TO MAIL-NAME.

           IF WRK-MAILADDR-WAS-FOUND
              MOVE ADDR-CEP                TO MAIL-CEP
              MOVE ADDR-STREET             TO MAIL-STREET
              MOVE ADDR-HNUMBER            TO MAIL-NUMBER
              MOVE ADDR-OTHER-INFO         TO MAIL-OTHER-INFO
              MOVE ADDR-CITY               TO MAIL-CITY
              MOVE ADDR-STATE              TO MAIL-STATE
              ADD 1                        TO WRK-MAILADDR-USED-COUNTER
           ELSE
              MOVE CEP        OF BTB-CUSTOMER TO MAIL-CEP
              MOVE STREET     OF BTB-CUSTOMER TO MAIL-STREET
              MOVE HNUMBER    OF BTB-CUSTOMER TO MAIL-NUMBER
              MOVE OTHER-INFO OF BTB-CUSTOMER TO MAIL-OTHER-INFO
              MOVE CITY       OF BTB-CUSTOMER TO MAIL-CITY
              MOVE STATE      OF BTB-CUSTOMER TO MAIL-STATE
           END-IF.

           MOVE  WRK-MAILOUT-REG       TO FD-REG-MAILOUT.

           IF WRK-FS-MAILOUT           EQUAL ZEROS
              ADD  1                   TO WRK-MAILOUT-REGS-COUNTER
           END-IF.

           PERFORM 2450-RECORD-DISCLOSURE.
      *----------------------------------------------------------------*
       2400-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2450-RECORD-DISCLOSURE          SECTION.
      *----------------------------------------------------------------*
      *    THE NAME AND ADDRESS ON THE PIECE HAVE GONE TO THE MAIL     *
      *    HOUSE - ONE TB_DISCLOSURE ROW FOR THE CPF, THE SAME LEDGER  *
      *    CSRG0005 WRITES.  A ROW ALREADY THERE FOR THIS RUN (A RERUN *
      *    OF AN INTERRUPTED EXTRACT) IS NOT AN ERROR.                 *
      *----------------------------------------------------------------*
           MOVE 'RECORDING DISCLOSURE' TO WRK-ERROR-MSG.

           MOVE CPF OF BTB-CUSTOMER    TO DISC-CPF.
           MOVE CSRGPARM-DISC-RECIPIENT
                                       TO DISC-RECIPIENT.
           MOVE 'L'                    TO DISC-PROFILE.
           MOVE WRK-DATE-FORMATTED     TO DISC-DISCL-DT.
           MOVE CSRGPARM-BATCH-RUN-ID  TO DISC-RUN-ID.
           MOVE WRK-PROGRAM            TO DISC-SOURCE-PGM.
           MOVE SPACES                 TO DISC-NOTICE-DT.

           EXEC SQL
               INSERT INTO TB_DISCLOSURE
               (CPF
               ,RECIPIENT
               ,PROFILE
               ,DISCL_DT
               ,RUN_ID
               ,SOURCE_PGM
               ,NOTICE_DT)
               VALUES
               (:DISC-CPF
               ,:DISC-RECIPIENT
               ,:DISC-PROFILE
               ,:DISC-DISCL-DT
               ,:DISC-RUN-ID
               ,:DISC-SOURCE-PGM
               ,:DISC-NOTICE-DT)
           END-EXEC.

           EVALUATE SQLCODE
              WHEN ZEROS
                 ADD 1                 TO WRK-DISCLOSED-COUNTER
              WHEN -803
                 CONTINUE
              WHEN OTHER
                 MOVE SQLCODE          TO WRK-SQLCODE-SINAL
                 STRING 'SQLCODE..:',WRK-SQLCODE-X
                                       DELIMITED BY SPACE
                                       INTO WRK-ERROR-CODE
                 PERFORM 9999-CALL-ABEND-PGM
           END-EVALUATE.

           ADD 1                       TO WRK-COMMIT-COUNTER.

           IF WRK-COMMIT-COUNTER       GREATER OR EQUAL
                                            CSRGPARM-COMMIT-INTERVAL
              EXEC SQL
                  COMMIT
              END-EXEC
              MOVE ZEROS               TO WRK-COMMIT-COUNTER
           END-IF.
      *----------------------------------------------------------------*
       2450-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       3000-FINALIZE                   SECTION.
      *----------------------------------------------------------------*
               CLOSE CSR0035
           END-EXEC.

           EXEC SQL
               COMMIT
           END-EXEC.

           PERFORM 3200-WRITE-COUNTS-PAGE.

           CLOSE MAILOUT
           '*'.
           DISPLAY '*ADDRESSES WRITTEN...:' WRK-MAILOUT-REGS-COUNTER
           '*'.
           DISPLAY '*DISCLOSURES LOGGED..:' WRK-DISCLOSED-COUNTER
           '*'.
           DISPLAY '*TO MAILING ADDRESS..:' WRK-MAILADDR-USED-COUNTER
           '*'.
           DISPLAY '*-------------------------*'.
           DISPLAY '*EXECUTED......:' WRK-DATE-FORMATTED '*'.
           DISPLAY '*.................' WRK-TIME-FORMATTED '*'.
                                       INTO  WRK-CAMPRPT-LINE.
           PERFORM 3210-PUT-CAMPRPT-LINE.

           MOVE SPACES                 TO    WRK-CAMPRPT-LINE.
           STRING '  OF WHICH TO MAILING ADDR..: ',
                  WRK-MAILADDR-USED-COUNTER
                                       DELIMITED BY SIZE
                                       INTO  WRK-CAMPRPT-LINE.
           PERFORM 3210-PUT-CAMPRPT-LINE.

           MOVE SPACES                 TO    WRK-CAMPRPT-LINE.
           STRING 'SUPPRESSED - SOFT-DELETED...: ',
                  WRK-SUPP-DELETED-COUNTER
