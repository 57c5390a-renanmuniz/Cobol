      *                   SUSPOUT         00024       CSRGSUS1         *
      *----------------------------------------------------------------*
      *    TABLE DB2...:  TB_RUN_CONTROL              BTB_RUN_CONTROL  *
      *                   TB_PROVIDER                 BTB_PROVIDER     *
      *                                                                *
      *----------------------------------------------------------------*
      *    MODIFICATION HISTORY.......:                                *
      *                     SAME RECORD AREA - IT USED TO BE LOST,     *
      *                     WITH THE LAST PARKED TRANSACTION ROUTED    *
      *                     A SECOND TIME BY THE MAIN LOOP.            *
      *    15/10/2026 RMM - EACH PROVIDER TRANSACTION (FILE0001 AND    *
      *                     RE-PRESENTED SUSPENSE) IS CHECKED AGAINST  *
      *                     THE TB_PROVIDER REGISTRY, LOADED ONCE AT   *
      *                     START: AN UNKNOWN OR SUSPENDED PROVIDER,   *
      *                     OR AN ACTION CODE OUTSIDE ITS AUTHORIZED   *
      *                     LIST, IS REJECTED TO FILEERR1/FILEREJ1.    *
      *                     A BLANK (LEGACY-FEED) PROVIDER IS NOT      *
      *                     CHECKED.                                   *
      *    15/10/2026 RMM - A BLANK PROVIDER IS NOW REJECTED AS AN     *
      *                     UNKNOWN PROVIDER; OUR OWN IN-HOUSE         *
      *                     TRANSACTIONS CARRY THE RESERVED HOUSE CODE *
      *                     'HOUS', WHICH IS NOT ON TB_PROVIDER AND IS *
      *                     AUTHORIZED FOR EVERY ACTION.  EVERY ROUTED *
      *                     IMAGE NOW TAKES THE TRANSACTION'S CODE.    *
      *----------------------------------------------------------------*
      *================================================================*
      *           E N V I R O N M E N T      D I V I S I O N           *
       01 WRK-CURRENT-PROVIDER                   PIC X(04)
                                                  VALUE SPACES.

      *THE TB_PROVIDER REGISTRY, LOADED ONCE BY 1090 FOR A CPF-LIST
      *RUN, AND THE OUTCOME OF 2120-CHECK-PROVIDER-AUTH FOR THE
      *TRANSACTION IN HAND:
       77 WRK-PRV-ENTRIES                        PIC 9(03) VALUE ZEROS .
       77 WRK-PRV-IDX                            PIC 9(03) VALUE ZEROS .
       77 WRK-PRV-MAX                            PIC 9(03) VALUE 500.
       77 WRK-PRV-ACTION-TALLY                   PIC 9(01) VALUE ZEROS .
       77 WRK-PRV-REJECTED-COUNTER               PIC 9(07) VALUE ZEROS .

       01 WRK-PRV-FOUND-SW                       PIC X(01) VALUE 'N'.
          88 WRK-PRV-ENTRY-FOUND                       VALUE 'Y'.
       01 WRK-PRV-AUTH-SW                        PIC X(01) VALUE 'N'.
          88 WRK-PRV-IS-AUTHORIZED                     VALUE 'Y'.

      *RESERVED PROVIDER CODE OF OUR OWN IN-HOUSE TRANSACTIONS (THE
      *CSRG0078 RETENTION DELETES AMONG THEM) - NEVER REGISTERED ON
      *TB_PROVIDER, NEVER BILLED BY CSRG0067:
       77 WRK-HOUSE-PROVIDER                     PIC X(04) VALUE 'HOUS'.
       01 WRK-PRV-CURSOR-EOF                     PIC X(03) VALUE SPACES.

       01 WRK-PRV-TABLE.
          05 WRK-PRV-TAB                         OCCURS 500 TIMES.
             10 WRK-PRV-CODE                     PIC X(04).
             10 WRK-PRV-STATUS                   PIC X(01).
             10 WRK-PRV-AUTH-ACTIONS             PIC X(04).

      *WORKING DATA FOR THE SYSTEM DATE AND TIME.
       01 WRK-SYSTEM-DATE.
          03 YY                                  PIC 9(02) VALUE ZEROS .
           EXEC SQL
              INCLUDE BTB_RUN_CONTROL
           END-EXEC.

           EXEC SQL
              INCLUDE BTB_PROVIDER
           END-EXEC.

           EXEC SQL
              DECLARE CSR0001 CURSOR FOR
                 SELECT PROVIDER_CODE, PRV_STATUS, AUTH_ACTIONS
                   FROM TB_PROVIDER
                  ORDER BY PROVIDER_CODE
                  FOR FETCH ONLY
           END-EXEC.
      *================================================================*
       PROCEDURE                       DIVISION.
      *================================================================*
           PERFORM 8600-TEST-FS-CKPT0001.

           IF CSRGPARM-SEL-BY-CPF-LIST
              PERFORM 1090-LOAD-PROVIDER-REGISTRY
              PERFORM 1095-OPEN-SUSPENSE-FILES
           END-IF.

      *----------------------------------------------------------------*
       1070-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       1090-LOAD-PROVIDER-REGISTRY     SECTION.
      *----------------------------------------------------------------*
      *    THE WHOLE TB_PROVIDER REGISTRY IS HELD IN STORAGE FOR THE   *
      *    RUN, SO THE PER-TRANSACTION AUTHORIZATION CHECK COSTS NO    *
      *    SQL.  A REGISTRY TOO BIG FOR THE TABLE ABENDS - CHECKING    *
      *    AGAINST HALF OF IT WOULD REJECT GOOD PROVIDERS' WORK.       *
      *----------------------------------------------------------------*
           MOVE 'OPENING CSR0001'      TO WRK-ERROR-MSG.

           EXEC SQL
               OPEN CSR0001
           END-EXEC.

           IF SQLCODE NOT EQUAL ZEROS
              MOVE SQLCODE             TO WRK-SQLCODE-SINAL
              STRING 'SQLCODE..:',WRK-SQLCODE-X
                                       DELIMITED BY SPACE
                                       INTO WRK-ERROR-CODE
              PERFORM 9999-CALL-ABEND-PGM
           END-IF.

           PERFORM 1091-LOAD-ONE-PROVIDER
              UNTIL WRK-PRV-CURSOR-EOF EQUAL 'END'.

           EXEC SQL
               CLOSE CSR0001
           END-EXEC.
      *----------------------------------------------------------------*
       1090-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       1091-LOAD-ONE-PROVIDER          SECTION.
      *----------------------------------------------------------------*
           MOVE 'FETCHING CSR0001'     TO WRK-ERROR-MSG.

           EXEC SQL
               FETCH CSR0001
                   INTO :PRV-CODE, :PRV-STATUS, :PRV-AUTH-ACTIONS
           END-EXEC.

           IF SQLCODE EQUAL +100
              MOVE 'END'               TO WRK-PRV-CURSOR-EOF
              GO TO 1091-99-EXIT
           END-IF.

           IF SQLCODE NOT EQUAL ZEROS
              MOVE SQLCODE             TO WRK-SQLCODE-SINAL
              STRING 'SQLCODE..:',WRK-SQLCODE-X
                                       DELIMITED BY SPACE
                                       INTO WRK-ERROR-CODE
              PERFORM 9999-CALL-ABEND-PGM
           END-IF.

           IF WRK-PRV-ENTRIES          NOT LESS WRK-PRV-MAX
              MOVE 'PROVIDER TABLE FULL'
                                       TO WRK-ERROR-MSG
              MOVE WRK-PRV-MAX         TO WRK-ERROR-CODE
              PERFORM 9999-CALL-ABEND-PGM
           END-IF.

           ADD 1                       TO WRK-PRV-ENTRIES.
           MOVE PRV-CODE               TO WRK-PRV-CODE
                                          (WRK-PRV-ENTRIES).
           MOVE PRV-STATUS             TO WRK-PRV-STATUS
                                          (WRK-PRV-ENTRIES).
           MOVE PRV-AUTH-ACTIONS       TO WRK-PRV-AUTH-ACTIONS
                                          (WRK-PRV-ENTRIES).
      *----------------------------------------------------------------*
       1091-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       1095-OPEN-SUSPENSE-FILES        SECTION.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
           PERFORM 1510-READ-ONE-SUSPIN.

           IF WRK-SUSPIN-EOF           EQUAL 'END'
              GO TO 1500-99-EXIT
           END-IF.

      *    THE PROVIDER MAY HAVE BEEN SUSPENDED OR HAD THE ACTION
      *    WITHDRAWN SINCE THE NIGHT THE TRANSACTION WAS PARKED:
           PERFORM 2120-CHECK-PROVIDER-AUTH.

           IF NOT WRK-PRV-IS-AUTHORIZED
              MOVE WRK-FILE0001-REG    TO WRK-FILEERR1-REG
              PERFORM 2400-WRITE-FILEERR1
              GO TO 1500-99-EXIT
           END-IF.

           PERFORM 2250-READ-FILE0002-BY-KEY.

           IF WRK-FILE0002-KEY-WAS-HIT
              PERFORM 2050-ROUTE-MATCHED-RECORD
           ELSE
              PERFORM 2060-PARK-ON-SUSPENSE
           END-IF.
      *----------------------------------------------------------------*
       1500-99-EXIT.                   EXIT.
      *    ACTION CODE - SHARED BY THE FILE0001 DRIVER AND THE         *
      *    SUSPENSE RE-PRESENTATION PASS.  THE SUBMITTING PROVIDER'S   *
      *    CODE IS STAMPED ONTO THE ROUTED IMAGE FIRST, SO IT RIDES    *
      *    THE STREAM TO THE APPLY STEP AND ITS CHGEVENT - NEVER THE   *
      *    MASTER ROW'S OWN CODE, OR AN IN-HOUSE DELETE WOULD BE       *
      *    BILLED TO THE PARTNER THAT INSERTED THE CUSTOMER.  2120 HAS *
      *    ALREADY REJECTED A BLANK CODE.                              *
      *----------------------------------------------------------------*
           MOVE CSRGTRN1-PROVIDER-CODE OF WRK-FILE0001-REG
                                       TO CSTMRG01-PROVIDER-CODE
                                          OF WRK-FILE0002-REG.

           IF CSRGTRN1-IS-INSERT       OF WRK-FILE0001-REG
              MOVE WRK-FILE0002-REG    TO    WRK-FILE0003-REG
                 OR CSRGTRN1-IS-DELETE OF WRK-FILE0001-REG
                 OR CSRGTRN1-IS-REINSTATE
                                       OF WRK-FILE0001-REG
                    PERFORM 2120-CHECK-PROVIDER-AUTH
                    IF WRK-PRV-IS-AUTHORIZED
                       MOVE 'Y'        TO   WRK-FILE0001-REC-OK-SW
                    ELSE
                       MOVE WRK-FILE0001-REG
                                       TO   WRK-FILEERR1-REG
                       PERFORM 2400-WRITE-FILEERR1
                    END-IF
                 ELSE
                    MOVE 'INVALID ACTION CODE - FILE0001'
                                       TO   WRK-ERROR-MSG
      *----------------------------------------------------------------*
       2110-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2120-CHECK-PROVIDER-AUTH        SECTION.
      *----------------------------------------------------------------*
      *    THE SUBMITTING PROVIDER MUST BE ON THE REGISTRY, ACTIVE,    *
      *    AND AUTHORIZED FOR THE TRANSACTION'S ACTION CODE.  WHEN IT  *
      *    IS NOT, WRK-FILEERR1-REASON IS LEFT SET FOR THE CALLER'S    *
      *    REJECT.  A BLANK PROVIDER CODE IS NOT ON THE REGISTRY AND   *
      *    IS REJECTED AS UNKNOWN; THE RESERVED HOUSE CODE IS OUR OWN  *
      *    AND MAY SUBMIT ANY ACTION.                                  *
      *----------------------------------------------------------------*
           MOVE 'N'                    TO WRK-PRV-AUTH-SW.
           MOVE 'N'                    TO WRK-PRV-FOUND-SW.

           IF WRK-CURRENT-PROVIDER     EQUAL WRK-HOUSE-PROVIDER
              MOVE 'Y'                 TO WRK-PRV-AUTH-SW
              GO TO 2120-99-EXIT
           END-IF.

           IF WRK-CURRENT-PROVIDER     EQUAL SPACES
              MOVE 'UNKNOWN PROVIDER'  TO WRK-FILEERR1-REASON
              GO TO 2120-40-NOT-AUTHORIZED
           END-IF.

           MOVE 1                      TO WRK-PRV-IDX.

           PERFORM 2121-FIND-PROVIDER
              UNTIL WRK-PRV-ENTRY-FOUND
                 OR WRK-PRV-IDX        GREATER WRK-PRV-ENTRIES.

           IF NOT WRK-PRV-ENTRY-FOUND
              MOVE 'UNKNOWN PROVIDER'  TO WRK-FILEERR1-REASON
              GO TO 2120-40-NOT-AUTHORIZED
           END-IF.

           IF WRK-PRV-STATUS (WRK-PRV-IDX) NOT EQUAL 'A'
              MOVE 'PROVIDER SUSPENDED'
                                       TO WRK-FILEERR1-REASON
              GO TO 2120-40-NOT-AUTHORIZED
           END-IF.

           MOVE ZEROS                  TO WRK-PRV-ACTION-TALLY.

           INSPECT WRK-PRV-AUTH-ACTIONS (WRK-PRV-IDX)
              TALLYING WRK-PRV-ACTION-TALLY
              FOR ALL CSRGTRN1-ACTION-CODE OF WRK-FILE0001-REG.

           IF WRK-PRV-ACTION-TALLY     GREATER ZEROS
              MOVE 'Y'                 TO WRK-PRV-AUTH-SW
              GO TO 2120-99-EXIT
           END-IF.

           MOVE 'ACTION NOT AUTHORIZED'
                                       TO WRK-FILEERR1-REASON.

       2120-40-NOT-AUTHORIZED.
           MOVE 'PROVIDER NOT AUTHORIZED - FILE0001'
                                       TO WRK-ERROR-MSG.
           ADD 1                       TO WRK-PRV-REJECTED-COUNTER.
      *----------------------------------------------------------------*
       2120-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2121-FIND-PROVIDER              SECTION.
      *----------------------------------------------------------------*
           IF WRK-PRV-CODE (WRK-PRV-IDX) EQUAL WRK-CURRENT-PROVIDER
              MOVE 'Y'                 TO WRK-PRV-FOUND-SW
           ELSE
              ADD 1                    TO WRK-PRV-IDX
           END-IF.
      *----------------------------------------------------------------*
       2121-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2200-READ-FILE0002              SECTION.
      *----------------------------------------------------------------*
           '*'.
           DISPLAY '*SUSPENSE EXPIRED....:' WRK-SUSP-EXPIRED-COUNTER
           '*'.
           DISPLAY '*PROVIDER NOT AUTH...:' WRK-PRV-REJECTED-COUNTER
           '*'.
           DISPLAY '*-------------------------*'.
           DISPLAY '*EXECUTED......:' WRK-DATE-FORMATTED '*'.
           DISPLAY '*.................' WRK-TIME-FORMATTED '*'.
