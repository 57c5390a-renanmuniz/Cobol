      *                   FILE0004        00311       CSTMRG01         *
      *                   FILEERR3        00072       CSRGERR1         *
      *                   FILEREJ3        00348       CSRGREJ1         *
      *                   FILEHST3        00364       CSTMRG01+        *
      *                                               CSRGCHN1         *
      *                   EVTFILE         00670       CSRGEVT1+        *
      *                                               CSTMRG01         *
      *----------------------------------------------------------------*
      *    TABLE DB2...:  TB_CUSTOMER                 BTB_CUSTOMER     *
      *                   TB_PROVIDER                 BTB_PROVIDER     *
      *                   TB_FIELD_SOURCE             BTB_FIELD_SOURCE *
      *                   TB_SCREEN_HIT               BTB_SCREEN_HIT   *
      *                   TB_AUDIT_SEAL               (CSRGCHAN)       *
      *                                                                *
      *----------------------------------------------------------------*
      *    MODIFICATION HISTORY.......:                                *
      *                     EVENT (CSTMRG01 TO LRECL=311, FILEHST3     *
      *                     TO 343, CHGEVENT TO 670).  NOT AN          *
      *                     UPDATABLE FIELD.                           *
      *    15/10/2026 RMM - SOURCE PRECEDENCE PER FIELD GROUP (NAME/   *
      *                     BIRTH, ADDRESS, EMAIL, PHONE): AN UPDATE   *
      *                     FROM A PROVIDER RANKED BELOW THE ONE THAT  *
      *                     LAST SET THE GROUP (TB_PROVIDER RANKS,     *
      *                     TB_FIELD_SOURCE SETTERS) WITHIN THE PARM   *
      *                     WINDOW IS REJECTED TO FILEERR3/FILEREJ3    *
      *                     WITH ITS OWN 'PRECEDENCE-' REASON; EVERY   *
      *                     APPLIED UPDATE RECORDS ITS PROVIDER AS THE *
      *                     GROUPS' NEW SETTER.                        *
      *    15/10/2026 RMM - AN INCOMING STREET IS STANDARDIZED THROUGH *
      *                     THE SHARED CSRGSTRT MODULE BEFORE IT IS    *
      *                     APPLIED (STRTAB01).                        *
      *    15/10/2026 RMM - CSRGVALD NOW REJECTS A PHONE WITH AN       *
      *                     UNKNOWN DDD OR A SHORT MOBILE NUMBER; A    *
      *                     DDD OF ANOTHER STATE IS FLAGGED ON THE JOB *
      *                     LOG AND COUNTED, AND THE UPDATE IS APPLIED.*
      *                     THE ROW'S CURRENT STATE IS PASSED FOR A    *
      *                     PHONE-ONLY UPDATE.                         *
      *    15/10/2026 RMM - THE CHANGE EVENT'S NEW-VALUES IMAGE NOW    *
      *                     CARRIES THE SUBMITTING PROVIDER'S CODE     *
      *                     (THE ROW'S OWN STAYS ON THE BEFORE-IMAGE), *
      *                     SO CSRG0067 BILLS AN UPDATE TO THE         *
      *                     PROVIDER THAT SENT IT.                     *
      *    15/10/2026 RMM - AN UPDATE FOR A CPF WITH A CONFIRMED       *
      *                     SANCTIONS-LIST HIT ON TB_SCREEN_HIT        *
      *                     (CSRG0072/CSRG0073) IS REJECTED TO         *
      *                     FILEERR3/FILEREJ3 AS 'SANCTIONS HOLD'      *
      *                     UNTIL COMPLIANCE CLEARS THE HIT.           *
      *    15/10/2026 RMM - FILEHST3 GREW TO LRECL=364: EACH BEFORE-   *
      *                     IMAGE IS CHAINED TO THE ONE BEFORE IT      *
      *                     (CSRGCHN1 SUFFIX, CSRGCHAN MODULE) AND THE *
      *                     RUN'S IMAGES END IN A SEAL REGISTERED ON   *
      *                     TB_AUDIT_SEAL.                             *
      *    15/10/2026 RMM - THE RESERVED IN-HOUSE CODE 'HOUS' (ONLINE  *
      *                     MAINTENANCE, DORMANCY) RANKS 00 FOR EVERY  *
      *                     GROUP, ABOVE ANY PARTNER.                  *
      *----------------------------------------------------------------*
      *================================================================*
      *           E N V I R O N M E N T      D I V I S I O N           *
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS 00 RECORDS.
       01 FD-REG-FILEHST3   PIC X(364).

       FD EVTFILE
           RECORDING MODE IS F
       77 WRK-NORM-OUT-IDX                       PIC 9(03) VALUE 1.
       01 WRK-NORM-PREV-BLANK-SW                 PIC X(01) VALUE 'N'.

      *DATA FOR THE SOURCE-PRECEDENCE CHECK - THE TB_PROVIDER RANKS
      *PER FIELD GROUP (1 = MOST TRUSTED, 99 = LEAST, ALSO THE RANK OF
      *A BLANK OR UNREGISTERED PROVIDER), LOADED ONCE BY 1095, AND
      *THE FIELD GROUPS THE RECORD IN HAND TOUCHES:
       77 WRK-PREC-ENTRIES                       PIC 9(03) VALUE ZEROS .
       77 WRK-PREC-IDX                           PIC 9(03) VALUE ZEROS .
       77 WRK-PREC-MAX                           PIC 9(03) VALUE 500.
       77 WRK-PREC-GRP-IDX                       PIC 9(01) VALUE ZEROS .
       77 WRK-PREC-NEW-RANK                      PIC 9(02) VALUE ZEROS .
       77 WRK-PREC-OLD-RANK                      PIC 9(02) VALUE ZEROS .
       77 WRK-PREC-LOOKUP-CODE                   PIC X(04) VALUE SPACES.
       77 WRK-PREC-LOOKUP-RANK                   PIC 9(02) VALUE ZEROS .
      *RESERVED CODE OF OUR OWN IN-HOUSE CHANGES - RANKS 00, ABOVE ALL:
       77 WRK-HOUSE-PROVIDER                     PIC X(04) VALUE 'HOUS'.
       77 WRK-PREC-SETTER                        PIC X(04) VALUE SPACES.
       77 WRK-PREC-TODAY-DAYNUM                  PIC 9(07) VALUE ZEROS .
       77 WRK-PREC-SET-DAYNUM                    PIC 9(07) VALUE ZEROS .
       77 WRK-PREC-BLOCKED-COUNTER               PIC 9(07) VALUE ZEROS .
       77 WRK-STREET-STD-COUNTER                 PIC 9(07) VALUE ZEROS .
       77 WRK-PHONE-FLAG-COUNTER                 PIC 9(07) VALUE ZEROS .
       01 WRK-PREC-CURSOR-EOF                    PIC X(03) VALUE SPACES.

       01 WRK-PREC-FOUND-SW                      PIC X(01) VALUE 'N'.
          88 WRK-PREC-ENTRY-FOUND                      VALUE 'Y'.
       01 WRK-PREC-BLOCK-SW                      PIC X(01) VALUE 'N'.
          88 WRK-PREC-IS-BLOCKED                       VALUE 'Y'.

       01 WRK-PREC-SET-DT.
          03 WRK-PREC-SET-DD                     PIC 9(02).
          03 FILLER                              PIC X(01).
          03 WRK-PREC-SET-MM                     PIC 9(02).
          03 FILLER                              PIC X(01).
          03 WRK-PREC-SET-YYYY                   PIC 9(04).

       01 WRK-PREC-GROUP-CODES                   PIC X(04) VALUE 'NAEP'.
       01 FILLER REDEFINES WRK-PREC-GROUP-CODES.
          03 WRK-PREC-GROUP-CODE                 PIC X(01)
                                                 OCCURS 4 TIMES.

       01 WRK-PREC-GROUP-NAMES.
          03 FILLER                              PIC X(10) VALUE
                                                          'NAME/BIRTH'.
          03 FILLER                              PIC X(10) VALUE
                                                          'ADDRESS'.
          03 FILLER                              PIC X(10) VALUE
                                                          'EMAIL'.
          03 FILLER                              PIC X(10) VALUE
                                                          'PHONE'.
       01 FILLER REDEFINES WRK-PREC-GROUP-NAMES.
          03 WRK-PREC-GROUP-NAME                 PIC X(10)
                                                 OCCURS 4 TIMES.

       01 WRK-PREC-TOUCHED-TAB.
          03 WRK-PREC-TOUCHED                    PIC X(01)
                                                 OCCURS 4 TIMES.

       01 WRK-PREC-TABLE.
          05 WRK-PREC-TAB                        OCCURS 500 TIMES.
             10 WRK-PREC-CODE                    PIC X(04).
             10 WRK-PREC-RANK                    PIC 9(02)
                                                 OCCURS 4 TIMES.

      *SWITCH SET BY 2270-CHECK-CEP-DIRECTORY WHEN THE TYPED CITY
      *CONTRADICTS THE CEP DIRECTORY:
       01 WRK-CEP-DIR-SW                         PIC X(01) VALUE 'N'.
          88 WRK-CEP-CITY-MISMATCH                     VALUE 'Y'.

      *CONFIRMED SANCTIONS HITS STANDING AGAINST THE CPF IN HAND:
       01 WRK-SANC-HOLD-COUNT                    PIC S9(09) COMP
                                                 VALUE ZEROS.

      *CALLABLE CUSTOMER-EDIT RULES MODULE:
       77 WRK-VALD-PGM                           PIC X(08) VALUE
                                                           'CSRGVALD'  .
       01 WRK-VALD-PARM.
          COPY 'CSRGVAL1'.

      *STREET-ADDRESS STANDARDIZATION MODULE AND ITS PARAMETERS:
       77 WRK-STRT-PGM                           PIC X(08) VALUE
                                                           'CSRGSTRT'  .
       01 WRK-STRT-PARM.
          COPY 'CSRGSTR1'.

      *RUNTIME PARAMETER CARD:
       COPY 'CSRGPARM'.

          03 CSRGHST1-DATE                    PIC X(10).
          03 CSRGHST1-TIME                    PIC X(08).
          COPY 'CSTMRG01'.
          COPY 'CSRGCHN1'.

      *HASH CHAIN OF THE FILEHST3 TRAIL (SEE CSRGCHP1):
       77 WRK-CHAN-PGM                           PIC X(08) VALUE
                                                          'CSRGCHAN'  .
       01 WRK-CHAN-PARM.
          COPY 'CSRGCHP1'.

      *WORKING DATA FOR THE SYSTEM DATE AND TIME.
       01 WRK-SYSTEM-DATE.
              INCLUDE BTB_MATCH_KEY
           END-EXEC.

           EXEC SQL
              INCLUDE BTB_PROVIDER
           END-EXEC.

           EXEC SQL
              INCLUDE BTB_FIELD_SOURCE
           END-EXEC.

           EXEC SQL
              INCLUDE BTB_SCREEN_HIT
           END-EXEC.

           EXEC SQL
              DECLARE CSR0003 CURSOR FOR
                 SELECT PROVIDER_CODE, RANK_NAME, RANK_ADDR,
                        RANK_EMAIL, RANK_PHONE
                   FROM TB_PROVIDER
                  ORDER BY PROVIDER_CODE
                  FOR FETCH ONLY
           END-EXEC.

      *================================================================*
       PROCEDURE                       DIVISION.
      *================================================================*

           PERFORM 1080-REGISTER-RUN-CONTROL.

           PERFORM 1095-LOAD-PRECEDENCE.

           INITIALIZE WRK-VALD-PARM.
           INITIALIZE WRK-STRT-PARM.

           INITIALIZE WRK-FILE0004-REG
                      WRK-FILEERR3-REG
                      WRK-FILEHST3-REG
                      WRK-CHAN-PARM.

           MOVE 'FILEHST3'             TO CSRGCHP1-TRAIL.
           MOVE 343                    TO CSRGCHP1-BODY-LEN.

           PERFORM 1060-CHECK-FOR-RESTART.

           IF CSRGPARM-MASS-OVERRIDE   NOT EQUAL 'Y'
              MOVE 'N'                 TO   CSRGPARM-MASS-OVERRIDE
           END-IF.

           IF CSRGPARM-PREC-WINDOW     EQUAL ZEROS
              MOVE 030                 TO   CSRGPARM-PREC-WINDOW
           END-IF.
      *----------------------------------------------------------------*
       1050-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       1090-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       1095-LOAD-PRECEDENCE            SECTION.
      *----------------------------------------------------------------*
      *    THE PROVIDER RANKS ARE HELD IN STORAGE FOR THE RUN, SO THE  *
      *    PER-RECORD PRECEDENCE CHECK ONLY READS TB_FIELD_SOURCE.  A  *
      *    REGISTRY TOO BIG FOR THE TABLE ABENDS RATHER THAN RANK THE  *
      *    PROVIDERS LEFT OUT AS LEAST TRUSTED.                        *
      *----------------------------------------------------------------*
           COMPUTE WRK-PREC-TODAY-DAYNUM =
                   YYYY-FORMATTED * 365 + MM-FORMATTED * 30
                 + DD-FORMATTED.

           MOVE 'OPENING CSR0003'      TO WRK-ERROR-MSG.

           EXEC SQL
               OPEN CSR0003
           END-EXEC.

           IF SQLCODE NOT EQUAL ZEROS
              MOVE SQLCODE             TO WRK-SQLCODE-SINAL
              STRING 'SQLCODE..:',WRK-SQLCODE-X
                                       DELIMITED BY SPACE
                                       INTO WRK-ERROR-CODE
              PERFORM 9999-CALL-ABEND-PGM
           END-IF.

           PERFORM 1096-LOAD-ONE-PRECEDENCE
              UNTIL WRK-PREC-CURSOR-EOF EQUAL 'END'.

           EXEC SQL
               CLOSE CSR0003
           END-EXEC.
      *----------------------------------------------------------------*
       1095-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       1096-LOAD-ONE-PRECEDENCE        SECTION.
      *----------------------------------------------------------------*
           MOVE 'FETCHING CSR0003'     TO WRK-ERROR-MSG.

           EXEC SQL
               FETCH CSR0003
                   INTO :PRV-CODE, :PRV-RANK-NAME, :PRV-RANK-ADDR,
                        :PRV-RANK-EMAIL, :PRV-RANK-PHONE
           END-EXEC.

           IF SQLCODE EQUAL +100
              MOVE 'END'               TO WRK-PREC-CURSOR-EOF
              GO TO 1096-99-EXIT
           END-IF.

           IF SQLCODE NOT EQUAL ZEROS
              MOVE SQLCODE             TO WRK-SQLCODE-SINAL
              STRING 'SQLCODE..:',WRK-SQLCODE-X
                                       DELIMITED BY SPACE
                                       INTO WRK-ERROR-CODE
              PERFORM 9999-CALL-ABEND-PGM
           END-IF.

           IF WRK-PREC-ENTRIES         NOT LESS WRK-PREC-MAX
              MOVE 'PRECEDENCE TABLE FULL'
                                       TO WRK-ERROR-MSG
              MOVE WRK-PREC-MAX        TO WRK-ERROR-CODE
              PERFORM 9999-CALL-ABEND-PGM
           END-IF.

           ADD 1                       TO WRK-PREC-ENTRIES.
           MOVE PRV-CODE               TO WRK-PREC-CODE
                                          (WRK-PREC-ENTRIES).
           MOVE PRV-RANK-NAME          TO WRK-PREC-RANK
                                          (WRK-PREC-ENTRIES, 1).
           MOVE PRV-RANK-ADDR          TO WRK-PREC-RANK
                                          (WRK-PREC-ENTRIES, 2).
           MOVE PRV-RANK-EMAIL         TO WRK-PREC-RANK
                                          (WRK-PREC-ENTRIES, 3).
           MOVE PRV-RANK-PHONE         TO WRK-PREC-RANK
                                          (WRK-PREC-ENTRIES, 4).
      *----------------------------------------------------------------*
       1096-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2000-PROCESS                    SECTION.
      *----------------------------------------------------------------*
                  PERFORM 2500-WRITE-FILEERR3
                  GO TO 2000-50-NEXT
               END-IF
      *    COMPLIANCE CONFIRMED THE CPF ON A SANCTIONS LIST - THE
      *    REGISTRATION IS FROZEN UNTIL THE HIT IS CLEARED:
               PERFORM 2260-CHECK-SANCTIONS-HOLD
               IF WRK-SANC-HOLD-COUNT   GREATER ZEROS
                  MOVE 'SANCTIONS HOLD' TO WRK-FILEERR3-REASON
                  MOVE SPACES           TO WRK-FILEERR3-SQLCODE-OUT
                  PERFORM 2500-WRITE-FILEERR3
                  GO TO 2000-50-NEXT
               END-IF
               PERFORM 2270-CHECK-CEP-DIRECTORY
               IF WRK-CEP-CITY-MISMATCH
                  MOVE 'CITY/CEP MISMATCH'
                  PERFORM 2500-WRITE-FILEERR3
                  GO TO 2000-50-NEXT
               END-IF
               PERFORM 2290-CHECK-SOURCE-PRECEDENCE
               IF WRK-PREC-IS-BLOCKED
                  MOVE SPACES           TO WRK-FILEERR3-SQLCODE-OUT
                  PERFORM 2500-WRITE-FILEERR3
                  GO TO 2000-50-NEXT
               END-IF
               PERFORM 2280-CHECK-CONTACT-UNIQUE
               IF WRK-UNIQ-HAS-CONFLICT
                  AND CSRGPARM-UNIQ-IS-REJECT
                  MOVE SPACES           TO WRK-FILEERR3-SQLCODE-OUT
                  PERFORM 2500-WRITE-FILEERR3
               ELSE
                  PERFORM 2310-STANDARDIZE-STREET
                  PERFORM 2350-WRITE-FILEHST3
                  PERFORM 2300-MOVE-DATA-FOR-UPDT
                  PERFORM 2400-UPDATE
           MOVE ZEROS                  TO CSRGVAL1-CPF.
           MOVE COUNTRY                OF BTB-CUSTOMER
                                       TO CSRGVAL1-CURRENT-COUNTRY.
           MOVE STATE                  OF BTB-CUSTOMER
                                       TO CSRGVAL1-CURRENT-STATE.

           CALL WRK-VALD-PGM           USING WRK-VALD-PARM
                                             WRK-FILE0004-REG.

           IF CSRGVAL1-DATA-IS-VALID
              MOVE 'Y'                 TO WRK-UPDT-VALID-SW
              IF CSRGVAL1-WARNING      NOT EQUAL SPACES
                 ADD 1                 TO WRK-PHONE-FLAG-COUNTER
                 DISPLAY '*CSRG0003 PHONE FLAG: ' CSRGVAL1-WARNING
                         ' CPF ' CSTMRG01-CPF OF WRK-FILE0004-REG '*'
              END-IF
           ELSE
              MOVE 'N'                 TO WRK-UPDT-VALID-SW
           END-IF.
      *----------------------------------------------------------------*
       2250-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2260-CHECK-SANCTIONS-HOLD       SECTION.
      *----------------------------------------------------------------*
      *    A HIT HOLDS WHILE IT IS CONFIRMED ('C') ON A SANCTIONS LIST *
      *    ('S').  AN OPEN, FALSE-POSITIVE OR CLEARED HIT, AND ANY PEP *
      *    HIT, DOES NOT STOP THE UPDATE.                              *
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
       2260-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2270-CHECK-CEP-DIRECTORY        SECTION.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2280-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2290-CHECK-SOURCE-PRECEDENCE    SECTION.
      *----------------------------------------------------------------*
      *    FOR EACH FIELD GROUP THE RECORD TOUCHES (A VALUE OR '**'),  *
      *    THE PROVIDER THAT LAST SET THE GROUP IS FOUND ON            *
      *    TB_FIELD_SOURCE - OR, WITH NO ROW, THE INSERTING PROVIDER   *
      *    ON THE INSERT DATE.  IF THAT WAS WITHIN CSRGPARM-PREC-      *
      *    WINDOW DAYS AND THE SETTER OUTRANKS THE INCOMING PROVIDER   *
      *    FOR THE GROUP, THE WHOLE RECORD IS BLOCKED AND LEFT WITH    *
      *    ITS 'PRECEDENCE-' REASON FOR THE FILEERR3/FILEREJ3 REJECT.  *
      *    EQUAL RANKS (THE SAME PROVIDER INCLUDED) STILL APPLY.       *
      *----------------------------------------------------------------*
           MOVE 'N'                    TO WRK-PREC-BLOCK-SW.
           MOVE 'N'                    TO WRK-PREC-TOUCHED (1)
                                          WRK-PREC-TOUCHED (2)
                                          WRK-PREC-TOUCHED (3)
                                          WRK-PREC-TOUCHED (4).

           IF CSTMRG01-NAME            OF WRK-FILE0004-REG
                                          NOT EQUAL SPACES
              OR CSTMRG01-BIRTH        OF WRK-FILE0004-REG
                                          NOT EQUAL SPACES
              MOVE 'Y'                 TO WRK-PREC-TOUCHED (1)
           END-IF.

           IF CSTMRG01-STREET          OF WRK-FILE0004-REG
                                          NOT EQUAL SPACES
              OR CSTMRG01-NUMBER       OF WRK-FILE0004-REG
                                          NOT EQUAL SPACES
              OR CSTMRG01-OTHER-INFO   OF WRK-FILE0004-REG
                                          NOT EQUAL SPACES
              OR CSTMRG01-CITY         OF WRK-FILE0004-REG
                                          NOT EQUAL SPACES
              OR CSTMRG01-STATE        OF WRK-FILE0004-REG
                                          NOT EQUAL SPACES
              OR CSTMRG01-COUNTRY      OF WRK-FILE0004-REG
                                          NOT EQUAL SPACES
              OR CSTMRG01-CEP          OF WRK-FILE0004-REG
                                          NOT EQUAL SPACES
              MOVE 'Y'                 TO WRK-PREC-TOUCHED (2)
           END-IF.

           IF CSTMRG01-EMAIL           OF WRK-FILE0004-REG
                                          NOT EQUAL SPACES
              MOVE 'Y'                 TO WRK-PREC-TOUCHED (3)
           END-IF.

           IF CSTMRG01-PHONE           OF WRK-FILE0004-REG
                                          NOT EQUAL SPACES
              MOVE 'Y'                 TO WRK-PREC-TOUCHED (4)
           END-IF.

           MOVE CSTMRG01-PROVIDER-CODE OF WRK-FILE0004-REG
                                       TO WRK-PREC-LOOKUP-CODE.

           MOVE 1                      TO WRK-PREC-GRP-IDX.

           PERFORM 2291-CHECK-ONE-GROUP
              UNTIL WRK-PREC-GRP-IDX   GREATER 4
                 OR WRK-PREC-IS-BLOCKED.
      *----------------------------------------------------------------*
       2290-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2291-CHECK-ONE-GROUP            SECTION.
      *----------------------------------------------------------------*
           IF WRK-PREC-TOUCHED (WRK-PREC-GRP-IDX) NOT EQUAL 'Y'
              GO TO 2291-50-NEXT
           END-IF.

           MOVE 'READING FIELD SOURCE' TO WRK-ERROR-MSG.

           MOVE CPF                    OF BTB-CUSTOMER
                                       TO FSRC-CPF.
           MOVE WRK-PREC-GROUP-CODE (WRK-PREC-GRP-IDX)
                                       TO FSRC-FIELD-GROUP.

           EXEC SQL
               SELECT PROVIDER_CODE
                     ,SET_DT
               INTO  :FSRC-PROVIDER-CODE
                    ,:FSRC-SET-DT
               FROM  TB_FIELD_SOURCE
               WHERE CPF         = :FSRC-CPF
                 AND FIELD_GROUP = :FSRC-FIELD-GROUP
           END-EXEC.

           EVALUATE SQLCODE
              WHEN ZEROS
                 MOVE FSRC-PROVIDER-CODE
                                       TO WRK-PREC-SETTER
                 MOVE FSRC-SET-DT      TO WRK-PREC-SET-DT
              WHEN +100
                 MOVE PROVIDER-CODE    OF BTB-CUSTOMER
                                       TO WRK-PREC-SETTER
                 STRING TIMEREGINC     OF BTB-CUSTOMER (9:2), '-',
                        TIMEREGINC     OF BTB-CUSTOMER (6:2), '-',
                        TIMEREGINC     OF BTB-CUSTOMER (1:4)
                                       DELIMITED BY SIZE
                                       INTO WRK-PREC-SET-DT
              WHEN OTHER
                 MOVE SQLCODE          TO WRK-SQLCODE-SINAL
                 STRING 'SQLCODE..:',WRK-SQLCODE-X
                                       DELIMITED BY SPACE
                                       INTO WRK-ERROR-CODE
                 PERFORM 9999-CALL-ABEND-PGM
           END-EVALUATE.

      *    A SETTING DATE THAT CANNOT BE READ IS TREATED AS OLD - THE
      *    CHECK NEVER BLOCKS ON DATA IT CANNOT DATE:
           IF WRK-PREC-SET-DD          NOT NUMERIC
              OR WRK-PREC-SET-MM       NOT NUMERIC
              OR WRK-PREC-SET-YYYY     NOT NUMERIC
              GO TO 2291-50-NEXT
           END-IF.

           COMPUTE WRK-PREC-SET-DAYNUM =
                   WRK-PREC-SET-YYYY * 365 + WRK-PREC-SET-MM * 30
                 + WRK-PREC-SET-DD.

           IF WRK-PREC-TODAY-DAYNUM - WRK-PREC-SET-DAYNUM
                                       GREATER CSRGPARM-PREC-WINDOW
              GO TO 2291-50-NEXT
           END-IF.

           PERFORM 2295-LOOKUP-PREC-RANK.
           MOVE WRK-PREC-LOOKUP-RANK   TO WRK-PREC-NEW-RANK.

           MOVE WRK-PREC-SETTER        TO WRK-PREC-LOOKUP-CODE.
           PERFORM 2295-LOOKUP-PREC-RANK.
           MOVE WRK-PREC-LOOKUP-RANK   TO WRK-PREC-OLD-RANK.

           MOVE CSTMRG01-PROVIDER-CODE OF WRK-FILE0004-REG
                                       TO WRK-PREC-LOOKUP-CODE.

           IF WRK-PREC-NEW-RANK        GREATER WRK-PREC-OLD-RANK
              MOVE 'Y'                 TO WRK-PREC-BLOCK-SW
              MOVE SPACES              TO WRK-FILEERR3-REASON
              STRING 'PRECEDENCE-',
                     WRK-PREC-GROUP-NAME (WRK-PREC-GRP-IDX)
                                       DELIMITED BY SPACE
                                       INTO WRK-FILEERR3-REASON
              ADD 1                    TO WRK-PREC-BLOCKED-COUNTER
           END-IF.

       2291-50-NEXT.
           ADD 1                       TO WRK-PREC-GRP-IDX.
      *----------------------------------------------------------------*
       2291-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2295-LOOKUP-PREC-RANK           SECTION.
      *----------------------------------------------------------------*
      *    RANK OF WRK-PREC-LOOKUP-CODE FOR THE GROUP IN HAND; A BLANK *
      *    OR UNREGISTERED PROVIDER RANKS 99, THE LEAST TRUSTED, AND   *
      *    OUR OWN IN-HOUSE CODE RANKS 00, ABOVE EVERY PARTNER.        *
      *----------------------------------------------------------------*
           MOVE 99                     TO WRK-PREC-LOOKUP-RANK.
           MOVE 'N'                    TO WRK-PREC-FOUND-SW.

           IF WRK-PREC-LOOKUP-CODE     EQUAL WRK-HOUSE-PROVIDER
              MOVE ZEROS               TO WRK-PREC-LOOKUP-RANK
              GO TO 2295-99-EXIT
           END-IF.

           IF WRK-PREC-LOOKUP-CODE     EQUAL SPACES
              GO TO 2295-99-EXIT
           END-IF.

           MOVE 1                      TO WRK-PREC-IDX.

           PERFORM 2296-SCAN-PREC-TABLE
              UNTIL WRK-PREC-ENTRY-FOUND
                 OR WRK-PREC-IDX       GREATER WRK-PREC-ENTRIES.
      *----------------------------------------------------------------*
       2295-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2296-SCAN-PREC-TABLE            SECTION.
      *----------------------------------------------------------------*
           IF WRK-PREC-CODE (WRK-PREC-IDX)
                                       EQUAL WRK-PREC-LOOKUP-CODE
              MOVE 'Y'                 TO WRK-PREC-FOUND-SW
              MOVE WRK-PREC-RANK (WRK-PREC-IDX, WRK-PREC-GRP-IDX)
                                       TO WRK-PREC-LOOKUP-RANK
           ELSE
              ADD 1                    TO WRK-PREC-IDX
           END-IF.
      *----------------------------------------------------------------*
       2296-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2300-MOVE-DATA-FOR-UPDT        SECTION.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2300-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2310-STANDARDIZE-STREET         SECTION.
      *----------------------------------------------------------------*
      *    A NEW STREET IS APPLIED IN THE ONE STANDARD FORM CSRGSTRT   *
      *    BUILDS.  SPACES (NO CHANGE) AND '**' (CLEAR) COME BACK      *
      *    FROM THE MODULE UNTOUCHED.                                  *
      *----------------------------------------------------------------*
           MOVE CSTMRG01-STREET        OF WRK-FILE0004-REG
                                       TO CSRGSTR1-STREET.

           CALL WRK-STRT-PGM           USING WRK-STRT-PARM.

           IF CSRGSTR1-WAS-CHANGED
              MOVE CSRGSTR1-STREET     TO CSTMRG01-STREET
                                          OF WRK-FILE0004-REG
              ADD 1                    TO WRK-STREET-STD-COUNTER
           END-IF.
      *----------------------------------------------------------------*
       2310-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2350-WRITE-FILEHST3             SECTION.
      *----------------------------------------------------------------*
           MOVE CUST-ID                OF BTB-CUSTOMER
           TO CSTMRG01-CUST-ID         OF WRK-FILEHST3-REG.

           MOVE 'L'                    TO CSRGCHP1-FUNCTION.
           MOVE 'B'                    TO CSRGCHP1-STREAM.
           CALL WRK-CHAN-PGM           USING WRK-CHAN-PARM
                                             WRK-FILEHST3-REG.

           MOVE  WRK-FILEHST3-REG      TO    FD-REG-FILEHST3.

           WRITE FD-REG-FILEHST3.
                                       NOT EQUAL SPACES)
                 PERFORM 2460-REKEY-MATCH-KEY
              END-IF
              IF CSRGPARM-IS-PRODUCTION
                 PERFORM 2470-RECORD-FIELD-SOURCES
              END-IF
           END-IF.

      *----------------------------------------------------------------*
      *    THE NEW-VALUES SIDE IS THE ROW AS 2300-MOVE-DATA-FOR-UPDT   *
      *    LEFT IT IN THE HOST STRUCTURE; THE BEFORE-IMAGE SIDE IS     *
      *    EXACTLY WHAT 2350-WRITE-FILEHST3 JUST WROTE TO THE          *
      *    HISTORY, SO THE TWO FEEDS CAN NEVER DISAGREE.  THE ONE      *
      *    EXCEPTION IS THE PROVIDER CODE: NOT AN UPDATABLE FIELD, SO  *
      *    THE ROW'S OWN IS ALREADY ON THE BEFORE-IMAGE, AND THE NEW-  *
      *    VALUES SIDE CARRIES THE SUBMITTING PROVIDER INSTEAD - THE   *
      *    ONE CSRG0067 BILLS THE UPDATE TO.                           *
      *----------------------------------------------------------------*
           MOVE CPF                    OF BTB-CUSTOMER
           TO CSTMRG01-CPF             OF WRK-EVT-NEW-REG.
           TO CSTMRG01-CEP             OF WRK-EVT-NEW-REG.
           MOVE DOC-TYPE               OF BTB-CUSTOMER
           TO CSTMRG01-DOC-TYPE        OF WRK-EVT-NEW-REG.
           MOVE CSTMRG01-PROVIDER-CODE OF WRK-FILE0004-REG
           TO CSTMRG01-PROVIDER-CODE   OF WRK-EVT-NEW-REG.
           MOVE CUST-ID                OF BTB-CUSTOMER
           TO CSTMRG01-CUST-ID         OF WRK-EVT-NEW-REG.
      *----------------------------------------------------------------*
       2460-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2470-RECORD-FIELD-SOURCES       SECTION.
      *----------------------------------------------------------------*
      *    THE INCOMING PROVIDER BECOMES THE SETTER OF EVERY GROUP THE *
      *    UPDATE TOUCHED (AS FLAGGED BY 2290), IN THE SAME UNIT OF    *
      *    WORK AS THE UPDATE (UPDATE IN PLACE, INSERT ON FIRST SET).  *
      *----------------------------------------------------------------*
           MOVE 'RECORDING FIELD SOURCE'
                                       TO WRK-ERROR-MSG.

           MOVE 1                      TO WRK-PREC-GRP-IDX.

           PERFORM 2471-RECORD-ONE-SOURCE
              UNTIL WRK-PREC-GRP-IDX   GREATER 4.
      *----------------------------------------------------------------*
       2470-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2471-RECORD-ONE-SOURCE          SECTION.
      *----------------------------------------------------------------*
           IF WRK-PREC-TOUCHED (WRK-PREC-GRP-IDX) NOT EQUAL 'Y'
              GO TO 2471-50-NEXT
           END-IF.

           MOVE CPF                    OF BTB-CUSTOMER
                                       TO FSRC-CPF.
           MOVE WRK-PREC-GROUP-CODE (WRK-PREC-GRP-IDX)
                                       TO FSRC-FIELD-GROUP.
           MOVE CSTMRG01-PROVIDER-CODE OF WRK-FILE0004-REG
                                       TO FSRC-PROVIDER-CODE.
           MOVE WRK-DATE-FORMATTED     TO FSRC-SET-DT.
           MOVE CSRGPARM-BATCH-RUN-ID  TO FSRC-RUN-ID.

           EXEC SQL
               UPDATE TB_FIELD_SOURCE
                  SET PROVIDER_CODE = :FSRC-PROVIDER-CODE
                     ,SET_DT        = :FSRC-SET-DT
                     ,RUN_ID        = :FSRC-RUN-ID
                WHERE CPF           = :FSRC-CPF
                  AND FIELD_GROUP   = :FSRC-FIELD-GROUP
           END-EXEC.

           IF SQLCODE EQUAL +100
              EXEC SQL
                  INSERT INTO TB_FIELD_SOURCE
                  (CPF
                  ,FIELD_GROUP
                  ,PROVIDER_CODE
                  ,SET_DT
                  ,RUN_ID)
                  VALUES
                  (:FSRC-CPF
                  ,:FSRC-FIELD-GROUP
                  ,:FSRC-PROVIDER-CODE
                  ,:FSRC-SET-DT
                  ,:FSRC-RUN-ID)
              END-EXEC
           END-IF.

           IF SQLCODE NOT EQUAL ZEROS
              MOVE SQLCODE             TO WRK-SQLCODE-SINAL
              STRING 'SQLCODE..:',WRK-SQLCODE-X
                                       DELIMITED BY SPACE
                                       INTO WRK-ERROR-CODE
              PERFORM 9999-CALL-ABEND-PGM
           END-IF.

       2471-50-NEXT.
           ADD 1                       TO WRK-PREC-GRP-IDX.
      *----------------------------------------------------------------*
       2471-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       7200-NORMALIZE-NAME             SECTION.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       3000-FINALIZE                   SECTION.
      *----------------------------------------------------------------*
           PERFORM 3040-SEAL-FILEHST3.

           PERFORM 3050-CHECK-ALERT-THRESHOLD.

           PERFORM 3060-WRITE-BATCH-METRICS.

           DISPLAY '*RECORDS FILEERR3....:' WRK-FILEERR3-REGS-COUNTER
           '*'.
           DISPLAY '*PRECEDENCE BLOCKED..:' WRK-PREC-BLOCKED-COUNTER
           '*'.
           DISPLAY '*STREETS STANDARDIZED:' WRK-STREET-STD-COUNTER
           '*'.
           DISPLAY '*PHONE DDD FLAGGED...:' WRK-PHONE-FLAG-COUNTER
           '*'.
           DISPLAY '*RECORDS FILEHST3....:' WRK-FILEHST3-REGS-COUNTER
           '*'.
           DISPLAY '*RECORDS EVTFILE.....:' WRK-EVTFILE-REGS-COUNTER
      *----------------------------------------------------------------*
       3000-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       3040-SEAL-FILEHST3              SECTION.
      *----------------------------------------------------------------*
      *    THE RUN'S BEFORE-IMAGES END IN A SEALED TRAILER WHOSE HASH  *
      *    IS REGISTERED ON TB_AUDIT_SEAL (COMMITTED BY 3070-CLEAR-    *
      *    RESTART-ROW).  A RUN THAT CHANGED NOTHING WRITES NO SEAL.   *
      *    A RESTARTED RUN SEALS ONLY WHAT IT WROTE ITSELF - THE       *
      *    ABENDED RUN'S IMAGES STAY AN UNSEALED GENERATION, WHICH     *
      *    CSRG0076 REPORTS AS A WARNING.                              *
      *----------------------------------------------------------------*
           IF CSRGCHP1-GEN-COUNT       EQUAL ZEROS
              GO TO 3040-99-EXIT
           END-IF.

           MOVE 'SEALING CHANGE HISTORY'
                                       TO WRK-ERROR-MSG.

           MOVE 'S'                    TO CSRGCHP1-FUNCTION.
           MOVE CSRGPARM-BATCH-RUN-ID  TO CSRGCHP1-RUN-ID.
           MOVE WRK-PROGRAM            TO CSRGCHP1-PROGRAM.
           IF CSRGPARM-IS-PRODUCTION
              MOVE 'P'                 TO CSRGCHP1-MODE
           END-IF.

           CALL WRK-CHAN-PGM           USING WRK-CHAN-PARM
                                             WRK-FILEHST3-REG.

           IF CSRGCHP1-SQLCODE         NOT EQUAL ZEROS
              MOVE CSRGCHP1-SQLCODE    TO WRK-SQLCODE-SINAL
              STRING 'SQLCODE..:',WRK-SQLCODE-X
                                       DELIMITED BY SPACE
                                       INTO WRK-ERROR-CODE
              PERFORM 9999-CALL-ABEND-PGM
           END-IF.

           MOVE  WRK-FILEHST3-REG      TO    FD-REG-FILEHST3.

           WRITE FD-REG-FILEHST3.

           PERFORM 8210-TEST-FS-FILEHST3.
      *----------------------------------------------------------------*
       3040-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       3050-CHECK-ALERT-THRESHOLD      SECTION.
      *----------------------------------------------------------------*
