      *----------------------------------------------------------------*
      *    FILES.......:  DDNAME          LRECL       INCLUDE/BOOK     *
      *                   REPORT07        00080       NONE             *
      *                   ACCLOG          00121       CSRGACC1+        *
      *                                               CSRGCHN1         *
      *----------------------------------------------------------------*
      *    TABLE DB2...:  TB_CUSTOMER                 BTB_CUSTOMER     *
      *                   TB_RELATION                 BTB_RELATION     *
      *                   TB_PROT_AUTH                BTB_PROT_AUTH    *
      *                   TB_AUDIT_SEAL               (CSRGCHAN)       *
      *----------------------------------------------------------------*
      *    MODIFICATION HISTORY.......:                                *
      *    08/08/2026 RMM - PROGRAM CREATED.                           *
      *                     TB_RELATION REGISTER CSRG0049 MAINTAINS -  *
      *                     WHO ANSWERS FOR A MINOR, AND WHO A         *
      *                     GUARDIAN ANSWERS FOR.                      *
      *    15/10/2026 RMM - A PROTECTED CUSTOMER (TB_CUSTOMER          *
      *                     PROT_FLAG, SET BY CSRG0063 - STAFF AND     *
      *                     PUBLIC FIGURES) IS SHOWN MASKED UNLESS     *
      *                     THE OPERATOR HAS A TB_PROT_AUTH ROW.       *
      *                     EVERY ACCESS TO ONE, MASKED OR NOT, IS     *
      *                     LOGGED ON ACCLOG (TAGGED IN THE SEARCH     *
      *                     ARGUMENTS) AND RAISES AN ALERTPGM          *
      *                     'PROTECTD' ALERT.                          *
      *    15/10/2026 RMM - SHOWS THE CSRG0074 KYC RISK RATING AND THE *
      *                     NEXT KYC REVIEW DUE DATE; A CUSTOMER RATED *
      *                     HIGH RISK IS FLAGGED ON THE DETAIL AND ON  *
      *                     ITS SEARCH-MODE CANDIDATE LINE.            *
      *    15/10/2026 RMM - ACCLOG GREW TO LRECL=121: EACH LINE IS     *
      *                     CHAINED TO THE ONE BEFORE IT (CSRGCHN1     *
      *                     SUFFIX, CSRGCHAN MODULE) AND THE RUN'S     *
      *                     LINES END IN A SEAL REGISTERED ON          *
      *                     TB_AUDIT_SEAL.                             *
      *----------------------------------------------------------------*
      *                                                                *
      *================================================================*
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS 00 RECORDS.
       01 FD-REG-ACCLOG     PIC X(121).

      *-----------------------------------------------------------------*
      *                  WORKING-STORAGE SECTION                        *
      *ONE PII ACCESS-LOG LINE (SEE CSRGACC1):
       01 WRK-ACCLOG-REG.
          COPY 'CSRGACC1'.
          COPY 'CSRGCHN1'.

      *HASH CHAIN OF THE ACCLOG TRAIL (SEE CSRGCHP1):
       77 WRK-CHAN-PGM                           PIC X(08) VALUE
                                                          'CSRGCHAN'  .
       01 WRK-CHAN-PARM.
          COPY 'CSRGCHP1'.

       77 WRK-ACCLOG-REGS-COUNTER                PIC 9(05) VALUE ZEROS .

      *EDITED PRESENTATION OF CUST-STATUS:
       01 WRK-STATUS-EDITED                      PIC X(08) VALUE SPACES.

      *EDITED PRESENTATION OF RISK-RATING:
       01 WRK-RISK-EDITED                        PIC X(13) VALUE SPACES.

      *DATA FOR THE SEARCH MODE.  THE LIKE PATTERNS ARE VARCHAR HOST
      *VARIABLES - IN DB2 THE TRAILING BLANKS OF A FIXED-LENGTH
      *PATTERN ARE PART OF THE PATTERN, SO ONLY A LENGTH-CARRYING
          03 FILLER                              PIC X(01) VALUE '-'.
          03 SECOND-COMPILED                     PIC X(02) VALUE SPACES.

      *PROTECTED-CUSTOMER CHECK.  THE OPERATOR'S TB_PROT_AUTH ROW IS
      *LOOKED UP ONCE PER RUN, THE FIRST TIME A PROTECTED ROW IS MET;
      *AN UNSUPPLIED OPERATOR IS NEVER AUTHORIZED:
       01 WRK-PROT-AUTH-SW                       PIC X(01) VALUE SPACE.
          88 WRK-PROT-AUTH-NOT-CHECKED                 VALUE SPACE.
          88 WRK-PROT-IS-AUTHORIZED                    VALUE 'Y'.
          88 WRK-PROT-NOT-AUTHORIZED                   VALUE 'N'.

       77 WRK-PROT-AUTH-COUNT                    PIC 9(04) VALUE ZEROS.
       77 WRK-PROT-ACCESS-COUNTER                PIC 9(07) VALUE ZEROS.

      *TAG WRITTEN TO THE ACCLOG SEARCH ARGUMENTS OF A PROTECTED ROW:
       77 WRK-PROT-ACCESS-TAG                    PIC X(11) VALUE SPACES.

      *OPERATIONAL-ALERT PROGRAM - EVERY PROTECTED ACCESS IS ALERTED:
       77 WRK-ALERT-PGM                          PIC X(08) VALUE
                                                          'ALERTPGM'  .

       01 WRK-ALERT-LOG.
          COPY 'CSRGALRT'.

      *END OF THE RELATIONSHIP CURSORS:
       77 WRK-REL-EOF                            PIC X(03) VALUE SPACES.

              INCLUDE BTB_RELATION
           END-EXEC.

           EXEC SQL
              INCLUDE BTB_PROT_AUTH
           END-EXEC.

           EXEC SQL
              DECLARE CSR0007G CURSOR FOR
                 SELECT GUARDIAN_CPF, VALID_FROM
      *CITY/STATE FILTERS (A '%' PATTERN MEANS NO FILTER):
           EXEC SQL
              DECLARE CSR0007 CURSOR FOR
                 SELECT CPF, NAME, BIRTH, CITY, STATE, STATUS,
                        COALESCE(PROT_FLAG, 'N'),
                        COALESCE(RISK_RATING, ' '),
                        COALESCE(REVIEW_DUE_DT, ' ')
                   FROM TB_CUSTOMER
                  WHERE NAME  LIKE :WRK-NAME-PATTERN
                    AND CITY  LIKE :WRK-CITY-PATTERN

           OPEN OUTPUT REPORT07.

           INITIALIZE WRK-CHAN-PARM.

           MOVE 'ACCLOG'               TO CSRGCHP1-TRAIL.
           MOVE 100                    TO CSRGCHP1-BODY-LEN.

           OPEN EXTEND ACCLOG.

           MOVE 'OPEN FILE ACCLOG'     TO WRK-ERROR-MSG.
      *----------------------------------------------------------------*
           PERFORM 2100-SELECT-REGISTRY.

           IF WRK-CUSTOMER-WAS-FOUND
              AND BTB-CUSTOMER-IS-PROTECTED
              PERFORM 2700-CHECK-PROTECTED-ACCESS
           END-IF.

           PERFORM 2200-WRITE-REPORT07.

           IF WRK-CUSTOMER-WAS-FOUND
              MOVE CSRGPARM-INQUIRY-CPF
                                       TO CSRGACC1-CPF
              MOVE SPACES              TO CSRGACC1-SEARCH-ARGS
              IF BTB-CUSTOMER-IS-PROTECTED
                 MOVE WRK-PROT-ACCESS-TAG
                                       TO CSRGACC1-SEARCH-ARGS
              END-IF
              PERFORM 2600-WRITE-ACCLOG
              IF BTB-CUSTOMER-IS-PROTECTED
                 PERFORM 2750-RAISE-PROTECTED-ALERT
              END-IF
           END-IF.
      *----------------------------------------------------------------*
       2000-99-EXIT.                   EXIT.
                     ,EMAIL
                     ,PHONE
                     ,CEP
                     ,COALESCE(PROT_FLAG, 'N')
                     ,COALESCE(RISK_RATING, ' ')
                     ,COALESCE(REVIEW_DUE_DT, ' ')
               INTO  :CPF
                    ,:NAME
                    ,:BIRTH
                    ,:EMAIL
                    ,:PHONE
                    ,:CEP
                    ,:PROT-FLAG
                    ,:RISK-RATING
                    ,:REVIEW-DUE-DT
               FROM  TB_CUSTOMER
               WHERE CPF = :CPF
           END-EXEC.
                                       INTO WRK-REPORT07-LINE
              PERFORM 2210-PUT-REPORT07-LINE
           ELSE
              IF BTB-CUSTOMER-IS-PROTECTED
                 AND WRK-PROT-NOT-AUTHORIZED
                 MOVE SPACES           TO WRK-REPORT07-LINE
                 STRING '*** PROTECTED CUSTOMER - DETAILS MASKED. ',
                        'THIS ACCESS HAS BEEN LOGGED ***'
                                       DELIMITED BY SIZE
                                       INTO WRK-REPORT07-LINE
                 PERFORM 2210-PUT-REPORT07-LINE
                 GO TO 2200-99-EXIT
              END-IF

              PERFORM 2220-EDIT-STATUS
              PERFORM 2230-EDIT-RISK-RATING

              IF BTB-RISK-IS-HIGH
                 MOVE SPACES           TO WRK-REPORT07-LINE
                 STRING '*** HIGH-RISK CUSTOMER (KYC RATING) - ',
                        'FOLLOW ENHANCED DUE DILIGENCE ***'
                                       DELIMITED BY SIZE
                                       INTO WRK-REPORT07-LINE
                 PERFORM 2210-PUT-REPORT07-LINE
              END-IF

              MOVE SPACES              TO WRK-REPORT07-LINE
              STRING 'NAME.....................: ',
                                       INTO WRK-REPORT07-LINE
              PERFORM 2210-PUT-REPORT07-LINE

              MOVE SPACES              TO WRK-REPORT07-LINE
              STRING 'RISK RATING..............: ',
                     WRK-RISK-EDITED
                                       DELIMITED BY SIZE
                                       INTO WRK-REPORT07-LINE
              PERFORM 2210-PUT-REPORT07-LINE

              MOVE SPACES              TO WRK-REPORT07-LINE
              STRING 'KYC REVIEW DUE...........: ',
                     REVIEW-DUE-DT     OF BTB-CUSTOMER
                                       DELIMITED BY SIZE
                                       INTO WRK-REPORT07-LINE
              PERFORM 2210-PUT-REPORT07-LINE

              PERFORM 2260-LIST-RELATIONSHIPS
           END-IF.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2220-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2230-EDIT-RISK-RATING            SECTION.
      *----------------------------------------------------------------*
           EVALUATE TRUE
              WHEN BTB-RISK-IS-HIGH
                 MOVE 'HIGH'           TO WRK-RISK-EDITED
              WHEN BTB-RISK-IS-MEDIUM
                 MOVE 'MEDIUM'         TO WRK-RISK-EDITED
              WHEN BTB-RISK-IS-LOW
                 MOVE 'LOW'            TO WRK-RISK-EDITED
              WHEN OTHER
                 MOVE 'NOT YET RATED'  TO WRK-RISK-EDITED
           END-EVALUATE.
      *----------------------------------------------------------------*
       2230-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2500-PROCESS-SEARCH             SECTION.
      *----------------------------------------------------------------*
           EXEC SQL
               FETCH CSR0007
                   INTO :CPF, :NAME, :BIRTH, :CITY, :STATE,
                        :CUST-STATUS, :PROT-FLAG, :RISK-RATING,
                        :REVIEW-DUE-DT
           END-EXEC.

           IF SQLCODE EQUAL +100
      *----------------------------------------------------------------*
           PERFORM 2220-EDIT-STATUS.

           IF BTB-CUSTOMER-IS-PROTECTED
              PERFORM 2700-CHECK-PROTECTED-ACCESS
           END-IF.

           MOVE SPACES                 TO WRK-REPORT07-LINE.
           IF BTB-CUSTOMER-IS-PROTECTED
              AND WRK-PROT-NOT-AUTHORIZED
              STRING '*** PROTECTED CUSTOMER - DETAILS MASKED ***'
                                       DELIMITED BY SIZE
                                       INTO WRK-REPORT07-LINE
           ELSE
              STRING CPF               OF BTB-CUSTOMER, ' ',
                     NAME              OF BTB-CUSTOMER (1:28), ' ',
                     BIRTH             OF BTB-CUSTOMER, ' ',
                     CITY              OF BTB-CUSTOMER (1:12), ' ',
                     STATE             OF BTB-CUSTOMER, ' ',
                     WRK-STATUS-EDITED
                                       DELIMITED BY SIZE
                                       INTO WRK-REPORT07-LINE
           END-IF.
           PERFORM 2210-PUT-REPORT07-LINE.

      *    A HIGH-RISK CANDIDATE CARRIES A SECOND LINE - THE CANDIDATE
      *    LINE ITSELF HAS NO ROOM LEFT:
           IF BTB-RISK-IS-HIGH
              AND NOT (BTB-CUSTOMER-IS-PROTECTED
                       AND WRK-PROT-NOT-AUTHORIZED)
              MOVE SPACES              TO WRK-REPORT07-LINE
              STRING '                *** HIGH RISK - KYC REVIEW DUE ',
                     REVIEW-DUE-DT     OF BTB-CUSTOMER
                                       DELIMITED BY SIZE
                                       INTO WRK-REPORT07-LINE
              PERFORM 2210-PUT-REPORT07-LINE
           END-IF.

           ADD 1                       TO WRK-CANDIDATES-COUNTER.

           MOVE 'S'                    TO CSRGACC1-ACCESS-TYPE.
                  CSRGPARM-SEL-STATE
                                       DELIMITED BY SIZE
                                       INTO CSRGACC1-SEARCH-ARGS.

      *    A PROTECTED HIT TRADES THE CITY/STATE FILTERS FOR ITS TAG:
           IF BTB-CUSTOMER-IS-PROTECTED
              MOVE SPACES              TO CSRGACC1-SEARCH-ARGS
              STRING WRK-PROT-ACCESS-TAG,
                     ' NAME ',
                     CSRGPARM-SEARCH-NAME (1:30)
                                       DELIMITED BY SIZE
                                       INTO CSRGACC1-SEARCH-ARGS
           END-IF.
           PERFORM 2600-WRITE-ACCLOG.

           IF BTB-CUSTOMER-IS-PROTECTED
              PERFORM 2750-RAISE-PROTECTED-ALERT
           END-IF.

           PERFORM 2520-FETCH-NEXT-CANDIDATE.
      *----------------------------------------------------------------*
       2530-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
       3000-FINALIZE                   SECTION.
      *----------------------------------------------------------------*
           PERFORM 3050-SEAL-ACCLOG.

           CLOSE REPORT07.

           DISPLAY '***************************'.
      *----------------------------------------------------------------*
       3000-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       3050-SEAL-ACCLOG                SECTION.
      *----------------------------------------------------------------*
      *    CLOSES THIS RUN'S GENERATION OF ACCLOG LINES WITH ITS       *
      *    CSRGSEL1 SEAL, REGISTERED ON TB_AUDIT_SEAL.  THE PROGRAM    *
      *    UPDATES NOTHING ELSE, SO THE REGISTER ROW IS COMMITTED      *
      *    HERE.  A RUN THAT LOGGED NO ACCESS WRITES NO SEAL.          *
      *----------------------------------------------------------------*
           IF CSRGCHP1-GEN-COUNT       EQUAL ZEROS
              GO TO 3050-99-EXIT
           END-IF.

           MOVE 'SEALING ACCESS LOG'   TO WRK-ERROR-MSG.

           MOVE 'S'                    TO CSRGCHP1-FUNCTION.
           MOVE CSRGPARM-BATCH-RUN-ID  TO CSRGCHP1-RUN-ID.
           MOVE WRK-PROGRAM            TO CSRGCHP1-PROGRAM.
           IF CSRGPARM-IS-PRODUCTION
              MOVE 'P'                 TO CSRGCHP1-MODE
           END-IF.

           CALL WRK-CHAN-PGM           USING WRK-CHAN-PARM
                                             WRK-ACCLOG-REG.

           IF CSRGCHP1-SQLCODE         NOT EQUAL ZEROS
              MOVE CSRGCHP1-SQLCODE    TO WRK-SQLCODE-SINAL
              STRING 'SQLCODE..:',WRK-SQLCODE-X
                                       DELIMITED BY SPACE
                                       INTO WRK-ERROR-CODE
              PERFORM 9999-CALL-ABEND-PGM
           END-IF.

           MOVE WRK-ACCLOG-REG         TO FD-REG-ACCLOG.

           WRITE FD-REG-ACCLOG.

           PERFORM 8300-TEST-FS-ACCLOG.

           IF CSRGPARM-IS-PRODUCTION
              EXEC SQL
                  COMMIT
              END-EXEC
           END-IF.
      *----------------------------------------------------------------*
       3050-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       8100-TEST-FS-REPORT07           SECTION.
      *----------------------------------------------------------------*
           MOVE WRK-TIME-FORMATTED     TO CSRGACC1-TIME.
           MOVE WRK-PROGRAM            TO CSRGACC1-PROGRAM.

           MOVE 'L'                    TO CSRGCHP1-FUNCTION.
           MOVE 'B'                    TO CSRGCHP1-STREAM.
           CALL WRK-CHAN-PGM           USING WRK-CHAN-PARM
                                             WRK-ACCLOG-REG.

           MOVE  WRK-ACCLOG-REG        TO FD-REG-ACCLOG.

           WRITE FD-REG-ACCLOG.
      *----------------------------------------------------------------*
       2600-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2700-CHECK-PROTECTED-ACCESS     SECTION.
      *----------------------------------------------------------------*
      *    A PROTECTED CUSTOMER IS SHOWN IN FULL ONLY TO AN OPERATOR   *
      *    LISTED ON TB_PROT_AUTH (MAINTAINED BY CSRG0063).  THE       *
      *    OPERATOR IS FIXED FOR THE RUN, SO THE TABLE IS READ ONCE.   *
      *    THE RESULT ALSO PICKS THE TAG THE ACCLOG LINE CARRIES.      *
      *----------------------------------------------------------------*
           IF NOT WRK-PROT-AUTH-NOT-CHECKED
              GO TO 2700-99-EXIT
           END-IF.

           MOVE 'N'                    TO WRK-PROT-AUTH-SW.
           MOVE 'PROT-MASKED'          TO WRK-PROT-ACCESS-TAG.

           IF CSRGPARM-OPERATOR-ID     EQUAL SPACES
              GO TO 2700-99-EXIT
           END-IF.

           MOVE 'CHECKING TB_PROT_AUTH'
                                       TO WRK-ERROR-MSG.

           MOVE CSRGPARM-OPERATOR-ID   TO PAUT-OPERATOR-ID.

           EXEC SQL
               SELECT COUNT(*)
               INTO  :WRK-PROT-AUTH-COUNT
               FROM  TB_PROT_AUTH
               WHERE OPERATOR_ID = :PAUT-OPERATOR-ID
           END-EXEC.

           IF SQLCODE NOT EQUAL ZEROS
              MOVE SQLCODE             TO WRK-SQLCODE-SINAL
              STRING 'SQLCODE..:',WRK-SQLCODE-X
                                       DELIMITED BY SPACE
                                       INTO WRK-ERROR-CODE
              PERFORM 9999-CALL-ABEND-PGM
           END-IF.

           IF WRK-PROT-AUTH-COUNT      GREATER ZEROS
              MOVE 'Y'                 TO WRK-PROT-AUTH-SW
              MOVE 'PROT-SHOWN'        TO WRK-PROT-ACCESS-TAG
           END-IF.
      *----------------------------------------------------------------*
       2700-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2750-RAISE-PROTECTED-ALERT      SECTION.
      *----------------------------------------------------------------*
      *    SECURITY HEARS OF EVERY PROTECTED ACCESS AT ONCE, WHETHER   *
      *    THE RECORD WAS SHOWN OR MASKED.  THE COUNT IS THE RUNNING   *
      *    NUMBER OF PROTECTED ACCESSES IN THIS RUN; THE ACCLOG LINE   *
      *    JUST WRITTEN CARRIES THE OPERATOR AND CPF BEHIND IT.        *
      *----------------------------------------------------------------*
           ADD 1                       TO   WRK-PROT-ACCESS-COUNTER.

           DISPLAY '*PROTECTED CUSTOMER ACCESSED: '
                   CSRGACC1-CPF ' BY ' CSRGACC1-OPERATOR-ID ' ('
                   WRK-PROT-ACCESS-TAG ')*'.

           MOVE WRK-PROGRAM            TO   WRK-ALERT-PROGRAM.
           MOVE 'PROTECTD'             TO   WRK-ALERT-FILE.
           MOVE WRK-PROT-ACCESS-COUNTER
                                       TO   WRK-ALERT-COUNT.
           MOVE ZEROS                  TO   WRK-ALERT-THRESHOLD.
           MOVE CSRGPARM-BATCH-RUN-ID  TO   WRK-ALERT-BATCH-RUN-ID.
           MOVE WRK-DATE-FORMATTED     TO   WRK-ALERT-DATE.
           MOVE WRK-TIME-FORMATTED     TO   WRK-ALERT-TIME.
           CALL WRK-ALERT-PGM          USING WRK-ALERT-LOG.
      *----------------------------------------------------------------*
       2750-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       8300-TEST-FS-ACCLOG             SECTION.
      *----------------------------------------------------------------*
