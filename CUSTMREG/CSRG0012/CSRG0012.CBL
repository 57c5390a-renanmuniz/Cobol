      *                             C=CONSENT (FIELD NAMES THE         *
      *                             CHANNEL - MAIL/EMAIL/PHONE -       *
      *                             AND THE VALUE IS Y OR N)           *
      *                             L=CONTACT LOG - HANDS THE CPF TO   *
      *                             THE CSRG0079 SERVICE-DESK LOG      *
      *                             (TRANSACTION CSRL), WHICH OPENS    *
      *                             ON ITS FIRST ENTRY                 *
      *                  POS 02-16  CPF                                *
      *                  POS 17-26  FIELD NAME (UPDATE ONLY):          *
      *                             NAME/BIRTH/STREET/NUMBER/OTHER/    *
      *                             CITY/STATE/COUNTRY/EMAIL/PHONE/CEP *
      *                  POS 27-76  NEW VALUE ('**' = CLEAR)           *
      *                  AN UPDATE TO A FIELD LISTED ON TB_APPR_FIELD  *
      *                  IS NOT APPLIED HERE: IT IS EDITED AND PARKED  *
      *                  ON TB_PEND_CHANGE FOR A SECOND OPERATOR TO    *
      *                  APPROVE OR REJECT IN CSRG0061.                *
      *----------------------------------------------------------------*
      *    FILES.......:  TDQ HST3 (FILEHST3 BEFORE-IMAGE, LRECL 364)  *
      *                   TDQ ACCL (CSRGACC1 PII ACCESS LOG, LRECL    *
      *                   121, ROUTED TO THE ACCLOG DATASET)          *
      *                   TDQ CONS (CONSAUD CONSENT AUDIT, LRECL 80)   *
      *                   TS HST3CHN/ACCLCHN/CONSCHN (CHAIN TIPS)      *
      *                   TDQ ALRT (CSRGALRT ALERT RECORD, LRECL 62,   *
      *                   ROUTED TO THE ALERTLOG DATASET)              *
      *----------------------------------------------------------------*
      *    TABLE DB2...:  TB_CUSTOMER                 BTB_CUSTOMER     *
      *                   TB_APPR_FIELD               BTB_APPR_FIELD   *
      *                   TB_PEND_CHANGE              BTB_PEND_CHANGE  *
      *                   TB_PROT_AUTH                BTB_PROT_AUTH    *
      *                   TB_FIELD_SOURCE             BTB_FIELD_SOURCE *
      *                   (TB_STATE_REF IS CHECKED INSIDE CSRGVALD)    *
      *----------------------------------------------------------------*
      *    MODIFICATION HISTORY.......:                                *
      *    01/09/2026 RMM - THE BEFORE-IMAGE ALSO CARRIES THE          *
      *                     SURROGATE CUST-ID (TDQ LRECL=343).  NOT    *
      *                     AN UPDATABLE FIELD EITHER.                 *
      *    15/10/2026 RMM - A PHONE UPDATE GOES THROUGH THE NEW        *
      *                     CSRGVALD DDD/MOBILE EDITS (TB_DDD_REF); A  *
      *                     DDD OF ANOTHER STATE IS APPLIED BUT SHOWN  *
      *                     AS A FLAG ON THE RESPONSE LINE.            *
      *    15/10/2026 RMM - MAKER-CHECKER: AN UPDATE TO A FIELD ON     *
      *                     TB_APPR_FIELD (NAME, BIRTH, EMAIL ...) IS  *
      *                     EDITED AND PARKED ON TB_PEND_CHANGE UNDER  *
      *                     THE SIGNED-ON USER INSTEAD OF APPLIED.     *
      *                     ANOTHER USER APPROVES IT IN CSRG0061,      *
      *                     WHICH APPLIES IT WITH THE SAME EDITS AND   *
      *                     BEFORE-IMAGE; CSRG0062 EXPIRES IT AFTER    *
      *                     THE PARM DAYS.  ONE PENDING CHANGE PER     *
      *                     CPF AND FIELD AT A TIME.                   *
      *    15/10/2026 RMM - A PROTECTED CUSTOMER (TB_CUSTOMER          *
      *                     PROT_FLAG, SET BY CSRG0063) IS SERVED ONLY *
      *                     TO A USER ON TB_PROT_AUTH; ANYONE ELSE GETS*
      *                     A MASKED ANSWER AND NO ACTION IS TAKEN.    *
      *                     EVERY ATTEMPT IS LOGGED TO ACCL (TAGGED IN *
      *                     THE SEARCH ARGUMENTS) AND ALERTED AT ONCE: *
      *                     THE CSRGALRT RECORD GOES TO THE ALRT       *
      *                     EXTRAPARTITION TD QUEUE ROUTED TO ALERTLOG *
      *                     AND A MESSAGE TO THE CONSOLE.              *
      *    15/10/2026 RMM - THE INQUIRY LINE OF A CUSTOMER RATED HIGH  *
      *                     RISK BY THE CSRG0074 KYC RATING (TB_       *
      *                     CUSTOMER RISK_RATING 'H') OPENS WITH       *
      *                     '*HIGH RISK*' FOR THE OPERATOR.            *
      *    15/10/2026 RMM - THE HST3, ACCL AND CONS LINES ARE CHAINED  *
      *                     (CSRGCHN1 SUFFIX, CSRGCHAN MODULE) INTO    *
      *                     THE ONLINE STREAM OF THEIR TRAIL: TDQ      *
      *                     LRECLS 364, 121 AND 80.  EACH QUEUE'S TIP  *
      *                     IS HELD IN A TS QUEUE UNDER AN ENQ.        *
      *    15/10/2026 RMM - NEW 'L' ACTION: THE CUSTOMER'S SERVICE-DESK*
      *                     CONTACT LOG.  CONTROL PASSES (XCTL) TO     *
      *                     CSRG0079 WITH THE CPF IN THE COMMAREA,     *
      *                     WHICH APPLIES ITS OWN PROTECTED-CUSTOMER   *
      *                     CHECK AND ACCESS LOG.                      *
      *    15/10/2026 RMM - AN APPLIED UPDATE RECORDS ITS FIELD GROUP  *
      *                     ON TB_FIELD_SOURCE UNDER THE RESERVED      *
      *                     IN-HOUSE CODE 'HOUS', SO THE NIGHTLY       *
      *                     PRECEDENCE CHECK PROTECTS THE ONLINE FIX.  *
      *----------------------------------------------------------------*
      *================================================================*
      *           E N V I R O N M E N T      D I V I S I O N           *
             88 WRK-ACTION-IS-INQUIRY                  VALUE 'I'.
             88 WRK-ACTION-IS-UPDATE                   VALUE 'U'.
             88 WRK-ACTION-IS-CONSENT                  VALUE 'C'.
             88 WRK-ACTION-IS-CONTACT-LOG              VALUE 'L'.
          03 WRK-IN-CPF                          PIC X(15).
          03 WRK-IN-FIELD                        PIC X(10).
          03 WRK-IN-VALUE                        PIC X(50).
       77 WRK-RECEIVE-LEN                        PIC S9(04) COMP
                                                           VALUE +76.

      *THE CSRG0079 INPUT LINE PASSED IN THE COMMAREA ON THE 'L'
      *ACTION - 'N' FROM SEQUENCE 0, THE CUSTOMER'S FIRST ENTRY:
       01 WRK-CLOG-XFER-LINE.
          03 WRK-CLOG-XFER-ACTION                PIC X(01) VALUE 'N'.
          03 WRK-CLOG-XFER-CPF                   PIC X(15) VALUE SPACES.
          03 WRK-CLOG-XFER-SEQ                   PIC 9(09) VALUE ZEROS.
          03 FILLER                              PIC X(55) VALUE SPACES.

       77 WRK-CLOG-XFER-LEN                      PIC S9(04) COMP
                                                           VALUE +80.

       77 WRK-CLOG-PGM                           PIC X(08) VALUE
                                                           'CSRG0079'  .

      *TERMINAL OUTPUT - ONE MESSAGE LINE SENT BACK PER INVOCATION:
       77 WRK-OUTPUT-LINE                        PIC X(79) VALUE SPACES.
       77 WRK-SEND-LEN                           PIC S9(04) COMP
                                                           VALUE +79.

      *NEXT FREE BYTE OF WRK-OUTPUT-LINE WHILE THE INQUIRY IS BUILT:
       77 WRK-OUTPUT-POINTER                     PIC 9(02) VALUE 1.

       77 WRK-CICS-RESP                          PIC S9(08) COMP
                                                           VALUE ZEROS.

          03 CSRGHST1-DATE                    PIC X(10).
          03 CSRGHST1-TIME                    PIC X(08).
          COPY 'CSTMRG01'.
          COPY 'CSRGCHN1'.

       77 WRK-FILEHST3-LEN                       PIC S9(04) COMP
                                                           VALUE +364.

      *ONLINE CHANGES ARE STAMPED WITH AN 'ONLINE' PSEUDO RUN ID SO
      *FILEHST3 READERS CAN TELL AN ONLINE FIX FROM A BATCH RUN:
       77 WRK-ONLINE-RUN-ID                      PIC X(14) VALUE
                                                  'ONLINE-CSRG   '.

      *RESERVED CODE OF OUR OWN IN-HOUSE CHANGES, STAMPED AS THE SETTER
      *ON TB_FIELD_SOURCE - IT OUTRANKS EVERY PARTNER IN CSRG0003:
       77 WRK-HOUSE-PROVIDER                     PIC X(04) VALUE 'HOUS'.

      *ONE PII ACCESS-LOG LINE (SEE CSRGACC1), QUEUED TO THE ACCL
      *EXTRAPARTITION TDQ, AND THE SIGNED-ON USER IT IS STAMPED WITH:
       01 WRK-ACCLOG-REG.
          COPY 'CSRGACC1'.
          COPY 'CSRGCHN1'.

       77 WRK-ACCLOG-LEN                         PIC S9(04) COMP
                                                           VALUE +121.

       77 WRK-CICS-USERID                        PIC X(08)
                                                  VALUE SPACES.
          03 CONSAUD-CHANNEL                     PIC X(01).
          03 CONSAUD-CONSENT                     PIC X(01).
          03 CONSAUD-SOURCE                      PIC X(10).
          COPY 'CSRGCHN1'.

       77 WRK-CONSAUD-LEN                        PIC S9(04) COMP
                                                           VALUE +80.

      *HASH CHAIN OF THE ONLINE STREAMS (SEE CSRGCHP1).  THE TIP OF
      *EACH QUEUE'S CHAIN IS KEPT AS THE ONE ITEM OF A MAIN TS QUEUE,
      *SERIALIZED BY AN ENQ ON THE TS QUEUE NAME SO CONCURRENT TASKS
      *LINK ONE AFTER ANOTHER.  A REGION RESTART LOSES THE TIPS AND
      *THE NEXT LINE STARTS AGAIN FROM THE SEED:
       77 WRK-CHAN-PGM                           PIC X(08) VALUE
                                                          'CSRGCHAN'  .
       01 WRK-CHAN-PARM.
          COPY 'CSRGCHP1'.

       01 WRK-CHAIN-TS-QUEUE                     PIC X(08) VALUE SPACES.
       01 WRK-CHAIN-TRAIL                        PIC X(08) VALUE SPACES.
       77 WRK-CHAIN-BODY-LEN                     PIC 9(04) VALUE ZEROS.
       77 WRK-CHAIN-ENQ-LEN                      PIC S9(04) COMP
                                                           VALUE +8.
       77 WRK-CHAIN-TIP-LEN                      PIC S9(04) COMP
                                                           VALUE +20.
       77 WRK-CHAIN-ITEM                         PIC S9(04) COMP
                                                           VALUE +1.
       77 WRK-CHAIN-RESP                         PIC S9(08) COMP
                                                           VALUE ZEROS.
       01 WRK-CHAIN-TIP-SW                       PIC X(01) VALUE 'N'.
          88 WRK-CHAIN-TIP-EXISTS                      VALUE 'Y'.

      *THE CHANNEL LETTER DERIVED FROM THE FIELD NAME OF A 'C'
      *ACTION:
       01 WRK-CONSENT-CHANNEL                    PIC X(01) VALUE SPACE.

      *MAKER-CHECKER: ROWS FOUND ON TB_APPR_FIELD FOR THE FIELD (ZERO =
      *APPLY AT ONCE), PENDING CHANGES ALREADY QUEUED FOR THE CPF AND
      *FIELD, AND THE REQUEST NUMBER ECHOED TO THE OPERATOR:
       01 WRK-APPR-FIELD-COUNT                   PIC 9(04) VALUE ZEROS.
       01 WRK-PENDING-COUNT                      PIC 9(04) VALUE ZEROS.
       01 WRK-PEND-SEQ-DISPLAY                   PIC 9(09) VALUE ZEROS.

      *PROTECTED CUSTOMER: WHETHER THE SIGNED-ON USER IS ON
      *TB_PROT_AUTH, THE TAG THE ACCL LINE CARRIES, AND WHETHER THIS
      *TASK HAS ALREADY LOGGED ITS ONE ACCESS LINE:
       01 WRK-PROT-AUTH-SW                       PIC X(01) VALUE 'N'.
          88 WRK-PROT-IS-AUTHORIZED                    VALUE 'Y'.

       77 WRK-PROT-AUTH-COUNT                    PIC 9(04) VALUE ZEROS.
       77 WRK-PROT-ACCESS-TAG                    PIC X(11) VALUE SPACES.

       01 WRK-ACCESS-LOGGED-SW                   PIC X(01) VALUE 'N'.
          88 WRK-ACCESS-WAS-LOGGED                     VALUE 'Y'.

      *ALERT RECORD (THE ALERTPGM LAYOUT), QUEUED TO THE ALRT
      *EXTRAPARTITION TDQ ROUTED TO ALERTLOG, AND THE CONSOLE TEXT
      *THAT GOES WITH IT:
       01 WRK-ALERT-LOG.
          COPY 'CSRGALRT'.

       77 WRK-ALERT-LEN                          PIC S9(04) COMP
                                                           VALUE +62.

       77 WRK-CONSOLE-TEXT                       PIC X(79) VALUE SPACES.
       77 WRK-CONSOLE-LEN                        PIC S9(04) COMP
                                                           VALUE +79.

      *WORKING DATA FOR THE SYSTEM DATE AND TIME.
       01 WRK-SYSTEM-DATE.
          03 YY                                  PIC 9(02) VALUE ZEROS .
              INCLUDE BTB_CONSENT
           END-EXEC.

           EXEC SQL
              INCLUDE BTB_APPR_FIELD
           END-EXEC.

           EXEC SQL
              INCLUDE BTB_PEND_CHANGE
           END-EXEC.

           EXEC SQL
              INCLUDE BTB_PROT_AUTH
           END-EXEC.

           EXEC SQL
              INCLUDE BTB_FIELD_SOURCE
           END-EXEC.

      *================================================================*
       PROCEDURE                       DIVISION.
      *================================================================*
              PERFORM 3000-SEND-AND-RETURN
           END-IF.

      *    THE CONTACT LOG DOES ITS OWN PROTECTED-CUSTOMER CHECK AND
      *    LOGGING, SO THE CPF IS HANDED OVER BEFORE THEY RUN HERE AND
      *    A PROTECTED ACCESS IS NOT LOGGED AND ALERTED TWICE:
           IF WRK-ACTION-IS-CONTACT-LOG
              PERFORM 2600-XCTL-CONTACT-LOG
           END-IF.

      *    A PROTECTED CUSTOMER IS LOGGED AND ALERTED BEFORE ANYTHING
      *    ELSE HAPPENS, AND A USER NOT ON TB_PROT_AUTH GOES NO
      *    FURTHER - NOT EVEN THE CHECK-DIGIT ANSWER:
           IF BTB-CUSTOMER-IS-PROTECTED
              PERFORM 2150-CHECK-PROTECTED-ACCESS
              IF NOT WRK-PROT-IS-AUTHORIZED
                 MOVE 'CSRG0012: PROTECTED CUSTOMER - ACCESS LOGGED'
                                       TO WRK-OUTPUT-LINE
                 PERFORM 3000-SEND-AND-RETURN
              END-IF
           END-IF.

           PERFORM 1100-VALIDATE-CPF-KEY.

           IF WRK-CPF-IS-INVALID
                 IF WRK-ACTION-IS-CONSENT
                    PERFORM 2500-APPLY-CONSENT
                 ELSE
                    MOVE 'CSRG0012: ACTION MUST BE I, U, C OR L'
                                       TO WRK-OUTPUT-LINE
                 END-IF
              END-IF
                     ,DOC_TYPE
                     ,PROVIDER_CODE
                     ,CUST_ID
                     ,COALESCE(PROT_FLAG, 'N')
                     ,COALESCE(RISK_RATING, ' ')
                     ,COALESCE(REVIEW_DUE_DT, ' ')
               INTO  :CPF
                    ,:NAME
                    ,:BIRTH
                    ,:DOC-TYPE
                    ,:PROVIDER-CODE
                    ,:CUST-ID
                    ,:PROT-FLAG
                    ,:RISK-RATING
                    ,:REVIEW-DUE-DT
               FROM  TB_CUSTOMER
               WHERE CPF = :CPF
           END-EXEC.
      *----------------------------------------------------------------*
       2200-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2150-CHECK-PROTECTED-ACCESS     SECTION.
      *----------------------------------------------------------------*
      *    A PROTECTED CUSTOMER IS SERVED ONLY TO A SIGNED-ON USER     *
      *    LISTED ON TB_PROT_AUTH (MAINTAINED BY CSRG0063).  THE       *
      *    ATTEMPT IS LOGGED TO ACCL HERE, ONCE, WITH THE OUTCOME AS   *
      *    ITS TAG, AND ALERTED WHETHER OR NOT THE USER MAY SEE IT.    *
      *----------------------------------------------------------------*
           PERFORM 2340-GET-SIGNED-ON-USER.

           MOVE 'N'                    TO WRK-PROT-AUTH-SW.
           MOVE 'PROT-MASKED'          TO WRK-PROT-ACCESS-TAG.

           IF WRK-CICS-USERID          NOT EQUAL 'UNKNOWN'
              MOVE WRK-CICS-USERID     TO PAUT-OPERATOR-ID
              EXEC SQL
                  SELECT COUNT(*)
                  INTO  :WRK-PROT-AUTH-COUNT
                  FROM  TB_PROT_AUTH
                  WHERE OPERATOR_ID = :PAUT-OPERATOR-ID
              END-EXEC
              IF SQLCODE NOT EQUAL ZEROS
                 PERFORM 9999-SQL-ERROR
              END-IF
              IF WRK-PROT-AUTH-COUNT   GREATER ZEROS
                 MOVE 'Y'              TO WRK-PROT-AUTH-SW
                 MOVE 'PROT-SHOWN'     TO WRK-PROT-ACCESS-TAG
              END-IF
           END-IF.

           PERFORM 2350-WRITE-ACCESS-LOG.

           PERFORM 2160-RAISE-PROTECTED-ALERT.
      *----------------------------------------------------------------*
       2150-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2160-RAISE-PROTECTED-ALERT      SECTION.
      *----------------------------------------------------------------*
      *    THE ONLINE SIDE OF AN ALERTPGM CALL - ALERTPGM OWNS A BATCH *
      *    DATASET, SO THE SAME CSRGALRT RECORD IS QUEUED TO THE ALRT  *
      *    TDQ ROUTED TO ALERTLOG, AND THE CONSOLE MESSAGE ALERTPGM    *
      *    WOULD DISPLAY GOES OUT AS A WRITE OPERATOR.  A FAILED       *
      *    QUEUE WRITE ONLY DISPLAYS, AS ON THE ACCL QUEUE.            *
      *----------------------------------------------------------------*
           MOVE WRK-PROGRAM            TO WRK-ALERT-PROGRAM.
           MOVE 'PROTECTD'             TO WRK-ALERT-FILE.
           MOVE 1                      TO WRK-ALERT-COUNT.
           MOVE ZEROS                  TO WRK-ALERT-THRESHOLD.
           MOVE WRK-ONLINE-RUN-ID      TO WRK-ALERT-BATCH-RUN-ID.
           MOVE WRK-DATE-FORMATTED     TO WRK-ALERT-DATE.
           MOVE WRK-TIME-FORMATTED     TO WRK-ALERT-TIME.

           EXEC CICS WRITEQ TD
                QUEUE  ('ALRT')
                FROM   (WRK-ALERT-LOG)
                LENGTH (WRK-ALERT-LEN)
                RESP   (WRK-CICS-RESP)
           END-EXEC.

           IF WRK-CICS-RESP            NOT EQUAL ZEROS
              DISPLAY '*CSRG0012: ALRT TDQ WRITE FAILED*'
           END-IF.

           MOVE SPACES                 TO WRK-CONSOLE-TEXT.
           STRING 'CSRG0012 ALERT: PROTECTED CPF ',
                  WRK-IN-CPF,
                  ' USER ',
                  WRK-CICS-USERID,
                  ' ',
                  WRK-PROT-ACCESS-TAG
                                       DELIMITED BY SIZE
                                       INTO WRK-CONSOLE-TEXT.

           EXEC CICS WRITE OPERATOR
                TEXT       (WRK-CONSOLE-TEXT)
                TEXTLENGTH (WRK-CONSOLE-LEN)
                RESP       (WRK-CICS-RESP)
           END-EXEC.
      *----------------------------------------------------------------*
       2160-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2250-VALIDATE-UPDT-FIELD        SECTION.
      *----------------------------------------------------------------*
           MOVE ZEROS                  TO CSRGVAL1-CPF.
           MOVE COUNTRY                OF BTB-CUSTOMER
                                       TO CSRGVAL1-CURRENT-COUNTRY.
           MOVE STATE                  OF BTB-CUSTOMER
                                       TO CSRGVAL1-CURRENT-STATE.

           CALL WRK-VALD-PGM           USING WRK-VALD-PARM
                                             WRK-VALD-REC.
           PERFORM 2350-WRITE-ACCESS-LOG.

           MOVE SPACES                 TO WRK-OUTPUT-LINE.
           MOVE 1                      TO WRK-OUTPUT-POINTER.

           IF BTB-RISK-IS-HIGH
              STRING '*HIGH RISK* '    DELIMITED BY SIZE
                                       INTO WRK-OUTPUT-LINE
                                       WITH POINTER WRK-OUTPUT-POINTER
           END-IF.

           STRING NAME  OF BTB-CUSTOMER DELIMITED BY '  ',
                  ' ',  BIRTH OF BTB-CUSTOMER DELIMITED BY SIZE,
                  ' ',  CITY  OF BTB-CUSTOMER DELIMITED BY '  ',
                  ' ',  STATE OF BTB-CUSTOMER DELIMITED BY SIZE,
                  ' ',  CUST-STATUS OF BTB-CUSTOMER
                                       DELIMITED BY SIZE
                                       INTO WRK-OUTPUT-LINE
                                       WITH POINTER WRK-OUTPUT-POINTER.
      *----------------------------------------------------------------*
       2300-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2340-GET-SIGNED-ON-USER         SECTION.
      *----------------------------------------------------------------*
           EXEC CICS ASSIGN
                USERID (WRK-CICS-USERID)
           IF WRK-CICS-USERID          EQUAL SPACES
              MOVE 'UNKNOWN'           TO WRK-CICS-USERID
           END-IF.
      *----------------------------------------------------------------*
       2340-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2350-WRITE-ACCESS-LOG           SECTION.
      *----------------------------------------------------------------*
      *    ONE CSRGACC1 LINE PER SCREEN DISPLAY, QUEUED TO THE ACCL    *
      *    EXTRAPARTITION TDQ ROUTED TO THE DURABLE ACCLOG DATASET.    *
      *    THE SIGNED-ON CICS USER IS THE ACCESSOR; A FAILED QUEUE     *
      *    WRITE ONLY DISPLAYS - THE INQUIRY ITSELF MUST STILL BE      *
      *    SERVED.  A PROTECTED CUSTOMER WAS ALREADY LOGGED, WITH ITS  *
      *    TAG, BY 2150-CHECK-PROTECTED-ACCESS - ONE LINE PER TASK.    *
      *----------------------------------------------------------------*
           IF WRK-ACCESS-WAS-LOGGED
              GO TO 2350-99-EXIT
           END-IF.

           PERFORM 2340-GET-SIGNED-ON-USER.

           MOVE WRK-CICS-USERID        TO CSRGACC1-OPERATOR-ID.
           MOVE WRK-DATE-FORMATTED     TO CSRGACC1-DATE.
           MOVE WRK-IN-CPF             TO CSRGACC1-CPF.
           MOVE SPACES                 TO CSRGACC1-SEARCH-ARGS.

           IF BTB-CUSTOMER-IS-PROTECTED
              MOVE WRK-PROT-ACCESS-TAG TO CSRGACC1-SEARCH-ARGS
           END-IF.

           MOVE 'ACCLCHN'              TO WRK-CHAIN-TS-QUEUE.
           MOVE 'ACCLOG'               TO WRK-CHAIN-TRAIL.
           MOVE 100                    TO WRK-CHAIN-BODY-LEN.
           PERFORM 2900-GET-CHAIN-TIP.

           CALL WRK-CHAN-PGM           USING WRK-CHAN-PARM
                                             WRK-ACCLOG-REG.

           EXEC CICS WRITEQ TD
                QUEUE  ('ACCL')
                FROM   (WRK-ACCLOG-REG)
                RESP   (WRK-CICS-RESP)
           END-EXEC.

           PERFORM 2910-PUT-CHAIN-TIP.

           IF WRK-CICS-RESP            NOT EQUAL ZEROS
              DISPLAY '*CSRG0012: ACCL TDQ WRITE FAILED*'
           END-IF.

           MOVE 'Y'                    TO WRK-ACCESS-LOGGED-SW.
      *----------------------------------------------------------------*
       2350-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
              GO TO 2400-99-EXIT
           END-IF.

      *    A SENSITIVE FIELD IS PARKED FOR A SECOND OPERATOR - THE
      *    EDITS ABOVE STILL RUN FIRST SO NO BAD VALUE IS QUEUED:
           PERFORM 2440-CHECK-APPROVAL-FIELD.

           IF WRK-APPR-FIELD-COUNT     GREATER ZEROS
              PERFORM 2450-PARK-FOR-APPROVAL
              GO TO 2400-99-EXIT
           END-IF.

           PERFORM 2410-WRITE-BEFORE-IMAGE.

           PERFORM 2420-MOVE-FIELD-VALUE.

           PERFORM 2430-UPDATE-ROW.

           PERFORM 2435-RECORD-FIELD-SOURCE.

           IF CSRGVAL1-WARNING         NOT EQUAL SPACES
              MOVE SPACES              TO WRK-OUTPUT-LINE
              STRING 'CSRG0012: CUSTOMER UPDATED - FLAG: '
                     CSRGVAL1-WARNING
                                       DELIMITED BY SIZE
                                       INTO WRK-OUTPUT-LINE
           ELSE
              MOVE 'CSRG0012: CUSTOMER UPDATED'
                                       TO WRK-OUTPUT-LINE
           END-IF.
      *----------------------------------------------------------------*
       2400-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
           MOVE CUST-ID                OF BTB-CUSTOMER
           TO CSTMRG01-CUST-ID         OF WRK-FILEHST3-REG.

           MOVE 'HST3CHN'              TO WRK-CHAIN-TS-QUEUE.
           MOVE 'FILEHST3'             TO WRK-CHAIN-TRAIL.
           MOVE 343                    TO WRK-CHAIN-BODY-LEN.
           PERFORM 2900-GET-CHAIN-TIP.

           CALL WRK-CHAN-PGM           USING WRK-CHAN-PARM
                                             WRK-FILEHST3-REG.

           EXEC CICS WRITEQ TD
                QUEUE  ('HST3')
                FROM   (WRK-FILEHST3-REG)
                RESP   (WRK-CICS-RESP)
           END-EXEC.

           PERFORM 2910-PUT-CHAIN-TIP.

           IF WRK-CICS-RESP            NOT EQUAL ZEROS
              MOVE 'CSRG0012: HST3 TDQ WRITE FAILED - NOT UPDATED'
                                       TO WRK-OUTPUT-LINE
      *----------------------------------------------------------------*
       2430-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2435-RECORD-FIELD-SOURCE        SECTION.
      *----------------------------------------------------------------*
      *    THE GROUP OF THE FIELD JUST CHANGED IS RECORDED ON          *
      *    TB_FIELD_SOURCE AS SET BY OUR OWN IN-HOUSE CODE, THE WAY    *
      *    CSRG0003'S 2471-RECORD-ONE-SOURCE RECORDS A PARTNER - SO    *
      *    THE NIGHTLY PRECEDENCE CHECK KEEPS A PARTNER FILE FROM      *
      *    QUIETLY UNDOING AN ONLINE FIX.                              *
      *----------------------------------------------------------------*
           EVALUATE WRK-IN-FIELD
              WHEN 'NAME'
              WHEN 'BIRTH'
                 MOVE 'N'              TO FSRC-FIELD-GROUP
              WHEN 'EMAIL'
                 MOVE 'E'              TO FSRC-FIELD-GROUP
              WHEN 'PHONE'
                 MOVE 'P'              TO FSRC-FIELD-GROUP
              WHEN OTHER
                 MOVE 'A'              TO FSRC-FIELD-GROUP
           END-EVALUATE.

           MOVE CPF                    OF BTB-CUSTOMER
                                       TO FSRC-CPF.
           MOVE WRK-HOUSE-PROVIDER     TO FSRC-PROVIDER-CODE.
           MOVE WRK-DATE-FORMATTED     TO FSRC-SET-DT.
           MOVE WRK-ONLINE-RUN-ID      TO FSRC-RUN-ID.

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
              PERFORM 9999-SQL-ERROR
           END-IF.
      *----------------------------------------------------------------*
       2435-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2440-CHECK-APPROVAL-FIELD       SECTION.
      *----------------------------------------------------------------*
      *    A FIELD NEEDS A SECOND OPERATOR WHEN IT IS LISTED ON        *
      *    TB_APPR_FIELD - THE LIST IS KEPT BY CSRG0062 FROM THE       *
      *    APFIN CARDS, SO SECURITY CAN CHANGE IT WITHOUT A RELEASE.   *
      *----------------------------------------------------------------*
           MOVE WRK-IN-FIELD           TO APFL-FIELD-NAME.

           EXEC SQL
               SELECT COUNT(*)
               INTO  :WRK-APPR-FIELD-COUNT
               FROM  TB_APPR_FIELD
               WHERE FIELD_NAME = :APFL-FIELD-NAME
           END-EXEC.

           IF SQLCODE NOT EQUAL ZEROS
              PERFORM 9999-SQL-ERROR
           END-IF.
      *----------------------------------------------------------------*
       2440-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2450-PARK-FOR-APPROVAL          SECTION.
      *----------------------------------------------------------------*
      *    QUEUES THE EDITED CHANGE ON TB_PEND_CHANGE UNDER THE        *
      *    SIGNED-ON USER (THE MAKER) - TB_CUSTOMER IS NOT TOUCHED     *
      *    AND NO BEFORE-IMAGE IS WRITTEN UNTIL CSRG0061 APPROVES IT.  *
      *    WITHOUT A SIGNED-ON USER THE CHECKER COULD NOT BE PROVEN    *
      *    TO BE SOMEONE ELSE, SO THE CHANGE IS REFUSED.  THE NEXT     *
      *    SEQUENCE IS MAX + 1, AS ON TB_REJ_QUEUE; TWO MAKERS         *
      *    COLLIDING ON IT GET THE -803 ON THE TERMINAL AND RETRY.     *
      *----------------------------------------------------------------*
           IF WRK-CICS-USERID          EQUAL 'UNKNOWN'
              MOVE 'CSRG0012: SIGN ON FIRST - FIELD NEEDS APPROVAL'
                                       TO WRK-OUTPUT-LINE
              GO TO 2450-99-EXIT
           END-IF.

           MOVE WRK-IN-CPF             TO PCHG-CPF.
           MOVE WRK-IN-FIELD           TO PCHG-FIELD-NAME.

           EXEC SQL
               SELECT COUNT(*)
               INTO  :WRK-PENDING-COUNT
               FROM  TB_PEND_CHANGE
               WHERE CPF         = :PCHG-CPF
                 AND FIELD_NAME  = :PCHG-FIELD-NAME
                 AND PEND_STATUS = 'P'
           END-EXEC.

           IF SQLCODE NOT EQUAL ZEROS
              PERFORM 9999-SQL-ERROR
           END-IF.

           IF WRK-PENDING-COUNT        GREATER ZEROS
              MOVE 'CSRG0012: A CHANGE TO THIS FIELD IS ALREADY PENDING'
                                       TO WRK-OUTPUT-LINE
              GO TO 2450-99-EXIT
           END-IF.

      *    AN EMPTY QUEUE RETURNS ONE ROW WITH A NULL MAX - THE
      *    COALESCE TURNS THAT INTO ZERO INSTEAD OF A -305:
           EXEC SQL
               SELECT COALESCE(MAX(PEND_SEQ), 0)
               INTO  :PCHG-SEQ
               FROM  TB_PEND_CHANGE
           END-EXEC.

           IF SQLCODE NOT EQUAL ZEROS
              PERFORM 9999-SQL-ERROR
           END-IF.

           ADD 1                       TO PCHG-SEQ.
           MOVE WRK-IN-VALUE           TO PCHG-NEW-VALUE.
           MOVE 'P'                    TO PCHG-STATUS.
           MOVE WRK-CICS-USERID        TO PCHG-MAKER-ID.
           MOVE WRK-DATE-FORMATTED     TO PCHG-ENTERED-DT.
           MOVE WRK-TIME-FORMATTED     TO PCHG-ENTERED-TM.
           MOVE SPACES                 TO PCHG-CHECKER-ID
                                          PCHG-DECIDED-DT.

           EXEC SQL
               INSERT INTO TB_PEND_CHANGE
               (PEND_SEQ
               ,CPF
               ,FIELD_NAME
               ,NEW_VALUE
               ,PEND_STATUS
               ,MAKER_ID
               ,ENTERED_DT
               ,ENTERED_TM
               ,CHECKER_ID
               ,DECIDED_DT)
               VALUES
               (:PCHG-SEQ
               ,:PCHG-CPF
               ,:PCHG-FIELD-NAME
               ,:PCHG-NEW-VALUE
               ,:PCHG-STATUS
               ,:PCHG-MAKER-ID
               ,:PCHG-ENTERED-DT
               ,:PCHG-ENTERED-TM
               ,:PCHG-CHECKER-ID
               ,:PCHG-DECIDED-DT)
           END-EXEC.

           IF SQLCODE NOT EQUAL ZEROS
              PERFORM 9999-SQL-ERROR
           END-IF.

           MOVE PCHG-SEQ               TO WRK-PEND-SEQ-DISPLAY.
           MOVE SPACES                 TO WRK-OUTPUT-LINE.
           STRING 'CSRG0012: SENT FOR APPROVAL - REQUEST ',
                  WRK-PEND-SEQ-DISPLAY
                                       DELIMITED BY SIZE
                                       INTO WRK-OUTPUT-LINE.
      *----------------------------------------------------------------*
       2450-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2500-APPLY-CONSENT              SECTION.
      *----------------------------------------------------------------*
           MOVE WRK-IN-VALUE (1:1)     TO CONSAUD-CONSENT.
           MOVE 'ONLINE'               TO CONSAUD-SOURCE.

           MOVE 'CONSCHN'              TO WRK-CHAIN-TS-QUEUE.
           MOVE 'CONSAUD'              TO WRK-CHAIN-TRAIL.
           MOVE 59                     TO WRK-CHAIN-BODY-LEN.
           PERFORM 2900-GET-CHAIN-TIP.

           CALL WRK-CHAN-PGM           USING WRK-CHAN-PARM
                                             WRK-CONSAUD-REG.

           EXEC CICS WRITEQ TD
                QUEUE  ('CONS')
                FROM   (WRK-CONSAUD-REG)
                RESP   (WRK-CICS-RESP)
           END-EXEC.

           PERFORM 2910-PUT-CHAIN-TIP.

           IF WRK-CICS-RESP            NOT EQUAL ZEROS
              DISPLAY '*CSRG0012: CONS TDQ WRITE FAILED*'
           END-IF.
      *----------------------------------------------------------------*
       2500-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2600-XCTL-CONTACT-LOG           SECTION.
      *----------------------------------------------------------------*
      *    TRANSFERS CONTROL TO THE CSRG0079 CONTACT LOG, OPENED ON    *
      *    THE CUSTOMER'S FIRST ENTRY.  A SUCCESSFUL XCTL DOES NOT     *
      *    COME BACK; ONLY A FAILURE (CSRG0079 NOT INSTALLED OR        *
      *    DISABLED) REACHES THE MESSAGE BELOW.                        *
      *----------------------------------------------------------------*
           MOVE WRK-IN-CPF             TO WRK-CLOG-XFER-CPF.

           EXEC CICS XCTL
                PROGRAM  (WRK-CLOG-PGM)
                COMMAREA (WRK-CLOG-XFER-LINE)
                LENGTH   (WRK-CLOG-XFER-LEN)
                RESP     (WRK-CICS-RESP)
           END-EXEC.

           MOVE 'CSRG0012: CONTACT LOG (CSRG0079) IS NOT AVAILABLE'
                                       TO WRK-OUTPUT-LINE.

           PERFORM 3000-SEND-AND-RETURN.
      *----------------------------------------------------------------*
       2600-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2900-GET-CHAIN-TIP              SECTION.
      *----------------------------------------------------------------*
      *    ENQUEUES ON ONE TD QUEUE'S HASH CHAIN AND LOADS ITS TIP     *
      *    INTO THE ONLINE STREAM OF THE CSRGCHAN BLOCK, READY FOR THE *
      *    'L' CALL.  NO TIP YET (QIDERR - A NEW OR RESTARTED REGION)  *
      *    LEAVES THE STREAM AT SPACES, SO THE LINE IS LINKED FROM THE *
      *    TRAIL SEED.  THE CALLER SETS THE TS QUEUE, TRAIL AND BODY   *
      *    LENGTH FIRST, THEN LINKS, WRITES THE TD QUEUE AND PERFORMS  *
      *    2910-PUT-CHAIN-TIP.                                         *
      *----------------------------------------------------------------*
           EXEC CICS ENQ
                RESOURCE (WRK-CHAIN-TS-QUEUE)
                LENGTH   (WRK-CHAIN-ENQ-LEN)
                RESP     (WRK-CHAIN-RESP)
           END-EXEC.

           INITIALIZE WRK-CHAN-PARM.

           MOVE WRK-CHAIN-TRAIL        TO CSRGCHP1-TRAIL.
           MOVE WRK-CHAIN-BODY-LEN     TO CSRGCHP1-BODY-LEN.
           MOVE 'L'                    TO CSRGCHP1-FUNCTION.
           MOVE 'O'                    TO CSRGCHP1-STREAM.
           MOVE 'N'                    TO WRK-CHAIN-TIP-SW.
           MOVE +20                    TO WRK-CHAIN-TIP-LEN.
           MOVE +1                     TO WRK-CHAIN-ITEM.

           EXEC CICS READQ TS
                QUEUE  (WRK-CHAIN-TS-QUEUE)
                INTO   (CSRGCHP1-ONLINE-HASH)
                LENGTH (WRK-CHAIN-TIP-LEN)
                ITEM   (WRK-CHAIN-ITEM)
                RESP   (WRK-CHAIN-RESP)
           END-EXEC.

           IF WRK-CHAIN-RESP           EQUAL ZEROS
              MOVE 'Y'                 TO WRK-CHAIN-TIP-SW
           ELSE
              MOVE SPACES              TO CSRGCHP1-ONLINE-HASH
           END-IF.
      *----------------------------------------------------------------*
       2900-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2910-PUT-CHAIN-TIP              SECTION.
      *----------------------------------------------------------------*
      *    THE TIP MOVES ON ONLY WHEN THE TD QUEUE WRITE JUST DONE     *
      *    SUCCEEDED (WRK-CICS-RESP, LEFT AS IT IS FOR THE CALLER'S    *
      *    OWN TEST) - A LINE THAT NEVER REACHED THE DATASET IS NOT IN *
      *    THE CHAIN.  THE ENQ IS RELEASED EITHER WAY.                 *
      *----------------------------------------------------------------*
           MOVE +20                    TO WRK-CHAIN-TIP-LEN.
           MOVE +1                     TO WRK-CHAIN-ITEM.

           IF WRK-CICS-RESP            EQUAL ZEROS
              IF WRK-CHAIN-TIP-EXISTS
                 EXEC CICS WRITEQ TS
                      QUEUE   (WRK-CHAIN-TS-QUEUE)
                      FROM    (CSRGCHP1-ONLINE-HASH)
                      LENGTH  (WRK-CHAIN-TIP-LEN)
                      ITEM    (WRK-CHAIN-ITEM)
                      REWRITE
                      RESP    (WRK-CHAIN-RESP)
                 END-EXEC
              ELSE
                 EXEC CICS WRITEQ TS
                      QUEUE   (WRK-CHAIN-TS-QUEUE)
                      FROM    (CSRGCHP1-ONLINE-HASH)
                      LENGTH  (WRK-CHAIN-TIP-LEN)
                      ITEM    (WRK-CHAIN-ITEM)
                      MAIN
                      RESP    (WRK-CHAIN-RESP)
                 END-EXEC
              END-IF
           END-IF.

           EXEC CICS DEQ
                RESOURCE (WRK-CHAIN-TS-QUEUE)
                LENGTH   (WRK-CHAIN-ENQ-LEN)
                RESP     (WRK-CHAIN-RESP)
           END-EXEC.
      *----------------------------------------------------------------*
       2910-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       3000-SEND-AND-RETURN            SECTION.
      *----------------------------------------------------------------*
