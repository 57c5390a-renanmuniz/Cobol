      *================================================================*
      *        I D E N T I F I C A T I O N      D I V I S I O N        *
      *================================================================*
       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     CSRG0061.
       AUTHOR.         RENAN MUNIZ MERLO.
       DATE-WRITTEN.   15/10/2026.
       DATE-COMPILED   WHEN-COMPILED.
       REMARKS.
      *----------------------------------------------------------------*
      *                RENAN MUNIZ MERLO COBOL DEVELOPER               *
      *          https://www.linkedin.com/in/renan-muniz-merlo         *
      *----------------------------------------------------------------*
      *    PROGRAM-ID..: CSRG0061.                                     *
      *    ANALYST.....: RENAN MUNIZ MERLO                             *
      *    PROGRAMMER..: RENAN MUNIZ MERLO                             *
      *    DATE........: 15/10/2026                                    *
      *----------------------------------------------------------------*
      *    PROJECT.....: CUSTOMER REGISTRATION PROJECT - CUSTMREG      *
      *----------------------------------------------------------------*
      *    GOAL........: ONLINE (CICS COMMAND-LEVEL) CHECKER SIDE OF   *
      *                  THE CSRG0012 MAKER-CHECKER CONTROL -          *
      *                  TRANSACTION CSRA.  A CHANGE TO A SENSITIVE    *
      *                  FIELD (TB_APPR_FIELD) ENTERED IN CSRG0012     *
      *                  WAITS ON TB_PEND_CHANGE; HERE A SECOND        *
      *                  OPERATOR BROWSES THE PENDING REQUESTS AND     *
      *                  APPROVES OR REJECTS THEM.  THE SIGNED-ON      *
      *                  USER MUST NOT BE THE MAKER TO APPROVE.  AN    *
      *                  APPROVAL APPLIES THE CHANGE EXACTLY AS        *
      *                  CSRG0012 APPLIES A NON-SENSITIVE ONE: THE     *
      *                  SHARED CSRGVALD EDITS ARE RUN AGAIN AGAINST   *
      *                  THE ROW AS IT STANDS NOW, THE 343-BYTE        *
      *                  BEFORE-IMAGE GOES TO THE HST3 TD QUEUE        *
      *                  (FILEHST3) UNDER THE ONLINE PSEUDO RUN ID,    *
      *                  AND THE FULL ROW IS UPDATED.  A REJECTION     *
      *                  CLOSES THE REQUEST AND CHANGES NOTHING; THE   *
      *                  MAKER MAY REJECT (WITHDRAW) THEIR OWN         *
      *                  REQUEST.  WHAT IS STILL PENDING AFTER THE     *
      *                  PARM DAYS IS EXPIRED BY THE NIGHTLY CSRG0062. *
      *----------------------------------------------------------------*
      *    INPUT LINE..: POS 01     ACTION                             *
      *                             N=NEXT PENDING REQUEST AFTER THE   *
      *                               SEQ (SEQ 0 = FIRST) - THE BROWSE *
      *                             S=SHOW THE REQUEST                 *
      *                             A=APPROVE AND APPLY                *
      *                             R=REJECT                           *
      *                  POS 02-10  REQUEST SEQUENCE NUMBER            *
      *----------------------------------------------------------------*
      *    FILES.......:  TDQ HST3 (FILEHST3 BEFORE-IMAGE, LRECL 364)  *
      *                   TDQ ACCL (CSRGACC1 PII ACCESS LOG, LRECL     *
      *                   121, ROUTED TO THE ACCLOG DATASET)           *
      *                   TS HST3CHN/ACCLCHN (CHAIN TIPS, AS CSRG0012) *
      *                   TDQ ALRT (CSRGALRT ALERT RECORD, LRECL 62,   *
      *                   ROUTED TO THE ALERTLOG DATASET)              *
      *----------------------------------------------------------------*
      *    TABLE DB2...:  TB_PEND_CHANGE              BTB_PEND_CHANGE  *
      *                   TB_CUSTOMER                 BTB_CUSTOMER     *
      *                   TB_PROT_AUTH                BTB_PROT_AUTH    *
      *                   TB_FIELD_SOURCE             BTB_FIELD_SOURCE *
      *                   (TB_STATE_REF IS CHECKED INSIDE CSRGVALD)    *
      *----------------------------------------------------------------*
      *    MODIFICATION HISTORY.......:                                *
      *    15/10/2026 RMM - PROGRAM CREATED.                           *
      *    15/10/2026 RMM - THE HST3 AND ACCL LINES ARE CHAINED INTO   *
      *                     THE ONLINE STREAM OF THEIR TRAIL EXACTLY   *
      *                     AS CSRG0012 CHAINS THEM, SHARING ITS TS    *
      *                     QUEUE TIPS: TDQ LRECLS 364 AND 121.        *
      *    15/10/2026 RMM - A REQUEST AGAINST A PROTECTED CUSTOMER     *
      *                     (TB_CUSTOMER PROT_FLAG) IS SHOWN AND       *
      *                     DECIDED ONLY BY A USER ON TB_PROT_AUTH;    *
      *                     ANYONE ELSE GETS A MASKED ANSWER AND NO    *
      *                     ACTION IS TAKEN.  EVERY ATTEMPT IS LOGGED  *
      *                     TO ACCL (TAGGED) AND ALERTED (ALRT TDQ AND *
      *                     CONSOLE), AS IN CSRG0012.                  *
      *    15/10/2026 RMM - AN APPROVED CHANGE RECORDS ITS FIELD GROUP *
      *                     ON TB_FIELD_SOURCE UNDER THE RESERVED      *
      *                     IN-HOUSE CODE 'HOUS', AS CSRG0012 DOES.    *
      *----------------------------------------------------------------*
      *================================================================*
      *           E N V I R O N M E N T      D I V I S I O N           *
      *================================================================*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.

      *================================================================*
      *                  D A T A      D I V I S I O N                  *
      *================================================================*
       DATA DIVISION.
      *-----------------------------------------------------------------*
      *                  WORKING-STORAGE SECTION                        *
      *-----------------------------------------------------------------*
       WORKING-STORAGE SECTION.

       77 WRK-PROGRAM                            PIC X(08) VALUE
                                                           'CSRG0061'  .

      *TERMINAL INPUT LINE AND ITS LENGTH FOR EXEC CICS RECEIVE:
       01 WRK-INPUT-LINE.
          03 WRK-IN-ACTION                       PIC X(01).
             88 WRK-ACTION-IS-NEXT                     VALUE 'N'.
             88 WRK-ACTION-IS-SHOW                     VALUE 'S'.
             88 WRK-ACTION-IS-APPROVE                  VALUE 'A'.
             88 WRK-ACTION-IS-REJECT                   VALUE 'R'.
          03 WRK-IN-SEQ                          PIC X(09).

       77 WRK-RECEIVE-LEN                        PIC S9(04) COMP
                                                           VALUE +10.

      *TERMINAL OUTPUT - ONE MESSAGE LINE SENT BACK PER INVOCATION:
       77 WRK-OUTPUT-LINE                        PIC X(79) VALUE SPACES.
       77 WRK-SEND-LEN                           PIC S9(04) COMP
                                                           VALUE +79.

       77 WRK-CICS-RESP                          PIC S9(08) COMP
                                                           VALUE ZEROS.

      *THE REQUESTED SEQUENCE AS A NUMBER, AND ITS DISPLAY ECHO:
       77 WRK-SEQ-NUM                            PIC S9(09) COMP
                                                           VALUE ZEROS.
       77 WRK-SEQ-DISPLAY                        PIC 9(09) VALUE ZEROS.

      *THE PENDING CHANGE BEING APPLIED - FIELD NAME AND VALUE AS THE
      *MAKER TYPED THEM IN CSRG0012:
       01 WRK-CHANGE.
          03 WRK-IN-CPF                          PIC X(15).
          03 WRK-IN-FIELD                        PIC X(10).
          03 WRK-IN-VALUE                        PIC X(50).

      *RESERVED TOKEN THAT BLANKS OUT A FIELD ON UPDATE, AS IN
      *CSRG0012:
       77 WRK-CLEAR-VALUE-TOKEN                  PIC X(02) VALUE '**'.

      *SWITCH SET BY 2250-VALIDATE-UPDT-FIELD:
       01 WRK-UPDT-VALID-SW                      PIC X(01) VALUE 'Y'.
          88 WRK-UPDT-DATA-IS-VALID                    VALUE 'Y'.
          88 WRK-UPDT-DATA-IS-INVALID                  VALUE 'N'.

      *NULL INDICATOR FOR TIMEREGINC, AS IN CSRG0012:
       01 WRK-TIMEREGINC-IND                     PIC S9(04) COMP
                                                           VALUE ZEROS.

      *SWITCHES SET BY THE TWO LOOKUPS (SQLCODE +100 = NOT FOUND):
       01 WRK-FOUND-SW                           PIC X(01) VALUE 'N'.
          88 WRK-CUSTOMER-WAS-FOUND                    VALUE 'Y'.
       01 WRK-REQUEST-FOUND-SW                   PIC X(01) VALUE 'N'.
          88 WRK-REQUEST-WAS-FOUND                     VALUE 'Y'.

      *CALLABLE CUSTOMER-EDIT RULES MODULE - THE SAME MODULE CSRG0012
      *AND THE BATCH SIDE CALL:
       77 WRK-VALD-PGM                           PIC X(08) VALUE
                                                           'CSRGVALD'  .

      *PARAMETER BLOCK PASSED TO CSRGVALD:
       01 WRK-VALD-PARM.
          COPY 'CSRGVAL1'.

      *ONE-FIELD UPDATE IMAGE PASSED TO CSRGVALD'S UPDATE EDITS:
       01 WRK-VALD-REC.
          COPY 'CSTMRG01'.

      *BEFORE-IMAGE CHANGE-HISTORY LINE, SAME LAYOUT CSRG0012 QUEUES
      *TO THE HST3 EXTRAPARTITION TDQ:
       01 WRK-FILEHST3-REG.
          03 CSRGHST1-BATCH-RUN-ID            PIC X(14).
          03 CSRGHST1-DATE                    PIC X(10).
          03 CSRGHST1-TIME                    PIC X(08).
          COPY 'CSTMRG01'.
          COPY 'CSRGCHN1'.

       77 WRK-FILEHST3-LEN                       PIC S9(04) COMP
                                                           VALUE +364.

      *AN APPROVED CHANGE IS AN ONLINE CHANGE - SAME PSEUDO RUN ID
      *CSRG0012 STAMPS, SO FILEHST3 READERS TREAT BOTH ALIKE:
       77 WRK-ONLINE-RUN-ID                      PIC X(14) VALUE
                                                  'ONLINE-CSRG   '.

      *RESERVED CODE OF OUR OWN IN-HOUSE CHANGES, STAMPED AS THE SETTER
      *ON TB_FIELD_SOURCE - IT OUTRANKS EVERY PARTNER IN CSRG0003:
       77 WRK-HOUSE-PROVIDER                     PIC X(04) VALUE 'HOUS'.

      *ONE PII ACCESS-LOG LINE (SEE CSRGACC1), QUEUED TO THE ACCL
      *EXTRAPARTITION TDQ, AND THE SIGNED-ON USER (THE CHECKER):
       01 WRK-ACCLOG-REG.
          COPY 'CSRGACC1'.
          COPY 'CSRGCHN1'.

       77 WRK-ACCLOG-LEN                         PIC S9(04) COMP
                                                           VALUE +121.

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

       77 WRK-CICS-USERID                        PIC X(08)
                                                  VALUE SPACES.

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
          03 MM                                  PIC 9(02) VALUE ZEROS .
          03 DD                                  PIC 9(02) VALUE ZEROS .
      *
       01 WRK-DATE-FORMATTED.
          03 DD-FORMATTED                        PIC 9(02) VALUE ZEROS .
          03 FILLER                              PIC X(01) VALUE '-'   .
          03 MM-FORMATTED                        PIC 9(02) VALUE ZEROS .
          03 FILLER                              PIC X(01) VALUE '-'   .
          03 YYYY-FORMATTED                      PIC 9(04) VALUE ZEROS .
      *
       01 WRK-SYSTEM-TIME.
          03 HOUR                                PIC 9(02) VALUE ZEROS .
          03 MINUTE                              PIC 9(02) VALUE ZEROS .
          03 SECOND                              PIC 9(02) VALUE ZEROS .
          03 HUNDREDTH                           PIC 9(02) VALUE ZEROS .
      *
       01 WRK-TIME-FORMATTED.
          03 HOUR-FORMATTED                      PIC 9(02) VALUE ZEROS .
          03 FILLER                              PIC X(01) VALUE ':'.
          03 MINUTE-FORMATTED                    PIC 9(02) VALUE ZEROS .
          03 FILLER                              PIC X(01) VALUE ':'.
          03 SECOND-FORMATTED                    PIC 9(02) VALUE ZEROS .

       01 WRK-SQLCODE-SINAL PIC +9(009) VALUE ZEROS.
       01 FILLER REDEFINES WRK-SQLCODE-SINAL.
          05 FILLER         PIC X(001).
          05 WRK-SQLCODE-NUM PIC 9(009).
       01 FILLER REDEFINES WRK-SQLCODE-SINAL.
          05 WRK-SQLCODE-X  PIC X(010).

           EXEC SQL
              INCLUDE SQLCA
           END-EXEC.

           EXEC SQL
              INCLUDE BTB_CUSTOMER
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
      *----------------------------------------------------------------*
       0000-MAIN-PROCESS               SECTION.
      *----------------------------------------------------------------*
           PERFORM 9000-GET-DATE-TIME.

      *    THE SHARED RULES MODULE MUST KNOW IT IS RUNNING UNDER CICS
      *    SO IT SKIPS ITS NATIVE RULES01 FILE I/O:
           INITIALIZE WRK-VALD-PARM.
           MOVE 'C'                    TO CSRGVAL1-CALLER-ENV.

           PERFORM 1000-RECEIVE-INPUT.

           PERFORM 1100-GET-SIGNED-ON-USER.

           IF WRK-IN-SEQ               EQUAL SPACES
              MOVE ZEROS               TO WRK-IN-SEQ
           END-IF.

           IF WRK-IN-SEQ               NOT NUMERIC
              MOVE 'CSRG0061: SEQUENCE MUST BE NUMERIC'
                                       TO WRK-OUTPUT-LINE
              PERFORM 3000-SEND-AND-RETURN
           END-IF.

           MOVE WRK-IN-SEQ             TO WRK-SEQ-DISPLAY.
           MOVE WRK-SEQ-DISPLAY        TO WRK-SEQ-NUM.

           IF WRK-ACTION-IS-NEXT
              PERFORM 2100-BROWSE-NEXT-PENDING
              PERFORM 3000-SEND-AND-RETURN
           END-IF.

           PERFORM 2200-SELECT-REQUEST.

           IF NOT WRK-REQUEST-WAS-FOUND
              MOVE 'CSRG0061: REQUEST NOT ON TB_PEND_CHANGE'
                                       TO WRK-OUTPUT-LINE
              PERFORM 3000-SEND-AND-RETURN
           END-IF.

      *    A PROTECTED CUSTOMER'S REQUEST IS NEITHER SHOWN NOR
      *    DECIDED FOR A USER WHO IS NOT ON TB_PROT_AUTH:
           PERFORM 2260-SELECT-PROT-FLAG.

           IF BTB-CUSTOMER-IS-PROTECTED
              PERFORM 2150-CHECK-PROTECTED-ACCESS
              IF NOT WRK-PROT-IS-AUTHORIZED
                 PERFORM 3000-SEND-AND-RETURN
              END-IF
           END-IF.

           IF WRK-ACTION-IS-SHOW
              PERFORM 2300-BUILD-SHOW-LINE
           ELSE
              IF WRK-ACTION-IS-APPROVE
                 PERFORM 2400-APPROVE-REQUEST
              ELSE
                 IF WRK-ACTION-IS-REJECT
                    PERFORM 2600-REJECT-REQUEST
                 ELSE
                    MOVE 'CSRG0061: ACTION MUST BE N, S, A OR R'
                                       TO WRK-OUTPUT-LINE
                 END-IF
              END-IF
           END-IF.

           PERFORM 3000-SEND-AND-RETURN.
      *----------------------------------------------------------------*
       0000-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       1000-RECEIVE-INPUT              SECTION.
      *----------------------------------------------------------------*
           MOVE SPACES                 TO WRK-INPUT-LINE.
           MOVE +10                    TO WRK-RECEIVE-LEN.

           EXEC CICS RECEIVE
                INTO   (WRK-INPUT-LINE)
                LENGTH (WRK-RECEIVE-LEN)
                RESP   (WRK-CICS-RESP)
           END-EXEC.
      *----------------------------------------------------------------*
       1000-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       1100-GET-SIGNED-ON-USER         SECTION.
      *----------------------------------------------------------------*
      *    THE CHECKER IDENTITY - COMPARED WITH THE MAKER ON AN        *
      *    APPROVAL, STAMPED ON EVERY CLOSED REQUEST AND ON THE        *
      *    ACCESS LOG.                                                 *
      *----------------------------------------------------------------*
           EXEC CICS ASSIGN
                USERID (WRK-CICS-USERID)
                RESP   (WRK-CICS-RESP)
           END-EXEC.

           IF WRK-CICS-USERID          EQUAL SPACES
              MOVE 'UNKNOWN'           TO WRK-CICS-USERID
           END-IF.
      *----------------------------------------------------------------*
       1100-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2100-BROWSE-NEXT-PENDING        SECTION.
      *----------------------------------------------------------------*
      *    THE APPROVAL BROWSE: THE LOWEST PENDING SEQUENCE PAST THE   *
      *    ONE ON THE INPUT LINE (ZERO = START OF THE QUEUE), THE      *
      *    SAME WALK CSRG0044 OFFERS OVER TB_REJ_QUEUE.                *
      *----------------------------------------------------------------*
      *    AN EMPTY QUEUE RETURNS ONE ROW WITH A NULL MIN - THE
      *    COALESCE TURNS THAT INTO ZERO INSTEAD OF A -305:
           EXEC SQL
               SELECT COALESCE(MIN(PEND_SEQ), 0)
               INTO  :PCHG-SEQ
               FROM  TB_PEND_CHANGE
               WHERE PEND_STATUS = 'P'
                 AND PEND_SEQ    > :WRK-SEQ-NUM
           END-EXEC.

           IF SQLCODE NOT EQUAL ZEROS AND +100
              PERFORM 9999-SQL-ERROR
           END-IF.

           IF SQLCODE EQUAL +100
              OR PCHG-SEQ              EQUAL ZEROS
              MOVE 'CSRG0061: NO PENDING REQUEST PAST THAT SEQUENCE'
                                       TO WRK-OUTPUT-LINE
              GO TO 2100-99-EXIT
           END-IF.

           MOVE PCHG-SEQ               TO WRK-SEQ-NUM.
           PERFORM 2200-SELECT-REQUEST.

           IF NOT WRK-REQUEST-WAS-FOUND
              MOVE 'CSRG0061: NO PENDING REQUEST PAST THAT SEQUENCE'
                                       TO WRK-OUTPUT-LINE
              GO TO 2100-99-EXIT
           END-IF.

           PERFORM 2260-SELECT-PROT-FLAG.

           IF BTB-CUSTOMER-IS-PROTECTED
              PERFORM 2150-CHECK-PROTECTED-ACCESS
              IF NOT WRK-PROT-IS-AUTHORIZED
                 GO TO 2100-99-EXIT
              END-IF
           END-IF.

           PERFORM 2300-BUILD-SHOW-LINE.
      *----------------------------------------------------------------*
       2100-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2150-CHECK-PROTECTED-ACCESS     SECTION.
      *----------------------------------------------------------------*
      *    A PROTECTED CUSTOMER IS SERVED ONLY TO A SIGNED-ON USER     *
      *    LISTED ON TB_PROT_AUTH (MAINTAINED BY CSRG0063), AS IN      *
      *    CSRG0012.  THE ATTEMPT IS LOGGED TO ACCL HERE, ONCE, WITH   *
      *    THE OUTCOME AS ITS TAG, AND ALERTED WHETHER OR NOT THE USER *
      *    MAY SEE IT.  AN UNAUTHORIZED USER GETS THE MASKED ANSWER,   *
      *    WITH THE SEQUENCE SO THE BROWSE CAN STEP PAST IT.           *
      *----------------------------------------------------------------*
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

           IF NOT WRK-PROT-IS-AUTHORIZED
              MOVE SPACES              TO WRK-OUTPUT-LINE
              STRING 'CSRG0061: ',
                     WRK-SEQ-DISPLAY,
                     ' PROTECTED CUSTOMER - ACCESS LOGGED'
                                       DELIMITED BY SIZE
                                       INTO WRK-OUTPUT-LINE
           END-IF.
      *----------------------------------------------------------------*
       2150-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2160-RAISE-PROTECTED-ALERT      SECTION.
      *----------------------------------------------------------------*
      *    THE SAME ALERT CSRG0012 RAISES: THE CSRGALRT RECORD QUEUED  *
      *    TO THE ALRT TDQ ROUTED TO ALERTLOG, AND THE CONSOLE MESSAGE *
      *    AS A WRITE OPERATOR.  A FAILED QUEUE WRITE ONLY DISPLAYS,   *
      *    AS ON THE ACCL QUEUE.                                       *
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
              DISPLAY '*CSRG0061: ALRT TDQ WRITE FAILED*'
           END-IF.

           MOVE SPACES                 TO WRK-CONSOLE-TEXT.
           STRING 'CSRG0061 ALERT: PROTECTED CPF ',
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
       2200-SELECT-REQUEST             SECTION.
      *----------------------------------------------------------------*
           MOVE WRK-SEQ-NUM            TO PCHG-SEQ.

           EXEC SQL
               SELECT PEND_SEQ
                     ,CPF
                     ,FIELD_NAME
                     ,NEW_VALUE
                     ,PEND_STATUS
                     ,MAKER_ID
                     ,ENTERED_DT
                     ,ENTERED_TM
                     ,CHECKER_ID
                     ,DECIDED_DT
               INTO  :PCHG-SEQ
                    ,:PCHG-CPF
                    ,:PCHG-FIELD-NAME
                    ,:PCHG-NEW-VALUE
                    ,:PCHG-STATUS
                    ,:PCHG-MAKER-ID
                    ,:PCHG-ENTERED-DT
                    ,:PCHG-ENTERED-TM
                    ,:PCHG-CHECKER-ID
                    ,:PCHG-DECIDED-DT
               FROM  TB_PEND_CHANGE
               WHERE PEND_SEQ = :PCHG-SEQ
           END-EXEC.

           IF SQLCODE EQUAL +100
              MOVE 'N'                 TO WRK-REQUEST-FOUND-SW
           ELSE
              IF SQLCODE NOT EQUAL ZEROS
                 PERFORM 9999-SQL-ERROR
              END-IF
              MOVE 'Y'                 TO WRK-REQUEST-FOUND-SW
              MOVE PCHG-SEQ            TO WRK-SEQ-DISPLAY
              MOVE PCHG-CPF            TO WRK-IN-CPF
              MOVE PCHG-FIELD-NAME     TO WRK-IN-FIELD
              MOVE PCHG-NEW-VALUE      TO WRK-IN-VALUE
           END-IF.
      *----------------------------------------------------------------*
       2200-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2250-SELECT-REGISTRY            SECTION.
      *----------------------------------------------------------------*
      *    THE SAME FULL-ROW LOOKUP CSRG0012 ISSUES - THE ROW AS IT    *
      *    STANDS AT APPROVAL TIME IS BOTH THE BEFORE-IMAGE AND THE    *
      *    BASE THE ONE FIELD IS CHANGED ON.                           *
      *----------------------------------------------------------------*
           MOVE WRK-IN-CPF             TO CPF  OF BTB-CUSTOMER.

           EXEC SQL
               SELECT CPF
                     ,NAME
                     ,BIRTH
                     ,STREET
                     ,HNUMBER
                     ,OTHER_INFO
                     ,CITY
                     ,STATE
                     ,COUNTRY
                     ,TIMEREGINC
                     ,STATUS
                     ,EMAIL
                     ,PHONE
                     ,CEP
                     ,DOC_TYPE
                     ,PROVIDER_CODE
                     ,CUST_ID
               INTO  :CPF
                    ,:NAME
                    ,:BIRTH
                    ,:STREET
                    ,:HNUMBER
                    ,:OTHER-INFO
                    ,:CITY
                    ,:STATE
                    ,:COUNTRY
                    ,:TIMEREGINC :WRK-TIMEREGINC-IND
                    ,:CUST-STATUS
                    ,:EMAIL
                    ,:PHONE
                    ,:CEP
                    ,:DOC-TYPE
                    ,:PROVIDER-CODE
                    ,:CUST-ID
               FROM  TB_CUSTOMER
               WHERE CPF = :CPF
           END-EXEC.

           IF SQLCODE EQUAL +100
              MOVE 'N'                 TO WRK-FOUND-SW
           ELSE
              IF SQLCODE NOT EQUAL ZEROS
                 PERFORM 9999-SQL-ERROR
              END-IF
              IF WRK-TIMEREGINC-IND    LESS ZEROS
                 MOVE SPACES           TO TIMEREGINC OF BTB-CUSTOMER
              END-IF
              MOVE 'Y'                 TO WRK-FOUND-SW
           END-IF.
      *----------------------------------------------------------------*
       2250-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2260-SELECT-PROT-FLAG           SECTION.
      *----------------------------------------------------------------*
      *    THE PROTECTED FLAG OF THE REQUEST'S CUSTOMER, READ BEFORE   *
      *    ANYTHING IS SHOWN.  A CPF NO LONGER ON TB_CUSTOMER COUNTS   *
      *    AS NOT PROTECTED - THE APPROVAL REFUSES IT ANYWAY.          *
      *----------------------------------------------------------------*
           MOVE WRK-IN-CPF             TO CPF  OF BTB-CUSTOMER.

           EXEC SQL
               SELECT COALESCE(PROT_FLAG, 'N')
               INTO  :PROT-FLAG
               FROM  TB_CUSTOMER
               WHERE CPF = :CPF
           END-EXEC.

           IF SQLCODE EQUAL +100
              MOVE 'N'                 TO PROT-FLAG
           ELSE
              IF SQLCODE NOT EQUAL ZEROS
                 PERFORM 9999-SQL-ERROR
              END-IF
           END-IF.
      *----------------------------------------------------------------*
       2260-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2300-BUILD-SHOW-LINE            SECTION.
      *----------------------------------------------------------------*
      *    SEQ, STATUS, CPF, MAKER, THEN FIELD=NEW VALUE.  THE CPF     *
      *    AND THE VALUE ARE PERSONAL DATA, SO THE DISPLAY IS LOGGED   *
      *    AS A CSRG0012 SCREEN DISPLAY IS.                            *
      *----------------------------------------------------------------*
           PERFORM 2350-WRITE-ACCESS-LOG.

           MOVE SPACES                 TO WRK-OUTPUT-LINE.
           STRING WRK-SEQ-DISPLAY, ' ',
                  PCHG-STATUS, ' ',
                  PCHG-CPF, ' ',
                  PCHG-MAKER-ID, ' '   DELIMITED BY SIZE,
                  PCHG-FIELD-NAME      DELIMITED BY SPACE,
                  '='                  DELIMITED BY SIZE,
                  PCHG-NEW-VALUE       DELIMITED BY SIZE
                                       INTO WRK-OUTPUT-LINE.
      *----------------------------------------------------------------*
       2300-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2350-WRITE-ACCESS-LOG           SECTION.
      *----------------------------------------------------------------*
      *    ONE CSRGACC1 LINE PER DISPLAY, QUEUED TO THE ACCL TDQ.  A   *
      *    FAILED QUEUE WRITE ONLY DISPLAYS, AS IN CSRG0012.  A        *
      *    PROTECTED CUSTOMER WAS ALREADY LOGGED, WITH ITS TAG, BY     *
      *    2150-CHECK-PROTECTED-ACCESS - ONE LINE PER TASK.            *
      *----------------------------------------------------------------*
           IF WRK-ACCESS-WAS-LOGGED
              GO TO 2350-99-EXIT
           END-IF.

           MOVE WRK-CICS-USERID        TO CSRGACC1-OPERATOR-ID.
           MOVE WRK-DATE-FORMATTED     TO CSRGACC1-DATE.
           MOVE WRK-TIME-FORMATTED     TO CSRGACC1-TIME.
           MOVE WRK-PROGRAM            TO CSRGACC1-PROGRAM.
           MOVE 'O'                    TO CSRGACC1-ACCESS-TYPE.
           MOVE PCHG-CPF               TO CSRGACC1-CPF.
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
                LENGTH (WRK-ACCLOG-LEN)
                RESP   (WRK-CICS-RESP)
           END-EXEC.

           PERFORM 2910-PUT-CHAIN-TIP.

           IF WRK-CICS-RESP            NOT EQUAL ZEROS
              DISPLAY '*CSRG0061: ACCL TDQ WRITE FAILED*'
           END-IF.

           MOVE 'Y'                    TO WRK-ACCESS-LOGGED-SW.
      *----------------------------------------------------------------*
       2350-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2400-APPROVE-REQUEST            SECTION.
      *----------------------------------------------------------------*
      *    THE CHECKER MUST BE A KNOWN USER AND NOT THE MAKER.  THE    *
      *    REQUEST IS CLAIMED FIRST (PENDING -> APPROVED, GUARDED ON   *
      *    STILL BEING PENDING) SO TWO CHECKERS CANNOT BOTH APPLY IT;  *
      *    AN EDIT FAILURE OR A VANISHED ROW AFTER THE CLAIM BACKS     *
      *    THE CLAIM OUT AGAIN.                                        *
      *----------------------------------------------------------------*
           IF NOT PCHG-IS-PENDING
              MOVE 'CSRG0061: REQUEST IS ALREADY CLOSED'
                                       TO WRK-OUTPUT-LINE
              GO TO 2400-99-EXIT
           END-IF.

           IF WRK-CICS-USERID          EQUAL 'UNKNOWN'
              MOVE 'CSRG0061: SIGN ON FIRST - CHECKER MUST BE KNOWN'
                                       TO WRK-OUTPUT-LINE
              GO TO 2400-99-EXIT
           END-IF.

           IF WRK-CICS-USERID          EQUAL PCHG-MAKER-ID
              MOVE 'CSRG0061: THE MAKER CANNOT APPROVE OWN CHANGE'
                                       TO WRK-OUTPUT-LINE
              GO TO 2400-99-EXIT
           END-IF.

           MOVE 'A'                    TO PCHG-STATUS.
           PERFORM 2700-CLOSE-REQUEST.

           IF SQLCODE EQUAL +100
              MOVE 'CSRG0061: REQUEST WAS JUST CLOSED BY ANOTHER USER'
                                       TO WRK-OUTPUT-LINE
              GO TO 2400-99-EXIT
           END-IF.

           PERFORM 2250-SELECT-REGISTRY.

           IF NOT WRK-CUSTOMER-WAS-FOUND
              EXEC CICS SYNCPOINT ROLLBACK
              END-EXEC
              MOVE 'CSRG0061: CUSTOMER NO LONGER ON TB_CUSTOMER'
                                       TO WRK-OUTPUT-LINE
              GO TO 2400-99-EXIT
           END-IF.

           PERFORM 2450-VALIDATE-UPDT-FIELD.

           IF WRK-UPDT-DATA-IS-INVALID
              EXEC CICS SYNCPOINT ROLLBACK
              END-EXEC
              MOVE 'CSRG0061: VALUE NOW FAILS THE BATCH EDIT - REJECT'
                                       TO WRK-OUTPUT-LINE
              GO TO 2400-99-EXIT
           END-IF.

           PERFORM 2410-WRITE-BEFORE-IMAGE.

           PERFORM 2420-MOVE-FIELD-VALUE.

           PERFORM 2430-UPDATE-ROW.

           PERFORM 2435-RECORD-FIELD-SOURCE.

           IF CSRGVAL1-WARNING         NOT EQUAL SPACES
              MOVE SPACES              TO WRK-OUTPUT-LINE
              STRING 'CSRG0061: APPROVED AND APPLIED - FLAG: '
                     CSRGVAL1-WARNING
                                       DELIMITED BY SIZE
                                       INTO WRK-OUTPUT-LINE
           ELSE
              MOVE 'CSRG0061: APPROVED AND APPLIED'
                                       TO WRK-OUTPUT-LINE
           END-IF.
      *----------------------------------------------------------------*
       2400-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2410-WRITE-BEFORE-IMAGE         SECTION.
      *----------------------------------------------------------------*
      *    SAME BEFORE-IMAGE CSRG0012'S 2410-WRITE-BEFORE-IMAGE        *
      *    WRITES, FROM THE ROW AS SELECTED AT APPROVAL TIME.          *
      *----------------------------------------------------------------*
           MOVE WRK-ONLINE-RUN-ID      TO    CSRGHST1-BATCH-RUN-ID
                                             OF WRK-FILEHST3-REG.
           MOVE WRK-DATE-FORMATTED     TO    CSRGHST1-DATE
                                             OF WRK-FILEHST3-REG.
           MOVE WRK-TIME-FORMATTED     TO    CSRGHST1-TIME
                                             OF WRK-FILEHST3-REG.

           MOVE CPF                    OF BTB-CUSTOMER
           TO CSTMRG01-CPF             OF WRK-FILEHST3-REG.

           MOVE NAME                   OF BTB-CUSTOMER
           TO CSTMRG01-NAME            OF WRK-FILEHST3-REG.

           MOVE BIRTH                  OF BTB-CUSTOMER
           TO CSTMRG01-BIRTH           OF WRK-FILEHST3-REG.

           MOVE STREET                 OF BTB-CUSTOMER
           TO CSTMRG01-STREET          OF WRK-FILEHST3-REG.

           MOVE HNUMBER                OF BTB-CUSTOMER
           TO CSTMRG01-NUMBER          OF WRK-FILEHST3-REG.

           MOVE OTHER-INFO             OF BTB-CUSTOMER
           TO CSTMRG01-OTHER-INFO      OF WRK-FILEHST3-REG.

           MOVE CITY                   OF BTB-CUSTOMER
           TO CSTMRG01-CITY            OF WRK-FILEHST3-REG.

           MOVE STATE                  OF BTB-CUSTOMER
           TO CSTMRG01-STATE           OF WRK-FILEHST3-REG.

           MOVE COUNTRY                OF BTB-CUSTOMER
           TO CSTMRG01-COUNTRY         OF WRK-FILEHST3-REG.

           MOVE EMAIL                  OF BTB-CUSTOMER
           TO CSTMRG01-EMAIL           OF WRK-FILEHST3-REG.

           MOVE PHONE                  OF BTB-CUSTOMER
           TO CSTMRG01-PHONE           OF WRK-FILEHST3-REG.

           MOVE CEP                    OF BTB-CUSTOMER
           TO CSTMRG01-CEP             OF WRK-FILEHST3-REG.

           MOVE DOC-TYPE               OF BTB-CUSTOMER
           TO CSTMRG01-DOC-TYPE        OF WRK-FILEHST3-REG.

           MOVE PROVIDER-CODE          OF BTB-CUSTOMER
           TO CSTMRG01-PROVIDER-CODE   OF WRK-FILEHST3-REG.

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
                LENGTH (WRK-FILEHST3-LEN)
                RESP   (WRK-CICS-RESP)
           END-EXEC.

           PERFORM 2910-PUT-CHAIN-TIP.

           IF WRK-CICS-RESP            NOT EQUAL ZEROS
              EXEC CICS SYNCPOINT ROLLBACK
              END-EXEC
              MOVE 'CSRG0061: HST3 TDQ WRITE FAILED - NOT APPROVED'
                                       TO WRK-OUTPUT-LINE
              PERFORM 3000-SEND-AND-RETURN
           END-IF.
      *----------------------------------------------------------------*
       2410-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2420-MOVE-FIELD-VALUE           SECTION.
      *----------------------------------------------------------------*
      *    APPLIES THE SPACES/'**' CONVENTION OF CSTMRG01 TO THE ONE   *
      *    NAMED FIELD: '**' BLANKS IT OUT, ANYTHING ELSE REPLACES IT. *
      *    THE FIELD NAME WAS PROVEN BY CSRG0012 AND AGAIN BY THE      *
      *    EDITS ABOVE.                                                *
      *----------------------------------------------------------------*
           IF WRK-IN-VALUE             EQUAL WRK-CLEAR-VALUE-TOKEN
              MOVE SPACES              TO WRK-IN-VALUE
           END-IF.

           EVALUATE WRK-IN-FIELD
              WHEN 'NAME'
                 MOVE WRK-IN-VALUE     TO NAME       OF BTB-CUSTOMER
              WHEN 'BIRTH'
                 MOVE WRK-IN-VALUE     TO BIRTH      OF BTB-CUSTOMER
              WHEN 'STREET'
                 MOVE WRK-IN-VALUE     TO STREET     OF BTB-CUSTOMER
              WHEN 'NUMBER'
                 MOVE WRK-IN-VALUE     TO HNUMBER    OF BTB-CUSTOMER
              WHEN 'OTHER'
                 MOVE WRK-IN-VALUE     TO OTHER-INFO OF BTB-CUSTOMER
              WHEN 'CITY'
                 MOVE WRK-IN-VALUE     TO CITY       OF BTB-CUSTOMER
              WHEN 'STATE'
                 MOVE WRK-IN-VALUE     TO STATE      OF BTB-CUSTOMER
              WHEN 'COUNTRY'
                 MOVE WRK-IN-VALUE     TO COUNTRY    OF BTB-CUSTOMER
              WHEN 'EMAIL'
                 MOVE WRK-IN-VALUE     TO EMAIL      OF BTB-CUSTOMER
              WHEN 'PHONE'
                 MOVE WRK-IN-VALUE     TO PHONE      OF BTB-CUSTOMER
              WHEN 'CEP'
                 MOVE WRK-IN-VALUE     TO CEP        OF BTB-CUSTOMER
           END-EVALUATE.
      *----------------------------------------------------------------*
       2420-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2430-UPDATE-ROW                 SECTION.
      *----------------------------------------------------------------*
      *    SAME FULL-ROW UPDATE CSRG0012 ISSUES - ONLY THE ONE NAMED   *
      *    FIELD DIFFERS FROM THE ROW AS SELECTED.                     *
      *----------------------------------------------------------------*
           EXEC SQL
               UPDATE TB_CUSTOMER
                  SET NAME         = :NAME
                     ,BIRTH        = :BIRTH
                     ,STREET       = :STREET
                     ,HNUMBER      = :HNUMBER
                     ,OTHER_INFO   = :OTHER-INFO
                     ,CITY         = :CITY
                     ,STATE        = :STATE
                     ,COUNTRY      = :COUNTRY
                     ,EMAIL        = :EMAIL
                     ,PHONE        = :PHONE
                     ,CEP          = :CEP
               WHERE  CPF          = :CPF
           END-EXEC.

           IF SQLCODE NOT EQUAL ZEROS
              PERFORM 9999-SQL-ERROR
           END-IF.
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
       2450-VALIDATE-UPDT-FIELD        SECTION.
      *----------------------------------------------------------------*
      *    THE SAME ONE-FIELD DELEGATION TO CSRGVALD CSRG0012 MAKES,   *
      *    RUN AGAIN HERE: THE REFERENCE TABLES OR THE ROW'S OWN       *
      *    STATE/COUNTRY MAY HAVE MOVED SINCE THE MAKER ENTERED IT.    *
      *----------------------------------------------------------------*
           MOVE 'Y'                    TO WRK-UPDT-VALID-SW.

           MOVE SPACES                 TO WRK-VALD-REC.

           EVALUATE WRK-IN-FIELD
              WHEN 'NAME'
                 MOVE WRK-IN-VALUE     TO CSTMRG01-NAME
                                          OF WRK-VALD-REC
              WHEN 'BIRTH'
                 MOVE WRK-IN-VALUE     TO CSTMRG01-BIRTH
                                          OF WRK-VALD-REC
              WHEN 'STREET'
                 MOVE WRK-IN-VALUE     TO CSTMRG01-STREET
                                          OF WRK-VALD-REC
              WHEN 'NUMBER'
                 MOVE WRK-IN-VALUE     TO CSTMRG01-NUMBER
                                          OF WRK-VALD-REC
              WHEN 'OTHER'
                 MOVE WRK-IN-VALUE     TO CSTMRG01-OTHER-INFO
                                          OF WRK-VALD-REC
              WHEN 'CITY'
                 MOVE WRK-IN-VALUE     TO CSTMRG01-CITY
                                          OF WRK-VALD-REC
              WHEN 'STATE'
                 MOVE WRK-IN-VALUE     TO CSTMRG01-STATE
                                          OF WRK-VALD-REC
              WHEN 'COUNTRY'
                 MOVE WRK-IN-VALUE     TO CSTMRG01-COUNTRY
                                          OF WRK-VALD-REC
              WHEN 'EMAIL'
                 MOVE WRK-IN-VALUE     TO CSTMRG01-EMAIL
                                          OF WRK-VALD-REC
              WHEN 'PHONE'
                 MOVE WRK-IN-VALUE     TO CSTMRG01-PHONE
                                          OF WRK-VALD-REC
              WHEN 'CEP'
                 MOVE WRK-IN-VALUE     TO CSTMRG01-CEP
                                          OF WRK-VALD-REC
              WHEN OTHER
                 MOVE 'N'              TO WRK-UPDT-VALID-SW
           END-EVALUATE.

           IF WRK-UPDT-DATA-IS-INVALID
              GO TO 2450-99-EXIT
           END-IF.

           MOVE 'U'                    TO CSRGVAL1-FUNCTION.
           MOVE ZEROS                  TO CSRGVAL1-CPF.
           MOVE COUNTRY                OF BTB-CUSTOMER
                                       TO CSRGVAL1-CURRENT-COUNTRY.
           MOVE STATE                  OF BTB-CUSTOMER
                                       TO CSRGVAL1-CURRENT-STATE.

           CALL WRK-VALD-PGM           USING WRK-VALD-PARM
                                             WRK-VALD-REC.

           IF CSRGVAL1-DATA-IS-INVALID
              MOVE 'N'                 TO WRK-UPDT-VALID-SW
           END-IF.
      *----------------------------------------------------------------*
       2450-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2600-REJECT-REQUEST             SECTION.
      *----------------------------------------------------------------*
      *    NOTHING IS APPLIED.  ANY KNOWN USER MAY REJECT, THE MAKER   *
      *    INCLUDED - A MAKER WITHDRAWING A MISTYPED REQUEST WEAKENS   *
      *    NO CONTROL.                                                 *
      *----------------------------------------------------------------*
           IF NOT PCHG-IS-PENDING
              MOVE 'CSRG0061: REQUEST IS ALREADY CLOSED'
                                       TO WRK-OUTPUT-LINE
              GO TO 2600-99-EXIT
           END-IF.

           IF WRK-CICS-USERID          EQUAL 'UNKNOWN'
              MOVE 'CSRG0061: SIGN ON FIRST - CHECKER MUST BE KNOWN'
                                       TO WRK-OUTPUT-LINE
              GO TO 2600-99-EXIT
           END-IF.

           MOVE 'R'                    TO PCHG-STATUS.
           PERFORM 2700-CLOSE-REQUEST.

           IF SQLCODE EQUAL +100
              MOVE 'CSRG0061: REQUEST WAS JUST CLOSED BY ANOTHER USER'
                                       TO WRK-OUTPUT-LINE
              GO TO 2600-99-EXIT
           END-IF.

           MOVE 'CSRG0061: REJECTED - NOTHING WAS CHANGED'
                                       TO WRK-OUTPUT-LINE.
      *----------------------------------------------------------------*
       2600-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2700-CLOSE-REQUEST              SECTION.
      *----------------------------------------------------------------*
      *    STAMPS THE NEW STATUS, THE CHECKER AND TODAY ON THE         *
      *    REQUEST - ONLY WHILE IT IS STILL PENDING.  A +100 IS LEFT   *
      *    IN SQLCODE FOR THE CALLER: SOMEONE ELSE CLOSED IT FIRST.    *
      *----------------------------------------------------------------*
           MOVE WRK-CICS-USERID        TO PCHG-CHECKER-ID.
           MOVE WRK-DATE-FORMATTED     TO PCHG-DECIDED-DT.

           EXEC SQL
               UPDATE TB_PEND_CHANGE
                  SET PEND_STATUS = :PCHG-STATUS
                     ,CHECKER_ID  = :PCHG-CHECKER-ID
                     ,DECIDED_DT  = :PCHG-DECIDED-DT
               WHERE  PEND_SEQ    = :PCHG-SEQ
                 AND  PEND_STATUS = 'P'
           END-EXEC.

           IF SQLCODE NOT EQUAL ZEROS AND +100
              PERFORM 9999-SQL-ERROR
           END-IF.
      *----------------------------------------------------------------*
       2700-99-EXIT.                   EXIT.
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
           EXEC CICS SEND
                FROM   (WRK-OUTPUT-LINE)
                LENGTH (WRK-SEND-LEN)
                ERASE
                RESP   (WRK-CICS-RESP)
           END-EXEC.

           EXEC CICS RETURN
           END-EXEC.
      *----------------------------------------------------------------*
       3000-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       9000-GET-DATE-TIME              SECTION.
      *----------------------------------------------------------------*
           ACCEPT WRK-SYSTEM-DATE      FROM DATE.
           MOVE YY                     TO YYYY-FORMATTED.
           MOVE MM                     TO MM-FORMATTED.
           MOVE DD                     TO DD-FORMATTED.
           ADD  2000                   TO YYYY-FORMATTED.

           ACCEPT WRK-SYSTEM-TIME      FROM TIME.
           MOVE HOUR                   TO HOUR-FORMATTED.
           MOVE MINUTE                 TO MINUTE-FORMATTED.
           MOVE SECOND                 TO SECOND-FORMATTED.
      *----------------------------------------------------------------*
       9000-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       9999-SQL-ERROR                  SECTION.
      *----------------------------------------------------------------*
      *    AS IN CSRG0012 - THE UNIT OF WORK IS BACKED OUT AND THE     *
      *    OPERATOR GETS THE SQLCODE ON THE TERMINAL.                  *
      *----------------------------------------------------------------*
           MOVE SQLCODE                TO WRK-SQLCODE-SINAL.

           EXEC CICS SYNCPOINT ROLLBACK
           END-EXEC.

           MOVE SPACES                 TO WRK-OUTPUT-LINE.
           STRING 'CSRG0061: SQL ERROR, SQLCODE..:',
                  WRK-SQLCODE-X
                                       DELIMITED BY SIZE
                                       INTO WRK-OUTPUT-LINE.

           PERFORM 3000-SEND-AND-RETURN.
      *----------------------------------------------------------------*
       9999-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
