      *================================================================*
      *        I D E N T I F I C A T I O N      D I V I S I O N        *
      *================================================================*
       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     CSRG0079.
       AUTHOR.         RENAN MUNIZ MERLO.
       DATE-WRITTEN.   15/10/2026.
       DATE-COMPILED   WHEN-COMPILED.
       REMARKS.
      *----------------------------------------------------------------*
      *                RENAN MUNIZ MERLO COBOL DEVELOPER               *
      *          https://www.linkedin.com/in/renan-muniz-merlo         *
      *----------------------------------------------------------------*
      *    PROGRAM-ID..: CSRG0079.                                     *
      *    ANALYST.....: RENAN MUNIZ MERLO                             *
      *    PROGRAMMER..: RENAN MUNIZ MERLO                             *
      *    DATE........: 15/10/2026                                    *
      *----------------------------------------------------------------*
      *    PROJECT.....: CUSTOMER REGISTRATION PROJECT - CUSTMREG      *
      *----------------------------------------------------------------*
      *    GOAL........: ONLINE (CICS COMMAND-LEVEL) SERVICE-DESK      *
      *                  CONTACT LOG - TRANSACTION CSRL.  EVERY CALL,  *
      *                  E-MAIL OR VISIT FROM A CUSTOMER IS LOGGED ON  *
      *                  TB_CONTACT_LOG AGAINST THE CPF: CHANNEL,      *
      *                  REASON CODE, A FREE-TEXT NOTE, THE SIGNED-ON  *
      *                  OPERATOR AND, WHEN SOMETHING WAS PROMISED, A  *
      *                  FOLLOW-UP DATE.  THE OPERATOR ADDS AND        *
      *                  BROWSES THE CUSTOMER'S ENTRIES HERE AND MARKS *
      *                  A FOLLOW-UP DONE; THE NIGHTLY CSRG0080 LISTS  *
      *                  THE OPEN FOLLOW-UPS DUE OR OVERDUE BY         *
      *                  OPERATOR.  REACHED FROM CSRG0012 WITH THE 'L' *
      *                  ACTION, WHICH TRANSFERS CONTROL HERE WITH THE *
      *                  INPUT LINE BELOW IN THE COMMAREA (FIRST ENTRY *
      *                  OF THE CPF), OR ENTERED DIRECTLY.  THE        *
      *                  CUSTOMER MUST BE ON TB_CUSTOMER; A PROTECTED  *
      *                  CUSTOMER IS SERVED, LOGGED AND ALERTED        *
      *                  EXACTLY AS CSRG0012 DOES IT.  EVERY DISPLAY   *
      *                  OF AN ENTRY IS LOGGED TO ACCL.                *
      *----------------------------------------------------------------*
      *    INPUT LINE..: POS 01     ACTION                             *
      *                             A=ADD AN ENTRY                     *
      *                             N=NEXT ENTRY OF THE CPF AFTER THE  *
      *                               SEQ (SEQ 0 = FIRST) - THE BROWSE *
      *                               LINE: DATE, TIME, CHANNEL/REASON,*
      *                               OPERATOR AND FOLLOW-UP           *
      *                             S=SHOW THE ENTRY WITH ITS NOTE     *
      *                             D=MARK THE FOLLOW-UP DONE          *
      *                  POS 02-16  CPF                                *
      *                  ACTION A - POS 17     CHANNEL                 *
      *                                        P=PHONE  E=EMAIL        *
      *                                        B=BRANCH W=WEB/CHAT     *
      *                                        L=LETTER                *
      *                             POS 18-20  REASON CODE             *
      *                                        INQ=INQUIRY             *
      *                                        UPD=DATA CHANGE         *
      *                                        CMP=COMPLAINT           *
      *                                        CNS=CONSENT             *
      *                                        LGP=LGPD REQUEST        *
      *                                        OTH=OTHER               *
      *                             POS 21-30  FOLLOW-UP DATE          *
      *                                        (DD-MM-YYYY, TODAY OR   *
      *                                        LATER; BLANK = NONE)    *
      *                             POS 31-80  NOTE (REQUIRED)         *
      *                  ACTION N/S/D - POS 17-25 ENTRY SEQUENCE       *
      *----------------------------------------------------------------*
      *    FILES.......:  TDQ ACCL (CSRGACC1 PII ACCESS LOG, LRECL     *
      *                   121, ROUTED TO THE ACCLOG DATASET)           *
      *                   TS ACCLCHN (CHAIN TIP, AS CSRG0012)          *
      *                   TDQ ALRT (CSRGALRT ALERT RECORD, LRECL 62,   *
      *                   ROUTED TO THE ALERTLOG DATASET)              *
      *----------------------------------------------------------------*
      *    TABLE DB2...:  TB_CONTACT_LOG              BTB_CONTACT_LOG  *
      *                   TB_CUSTOMER                 BTB_CUSTOMER     *
      *                   TB_PROT_AUTH                BTB_PROT_AUTH    *
      *----------------------------------------------------------------*
      *    MODIFICATION HISTORY.......:                                *
      *    15/10/2026 RMM - PROGRAM CREATED.                           *
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
                                                           'CSRG0079'  .

      *TERMINAL INPUT LINE AND ITS LENGTH FOR EXEC CICS RECEIVE - THE
      *SAME 80 BYTES CSRG0012 PASSES IN THE COMMAREA:
       01 WRK-INPUT-LINE.
          03 WRK-IN-ACTION                       PIC X(01).
             88 WRK-ACTION-IS-ADD                      VALUE 'A'.
             88 WRK-ACTION-IS-NEXT                     VALUE 'N'.
             88 WRK-ACTION-IS-SHOW                     VALUE 'S'.
             88 WRK-ACTION-IS-DONE                     VALUE 'D'.
          03 WRK-IN-CPF                          PIC X(15).
          03 WRK-IN-ADD-DATA.
             05 WRK-IN-CHANNEL                   PIC X(01).
             05 WRK-IN-REASON                    PIC X(03).
             05 WRK-IN-FOLLOWUP-DT               PIC X(10).
             05 WRK-IN-NOTE                      PIC X(50).
          03 WRK-IN-ENTRY-DATA REDEFINES WRK-IN-ADD-DATA.
             05 WRK-IN-SEQ                       PIC X(09).
             05 FILLER                           PIC X(55).

       77 WRK-RECEIVE-LEN                        PIC S9(04) COMP
                                                           VALUE +80.

      *ADDRESS OF THE COMMAREA WHEN CSRG0012 TRANSFERRED CONTROL HERE
      *(NULL WHEN THE TRANSACTION WAS ENTERED AT THE TERMINAL):
       01 WRK-COMMAREA-PTR                       USAGE POINTER.

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

      *SWITCHES SET BY THE TWO LOOKUPS (SQLCODE +100 = NOT FOUND):
       01 WRK-FOUND-SW                           PIC X(01) VALUE 'N'.
          88 WRK-CUSTOMER-WAS-FOUND                    VALUE 'Y'.
       01 WRK-ENTRY-FOUND-SW                     PIC X(01) VALUE 'N'.
          88 WRK-ENTRY-WAS-FOUND                       VALUE 'Y'.

      *PROTECTED CUSTOMER: WHETHER THE SIGNED-ON USER IS ON
      *TB_PROT_AUTH, THE TAG THE ACCL LINE CARRIES, AND WHETHER THIS
      *TASK HAS ALREADY LOGGED ITS ONE ACCESS LINE - AS IN CSRG0012:
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

      *ALERTS RAISED ONLINE CARRY THE SAME PSEUDO RUN ID CSRG0012
      *STAMPS:
       77 WRK-ONLINE-RUN-ID                      PIC X(14) VALUE
                                                  'ONLINE-CSRG   '.

      *ONE PII ACCESS-LOG LINE (SEE CSRGACC1), QUEUED TO THE ACCL
      *EXTRAPARTITION TDQ, AND THE SIGNED-ON USER (THE OPERATOR):
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

      *DATE WORK AREAS.  THE SHOP DATE IS DD-MM-YYYY CHARACTER, SO
      *THE FOLLOW-UP DATE IS TURNED INTO A YYYYMMDD NUMBER TO BE
      *COMPARED WITH TODAY:
       01 WRK-CHK-DATE.
          03 WRK-CHK-DD                          PIC X(02).
          03 WRK-CHK-SEP1                        PIC X(01).
          03 WRK-CHK-MM                          PIC X(02).
          03 WRK-CHK-SEP2                        PIC X(01).
          03 WRK-CHK-YYYY                        PIC X(04).
       01 WRK-CHK-YYYYMMDD.
          03 WRK-CHK-YMD-YYYY                    PIC 9(04) VALUE ZEROS .
          03 WRK-CHK-YMD-MM                      PIC 9(02) VALUE ZEROS .
          03 WRK-CHK-YMD-DD                      PIC 9(02) VALUE ZEROS .
       01 FILLER REDEFINES WRK-CHK-YYYYMMDD.
          03 WRK-CHK-YMD-NUM                     PIC 9(08).
       01 WRK-CHK-DATE-SW                        PIC X(01) VALUE 'N'.
          88 WRK-CHK-DATE-IS-VALID                     VALUE 'Y'.

       01 WRK-TODAY-YMD-NUM                      PIC 9(08) VALUE ZEROS .

       01 WRK-MONTH-DAYS-TABLE.
          03 FILLER                              PIC X(24) VALUE
             '312831303130313130313031'.
       01 FILLER REDEFINES WRK-MONTH-DAYS-TABLE.
          03 WRK-MONTH-DAYS                      PIC 9(02)
                                                  OCCURS 12 TIMES.
       77 WRK-ML-MM                              PIC 9(02) VALUE ZEROS .
       77 WRK-ML-YYYY                            PIC 9(04) VALUE ZEROS .
       77 WRK-ML-DAYS                            PIC 9(02) VALUE ZEROS .
       77 WRK-LEAP-QUOT                          PIC 9(04) VALUE ZEROS .
       77 WRK-LEAP-REM-4                         PIC 9(03) VALUE ZEROS .
       77 WRK-LEAP-REM-100                       PIC 9(03) VALUE ZEROS .
       77 WRK-LEAP-REM-400                       PIC 9(03) VALUE ZEROS .

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
              INCLUDE BTB_CONTACT_LOG
           END-EXEC.

           EXEC SQL
              INCLUDE BTB_PROT_AUTH
           END-EXEC.

      *-----------------------------------------------------------------*
      *                      LINKAGE SECTION                            *
      *-----------------------------------------------------------------*
       LINKAGE SECTION.

      *THE INPUT LINE AS CSRG0012 PASSES IT ON THE XCTL:
       01 DFHCOMMAREA                            PIC X(80).

      *================================================================*
       PROCEDURE                       DIVISION.
      *================================================================*
      *----------------------------------------------------------------*
       0000-MAIN-PROCESS               SECTION.
      *----------------------------------------------------------------*
           PERFORM 9000-GET-DATE-TIME.

           PERFORM 1000-RECEIVE-INPUT.

           PERFORM 1100-GET-SIGNED-ON-USER.

           PERFORM 2200-SELECT-REGISTRY.

           IF NOT WRK-CUSTOMER-WAS-FOUND
              MOVE 'CSRG0079: CUSTOMER NOT FOUND ON TB_CUSTOMER'
                                       TO WRK-OUTPUT-LINE
              PERFORM 3000-SEND-AND-RETURN
           END-IF.

      *    A PROTECTED CUSTOMER IS LOGGED AND ALERTED BEFORE ANYTHING
      *    ELSE HAPPENS, AND A USER NOT ON TB_PROT_AUTH GOES NO
      *    FURTHER, AS IN CSRG0012:
           IF BTB-CUSTOMER-IS-PROTECTED
              PERFORM 2150-CHECK-PROTECTED-ACCESS
              IF NOT WRK-PROT-IS-AUTHORIZED
                 MOVE 'CSRG0079: PROTECTED CUSTOMER - ACCESS LOGGED'
                                       TO WRK-OUTPUT-LINE
                 PERFORM 3000-SEND-AND-RETURN
              END-IF
           END-IF.

           IF WRK-ACTION-IS-ADD
              PERFORM 2400-ADD-ENTRY
              PERFORM 3000-SEND-AND-RETURN
           END-IF.

           IF WRK-IN-SEQ               EQUAL SPACES
              MOVE ZEROS               TO WRK-IN-SEQ
           END-IF.

           IF WRK-IN-SEQ               NOT NUMERIC
              MOVE 'CSRG0079: SEQUENCE MUST BE NUMERIC'
                                       TO WRK-OUTPUT-LINE
              PERFORM 3000-SEND-AND-RETURN
           END-IF.

           MOVE WRK-IN-SEQ             TO WRK-SEQ-DISPLAY.
           MOVE WRK-SEQ-DISPLAY        TO WRK-SEQ-NUM.

           IF WRK-ACTION-IS-NEXT
              PERFORM 2100-BROWSE-NEXT-ENTRY
              PERFORM 3000-SEND-AND-RETURN
           END-IF.

           PERFORM 2250-SELECT-ENTRY.

           IF NOT WRK-ENTRY-WAS-FOUND
              MOVE 'CSRG0079: ENTRY NOT ON THIS CUSTOMER LOG'
                                       TO WRK-OUTPUT-LINE
              PERFORM 3000-SEND-AND-RETURN
           END-IF.

           IF WRK-ACTION-IS-SHOW
              PERFORM 2310-BUILD-SHOW-LINE
           ELSE
              IF WRK-ACTION-IS-DONE
                 PERFORM 2600-MARK-FOLLOWUP-DONE
              ELSE
                 MOVE 'CSRG0079: ACTION MUST BE A, N, S OR D'
                                       TO WRK-OUTPUT-LINE
              END-IF
           END-IF.

           PERFORM 3000-SEND-AND-RETURN.
      *----------------------------------------------------------------*
       0000-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       1000-RECEIVE-INPUT              SECTION.
      *----------------------------------------------------------------*
      *    ON A TRANSFER FROM CSRG0012 THE INPUT LINE IS ALREADY IN    *
      *    THE COMMAREA - THE TERMINAL INPUT WAS READ BY CSRG0012.     *
      *    OTHERWISE IT IS RECEIVED FROM THE TERMINAL.                 *
      *----------------------------------------------------------------*
           MOVE SPACES                 TO WRK-INPUT-LINE.

           EXEC CICS ADDRESS
                COMMAREA (WRK-COMMAREA-PTR)
                RESP     (WRK-CICS-RESP)
           END-EXEC.

           IF WRK-COMMAREA-PTR         NOT EQUAL NULL
              SET ADDRESS OF DFHCOMMAREA
                                       TO WRK-COMMAREA-PTR
              MOVE DFHCOMMAREA         TO WRK-INPUT-LINE
              GO TO 1000-99-EXIT
           END-IF.

           MOVE +80                    TO WRK-RECEIVE-LEN.

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
      *    THE OPERATOR IDENTITY - STAMPED ON EVERY NEW ENTRY, ON A    *
      *    FOLLOW-UP MARKED DONE AND ON THE ACCESS LOG.                *
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
       2100-BROWSE-NEXT-ENTRY          SECTION.
      *----------------------------------------------------------------*
      *    THE CUSTOMER'S LOWEST ENTRY SEQUENCE PAST THE ONE ON THE    *
      *    INPUT LINE (ZERO = THE FIRST), THE SAME WALK CSRG0061       *
      *    OFFERS OVER TB_PEND_CHANGE.                                 *
      *----------------------------------------------------------------*
           MOVE WRK-IN-CPF             TO CLOG-CPF.

      *    AN EMPTY LOG RETURNS ONE ROW WITH A NULL MIN - THE
      *    COALESCE TURNS THAT INTO ZERO INSTEAD OF A -305:
           EXEC SQL
               SELECT COALESCE(MIN(CONTACT_SEQ), 0)
               INTO  :CLOG-SEQ
               FROM  TB_CONTACT_LOG
               WHERE CPF         = :CLOG-CPF
                 AND CONTACT_SEQ > :WRK-SEQ-NUM
           END-EXEC.

           IF SQLCODE NOT EQUAL ZEROS AND +100
              PERFORM 9999-SQL-ERROR
           END-IF.

           IF SQLCODE EQUAL +100
              OR CLOG-SEQ              EQUAL ZEROS
              MOVE 'CSRG0079: NO CONTACT LOGGED PAST THAT SEQUENCE'
                                       TO WRK-OUTPUT-LINE
              GO TO 2100-99-EXIT
           END-IF.

           MOVE CLOG-SEQ               TO WRK-SEQ-NUM.
           PERFORM 2250-SELECT-ENTRY.

           IF NOT WRK-ENTRY-WAS-FOUND
              MOVE 'CSRG0079: NO CONTACT LOGGED PAST THAT SEQUENCE'
                                       TO WRK-OUTPUT-LINE
              GO TO 2100-99-EXIT
           END-IF.

           PERFORM 2300-BUILD-BROWSE-LINE.
      *----------------------------------------------------------------*
       2100-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2150-CHECK-PROTECTED-ACCESS     SECTION.
      *----------------------------------------------------------------*
      *    THE CSRG0012 RULE: A PROTECTED CUSTOMER IS SERVED ONLY TO A *
      *    SIGNED-ON USER LISTED ON TB_PROT_AUTH.  THE ATTEMPT IS      *
      *    LOGGED TO ACCL HERE, ONCE, WITH THE OUTCOME AS ITS TAG, AND *
      *    ALERTED WHETHER OR NOT THE USER MAY SEE IT.                 *
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
      *----------------------------------------------------------------*
       2150-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2160-RAISE-PROTECTED-ALERT      SECTION.
      *----------------------------------------------------------------*
      *    THE SAME CSRGALRT RECORD AND CONSOLE MESSAGE CSRG0012       *
      *    RAISES.  A FAILED QUEUE WRITE ONLY DISPLAYS.                *
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
              DISPLAY '*CSRG0079: ALRT TDQ WRITE FAILED*'
           END-IF.

           MOVE SPACES                 TO WRK-CONSOLE-TEXT.
           STRING 'CSRG0079 ALERT: PROTECTED CPF ',
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
       2200-SELECT-REGISTRY            SECTION.
      *----------------------------------------------------------------*
      *    ONLY PROVES THE CUSTOMER EXISTS AND READS ITS PROTECTION    *
      *    FLAG - NOTHING FROM THE ROW IS SHOWN HERE.                  *
      *----------------------------------------------------------------*
           MOVE WRK-IN-CPF             TO CPF  OF BTB-CUSTOMER.

           EXEC SQL
               SELECT CPF
                     ,COALESCE(PROT_FLAG, 'N')
               INTO  :CPF
                    ,:PROT-FLAG
               FROM  TB_CUSTOMER
               WHERE CPF = :CPF
           END-EXEC.

           IF SQLCODE EQUAL +100
              MOVE 'N'                 TO WRK-FOUND-SW
           ELSE
              IF SQLCODE NOT EQUAL ZEROS
                 PERFORM 9999-SQL-ERROR
              END-IF
              MOVE 'Y'                 TO WRK-FOUND-SW
           END-IF.
      *----------------------------------------------------------------*
       2200-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2250-SELECT-ENTRY               SECTION.
      *----------------------------------------------------------------*
      *    ONE ENTRY BY ITS SEQUENCE - AND ONLY WHEN IT BELONGS TO THE *
      *    CPF ON THE INPUT LINE, SO THE SEQUENCE CANNOT BE USED TO    *
      *    READ ANOTHER CUSTOMER'S NOTES PAST THE CHECKS ABOVE.        *
      *----------------------------------------------------------------*
           MOVE WRK-SEQ-NUM            TO CLOG-SEQ.
           MOVE WRK-IN-CPF             TO CLOG-CPF.

           EXEC SQL
               SELECT CONTACT_SEQ
                     ,CPF
                     ,CONTACT_DT
                     ,CONTACT_TM
                     ,CHANNEL
                     ,REASON_CD
                     ,NOTE_TEXT
                     ,OPERATOR_ID
                     ,FOLLOWUP_DT
                     ,FOLLOWUP_DONE
                     ,DONE_DT
                     ,DONE_BY
               INTO  :CLOG-SEQ
                    ,:CLOG-CPF
                    ,:CLOG-CONTACT-DT
                    ,:CLOG-CONTACT-TM
                    ,:CLOG-CHANNEL
                    ,:CLOG-REASON-CD
                    ,:CLOG-NOTE-TEXT
                    ,:CLOG-OPERATOR-ID
                    ,:CLOG-FOLLOWUP-DT
                    ,:CLOG-FOLLOWUP-DONE
                    ,:CLOG-DONE-DT
                    ,:CLOG-DONE-BY
               FROM  TB_CONTACT_LOG
               WHERE CONTACT_SEQ = :CLOG-SEQ
                 AND CPF         = :CLOG-CPF
           END-EXEC.

           IF SQLCODE EQUAL +100
              MOVE 'N'                 TO WRK-ENTRY-FOUND-SW
           ELSE
              IF SQLCODE NOT EQUAL ZEROS
                 PERFORM 9999-SQL-ERROR
              END-IF
              MOVE 'Y'                 TO WRK-ENTRY-FOUND-SW
              MOVE CLOG-SEQ            TO WRK-SEQ-DISPLAY
           END-IF.
      *----------------------------------------------------------------*
       2250-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2300-BUILD-BROWSE-LINE          SECTION.
      *----------------------------------------------------------------*
      *    SEQ, WHEN, CHANNEL/REASON, OPERATOR, THEN THE FOLLOW-UP     *
      *    DATE AND ITS STATE (N=OPEN, Y=DONE).  THE NOTE IS ON THE    *
      *    'S' LINE.                                                   *
      *----------------------------------------------------------------*
           PERFORM 2350-WRITE-ACCESS-LOG.

           MOVE SPACES                 TO WRK-OUTPUT-LINE.
           STRING WRK-SEQ-DISPLAY, ' ',
                  CLOG-CONTACT-DT, ' ',
                  CLOG-CONTACT-TM, ' ',
                  CLOG-CHANNEL, '/',
                  CLOG-REASON-CD, ' ',
                  CLOG-OPERATOR-ID, ' FUP ',
                  CLOG-FOLLOWUP-DT, ' ',
                  CLOG-FOLLOWUP-DONE
                                       DELIMITED BY SIZE
                                       INTO WRK-OUTPUT-LINE.
      *----------------------------------------------------------------*
       2300-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2310-BUILD-SHOW-LINE            SECTION.
      *----------------------------------------------------------------*
      *    SEQ, CHANNEL/REASON, THE NOTE, THEN THE FOLLOW-UP DATE AND  *
      *    ITS STATE - EXACTLY THE 79 BYTES OF THE LINE.               *
      *----------------------------------------------------------------*
           PERFORM 2350-WRITE-ACCESS-LOG.

           MOVE SPACES                 TO WRK-OUTPUT-LINE.
           STRING WRK-SEQ-DISPLAY, ' ',
                  CLOG-CHANNEL, '/',
                  CLOG-REASON-CD, ' ',
                  CLOG-NOTE-TEXT, ' ',
                  CLOG-FOLLOWUP-DT, ' ',
                  CLOG-FOLLOWUP-DONE
                                       DELIMITED BY SIZE
                                       INTO WRK-OUTPUT-LINE.
      *----------------------------------------------------------------*
       2310-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2350-WRITE-ACCESS-LOG           SECTION.
      *----------------------------------------------------------------*
      *    ONE CSRGACC1 LINE PER DISPLAY, QUEUED TO THE ACCL TDQ - THE *
      *    NOTE IS PERSONAL DATA.  A PROTECTED CUSTOMER WAS ALREADY    *
      *    LOGGED, WITH ITS TAG, BY 2150-CHECK-PROTECTED-ACCESS - ONE  *
      *    LINE PER TASK.  A FAILED QUEUE WRITE ONLY DISPLAYS, AS IN   *
      *    CSRG0012.                                                   *
      *----------------------------------------------------------------*
           IF WRK-ACCESS-WAS-LOGGED
              GO TO 2350-99-EXIT
           END-IF.

           MOVE WRK-CICS-USERID        TO CSRGACC1-OPERATOR-ID.
           MOVE WRK-DATE-FORMATTED     TO CSRGACC1-DATE.
           MOVE WRK-TIME-FORMATTED     TO CSRGACC1-TIME.
           MOVE WRK-PROGRAM            TO CSRGACC1-PROGRAM.
           MOVE 'O'                    TO CSRGACC1-ACCESS-TYPE.
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
                LENGTH (WRK-ACCLOG-LEN)
                RESP   (WRK-CICS-RESP)
           END-EXEC.

           PERFORM 2910-PUT-CHAIN-TIP.

           IF WRK-CICS-RESP            NOT EQUAL ZEROS
              DISPLAY '*CSRG0079: ACCL TDQ WRITE FAILED*'
           END-IF.

           MOVE 'Y'                    TO WRK-ACCESS-LOGGED-SW.
      *----------------------------------------------------------------*
       2350-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2400-ADD-ENTRY                  SECTION.
      *----------------------------------------------------------------*
      *    EDITS THE NEW ENTRY AND INSERTS IT UNDER THE SIGNED-ON      *
      *    OPERATOR - WITHOUT ONE THE FOLLOW-UP COULD NOT BE CHASED,   *
      *    SO THE ENTRY IS REFUSED.  THE NEXT SEQUENCE IS MAX + 1, AS  *
      *    ON TB_PEND_CHANGE; TWO OPERATORS COLLIDING ON IT GET THE    *
      *    -803 ON THE TERMINAL AND RETRY.                             *
      *----------------------------------------------------------------*
           IF WRK-CICS-USERID          EQUAL 'UNKNOWN'
              MOVE 'CSRG0079: SIGN ON FIRST - THE OPERATOR IS LOGGED'
                                       TO WRK-OUTPUT-LINE
              GO TO 2400-99-EXIT
           END-IF.

           MOVE WRK-IN-CHANNEL         TO CLOG-CHANNEL.
           MOVE WRK-IN-REASON          TO CLOG-REASON-CD.

           IF NOT CLOG-CHANNEL-IS-VALID
              MOVE 'CSRG0079: CHANNEL MUST BE P, E, B, W OR L'
                                       TO WRK-OUTPUT-LINE
              GO TO 2400-99-EXIT
           END-IF.

           IF NOT CLOG-REASON-IS-VALID
              MOVE 'CSRG0079: REASON MUST BE INQ/UPD/CMP/CNS/LGP/OTH'
                                       TO WRK-OUTPUT-LINE
              GO TO 2400-99-EXIT
           END-IF.

           IF WRK-IN-NOTE              EQUAL SPACES
              MOVE 'CSRG0079: THE NOTE IS REQUIRED'
                                       TO WRK-OUTPUT-LINE
              GO TO 2400-99-EXIT
           END-IF.

           MOVE SPACES                 TO CLOG-FOLLOWUP-DT
                                          CLOG-FOLLOWUP-DONE.

           IF WRK-IN-FOLLOWUP-DT       NOT EQUAL SPACES
              PERFORM 2450-EDIT-FOLLOWUP-DATE
              IF WRK-OUTPUT-LINE       NOT EQUAL SPACES
                 GO TO 2400-99-EXIT
              END-IF
              MOVE WRK-IN-FOLLOWUP-DT  TO CLOG-FOLLOWUP-DT
              MOVE 'N'                 TO CLOG-FOLLOWUP-DONE
           END-IF.

      *    AN EMPTY LOG RETURNS ONE ROW WITH A NULL MAX - THE
      *    COALESCE TURNS THAT INTO ZERO INSTEAD OF A -305:
           EXEC SQL
               SELECT COALESCE(MAX(CONTACT_SEQ), 0)
               INTO  :CLOG-SEQ
               FROM  TB_CONTACT_LOG
           END-EXEC.

           IF SQLCODE NOT EQUAL ZEROS
              PERFORM 9999-SQL-ERROR
           END-IF.

           ADD 1                       TO CLOG-SEQ.
           MOVE WRK-IN-CPF             TO CLOG-CPF.
           MOVE WRK-DATE-FORMATTED     TO CLOG-CONTACT-DT.
           MOVE WRK-TIME-FORMATTED     TO CLOG-CONTACT-TM.
           MOVE WRK-IN-NOTE            TO CLOG-NOTE-TEXT.
           MOVE WRK-CICS-USERID        TO CLOG-OPERATOR-ID.
           MOVE SPACES                 TO CLOG-DONE-DT
                                          CLOG-DONE-BY.

           EXEC SQL
               INSERT INTO TB_CONTACT_LOG
               (CONTACT_SEQ
               ,CPF
               ,CONTACT_DT
               ,CONTACT_TM
               ,CHANNEL
               ,REASON_CD
               ,NOTE_TEXT
               ,OPERATOR_ID
               ,FOLLOWUP_DT
               ,FOLLOWUP_DONE
               ,DONE_DT
               ,DONE_BY)
               VALUES
               (:CLOG-SEQ
               ,:CLOG-CPF
               ,:CLOG-CONTACT-DT
               ,:CLOG-CONTACT-TM
               ,:CLOG-CHANNEL
               ,:CLOG-REASON-CD
               ,:CLOG-NOTE-TEXT
               ,:CLOG-OPERATOR-ID
               ,:CLOG-FOLLOWUP-DT
               ,:CLOG-FOLLOWUP-DONE
               ,:CLOG-DONE-DT
               ,:CLOG-DONE-BY)
           END-EXEC.

           IF SQLCODE NOT EQUAL ZEROS
              PERFORM 9999-SQL-ERROR
           END-IF.

           MOVE CLOG-SEQ               TO WRK-SEQ-DISPLAY.
           MOVE SPACES                 TO WRK-OUTPUT-LINE.
           STRING 'CSRG0079: CONTACT LOGGED - ENTRY ',
                  WRK-SEQ-DISPLAY
                                       DELIMITED BY SIZE
                                       INTO WRK-OUTPUT-LINE.
      *----------------------------------------------------------------*
       2400-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2450-EDIT-FOLLOWUP-DATE         SECTION.
      *----------------------------------------------------------------*
      *    THE FOLLOW-UP DATE MUST BE A REAL DD-MM-YYYY DATE, TODAY OR *
      *    LATER.  A FAILURE LEAVES ITS MESSAGE IN WRK-OUTPUT-LINE.    *
      *----------------------------------------------------------------*
           MOVE WRK-DATE-FORMATTED     TO WRK-CHK-DATE.
           PERFORM 7100-VALIDATE-DATE.
           MOVE WRK-CHK-YMD-NUM        TO WRK-TODAY-YMD-NUM.

           MOVE WRK-IN-FOLLOWUP-DT     TO WRK-CHK-DATE.
           PERFORM 7100-VALIDATE-DATE.

           IF NOT WRK-CHK-DATE-IS-VALID
              MOVE 'CSRG0079: FOLLOW-UP DATE MUST BE DD-MM-YYYY'
                                       TO WRK-OUTPUT-LINE
              GO TO 2450-99-EXIT
           END-IF.

           IF WRK-CHK-YMD-NUM          LESS WRK-TODAY-YMD-NUM
              MOVE 'CSRG0079: FOLLOW-UP DATE IS IN THE PAST'
                                       TO WRK-OUTPUT-LINE
           END-IF.
      *----------------------------------------------------------------*
       2450-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2600-MARK-FOLLOWUP-DONE         SECTION.
      *----------------------------------------------------------------*
      *    CLOSES AN OPEN FOLLOW-UP UNDER THE SIGNED-ON OPERATOR -     *
      *    ONLY WHILE IT IS STILL OPEN, SO A +100 MEANS SOMEONE ELSE   *
      *    CLOSED IT FIRST.  ANY KNOWN OPERATOR MAY CLOSE IT: THE      *
      *    CUSTOMER MAY CALL BACK ANOTHER DESK.                        *
      *----------------------------------------------------------------*
           IF WRK-CICS-USERID          EQUAL 'UNKNOWN'
              MOVE 'CSRG0079: SIGN ON FIRST - THE OPERATOR IS LOGGED'
                                       TO WRK-OUTPUT-LINE
              GO TO 2600-99-EXIT
           END-IF.

           IF CLOG-FOLLOWUP-IS-DONE
              MOVE 'CSRG0079: FOLLOW-UP IS ALREADY DONE'
                                       TO WRK-OUTPUT-LINE
              GO TO 2600-99-EXIT
           END-IF.

           IF NOT CLOG-FOLLOWUP-IS-OPEN
              MOVE 'CSRG0079: ENTRY HAS NO FOLLOW-UP'
                                       TO WRK-OUTPUT-LINE
              GO TO 2600-99-EXIT
           END-IF.

           MOVE 'Y'                    TO CLOG-FOLLOWUP-DONE.
           MOVE WRK-DATE-FORMATTED     TO CLOG-DONE-DT.
           MOVE WRK-CICS-USERID        TO CLOG-DONE-BY.

           EXEC SQL
               UPDATE TB_CONTACT_LOG
                  SET FOLLOWUP_DONE = :CLOG-FOLLOWUP-DONE
                     ,DONE_DT       = :CLOG-DONE-DT
                     ,DONE_BY       = :CLOG-DONE-BY
               WHERE  CONTACT_SEQ   = :CLOG-SEQ
                 AND  FOLLOWUP_DONE = 'N'
           END-EXEC.

           IF SQLCODE NOT EQUAL ZEROS AND +100
              PERFORM 9999-SQL-ERROR
           END-IF.

           IF SQLCODE EQUAL +100
              MOVE 'CSRG0079: FOLLOW-UP WAS JUST CLOSED BY ANOTHER USER'
                                       TO WRK-OUTPUT-LINE
              GO TO 2600-99-EXIT
           END-IF.

           MOVE SPACES                 TO WRK-OUTPUT-LINE.
           STRING 'CSRG0079: FOLLOW-UP MARKED DONE - ENTRY ',
                  WRK-SEQ-DISPLAY
                                       DELIMITED BY SIZE
                                       INTO WRK-OUTPUT-LINE.
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
       7100-VALIDATE-DATE              SECTION.
      *----------------------------------------------------------------*
      *    EDITS WRK-CHK-DATE (DD-MM-YYYY) AND, WHEN IT IS A REAL      *
      *    CALENDAR DATE, LEAVES IT IN WRK-CHK-YMD-NUM AS YYYYMMDD.    *
      *----------------------------------------------------------------*
           MOVE 'N'                    TO WRK-CHK-DATE-SW.
           MOVE ZEROS                  TO WRK-CHK-YMD-NUM.

           IF WRK-CHK-DD               NOT NUMERIC
              OR WRK-CHK-MM            NOT NUMERIC
              OR WRK-CHK-YYYY          NOT NUMERIC
              OR WRK-CHK-SEP1          NOT EQUAL '-'
              OR WRK-CHK-SEP2          NOT EQUAL '-'
              GO TO 7100-99-EXIT
           END-IF.

           MOVE WRK-CHK-YYYY           TO WRK-CHK-YMD-YYYY.
           MOVE WRK-CHK-MM             TO WRK-CHK-YMD-MM.
           MOVE WRK-CHK-DD             TO WRK-CHK-YMD-DD.

           IF WRK-CHK-YMD-MM           LESS 1
              OR WRK-CHK-YMD-MM        GREATER 12
              OR WRK-CHK-YMD-DD        LESS 1
              GO TO 7100-99-EXIT
           END-IF.

           MOVE WRK-CHK-YMD-MM         TO WRK-ML-MM.
           MOVE WRK-CHK-YMD-YYYY       TO WRK-ML-YYYY.
           PERFORM 7200-MONTH-LENGTH.

           IF WRK-CHK-YMD-DD           GREATER WRK-ML-DAYS
              GO TO 7100-99-EXIT
           END-IF.

           MOVE 'Y'                    TO WRK-CHK-DATE-SW.
      *----------------------------------------------------------------*
       7100-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       7200-MONTH-LENGTH               SECTION.
      *----------------------------------------------------------------*
      *    DAYS IN MONTH WRK-ML-MM OF YEAR WRK-ML-YYYY, GREGORIAN      *
      *    LEAP YEARS.                                                 *
      *----------------------------------------------------------------*
           MOVE WRK-MONTH-DAYS (WRK-ML-MM)
                                       TO WRK-ML-DAYS.

           IF WRK-ML-MM                NOT EQUAL 2
              GO TO 7200-99-EXIT
           END-IF.

           DIVIDE WRK-ML-YYYY          BY 4
                  GIVING WRK-LEAP-QUOT REMAINDER WRK-LEAP-REM-4.
           DIVIDE WRK-ML-YYYY          BY 100
                  GIVING WRK-LEAP-QUOT REMAINDER WRK-LEAP-REM-100.
           DIVIDE WRK-ML-YYYY          BY 400
                  GIVING WRK-LEAP-QUOT REMAINDER WRK-LEAP-REM-400.

           IF WRK-LEAP-REM-4           EQUAL ZEROS
              AND (WRK-LEAP-REM-100    NOT EQUAL ZEROS
                   OR WRK-LEAP-REM-400 EQUAL ZEROS)
              MOVE 29                  TO WRK-ML-DAYS
           END-IF.
      *----------------------------------------------------------------*
       7200-99-EXIT.                   EXIT.
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
           STRING 'CSRG0079: SQL ERROR, SQLCODE..:',
                  WRK-SQLCODE-X
                                       DELIMITED BY SIZE
                                       INTO WRK-OUTPUT-LINE.

           PERFORM 3000-SEND-AND-RETURN.
      *----------------------------------------------------------------*
       9999-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
