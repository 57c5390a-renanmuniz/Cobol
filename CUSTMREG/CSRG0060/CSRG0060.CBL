      *================================================================*
      *        I D E N T I F I C A T I O N      D I V I S I O N        *
      *================================================================*
       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     CSRG0060.
       AUTHOR.         RENAN MUNIZ MERLO.
       DATE-WRITTEN.   15/10/2026.
       DATE-COMPILED   WHEN-COMPILED.
       REMARKS.
      *----------------------------------------------------------------*
      *                RENAN MUNIZ MERLO COBOL DEVELOPER               *
      *          https://www.linkedin.com/in/renan-muniz-merlo         *
      *----------------------------------------------------------------*
      *    PROGRAM-ID..: CSRG0060.                                     *
      *    ANALYST.....: RENAN MUNIZ MERLO                             *
      *    PROGRAMMER..: RENAN MUNIZ MERLO                             *
      *    DATE........: 15/10/2026                                    *
      *----------------------------------------------------------------*
      *    PROJECT.....: CUSTOMER REGISTRATION PROJECT - CUSTMREG      *
      *----------------------------------------------------------------*
      *    GOAL........: CUSTOMER CHANGE NOTIFICATIONS.  ACCOUNT-      *
      *                  TAKEOVER FRAUD WORKS BECAUSE THE REAL         *
      *                  CUSTOMER NEVER HEARS THAT THE ADDRESS OR      *
      *                  EMAIL WAS CHANGED - CSRG0048 CAN ONLY FLAG    *
      *                  IT AFTERWARDS.  EVERY NIGHT THIS STEP CUTS    *
      *                  THREE KINDS OF NOTICE:                        *
      *                  W - WELCOME, FOR EACH CSRG0002 INSERT IN      *
      *                      TONIGHT'S CHGEVENT, TO THE NEW ROW;       *
      *                  C - "YOUR DETAILS WERE CHANGED", WHEN STREET, *
      *                      CEP, EMAIL OR PHONE WAS CHANGED BY A      *
      *                      CSRG0003 UPDATE (CHGEVENT 'U', BOTH       *
      *                      IMAGES) OR ONLINE THROUGH CSRG0012 (THE   *
      *                      'ONLINE-CSRG' FILEHST3 BEFORE-IMAGES      *
      *                      AGAINST THE LIVE ROW) - SENT TO THE       *
      *                      PREVIOUS ADDRESS AND THE PREVIOUS EMAIL,  *
      *                      SO THE NOTICE REACHES THE REAL CUSTOMER   *
      *                      AND NOT THE FRAUDSTER;                    *
      *                  X - CLOSURE, FOR EACH CSRG0004 SOFT-DELETE.   *
      *                  EACH NOTICE GOES TO NTFPRT (THE MAIL HOUSE)   *
      *                  AND TO NTFEML (THE EMAIL GATEWAY).  A         *
      *                  CHANNEL IS SKIPPED WHEN THERE IS NO ADDRESS   *
      *                  OR EMAIL TO SEND TO, WHEN CSRG0036 FLAGGED    *
      *                  IT UNDELIVERABLE, OR WHEN THE CUSTOMER HAS    *
      *                  NO 'Y' CONSENT ON TB_CONSENT FOR IT (M FOR    *
      *                  PRINT, E FOR EMAIL) - EACH SKIP IS COUNTED    *
      *                  ON NTFRPT.  A CUSTOMER WHO KEEPS A MAILING    *
      *                  ADDRESS ON TB_CUST_ADDR (CSRG0077) GETS THE   *
      *                  PRINTED NOTICE THERE - IT IS NOT TOUCHED BY   *
      *                  A RESIDENTIAL CHANGE, SO IT STILL REACHES     *
      *                  THE REAL CUSTOMER.                            *
      *                  THE ONLINE IMAGES TAKEN ARE THOSE STAMPED     *
      *                  AFTER THE START OF THIS PROGRAM'S LAST        *
      *                  ENDED-OK RUN ON TB_RUN_CONTROL AND UP TO THE  *
      *                  START OF THIS ONE (THE FIRST RUN EVER TAKES   *
      *                  TODAY'S), SO NO ONLINE CHANGE IS NOTIFIED     *
      *                  TWICE OR MISSED.  SEVERAL ONLINE CHANGES TO   *
      *                  ONE CPF MAKE ONE NOTICE, FROM THE EARLIEST    *
      *                  BEFORE-IMAGE (NTFHST IS SORTED BY CPF, DATE   *
      *                  AND TIME BY THE JCL).  READ-ONLY ON THE       *
      *                  CUSTOMER TABLES.                              *
      *----------------------------------------------------------------*
      *    NTFPRT......: POS 001-009 CEP (PRESORT KEY, AS MAILOUT)     *
      *                  POS 010-010 NOTICE  W=WELCOME  C=CHANGED      *
      *                                      X=CLOSURE                 *
      *                  POS 011-025 CPF                               *
      *                  POS 026-075 NAME                              *
      *                  POS 076-125 STREET                            *
      *                  POS 126-135 NUMBER                            *
      *                  POS 136-150 OTHER INFO                        *
      *                  POS 151-190 CITY                              *
      *                  POS 191-192 STATE                             *
      *                  POS 193-196 FIELDS CHANGED (C NOTICE ONLY),   *
      *                              ONE BYTE EACH: S=STREET C=CEP     *
      *                              E=EMAIL P=PHONE, SPACE = NOT      *
      *                  POS 197-206 DATE OF THE CHANGE (DD-MM-YYYY)   *
      *                  POS 207-220 BATCH RUN ID                      *
      *----------------------------------------------------------------*
      *    NTFEML......: POS 001-050 EMAIL ADDRESS                     *
      *                  POS 051-051 NOTICE  W/C/X (AS NTFPRT)         *
      *                  POS 052-066 CPF                               *
      *                  POS 067-116 NAME                              *
      *                  POS 117-120 FIELDS CHANGED (AS NTFPRT)        *
      *                  POS 121-130 DATE OF THE CHANGE (DD-MM-YYYY)   *
      *                  POS 131-144 BATCH RUN ID                      *
      *                  POS 145-150 FILLER                            *
      *----------------------------------------------------------------*
      *    FILES.......:  DDNAME          LRECL       INCLUDE/BOOK     *
      *                   EVTFILE         00670       CSRGEVT1+        *
      *                                               CSTMRG01         *
      *                   NTFHST          00364       CSTMRG01         *
      *                   NTFPRT          00220       NONE             *
      *                   NTFEML          00150       NONE             *
      *                   NTFRPT          00080       NONE             *
      *----------------------------------------------------------------*
      *    MODIFICATION HISTORY.......:                                *
      *    15/10/2026 RMM - PROGRAM CREATED.                           *
      *    15/10/2026 RMM - NTFHST GREW TO LRECL=364 WITH FILEHST3     *
      *                     (CSRGCHN1 HASH-CHAIN SUFFIX). THE STEP076  *
      *                     SORT KEEPS ONLY THE ONLINE IMAGES, SO NO   *
      *                     CSRGSEL1 SEAL REACHES IT.                  *
      *    15/10/2026 RMM - THE PRINTED NOTICE GOES TO THE CUSTOMER'S  *
      *                     MAILING ('M') ROW ON TB_CUST_ADDR WHEN ONE *
      *                     EXISTS; THE RESIDENTIAL UNDELIVERABLE FLAG *
      *                     THEN DOES NOT STOP IT.                     *
      *----------------------------------------------------------------*
      *    TABLE DB2...:  TB_CUSTOMER                 BTB_CUSTOMER     *
      *                   TB_CONSENT                  BTB_CONSENT      *
      *                   TB_RUN_CONTROL              BTB_RUN_CONTROL  *
      *                   TB_CUST_ADDR                BTB_CUST_ADDR    *
      *----------------------------------------------------------------*
      *                                                                *
      *================================================================*
      *           E N V I R O N M E N T      D I V I S I O N           *
      *================================================================*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT EVTFILE       ASSIGN TO UTS-S-EVTFILE
            ORGANIZATION IS     SEQUENTIAL
            ACCESS MODE  IS     SEQUENTIAL
            FILE STATUS  IS     WRK-FS-EVTFILE.

           SELECT NTFHST        ASSIGN TO UTS-S-NTFHST
            ORGANIZATION IS     SEQUENTIAL
            ACCESS MODE  IS     SEQUENTIAL
            FILE STATUS  IS     WRK-FS-NTFHST.

           SELECT NTFPRT        ASSIGN TO UTS-S-NTFPRT
            ORGANIZATION IS     SEQUENTIAL
            ACCESS MODE  IS     SEQUENTIAL
            FILE STATUS  IS     WRK-FS-NTFPRT.

           SELECT NTFEML        ASSIGN TO UTS-S-NTFEML
            ORGANIZATION IS     SEQUENTIAL
            ACCESS MODE  IS     SEQUENTIAL
            FILE STATUS  IS     WRK-FS-NTFEML.

           SELECT NTFRPT        ASSIGN TO UTS-S-NTFRPT
            ORGANIZATION IS     SEQUENTIAL
            ACCESS MODE  IS     SEQUENTIAL
            FILE STATUS  IS     WRK-FS-NTFRPT.

      *================================================================*
      *                  D A T A      D I V I S I O N                  *
      *================================================================*
       DATA DIVISION.
       FILE SECTION.
      *
       FD EVTFILE
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS 00 RECORDS.
       01 FD-REG-EVTFILE    PIC X(670).

       FD NTFHST
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS 00 RECORDS.
       01 FD-REG-NTFHST     PIC X(364).

       FD NTFPRT
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS 00 RECORDS.
       01 FD-REG-NTFPRT     PIC X(220).

       FD NTFEML
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS 00 RECORDS.
       01 FD-REG-NTFEML     PIC X(150).

       FD NTFRPT
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS 00 RECORDS.
       01 FD-REG-NTFRPT     PIC X(80).

      *-----------------------------------------------------------------*
      *                  WORKING-STORAGE SECTION                        *
      *-----------------------------------------------------------------*
       WORKING-STORAGE SECTION.

      *COUNTER OF RECORDS:
       77 WRK-EVTFILE-REGS-COUNTER               PIC 9(07) VALUE ZEROS .
       77 WRK-NTFHST-REGS-COUNTER                PIC 9(07) VALUE ZEROS .
       77 WRK-HST-OUT-WINDOW-COUNTER             PIC 9(07) VALUE ZEROS .
       77 WRK-HST-REPEAT-COUNTER                 PIC 9(07) VALUE ZEROS .
       77 WRK-NO-SENSITIVE-COUNTER               PIC 9(07) VALUE ZEROS .
       77 WRK-OTHER-EVENT-COUNTER                PIC 9(07) VALUE ZEROS .
       77 WRK-NO-CUSTOMER-COUNTER                PIC 9(07) VALUE ZEROS .
       77 WRK-WELCOME-COUNTER                    PIC 9(07) VALUE ZEROS .
       77 WRK-CHANGED-COUNTER                    PIC 9(07) VALUE ZEROS .
       77 WRK-CLOSURE-COUNTER                    PIC 9(07) VALUE ZEROS .
       77 WRK-NTFPRT-REGS-COUNTER                PIC 9(07) VALUE ZEROS .
       77 WRK-NTFEML-REGS-COUNTER                PIC 9(07) VALUE ZEROS .
       77 WRK-PRT-NO-ADDR-COUNTER                PIC 9(07) VALUE ZEROS .
       77 WRK-PRT-UNDELIV-COUNTER                PIC 9(07) VALUE ZEROS .
       77 WRK-PRT-CONSENT-COUNTER                PIC 9(07) VALUE ZEROS .
       77 WRK-PRT-MAILADDR-COUNTER               PIC 9(07) VALUE ZEROS .
       77 WRK-EML-NO-ADDR-COUNTER                PIC 9(07) VALUE ZEROS .
       77 WRK-EML-UNDELIV-COUNTER                PIC 9(07) VALUE ZEROS .
       77 WRK-EML-CONSENT-COUNTER                PIC 9(07) VALUE ZEROS .

      *END OF FILE:
       77 WRK-EVTFILE-EOF                        PIC X(03) VALUE SPACES.
       77 WRK-NTFHST-EOF                         PIC X(03) VALUE SPACES.

      *RUNTIME PARAMETER CARD:
       COPY 'CSRGPARM'.

      *SET ONCE THIS PROGRAM HAS REGISTERED ITSELF ON TB_RUN_CONTROL
      *FOR THIS RUN, SO AN ABEND BEFORE REGISTRATION DOES NOT TRY TO
      *CLOSE A ROW THAT WAS NEVER OPENED:
       01 WRK-RUNCTL-REGISTERED-SW               PIC X(01) VALUE 'N'.
          88 WRK-RUNCTL-IS-REGISTERED                  VALUE 'Y'.

      *IN-FLIGHT COUNT RETURNED BY THE DUPLICATE-RUN GUARD:
       01 WRK-RUNCTL-COUNT                       PIC 9(04) VALUE ZEROS.

      *THE ONLINE-CHANGE WINDOW, AS YYYYMMDDHHMMSS KEYS: AFTER THE
      *START OF THE LAST ENDED-OK RUN, UP TO THE START OF THIS ONE:
       01 WRK-LAST-START-TS                      PIC X(26) VALUE SPACES.
       01 WRK-LAST-START-IND                     PIC S9(04) COMP
                                                           VALUE ZEROS.
       01 WRK-WINDOW-FROM-KEY                    PIC X(14) VALUE SPACES.
       01 WRK-WINDOW-TO-KEY                      PIC X(14) VALUE SPACES.
       01 WRK-IMAGE-KEY                          PIC X(14) VALUE SPACES.

      *ONLINE IMAGES CARRY THIS PSEUDO RUN ID (SEE CSRG0012):
       77 WRK-ONLINE-RUN-ID                      PIC X(14) VALUE
                                                  'ONLINE-CSRG   '.

      *CPF OF THE LAST ONLINE IMAGE NOTIFIED - A LATER IMAGE OF THE
      *SAME CPF IN THE WINDOW IS ALREADY COVERED BY THAT NOTICE:
       01 WRK-LAST-HST-CPF                       PIC X(15) VALUE SPACES.

      *CONSENT LOOKUP WORK:
       01 WRK-CONSENT-CHANNEL                    PIC X(01) VALUE SPACES.
       01 WRK-CONSENT-COUNT                      PIC 9(04) VALUE ZEROS.

      *THE FOUR SENSITIVE FIELDS, ONE FLAG BYTE EACH, CARRIED ON THE
      *NOTICE SO THE LETTER CAN SAY WHAT CHANGED:
       01 WRK-CHANGED-FIELDS                     PIC X(04) VALUE SPACES.
       01 FILLER REDEFINES WRK-CHANGED-FIELDS.
          03 WRK-CHG-STREET                      PIC X(01).
          03 WRK-CHG-CEP                         PIC X(01).
          03 WRK-CHG-EMAIL                       PIC X(01).
          03 WRK-CHG-PHONE                       PIC X(01).

      *SWITCH SET BY 2820-GET-MAILING-ADDR (SQLCODE +100 = NO
      *MAILING ADDRESS, PRINT TO THE NOTICE ADDRESS AS IT STANDS):
       01 WRK-MAILADDR-FOUND-SW                  PIC X(01) VALUE 'N'.
          88 WRK-MAILADDR-WAS-FOUND                    VALUE 'Y'.

      *THE NOTICE IN HAND - WHO, WHERE TO AND WHAT KIND:
       01 WRK-NOTICE.
          03 WRK-NOTICE-TYPE                     PIC X(01).
             88 WRK-NOTICE-IS-WELCOME                  VALUE 'W'.
             88 WRK-NOTICE-IS-CHANGED                  VALUE 'C'.
             88 WRK-NOTICE-IS-CLOSURE                  VALUE 'X'.
          03 WRK-NOTICE-DATE                     PIC X(10).
          03 WRK-NOTICE-ADDR.
             05 WRK-NOTICE-CPF                   PIC X(15).
             05 WRK-NOTICE-NAME                  PIC X(50).
             05 WRK-NOTICE-STREET                PIC X(50).
             05 WRK-NOTICE-NUMBER                PIC X(10).
             05 WRK-NOTICE-OTHER-INFO            PIC X(15).
             05 WRK-NOTICE-CITY                  PIC X(40).
             05 WRK-NOTICE-STATE                 PIC X(02).
             05 WRK-NOTICE-CEP                   PIC X(09).
             05 WRK-NOTICE-EMAIL                 PIC X(50).

      *ONE PRINT NOTICE FOR THE MAIL HOUSE:
       01 WRK-NTFPRT-REG.
          03 NTFPRT-CEP                          PIC X(09).
          03 NTFPRT-NOTICE                       PIC X(01).
          03 NTFPRT-CPF                          PIC X(15).
          03 NTFPRT-NAME                         PIC X(50).
          03 NTFPRT-STREET                       PIC X(50).
          03 NTFPRT-NUMBER                       PIC X(10).
          03 NTFPRT-OTHER-INFO                   PIC X(15).
          03 NTFPRT-CITY                         PIC X(40).
          03 NTFPRT-STATE                        PIC X(02).
          03 NTFPRT-CHANGED                      PIC X(04).
          03 NTFPRT-DATE                         PIC X(10).
          03 NTFPRT-BATCH-RUN-ID                 PIC X(14).

      *ONE EMAIL NOTICE FOR THE GATEWAY:
       01 WRK-NTFEML-REG.
          03 NTFEML-EMAIL                        PIC X(50).
          03 NTFEML-NOTICE                       PIC X(01).
          03 NTFEML-CPF                          PIC X(15).
          03 NTFEML-NAME                         PIC X(50).
          03 NTFEML-CHANGED                      PIC X(04).
          03 NTFEML-DATE                         PIC X(10).
          03 NTFEML-BATCH-RUN-ID                 PIC X(14).
          03 FILLER                              PIC X(06).

       01 WRK-NTFRPT-LINE                        PIC X(80) VALUE SPACES.

      *TONIGHT'S CHANGE EVENTS (SEE CSRGEVT1):
       01 WRK-EVTFILE-REG.
          COPY 'CSRGEVT1'.
          03 WRK-EVT-NEW-IMAGE                   PIC X(311).
          03 WRK-EVT-OLD-IMAGE                   PIC X(311).

      *ONLINE BEFORE-IMAGES, THE FILEHST3 LAYOUT CSRG0012 QUEUES:
       01 WRK-NTFHST-REG.
          03 NTFHST-BATCH-RUN-ID                 PIC X(14).
          03 NTFHST-DATE                         PIC X(10).
          03 NTFHST-TIME                         PIC X(08).
          03 NTFHST-IMAGE                        PIC X(311).

      *THE DETAILS BEFORE AND AFTER THE CHANGE BEING COMPARED:
       01 WRK-OLD-REG.
          COPY 'CSTMRG01'.

       01 WRK-NEW-REG.
          COPY 'CSTMRG01'.

      *DATA FOR ERROR LOG:
       01 WRK-ERROR-LOG.
          03 WRK-PROGRAM                         PIC X(08) VALUE
                                                          'CSRG0060'  .
          03 WRK-ERROR-MSG                       PIC X(30) VALUE SPACES.
          03 WRK-ERROR-CODE                      PIC X(30) VALUE SPACES.
          03 WRK-ERROR-DATE                      PIC X(10) VALUE SPACES.
          03 WRK-ERROR-TIME                      PIC X(08) VALUE SPACES.

      *ABENDING PROGRAM:
       77 WRK-ABEND-PGM                          PIC X(08) VALUE
                                                          'ABENDPGM'  .

       01 WRK-FILE-STATUS.
          03 WRK-FS-EVTFILE                      PIC 9(02) VALUE ZEROS .
          03 WRK-FS-NTFHST                       PIC 9(02) VALUE ZEROS .
          03 WRK-FS-NTFPRT                       PIC 9(02) VALUE ZEROS .
          03 WRK-FS-NTFEML                       PIC 9(02) VALUE ZEROS .
          03 WRK-FS-NTFRPT                       PIC 9(02) VALUE ZEROS .

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

       01 WRK-WHEN-COPILED.
          03 MM-COMPILED                         PIC X(02) VALUE SPACES.
          03 FILLER                              PIC X(01) VALUE '/'.
          03 DD-COMPILED                         PIC X(02) VALUE SPACES.
          03 FILLER                              PIC X(01) VALUE '/'.
          03 YY-COMPILED                         PIC X(02) VALUE SPACES.
          03 HOUR-COMPILED                       PIC X(02) VALUE SPACES.
          03 FILLER                              PIC X(01) VALUE '-'.
          03 MINUTE-COMPILED                     PIC X(02) VALUE SPACES.
          03 FILLER                              PIC X(01) VALUE '-'.
          03 SECOND-COMPILED                     PIC X(02) VALUE SPACES.

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
              INCLUDE BTB_CONSENT
           END-EXEC.

           EXEC SQL
              INCLUDE BTB_RUN_CONTROL
           END-EXEC.

           EXEC SQL
              INCLUDE BTB_CUST_ADDR
           END-EXEC.
      *================================================================*
       PROCEDURE                       DIVISION.
      *================================================================*
      *----------------------------------------------------------------*
       0000-MAIN-PROCESS               SECTION.
      *----------------------------------------------------------------*
           MOVE WHEN-COMPILED          TO WRK-WHEN-COPILED.

           PERFORM 1000-INITIALIZE.

           PERFORM 2000-PROCESS-ONLINE
              UNTIL WRK-NTFHST-EOF     EQUAL 'END'.

           PERFORM 2500-PROCESS-EVENT
              UNTIL WRK-EVTFILE-EOF    EQUAL 'END'.

           PERFORM 3000-FINALIZE.
      *----------------------------------------------------------------*
       0000-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       1000-INITIALIZE                 SECTION.
      *----------------------------------------------------------------*
           PERFORM 9000-GET-DATE-TIME.

           PERFORM 1050-GET-RUN-PARMS.

           PERFORM 1100-GET-ONLINE-WINDOW.

           PERFORM 1080-REGISTER-RUN-CONTROL.

           INITIALIZE WRK-NTFPRT-REG
                      WRK-NTFEML-REG
                      WRK-EVTFILE-REG
                      WRK-NTFHST-REG.

           OPEN INPUT  EVTFILE
                       NTFHST
                OUTPUT NTFPRT
                       NTFEML
                       NTFRPT.

           MOVE 'OPEN FILE EVTFILE'    TO WRK-ERROR-MSG.
           PERFORM 8100-TEST-FS-EVTFILE.

           MOVE 'OPEN FILE NTFHST'     TO WRK-ERROR-MSG.
           PERFORM 8200-TEST-FS-NTFHST.

           MOVE 'OPEN FILE NTFPRT'     TO WRK-ERROR-MSG.
           PERFORM 8300-TEST-FS-NTFPRT.

           MOVE 'OPEN FILE NTFEML'     TO WRK-ERROR-MSG.
           PERFORM 8400-TEST-FS-NTFEML.

           MOVE 'OPEN FILE NTFRPT'     TO WRK-ERROR-MSG.
           PERFORM 8500-TEST-FS-NTFRPT.

           MOVE SPACES                 TO    WRK-NTFRPT-LINE.
           STRING 'CSRG0060 CHANGE NOTIFICATIONS - RUN ',
                  WRK-DATE-FORMATTED,' ',WRK-TIME-FORMATTED
                                       DELIMITED BY SIZE
                                       INTO  WRK-NTFRPT-LINE.
           PERFORM 2990-PUT-NTFRPT-LINE.

           MOVE SPACES                 TO    WRK-NTFRPT-LINE.
           STRING 'ONLINE CHANGES AFTER ',
                  WRK-WINDOW-FROM-KEY,
                  ' UP TO ',
                  WRK-WINDOW-TO-KEY
                                       DELIMITED BY SIZE
                                       INTO  WRK-NTFRPT-LINE.
           PERFORM 2990-PUT-NTFRPT-LINE.

           PERFORM 2010-READ-NTFHST.

           PERFORM 2510-READ-EVTFILE.
      *----------------------------------------------------------------*
       1000-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       1050-GET-RUN-PARMS              SECTION.
      *----------------------------------------------------------------*
           MOVE SPACES                 TO   CSRGPARM-RUN-PARMS.

           ACCEPT CSRGPARM-RUN-PARMS   FROM SYSIN.

           IF CSRGPARM-BATCH-RUN-ID    EQUAL SPACES
              STRING YYYY-FORMATTED, MM-FORMATTED, DD-FORMATTED,
                     HOUR-FORMATTED, MINUTE-FORMATTED,
                     SECOND-FORMATTED
                                       DELIMITED BY SIZE
                                       INTO CSRGPARM-BATCH-RUN-ID
           END-IF.
      *----------------------------------------------------------------*
       1050-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       1080-REGISTER-RUN-CONTROL       SECTION.
      *----------------------------------------------------------------*
      *    REGISTERS THIS RUN ON TB_RUN_CONTROL AND REFUSES TO START   *
      *    WHEN THE SAME RUN ID AND PROGRAM ARE ALREADY REGISTERED     *
      *    IN-FLIGHT.  THE ROW ALSO BOUNDS THE NEXT RUN'S ONLINE       *
      *    WINDOW ONCE IT IS CLOSED ENDED-OK.  REGISTRATION COMMITS    *
      *    IN ITS OWN UNIT OF WORK SO IT IS VISIBLE AT ONCE.           *
      *----------------------------------------------------------------*
           MOVE 'REGISTERING RUN CONTROL'
                                       TO WRK-ERROR-MSG.

           MOVE CSRGPARM-BATCH-RUN-ID  TO RC-RUN-ID.
           MOVE WRK-PROGRAM            TO RC-PROGRAM.

           EXEC SQL
               SELECT COUNT(*)
               INTO   :WRK-RUNCTL-COUNT
               FROM   TB_RUN_CONTROL
               WHERE  RUN_ID     = :RC-RUN-ID
                 AND  PROGRAM    = :RC-PROGRAM
                 AND  RUN_STATUS = 'STARTED'
           END-EXEC.

           IF SQLCODE NOT EQUAL ZEROS
              PERFORM 9100-FORMAT-SQLCODE
              PERFORM 9999-CALL-ABEND-PGM
           END-IF.

           IF WRK-RUNCTL-COUNT         GREATER ZEROS
              MOVE 'RUN ID ALREADY IN FLIGHT'
                                       TO WRK-ERROR-MSG
              MOVE 'DUPLICATE RUN REFUSED'
                                       TO WRK-ERROR-CODE
              PERFORM 9999-CALL-ABEND-PGM
           END-IF.

           EXEC SQL
               INSERT INTO TB_RUN_CONTROL
               (RUN_ID
               ,PROGRAM
               ,RUN_STATUS
               ,START_TS)
               VALUES
               (:RC-RUN-ID
               ,:RC-PROGRAM
               ,'STARTED'
               ,CURRENT TIMESTAMP)
           END-EXEC.

           IF SQLCODE NOT EQUAL ZEROS
              PERFORM 9100-FORMAT-SQLCODE
              PERFORM 9999-CALL-ABEND-PGM
           END-IF.

           EXEC SQL
               COMMIT
           END-EXEC.

           MOVE 'Y'                    TO WRK-RUNCTL-REGISTERED-SW.
      *----------------------------------------------------------------*
       1080-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       1100-GET-ONLINE-WINDOW          SECTION.
      *----------------------------------------------------------------*
      *    THE WINDOW OPENS AT THE START OF THE LAST RUN THAT ENDED    *
      *    OK (A RUN THAT ABENDED NOTIFIED NOTHING, SO ITS CHANGES     *
      *    ARE TAKEN AGAIN) AND CLOSES AT THIS RUN'S START.  NO SUCH   *
      *    RUN - THE VERY FIRST NIGHT - OPENS IT AT MIDNIGHT TODAY.    *
      *----------------------------------------------------------------*
           MOVE 'READING LAST NOTIFY RUN'
                                       TO WRK-ERROR-MSG.

           MOVE CSRGPARM-BATCH-RUN-ID  TO RC-RUN-ID.
           MOVE WRK-PROGRAM            TO RC-PROGRAM.

           EXEC SQL
               SELECT MAX(START_TS)
               INTO   :WRK-LAST-START-TS :WRK-LAST-START-IND
               FROM   TB_RUN_CONTROL
               WHERE  PROGRAM    = :RC-PROGRAM
                 AND  RUN_STATUS = 'ENDED-OK'
                 AND  RUN_ID     <> :RC-RUN-ID
           END-EXEC.

           IF SQLCODE NOT EQUAL ZEROS
              PERFORM 9100-FORMAT-SQLCODE
              PERFORM 9999-CALL-ABEND-PGM
           END-IF.

           IF WRK-LAST-START-IND       LESS ZEROS
              STRING YYYY-FORMATTED, MM-FORMATTED, DD-FORMATTED,
                     '000000'
                                       DELIMITED BY SIZE
                                       INTO WRK-WINDOW-FROM-KEY
           ELSE
      *       TIMESTAMP YYYY-MM-DD-HH.MM.SS.NNNNNN:
              STRING WRK-LAST-START-TS (1:4),
                     WRK-LAST-START-TS (6:2),
                     WRK-LAST-START-TS (9:2),
                     WRK-LAST-START-TS (12:2),
                     WRK-LAST-START-TS (15:2),
                     WRK-LAST-START-TS (18:2)
                                       DELIMITED BY SIZE
                                       INTO WRK-WINDOW-FROM-KEY
           END-IF.

           STRING YYYY-FORMATTED, MM-FORMATTED, DD-FORMATTED,
                  HOUR-FORMATTED, MINUTE-FORMATTED,
                  SECOND-FORMATTED
                                       DELIMITED BY SIZE
                                       INTO WRK-WINDOW-TO-KEY.
      *----------------------------------------------------------------*
       1100-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2000-PROCESS-ONLINE             SECTION.
      *----------------------------------------------------------------*
      *    ONE ONLINE BEFORE-IMAGE.  BATCH IMAGES ARE LEFT TO THE      *
      *    CHGEVENT PASS (THE SORT KEEPS ONLY THE ONLINE ONES, BUT THE *
      *    RUN ID IS CHECKED AGAIN HERE).  THE FIRST IMAGE OF A CPF    *
      *    INSIDE THE WINDOW HOLDS THE DETAILS AS THEY WERE BEFORE THE *
      *    DAY'S FIRST ONLINE CHANGE; THE LIVE ROW HOLDS THEM NOW.     *
      *----------------------------------------------------------------*
           IF NTFHST-BATCH-RUN-ID      NOT EQUAL WRK-ONLINE-RUN-ID
              GO TO 2000-50-NEXT
           END-IF.

           STRING NTFHST-DATE (7:4),
                  NTFHST-DATE (4:2),
                  NTFHST-DATE (1:2),
                  NTFHST-TIME (1:2),
                  NTFHST-TIME (4:2),
                  NTFHST-TIME (7:2)
                                       DELIMITED BY SIZE
                                       INTO WRK-IMAGE-KEY.

           IF WRK-IMAGE-KEY            NOT GREATER WRK-WINDOW-FROM-KEY
           OR WRK-IMAGE-KEY            GREATER WRK-WINDOW-TO-KEY
              ADD 1                    TO WRK-HST-OUT-WINDOW-COUNTER
              GO TO 2000-50-NEXT
           END-IF.

           MOVE NTFHST-IMAGE           TO WRK-OLD-REG.

           IF CSTMRG01-CPF OF WRK-OLD-REG
                                       EQUAL WRK-LAST-HST-CPF
              ADD 1                    TO WRK-HST-REPEAT-COUNTER
              GO TO 2000-50-NEXT
           END-IF.

           MOVE CSTMRG01-CPF OF WRK-OLD-REG
                                       TO WRK-LAST-HST-CPF.

           MOVE CSTMRG01-CPF OF WRK-OLD-REG
                                       TO CPF OF BTB-CUSTOMER.
           PERFORM 2100-GET-LIVE-ROW.

           IF SQLCODE EQUAL +100
           OR NOT BTB-CUSTOMER-IS-ACTIVE
              ADD 1                    TO WRK-NO-CUSTOMER-COUNTER
              GO TO 2000-50-NEXT
           END-IF.

           PERFORM 2150-LIVE-ROW-TO-NEW.

           PERFORM 2200-COMPARE-DETAILS.

           IF WRK-CHANGED-FIELDS       EQUAL SPACES
              ADD 1                    TO WRK-NO-SENSITIVE-COUNTER
              GO TO 2000-50-NEXT
           END-IF.

           MOVE 'C'                    TO WRK-NOTICE-TYPE.
           MOVE NTFHST-DATE            TO WRK-NOTICE-DATE.
           PERFORM 2300-NOTICE-FROM-OLD.
           PERFORM 2800-ISSUE-NOTICE.

       2000-50-NEXT.
           PERFORM 2010-READ-NTFHST.
      *----------------------------------------------------------------*
       2000-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2010-READ-NTFHST                SECTION.
      *----------------------------------------------------------------*
           READ NTFHST                 INTO WRK-NTFHST-REG.

           MOVE 'READING FILE NTFHST'  TO WRK-ERROR-MSG.
           PERFORM 8200-TEST-FS-NTFHST.

           IF WRK-FS-NTFHST            EQUAL 10
              MOVE 'END'               TO WRK-NTFHST-EOF
           ELSE
              ADD 1                    TO WRK-NTFHST-REGS-COUNTER
           END-IF.
      *----------------------------------------------------------------*
       2010-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2100-GET-LIVE-ROW               SECTION.
      *----------------------------------------------------------------*
      *    THE CALLER SETS CPF OF BTB-CUSTOMER.  A +100 IS LEFT IN     *
      *    SQLCODE FOR THE CALLER - THE ROW HAS BEEN PURGED SINCE.     *
      *----------------------------------------------------------------*
           MOVE 'READING TB_CUSTOMER'  TO WRK-ERROR-MSG.

           EXEC SQL
               SELECT NAME, STREET, HNUMBER, OTHER_INFO,
                      CITY, STATE, CEP, EMAIL, PHONE,
                      STATUS, ADDR_UNDEL, EMAIL_UNDEL
               INTO   :NAME, :STREET, :HNUMBER, :OTHER-INFO,
                      :CITY, :STATE, :CEP, :EMAIL, :PHONE,
                      :CUST-STATUS, :ADDR-UNDEL, :EMAIL-UNDEL
               FROM   TB_CUSTOMER
               WHERE  CPF = :CPF
           END-EXEC.

           IF SQLCODE NOT EQUAL ZEROS AND +100
              PERFORM 9100-FORMAT-SQLCODE
              PERFORM 9999-CALL-ABEND-PGM
           END-IF.
      *----------------------------------------------------------------*
       2100-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2150-LIVE-ROW-TO-NEW            SECTION.
      *----------------------------------------------------------------*
           MOVE SPACES                 TO WRK-NEW-REG.
           MOVE CPF        OF BTB-CUSTOMER TO CSTMRG01-CPF
                                               OF WRK-NEW-REG.
           MOVE NAME       OF BTB-CUSTOMER TO CSTMRG01-NAME
                                               OF WRK-NEW-REG.
           MOVE STREET     OF BTB-CUSTOMER TO CSTMRG01-STREET
                                               OF WRK-NEW-REG.
           MOVE HNUMBER    OF BTB-CUSTOMER TO CSTMRG01-NUMBER
                                               OF WRK-NEW-REG.
           MOVE OTHER-INFO OF BTB-CUSTOMER TO CSTMRG01-OTHER-INFO
                                               OF WRK-NEW-REG.
           MOVE CITY       OF BTB-CUSTOMER TO CSTMRG01-CITY
                                               OF WRK-NEW-REG.
           MOVE STATE      OF BTB-CUSTOMER TO CSTMRG01-STATE
                                               OF WRK-NEW-REG.
           MOVE CEP        OF BTB-CUSTOMER TO CSTMRG01-CEP
                                               OF WRK-NEW-REG.
           MOVE EMAIL      OF BTB-CUSTOMER TO CSTMRG01-EMAIL
                                               OF WRK-NEW-REG.
           MOVE PHONE      OF BTB-CUSTOMER TO CSTMRG01-PHONE
                                               OF WRK-NEW-REG.
      *----------------------------------------------------------------*
       2150-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2200-COMPARE-DETAILS            SECTION.
      *----------------------------------------------------------------*
      *    ONLY THE FOUR FIELDS A TAKEOVER REDIRECTS - WHERE THE MAIL, *
      *    THE EMAIL AND THE PHONE CALLS GO - RAISE A NOTICE.          *
      *----------------------------------------------------------------*
           MOVE SPACES                 TO WRK-CHANGED-FIELDS.

           IF CSTMRG01-STREET OF WRK-OLD-REG
                         NOT EQUAL CSTMRG01-STREET OF WRK-NEW-REG
              MOVE 'S'                 TO WRK-CHG-STREET
           END-IF.

           IF CSTMRG01-CEP    OF WRK-OLD-REG
                         NOT EQUAL CSTMRG01-CEP    OF WRK-NEW-REG
              MOVE 'C'                 TO WRK-CHG-CEP
           END-IF.

           IF CSTMRG01-EMAIL  OF WRK-OLD-REG
                         NOT EQUAL CSTMRG01-EMAIL  OF WRK-NEW-REG
              MOVE 'E'                 TO WRK-CHG-EMAIL
           END-IF.

           IF CSTMRG01-PHONE  OF WRK-OLD-REG
                         NOT EQUAL CSTMRG01-PHONE  OF WRK-NEW-REG
              MOVE 'P'                 TO WRK-CHG-PHONE
           END-IF.
      *----------------------------------------------------------------*
       2200-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2300-NOTICE-FROM-OLD            SECTION.
      *----------------------------------------------------------------*
      *    A CHANGE OR CLOSURE NOTICE GOES TO THE DETAILS AS THEY      *
      *    WERE BEFORE - THE ADDRESS AND EMAIL THE REAL CUSTOMER       *
      *    STILL READS.                                                *
      *----------------------------------------------------------------*
           MOVE CSTMRG01-CPF        OF WRK-OLD-REG TO WRK-NOTICE-CPF.
           MOVE CSTMRG01-NAME       OF WRK-OLD-REG TO WRK-NOTICE-NAME.
           MOVE CSTMRG01-STREET     OF WRK-OLD-REG
                                       TO WRK-NOTICE-STREET.
           MOVE CSTMRG01-NUMBER     OF WRK-OLD-REG
                                       TO WRK-NOTICE-NUMBER.
           MOVE CSTMRG01-OTHER-INFO OF WRK-OLD-REG
                                       TO WRK-NOTICE-OTHER-INFO.
           MOVE CSTMRG01-CITY       OF WRK-OLD-REG TO WRK-NOTICE-CITY.
           MOVE CSTMRG01-STATE      OF WRK-OLD-REG
                                       TO WRK-NOTICE-STATE.
           MOVE CSTMRG01-CEP        OF WRK-OLD-REG TO WRK-NOTICE-CEP.
           MOVE CSTMRG01-EMAIL      OF WRK-OLD-REG
                                       TO WRK-NOTICE-EMAIL.
      *----------------------------------------------------------------*
       2300-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2350-NOTICE-FROM-LIVE           SECTION.
      *----------------------------------------------------------------*
      *    A WELCOME GOES TO THE ROW AS STORED - THE STREET AS         *
      *    CSRGSTRT STANDARDIZED IT, NOT AS THE PROVIDER TYPED IT.     *
      *----------------------------------------------------------------*
           MOVE CPF        OF BTB-CUSTOMER TO WRK-NOTICE-CPF.
           MOVE NAME       OF BTB-CUSTOMER TO WRK-NOTICE-NAME.
           MOVE STREET     OF BTB-CUSTOMER TO WRK-NOTICE-STREET.
           MOVE HNUMBER    OF BTB-CUSTOMER TO WRK-NOTICE-NUMBER.
           MOVE OTHER-INFO OF BTB-CUSTOMER TO WRK-NOTICE-OTHER-INFO.
           MOVE CITY       OF BTB-CUSTOMER TO WRK-NOTICE-CITY.
           MOVE STATE      OF BTB-CUSTOMER TO WRK-NOTICE-STATE.
           MOVE CEP        OF BTB-CUSTOMER TO WRK-NOTICE-CEP.
           MOVE EMAIL      OF BTB-CUSTOMER TO WRK-NOTICE-EMAIL.
      *----------------------------------------------------------------*
       2350-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2500-PROCESS-EVENT              SECTION.
      *----------------------------------------------------------------*
      *    ONE CHGEVENT RECORD.  A REINSTATE RAISES NO NOTICE.  THE    *
      *    LIVE ROW IS READ FOR EVERY NOTICE - IT CARRIES THE          *
      *    UNDELIVERABLE FLAGS, AND FOR A WELCOME THE STORED DETAILS.  *
      *----------------------------------------------------------------*
           MOVE CSRGEVT1-CPF           TO CPF OF BTB-CUSTOMER.

           EVALUATE TRUE
              WHEN CSRGEVT1-IS-INSERT
                   MOVE 'W'            TO WRK-NOTICE-TYPE
                   MOVE SPACES         TO WRK-CHANGED-FIELDS
              WHEN CSRGEVT1-IS-UPDATE
                   MOVE WRK-EVT-OLD-IMAGE
                                       TO WRK-OLD-REG
                   MOVE WRK-EVT-NEW-IMAGE
                                       TO WRK-NEW-REG
                   PERFORM 2200-COMPARE-DETAILS
                   IF WRK-CHANGED-FIELDS EQUAL SPACES
                      ADD 1            TO WRK-NO-SENSITIVE-COUNTER
                      GO TO 2500-50-NEXT
                   END-IF
                   MOVE 'C'            TO WRK-NOTICE-TYPE
              WHEN CSRGEVT1-IS-DELETE
                   MOVE WRK-EVT-OLD-IMAGE
                                       TO WRK-OLD-REG
                   MOVE 'X'            TO WRK-NOTICE-TYPE
                   MOVE SPACES         TO WRK-CHANGED-FIELDS
              WHEN OTHER
                   ADD 1               TO WRK-OTHER-EVENT-COUNTER
                   GO TO 2500-50-NEXT
           END-EVALUATE.

           PERFORM 2100-GET-LIVE-ROW.

           IF SQLCODE EQUAL +100
              ADD 1                    TO WRK-NO-CUSTOMER-COUNTER
              GO TO 2500-50-NEXT
           END-IF.

           IF WRK-NOTICE-IS-WELCOME
              PERFORM 2350-NOTICE-FROM-LIVE
           ELSE
              PERFORM 2300-NOTICE-FROM-OLD
           END-IF.

           MOVE CSRGEVT1-DATE          TO WRK-NOTICE-DATE.
           PERFORM 2800-ISSUE-NOTICE.

       2500-50-NEXT.
           PERFORM 2510-READ-EVTFILE.
      *----------------------------------------------------------------*
       2500-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2510-READ-EVTFILE               SECTION.
      *----------------------------------------------------------------*
           READ EVTFILE                INTO WRK-EVTFILE-REG.

           MOVE 'READING FILE EVTFILE' TO WRK-ERROR-MSG.
           PERFORM 8100-TEST-FS-EVTFILE.

           IF WRK-FS-EVTFILE           EQUAL 10
              MOVE 'END'               TO WRK-EVTFILE-EOF
           ELSE
              ADD 1                    TO WRK-EVTFILE-REGS-COUNTER
           END-IF.
      *----------------------------------------------------------------*
       2510-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2800-ISSUE-NOTICE               SECTION.
      *----------------------------------------------------------------*
      *    THE NOTICE GOES OUT ON EACH CHANNEL THAT HAS SOMEWHERE TO   *
      *    SEND TO, IS NOT FLAGGED UNDELIVERABLE AND CARRIES A 'Y'     *
      *    CONSENT.  THE FLAGS ARE THE LIVE ROW'S - A CSRG0003 UPDATE  *
      *    THAT REPLACED THE VALUE HAS ALREADY CLEARED ITS FLAG.       *
      *----------------------------------------------------------------*
           EVALUATE TRUE
              WHEN WRK-NOTICE-IS-WELCOME
                   ADD 1               TO WRK-WELCOME-COUNTER
              WHEN WRK-NOTICE-IS-CHANGED
                   ADD 1               TO WRK-CHANGED-COUNTER
              WHEN OTHER
                   ADD 1               TO WRK-CLOSURE-COUNTER
           END-EVALUATE.

           PERFORM 2820-GET-MAILING-ADDR.

           IF WRK-NOTICE-STREET        EQUAL SPACES
              ADD 1                    TO WRK-PRT-NO-ADDR-COUNTER
              GO TO 2800-40-EMAIL-CHANNEL
           END-IF.

           IF BTB-ADDR-IS-UNDELIV
              AND NOT WRK-MAILADDR-WAS-FOUND
              ADD 1                    TO WRK-PRT-UNDELIV-COUNTER
              GO TO 2800-40-EMAIL-CHANNEL
           END-IF.

           MOVE 'M'                    TO WRK-CONSENT-CHANNEL.
           PERFORM 2850-CHECK-CONSENT.

           IF WRK-CONSENT-COUNT        EQUAL ZEROS
              ADD 1                    TO WRK-PRT-CONSENT-COUNTER
              GO TO 2800-40-EMAIL-CHANNEL
           END-IF.

           PERFORM 2900-WRITE-NTFPRT.

       2800-40-EMAIL-CHANNEL.
           IF WRK-NOTICE-EMAIL         EQUAL SPACES
              ADD 1                    TO WRK-EML-NO-ADDR-COUNTER
              GO TO 2800-99-EXIT
           END-IF.

           IF BTB-EMAIL-IS-UNDELIV
              ADD 1                    TO WRK-EML-UNDELIV-COUNTER
              GO TO 2800-99-EXIT
           END-IF.

           MOVE 'E'                    TO WRK-CONSENT-CHANNEL.
           PERFORM 2850-CHECK-CONSENT.

           IF WRK-CONSENT-COUNT        EQUAL ZEROS
              ADD 1                    TO WRK-EML-CONSENT-COUNTER
              GO TO 2800-99-EXIT
           END-IF.

           PERFORM 2950-WRITE-NTFEML.
      *----------------------------------------------------------------*
       2800-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2820-GET-MAILING-ADDR           SECTION.
      *----------------------------------------------------------------*
      *    A TYPE 'M' ROW ON TB_CUST_ADDR REPLACES THE POSTAL PART OF  *
      *    THE NOTICE ADDRESS; THE EMAIL IS LEFT AS IT WAS.            *
      *----------------------------------------------------------------*
           MOVE 'READING TB_CUST_ADDR' TO WRK-ERROR-MSG.

           MOVE 'N'                    TO WRK-MAILADDR-FOUND-SW.

           MOVE WRK-NOTICE-CPF         TO ADDR-CPF.
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

           IF SQLCODE EQUAL +100
              GO TO 2820-99-EXIT
           END-IF.

           IF SQLCODE NOT EQUAL ZEROS
              PERFORM 9100-FORMAT-SQLCODE
              PERFORM 9999-CALL-ABEND-PGM
           END-IF.

           MOVE 'Y'                    TO WRK-MAILADDR-FOUND-SW.

           MOVE ADDR-STREET            TO WRK-NOTICE-STREET.
           MOVE ADDR-HNUMBER           TO WRK-NOTICE-NUMBER.
           MOVE ADDR-OTHER-INFO        TO WRK-NOTICE-OTHER-INFO.
           MOVE ADDR-CITY              TO WRK-NOTICE-CITY.
           MOVE ADDR-STATE             TO WRK-NOTICE-STATE.
           MOVE ADDR-CEP               TO WRK-NOTICE-CEP.
      *----------------------------------------------------------------*
       2820-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2850-CHECK-CONSENT              SECTION.
      *----------------------------------------------------------------*
      *    NO 'Y' ROW FOR THE CHANNEL ON TB_CONSENT MEANS NO CONSENT - *
      *    THE SAME RULE THE CSRG0035 CAMPAIGN EXTRACT APPLIES.        *
      *----------------------------------------------------------------*
           MOVE 'CHECKING CONSENT'     TO WRK-ERROR-MSG.

           MOVE WRK-NOTICE-CPF         TO CONS-CPF.
           MOVE WRK-CONSENT-CHANNEL    TO CONS-CHANNEL.

           EXEC SQL
               SELECT COUNT(*)
               INTO   :WRK-CONSENT-COUNT
               FROM   TB_CONSENT
               WHERE  CPF     = :CONS-CPF
                 AND  CHANNEL = :CONS-CHANNEL
                 AND  CONSENT = 'Y'
           END-EXEC.

           IF SQLCODE NOT EQUAL ZEROS
              PERFORM 9100-FORMAT-SQLCODE
              PERFORM 9999-CALL-ABEND-PGM
           END-IF.
      *----------------------------------------------------------------*
       2850-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2900-WRITE-NTFPRT               SECTION.
      *----------------------------------------------------------------*
           MOVE WRK-NOTICE-CEP         TO NTFPRT-CEP.
           MOVE WRK-NOTICE-TYPE        TO NTFPRT-NOTICE.
           MOVE WRK-NOTICE-CPF         TO NTFPRT-CPF.
           MOVE WRK-NOTICE-NAME        TO NTFPRT-NAME.
           MOVE WRK-NOTICE-STREET      TO NTFPRT-STREET.
           MOVE WRK-NOTICE-NUMBER      TO NTFPRT-NUMBER.
           MOVE WRK-NOTICE-OTHER-INFO  TO NTFPRT-OTHER-INFO.
           MOVE WRK-NOTICE-CITY        TO NTFPRT-CITY.
           MOVE WRK-NOTICE-STATE       TO NTFPRT-STATE.
           MOVE WRK-CHANGED-FIELDS     TO NTFPRT-CHANGED.
           MOVE WRK-NOTICE-DATE        TO NTFPRT-DATE.
           MOVE CSRGPARM-BATCH-RUN-ID  TO NTFPRT-BATCH-RUN-ID.

           WRITE FD-REG-NTFPRT         FROM WRK-NTFPRT-REG.

           MOVE 'WRITING FILE NTFPRT'  TO WRK-ERROR-MSG.
           PERFORM 8300-TEST-FS-NTFPRT.

           ADD 1                       TO WRK-NTFPRT-REGS-COUNTER.

           IF WRK-MAILADDR-WAS-FOUND
              ADD 1                    TO WRK-PRT-MAILADDR-COUNTER
           END-IF.
      *----------------------------------------------------------------*
       2900-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2950-WRITE-NTFEML               SECTION.
      *----------------------------------------------------------------*
           MOVE WRK-NOTICE-EMAIL       TO NTFEML-EMAIL.
           MOVE WRK-NOTICE-TYPE        TO NTFEML-NOTICE.
           MOVE WRK-NOTICE-CPF         TO NTFEML-CPF.
           MOVE WRK-NOTICE-NAME        TO NTFEML-NAME.
           MOVE WRK-CHANGED-FIELDS     TO NTFEML-CHANGED.
           MOVE WRK-NOTICE-DATE        TO NTFEML-DATE.
           MOVE CSRGPARM-BATCH-RUN-ID  TO NTFEML-BATCH-RUN-ID.

           WRITE FD-REG-NTFEML         FROM WRK-NTFEML-REG.

           MOVE 'WRITING FILE NTFEML'  TO WRK-ERROR-MSG.
           PERFORM 8400-TEST-FS-NTFEML.

           ADD 1                       TO WRK-NTFEML-REGS-COUNTER.
      *----------------------------------------------------------------*
       2950-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2990-PUT-NTFRPT-LINE            SECTION.
      *----------------------------------------------------------------*
           MOVE  WRK-NTFRPT-LINE       TO    FD-REG-NTFRPT.

           WRITE FD-REG-NTFRPT.

           MOVE 'WRITING FILE NTFRPT'  TO WRK-ERROR-MSG.
           PERFORM 8500-TEST-FS-NTFRPT.
      *----------------------------------------------------------------*
       2990-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       3000-FINALIZE                   SECTION.
      *----------------------------------------------------------------*
           MOVE SPACES                 TO    WRK-NTFRPT-LINE.
           STRING 'NOTICES  WELCOME/CHANGED/CLOSURE.....: ',
                  WRK-WELCOME-COUNTER,' ',
                  WRK-CHANGED-COUNTER,' ',
                  WRK-CLOSURE-COUNTER
                                       DELIMITED BY SIZE
                                       INTO  WRK-NTFRPT-LINE.
           PERFORM 2990-PUT-NTFRPT-LINE.

           MOVE SPACES                 TO    WRK-NTFRPT-LINE.
           STRING 'PRINT    WRITTEN/NO ADDRESS..........: ',
                  WRK-NTFPRT-REGS-COUNTER,' ',
                  WRK-PRT-NO-ADDR-COUNTER
                                       DELIMITED BY SIZE
                                       INTO  WRK-NTFRPT-LINE.
           PERFORM 2990-PUT-NTFRPT-LINE.

           MOVE SPACES                 TO    WRK-NTFRPT-LINE.
           STRING 'PRINT    UNDELIVERABLE/NO CONSENT....: ',
                  WRK-PRT-UNDELIV-COUNTER,' ',
                  WRK-PRT-CONSENT-COUNTER
                                       DELIMITED BY SIZE
                                       INTO  WRK-NTFRPT-LINE.
           PERFORM 2990-PUT-NTFRPT-LINE.

           MOVE SPACES                 TO    WRK-NTFRPT-LINE.
           STRING 'PRINT    TO MAILING ADDRESS..........: ',
                  WRK-PRT-MAILADDR-COUNTER
                                       DELIMITED BY SIZE
                                       INTO  WRK-NTFRPT-LINE.
           PERFORM 2990-PUT-NTFRPT-LINE.

           MOVE SPACES                 TO    WRK-NTFRPT-LINE.
           STRING 'EMAIL    WRITTEN/NO ADDRESS..........: ',
                  WRK-NTFEML-REGS-COUNTER,' ',
                  WRK-EML-NO-ADDR-COUNTER
                                       DELIMITED BY SIZE
                                       INTO  WRK-NTFRPT-LINE.
           PERFORM 2990-PUT-NTFRPT-LINE.

           MOVE SPACES                 TO    WRK-NTFRPT-LINE.
           STRING 'EMAIL    UNDELIVERABLE/NO CONSENT....: ',
                  WRK-EML-UNDELIV-COUNTER,' ',
                  WRK-EML-CONSENT-COUNTER
                                       DELIMITED BY SIZE
                                       INTO  WRK-NTFRPT-LINE.
           PERFORM 2990-PUT-NTFRPT-LINE.

           MOVE SPACES                 TO    WRK-NTFRPT-LINE.
           STRING 'NO NOTICE NOT SENSITIVE/NO CUSTOMER..: ',
                  WRK-NO-SENSITIVE-COUNTER,' ',
                  WRK-NO-CUSTOMER-COUNTER
                                       DELIMITED BY SIZE
                                       INTO  WRK-NTFRPT-LINE.
           PERFORM 2990-PUT-NTFRPT-LINE.

           MOVE SPACES                 TO    WRK-NTFRPT-LINE.
           STRING 'ONLINE   OUT OF WINDOW/SAME CPF......: ',
                  WRK-HST-OUT-WINDOW-COUNTER,' ',
                  WRK-HST-REPEAT-COUNTER
                                       DELIMITED BY SIZE
                                       INTO  WRK-NTFRPT-LINE.
           PERFORM 2990-PUT-NTFRPT-LINE.

           CLOSE EVTFILE
                 NTFHST
                 NTFPRT
                 NTFEML
                 NTFRPT.

           PERFORM 3080-CLOSE-RUN-CONTROL.

           DISPLAY '***************************'.
           DISPLAY '*  SUCCESSFUL  EXECUTION  *'.
           DISPLAY '***************************'.
           DISPLAY '*MODULE..........:' WRK-PROGRAM '*'.
           DISPLAY '*COMPILED........:'
           DD-COMPILED '/' MM-COMPILED '/' YY-COMPILED '*'.
           DISPLAY '*.................'
           HOUR-COMPILED '.' MINUTE-COMPILED '.'SECOND-COMPILED '*'.
           DISPLAY '*-------------------------*'.
           DISPLAY '*RECORDS EVTFILE.....:' WRK-EVTFILE-REGS-COUNTER
           '*'.
           DISPLAY '*RECORDS NTFHST......:' WRK-NTFHST-REGS-COUNTER
           '*'.
           DISPLAY '*WELCOME NOTICES.....:' WRK-WELCOME-COUNTER
           '*'.
           DISPLAY '*CHANGED NOTICES.....:' WRK-CHANGED-COUNTER
           '*'.
           DISPLAY '*CLOSURE NOTICES.....:' WRK-CLOSURE-COUNTER
           '*'.
           DISPLAY '*RECORDS NTFPRT......:' WRK-NTFPRT-REGS-COUNTER
           '*'.
           DISPLAY '*RECORDS NTFEML......:' WRK-NTFEML-REGS-COUNTER
           '*'.
           DISPLAY '*-------------------------*'.
           DISPLAY '*EXECUTED......:' WRK-DATE-FORMATTED '*'.
           DISPLAY '*.................' WRK-TIME-FORMATTED '*'.
           DISPLAY '***************************'.

           STOP RUN.
      *----------------------------------------------------------------*
       3000-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       3080-CLOSE-RUN-CONTROL          SECTION.
      *----------------------------------------------------------------*
      *    CLOSES THIS RUN'S TB_RUN_CONTROL ROW AS ENDED-OK - FROM     *
      *    HERE ON ITS START BOUNDS THE NEXT RUN'S ONLINE WINDOW.  AN  *
      *    ABEND NEVER COMES THIS WAY - 9999-CALL-ABEND-PGM MARKS THE  *
      *    ROW ABENDED INSTEAD.                                        *
      *----------------------------------------------------------------*
           MOVE 'CLOSING RUN CONTROL'  TO WRK-ERROR-MSG.

           MOVE CSRGPARM-BATCH-RUN-ID  TO RC-RUN-ID.
           MOVE WRK-PROGRAM            TO RC-PROGRAM.

           EXEC SQL
               UPDATE TB_RUN_CONTROL
                  SET RUN_STATUS = 'ENDED-OK',
                      END_TS     = CURRENT TIMESTAMP
                WHERE RUN_ID     = :RC-RUN-ID
                  AND PROGRAM    = :RC-PROGRAM
                  AND RUN_STATUS = 'STARTED'
           END-EXEC.

           IF SQLCODE NOT EQUAL ZEROS AND +100
              PERFORM 9100-FORMAT-SQLCODE
              PERFORM 9999-CALL-ABEND-PGM
           END-IF.

           EXEC SQL
               COMMIT
           END-EXEC.
      *----------------------------------------------------------------*
       3080-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       8100-TEST-FS-EVTFILE            SECTION.
      *----------------------------------------------------------------*
           IF WRK-FS-EVTFILE           NOT EQUAL ZEROS AND 10
              MOVE WRK-FS-EVTFILE      TO  WRK-ERROR-CODE
              PERFORM 9999-CALL-ABEND-PGM
           END-IF.
      *----------------------------------------------------------------*
       8100-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       8200-TEST-FS-NTFHST             SECTION.
      *----------------------------------------------------------------*
           IF WRK-FS-NTFHST            NOT EQUAL ZEROS AND 10
              MOVE WRK-FS-NTFHST       TO  WRK-ERROR-CODE
              PERFORM 9999-CALL-ABEND-PGM
           END-IF.
      *----------------------------------------------------------------*
       8200-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       8300-TEST-FS-NTFPRT             SECTION.
      *----------------------------------------------------------------*
           IF WRK-FS-NTFPRT            NOT EQUAL ZEROS
              MOVE WRK-FS-NTFPRT       TO  WRK-ERROR-CODE
              PERFORM 9999-CALL-ABEND-PGM
           END-IF.
      *----------------------------------------------------------------*
       8300-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       8400-TEST-FS-NTFEML             SECTION.
      *----------------------------------------------------------------*
           IF WRK-FS-NTFEML            NOT EQUAL ZEROS
              MOVE WRK-FS-NTFEML       TO  WRK-ERROR-CODE
              PERFORM 9999-CALL-ABEND-PGM
           END-IF.
      *----------------------------------------------------------------*
       8400-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       8500-TEST-FS-NTFRPT             SECTION.
      *----------------------------------------------------------------*
           IF WRK-FS-NTFRPT            NOT EQUAL ZEROS
              MOVE WRK-FS-NTFRPT       TO  WRK-ERROR-CODE
              PERFORM 9999-CALL-ABEND-PGM
           END-IF.
      *----------------------------------------------------------------*
       8500-99-EXIT.                   EXIT.
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
       9100-FORMAT-SQLCODE             SECTION.
      *----------------------------------------------------------------*
           MOVE SQLCODE                TO WRK-SQLCODE-SINAL.
           STRING 'SQLCODE..:',WRK-SQLCODE-X
                                       DELIMITED BY SPACE
                                       INTO WRK-ERROR-CODE.
      *----------------------------------------------------------------*
       9100-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       9999-CALL-ABEND-PGM             SECTION.
      *----------------------------------------------------------------*
      *    THE RUN-CONTROL ROW IS MARKED ABENDED IN ITS OWN UNIT OF
      *    WORK SO OPERATIONS SEES THE FAILURE; AN ERROR DOING SO IS
      *    DELIBERATELY IGNORED - THE ABEND ITSELF COMES FIRST.
           IF WRK-RUNCTL-IS-REGISTERED
              MOVE CSRGPARM-BATCH-RUN-ID
                                       TO RC-RUN-ID
              MOVE WRK-PROGRAM         TO RC-PROGRAM
              EXEC SQL
                  UPDATE TB_RUN_CONTROL
                     SET RUN_STATUS = 'ABENDED',
                         END_TS     = CURRENT TIMESTAMP
                   WHERE RUN_ID     = :RC-RUN-ID
                     AND PROGRAM    = :RC-PROGRAM
                     AND RUN_STATUS = 'STARTED'
              END-EXEC
              EXEC SQL
                  COMMIT
              END-EXEC
           END-IF.

           MOVE WRK-DATE-FORMATTED     TO WRK-ERROR-DATE.
           MOVE WRK-TIME-FORMATTED     TO WRK-ERROR-TIME.
           CALL WRK-ABEND-PGM          USING WRK-ERROR-LOG.
      *----------------------------------------------------------------*
       9999-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
