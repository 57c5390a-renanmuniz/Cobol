      *================================================================*
      *        I D E N T I F I C A T I O N      D I V I S I O N        *
      *================================================================*
       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     CSRG0081.
       AUTHOR.         RENAN MUNIZ MERLO.
       DATE-WRITTEN.   15/10/2026.
       DATE-COMPILED   WHEN-COMPILED.
       REMARKS.
      *----------------------------------------------------------------*
      *                RENAN MUNIZ MERLO COBOL DEVELOPER               *
      *          https://www.linkedin.com/in/renan-muniz-merlo         *
      *----------------------------------------------------------------*
      *    PROGRAM-ID..: CSRG0081.                                     *
      *    ANALYST.....: RENAN MUNIZ MERLO                             *
      *    PROGRAMMER..: RENAN MUNIZ MERLO                             *
      *    DATE........: 15/10/2026                                    *
      *----------------------------------------------------------------*
      *    PROJECT.....: CUSTOMER REGISTRATION PROJECT - CUSTMREG      *
      *----------------------------------------------------------------*
      *    GOAL........: BULK CUSTOMER LOOKUP FOR OTHER DEPARTMENTS    *
      *                  (CREDIT, COLLECTIONS, CALL CENTRE ...).       *
      *                  TAKES A DEPARTMENT'S LKUPREQ FILE OF CPFS AND *
      *                  ANSWERS EVERY ONE ON LKUPRSP (CSRGLKP1): IS   *
      *                  IT OUR CUSTOMER, ITS STATUS AND CPF_SITUACAO, *
      *                  WHICH CHANNELS ARE CONSENTED AND DELIVERABLE, *
      *                  AND WHETHER IT IS UNDER A LEGAL HOLD.  ONLY A *
      *                  DEPARTMENT ON THE LKUPDEPT REGISTER IS        *
      *                  ANSWERED, AND ONLY WITH THE FIELDS ITS        *
      *                  PROFILE THERE ALLOWS - THE REST COME BACK AS  *
      *                  '*'.  A PROTECTED CUSTOMER (PROT_FLAG) IS     *
      *                  ANSWERED FOUND AND NOTHING MORE, AND RAISES   *
      *                  AN ALERTPGM 'PROTECTD' ALERT AS ON CSRG0007.  *
      *                  EVERY CPF ASKED ABOUT, FOUND OR NOT, IS       *
      *                  LOGGED ON ACCLOG (ACCESS TYPE 'B') UNDER THE  *
      *                  REQUESTING DEPARTMENT, WITH ITS REQUEST       *
      *                  REFERENCE.  A REFUSED REQUEST IS LOGGED ONCE, *
      *                  WITH NO CPF, AND ENDS RC=8.  READ-ONLY ON THE *
      *                  CUSTOMER DATA.                                *
      *----------------------------------------------------------------*
      *    LKUPREQ.....: THE DEPARTMENT'S REQUEST, LRECL=080:          *
      *                  FIRST CARD  POS 01-03  'HDR'                  *
      *                              POS 04-11  DEPARTMENT ID          *
      *                              POS 12-31  REQUEST REFERENCE      *
      *                  THEN ONE CARD PER CPF, POS 01-15, MASKED AS   *
      *                  ON TB_CUSTOMER (9999.999.999-99).  BLANK      *
      *                  CARDS ARE SKIPPED.                            *
      *----------------------------------------------------------------*
      *    LKUPDEPT....: THE REGISTER OF DEPARTMENTS ALLOWED TO ASK,   *
      *                  ONE CARD EACH, '*' IN POS 01 = COMMENT:       *
      *                  POS 01-08  DEPARTMENT ID                      *
      *                  POS 10-10  STATUS MAY BE RETURNED     (Y/N)   *
      *                  POS 11-11  CPF_SITUACAO MAY BE RETURNED (Y/N) *
      *                  POS 12-12  CHANNELS MAY BE RETURNED   (Y/N)   *
      *                  POS 13-13  LEGAL HOLD MAY BE RETURNED (Y/N)   *
      *                  POS 15-44  DEPARTMENT NAME                    *
      *                  ANYTHING BUT 'Y' WITHHOLDS THE FIELD.  FOUND/ *
      *                  NOT FOUND IS ALWAYS RETURNED.  A MISSING      *
      *                  REGISTER REFUSES EVERY REQUEST.               *
      *----------------------------------------------------------------*
      *    FILES.......:  DDNAME          LRECL       INCLUDE/BOOK     *
      *                   LKUPDEPT        00080       NONE             *
      *                   LKUPREQ         00080       NONE             *
      *                   LKUPRSP         00080       CSRGLKP1         *
      *                   LKUPRPT         00132       NONE             *
      *                   ACCLOG          00121       CSRGACC1+        *
      *                                               CSRGCHN1         *
      *----------------------------------------------------------------*
      *    MODIFICATION HISTORY.......:                                *
      *    15/10/2026 RMM - PROGRAM CREATED.                           *
      *----------------------------------------------------------------*
      *    TABLE DB2...:  TB_CUSTOMER                 BTB_CUSTOMER     *
      *                   TB_CONSENT                  BTB_CONSENT      *
      *                   TB_CUST_ADDR                BTB_CUST_ADDR    *
      *                   TB_LEGAL_HOLD               BTB_LEGAL_HOLD   *
      *                   TB_AUDIT_SEAL               (CSRGCHAN)       *
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

           SELECT LKUPDEPT      ASSIGN TO UTS-S-LKUPDEPT
            ORGANIZATION IS     SEQUENTIAL
            ACCESS MODE  IS     SEQUENTIAL
            FILE STATUS  IS     WRK-FS-LKUPDEPT.

           SELECT LKUPREQ       ASSIGN TO UTS-S-LKUPREQ
            ORGANIZATION IS     SEQUENTIAL
            ACCESS MODE  IS     SEQUENTIAL
            FILE STATUS  IS     WRK-FS-LKUPREQ.

           SELECT LKUPRSP       ASSIGN TO UTS-S-LKUPRSP
            ORGANIZATION IS     SEQUENTIAL
            ACCESS MODE  IS     SEQUENTIAL
            FILE STATUS  IS     WRK-FS-LKUPRSP.

           SELECT LKUPRPT       ASSIGN TO UTS-S-LKUPRPT
            ORGANIZATION IS     SEQUENTIAL
            ACCESS MODE  IS     SEQUENTIAL
            FILE STATUS  IS     WRK-FS-LKUPRPT.

           SELECT ACCLOG        ASSIGN TO UTS-S-ACCLOG
            ORGANIZATION IS     SEQUENTIAL
            ACCESS MODE  IS     SEQUENTIAL
            FILE STATUS  IS     WRK-FS-ACCLOG.

      *================================================================*
      *                  D A T A      D I V I S I O N                  *
      *================================================================*
       DATA DIVISION.
       FILE SECTION.
      *
       FD LKUPDEPT
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS 00 RECORDS.
       01 FD-REG-LKUPDEPT   PIC X(80).

       FD LKUPREQ
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS 00 RECORDS.
       01 FD-REG-LKUPREQ    PIC X(80).

       FD LKUPRSP
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS 00 RECORDS.
       01 FD-REG-LKUPRSP    PIC X(80).

       FD LKUPRPT
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS 00 RECORDS.
       01 FD-REG-LKUPRPT    PIC X(132).

       FD ACCLOG
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS 00 RECORDS.
       01 FD-REG-ACCLOG     PIC X(121).

      *-----------------------------------------------------------------*
      *                  WORKING-STORAGE SECTION                        *
      *-----------------------------------------------------------------*
       WORKING-STORAGE SECTION.

       77 WRK-LKUPREQ-REGS-COUNTER               PIC 9(09) VALUE ZEROS .
       77 WRK-BLANK-REGS-COUNTER                 PIC 9(09) VALUE ZEROS .
       77 WRK-EXTRA-HDR-COUNTER                  PIC 9(05) VALUE ZEROS .
       77 WRK-LKUPRSP-REGS-COUNTER               PIC 9(09) VALUE ZEROS .
       77 WRK-FOUND-COUNTER                      PIC 9(09) VALUE ZEROS .
       77 WRK-NOT-FOUND-COUNTER                  PIC 9(09) VALUE ZEROS .
       77 WRK-ACTIVE-COUNTER                     PIC 9(09) VALUE ZEROS .
       77 WRK-DELETED-COUNTER                    PIC 9(09) VALUE ZEROS .
       77 WRK-CONTACTABLE-COUNTER                PIC 9(09) VALUE ZEROS .
       77 WRK-HELD-COUNTER                       PIC 9(09) VALUE ZEROS .
       77 WRK-PROT-ACCESS-COUNTER                PIC 9(07) VALUE ZEROS .
       77 WRK-ACCLOG-REGS-COUNTER                PIC 9(09) VALUE ZEROS .
       77 WRK-DEPT-CARDS-COUNTER                 PIC 9(05) VALUE ZEROS .

       77 WRK-LKUPREQ-EOF                        PIC X(03) VALUE SPACES.
       77 WRK-LKUPDEPT-EOF                       PIC X(03) VALUE SPACES.

      *RUNTIME PARAMETER CARD:
       COPY 'CSRGPARM'.

      *THE REQUEST HEADER CARD AND ONE CPF CARD:
       01 WRK-LKUPREQ-REG                        PIC X(80) VALUE SPACES.
       01 FILLER REDEFINES WRK-LKUPREQ-REG.
          03 WRK-REQ-HDR-TAG                     PIC X(03).
             88 WRK-REQ-IS-HEADER                      VALUE 'HDR'.
          03 WRK-REQ-HDR-DEPT-ID                 PIC X(08).
          03 WRK-REQ-HDR-REFERENCE               PIC X(20).
          03 FILLER                              PIC X(49).
       01 FILLER REDEFINES WRK-LKUPREQ-REG.
          03 WRK-REQ-CPF                         PIC X(15).
          03 FILLER                              PIC X(65).

      *THE REQUEST BEING ANSWERED:
       01 WRK-REQUEST-DEPT-ID                    PIC X(08) VALUE SPACES.
       01 WRK-REQUEST-REFERENCE                  PIC X(20) VALUE SPACES.
       01 WRK-REQUEST-SW                         PIC X(01) VALUE 'N'.
          88 WRK-REQUEST-IS-ACCEPTED                   VALUE 'Y'.
          88 WRK-REQUEST-IS-REFUSED                    VALUE 'N'.
       01 WRK-REFUSAL-REASON                     PIC X(40) VALUE SPACES.

      *ONE LKUPDEPT REGISTER CARD:
       01 WRK-FS-LKUPDEPT                        PIC X(02) VALUE SPACES.
       01 WRK-LKUPDEPT-REG                       PIC X(80) VALUE SPACES.
       01 FILLER REDEFINES WRK-LKUPDEPT-REG.
          03 WRK-REG-DEPT-ID                     PIC X(08).
          03 FILLER                              PIC X(01).
          03 WRK-REG-PROFILE.
             05 WRK-REG-SHOW-STATUS              PIC X(01).
             05 WRK-REG-SHOW-SITUACAO            PIC X(01).
             05 WRK-REG-SHOW-CHANNELS            PIC X(01).
             05 WRK-REG-SHOW-HOLD                PIC X(01).
          03 FILLER                              PIC X(01).
          03 WRK-REG-DEPT-NAME                   PIC X(30).
          03 FILLER                              PIC X(36).

      *THE REQUESTING DEPARTMENT'S PROFILE, AS FOUND ON THE REGISTER:
       01 WRK-DEPT-FOUND-SW                      PIC X(01) VALUE 'N'.
          88 WRK-DEPT-IS-REGISTERED                    VALUE 'Y'.
       01 WRK-DEPT-NAME                          PIC X(30) VALUE SPACES.
       01 WRK-DEPT-PROFILE.
          03 WRK-DEPT-SHOW-STATUS                PIC X(01) VALUE 'N'.
             88 WRK-DEPT-GETS-STATUS                   VALUE 'Y'.
          03 WRK-DEPT-SHOW-SITUACAO              PIC X(01) VALUE 'N'.
             88 WRK-DEPT-GETS-SITUACAO                 VALUE 'Y'.
          03 WRK-DEPT-SHOW-CHANNELS              PIC X(01) VALUE 'N'.
             88 WRK-DEPT-GETS-CHANNELS                 VALUE 'Y'.
          03 WRK-DEPT-SHOW-HOLD                  PIC X(01) VALUE 'N'.
             88 WRK-DEPT-GETS-HOLD                     VALUE 'Y'.

      *ONE RESPONSE LINE (SEE CSRGLKP1):
       01 WRK-LKUPRSP-REG.
          COPY 'CSRGLKP1'.

      *SWITCH SET BY 2100-SELECT-CUSTOMER (SQLCODE +100 = NOT FOUND):
       01 WRK-FOUND-SW                           PIC X(01) VALUE 'N'.
          88 WRK-CUSTOMER-WAS-FOUND                    VALUE 'Y'.

      *TB_CONSENT FOR THE CUSTOMER - THE CHANNELS WITH A 'Y' ROW:
       01 WRK-CONS-MAIL-COUNT                    PIC S9(09) COMP
                                                 VALUE ZEROS.
       01 WRK-CONS-EMAIL-COUNT                   PIC S9(09) COMP
                                                 VALUE ZEROS.
       01 WRK-CONS-PHONE-COUNT                   PIC S9(09) COMP
                                                 VALUE ZEROS.

      *A MAILING ('M') ROW ON TB_CUST_ADDR FOR THE CUSTOMER:
       01 WRK-MAILADDR-COUNT                     PIC S9(09) COMP
                                                 VALUE ZEROS.

      *ACTIVE LEGAL HOLD FOR THE CUSTOMER (SEE TB_LEGAL_HOLD):
       01 WRK-HOLD-COUNT                         PIC 9(04) VALUE ZEROS.

      *ONE PII ACCESS-LOG LINE (SEE CSRGACC1):
       01 WRK-ACCLOG-REG.
          COPY 'CSRGACC1'.
          COPY 'CSRGCHN1'.

      *HASH CHAIN OF THE ACCLOG TRAIL (SEE CSRGCHP1):
       77 WRK-CHAN-PGM                           PIC X(08) VALUE
                                                          'CSRGCHAN'  .
       01 WRK-CHAN-PARM.
          COPY 'CSRGCHP1'.

      *OPERATIONAL-ALERT PROGRAM - EVERY PROTECTED ACCESS IS ALERTED:
       77 WRK-ALERT-PGM                          PIC X(08) VALUE
                                                          'ALERTPGM'  .

       01 WRK-ALERT-LOG.
          COPY 'CSRGALRT'.

       01 WRK-LKUPRPT-LINE                       PIC X(132)
                                                  VALUE SPACES.

      *DATA FOR ERROR LOG:
       01 WRK-ERROR-LOG.
          03 WRK-PROGRAM                         PIC X(08) VALUE
                                                          'CSRG0081'  .
          03 WRK-ERROR-MSG                       PIC X(30) VALUE SPACES.
          03 WRK-ERROR-CODE                      PIC X(30) VALUE SPACES.
          03 WRK-ERROR-DATE                      PIC X(10) VALUE SPACES.
          03 WRK-ERROR-TIME                      PIC X(08) VALUE SPACES.

      *ABENDING PROGRAM:
       77 WRK-ABEND-PGM                          PIC X(08) VALUE
                                                          'ABENDPGM'  .

       01 WRK-FILE-STATUS.
          03 WRK-FS-LKUPREQ                      PIC 9(02) VALUE ZEROS .
          03 WRK-FS-LKUPRSP                      PIC 9(02) VALUE ZEROS .
          03 WRK-FS-LKUPRPT                      PIC 9(02) VALUE ZEROS .
          03 WRK-FS-ACCLOG                       PIC 9(02) VALUE ZEROS .

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
              INCLUDE BTB_CUST_ADDR
           END-EXEC.

           EXEC SQL
              INCLUDE BTB_LEGAL_HOLD
           END-EXEC.
      *================================================================*
       PROCEDURE                       DIVISION.
      *================================================================*
      *----------------------------------------------------------------*
       0000-MAIN-PROCESS               SECTION.
      *----------------------------------------------------------------*
           MOVE WHEN-COMPILED          TO WRK-WHEN-COPILED.

           PERFORM 1000-INITIALIZE.

           IF WRK-REQUEST-IS-ACCEPTED
              PERFORM 2000-ANSWER-ONE-CPF
                 UNTIL WRK-LKUPREQ-EOF EQUAL 'END'
           ELSE
              PERFORM 2900-LOG-REFUSAL
           END-IF.

           PERFORM 3000-FINALIZE.
      *----------------------------------------------------------------*
       0000-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       1000-INITIALIZE                 SECTION.
      *----------------------------------------------------------------*
           PERFORM 9000-GET-DATE-TIME.

           PERFORM 1050-GET-RUN-PARMS.

           OPEN INPUT  LKUPREQ
                OUTPUT LKUPRSP
                       LKUPRPT.

           MOVE 'OPEN FILE LKUPREQ'    TO WRK-ERROR-MSG.
           PERFORM 8100-TEST-FS-LKUPREQ.

           MOVE 'OPEN FILE LKUPRSP'    TO WRK-ERROR-MSG.
           PERFORM 8200-TEST-FS-LKUPRSP.

           MOVE 'OPEN FILE LKUPRPT'    TO WRK-ERROR-MSG.
           PERFORM 8300-TEST-FS-LKUPRPT.

           INITIALIZE WRK-CHAN-PARM.

           MOVE 'ACCLOG'               TO CSRGCHP1-TRAIL.
           MOVE 100                    TO CSRGCHP1-BODY-LEN.

           OPEN EXTEND ACCLOG.

           MOVE 'OPEN FILE ACCLOG'     TO WRK-ERROR-MSG.
           PERFORM 8400-TEST-FS-ACCLOG.

           MOVE SPACES                 TO WRK-LKUPRPT-LINE.
           STRING 'CSRG0081 BULK CUSTOMER LOOKUP - RUN ',
                  CSRGPARM-BATCH-RUN-ID,' ',
                  WRK-DATE-FORMATTED,' ',WRK-TIME-FORMATTED
                                       DELIMITED BY SIZE
                                       INTO WRK-LKUPRPT-LINE.
           PERFORM 3210-PUT-LKUPRPT-LINE.

           PERFORM 1200-READ-REQUEST-HEADER.

           IF WRK-REQUEST-IS-ACCEPTED
              PERFORM 1100-FIND-DEPARTMENT
           END-IF.

           MOVE SPACES                 TO WRK-LKUPRPT-LINE.
           STRING 'REQUESTING DEPARTMENT.: ',WRK-REQUEST-DEPT-ID,
                  ' ',WRK-DEPT-NAME,
                  '  REFERENCE ',WRK-REQUEST-REFERENCE
                                       DELIMITED BY SIZE
                                       INTO WRK-LKUPRPT-LINE.
           PERFORM 3210-PUT-LKUPRPT-LINE.

           IF WRK-REQUEST-IS-REFUSED
              MOVE SPACES              TO WRK-LKUPRPT-LINE
              STRING '** REQUEST REFUSED - ',WRK-REFUSAL-REASON,
                     ' - NO RESPONSE LINES WRITTEN **'
                                       DELIMITED BY SIZE
                                       INTO WRK-LKUPRPT-LINE
              PERFORM 3210-PUT-LKUPRPT-LINE
              GO TO 1000-99-EXIT
           END-IF.

           MOVE SPACES                 TO WRK-LKUPRPT-LINE.
           STRING 'PROFILE - STATUS ',WRK-DEPT-SHOW-STATUS,
                  '  CPF_SITUACAO ',WRK-DEPT-SHOW-SITUACAO,
                  '  CHANNELS ',WRK-DEPT-SHOW-CHANNELS,
                  '  LEGAL HOLD ',WRK-DEPT-SHOW-HOLD,
                  '   (N = RETURNED AS *)'
                                       DELIMITED BY SIZE
                                       INTO WRK-LKUPRPT-LINE.
           PERFORM 3210-PUT-LKUPRPT-LINE.

           PERFORM 2050-READ-LKUPREQ.
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

           IF CSRGPARM-TEST-MODE       NOT EQUAL 'Y'
              MOVE 'N'                 TO   CSRGPARM-TEST-MODE
           END-IF.
      *----------------------------------------------------------------*
       1050-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       1100-FIND-DEPARTMENT            SECTION.
      *----------------------------------------------------------------*
      *    READS THE LKUPDEPT REGISTER FOR THE REQUESTING DEPARTMENT'S *
      *    CARD.  NO REGISTER, OR NO CARD FOR THE DEPARTMENT, REFUSES  *
      *    THE REQUEST - THE SERVICE IS NEVER OPEN BY DEFAULT.         *
      *----------------------------------------------------------------*
           OPEN INPUT LKUPDEPT.

           IF WRK-FS-LKUPDEPT          NOT EQUAL '00'
              DISPLAY '*CSRG0081: LKUPDEPT NOT OPENED - FS='
                      WRK-FS-LKUPDEPT '*'
              MOVE 'N'                 TO WRK-REQUEST-SW
              MOVE 'DEPARTMENT REGISTER NOT AVAILABLE'
                                       TO WRK-REFUSAL-REASON
              GO TO 1100-99-EXIT
           END-IF.

           PERFORM 1110-READ-LKUPDEPT.

           PERFORM 1120-TEST-ONE-DEPARTMENT
              UNTIL WRK-LKUPDEPT-EOF   EQUAL 'END'
                 OR WRK-DEPT-IS-REGISTERED.

           CLOSE LKUPDEPT.

           IF NOT WRK-DEPT-IS-REGISTERED
              MOVE 'N'                 TO WRK-REQUEST-SW
              MOVE 'DEPARTMENT NOT REGISTERED'
                                       TO WRK-REFUSAL-REASON
           END-IF.
      *----------------------------------------------------------------*
       1100-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       1110-READ-LKUPDEPT              SECTION.
      *----------------------------------------------------------------*
           READ LKUPDEPT               INTO WRK-LKUPDEPT-REG.

           IF WRK-FS-LKUPDEPT          NOT EQUAL '00'
              MOVE 'END'               TO WRK-LKUPDEPT-EOF
           ELSE
              ADD 1                    TO WRK-DEPT-CARDS-COUNTER
           END-IF.
      *----------------------------------------------------------------*
       1110-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       1120-TEST-ONE-DEPARTMENT        SECTION.
      *----------------------------------------------------------------*
           IF WRK-LKUPDEPT-REG (1:1)   EQUAL '*'
              OR WRK-REG-DEPT-ID       NOT EQUAL WRK-REQUEST-DEPT-ID
              GO TO 1120-50-NEXT
           END-IF.

           MOVE 'Y'                    TO WRK-DEPT-FOUND-SW.
           MOVE WRK-REG-DEPT-NAME      TO WRK-DEPT-NAME.
           MOVE WRK-REG-PROFILE        TO WRK-DEPT-PROFILE.

           IF NOT WRK-DEPT-GETS-STATUS
              MOVE 'N'                 TO WRK-DEPT-SHOW-STATUS
           END-IF.
           IF NOT WRK-DEPT-GETS-SITUACAO
              MOVE 'N'                 TO WRK-DEPT-SHOW-SITUACAO
           END-IF.
           IF NOT WRK-DEPT-GETS-CHANNELS
              MOVE 'N'                 TO WRK-DEPT-SHOW-CHANNELS
           END-IF.
           IF NOT WRK-DEPT-GETS-HOLD
              MOVE 'N'                 TO WRK-DEPT-SHOW-HOLD
           END-IF.
           GO TO 1120-99-EXIT.

       1120-50-NEXT.
           PERFORM 1110-READ-LKUPDEPT.
      *----------------------------------------------------------------*
       1120-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       1200-READ-REQUEST-HEADER        SECTION.
      *----------------------------------------------------------------*
      *    THE FIRST CARD MUST NAME THE DEPARTMENT ASKING.  A FILE     *
      *    WITHOUT ONE IS NOT ANSWERED - THE LOG WOULD NOT KNOW WHOM   *
      *    THE DATA WENT TO.                                           *
      *----------------------------------------------------------------*
           MOVE 'READING LKUPREQ HEADER'
                                       TO WRK-ERROR-MSG.

           READ LKUPREQ                INTO WRK-LKUPREQ-REG.

           IF WRK-FS-LKUPREQ           EQUAL 10
              MOVE 'N'                 TO WRK-REQUEST-SW
              MOVE 'EMPTY REQUEST FILE'
                                       TO WRK-REFUSAL-REASON
              GO TO 1200-99-EXIT
           END-IF.

           PERFORM 8100-TEST-FS-LKUPREQ.

           IF NOT WRK-REQ-IS-HEADER
              OR WRK-REQ-HDR-DEPT-ID   EQUAL SPACES
              MOVE 'N'                 TO WRK-REQUEST-SW
              MOVE 'NO HDR CARD NAMING THE DEPARTMENT'
                                       TO WRK-REFUSAL-REASON
              GO TO 1200-99-EXIT
           END-IF.

           MOVE WRK-REQ-HDR-DEPT-ID    TO WRK-REQUEST-DEPT-ID.
           MOVE WRK-REQ-HDR-REFERENCE  TO WRK-REQUEST-REFERENCE.
           MOVE 'Y'                    TO WRK-REQUEST-SW.
      *----------------------------------------------------------------*
       1200-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2000-ANSWER-ONE-CPF             SECTION.
      *----------------------------------------------------------------*
           IF WRK-REQ-CPF              EQUAL SPACES
              ADD 1                    TO WRK-BLANK-REGS-COUNTER
              GO TO 2000-50-NEXT
           END-IF.

           IF WRK-REQ-IS-HEADER
              ADD 1                    TO WRK-EXTRA-HDR-COUNTER
              GO TO 2000-50-NEXT
           END-IF.

           MOVE SPACES                 TO WRK-LKUPRSP-REG.
           MOVE WRK-REQ-CPF            TO CSRGLKP1-CPF.
           MOVE WRK-REQUEST-DEPT-ID    TO CSRGLKP1-DEPT-ID.
           MOVE WRK-REQUEST-REFERENCE  TO CSRGLKP1-REQUEST-REF.
           MOVE WRK-DATE-FORMATTED     TO CSRGLKP1-ANSWER-DT.
           MOVE CSRGPARM-BATCH-RUN-ID  TO CSRGLKP1-RUN-ID.

           PERFORM 2100-SELECT-CUSTOMER.

           IF NOT WRK-CUSTOMER-WAS-FOUND
              MOVE 'N'                 TO CSRGLKP1-FOUND
              ADD 1                    TO WRK-NOT-FOUND-COUNTER
           ELSE
              MOVE 'Y'                 TO CSRGLKP1-FOUND
              ADD 1                    TO WRK-FOUND-COUNTER
              IF BTB-CUSTOMER-IS-PROTECTED
                 PERFORM 2500-WITHHOLD-ALL
              ELSE
                 PERFORM 2200-FILL-ANSWER
              END-IF
           END-IF.

           MOVE 'WRITING FILE LKUPRSP' TO WRK-ERROR-MSG.

           MOVE WRK-LKUPRSP-REG        TO FD-REG-LKUPRSP.

           WRITE FD-REG-LKUPRSP.

           PERFORM 8200-TEST-FS-LKUPRSP.

           ADD 1                       TO WRK-LKUPRSP-REGS-COUNTER.

           PERFORM 2600-WRITE-ACCLOG.

           IF WRK-CUSTOMER-WAS-FOUND
              AND BTB-CUSTOMER-IS-PROTECTED
              PERFORM 2750-RAISE-PROTECTED-ALERT
           END-IF.

       2000-50-NEXT.
           PERFORM 2050-READ-LKUPREQ.
      *----------------------------------------------------------------*
       2000-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2050-READ-LKUPREQ               SECTION.
      *----------------------------------------------------------------*
           MOVE 'READING LKUPREQ'      TO   WRK-ERROR-MSG.

           READ LKUPREQ                INTO WRK-LKUPREQ-REG.

           IF WRK-FS-LKUPREQ           EQUAL 10
              MOVE 'END'               TO   WRK-LKUPREQ-EOF
           ELSE
              PERFORM 8100-TEST-FS-LKUPREQ
              ADD 1                    TO   WRK-LKUPREQ-REGS-COUNTER
           END-IF.
      *----------------------------------------------------------------*
       2050-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2100-SELECT-CUSTOMER            SECTION.
      *----------------------------------------------------------------*
      *    ONLY THE COLUMNS AN ANSWER IS BUILT FROM - NOTHING ELSE OF  *
      *    THE ROW IS READ, SO NOTHING ELSE CAN LEAK INTO A RESPONSE.  *
      *----------------------------------------------------------------*
           MOVE 'SELECTING TB_CUSTOMER'
                                       TO WRK-ERROR-MSG.

           MOVE WRK-REQ-CPF            TO CPF OF BTB-CUSTOMER.

           EXEC SQL
               SELECT STATUS
                     ,STREET
                     ,COALESCE(EMAIL, ' ')
                     ,COALESCE(PHONE, ' ')
                     ,COALESCE(ADDR_UNDEL, 'N')
                     ,COALESCE(EMAIL_UNDEL, 'N')
                     ,COALESCE(PHONE_UNDEL, 'N')
                     ,COALESCE(CPF_SITUACAO, ' ')
                     ,COALESCE(PROT_FLAG, 'N')
               INTO  :CUST-STATUS
                    ,:STREET
                    ,:EMAIL
                    ,:PHONE
                    ,:ADDR-UNDEL
                    ,:EMAIL-UNDEL
                    ,:PHONE-UNDEL
                    ,:CPF-SITUACAO
                    ,:PROT-FLAG
               FROM  TB_CUSTOMER
               WHERE CPF = :CPF
           END-EXEC.

           IF SQLCODE EQUAL +100
              MOVE 'N'                 TO WRK-FOUND-SW
           ELSE
              IF SQLCODE NOT EQUAL ZEROS
                 MOVE SQLCODE          TO WRK-SQLCODE-SINAL
                 STRING 'SQLCODE..:',WRK-SQLCODE-X
                                       DELIMITED BY SPACE
                                       INTO WRK-ERROR-CODE
                 PERFORM 9999-CALL-ABEND-PGM
              END-IF
              MOVE 'Y'                 TO WRK-FOUND-SW
           END-IF.
      *----------------------------------------------------------------*
       2100-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2200-FILL-ANSWER                SECTION.
      *----------------------------------------------------------------*
      *    EACH FIELD IS WORKED OUT ONLY WHEN THE PROFILE LETS IT GO   *
      *    BACK; A WITHHELD FIELD IS '*'.                              *
      *----------------------------------------------------------------*
           IF BTB-CUSTOMER-IS-ACTIVE
              ADD 1                    TO WRK-ACTIVE-COUNTER
           ELSE
              ADD 1                    TO WRK-DELETED-COUNTER
           END-IF.

           IF WRK-DEPT-GETS-STATUS
              MOVE CUST-STATUS         TO CSRGLKP1-STATUS
           ELSE
              MOVE '*'                 TO CSRGLKP1-STATUS
           END-IF.

           IF WRK-DEPT-GETS-SITUACAO
              MOVE CPF-SITUACAO        TO CSRGLKP1-CPF-SITUACAO
           ELSE
              MOVE '*'                 TO CSRGLKP1-CPF-SITUACAO
           END-IF.

           IF WRK-DEPT-GETS-CHANNELS
              PERFORM 2300-SET-CHANNELS
           ELSE
              MOVE '*'                 TO CSRGLKP1-MAIL-OK
                                          CSRGLKP1-EMAIL-OK
                                          CSRGLKP1-PHONE-OK
           END-IF.

           IF WRK-DEPT-GETS-HOLD
              PERFORM 2400-CHECK-LEGAL-HOLD
              IF WRK-HOLD-COUNT        GREATER ZEROS
                 MOVE 'Y'              TO CSRGLKP1-LEGAL-HOLD
                 ADD 1                 TO WRK-HELD-COUNTER
              ELSE
                 MOVE 'N'              TO CSRGLKP1-LEGAL-HOLD
              END-IF
           ELSE
              MOVE '*'                 TO CSRGLKP1-LEGAL-HOLD
           END-IF.
      *----------------------------------------------------------------*
       2200-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2300-SET-CHANNELS               SECTION.
      *----------------------------------------------------------------*
      *    THE SAME TEST THE CSRG0078 RE-ENGAGEMENT EXTRACT APPLIES: A *
      *    'Y' CONSENT ROW, SOMETHING ON FILE AND NO UNDELIVERABLE     *
      *    FLAG; POST IS DELIVERABLE TO A MAILING ADDRESS AS IT        *
      *    STANDS.  A DELETED OR DECEASED CUSTOMER IS NEVER            *
      *    CONTACTABLE, WHATEVER THE CONSENT ROWS STILL SAY.           *
      *----------------------------------------------------------------*
           MOVE 'N'                    TO CSRGLKP1-MAIL-OK
                                          CSRGLKP1-EMAIL-OK
                                          CSRGLKP1-PHONE-OK.

           IF NOT BTB-CUSTOMER-IS-ACTIVE
              OR BTB-HOLDER-IS-DECEASED
              GO TO 2300-99-EXIT
           END-IF.

           MOVE 'SELECTING TB_CONSENT' TO WRK-ERROR-MSG.

           MOVE CPF OF BTB-CUSTOMER    TO CONS-CPF.

           EXEC SQL
               SELECT COALESCE(SUM(CASE WHEN CHANNEL = 'M'
                                         AND CONSENT = 'Y'
                                        THEN 1 ELSE 0 END), 0),
                      COALESCE(SUM(CASE WHEN CHANNEL = 'E'
                                         AND CONSENT = 'Y'
                                        THEN 1 ELSE 0 END), 0),
                      COALESCE(SUM(CASE WHEN CHANNEL = 'P'
                                         AND CONSENT = 'Y'
                                        THEN 1 ELSE 0 END), 0)
                 INTO :WRK-CONS-MAIL-COUNT, :WRK-CONS-EMAIL-COUNT,
                      :WRK-CONS-PHONE-COUNT
                 FROM TB_CONSENT
                WHERE CPF = :CONS-CPF
           END-EXEC.

           IF SQLCODE NOT EQUAL ZEROS
              MOVE SQLCODE             TO WRK-SQLCODE-SINAL
              STRING 'SQLCODE..:',WRK-SQLCODE-X
                                       DELIMITED BY SPACE
                                       INTO WRK-ERROR-CODE
              PERFORM 9999-CALL-ABEND-PGM
           END-IF.

           IF WRK-CONS-EMAIL-COUNT     GREATER ZEROS
              AND EMAIL                NOT EQUAL SPACES
              AND NOT BTB-EMAIL-IS-UNDELIV
              MOVE 'Y'                 TO CSRGLKP1-EMAIL-OK
           END-IF.

           IF WRK-CONS-PHONE-COUNT     GREATER ZEROS
              AND PHONE                NOT EQUAL SPACES
              AND NOT BTB-PHONE-IS-UNDELIV
              MOVE 'Y'                 TO CSRGLKP1-PHONE-OK
           END-IF.

           IF WRK-CONS-MAIL-COUNT      GREATER ZEROS
              PERFORM 2350-CHECK-MAILING-ADDR
              IF WRK-MAILADDR-COUNT    GREATER ZEROS
                 MOVE 'Y'              TO CSRGLKP1-MAIL-OK
              ELSE
                 IF STREET             NOT EQUAL SPACES
                    AND NOT BTB-ADDR-IS-UNDELIV
                    MOVE 'Y'           TO CSRGLKP1-MAIL-OK
                 END-IF
              END-IF
           END-IF.

           IF CSRGLKP1-MAIL-OK         EQUAL 'Y'
              OR CSRGLKP1-EMAIL-OK     EQUAL 'Y'
              OR CSRGLKP1-PHONE-OK     EQUAL 'Y'
              ADD 1                    TO WRK-CONTACTABLE-COUNTER
           END-IF.
      *----------------------------------------------------------------*
       2300-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2350-CHECK-MAILING-ADDR         SECTION.
      *----------------------------------------------------------------*
      *    A CUSTOMER WHO ASKED FOR POST TO GO ELSEWHERE HAS A TYPE    *
      *    'M' ROW ON TB_CUST_ADDR (MAINTAINED BY CSRG0077).  ONLY     *
      *    WHETHER THERE IS ONE MATTERS HERE.                          *
      *----------------------------------------------------------------*
           MOVE 'READING TB_CUST_ADDR' TO WRK-ERROR-MSG.

           MOVE CPF OF BTB-CUSTOMER    TO ADDR-CPF.
           MOVE 'M'                    TO ADDR-TYPE.

           EXEC SQL
               SELECT COUNT(*)
                 INTO :WRK-MAILADDR-COUNT
                 FROM  TB_CUST_ADDR
                WHERE  CPF       = :ADDR-CPF
                  AND  ADDR_TYPE = :ADDR-TYPE
           END-EXEC.

           IF SQLCODE NOT EQUAL ZEROS
              MOVE SQLCODE             TO WRK-SQLCODE-SINAL
              STRING 'SQLCODE..:',WRK-SQLCODE-X
                                       DELIMITED BY SPACE
                                       INTO WRK-ERROR-CODE
              PERFORM 9999-CALL-ABEND-PGM
           END-IF.
      *----------------------------------------------------------------*
       2350-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2400-CHECK-LEGAL-HOLD           SECTION.
      *----------------------------------------------------------------*
      *    AN ACTIVE HOLD IS A TB_LEGAL_HOLD ROW WITH NO RELEASED      *
      *    DATE.  THE CASE REFERENCE NEVER LEAVES THE SHOP.            *
      *----------------------------------------------------------------*
           MOVE 'CHECKING LEGAL HOLD'  TO WRK-ERROR-MSG.

           MOVE CPF OF BTB-CUSTOMER    TO HOLD-CPF.

           EXEC SQL
               SELECT COUNT(*)
               INTO  :WRK-HOLD-COUNT
               FROM  TB_LEGAL_HOLD
               WHERE CPF         = :HOLD-CPF
                 AND RELEASED_DT IS NULL
           END-EXEC.

           IF SQLCODE NOT EQUAL ZEROS
              MOVE SQLCODE             TO WRK-SQLCODE-SINAL
              STRING 'SQLCODE..:',WRK-SQLCODE-X
                                       DELIMITED BY SPACE
                                       INTO WRK-ERROR-CODE
              PERFORM 9999-CALL-ABEND-PGM
           END-IF.
      *----------------------------------------------------------------*
       2400-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2500-WITHHOLD-ALL               SECTION.
      *----------------------------------------------------------------*
      *    A PROTECTED CUSTOMER (STAFF, PUBLIC FIGURES) IS ONLY        *
      *    CONFIRMED AS OURS - NO DEPARTMENT PROFILE OPENS THE REST.   *
      *----------------------------------------------------------------*
           MOVE '*'                    TO CSRGLKP1-STATUS
                                          CSRGLKP1-CPF-SITUACAO
                                          CSRGLKP1-MAIL-OK
                                          CSRGLKP1-EMAIL-OK
                                          CSRGLKP1-PHONE-OK
                                          CSRGLKP1-LEGAL-HOLD.
      *----------------------------------------------------------------*
       2500-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2600-WRITE-ACCLOG               SECTION.
      *----------------------------------------------------------------*
      *    ONE DURABLE ACCESS-LOG LINE PER CPF ANSWERED, FOUND OR NOT, *
      *    UNDER THE REQUESTING DEPARTMENT - THE DEPARTMENT, NOT AN    *
      *    OPERATOR, IS WHO RECEIVES THE ANSWER.  THE SEARCH           *
      *    ARGUMENTS CARRY THE REQUEST REFERENCE AND THE OUTCOME.      *
      *----------------------------------------------------------------*
           MOVE 'RECORDING ACCESS LOG' TO WRK-ERROR-MSG.

           MOVE WRK-REQUEST-DEPT-ID    TO CSRGACC1-OPERATOR-ID.
           MOVE WRK-DATE-FORMATTED     TO CSRGACC1-DATE.
           MOVE WRK-TIME-FORMATTED     TO CSRGACC1-TIME.
           MOVE WRK-PROGRAM            TO CSRGACC1-PROGRAM.
           MOVE 'B'                    TO CSRGACC1-ACCESS-TYPE.
           MOVE WRK-REQ-CPF            TO CSRGACC1-CPF.

           MOVE SPACES                 TO CSRGACC1-SEARCH-ARGS.
           IF NOT WRK-CUSTOMER-WAS-FOUND
              STRING 'REQ ',WRK-REQUEST-REFERENCE,' NOT FOUND'
                                       DELIMITED BY SIZE
                                       INTO CSRGACC1-SEARCH-ARGS
           ELSE
              IF BTB-CUSTOMER-IS-PROTECTED
                 STRING 'REQ ',WRK-REQUEST-REFERENCE,
                        ' PROT-MASKED'
                                       DELIMITED BY SIZE
                                       INTO CSRGACC1-SEARCH-ARGS
              ELSE
                 STRING 'REQ ',WRK-REQUEST-REFERENCE,' FOUND'
                                       DELIMITED BY SIZE
                                       INTO CSRGACC1-SEARCH-ARGS
              END-IF
           END-IF.

           PERFORM 2650-PUT-ACCLOG-LINE.
      *----------------------------------------------------------------*
       2600-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2650-PUT-ACCLOG-LINE            SECTION.
      *----------------------------------------------------------------*
           MOVE 'L'                    TO CSRGCHP1-FUNCTION.
           MOVE 'B'                    TO CSRGCHP1-STREAM.
           CALL WRK-CHAN-PGM           USING WRK-CHAN-PARM
                                             WRK-ACCLOG-REG.

           MOVE  WRK-ACCLOG-REG        TO FD-REG-ACCLOG.

           WRITE FD-REG-ACCLOG.

           PERFORM 8400-TEST-FS-ACCLOG.

           ADD  1                      TO WRK-ACCLOG-REGS-COUNTER.
      *----------------------------------------------------------------*
       2650-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2750-RAISE-PROTECTED-ALERT      SECTION.
      *----------------------------------------------------------------*
      *    SECURITY HEARS OF EVERY PROTECTED CUSTOMER A DEPARTMENT     *
      *    ASKED ABOUT, AS ON CSRG0007.  THE ACCLOG LINE JUST WRITTEN  *
      *    CARRIES THE DEPARTMENT AND CPF BEHIND IT.                   *
      *----------------------------------------------------------------*
           ADD 1                       TO   WRK-PROT-ACCESS-COUNTER.

           DISPLAY '*PROTECTED CUSTOMER ACCESSED: '
                   CSRGACC1-CPF ' BY ' CSRGACC1-OPERATOR-ID
                   ' (BULK LOOKUP)*'.

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
       2900-LOG-REFUSAL                SECTION.
      *----------------------------------------------------------------*
      *    A REFUSED REQUEST IS STILL AN ATTEMPT TO REACH CUSTOMER     *
      *    DATA - ONE ACCLOG LINE, WITH NO CPF, SAYS WHO ASKED AND WHY *
      *    THEY WERE TURNED AWAY.                                      *
      *----------------------------------------------------------------*
           MOVE 'RECORDING ACCESS LOG' TO WRK-ERROR-MSG.

           IF WRK-REQUEST-DEPT-ID      EQUAL SPACES
              MOVE 'UNKNOWN'           TO CSRGACC1-OPERATOR-ID
           ELSE
              MOVE WRK-REQUEST-DEPT-ID TO CSRGACC1-OPERATOR-ID
           END-IF.

           MOVE WRK-DATE-FORMATTED     TO CSRGACC1-DATE.
           MOVE WRK-TIME-FORMATTED     TO CSRGACC1-TIME.
           MOVE WRK-PROGRAM            TO CSRGACC1-PROGRAM.
           MOVE 'B'                    TO CSRGACC1-ACCESS-TYPE.
           MOVE SPACES                 TO CSRGACC1-CPF.

           MOVE SPACES                 TO CSRGACC1-SEARCH-ARGS.
           STRING 'REFUSED ',WRK-REFUSAL-REASON
                                       DELIMITED BY SIZE
                                       INTO CSRGACC1-SEARCH-ARGS.

           PERFORM 2650-PUT-ACCLOG-LINE.
      *----------------------------------------------------------------*
       2900-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       3000-FINALIZE                   SECTION.
      *----------------------------------------------------------------*
           PERFORM 3050-SEAL-ACCLOG.

           PERFORM 3200-WRITE-TOTALS.

           CLOSE LKUPREQ
                 LKUPRSP
                 LKUPRPT
                 ACCLOG.

           DISPLAY '***************************'.
           DISPLAY '*  SUCCESSFUL  EXECUTION  *'.
           DISPLAY '***************************'.
           DISPLAY '*MODULE..........:' WRK-PROGRAM '*'.
           DISPLAY '*COMPILED........:'
           DD-COMPILED '/' MM-COMPILED '/' YY-COMPILED '*'.
           DISPLAY '*.................'
           HOUR-COMPILED '.' MINUTE-COMPILED '.'SECOND-COMPILED '*'.
           DISPLAY '*-------------------------*'.
           DISPLAY '*DEPARTMENT..........:' WRK-REQUEST-DEPT-ID
           '*'.
           DISPLAY '*CARDS READ..........:' WRK-LKUPREQ-REGS-COUNTER
           '*'.
           DISPLAY '*CPFS ANSWERED.......:' WRK-LKUPRSP-REGS-COUNTER
           '*'.
           DISPLAY '*  FOUND.............:' WRK-FOUND-COUNTER
           '*'.
           DISPLAY '*  NOT FOUND.........:' WRK-NOT-FOUND-COUNTER
           '*'.
           DISPLAY '*PROTECTED - MASKED..:' WRK-PROT-ACCESS-COUNTER
           '*'.
           DISPLAY '*ACCLOG LINES........:' WRK-ACCLOG-REGS-COUNTER
           '*'.
           DISPLAY '*-------------------------*'.
           DISPLAY '*EXECUTED......:' WRK-DATE-FORMATTED '*'.
           DISPLAY '*.................' WRK-TIME-FORMATTED '*'.
           DISPLAY '***************************'.

           IF WRK-REQUEST-IS-REFUSED
              DISPLAY '*CSRG0081: REQUEST REFUSED - '
                      WRK-REFUSAL-REASON '*'
              MOVE 8                   TO RETURN-CODE
           END-IF.

           STOP RUN.
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

           PERFORM 8400-TEST-FS-ACCLOG.

           IF CSRGPARM-IS-PRODUCTION
              EXEC SQL
                  COMMIT
              END-EXEC
           END-IF.
      *----------------------------------------------------------------*
       3050-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       3200-WRITE-TOTALS               SECTION.
      *----------------------------------------------------------------*
           MOVE SPACES                 TO WRK-LKUPRPT-LINE.
           PERFORM 3210-PUT-LKUPRPT-LINE.

           MOVE SPACES                 TO WRK-LKUPRPT-LINE.
           STRING 'CPF CARDS READ / BLANK SKIPPED / EXTRA HDR....: ',
                  WRK-LKUPREQ-REGS-COUNTER,' ',
                  WRK-BLANK-REGS-COUNTER,' ',
                  WRK-EXTRA-HDR-COUNTER
                                       DELIMITED BY SIZE
                                       INTO WRK-LKUPRPT-LINE.
           PERFORM 3210-PUT-LKUPRPT-LINE.

           MOVE SPACES                 TO WRK-LKUPRPT-LINE.
           STRING 'CPFS ANSWERED / FOUND / NOT FOUND.............: ',
                  WRK-LKUPRSP-REGS-COUNTER,' ',
                  WRK-FOUND-COUNTER,' ',
                  WRK-NOT-FOUND-COUNTER
                                       DELIMITED BY SIZE
                                       INTO WRK-LKUPRPT-LINE.
           PERFORM 3210-PUT-LKUPRPT-LINE.

           MOVE SPACES                 TO WRK-LKUPRPT-LINE.
           STRING 'FOUND ACTIVE / DELETED (UNPROTECTED)..........: ',
                  WRK-ACTIVE-COUNTER,' ',
                  WRK-DELETED-COUNTER
                                       DELIMITED BY SIZE
                                       INTO WRK-LKUPRPT-LINE.
           PERFORM 3210-PUT-LKUPRPT-LINE.

           MOVE SPACES                 TO WRK-LKUPRPT-LINE.
           STRING 'CONTACTABLE ON A CHANNEL / UNDER LEGAL HOLD...: ',
                  WRK-CONTACTABLE-COUNTER,' ',
                  WRK-HELD-COUNTER
                                       DELIMITED BY SIZE
                                       INTO WRK-LKUPRPT-LINE.
           PERFORM 3210-PUT-LKUPRPT-LINE.

           MOVE SPACES                 TO WRK-LKUPRPT-LINE.
           STRING 'PROTECTED CUSTOMERS - FOUND ONLY, ALERTED.....: ',
                  WRK-PROT-ACCESS-COUNTER
                                       DELIMITED BY SIZE
                                       INTO WRK-LKUPRPT-LINE.
           PERFORM 3210-PUT-LKUPRPT-LINE.

           MOVE SPACES                 TO WRK-LKUPRPT-LINE.
           STRING 'ACCLOG LINES WRITTEN..........................: ',
                  WRK-ACCLOG-REGS-COUNTER
                                       DELIMITED BY SIZE
                                       INTO WRK-LKUPRPT-LINE.
           PERFORM 3210-PUT-LKUPRPT-LINE.
      *----------------------------------------------------------------*
       3200-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       3210-PUT-LKUPRPT-LINE           SECTION.
      *----------------------------------------------------------------*
           MOVE  WRK-LKUPRPT-LINE      TO    FD-REG-LKUPRPT.

           WRITE FD-REG-LKUPRPT.

           PERFORM 8300-TEST-FS-LKUPRPT.
      *----------------------------------------------------------------*
       3210-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       8100-TEST-FS-LKUPREQ            SECTION.
      *----------------------------------------------------------------*
           IF WRK-FS-LKUPREQ           NOT EQUAL ZEROS AND 10
              MOVE WRK-FS-LKUPREQ      TO  WRK-ERROR-CODE
              PERFORM 9999-CALL-ABEND-PGM
           END-IF.
      *----------------------------------------------------------------*
       8100-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       8200-TEST-FS-LKUPRSP            SECTION.
      *----------------------------------------------------------------*
           IF WRK-FS-LKUPRSP           NOT EQUAL ZEROS
              MOVE WRK-FS-LKUPRSP      TO  WRK-ERROR-CODE
              PERFORM 9999-CALL-ABEND-PGM
           END-IF.
      *----------------------------------------------------------------*
       8200-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       8300-TEST-FS-LKUPRPT            SECTION.
      *----------------------------------------------------------------*
           IF WRK-FS-LKUPRPT           NOT EQUAL ZEROS
              MOVE WRK-FS-LKUPRPT      TO  WRK-ERROR-CODE
              PERFORM 9999-CALL-ABEND-PGM
           END-IF.
      *----------------------------------------------------------------*
       8300-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       8400-TEST-FS-ACCLOG             SECTION.
      *----------------------------------------------------------------*
           IF WRK-FS-ACCLOG            NOT EQUAL ZEROS
              MOVE WRK-FS-ACCLOG       TO  WRK-ERROR-CODE
              PERFORM 9999-CALL-ABEND-PGM
           END-IF.
      *----------------------------------------------------------------*
       8400-99-EXIT.                   EXIT.
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
       9999-CALL-ABEND-PGM             SECTION.
      *----------------------------------------------------------------*
           EXEC SQL
               ROLLBACK
           END-EXEC.

           MOVE WRK-DATE-FORMATTED     TO WRK-ERROR-DATE.
           MOVE WRK-TIME-FORMATTED     TO WRK-ERROR-TIME.
           CALL WRK-ABEND-PGM          USING WRK-ERROR-LOG.
      *----------------------------------------------------------------*
       9999-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
