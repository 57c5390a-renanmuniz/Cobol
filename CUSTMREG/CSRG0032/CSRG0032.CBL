      *                  FILEERR REJECT APPEARANCE (FILEERR1 THROUGH   *
      *                  FILEERR6, FILEERR8 AND FILEERR9), THE FULL    *
      *                  FILEREJ1-5 REJECT-DETAIL IMAGES, THE MRGAUD   *
      *                  MERGE LINKS, THE LGPDAUD ERASURE LOG, THE     *
      *                  TB_DISCLOSURE LEDGER OF WHO IT WAS SHARED     *
      *                  WITH, THE TB_CONTACT_LOG SERVICE-DESK NOTES   *
      *                  AND THE TB_CUST_ADDR MAILING/BILLING          *
      *                  ADDRESSES -                                   *
      *                  WITH A SUMMARY LINE PER SOURCE SAYING HOW     *
      *                  MANY RECORDS WERE FOUND.  THE 15-DAY LEGAL    *
      *                  RESPONSE CLOCK NO LONGER DEPENDS ON SOMEONE   *
      *                  HAND-ASSEMBLING PRINTS.  READ-ONLY.           *
      *----------------------------------------------------------------*
      *    FILES.......:  DDNAME          LRECL       INCLUDE/BOOK     *
      *                   FILEHST3        00364       CSTMRG01         *
      *                   FILEERR1        00072       CSRGERR1         *
      *                   FILEERR2        00072       CSRGERR1         *
      *                   FILEERR3        00072       CSRGERR1         *
      *                   FILEERR8        00072       CSRGERR1         *
      *                   FILEERR9        00072       CSRGERR1         *
      *                   FILEREJ         00348       CSRGREJ1         *
      *                   MRGAUD          00324       CSRGMRG1         *
      *                   LGPDAUD         00081       NONE             *
      *                   SARRPT          00132       NONE             *
      *----------------------------------------------------------------*
      *    MODIFICATION HISTORY.......:                                *
      *                     A SILENTLY INCOMPLETE DISCLOSURE IS        *
      *                     WORSE THAN NONE.  (FILEERRR IS SYSOUT      *
      *                     ONLY - NOTHING RETAINED TO DISCLOSE.)      *
      *    15/10/2026 RMM - NEW 'DISCLOSED TO' SECTION: EVERY          *
      *                     TB_DISCLOSURE LEDGER ROW FOR THE SUBJECT   *
      *                     (RECIPIENT, PROFILE, DATE, RUN, AND THE    *
      *                     DATE ANY ERASURE NOTICE WENT OUT), WITH    *
      *                     ITS COUNT ON THE SUMMARY.                  *
      *    15/10/2026 RMM - FILEHST3, MRGAUD AND LGPDAUD GREW TO       *
      *                     LRECL=364/324/81 (CSRGCHN1 HASH-CHAIN      *
      *                     SUFFIX). THE CSRGSEL1 SEAL CLOSING EACH    *
      *                     RUN'S RECORDS IS SKIPPED.                  *
      *    15/10/2026 RMM - NEW 'CONTACT LOG' SECTION: EVERY           *
      *                     TB_CONTACT_LOG ROW FOR THE SUBJECT (DATE,  *
      *                     CHANNEL, REASON, OPERATOR, NOTE AND ANY    *
      *                     FOLLOW-UP), WITH ITS COUNT ON THE SUMMARY. *
      *    15/10/2026 RMM - NEW 'TYPED ADDRESSES' SECTION: EVERY       *
      *                     TB_CUST_ADDR ROW FOR THE SUBJECT (TYPE,    *
      *                     ADDRESS LINES, CEP, CITY/STATE, DATE AND   *
      *                     SOURCE), WITH ITS COUNT ON THE SUMMARY.    *
      *----------------------------------------------------------------*
      *    TABLE DB2...:  TB_CUSTOMER                 BTB_CUSTOMER     *
      *                   TB_DISCLOSURE               BTB_DISCLOSURE   *
      *                   TB_CONTACT_LOG              BTB_CONTACT_LOG  *
      *                   TB_CUST_ADDR                BTB_CUST_ADDR    *
      *----------------------------------------------------------------*
      *                                                                *
      *================================================================*
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS 00 RECORDS.
       01 FD-REG-FILEHST3   PIC X(364).

       FD FILEERR1
           RECORDING MODE IS F
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS 00 RECORDS.
       01 FD-REG-MRGAUD     PIC X(324).

       FD LGPDAUD
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS 00 RECORDS.
       01 FD-REG-LGPDAUD    PIC X(81).

       FD SARRPT
           RECORDING MODE IS F
       77 WRK-MRG-FOUND-COUNTER                  PIC 9(07) VALUE ZEROS .
       77 WRK-LGPD-FOUND-COUNTER                 PIC 9(07) VALUE ZEROS .
       77 WRK-ROW-FOUND-COUNTER                  PIC 9(07) VALUE ZEROS .
       77 WRK-DISC-FOUND-COUNTER                 PIC 9(07) VALUE ZEROS .
       77 WRK-CLOG-FOUND-COUNTER                 PIC 9(07) VALUE ZEROS .
       77 WRK-ADDR-FOUND-COUNTER                 PIC 9(07) VALUE ZEROS .

       77 WRK-FILEHST3-EOF                       PIC X(03) VALUE SPACES.
       77 WRK-FILEERR1-EOF                       PIC X(03) VALUE SPACES.
       77 WRK-FILEREJ-EOF                        PIC X(03) VALUE SPACES.
       77 WRK-MRGAUD-EOF                         PIC X(03) VALUE SPACES.
       77 WRK-LGPDAUD-EOF                        PIC X(03) VALUE SPACES.
       77 WRK-CURSOR-EOF                         PIC X(03) VALUE SPACES.

      *RUNTIME PARAMETER CARD - SUPPLIES THE SUBJECT'S CPF:
       COPY 'CSRGPARM'.
       01 WRK-MRGAUD-REG.
          COPY 'CSRGMRG1'.

      *FIRST 57 BYTES OF THE RECORD IN HAND, TO TELL THE CSRGSEL1
      *SEAL THAT CLOSES EACH RUN'S RECORDS ON A TRAIL FROM DATA:
       01 WRK-SEAL-REG.
          COPY 'CSRGSEL1'.

      *ERASURE AUDIT RECORD AS CSRG0018 WRITES IT:
       01 WRK-LGPDAUD-REG.
          03 LGPDAUD-BATCH-RUN-ID                PIC X(14).
       01 WRK-SARRPT-LINE                        PIC X(132)
                                                  VALUE SPACES.

       01 WRK-CLOG-SEQ-ED                        PIC 9(09) VALUE ZEROS .
       01 WRK-ADDR-TYPE-DESC                     PIC X(07) VALUE SPACES.

      *DATA FOR ERROR LOG:
       01 WRK-ERROR-LOG.
          03 WRK-PROGRAM                         PIC X(08) VALUE
           EXEC SQL
              INCLUDE BTB_CUSTOMER
           END-EXEC.

           EXEC SQL
              INCLUDE BTB_DISCLOSURE
           END-EXEC.

           EXEC SQL
              INCLUDE BTB_CONTACT_LOG
           END-EXEC.

           EXEC SQL
              INCLUDE BTB_CUST_ADDR
           END-EXEC.

           EXEC SQL
              DECLARE CSR0032 CURSOR FOR
                 SELECT RECIPIENT, PROFILE, DISCL_DT, RUN_ID,
                        SOURCE_PGM, NOTICE_DT
                   FROM TB_DISCLOSURE
                  WHERE CPF = :DISC-CPF
                  ORDER BY RUN_ID, RECIPIENT
                  FOR FETCH ONLY
           END-EXEC.

           EXEC SQL
              DECLARE CSR0032L CURSOR FOR
                 SELECT CONTACT_SEQ, CONTACT_DT, CONTACT_TM, CHANNEL,
                        REASON_CD, NOTE_TEXT, OPERATOR_ID,
                        FOLLOWUP_DT, FOLLOWUP_DONE, DONE_DT, DONE_BY
                   FROM TB_CONTACT_LOG
                  WHERE CPF = :CLOG-CPF
                  ORDER BY CONTACT_SEQ
                  FOR FETCH ONLY
           END-EXEC.

           EXEC SQL
              DECLARE CSR0032A CURSOR FOR
                 SELECT ADDR_TYPE, STREET, HNUMBER, OTHER_INFO,
                        CITY, STATE, COUNTRY, CEP, UPDATED_DT,
                        SOURCE
                   FROM TB_CUST_ADDR
                  WHERE CPF = :ADDR-CPF
                  ORDER BY ADDR_TYPE
                  FOR FETCH ONLY
           END-EXEC.
      *================================================================*
       PROCEDURE                       DIVISION.
      *================================================================*

           PERFORM 6000-SECTION-ERASURES.

           PERFORM 6500-SECTION-DISCLOSURES.

           PERFORM 6600-SECTION-CONTACT-LOG.

           PERFORM 6700-SECTION-ADDRESSES.

           PERFORM 7000-SECTION-SUMMARY.

           PERFORM 8000-FINALIZE.
              GO TO 3100-99-EXIT
           END-IF.

           MOVE WRK-FILEHST3-REG       TO WRK-SEAL-REG.

           IF CSRGSEL1-IS-SEAL
              GO TO 3100-99-EXIT
           END-IF.

           IF CSTMRG01-CPF             OF WRK-FILEHST3-REG
                                       EQUAL CSRGPARM-INQUIRY-CPF
              ADD 1                    TO WRK-HST3-FOUND-COUNTER
              GO TO 5100-99-EXIT
           END-IF.

           MOVE WRK-MRGAUD-REG         TO WRK-SEAL-REG.

           IF CSRGSEL1-IS-SEAL
              GO TO 5100-99-EXIT
           END-IF.

           IF CSRGMRG1-SURVIVOR-CPF    EQUAL CSRGPARM-INQUIRY-CPF
              OR CSRGMRG1-VICTIM-CPF   EQUAL CSRGPARM-INQUIRY-CPF
              ADD 1                    TO WRK-MRG-FOUND-COUNTER
              GO TO 6100-99-EXIT
           END-IF.

           MOVE WRK-LGPDAUD-REG        TO WRK-SEAL-REG.

           IF CSRGSEL1-IS-SEAL
              GO TO 6100-99-EXIT
           END-IF.

           IF LGPDAUD-CPF              EQUAL CSRGPARM-INQUIRY-CPF
              ADD 1                    TO WRK-LGPD-FOUND-COUNTER
              MOVE SPACES              TO WRK-SARRPT-LINE
      *----------------------------------------------------------------*
       6100-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       6500-SECTION-DISCLOSURES        SECTION.
      *----------------------------------------------------------------*
      *    WHO WE SHARED THE SUBJECT'S DATA WITH - ONE LINE PER        *
      *    TB_DISCLOSURE ROW, OLDEST RUN FIRST.  A MASKED PROFILE      *
      *    (M/A) STILL COUNTS: THE SUBJECT IS TOLD WHAT WENT, AND TO   *
      *    WHOM, UNDER WHICH PROFILE.                                  *
      *----------------------------------------------------------------*
           PERFORM 9110-PUT-SECTION-BREAK.

           MOVE 'SECTION 7 - DISCLOSED TO (TB_DISCLOSURE LEDGER)'
                                       TO WRK-SARRPT-LINE.
           PERFORM 9100-PUT-SARRPT-LINE.

           MOVE 'OPENING CSR0032'      TO WRK-ERROR-MSG.

           MOVE CSRGPARM-INQUIRY-CPF   TO DISC-CPF.

           EXEC SQL
               OPEN CSR0032
           END-EXEC.

           IF SQLCODE NOT EQUAL ZEROS
              MOVE SQLCODE             TO WRK-SQLCODE-SINAL
              STRING 'SQLCODE..:',WRK-SQLCODE-X
                                       DELIMITED BY SPACE
                                       INTO WRK-ERROR-CODE
              PERFORM 9999-CALL-ABEND-PGM
           END-IF.

           MOVE SPACES                 TO WRK-CURSOR-EOF.

           PERFORM 6510-FETCH-DISCLOSURE.

           PERFORM 6520-LIST-ONE-DISCLOSURE
              UNTIL WRK-CURSOR-EOF     EQUAL 'END'.

           EXEC SQL
               CLOSE CSR0032
           END-EXEC.
      *----------------------------------------------------------------*
       6500-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       6510-FETCH-DISCLOSURE           SECTION.
      *----------------------------------------------------------------*
           MOVE 'FETCHING CSR0032'     TO   WRK-ERROR-MSG.

           EXEC SQL
               FETCH CSR0032
                   INTO :DISC-RECIPIENT, :DISC-PROFILE,
                        :DISC-DISCL-DT, :DISC-RUN-ID,
                        :DISC-SOURCE-PGM, :DISC-NOTICE-DT
           END-EXEC.

           IF SQLCODE EQUAL +100
              MOVE 'END'               TO   WRK-CURSOR-EOF
           ELSE
              IF SQLCODE NOT EQUAL ZEROS
                 MOVE SQLCODE          TO WRK-SQLCODE-SINAL
                 STRING 'SQLCODE..:',WRK-SQLCODE-X
                                       DELIMITED BY SPACE
                                       INTO WRK-ERROR-CODE
                 PERFORM 9999-CALL-ABEND-PGM
              END-IF
           END-IF.
      *----------------------------------------------------------------*
       6510-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       6520-LIST-ONE-DISCLOSURE        SECTION.
      *----------------------------------------------------------------*
           ADD 1                       TO WRK-DISC-FOUND-COUNTER.

           MOVE SPACES                 TO WRK-SARRPT-LINE.
           STRING 'DISCLOSED TO ',DISC-RECIPIENT,
                  ' PROFILE ',DISC-PROFILE,
                  ' ON ',DISC-DISCL-DT,
                  ' RUN ',DISC-RUN-ID,
                  ' BY ',DISC-SOURCE-PGM
                                       DELIMITED BY SIZE
                                       INTO WRK-SARRPT-LINE.

           IF DISC-NOTICE-DT           NOT EQUAL SPACES
              MOVE ' ERASURE NOTICE SENT'
                                       TO WRK-SARRPT-LINE (78:20)
              MOVE DISC-NOTICE-DT      TO WRK-SARRPT-LINE (99:10)
           END-IF.

           PERFORM 9100-PUT-SARRPT-LINE.

           PERFORM 6510-FETCH-DISCLOSURE.
      *----------------------------------------------------------------*
       6520-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       6600-SECTION-CONTACT-LOG        SECTION.
      *----------------------------------------------------------------*
      *    EVERY SERVICE-DESK CONTACT LOGGED AGAINST THE SUBJECT, IN   *
      *    THE ORDER IT WAS LOGGED, WITH THE FREE-TEXT NOTE IN FULL.   *
      *    AFTER A CSRG0018 ERASURE THE ROWS REMAIN BUT THE NOTE IS    *
      *    BLANK.                                                      *
      *----------------------------------------------------------------*
           PERFORM 9110-PUT-SECTION-BREAK.

           MOVE 'SECTION 8 - CONTACT LOG (TB_CONTACT_LOG)'
                                       TO WRK-SARRPT-LINE.
           PERFORM 9100-PUT-SARRPT-LINE.

           MOVE 'OPENING CSR0032L'     TO WRK-ERROR-MSG.

           MOVE CSRGPARM-INQUIRY-CPF   TO CLOG-CPF.

           EXEC SQL
               OPEN CSR0032L
           END-EXEC.

           IF SQLCODE NOT EQUAL ZEROS
              MOVE SQLCODE             TO WRK-SQLCODE-SINAL
              STRING 'SQLCODE..:',WRK-SQLCODE-X
                                       DELIMITED BY SPACE
                                       INTO WRK-ERROR-CODE
              PERFORM 9999-CALL-ABEND-PGM
           END-IF.

           MOVE SPACES                 TO WRK-CURSOR-EOF.

           PERFORM 6610-FETCH-CONTACT.

           PERFORM 6620-LIST-ONE-CONTACT
              UNTIL WRK-CURSOR-EOF     EQUAL 'END'.

           EXEC SQL
               CLOSE CSR0032L
           END-EXEC.
      *----------------------------------------------------------------*
       6600-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       6610-FETCH-CONTACT              SECTION.
      *----------------------------------------------------------------*
           MOVE 'FETCHING CSR0032L'    TO   WRK-ERROR-MSG.

           EXEC SQL
               FETCH CSR0032L
                   INTO :CLOG-SEQ, :CLOG-CONTACT-DT,
                        :CLOG-CONTACT-TM, :CLOG-CHANNEL,
                        :CLOG-REASON-CD, :CLOG-NOTE-TEXT,
                        :CLOG-OPERATOR-ID, :CLOG-FOLLOWUP-DT,
                        :CLOG-FOLLOWUP-DONE, :CLOG-DONE-DT,
                        :CLOG-DONE-BY
           END-EXEC.

           IF SQLCODE EQUAL +100
              MOVE 'END'               TO   WRK-CURSOR-EOF
           ELSE
              IF SQLCODE NOT EQUAL ZEROS
                 MOVE SQLCODE          TO WRK-SQLCODE-SINAL
                 STRING 'SQLCODE..:',WRK-SQLCODE-X
                                       DELIMITED BY SPACE
                                       INTO WRK-ERROR-CODE
                 PERFORM 9999-CALL-ABEND-PGM
              END-IF
           END-IF.
      *----------------------------------------------------------------*
       6610-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       6620-LIST-ONE-CONTACT           SECTION.
      *----------------------------------------------------------------*
           ADD 1                       TO WRK-CLOG-FOUND-COUNTER.

           MOVE CLOG-SEQ               TO WRK-CLOG-SEQ-ED.

           MOVE SPACES                 TO WRK-SARRPT-LINE.
           STRING 'CONTACT ',WRK-CLOG-SEQ-ED,
                  ' ON ',CLOG-CONTACT-DT,' ',CLOG-CONTACT-TM,
                  ' CHANNEL ',CLOG-CHANNEL,
                  ' REASON ',CLOG-REASON-CD,
                  ' BY ',CLOG-OPERATOR-ID,
                  ' NOTE ',CLOG-NOTE-TEXT
                                       DELIMITED BY SIZE
                                       INTO WRK-SARRPT-LINE.
           PERFORM 9100-PUT-SARRPT-LINE.

           IF CLOG-FOLLOWUP-DT         NOT EQUAL SPACES
              MOVE SPACES              TO WRK-SARRPT-LINE
              IF CLOG-FOLLOWUP-IS-DONE
                 STRING '         FOLLOW-UP DUE ',CLOG-FOLLOWUP-DT,
                        ' DONE ',CLOG-DONE-DT,' BY ',CLOG-DONE-BY
                                       DELIMITED BY SIZE
                                       INTO WRK-SARRPT-LINE
              ELSE
                 STRING '         FOLLOW-UP DUE ',CLOG-FOLLOWUP-DT,
                        ' STILL OPEN'
                                       DELIMITED BY SIZE
                                       INTO WRK-SARRPT-LINE
              END-IF
              PERFORM 9100-PUT-SARRPT-LINE
           END-IF.

           PERFORM 6610-FETCH-CONTACT.
      *----------------------------------------------------------------*
       6620-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       6700-SECTION-ADDRESSES          SECTION.
      *----------------------------------------------------------------*
      *    THE MAILING AND BILLING ADDRESSES HELD BESIDE THE           *
      *    RESIDENTIAL ONE (SECTION 1), WITH THE DATE AND SOURCE OF    *
      *    THEIR LAST CHANGE.  THEIR BEFORE-IMAGES LIVE ON ADRHST.     *
      *----------------------------------------------------------------*
           PERFORM 9110-PUT-SECTION-BREAK.

           MOVE 'SECTION 9 - TYPED ADDRESSES (TB_CUST_ADDR)'
                                       TO WRK-SARRPT-LINE.
           PERFORM 9100-PUT-SARRPT-LINE.

           MOVE 'OPENING CSR0032A'     TO WRK-ERROR-MSG.

           MOVE CSRGPARM-INQUIRY-CPF   TO ADDR-CPF.

           EXEC SQL
               OPEN CSR0032A
           END-EXEC.

           IF SQLCODE NOT EQUAL ZEROS
              MOVE SQLCODE             TO WRK-SQLCODE-SINAL
              STRING 'SQLCODE..:',WRK-SQLCODE-X
                                       DELIMITED BY SPACE
                                       INTO WRK-ERROR-CODE
              PERFORM 9999-CALL-ABEND-PGM
           END-IF.

           MOVE SPACES                 TO WRK-CURSOR-EOF.

           PERFORM 6710-FETCH-ADDRESS.

           PERFORM 6720-LIST-ONE-ADDRESS
              UNTIL WRK-CURSOR-EOF     EQUAL 'END'.

           EXEC SQL
               CLOSE CSR0032A
           END-EXEC.
      *----------------------------------------------------------------*
       6700-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       6710-FETCH-ADDRESS              SECTION.
      *----------------------------------------------------------------*
           MOVE 'FETCHING CSR0032A'    TO   WRK-ERROR-MSG.

           EXEC SQL
               FETCH CSR0032A
                   INTO :ADDR-TYPE, :ADDR-STREET, :ADDR-HNUMBER,
                        :ADDR-OTHER-INFO, :ADDR-CITY, :ADDR-STATE,
                        :ADDR-COUNTRY, :ADDR-CEP, :ADDR-UPDATED-DT,
                        :ADDR-SOURCE
           END-EXEC.

           IF SQLCODE EQUAL +100
              MOVE 'END'               TO   WRK-CURSOR-EOF
           ELSE
              IF SQLCODE NOT EQUAL ZEROS
                 MOVE SQLCODE          TO WRK-SQLCODE-SINAL
                 STRING 'SQLCODE..:',WRK-SQLCODE-X
                                       DELIMITED BY SPACE
                                       INTO WRK-ERROR-CODE
                 PERFORM 9999-CALL-ABEND-PGM
              END-IF
           END-IF.
      *----------------------------------------------------------------*
       6710-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       6720-LIST-ONE-ADDRESS           SECTION.
      *----------------------------------------------------------------*
           ADD 1                       TO WRK-ADDR-FOUND-COUNTER.

           MOVE SPACES                 TO WRK-SARRPT-LINE.
           EVALUATE TRUE
              WHEN ADDR-TYPE-IS-MAILING
                 MOVE 'MAILING'        TO WRK-ADDR-TYPE-DESC
              WHEN ADDR-TYPE-IS-BILLING
                 MOVE 'BILLING'        TO WRK-ADDR-TYPE-DESC
              WHEN OTHER
                 MOVE ADDR-TYPE        TO WRK-ADDR-TYPE-DESC
           END-EVALUATE.

           STRING 'ADDRESS ',WRK-ADDR-TYPE-DESC,' ',
                  ADDR-STREET,' ',ADDR-HNUMBER,' ',ADDR-OTHER-INFO
                                       DELIMITED BY SIZE
                                       INTO WRK-SARRPT-LINE.
           PERFORM 9100-PUT-SARRPT-LINE.

           MOVE SPACES                 TO WRK-SARRPT-LINE.
           STRING '         CEP ',ADDR-CEP,' ',
                  ADDR-CITY,'/',ADDR-STATE,' ',ADDR-COUNTRY,
                  ' UPDATED ',ADDR-UPDATED-DT,
                  ' BY ',ADDR-SOURCE
                                       DELIMITED BY SIZE
                                       INTO WRK-SARRPT-LINE.
           PERFORM 9100-PUT-SARRPT-LINE.

           PERFORM 6710-FETCH-ADDRESS.
      *----------------------------------------------------------------*
       6720-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       7000-SECTION-SUMMARY            SECTION.
      *----------------------------------------------------------------*

           MOVE SPACES                 TO WRK-SARRPT-LINE.
           STRING 'MRGAUD ',WRK-MRG-FOUND-COUNTER,
                  '  LGPDAUD ',WRK-LGPD-FOUND-COUNTER,
                  '  TB_DISCLOSURE ',WRK-DISC-FOUND-COUNTER,
                  '  TB_CONTACT_LOG ',WRK-CLOG-FOUND-COUNTER
                                       DELIMITED BY SIZE
                                       INTO WRK-SARRPT-LINE.
           PERFORM 9100-PUT-SARRPT-LINE.

           MOVE SPACES                 TO WRK-SARRPT-LINE.
           STRING 'TB_CUST_ADDR ',WRK-ADDR-FOUND-COUNTER
                                       DELIMITED BY SIZE
                                       INTO WRK-SARRPT-LINE.
           PERFORM 9100-PUT-SARRPT-LINE.
           '*'.
           DISPLAY '*LGPDAUD MATCHES.....:' WRK-LGPD-FOUND-COUNTER
           '*'.
           DISPLAY '*DISCLOSURES.........:' WRK-DISC-FOUND-COUNTER
           '*'.
           DISPLAY '*CONTACT LOG ENTRIES.:' WRK-CLOG-FOUND-COUNTER
           '*'.
           DISPLAY '*-------------------------*'.
           DISPLAY '*EXECUTED......:' WRK-DATE-FORMATTED '*'.
           DISPLAY '*.................' WRK-TIME-FORMATTED '*'.
