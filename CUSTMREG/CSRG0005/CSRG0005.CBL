      *                     SURROGATE CUSTOMER-ID FIELD (CSTMRG01      *
      *                     IMAGES TO LRECL=311 AND EVERY PREFIXED     *
      *                     FILE GREW WITH THEM).                      *
      *    15/10/2026 RMM - PROTECTED CUSTOMERS (TB_CUSTOMER PROT_FLAG *
      *                     = 'Y', SET BY CSRG0063 - STAFF AND PUBLIC  *
      *                     FIGURES) ARE LEFT OUT OF EVERY EXPORT,     *
      *                     FULL AND DELTA, WHATEVER THE PROFILE.      *
      *    15/10/2026 RMM - EVERY CPF EXPORTED IS RECORDED ON THE      *
      *                     TB_DISCLOSURE LEDGER WITH THE RECIPIENT    *
      *                     (PARM POS 289-296, DEFAULTED FROM THE      *
      *                     PROFILE), THE PROFILE, THE DATE AND THE    *
      *                     RUN ID - THE LGPD RECORD OF WHO WE SHARED  *
      *                     THE DATA WITH.  THE LEDGER IS COMMITTED    *
      *                     WITH EACH CHECKPOINT (CURSORS NOW WITH     *
      *                     HOLD) SO A RESTART NEITHER LOSES NOR       *
      *                     DOUBLES A DISCLOSURE.                      *
      *----------------------------------------------------------------*
      *    TABLE DB2...:  TB_CUSTOMER                 BTB_CUSTOMER     *
      *                   TB_CONSENT                  BTB_CONSENT      *
      *                   TB_DISCLOSURE               BTB_DISCLOSURE   *
      *----------------------------------------------------------------*
      *                                                                *
      *================================================================*
       01 WRK-CONSENT-COUNT                      PIC 9(04) VALUE ZEROS.
       77 WRK-SUPPRESSED-COUNTER                 PIC 9(07) VALUE ZEROS.

      *DISCLOSURE LEDGER WORK - THE UNMASKED CPF OF THE ROW JUST
      *WRITTEN AND A COUNT OF THE LEDGER ROWS RECORDED:
       01 WRK-DISC-CPF-HOLD                      PIC X(15) VALUE SPACES.
       77 WRK-DISCLOSED-COUNTER                  PIC 9(07) VALUE ZEROS.

      *SCRATCH AREAS FOR THE PII-MASKING PROFILES:
       01 WRK-MASK-CPF-HOLD                      PIC X(15) VALUE SPACES.
       01 WRK-MASK-BIRTH-HOLD                    PIC X(10) VALUE SPACES.
           END-EXEC.

           EXEC SQL
              INCLUDE BTB_DISCLOSURE
           END-EXEC.

           EXEC SQL
              DECLARE CSR0005 CURSOR WITH HOLD FOR
                 SELECT CPF, NAME, BIRTH, STREET, HNUMBER,
                        OTHER_INFO, CITY, STATE, COUNTRY,
                        EMAIL, PHONE, CEP, DOC_TYPE, PROVIDER_CODE,
                  WHERE STATUS = 'A'
                    AND STATE BETWEEN :WRK-PART-STATE-FROM
                                  AND :WRK-PART-STATE-TO
                    AND COALESCE(PROT_FLAG, 'N') <> 'Y'
                    AND CPF > :WRK-CHECKPOINT-KEY
                  ORDER BY CPF
                  FOR FETCH ONLY
      *CUTOFF, SO ONLY ROWS REGISTERED SINCE THE PREVIOUS SUCCESSFUL
      *EXPORT ARE UNLOADED:
           EXEC SQL
              DECLARE CSR0005D CURSOR WITH HOLD FOR
                 SELECT CPF, NAME, BIRTH, STREET, HNUMBER,
                        OTHER_INFO, CITY, STATE, COUNTRY,
                        EMAIL, PHONE, CEP, DOC_TYPE, PROVIDER_CODE,
                    AND STATE BETWEEN :WRK-PART-STATE-FROM
                                  AND :WRK-PART-STATE-TO
                    AND TIMEREGINC > :WRK-DELTA-CUTOFF-TS
                    AND COALESCE(PROT_FLAG, 'N') <> 'Y'
                    AND CPF > :WRK-CHECKPOINT-KEY
                  ORDER BY CPF
                  FOR FETCH ONLY
              MOVE 'F'                 TO   CSRGPARM-EXPORT-PROFILE
           END-IF.

      *THE RECIPIENT RECORDED ON THE DISCLOSURE LEDGER - WHEN THE
      *CARD DOES NOT NAME ONE, THE SHOP CONSUMER FOR THE PROFILE:
           IF CSRGPARM-DISC-RECIPIENT  EQUAL SPACES
              EVALUATE TRUE
                 WHEN CSRGPARM-PROFILE-IS-MARKET
                    MOVE 'MARKETNG'    TO   CSRGPARM-DISC-RECIPIENT
                 WHEN CSRGPARM-PROFILE-IS-ANALYT
                    MOVE 'ANALYTCS'    TO   CSRGPARM-DISC-RECIPIENT
                 WHEN OTHER
                    MOVE 'AUDITORS'    TO   CSRGPARM-DISC-RECIPIENT
              END-EVALUATE
           END-IF.

           IF CSRGPARM-PART-STATE-FROM NOT EQUAL SPACES
              MOVE CSRGPARM-PART-STATE-FROM
                                       TO   WRK-PART-STATE-FROM
      *----------------------------------------------------------------*
       2000-PROCESS                    SECTION.
      *----------------------------------------------------------------*
           MOVE CPF OF BTB-CUSTOMER    TO WRK-DISC-CPF-HOLD.

           IF NOT CSRGPARM-PROFILE-IS-FULL
              PERFORM 2270-APPLY-CONSENT-RULES
              PERFORM 2200-WRITE-EXPORT-FILE
           END-IF.

           PERFORM 2290-RECORD-DISCLOSURE.

           PERFORM 2600-COMMIT-AND-CHECKPOINT.

           PERFORM 2100-FETCH-NEXT.
      *----------------------------------------------------------------*
       2280-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2290-RECORD-DISCLOSURE          SECTION.
      *----------------------------------------------------------------*
      *    ONE TB_DISCLOSURE ROW PER CPF WRITTEN, UNDER THE REAL CPF   *
      *    (HELD BEFORE ANY MASKING) SO CSRG0032 AND THE CSRG0064      *
      *    ERASURE NOTICES CAN FIND IT.  A ROW ALREADY THERE FOR THIS  *
      *    CPF, RECIPIENT AND RUN (A RESTART REPLAYING THE ROWS AFTER  *
      *    ITS LAST CHECKPOINT) IS NOT AN ERROR.                       *
      *----------------------------------------------------------------*
           MOVE 'RECORDING DISCLOSURE' TO WRK-ERROR-MSG.

           MOVE WRK-DISC-CPF-HOLD      TO DISC-CPF.
           MOVE CSRGPARM-DISC-RECIPIENT
                                       TO DISC-RECIPIENT.
           MOVE CSRGPARM-EXPORT-PROFILE
                                       TO DISC-PROFILE.
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
      *----------------------------------------------------------------*
       2290-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2600-COMMIT-AND-CHECKPOINT      SECTION.
      *----------------------------------------------------------------*
      *    PERSISTS A CHECKPOINT EVERY CSRGPARM-COMMIT-INTERVAL         *
      *    RECORDS SO A LARGE EXPORT CAN BE RESTARTED PARTWAY THROUGH   *
      *    WITHOUT RE-WRITING ROWS ALREADY ON FILE0005.  THE            *
      *    DISCLOSURE LEDGER ROWS ARE COMMITTED AT THE SAME POINT (THE  *
      *    CURSORS ARE WITH HOLD), SO THE LEDGER AND THE CHECKPOINT     *
      *    ALWAYS AGREE ON WHERE THE EXPORT GOT TO.                     *
      *----------------------------------------------------------------*
           ADD 1                       TO   WRK-COMMIT-COUNTER.

           IF WRK-COMMIT-COUNTER       GREATER OR EQUAL
                                            CSRGPARM-COMMIT-INTERVAL

              MOVE 'COMMIT DISCLOSURES' TO WRK-ERROR-MSG
              EXEC SQL
                  COMMIT
              END-EXEC
              IF SQLCODE NOT EQUAL ZEROS
                 MOVE SQLCODE           TO WRK-SQLCODE-SINAL
                 STRING 'SQLCODE..:',WRK-SQLCODE-X
                                        DELIMITED BY SPACE
                                        INTO WRK-ERROR-CODE
                 PERFORM 9999-CALL-ABEND-PGM
              END-IF

              MOVE CSRGPARM-BATCH-RUN-ID TO CKPT-BATCH-RUN-ID
                                            OF WRK-CHECKPOINT-REG
      *    A MASKING PROFILE OVERWRITES THE HOST CPF, SO THE RESTART
              END-EXEC
           END-IF.

           EXEC SQL
               COMMIT
           END-EXEC.

           PERFORM 3100-WRITE-EXPORT-CUTOFF.

           DISPLAY '***************************'.
           '       *'.
           DISPLAY '*RECORDS FILE0005....:' WRK-FILE0005-REGS-COUNTER
           '*'.
           DISPLAY '*DISCLOSURES LOGGED..:' WRK-DISCLOSED-COUNTER
           '*'.
           DISPLAY '*-------------------------*'.
           DISPLAY '*EXECUTED......:' WRK-DATE-FORMATTED '*'.
           DISPLAY '*.................' WRK-TIME-FORMATTED '*'.
