      *                  THROUGH THE CSRGVALD CHECK-DIGIT EDIT AND     *
      *                  MUST NOT ALREADY EXIST.  THE FILE0002 KSDS    *
      *                  PICKS UP THE NEW KEY ON THE NEXT CSRG0025     *
      *                  SYNC.  EACH SWAP APPLIED ALSO GOES TO A NEW   *
      *                  CHGEVENT GENERATION AS A 'C' EVENT, WHICH     *
      *                  CSRG0082 REPORTS TO THE BANCO CENTRAL CCS AS  *
      *                  A CORRECTION.                                 *
      *----------------------------------------------------------------*
      *    INPUT CARD..: POS 01-15  CURRENT DOCUMENT ID (AS ON FILE)   *
      *                  POS 16-16  NEW DOCUMENT TYPE (C/P/R/D)        *
      *----------------------------------------------------------------*
      *    FILES.......:  DDNAME          LRECL       INCLUDE/BOOK     *
      *                   DOCCHG          00080       NONE             *
      *                   FILEHST3        00364       CSTMRG01+        *
      *                                               CSRGCHN1         *
      *                   DOCAUD          00110       NONE             *
      *                   FILEERRD        00072       CSRGERR1         *
      *                   EVTFILE         00670       CSRGEVT1+        *
      *                                               CSTMRG01         *
      *----------------------------------------------------------------*
      *    MODIFICATION HISTORY.......:                                *
      *    01/09/2026 RMM - PROGRAM CREATED.                           *
      *                     CSRG0049 REGISTER AND THE CSRG0004/0006    *
      *                     DEPENDENT WARNINGS SURVIVE A DOCUMENT      *
      *                     CHANGE.                                    *
      *    15/10/2026 RMM - FILEHST3 GREW TO LRECL=364: EACH BEFORE-   *
      *                     IMAGE IS CHAINED TO THE ONE BEFORE IT      *
      *                     (CSRGCHN1 SUFFIX, CSRGCHAN MODULE) AND THE *
      *                     RUN'S IMAGES END IN A SEAL REGISTERED ON   *
      *                     TB_AUDIT_SEAL.                             *
      *    15/10/2026 RMM - THE SWAP ALSO CARRIES THE CUSTOMER'S TYPED *
      *                     ADDRESSES ON TB_CUST_ADDR.                 *
      *    15/10/2026 RMM - THE SWAP ALSO CARRIES THE CUSTOMER'S       *
      *                     SERVICE-DESK CONTACTS ON TB_CONTACT_LOG.   *
      *    15/10/2026 RMM - EACH SWAP APPLIED WRITES A 'C' CHANGE      *
      *                     EVENT (NEW CPF, ROW UNDER THE NEW AND THE  *
      *                     OLD DOCUMENT) FOR THE CSRG0082 CCS FEED.   *
      *----------------------------------------------------------------*
      *    TABLE DB2...:  TB_CUSTOMER                 BTB_CUSTOMER     *
      *                   TB_MATCH_KEY                BTB_MATCH_KEY    *
      *                   TB_CONSENT                  BTB_CONSENT      *
      *                   TB_LEGAL_HOLD               BTB_LEGAL_HOLD   *
      *                   TB_RELATION                 BTB_RELATION     *
      *                   TB_CUST_ADDR                BTB_CUST_ADDR    *
      *                   TB_CONTACT_LOG              BTB_CONTACT_LOG  *
      *                   TB_AUDIT_SEAL               (CSRGCHAN)       *
      *----------------------------------------------------------------*
      *                                                                *
      *================================================================*
            ACCESS MODE  IS     SEQUENTIAL
            FILE STATUS  IS     WRK-FS-FILEERRD.

           SELECT EVTFILE       ASSIGN TO UTS-S-EVTFILE
            ORGANIZATION IS     SEQUENTIAL
            ACCESS MODE  IS     SEQUENTIAL
            FILE STATUS  IS     WRK-FS-EVTFILE.

      *================================================================*
      *                  D A T A      D I V I S I O N                  *
      *================================================================*
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS 00 RECORDS.
       01 FD-REG-FILEHST3   PIC X(364).

       FD DOCAUD
           RECORDING MODE IS F
           BLOCK CONTAINS 00 RECORDS.
       01 FD-REG-FILEERRD   PIC X(72).

       FD EVTFILE
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS 00 RECORDS.
       01 FD-REG-EVTFILE    PIC X(670).

      *-----------------------------------------------------------------*
      *                  WORKING-STORAGE SECTION                        *
      *-----------------------------------------------------------------*
       77 WRK-DOCCHG-REGS-COUNTER                PIC 9(07) VALUE ZEROS .
       77 WRK-SWAPPED-REGS-COUNTER               PIC 9(07) VALUE ZEROS .
       77 WRK-FILEERRD-REGS-COUNTER              PIC 9(07) VALUE ZEROS .
       77 WRK-EVTFILE-REGS-COUNTER               PIC 9(07) VALUE ZEROS .

      *DATA FOR PERIODIC COMMIT:
       77 WRK-COMMIT-COUNTER                     PIC 9(05) VALUE ZEROS .
          03 CSRGHST1-DATE                    PIC X(10).
          03 CSRGHST1-TIME                    PIC X(08).
          COPY 'CSTMRG01'.
          COPY 'CSRGCHN1'.

      *HASH CHAIN OF THE FILEHST3 TRAIL (SEE CSRGCHP1):
       77 WRK-CHAN-PGM                           PIC X(08) VALUE
                                                          'CSRGCHAN'  .
       01 WRK-CHAN-PARM.
          COPY 'CSRGCHP1'.

      *ONE DOCAUD AUDIT LINE PER DOCUMENT SWAPPED - THE UNCHANGED
      *CUST-ID IS THE LINK BETWEEN THE OLD AND THE NEW DOCUMENT:
          03 DOCAUD-OPERATOR-ID                  PIC X(08).
          03 FILLER                              PIC X(28).

      *ONE 'C' CHANGE EVENT PER DOCUMENT SWAPPED (SEE CSRGEVT1):
       01 WRK-EVTFILE-REG.
          COPY 'CSRGEVT1'.
          03 WRK-EVT-NEW-IMAGE                   PIC X(311).
          03 WRK-EVT-OLD-IMAGE                   PIC X(311).

      *THE ROW UNDER ITS NEW DOCUMENT, BUILT FROM THE BEFORE-IMAGE:
       01 WRK-EVT-IMAGE-REG.
          COPY 'CSTMRG01'.

      *DATA FOR ERROR FILE LINE:
       01 WRK-FILEERRD-REG.
          COPY 'CSRGERR1'.
          03 WRK-FS-FILEHST3                     PIC 9(02) VALUE ZEROS .
          03 WRK-FS-DOCAUD                       PIC 9(02) VALUE ZEROS .
          03 WRK-FS-FILEERRD                     PIC 9(02) VALUE ZEROS .
          03 WRK-FS-EVTFILE                      PIC 9(02) VALUE ZEROS .

      *WORKING DATA FOR THE SYSTEM DATE AND TIME.
       01 WRK-SYSTEM-DATE.
           EXEC SQL
              INCLUDE BTB_RELATION
           END-EXEC.

           EXEC SQL
              INCLUDE BTB_CUST_ADDR
           END-EXEC.

           EXEC SQL
              INCLUDE BTB_CONTACT_LOG
           END-EXEC.
      *================================================================*
       PROCEDURE                       DIVISION.
      *================================================================*
           PERFORM 1050-GET-RUN-PARMS.

           INITIALIZE WRK-VALD-PARM
                      WRK-DOCCHG-REG
                      WRK-CHAN-PARM.

           MOVE 'FILEHST3'             TO CSRGCHP1-TRAIL.
           MOVE 343                    TO CSRGCHP1-BODY-LEN.

           OPEN INPUT  DOCCHG
                EXTEND FILEHST3
                OUTPUT DOCAUD
                       FILEERRD
                       EVTFILE.

           MOVE 'OPEN FILE DOCCHG'     TO WRK-ERROR-MSG.
           PERFORM 8100-TEST-FS-DOCCHG.
           MOVE 'OPEN FILE FILEERRD'   TO WRK-ERROR-MSG.
           PERFORM 8400-TEST-FS-FILEERRD.

           MOVE 'OPEN FILE EVTFILE'    TO WRK-ERROR-MSG.
           PERFORM 8500-TEST-FS-EVTFILE.

           PERFORM 2100-READ-DOCCHG.

           IF CSRGPARM-IS-TEST-MODE
                 IF CSRGPARM-IS-PRODUCTION
                    PERFORM 2400-SWAP-DOCUMENT
                    PERFORM 2450-CARRY-SIDE-TABLES
                    PERFORM 2550-WRITE-CHANGE-EVENT
                 END-IF
                 PERFORM 2500-WRITE-DOCAUD
                 ADD 1                 TO WRK-SWAPPED-REGS-COUNTER
           MOVE CUST-ID                OF BTB-CUSTOMER
           TO CSTMRG01-CUST-ID         OF WRK-FILEHST3-REG.

           MOVE 'L'                    TO CSRGCHP1-FUNCTION.
           MOVE 'B'                    TO CSRGCHP1-STREAM.
           CALL WRK-CHAN-PGM           USING WRK-CHAN-PARM
                                             WRK-FILEHST3-REG.

           MOVE WRK-FILEHST3-REG       TO FD-REG-FILEHST3.

           WRITE FD-REG-FILEHST3.
               WHERE  DEPENDENT_CPF = :WRK-CHG-OLD-DOC-ID
           END-EXEC.

           IF SQLCODE NOT EQUAL ZEROS AND +100
              PERFORM 9100-FORMAT-SQLCODE
              PERFORM 9999-CALL-ABEND-PGM
           END-IF.

      *    AND THE MAILING/BILLING ADDRESSES KEPT BESIDE THE
      *    RESIDENTIAL ONE (CSRG0077):
           EXEC SQL
               UPDATE TB_CUST_ADDR
                  SET CPF = :WRK-CHG-NEW-DOC-ID
               WHERE  CPF = :WRK-CHG-OLD-DOC-ID
           END-EXEC.

           IF SQLCODE NOT EQUAL ZEROS AND +100
              PERFORM 9100-FORMAT-SQLCODE
              PERFORM 9999-CALL-ABEND-PGM
           END-IF.

      *    AND THE SERVICE-DESK CONTACT LOG (CSRG0079), SO ITS OPEN
      *    FOLLOW-UPS ARE STILL CHASED UNDER THE NEW DOCUMENT:
           EXEC SQL
               UPDATE TB_CONTACT_LOG
                  SET CPF = :WRK-CHG-NEW-DOC-ID
               WHERE  CPF = :WRK-CHG-OLD-DOC-ID
           END-EXEC.

           IF SQLCODE NOT EQUAL ZEROS AND +100
              PERFORM 9100-FORMAT-SQLCODE
              PERFORM 9999-CALL-ABEND-PGM
      *----------------------------------------------------------------*
       2500-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2550-WRITE-CHANGE-EVENT         SECTION.
      *----------------------------------------------------------------*
      *    ONE 'C' EVENT PER SWAP ACTUALLY APPLIED, KEYED ON THE NEW   *
      *    DOCUMENT: NEW-VALUES IS THE ROW AS IT NOW STANDS, THE       *
      *    BEFORE-IMAGE THE ROW UNDER THE OLD DOCUMENT.  A TEST-MODE   *
      *    RUN APPLIES NOTHING AND THEREFORE EMITS NOTHING.            *
      *----------------------------------------------------------------*
           MOVE 'RECORDING CHANGE EVENT'
                                       TO WRK-ERROR-MSG.

           MOVE WRK-FILEHST3-REG (33:311)
                                       TO WRK-EVT-IMAGE-REG
                                          WRK-EVT-OLD-IMAGE.
           MOVE WRK-CHG-NEW-DOC-ID     TO CSTMRG01-CPF
                                          OF WRK-EVT-IMAGE-REG.
           MOVE WRK-CHG-NEW-DOC-TYPE   TO CSTMRG01-DOC-TYPE
                                          OF WRK-EVT-IMAGE-REG.
           MOVE WRK-EVT-IMAGE-REG      TO WRK-EVT-NEW-IMAGE.

           MOVE CSRGPARM-BATCH-RUN-ID  TO CSRGEVT1-BATCH-RUN-ID.
           MOVE WRK-DATE-FORMATTED     TO CSRGEVT1-DATE.
           MOVE WRK-TIME-FORMATTED     TO CSRGEVT1-TIME.
           MOVE 'C'                    TO CSRGEVT1-OP-TYPE.
           MOVE WRK-CHG-NEW-DOC-ID     TO CSRGEVT1-CPF.

           MOVE WRK-EVTFILE-REG        TO FD-REG-EVTFILE.

           WRITE FD-REG-EVTFILE.

           PERFORM 8500-TEST-FS-EVTFILE.

           ADD 1                       TO WRK-EVTFILE-REGS-COUNTER.
      *----------------------------------------------------------------*
       2550-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2600-COMMIT-INTERVAL            SECTION.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       3000-FINALIZE                   SECTION.
      *----------------------------------------------------------------*
           PERFORM 3050-SEAL-FILEHST3.

           IF CSRGPARM-IS-PRODUCTION
              EXEC SQL
                  COMMIT
           CLOSE DOCCHG
                 FILEHST3
                 DOCAUD
                 FILEERRD
                 EVTFILE.

           DISPLAY '***************************'.
           DISPLAY '*  SUCCESSFUL  EXECUTION  *'.
           '*'.
           DISPLAY '*RECORDS FILEERRD....:' WRK-FILEERRD-REGS-COUNTER
           '*'.
           DISPLAY '*RECORDS EVTFILE.....:' WRK-EVTFILE-REGS-COUNTER
           '*'.
           DISPLAY '*-------------------------*'.
           DISPLAY '*EXECUTED......:' WRK-DATE-FORMATTED '*'.
           DISPLAY '*.................' WRK-TIME-FORMATTED '*'.
      *----------------------------------------------------------------*
       3000-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       3050-SEAL-FILEHST3              SECTION.
      *----------------------------------------------------------------*
      *    THE RUN'S BEFORE-IMAGES END IN A SEALED TRAILER WHOSE HASH  *
      *    IS REGISTERED ON TB_AUDIT_SEAL, COMMITTED WITH THE LAST     *
      *    SWAPS.  A RUN THAT WROTE NO IMAGE WRITES NO SEAL.           *
      *----------------------------------------------------------------*
           IF CSRGCHP1-GEN-COUNT       EQUAL ZEROS
              GO TO 3050-99-EXIT
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

           MOVE WRK-FILEHST3-REG       TO FD-REG-FILEHST3.

           WRITE FD-REG-FILEHST3.

           PERFORM 8200-TEST-FS-FILEHST3.
      *----------------------------------------------------------------*
       3050-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       8100-TEST-FS-DOCCHG             SECTION.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       8400-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       8500-TEST-FS-EVTFILE            SECTION.
      *----------------------------------------------------------------*
           IF WRK-FS-EVTFILE           NOT EQUAL ZEROS
              MOVE WRK-FS-EVTFILE      TO  WRK-ERROR-CODE
              PERFORM 9999-CALL-ABEND-PGM
           END-IF.
      *----------------------------------------------------------------*
       8500-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       9000-GET-DATE-TIME              SECTION.
      *----------------------------------------------------------------*
