      *                  - THE EXPECTED GDG BASES CARRYING A LIVE      *
      *                    GENERATION (PROVEN ON THE METRICS BASE)     *
      *                                                 (ELSE RC=10)   *
      *                  - THE LIVE AUDIT TRAILS (FILEHST3, LGPDAUD,   *
      *                    MRGAUD, BKOAUD, CONSAUD, ACCLOG, ADRHST)    *
      *                    RE-WALKED                                   *
      *                    THROUGH CSRGCHAN: EVERY HASH LINK HOLDING,  *
      *                    EVERY SEAL ON TB_AUDIT_SEAL AND NONE        *
      *                    MISSING FROM THE END OF THE TRAIL.  A TRAIL *
      *                    WHOSE DD IS NOT ALLOCATED IS SKIPPED.       *
      *                                                 (ELSE RC=12)   *
      *                  EVERY FAILED CHECK RAISES ITS OWN ALERTPGM    *
      *                  ALERT AND A NAMED CONSOLE LINE; THE STEP      *
      *                  ENDS WITH THE HIGHEST FAILED CODE, AND THE    *
      *                                  (VSAM KSDS, KEY = CPF 1-15)   *
      *                   RULES01         00080       NONE             *
      *                   PREVMETR        00079       CSRGMETR         *
      *                   CHNHST3         00364       CSRGCHN1         *
      *                   CHNLGPD         00081       CSRGCHN1         *
      *                   CHNMRG          00324       CSRGCHN1         *
      *                   CHNBKO          00090       CSRGCHN1         *
      *                   CHNCONS         00080       CSRGCHN1         *
      *                   CHNACC          00121       CSRGCHN1         *
      *                   CHNADR          00364       CSRGCHN1         *
      *----------------------------------------------------------------*
      *    MODIFICATION HISTORY.......:                                *
      *    01/09/2026 RMM - PROGRAM CREATED.                           *
      *                     ALERT PATH WAS UNREACHABLE.  AN EMPTY      *
      *                     BASE NOW SHOWS AS IMMEDIATE END-OF-FILE    *
      *                     AND RAISES THE ALERT.                      *
      *    15/10/2026 RMM - PHONEDDD (Y/N) ACCEPTED AS A RULES01       *
      *                     KEYWORD, AS CSRGVALD NOW READS IT.         *
      *    15/10/2026 RMM - NEW RC=12 CHECK: THE SIX LIVE AUDIT TRAILS *
      *                     ARE RE-WALKED THROUGH CSRGCHAN (HASH       *
      *                     LINKS, SEALS ON TB_AUDIT_SEAL, NO          *
      *                     GENERATION MISSING FROM THE END); A BROKEN *
      *                     TRAIL RAISES AN ALERTPGM ALERT NAMED FOR   *
      *                     IT.                                        *
      *    15/10/2026 RMM - THE NEW ADRHST TRAIL (CSRG0077 TYPED-      *
      *                     ADDRESS BEFORE-IMAGES) IS RE-WALKED TOO    *
      *                     (CHNADR).                                  *
      *----------------------------------------------------------------*
      *    TABLE DB2...:  TB_RUN_CONTROL              BTB_RUN_CONTROL  *
      *                   TB_AUDIT_SEAL (THROUGH CSRGCHAN)             *
      *----------------------------------------------------------------*
      *                                                                *
      *================================================================*
            ACCESS MODE  IS     SEQUENTIAL
            FILE STATUS  IS     WRK-FS-PREVMETR.

           SELECT CHNHST3       ASSIGN TO UTS-S-CHNHST3
            ORGANIZATION IS     SEQUENTIAL
            ACCESS MODE  IS     SEQUENTIAL
            FILE STATUS  IS     WRK-FS-CHNHST3.

           SELECT CHNLGPD       ASSIGN TO UTS-S-CHNLGPD
            ORGANIZATION IS     SEQUENTIAL
            ACCESS MODE  IS     SEQUENTIAL
            FILE STATUS  IS     WRK-FS-CHNLGPD.

           SELECT CHNMRG        ASSIGN TO UTS-S-CHNMRG
            ORGANIZATION IS     SEQUENTIAL
            ACCESS MODE  IS     SEQUENTIAL
            FILE STATUS  IS     WRK-FS-CHNMRG.

           SELECT CHNBKO        ASSIGN TO UTS-S-CHNBKO
            ORGANIZATION IS     SEQUENTIAL
            ACCESS MODE  IS     SEQUENTIAL
            FILE STATUS  IS     WRK-FS-CHNBKO.

           SELECT CHNCONS       ASSIGN TO UTS-S-CHNCONS
            ORGANIZATION IS     SEQUENTIAL
            ACCESS MODE  IS     SEQUENTIAL
            FILE STATUS  IS     WRK-FS-CHNCONS.

           SELECT CHNACC        ASSIGN TO UTS-S-CHNACC
            ORGANIZATION IS     SEQUENTIAL
            ACCESS MODE  IS     SEQUENTIAL
            FILE STATUS  IS     WRK-FS-CHNACC.

           SELECT CHNADR        ASSIGN TO UTS-S-CHNADR
            ORGANIZATION IS     SEQUENTIAL
            ACCESS MODE  IS     SEQUENTIAL
            FILE STATUS  IS     WRK-FS-CHNADR.

      *================================================================*
      *                  D A T A      D I V I S I O N                  *
      *================================================================*
           BLOCK CONTAINS 00 RECORDS.
       01 FD-REG-PREVMETR   PIC X(79).

       FD CHNHST3
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS 00 RECORDS.
       01 FD-REG-CHNHST3    PIC X(364).

       FD CHNLGPD
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS 00 RECORDS.
       01 FD-REG-CHNLGPD    PIC X(81).

       FD CHNMRG
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS 00 RECORDS.
       01 FD-REG-CHNMRG     PIC X(324).

       FD CHNBKO
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS 00 RECORDS.
       01 FD-REG-CHNBKO     PIC X(90).

       FD CHNCONS
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS 00 RECORDS.
       01 FD-REG-CHNCONS    PIC X(80).

       FD CHNACC
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS 00 RECORDS.
       01 FD-REG-CHNACC     PIC X(121).

       FD CHNADR
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS 00 RECORDS.
       01 FD-REG-CHNADR     PIC X(364).

      *-----------------------------------------------------------------*
      *                  WORKING-STORAGE SECTION                        *
      *-----------------------------------------------------------------*
       01 WRK-RULE-KEYWORD                       PIC X(12) VALUE SPACES.
       01 WRK-RULE-VALUE                         PIC X(12) VALUE SPACES.

      *AUDIT-TRAIL CHAIN CHECK - ONE TRAIL AT A TIME THROUGH ONE
      *CSRGCHAN BLOCK (SEE CSRGCHP1):
       77 WRK-CHAN-PGM                           PIC X(08) VALUE
                                                          'CSRGCHAN'  .
       01 WRK-CHAN-PARM.
          COPY 'CSRGCHP1'.

       77 WRK-CHAIN-EOF                          PIC X(03) VALUE SPACES.
       01 WRK-CHAIN-TRAIL                        PIC X(08) VALUE SPACES.
       01 WRK-CHAIN-BODY-LEN                     PIC 9(04) VALUE ZEROS .
       01 WRK-CHAIN-LIVE                         PIC X(01) VALUE SPACES.
       01 WRK-CHAIN-REG                          PIC X(400) VALUE
                                                             SPACES.

      *DATA FOR ERROR LOG:
       01 WRK-ERROR-LOG.
          03 WRK-PROGRAM                         PIC X(08) VALUE
          03 WRK-FS-FILE0002                     PIC 9(02) VALUE ZEROS .
          03 WRK-FS-RULES01                      PIC 9(02) VALUE ZEROS .
          03 WRK-FS-PREVMETR                     PIC 9(02) VALUE ZEROS .
          03 WRK-FS-CHNHST3                      PIC 9(02) VALUE ZEROS .
          03 WRK-FS-CHNLGPD                      PIC 9(02) VALUE ZEROS .
          03 WRK-FS-CHNMRG                       PIC 9(02) VALUE ZEROS .
          03 WRK-FS-CHNBKO                       PIC 9(02) VALUE ZEROS .
          03 WRK-FS-CHNCONS                      PIC 9(02) VALUE ZEROS .
          03 WRK-FS-CHNACC                       PIC 9(02) VALUE ZEROS .
          03 WRK-FS-CHNADR                       PIC 9(02) VALUE ZEROS .

      *WORKING DATA FOR THE SYSTEM DATE AND TIME.
       01 WRK-SYSTEM-DATE.

           PERFORM 5000-CHECK-GDG-BASES.

           PERFORM 5500-CHECK-AUDIT-CHAINS.

           PERFORM 6000-FINALIZE.
      *----------------------------------------------------------------*
       0000-99-EXIT.                   EXIT.
              WHEN 'REQNAME'
              WHEN 'REQBIRTH'
              WHEN 'CEPMASK'
              WHEN 'PHONEDDD'
                 IF WRK-RULE-VALUE (1:1)
                                       NOT EQUAL 'Y' AND 'N'
                    ADD 1              TO WRK-RULES-BAD-COUNTER
      *----------------------------------------------------------------*
       5000-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       5500-CHECK-AUDIT-CHAINS         SECTION.
      *----------------------------------------------------------------*
      *    EACH LIVE AUDIT TRAIL IS WALKED END TO END: A CHANGED,      *
      *    INSERTED OR DELETED LINE, A SEAL NOT ON THE REGISTER, OR    *
      *    GENERATIONS CUT OFF THE END STOP THE NIGHT BEFORE IT        *
      *    APPENDS TO A TRAIL NOBODY CAN VOUCH FOR.  THE WHOLE-TRAIL   *
      *    DATASETS ARE CHECKED FROM THEIR FIRST SEAL; FILEHST3 ROLLS  *
      *    MONTHLY, SO ONLY ITS END IS CHECKED AGAINST THE REGISTER    *
      *    (CSRG0076 WALKS THE SLICES).  AN UNSEALED TAIL LEFT BY AN   *
      *    ABENDED WRITER IS REPORTED BUT DOES NOT HOLD THE NIGHT.     *
      *----------------------------------------------------------------*
           PERFORM 5510-CHECK-CHAIN-HST3.

           PERFORM 5520-CHECK-CHAIN-LGPD.

           PERFORM 5530-CHECK-CHAIN-MRG.

           PERFORM 5540-CHECK-CHAIN-BKO.

           PERFORM 5550-CHECK-CHAIN-CONS.

           PERFORM 5560-CHECK-CHAIN-ACC.

           PERFORM 5570-CHECK-CHAIN-ADR.
      *----------------------------------------------------------------*
       5500-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       5510-CHECK-CHAIN-HST3           SECTION.
      *----------------------------------------------------------------*
           MOVE 'FILEHST3'             TO WRK-CHAIN-TRAIL.
           MOVE 0343                   TO WRK-CHAIN-BODY-LEN.
           MOVE 'E'                    TO WRK-CHAIN-LIVE.

           OPEN INPUT CHNHST3.

           IF WRK-FS-CHNHST3           EQUAL 35
              DISPLAY '*PREFLIGHT: CHNHST3 NOT ALLOCATED - FILEHST3 '
                      'CHAIN NOT CHECKED*'
              GO TO 5510-99-EXIT
           END-IF.

           PERFORM 5590-START-CHAIN-CHECK.

           IF WRK-FS-CHNHST3           NOT EQUAL ZEROS
              DISPLAY '*PREFLIGHT: CHNHST3 NOT OPENABLE - FS='
                      WRK-FS-CHNHST3 '*'
              ADD 1                    TO CSRGCHP1-ERRORS
              PERFORM 5592-END-CHAIN-CHECK
              GO TO 5510-99-EXIT
           END-IF.

           PERFORM 5511-VERIFY-ONE-HST3
              UNTIL WRK-CHAIN-EOF      EQUAL 'END'.

           CLOSE CHNHST3.

           PERFORM 5592-END-CHAIN-CHECK.
      *----------------------------------------------------------------*
       5510-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       5511-VERIFY-ONE-HST3            SECTION.
      *----------------------------------------------------------------*
           MOVE SPACES                 TO WRK-CHAIN-REG.

           READ CHNHST3                INTO WRK-CHAIN-REG.

           IF WRK-FS-CHNHST3           EQUAL 10
              MOVE 'END'               TO WRK-CHAIN-EOF
              GO TO 5511-99-EXIT
           END-IF.

           IF WRK-FS-CHNHST3           NOT EQUAL ZEROS
              DISPLAY '*PREFLIGHT: CHNHST3 READ FAILED - FS='
                      WRK-FS-CHNHST3 '*'
              ADD 1                    TO CSRGCHP1-ERRORS
              MOVE 'END'               TO WRK-CHAIN-EOF
              GO TO 5511-99-EXIT
           END-IF.

           PERFORM 5591-VERIFY-CHAIN-RECORD.
      *----------------------------------------------------------------*
       5511-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       5520-CHECK-CHAIN-LGPD           SECTION.
      *----------------------------------------------------------------*
           MOVE 'LGPDAUD'              TO WRK-CHAIN-TRAIL.
           MOVE 0060                   TO WRK-CHAIN-BODY-LEN.
           MOVE 'Y'                    TO WRK-CHAIN-LIVE.

           OPEN INPUT CHNLGPD.

           IF WRK-FS-CHNLGPD           EQUAL 35
              DISPLAY '*PREFLIGHT: CHNLGPD NOT ALLOCATED - LGPDAUD '
                      'CHAIN NOT CHECKED*'
              GO TO 5520-99-EXIT
           END-IF.

           PERFORM 5590-START-CHAIN-CHECK.

           IF WRK-FS-CHNLGPD           NOT EQUAL ZEROS
              DISPLAY '*PREFLIGHT: CHNLGPD NOT OPENABLE - FS='
                      WRK-FS-CHNLGPD '*'
              ADD 1                    TO CSRGCHP1-ERRORS
              PERFORM 5592-END-CHAIN-CHECK
              GO TO 5520-99-EXIT
           END-IF.

           PERFORM 5521-VERIFY-ONE-LGPD
              UNTIL WRK-CHAIN-EOF      EQUAL 'END'.

           CLOSE CHNLGPD.

           PERFORM 5592-END-CHAIN-CHECK.
      *----------------------------------------------------------------*
       5520-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       5521-VERIFY-ONE-LGPD            SECTION.
      *----------------------------------------------------------------*
           MOVE SPACES                 TO WRK-CHAIN-REG.

           READ CHNLGPD                INTO WRK-CHAIN-REG.

           IF WRK-FS-CHNLGPD           EQUAL 10
              MOVE 'END'               TO WRK-CHAIN-EOF
              GO TO 5521-99-EXIT
           END-IF.

           IF WRK-FS-CHNLGPD           NOT EQUAL ZEROS
              DISPLAY '*PREFLIGHT: CHNLGPD READ FAILED - FS='
                      WRK-FS-CHNLGPD '*'
              ADD 1                    TO CSRGCHP1-ERRORS
              MOVE 'END'               TO WRK-CHAIN-EOF
              GO TO 5521-99-EXIT
           END-IF.

           PERFORM 5591-VERIFY-CHAIN-RECORD.
      *----------------------------------------------------------------*
       5521-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       5530-CHECK-CHAIN-MRG            SECTION.
      *----------------------------------------------------------------*
           MOVE 'MRGAUD'               TO WRK-CHAIN-TRAIL.
           MOVE 0303                   TO WRK-CHAIN-BODY-LEN.
           MOVE 'Y'                    TO WRK-CHAIN-LIVE.

           OPEN INPUT CHNMRG.

           IF WRK-FS-CHNMRG            EQUAL 35
              DISPLAY '*PREFLIGHT: CHNMRG NOT ALLOCATED - MRGAUD '
                      'CHAIN NOT CHECKED*'
              GO TO 5530-99-EXIT
           END-IF.

           PERFORM 5590-START-CHAIN-CHECK.

           IF WRK-FS-CHNMRG            NOT EQUAL ZEROS
              DISPLAY '*PREFLIGHT: CHNMRG NOT OPENABLE - FS='
                      WRK-FS-CHNMRG '*'
              ADD 1                    TO CSRGCHP1-ERRORS
              PERFORM 5592-END-CHAIN-CHECK
              GO TO 5530-99-EXIT
           END-IF.

           PERFORM 5531-VERIFY-ONE-MRG
              UNTIL WRK-CHAIN-EOF      EQUAL 'END'.

           CLOSE CHNMRG.

           PERFORM 5592-END-CHAIN-CHECK.
      *----------------------------------------------------------------*
       5530-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       5531-VERIFY-ONE-MRG             SECTION.
      *----------------------------------------------------------------*
           MOVE SPACES                 TO WRK-CHAIN-REG.

           READ CHNMRG                 INTO WRK-CHAIN-REG.

           IF WRK-FS-CHNMRG            EQUAL 10
              MOVE 'END'               TO WRK-CHAIN-EOF
              GO TO 5531-99-EXIT
           END-IF.

           IF WRK-FS-CHNMRG            NOT EQUAL ZEROS
              DISPLAY '*PREFLIGHT: CHNMRG READ FAILED - FS='
                      WRK-FS-CHNMRG '*'
              ADD 1                    TO CSRGCHP1-ERRORS
              MOVE 'END'               TO WRK-CHAIN-EOF
              GO TO 5531-99-EXIT
           END-IF.

           PERFORM 5591-VERIFY-CHAIN-RECORD.
      *----------------------------------------------------------------*
       5531-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       5540-CHECK-CHAIN-BKO            SECTION.
      *----------------------------------------------------------------*
           MOVE 'BKOAUD'               TO WRK-CHAIN-TRAIL.
           MOVE 0069                   TO WRK-CHAIN-BODY-LEN.
           MOVE 'Y'                    TO WRK-CHAIN-LIVE.

           OPEN INPUT CHNBKO.

           IF WRK-FS-CHNBKO            EQUAL 35
              DISPLAY '*PREFLIGHT: CHNBKO NOT ALLOCATED - BKOAUD '
                      'CHAIN NOT CHECKED*'
              GO TO 5540-99-EXIT
           END-IF.

           PERFORM 5590-START-CHAIN-CHECK.

           IF WRK-FS-CHNBKO            NOT EQUAL ZEROS
              DISPLAY '*PREFLIGHT: CHNBKO NOT OPENABLE - FS='
                      WRK-FS-CHNBKO '*'
              ADD 1                    TO CSRGCHP1-ERRORS
              PERFORM 5592-END-CHAIN-CHECK
              GO TO 5540-99-EXIT
           END-IF.

           PERFORM 5541-VERIFY-ONE-BKO
              UNTIL WRK-CHAIN-EOF      EQUAL 'END'.

           CLOSE CHNBKO.

           PERFORM 5592-END-CHAIN-CHECK.
      *----------------------------------------------------------------*
       5540-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       5541-VERIFY-ONE-BKO             SECTION.
      *----------------------------------------------------------------*
           MOVE SPACES                 TO WRK-CHAIN-REG.

           READ CHNBKO                 INTO WRK-CHAIN-REG.

           IF WRK-FS-CHNBKO            EQUAL 10
              MOVE 'END'               TO WRK-CHAIN-EOF
              GO TO 5541-99-EXIT
           END-IF.

           IF WRK-FS-CHNBKO            NOT EQUAL ZEROS
              DISPLAY '*PREFLIGHT: CHNBKO READ FAILED - FS='
                      WRK-FS-CHNBKO '*'
              ADD 1                    TO CSRGCHP1-ERRORS
              MOVE 'END'               TO WRK-CHAIN-EOF
              GO TO 5541-99-EXIT
           END-IF.

           PERFORM 5591-VERIFY-CHAIN-RECORD.
      *----------------------------------------------------------------*
       5541-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       5550-CHECK-CHAIN-CONS           SECTION.
      *----------------------------------------------------------------*
           MOVE 'CONSAUD'              TO WRK-CHAIN-TRAIL.
           MOVE 0059                   TO WRK-CHAIN-BODY-LEN.
           MOVE 'Y'                    TO WRK-CHAIN-LIVE.

           OPEN INPUT CHNCONS.

           IF WRK-FS-CHNCONS           EQUAL 35
              DISPLAY '*PREFLIGHT: CHNCONS NOT ALLOCATED - CONSAUD '
                      'CHAIN NOT CHECKED*'
              GO TO 5550-99-EXIT
           END-IF.

           PERFORM 5590-START-CHAIN-CHECK.

           IF WRK-FS-CHNCONS           NOT EQUAL ZEROS
              DISPLAY '*PREFLIGHT: CHNCONS NOT OPENABLE - FS='
                      WRK-FS-CHNCONS '*'
              ADD 1                    TO CSRGCHP1-ERRORS
              PERFORM 5592-END-CHAIN-CHECK
              GO TO 5550-99-EXIT
           END-IF.

           PERFORM 5551-VERIFY-ONE-CONS
              UNTIL WRK-CHAIN-EOF      EQUAL 'END'.

           CLOSE CHNCONS.

           PERFORM 5592-END-CHAIN-CHECK.
      *----------------------------------------------------------------*
       5550-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       5551-VERIFY-ONE-CONS            SECTION.
      *----------------------------------------------------------------*
           MOVE SPACES                 TO WRK-CHAIN-REG.

           READ CHNCONS                INTO WRK-CHAIN-REG.

           IF WRK-FS-CHNCONS           EQUAL 10
              MOVE 'END'               TO WRK-CHAIN-EOF
              GO TO 5551-99-EXIT
           END-IF.

           IF WRK-FS-CHNCONS           NOT EQUAL ZEROS
              DISPLAY '*PREFLIGHT: CHNCONS READ FAILED - FS='
                      WRK-FS-CHNCONS '*'
              ADD 1                    TO CSRGCHP1-ERRORS
              MOVE 'END'               TO WRK-CHAIN-EOF
              GO TO 5551-99-EXIT
           END-IF.

           PERFORM 5591-VERIFY-CHAIN-RECORD.
      *----------------------------------------------------------------*
       5551-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       5560-CHECK-CHAIN-ACC            SECTION.
      *----------------------------------------------------------------*
           MOVE 'ACCLOG'               TO WRK-CHAIN-TRAIL.
           MOVE 0100                   TO WRK-CHAIN-BODY-LEN.
           MOVE 'Y'                    TO WRK-CHAIN-LIVE.

           OPEN INPUT CHNACC.

           IF WRK-FS-CHNACC            EQUAL 35
              DISPLAY '*PREFLIGHT: CHNACC NOT ALLOCATED - ACCLOG '
                      'CHAIN NOT CHECKED*'
              GO TO 5560-99-EXIT
           END-IF.

           PERFORM 5590-START-CHAIN-CHECK.

           IF WRK-FS-CHNACC            NOT EQUAL ZEROS
              DISPLAY '*PREFLIGHT: CHNACC NOT OPENABLE - FS='
                      WRK-FS-CHNACC '*'
              ADD 1                    TO CSRGCHP1-ERRORS
              PERFORM 5592-END-CHAIN-CHECK
              GO TO 5560-99-EXIT
           END-IF.

           PERFORM 5561-VERIFY-ONE-ACC
              UNTIL WRK-CHAIN-EOF      EQUAL 'END'.

           CLOSE CHNACC.

           PERFORM 5592-END-CHAIN-CHECK.
      *----------------------------------------------------------------*
       5560-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       5561-VERIFY-ONE-ACC             SECTION.
      *----------------------------------------------------------------*
           MOVE SPACES                 TO WRK-CHAIN-REG.

           READ CHNACC                 INTO WRK-CHAIN-REG.

           IF WRK-FS-CHNACC            EQUAL 10
              MOVE 'END'               TO WRK-CHAIN-EOF
              GO TO 5561-99-EXIT
           END-IF.

           IF WRK-FS-CHNACC            NOT EQUAL ZEROS
              DISPLAY '*PREFLIGHT: CHNACC READ FAILED - FS='
                      WRK-FS-CHNACC '*'
              ADD 1                    TO CSRGCHP1-ERRORS
              MOVE 'END'               TO WRK-CHAIN-EOF
              GO TO 5561-99-EXIT
           END-IF.

           PERFORM 5591-VERIFY-CHAIN-RECORD.
      *----------------------------------------------------------------*
       5561-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       5570-CHECK-CHAIN-ADR            SECTION.
      *----------------------------------------------------------------*
           MOVE 'ADRHST'               TO WRK-CHAIN-TRAIL.
           MOVE 0343                   TO WRK-CHAIN-BODY-LEN.
           MOVE 'Y'                    TO WRK-CHAIN-LIVE.

           OPEN INPUT CHNADR.

           IF WRK-FS-CHNADR            EQUAL 35
              DISPLAY '*PREFLIGHT: CHNADR NOT ALLOCATED - ADRHST '
                      'CHAIN NOT CHECKED*'
              GO TO 5570-99-EXIT
           END-IF.

           PERFORM 5590-START-CHAIN-CHECK.

           IF WRK-FS-CHNADR            NOT EQUAL ZEROS
              DISPLAY '*PREFLIGHT: CHNADR NOT OPENABLE - FS='
                      WRK-FS-CHNADR '*'
              ADD 1                    TO CSRGCHP1-ERRORS
              PERFORM 5592-END-CHAIN-CHECK
              GO TO 5570-99-EXIT
           END-IF.

           PERFORM 5571-VERIFY-ONE-ADR
              UNTIL WRK-CHAIN-EOF      EQUAL 'END'.

           CLOSE CHNADR.

           PERFORM 5592-END-CHAIN-CHECK.
      *----------------------------------------------------------------*
       5570-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       5571-VERIFY-ONE-ADR             SECTION.
      *----------------------------------------------------------------*
           MOVE SPACES                 TO WRK-CHAIN-REG.

           READ CHNADR                 INTO WRK-CHAIN-REG.

           IF WRK-FS-CHNADR            EQUAL 10
              MOVE 'END'               TO WRK-CHAIN-EOF
              GO TO 5571-99-EXIT
           END-IF.

           IF WRK-FS-CHNADR            NOT EQUAL ZEROS
              DISPLAY '*PREFLIGHT: CHNADR READ FAILED - FS='
                      WRK-FS-CHNADR '*'
              ADD 1                    TO CSRGCHP1-ERRORS
              MOVE 'END'               TO WRK-CHAIN-EOF
              GO TO 5571-99-EXIT
           END-IF.

           PERFORM 5591-VERIFY-CHAIN-RECORD.
      *----------------------------------------------------------------*
       5571-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       5590-START-CHAIN-CHECK          SECTION.
      *----------------------------------------------------------------*
           INITIALIZE WRK-CHAN-PARM.
           MOVE WRK-CHAIN-TRAIL        TO CSRGCHP1-TRAIL.
           MOVE WRK-CHAIN-BODY-LEN     TO CSRGCHP1-BODY-LEN.
           MOVE WRK-CHAIN-LIVE         TO CSRGCHP1-LIVE.
           MOVE CSRGPARM-BATCH-RUN-ID  TO CSRGCHP1-RUN-ID.
           MOVE WRK-PROGRAM            TO CSRGCHP1-PROGRAM.
           IF CSRGPARM-IS-PRODUCTION
              MOVE 'P'                 TO CSRGCHP1-MODE
           END-IF.

           MOVE SPACES                 TO WRK-CHAIN-EOF.
      *----------------------------------------------------------------*
       5590-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       5591-VERIFY-CHAIN-RECORD        SECTION.
      *----------------------------------------------------------------*
           MOVE 'V'                    TO CSRGCHP1-FUNCTION.

           CALL WRK-CHAN-PGM           USING WRK-CHAN-PARM
                                             WRK-CHAIN-REG.

           IF CSRGCHP1-SQLCODE         NOT EQUAL ZEROS
              MOVE 'CHECKING AUDIT CHAIN'
                                       TO WRK-ERROR-MSG
              MOVE CSRGCHP1-SQLCODE    TO WRK-SQLCODE-SINAL
              STRING 'SQLCODE..:',WRK-SQLCODE-X
                                       DELIMITED BY SPACE
                                       INTO WRK-ERROR-CODE
              PERFORM 9999-CALL-ABEND-PGM
           END-IF.
      *----------------------------------------------------------------*
       5591-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       5592-END-CHAIN-CHECK            SECTION.
      *----------------------------------------------------------------*
      *    THE END-OF-DATASET CHECKS, THEN THE VERDICT ON THE TRAIL.   *
      *----------------------------------------------------------------*
           MOVE 'F'                    TO CSRGCHP1-FUNCTION.

           CALL WRK-CHAN-PGM           USING WRK-CHAN-PARM
                                             WRK-CHAIN-REG.

           IF CSRGCHP1-SQLCODE         NOT EQUAL ZEROS
              MOVE 'CHECKING AUDIT CHAIN'
                                       TO WRK-ERROR-MSG
              MOVE CSRGCHP1-SQLCODE    TO WRK-SQLCODE-SINAL
              STRING 'SQLCODE..:',WRK-SQLCODE-X
                                       DELIMITED BY SPACE
                                       INTO WRK-ERROR-CODE
              PERFORM 9999-CALL-ABEND-PGM
           END-IF.

           IF CSRGCHP1-ERRORS          EQUAL ZEROS
              DISPLAY '*PREFLIGHT OK: ' WRK-CHAIN-TRAIL
                      ' CHAIN INTACT, ' CSRGCHP1-RECORDS ' RECORD(S), '
                      CSRGCHP1-WARNINGS ' UNSEALED*'
              GO TO 5592-99-EXIT
           END-IF.

           DISPLAY '*PREFLIGHT RC=12: ' WRK-CHAIN-TRAIL
                   ' CHAIN BROKEN - ' CSRGCHP1-ERRORS
                   ' FAILURE(S), FIRST AT RECORD '
                   CSRGCHP1-FIRST-ERR-RECORD ' ('
                   CSRGCHP1-FIRST-ERR-VERDICT ')*'.

           MOVE WRK-CHAIN-TRAIL        TO WRK-ALERT-FILE.
           MOVE CSRGCHP1-ERRORS        TO WRK-ALERT-COUNT.
           PERFORM 7000-RAISE-CHECK-ALERT.

           IF WRK-PREFLIGHT-RC         LESS 12
              MOVE 12                  TO WRK-PREFLIGHT-RC
           END-IF.
      *----------------------------------------------------------------*
       5592-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       6000-FINALIZE                   SECTION.
      *----------------------------------------------------------------*
