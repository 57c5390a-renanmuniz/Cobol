      *                   CLEANTRN        00021       CSRGTRN1         *
      *                   FSEQREG         00032       NONE             *
      *                   GATERPT         00080       NONE             *
      *                   GATELOG         00100       CSRGGLG1         *
      *----------------------------------------------------------------*
      *    MODIFICATION HISTORY.......:                                *
      *    01/09/2026 RMM - PROGRAM CREATED.                           *
      *    15/10/2026 RMM - EVERY GATED TRANSMISSION, ACCEPTED OR      *
      *                     REFUSED, NOW APPENDS ONE CSRGGLG1 LINE TO  *
      *                     THE GATELOG (DETAIL COUNT, SEQUENCE GAP,   *
      *                     REFUSAL REASON) FOR THE CSRG0053 MONTHLY   *
      *                     PROVIDER SCORECARD.                        *
      *    15/10/2026 RMM - A TRANSMISSION WHOSE HEADER PROVIDER IS    *
      *                     NOT IN THE TB_PROVIDER REGISTRY, OR IS     *
      *                     SUSPENDED THERE, IS NOW REFUSED.           *
      *    15/10/2026 RMM - A DETAIL WHOSE PROVIDER CODE DIFFERS FROM  *
      *                     THE HEADER PROVIDER REFUSES THE FILE       *
      *                     ('PROVIDER MISMATCH'); A BLANK DETAIL      *
      *                     PROVIDER IS STAMPED WITH THE HEADER'S ON   *
      *                     CLEANTRN.  OUR OWN IN-HOUSE TRANSMISSION   *
      *                     CARRIES THE RESERVED HOUSE CODE 'HOUS',    *
      *                     WHICH IS NOT LOOKED UP ON TB_PROVIDER.     *
      *----------------------------------------------------------------*
      *    TABLE DB2...:  TB_PROVIDER                 BTB_PROVIDER     *
      *----------------------------------------------------------------*
      *                                                                *
      *================================================================*
            ACCESS MODE  IS     SEQUENTIAL
            FILE STATUS  IS     WRK-FS-GATERPT.

           SELECT GATELOG       ASSIGN TO UTS-S-GATELOG
            ORGANIZATION IS     SEQUENTIAL
            ACCESS MODE  IS     SEQUENTIAL
            FILE STATUS  IS     WRK-FS-GATELOG.

      *================================================================*
      *                  D A T A      D I V I S I O N                  *
      *================================================================*
           BLOCK CONTAINS 00 RECORDS.
       01 FD-REG-GATERPT    PIC X(80).

       FD GATELOG
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS 00 RECORDS.
       01 FD-REG-GATELOG    PIC X(100).

      *-----------------------------------------------------------------*
      *                  WORKING-STORAGE SECTION                        *
      *-----------------------------------------------------------------*

       01 WRK-TRL-COUNT                          PIC 9(08) VALUE ZEROS .

      *SET WHEN A DETAIL NAMES A PROVIDER OTHER THAN THE HEADER'S - ONE
      *PARTNER'S FILE MUST NOT CARRY ROWS BILLED TO ANOTHER:
       01 WRK-PROV-MISMATCH-SW                   PIC X(01) VALUE 'N'.
          88 WRK-PROV-IS-MISMATCHED                    VALUE 'Y'.

      *RESERVED PROVIDER CODE OF OUR OWN IN-HOUSE TRANSMISSIONS (THE
      *CSRG0078 RETENTION DELETES AMONG THEM) - NEVER REGISTERED ON
      *TB_PROVIDER, NEVER BILLED BY CSRG0067:
       77 WRK-HOUSE-PROVIDER                     PIC X(04) VALUE 'HOUS'.

      *REGISTRY OF ALREADY-PROCESSED FILE SEQUENCE NUMBERS, ONE LINE
      *PER ACCEPTED TRANSMISSION, LOADED WHOLE AT INITIALIZE:
       01 WRK-FSEQREG-REG.

       01 WRK-GATERPT-LINE                       PIC X(80) VALUE SPACES.

      *ONE GATE-LOG LINE PER TRANSMISSION GATED, AND THE NUMBER OF
      *FILES A SEQUENCE GAP SKIPPED:
       01 WRK-GATELOG-REG.
          COPY 'CSRGGLG1'.

       01 WRK-GAP-FILES                          PIC 9(04) VALUE ZEROS .

      *DATA FOR ERROR LOG:
       01 WRK-ERROR-LOG.
          03 WRK-PROGRAM                         PIC X(08) VALUE
          03 WRK-FS-CLEANTRN                     PIC 9(02) VALUE ZEROS .
          03 WRK-FS-FSEQREG                      PIC 9(02) VALUE ZEROS .
          03 WRK-FS-GATERPT                      PIC 9(02) VALUE ZEROS .
          03 WRK-FS-GATELOG                      PIC 9(02) VALUE ZEROS .

      *WORKING DATA FOR THE SYSTEM DATE AND TIME.
       01 WRK-SYSTEM-DATE.
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
              INCLUDE BTB_PROVIDER
           END-EXEC.
      *================================================================*
       PROCEDURE                       DIVISION.
      *================================================================*
      *    RECORD ARRIVING BEFORE ANY HEADER MEANS THE FEED PREDATES   *
      *    THE CONTROLS OR LOST ITS FIRST BLOCK - EITHER WAY THE FILE  *
      *    IS REFUSED AT THE END BY 2500-CHECK-CONTROLS.               *
      *    A DETAIL NAMING ANOTHER PROVIDER THAN THE HEADER IS FLAGGED *
      *    HERE AND REFUSED THERE TOO.                                 *
      *----------------------------------------------------------------*
           EVALUATE TRUE


              WHEN OTHER
                 ADD 1                 TO WRK-DETAIL-REGS-COUNTER
                 IF CSRGTRN1-PROVIDER-CODE
                                       OF WRK-RAWTRAN-TRN
                                       NOT EQUAL SPACES
                    AND CSRGTRN1-PROVIDER-CODE
                                       OF WRK-RAWTRAN-TRN
                                       NOT EQUAL WRK-HDR-PROVIDER
                    MOVE 'Y'           TO WRK-PROV-MISMATCH-SW
                 END-IF
                 PERFORM 2200-WRITE-CLEANTRN

           END-EVALUATE.
      *----------------------------------------------------------------*
           MOVE 'WRITING CLEANTRN'     TO    WRK-ERROR-MSG.

      *    A BLANK DETAIL PROVIDER IS THE HEADER'S - STAMPED HERE SO
      *    EVERY ROW DOWNSTREAM IS BILLED TO THE PARTNER WHO SENT IT:
           IF CSRGTRN1-PROVIDER-CODE   OF WRK-RAWTRAN-TRN
                                       EQUAL SPACES
              MOVE WRK-HDR-PROVIDER    TO CSRGTRN1-PROVIDER-CODE
                                       OF WRK-RAWTRAN-TRN
           END-IF.

           MOVE  WRK-RAWTRAN-REG       TO    FD-REG-CLEANTRN.

           WRITE FD-REG-CLEANTRN.
      *----------------------------------------------------------------*
       2310-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2400-CHECK-PROVIDER-REGISTRY    SECTION.
      *----------------------------------------------------------------*
      *    ONLY A PROVIDER REGISTERED AND ACTIVE ON TB_PROVIDER (SEE   *
      *    CSRG0054) MAY SEND A TRANSMISSION.  WHICH ACTION CODES IT   *
      *    MAY SEND IS CHECKED RECORD BY RECORD IN CSRG0001.  THE      *
      *    RESERVED HOUSE CODE IS OUR OWN AND IS NOT ON THE REGISTRY.  *
      *----------------------------------------------------------------*
           IF WRK-HDR-PROVIDER         EQUAL WRK-HOUSE-PROVIDER
              GO TO 2400-99-EXIT
           END-IF.

           MOVE 'READING TB_PROVIDER'  TO WRK-ERROR-MSG.

           MOVE WRK-HDR-PROVIDER       TO PRV-CODE.

           EXEC SQL
               SELECT PRV_STATUS
               INTO   :PRV-STATUS
               FROM   TB_PROVIDER
               WHERE  PROVIDER_CODE = :PRV-CODE
           END-EXEC.

           EVALUATE SQLCODE
              WHEN ZEROS
                 IF PRV-IS-SUSPENDED
                    MOVE 'PROVIDER SUSPENDED'
                                       TO WRK-REFUSAL-REASON
                    PERFORM 2600-REFUSE-FILE
                 END-IF
              WHEN +100
                 MOVE 'UNKNOWN PROVIDER'
                                       TO WRK-REFUSAL-REASON
                 PERFORM 2600-REFUSE-FILE
              WHEN OTHER
                 PERFORM 9100-FORMAT-SQLCODE
                 PERFORM 9999-CALL-ABEND-PGM
           END-EVALUATE.
      *----------------------------------------------------------------*
       2400-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2500-CHECK-CONTROLS             SECTION.
      *----------------------------------------------------------------*
              PERFORM 2600-REFUSE-FILE
           END-IF.

           IF WRK-PROV-IS-MISMATCHED
              MOVE 'PROVIDER MISMATCH'
                                       TO WRK-REFUSAL-REASON
              PERFORM 2600-REFUSE-FILE
           END-IF.

           PERFORM 2400-CHECK-PROVIDER-REGISTRY.

           PERFORM 2300-CHECK-SEQUENCE-REGISTRY.

           IF WRK-FSEQ-IS-DUPLICATE
              AND WRK-HDR-FILE-SEQ     GREATER WRK-FSEQ-HIGHEST
              COMPUTE WRK-FSEQ-HIGHEST = WRK-FSEQ-HIGHEST + 1
              IF WRK-HDR-FILE-SEQ      GREATER WRK-FSEQ-HIGHEST
                 COMPUTE WRK-GAP-FILES =
                            WRK-HDR-FILE-SEQ - WRK-FSEQ-HIGHEST
                 MOVE 'SEQUENCE GAP'   TO WRK-REFUSAL-REASON
                 PERFORM 2700-RAISE-GATE-ALERT
                 PERFORM 3210-PUT-REFUSAL-LINE

           PERFORM 3210-PUT-REFUSAL-LINE.

           MOVE 'R'                    TO CSRGGLG1-OUTCOME.
           MOVE WRK-REFUSAL-REASON     TO CSRGGLG1-REASON.
           PERFORM 2850-WRITE-GATELOG.

           MOVE 8                      TO RETURN-CODE.

           STOP RUN.
           PERFORM 8300-TEST-FS-FSEQREG.

           CLOSE FSEQREG.

           MOVE 'A'                    TO CSRGGLG1-OUTCOME.
           MOVE SPACES                 TO CSRGGLG1-REASON.
           PERFORM 2850-WRITE-GATELOG.
      *----------------------------------------------------------------*
       2800-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2850-WRITE-GATELOG              SECTION.
      *----------------------------------------------------------------*
      *    ONE LINE PER TRANSMISSION, APPENDED THE SAME WAY AS THE     *
      *    REGISTRY (THE JCL EXTENDS THE DATASET).  THE CALLER SETS    *
      *    THE OUTCOME AND THE REASON.                                 *
      *----------------------------------------------------------------*
           OPEN EXTEND GATELOG.

           MOVE 'OPEN EXTEND GATELOG'  TO WRK-ERROR-MSG.
           PERFORM 8500-TEST-FS-GATELOG.

           MOVE WRK-HDR-PROVIDER       TO CSRGGLG1-PROVIDER.
           MOVE WRK-HDR-FILE-DATE      TO CSRGGLG1-FILE-DATE.
           MOVE WRK-HDR-FILE-SEQ       TO CSRGGLG1-FILE-SEQ.
           MOVE CSRGPARM-BATCH-RUN-ID  TO CSRGGLG1-BATCH-RUN-ID.
           MOVE WRK-DATE-FORMATTED     TO CSRGGLG1-PROC-DATE.
           MOVE WRK-DETAIL-REGS-COUNTER
                                       TO CSRGGLG1-DETAIL-COUNT.
           MOVE WRK-GAP-FILES          TO CSRGGLG1-GAP-FILES.

           MOVE  WRK-GATELOG-REG       TO FD-REG-GATELOG.

           WRITE FD-REG-GATELOG.

           MOVE 'WRITING GATELOG'      TO WRK-ERROR-MSG.
           PERFORM 8500-TEST-FS-GATELOG.

           CLOSE GATELOG.
      *----------------------------------------------------------------*
       2850-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       3000-FINALIZE                   SECTION.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       8400-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       8500-TEST-FS-GATELOG            SECTION.
      *----------------------------------------------------------------*
           IF WRK-FS-GATELOG           NOT EQUAL ZEROS
              MOVE WRK-FS-GATELOG      TO  WRK-ERROR-CODE
              PERFORM 9999-CALL-ABEND-PGM
           END-IF.
      *----------------------------------------------------------------*
       8500-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       9000-GET-DATE-TIME              SECTION.
      *----------------------------------------------------------------*
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
