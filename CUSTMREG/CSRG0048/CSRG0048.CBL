      *                  STEP NEVER BLOCKS THE CHAIN (RC=0).           *
      *----------------------------------------------------------------*
      *    FILES.......:  DDNAME          LRECL       INCLUDE/BOOK     *
      *                   VELIN           00364       CSTMRG01         *
      *                   FILE0004        00311       CSTMRG01         *
      *                   VELRPT          00132       NONE             *
      *                   VELFLAG         00040       CSRGVEL1         *
      *----------------------------------------------------------------*
      *    MODIFICATION HISTORY.......:                                *
      *    01/09/2026 RMM - PROGRAM CREATED.                           *
      *                     SCRATCH FIELD - A STRING WITH THE SAME     *
      *                     FIELD AS SENDING AND RECEIVING OPERAND     *
      *                     IS UNDEFINED.                              *
      *    15/10/2026 RMM - THE FLAGGED CPFS ARE ALSO WRITTEN, IN CPF  *
      *                     ORDER, TO THE NEW VELFLAG FILE (CSRGVEL1)  *
      *                     - THE VELOCITY SIGNAL OF THE CSRG0074 KYC  *
      *                     RISK RATING.                               *
      *    15/10/2026 RMM - VELIN GREW TO LRECL=364 WITH FILEHST3      *
      *                     (CSRGCHN1 HASH-CHAIN SUFFIX). THE STEP026  *
      *                     SORT NOW OMITS THE CSRGSEL1 SEAL RECORDS   *
      *                     AS IT OMITS THE SLICE HEADER.              *
      *----------------------------------------------------------------*
      *    TABLE DB2...:  TB_CUSTOMER                 BTB_CUSTOMER     *
      *----------------------------------------------------------------*
            ACCESS MODE  IS     SEQUENTIAL
            FILE STATUS  IS     WRK-FS-VELRPT.

           SELECT VELFLAG       ASSIGN TO UTS-S-VELFLAG
            ORGANIZATION IS     SEQUENTIAL
            ACCESS MODE  IS     SEQUENTIAL
            FILE STATUS  IS     WRK-FS-VELFLAG.

      *================================================================*
      *                  D A T A      D I V I S I O N                  *
      *================================================================*
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS 00 RECORDS.
       01 FD-REG-VELIN      PIC X(364).

       FD FILE0004
           RECORDING MODE IS F
           BLOCK CONTAINS 00 RECORDS.
       01 FD-REG-VELRPT     PIC X(132).

       FD VELFLAG
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS 00 RECORDS.
       01 FD-REG-VELFLAG    PIC X(40).

      *-----------------------------------------------------------------*
      *                  WORKING-STORAGE SECTION                        *
      *-----------------------------------------------------------------*
       77 WRK-FLAG-HIT-SW                        PIC X(01) VALUE 'N'.
          88 WRK-FLAG-WAS-HIT                          VALUE 'Y'.

      *ONE VELFLAG RECORD - THE FLAG TABLE IS WRITTEN OUT AT THE END,
      *ALREADY IN CPF ORDER BECAUSE VELIN IS:
       01 WRK-VELFLAG-REG.
          COPY 'CSRGVEL1'.

      *APPROXIMATE DAY SERIALS (YEARS OF 365, MONTHS OF 30) - THE
      *SAME ARITHMETIC THE CSRG0031 RETENTION SWEEP USES:
       01 WRK-CHG-DATE-WORK.
          03 WRK-FS-VELIN                        PIC 9(02) VALUE ZEROS .
          03 WRK-FS-FILE0004                     PIC 9(02) VALUE ZEROS .
          03 WRK-FS-VELRPT                       PIC 9(02) VALUE ZEROS .
          03 WRK-FS-VELFLAG                      PIC 9(02) VALUE ZEROS .

      *WORKING DATA FOR THE SYSTEM DATE AND TIME.
       01 WRK-SYSTEM-DATE.

           PERFORM 3000-SCAN-TONIGHT-STREAM.

           PERFORM 3500-WRITE-VELFLAG.

           PERFORM 4000-FINALIZE.
      *----------------------------------------------------------------*
       0000-99-EXIT.                   EXIT.

           OPEN INPUT  VELIN
                       FILE0004
                OUTPUT VELRPT
                       VELFLAG.

           MOVE 'OPEN FILE VELIN'      TO WRK-ERROR-MSG.
           PERFORM 8100-TEST-FS-VELIN.
           MOVE 'OPEN FILE VELRPT'     TO WRK-ERROR-MSG.
           PERFORM 8300-TEST-FS-VELRPT.

           MOVE 'OPEN FILE VELFLAG'    TO WRK-ERROR-MSG.
           PERFORM 8400-TEST-FS-VELFLAG.

           PERFORM 1070-WRITE-REPORT-HEADER.

           PERFORM 2100-READ-VELIN.
      *----------------------------------------------------------------*
       3300-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       3500-WRITE-VELFLAG              SECTION.
      *----------------------------------------------------------------*
      *    THE NIGHT'S FLAGGED CPFS, FOR THE CSRG0074 KYC RISK RATING. *
      *----------------------------------------------------------------*
           MOVE ZEROS                  TO WRK-FLAG-IDX.

           PERFORM 3550-WRITE-ONE-VELFLAG
              UNTIL WRK-FLAG-IDX       NOT LESS WRK-FLAG-COUNT.
      *----------------------------------------------------------------*
       3500-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       3550-WRITE-ONE-VELFLAG          SECTION.
      *----------------------------------------------------------------*
           ADD 1                       TO WRK-FLAG-IDX.

           MOVE SPACES                 TO WRK-VELFLAG-REG.
           MOVE WRK-FLAG-CPF (WRK-FLAG-IDX)
                                       TO CSRGVEL1-CPF.
           MOVE WRK-FLAG-CHANGES (WRK-FLAG-IDX)
                                       TO CSRGVEL1-CHANGES.
           MOVE CSRGPARM-BATCH-RUN-ID  TO CSRGVEL1-BATCH-RUN-ID.

           MOVE 'WRITING FILE VELFLAG' TO WRK-ERROR-MSG.

           WRITE FD-REG-VELFLAG        FROM WRK-VELFLAG-REG.
           PERFORM 8400-TEST-FS-VELFLAG.
      *----------------------------------------------------------------*
       3550-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       4000-FINALIZE                   SECTION.
      *----------------------------------------------------------------*

           CLOSE VELIN
                 FILE0004
                 VELRPT
                 VELFLAG.

           DISPLAY '***************************'.
           DISPLAY '*  SUCCESSFUL  EXECUTION  *'.
      *----------------------------------------------------------------*
       8300-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       8400-TEST-FS-VELFLAG            SECTION.
      *----------------------------------------------------------------*
           IF WRK-FS-VELFLAG           NOT EQUAL ZEROS
              MOVE WRK-FS-VELFLAG      TO  WRK-ERROR-CODE
              PERFORM 9999-CALL-ABEND-PGM
           END-IF.
      *----------------------------------------------------------------*
       8400-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       9000-GET-DATE-TIME              SECTION.
      *----------------------------------------------------------------*
