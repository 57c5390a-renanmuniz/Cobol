      *================================================================*
      *        I D E N T I F I C A T I O N      D I V I S I O N        *
      *================================================================*
       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     CSRG0085.
       AUTHOR.         RENAN MUNIZ MERLO.
       DATE-WRITTEN.   15/10/2026.
       DATE-COMPILED   WHEN-COMPILED.
       REMARKS.
      *----------------------------------------------------------------*
      *                RENAN MUNIZ MERLO COBOL DEVELOPER               *
      *          https://www.linkedin.com/in/renan-muniz-merlo         *
      *----------------------------------------------------------------*
      *    PROGRAM-ID..: CSRG0085.                                     *
      *    ANALYST.....: RENAN MUNIZ MERLO                             *
      *    PROGRAMMER..: RENAN MUNIZ MERLO                             *
      *    DATE........: 15/10/2026                                    *
      *----------------------------------------------------------------*
      *    PROJECT.....: CUSTOMER REGISTRATION PROJECT - CUSTMREG      *
      *----------------------------------------------------------------*
      *    GOAL........: PERIOD-OVER-PERIOD COMPARE OF TWO MONTH-END   *
      *                  CUSTOMER SNAPSHOTS (CSRG0084 CUSTSNAP         *
      *                  GENERATIONS) - OLDSNAP THE OPENING BASE,      *
      *                  NEWSNAP THE CLOSING ONE.  THE TWO ARE         *
      *                  MATCHED ON CUST-ID (ON THE CPF FOR A ROW      *
      *                  THAT PREDATES THE SURROGATE KEY) AND EVERY    *
      *                  CUSTOMER ADDED, REMOVED (PURGED) OR CHANGED   *
      *                  GOES TO CMPDTL (CSRGSCD1) WITH THE COLUMNS    *
      *                  THAT CHANGED.  CMPRPT COUNTS, BY STATE, THE   *
      *                  CUSTOMERS ADDED, REMOVED AND CHANGED AND HOW  *
      *                  MANY TIMES EACH COLUMN CHANGED, THEN THE SAME *
      *                  FOR ALL STATES.  A CUSTOMER IS COUNTED UNDER  *
      *                  ITS CLOSING STATE (ITS OPENING STATE WHEN     *
      *                  REMOVED); STATES NOT ON TB_STATE_REF ARE      *
      *                  COUNTED UNDER '**'.  A ROW WHOSE CUST-ID WAS  *
      *                  BACKFILLED BETWEEN THE TWO SNAPSHOTS SHOWS AS *
      *                  REMOVED AND ADDED.                            *
      *                  BOTH GENERATIONS ARE CERTIFIED AS THEY ARE    *
      *                  READ: EVERY CHAIN LINK AND THE SEAL ARE       *
      *                  CHECKED THROUGH CSRGCHAN AGAINST              *
      *                  TB_AUDIT_SEAL, AND THE COUNTS AND HASH TOTALS *
      *                  OF THE CSRGSNT1 TOTALS RECORD ARE WORKED OUT  *
      *                  AGAIN FROM THE DETAILS.  A GENERATION OUT OF  *
      *                  CUST-ID ORDER IS NOT A CSRG0084 SNAPSHOT AND  *
      *                  ABENDS THE RUN.  READ-ONLY.                   *
      *                  RC=0 BOTH SNAPSHOTS CERTIFIED                 *
      *                  RC=8 ONE OR BOTH NOT CERTIFIED (BROKEN CHAIN, *
      *                       NO REGISTERED SEAL, NO TOTALS RECORD OR  *
      *                       TOTALS THAT DISAGREE) - THE FIGURES ARE  *
      *                       PRINTED BUT MUST NOT BE RELIED ON        *
      *----------------------------------------------------------------*
      *    CMPRPT......: BOTH SNAPSHOTS - PERIOD, WHEN TAKEN, RUN ID,  *
      *                  THE CHAIN RESULT AND EACH TOTAL AS RECORDED   *
      *                  AND AS READ; THE MATCH COUNTS; THEN ONE BLOCK *
      *                  PER STATE WITH ANY MOVEMENT AND ONE FOR ALL   *
      *                  STATES.                                       *
      *----------------------------------------------------------------*
      *    FILES.......:  DDNAME          LRECL       INCLUDE/BOOK     *
      *                   OLDSNAP         00500       CSRGSNP1/        *
      *                                               CSRGSNT1+        *
      *                                               CSRGCHN1         *
      *                   NEWSNAP         00500       CSRGSNP1/        *
      *                                               CSRGSNT1+        *
      *                                               CSRGCHN1         *
      *                   CMPDTL          00200       CSRGSCD1         *
      *                   CMPRPT          00132       NONE             *
      *----------------------------------------------------------------*
      *    MODIFICATION HISTORY.......:                                *
      *    15/10/2026 RMM - PROGRAM CREATED.                           *
      *    15/10/2026 RMM - BOTH SIDES NOW RUN THE CHAIN CHECK IN      *
      *                     PRODUCTION MODE, SO EACH SEAL IS LOOKED UP *
      *                     ON TB_AUDIT_SEAL AS CSRG0076 DOES.         *
      *----------------------------------------------------------------*
      *    TABLE DB2...:  TB_STATE_REF                BTB_STATE_REF    *
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

           SELECT OLDSNAP       ASSIGN TO UTS-S-OLDSNAP
            ORGANIZATION IS     SEQUENTIAL
            ACCESS MODE  IS     SEQUENTIAL
            FILE STATUS  IS     WRK-FS-OLDSNAP.

           SELECT NEWSNAP       ASSIGN TO UTS-S-NEWSNAP
            ORGANIZATION IS     SEQUENTIAL
            ACCESS MODE  IS     SEQUENTIAL
            FILE STATUS  IS     WRK-FS-NEWSNAP.

           SELECT CMPDTL        ASSIGN TO UTS-S-CMPDTL
            ORGANIZATION IS     SEQUENTIAL
            ACCESS MODE  IS     SEQUENTIAL
            FILE STATUS  IS     WRK-FS-CMPDTL.

           SELECT CMPRPT        ASSIGN TO UTS-S-CMPRPT
            ORGANIZATION IS     SEQUENTIAL
            ACCESS MODE  IS     SEQUENTIAL
            FILE STATUS  IS     WRK-FS-CMPRPT.

      *================================================================*
      *                  D A T A      D I V I S I O N                  *
      *================================================================*
       DATA DIVISION.
       FILE SECTION.
      *
       FD OLDSNAP
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS 00 RECORDS.
       01 FD-REG-OLDSNAP    PIC X(500).

       FD NEWSNAP
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS 00 RECORDS.
       01 FD-REG-NEWSNAP    PIC X(500).

       FD CMPDTL
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS 00 RECORDS.
       01 FD-REG-CMPDTL     PIC X(200).

       FD CMPRPT
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS 00 RECORDS.
       01 FD-REG-CMPRPT     PIC X(132).

      *-----------------------------------------------------------------*
      *                  WORKING-STORAGE SECTION                        *
      *-----------------------------------------------------------------*
       WORKING-STORAGE SECTION.

       77 WRK-MATCHED-COUNTER                    PIC 9(09) VALUE ZEROS .
       77 WRK-UNCHANGED-COUNTER                  PIC 9(09) VALUE ZEROS .
       77 WRK-CMPDTL-REGS-COUNTER                PIC 9(09) VALUE ZEROS .

      *RUNTIME PARAMETER CARD:
       COPY 'CSRGPARM'.

      *THE TWO SNAPSHOTS ARE READ BY THE SAME SECTIONS - EVERY TABLE
      *BELOW HAS ONE ENTRY PER SIDE, 1 = OLDSNAP, 2 = NEWSNAP:
       77 WRK-SIDE-IDX                           PIC 9(01) COMP
                                                           VALUE ZEROS.
       77 WRK-OLD                                PIC 9(01) COMP
                                                           VALUE 1.
       77 WRK-NEW                                PIC 9(01) COMP
                                                           VALUE 2.
       01 WRK-SIDE-NAMES.
          03 FILLER                              PIC X(07) VALUE
                                                           'OLDSNAP'.
          03 FILLER                              PIC X(07) VALUE
                                                           'NEWSNAP'.
       01 FILLER REDEFINES WRK-SIDE-NAMES.
          03 WRK-SIDE-NAME                       PIC X(07)
                                                 OCCURS 2 TIMES.

      *THE SNAPSHOT RECORD IN HAND ON EACH SIDE:
       01 WRK-SNAP-SIDES.
          02 WRK-SNAP-SIDE                       OCCURS 2 TIMES.
             COPY 'CSRGSNP1'.
             COPY 'CSRGCHN1'.

      *THE CSRGSNT1 TOTALS RECORD OF EACH SIDE, ONCE FOUND:
       01 WRK-SNAP-TOTALS.
          02 WRK-SIDE-TOTALS                     OCCURS 2 TIMES.
             COPY 'CSRGSNT1'.

      *HASH CHAIN OF EACH SIDE, TRAIL CUSTSNAP (SEE CSRGCHP1):
       77 WRK-CHAN-PGM                           PIC X(08) VALUE
                                                          'CSRGCHAN'  .
       01 WRK-CHAN-PARMS.
          02 WRK-CHAN-PARM                       OCCURS 2 TIMES.
             COPY 'CSRGCHP1'.

      *THE FIRST BYTES OF A SEAL (CSRGSEL1):
       77 WRK-SEAL-TAG                           PIC X(12) VALUE
                                                 '*AUDIT SEAL*'.

      *READING STATE OF EACH SIDE.  THE MATCH KEY IS THE CUST-ID, OR
      *SPACES AND THE CPF WHEN THE CUST-ID IS BLANK - THE CSRG0084
      *ORDER; HIGH-VALUES AT END OF FILE:
       01 WRK-SIDE-STATES.
          02 WRK-SIDE-STATE                      OCCURS 2 TIMES.
             03 WRK-SIDE-EOF                     PIC X(03).
             03 WRK-SIDE-DETAIL-SW               PIC X(01).
                88 WRK-SIDE-HAS-DETAIL                 VALUE 'Y'.
             03 WRK-SIDE-KEY.
                05 WRK-KEY-CUST-ID               PIC X(10).
                05 WRK-KEY-CPF                   PIC X(15).
             03 WRK-SIDE-PREV-KEY                PIC X(25).
             03 WRK-SIDE-RECORDS                 PIC 9(09).
             03 WRK-SIDE-TRAILERS                PIC 9(03).
             03 WRK-SIDE-CERT-SW                 PIC X(01).
                88 WRK-SIDE-IS-CERTIFIED               VALUE 'Y'.

      *COUNTS AND HASH TOTALS WORKED OUT FROM THE DETAILS OF EACH SIDE,
      *THE SAME WAY CSRG0084 WORKS THEM OUT FOR CSRGSNT1:
       01 WRK-CALC-TOTALS.
          02 WRK-CALC-SIDE                       OCCURS 2 TIMES.
             03 WRK-CALC-ROWS                    PIC 9(09).
             03 WRK-CALC-ACTIVE                  PIC 9(09).
             03 WRK-CALC-DELETED                 PIC 9(09).
             03 WRK-CALC-PROTECTED               PIC 9(09).
             03 WRK-CALC-NON-CPF                 PIC 9(09).
             03 WRK-CALC-HASH-CPF                PIC 9(18).
             03 WRK-CALC-HASH-CUST-ID            PIC 9(18).
             03 WRK-CALC-HASH-BIRTH              PIC 9(18).

      *THE COLUMNS COMPARED - CODE (SEE CSRGSCD1), REPORT NAME, AND
      *POSITION AND LENGTH IN THE CSRGSNP1 BODY.  CUST-ID IS THE MATCH
      *KEY AND IS NOT COMPARED:
       01 WRK-FIELD-VALUES.
          03 FILLER                              PIC X(25) VALUE
                                       'CPFCPF/DOCUMENT    001015'.
          03 FILLER                              PIC X(25) VALUE
                                       'NAMNAME            016050'.
          03 FILLER                              PIC X(25) VALUE
                                       'BIRBIRTH           066010'.
          03 FILLER                              PIC X(25) VALUE
                                       'STRSTREET          076050'.
          03 FILLER                              PIC X(25) VALUE
                                       'NUMHOUSE NUMBER    126010'.
          03 FILLER                              PIC X(25) VALUE
                                       'OTHOTHER INFO      136015'.
          03 FILLER                              PIC X(25) VALUE
                                       'CITCITY            151040'.
          03 FILLER                              PIC X(25) VALUE
                                       'STASTATE           191002'.
          03 FILLER                              PIC X(25) VALUE
                                       'COUCOUNTRY         193030'.
          03 FILLER                              PIC X(25) VALUE
                                       'TRIREGISTERED AT   223026'.
          03 FILLER                              PIC X(25) VALUE
                                       'STSSTATUS          249001'.
          03 FILLER                              PIC X(25) VALUE
                                       'DTSDELETED AT      250026'.
          03 FILLER                              PIC X(25) VALUE
                                       'EMAEMAIL           276050'.
          03 FILLER                              PIC X(25) VALUE
                                       'PHOPHONE           326015'.
          03 FILLER                              PIC X(25) VALUE
                                       'CEPCEP             341009'.
          03 FILLER                              PIC X(25) VALUE
                                       'DOCDOCUMENT TYPE   350001'.
          03 FILLER                              PIC X(25) VALUE
                                       'PRVPROVIDER        351004'.
          03 FILLER                              PIC X(25) VALUE
                                       'AUNADDR UNDELIV    355001'.
          03 FILLER                              PIC X(25) VALUE
                                       'EUNEMAIL UNDELIV   356001'.
          03 FILLER                              PIC X(25) VALUE
                                       'PUNPHONE UNDELIV   357001'.
          03 FILLER                              PIC X(25) VALUE
                                       'UDTUNDELIV DATE    358010'.
          03 FILLER                              PIC X(25) VALUE
                                       'URSUNDELIV REASON  368020'.
          03 FILLER                              PIC X(25) VALUE
                                       'SITCPF SITUACAO    388001'.
          03 FILLER                              PIC X(25) VALUE
                                       'HHDHOUSEHOLD       399010'.
          03 FILLER                              PIC X(25) VALUE
                                       'DRSDELETE REASON   409001'.
          03 FILLER                              PIC X(25) VALUE
                                       'PRTPROTECTED       410001'.
          03 FILLER                              PIC X(25) VALUE
                                       'RSKRISK RATING     411001'.
          03 FILLER                              PIC X(25) VALUE
                                       'RDTRISK RATED DATE 412010'.
          03 FILLER                              PIC X(25) VALUE
                                       'RVDREVIEW DUE DATE 422010'.
          03 FILLER                              PIC X(25) VALUE
                                       'LADLAST ACTIVITY   432010'.
          03 FILLER                              PIC X(25) VALUE
                                       'DRMDORMANCY BAND   442001'.
       01 FILLER REDEFINES WRK-FIELD-VALUES.
          03 WRK-FIELD-ENTRY                     OCCURS 31 TIMES.
             05 WRK-FLD-CODE                     PIC X(03).
             05 WRK-FLD-NAME                     PIC X(16).
             05 WRK-FLD-START                    PIC 9(03).
             05 WRK-FLD-LEN                      PIC 9(03).

       77 WRK-FLD-IDX                            PIC 9(02) COMP
                                                           VALUE ZEROS.
       77 WRK-FLD-MAX                            PIC 9(02) COMP
                                                           VALUE 31.

      *MOVEMENT BY STATE: THE DISTINCT STATES OF TB_STATE_REF IN
      *ORDER, THEN '**' FOR ANY OTHER STATE, THEN ALL STATES:
       01 WRK-STATE-TABLE.
          03 WRK-ST-ENTRY                        OCCURS 42 TIMES.
             05 WRK-ST-CODE                      PIC X(02).
             05 WRK-ST-ADDED                     PIC 9(07).
             05 WRK-ST-REMOVED                   PIC 9(07).
             05 WRK-ST-CHANGED                   PIC 9(07).
             05 WRK-ST-FIELD-CNT                 PIC 9(07)
                                                 OCCURS 31 TIMES.

       77 WRK-ST-IDX                             PIC 9(02) COMP
                                                           VALUE ZEROS.
       77 WRK-ST-COUNT                           PIC 9(02) COMP
                                                           VALUE ZEROS.
       77 WRK-ST-MAX                             PIC 9(02) COMP
                                                           VALUE 40.
       77 WRK-ST-OTHER                           PIC 9(02) COMP
                                                           VALUE 41.
       77 WRK-ST-ALL                             PIC 9(02) COMP
                                                           VALUE 42.
       77 WRK-ST-LAST                            PIC 9(02) COMP
                                                           VALUE ZEROS.

      *THE STATE BEING LOOKED UP BY 2600-FIND-STATE:
       01 WRK-FIND-STATE                         PIC X(02) VALUE SPACES.
       01 WRK-STATE-FOUND-SW                     PIC X(01) VALUE 'N'.
          88 WRK-STATE-WAS-FOUND                       VALUE 'Y'.

       77 WRK-CURSOR-EOF                         PIC X(03) VALUE SPACES.

      *ONE CMPDTL LINE:
       01 WRK-CMPDTL-REG.
          COPY 'CSRGSCD1'.

      *A CUST-ID THAT IS ALL DIGITS GOES INTO ITS HASH TOTAL:
       01 WRK-CUST-ID-X                          PIC X(10) VALUE SPACES.
       01 WRK-CUST-ID-NUM REDEFINES WRK-CUST-ID-X
                                                 PIC 9(10).

      *DD-MM-YYYY TO YYYYMMDD FOR THE BIRTH HASH TOTAL:
       01 WRK-DATE-IN                            PIC X(10) VALUE SPACES.
       01 FILLER REDEFINES WRK-DATE-IN.
          03 WRK-DATE-IN-DD                      PIC X(02).
          03 FILLER                              PIC X(01).
          03 WRK-DATE-IN-MM                      PIC X(02).
          03 FILLER                              PIC X(01).
          03 WRK-DATE-IN-YYYY                    PIC X(04).
       01 WRK-DATE-OUT.
          03 WRK-DATE-OUT-YYYY                   PIC X(04).
          03 WRK-DATE-OUT-MM                     PIC X(02).
          03 WRK-DATE-OUT-DD                     PIC X(02).
       01 WRK-DATE-OUT-NUM REDEFINES WRK-DATE-OUT
                                                 PIC 9(08).

      *MASKED CPF (9999.999.999-99) TO DIGITS ONLY:
       01 WRK-DOC-MASKED.
          03 WRK-DOC-M-P1                        PIC X(04).
          03 FILLER                              PIC X(01).
          03 WRK-DOC-M-P2                        PIC X(03).
          03 FILLER                              PIC X(01).
          03 WRK-DOC-M-P3                        PIC X(03).
          03 FILLER                              PIC X(01).
          03 WRK-DOC-M-P4                        PIC X(02).
       01 WRK-DOC-UNMASKED.
          03 WRK-DOC-U-P1                        PIC X(04).
          03 WRK-DOC-U-P2                        PIC X(03).
          03 WRK-DOC-U-P3                        PIC X(03).
          03 WRK-DOC-U-P4                        PIC X(02).
       01 WRK-DOC-DIGITS REDEFINES WRK-DOC-UNMASKED
                                                 PIC 9(12).
       01 WRK-DOC-OK-SW                          PIC X(01) VALUE 'N'.
          88 WRK-DOC-IS-NUMERIC                        VALUE 'Y'.

      *ONE CERTIFICATION LINE - A TOTAL AS RECORDED AND AS READ:
       01 WRK-CHK-LABEL                          PIC X(30) VALUE SPACES.
       01 WRK-CHK-RECORDED                       PIC 9(18) VALUE ZEROS .
       01 WRK-CHK-READ                           PIC 9(18) VALUE ZEROS .
       01 WRK-CHK-RESULT                         PIC X(08) VALUE SPACES.

      *ONE STATE BLOCK OF THE REPORT:
       01 WRK-ST-TITLE                           PIC X(10) VALUE SPACES.

       01 WRK-CMPRPT-LINE                        PIC X(132)
                                                  VALUE SPACES.

      *DATA FOR ERROR LOG:
       01 WRK-ERROR-LOG.
          03 WRK-PROGRAM                         PIC X(08) VALUE
                                                          'CSRG0085'  .
          03 WRK-ERROR-MSG                       PIC X(30) VALUE SPACES.
          03 WRK-ERROR-CODE                      PIC X(30) VALUE SPACES.
          03 WRK-ERROR-DATE                      PIC X(10) VALUE SPACES.
          03 WRK-ERROR-TIME                      PIC X(08) VALUE SPACES.

      *ABENDING PROGRAM:
       77 WRK-ABEND-PGM                          PIC X(08) VALUE
                                                          'ABENDPGM'  .

       01 WRK-FILE-STATUS.
          03 WRK-FS-OLDSNAP                      PIC 9(02) VALUE ZEROS .
          03 WRK-FS-NEWSNAP                      PIC 9(02) VALUE ZEROS .
          03 WRK-FS-CMPDTL                       PIC 9(02) VALUE ZEROS .
          03 WRK-FS-CMPRPT                       PIC 9(02) VALUE ZEROS .

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
              INCLUDE BTB_STATE_REF
           END-EXEC.

      *THE STATES THE REPORT IS BROKEN DOWN BY:
           EXEC SQL
              DECLARE CSR0085 CURSOR FOR
                 SELECT DISTINCT STATE
                   FROM TB_STATE_REF
                  ORDER BY STATE
                  FOR FETCH ONLY
           END-EXEC.
      *================================================================*
       PROCEDURE                       DIVISION.
      *================================================================*
      *----------------------------------------------------------------*
       0000-MAIN-PROCESS               SECTION.
      *----------------------------------------------------------------*
           MOVE WHEN-COMPILED          TO WRK-WHEN-COPILED.

           PERFORM 1000-INITIALIZE.

           PERFORM 2000-MATCH-ONE-KEY
              UNTIL WRK-SIDE-KEY (WRK-OLD)
                                       EQUAL HIGH-VALUES
                AND WRK-SIDE-KEY (WRK-NEW)
                                       EQUAL HIGH-VALUES.

           PERFORM 3000-FINALIZE.
      *----------------------------------------------------------------*
       0000-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       1000-INITIALIZE                 SECTION.
      *----------------------------------------------------------------*
           PERFORM 9000-GET-DATE-TIME.

           PERFORM 1050-GET-RUN-PARMS.

           INITIALIZE WRK-SNAP-SIDES
                      WRK-SNAP-TOTALS
                      WRK-CHAN-PARMS
                      WRK-SIDE-STATES
                      WRK-CALC-TOTALS
                      WRK-STATE-TABLE.

           MOVE WRK-OLD                TO WRK-SIDE-IDX.
           PERFORM 1200-SET-UP-SIDE.
           MOVE WRK-NEW                TO WRK-SIDE-IDX.
           PERFORM 1200-SET-UP-SIDE.

           OPEN INPUT  OLDSNAP
                       NEWSNAP
                OUTPUT CMPDTL
                       CMPRPT.

           MOVE 'OPEN FILE OLDSNAP'    TO WRK-ERROR-MSG.
           PERFORM 8100-TEST-FS-OLDSNAP.

           MOVE 'OPEN FILE NEWSNAP'    TO WRK-ERROR-MSG.
           PERFORM 8200-TEST-FS-NEWSNAP.

           MOVE 'OPEN FILE CMPDTL'     TO WRK-ERROR-MSG.
           PERFORM 8300-TEST-FS-CMPDTL.

           MOVE 'OPEN FILE CMPRPT'     TO WRK-ERROR-MSG.
           PERFORM 8400-TEST-FS-CMPRPT.

           MOVE SPACES                 TO WRK-CMPRPT-LINE.
           STRING 'CSRG0085 CUSTOMER SNAPSHOT COMPARE - RUN ',
                  CSRGPARM-BATCH-RUN-ID,' ',
                  WRK-DATE-FORMATTED,' ',WRK-TIME-FORMATTED
                                       DELIMITED BY SIZE
                                       INTO WRK-CMPRPT-LINE.
           PERFORM 3210-PUT-CMPRPT-LINE.

           PERFORM 1100-LOAD-STATES.

           MOVE WRK-OLD                TO WRK-SIDE-IDX.
           PERFORM 2100-NEXT-DETAIL.
           MOVE WRK-NEW                TO WRK-SIDE-IDX.
           PERFORM 2100-NEXT-DETAIL.
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

           IF CSRGPARM-COMMIT-INTERVAL EQUAL ZEROS
              MOVE 1000                TO   CSRGPARM-COMMIT-INTERVAL
           END-IF.

           IF CSRGPARM-TEST-MODE       NOT EQUAL 'Y'
              MOVE 'N'                 TO   CSRGPARM-TEST-MODE
           END-IF.
      *----------------------------------------------------------------*
       1050-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       1100-LOAD-STATES                SECTION.
      *----------------------------------------------------------------*
      *    UP TO WRK-ST-MAX STATES FROM TB_STATE_REF; ANY STATE BEYOND *
      *    THEM, OR NOT ON THE TABLE AT ALL, FALLS INTO '**'.          *
      *----------------------------------------------------------------*
           MOVE 'OPENING CSR0085'      TO WRK-ERROR-MSG.

           EXEC SQL
               OPEN CSR0085
           END-EXEC.

           IF SQLCODE NOT EQUAL ZEROS
              PERFORM 9100-FORMAT-SQLCODE
              PERFORM 9999-CALL-ABEND-PGM
           END-IF.

           PERFORM 1110-FETCH-STATE
              UNTIL WRK-CURSOR-EOF     EQUAL 'END'.

           EXEC SQL
               CLOSE CSR0085
           END-EXEC.

           MOVE '**'                   TO WRK-ST-CODE (WRK-ST-OTHER).
           MOVE SPACES                 TO WRK-ST-CODE (WRK-ST-ALL).
      *----------------------------------------------------------------*
       1100-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       1110-FETCH-STATE                SECTION.
      *----------------------------------------------------------------*
           MOVE 'FETCHING CSR0085'     TO WRK-ERROR-MSG.

           EXEC SQL
               FETCH CSR0085
                INTO :STATE-REF
           END-EXEC.

           EVALUATE SQLCODE
              WHEN ZEROS
                 IF WRK-ST-COUNT       LESS WRK-ST-MAX
                    ADD 1              TO WRK-ST-COUNT
                    MOVE STATE-REF     TO WRK-ST-CODE (WRK-ST-COUNT)
                 END-IF
              WHEN +100
                 MOVE 'END'            TO WRK-CURSOR-EOF
              WHEN OTHER
                 PERFORM 9100-FORMAT-SQLCODE
                 PERFORM 9999-CALL-ABEND-PGM
           END-EVALUATE.
      *----------------------------------------------------------------*
       1110-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       1200-SET-UP-SIDE                SECTION.
      *----------------------------------------------------------------*
      *    A SNAPSHOT GENERATION IS A SLICE OF TRAIL CUSTSNAP: CHECKED *
      *    LINK BY LINK, AND ITS SEAL MUST BE ON THE REGISTER.         *
      *----------------------------------------------------------------*
           MOVE 'CUSTSNAP'             TO CSRGCHP1-TRAIL
                                          (WRK-SIDE-IDX).
           MOVE 479                    TO CSRGCHP1-BODY-LEN
                                          (WRK-SIDE-IDX).
           MOVE SPACES                 TO CSRGCHP1-LIVE
                                          (WRK-SIDE-IDX).
           MOVE CSRGPARM-BATCH-RUN-ID  TO CSRGCHP1-RUN-ID
                                          (WRK-SIDE-IDX).
           MOVE WRK-PROGRAM            TO CSRGCHP1-PROGRAM
                                          (WRK-SIDE-IDX).
           IF CSRGPARM-IS-PRODUCTION
              MOVE 'P'                 TO CSRGCHP1-MODE
                                          (WRK-SIDE-IDX)
           END-IF.

           MOVE SPACES                 TO WRK-SIDE-EOF (WRK-SIDE-IDX).
           MOVE LOW-VALUES             TO WRK-SIDE-PREV-KEY
                                          (WRK-SIDE-IDX).
           MOVE 'N'                    TO WRK-SIDE-CERT-SW
                                          (WRK-SIDE-IDX).
      *----------------------------------------------------------------*
       1200-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2000-MATCH-ONE-KEY              SECTION.
      *----------------------------------------------------------------*
           EVALUATE TRUE

              WHEN WRK-SIDE-KEY (WRK-OLD)
                                       LESS WRK-SIDE-KEY (WRK-NEW)
                 PERFORM 2400-CUSTOMER-REMOVED
                 MOVE WRK-OLD          TO WRK-SIDE-IDX
                 PERFORM 2100-NEXT-DETAIL

              WHEN WRK-SIDE-KEY (WRK-OLD)
                                       GREATER WRK-SIDE-KEY (WRK-NEW)
                 PERFORM 2300-CUSTOMER-ADDED
                 MOVE WRK-NEW          TO WRK-SIDE-IDX
                 PERFORM 2100-NEXT-DETAIL

              WHEN OTHER
                 ADD 1                 TO WRK-MATCHED-COUNTER
                 PERFORM 2500-COMPARE-CUSTOMER
                 MOVE WRK-OLD          TO WRK-SIDE-IDX
                 PERFORM 2100-NEXT-DETAIL
                 MOVE WRK-NEW          TO WRK-SIDE-IDX
                 PERFORM 2100-NEXT-DETAIL

           END-EVALUATE.
      *----------------------------------------------------------------*
       2000-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2100-NEXT-DETAIL                SECTION.
      *----------------------------------------------------------------*
      *    THE NEXT CUSTOMER ROW OF SIDE WRK-SIDE-IDX, PASSING OVER    *
      *    (BUT STILL VERIFYING) THE TOTALS RECORD AND THE SEAL.       *
      *----------------------------------------------------------------*
           MOVE 'N'                    TO WRK-SIDE-DETAIL-SW
                                          (WRK-SIDE-IDX).

           PERFORM 2110-READ-SNAPSHOT
              UNTIL WRK-SIDE-HAS-DETAIL (WRK-SIDE-IDX)
                 OR WRK-SIDE-EOF (WRK-SIDE-IDX)
                                       EQUAL 'END'.

           IF WRK-SIDE-EOF (WRK-SIDE-IDX)
                                       EQUAL 'END'
              MOVE HIGH-VALUES         TO WRK-SIDE-KEY (WRK-SIDE-IDX)
           END-IF.
      *----------------------------------------------------------------*
       2100-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2110-READ-SNAPSHOT              SECTION.
      *----------------------------------------------------------------*
           MOVE SPACES                 TO WRK-SNAP-SIDE (WRK-SIDE-IDX).

           IF WRK-SIDE-IDX             EQUAL WRK-OLD
              MOVE 'READING OLDSNAP'   TO WRK-ERROR-MSG
              READ OLDSNAP             INTO WRK-SNAP-SIDE (WRK-OLD)
              PERFORM 8100-TEST-FS-OLDSNAP
              IF WRK-FS-OLDSNAP        EQUAL 10
                 MOVE 'END'            TO WRK-SIDE-EOF (WRK-OLD)
                 GO TO 2110-99-EXIT
              END-IF
           ELSE
              MOVE 'READING NEWSNAP'   TO WRK-ERROR-MSG
              READ NEWSNAP             INTO WRK-SNAP-SIDE (WRK-NEW)
              PERFORM 8200-TEST-FS-NEWSNAP
              IF WRK-FS-NEWSNAP        EQUAL 10
                 MOVE 'END'            TO WRK-SIDE-EOF (WRK-NEW)
                 GO TO 2110-99-EXIT
              END-IF
           END-IF.

           ADD 1                       TO WRK-SIDE-RECORDS
                                          (WRK-SIDE-IDX).

           PERFORM 2120-VERIFY-LINK.

           EVALUATE TRUE

              WHEN WRK-SNAP-SIDE (WRK-SIDE-IDX) (1:12)
                                       EQUAL WRK-SEAL-TAG
                 CONTINUE

              WHEN CSRGSNP1-CPF (WRK-SIDE-IDX)
                                       EQUAL '*SNAP TRAILER*'
                 ADD 1                 TO WRK-SIDE-TRAILERS
                                          (WRK-SIDE-IDX)
                 MOVE WRK-SNAP-SIDE (WRK-SIDE-IDX) (1:479)
                                       TO WRK-SIDE-TOTALS
                                          (WRK-SIDE-IDX)

              WHEN OTHER
                 MOVE CSRGSNP1-CUST-ID (WRK-SIDE-IDX)
                                       TO WRK-KEY-CUST-ID
                                          (WRK-SIDE-IDX)
                 IF CSRGSNP1-CUST-ID (WRK-SIDE-IDX)
                                       EQUAL SPACES
                    MOVE CSRGSNP1-CPF (WRK-SIDE-IDX)
                                       TO WRK-KEY-CPF (WRK-SIDE-IDX)
                 ELSE
                    MOVE SPACES        TO WRK-KEY-CPF (WRK-SIDE-IDX)
                 END-IF
                 PERFORM 2130-CHECK-SEQUENCE
                 PERFORM 2150-ADD-TO-TOTALS
                 MOVE 'Y'              TO WRK-SIDE-DETAIL-SW
                                          (WRK-SIDE-IDX)

           END-EVALUATE.
      *----------------------------------------------------------------*
       2110-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2120-VERIFY-LINK                SECTION.
      *----------------------------------------------------------------*
           MOVE 'V'                    TO CSRGCHP1-FUNCTION
                                          (WRK-SIDE-IDX).

           CALL WRK-CHAN-PGM           USING WRK-CHAN-PARM
                                                 (WRK-SIDE-IDX)
                                             WRK-SNAP-SIDE
                                                 (WRK-SIDE-IDX).

           IF CSRGCHP1-SQLCODE (WRK-SIDE-IDX)
                                       NOT EQUAL ZEROS
              MOVE 'READING TB_AUDIT_SEAL'
                                       TO WRK-ERROR-MSG
              MOVE CSRGCHP1-SQLCODE (WRK-SIDE-IDX)
                                       TO WRK-SQLCODE-SINAL
              STRING 'SQLCODE..:',WRK-SQLCODE-X
                                       DELIMITED BY SPACE
                                       INTO WRK-ERROR-CODE
              PERFORM 9999-CALL-ABEND-PGM
           END-IF.
      *----------------------------------------------------------------*
       2120-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2130-CHECK-SEQUENCE             SECTION.
      *----------------------------------------------------------------*
      *    EACH KEY MUST BE HIGHER THAN THE LAST - A GENERATION OUT OF *
      *    ORDER, OR TWO ROWS UNDER ONE CUST-ID, CANNOT BE MATCHED.    *
      *----------------------------------------------------------------*
           IF WRK-SIDE-KEY (WRK-SIDE-IDX)
                                       NOT GREATER
                                       WRK-SIDE-PREV-KEY (WRK-SIDE-IDX)
              STRING WRK-SIDE-NAME (WRK-SIDE-IDX),
                     ' OUT OF SEQUENCE'
                                       DELIMITED BY SIZE
                                       INTO WRK-ERROR-MSG
              MOVE WRK-SIDE-KEY (WRK-SIDE-IDX)
                                       TO WRK-ERROR-CODE
              PERFORM 9999-CALL-ABEND-PGM
           END-IF.

           MOVE WRK-SIDE-KEY (WRK-SIDE-IDX)
                                       TO WRK-SIDE-PREV-KEY
                                          (WRK-SIDE-IDX).
      *----------------------------------------------------------------*
       2130-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2150-ADD-TO-TOTALS              SECTION.
      *----------------------------------------------------------------*
      *    THE CSRG0084 2200-ADD-TO-TOTALS RULES, FOR ONE SIDE.        *
      *----------------------------------------------------------------*
           ADD 1                       TO WRK-CALC-ROWS (WRK-SIDE-IDX).

           IF CSRGSNP1-IS-DELETED (WRK-SIDE-IDX)
              ADD 1                    TO WRK-CALC-DELETED
                                          (WRK-SIDE-IDX)
           ELSE
              ADD 1                    TO WRK-CALC-ACTIVE
                                          (WRK-SIDE-IDX)
           END-IF.

           IF CSRGSNP1-IS-PROTECTED (WRK-SIDE-IDX)
              ADD 1                    TO WRK-CALC-PROTECTED
                                          (WRK-SIDE-IDX)
           END-IF.

           IF CSRGSNP1-DOC-IS-CPF (WRK-SIDE-IDX)
              MOVE CSRGSNP1-CPF (WRK-SIDE-IDX)
                                       TO WRK-DOC-MASKED
              PERFORM 7100-UNMASK-DOC
              IF WRK-DOC-IS-NUMERIC
                 ADD WRK-DOC-DIGITS    TO WRK-CALC-HASH-CPF
                                          (WRK-SIDE-IDX)
              END-IF
           ELSE
              ADD 1                    TO WRK-CALC-NON-CPF
                                          (WRK-SIDE-IDX)
           END-IF.

           MOVE CSRGSNP1-CUST-ID (WRK-SIDE-IDX)
                                       TO WRK-CUST-ID-X.
           IF WRK-CUST-ID-X            IS NUMERIC
              ADD WRK-CUST-ID-NUM      TO WRK-CALC-HASH-CUST-ID
                                          (WRK-SIDE-IDX)
           END-IF.

           MOVE CSRGSNP1-BIRTH (WRK-SIDE-IDX)
                                       TO WRK-DATE-IN.
           PERFORM 7200-DATE-TO-YYYYMMDD.
           ADD WRK-DATE-OUT-NUM        TO WRK-CALC-HASH-BIRTH
                                          (WRK-SIDE-IDX).
      *----------------------------------------------------------------*
       2150-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2300-CUSTOMER-ADDED             SECTION.
      *----------------------------------------------------------------*
           MOVE CSRGSNP1-STATE (WRK-NEW)
                                       TO WRK-FIND-STATE.
           PERFORM 2600-FIND-STATE.

           ADD 1                       TO WRK-ST-ADDED (WRK-ST-IDX)
                                          WRK-ST-ADDED (WRK-ST-ALL).

           MOVE SPACES                 TO WRK-CMPDTL-REG.
           MOVE 'A'                    TO CSRGSCD1-CHANGE.
           MOVE WRK-NEW                TO WRK-SIDE-IDX.
           PERFORM 2700-WRITE-CMPDTL.
      *----------------------------------------------------------------*
       2300-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2400-CUSTOMER-REMOVED           SECTION.
      *----------------------------------------------------------------*
           MOVE CSRGSNP1-STATE (WRK-OLD)
                                       TO WRK-FIND-STATE.
           PERFORM 2600-FIND-STATE.

           ADD 1                       TO WRK-ST-REMOVED (WRK-ST-IDX)
                                          WRK-ST-REMOVED (WRK-ST-ALL).

           MOVE SPACES                 TO WRK-CMPDTL-REG.
           MOVE 'R'                    TO CSRGSCD1-CHANGE.
           MOVE WRK-OLD                TO WRK-SIDE-IDX.
           PERFORM 2700-WRITE-CMPDTL.
      *----------------------------------------------------------------*
       2400-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2500-COMPARE-CUSTOMER           SECTION.
      *----------------------------------------------------------------*
      *    THE SAME CUSTOMER ON BOTH SIDES: COLUMN BY COLUMN, COUNTED  *
      *    UNDER THE CLOSING STATE.                                    *
      *----------------------------------------------------------------*
           IF CSRGSNP1-ROW (WRK-OLD)   EQUAL CSRGSNP1-ROW (WRK-NEW)
              ADD 1                    TO WRK-UNCHANGED-COUNTER
              GO TO 2500-99-EXIT
           END-IF.

           MOVE CSRGSNP1-STATE (WRK-NEW)
                                       TO WRK-FIND-STATE.
           PERFORM 2600-FIND-STATE.

           ADD 1                       TO WRK-ST-CHANGED (WRK-ST-IDX)
                                          WRK-ST-CHANGED (WRK-ST-ALL).

           MOVE SPACES                 TO WRK-CMPDTL-REG.
           MOVE 'C'                    TO CSRGSCD1-CHANGE.
           MOVE ZEROS                  TO CSRGSCD1-FIELD-COUNT.

           PERFORM 2510-COMPARE-ONE-FIELD
              VARYING WRK-FLD-IDX FROM 1 BY 1
                UNTIL WRK-FLD-IDX      GREATER WRK-FLD-MAX.

           MOVE WRK-NEW                TO WRK-SIDE-IDX.
           PERFORM 2700-WRITE-CMPDTL.
      *----------------------------------------------------------------*
       2500-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2510-COMPARE-ONE-FIELD          SECTION.
      *----------------------------------------------------------------*
           IF WRK-SNAP-SIDE (WRK-OLD)
                 (WRK-FLD-START (WRK-FLD-IDX):
                  WRK-FLD-LEN (WRK-FLD-IDX))
                                       EQUAL
              WRK-SNAP-SIDE (WRK-NEW)
                 (WRK-FLD-START (WRK-FLD-IDX):
                  WRK-FLD-LEN (WRK-FLD-IDX))
              GO TO 2510-99-EXIT
           END-IF.

           ADD 1                       TO WRK-ST-FIELD-CNT
                                          (WRK-ST-IDX WRK-FLD-IDX)
                                          WRK-ST-FIELD-CNT
                                          (WRK-ST-ALL WRK-FLD-IDX).

           ADD 1                       TO CSRGSCD1-FIELD-COUNT.
           MOVE WRK-FLD-CODE (WRK-FLD-IDX)
                                       TO CSRGSCD1-FIELD-CODE
                                          (CSRGSCD1-FIELD-COUNT).
      *----------------------------------------------------------------*
       2510-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2600-FIND-STATE                 SECTION.
      *----------------------------------------------------------------*
      *    WRK-ST-IDX = THE ENTRY OF WRK-FIND-STATE, OR '**'.          *
      *----------------------------------------------------------------*
           MOVE 'N'                    TO WRK-STATE-FOUND-SW.

           MOVE 1                      TO WRK-ST-IDX.

           PERFORM 2610-TEST-ONE-STATE
              UNTIL WRK-ST-IDX         GREATER WRK-ST-COUNT
                 OR WRK-STATE-WAS-FOUND.

           IF NOT WRK-STATE-WAS-FOUND
              MOVE WRK-ST-OTHER        TO WRK-ST-IDX
           END-IF.
      *----------------------------------------------------------------*
       2600-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2610-TEST-ONE-STATE             SECTION.
      *----------------------------------------------------------------*
           IF WRK-ST-CODE (WRK-ST-IDX) EQUAL WRK-FIND-STATE
              MOVE 'Y'                 TO WRK-STATE-FOUND-SW
           ELSE
              ADD 1                    TO WRK-ST-IDX
           END-IF.
      *----------------------------------------------------------------*
       2610-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2700-WRITE-CMPDTL               SECTION.
      *----------------------------------------------------------------*
      *    CHANGE (AND, FOR 'C', THE CODES) SET BY THE CALLER; THE     *
      *    CUSTOMER IS TAKEN FROM SIDE WRK-SIDE-IDX.                   *
      *----------------------------------------------------------------*
           MOVE 'RECORDING CMPDTL'     TO WRK-ERROR-MSG.

           MOVE CSRGSNP1-CUST-ID (WRK-SIDE-IDX)
                                       TO CSRGSCD1-CUST-ID.
           MOVE CSRGSNP1-CPF (WRK-SIDE-IDX)
                                       TO CSRGSCD1-CPF.
           MOVE CSRGSNP1-STATE (WRK-SIDE-IDX)
                                       TO CSRGSCD1-STATE.
           IF NOT CSRGSCD1-IS-CHANGED
              MOVE ZEROS               TO CSRGSCD1-FIELD-COUNT
           END-IF.

           MOVE  WRK-CMPDTL-REG        TO FD-REG-CMPDTL.

           WRITE FD-REG-CMPDTL.

           PERFORM 8300-TEST-FS-CMPDTL.

           ADD 1                       TO WRK-CMPDTL-REGS-COUNTER.
      *----------------------------------------------------------------*
       2700-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       3000-FINALIZE                   SECTION.
      *----------------------------------------------------------------*
           MOVE WRK-OLD                TO WRK-SIDE-IDX.
           PERFORM 3100-CERTIFY-SIDE.
           MOVE WRK-NEW                TO WRK-SIDE-IDX.
           PERFORM 3100-CERTIFY-SIDE.

           PERFORM 3200-WRITE-TOTALS.

           PERFORM 3300-PRINT-ONE-STATE
              VARYING WRK-ST-IDX FROM 1 BY 1
                UNTIL WRK-ST-IDX       GREATER WRK-ST-ALL.

           CLOSE OLDSNAP
                 NEWSNAP
                 CMPDTL
                 CMPRPT.

           DISPLAY '***************************'.
           DISPLAY '*  SUCCESSFUL  EXECUTION  *'.
           DISPLAY '***************************'.
           DISPLAY '*MODULE..........:' WRK-PROGRAM '*'.
           DISPLAY '*COMPILED........:'
           DD-COMPILED '/' MM-COMPILED '/' YY-COMPILED '*'.
           DISPLAY '*.................'
           HOUR-COMPILED '.' MINUTE-COMPILED '.'SECOND-COMPILED '*'.
           DISPLAY '*-------------------------*'.
           DISPLAY '*ROWS OLDSNAP........:' WRK-CALC-ROWS (WRK-OLD)
           '*'.
           DISPLAY '*ROWS NEWSNAP........:' WRK-CALC-ROWS (WRK-NEW)
           '*'.
           DISPLAY '*CUSTOMERS MATCHED...:' WRK-MATCHED-COUNTER
           '*'.
           DISPLAY '*RECORDS CMPDTL......:' WRK-CMPDTL-REGS-COUNTER
           '*'.
           DISPLAY '*-------------------------*'.
           DISPLAY '*EXECUTED......:' WRK-DATE-FORMATTED '*'.
           DISPLAY '*.................' WRK-TIME-FORMATTED '*'.
           DISPLAY '***************************'.

           IF NOT WRK-SIDE-IS-CERTIFIED (WRK-OLD)
              OR NOT WRK-SIDE-IS-CERTIFIED (WRK-NEW)
              DISPLAY '*CSRG0085: SNAPSHOT NOT CERTIFIED - SEE CMPRPT*'
              MOVE 8                   TO RETURN-CODE
           END-IF.

           STOP RUN.
      *----------------------------------------------------------------*
       3000-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       3100-CERTIFY-SIDE               SECTION.
      *----------------------------------------------------------------*
      *    END-OF-DATASET CHAIN CHECK, THEN EVERY TOTAL OF THE TOTALS  *
      *    RECORD AGAINST THE DETAILS.  ONE TOTALS RECORD, A WHOLE     *
      *    CHAIN, AND EVERY TOTAL AGREEING = CERTIFIED.                *
      *----------------------------------------------------------------*
           MOVE 'F'                    TO CSRGCHP1-FUNCTION
                                          (WRK-SIDE-IDX).

           CALL WRK-CHAN-PGM           USING WRK-CHAN-PARM
                                                 (WRK-SIDE-IDX)
                                             WRK-SNAP-SIDE
                                                 (WRK-SIDE-IDX).

           IF CSRGCHP1-SQLCODE (WRK-SIDE-IDX)
                                       NOT EQUAL ZEROS
              MOVE 'READING TB_AUDIT_SEAL'
                                       TO WRK-ERROR-MSG
              MOVE CSRGCHP1-SQLCODE (WRK-SIDE-IDX)
                                       TO WRK-SQLCODE-SINAL
              STRING 'SQLCODE..:',WRK-SQLCODE-X
                                       DELIMITED BY SPACE
                                       INTO WRK-ERROR-CODE
              PERFORM 9999-CALL-ABEND-PGM
           END-IF.

           MOVE 'Y'                    TO WRK-SIDE-CERT-SW
                                          (WRK-SIDE-IDX).

           IF CSRGCHP1-ERRORS (WRK-SIDE-IDX)
                                       GREATER ZEROS
              OR CSRGCHP1-WARNINGS (WRK-SIDE-IDX)
                                       GREATER ZEROS
              OR CSRGCHP1-SEALS-OK (WRK-SIDE-IDX)
                                       EQUAL ZEROS
              OR WRK-SIDE-TRAILERS (WRK-SIDE-IDX)
                                       NOT EQUAL 1
              MOVE 'N'                 TO WRK-SIDE-CERT-SW
                                          (WRK-SIDE-IDX)
           END-IF.

           MOVE SPACES                 TO WRK-CMPRPT-LINE.
           PERFORM 3210-PUT-CMPRPT-LINE.

           MOVE SPACES                 TO WRK-CMPRPT-LINE.
           STRING WRK-SIDE-NAME (WRK-SIDE-IDX),
                  ' - PERIOD ',CSRGSNT1-PERIOD (WRK-SIDE-IDX),
                  '  TAKEN ',CSRGSNT1-TAKEN-DATE (WRK-SIDE-IDX),' ',
                  CSRGSNT1-TAKEN-TIME (WRK-SIDE-IDX),
                  '  RUN ',CSRGSNT1-RUN-ID (WRK-SIDE-IDX),
                  '  TOTALS RECORDS ',WRK-SIDE-TRAILERS (WRK-SIDE-IDX)
                                       DELIMITED BY SIZE
                                       INTO WRK-CMPRPT-LINE.
           PERFORM 3210-PUT-CMPRPT-LINE.

           MOVE SPACES                 TO WRK-CMPRPT-LINE.
           STRING '  CHAIN - RECORDS ',
                  CSRGCHP1-RECORDS (WRK-SIDE-IDX),
                  '  LINKS OK ',CSRGCHP1-LINKS-OK (WRK-SIDE-IDX),
                  '  SEALS OK ',CSRGCHP1-SEALS-OK (WRK-SIDE-IDX),
                  '  WARNINGS ',CSRGCHP1-WARNINGS (WRK-SIDE-IDX),
                  '  ERRORS ',CSRGCHP1-ERRORS (WRK-SIDE-IDX)
                                       DELIMITED BY SIZE
                                       INTO WRK-CMPRPT-LINE.
           PERFORM 3210-PUT-CMPRPT-LINE.

           MOVE 'ROWS'                 TO WRK-CHK-LABEL.
           MOVE CSRGSNT1-TOTAL-ROWS (WRK-SIDE-IDX)
                                       TO WRK-CHK-RECORDED.
           MOVE WRK-CALC-ROWS (WRK-SIDE-IDX)
                                       TO WRK-CHK-READ.
           PERFORM 3150-CHECK-ONE-TOTAL.

           MOVE 'ACTIVE'               TO WRK-CHK-LABEL.
           MOVE CSRGSNT1-ACTIVE-ROWS (WRK-SIDE-IDX)
                                       TO WRK-CHK-RECORDED.
           MOVE WRK-CALC-ACTIVE (WRK-SIDE-IDX)
                                       TO WRK-CHK-READ.
           PERFORM 3150-CHECK-ONE-TOTAL.

           MOVE 'SOFT-DELETED'         TO WRK-CHK-LABEL.
           MOVE CSRGSNT1-DELETED-ROWS (WRK-SIDE-IDX)
                                       TO WRK-CHK-RECORDED.
           MOVE WRK-CALC-DELETED (WRK-SIDE-IDX)
                                       TO WRK-CHK-READ.
           PERFORM 3150-CHECK-ONE-TOTAL.

           MOVE 'PROTECTED'            TO WRK-CHK-LABEL.
           MOVE CSRGSNT1-PROTECTED-ROWS (WRK-SIDE-IDX)
                                       TO WRK-CHK-RECORDED.
           MOVE WRK-CALC-PROTECTED (WRK-SIDE-IDX)
                                       TO WRK-CHK-READ.
           PERFORM 3150-CHECK-ONE-TOTAL.

           MOVE 'NOT UNDER A CPF'      TO WRK-CHK-LABEL.
           MOVE CSRGSNT1-NON-CPF-ROWS (WRK-SIDE-IDX)
                                       TO WRK-CHK-RECORDED.
           MOVE WRK-CALC-NON-CPF (WRK-SIDE-IDX)
                                       TO WRK-CHK-READ.
           PERFORM 3150-CHECK-ONE-TOTAL.

           MOVE 'HASH - CPF DIGITS'    TO WRK-CHK-LABEL.
           MOVE CSRGSNT1-HASH-CPF (WRK-SIDE-IDX)
                                       TO WRK-CHK-RECORDED.
           MOVE WRK-CALC-HASH-CPF (WRK-SIDE-IDX)
                                       TO WRK-CHK-READ.
           PERFORM 3150-CHECK-ONE-TOTAL.

           MOVE 'HASH - CUST-ID'       TO WRK-CHK-LABEL.
           MOVE CSRGSNT1-HASH-CUST-ID (WRK-SIDE-IDX)
                                       TO WRK-CHK-RECORDED.
           MOVE WRK-CALC-HASH-CUST-ID (WRK-SIDE-IDX)
                                       TO WRK-CHK-READ.
           PERFORM 3150-CHECK-ONE-TOTAL.

           MOVE 'HASH - BIRTH'         TO WRK-CHK-LABEL.
           MOVE CSRGSNT1-HASH-BIRTH (WRK-SIDE-IDX)
                                       TO WRK-CHK-RECORDED.
           MOVE WRK-CALC-HASH-BIRTH (WRK-SIDE-IDX)
                                       TO WRK-CHK-READ.
           PERFORM 3150-CHECK-ONE-TOTAL.

           MOVE SPACES                 TO WRK-CMPRPT-LINE.
           IF WRK-SIDE-IS-CERTIFIED (WRK-SIDE-IDX)
              STRING '  ',WRK-SIDE-NAME (WRK-SIDE-IDX),
                     ' CERTIFIED'
                                       DELIMITED BY SIZE
                                       INTO WRK-CMPRPT-LINE
           ELSE
              STRING '  ',WRK-SIDE-NAME (WRK-SIDE-IDX),
                     ' *** NOT CERTIFIED - FIGURES MUST NOT BE RELIED ',
                     'ON ***'
                                       DELIMITED BY SIZE
                                       INTO WRK-CMPRPT-LINE
           END-IF.
           PERFORM 3210-PUT-CMPRPT-LINE.
      *----------------------------------------------------------------*
       3100-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       3150-CHECK-ONE-TOTAL            SECTION.
      *----------------------------------------------------------------*
           IF WRK-CHK-RECORDED         EQUAL WRK-CHK-READ
              MOVE 'AGREE'             TO WRK-CHK-RESULT
           ELSE
              MOVE '*DIFFER*'          TO WRK-CHK-RESULT
              MOVE 'N'                 TO WRK-SIDE-CERT-SW
                                          (WRK-SIDE-IDX)
           END-IF.

           MOVE SPACES                 TO WRK-CMPRPT-LINE.
           STRING '  ',WRK-CHK-LABEL,
                  ' RECORDED ',WRK-CHK-RECORDED,
                  '  READ ',WRK-CHK-READ,
                  '  ',WRK-CHK-RESULT
                                       DELIMITED BY SIZE
                                       INTO WRK-CMPRPT-LINE.
           PERFORM 3210-PUT-CMPRPT-LINE.
      *----------------------------------------------------------------*
       3150-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       3200-WRITE-TOTALS               SECTION.
      *----------------------------------------------------------------*
           MOVE SPACES                 TO WRK-CMPRPT-LINE.
           PERFORM 3210-PUT-CMPRPT-LINE.

           MOVE SPACES                 TO WRK-CMPRPT-LINE.
           STRING 'CUSTOMERS IN BOTH SNAPSHOTS...................: ',
                  WRK-MATCHED-COUNTER
                                       DELIMITED BY SIZE
                                       INTO WRK-CMPRPT-LINE.
           PERFORM 3210-PUT-CMPRPT-LINE.

           MOVE SPACES                 TO WRK-CMPRPT-LINE.
           STRING '  UNCHANGED...................................: ',
                  WRK-UNCHANGED-COUNTER
                                       DELIMITED BY SIZE
                                       INTO WRK-CMPRPT-LINE.
           PERFORM 3210-PUT-CMPRPT-LINE.

           MOVE SPACES                 TO WRK-CMPRPT-LINE.
           STRING '  CHANGED.....................................: ',
                  WRK-ST-CHANGED (WRK-ST-ALL)
                                       DELIMITED BY SIZE
                                       INTO WRK-CMPRPT-LINE.
           PERFORM 3210-PUT-CMPRPT-LINE.

           MOVE SPACES                 TO WRK-CMPRPT-LINE.
           STRING 'CUSTOMERS ADDED...............................: ',
                  WRK-ST-ADDED (WRK-ST-ALL)
                                       DELIMITED BY SIZE
                                       INTO WRK-CMPRPT-LINE.
           PERFORM 3210-PUT-CMPRPT-LINE.

           MOVE SPACES                 TO WRK-CMPRPT-LINE.
           STRING 'CUSTOMERS REMOVED.............................: ',
                  WRK-ST-REMOVED (WRK-ST-ALL)
                                       DELIMITED BY SIZE
                                       INTO WRK-CMPRPT-LINE.
           PERFORM 3210-PUT-CMPRPT-LINE.
      *----------------------------------------------------------------*
       3200-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       3210-PUT-CMPRPT-LINE            SECTION.
      *----------------------------------------------------------------*
           MOVE  WRK-CMPRPT-LINE       TO    FD-REG-CMPRPT.

           WRITE FD-REG-CMPRPT.

           PERFORM 8400-TEST-FS-CMPRPT.
      *----------------------------------------------------------------*
       3210-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       3300-PRINT-ONE-STATE            SECTION.
      *----------------------------------------------------------------*
      *    ONE BLOCK PER STATE THAT HAD ANY MOVEMENT, AND ALWAYS THE   *
      *    ALL-STATES BLOCK.                                           *
      *----------------------------------------------------------------*
           IF WRK-ST-IDX               NOT EQUAL WRK-ST-ALL
              AND WRK-ST-ADDED (WRK-ST-IDX)
                                       EQUAL ZEROS
              AND WRK-ST-REMOVED (WRK-ST-IDX)
                                       EQUAL ZEROS
              AND WRK-ST-CHANGED (WRK-ST-IDX)
                                       EQUAL ZEROS
              GO TO 3300-99-EXIT
           END-IF.

           IF WRK-ST-IDX               EQUAL WRK-ST-ALL
              MOVE 'ALL STATES'        TO WRK-ST-TITLE
           ELSE
              MOVE SPACES              TO WRK-ST-TITLE
              STRING 'STATE ',WRK-ST-CODE (WRK-ST-IDX)
                                       DELIMITED BY SIZE
                                       INTO WRK-ST-TITLE
           END-IF.

           MOVE SPACES                 TO WRK-CMPRPT-LINE.
           PERFORM 3210-PUT-CMPRPT-LINE.

           MOVE SPACES                 TO WRK-CMPRPT-LINE.
           STRING WRK-ST-TITLE,
                  '   ADDED ',WRK-ST-ADDED (WRK-ST-IDX),
                  '   REMOVED ',WRK-ST-REMOVED (WRK-ST-IDX),
                  '   CHANGED ',WRK-ST-CHANGED (WRK-ST-IDX)
                                       DELIMITED BY SIZE
                                       INTO WRK-CMPRPT-LINE.
           PERFORM 3210-PUT-CMPRPT-LINE.

           PERFORM 3310-PRINT-ONE-FIELD
              VARYING WRK-FLD-IDX FROM 1 BY 1
                UNTIL WRK-FLD-IDX      GREATER WRK-FLD-MAX.
      *----------------------------------------------------------------*
       3300-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       3310-PRINT-ONE-FIELD            SECTION.
      *----------------------------------------------------------------*
           IF WRK-ST-FIELD-CNT (WRK-ST-IDX WRK-FLD-IDX)
                                       EQUAL ZEROS
              GO TO 3310-99-EXIT
           END-IF.

           MOVE SPACES                 TO WRK-CMPRPT-LINE.
           STRING '      ',WRK-FLD-NAME (WRK-FLD-IDX),
                  ' (',WRK-FLD-CODE (WRK-FLD-IDX),')  CHANGED ',
                  WRK-ST-FIELD-CNT (WRK-ST-IDX WRK-FLD-IDX)
                                       DELIMITED BY SIZE
                                       INTO WRK-CMPRPT-LINE.
           PERFORM 3210-PUT-CMPRPT-LINE.
      *----------------------------------------------------------------*
       3310-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       7100-UNMASK-DOC                 SECTION.
      *----------------------------------------------------------------*
      *    WRK-DOC-MASKED (9999.999.999-99) TO WRK-DOC-DIGITS.         *
      *----------------------------------------------------------------*
           MOVE WRK-DOC-M-P1           TO WRK-DOC-U-P1.
           MOVE WRK-DOC-M-P2           TO WRK-DOC-U-P2.
           MOVE WRK-DOC-M-P3           TO WRK-DOC-U-P3.
           MOVE WRK-DOC-M-P4           TO WRK-DOC-U-P4.

           IF WRK-DOC-UNMASKED         IS NUMERIC
              MOVE 'Y'                 TO WRK-DOC-OK-SW
           ELSE
              MOVE 'N'                 TO WRK-DOC-OK-SW
           END-IF.
      *----------------------------------------------------------------*
       7100-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       7200-DATE-TO-YYYYMMDD           SECTION.
      *----------------------------------------------------------------*
      *    WRK-DATE-IN (DD-MM-YYYY) TO WRK-DATE-OUT (YYYYMMDD); ZERO   *
      *    WHEN THE DATE IS NOT NUMERIC.                               *
      *----------------------------------------------------------------*
           MOVE WRK-DATE-IN-YYYY       TO WRK-DATE-OUT-YYYY.
           MOVE WRK-DATE-IN-MM         TO WRK-DATE-OUT-MM.
           MOVE WRK-DATE-IN-DD         TO WRK-DATE-OUT-DD.

           IF WRK-DATE-OUT             NOT NUMERIC
              MOVE ZEROS               TO WRK-DATE-OUT-NUM
           END-IF.
      *----------------------------------------------------------------*
       7200-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       8100-TEST-FS-OLDSNAP            SECTION.
      *----------------------------------------------------------------*
           IF WRK-FS-OLDSNAP           NOT EQUAL ZEROS AND 10
              MOVE WRK-FS-OLDSNAP      TO  WRK-ERROR-CODE
              PERFORM 9999-CALL-ABEND-PGM
           END-IF.
      *----------------------------------------------------------------*
       8100-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       8200-TEST-FS-NEWSNAP            SECTION.
      *----------------------------------------------------------------*
           IF WRK-FS-NEWSNAP           NOT EQUAL ZEROS AND 10
              MOVE WRK-FS-NEWSNAP      TO  WRK-ERROR-CODE
              PERFORM 9999-CALL-ABEND-PGM
           END-IF.
      *----------------------------------------------------------------*
       8200-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       8300-TEST-FS-CMPDTL             SECTION.
      *----------------------------------------------------------------*
           IF WRK-FS-CMPDTL            NOT EQUAL ZEROS
              MOVE WRK-FS-CMPDTL       TO  WRK-ERROR-CODE
              PERFORM 9999-CALL-ABEND-PGM
           END-IF.
      *----------------------------------------------------------------*
       8300-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       8400-TEST-FS-CMPRPT             SECTION.
      *----------------------------------------------------------------*
           IF WRK-FS-CMPRPT            NOT EQUAL ZEROS
              MOVE WRK-FS-CMPRPT       TO  WRK-ERROR-CODE
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
           EXEC SQL
               ROLLBACK
           END-EXEC.

           MOVE WRK-DATE-FORMATTED     TO WRK-ERROR-DATE.
           MOVE WRK-TIME-FORMATTED     TO WRK-ERROR-TIME.
           CALL WRK-ABEND-PGM          USING WRK-ERROR-LOG.
      *----------------------------------------------------------------*
       9999-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
