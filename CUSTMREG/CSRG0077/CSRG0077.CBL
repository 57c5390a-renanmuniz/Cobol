      *================================================================*
      *        I D E N T I F I C A T I O N      D I V I S I O N        *
      *================================================================*
       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     CSRG0077.
       AUTHOR.         RENAN MUNIZ MERLO.
       DATE-WRITTEN.   15/10/2026.
       DATE-COMPILED   WHEN-COMPILED.
       REMARKS.
      *----------------------------------------------------------------*
      *                RENAN MUNIZ MERLO COBOL DEVELOPER               *
      *          https://www.linkedin.com/in/renan-muniz-merlo         *
      *----------------------------------------------------------------*
      *    PROGRAM-ID..: CSRG0077.                                     *
      *    ANALYST.....: RENAN MUNIZ MERLO                             *
      *    PROGRAMMER..: RENAN MUNIZ MERLO                             *
      *    DATE........: 15/10/2026                                    *
      *----------------------------------------------------------------*
      *    PROJECT.....: CUSTOMER REGISTRATION PROJECT - CUSTMREG      *
      *----------------------------------------------------------------*
      *    GOAL........: TYPED-ADDRESS APPLY STEP.  READS THE NIGHTLY  *
      *                  ADDRIN CARDS AND ADDS, CHANGES OR DELETES A   *
      *                  CUSTOMER'S MAILING (M) OR BILLING (B) ADDRESS *
      *                  ON TB_CUST_ADDR, SO A CUSTOMER WHO LIVES IN   *
      *                  ONE PLACE AND WANTS POST SENT TO ANOTHER NO   *
      *                  LONGER HAS THE RESIDENTIAL ADDRESS            *
      *                  OVERWRITTEN.  THE RESIDENTIAL ADDRESS STAYS   *
      *                  ON TB_CUSTOMER AND IS STILL CHANGED THROUGH   *
      *                  THE FILE0004 UPDATE PATH (CSRG0003) - A TYPE  *
      *                  'R' CARD IS REJECTED.  AN ADDED OR CHANGED    *
      *                  ADDRESS GETS THE SAME EDITS A RESIDENTIAL     *
      *                  ONE DOES: THE TB_CEP_REF DIRECTORY FILLS A    *
      *                  BLANK CITY/STATE AND REJECTS A CITY THAT      *
      *                  CONTRADICTS THE CEP, THEN CSRGVALD ('A')      *
      *                  CHECKS STREET/CITY, STATE/COUNTRY AND THE     *
      *                  CEP MASK.  THE ROW AN ADDRESS CHANGE OR       *
      *                  DELETE REPLACES IS WRITTEN FIRST AS A         *
      *                  BEFORE-IMAGE ON THE CHAINED ADRHST TRAIL.     *
      *                  REJECTS GO TO FILEERRA.                       *
      *----------------------------------------------------------------*
      *    ADDRIN......: POS 001-015  CPF                              *
      *                  POS 016-016  ADDRESS TYPE  M=MAILING          *
      *                                             B=BILLING          *
      *                  POS 017-017  ACTION  A=ADD/CHANGE  D=DELETE   *
      *                  POS 018-067  STREET                           *
      *                  POS 068-077  HOUSE NUMBER                     *
      *                  POS 078-092  OTHER INFO (COMPLEMENT)          *
      *                  POS 093-132  CITY                             *
      *                  POS 133-134  STATE                            *
      *                  POS 135-164  COUNTRY                          *
      *                  POS 165-173  CEP (99999-999)                  *
      *                  POS 174-183  SOURCE (FORM/CALL REFERENCE)     *
      *                  POS 184-200  FILLER                           *
      *                  ON A DELETE ONLY CPF, TYPE AND SOURCE COUNT.  *
      *----------------------------------------------------------------*
      *    ADRHST......: THE FILEHST3 LAYOUT, SO THE CSRG0018 HISTORY  *
      *                  PASS SCRUBS IT UNCHANGED:                     *
      *                  POS 001-014 BATCH RUN ID                      *
      *                  POS 015-024 DATE  POS 025-032 TIME            *
      *                  POS 033-343 CSTMRG01 IMAGE - CPF, THE OLD     *
      *                              ADDRESS IN STREET THRU COUNTRY    *
      *                              AND CEP, THE CUSTOMER'S CUST-ID,  *
      *                              AND IN THE NAME FIELD THE TAG     *
      *                              'ADDRESS TYPE X - CHANGED/        *
      *                              DELETED BY <SOURCE>'              *
      *                  POS 344-364 CHAIN SUFFIX (CSRGCHN1)           *
      *----------------------------------------------------------------*
      *    FILES.......:  DDNAME          LRECL       INCLUDE/BOOK     *
      *                   ADDRIN          00200       NONE             *
      *                   ADRHST          00364       CSTMRG01+        *
      *                                               CSRGCHN1         *
      *                   FILEERRA        00072       CSRGERR1         *
      *                   RULES01         00080       (CSRGVALD)       *
      *----------------------------------------------------------------*
      *    MODIFICATION HISTORY.......:                                *
      *    15/10/2026 RMM - PROGRAM CREATED.                           *
      *----------------------------------------------------------------*
      *    TABLE DB2...:  TB_CUST_ADDR                BTB_CUST_ADDR    *
      *                   TB_CUSTOMER                 BTB_CUSTOMER     *
      *                   TB_CEP_REF                  BTB_CEP_REF      *
      *                   TB_STATE_REF                (CSRGVALD)       *
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

           SELECT ADDRIN        ASSIGN TO UTS-S-ADDRIN
            ORGANIZATION IS     SEQUENTIAL
            ACCESS MODE  IS     SEQUENTIAL
            FILE STATUS  IS     WRK-FS-ADDRIN.

           SELECT ADRHST        ASSIGN TO UTS-S-ADRHST
            ORGANIZATION IS     SEQUENTIAL
            ACCESS MODE  IS     SEQUENTIAL
            FILE STATUS  IS     WRK-FS-ADRHST.

           SELECT FILEERRA      ASSIGN TO UTS-S-FILEERRA
            ORGANIZATION IS     SEQUENTIAL
            ACCESS MODE  IS     SEQUENTIAL
            FILE STATUS  IS     WRK-FS-FILEERRA.

      *================================================================*
      *                  D A T A      D I V I S I O N                  *
      *================================================================*
       DATA DIVISION.
       FILE SECTION.
      *
       FD ADDRIN
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS 00 RECORDS.
       01 FD-REG-ADDRIN     PIC X(200).

       FD ADRHST
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS 00 RECORDS.
       01 FD-REG-ADRHST     PIC X(364).

       FD FILEERRA
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS 00 RECORDS.
       01 FD-REG-FILEERRA   PIC X(72).

      *-----------------------------------------------------------------*
      *                  WORKING-STORAGE SECTION                        *
      *-----------------------------------------------------------------*
       WORKING-STORAGE SECTION.

       77 WRK-ADDRIN-REGS-COUNTER                PIC 9(07) VALUE ZEROS .
       77 WRK-ADDED-REGS-COUNTER                 PIC 9(07) VALUE ZEROS .
       77 WRK-CHANGED-REGS-COUNTER               PIC 9(07) VALUE ZEROS .
       77 WRK-DELETED-REGS-COUNTER               PIC 9(07) VALUE ZEROS .
       77 WRK-CEP-FILLED-COUNTER                 PIC 9(07) VALUE ZEROS .
       77 WRK-ADRHST-REGS-COUNTER                PIC 9(07) VALUE ZEROS .
       77 WRK-FILEERRA-REGS-COUNTER              PIC 9(07) VALUE ZEROS .

       77 WRK-ADDRIN-EOF                         PIC X(03) VALUE SPACES.

      *DATA FOR PERIODIC COMMIT:
       77 WRK-COMMIT-COUNTER                     PIC 9(05) VALUE ZEROS .

      *RUNTIME PARAMETER CARD:
       COPY 'CSRGPARM'.

      *ONE TYPED-ADDRESS CARD:
       01 WRK-ADDRIN-REG.
          03 ADIN-CPF                            PIC X(15).
          03 ADIN-TYPE                           PIC X(01).
             88 ADIN-TYPE-IS-VALID                    VALUE 'M' 'B'.
             88 ADIN-TYPE-IS-RESIDENTIAL              VALUE 'R'.
          03 ADIN-ACTION                         PIC X(01).
             88 ADIN-ACTION-IS-ADD                    VALUE 'A'.
             88 ADIN-ACTION-IS-DELETE                 VALUE 'D'.
          03 ADIN-STREET                         PIC X(50).
          03 ADIN-HNUMBER                        PIC X(10).
          03 ADIN-OTHER-INFO                     PIC X(15).
          03 ADIN-CITY                           PIC X(40).
          03 ADIN-STATE                          PIC X(02).
          03 ADIN-COUNTRY                        PIC X(30).
          03 ADIN-CEP                            PIC X(09).
          03 ADIN-SOURCE                         PIC X(10).
          03 FILLER                              PIC X(17).

      *THE CARD'S ADDRESS, SEEN AS A CSTMRG01 RECORD FOR CSRGVALD:
       01 WRK-VALD-REC.
          COPY 'CSTMRG01'.

      *PARAMETER BLOCK PASSED TO CSRGVALD:
       77 WRK-VALD-PGM                           PIC X(08) VALUE
                                                          'CSRGVALD'  .
       01 WRK-VALD-PARM.
          COPY 'CSRGVAL1'.

      *BEFORE-IMAGE OF THE TB_CUST_ADDR ROW A CHANGE OR DELETE
      *REPLACES - THE FILEHST3 LAYOUT, SO ONE HISTORY PASS (CSRG0018)
      *AND ONE VERIFIER (CSRG0076) SERVE BOTH TRAILS:
       01 WRK-ADRHST-REG.
          03 CSRGHST1-BATCH-RUN-ID            PIC X(14).
          03 CSRGHST1-DATE                    PIC X(10).
          03 CSRGHST1-TIME                    PIC X(08).
          COPY 'CSTMRG01'.
          COPY 'CSRGCHN1'.

      *WHAT HAPPENED TO THE ADDRESS, CARRIED IN THE IMAGE'S NAME FIELD:
       01 WRK-ADRHST-TAG.
          03 FILLER                              PIC X(13) VALUE
                                                    'ADDRESS TYPE '.
          03 WRK-TAG-TYPE                        PIC X(01) VALUE SPACES.
          03 FILLER                              PIC X(03) VALUE ' - '.
          03 WRK-TAG-ACTION                      PIC X(07) VALUE SPACES.
          03 FILLER                              PIC X(04) VALUE ' BY '.
          03 WRK-TAG-SOURCE                      PIC X(10) VALUE SPACES.
          03 FILLER                              PIC X(13) VALUE SPACES.

      *HASH CHAIN OF THE ADRHST TRAIL (SEE CSRGCHP1):
       77 WRK-CHAN-PGM                           PIC X(08) VALUE
                                                          'CSRGCHAN'  .
       01 WRK-CHAN-PARM.
          COPY 'CSRGCHP1'.

      *SWITCHES SET BY 2200-VERIFY-CUSTOMER AND 2250-READ-CURRENT-ADDR
      *(SQLCODE +100 = NOT FOUND):
       01 WRK-ROW-FOUND-SW                       PIC X(01) VALUE 'N'.
          88 WRK-ROW-WAS-FOUND                         VALUE 'Y'.

       01 WRK-ADDR-FOUND-SW                      PIC X(01) VALUE 'N'.
          88 WRK-ADDR-WAS-FOUND                        VALUE 'Y'.

      *SWITCH SET BY 2270-CHECK-CEP-DIRECTORY WHEN THE CARD'S CITY
      *CONTRADICTS THE DIRECTORY:
       01 WRK-CEP-DIR-SW                         PIC X(01) VALUE 'N'.
          88 WRK-CEP-DIR-MISMATCH                      VALUE 'Y'.

      *REASON TAG SET BEFORE 2500-WRITE-FILEERRA IS PERFORMED:
       01 WRK-FILEERRA-REASON                    PIC X(25)
                                                  VALUE SPACES.

      *ONE-LINE-PER-REJECT OUTPUT RECORD FOR FILEERRA:
       01 WRK-FILEERRA-OUT.
          COPY 'CSRGERR1'.

      *DATA FOR ERROR LOG:
       01 WRK-ERROR-LOG.
          03 WRK-PROGRAM                         PIC X(08) VALUE
                                                          'CSRG0077'  .
          03 WRK-ERROR-MSG                       PIC X(30) VALUE SPACES.
          03 WRK-ERROR-CODE                      PIC X(30) VALUE SPACES.
          03 WRK-ERROR-DATE                      PIC X(10) VALUE SPACES.
          03 WRK-ERROR-TIME                      PIC X(08) VALUE SPACES.

      *ABENDING PROGRAM:
       77 WRK-ABEND-PGM                          PIC X(08) VALUE
                                                          'ABENDPGM'  .

       01 WRK-FILE-STATUS.
          03 WRK-FS-ADDRIN                       PIC 9(02) VALUE ZEROS .
          03 WRK-FS-ADRHST                       PIC 9(02) VALUE ZEROS .
          03 WRK-FS-FILEERRA                     PIC 9(02) VALUE ZEROS .

      *DATE/TIME STAMPED ON EACH ADRHST/FILEERRA LINE:
       01 WRK-ERRLINE-DATE-FORMATTED.
          03 ERL-DD-FORMATTED                    PIC 9(02) VALUE ZEROS .
          03 FILLER                              PIC X(01) VALUE '-'   .
          03 ERL-MM-FORMATTED                    PIC 9(02) VALUE ZEROS .
          03 FILLER                              PIC X(01) VALUE '-'   .
          03 ERL-YYYY-FORMATTED                  PIC 9(04) VALUE ZEROS .

       01 WRK-ERRLINE-TIME-FORMATTED.
          03 ERL-HOUR-FORMATTED                  PIC 9(02) VALUE ZEROS .
          03 FILLER                              PIC X(01) VALUE ':'.
          03 ERL-MINUTE-FORMATTED                PIC 9(02) VALUE ZEROS .
          03 FILLER                              PIC X(01) VALUE ':'.
          03 ERL-SECOND-FORMATTED                PIC 9(02) VALUE ZEROS .

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
              INCLUDE BTB_CUST_ADDR
           END-EXEC.

           EXEC SQL
              INCLUDE BTB_CEP_REF
           END-EXEC.
      *================================================================*
       PROCEDURE                       DIVISION.
      *================================================================*
      *----------------------------------------------------------------*
       0000-MAIN-PROCESS               SECTION.
      *----------------------------------------------------------------*
           MOVE WHEN-COMPILED          TO WRK-WHEN-COPILED.

           PERFORM 1000-INITIALIZE.

           PERFORM 2000-APPLY-ONE-CARD
              UNTIL WRK-ADDRIN-EOF     EQUAL 'END'.

           PERFORM 3000-FINALIZE.
      *----------------------------------------------------------------*
       0000-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       1000-INITIALIZE                 SECTION.
      *----------------------------------------------------------------*
           PERFORM 9000-GET-DATE-TIME.

           PERFORM 1050-GET-RUN-PARMS.

           INITIALIZE WRK-ADDRIN-REG
                      WRK-ADRHST-REG
                      WRK-VALD-PARM
                      WRK-CHAN-PARM.

           MOVE 'ADRHST'               TO CSRGCHP1-TRAIL.
           MOVE 343                    TO CSRGCHP1-BODY-LEN.

           OPEN INPUT  ADDRIN
                OUTPUT ADRHST
                       FILEERRA.

           MOVE 'OPEN FILE ADDRIN'     TO WRK-ERROR-MSG.
           PERFORM 8100-TEST-FS-ADDRIN.

           MOVE 'OPEN FILE ADRHST'     TO WRK-ERROR-MSG.
           PERFORM 8200-TEST-FS-ADRHST.

           MOVE 'OPEN FILE FILEERRA'   TO WRK-ERROR-MSG.
           PERFORM 8300-TEST-FS-FILEERRA.

           PERFORM 2100-READ-ADDRIN.

           IF CSRGPARM-IS-TEST-MODE
              DISPLAY '*** TEST MODE - NO DATABASE CHANGES WILL BE MADE'
                      ' ***'
           END-IF.
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
       2000-APPLY-ONE-CARD             SECTION.
      *----------------------------------------------------------------*
           EVALUATE TRUE

              WHEN ADIN-TYPE-IS-RESIDENTIAL
                 MOVE 'RESIDENTIAL VIA FILE0004'
                                       TO WRK-FILEERRA-REASON
                 PERFORM 2500-WRITE-FILEERRA

              WHEN NOT ADIN-TYPE-IS-VALID
                 MOVE 'BAD ADDRESS TYPE'
                                       TO WRK-FILEERRA-REASON
                 PERFORM 2500-WRITE-FILEERRA

              WHEN NOT ADIN-ACTION-IS-ADD
               AND NOT ADIN-ACTION-IS-DELETE
                 MOVE 'BAD ADDRESS ACTION'
                                       TO WRK-FILEERRA-REASON
                 PERFORM 2500-WRITE-FILEERRA

              WHEN OTHER
                 PERFORM 2150-APPLY-ADDRESS

           END-EVALUATE.

           PERFORM 2600-COMMIT-INTERVAL.

           PERFORM 2100-READ-ADDRIN.
      *----------------------------------------------------------------*
       2000-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2100-READ-ADDRIN                SECTION.
      *----------------------------------------------------------------*
           MOVE 'READING ADDRIN'       TO   WRK-ERROR-MSG.

           READ ADDRIN                 INTO WRK-ADDRIN-REG.

           PERFORM 8100-TEST-FS-ADDRIN.

           IF WRK-FS-ADDRIN            EQUAL 10
              MOVE 'END'               TO   WRK-ADDRIN-EOF
           ELSE
              ADD 1                    TO   WRK-ADDRIN-REGS-COUNTER
           END-IF.
      *----------------------------------------------------------------*
       2100-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2150-APPLY-ADDRESS              SECTION.
      *----------------------------------------------------------------*
      *    A WELL-FORMED CARD: THE CUSTOMER MUST BE ON FILE AND        *
      *    ACTIVE (A SOFT-DELETED CUSTOMER IS NOT MAILED AND TAKES NO  *
      *    NEW ADDRESS); A DELETE NEEDS A ROW TO DELETE; AN ADD OR     *
      *    CHANGE MUST PASS THE CEP DIRECTORY AND THE CSRGVALD         *
      *    ADDRESS EDITS.  THE ROW BEING REPLACED IS IMAGED ON ADRHST  *
      *    BEFORE THE TABLE IS TOUCHED.                                *
      *----------------------------------------------------------------*
           PERFORM 2200-VERIFY-CUSTOMER.

           IF NOT WRK-ROW-WAS-FOUND
              MOVE 'CPF NOT ON TB_CUSTOMER'
                                       TO WRK-FILEERRA-REASON
              PERFORM 2500-WRITE-FILEERRA
              GO TO 2150-99-EXIT
           END-IF.

           IF BTB-CUSTOMER-IS-DELETED
              MOVE 'CUSTOMER IS DELETED'
                                       TO WRK-FILEERRA-REASON
              PERFORM 2500-WRITE-FILEERRA
              GO TO 2150-99-EXIT
           END-IF.

           PERFORM 2250-READ-CURRENT-ADDR.

           IF ADIN-ACTION-IS-DELETE
              IF NOT WRK-ADDR-WAS-FOUND
                 MOVE 'NO ADDRESS TO DELETE'
                                       TO WRK-FILEERRA-REASON
                 PERFORM 2500-WRITE-FILEERRA
                 GO TO 2150-99-EXIT
              END-IF
              MOVE 'DELETED'           TO WRK-TAG-ACTION
              PERFORM 2400-WRITE-ADRHST
              PERFORM 2350-DELETE-ADDRESS
              ADD 1                    TO WRK-DELETED-REGS-COUNTER
              GO TO 2150-99-EXIT
           END-IF.

           PERFORM 2270-CHECK-CEP-DIRECTORY.

           IF WRK-CEP-DIR-MISMATCH
              MOVE 'CITY/CEP MISMATCH' TO WRK-FILEERRA-REASON
              PERFORM 2500-WRITE-FILEERRA
              GO TO 2150-99-EXIT
           END-IF.

           PERFORM 2280-VALIDATE-ADDRESS.

           IF CSRGVAL1-DATA-IS-INVALID
              MOVE CSRGVAL1-REASON     TO WRK-FILEERRA-REASON
              PERFORM 2500-WRITE-FILEERRA
              GO TO 2150-99-EXIT
           END-IF.

           IF WRK-ADDR-WAS-FOUND
              MOVE 'CHANGED'           TO WRK-TAG-ACTION
              PERFORM 2400-WRITE-ADRHST
              ADD 1                    TO WRK-CHANGED-REGS-COUNTER
           ELSE
              ADD 1                    TO WRK-ADDED-REGS-COUNTER
           END-IF.

           PERFORM 2300-UPSERT-ADDRESS.
      *----------------------------------------------------------------*
       2150-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2200-VERIFY-CUSTOMER            SECTION.
      *----------------------------------------------------------------*
           MOVE 'VERIFYING TB_CUSTOMER'
                                       TO WRK-ERROR-MSG.

           MOVE 'N'                    TO WRK-ROW-FOUND-SW.

           MOVE ADIN-CPF               TO CPF OF BTB-CUSTOMER.

           EXEC SQL
               SELECT  CPF
                      ,STATUS
                      ,CUST_ID
                 INTO :CPF
                     ,:CUST-STATUS
                     ,:CUST-ID
                 FROM  TB_CUSTOMER
                WHERE  CPF = :CPF
           END-EXEC.

           IF SQLCODE EQUAL ZEROS
              MOVE 'Y'                 TO WRK-ROW-FOUND-SW
           ELSE
              IF SQLCODE NOT EQUAL +100
                 MOVE SQLCODE          TO WRK-SQLCODE-SINAL
                 STRING 'SQLCODE..:',WRK-SQLCODE-X
                                       DELIMITED BY SPACE
                                       INTO WRK-ERROR-CODE
                 PERFORM 9999-CALL-ABEND-PGM
              END-IF
           END-IF.
      *----------------------------------------------------------------*
       2200-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2250-READ-CURRENT-ADDR          SECTION.
      *----------------------------------------------------------------*
      *    THE ROW THIS CARD WOULD REPLACE, IF ANY - IT BECOMES THE    *
      *    ADRHST BEFORE-IMAGE.                                        *
      *----------------------------------------------------------------*
           MOVE 'READING TB_CUST_ADDR' TO WRK-ERROR-MSG.

           MOVE 'N'                    TO WRK-ADDR-FOUND-SW.

           MOVE ADIN-CPF               TO ADDR-CPF.
           MOVE ADIN-TYPE              TO ADDR-TYPE.

           EXEC SQL
               SELECT  STREET
                      ,HNUMBER
                      ,OTHER_INFO
                      ,CITY
                      ,STATE
                      ,COUNTRY
                      ,CEP
                      ,UPDATED_DT
                      ,SOURCE
                 INTO :ADDR-STREET
                     ,:ADDR-HNUMBER
                     ,:ADDR-OTHER-INFO
                     ,:ADDR-CITY
                     ,:ADDR-STATE
                     ,:ADDR-COUNTRY
                     ,:ADDR-CEP
                     ,:ADDR-UPDATED-DT
                     ,:ADDR-SOURCE
                 FROM  TB_CUST_ADDR
                WHERE  CPF       = :ADDR-CPF
                  AND  ADDR_TYPE = :ADDR-TYPE
           END-EXEC.

           IF SQLCODE EQUAL ZEROS
              MOVE 'Y'                 TO WRK-ADDR-FOUND-SW
           ELSE
              IF SQLCODE NOT EQUAL +100
                 MOVE SQLCODE          TO WRK-SQLCODE-SINAL
                 STRING 'SQLCODE..:',WRK-SQLCODE-X
                                       DELIMITED BY SPACE
                                       INTO WRK-ERROR-CODE
                 PERFORM 9999-CALL-ABEND-PGM
              END-IF
           END-IF.
      *----------------------------------------------------------------*
       2250-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2270-CHECK-CEP-DIRECTORY        SECTION.
      *----------------------------------------------------------------*
      *    THE SAME TB_CEP_REF CHECK CSRG0003 MAKES ON A RESIDENTIAL   *
      *    ADDRESS: A CITY/STATE LEFT AS SPACES ON THE CARD IS         *
      *    AUTO-FILLED FROM THE DIRECTORY, AND A TYPED CITY THAT       *
      *    CONTRADICTS IT TRIPS THE MISMATCH SWITCH.  A CEP THE        *
      *    DIRECTORY DOES NOT KNOW PASSES THROUGH UNTOUCHED.           *
      *----------------------------------------------------------------*
           MOVE 'N'                    TO WRK-CEP-DIR-SW.

           IF ADIN-CEP                 EQUAL SPACES
              GO TO 2270-99-EXIT
           END-IF.

           MOVE 'CHECKING CEP DIRECTORY'
                                       TO WRK-ERROR-MSG.

           MOVE ADIN-CEP               TO CEP-REF.

           EXEC SQL
               SELECT CITY
                     ,STATE
               INTO  :CITY-REF
                    ,:STATE-REF-CEP
               FROM  TB_CEP_REF
               WHERE CEP = :CEP-REF
           END-EXEC.

           IF SQLCODE EQUAL +100
              GO TO 2270-99-EXIT
           END-IF.

           IF SQLCODE NOT EQUAL ZEROS
              MOVE SQLCODE             TO WRK-SQLCODE-SINAL
              STRING 'SQLCODE..:',WRK-SQLCODE-X
                                       DELIMITED BY SPACE
                                       INTO WRK-ERROR-CODE
              PERFORM 9999-CALL-ABEND-PGM
           END-IF.

           IF ADIN-CITY                EQUAL SPACES
              MOVE CITY-REF            TO ADIN-CITY
              ADD 1                    TO WRK-CEP-FILLED-COUNTER
           ELSE
              IF ADIN-CITY             NOT EQUAL CITY-REF
                 MOVE 'Y'              TO WRK-CEP-DIR-SW
                 GO TO 2270-99-EXIT
              END-IF
           END-IF.

           IF ADIN-STATE               EQUAL SPACES
              MOVE STATE-REF-CEP       TO ADIN-STATE
           END-IF.
      *----------------------------------------------------------------*
       2270-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2280-VALIDATE-ADDRESS           SECTION.
      *----------------------------------------------------------------*
      *    DELEGATES THE ADDRESS EDITS (STREET/CITY REQUIRED, STATE/   *
      *    COUNTRY AGAINST TB_STATE_REF, CEP MASK) TO THE SHARED       *
      *    CSRGVALD RULES MODULE, THE CARD'S ADDRESS LAID INTO THE     *
      *    ADDRESS FIELDS OF A CSTMRG01 RECORD.                        *
      *----------------------------------------------------------------*
           INITIALIZE WRK-VALD-REC.

           MOVE ADIN-CPF               TO CSTMRG01-CPF
                                          OF WRK-VALD-REC.
           MOVE ADIN-STREET            TO CSTMRG01-STREET
                                          OF WRK-VALD-REC.
           MOVE ADIN-HNUMBER           TO CSTMRG01-NUMBER
                                          OF WRK-VALD-REC.
           MOVE ADIN-OTHER-INFO        TO CSTMRG01-OTHER-INFO
                                          OF WRK-VALD-REC.
           MOVE ADIN-CITY              TO CSTMRG01-CITY
                                          OF WRK-VALD-REC.
           MOVE ADIN-STATE             TO CSTMRG01-STATE
                                          OF WRK-VALD-REC.
           MOVE ADIN-COUNTRY           TO CSTMRG01-COUNTRY
                                          OF WRK-VALD-REC.
           MOVE ADIN-CEP               TO CSTMRG01-CEP
                                          OF WRK-VALD-REC.

           MOVE 'A'                    TO CSRGVAL1-FUNCTION.
           MOVE ZEROS                  TO CSRGVAL1-CPF.

           CALL WRK-VALD-PGM           USING WRK-VALD-PARM
                                             WRK-VALD-REC.
      *----------------------------------------------------------------*
       2280-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2300-UPSERT-ADDRESS             SECTION.
      *----------------------------------------------------------------*
      *    THE LATEST CARD WINS: AN EXISTING CPF/TYPE ROW IS UPDATED   *
      *    IN PLACE, A NEW ONE INSERTED.                               *
      *----------------------------------------------------------------*
           MOVE 'UPSERTING TB_CUST_ADDR'
                                       TO WRK-ERROR-MSG.

           MOVE ADIN-CPF               TO ADDR-CPF.
           MOVE ADIN-TYPE              TO ADDR-TYPE.
           MOVE ADIN-STREET            TO ADDR-STREET.
           MOVE ADIN-HNUMBER           TO ADDR-HNUMBER.
           MOVE ADIN-OTHER-INFO        TO ADDR-OTHER-INFO.
           MOVE ADIN-CITY              TO ADDR-CITY.
           MOVE ADIN-STATE             TO ADDR-STATE.
           MOVE ADIN-COUNTRY           TO ADDR-COUNTRY.
           MOVE ADIN-CEP               TO ADDR-CEP.
           MOVE WRK-DATE-FORMATTED     TO ADDR-UPDATED-DT.
           MOVE ADIN-SOURCE            TO ADDR-SOURCE.

           IF NOT CSRGPARM-IS-PRODUCTION
              GO TO 2300-99-EXIT
           END-IF.

           IF WRK-ADDR-WAS-FOUND
              EXEC SQL
                  UPDATE TB_CUST_ADDR
                     SET STREET     = :ADDR-STREET
                        ,HNUMBER    = :ADDR-HNUMBER
                        ,OTHER_INFO = :ADDR-OTHER-INFO
                        ,CITY       = :ADDR-CITY
                        ,STATE      = :ADDR-STATE
                        ,COUNTRY    = :ADDR-COUNTRY
                        ,CEP        = :ADDR-CEP
                        ,UPDATED_DT = :ADDR-UPDATED-DT
                        ,SOURCE     = :ADDR-SOURCE
                   WHERE CPF        = :ADDR-CPF
                     AND ADDR_TYPE  = :ADDR-TYPE
              END-EXEC
           ELSE
              EXEC SQL
                  INSERT INTO TB_CUST_ADDR
                  (CPF
                  ,ADDR_TYPE
                  ,STREET
                  ,HNUMBER
                  ,OTHER_INFO
                  ,CITY
                  ,STATE
                  ,COUNTRY
                  ,CEP
                  ,UPDATED_DT
                  ,SOURCE)
                  VALUES
                  (:ADDR-CPF
                  ,:ADDR-TYPE
                  ,:ADDR-STREET
                  ,:ADDR-HNUMBER
                  ,:ADDR-OTHER-INFO
                  ,:ADDR-CITY
                  ,:ADDR-STATE
                  ,:ADDR-COUNTRY
                  ,:ADDR-CEP
                  ,:ADDR-UPDATED-DT
                  ,:ADDR-SOURCE)
              END-EXEC
           END-IF.

           IF SQLCODE NOT EQUAL ZEROS
              MOVE SQLCODE             TO WRK-SQLCODE-SINAL
              STRING 'SQLCODE..:',WRK-SQLCODE-X
                                       DELIMITED BY SPACE
                                       INTO WRK-ERROR-CODE
              PERFORM 9999-CALL-ABEND-PGM
           END-IF.
      *----------------------------------------------------------------*
       2300-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2350-DELETE-ADDRESS             SECTION.
      *----------------------------------------------------------------*
           MOVE 'DELETING TB_CUST_ADDR'
                                       TO WRK-ERROR-MSG.

           MOVE ADIN-CPF               TO ADDR-CPF.
           MOVE ADIN-TYPE              TO ADDR-TYPE.

           IF CSRGPARM-IS-PRODUCTION
              EXEC SQL
                  DELETE FROM TB_CUST_ADDR
                   WHERE CPF       = :ADDR-CPF
                     AND ADDR_TYPE = :ADDR-TYPE
              END-EXEC
           ELSE
              MOVE ZEROS               TO SQLCODE
           END-IF.

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
       2400-WRITE-ADRHST               SECTION.
      *----------------------------------------------------------------*
      *    THE ROW READ BY 2250-READ-CURRENT-ADDR, BEFORE THE CHANGE   *
      *    OR DELETE, IN THE FILEHST3 SHAPE.  WRK-TAG-ACTION IS SET    *
      *    BY THE CALLER.                                              *
      *----------------------------------------------------------------*
           MOVE 'RECORDING ADDRESS HISTORY'
                                       TO WRK-ERROR-MSG.

           PERFORM 9010-STAMP-AUDIT-LINE.

           INITIALIZE WRK-ADRHST-REG.

           MOVE CSRGPARM-BATCH-RUN-ID  TO CSRGHST1-BATCH-RUN-ID.
           MOVE WRK-ERRLINE-DATE-FORMATTED
                                       TO CSRGHST1-DATE.
           MOVE WRK-ERRLINE-TIME-FORMATTED
                                       TO CSRGHST1-TIME.

           MOVE ADIN-TYPE              TO WRK-TAG-TYPE.
           MOVE ADIN-SOURCE            TO WRK-TAG-SOURCE.

           MOVE ADIN-CPF               TO CSTMRG01-CPF
                                          OF WRK-ADRHST-REG.
           MOVE WRK-ADRHST-TAG         TO CSTMRG01-NAME
                                          OF WRK-ADRHST-REG.
           MOVE ADDR-STREET            TO CSTMRG01-STREET
                                          OF WRK-ADRHST-REG.
           MOVE ADDR-HNUMBER           TO CSTMRG01-NUMBER
                                          OF WRK-ADRHST-REG.
           MOVE ADDR-OTHER-INFO        TO CSTMRG01-OTHER-INFO
                                          OF WRK-ADRHST-REG.
           MOVE ADDR-CITY              TO CSTMRG01-CITY
                                          OF WRK-ADRHST-REG.
           MOVE ADDR-STATE             TO CSTMRG01-STATE
                                          OF WRK-ADRHST-REG.
           MOVE ADDR-COUNTRY           TO CSTMRG01-COUNTRY
                                          OF WRK-ADRHST-REG.
           MOVE ADDR-CEP               TO CSTMRG01-CEP
                                          OF WRK-ADRHST-REG.
           MOVE CUST-ID                OF BTB-CUSTOMER
                                       TO CSTMRG01-CUST-ID
                                          OF WRK-ADRHST-REG.

           MOVE 'L'                    TO CSRGCHP1-FUNCTION.
           MOVE 'B'                    TO CSRGCHP1-STREAM.
           CALL WRK-CHAN-PGM           USING WRK-CHAN-PARM
                                             WRK-ADRHST-REG.

           MOVE  WRK-ADRHST-REG        TO FD-REG-ADRHST.

           WRITE FD-REG-ADRHST.

           PERFORM 8200-TEST-FS-ADRHST.

           ADD 1                       TO WRK-ADRHST-REGS-COUNTER.
      *----------------------------------------------------------------*
       2400-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2500-WRITE-FILEERRA             SECTION.
      *----------------------------------------------------------------*
           MOVE 'RECORDING ERROR FILE' TO WRK-ERROR-MSG.

           PERFORM 9010-STAMP-AUDIT-LINE.

           MOVE WRK-FILEERRA-REASON    TO    CSRGERR1-REASON
                                             OF WRK-FILEERRA-OUT.
           MOVE ADIN-CPF               TO    CSRGERR1-CPF
                                             OF WRK-FILEERRA-OUT.
           MOVE SPACES                 TO    CSRGERR1-SQLCODE
                                             OF WRK-FILEERRA-OUT.
           MOVE WRK-ERRLINE-DATE-FORMATTED
                                       TO    CSRGERR1-DATE
                                             OF WRK-FILEERRA-OUT.
           MOVE WRK-ERRLINE-TIME-FORMATTED
                                       TO    CSRGERR1-TIME
                                             OF WRK-FILEERRA-OUT.
           MOVE SPACES                 TO    CSRGERR1-PROVIDER-CODE
                                             OF WRK-FILEERRA-OUT.

           MOVE  WRK-FILEERRA-OUT      TO FD-REG-FILEERRA.

           WRITE FD-REG-FILEERRA.

           PERFORM 8300-TEST-FS-FILEERRA.

           IF WRK-FS-FILEERRA          EQUAL ZEROS
              ADD  1                   TO    WRK-FILEERRA-REGS-COUNTER
           END-IF.
      *----------------------------------------------------------------*
       2500-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2600-COMMIT-INTERVAL            SECTION.
      *----------------------------------------------------------------*
           ADD 1                       TO   WRK-COMMIT-COUNTER.

           IF WRK-COMMIT-COUNTER       GREATER OR EQUAL
                                            CSRGPARM-COMMIT-INTERVAL
              IF CSRGPARM-IS-PRODUCTION
                 EXEC SQL
                     COMMIT
                 END-EXEC
              END-IF
              MOVE ZEROS               TO WRK-COMMIT-COUNTER
           END-IF.
      *----------------------------------------------------------------*
       2600-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       3000-FINALIZE                   SECTION.
      *----------------------------------------------------------------*
           PERFORM 3050-SEAL-ADRHST.

           IF CSRGPARM-IS-PRODUCTION
              EXEC SQL
                  COMMIT
              END-EXEC
           END-IF.

           DISPLAY '***************************'.
           DISPLAY '*  SUCCESSFUL  EXECUTION  *'.
           DISPLAY '***************************'.
           DISPLAY '*MODULE..........:' WRK-PROGRAM '*'.
           DISPLAY '*COMPILED........:'
           DD-COMPILED '/' MM-COMPILED '/' YY-COMPILED '*'.
           DISPLAY '*.................'
           HOUR-COMPILED '.' MINUTE-COMPILED '.'SECOND-COMPILED '*'.
           DISPLAY '*-------------------------*'.
           DISPLAY '*CARDS READ..........:' WRK-ADDRIN-REGS-COUNTER
           '*'.
           DISPLAY '*ADDRESSES ADDED.....:' WRK-ADDED-REGS-COUNTER
           '*'.
           DISPLAY '*ADDRESSES CHANGED...:' WRK-CHANGED-REGS-COUNTER
           '*'.
           DISPLAY '*ADDRESSES DELETED...:' WRK-DELETED-REGS-COUNTER
           '*'.
           DISPLAY '*CITY FROM CEP DIR...:' WRK-CEP-FILLED-COUNTER
           '*'.
           DISPLAY '*ADRHST IMAGES.......:' WRK-ADRHST-REGS-COUNTER
           '*'.
           DISPLAY '*RECORDS FILEERRA....:' WRK-FILEERRA-REGS-COUNTER
           '*'.
           DISPLAY '*-------------------------*'.
           DISPLAY '*EXECUTED......:' WRK-DATE-FORMATTED '*'.
           DISPLAY '*.................' WRK-TIME-FORMATTED '*'.
           DISPLAY '***************************'.

           IF CSRGPARM-IS-TEST-MODE
              DISPLAY '*** TEST MODE - COUNTS ABOVE ARE SIMULATED,  ***'
              DISPLAY '*** TB_CUST_ADDR WAS NOT CHANGED             ***'
           END-IF.

           STOP RUN.
      *----------------------------------------------------------------*
       3000-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       3050-SEAL-ADRHST                SECTION.
      *----------------------------------------------------------------*
      *    THE RUN'S ADDRESS BEFORE-IMAGES END IN A SEALED TRAILER     *
      *    WHOSE HASH IS REGISTERED ON TB_AUDIT_SEAL, COMMITTED WITH   *
      *    THE LAST CHANGES.  A RUN THAT IMAGED NOTHING WRITES NO      *
      *    SEAL.                                                       *
      *----------------------------------------------------------------*
           IF CSRGCHP1-GEN-COUNT       EQUAL ZEROS
              GO TO 3050-99-EXIT
           END-IF.

           MOVE 'SEALING ADDRESS HISTORY'
                                       TO WRK-ERROR-MSG.

           MOVE 'S'                    TO CSRGCHP1-FUNCTION.
           MOVE CSRGPARM-BATCH-RUN-ID  TO CSRGCHP1-RUN-ID.
           MOVE WRK-PROGRAM            TO CSRGCHP1-PROGRAM.
           IF CSRGPARM-IS-PRODUCTION
              MOVE 'P'                 TO CSRGCHP1-MODE
           END-IF.

           CALL WRK-CHAN-PGM           USING WRK-CHAN-PARM
                                             WRK-ADRHST-REG.

           IF CSRGCHP1-SQLCODE         NOT EQUAL ZEROS
              MOVE CSRGCHP1-SQLCODE    TO WRK-SQLCODE-SINAL
              STRING 'SQLCODE..:',WRK-SQLCODE-X
                                       DELIMITED BY SPACE
                                       INTO WRK-ERROR-CODE
              PERFORM 9999-CALL-ABEND-PGM
           END-IF.

           MOVE WRK-ADRHST-REG         TO FD-REG-ADRHST.

           WRITE FD-REG-ADRHST.

           PERFORM 8200-TEST-FS-ADRHST.
      *----------------------------------------------------------------*
       3050-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       8100-TEST-FS-ADDRIN             SECTION.
      *----------------------------------------------------------------*
           IF WRK-FS-ADDRIN            NOT EQUAL ZEROS AND 10
              MOVE WRK-FS-ADDRIN       TO  WRK-ERROR-CODE
              PERFORM 9999-CALL-ABEND-PGM
           END-IF.
      *----------------------------------------------------------------*
       8100-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       8200-TEST-FS-ADRHST             SECTION.
      *----------------------------------------------------------------*
           IF WRK-FS-ADRHST            NOT EQUAL ZEROS
              MOVE WRK-FS-ADRHST       TO  WRK-ERROR-CODE
              PERFORM 9999-CALL-ABEND-PGM
           END-IF.
      *----------------------------------------------------------------*
       8200-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       8300-TEST-FS-FILEERRA           SECTION.
      *----------------------------------------------------------------*
           IF WRK-FS-FILEERRA          NOT EQUAL ZEROS
              MOVE WRK-FS-FILEERRA     TO  WRK-ERROR-CODE
              PERFORM 9999-CALL-ABEND-PGM
           END-IF.
      *----------------------------------------------------------------*
       8300-99-EXIT.                   EXIT.
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
       9010-STAMP-AUDIT-LINE           SECTION.
      *----------------------------------------------------------------*
           ACCEPT WRK-SYSTEM-DATE      FROM DATE.
           MOVE YY                     TO ERL-YYYY-FORMATTED.
           MOVE MM                     TO ERL-MM-FORMATTED.
           MOVE DD                     TO ERL-DD-FORMATTED.
           ADD  2000                   TO ERL-YYYY-FORMATTED.

           ACCEPT WRK-SYSTEM-TIME      FROM TIME.
           MOVE HOUR                   TO ERL-HOUR-FORMATTED.
           MOVE MINUTE                 TO ERL-MINUTE-FORMATTED.
           MOVE SECOND                 TO ERL-SECOND-FORMATTED.
      *----------------------------------------------------------------*
       9010-99-EXIT.                   EXIT.
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
