      *================================================================*
      *        I D E N T I F I C A T I O N      D I V I S I O N        *
      *================================================================*
       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     CSRG0052.
       AUTHOR.         RENAN MUNIZ MERLO.
       DATE-WRITTEN.   15/10/2026.
       DATE-COMPILED   WHEN-COMPILED.
       REMARKS.
      *----------------------------------------------------------------*
      *                RENAN MUNIZ MERLO COBOL DEVELOPER               *
      *          https://www.linkedin.com/in/renan-muniz-merlo         *
      *----------------------------------------------------------------*
      *    PROGRAM-ID..: CSRG0052.                                     *
      *    ANALYST.....: RENAN MUNIZ MERLO                             *
      *    PROGRAMMER..: RENAN MUNIZ MERLO                             *
      *    DATE........: 15/10/2026                                    *
      *----------------------------------------------------------------*
      *    PROJECT.....: CUSTOMER REGISTRATION PROJECT - CUSTMREG      *
      *----------------------------------------------------------------*
      *    GOAL........: COMING-OF-AGE SWEEP.  CSRG0049 OPENS          *
      *                  GUARDIAN/DEPENDENT PAIRS BUT NOTHING CLOSED   *
      *                  THEM WHEN THE DEPENDENT GREW UP, SO THE       *
      *                  GUARDIAN KEPT SPEAKING FOR AN ADULT.  EVERY   *
      *                  NIGHT, EACH OPEN TB_RELATION ROW WHOSE        *
      *                  DEPENDENT'S BIRTH HAS CROSSED THE SAME        *
      *                  6570-DAY ADULTHOOD LINE CSRG0049 APPLIES TO   *
      *                  THE GUARDIAN IS ENDED WITH TODAY'S DATE AND   *
      *                  ONE RELAUD LINE (ACTION 'M').  EVERY 'Y'      *
      *                  CONSENT ON THE NEW ADULT'S CPF DATED BEFORE   *
      *                  THE ADULTHOOD DAY - SO RECORDED BY THE        *
      *                  GUARDIAN ON THE MINOR'S BEHALF - IS           *
      *                  WITHDRAWN UNDER SOURCE 'MAIORIDADE' WITH ONE  *
      *                  CONSAUD LINE, AND MUST BE CAPTURED AGAIN      *
      *                  FROM THE ADULT.  A DEPENDENT WITHOUT A        *
      *                  PARSEABLE BIRTH CANNOT PROVE ADULTHOOD AND    *
      *                  IS LEFT OPEN AND COUNTED.  FINALLY THE        *
      *                  "NEW ADULTS THIS MONTH" EXTRACT (ADULTEXT)    *
      *                  LISTS EVERY ACTIVE FORMER DEPENDENT WHOSE     *
      *                  EIGHTEENTH BIRTHDAY FELL IN THE CURRENT       *
      *                  MONTH UP TO TODAY, WITH THE CONTACT DATA      *
      *                  CUSTOMER SERVICE NEEDS TO REACH THEM.         *
      *----------------------------------------------------------------*
      *    RELAUD......: THE CSRG0049 LAYOUT, ACTION 'M' = ENDED AT    *
      *                  MAJORITY, VALID DATE = TODAY.                 *
      *    CONSAUD.....: THE CSRG0034 LAYOUT, CONSENT 'N', SOURCE      *
      *                  'MAIORIDADE'.                                 *
      *----------------------------------------------------------------*
      *    ADULTEXT....: POS 001-015  CPF                              *
      *                  POS 016-065  NAME                             *
      *                  POS 066-075  BIRTH (DD-MM-YYYY)               *
      *                  POS 076-085  ADULTHOOD DATE (DD-MM-YYYY)      *
      *                  POS 086-135  EMAIL                            *
      *                  POS 136-150  PHONE                            *
      *                  POS 151-200  STREET                           *
      *                  POS 201-210  NUMBER                           *
      *                  POS 211-250  CITY                             *
      *                  POS 251-252  STATE                            *
      *                  POS 253-261  CEP                              *
      *                  POS 262-300  FILLER                           *
      *----------------------------------------------------------------*
      *    FILES.......:  DDNAME          LRECL       INCLUDE/BOOK     *
      *                   RELAUD          00080       NONE             *
      *                   CONSAUD         00080       CSRGCHN1         *
      *                   ADULTEXT        00300       NONE             *
      *----------------------------------------------------------------*
      *    MODIFICATION HISTORY.......:                                *
      *    15/10/2026 RMM - PROGRAM CREATED.                           *
      *    15/10/2026 RMM - CONSAUD GREW TO LRECL=080: EACH LINE IS    *
      *                     CHAINED TO THE ONE BEFORE IT (CSRGCHN1     *
      *                     SUFFIX, CSRGCHAN MODULE) AND THE RUN'S     *
      *                     LINES END IN A SEAL REGISTERED ON          *
      *                     TB_AUDIT_SEAL.                             *
      *    15/10/2026 RMM - CSR0052 DECLARED WITH HOLD - THE INTERVAL  *
      *                     COMMIT NO LONGER CLOSES IT MID-RUN.        *
      *----------------------------------------------------------------*
      *    TABLE DB2...:  TB_RELATION                 BTB_RELATION     *
      *                   TB_CUSTOMER                 BTB_CUSTOMER     *
      *                   TB_CONSENT                  BTB_CONSENT      *
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

           SELECT RELAUD        ASSIGN TO UTS-S-RELAUD
            ORGANIZATION IS     SEQUENTIAL
            ACCESS MODE  IS     SEQUENTIAL
            FILE STATUS  IS     WRK-FS-RELAUD.

           SELECT CONSAUD       ASSIGN TO UTS-S-CONSAUD
            ORGANIZATION IS     SEQUENTIAL
            ACCESS MODE  IS     SEQUENTIAL
            FILE STATUS  IS     WRK-FS-CONSAUD.

           SELECT ADULTEXT      ASSIGN TO UTS-S-ADULTEXT
            ORGANIZATION IS     SEQUENTIAL
            ACCESS MODE  IS     SEQUENTIAL
            FILE STATUS  IS     WRK-FS-ADULTEXT.

      *================================================================*
      *                  D A T A      D I V I S I O N                  *
      *================================================================*
       DATA DIVISION.
       FILE SECTION.
      *
       FD RELAUD
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS 00 RECORDS.
       01 FD-REG-RELAUD     PIC X(80).

       FD CONSAUD
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS 00 RECORDS.
       01 FD-REG-CONSAUD    PIC X(80).

       FD ADULTEXT
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS 00 RECORDS.
       01 FD-REG-ADULTEXT   PIC X(300).

      *-----------------------------------------------------------------*
      *                  WORKING-STORAGE SECTION                        *
      *-----------------------------------------------------------------*
       WORKING-STORAGE SECTION.

      *COUNTER OF RECORDS:
       77 WRK-OPEN-REL-COUNTER                   PIC 9(07) VALUE ZEROS .
       77 WRK-RELATION-ENDED-COUNTER             PIC 9(07) VALUE ZEROS .
       77 WRK-STILL-MINOR-COUNTER                PIC 9(07) VALUE ZEROS .
       77 WRK-UNPROVABLE-COUNTER                 PIC 9(07) VALUE ZEROS .
       77 WRK-CONSENT-WDRAWN-COUNTER             PIC 9(07) VALUE ZEROS .
       77 WRK-CONSENT-KEPT-COUNTER               PIC 9(07) VALUE ZEROS .
       77 WRK-ADULTEXT-REGS-COUNTER              PIC 9(07) VALUE ZEROS .

      *DATA FOR PERIODIC COMMIT:
       77 WRK-COMMIT-COUNTER                     PIC 9(05) VALUE ZEROS .

      *END OF CURSOR:
       77 WRK-CURSOR-EOF                         PIC X(03) VALUE SPACES.
       77 WRK-CONS-CURSOR-EOF                    PIC X(03) VALUE SPACES.
       77 WRK-EXT-CURSOR-EOF                     PIC X(03) VALUE SPACES.

      *RUNTIME PARAMETER CARD:
       COPY 'CSRGPARM'.

      *THE OPEN PAIR IN HAND - THE CONSENT CURSOR IS BOUND TO THE
      *DEPENDENT, SO IT DOES NOT MOVE WHILE THE HOST STRUCTURES ARE
      *REUSED:
       01 WRK-PAIR.
          03 WRK-GUARDIAN-CPF                    PIC X(15).
          03 WRK-DEPENDENT-CPF                   PIC X(15).
       01 WRK-LAST-DEPENDENT-CPF                 PIC X(15) VALUE SPACES.

      *ADULTHOOD CHECK ON THE DEPENDENT'S BIRTH (DD-MM-YYYY), WITH
      *THE SAME APPROXIMATE DAY SERIALS CSRG0049 USES:
       01 WRK-BIRTH-WORK.
          03 WRK-BIRTH-DD                        PIC 9(02).
          03 FILLER                              PIC X(01).
          03 WRK-BIRTH-MM                        PIC 9(02).
          03 FILLER                              PIC X(01).
          03 WRK-BIRTH-YYYY                      PIC 9(04).
       01 WRK-BIRTH-SERIAL                       PIC 9(09) VALUE ZEROS .
       01 WRK-ADULT-SERIAL                       PIC 9(09) VALUE ZEROS .
       01 WRK-TODAY-SERIAL                       PIC 9(09) VALUE ZEROS .
       01 WRK-AGE-DAYS                           PIC S9(09) VALUE ZEROS.
       77 WRK-ADULT-DAYS                         PIC 9(05) VALUE 6570.
       77 WRK-ADULT-YEARS                        PIC 9(02) VALUE 18.

      *THE CONSENT DATE, SAME SERIALS - A CONSENT DATED BEFORE THE
      *ADULTHOOD DAY WAS GIVEN BY THE GUARDIAN:
       01 WRK-CONS-DT-WORK.
          03 WRK-CONS-DD                         PIC 9(02).
          03 FILLER                              PIC X(01).
          03 WRK-CONS-MM                         PIC 9(02).
          03 FILLER                              PIC X(01).
          03 WRK-CONS-YYYY                       PIC 9(04).
       01 WRK-CONS-SERIAL                        PIC 9(09) VALUE ZEROS .

      *THE MONTH THE EXTRACT COVERS, AS IT SITS IN BIRTH ('MM-YYYY'
      *OF THE YEAR EIGHTEEN YEARS BACK), AND TODAY'S DAY:
       01 WRK-ADULT-MONTH.
          03 WRK-ADULT-MONTH-MM                  PIC 9(02).
          03 FILLER                              PIC X(01) VALUE '-'.
          03 WRK-ADULT-MONTH-YYYY                PIC 9(04).
       01 WRK-TODAY-DD                           PIC X(02) VALUE SPACES.

      *ONE RELAUD AUDIT LINE PER RELATION ENDED (CSRG0049 LAYOUT):
       01 WRK-RELAUD-REG.
          03 RELAUD-BATCH-RUN-ID                 PIC X(14).
          03 RELAUD-DATE                         PIC X(10).
          03 RELAUD-TIME                         PIC X(08).
          03 RELAUD-ACTION                       PIC X(01).
             88 RELAUD-IS-MAJORITY                     VALUE 'M'.
          03 RELAUD-GUARDIAN-CPF                 PIC X(15).
          03 RELAUD-DEPENDENT-CPF                PIC X(15).
          03 RELAUD-VALID-DATE                   PIC X(10).
          03 FILLER                              PIC X(07).

      *ONE CONSAUD AUDIT LINE PER CONSENT WITHDRAWN (CSRG0034
      *LAYOUT):
       01 WRK-CONSAUD-REG.
          03 CONSAUD-BATCH-RUN-ID                PIC X(14).
          03 CONSAUD-DATE                        PIC X(10).
          03 CONSAUD-TIME                        PIC X(08).
          03 CONSAUD-CPF                         PIC X(15).
          03 CONSAUD-CHANNEL                     PIC X(01).
          03 CONSAUD-CONSENT                     PIC X(01).
          03 CONSAUD-SOURCE                      PIC X(10).
          COPY 'CSRGCHN1'.

      *HASH CHAIN OF THE CONSAUD TRAIL (SEE CSRGCHP1):
       77 WRK-CHAN-PGM                           PIC X(08) VALUE
                                                          'CSRGCHAN'  .
       01 WRK-CHAN-PARM.
          COPY 'CSRGCHP1'.

      *ONE "NEW ADULTS THIS MONTH" LINE:
       01 WRK-ADULTEXT-REG.
          03 ADULTEXT-CPF                        PIC X(15).
          03 ADULTEXT-NAME                       PIC X(50).
          03 ADULTEXT-BIRTH                      PIC X(10).
          03 ADULTEXT-ADULT-DATE.
             05 ADULTEXT-ADULT-DD                PIC X(02).
             05 FILLER                           PIC X(01).
             05 ADULTEXT-ADULT-MM                PIC X(02).
             05 FILLER                           PIC X(01).
             05 ADULTEXT-ADULT-YYYY              PIC 9(04).
          03 ADULTEXT-EMAIL                      PIC X(50).
          03 ADULTEXT-PHONE                      PIC X(15).
          03 ADULTEXT-STREET                     PIC X(50).
          03 ADULTEXT-NUMBER                     PIC X(10).
          03 ADULTEXT-CITY                       PIC X(40).
          03 ADULTEXT-STATE                      PIC X(02).
          03 ADULTEXT-CEP                        PIC X(09).
          03 FILLER                              PIC X(39).

      *DATA FOR ERROR LOG:
       01 WRK-ERROR-LOG.
          03 WRK-PROGRAM                         PIC X(08) VALUE
                                                          'CSRG0052'  .
          03 WRK-ERROR-MSG                       PIC X(30) VALUE SPACES.
          03 WRK-ERROR-CODE                      PIC X(30) VALUE SPACES.
          03 WRK-ERROR-DATE                      PIC X(10) VALUE SPACES.
          03 WRK-ERROR-TIME                      PIC X(08) VALUE SPACES.

      *ABENDING PROGRAM:
       77 WRK-ABEND-PGM                          PIC X(08) VALUE
                                                          'ABENDPGM'  .

       01 WRK-FILE-STATUS.
          03 WRK-FS-RELAUD                       PIC 9(02) VALUE ZEROS .
          03 WRK-FS-CONSAUD                      PIC 9(02) VALUE ZEROS .
          03 WRK-FS-ADULTEXT                     PIC 9(02) VALUE ZEROS .

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
              INCLUDE BTB_RELATION
           END-EXEC.

           EXEC SQL
              INCLUDE BTB_CUSTOMER
           END-EXEC.

           EXEC SQL
              INCLUDE BTB_CONSENT
           END-EXEC.

           EXEC SQL
              DECLARE CSR0052 CURSOR WITH HOLD FOR
                 SELECT R.GUARDIAN_CPF, R.DEPENDENT_CPF, C.BIRTH
                   FROM TB_RELATION R, TB_CUSTOMER C
                  WHERE R.VALID_TO  = ' '
                    AND C.CPF       = R.DEPENDENT_CPF
                  ORDER BY R.DEPENDENT_CPF, R.GUARDIAN_CPF
                  FOR FETCH ONLY
           END-EXEC.

           EXEC SQL
              DECLARE CSR0052C CURSOR FOR
                 SELECT CHANNEL, CONSENT_DT
                   FROM TB_CONSENT
                  WHERE CPF     = :WRK-DEPENDENT-CPF
                    AND CONSENT = 'Y'
                  ORDER BY CHANNEL
                  FOR FETCH ONLY
           END-EXEC.

           EXEC SQL
              DECLARE CSR0052X CURSOR FOR
                 SELECT C.CPF, C.NAME, C.BIRTH, C.EMAIL, C.PHONE,
                        C.STREET, C.HNUMBER, C.CITY, C.STATE, C.CEP
                   FROM TB_CUSTOMER C
                  WHERE C.STATUS              = 'A'
                    AND SUBSTR(C.BIRTH, 4, 7) = :WRK-ADULT-MONTH
                    AND SUBSTR(C.BIRTH, 1, 2) <= :WRK-TODAY-DD
                    AND EXISTS
                        (SELECT 1
                           FROM TB_RELATION R
                          WHERE R.DEPENDENT_CPF = C.CPF)
                  ORDER BY C.CPF
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

           PERFORM 2000-PROCESS      UNTIL WRK-CURSOR-EOF EQUAL 'END'.

           PERFORM 2700-NEW-ADULTS-EXTRACT.

           PERFORM 3000-FINALIZE.
      *----------------------------------------------------------------*
       0000-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       1000-INITIALIZE                 SECTION.
      *----------------------------------------------------------------*
           PERFORM 9000-GET-DATE-TIME.

           PERFORM 1050-GET-RUN-PARMS.

           COMPUTE WRK-TODAY-SERIAL =
                      YYYY-FORMATTED * 365
                    + MM-FORMATTED   * 30
                    + DD-FORMATTED.

           MOVE MM-FORMATTED           TO WRK-ADULT-MONTH-MM.
           COMPUTE WRK-ADULT-MONTH-YYYY =
                      YYYY-FORMATTED - WRK-ADULT-YEARS.
           MOVE DD-FORMATTED           TO WRK-TODAY-DD.

           INITIALIZE WRK-RELAUD-REG
                      WRK-CONSAUD-REG
                      WRK-ADULTEXT-REG
                      WRK-CHAN-PARM.

           MOVE 'CONSAUD'              TO CSRGCHP1-TRAIL.
           MOVE 59                     TO CSRGCHP1-BODY-LEN.

           OPEN OUTPUT RELAUD
                       CONSAUD
                       ADULTEXT.

           MOVE 'OPEN FILE RELAUD'     TO WRK-ERROR-MSG.
           PERFORM 8100-TEST-FS-RELAUD.

           MOVE 'OPEN FILE CONSAUD'    TO WRK-ERROR-MSG.
           PERFORM 8200-TEST-FS-CONSAUD.

           MOVE 'OPEN FILE ADULTEXT'   TO WRK-ERROR-MSG.
           PERFORM 8300-TEST-FS-ADULTEXT.

           MOVE 'OPEN CURSOR CSR0052'  TO WRK-ERROR-MSG.

           EXEC SQL
               OPEN CSR0052
           END-EXEC.

           IF SQLCODE NOT EQUAL ZEROS
              PERFORM 9100-FORMAT-SQLCODE
              PERFORM 9999-CALL-ABEND-PGM
           END-IF.

           PERFORM 2100-FETCH-NEXT.

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
       2000-PROCESS                    SECTION.
      *----------------------------------------------------------------*
      *    A DEPENDENT WITHOUT A PARSEABLE BIRTH CANNOT PROVE          *
      *    ADULTHOOD - THE PAIR STAYS OPEN, THE SAME RULE CSRG0049     *
      *    APPLIES TO A GUARDIAN.  A DEPENDENT STILL UNDER THE LINE    *
      *    IS ONLY COUNTED.                                            *
      *----------------------------------------------------------------*
           ADD 1                       TO WRK-OPEN-REL-COUNTER.

           MOVE REL-GUARDIAN-CPF       TO WRK-GUARDIAN-CPF.
           MOVE REL-DEPENDENT-CPF      TO WRK-DEPENDENT-CPF.
           MOVE BIRTH OF BTB-CUSTOMER  TO WRK-BIRTH-WORK.

           IF WRK-BIRTH-DD             NOT NUMERIC
              OR WRK-BIRTH-MM          NOT NUMERIC
              OR WRK-BIRTH-YYYY        NOT NUMERIC
              ADD 1                    TO WRK-UNPROVABLE-COUNTER
              GO TO 2000-50-NEXT
           END-IF.

           COMPUTE WRK-BIRTH-SERIAL =
                      WRK-BIRTH-YYYY * 365
                    + WRK-BIRTH-MM   * 30
                    + WRK-BIRTH-DD.

           COMPUTE WRK-ADULT-SERIAL =
                      WRK-BIRTH-SERIAL + WRK-ADULT-DAYS.

           COMPUTE WRK-AGE-DAYS =
                      WRK-TODAY-SERIAL - WRK-BIRTH-SERIAL.

           IF WRK-AGE-DAYS             LESS WRK-ADULT-DAYS
              ADD 1                    TO WRK-STILL-MINOR-COUNTER
              GO TO 2000-50-NEXT
           END-IF.

           PERFORM 2200-END-RELATION.

      *    A DEPENDENT WITH TWO GUARDIANS COMES BACK TWICE IN A ROW -
      *    THE CONSENT IS WITHDRAWN ONCE:
           IF WRK-DEPENDENT-CPF        NOT EQUAL WRK-LAST-DEPENDENT-CPF
              PERFORM 2300-WITHDRAW-CONSENT
              MOVE WRK-DEPENDENT-CPF   TO WRK-LAST-DEPENDENT-CPF
           END-IF.

           PERFORM 2600-COMMIT-INTERVAL.

       2000-50-NEXT.
           PERFORM 2100-FETCH-NEXT.
      *----------------------------------------------------------------*
       2000-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2100-FETCH-NEXT                 SECTION.
      *----------------------------------------------------------------*
           MOVE 'FETCHING CSR0052'     TO   WRK-ERROR-MSG.

           EXEC SQL
               FETCH CSR0052
                   INTO :REL-GUARDIAN-CPF, :REL-DEPENDENT-CPF,
                        :BIRTH
           END-EXEC.

           IF SQLCODE EQUAL +100
              MOVE 'END'               TO   WRK-CURSOR-EOF
           ELSE
              IF SQLCODE NOT EQUAL ZEROS
                 PERFORM 9100-FORMAT-SQLCODE
                 PERFORM 9999-CALL-ABEND-PGM
              END-IF
           END-IF.
      *----------------------------------------------------------------*
       2100-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2200-END-RELATION               SECTION.
      *----------------------------------------------------------------*
      *    THE SAME UPDATE A CSRG0049 'E' CARD ISSUES, VALID_TO =      *
      *    TODAY.  IN TEST MODE IT IS SIMULATED.                       *
      *----------------------------------------------------------------*
           MOVE 'ENDING RELATION'      TO WRK-ERROR-MSG.

           MOVE WRK-DATE-FORMATTED     TO REL-VALID-TO.

           IF CSRGPARM-IS-PRODUCTION
              EXEC SQL
                  UPDATE TB_RELATION
                     SET VALID_TO      = :REL-VALID-TO
                  WHERE  GUARDIAN_CPF  = :WRK-GUARDIAN-CPF
                    AND  DEPENDENT_CPF = :WRK-DEPENDENT-CPF
                    AND  VALID_TO      = ' '
              END-EXEC
           ELSE
              MOVE ZEROS               TO SQLCODE
           END-IF.

           IF SQLCODE NOT EQUAL ZEROS
              PERFORM 9100-FORMAT-SQLCODE
              PERFORM 9999-CALL-ABEND-PGM
           END-IF.

           ADD 1                       TO WRK-RELATION-ENDED-COUNTER.

           MOVE CSRGPARM-BATCH-RUN-ID  TO RELAUD-BATCH-RUN-ID.
           MOVE WRK-DATE-FORMATTED     TO RELAUD-DATE.
           MOVE WRK-TIME-FORMATTED     TO RELAUD-TIME.
           MOVE 'M'                    TO RELAUD-ACTION.
           MOVE WRK-GUARDIAN-CPF       TO RELAUD-GUARDIAN-CPF.
           MOVE WRK-DEPENDENT-CPF      TO RELAUD-DEPENDENT-CPF.
           MOVE REL-VALID-TO           TO RELAUD-VALID-DATE.

           WRITE FD-REG-RELAUD         FROM WRK-RELAUD-REG.

           MOVE 'WRITING FILE RELAUD'  TO WRK-ERROR-MSG.
           PERFORM 8100-TEST-FS-RELAUD.
      *----------------------------------------------------------------*
       2200-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2300-WITHDRAW-CONSENT           SECTION.
      *----------------------------------------------------------------*
      *    EVERY 'Y' CONSENT ON THE NEW ADULT'S CPF IS READ; THE ONES  *
      *    DATED BEFORE THE ADULTHOOD DAY WERE THE GUARDIAN'S AND ARE  *
      *    WITHDRAWN.  ONE THE ADULT GAVE THEMSELVES (A LATE SWEEP,    *
      *    OR A CONSIN CARD SINCE) STAYS.  A CONSENT DATE THAT DOES    *
      *    NOT PARSE CANNOT PROVE IT CAME FROM THE ADULT, SO IT IS     *
      *    WITHDRAWN TOO.                                              *
      *----------------------------------------------------------------*
           MOVE 'OPEN CURSOR CSR0052C' TO WRK-ERROR-MSG.

           MOVE SPACES                 TO WRK-CONS-CURSOR-EOF.

           EXEC SQL
               OPEN CSR0052C
           END-EXEC.

           IF SQLCODE NOT EQUAL ZEROS
              PERFORM 9100-FORMAT-SQLCODE
              PERFORM 9999-CALL-ABEND-PGM
           END-IF.

           PERFORM 2310-FETCH-CONSENT.

           PERFORM 2320-WITHDRAW-ONE-CONSENT
              UNTIL WRK-CONS-CURSOR-EOF EQUAL 'END'.

           EXEC SQL
               CLOSE CSR0052C
           END-EXEC.
      *----------------------------------------------------------------*
       2300-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2310-FETCH-CONSENT              SECTION.
      *----------------------------------------------------------------*
           MOVE 'FETCHING CSR0052C'    TO   WRK-ERROR-MSG.

           EXEC SQL
               FETCH CSR0052C
                   INTO :CONS-CHANNEL, :CONS-CONSENT-DT
           END-EXEC.

           IF SQLCODE EQUAL +100
              MOVE 'END'               TO   WRK-CONS-CURSOR-EOF
           ELSE
              IF SQLCODE NOT EQUAL ZEROS
                 PERFORM 9100-FORMAT-SQLCODE
                 PERFORM 9999-CALL-ABEND-PGM
              END-IF
           END-IF.
      *----------------------------------------------------------------*
       2310-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2320-WITHDRAW-ONE-CONSENT       SECTION.
      *----------------------------------------------------------------*
           MOVE CONS-CONSENT-DT        TO WRK-CONS-DT-WORK.

           IF WRK-CONS-DD              NUMERIC
              AND WRK-CONS-MM          NUMERIC
              AND WRK-CONS-YYYY        NUMERIC
              COMPUTE WRK-CONS-SERIAL =
                         WRK-CONS-YYYY * 365
                       + WRK-CONS-MM   * 30
                       + WRK-CONS-DD
              IF WRK-CONS-SERIAL       NOT LESS WRK-ADULT-SERIAL
                 ADD 1                 TO WRK-CONSENT-KEPT-COUNTER
                 GO TO 2320-50-NEXT
              END-IF
           END-IF.

           MOVE WRK-DEPENDENT-CPF      TO CONS-CPF.
           MOVE 'N'                    TO CONS-CONSENT.
           MOVE WRK-DATE-FORMATTED     TO CONS-CONSENT-DT.
           MOVE 'MAIORIDADE'           TO CONS-SOURCE.

           IF CSRGPARM-IS-PRODUCTION
              MOVE 'WITHDRAWING CONSENT'
                                       TO WRK-ERROR-MSG
              EXEC SQL
                  UPDATE TB_CONSENT
                     SET CONSENT    = :CONS-CONSENT
                        ,CONSENT_DT = :CONS-CONSENT-DT
                        ,SOURCE     = :CONS-SOURCE
                   WHERE CPF        = :CONS-CPF
                     AND CHANNEL    = :CONS-CHANNEL
              END-EXEC
              IF SQLCODE NOT EQUAL ZEROS
                 PERFORM 9100-FORMAT-SQLCODE
                 PERFORM 9999-CALL-ABEND-PGM
              END-IF
           END-IF.

           ADD 1                       TO WRK-CONSENT-WDRAWN-COUNTER.

           MOVE CSRGPARM-BATCH-RUN-ID  TO CONSAUD-BATCH-RUN-ID.
           MOVE WRK-DATE-FORMATTED     TO CONSAUD-DATE.
           MOVE WRK-TIME-FORMATTED     TO CONSAUD-TIME.
           MOVE CONS-CPF               TO CONSAUD-CPF.
           MOVE CONS-CHANNEL           TO CONSAUD-CHANNEL.
           MOVE CONS-CONSENT           TO CONSAUD-CONSENT.
           MOVE CONS-SOURCE            TO CONSAUD-SOURCE.

           MOVE 'L'                    TO CSRGCHP1-FUNCTION.
           MOVE 'B'                    TO CSRGCHP1-STREAM.
           CALL WRK-CHAN-PGM           USING WRK-CHAN-PARM
                                             WRK-CONSAUD-REG.

           WRITE FD-REG-CONSAUD        FROM WRK-CONSAUD-REG.

           MOVE 'WRITING FILE CONSAUD' TO WRK-ERROR-MSG.
           PERFORM 8200-TEST-FS-CONSAUD.

       2320-50-NEXT.
           PERFORM 2310-FETCH-CONSENT.
      *----------------------------------------------------------------*
       2320-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2600-COMMIT-INTERVAL            SECTION.
      *----------------------------------------------------------------*
      *    COMMITS EVERY CSRGPARM-COMMIT-INTERVAL PAIRS;               *
      *    CSR0052 IS DECLARED WITH HOLD AND SURVIVES THE COMMIT.      *
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
       2700-NEW-ADULTS-EXTRACT         SECTION.
      *----------------------------------------------------------------*
      *    EVERY ACTIVE CUSTOMER WHO WAS EVER A DEPENDENT AND WHOSE    *
      *    EIGHTEENTH BIRTHDAY FALLS IN THIS MONTH, UP TO TODAY - ON   *
      *    THE APPROXIMATE SERIALS THAT IS EXACTLY THE DAY THE LINE    *
      *    IS CROSSED.  THE WHOLE MONTH IS REWRITTEN EVERY NIGHT, SO   *
      *    THE LATEST GENERATION IS ALWAYS THE COMPLETE LIST.          *
      *----------------------------------------------------------------*
           MOVE 'OPEN CURSOR CSR0052X' TO WRK-ERROR-MSG.

           EXEC SQL
               OPEN CSR0052X
           END-EXEC.

           IF SQLCODE NOT EQUAL ZEROS
              PERFORM 9100-FORMAT-SQLCODE
              PERFORM 9999-CALL-ABEND-PGM
           END-IF.

           PERFORM 2710-FETCH-NEW-ADULT.

           PERFORM 2720-WRITE-ADULTEXT
              UNTIL WRK-EXT-CURSOR-EOF EQUAL 'END'.

           EXEC SQL
               CLOSE CSR0052X
           END-EXEC.
      *----------------------------------------------------------------*
       2700-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2710-FETCH-NEW-ADULT            SECTION.
      *----------------------------------------------------------------*
           MOVE 'FETCHING CSR0052X'    TO   WRK-ERROR-MSG.

           EXEC SQL
               FETCH CSR0052X
                   INTO :CPF, :NAME, :BIRTH, :EMAIL, :PHONE,
                        :STREET, :HNUMBER, :CITY, :STATE, :CEP
           END-EXEC.

           IF SQLCODE EQUAL +100
              MOVE 'END'               TO   WRK-EXT-CURSOR-EOF
           ELSE
              IF SQLCODE NOT EQUAL ZEROS
                 PERFORM 9100-FORMAT-SQLCODE
                 PERFORM 9999-CALL-ABEND-PGM
              END-IF
           END-IF.
      *----------------------------------------------------------------*
       2710-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2720-WRITE-ADULTEXT             SECTION.
      *----------------------------------------------------------------*
           INITIALIZE WRK-ADULTEXT-REG.

           MOVE CPF     OF BTB-CUSTOMER TO ADULTEXT-CPF.
           MOVE NAME    OF BTB-CUSTOMER TO ADULTEXT-NAME.
           MOVE BIRTH   OF BTB-CUSTOMER TO ADULTEXT-BIRTH.
           MOVE BIRTH   OF BTB-CUSTOMER TO ADULTEXT-ADULT-DATE.
           MOVE YYYY-FORMATTED          TO ADULTEXT-ADULT-YYYY.
           MOVE EMAIL   OF BTB-CUSTOMER TO ADULTEXT-EMAIL.
           MOVE PHONE   OF BTB-CUSTOMER TO ADULTEXT-PHONE.
           MOVE STREET  OF BTB-CUSTOMER TO ADULTEXT-STREET.
           MOVE HNUMBER OF BTB-CUSTOMER TO ADULTEXT-NUMBER.
           MOVE CITY    OF BTB-CUSTOMER TO ADULTEXT-CITY.
           MOVE STATE   OF BTB-CUSTOMER TO ADULTEXT-STATE.
           MOVE CEP     OF BTB-CUSTOMER TO ADULTEXT-CEP.

           WRITE FD-REG-ADULTEXT       FROM WRK-ADULTEXT-REG.

           MOVE 'WRITING FILE ADULTEXT'
                                       TO WRK-ERROR-MSG.
           PERFORM 8300-TEST-FS-ADULTEXT.

           ADD 1                       TO WRK-ADULTEXT-REGS-COUNTER.

           PERFORM 2710-FETCH-NEW-ADULT.
      *----------------------------------------------------------------*
       2720-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       3000-FINALIZE                   SECTION.
      *----------------------------------------------------------------*
           PERFORM 3050-SEAL-CONSAUD.

           EXEC SQL
               CLOSE CSR0052
           END-EXEC.

           IF CSRGPARM-IS-PRODUCTION
              EXEC SQL
                  COMMIT
              END-EXEC
           END-IF.

           CLOSE RELAUD
                 CONSAUD
                 ADULTEXT.

           DISPLAY '***************************'.
           DISPLAY '*  SUCCESSFUL  EXECUTION  *'.
           DISPLAY '***************************'.
           DISPLAY '*MODULE..........:' WRK-PROGRAM '*'.
           DISPLAY '*COMPILED........:'
           DD-COMPILED '/' MM-COMPILED '/' YY-COMPILED '*'.
           DISPLAY '*.................'
           HOUR-COMPILED '.' MINUTE-COMPILED '.'SECOND-COMPILED '*'.
           DISPLAY '*-------------------------*'.
           DISPLAY '*OPEN RELATIONS......:' WRK-OPEN-REL-COUNTER
           '*'.
           DISPLAY '*ENDED AT MAJORITY...:' WRK-RELATION-ENDED-COUNTER
           '*'.
           DISPLAY '*STILL MINORS........:' WRK-STILL-MINOR-COUNTER
           '*'.
           DISPLAY '*BIRTH UNPROVABLE....:' WRK-UNPROVABLE-COUNTER
           '*'.
           DISPLAY '*CONSENTS WITHDRAWN..:' WRK-CONSENT-WDRAWN-COUNTER
           '*'.
           DISPLAY '*CONSENTS KEPT.......:' WRK-CONSENT-KEPT-COUNTER
           '*'.
           DISPLAY '*RECORDS ADULTEXT....:' WRK-ADULTEXT-REGS-COUNTER
           '*'.
           DISPLAY '*-------------------------*'.
           DISPLAY '*EXECUTED......:' WRK-DATE-FORMATTED '*'.
           DISPLAY '*.................' WRK-TIME-FORMATTED '*'.
           DISPLAY '***************************'.

           IF CSRGPARM-IS-TEST-MODE
              DISPLAY '*** TEST MODE - COUNTS ABOVE ARE SIMULATED,  ***'
              DISPLAY '*** NO TABLE WAS CHANGED                     ***'
           END-IF.

           STOP RUN.
      *----------------------------------------------------------------*
       3000-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       3050-SEAL-CONSAUD               SECTION.
      *----------------------------------------------------------------*
      *    THE CONSENTS WITHDRAWN AT MAJORITY END IN A SEALED TRAILER  *
      *    WHOSE HASH IS REGISTERED ON TB_AUDIT_SEAL, COMMITTED WITH   *
      *    THE LAST CHANGES.  A RUN THAT WITHDREW NOTHING WRITES NO    *
      *    SEAL.                                                       *
      *----------------------------------------------------------------*
           IF CSRGCHP1-GEN-COUNT       EQUAL ZEROS
              GO TO 3050-99-EXIT
           END-IF.

           MOVE 'SEALING CONSENT AUDIT'
                                       TO WRK-ERROR-MSG.

           MOVE 'S'                    TO CSRGCHP1-FUNCTION.
           MOVE CSRGPARM-BATCH-RUN-ID  TO CSRGCHP1-RUN-ID.
           MOVE WRK-PROGRAM            TO CSRGCHP1-PROGRAM.
           IF CSRGPARM-IS-PRODUCTION
              MOVE 'P'                 TO CSRGCHP1-MODE
           END-IF.

           CALL WRK-CHAN-PGM           USING WRK-CHAN-PARM
                                             WRK-CONSAUD-REG.

           IF CSRGCHP1-SQLCODE         NOT EQUAL ZEROS
              MOVE CSRGCHP1-SQLCODE    TO WRK-SQLCODE-SINAL
              STRING 'SQLCODE..:',WRK-SQLCODE-X
                                       DELIMITED BY SPACE
                                       INTO WRK-ERROR-CODE
              PERFORM 9999-CALL-ABEND-PGM
           END-IF.

           MOVE WRK-CONSAUD-REG        TO FD-REG-CONSAUD.

           WRITE FD-REG-CONSAUD.

           PERFORM 8200-TEST-FS-CONSAUD.
      *----------------------------------------------------------------*
       3050-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       8100-TEST-FS-RELAUD             SECTION.
      *----------------------------------------------------------------*
           IF WRK-FS-RELAUD            NOT EQUAL ZEROS
              MOVE WRK-FS-RELAUD       TO  WRK-ERROR-CODE
              PERFORM 9999-CALL-ABEND-PGM
           END-IF.
      *----------------------------------------------------------------*
       8100-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       8200-TEST-FS-CONSAUD            SECTION.
      *----------------------------------------------------------------*
           IF WRK-FS-CONSAUD           NOT EQUAL ZEROS
              MOVE WRK-FS-CONSAUD      TO  WRK-ERROR-CODE
              PERFORM 9999-CALL-ABEND-PGM
           END-IF.
      *----------------------------------------------------------------*
       8200-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       8300-TEST-FS-ADULTEXT           SECTION.
      *----------------------------------------------------------------*
           IF WRK-FS-ADULTEXT          NOT EQUAL ZEROS
              MOVE WRK-FS-ADULTEXT     TO  WRK-ERROR-CODE
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
