      *================================================================*
      *        I D E N T I F I C A T I O N      D I V I S I O N        *
      *================================================================*
       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     CSRG0054.
       AUTHOR.         RENAN MUNIZ MERLO.
       DATE-WRITTEN.   15/10/2026.
       DATE-COMPILED   WHEN-COMPILED.
       REMARKS.
      *----------------------------------------------------------------*
      *                RENAN MUNIZ MERLO COBOL DEVELOPER               *
      *          https://www.linkedin.com/in/renan-muniz-merlo         *
      *----------------------------------------------------------------*
      *    PROGRAM-ID..: CSRG0054.                                     *
      *    ANALYST.....: RENAN MUNIZ MERLO                             *
      *    PROGRAMMER..: RENAN MUNIZ MERLO                             *
      *    DATE........: 15/10/2026                                    *
      *----------------------------------------------------------------*
      *    PROJECT.....: CUSTOMER REGISTRATION PROJECT - CUSTMREG      *
      *----------------------------------------------------------------*
      *    GOAL........: PROVIDER REGISTRY MAINTENANCE.  READS PRVIN   *
      *                  REQUEST CARDS (A = REGISTER A PROVIDER WITH   *
      *                  ITS AUTHORIZED ACTION CODES, C = CHANGE THE   *
      *                  ACTION CODES AND/OR NAME, S = SUSPEND,        *
      *                  R = REACTIVATE) AND MAINTAINS TB_PROVIDER,    *
      *                  WRITING ONE PRVAUD AUDIT LINE (BEFORE AND     *
      *                  AFTER STATUS AND ACTION CODES) PER REQUEST    *
      *                  APPLIED.  CSRG0026 REFUSES A TRANSMISSION     *
      *                  FROM AN UNKNOWN OR SUSPENDED PROVIDER AND     *
      *                  CSRG0001 REJECTS A TRANSACTION WHOSE ACTION   *
      *                  CODE THE PROVIDER IS NOT AUTHORIZED FOR.  A   *
      *                  REQUEST THAT CANNOT BE APPLIED IS REPORTED ON *
      *                  PRVRPT AND NOT APPLIED, AND THE RUN ENDS BY   *
      *                  LISTING THE WHOLE REGISTRY AS IT NOW STANDS.  *
      *----------------------------------------------------------------*
      *    PRVIN.......: POS 01     ACTION  A=ADD  C=CHANGE            *
      *                                     S=SUSPEND  R=REACTIVATE    *
      *                  POS 02-05  PROVIDER CODE                      *
      *                  POS 06-09  AUTHORIZED ACTION CODES, ANY OF    *
      *                             I/U/D/R (A AND C ONLY)             *
      *                  POS 10-39  PROVIDER NAME (A; ON C, BLANK      *
      *                             KEEPS THE CURRENT NAME)            *
      *                  POS 40-47  SOURCE-PRECEDENCE RANKS 01-99,     *
      *                             TWO DIGITS EACH: NAME/BIRTH,       *
      *                             ADDRESS, EMAIL, PHONE (A AND C;    *
      *                             BLANK = 99 ON A, UNCHANGED ON C)   *
      *                  POS 48-80  FILLER (CARD IMAGE)                *
      *----------------------------------------------------------------*
      *    PRVAUD......: POS 01-14 BATCH RUN ID                        *
      *                  POS 15-24 DATE  POS 25-32 TIME                *
      *                  POS 33-33 ACTION (A/C/S/R)                    *
      *                  POS 34-37 PROVIDER CODE                       *
      *                  POS 38-38 STATUS BEFORE  POS 39-39 AFTER      *
      *                  POS 40-43 ACTION CODES BEFORE                 *
      *                  POS 44-47 ACTION CODES AFTER                  *
      *                  POS 48-77 PROVIDER NAME                       *
      *                  POS 78-85 PRECEDENCE RANKS BEFORE             *
      *                  POS 86-93 PRECEDENCE RANKS AFTER              *
      *                  POS 94-96 FILLER                              *
      *----------------------------------------------------------------*
      *    FILES.......:  DDNAME          LRECL       INCLUDE/BOOK     *
      *                   PRVIN           00080       NONE             *
      *                   PRVAUD          00096       NONE             *
      *                   PRVRPT          00080       NONE             *
      *----------------------------------------------------------------*
      *    MODIFICATION HISTORY.......:                                *
      *    15/10/2026 RMM - PROGRAM CREATED.                           *
      *    15/10/2026 RMM - A AND C CARDS CARRY THE PROVIDER'S SOURCE- *
      *                     PRECEDENCE RANK PER FIELD GROUP FOR THE    *
      *                     CSRG0003 PRECEDENCE CHECK; PRVAUD GREW TO  *
      *                     LRECL=96 TO CARRY THE RANKS BEFORE AND     *
      *                     AFTER.                                     *
      *    15/10/2026 RMM - CODE 'HOUS' IS RESERVED FOR IN-HOUSE       *
      *                     TRANSACTIONS AND CAN NOT BE REGISTERED.    *
      *----------------------------------------------------------------*
      *    TABLE DB2...:  TB_PROVIDER                 BTB_PROVIDER     *
      *                                                                *
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

           SELECT PRVIN         ASSIGN TO UTS-S-PRVIN
            ORGANIZATION IS     SEQUENTIAL
            ACCESS MODE  IS     SEQUENTIAL
            FILE STATUS  IS     WRK-FS-PRVIN.

           SELECT PRVAUD        ASSIGN TO UTS-S-PRVAUD
            ORGANIZATION IS     SEQUENTIAL
            ACCESS MODE  IS     SEQUENTIAL
            FILE STATUS  IS     WRK-FS-PRVAUD.

           SELECT PRVRPT        ASSIGN TO UTS-S-PRVRPT
            ORGANIZATION IS     SEQUENTIAL
            ACCESS MODE  IS     SEQUENTIAL
            FILE STATUS  IS     WRK-FS-PRVRPT.

      *================================================================*
      *                  D A T A      D I V I S I O N                  *
      *================================================================*
       DATA DIVISION.
       FILE SECTION.
      *
       FD PRVIN
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS 00 RECORDS.
       01 FD-REG-PRVIN      PIC X(80).

       FD PRVAUD
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS 00 RECORDS.
       01 FD-REG-PRVAUD     PIC X(96).

       FD PRVRPT
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS 00 RECORDS.
       01 FD-REG-PRVRPT     PIC X(80).

      *-----------------------------------------------------------------*
      *                  WORKING-STORAGE SECTION                        *
      *-----------------------------------------------------------------*
       WORKING-STORAGE SECTION.

       77 WRK-PRVIN-REGS-COUNTER                 PIC 9(05) VALUE ZEROS .
       77 WRK-ADDED-REGS-COUNTER                 PIC 9(05) VALUE ZEROS .
       77 WRK-CHANGED-REGS-COUNTER               PIC 9(05) VALUE ZEROS .
       77 WRK-SUSPENDED-REGS-COUNTER             PIC 9(05) VALUE ZEROS .
       77 WRK-REACTIVATED-REGS-COUNTER           PIC 9(05) VALUE ZEROS .
       77 WRK-REJECTED-REGS-COUNTER              PIC 9(05) VALUE ZEROS .
       77 WRK-LISTED-REGS-COUNTER                PIC 9(05) VALUE ZEROS .

       77 WRK-PRVIN-EOF                          PIC X(03) VALUE SPACES.
       77 WRK-CURSOR-EOF                         PIC X(03) VALUE SPACES.

      *RUNTIME PARAMETER CARD:
       COPY 'CSRGPARM'.

      *ONE PROVIDER REQUEST CARD:
       01 WRK-PRVIN-REG.
          03 PRVIN-ACTION                        PIC X(01).
             88 PRVIN-IS-ADD                          VALUE 'A'.
             88 PRVIN-IS-CHANGE                       VALUE 'C'.
             88 PRVIN-IS-SUSPEND                      VALUE 'S'.
             88 PRVIN-IS-REACTIVATE                   VALUE 'R'.
          03 PRVIN-PROVIDER                      PIC X(04).
          03 PRVIN-AUTH-ACTIONS                  PIC X(04).
          03 PRVIN-AUTH-ACTION-TAB REDEFINES PRVIN-AUTH-ACTIONS.
             05 PRVIN-AUTH-ACTION                PIC X(01)
                                                 OCCURS 4 TIMES.
          03 PRVIN-NAME                          PIC X(30).
          03 PRVIN-RANKS                         PIC X(08).
          03 PRVIN-RANK-TAB REDEFINES PRVIN-RANKS.
             05 PRVIN-RANK                       PIC X(02)
                                                 OCCURS 4 TIMES.
          03 FILLER                              PIC X(33).

      *PROVIDER AUDIT LINE:
       01 WRK-PRVAUD-REG.
          03 PRVAUD-BATCH-RUN-ID                 PIC X(14).
          03 PRVAUD-DATE                         PIC X(10).
          03 PRVAUD-TIME                         PIC X(08).
          03 PRVAUD-ACTION                       PIC X(01).
          03 PRVAUD-PROVIDER                     PIC X(04).
          03 PRVAUD-STATUS-BEFORE                PIC X(01).
          03 PRVAUD-STATUS-AFTER                 PIC X(01).
          03 PRVAUD-ACTIONS-BEFORE               PIC X(04).
          03 PRVAUD-ACTIONS-AFTER                PIC X(04).
          03 PRVAUD-NAME                         PIC X(30).
          03 PRVAUD-RANKS-BEFORE                 PIC X(08).
          03 PRVAUD-RANKS-AFTER                  PIC X(08).
          03 FILLER                              PIC X(03).

      *THE REGISTRY ROW AS IT STOOD BEFORE THE REQUEST, AND WHETHER
      *THERE WAS ONE:
       01 WRK-ROW-FOUND-SW                       PIC X(01) VALUE 'N'.
          88 WRK-ROW-WAS-FOUND                         VALUE 'Y'.
       01 WRK-STATUS-BEFORE                      PIC X(01) VALUE SPACES.
       01 WRK-ACTIONS-BEFORE                     PIC X(04) VALUE SPACES.
       01 WRK-RANKS-BEFORE.
          03 WRK-RANK-BEFORE                     PIC 9(02)
                                                 OCCURS 4 TIMES.

      *PRECEDENCE RANKS AS THEY WILL STAND AFTER THE REQUEST, IN
      *FIELD-GROUP ORDER NAME/BIRTH, ADDRESS, EMAIL, PHONE:
       01 WRK-RANKS-AFTER.
          03 WRK-RANK-AFTER                      PIC 9(02)
                                                 OCCURS 4 TIMES.
       77 WRK-RANK-IDX                           PIC 9(01) VALUE ZEROS .
       01 WRK-RANK-LIST-SW                       PIC X(01) VALUE 'Y'.
          88 WRK-RANK-LIST-IS-OK                       VALUE 'Y'.

      *ACTION-CODE LIST EDIT - EVERY BYTE I/U/D/R OR BLANK, AT LEAST
      *ONE CODE PRESENT:
       77 WRK-ACT-IDX                            PIC 9(01) VALUE ZEROS .
       77 WRK-ACT-CODES-COUNT                    PIC 9(01) VALUE ZEROS .
       01 WRK-ACT-LIST-SW                        PIC X(01) VALUE 'Y'.
          88 WRK-ACT-LIST-IS-OK                        VALUE 'Y'.

      *RESERVED CODE OF OUR OWN IN-HOUSE TRANSACTIONS - NEVER A PARTNER:
       77 WRK-HOUSE-PROVIDER                     PIC X(04) VALUE 'HOUS'.

       01 WRK-PRVRPT-LINE                        PIC X(80) VALUE SPACES.
       01 WRK-PRVRPT-RANKS.
          03 WRK-PRVRPT-RANK                     PIC 9(02)
                                                 OCCURS 4 TIMES.

      *DATA FOR ERROR LOG:
       01 WRK-ERROR-LOG.
          03 WRK-PROGRAM                         PIC X(08) VALUE
                                                          'CSRG0054'  .
          03 WRK-ERROR-MSG                       PIC X(30) VALUE SPACES.
          03 WRK-ERROR-CODE                      PIC X(30) VALUE SPACES.
          03 WRK-ERROR-DATE                      PIC X(10) VALUE SPACES.
          03 WRK-ERROR-TIME                      PIC X(08) VALUE SPACES.

      *ABENDING PROGRAM:
       77 WRK-ABEND-PGM                          PIC X(08) VALUE
                                                          'ABENDPGM'  .

       01 WRK-FILE-STATUS.
          03 WRK-FS-PRVIN                        PIC 9(02) VALUE ZEROS .
          03 WRK-FS-PRVAUD                       PIC 9(02) VALUE ZEROS .
          03 WRK-FS-PRVRPT                       PIC 9(02) VALUE ZEROS .

      *DATE/TIME STAMPED ON EACH PRVAUD LINE AS IT IS WRITTEN:
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
              INCLUDE BTB_PROVIDER
           END-EXEC.

           EXEC SQL
              DECLARE CSR0054 CURSOR FOR
                 SELECT PROVIDER_CODE, PROVIDER_NAME, PRV_STATUS,
                        AUTH_ACTIONS, REGISTERED_DT, UPDATED_DT,
                        RANK_NAME, RANK_ADDR, RANK_EMAIL, RANK_PHONE
                   FROM TB_PROVIDER
                  ORDER BY PROVIDER_CODE
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

           PERFORM 2000-APPLY-ONE-REQUEST
              UNTIL WRK-PRVIN-EOF      EQUAL 'END'.

           PERFORM 2800-LIST-REGISTRY.

           PERFORM 3000-FINALIZE.
      *----------------------------------------------------------------*
       0000-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       1000-INITIALIZE                 SECTION.
      *----------------------------------------------------------------*
           PERFORM 9000-GET-DATE-TIME.

           PERFORM 1050-GET-RUN-PARMS.

           INITIALIZE WRK-PRVIN-REG
                      WRK-PRVAUD-REG.

           OPEN INPUT  PRVIN
                OUTPUT PRVAUD
                       PRVRPT.

           MOVE 'OPEN FILE PRVIN'      TO WRK-ERROR-MSG.
           PERFORM 8100-TEST-FS-PRVIN.

           MOVE 'OPEN FILE PRVAUD'     TO WRK-ERROR-MSG.
           PERFORM 8200-TEST-FS-PRVAUD.

           MOVE 'OPEN FILE PRVRPT'     TO WRK-ERROR-MSG.
           PERFORM 8300-TEST-FS-PRVRPT.

           PERFORM 2100-READ-PRVIN.
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
      *----------------------------------------------------------------*
       1050-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2000-APPLY-ONE-REQUEST          SECTION.
      *----------------------------------------------------------------*
           IF PRVIN-PROVIDER           EQUAL SPACES
              MOVE 'BLANK PROVIDER CODE'
                                       TO WRK-PRVRPT-LINE (50:30)
              PERFORM 2500-REJECT-REQUEST
              GO TO 2000-50-NEXT
           END-IF.

           IF PRVIN-PROVIDER           EQUAL WRK-HOUSE-PROVIDER
              MOVE 'RESERVED HOUSE CODE'
                                       TO WRK-PRVRPT-LINE (50:30)
              PERFORM 2500-REJECT-REQUEST
              GO TO 2000-50-NEXT
           END-IF.

           PERFORM 2250-GET-REGISTRY-ROW.

           EVALUATE TRUE

              WHEN PRVIN-IS-ADD
                 PERFORM 2150-EDIT-ACTION-LIST
                 PERFORM 2170-EDIT-RANKS
                 IF WRK-ROW-WAS-FOUND
                    MOVE 'ALREADY REGISTERED'
                                       TO WRK-PRVRPT-LINE (50:30)
                    PERFORM 2500-REJECT-REQUEST
                 ELSE
                    IF NOT WRK-ACT-LIST-IS-OK
                       MOVE 'BAD AUTHORIZED ACTIONS'
                                       TO WRK-PRVRPT-LINE (50:30)
                       PERFORM 2500-REJECT-REQUEST
                    ELSE
                       IF NOT WRK-RANK-LIST-IS-OK
                          MOVE 'BAD PRECEDENCE RANK'
                                       TO WRK-PRVRPT-LINE (50:30)
                          PERFORM 2500-REJECT-REQUEST
                       ELSE
                          PERFORM 2300-ADD-PROVIDER
                       END-IF
                    END-IF
                 END-IF

              WHEN PRVIN-IS-CHANGE
                 PERFORM 2150-EDIT-ACTION-LIST
                 PERFORM 2170-EDIT-RANKS
                 IF NOT WRK-ROW-WAS-FOUND
                    MOVE 'NOT REGISTERED'
                                       TO WRK-PRVRPT-LINE (50:30)
                    PERFORM 2500-REJECT-REQUEST
                 ELSE
                    IF NOT WRK-ACT-LIST-IS-OK
                       MOVE 'BAD AUTHORIZED ACTIONS'
                                       TO WRK-PRVRPT-LINE (50:30)
                       PERFORM 2500-REJECT-REQUEST
                    ELSE
                       IF NOT WRK-RANK-LIST-IS-OK
                          MOVE 'BAD PRECEDENCE RANK'
                                       TO WRK-PRVRPT-LINE (50:30)
                          PERFORM 2500-REJECT-REQUEST
                       ELSE
                          PERFORM 2350-CHANGE-PROVIDER
                       END-IF
                    END-IF
                 END-IF

              WHEN PRVIN-IS-SUSPEND
                 IF NOT WRK-ROW-WAS-FOUND
                    MOVE 'NOT REGISTERED'
                                       TO WRK-PRVRPT-LINE (50:30)
                    PERFORM 2500-REJECT-REQUEST
                 ELSE
                    IF PRV-IS-SUSPENDED
                       MOVE 'ALREADY SUSPENDED'
                                       TO WRK-PRVRPT-LINE (50:30)
                       PERFORM 2500-REJECT-REQUEST
                    ELSE
                       MOVE 'S'        TO PRV-STATUS
                       PERFORM 2400-SET-PROVIDER-STATUS
                       ADD 1           TO WRK-SUSPENDED-REGS-COUNTER
                    END-IF
                 END-IF

              WHEN PRVIN-IS-REACTIVATE
                 IF NOT WRK-ROW-WAS-FOUND
                    MOVE 'NOT REGISTERED'
                                       TO WRK-PRVRPT-LINE (50:30)
                    PERFORM 2500-REJECT-REQUEST
                 ELSE
                    IF PRV-IS-ACTIVE
                       MOVE 'ALREADY ACTIVE'
                                       TO WRK-PRVRPT-LINE (50:30)
                       PERFORM 2500-REJECT-REQUEST
                    ELSE
                       MOVE 'A'        TO PRV-STATUS
                       PERFORM 2400-SET-PROVIDER-STATUS
                       ADD 1           TO WRK-REACTIVATED-REGS-COUNTER
                    END-IF
                 END-IF

              WHEN OTHER
                 MOVE 'BAD ACTION CODE'
                                       TO WRK-PRVRPT-LINE (50:30)
                 PERFORM 2500-REJECT-REQUEST

           END-EVALUATE.

       2000-50-NEXT.
           PERFORM 2100-READ-PRVIN.
      *----------------------------------------------------------------*
       2000-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2100-READ-PRVIN                 SECTION.
      *----------------------------------------------------------------*
           MOVE 'READING PRVIN'        TO   WRK-ERROR-MSG.

           READ PRVIN                  INTO WRK-PRVIN-REG.

           PERFORM 8100-TEST-FS-PRVIN.

           IF WRK-FS-PRVIN             EQUAL 10
              MOVE 'END'               TO   WRK-PRVIN-EOF
           ELSE
              ADD 1                    TO   WRK-PRVIN-REGS-COUNTER
           END-IF.
      *----------------------------------------------------------------*
       2100-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2150-EDIT-ACTION-LIST           SECTION.
      *----------------------------------------------------------------*
      *    EVERY BYTE OF THE LIST MUST BE ONE OF THE CSRGTRN1 ACTION   *
      *    CODES OR BLANK, AND A PROVIDER AUTHORIZED FOR NOTHING IS A  *
      *    SUSPENSION, NOT A CHANGE - SO AT LEAST ONE CODE IS NEEDED.  *
      *----------------------------------------------------------------*
           MOVE 'Y'                    TO WRK-ACT-LIST-SW.
           MOVE ZEROS                  TO WRK-ACT-CODES-COUNT.
           MOVE 1                      TO WRK-ACT-IDX.

           PERFORM 2160-EDIT-ONE-ACTION
              UNTIL WRK-ACT-IDX        GREATER 4.

           IF WRK-ACT-CODES-COUNT      EQUAL ZEROS
              MOVE 'N'                 TO WRK-ACT-LIST-SW
           END-IF.
      *----------------------------------------------------------------*
       2150-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2160-EDIT-ONE-ACTION            SECTION.
      *----------------------------------------------------------------*
           EVALUATE PRVIN-AUTH-ACTION (WRK-ACT-IDX)
              WHEN 'I'
              WHEN 'U'
              WHEN 'D'
              WHEN 'R'
                 ADD 1                 TO WRK-ACT-CODES-COUNT
              WHEN SPACE
                 CONTINUE
              WHEN OTHER
                 MOVE 'N'              TO WRK-ACT-LIST-SW
           END-EVALUATE.

           ADD 1                       TO WRK-ACT-IDX.
      *----------------------------------------------------------------*
       2160-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2170-EDIT-RANKS                 SECTION.
      *----------------------------------------------------------------*
      *    EACH RANK IS 01 (MOST TRUSTED) TO 99 (LEAST).  A BLANK      *
      *    RANK REGISTERS A NEW PROVIDER AT 99 AND LEAVES AN EXISTING  *
      *    PROVIDER'S RANK AS IT WAS.                                  *
      *----------------------------------------------------------------*
           MOVE 'Y'                    TO WRK-RANK-LIST-SW.
           MOVE 1                      TO WRK-RANK-IDX.

           PERFORM 2180-EDIT-ONE-RANK
              UNTIL WRK-RANK-IDX       GREATER 4.
      *----------------------------------------------------------------*
       2170-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2180-EDIT-ONE-RANK              SECTION.
      *----------------------------------------------------------------*
           IF PRVIN-RANK (WRK-RANK-IDX) EQUAL SPACES
              IF PRVIN-IS-ADD
                 MOVE 99               TO WRK-RANK-AFTER (WRK-RANK-IDX)
              ELSE
                 MOVE WRK-RANK-BEFORE (WRK-RANK-IDX)
                                       TO WRK-RANK-AFTER (WRK-RANK-IDX)
              END-IF
           ELSE
              IF PRVIN-RANK (WRK-RANK-IDX) NUMERIC
                 AND PRVIN-RANK (WRK-RANK-IDX) NOT EQUAL '00'
                 MOVE PRVIN-RANK (WRK-RANK-IDX)
                                       TO WRK-RANK-AFTER (WRK-RANK-IDX)
              ELSE
                 MOVE 'N'              TO WRK-RANK-LIST-SW
              END-IF
           END-IF.

           ADD 1                       TO WRK-RANK-IDX.
      *----------------------------------------------------------------*
       2180-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2250-GET-REGISTRY-ROW           SECTION.
      *----------------------------------------------------------------*
      *    READS THE PROVIDER'S CURRENT ROW, KEEPING ITS STATUS AND    *
      *    ACTION CODES FOR THE BEFORE HALF OF THE AUDIT LINE.         *
      *----------------------------------------------------------------*
           MOVE 'READING TB_PROVIDER'  TO WRK-ERROR-MSG.

           MOVE 'N'                    TO WRK-ROW-FOUND-SW.
           MOVE SPACES                 TO WRK-STATUS-BEFORE
                                          WRK-ACTIONS-BEFORE.
           MOVE ZEROS                  TO WRK-RANKS-BEFORE.

           MOVE PRVIN-PROVIDER         TO PRV-CODE.

           EXEC SQL
               SELECT PROVIDER_NAME, PRV_STATUS, AUTH_ACTIONS,
                      REGISTERED_DT, UPDATED_DT,
                      RANK_NAME, RANK_ADDR, RANK_EMAIL, RANK_PHONE
               INTO   :PRV-NAME, :PRV-STATUS, :PRV-AUTH-ACTIONS,
                      :PRV-REGISTERED-DT, :PRV-UPDATED-DT,
                      :PRV-RANK-NAME, :PRV-RANK-ADDR,
                      :PRV-RANK-EMAIL, :PRV-RANK-PHONE
               FROM   TB_PROVIDER
               WHERE  PROVIDER_CODE = :PRV-CODE
           END-EXEC.

           EVALUATE SQLCODE
              WHEN ZEROS
                 MOVE 'Y'              TO WRK-ROW-FOUND-SW
                 MOVE PRV-STATUS       TO WRK-STATUS-BEFORE
                 MOVE PRV-AUTH-ACTIONS TO WRK-ACTIONS-BEFORE
                 MOVE PRV-RANK-NAME    TO WRK-RANK-BEFORE (1)
                 MOVE PRV-RANK-ADDR    TO WRK-RANK-BEFORE (2)
                 MOVE PRV-RANK-EMAIL   TO WRK-RANK-BEFORE (3)
                 MOVE PRV-RANK-PHONE   TO WRK-RANK-BEFORE (4)
              WHEN +100
                 CONTINUE
              WHEN OTHER
                 PERFORM 9100-FORMAT-SQLCODE
                 PERFORM 9999-CALL-ABEND-PGM
           END-EVALUATE.
      *----------------------------------------------------------------*
       2250-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2300-ADD-PROVIDER               SECTION.
      *----------------------------------------------------------------*
      *    A NEW PROVIDER IS REGISTERED ACTIVE.                        *
      *----------------------------------------------------------------*
           MOVE 'REGISTERING PROVIDER' TO WRK-ERROR-MSG.

           MOVE PRVIN-PROVIDER         TO PRV-CODE.
           MOVE PRVIN-NAME             TO PRV-NAME.
           MOVE 'A'                    TO PRV-STATUS.
           MOVE PRVIN-AUTH-ACTIONS     TO PRV-AUTH-ACTIONS.
           MOVE WRK-DATE-FORMATTED     TO PRV-REGISTERED-DT
                                          PRV-UPDATED-DT.
           MOVE WRK-RANK-AFTER (1)     TO PRV-RANK-NAME.
           MOVE WRK-RANK-AFTER (2)     TO PRV-RANK-ADDR.
           MOVE WRK-RANK-AFTER (3)     TO PRV-RANK-EMAIL.
           MOVE WRK-RANK-AFTER (4)     TO PRV-RANK-PHONE.

           EXEC SQL
               INSERT INTO TB_PROVIDER
               (PROVIDER_CODE
               ,PROVIDER_NAME
               ,PRV_STATUS
               ,AUTH_ACTIONS
               ,REGISTERED_DT
               ,UPDATED_DT
               ,RANK_NAME
               ,RANK_ADDR
               ,RANK_EMAIL
               ,RANK_PHONE)
               VALUES
               (:PRV-CODE
               ,:PRV-NAME
               ,:PRV-STATUS
               ,:PRV-AUTH-ACTIONS
               ,:PRV-REGISTERED-DT
               ,:PRV-UPDATED-DT
               ,:PRV-RANK-NAME
               ,:PRV-RANK-ADDR
               ,:PRV-RANK-EMAIL
               ,:PRV-RANK-PHONE)
           END-EXEC.

           IF SQLCODE NOT EQUAL ZEROS
              PERFORM 9100-FORMAT-SQLCODE
              PERFORM 9999-CALL-ABEND-PGM
           END-IF.

           EXEC SQL
               COMMIT
           END-EXEC.

           ADD 1                       TO WRK-ADDED-REGS-COUNTER.

           PERFORM 2600-WRITE-PRVAUD.
      *----------------------------------------------------------------*
       2300-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2350-CHANGE-PROVIDER            SECTION.
      *----------------------------------------------------------------*
      *    REPLACES THE AUTHORIZED ACTION CODES AND THE PRECEDENCE     *
      *    RANKS (AND THE NAME, WHEN ONE IS SUPPLIED).  THE STATUS IS  *
      *    LEFT AS IT IS - A SUSPENDED PROVIDER STAYS SUSPENDED UNTIL  *
      *    AN 'R' CARD.                                                *
      *----------------------------------------------------------------*
           MOVE 'CHANGING PROVIDER'    TO WRK-ERROR-MSG.

           MOVE PRVIN-AUTH-ACTIONS     TO PRV-AUTH-ACTIONS.
           IF PRVIN-NAME               NOT EQUAL SPACES
              MOVE PRVIN-NAME          TO PRV-NAME
           END-IF.
           MOVE WRK-DATE-FORMATTED     TO PRV-UPDATED-DT.
           MOVE WRK-RANK-AFTER (1)     TO PRV-RANK-NAME.
           MOVE WRK-RANK-AFTER (2)     TO PRV-RANK-ADDR.
           MOVE WRK-RANK-AFTER (3)     TO PRV-RANK-EMAIL.
           MOVE WRK-RANK-AFTER (4)     TO PRV-RANK-PHONE.

           EXEC SQL
               UPDATE TB_PROVIDER
                  SET PROVIDER_NAME = :PRV-NAME,
                      AUTH_ACTIONS  = :PRV-AUTH-ACTIONS,
                      UPDATED_DT    = :PRV-UPDATED-DT,
                      RANK_NAME     = :PRV-RANK-NAME,
                      RANK_ADDR     = :PRV-RANK-ADDR,
                      RANK_EMAIL    = :PRV-RANK-EMAIL,
                      RANK_PHONE    = :PRV-RANK-PHONE
                WHERE PROVIDER_CODE = :PRV-CODE
           END-EXEC.

           IF SQLCODE NOT EQUAL ZEROS
              PERFORM 9100-FORMAT-SQLCODE
              PERFORM 9999-CALL-ABEND-PGM
           END-IF.

           EXEC SQL
               COMMIT
           END-EXEC.

           ADD 1                       TO WRK-CHANGED-REGS-COUNTER.

           PERFORM 2600-WRITE-PRVAUD.
      *----------------------------------------------------------------*
       2350-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2400-SET-PROVIDER-STATUS        SECTION.
      *----------------------------------------------------------------*
      *    SUSPEND AND REACTIVATE - THE CALLER HAS SET PRV-STATUS.     *
      *    THE AUTHORIZED ACTION CODES SURVIVE A SUSPENSION, SO A      *
      *    REACTIVATED PROVIDER RESUMES ON ITS OLD CONTRACT.           *
      *----------------------------------------------------------------*
           MOVE 'SETTING PROVIDER STATUS'
                                       TO WRK-ERROR-MSG.

           MOVE WRK-DATE-FORMATTED     TO PRV-UPDATED-DT.

           EXEC SQL
               UPDATE TB_PROVIDER
                  SET PRV_STATUS    = :PRV-STATUS,
                      UPDATED_DT    = :PRV-UPDATED-DT
                WHERE PROVIDER_CODE = :PRV-CODE
           END-EXEC.

           IF SQLCODE NOT EQUAL ZEROS
              PERFORM 9100-FORMAT-SQLCODE
              PERFORM 9999-CALL-ABEND-PGM
           END-IF.

           EXEC SQL
               COMMIT
           END-EXEC.

           PERFORM 2600-WRITE-PRVAUD.
      *----------------------------------------------------------------*
       2400-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2500-REJECT-REQUEST             SECTION.
      *----------------------------------------------------------------*
           ADD 1                       TO WRK-REJECTED-REGS-COUNTER.

           MOVE 'REJECTED'             TO WRK-PRVRPT-LINE (1:8).
           MOVE PRVIN-ACTION           TO WRK-PRVRPT-LINE (10:1).
           MOVE PRVIN-PROVIDER         TO WRK-PRVRPT-LINE (12:4).
           MOVE PRVIN-AUTH-ACTIONS     TO WRK-PRVRPT-LINE (17:4).
           MOVE PRVIN-NAME (1:27)      TO WRK-PRVRPT-LINE (22:27).

           PERFORM 3210-PUT-PRVRPT-LINE.
      *----------------------------------------------------------------*
       2500-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2600-WRITE-PRVAUD               SECTION.
      *----------------------------------------------------------------*
           MOVE 'RECORDING PROVIDER AUDIT'
                                       TO WRK-ERROR-MSG.

           PERFORM 9010-STAMP-AUDIT-LINE.

           MOVE CSRGPARM-BATCH-RUN-ID  TO PRVAUD-BATCH-RUN-ID.
           MOVE WRK-ERRLINE-DATE-FORMATTED
                                       TO PRVAUD-DATE.
           MOVE WRK-ERRLINE-TIME-FORMATTED
                                       TO PRVAUD-TIME.
           MOVE PRVIN-ACTION           TO PRVAUD-ACTION.
           MOVE PRV-CODE               TO PRVAUD-PROVIDER.
           MOVE WRK-STATUS-BEFORE      TO PRVAUD-STATUS-BEFORE.
           MOVE PRV-STATUS             TO PRVAUD-STATUS-AFTER.
           MOVE WRK-ACTIONS-BEFORE     TO PRVAUD-ACTIONS-BEFORE.
           MOVE PRV-AUTH-ACTIONS       TO PRVAUD-ACTIONS-AFTER.
           MOVE PRV-NAME               TO PRVAUD-NAME.
           MOVE PRV-RANK-NAME          TO WRK-RANK-AFTER (1).
           MOVE PRV-RANK-ADDR          TO WRK-RANK-AFTER (2).
           MOVE PRV-RANK-EMAIL         TO WRK-RANK-AFTER (3).
           MOVE PRV-RANK-PHONE         TO WRK-RANK-AFTER (4).
           IF WRK-ROW-WAS-FOUND
              MOVE WRK-RANKS-BEFORE    TO PRVAUD-RANKS-BEFORE
           ELSE
              MOVE SPACES              TO PRVAUD-RANKS-BEFORE
           END-IF.
           MOVE WRK-RANKS-AFTER        TO PRVAUD-RANKS-AFTER.

           MOVE  WRK-PRVAUD-REG        TO FD-REG-PRVAUD.

           WRITE FD-REG-PRVAUD.

           PERFORM 8200-TEST-FS-PRVAUD.
      *----------------------------------------------------------------*
       2600-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2800-LIST-REGISTRY              SECTION.
      *----------------------------------------------------------------*
      *    THE WHOLE REGISTRY AFTER THE RUN, SO THE PERSON WHO RAISED  *
      *    THE CARDS SEES EXACTLY WHAT EACH PROVIDER MAY NOW SEND.     *
      *----------------------------------------------------------------*
           MOVE SPACES                 TO WRK-PRVRPT-LINE.
           PERFORM 3210-PUT-PRVRPT-LINE.

           STRING 'PROVIDER REGISTRY AS OF ',WRK-DATE-FORMATTED,' ',
                  WRK-TIME-FORMATTED
                                       DELIMITED BY SIZE
                                       INTO WRK-PRVRPT-LINE.
           PERFORM 3210-PUT-PRVRPT-LINE.

           MOVE 'CODE ST ACTS NAME'    TO WRK-PRVRPT-LINE.
           MOVE 'REGISTERED UPDATED'   TO WRK-PRVRPT-LINE (50:18).
           MOVE 'NMADEMPH'             TO WRK-PRVRPT-LINE (72:8).
           PERFORM 3210-PUT-PRVRPT-LINE.

           MOVE 'OPENING CSR0054'      TO WRK-ERROR-MSG.

           EXEC SQL
               OPEN CSR0054
           END-EXEC.

           IF SQLCODE NOT EQUAL ZEROS
              PERFORM 9100-FORMAT-SQLCODE
              PERFORM 9999-CALL-ABEND-PGM
           END-IF.

           PERFORM 2810-FETCH-REGISTRY.

           PERFORM 2820-LIST-ONE-PROVIDER
              UNTIL WRK-CURSOR-EOF     EQUAL 'END'.

           EXEC SQL
               CLOSE CSR0054
           END-EXEC.
      *----------------------------------------------------------------*
       2800-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2810-FETCH-REGISTRY             SECTION.
      *----------------------------------------------------------------*
           MOVE 'FETCHING CSR0054'     TO   WRK-ERROR-MSG.

           EXEC SQL
               FETCH CSR0054
                   INTO :PRV-CODE, :PRV-NAME, :PRV-STATUS,
                        :PRV-AUTH-ACTIONS, :PRV-REGISTERED-DT,
                        :PRV-UPDATED-DT, :PRV-RANK-NAME,
                        :PRV-RANK-ADDR, :PRV-RANK-EMAIL,
                        :PRV-RANK-PHONE
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
       2810-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2820-LIST-ONE-PROVIDER          SECTION.
      *----------------------------------------------------------------*
           ADD 1                       TO WRK-LISTED-REGS-COUNTER.

           MOVE PRV-CODE               TO WRK-PRVRPT-LINE (1:4).
           MOVE PRV-STATUS             TO WRK-PRVRPT-LINE (6:1).
           MOVE PRV-AUTH-ACTIONS       TO WRK-PRVRPT-LINE (9:4).
           MOVE PRV-NAME               TO WRK-PRVRPT-LINE (14:30).
           MOVE PRV-REGISTERED-DT      TO WRK-PRVRPT-LINE (50:10).
           MOVE PRV-UPDATED-DT         TO WRK-PRVRPT-LINE (61:10).
           MOVE PRV-RANK-NAME          TO WRK-PRVRPT-RANK (1).
           MOVE PRV-RANK-ADDR          TO WRK-PRVRPT-RANK (2).
           MOVE PRV-RANK-EMAIL         TO WRK-PRVRPT-RANK (3).
           MOVE PRV-RANK-PHONE         TO WRK-PRVRPT-RANK (4).
           MOVE WRK-PRVRPT-RANKS       TO WRK-PRVRPT-LINE (72:8).

           PERFORM 3210-PUT-PRVRPT-LINE.

           PERFORM 2810-FETCH-REGISTRY.
      *----------------------------------------------------------------*
       2820-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       3000-FINALIZE                   SECTION.
      *----------------------------------------------------------------*
           CLOSE PRVIN
                 PRVAUD
                 PRVRPT.

           DISPLAY '***************************'.
           DISPLAY '*  SUCCESSFUL  EXECUTION  *'.
           DISPLAY '***************************'.
           DISPLAY '*MODULE..........:' WRK-PROGRAM '*'.
           DISPLAY '*COMPILED........:'
           DD-COMPILED '/' MM-COMPILED '/' YY-COMPILED '*'.
           DISPLAY '*.................'
           HOUR-COMPILED '.' MINUTE-COMPILED '.'SECOND-COMPILED '*'.
           DISPLAY '*-------------------------*'.
           DISPLAY '*REQUESTS READ.......:' WRK-PRVIN-REGS-COUNTER
           '*'.
           DISPLAY '*PROVIDERS ADDED.....:' WRK-ADDED-REGS-COUNTER
           '*'.
           DISPLAY '*PROVIDERS CHANGED...:' WRK-CHANGED-REGS-COUNTER
           '*'.
           DISPLAY '*PROVIDERS SUSPENDED.:' WRK-SUSPENDED-REGS-COUNTER
           '*'.
           DISPLAY '*PROVIDERS REACTIV...:'
           WRK-REACTIVATED-REGS-COUNTER '*'.
           DISPLAY '*REQUESTS REJECTED...:' WRK-REJECTED-REGS-COUNTER
           '*'.
           DISPLAY '*PROVIDERS LISTED....:' WRK-LISTED-REGS-COUNTER
           '*'.
           DISPLAY '*-------------------------*'.
           DISPLAY '*EXECUTED......:' WRK-DATE-FORMATTED '*'.
           DISPLAY '*.................' WRK-TIME-FORMATTED '*'.
           DISPLAY '***************************'.

           STOP RUN.
      *----------------------------------------------------------------*
       3000-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       3210-PUT-PRVRPT-LINE            SECTION.
      *----------------------------------------------------------------*
           MOVE  WRK-PRVRPT-LINE       TO    FD-REG-PRVRPT.

           WRITE FD-REG-PRVRPT.

           PERFORM 8300-TEST-FS-PRVRPT.

           MOVE SPACES                 TO    WRK-PRVRPT-LINE.
      *----------------------------------------------------------------*
       3210-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       8100-TEST-FS-PRVIN              SECTION.
      *----------------------------------------------------------------*
           IF WRK-FS-PRVIN             NOT EQUAL ZEROS AND 10
              MOVE WRK-FS-PRVIN        TO  WRK-ERROR-CODE
              PERFORM 9999-CALL-ABEND-PGM
           END-IF.
      *----------------------------------------------------------------*
       8100-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       8200-TEST-FS-PRVAUD             SECTION.
      *----------------------------------------------------------------*
           IF WRK-FS-PRVAUD            NOT EQUAL ZEROS
              MOVE WRK-FS-PRVAUD       TO  WRK-ERROR-CODE
              PERFORM 9999-CALL-ABEND-PGM
           END-IF.
      *----------------------------------------------------------------*
       8200-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       8300-TEST-FS-PRVRPT             SECTION.
      *----------------------------------------------------------------*
           IF WRK-FS-PRVRPT            NOT EQUAL ZEROS
              MOVE WRK-FS-PRVRPT       TO  WRK-ERROR-CODE
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
