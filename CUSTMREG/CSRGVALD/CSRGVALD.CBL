      *                  CEPMASK=Y/N    ENFORCE THE 99999-999 CEP MASK *
      *                  BIRTHYYMIN=NNNN EARLIEST ACCEPTED BIRTH YEAR  *
      *                  BIRTHYYMAX=NNNN LATEST ACCEPTED BIRTH YEAR    *
      *                  PHONEDDD=Y/N   ENFORCE THE PHONE DDD/MOBILE   *
      *                                 EDITS AGAINST TB_DDD_REF       *
      *                  A MISSING RULES01 FILE MEANS SHOP DEFAULTS    *
      *                  (ALL EDITS ON, YEARS 1900-2099).              *
      *----------------------------------------------------------------*
      *    TABLE DB2...:  TB_STATE_REF                BTB_STATE_REF    *
      *                   TB_DDD_REF                  BTB_DDD_REF      *
      *----------------------------------------------------------------*
      *    MODIFICATION HISTORY.......:                                *
      *    22/08/2026 RMM - PROGRAM CREATED.  CHECK-DIGIT, STATE/      *
      *                     THE MOD-11 CHECK DIGIT; A PASSPORT, RUC    *
      *                     OR DNI NEEDS A NON-BLANK DOCUMENT ID, AND  *
      *                     ANY OTHER TYPE LETTER IS REJECTED.         *
      *    15/10/2026 RMM - PHONE EDITS ON INSERT AND UPDATE: THE DDD  *
      *                     MUST EXIST ON TB_DDD_REF AND A MOBILE      *
      *                     NUMBER MUST CARRY 9 DIGITS; A DDD OF       *
      *                     ANOTHER STATE IS RETURNED AS A WARNING     *
      *                     (CSRGVAL1-WARNING), NOT A REJECT.  RULES01 *
      *                     KEYWORD PHONEDDD.  NEW FUNCTION 'P' RUNS   *
      *                     THE PHONE EDITS ALONE FOR THE CSRG0056     *
      *                     BASE SWEEP.                                *
      *    15/10/2026 RMM - NEW FUNCTION 'A' RUNS THE ADDRESS EDITS    *
      *                     ALONE (STREET AND CITY REQUIRED, STATE/    *
      *                     COUNTRY ON TB_STATE_REF, CEP MASK) ON A    *
      *                     TYPED MAILING/BILLING ADDRESS CARRIED IN   *
      *                     THE RECORD'S ADDRESS FIELDS (CSRG0077).    *
      *----------------------------------------------------------------*
      *================================================================*
      *           E N V I R O N M E N T      D I V I S I O N           *
             88 WRK-RULE-CEPMASK-ON                    VALUE 'Y'.
          03 WRK-RULE-BIRTHYYMIN                 PIC 9(04) VALUE 1900.
          03 WRK-RULE-BIRTHYYMAX                 PIC 9(04) VALUE 2099.
          03 WRK-RULE-PHONEDDD                   PIC X(01) VALUE 'Y'.
             88 WRK-RULE-PHONEDDD-ON                   VALUE 'Y'.

      *ONE RULES CARD SPLIT INTO KEYWORD AND VALUE:
       01 WRK-RULE-CARD                          PIC X(80) VALUE SPACES.
          03 WRK-CEP-SEP                         PIC X(01).
          03 WRK-CEP-SUFFIX                      PIC 9(03).

      *SCRATCH AREA FOR THE PHONE EDITS.  THE PHONE IS FREE-FORM, SO
      *ITS DIGITS ARE PICKED OUT FIRST; A LEADING '+' MARKS AN
      *INTERNATIONAL NUMBER, ONLY EDITED WHEN IT IS '+55' (BRAZIL):
       01 WRK-PHONE-IN                           PIC X(15) VALUE SPACES.
       01 FILLER REDEFINES WRK-PHONE-IN.
          03 WRK-PHONE-IN-CHAR                   PIC X(01)
                                                  OCCURS 15 TIMES.
       01 WRK-PHONE-DIGITS                       PIC X(15) VALUE SPACES.
       01 FILLER REDEFINES WRK-PHONE-DIGITS.
          03 WRK-PHONE-DIGIT                     PIC X(01)
                                                  OCCURS 15 TIMES.
       01 WRK-PHONE-WORK.
          03 WRK-PHONE-IDX                       PIC 9(02) VALUE ZEROS.
          03 WRK-PHONE-DIGIT-CNT                 PIC 9(02) VALUE ZEROS.
          03 WRK-PHONE-START                     PIC 9(02) VALUE ZEROS.
          03 WRK-PHONE-NATIONAL-LEN              PIC 9(02) VALUE ZEROS.
          03 WRK-PHONE-SUBSCR-LEN                PIC 9(02) VALUE ZEROS.
          03 WRK-PHONE-SUBSCR-FIRST              PIC X(01) VALUE SPACES.
          03 WRK-PHONE-STATE                     PIC X(02) VALUE SPACES.
       01 WRK-PHONE-PLUS-SW                      PIC X(01) VALUE 'N'.
          88 WRK-PHONE-HAS-PLUS                        VALUE 'Y'.
       01 WRK-DDD-FOUND-SW                       PIC X(01) VALUE 'N'.
          88 WRK-DDD-IS-FOUND                          VALUE 'Y'.

      *COUNTS RETURNED BY THE TB_STATE_REF REFERENCE-TABLE LOOKUPS:
       01 WRK-STATE-REF-COUNT                    PIC 9(04) VALUE ZEROS.
       01 WRK-COUNTRY-REF-COUNT                  PIC 9(04) VALUE ZEROS.
           EXEC SQL
              INCLUDE BTB_STATE_REF
           END-EXEC.

           EXEC SQL
              INCLUDE BTB_DDD_REF
           END-EXEC.
      *-----------------------------------------------------------------*
      *                      LINKAGE SECTION                            *
      *-----------------------------------------------------------------*
           END-IF.

           MOVE 'Y'                    TO CSRGVAL1-RESULT.
           MOVE SPACES                 TO CSRGVAL1-REASON
                                          CSRGVAL1-WARNING.

           EVALUATE TRUE
              WHEN CSRGVAL1-EDIT-CPF-ONLY
                 PERFORM 2200-EDIT-INSERT-RECORD
              WHEN CSRGVAL1-EDIT-UPDATE
                 PERFORM 2300-EDIT-UPDATE-RECORD
              WHEN CSRGVAL1-EDIT-PHONE-ONLY
                 PERFORM 2800-EDIT-PHONE-ONLY
              WHEN CSRGVAL1-EDIT-ADDRESS-ONLY
                 PERFORM 2900-EDIT-ADDRESS-ONLY
              WHEN OTHER
                 MOVE 'N'              TO CSRGVAL1-RESULT
                 MOVE 'BAD CSRGVALD FUNCTION'
                       MOVE WRK-RULE-VALUE (1:4)
                                       TO WRK-RULE-BIRTHYYMAX
                    END-IF
                 WHEN 'PHONEDDD'
                    MOVE WRK-RULE-VALUE (1:1)
                                       TO WRK-RULE-PHONEDDD
                 WHEN OTHER
                    DISPLAY '*CSRGVALD: UNKNOWN RULE IGNORED: '
                            WRK-RULE-KEYWORD '*'
           IF CSTMRG01-CEP             OF WRK-VALD-REC
                                          NOT EQUAL SPACES
              PERFORM 2500-EDIT-CEP-MASK
              IF CSRGVAL1-DATA-IS-INVALID
                 GO TO 2200-99-EXIT
              END-IF
           END-IF.

           IF WRK-RULE-PHONEDDD-ON
              AND CSTMRG01-PHONE       OF WRK-VALD-REC
                                          NOT EQUAL SPACES
              MOVE CSTMRG01-STATE      OF WRK-VALD-REC
                                       TO WRK-PHONE-STATE
              PERFORM 2700-EDIT-PHONE
           END-IF.
      *----------------------------------------------------------------*
       2200-99-EXIT.                   EXIT.
              AND CSTMRG01-CEP         OF WRK-VALD-REC
                                         NOT EQUAL WRK-CLEAR-VALUE-TOKEN
              PERFORM 2500-EDIT-CEP-MASK
              IF CSRGVAL1-DATA-IS-INVALID
                 GO TO 2300-99-EXIT
              END-IF
           END-IF.

      *THE DDD IS COMPARED WITH THE STATE THE ROW WILL HAVE AFTER THE
      *UPDATE - THE NEW ONE IF IT IS BEING CHANGED, ELSE THE ROW'S
      *CURRENT STATE (CSRGVAL1-CURRENT-STATE, SUPPLIED BY THE CALLER):
           IF WRK-RULE-PHONEDDD-ON
              AND CSTMRG01-PHONE       OF WRK-VALD-REC
                                          NOT EQUAL SPACES
              AND CSTMRG01-PHONE       OF WRK-VALD-REC
                                         NOT EQUAL WRK-CLEAR-VALUE-TOKEN
              EVALUATE CSTMRG01-STATE  OF WRK-VALD-REC
                 WHEN SPACES
                    MOVE CSRGVAL1-CURRENT-STATE
                                       TO WRK-PHONE-STATE
                 WHEN WRK-CLEAR-VALUE-TOKEN
                    MOVE SPACES        TO WRK-PHONE-STATE
                 WHEN OTHER
                    MOVE CSTMRG01-STATE
                                       OF WRK-VALD-REC
                                       TO WRK-PHONE-STATE
              END-EVALUATE
              PERFORM 2700-EDIT-PHONE
           END-IF.
      *----------------------------------------------------------------*
       2300-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
       2650-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2700-EDIT-PHONE                 SECTION.
      *----------------------------------------------------------------*
      *    BRAZILIAN PHONE EDIT.  THE NATIONAL NUMBER IS A 2-DIGIT DDD *
      *    PLUS AN 8-DIGIT LANDLINE (FIRST DIGIT 2-5) OR A 9-DIGIT     *
      *    MOBILE (FIRST DIGIT 9).  A '55' COUNTRY CODE OR A '0' TRUNK *
      *    PREFIX IN FRONT OF IT IS SKIPPED.  REJECTS A NUMBER WITHOUT *
      *    A DDD, A DDD NOT ON TB_DDD_REF, AND AN 8-DIGIT MOBILE (THE  *
      *    LEADING 9 MISSING); A DDD OF ANOTHER STATE THAN             *
      *    WRK-PHONE-STATE ONLY SETS CSRGVAL1-WARNING.                 *
      *----------------------------------------------------------------*
           MOVE CSTMRG01-PHONE         OF WRK-VALD-REC
                                       TO WRK-PHONE-IN.
           MOVE SPACES                 TO WRK-PHONE-DIGITS.
           MOVE ZEROS                  TO WRK-PHONE-DIGIT-CNT.
           MOVE 'N'                    TO WRK-PHONE-PLUS-SW.
           MOVE 1                      TO WRK-PHONE-IDX.

           PERFORM 2710-KEEP-ONE-DIGIT UNTIL WRK-PHONE-IDX > 15.

      *A FOREIGN NUMBER IS NOT OURS TO EDIT:
           IF WRK-PHONE-HAS-PLUS
              AND WRK-PHONE-DIGITS (1:2) NOT EQUAL '55'
              GO TO 2700-99-EXIT
           END-IF.

           MOVE 1                      TO WRK-PHONE-START.

           IF WRK-PHONE-DIGITS (1:2)   EQUAL '55'
              AND (WRK-PHONE-DIGIT-CNT EQUAL 12 OR 13)
              MOVE 3                   TO WRK-PHONE-START
           ELSE
              IF WRK-PHONE-DIGITS (1:1) EQUAL '0'
                 AND (WRK-PHONE-DIGIT-CNT EQUAL 11 OR 12)
                 MOVE 2                TO WRK-PHONE-START
              END-IF
           END-IF.

           COMPUTE WRK-PHONE-NATIONAL-LEN = WRK-PHONE-DIGIT-CNT
                                          - WRK-PHONE-START + 1.

           IF WRK-PHONE-NATIONAL-LEN   EQUAL 8 OR 9
              MOVE 'N'                 TO CSRGVAL1-RESULT
              MOVE 'PHONE DDD MISSING' TO CSRGVAL1-REASON
              GO TO 2700-99-EXIT
           END-IF.

           IF WRK-PHONE-NATIONAL-LEN   LESS 8
              OR WRK-PHONE-NATIONAL-LEN
                                       GREATER 11
              MOVE 'N'                 TO CSRGVAL1-RESULT
              MOVE 'BAD PHONE NUMBER'  TO CSRGVAL1-REASON
              GO TO 2700-99-EXIT
           END-IF.

           MOVE WRK-PHONE-DIGITS (WRK-PHONE-START:2)
                                       TO DDD-REF.
           PERFORM 2750-CHECK-DDD-REF.

           IF NOT WRK-DDD-IS-FOUND
              MOVE 'N'                 TO CSRGVAL1-RESULT
              MOVE 'PHONE DDD UNKNOWN' TO CSRGVAL1-REASON
              GO TO 2700-99-EXIT
           END-IF.

           COMPUTE WRK-PHONE-SUBSCR-LEN = WRK-PHONE-NATIONAL-LEN - 2.
           MOVE WRK-PHONE-DIGITS (WRK-PHONE-START + 2:1)
                                       TO WRK-PHONE-SUBSCR-FIRST.

           EVALUATE TRUE
              WHEN WRK-PHONE-SUBSCR-LEN EQUAL 8
                   AND WRK-PHONE-SUBSCR-FIRST
                                       GREATER OR EQUAL '6'
                 MOVE 'N'              TO CSRGVAL1-RESULT
                 MOVE 'MOBILE WRONG DIGIT COUNT'
                                       TO CSRGVAL1-REASON
                 GO TO 2700-99-EXIT
              WHEN WRK-PHONE-SUBSCR-LEN EQUAL 8
                   AND WRK-PHONE-SUBSCR-FIRST
                                       LESS '2'
              WHEN WRK-PHONE-SUBSCR-LEN EQUAL 9
                   AND WRK-PHONE-SUBSCR-FIRST
                                       NOT EQUAL '9'
                 MOVE 'N'              TO CSRGVAL1-RESULT
                 MOVE 'BAD PHONE NUMBER'
                                       TO CSRGVAL1-REASON
                 GO TO 2700-99-EXIT
           END-EVALUATE.

           IF WRK-PHONE-STATE          NOT EQUAL SPACES
              AND WRK-PHONE-STATE      NOT EQUAL STATE-REF-DDD
              STRING 'PHONE DDD ' DDD-REF ' IS STATE '
                     STATE-REF-DDD
                                       DELIMITED BY SIZE
                                       INTO CSRGVAL1-WARNING
           END-IF.
      *----------------------------------------------------------------*
       2700-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2710-KEEP-ONE-DIGIT             SECTION.
      *----------------------------------------------------------------*
           IF WRK-PHONE-IN-CHAR (WRK-PHONE-IDX) IS NUMERIC
              ADD 1                    TO WRK-PHONE-DIGIT-CNT
              MOVE WRK-PHONE-IN-CHAR (WRK-PHONE-IDX)
                         TO WRK-PHONE-DIGIT (WRK-PHONE-DIGIT-CNT)
           ELSE
              IF WRK-PHONE-IN-CHAR (WRK-PHONE-IDX) EQUAL '+'
                 AND WRK-PHONE-DIGIT-CNT EQUAL ZEROS
                 MOVE 'Y'              TO WRK-PHONE-PLUS-SW
              END-IF
           END-IF.

           ADD 1                       TO WRK-PHONE-IDX.
      *----------------------------------------------------------------*
       2710-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2750-CHECK-DDD-REF              SECTION.
      *----------------------------------------------------------------*
      *    LOOKS DDD-REF UP ON TB_DDD_REF, RETURNING ITS STATE IN      *
      *    STATE-REF-DDD.  A DATABASE ERROR FAILS THE EDIT, AS IN      *
      *    2600-CHECK-STATE-REF.                                       *
      *----------------------------------------------------------------*
           MOVE 'N'                    TO WRK-DDD-FOUND-SW.
           MOVE SPACES                 TO STATE-REF-DDD.

           EXEC SQL
               SELECT STATE
               INTO   :STATE-REF-DDD
               FROM   TB_DDD_REF
               WHERE  DDD = :DDD-REF
           END-EXEC.

           EVALUATE SQLCODE
              WHEN ZEROS
                 MOVE 'Y'              TO WRK-DDD-FOUND-SW
              WHEN +100
                 CONTINUE
              WHEN OTHER
                 MOVE SQLCODE          TO WRK-SQLCODE-SINAL
                 DISPLAY '*CSRGVALD: TB_DDD_REF SQLCODE....:'
                         WRK-SQLCODE-X '*'
           END-EVALUATE.
      *----------------------------------------------------------------*
       2750-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2800-EDIT-PHONE-ONLY            SECTION.
      *----------------------------------------------------------------*
      *    THE PHONE EDITS ALONE, ON A STORED ROW'S PHONE AND STATE -  *
      *    A SWEEP ASKS FOR THEM EXPLICITLY, SO THE PHONEDDD RULE      *
      *    DOES NOT SWITCH THEM OFF HERE.                              *
      *----------------------------------------------------------------*
           IF CSTMRG01-PHONE           OF WRK-VALD-REC
                                          NOT EQUAL SPACES
              MOVE CSTMRG01-STATE      OF WRK-VALD-REC
                                       TO WRK-PHONE-STATE
              PERFORM 2700-EDIT-PHONE
           END-IF.
      *----------------------------------------------------------------*
       2800-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2900-EDIT-ADDRESS-ONLY          SECTION.
      *----------------------------------------------------------------*
      *    THE ADDRESS EDITS ALONE, FOR A TYPED (MAILING/BILLING)      *
      *    ADDRESS CARRIED IN THE RECORD'S STREET..CEP FIELDS.  A      *
      *    POSTAL ADDRESS IS NO USE WITHOUT A STREET AND A CITY, SO    *
      *    BOTH ARE REQUIRED; THE REST ARE THE SAME STATE/COUNTRY AND  *
      *    CEP EDITS THE INSERT RECORD GETS.                           *
      *----------------------------------------------------------------*
           IF CSTMRG01-STREET          OF WRK-VALD-REC EQUAL SPACES
              MOVE 'N'                 TO CSRGVAL1-RESULT
              MOVE 'MISSING STREET'    TO CSRGVAL1-REASON
              GO TO 2900-99-EXIT
           END-IF.

           IF CSTMRG01-CITY            OF WRK-VALD-REC EQUAL SPACES
              MOVE 'N'                 TO CSRGVAL1-RESULT
              MOVE 'MISSING CITY'      TO CSRGVAL1-REASON
              GO TO 2900-99-EXIT
           END-IF.

           IF CSTMRG01-STATE           OF WRK-VALD-REC
                                          NOT EQUAL SPACES

              MOVE CSTMRG01-STATE      OF WRK-VALD-REC
                                       TO STATE-REF
              MOVE CSTMRG01-COUNTRY    OF WRK-VALD-REC
                                       TO COUNTRY-REF

              PERFORM 2600-CHECK-STATE-REF

              IF WRK-STATE-REF-COUNT   EQUAL ZEROS
                 MOVE 'N'              TO CSRGVAL1-RESULT
                 MOVE 'BAD STATE/COUNTRY'
                                       TO CSRGVAL1-REASON
                 GO TO 2900-99-EXIT
              END-IF
           ELSE
              IF CSTMRG01-COUNTRY      OF WRK-VALD-REC
                                          NOT EQUAL SPACES

                 MOVE CSTMRG01-COUNTRY OF WRK-VALD-REC
                                       TO COUNTRY-REF

                 PERFORM 2650-CHECK-COUNTRY-REF

                 IF WRK-COUNTRY-REF-COUNT
                                          EQUAL ZEROS
                    MOVE 'N'           TO CSRGVAL1-RESULT
                    MOVE 'BAD COUNTRY' TO CSRGVAL1-REASON
                    GO TO 2900-99-EXIT
                 END-IF
              END-IF
           END-IF.

           IF CSTMRG01-CEP             OF WRK-VALD-REC
                                          NOT EQUAL SPACES
              PERFORM 2500-EDIT-CEP-MASK
           END-IF.
      *----------------------------------------------------------------*
       2900-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       7150-VALIDATE-CPF-CHECK-DIGIT   SECTION.
      *----------------------------------------------------------------*
