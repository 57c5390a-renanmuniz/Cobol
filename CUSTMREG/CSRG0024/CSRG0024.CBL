      *                  AT APPLY TIME UNDER THAT NIGHT'S RUN ID.  A   *
      *                  NOT-YET-RELEASED CHANGE CAN BE CANCELLED BY   *
      *                  A 'C' REQUEST CARRYING THE SAME CPF AND       *
      *                  EFFECTIVE DATE.  WITH THE BUSINESS-DAY ROLL   *
      *                  (CSRGPARM POS 298 = R) A CHANGE EFFECTIVE ON  *
      *                  A WEEKEND OR A HOLIDAY OF THE CUSTOMER'S      *
      *                  STATE IS HELD UNTIL THE NEXT BUSINESS DAY     *
      *                  (CSRGBCAL CALENDAR).                          *
      *----------------------------------------------------------------*
      *    FILES.......:  DDNAME          LRECL       INCLUDE/BOOK     *
      *                   PNDIN           00336       CSRGPND1+        *
      *                   RELOUT          00311       CSTMRG01         *
      *                   FILEERR6        00072       CSRGERR1         *
      *                   PNDRPT          00080       NONE             *
      *                   BUSCAL01        00080       (CSRGBCAL)       *
      *----------------------------------------------------------------*
      *    MODIFICATION HISTORY.......:                                *
      *    01/09/2026 RMM - PROGRAM CREATED.                           *
      *                     SURROGATE CUSTOMER-ID FIELD (CSTMRG01      *
      *                     IMAGES TO LRECL=311 AND EVERY PREFIXED     *
      *                     FILE GREW WITH THEM).                      *
      *    15/10/2026 RMM - OPTIONAL ROLL OF A WEEKEND/HOLIDAY         *
      *                     EFFECTIVE DATE TO THE NEXT BUSINESS DAY    *
      *                     (CSRGPARM POS 298, CSRGBCAL CALENDAR).     *
      *----------------------------------------------------------------*
      *    TABLE DB2...:  NONE.                                        *
      *----------------------------------------------------------------*
       77 WRK-CARRIED-REGS-COUNTER               PIC 9(07) VALUE ZEROS .
       77 WRK-CANCELLED-REGS-COUNTER             PIC 9(07) VALUE ZEROS .
       77 WRK-FILEERR6-REGS-COUNTER              PIC 9(07) VALUE ZEROS .
       77 WRK-HELD-REGS-COUNTER                  PIC 9(07) VALUE ZEROS .

       77 WRK-PNDIN-EOF                          PIC X(03) VALUE SPACES.
       77 WRK-PENDIN-EOF                         PIC X(03) VALUE SPACES.
       01 WRK-EFF-YYYYMMDD                       PIC 9(08) VALUE ZEROS .
       01 WRK-TODAY-YYYYMMDD                     PIC 9(08) VALUE ZEROS .

      *BUSINESS-DAY ROLL: THE STATE OF THE CUSTOMER IN THE CSTMRG01
      *IMAGE (POSITIONS 191-192) PICKS THE STATE HOLIDAYS THAT COUNT;
      *BLANK OR THE '**' CLEAR TOKEN MEANS THE NATIONAL ONES ONLY:
       01 WRK-CURRENT-STATE                      PIC X(02) VALUE SPACES.
       77 WRK-CLEAR-VALUE-TOKEN                  PIC X(02) VALUE '**'.

      *SET BY 7300-ROLL-TO-BUSINESS-DAY WHEN THE CHANGE WAS ALREADY
      *DUE BY ITS OWN DATE BUT THE ROLLED DATE IS STILL TO COME:
       01 WRK-HELD-SW                            PIC X(01) VALUE 'N'.
          88 WRK-CHANGE-IS-HELD                        VALUE 'Y'.

       77 WRK-BCAL-PGM                           PIC X(08) VALUE
                                                          'CSRGBCAL'  .
       01 WRK-BCAL-PARM.
          COPY 'CSRGBCL1'.

      *DATA FOR ERROR LOG:
       01 WRK-ERROR-LOG.
          03 WRK-PROGRAM                         PIC X(08) VALUE
                    + DD-FORMATTED.

           INITIALIZE WRK-PNDIN-REG
                      WRK-PENDIN-REG
                      WRK-BCAL-PARM.

           PERFORM 1100-LOAD-CANCEL-TABLE.

                                       TO WRK-CURRENT-CPF.
           MOVE CSRGPND1-EFF-DATE      OF WRK-PENDIN-REG
                                       TO WRK-CURRENT-EFF-DATE.
           MOVE WRK-PENDIN-IMAGE (191:2)
                                       TO WRK-CURRENT-STATE.

           PERFORM 7100-LOOK-UP-CANCEL.

                         WRK-EFF-DATE-YYYY * 10000
                       + WRK-EFF-DATE-MM   * 100
                       + WRK-EFF-DATE-DD
              PERFORM 7300-ROLL-TO-BUSINESS-DAY
              IF WRK-EFF-YYYYMMDD      NOT GREATER WRK-TODAY-YYYYMMDD
                 PERFORM 2300-WRITE-RELOUT
              ELSE
           MOVE WRK-PNDIN-IMAGE (1:15) TO WRK-CURRENT-CPF.
           MOVE CSRGPND1-EFF-DATE      OF WRK-PNDIN-REG
                                       TO WRK-CURRENT-EFF-DATE.
           MOVE WRK-PNDIN-IMAGE (191:2)
                                       TO WRK-CURRENT-STATE.

           EVALUATE TRUE

                    IF WRK-CANCEL-WAS-HIT
                       ADD 1           TO WRK-CANCELLED-REGS-COUNTER
                    ELSE
                       PERFORM 7300-ROLL-TO-BUSINESS-DAY
                       IF WRK-EFF-YYYYMMDD
                                       NOT GREATER WRK-TODAY-YYYYMMDD
                          MOVE WRK-PNDIN-IMAGE
           '*'.
           DISPLAY '*RECORDS FILEERR6....:' WRK-FILEERR6-REGS-COUNTER
           '*'.
           IF CSRGPARM-BDAY-ROLL-IS-ON
              DISPLAY '*HELD TO BUSINESS DAY:' WRK-HELD-REGS-COUNTER
              '*'
           END-IF.
           DISPLAY '*-------------------------*'.
           DISPLAY '*EXECUTED......:' WRK-DATE-FORMATTED '*'.
           DISPLAY '*.................' WRK-TIME-FORMATTED '*'.
                                       DELIMITED BY SIZE
                                       INTO  WRK-PNDRPT-LINE.
           PERFORM 3210-PUT-PNDRPT-LINE.

           IF CSRGPARM-BDAY-ROLL-IS-OFF
              GO TO 3200-99-EXIT
           END-IF.

           MOVE SPACES                 TO    WRK-PNDRPT-LINE.
           STRING 'HELD TO NEXT BUSINESS DAY...: ',
                  WRK-HELD-REGS-COUNTER
                                       DELIMITED BY SIZE
                                       INTO  WRK-PNDRPT-LINE.
           PERFORM 3210-PUT-PNDRPT-LINE.

           IF CSRGBCL1-CALENDAR-MISSING
              MOVE SPACES              TO    WRK-PNDRPT-LINE
              MOVE 'BUSCAL01 CALENDAR MISSING - WEEKENDS ONLY ROLLED'
                                       TO    WRK-PNDRPT-LINE
              PERFORM 3210-PUT-PNDRPT-LINE
           END-IF.
      *----------------------------------------------------------------*
       3200-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       7200-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       7300-ROLL-TO-BUSINESS-DAY       SECTION.
      *----------------------------------------------------------------*
      *    WITH THE ROLL ON, AN EFFECTIVE DATE ON A NON-BUSINESS DAY   *
      *    IS REPLACED - FOR THE DUE COMPARE ONLY - BY THE NEXT        *
      *    BUSINESS DAY IN WRK-EFF-YYYYMMDD.  THE DATE STORED ON THE   *
      *    PENDING RECORD IS NOT TOUCHED, SO A LATER CANCEL CARRYING   *
      *    THE ORIGINAL DATE STILL MATCHES.                            *
      *----------------------------------------------------------------*
           MOVE 'N'                    TO WRK-HELD-SW.

           IF CSRGPARM-BDAY-ROLL-IS-OFF
              GO TO 7300-99-EXIT
           END-IF.

           IF WRK-CURRENT-STATE        EQUAL WRK-CLEAR-VALUE-TOKEN
              MOVE SPACES              TO WRK-CURRENT-STATE
           END-IF.

           MOVE WRK-CURRENT-EFF-DATE   TO CSRGBCL1-DATE.
           MOVE WRK-CURRENT-STATE      TO CSRGBCL1-STATE.

           CALL WRK-BCAL-PGM           USING WRK-BCAL-PARM.

           IF NOT CSRGBCL1-IS-NON-BUSINESS-DAY
              OR CSRGBCL1-NEXT-BUS-DATE EQUAL SPACES
              GO TO 7300-99-EXIT
           END-IF.

           IF WRK-EFF-YYYYMMDD         NOT GREATER WRK-TODAY-YYYYMMDD
              MOVE 'Y'                 TO WRK-HELD-SW
           END-IF.

           MOVE CSRGBCL1-NEXT-BUS-DATE TO WRK-EFF-DATE-WORK.
           COMPUTE WRK-EFF-YYYYMMDD    =
                      WRK-EFF-DATE-YYYY * 10000
                    + WRK-EFF-DATE-MM   * 100
                    + WRK-EFF-DATE-DD.

           IF WRK-CHANGE-IS-HELD
              AND WRK-EFF-YYYYMMDD     GREATER WRK-TODAY-YYYYMMDD
              ADD 1                    TO WRK-HELD-REGS-COUNTER
           END-IF.
      *----------------------------------------------------------------*
       7300-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       8100-TEST-FS-PNDIN              SECTION.
      *----------------------------------------------------------------*
