      *                  AN ALERTPGM ALERT, SO AN OUT-OF-BALANCE       *
      *                  NIGHT FAILS LOUDLY INSTEAD OF SURFACING       *
      *                  WEEKS LATER.  READ-ONLY ON THE DATABASE.      *
      *                  THE BUSINESS DAY'S INTRADAY CSRGTRKL CYCLES   *
      *                  (METRINTR, EACH UNDER ITS OWN RUN ID) ARE     *
      *                  BALANCED THE SAME WAY, CYCLE BY CYCLE: THE    *
      *                  CSRG0066 ROUTER, CSRG0002 AND CSRG0003 MUST   *
      *                  ALL HAVE REPORTED, EACH APPLY STEP MUST HAVE  *
      *                  IN EQUAL TO OUT, AND THEIR INPUTS MUST COVER  *
      *                  WHAT THE ROUTER ROUTED.  A MISMATCH THERE     *
      *                  FAILS THE NIGHT LIKE ONE OF ITS OWN.  NO      *
      *                  METRINTR DATASET (OR AN EMPTY ONE) MEANS NO   *
      *                  CYCLES RAN.                                   *
      *                  THE RETURNING CUSTOMERS CSRG0002 RECOGNISED   *
      *                  ON THE ARCHKSDS ARCHIVE ('B' EVENTS ON        *
      *                  EVTFILE) ARE COUNTED FOR THE NIGHT AND FOR    *
      *                  THE DAY'S CYCLES; THEY ARE INSERTS ALREADY    *
      *                  INSIDE CSRG0002'S OUT, SO THEY ARE SHOWN, NOT *
      *                  BALANCED.                                     *
      *----------------------------------------------------------------*
      *    FILES.......:  DDNAME          LRECL       INCLUDE/BOOK     *
      *                   METRICS         00079       CSRGMETR         *
      *                   METRINTR        00079       CSRGMETR         *
      *                   EVTFILE         00670       CSRGEVT1         *
      *                   REPORT16        00080       NONE             *
      *----------------------------------------------------------------*
      *    MODIFICATION HISTORY.......:                                *
      *                     AT FINALIZE AS ENDED-OK, OR ABENDED VIA    *
      *                     THE ABEND PATH - THIS STEP IS PART OF THE  *
      *                     NIGHTLY CHAIN LIKE ANY OTHER.              *
      *    15/10/2026 RMM - ALSO BALANCES THE BUSINESS DAY'S INTRADAY  *
      *                     CSRGTRKL CYCLES FROM THE NEW METRINTR      *
      *                     DATASET, PER CYCLE RUN ID, WITH A CYCLE    *
      *                     LINE EACH AND A BUSINESS-DAY TOTALS LINE   *
      *                     ON REPORT16.                               *
      *    15/10/2026 RMM - COUNTS THE NIGHT'S AND THE DAY'S CYCLES'   *
      *                     RETURNING CUSTOMERS FROM THE CHGEVENT 'B'  *
      *                     EVENTS (NEW, OPTIONAL EVTFILE) AND SHOWS   *
      *                     THEM ON REPORT16.                          *
      *----------------------------------------------------------------*
      *    TABLE DB2...:  TB_CUSTOMER                 BTB_CUSTOMER     *
      *                                                                *
            ACCESS MODE  IS     SEQUENTIAL
            FILE STATUS  IS     WRK-FS-METRICS.

           SELECT METRINTR      ASSIGN TO UTS-S-METRINTR
            ORGANIZATION IS     SEQUENTIAL
            ACCESS MODE  IS     SEQUENTIAL
            FILE STATUS  IS     WRK-FS-METRINTR.

           SELECT EVTFILE       ASSIGN TO UTS-S-EVTFILE
            ORGANIZATION IS     SEQUENTIAL
            ACCESS MODE  IS     SEQUENTIAL
            FILE STATUS  IS     WRK-FS-EVTFILE.

           SELECT REPORT16      ASSIGN TO UTS-S-REPORT16
            ORGANIZATION IS     SEQUENTIAL
            ACCESS MODE  IS     SEQUENTIAL
           BLOCK CONTAINS 00 RECORDS.
       01 FD-REG-METRICS    PIC X(79).

       FD METRINTR
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS 00 RECORDS.
       01 FD-REG-METRINTR   PIC X(79).

       FD EVTFILE
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS 00 RECORDS.
       01 FD-REG-EVTFILE    PIC X(670).

       FD REPORT16
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
       77 WRK-MISMATCH-COUNTER                   PIC 9(03) VALUE ZEROS .

       77 WRK-METRICS-EOF                        PIC X(03) VALUE SPACES.
       77 WRK-METRINTR-EOF                       PIC X(03) VALUE SPACES.
       77 WRK-METRINTR-REGS-COUNTER              PIC 9(05) VALUE ZEROS .
       77 WRK-EVTFILE-EOF                        PIC X(03) VALUE SPACES.
       77 WRK-EVTFILE-REGS-COUNTER               PIC 9(09) VALUE ZEROS .

      *RUNTIME PARAMETER CARD - SUPPLIES THE BATCH RUN ID TO BALANCE:
       COPY 'CSRGPARM'.
       77 WRK-CHAIN-ROUTED                       PIC 9(09) VALUE ZEROS .
       77 WRK-CHAIN-APPLY-INS                    PIC 9(09) VALUE ZEROS .

      *PER-CYCLE IN/OUT TOTALS FOR THE BUSINESS DAY'S INTRADAY
      *CYCLES, ONE ENTRY PER CYCLE RUN ID FOUND ON METRINTR (HOURLY
      *CYCLES NEED 24; THE REST IS HEADROOM FOR RERUNS).  THE LATEST
      *RECORD PER PROGRAM WINS, AS FOR THE NIGHT'S OWN STEPS:
       01 WRK-CYCLE-TOTALS.
          03 WRK-CYCLE-TAB                       OCCURS 48 TIMES.
             05 WRK-CYCLE-RUN-ID                 PIC X(14).
             05 WRK-CYCLE-ROUTER-FOUND-SW        PIC X(01).
             05 WRK-CYCLE-ROUTER-IN              PIC 9(09).
             05 WRK-CYCLE-ROUTER-OUT             PIC 9(09).
             05 WRK-CYCLE-INSERT-FOUND-SW        PIC X(01).
             05 WRK-CYCLE-INSERT-IN              PIC 9(09).
             05 WRK-CYCLE-INSERT-OUT             PIC 9(09).
             05 WRK-CYCLE-UPDATE-FOUND-SW        PIC X(01).
             05 WRK-CYCLE-UPDATE-IN              PIC 9(09).
             05 WRK-CYCLE-UPDATE-OUT             PIC 9(09).

       77 WRK-CYCLE-MAX                          PIC 9(02) VALUE 48.
       77 WRK-CYCLE-COUNT                        PIC 9(02) VALUE ZEROS .
       77 WRK-CYCLE-IDX                          PIC 9(02) VALUE ZEROS .
       77 WRK-CYCLE-HIT-IDX                      PIC 9(02) VALUE ZEROS .
       77 WRK-CYCLE-OVERFLOW-COUNTER             PIC 9(05) VALUE ZEROS .
       77 WRK-CYCLE-PROGRAM                      PIC X(08) VALUE SPACES.

      *METRINTR IS OPTIONAL - NOT ALLOCATED (FILE STATUS 35) MEANS NO
      *INTRADAY CYCLES TO BALANCE:
       01 WRK-METRINTR-PRESENT-SW                PIC X(01) VALUE 'N'.
          88 WRK-METRINTR-IS-PRESENT                   VALUE 'Y'.

      *CHANGE EVENTS OF THE NIGHT AND OF THE DAY'S CYCLES, READ ONLY
      *FOR THE RETURNING-CUSTOMER COUNTS.  EVTFILE IS OPTIONAL - NOT
      *ALLOCATED (FILE STATUS 35) LEAVES BOTH COUNTS OFF THE REPORT:
       01 WRK-EVTFILE-REG.
          COPY 'CSRGEVT1'.
          03 FILLER                              PIC X(622).

       01 WRK-EVTFILE-PRESENT-SW                 PIC X(01) VALUE 'N'.
          88 WRK-EVTFILE-IS-PRESENT                    VALUE 'Y'.

       77 WRK-RETURNING-NIGHT                    PIC 9(09) VALUE ZEROS .
       77 WRK-RETURNING-CYCLES                   PIC 9(09) VALUE ZEROS .

      *BUSINESS-DAY TOTALS OVER ALL THE CYCLES:
       77 WRK-DAY-ROUTED                         PIC 9(09) VALUE ZEROS .
       77 WRK-DAY-INSERT-IN                      PIC 9(09) VALUE ZEROS .
       77 WRK-DAY-UPDATE-IN                      PIC 9(09) VALUE ZEROS .

      *TB_CUSTOMER ROW COUNTS AS OF THE BALANCE STEP:
       77 WRK-ACTIVE-ROW-COUNT                   PIC 9(09) VALUE ZEROS .
       77 WRK-DELETED-ROW-COUNT                  PIC 9(09) VALUE ZEROS .
       01 WRK-FILE-STATUS.
          03 WRK-FS-METRICS                      PIC 9(02) VALUE ZEROS .
          03 WRK-FS-REPORT16                     PIC 9(02) VALUE ZEROS .
          03 WRK-FS-METRINTR                     PIC 9(02) VALUE ZEROS .
          03 WRK-FS-EVTFILE                      PIC 9(02) VALUE ZEROS .

      *WORKING DATA FOR THE SYSTEM DATE AND TIME.
       01 WRK-SYSTEM-DATE.
           PERFORM 2000-SCAN-METRICS
              UNTIL WRK-METRICS-EOF    EQUAL 'END'.

           PERFORM 2300-SCAN-METRINTR
              UNTIL WRK-METRINTR-EOF   EQUAL 'END'.

           PERFORM 2400-SCAN-EVTFILE
              UNTIL WRK-EVTFILE-EOF    EQUAL 'END'.

           PERFORM 2500-COUNT-DATABASE.

           PERFORM 2600-CHECK-BALANCES.

           PERFORM 2700-CHECK-CYCLES.

           PERFORM 3000-FINALIZE.
      *----------------------------------------------------------------*
       0000-99-EXIT.                   EXIT.
           PERFORM 1070-WRITE-REPORT-HEADER.

           PERFORM 2100-READ-METRICS.

           PERFORM 1090-OPEN-METRINTR.

           PERFORM 1095-OPEN-EVTFILE.
      *----------------------------------------------------------------*
       1000-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       1070-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       1090-OPEN-METRINTR              SECTION.
      *----------------------------------------------------------------*
      *    THE INTRADAY METRICS GENERATION IS OPTIONAL: A FILE STATUS  *
      *    35 MEANS NO CYCLE EVER CUT ONE, WHICH IS NOT AN ERROR.      *
      *----------------------------------------------------------------*
           MOVE 'OPEN FILE METRINTR'   TO WRK-ERROR-MSG.

           OPEN INPUT METRINTR.

           IF WRK-FS-METRINTR          EQUAL 35
              MOVE 'END'               TO WRK-METRINTR-EOF
              GO TO 1090-99-EXIT
           END-IF.

           PERFORM 8300-TEST-FS-METRINTR.

           MOVE 'Y'                    TO WRK-METRINTR-PRESENT-SW.

           PERFORM 2310-READ-METRINTR.
      *----------------------------------------------------------------*
       1090-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       1095-OPEN-EVTFILE               SECTION.
      *----------------------------------------------------------------*
      *    THE CHANGE EVENTS ARE OPTIONAL TOO: A FILE STATUS 35 ONLY   *
      *    MEANS THE RETURNING-CUSTOMER COUNTS ARE NOT REPORTED.       *
      *----------------------------------------------------------------*
           MOVE 'OPEN FILE EVTFILE'    TO WRK-ERROR-MSG.

           OPEN INPUT EVTFILE.

           IF WRK-FS-EVTFILE           EQUAL 35
              MOVE 'END'               TO WRK-EVTFILE-EOF
              GO TO 1095-99-EXIT
           END-IF.

           PERFORM 8400-TEST-FS-EVTFILE.

           MOVE 'Y'                    TO WRK-EVTFILE-PRESENT-SW.

           PERFORM 2410-READ-EVTFILE.
      *----------------------------------------------------------------*
       1095-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2000-SCAN-METRICS               SECTION.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2200-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2300-SCAN-METRINTR              SECTION.
      *----------------------------------------------------------------*
      *    POSTS EVERY CSRG0066/0002/0003 RECORD ON THE INTRADAY       *
      *    METRICS TO ITS CYCLE'S ENTRY, OPENING THE ENTRY THE FIRST   *
      *    TIME A CYCLE RUN ID IS SEEN.  ANY OTHER PROGRAM IS IGNORED. *
      *----------------------------------------------------------------*
           IF WRK-METR-PROGRAM         NOT EQUAL 'CSRG0066'
                                       AND 'CSRG0002' AND 'CSRG0003'
              GO TO 2300-50-NEXT
           END-IF.

           MOVE ZEROS                  TO WRK-CYCLE-HIT-IDX.
           MOVE 1                      TO WRK-CYCLE-IDX.
           PERFORM 2320-MATCH-ONE-CYCLE
              UNTIL WRK-CYCLE-IDX      GREATER WRK-CYCLE-COUNT
                 OR WRK-CYCLE-HIT-IDX  GREATER ZEROS.

           IF WRK-CYCLE-HIT-IDX        EQUAL ZEROS
              IF WRK-CYCLE-COUNT       NOT LESS WRK-CYCLE-MAX
                 ADD 1                 TO WRK-CYCLE-OVERFLOW-COUNTER
                 GO TO 2300-50-NEXT
              END-IF
              ADD 1                    TO WRK-CYCLE-COUNT
              MOVE WRK-CYCLE-COUNT     TO WRK-CYCLE-HIT-IDX
              PERFORM 2330-OPEN-CYCLE-ENTRY
           END-IF.

           EVALUATE WRK-METR-PROGRAM
              WHEN 'CSRG0066'
                 MOVE 'Y'              TO WRK-CYCLE-ROUTER-FOUND-SW
                                          (WRK-CYCLE-HIT-IDX)
                 MOVE WRK-METR-RECORDS-IN
                                       TO WRK-CYCLE-ROUTER-IN
                                          (WRK-CYCLE-HIT-IDX)
                 MOVE WRK-METR-RECORDS-OUT
                                       TO WRK-CYCLE-ROUTER-OUT
                                          (WRK-CYCLE-HIT-IDX)
              WHEN 'CSRG0002'
                 MOVE 'Y'              TO WRK-CYCLE-INSERT-FOUND-SW
                                          (WRK-CYCLE-HIT-IDX)
                 MOVE WRK-METR-RECORDS-IN
                                       TO WRK-CYCLE-INSERT-IN
                                          (WRK-CYCLE-HIT-IDX)
                 MOVE WRK-METR-RECORDS-OUT
                                       TO WRK-CYCLE-INSERT-OUT
                                          (WRK-CYCLE-HIT-IDX)
              WHEN OTHER
                 MOVE 'Y'              TO WRK-CYCLE-UPDATE-FOUND-SW
                                          (WRK-CYCLE-HIT-IDX)
                 MOVE WRK-METR-RECORDS-IN
                                       TO WRK-CYCLE-UPDATE-IN
                                          (WRK-CYCLE-HIT-IDX)
                 MOVE WRK-METR-RECORDS-OUT
                                       TO WRK-CYCLE-UPDATE-OUT
                                          (WRK-CYCLE-HIT-IDX)
           END-EVALUATE.

       2300-50-NEXT.
           PERFORM 2310-READ-METRINTR.
      *----------------------------------------------------------------*
       2300-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2310-READ-METRINTR              SECTION.
      *----------------------------------------------------------------*
           MOVE 'READING METRINTR'     TO   WRK-ERROR-MSG.

           READ METRINTR               INTO WRK-METRICS-REG.

           PERFORM  8300-TEST-FS-METRINTR.

           IF WRK-FS-METRINTR          EQUAL 10
              MOVE 'END'               TO   WRK-METRINTR-EOF
           ELSE
              ADD 1                    TO   WRK-METRINTR-REGS-COUNTER
           END-IF.
      *----------------------------------------------------------------*
       2310-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2320-MATCH-ONE-CYCLE            SECTION.
      *----------------------------------------------------------------*
           IF WRK-CYCLE-RUN-ID (WRK-CYCLE-IDX)
                                       EQUAL WRK-METR-BATCH-RUN-ID
              MOVE WRK-CYCLE-IDX       TO WRK-CYCLE-HIT-IDX
           END-IF.

           ADD 1                       TO WRK-CYCLE-IDX.
      *----------------------------------------------------------------*
       2320-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2330-OPEN-CYCLE-ENTRY           SECTION.
      *----------------------------------------------------------------*
           MOVE WRK-METR-BATCH-RUN-ID  TO WRK-CYCLE-RUN-ID
                                          (WRK-CYCLE-HIT-IDX).
           MOVE 'N'                    TO WRK-CYCLE-ROUTER-FOUND-SW
                                          (WRK-CYCLE-HIT-IDX)
                                          WRK-CYCLE-INSERT-FOUND-SW
                                          (WRK-CYCLE-HIT-IDX)
                                          WRK-CYCLE-UPDATE-FOUND-SW
                                          (WRK-CYCLE-HIT-IDX).
           MOVE ZEROS                  TO WRK-CYCLE-ROUTER-IN
                                          (WRK-CYCLE-HIT-IDX)
                                          WRK-CYCLE-ROUTER-OUT
                                          (WRK-CYCLE-HIT-IDX)
                                          WRK-CYCLE-INSERT-IN
                                          (WRK-CYCLE-HIT-IDX)
                                          WRK-CYCLE-INSERT-OUT
                                          (WRK-CYCLE-HIT-IDX)
                                          WRK-CYCLE-UPDATE-IN
                                          (WRK-CYCLE-HIT-IDX)
                                          WRK-CYCLE-UPDATE-OUT
                                          (WRK-CYCLE-HIT-IDX).
      *----------------------------------------------------------------*
       2330-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2400-SCAN-EVTFILE               SECTION.
      *----------------------------------------------------------------*
      *    COUNTS THE 'B' RETURNING-CUSTOMER EVENTS: UNDER THE RUN ID  *
      *    BEING BALANCED THEY ARE THE NIGHT'S, UNDER ANY OTHER RUN ID *
      *    THEY CAME FROM ONE OF THE DAY'S INTRADAY CYCLES.            *
      *----------------------------------------------------------------*
           IF CSRGEVT1-IS-RETURNING
              IF CSRGEVT1-BATCH-RUN-ID EQUAL CSRGPARM-BATCH-RUN-ID
                 ADD 1                 TO WRK-RETURNING-NIGHT
              ELSE
                 ADD 1                 TO WRK-RETURNING-CYCLES
              END-IF
           END-IF.

           PERFORM 2410-READ-EVTFILE.
      *----------------------------------------------------------------*
       2400-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2410-READ-EVTFILE               SECTION.
      *----------------------------------------------------------------*
           MOVE 'READING EVTFILE'      TO   WRK-ERROR-MSG.

           READ EVTFILE                INTO WRK-EVTFILE-REG.

           PERFORM  8400-TEST-FS-EVTFILE.

           IF WRK-FS-EVTFILE           EQUAL 10
              MOVE 'END'               TO   WRK-EVTFILE-EOF
           ELSE
              ADD 1                    TO   WRK-EVTFILE-REGS-COUNTER
           END-IF.
      *----------------------------------------------------------------*
       2410-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2500-COUNT-DATABASE             SECTION.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2610-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2700-CHECK-CYCLES               SECTION.
      *----------------------------------------------------------------*
      *    THE INTRADAY RULES, PER CYCLE RUN ID:                       *
      *    - CSRG0066, CSRG0002 AND CSRG0003 MUST ALL HAVE WRITTEN A   *
      *      METRICS RECORD (A CYCLE REFUSED AT THE DOOR WRITES NONE   *
      *      AT ALL, SO IT NEVER SHOWS UP HERE);                       *
      *    - CSRG0002 AND CSRG0003 MUST EACH HAVE IN EQUAL TO OUT;     *
      *    - THEIR COMBINED INPUTS MUST COVER WHAT CSRG0066 ROUTED.    *
      *----------------------------------------------------------------*
           IF NOT WRK-METRINTR-IS-PRESENT
              GO TO 2700-99-EXIT
           END-IF.

           MOVE SPACES                 TO WRK-REPORT16-LINE.
           STRING 'INTRADAY CYCLES FOR THE BUSINESS DAY: ',
                  WRK-CYCLE-COUNT
                                       DELIMITED BY SIZE
                                       INTO WRK-REPORT16-LINE.
           PERFORM 2910-PUT-REPORT16-LINE.

           MOVE 1                      TO WRK-CYCLE-IDX.
           PERFORM 2710-CHECK-ONE-CYCLE
              UNTIL WRK-CYCLE-IDX      GREATER WRK-CYCLE-COUNT.

           IF WRK-CYCLE-OVERFLOW-COUNTER
                                       GREATER ZEROS
              ADD 1                    TO WRK-MISMATCH-COUNTER
              MOVE SPACES              TO WRK-REPORT16-LINE
              STRING '** MORE THAN ', WRK-CYCLE-MAX,
                     ' CYCLES - ', WRK-CYCLE-OVERFLOW-COUNTER,
                     ' RECORD(S) NOT BALANCED **'
                                       DELIMITED BY SIZE
                                       INTO WRK-REPORT16-LINE
              PERFORM 2910-PUT-REPORT16-LINE
           END-IF.

           MOVE SPACES                 TO WRK-REPORT16-LINE.
           STRING 'DAY TOTAL ROUTED: ', WRK-DAY-ROUTED,
                  '  INS: ', WRK-DAY-INSERT-IN,
                  '  UPD: ', WRK-DAY-UPDATE-IN
                                       DELIMITED BY SIZE
                                       INTO WRK-REPORT16-LINE.
           PERFORM 2910-PUT-REPORT16-LINE.
      *----------------------------------------------------------------*
       2700-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2710-CHECK-ONE-CYCLE            SECTION.
      *----------------------------------------------------------------*
           ADD WRK-CYCLE-ROUTER-OUT (WRK-CYCLE-IDX)
                                       TO WRK-DAY-ROUTED.
           ADD WRK-CYCLE-INSERT-IN  (WRK-CYCLE-IDX)
                                       TO WRK-DAY-INSERT-IN.
           ADD WRK-CYCLE-UPDATE-IN  (WRK-CYCLE-IDX)
                                       TO WRK-DAY-UPDATE-IN.

           MOVE SPACES                 TO WRK-REPORT16-LINE.
           STRING 'CYCLE ', WRK-CYCLE-RUN-ID (WRK-CYCLE-IDX),
                  '  ROUTED: ', WRK-CYCLE-ROUTER-OUT (WRK-CYCLE-IDX),
                  '  INS: ',    WRK-CYCLE-INSERT-IN  (WRK-CYCLE-IDX),
                  '  UPD: ',    WRK-CYCLE-UPDATE-IN  (WRK-CYCLE-IDX)
                                       DELIMITED BY SIZE
                                       INTO WRK-REPORT16-LINE.
           PERFORM 2910-PUT-REPORT16-LINE.

           IF WRK-CYCLE-ROUTER-FOUND-SW (WRK-CYCLE-IDX)
                                       NOT EQUAL 'Y'
              MOVE 'CSRG0066'          TO WRK-CYCLE-PROGRAM
              PERFORM 2720-PUT-CYCLE-MISSING
           END-IF.

           IF WRK-CYCLE-INSERT-FOUND-SW (WRK-CYCLE-IDX)
                                       NOT EQUAL 'Y'
              MOVE 'CSRG0002'          TO WRK-CYCLE-PROGRAM
              PERFORM 2720-PUT-CYCLE-MISSING
           ELSE
              IF WRK-CYCLE-INSERT-IN  (WRK-CYCLE-IDX)
                 NOT EQUAL WRK-CYCLE-INSERT-OUT (WRK-CYCLE-IDX)
                 MOVE 'CSRG0002'       TO WRK-CYCLE-PROGRAM
                 PERFORM 2730-PUT-CYCLE-UNBALANCED
              END-IF
           END-IF.

           IF WRK-CYCLE-UPDATE-FOUND-SW (WRK-CYCLE-IDX)
                                       NOT EQUAL 'Y'
              MOVE 'CSRG0003'          TO WRK-CYCLE-PROGRAM
              PERFORM 2720-PUT-CYCLE-MISSING
           ELSE
              IF WRK-CYCLE-UPDATE-IN  (WRK-CYCLE-IDX)
                 NOT EQUAL WRK-CYCLE-UPDATE-OUT (WRK-CYCLE-IDX)
                 MOVE 'CSRG0003'       TO WRK-CYCLE-PROGRAM
                 PERFORM 2730-PUT-CYCLE-UNBALANCED
              END-IF
           END-IF.

           COMPUTE WRK-CHAIN-APPLY-INS =
                     WRK-CYCLE-INSERT-IN (WRK-CYCLE-IDX)
                   + WRK-CYCLE-UPDATE-IN (WRK-CYCLE-IDX).

           IF WRK-CHAIN-APPLY-INS      LESS
                                 WRK-CYCLE-ROUTER-OUT (WRK-CYCLE-IDX)
              ADD 1                    TO WRK-MISMATCH-COUNTER
              MOVE SPACES              TO WRK-REPORT16-LINE
              STRING '** CYCLE SHORTFALL: APPLY-STEP INPUTS ',
                     WRK-CHAIN-APPLY-INS,
                     ' < ROUTED ',
                     WRK-CYCLE-ROUTER-OUT (WRK-CYCLE-IDX), ' **'
                                       DELIMITED BY SIZE
                                       INTO WRK-REPORT16-LINE
              PERFORM 2910-PUT-REPORT16-LINE
           END-IF.

           ADD 1                       TO WRK-CYCLE-IDX.
      *----------------------------------------------------------------*
       2710-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2720-PUT-CYCLE-MISSING          SECTION.
      *----------------------------------------------------------------*
           ADD 1                       TO WRK-MISMATCH-COUNTER.
           MOVE SPACES                 TO WRK-REPORT16-LINE.
           STRING '** NO METRICS RECORD FOR ',
                  WRK-CYCLE-PROGRAM,
                  ' UNDER CYCLE ',
                  WRK-CYCLE-RUN-ID (WRK-CYCLE-IDX), ' **'
                                       DELIMITED BY SIZE
                                       INTO WRK-REPORT16-LINE.
           PERFORM 2910-PUT-REPORT16-LINE.
      *----------------------------------------------------------------*
       2720-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2730-PUT-CYCLE-UNBALANCED       SECTION.
      *----------------------------------------------------------------*
           ADD 1                       TO WRK-MISMATCH-COUNTER.
           MOVE SPACES                 TO WRK-REPORT16-LINE.
           STRING '** ', WRK-CYCLE-PROGRAM,
                  ' IN/OUT DO NOT BALANCE UNDER CYCLE ',
                  WRK-CYCLE-RUN-ID (WRK-CYCLE-IDX), ' **'
                                       DELIMITED BY SIZE
                                       INTO WRK-REPORT16-LINE.
           PERFORM 2910-PUT-REPORT16-LINE.
      *----------------------------------------------------------------*
       2730-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2910-PUT-REPORT16-LINE          SECTION.
      *----------------------------------------------------------------*
                                       INTO WRK-REPORT16-LINE.
           PERFORM 2910-PUT-REPORT16-LINE.

           IF WRK-EVTFILE-IS-PRESENT
              MOVE SPACES              TO WRK-REPORT16-LINE
              STRING 'RETURNING CUSTOMERS - NIGHT: ',
                     WRK-RETURNING-NIGHT,
                     '  CYCLES: ', WRK-RETURNING-CYCLES
                                       DELIMITED BY SIZE
                                       INTO WRK-REPORT16-LINE
              PERFORM 2910-PUT-REPORT16-LINE
           END-IF.

           MOVE SPACES                 TO WRK-REPORT16-LINE.
           IF WRK-MISMATCH-COUNTER     EQUAL ZEROS
              STRING 'NIGHT BALANCES - NO MISMATCH FOUND.'
           CLOSE METRICS
                 REPORT16.

           IF WRK-METRINTR-IS-PRESENT
              CLOSE METRINTR
           END-IF.

           IF WRK-EVTFILE-IS-PRESENT
              CLOSE EVTFILE
           END-IF.

           IF WRK-MISMATCH-COUNTER     GREATER ZEROS
              PERFORM 3100-RAISE-BALANCE-ALERT
           END-IF.
           HOUR-COMPILED '.' MINUTE-COMPILED '.'SECOND-COMPILED '*'.
           DISPLAY '*-------------------------*'.
           DISPLAY '*METRICS RECORDS..:' WRK-METRICS-REGS-COUNTER '*'.
           DISPLAY '*INTRADAY RECORDS.:' WRK-METRINTR-REGS-COUNTER '*'.
           DISPLAY '*INTRADAY CYCLES..:' WRK-CYCLE-COUNT '*'.
           DISPLAY '*CHANGE EVENTS....:' WRK-EVTFILE-REGS-COUNTER '*'.
           DISPLAY '*RETURNING CUST...:' WRK-RETURNING-NIGHT '*'.
           DISPLAY '*MISMATCHES.......:' WRK-MISMATCH-COUNTER '*'.
           DISPLAY '*-------------------------*'.
           DISPLAY '*EXECUTED......:' WRK-DATE-FORMATTED '*'.
      *----------------------------------------------------------------*
       8200-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       8300-TEST-FS-METRINTR           SECTION.
      *----------------------------------------------------------------*
           IF WRK-FS-METRINTR          NOT EQUAL ZEROS AND 10
              MOVE WRK-FS-METRINTR     TO  WRK-ERROR-CODE
              PERFORM 9999-CALL-ABEND-PGM
           END-IF.
      *----------------------------------------------------------------*
       8300-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       8400-TEST-FS-EVTFILE            SECTION.
      *----------------------------------------------------------------*
           IF WRK-FS-EVTFILE           NOT EQUAL ZEROS AND 10
              MOVE WRK-FS-EVTFILE      TO  WRK-ERROR-CODE
              PERFORM 9999-CALL-ABEND-PGM
           END-IF.
      *----------------------------------------------------------------*
       8400-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       9000-GET-DATE-TIME              SECTION.
      *----------------------------------------------------------------*
