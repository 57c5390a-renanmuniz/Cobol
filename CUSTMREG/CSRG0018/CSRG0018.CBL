      *----------------------------------------------------------------*
      *    FILES.......:  DDNAME          LRECL       INCLUDE/BOOK     *
      *                   LGPD0018        00015       NONE             *
      *                   LGPDAUD         00081       CSRGCHN1         *
      *                   FILEERR8        00072       CSRGERR1         *
      *                   HST3IN          00364       CSTMRG01+        *
      *                                               CSRGCHN1         *
      *                   HST3OUT         00364       CSTMRG01+        *
      *                                               CSRGCHN1         *
      *                   ARC6IN          00363       CSRGARC1+        *
      *                                               CSTMRG01         *
      *                   ARC6OUT         00363       CSRGARC1+        *
      *                     LINES - THE CSRGLGPD PER-SLICE RERUNS      *
      *                     WERE REPEATING BOTH ONCE PER SLICE,        *
      *                     WHICH MADE THE AUDIT TRAIL MISLEADING.     *
      *    15/10/2026 RMM - HASH-CHAINED AUDIT TRAILS (CSRGCHN1        *
      *                     SUFFIX, CSRGCHAN MODULE): LGPDAUD GREW TO  *
      *                     LRECL=081 AND THE RUN'S LINES END IN A     *
      *                     SEAL ON TB_AUDIT_SEAL.  HST3IN/OUT GREW TO *
      *                     LRECL=364; HST3IN IS VERIFIED AS IT IS     *
      *                     READ (A BROKEN CHAIN ABENDS THE RUN BEFORE *
      *                     ANYTHING IS SWAPPED) AND HST3OUT IS        *
      *                     RE-CHAINED, EACH SEAL WHOSE GENERATION WAS *
      *                     SCRUBBED BEING RESEALED ON THE REGISTER.   *
      *    15/10/2026 RMM - THE FULL-SCOPE TABLE SCRUB ALSO DELETES    *
      *                     THE CPF'S TB_CUST_ADDR ROWS (ITS TYPED     *
      *                     MAILING/BILLING ADDRESSES).  THE HISTORY   *
      *                     PASS NOW TAKES ITS TRAIL NAME FROM THE     *
      *                     PARM (POS 303-310, BLANK = FILEHST3), SO   *
      *                     THE SAME PASS SCRUBS THE ADRHST ADDRESS    *
      *                     BEFORE-IMAGES, WHICH SHARE THE FILEHST3    *
      *                     LAYOUT; ITS LGPDAUD LINES NAME THE TRAIL.  *
      *    15/10/2026 RMM - THE FULL-SCOPE TABLE SCRUB ALSO BLANKS THE *
      *                     NOTES ON THE CPF'S TB_CONTACT_LOG ROWS AND *
      *                     CLOSES ANY FOLLOW-UP STILL OPEN ON THEM.   *
      *----------------------------------------------------------------*
      *    TABLE DB2...:  TB_CUSTOMER                 BTB_CUSTOMER     *
      *                   TB_CUST_ADDR                BTB_CUST_ADDR    *
      *                   TB_CONTACT_LOG              BTB_CONTACT_LOG  *
      *                   TB_AUDIT_SEAL               (CSRGCHAN)       *
      *----------------------------------------------------------------*
      *                                                                *
      *================================================================*
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS 00 RECORDS.
       01 FD-REG-LGPDAUD    PIC X(81).

       FD FILEERR8
           RECORDING MODE IS F
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS 00 RECORDS.
       01 FD-REG-HST3IN     PIC X(364).

       FD HST3OUT
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS 00 RECORDS.
       01 FD-REG-HST3OUT    PIC X(364).

       FD ARC6IN
           RECORDING MODE IS F
       01 WRK-CURRENT-SCRUB-CPF                  PIC X(15)
                                                  VALUE SPACES.

      *SWITCH SET BY 4000-SCRUB-ONE-HST3 WHEN THE IMAGE IN HAND WAS
      *SCRUBBED, AND THE CHAIN HASH IT WAS READ WITH:
       01 WRK-HST3-SCRUBBED-SW                   PIC X(01) VALUE 'N'.
          88 WRK-HST3-WAS-SCRUBBED                     VALUE 'Y'.

       01 WRK-HST3-IN-HASH                       PIC X(20)
                                                  VALUE SPACES.

       77 WRK-HST3-RESEAL-COUNTER                PIC 9(05) VALUE ZEROS .

      *TRAIL THE HISTORY PASS READS - FILEHST3 UNLESS THE PARM NAMES
      *ANOTHER TRAIL OF THE SAME LAYOUT (ADRHST):
       01 WRK-HST3-TRAIL                         PIC X(08) VALUE
                                                          'FILEHST3'  .

      *REQUESTED CPFS WHOSE TYPED ADDRESSES WERE DELETED:
       77 WRK-ADDR-DELETED-COUNTER               PIC 9(05) VALUE ZEROS .

      *REQUESTED CPFS WHOSE CONTACT LOG NOTES WERE BLANKED:
       77 WRK-CLOG-SCRUBBED-COUNTER              PIC 9(05) VALUE ZEROS .

      *ONE FILEHST3 BEFORE-IMAGE AND ONE FILE0006 ARCHIVE IMAGE,
      *EACH SEEN THROUGH ITS OWN PREFIX PLUS THE CSTMRG01 DETAIL:
       01 WRK-HST3-REG.
          03 WRK-HST3-DATE                    PIC X(10).
          03 WRK-HST3-TIME                    PIC X(08).
          COPY 'CSTMRG01'.
          COPY 'CSRGCHN1'.

      *FIRST 57 BYTES OF THE IMAGE IN HAND, TO TELL A CSRGSEL1 SEAL:
       01 WRK-SEAL-REG.
          COPY 'CSRGSEL1'.

       01 WRK-ARC6-REG.
          COPY 'CSRGARC1'.
          03 LGPDAUD-CPF                         PIC X(15).
          03 LGPDAUD-LOCATION                    PIC X(08).
          03 LGPDAUD-IMAGE-COUNT                 PIC 9(05).
          COPY 'CSRGCHN1'.

      *HASH CHAINS (SEE CSRGCHP1): THE LGPDAUD TRAIL THIS RUN WRITES,
      *AND TWO BLOCKS FOR THE FILEHST3 REWRITE - ONE VERIFYING HST3IN
      *AS IT IS READ, ONE RE-CHAINING HST3OUT AS IT IS WRITTEN:
       77 WRK-CHAN-PGM                           PIC X(08) VALUE
                                                          'CSRGCHAN'  .
       01 WRK-CHAN-PARM.
          COPY 'CSRGCHP1'.

       01 WRK-HST3-VRFY-PARM.
          COPY 'CSRGCHP1'.

       01 WRK-HST3-CHAN-PARM.
          COPY 'CSRGCHP1'.

      *DATA FOR ERROR LOG:
       01 WRK-ERROR-LOG.
              INCLUDE BTB_CUSTOMER
           END-EXEC.

           EXEC SQL
              INCLUDE BTB_CUST_ADDR
           END-EXEC.

           EXEC SQL
              INCLUDE BTB_CONTACT_LOG
           END-EXEC.

           EXEC SQL
              INCLUDE BTB_LEGAL_HOLD
           END-EXEC.
           PERFORM 1050-GET-RUN-PARMS.

           INITIALIZE WRK-LGPD0018-REG
                      WRK-LGPDAUD-REG
                      WRK-CHAN-PARM
                      WRK-HST3-VRFY-PARM
                      WRK-HST3-CHAN-PARM.

           MOVE 'LGPDAUD'              TO CSRGCHP1-TRAIL
                                          OF WRK-CHAN-PARM.
           MOVE 60                     TO CSRGCHP1-BODY-LEN
                                          OF WRK-CHAN-PARM.
           IF CSRGPARM-AUDIT-TRAIL     NOT EQUAL SPACES
              MOVE CSRGPARM-AUDIT-TRAIL
                                       TO WRK-HST3-TRAIL
           END-IF.

           MOVE WRK-HST3-TRAIL         TO CSRGCHP1-TRAIL
                                          OF WRK-HST3-VRFY-PARM
                                          CSRGCHP1-TRAIL
                                          OF WRK-HST3-CHAN-PARM.
           MOVE 343                    TO CSRGCHP1-BODY-LEN
                                          OF WRK-HST3-VRFY-PARM
                                          CSRGCHP1-BODY-LEN
                                          OF WRK-HST3-CHAN-PARM.

           IF CSRGPARM-IS-PRODUCTION
              MOVE 'P'                 TO CSRGCHP1-MODE
                                          OF WRK-CHAN-PARM
                                          CSRGCHP1-MODE
                                          OF WRK-HST3-VRFY-PARM
                                          CSRGCHP1-MODE
                                          OF WRK-HST3-CHAN-PARM
           END-IF.

           OPEN INPUT  LGPD0018
                       HST3IN
                                       TO WRK-FILEERR8-REASON
                    PERFORM 2500-WRITE-FILEERR8
                 ELSE
                    PERFORM 2350-DELETE-TYPED-ADDR
                    PERFORM 2360-SCRUB-CONTACT-LOG
                    MOVE 'TABLE'       TO LGPDAUD-LOCATION
                    MOVE 1             TO LGPDAUD-IMAGE-COUNT
                    PERFORM 2400-WRITE-LGPDAUD
      *----------------------------------------------------------------*
       2300-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2350-DELETE-TYPED-ADDR          SECTION.
      *----------------------------------------------------------------*
      *    A TYPED (MAILING/BILLING) ADDRESS IS NOTHING BUT PERSONAL   *
      *    DATA - THERE IS NO SKELETON TO KEEP, SO THE ROWS GO.  NONE  *
      *    ON FILE (+100) IS THE USUAL CASE.                           *
      *----------------------------------------------------------------*
           MOVE LGPD-REQUEST-CPF       TO ADDR-CPF.

           IF CSRGPARM-IS-PRODUCTION
              EXEC SQL
                  DELETE FROM TB_CUST_ADDR
                   WHERE CPF = :ADDR-CPF
              END-EXEC
           ELSE
              MOVE ZEROS               TO SQLCODE
           END-IF.

           IF SQLCODE NOT EQUAL ZEROS AND +100
              MOVE SQLCODE             TO WRK-SQLCODE-SINAL
              STRING 'SQLCODE..:',WRK-SQLCODE-X
                                       DELIMITED BY SPACE
                                       INTO WRK-ERROR-CODE
              PERFORM 9999-CALL-ABEND-PGM
           END-IF.

           IF SQLCODE EQUAL ZEROS
              AND CSRGPARM-IS-PRODUCTION
              ADD 1                    TO WRK-ADDR-DELETED-COUNTER
           END-IF.
      *----------------------------------------------------------------*
       2350-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2360-SCRUB-CONTACT-LOG          SECTION.
      *----------------------------------------------------------------*
      *    THE SERVICE-DESK CONTACTS STAY AS THE SKELETON (WHEN, BY    *
      *    WHOM, WHICH CHANNEL AND REASON) BUT THE FREE-TEXT NOTE IS   *
      *    BLANKED.  A FOLLOW-UP STILL OPEN IS CLOSED BY THIS PROGRAM  *
      *    SO IT DROPS OFF THE CSRG0080 REPORT.  NO CONTACT ON FILE    *
      *    (+100) IS THE USUAL CASE.                                   *
      *----------------------------------------------------------------*
           MOVE LGPD-REQUEST-CPF       TO CLOG-CPF.
           MOVE WRK-DATE-FORMATTED     TO CLOG-DONE-DT.
           MOVE WRK-PROGRAM            TO CLOG-DONE-BY.

           IF CSRGPARM-IS-PRODUCTION
              EXEC SQL
                  UPDATE TB_CONTACT_LOG
                     SET NOTE_TEXT     = ' '
                        ,DONE_DT       =
                           CASE FOLLOWUP_DONE
                              WHEN 'N' THEN :CLOG-DONE-DT
                              ELSE DONE_DT
                           END
                        ,DONE_BY       =
                           CASE FOLLOWUP_DONE
                              WHEN 'N' THEN :CLOG-DONE-BY
                              ELSE DONE_BY
                           END
                        ,FOLLOWUP_DONE =
                           CASE FOLLOWUP_DONE
                              WHEN 'N' THEN 'Y'
                              ELSE FOLLOWUP_DONE
                           END
                   WHERE CPF = :CLOG-CPF
              END-EXEC
           ELSE
              MOVE ZEROS               TO SQLCODE
           END-IF.

           IF SQLCODE NOT EQUAL ZEROS AND +100
              MOVE SQLCODE             TO WRK-SQLCODE-SINAL
              STRING 'SQLCODE..:',WRK-SQLCODE-X
                                       DELIMITED BY SPACE
                                       INTO WRK-ERROR-CODE
              PERFORM 9999-CALL-ABEND-PGM
           END-IF.

           IF SQLCODE EQUAL ZEROS
              AND CSRGPARM-IS-PRODUCTION
              ADD 1                    TO WRK-CLOG-SCRUBBED-COUNTER
           END-IF.
      *----------------------------------------------------------------*
       2360-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2400-WRITE-LGPDAUD              SECTION.
      *----------------------------------------------------------------*
      *    CALLER - 'TABLE' FOR THE ROW SCRUB, 'FILEHST3'/'FILE0006'
      *    FOR THE HISTORY AND ARCHIVE PASSES.

           MOVE 'L'                    TO CSRGCHP1-FUNCTION
                                          OF WRK-CHAN-PARM.
           MOVE 'B'                    TO CSRGCHP1-STREAM
                                          OF WRK-CHAN-PARM.
           CALL WRK-CHAN-PGM           USING WRK-CHAN-PARM
                                             WRK-LGPDAUD-REG.

           MOVE  WRK-LGPDAUD-REG       TO FD-REG-LGPDAUD.

           WRITE FD-REG-LGPDAUD.

           ADD 1                       TO   WRK-HST3-REGS-COUNTER.

           PERFORM 4200-VERIFY-HST3-LINK.

           MOVE 'N'                    TO   WRK-HST3-SCRUBBED-SW.

           MOVE CSTMRG01-CPF           OF WRK-HST3-REG
                                       TO   WRK-CURRENT-SCRUB-CPF.

              PERFORM 4100-SCRUB-HST3-IMAGE
              ADD 1                    TO   WRK-SCRUB-HST3-COUNT
                                            (WRK-SCRUB-IDX)
              MOVE 'Y'                 TO   WRK-HST3-SCRUBBED-SW
           END-IF.

           PERFORM 4300-RELINK-HST3-IMAGE.

           MOVE 'WRITING HST3OUT'      TO   WRK-ERROR-MSG.

           MOVE  WRK-HST3-REG          TO   FD-REG-HST3OUT.
      *----------------------------------------------------------------*
       4100-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       4200-VERIFY-HST3-LINK           SECTION.
      *----------------------------------------------------------------*
      *    HST3IN IS VERIFIED AS IT IS READ, BEFORE THE IMAGE IS       *
      *    TOUCHED.  RE-CHAINING A TRAIL SOMEONE HAS ALREADY EDITED    *
      *    WOULD LAUNDER THE EDIT, SO A BROKEN LINK, A STRAY UNCHAINED *
      *    IMAGE OR A SEAL OFF THE REGISTER STOPS THE RUN BEFORE THE   *
      *    CSRGLGPD JOB SWAPS ANYTHING; CSRG0076 THEN SHOWS WHERE.     *
      *----------------------------------------------------------------*
           MOVE 'VERIFYING HST3IN'     TO WRK-ERROR-MSG.

           MOVE CSRGCHN1-HASH          OF WRK-HST3-REG
                                       TO WRK-HST3-IN-HASH.

           MOVE 'V'                    TO CSRGCHP1-FUNCTION
                                          OF WRK-HST3-VRFY-PARM.

           CALL WRK-CHAN-PGM           USING WRK-HST3-VRFY-PARM
                                             WRK-HST3-REG.

           IF CSRGCHP1-SQLCODE         OF WRK-HST3-VRFY-PARM
                                       NOT EQUAL ZEROS
              MOVE CSRGCHP1-SQLCODE    OF WRK-HST3-VRFY-PARM
                                       TO WRK-SQLCODE-SINAL
              STRING 'SQLCODE..:',WRK-SQLCODE-X
                                       DELIMITED BY SPACE
                                       INTO WRK-ERROR-CODE
              PERFORM 9999-CALL-ABEND-PGM
           END-IF.

           IF CSRGCHP1-VERDICT-ERROR   OF WRK-HST3-VRFY-PARM
              MOVE 'HST3IN CHAIN BROKEN'
                                       TO WRK-ERROR-MSG
              STRING 'RECORD ', WRK-HST3-REGS-COUNTER,
                     ' VERDICT ',
                     CSRGCHP1-VERDICT  OF WRK-HST3-VRFY-PARM
                                       DELIMITED BY SIZE
                                       INTO WRK-ERROR-CODE
              PERFORM 9999-CALL-ABEND-PGM
           END-IF.
      *----------------------------------------------------------------*
       4200-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       4300-RELINK-HST3-IMAGE          SECTION.
      *----------------------------------------------------------------*
      *    RE-CHAINS THE IMAGE INTO HST3OUT, FOLLOWING THE SHAPE THE   *
      *    VERIFICATION FOUND IN HST3IN: A SLICE HEADER OR AN IMAGE    *
      *    FROM BEFORE THE CHAINING IS COPIED AS IT IS; WHERE HST3IN   *
      *    STARTED A STREAM AGAIN FROM THE SEED, SO DOES HST3OUT.  THE *
      *    FIRST ONLINE IMAGE LINKS BACK INTO AN EARLIER DATASET, SO   *
      *    IT KEEPS ITS HASH UNLESS IT WAS SCRUBBED.  AN UNCHANGED     *
      *    GENERATION RE-CHAINS TO THE SAME HASHES; A SEAL WHOSE       *
      *    GENERATION WAS SCRUBBED GETS A NEW HASH, AND THE REGISTER   *
      *    ROW OF ITS OLD HASH IS RESEALED TO MATCH.                   *
      *----------------------------------------------------------------*
           EVALUATE CSRGCHP1-VERDICT   OF WRK-HST3-VRFY-PARM
              WHEN 'H'
              WHEN 'P'
                 GO TO 4300-99-EXIT
              WHEN 'T'
                 IF NOT WRK-HST3-WAS-SCRUBBED
                    MOVE WRK-HST3-IN-HASH
                                       TO CSRGCHP1-ONLINE-HASH
                                          OF WRK-HST3-CHAN-PARM
                    GO TO 4300-99-EXIT
                 END-IF
                 MOVE SPACES           TO CSRGCHP1-ONLINE-HASH
                                          OF WRK-HST3-CHAN-PARM
              WHEN 'O'
                 MOVE SPACES           TO CSRGCHP1-ONLINE-HASH
                                          OF WRK-HST3-CHAN-PARM
              WHEN 'U'
                 MOVE SPACES           TO CSRGCHP1-BATCH-HASH
                                          OF WRK-HST3-CHAN-PARM
                 MOVE ZEROS            TO CSRGCHP1-GEN-COUNT
                                          OF WRK-HST3-CHAN-PARM
           END-EVALUATE.

           MOVE 'L'                    TO CSRGCHP1-FUNCTION
                                          OF WRK-HST3-CHAN-PARM.
           MOVE CSRGCHN1-STREAM        OF WRK-HST3-REG
                                       TO CSRGCHP1-STREAM
                                          OF WRK-HST3-CHAN-PARM.

           CALL WRK-CHAN-PGM           USING WRK-HST3-CHAN-PARM
                                             WRK-HST3-REG.

           MOVE WRK-HST3-REG           TO WRK-SEAL-REG.

           IF NOT CSRGSEL1-IS-SEAL
              OR CSRGCHN1-HASH         OF WRK-HST3-REG
                                       EQUAL WRK-HST3-IN-HASH
              OR NOT CSRGPARM-IS-PRODUCTION
              GO TO 4300-99-EXIT
           END-IF.

           MOVE 'RESEALING HISTORY TRAIL'
                                       TO WRK-ERROR-MSG.

           MOVE 'R'                    TO CSRGCHP1-FUNCTION
                                          OF WRK-HST3-CHAN-PARM.
           MOVE WRK-HST3-IN-HASH       TO CSRGCHP1-OLD-HASH
                                          OF WRK-HST3-CHAN-PARM.

           CALL WRK-CHAN-PGM           USING WRK-HST3-CHAN-PARM
                                             WRK-HST3-REG.

           IF CSRGCHP1-SQLCODE         OF WRK-HST3-CHAN-PARM
                                       NOT EQUAL ZEROS
              MOVE CSRGCHP1-SQLCODE    OF WRK-HST3-CHAN-PARM
                                       TO WRK-SQLCODE-SINAL
              STRING 'SQLCODE..:',WRK-SQLCODE-X
                                       DELIMITED BY SPACE
                                       INTO WRK-ERROR-CODE
              PERFORM 9999-CALL-ABEND-PGM
           END-IF.

           ADD 1                       TO WRK-HST3-RESEAL-COUNTER.
      *----------------------------------------------------------------*
       4300-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       5000-SCRUB-ONE-ARC6             SECTION.
      *----------------------------------------------------------------*

           IF WRK-SCRUB-HST3-COUNT (WRK-SCRUB-IDX)
                                       GREATER ZEROS
              MOVE WRK-HST3-TRAIL      TO LGPDAUD-LOCATION
              MOVE WRK-SCRUB-HST3-COUNT (WRK-SCRUB-IDX)
                                       TO LGPDAUD-IMAGE-COUNT
              PERFORM 2400-WRITE-LGPDAUD
      *----------------------------------------------------------------*
       3000-FINALIZE                   SECTION.
      *----------------------------------------------------------------*
           PERFORM 3050-SEAL-LGPDAUD.

      *    THE SEAL ROW AND ANY FILEHST3 GENERATIONS RESEALED DURING
      *    THE REWRITE ARE COMMITTED TOGETHER:
           PERFORM 2450-COMMIT-REQUEST.

           CLOSE LGPD0018
                 LGPDAUD
                 FILEERR8
           '*'.
           DISPLAY '*HELD - NOT SCRUBBED.:' WRK-HELD-REGS-COUNTER
           '*'.
           DISPLAY '*TYPED ADDRS DELETED.:' WRK-ADDR-DELETED-COUNTER
           '*'.
           DISPLAY '*CONTACT LOGS BLANKED:' WRK-CLOG-SCRUBBED-COUNTER
           '*'.
           DISPLAY '*HISTORY TRAIL.......:' WRK-HST3-TRAIL
           '*'.
           DISPLAY '*FILEHST3 IMAGES READ:' WRK-HST3-REGS-COUNTER
           '*'.
           DISPLAY '*FILE0006 IMAGES READ:' WRK-ARC6-REGS-COUNTER
           '*'.
           DISPLAY '*FILEHST3 RESEALED...:' WRK-HST3-RESEAL-COUNTER
           '*'.
           DISPLAY '*-------------------------*'.
           DISPLAY '*EXECUTED......:' WRK-DATE-FORMATTED '*'.
           DISPLAY '*.................' WRK-TIME-FORMATTED '*'.
      *----------------------------------------------------------------*
       3000-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       3050-SEAL-LGPDAUD               SECTION.
      *----------------------------------------------------------------*
      *    CLOSES THIS RUN'S GENERATION OF LGPDAUD LINES WITH ITS      *
      *    CSRGSEL1 SEAL, REGISTERED ON TB_AUDIT_SEAL.  A RUN THAT     *
      *    WROTE NO LINE WRITES NO SEAL.                               *
      *----------------------------------------------------------------*
           IF CSRGCHP1-GEN-COUNT       OF WRK-CHAN-PARM
                                       EQUAL ZEROS
              GO TO 3050-99-EXIT
           END-IF.

           MOVE 'SEALING LGPDAUD'      TO WRK-ERROR-MSG.

           MOVE 'S'                    TO CSRGCHP1-FUNCTION
                                          OF WRK-CHAN-PARM.
           MOVE CSRGPARM-BATCH-RUN-ID  TO CSRGCHP1-RUN-ID
                                          OF WRK-CHAN-PARM.
           MOVE WRK-PROGRAM            TO CSRGCHP1-PROGRAM
                                          OF WRK-CHAN-PARM.

           CALL WRK-CHAN-PGM           USING WRK-CHAN-PARM
                                             WRK-LGPDAUD-REG.

           IF CSRGCHP1-SQLCODE         OF WRK-CHAN-PARM
                                       NOT EQUAL ZEROS
              MOVE CSRGCHP1-SQLCODE    OF WRK-CHAN-PARM
                                       TO WRK-SQLCODE-SINAL
              STRING 'SQLCODE..:',WRK-SQLCODE-X
                                       DELIMITED BY SPACE
                                       INTO WRK-ERROR-CODE
              PERFORM 9999-CALL-ABEND-PGM
           END-IF.

           MOVE  WRK-LGPDAUD-REG       TO FD-REG-LGPDAUD.

           WRITE FD-REG-LGPDAUD.

           PERFORM 8200-TEST-FS-LGPDAUD.
      *----------------------------------------------------------------*
       3050-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       8100-TEST-FS-LGPD0018           SECTION.
      *----------------------------------------------------------------*
