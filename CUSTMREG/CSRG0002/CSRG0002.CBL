      *                   FILEREJ2        00348       CSRGREJ1         *
      *                   EVTFILE         00670       CSRGEVT1+        *
      *                                               CSTMRG01         *
      *                   ARCHKSDS        00404       CSRGARC1+        *
      *                                               CSTMRG01         *
      *----------------------------------------------------------------*
      *    TABLE DB2...:  TB_CUSTOMER                 BTB_CUSTOMER     *
      *                   TB_CEP_REF                  BTB_CEP_REF      *
      *                     IMAGE (LRECL=311), SO HISTORY AND AUDIT    *
      *                     STAY JOINED TO THE PERSON WHEN CSRG0046    *
      *                     LATER SWAPS THEIR DOCUMENT.                *
      *    15/10/2026 RMM - THE STREET OF EVERY NEW REGISTRATION IS    *
      *                     STANDARDIZED THROUGH THE SHARED CSRGSTRT   *
      *                     MODULE BEFORE THE INSERT (STRTAB01).       *
      *    15/10/2026 RMM - CSRGVALD NOW REJECTS A PHONE WITH AN       *
      *                     UNKNOWN DDD OR A SHORT MOBILE NUMBER; A    *
      *                     DDD OF ANOTHER STATE IS FLAGGED ON THE JOB *
      *                     LOG AND COUNTED, AND THE ROW STILL GOES IN.*
      *    15/10/2026 RMM - RETURNING CUSTOMERS: A CPF NOT ON          *
      *                     TB_CUSTOMER IS LOOKED UP ON THE ARCHKSDS   *
      *                     KEYED ARCHIVE BEFORE ITS CUST_ID IS        *
      *                     ISSUED.  A CUSTOMER CSRG0006 PURGED GETS   *
      *                     BACK THE ARCHIVED CUST_ID AND ORIGINAL     *
      *                     TIMEREGINC, AND A 'B' CHGEVENT IS WRITTEN  *
      *                     NEXT TO THE 'I'.  AN ANONYMIZED IMAGE      *
      *                     (CSRG0031/CSRG0018) EXCLUDES THE CPF.      *
      *----------------------------------------------------------------*
      *================================================================*
      *           E N V I R O N M E N T      D I V I S I O N           *
            ACCESS MODE  IS     SEQUENTIAL
            FILE STATUS  IS     WRK-FS-EVTFILE.

           SELECT ARCHKSDS      ASSIGN TO ARCHKSDS
            ORGANIZATION IS     INDEXED
            ACCESS MODE  IS     DYNAMIC
            RECORD KEY   IS     FD-ARCH-KEY
            FILE STATUS  IS     WRK-FS-ARCHKSDS.

      *================================================================*
      *                  D A T A      D I V I S I O N                  *
      *================================================================*
           BLOCK CONTAINS 00 RECORDS.
       01 FD-REG-EVTFILE    PIC X(670).

       FD ARCHKSDS
           RECORD CONTAINS 404 CHARACTERS.
       01 FD-REG-ARCHKSDS.
          05 FD-ARCH-KEY.
             10 FD-ARCH-CPF    PIC X(15).
             10 FD-ARCH-DEL-TS PIC X(26).
          05 FILLER            PIC X(363).

      *-----------------------------------------------------------------*
      *                  WORKING-STORAGE SECTION                        *
      *-----------------------------------------------------------------*
       77 WRK-INSERTED-REGS-COUNTER              PIC 9(07) VALUE ZEROS .
       77 WRK-ROUTED-TO-UPDT-COUNTER             PIC 9(07) VALUE ZEROS .
       77 WRK-FILEERR2-REGS-COUNTER              PIC 9(07) VALUE ZEROS .
       77 WRK-STREET-STD-COUNTER                 PIC 9(07) VALUE ZEROS .
       77 WRK-PHONE-FLAG-COUNTER                 PIC 9(07) VALUE ZEROS .
       77 WRK-RETURNING-COUNTER                  PIC 9(07) VALUE ZEROS .
       77 WRK-ARCH-EXCLUDED-COUNTER              PIC 9(07) VALUE ZEROS .

       77 WRK-FILE0003-EOF                       PIC X(03) VALUE SPACES.

                                                  OCCURS 100 TIMES.
          05 ARR-CUST-ID                         PIC X(10)
                                                  OCCURS 100 TIMES.
          05 ARR-TIMEREGINC                      PIC X(26)
                                                  OCCURS 100 TIMES.

      *NULL INDICATORS FOR ARR-TIMEREGINC - A NEW CUSTOMER (OR ONE
      *ARCHIVED WITH A BLANK STAMP) IS REGISTERED AT CURRENT TIMESTAMP:
       01 WRK-INSERT-IND-ARRAYS.
          05 ARR-TIMEREGINC-IND                  PIC S9(04) COMP
                                                  OCCURS 100 TIMES.

      *RETURNING-CUSTOMER DATA OF EACH BUFFERED RECORD, PARALLEL TO
      *WRK-BLOCK-REC (SPACES FOR A GENUINELY NEW CUSTOMER):
       01 WRK-BLOCK-RETURN-BUFFER.
          05 WRK-BLOCK-RETURN                    OCCURS 100 TIMES.
             10 WRK-BLOCK-RET-TIMEREGINC         PIC X(26).
             10 WRK-BLOCK-RET-ARCH-IMAGE         PIC X(311).

      *SCRATCH RECORD FOR SPREADING A BUFFERED IMAGE INTO THE ARRAYS
      *AND FOR REPLAYING A FAILED BLOCK:
          03 FILLER                              PIC X(01) VALUE 'C'.
          03 WRK-CUST-ID-DIGITS                  PIC 9(09) VALUE ZEROS.

      *RETURNING-CUSTOMER LOOKUP ON THE ARCHKSDS KEYED ARCHIVE (BUILT
      *BY CSRG0030 AFTER EACH CSRG0006 PURGE).  NOT ALLOCATED OR NEVER
      *LOADED (FILE STATUS 35) MEANS NO CUSTOMER WAS EVER PURGED, SO
      *EVERY REGISTRATION IS NEW:
       01 WRK-ARCHIVE-PRESENT-SW                 PIC X(01) VALUE 'N'.
          88 WRK-ARCHIVE-IS-PRESENT                    VALUE 'Y'.
       77 WRK-ARCHKSDS-EOF                       PIC X(03) VALUE SPACES.

      *ONE ARCHKSDS RECORD - THE CPF/DELETED-TS KEY, THE CSRGARC1
      *TIMESTAMP PREFIX AND THE CSTMRG01 IMAGE AS IT WAS PURGED:
       01 WRK-ARCH-REG.
          03 WRK-ARCH-KEY.
             05 WRK-ARCH-CPF                     PIC X(15).
             05 WRK-ARCH-DEL-TS                  PIC X(26).
          03 WRK-ARCH-TIMEREGINC                 PIC X(26).
          03 WRK-ARCH-DELETED-TS                 PIC X(26).
          03 WRK-ARCH-CSTMRG01-IMAGE             PIC X(311).

       01 WRK-ARCH-WORK-REG.
          COPY 'CSTMRG01'.

       01 WRK-ARCH-FOUND-SW                      PIC X(01) VALUE 'N'.
          88 WRK-ARCH-IMAGE-FOUND                      VALUE 'Y'.
       01 WRK-ARCH-ERASED-SW                     PIC X(01) VALUE 'N'.
          88 WRK-ARCH-WAS-ANONYMIZED                   VALUE 'Y'.

      *RETURNING-CUSTOMER DATA OF THE RECORD BEING INSERTED, FROM
      *THE LATEST ARCHIVE IMAGE - SPACES FOR A GENUINELY NEW
      *CUSTOMER.  IT RIDES WITH THE RECORD INTO THE INSERT BLOCK:
       01 WRK-RETURN-DATA.
          03 WRK-RETURN-TIMEREGINC               PIC X(26)
                                                  VALUE SPACES.
          03 WRK-RETURN-ARCH-IMAGE               PIC X(311)
                                                  VALUE SPACES.
       01 WRK-RETURN-CUST-ID                     PIC X(10) VALUE SPACES.
       01 WRK-CUST-ID-USED-COUNT                 PIC 9(04) VALUE ZEROS.

      *NULL INDICATOR FOR TIMEREGINC ON THE SINGLE-ROW INSERTS:
       01 WRK-TIMEREGINC-IND                     PIC S9(04) COMP
                                                           VALUE ZEROS.

      *DATA FOR THE INSERT-TIME PROBABLE-DUPLICATE GATE AGAINST
      *TB_MATCH_KEY - THE EXISTING CPF RIDES THE REASON TEXT:
       01 WRK-DUP-COUNT                          PIC 9(04) VALUE ZEROS.
       01 WRK-VALD-PARM.
          COPY 'CSRGVAL1'.

      *STREET-ADDRESS STANDARDIZATION MODULE AND ITS PARAMETERS:
       77 WRK-STRT-PGM                           PIC X(08) VALUE
                                                           'CSRGSTRT'  .
       01 WRK-STRT-PARM.
          COPY 'CSRGSTR1'.

      *RUNTIME PARAMETER CARD:
       COPY 'CSRGPARM'.

          03 WRK-FS-FILEERR2                     PIC 9(02) VALUE ZEROS .
          03 WRK-FS-FILEREJ2                     PIC 9(02) VALUE ZEROS .
          03 WRK-FS-EVTFILE                      PIC 9(02) VALUE ZEROS .
          03 WRK-FS-ARCHKSDS                     PIC 9(02) VALUE ZEROS .

      *ONE CHANGE EVENT PER APPLIED OPERATION, FOR THE CHGEVENT
      *DOWNSTREAM FEED (SEE CSRGEVT1):
           PERFORM 1090-GET-HIGHEST-CUST-ID.

           INITIALIZE WRK-VALD-PARM.
           INITIALIZE WRK-STRT-PARM.

           INITIALIZE WRK-FILE0003-REG.

           MOVE 'OPEN FILE EVTFILE'    TO WRK-ERROR-MSG.
           PERFORM 8270-TEST-FS-EVTFILE.

           PERFORM 1095-OPEN-ARCHKSDS.

           PERFORM 2100-READ-FILE0003.

           IF WRK-IS-RESTART-RUN
      *----------------------------------------------------------------*
       1090-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       1095-OPEN-ARCHKSDS              SECTION.
      *----------------------------------------------------------------*
      *    THE KEYED ARCHIVE IS OPTIONAL: A FILE STATUS 35 MEANS NO    *
      *    CUSTOMER WAS EVER PURGED (OR CSRGARCK NEVER RAN), WHICH IS  *
      *    NOT AN ERROR - EVERY REGISTRATION IS THEN SIMPLY NEW.       *
      *----------------------------------------------------------------*
           MOVE 'OPEN FILE ARCHKSDS'   TO WRK-ERROR-MSG.

           OPEN INPUT ARCHKSDS.

           IF WRK-FS-ARCHKSDS          EQUAL 35
              DISPLAY '*ARCHKSDS NOT AVAILABLE - NO RETURNING-CUSTOMER'
                      ' LOOKUP THIS RUN*'
              GO TO 1095-99-EXIT
           END-IF.

           PERFORM 8280-TEST-FS-ARCHKSDS.

           MOVE 'Y'                    TO WRK-ARCHIVE-PRESENT-SW.
      *----------------------------------------------------------------*
       1095-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2155-ASSIGN-CUST-ID             SECTION.
      *----------------------------------------------------------------*
      *    ISSUES THE NEXT SURROGATE KEY AND STAMPS IT ONTO THE        *
      *    IMAGE, SO THE INSERT, THE CHANGE EVENT AND A BUFFERED-      *
      *    BLOCK REPLAY ALL CARRY THE SAME IDENTIFIER.  A RETURNING    *
      *    CUSTOMER (2210-CHECK-ARCHIVE) GETS THEIR ARCHIVED ONE BACK. *
      *----------------------------------------------------------------*
           IF WRK-RETURN-CUST-ID       NOT EQUAL SPACES
              MOVE WRK-RETURN-CUST-ID  TO CSTMRG01-CUST-ID
                                          OF WRK-FILE0003-REG
              GO TO 2155-99-EXIT
           END-IF.

           ADD 1                       TO WRK-CUST-ID-COUNTER.
           MOVE WRK-CUST-ID-COUNTER    TO WRK-CUST-ID-DIGITS.
           MOVE WRK-CUST-ID-FORMATTED  TO CSTMRG01-CUST-ID
      *    IN TEST MODE THE SIMULATED SINGLE-ROW PATH IS KEPT; A
      *    LIVE RUN BUFFERS THE RECORD INTO THE INSERT BLOCK.  THE
      *    HOST VARIABLES ARE RE-MOVED FIRST SO A CITY/STATE THE CEP
      *    DIRECTORY AUTO-FILLED REACHES THE INSERT.  THE ARCHIVE
      *    LOOKUP COMES FIRST SO A RETURNING CUSTOMER KEEPS THEIR ID:
                        PERFORM 2210-CHECK-ARCHIVE
                        PERFORM 2155-ASSIGN-CUST-ID
                        PERFORM 2260-STANDARDIZE-STREET
                        PERFORM 2150-MOVE-DATA
                        IF CSRGPARM-IS-TEST-MODE
                           PERFORM 2300-INSERT-DB
           MOVE CSTMRG01-CUST-ID       OF WRK-FILE0003-REG
           TO CUST-ID                  OF BTB-CUSTOMER.

      *    A RETURNING CUSTOMER KEEPS THEIR ORIGINAL FIRST-
      *    REGISTRATION STAMP; ANYONE ELSE (NULL) IS REGISTERED AT
      *    CURRENT TIMESTAMP BY THE INSERT:
           IF WRK-RETURN-TIMEREGINC    EQUAL SPACES
              MOVE -1                  TO WRK-TIMEREGINC-IND
           ELSE
              MOVE ZEROS               TO WRK-TIMEREGINC-IND
              MOVE WRK-RETURN-TIMEREGINC
                                       TO TIMEREGINC OF BTB-CUSTOMER
           END-IF.

      *----------------------------------------------------------------*
       2150-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2200-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2210-CHECK-ARCHIVE              SECTION.
      *----------------------------------------------------------------*
      *    A CPF 2200-VERIFY-REGISTRY DID NOT FIND ON TB_CUSTOMER IS   *
      *    LOOKED UP ON THE ARCHKSDS KEYED ARCHIVE.  FOUND THERE, IT   *
      *    IS A RETURNING CUSTOMER CSRG0006 PURGED: THE INSERT REUSES  *
      *    THE CUST_ID AND TIMEREGINC OF THE LATEST IMAGE (THE LAST ON *
      *    THE KEY, AS IN CSRG0011).  ANY ANONYMIZED IMAGE - A         *
      *    CSRG0031 RETENTION SKELETON OR A CSRG0018 ERASURE, BOTH OF  *
      *    WHICH LEAVE THE NAME 'ANONYMIZED' - EXCLUDES THE CPF, SO AN *
      *    ERASED PERSON IS NEVER RE-LINKED TO THE OLD HISTORY AND     *
      *    REGISTERS AS NEW.                                           *
      *----------------------------------------------------------------*
           MOVE SPACES                 TO WRK-RETURN-DATA
                                          WRK-RETURN-CUST-ID
                                          WRK-ARCHKSDS-EOF.
           MOVE 'N'                    TO WRK-ARCH-FOUND-SW
                                          WRK-ARCH-ERASED-SW.

           IF NOT WRK-ARCHIVE-IS-PRESENT
              GO TO 2210-99-EXIT
           END-IF.

           MOVE 'STARTING ARCHKSDS BROWSE'
                                       TO WRK-ERROR-MSG.

           MOVE CSTMRG01-CPF           OF WRK-FILE0003-REG
                                       TO FD-ARCH-CPF.
           MOVE LOW-VALUES             TO FD-ARCH-DEL-TS.

           START ARCHKSDS KEY NOT LESS FD-ARCH-KEY
                 INVALID KEY CONTINUE
           END-START.

           IF WRK-FS-ARCHKSDS          EQUAL 23
              GO TO 2210-99-EXIT
           END-IF.

           PERFORM 8280-TEST-FS-ARCHKSDS.

           PERFORM 2215-READ-ARCHKSDS
              UNTIL WRK-ARCHKSDS-EOF   EQUAL 'END'.

           IF NOT WRK-ARCH-IMAGE-FOUND
              GO TO 2210-99-EXIT
           END-IF.

           IF WRK-ARCH-WAS-ANONYMIZED
              ADD 1                    TO WRK-ARCH-EXCLUDED-COUNTER
              MOVE SPACES              TO WRK-RETURN-DATA
                                          WRK-RETURN-CUST-ID
              GO TO 2210-99-EXIT
           END-IF.

      *    AN IMAGE PURGED BEFORE THE CUST_ID FIELD EXISTED STILL
      *    RETURNS (DATE AND EVENT) BUT IS ISSUED A NEW ID:
           IF WRK-RETURN-CUST-ID       NOT EQUAL SPACES
              PERFORM 2220-CHECK-CUST-ID-FREE
           END-IF.
      *----------------------------------------------------------------*
       2210-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2215-READ-ARCHKSDS              SECTION.
      *----------------------------------------------------------------*
      *    READS THE NEXT IMAGE OF THE BROWSE.  THE KEY CARRIES THE    *
      *    CPF FIRST, SO THE FIRST RECORD OF A DIFFERENT CPF ENDS THE  *
      *    BROWSE.  EACH IMAGE OVERWRITES THE RETURN DATA, SO THE      *
      *    LATEST PURGE WINS; AN ANONYMIZED ONE FLAGS THE WHOLE CPF.   *
      *----------------------------------------------------------------*
           MOVE 'READING ARCHKSDS NEXT'
                                       TO WRK-ERROR-MSG.

           READ ARCHKSDS NEXT RECORD   INTO WRK-ARCH-REG
                AT END CONTINUE
           END-READ.

           IF WRK-FS-ARCHKSDS          EQUAL 10
              MOVE 'END'               TO WRK-ARCHKSDS-EOF
              GO TO 2215-99-EXIT
           END-IF.

           PERFORM 8280-TEST-FS-ARCHKSDS.

           IF WRK-ARCH-CPF             NOT EQUAL CSTMRG01-CPF
                                       OF WRK-FILE0003-REG
              MOVE 'END'               TO WRK-ARCHKSDS-EOF
              GO TO 2215-99-EXIT
           END-IF.

           MOVE 'Y'                    TO WRK-ARCH-FOUND-SW.

           MOVE WRK-ARCH-CSTMRG01-IMAGE
                                       TO WRK-ARCH-WORK-REG.

           IF CSTMRG01-NAME            OF WRK-ARCH-WORK-REG
                                       EQUAL 'ANONYMIZED'
              MOVE 'Y'                 TO WRK-ARCH-ERASED-SW
           END-IF.

           MOVE WRK-ARCH-TIMEREGINC    TO WRK-RETURN-TIMEREGINC.
           MOVE WRK-ARCH-CSTMRG01-IMAGE
                                       TO WRK-RETURN-ARCH-IMAGE.
           MOVE CSTMRG01-CUST-ID       OF WRK-ARCH-WORK-REG
                                       TO WRK-RETURN-CUST-ID.
      *----------------------------------------------------------------*
       2215-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2220-CHECK-CUST-ID-FREE         SECTION.
      *----------------------------------------------------------------*
      *    THE ARCHIVED CUST_ID IS REUSED ONLY IF NO LIVE ROW CARRIES  *
      *    IT - THE NEXT-NUMBER COUNTER FOLLOWS THE HIGHEST ID STILL   *
      *    ON TB_CUSTOMER, SO A PURGED ID CAN HAVE BEEN ISSUED AGAIN.  *
      *    IN THAT CASE THE RETURNING CUSTOMER GETS A NEW ID.          *
      *----------------------------------------------------------------*
           MOVE 'CHECKING ARCHIVED CUST ID'
                                       TO WRK-ERROR-MSG.

           EXEC SQL
               SELECT COUNT(*)
               INTO  :WRK-CUST-ID-USED-COUNT
               FROM  TB_CUSTOMER
               WHERE CUST_ID = :WRK-RETURN-CUST-ID
           END-EXEC.

           IF SQLCODE NOT EQUAL ZEROS
              MOVE SQLCODE             TO WRK-SQLCODE-SINAL
              STRING 'SQLCODE..:',WRK-SQLCODE-X
                                       DELIMITED BY SPACE
                                       INTO WRK-ERROR-CODE
              PERFORM 9999-CALL-ABEND-PGM
           END-IF.

           IF WRK-CUST-ID-USED-COUNT   GREATER ZEROS
              DISPLAY '*ARCHIVED CUST ID ' WRK-RETURN-CUST-ID
                      ' OF CPF ' CSTMRG01-CPF OF WRK-FILE0003-REG
                      ' IS IN USE - NEW ID ISSUED*'
              MOVE SPACES              TO WRK-RETURN-CUST-ID
           END-IF.
      *----------------------------------------------------------------*
       2220-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2250-VALIDATE-INSERT-FIELDS     SECTION.
      *----------------------------------------------------------------*

           IF CSRGVAL1-DATA-IS-VALID
              MOVE 'Y'                 TO WRK-INSERT-VALID-SW
              IF CSRGVAL1-WARNING      NOT EQUAL SPACES
                 ADD 1                 TO WRK-PHONE-FLAG-COUNTER
                 DISPLAY '*CSRG0002 PHONE FLAG: ' CSRGVAL1-WARNING
                         ' VS ' CSTMRG01-STATE OF WRK-FILE0003-REG
                         ' CPF ' CSTMRG01-CPF OF WRK-FILE0003-REG '*'
              END-IF
           ELSE
              MOVE 'N'                 TO WRK-INSERT-VALID-SW
           END-IF.
      *----------------------------------------------------------------*
       2250-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2260-STANDARDIZE-STREET         SECTION.
      *----------------------------------------------------------------*
      *    THE STREET IS STORED IN THE ONE STANDARD FORM CSRGSTRT      *
      *    BUILDS, WHATEVER THE PARTNER TYPED.  A STREET THE MODULE    *
      *    CANNOT STANDARDIZE SAFELY COMES BACK AS TYPED.              *
      *----------------------------------------------------------------*
           MOVE CSTMRG01-STREET        OF WRK-FILE0003-REG
                                       TO CSRGSTR1-STREET.

           CALL WRK-STRT-PGM           USING WRK-STRT-PARM.

           IF CSRGSTR1-WAS-CHANGED
              MOVE CSRGSTR1-STREET     TO CSTMRG01-STREET
                                          OF WRK-FILE0003-REG
              ADD 1                    TO WRK-STREET-STD-COUNTER
           END-IF.
      *----------------------------------------------------------------*
       2260-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2270-CHECK-CEP-DIRECTORY        SECTION.
      *----------------------------------------------------------------*
                  ,:CITY
                  ,:STATE
                  ,:COUNTRY
                  ,COALESCE(TIMESTAMP(:TIMEREGINC :WRK-TIMEREGINC-IND)
                           ,CURRENT TIMESTAMP)
                  ,:CUST-STATUS
                  ,:EMAIL
                  ,:PHONE
           MOVE SPACES                 TO WRK-EVT-OLD-IMAGE.
           PERFORM 2900-WRITE-CHANGE-EVENT.

           IF WRK-RETURN-ARCH-IMAGE    NOT EQUAL SPACES
              PERFORM 2910-RECORD-RETURNING
           END-IF.

           IF CSRGPARM-IS-PRODUCTION
              PERFORM 2295-INSERT-MATCH-KEY
           END-IF.

           MOVE WRK-FILE0003-REG       TO WRK-BLOCK-REC
                                          (WRK-BLOCK-COUNT).
           MOVE WRK-RETURN-DATA        TO WRK-BLOCK-RETURN
                                          (WRK-BLOCK-COUNT).

           IF WRK-BLOCK-COUNT          NOT LESS WRK-BLOCK-SIZE
              PERFORM 2710-FLUSH-INSERT-BLOCK
               ,:ARR-CITY
               ,:ARR-STATE
               ,:ARR-COUNTRY
               ,COALESCE(TIMESTAMP(:ARR-TIMEREGINC :ARR-TIMEREGINC-IND)
                        ,CURRENT TIMESTAMP)
               ,'A'
               ,:ARR-EMAIL
               ,:ARR-PHONE
           MOVE CSTMRG01-CUST-ID    OF WRK-BLOCK-WORK-REG
                                       TO ARR-CUST-ID (WRK-BLOCK-IDX).

           IF WRK-BLOCK-RET-TIMEREGINC (WRK-BLOCK-IDX)
                                       EQUAL SPACES
              MOVE -1                  TO ARR-TIMEREGINC-IND
                                          (WRK-BLOCK-IDX)
           ELSE
              MOVE ZEROS               TO ARR-TIMEREGINC-IND
                                          (WRK-BLOCK-IDX)
              MOVE WRK-BLOCK-RET-TIMEREGINC (WRK-BLOCK-IDX)
                                       TO ARR-TIMEREGINC
                                          (WRK-BLOCK-IDX)
           END-IF.

           ADD 1                       TO WRK-BLOCK-IDX.
      *----------------------------------------------------------------*
       2720-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
           MOVE WRK-BLOCK-REC (WRK-BLOCK-IDX)
                                       TO WRK-FILE0003-REG.
           MOVE WRK-BLOCK-RETURN (WRK-BLOCK-IDX)
                                       TO WRK-RETURN-DATA.

           PERFORM 2150-MOVE-DATA.

               ,:CITY
               ,:STATE
               ,:COUNTRY
               ,COALESCE(TIMESTAMP(:TIMEREGINC :WRK-TIMEREGINC-IND)
                        ,CURRENT TIMESTAMP)
               ,:CUST-STATUS
               ,:EMAIL
               ,:PHONE
              MOVE WRK-FILE0003-REG    TO WRK-EVT-NEW-IMAGE
              MOVE SPACES              TO WRK-EVT-OLD-IMAGE
              PERFORM 2900-WRITE-CHANGE-EVENT
              IF WRK-RETURN-ARCH-IMAGE NOT EQUAL SPACES
                 PERFORM 2910-RECORD-RETURNING
              END-IF
              PERFORM 2295-INSERT-MATCH-KEY
           ELSE
              MOVE SPACES              TO WRK-FILEERR2-REASON
                                       TO WRK-FILE0003-REG.
           PERFORM 2295-INSERT-MATCH-KEY.

           MOVE WRK-BLOCK-RETURN (WRK-BLOCK-IDX)
                                       TO WRK-RETURN-DATA.
           IF WRK-RETURN-ARCH-IMAGE    NOT EQUAL SPACES
              PERFORM 2910-RECORD-RETURNING
           END-IF.

           ADD 1                       TO WRK-BLOCK-IDX.
      *----------------------------------------------------------------*
       2750-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
       2900-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2910-RECORD-RETURNING           SECTION.
      *----------------------------------------------------------------*
      *    COUNTS A RETURNING CUSTOMER AND WRITES THE 'B' CHGEVENT     *
      *    NEXT TO THE 'I' OF THE INSERT: THE NEW-VALUES IMAGE IS THE  *
      *    ROW AS INSERTED (WITH THE REUSED CUST_ID) AND THE BEFORE-   *
      *    IMAGE IS THE LATEST ARCHIVED ONE, SO A CONSUMER CAN RE-LINK *
      *    THE PERSON TO THEIR HISTORY.  CSRG0016 COUNTS THESE EVENTS  *
      *    ON ITS BALANCE.  THE CALLER HAS THE INSERTED IMAGE IN       *
      *    WRK-FILE0003-REG AND ITS RETURN DATA IN WRK-RETURN-DATA.    *
      *----------------------------------------------------------------*
           ADD 1                       TO WRK-RETURNING-COUNTER.

           MOVE 'B'                    TO CSRGEVT1-OP-TYPE.
           MOVE CSTMRG01-CPF           OF WRK-FILE0003-REG
                                       TO CSRGEVT1-CPF.
           MOVE WRK-FILE0003-REG       TO WRK-EVT-NEW-IMAGE.
           MOVE WRK-RETURN-ARCH-IMAGE  TO WRK-EVT-OLD-IMAGE.
           PERFORM 2900-WRITE-CHANGE-EVENT.
      *----------------------------------------------------------------*
       2910-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       8270-TEST-FS-EVTFILE            SECTION.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       8270-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       8280-TEST-FS-ARCHKSDS           SECTION.
      *----------------------------------------------------------------*
           IF WRK-FS-ARCHKSDS          NOT EQUAL ZEROS AND 10 AND 23
              MOVE WRK-FS-ARCHKSDS     TO  WRK-ERROR-CODE
              PERFORM 9999-CALL-ABEND-PGM
           END-IF.
      *----------------------------------------------------------------*
       8280-99-EXIT.                   EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       3070-CLEAR-RESTART-ROW          SECTION.
      *----------------------------------------------------------------*
           '*'.
           DISPLAY '*RECORDS EVTFILE.....:' WRK-EVTFILE-REGS-COUNTER
           '*'.
           DISPLAY '*STREETS STANDARDIZED:' WRK-STREET-STD-COUNTER
           '*'.
           DISPLAY '*PHONE DDD FLAGGED...:' WRK-PHONE-FLAG-COUNTER
           '*'.
           DISPLAY '*RETURNING CUSTOMERS.:' WRK-RETURNING-COUNTER
           '*'.
           DISPLAY '*ARCHIVE ANONYMIZED..:' WRK-ARCH-EXCLUDED-COUNTER
           '*'.
           DISPLAY '*-------------------------*'.
           DISPLAY '*EXECUTED......:' WRK-DATE-FORMATTED '*'.
           DISPLAY '*.................' WRK-TIME-FORMATTED '*'.
