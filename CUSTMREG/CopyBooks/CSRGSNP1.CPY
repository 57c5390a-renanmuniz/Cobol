      *================================================================*
      *    COPYBOOK...: CSRGSNP1                                       *
      *    DESCRIPTION.: MONTH-END CUSTOMER SNAPSHOT (CUSTSNAP) DETAIL *
      *                  RECORD BODY - ONE TB_CUSTOMER ROW, EVERY      *
      *                  COLUMN, ACTIVE AND SOFT-DELETED ALIKE, AS     *
      *                  UNLOADED BY CSRG0084.  THE COLUMNS ARE IN     *
      *                  BTB_CUSTOMER ORDER, SO THE HOST STRUCTURE     *
      *                  MOVES ACROSS WHOLE; A NULL COLUMN IS SPACES.  *
      *                  THE RECORD IS THIS BODY FOLLOWED BY ITS       *
      *                  CSRGCHN1 SUFFIX (LRECL 500, TRAIL CUSTSNAP).  *
      *                  THE GENERATION IS IN CUST-ID ORDER - THE      *
      *                  ROWS THAT PREDATE THE SURROGATE KEY (BLANK    *
      *                  CUST-ID) FIRST, IN CPF ORDER - AND ENDS WITH  *
      *                  THE CSRGSNT1 TOTALS RECORD AND THE CSRGSEL1   *
      *                  SEAL.  A READER TESTS BOTH TAGS FIRST.        *
      *----------------------------------------------------------------*
      *    LAYOUT......:                                               *
      *    POS 001-015  CPF (OR THE DOCUMENT OF DOC-TYPE)              *
      *    POS 016-065  NAME                                           *
      *    POS 066-075  BIRTH (DD-MM-YYYY)                             *
      *    POS 076-125  STREET                                         *
      *    POS 126-135  HOUSE NUMBER                                   *
      *    POS 136-150  OTHER INFO                                     *
      *    POS 151-190  CITY                                           *
      *    POS 191-192  STATE                                          *
      *    POS 193-222  COUNTRY                                        *
      *    POS 223-248  TIMEREGINC                                     *
      *    POS 249-249  STATUS  A=ACTIVE  D=DELETED                    *
      *    POS 250-275  DELETED_TS                                     *
      *    POS 276-325  EMAIL                                          *
      *    POS 326-340  PHONE                                          *
      *    POS 341-349  CEP                                            *
      *    POS 350-350  DOC-TYPE                                       *
      *    POS 351-354  PROVIDER CODE                                  *
      *    POS 355-357  ADDRESS/EMAIL/PHONE UNDELIVERABLE FLAGS        *
      *    POS 358-367  UNDELIVERABLE DATE                             *
      *    POS 368-387  UNDELIVERABLE REASON                           *
      *    POS 388-388  CPF SITUACAO                                   *
      *    POS 389-398  CUST-ID                                        *
      *    POS 399-408  HOUSEHOLD-ID                                   *
      *    POS 409-409  DELETE REASON                                  *
      *    POS 410-410  PROTECTED FLAG                                 *
      *    POS 411-411  RISK RATING                                    *
      *    POS 412-421  RISK RATED DATE                                *
      *    POS 422-431  REVIEW DUE DATE                                *
      *    POS 432-441  LAST ACTIVITY DATE                             *
      *    POS 442-442  DORMANCY BAND                                  *
      *    POS 443-479  FILLER (ROOM FOR NEW COLUMNS)                  *
      *================================================================*
       03 CSRGSNP1-ROW.
          05 CSRGSNP1-CPF                     PIC X(15).
          05 CSRGSNP1-NAME                    PIC X(50).
          05 CSRGSNP1-BIRTH                   PIC X(10).
          05 CSRGSNP1-STREET                  PIC X(50).
          05 CSRGSNP1-HNUMBER                 PIC X(10).
          05 CSRGSNP1-OTHER-INFO              PIC X(15).
          05 CSRGSNP1-CITY                    PIC X(40).
          05 CSRGSNP1-STATE                   PIC X(02).
          05 CSRGSNP1-COUNTRY                 PIC X(30).
          05 CSRGSNP1-TIMEREGINC              PIC X(26).
          05 CSRGSNP1-STATUS                  PIC X(01).
             88 CSRGSNP1-IS-ACTIVE                  VALUE 'A'.
             88 CSRGSNP1-IS-DELETED                 VALUE 'D'.
          05 CSRGSNP1-DELETED-TS              PIC X(26).
          05 CSRGSNP1-EMAIL                   PIC X(50).
          05 CSRGSNP1-PHONE                   PIC X(15).
          05 CSRGSNP1-CEP                     PIC X(09).
          05 CSRGSNP1-DOC-TYPE                PIC X(01).
             88 CSRGSNP1-DOC-IS-CPF                 VALUE 'C' ' '.
          05 CSRGSNP1-PROVIDER-CODE           PIC X(04).
          05 CSRGSNP1-ADDR-UNDEL              PIC X(01).
          05 CSRGSNP1-EMAIL-UNDEL             PIC X(01).
          05 CSRGSNP1-PHONE-UNDEL             PIC X(01).
          05 CSRGSNP1-UNDEL-DT                PIC X(10).
          05 CSRGSNP1-UNDEL-REASON            PIC X(20).
          05 CSRGSNP1-CPF-SITUACAO            PIC X(01).
          05 CSRGSNP1-CUST-ID                 PIC X(10).
          05 CSRGSNP1-HOUSEHOLD-ID            PIC X(10).
          05 CSRGSNP1-DELETE-REASON           PIC X(01).
          05 CSRGSNP1-PROT-FLAG               PIC X(01).
             88 CSRGSNP1-IS-PROTECTED               VALUE 'Y'.
          05 CSRGSNP1-RISK-RATING             PIC X(01).
          05 CSRGSNP1-RISK-RATED-DT           PIC X(10).
          05 CSRGSNP1-REVIEW-DUE-DT           PIC X(10).
          05 CSRGSNP1-LAST-ACTIVITY-DT        PIC X(10).
          05 CSRGSNP1-DORMANCY-BAND           PIC X(01).
       03 FILLER                              PIC X(37).
