             UNDEL_REASON      CHAR(20),
             CPF_SITUACAO      CHAR(01),
             CUST_ID           CHAR(10),
             HOUSEHOLD_ID      CHAR(10),
             DELETE_REASON     CHAR(01),
             PROT_FLAG         CHAR(01),
             RISK_RATING       CHAR(01),
             RISK_RATED_DT     CHAR(10),
             REVIEW_DUE_DT     CHAR(10),
             LAST_ACTIVITY_DT  CHAR(10),
             DORMANCY_BAND     CHAR(01)
           ) END-EXEC.
       01  BTB-CUSTOMER.
           05 CPF        PIC X(15).
              88 BTB-HOLDER-IS-DECEASED VALUE 'D'.
           05 CUST-ID    PIC X(10).
           05 HOUSEHOLD-ID PIC X(10).
           05 DELETE-REASON PIC X(01).
              88 BTB-DELETED-ORDINARY   VALUE ' '.
              88 BTB-DELETED-DECEASED   VALUE 'O'.
           05 PROT-FLAG  PIC X(01).
              88 BTB-CUSTOMER-IS-PROTECTED VALUE 'Y'.
           05 RISK-RATING PIC X(01).
              88 BTB-RISK-IS-LOW       VALUE 'L'.
              88 BTB-RISK-IS-MEDIUM    VALUE 'M'.
              88 BTB-RISK-IS-HIGH      VALUE 'H'.
           05 RISK-RATED-DT PIC X(10).
           05 REVIEW-DUE-DT PIC X(10).
           05 LAST-ACTIVITY-DT PIC X(10).
           05 DORMANCY-BAND PIC X(01).
              88 BTB-DORMANCY-IS-ACTIVE  VALUE 'A'.
              88 BTB-DORMANCY-IS-BAND-1  VALUE '1'.
              88 BTB-DORMANCY-IS-BAND-2  VALUE '2'.
              88 BTB-DORMANCY-IS-BAND-3  VALUE '3'.
              88 BTB-DORMANCY-IS-UNKNOWN VALUE 'U'.
