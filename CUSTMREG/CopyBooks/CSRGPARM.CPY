      *                UNIQUENESS SWITCH AT POS 203                    *
      *    POS 229-238 AS-OF DATE (DD-MM-YYYY) FOR THE CSRG0039        *
      *                POINT-IN-TIME RECONSTRUCTION OF THE INQUIRY     *
      *                CPF FROM THE FILEHST3 BEFORE-IMAGES; ALSO THE   *
      *                DATE THE CSRG0065 COHORT RETENTION REPORT IS    *
      *                MEASURED AT, AND THE DAY THE CSRG0068 FILE-     *
      *                ARRIVAL WATCHDOG CHECKS (BLANK THERE = TODAY)   *
      *                AND THE "TODAY" THE CSRG0080 FOLLOW-UP REPORT   *
      *                LISTS DUE/OVERDUE FOLLOW-UPS AGAINST            *
      *    POS 239-245 REPORT MONTH (MM-YYYY) FOR CSRG0019 - WHEN      *
      *                SUPPLIED, ONLY THE FILEHST3.MONTHLY SLICES      *
      *                THE HSTLOC LOCATOR POINTS AT FOR THAT MONTH     *
      *                ARE READ AND ONLY THAT MONTH IS REPORTED;       *
      *                BLANK = EVERY RETAINED SLICE AND EVERY MONTH    *
      *                ALSO THE MONTH CSRG0053 SCORES PROVIDERS FOR    *
      *                AND CSRG0067 BILLS THEM FOR; BLANK THERE = THE  *
      *                PREVIOUS CALENDAR MONTH; ALSO THE MONTH THE     *
      *                CSRG0075 KYC REVIEWS-DUE EXTRACT COVERS; BLANK  *
      *                THERE = THE CURRENT CALENDAR MONTH; ALSO THE    *
      *                PERIOD THE CSRG0084 MONTH-END SNAPSHOT CLOSES;  *
      *                BLANK THERE = THE PREVIOUS CALENDAR MONTH       *
      *    POS 246-246 CSRG0043 RULES-LIFECYCLE MODE                   *
      *                L=LINT ONLY (DEFAULT) - CHECK THE STAGED        *
      *                  RULES CARDS AND PRINT THE EFFECTIVE RULES     *
      *                  ARE REPEATED - THE CSRGLGPD PER-SLICE RERUNS  *
      *                  RUN THIS WAY SO THE REGULATOR-FACING AUDIT    *
      *                  TRAIL CARRIES ONE LINE PER FACT               *
      *    POS 267-269 CSRG0003 SOURCE-PRECEDENCE WINDOW, IN DAYS -    *
      *                A FIELD GROUP SET BY A HIGHER-RANKED PROVIDER   *
      *                WITHIN THIS MANY DAYS CANNOT BE OVERWRITTEN BY  *
      *                A LOWER-RANKED ONE (BLANK/ZERO = SHOP DEFAULT   *
      *                OF 30)                                          *
      *    POS 270-273 CSRG0057 BATCH-WINDOW CUTOFF (HHMM) - WHEN THE  *
      *                FORECAST END OF THE NIGHTLY CHAIN PASSES IT AN  *
      *                ALERTPGM ALERT IS RAISED (BLANK = 0600, THE     *
      *                ONLINE START)                                   *
      *    POS 274-276 CSRG0057 ALLOWANCE, IN MINUTES, FOR THE CHAIN   *
      *                STEPS THAT WRITE NO METRICS RECORD AND SO       *
      *                CANNOT BE PROJECTED FROM VOLUMES (BLANK/ZERO =  *
      *                SHOP DEFAULT OF 20)                             *
      *    POS 277-284 CSRG0058 RESTART-STEP OVERRIDE (E.G. STEP030) - *
      *                THE STEP THE JOB LOG SHOWS THE FAILED RUN       *
      *                STOPPED AT, WHEN TB_RUN_CONTROL CANNOT TELL     *
      *                (BLANK = WORKED OUT FROM TB_RUN_CONTROL)        *
      *    POS 285-285 CSRG0059 INTEGRITY-SWEEP MODE                   *
      *                R/BLANK = REPORT THE ORPHANS AND CONTRADICTIONS *
      *                F = ALSO FIX THEM (DELETE THE ORPHAN ROW, END   *
      *                THE RELATION, DROP THE REJECT), ONE INTAUD      *
      *                AUDIT LINE PER FIX.  TEST MODE (POS 26)         *
      *                STILL SIMULATES THE FIXES                       *
      *    POS 286-288 CSRG0062 APPROVAL EXPIRY, IN DAYS - A CSRG0012  *
      *                CHANGE STILL PENDING ON TB_PEND_CHANGE AFTER    *
      *                THIS MANY DAYS IS EXPIRED UNAPPLIED (BLANK/     *
      *                ZERO = SHOP DEFAULT OF 5)                       *
      *    POS 289-296 DISCLOSURE RECIPIENT - WHO RECEIVES THIS        *
      *                OUTBOUND EXTRACT, RECORDED PER CPF ON THE       *
      *                TB_DISCLOSURE LEDGER BY CSRG0005, CSRG0035 AND  *
      *                CSRG0078 (BLANK = THE SHOP DEFAULT FOR THE      *
      *                PROFILE: AUDITORS, MARKETNG, ANALYTCS;          *
      *                MAILHOUS FOR THE CSRG0035 MAILING LIST;         *
      *                MARKETNG FOR THE CSRG0078 RE-ENGAGEMENT         *
      *                EXTRACT)                                        *
      *    POS 297-297 CSRG0020 INTAKE FORMAT                          *
      *                F/BLANK = FIXED CSTMRG01 IMAGE ON RAWIN         *
      *                D = ';'-DELIMITED PARTNER FILE ON DLMIN, FIRST  *
      *                  LINE A HEADER NAMING THE COLUMNS (FULL FIELD  *
      *                  NAMES OR THE CSRG0005 3-CHARACTER CODES)      *
      *    POS 298-298 CSRG0024 BUSINESS-DAY ROLL                      *
      *                N/BLANK = A PENDING CHANGE IS RELEASED ON ITS   *
      *                  EFFECTIVE DATE, WHATEVER DAY THAT IS          *
      *                R = AN EFFECTIVE DATE ON A WEEKEND OR ON A      *
      *                  HOLIDAY OF THE BUSCAL01 CALENDAR (NATIONAL OR *
      *                  OF THE CUSTOMER'S STATE) IS ROLLED FORWARD TO *
      *                  THE NEXT BUSINESS DAY; THE STORED DATE IS     *
      *                  KEPT, SO A CANCEL STILL MATCHES               *
      *    POS 299-301 CSRG0070 REJECT-QUEUE SLA, IN DAYS - AN OPEN    *
      *                TB_REJ_QUEUE ROW OLDER THAN THIS IS LISTED AND  *
      *                RAISES AN ALERTPGM ALERT (BLANK/ZERO = SHOP     *
      *                DEFAULT OF 10)                                  *
      *    POS 302-302 CSRG0072 SCREENING SCOPE                        *
      *                N/BLANK = NIGHTLY - THE CUSTOMERS CSRG0002      *
      *                  INSERTED, FROM THE 'I' EVENTS ON EVTFILE      *
      *                F = THE WHOLE ACTIVE TB_CUSTOMER BASE, RUN BY   *
      *                  CSRGSCRN WHEN A SCREENING LIST HAS CHANGED    *
      *    POS 303-310 CSRG0076 AUDIT TRAIL TO VERIFY - FILEHST3,      *
      *                LGPDAUD, MRGAUD, BKOAUD, CONSAUD, ACCLOG,       *
      *                ADRHST OR CUSTSNAP (A FILEHST3 MONTHLY SLICE IS *
      *                TRAIL FILEHST3).  ALSO THE CSRG0018 HISTORY-    *
      *                PASS TRAIL: BLANK = FILEHST3, ADRHST = THE      *
      *                TYPED-ADDRESS BEFORE-IMAGES (SAME LAYOUT)       *
      *    POS 311-311 CSRG0076 DATASET SCOPE                          *
      *                Y = THE LIVE AUDIT DATASET, HOLDING THE WHOLE   *
      *                  TRAIL - EVERY REGISTERED SEAL MUST BE IN IT   *
      *                E = THE LIVE FILEHST3 (THE END OF A ROLLED      *
      *                  TRAIL) - ITS LAST SEAL MUST BE THE NEWEST     *
      *                BLANK = ANY OTHER COPY OR SLICE - CHECKED LINK  *
      *                  BY LINK AND SEAL BY SEAL ONLY                 *
      *    POS 312-319 INSTITUTION CNPJ BASE (8 DIGITS) FOR THE        *
      *                CSRG0082 BANCO CENTRAL CCS SUBMISSION HEADER -  *
      *                REQUIRED THERE                                  *
      *    POS 320-320 CSRG0068 LATE-FILE RETURN CODE                  *
      *                BLANK = THE STEP ENDS RC=4 WHEN A FILE IS       *
      *                  MISSING                                       *
      *                A = ALERT ONLY - THE ALERTPGM ALERTS ARE STILL  *
      *                  RAISED BUT THE STEP ENDS RC=0, SO THE LATER   *
      *                  COND=(0,NE) STEPS OF CSRGNITE STILL RUN       *
      *================================================================*
       01 CSRGPARM-RUN-PARMS.
          05 CSRGPARM-BATCH-RUN-ID               PIC X(14).
          05 CSRGPARM-ERASE-SCOPE                PIC X(01).
             88 CSRGPARM-SCOPE-IS-FULL               VALUE 'F' ' '.
             88 CSRGPARM-SCOPE-IS-FILES              VALUE 'P'.
          05 CSRGPARM-PREC-WINDOW                PIC 9(03).
          05 CSRGPARM-FCST-CUTOFF.
             10 CSRGPARM-FCST-CUTOFF-HH          PIC 9(02).
             10 CSRGPARM-FCST-CUTOFF-MM          PIC 9(02).
          05 CSRGPARM-FCST-ALLOW-MIN             PIC 9(03).
          05 CSRGPARM-RSTA-STEP                  PIC X(08).
          05 CSRGPARM-INTG-MODE                  PIC X(01).
             88 CSRGPARM-INTG-IS-REPORT              VALUE 'R' ' '.
             88 CSRGPARM-INTG-IS-FIX                 VALUE 'F'.
          05 CSRGPARM-APPR-EXPIRY                PIC 9(03).
          05 CSRGPARM-DISC-RECIPIENT             PIC X(08).
          05 CSRGPARM-INTAKE-FORMAT              PIC X(01).
             88 CSRGPARM-INTAKE-IS-FIXED             VALUE 'F' ' '.
             88 CSRGPARM-INTAKE-IS-DELIM             VALUE 'D'.
          05 CSRGPARM-BDAY-ROLL                  PIC X(01).
             88 CSRGPARM-BDAY-ROLL-IS-OFF            VALUE 'N' ' '.
             88 CSRGPARM-BDAY-ROLL-IS-ON             VALUE 'R'.
          05 CSRGPARM-REJQ-SLA-DAYS              PIC 9(03).
          05 CSRGPARM-SCREEN-MODE                PIC X(01).
             88 CSRGPARM-SCREEN-IS-NIGHTLY           VALUE 'N' ' '.
             88 CSRGPARM-SCREEN-IS-FULL              VALUE 'F'.
          05 CSRGPARM-AUDIT-TRAIL                PIC X(08).
          05 CSRGPARM-AUDIT-LIVE                 PIC X(01).
             88 CSRGPARM-AUDIT-IS-LIVE               VALUE 'Y' 'E'.
          05 CSRGPARM-CCS-CNPJ-BASE              PIC X(08).
          05 CSRGPARM-WDOG-RC                    PIC X(01).
             88 CSRGPARM-WDOG-IS-ALERT-ONLY          VALUE 'A'.
