      *================================================================*
      *    COPYBOOK...: CSRGBCL1                                       *
      *    DESCRIPTION.: PARAMETER BLOCK OF CSRGBCAL, THE ONE          *
      *                  CALLABLE BUSINESS-CALENDAR MODULE, SHARED BY  *
      *                  THE CSRG0024 PENDING-CHANGE RELEASE AND THE   *
      *                  CSRG0068 FILE-ARRIVAL WATCHDOG SO BOTH AGREE  *
      *                  ON WHICH DAYS ARE WORKED.  SATURDAYS, SUNDAYS *
      *                  AND THE HOLIDAYS ON THE BUSCAL01 CALENDAR     *
      *                  FILE (NATIONAL, PLUS THOSE OF THE STATE       *
      *                  ASKED ABOUT) ARE NOT BUSINESS DAYS.           *
      *                  CALL 'CSRGBCAL' USING <CSRGBCL1>.             *
      *----------------------------------------------------------------*
      *    IN..........: CSRGBCL1-DATE, DD-MM-YYYY.                    *
      *                  CSRGBCL1-STATE, THE UF WHOSE OWN HOLIDAYS     *
      *                  ALSO COUNT; SPACES (OR ANYTHING NOT ON THE    *
      *                  CALENDAR) = THE NATIONAL HOLIDAYS ONLY.       *
      *    OUT.........: CSRGBCL1-RESULT:                              *
      *                  'B' = THE DATE IS A BUSINESS DAY              *
      *                  'N' = IT IS NOT - CSRGBCL1-REASON SAYS WHY    *
      *                  'E' = THE DATE IS NOT A VALID DD-MM-YYYY      *
      *                  CSRGBCL1-NEXT-BUS-DATE, THE FIRST BUSINESS    *
      *                  DAY ON OR AFTER THE DATE (THE DATE ITSELF     *
      *                  WHEN 'B'; SPACES WHEN 'E').                   *
      *                  CSRGBCL1-WEEKDAY, 1 = MONDAY ... 7 = SUNDAY,  *
      *                  OF THE DATE ASKED ABOUT.                      *
      *                  CSRGBCL1-CALENDAR, 'L' WHEN BUSCAL01 WAS      *
      *                  LOADED, 'M' WHEN IT WAS MISSING OR EMPTY     *
      *                  (ONLY WEEKENDS ARE THEN KNOWN - THE CALLER    *
      *                  SHOULD SAY SO ON ITS REPORT).                 *
      *    ENVIRONMENT.: A CICS CALLER SETS CSRGBCL1-CALLER-ENV TO 'C' *
      *                  - THE MODULE THEN SKIPS THE BUSCAL01 LOAD AND *
      *                  KNOWS WEEKENDS ONLY.  BATCH CALLERS LEAVE IT  *
      *                  SPACES (INITIALIZE THE BLOCK BEFORE THE FIRST *
      *                  CALL).                                        *
      *================================================================*
       03 CSRGBCL1-CALLER-ENV                 PIC X(01).
          88 CSRGBCL1-ENV-IS-CICS                   VALUE 'C'.
       03 CSRGBCL1-DATE                       PIC X(10).
       03 CSRGBCL1-STATE                      PIC X(02).
       03 CSRGBCL1-RESULT                     PIC X(01).
          88 CSRGBCL1-IS-BUSINESS-DAY               VALUE 'B'.
          88 CSRGBCL1-IS-NON-BUSINESS-DAY           VALUE 'N'.
          88 CSRGBCL1-IS-BAD-DATE                   VALUE 'E'.
       03 CSRGBCL1-REASON                     PIC X(30).
       03 CSRGBCL1-NEXT-BUS-DATE              PIC X(10).
       03 CSRGBCL1-WEEKDAY                    PIC 9(01).
       03 CSRGBCL1-CALENDAR                   PIC X(01).
          88 CSRGBCL1-CALENDAR-LOADED               VALUE 'L'.
          88 CSRGBCL1-CALENDAR-MISSING              VALUE 'M'.
