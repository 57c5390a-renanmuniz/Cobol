      *================================================================*
      *    COPYBOOK...: CSRGSTR1                                       *
      *    DESCRIPTION.: PARAMETER BLOCK OF CSRGSTRT, THE ONE          *
      *                  CALLABLE STREET-ADDRESS STANDARDIZATION       *
      *                  MODULE SHARED BY THE CSRG0020 INTAKE GATE,    *
      *                  THE CSRG0002/0003 APPLY STEPS AND THE         *
      *                  CSRG0055 ONE-TIME BASE CONVERSION, SO EVERY   *
      *                  STORED STREET CARRIES THE SAME STANDARD FORM  *
      *                  ('R.', 'R ' AND 'RUA' ALL BECOME 'RUA').      *
      *                  CALL 'CSRGSTRT' USING <CSRGSTR1>.             *
      *----------------------------------------------------------------*
      *    IN..........: CSRGSTR1-STREET, THE STREET AS TYPED.  SPACES *
      *                  AND THE '**' CLEAR TOKEN ARE RETURNED         *
      *                  UNTOUCHED.                                    *
      *    OUT.........: CSRGSTR1-STREET, STANDARDIZED IN PLACE, AND   *
      *                  CSRGSTR1-RESULT:                              *
      *                  'C' = CHANGED TO THE STANDARD FORM            *
      *                  'U' = ALREADY STANDARD (OR NOTHING TO DO)     *
      *                  'L' = THE STANDARD FORM WOULD NOT FIT THE     *
      *                        50 BYTES - LEFT EXACTLY AS TYPED        *
      *    ENVIRONMENT.: A CICS CALLER SETS CSRGSTR1-CALLER-ENV TO 'C' *
      *                  - THE MODULE THEN SKIPS THE STRTAB01 LOAD AND *
      *                  RUNS ON ITS BUILT-IN TABLE.  BATCH CALLERS    *
      *                  LEAVE IT SPACES (INITIALIZE THE BLOCK BEFORE  *
      *                  THE FIRST CALL).                              *
      *================================================================*
       03 CSRGSTR1-CALLER-ENV                 PIC X(01).
          88 CSRGSTR1-ENV-IS-CICS                   VALUE 'C'.
       03 CSRGSTR1-STREET                     PIC X(50).
       03 CSRGSTR1-RESULT                     PIC X(01).
          88 CSRGSTR1-WAS-CHANGED                   VALUE 'C'.
          88 CSRGSTR1-WAS-UNCHANGED                 VALUE 'U'.
          88 CSRGSTR1-WAS-TOO-LONG                  VALUE 'L'.
