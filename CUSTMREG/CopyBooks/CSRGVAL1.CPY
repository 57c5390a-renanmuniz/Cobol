      *                        (CSRGVAL1-CURRENT-COUNTRY SUPPLIES THE  *
      *                        ROW'S COUNTRY WHEN ONLY THE STATE IS    *
      *                        BEING CHANGED)                          *
      *                  'P' = PHONE EDITS ONLY (DDD ON TB_DDD_REF,    *
      *                        MOBILE DIGIT COUNT, DDD VS STATE) ON    *
      *                        THE RECORD'S PHONE AND STATE            *
      *                  'A' = ADDRESS EDITS ONLY (STREET AND CITY     *
      *                        REQUIRED, STATE/COUNTRY ON TB_STATE_-   *
      *                        REF, CEP MASK) ON THE RECORD'S STREET   *
      *                        THRU CEP FIELDS - A TYPED MAILING OR    *
      *                        BILLING ADDRESS (CSRG0077)              *
      *    RESULT......: CSRGVAL1-RESULT 'Y'/'N' PLUS A CSRGERR1-      *
      *                  COMPATIBLE REASON TEXT WHEN 'N'.              *
      *    WARNING.....: CSRGVAL1-WARNING CARRIES A NON-BLOCKING FLAG  *
      *                  (TODAY A PHONE WHOSE DDD BELONGS TO ANOTHER   *
      *                  STATE) ON AN OTHERWISE VALID RECORD - THE     *
      *                  CALLER LOGS IT AND STILL APPLIES THE RECORD.  *
      *                  ON 'U', CSRGVAL1-CURRENT-STATE SUPPLIES THE   *
      *                  ROW'S STATE WHEN THE UPDATE CHANGES ONLY THE  *
      *                  PHONE.                                        *
      *    ENVIRONMENT.: A CICS CALLER (CSRG0012) SETS CSRGVAL1-       *
      *                  CALLER-ENV TO 'C' - NATIVE FILE I/O IS NOT    *
      *                  PERMITTED IN A CICS TASK, SO THE MODULE THEN  *
          88 CSRGVAL1-EDIT-CPF-ONLY                 VALUE 'C'.
          88 CSRGVAL1-EDIT-INSERT                   VALUE 'I'.
          88 CSRGVAL1-EDIT-UPDATE                   VALUE 'U'.
          88 CSRGVAL1-EDIT-PHONE-ONLY               VALUE 'P'.
          88 CSRGVAL1-EDIT-ADDRESS-ONLY             VALUE 'A'.
       03 CSRGVAL1-CPF                        PIC 9(12).
       03 CSRGVAL1-DOC-ID                     PIC X(15).
       03 CSRGVAL1-DOC-TYPE                   PIC X(01).
          88 CSRGVAL1-DATA-IS-VALID                 VALUE 'Y'.
          88 CSRGVAL1-DATA-IS-INVALID               VALUE 'N'.
       03 CSRGVAL1-REASON                     PIC X(25).
       03 CSRGVAL1-CURRENT-STATE              PIC X(02).
       03 CSRGVAL1-WARNING                    PIC X(25).
