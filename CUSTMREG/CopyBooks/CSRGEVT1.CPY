      *                  SOFT-DELETE CARRIES SPACES IN THE NEW-        *
      *                  VALUES IMAGE; AN UPDATE CARRIES BOTH - THE    *
      *                  SAME BEFORE-IMAGE CSRG0003 WRITES TO          *
      *                  FILEHST3.  THE PROVIDER CODE OF THE NEW-      *
      *                  VALUES IMAGE (OF THE BEFORE-IMAGE ON A SOFT-  *
      *                  DELETE) IS THE PROVIDER THAT SUBMITTED THE    *
      *                  OPERATION - THE CSRG0067 BILLING KEY.  A      *
      *                  RETURNING CUSTOMER (A CPF CSRG0006 PURGED,    *
      *                  FOUND AGAIN ON THE ARCHKSDS ARCHIVE) GETS A   *
      *                  'B' EVENT FROM CSRG0002 RIGHT AFTER THE 'I'   *
      *                  OF ITS INSERT: NEW-VALUES IS THE ROW AS       *
      *                  INSERTED, WITH THE REUSED CUST-ID, AND THE    *
      *                  BEFORE-IMAGE IS THE LATEST ARCHIVED IMAGE.    *
      *                  THE 'I' STAYS THE EVENT THAT IS BILLED.       *
      *                  A DOCUMENT SWAP (CSRG0046) WRITES A 'C'       *
      *                  EVENT TO ITS OWN CHGEVENT GENERATION: THE     *
      *                  CPF AND NEW-VALUES ARE THE ROW UNDER THE NEW  *
      *                  DOCUMENT, THE BEFORE-IMAGE THE ROW UNDER THE  *
      *                  OLD ONE - CSRG0082 REPORTS IT TO THE CCS AS A *
      *                  CORRECTION.                                   *
      *----------------------------------------------------------------*
      *    LAYOUT......:                                               *
      *    POS 001-014  BATCH RUN ID OF THE APPLYING RUN               *
      *    POS 015-024  EVENT DATE (DD-MM-YYYY)                        *
      *    POS 025-032  EVENT TIME (HH:MM:SS)                          *
      *    POS 033-033  OPERATION  I=INSERT  U=UPDATE  D=SOFT-DELETE   *
      *                            R=REINSTATE  B=RETURNING CUSTOMER   *
      *                            C=DOCUMENT CHANGE                   *
      *    POS 034-048  CPF OF THE ROW THE OPERATION TOUCHED           *
      *    POS 049-359  NEW-VALUES CSTMRG01 IMAGE (SEPARATE COPYBOOK)  *
      *    POS 360-670  BEFORE-IMAGE CSTMRG01 IMAGE                    *
          88 CSRGEVT1-IS-UPDATE                     VALUE 'U'.
          88 CSRGEVT1-IS-DELETE                     VALUE 'D'.
          88 CSRGEVT1-IS-REINSTATE                  VALUE 'R'.
          88 CSRGEVT1-IS-RETURNING                  VALUE 'B'.
          88 CSRGEVT1-IS-DOC-CHANGE                 VALUE 'C'.
       03 CSRGEVT1-CPF                        PIC X(15).
