      *================================================================*
      *    COPYBOOK...: CSRGDCN1                                       *
      *    DESCRIPTION.: ONE LINE OF THE DRMCAND RETENTION-CANDIDATE   *
      *                  LIST, WRITTEN MONTHLY BY CSRG0078: AN ACTIVE  *
      *                  CUSTOMER WITH NO ACTIVITY FOR AT LEAST THE    *
      *                  DORMPARM RETAIN MONTHS AND NO ACTIVE LEGAL    *
      *                  HOLD.  THE LIST GOES TO THE BUSINESS FOR      *
      *                  REVIEW; A LINE FOR A CUSTOMER TO BE KEPT IS   *
      *                  DELETED FROM THE REVIEWED COPY.  THE FIRST 21 *
      *                  BYTES OF EVERY LINE ARE ALREADY A CSRGTRN1    *
      *                  DELETE ('D') TRANSACTION, SO THE APPROVED     *
      *                  LINES, CUT TO 21 BYTES, ARE SUBMITTED AS OUR  *
      *                  OWN IN-HOUSE FILE0001 TRANSMISSION (HEADER    *
      *                  PROVIDER 'HOUS') AND TAKE THE NORMAL CSRG0001 *
      *                  FILE0005 ROUTE TO THE CSRG0004 SOFT-DELETE.   *
      *                  THE PROVIDER CODE IS THE RESERVED HOUSE CODE  *
      *                  'HOUS', WHICH CSRG0067 NEVER BILLS.  IN CPF   *
      *                  ORDER.  LRECL=100.                            *
      *----------------------------------------------------------------*
      *    LAYOUT......:                                               *
      *    POS 001-015  CPF                                            *
      *    POS 016-016  ACTION CODE - ALWAYS 'D'                       *
      *    POS 017-017  DOCUMENT TYPE (AS TB_CUSTOMER DOC_TYPE)        *
      *    POS 018-021  PROVIDER CODE - ALWAYS 'HOUS'                  *
      *                 (POS 001-021 ARE THE CSRGTRN1 TRANSACTION)     *
      *    POS 022-071  NAME                                           *
      *    POS 072-081  LAST ACTIVITY (DD-MM-YYYY)                     *
      *    POS 082-082  SOURCE OF THE LAST ACTIVITY (AS CSRGDRM1)      *
      *    POS 083-085  WHOLE MONTHS SINCE THE LAST ACTIVITY           *
      *    POS 086-086  DORMANCY BAND                                  *
      *    POS 087-096  REGISTERED ON (DD-MM-YYYY, FROM TIMEREGINC)    *
      *    POS 097-100  FILLER                                         *
      *================================================================*
       03 CSRGDCN1-CPF                        PIC X(15).
       03 CSRGDCN1-ACTION-CODE                PIC X(01).
       03 CSRGDCN1-DOC-TYPE                   PIC X(01).
       03 CSRGDCN1-PROVIDER-CODE              PIC X(04).
       03 CSRGDCN1-NAME                       PIC X(50).
       03 CSRGDCN1-LAST-ACTIVITY-DT           PIC X(10).
       03 CSRGDCN1-LAST-SOURCE                PIC X(01).
       03 CSRGDCN1-MONTHS-IDLE                PIC 9(03).
       03 CSRGDCN1-BAND                       PIC X(01).
       03 CSRGDCN1-REGISTERED-DT              PIC X(10).
       03 FILLER                              PIC X(04).
