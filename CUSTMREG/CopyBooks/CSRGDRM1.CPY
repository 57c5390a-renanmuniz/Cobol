      *================================================================*
      *    COPYBOOK...: CSRGDRM1                                       *
      *    DESCRIPTION.: ONE CUSTOMER ON THE DRMEXT RE-ENGAGEMENT      *
      *                  EXTRACT, WRITTEN MONTHLY BY CSRG0078 FOR      *
      *                  MARKETING: EVERY ACTIVE CUSTOMER IN THE       *
      *                  OLDEST DORMANCY BANDS (FROM THE DORMPARM      *
      *                  REENGAGE BAND UP) WHO CAN STILL BE REACHED    *
      *                  ON AT LEAST ONE CHANNEL.  A CHANNEL WITHOUT A *
      *                  'Y' TB_CONSENT ROW, FLAGGED UNDELIVERABLE OR  *
      *                  WITH NOTHING ON FILE IS LEFT AS SPACES AND    *
      *                  ITS CONSENT BYTE IS 'N'.  THE POSTAL FIELDS   *
      *                  ARE THE TB_CUST_ADDR MAILING ('M') ADDRESS    *
      *                  WHEN ONE EXISTS, AS ON THE CSRG0035 PIECES.   *
      *                  PROTECTED CUSTOMERS ARE NEVER EXTRACTED.  IN  *
      *                  CPF ORDER.  LRECL=300.                        *
      *----------------------------------------------------------------*
      *    LAYOUT......:                                               *
      *    POS 001-015  CPF                                            *
      *    POS 016-065  NAME                                           *
      *    POS 066-066  DORMANCY BAND  1/2/3 (SEE BTB_CUSTOMER)        *
      *    POS 067-076  LAST ACTIVITY (DD-MM-YYYY)                     *
      *    POS 077-077  SOURCE OF THE LAST ACTIVITY                    *
      *                 R=REGISTRATION (TIMEREGINC)  H=FILEHST3        *
      *                 E=CHGEVENT  C=TB_CONSENT  A=ACCLOG             *
      *                 S=AS STORED BY AN EARLIER RUN                  *
      *    POS 078-080  WHOLE MONTHS SINCE THE LAST ACTIVITY           *
      *    POS 081-130  EMAIL                                          *
      *    POS 131-145  PHONE                                          *
      *    POS 146-195  STREET                                         *
      *    POS 196-205  NUMBER                                         *
      *    POS 206-220  OTHER INFO                                     *
      *    POS 221-260  CITY                                           *
      *    POS 261-262  STATE                                          *
      *    POS 263-271  CEP                                            *
      *    POS 272-272  MAIL CONSENT   Y/N                             *
      *    POS 273-273  EMAIL CONSENT  Y/N                             *
      *    POS 274-274  PHONE CONSENT  Y/N                             *
      *    POS 275-300  FILLER                                         *
      *================================================================*
       03 CSRGDRM1-CPF                        PIC X(15).
       03 CSRGDRM1-NAME                       PIC X(50).
       03 CSRGDRM1-BAND                       PIC X(01).
       03 CSRGDRM1-LAST-ACTIVITY-DT           PIC X(10).
       03 CSRGDRM1-LAST-SOURCE                PIC X(01).
          88 CSRGDRM1-FROM-REGISTRATION             VALUE 'R'.
          88 CSRGDRM1-FROM-FILEHST3                 VALUE 'H'.
          88 CSRGDRM1-FROM-CHGEVENT                 VALUE 'E'.
          88 CSRGDRM1-FROM-CONSENT                  VALUE 'C'.
          88 CSRGDRM1-FROM-ACCLOG                   VALUE 'A'.
          88 CSRGDRM1-FROM-STORED                   VALUE 'S'.
       03 CSRGDRM1-MONTHS-IDLE                PIC 9(03).
       03 CSRGDRM1-EMAIL                      PIC X(50).
       03 CSRGDRM1-PHONE                      PIC X(15).
       03 CSRGDRM1-STREET                     PIC X(50).
       03 CSRGDRM1-NUMBER                     PIC X(10).
       03 CSRGDRM1-OTHER-INFO                 PIC X(15).
       03 CSRGDRM1-CITY                       PIC X(40).
       03 CSRGDRM1-STATE                      PIC X(02).
       03 CSRGDRM1-CEP                        PIC X(09).
       03 CSRGDRM1-MAIL-CONSENT               PIC X(01).
       03 CSRGDRM1-EMAIL-CONSENT              PIC X(01).
       03 CSRGDRM1-PHONE-CONSENT              PIC X(01).
       03 FILLER                              PIC X(26).
