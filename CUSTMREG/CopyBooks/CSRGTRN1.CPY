      *    POS 018-021  REGISTERED PROVIDER CODE OF THE SUBMISSION.    *
      *                 CARRIED THROUGH CSRG0001'S ROUTING, STAMPED    *
      *                 ON TB_CUSTOMER AT INSERT, AND ECHOED ON THE    *
      *                 FILEERR/FILEREJ REJECTS AND THE ACKFILE.       *
      *                 CSRG0026 STAMPS THE HEADER PROVIDER ON A       *
      *                 BLANK DETAIL; 'HOUS' IS RESERVED FOR OUR OWN   *
      *                 IN-HOUSE TRANSACTIONS                          *
      *================================================================*
       03 CSRGTRN1-CPF                        PIC X(15).
       03 CSRGTRN1-ACTION-CODE                PIC X(01).
