      *>  opens a new case against a TRANS-REFERENCE from
      *>  Transaktioner.txt, "S" moves an existing case to a new state
      *>  (TH-NY-STATUS, see TV-STATUS in TVISTER.cpy).  TH-NOTAT is
      *>  free text carried onto the case; TH-AARSAGSKODE is the card
      *>  scheme reason code a chargeback is filed under (on "O", or on
      *>  "S" to correct it - blank leaves the case's code unchanged).
      *>----------------------------------------------------------------
      02 TH-HANDLING        PIC X(1).
         88 TH-OPRET        VALUE "O".
      02 TH-TRANS-REFERENCE PIC X(20).
      02 TH-NY-STATUS       PIC X(1).
      02 TH-NOTAT           PIC X(40).
      02 TH-AARSAGSKODE     PIC X(4).
