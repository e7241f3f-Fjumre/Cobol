      *>----------------------------------------------------------------
      *>  INKASSO.cpy  -  record layout for InkassoOverdragelse.txt,
      *>  the hand-off file to the debt-collection agency written by
      *>  RYKKER.  Written anew each run with that run's events only:
      *>  "O" hands a terminated, still overdrawn account over for
      *>  collection with the outstanding claim (DKK) and the date the
      *>  termination notice was sent; "T" recalls a case the customer
      *>  has since settled with us directly.
      *>----------------------------------------------------------------
      02 IK-ART             PIC X(1).
         88 IK-OVERDRAGELSE  VALUE "O".
         88 IK-TILBAGEKALD   VALUE "T".
      02 IK-KONTO-ID        PIC X(14).
      02 IK-KUNDE-ID        PIC X(10).
      02 IK-NAVN            PIC X(30).
      02 IK-ADRESSE         PIC X(50).
      02 IK-FORDRING        PIC 9(13)V99.
      02 IK-DATO            PIC X(8).
      02 IK-OPSIGELSE-DATO  PIC X(8).
