      *>----------------------------------------------------------------
      *>  INDLANDHOLDT.cpy  -  record layout for IndlandHoldt.txt,
      *>  the domestic transfers INDLANDSBETALING has not sent to Nets
      *>  because the beneficiary name did not match the holders of the
      *>  receiving account with us.  One line per held transfer: the
      *>  TRANS-REFERENCE its debit carries in Ventende.txt, the date it
      *>  was held, and the original request line (INDLANDANMODNING.cpy)
      *>  so it can be sent unchanged once the customer confirms it in
      *>  ModtagerBekraeftelse.txt.  IH-BEKRAEFTET is "Y" once the
      *>  customer has confirmed it but it could not be sent yet (the
      *>  account frozen, an estate, no cover, or over a limit); the
      *>  confirmation is then kept here instead of in
      *>  ModtagerBekraeftelse.txt.  Older lines end at IH-ANMODNING
      *>  and read as not confirmed.
      *>----------------------------------------------------------------
      02 IH-REFERENCE     PIC X(20).
      02 FILLER           PIC X(1).
      02 IH-DATO          PIC X(8).
      02 FILLER           PIC X(1).
      02 IH-ANMODNING     PIC X(97).
      02 FILLER           PIC X(1).
      02 IH-BEKRAEFTET    PIC X(1).
