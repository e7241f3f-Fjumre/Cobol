      *>----------------------------------------------------------------
      *>  MODTAGERBEKRAEFT.cpy  -  record layout for
      *>  ModtagerBekraeftelse.txt, the paying customer's confirmation
      *>  of a payment held because the beneficiary name did not match
      *>  the receiving account's holders (GH-AARSAG "N" in
      *>  GraenseHoldt.txt).  Matched on the paying account and the
      *>  payment's TRANS-REFERENCE.  INDLANDSBETALING sends a confirmed
      *>  transfer to Nets; OPGAVE10 then posts the held debit and
      *>  files the confirmation in ModtagerBekraeftelseBehandlet.txt.
      *>  A confirmed transfer INDLANDSBETALING cannot send yet is kept
      *>  held with IH-BEKRAEFTET (INDLANDHOLDT.cpy) and its line taken
      *>  out of this file, so OPGAVE10 does not post the debit; the
      *>  line is written back in the run that finally sends it.
      *>----------------------------------------------------------------
      02 MB-KONTO-ID      PIC X(14).
      02 MB-REFERENCE     PIC X(20).
      02 MB-DATO          PIC X(8).
