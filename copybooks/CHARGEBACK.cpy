      *>----------------------------------------------------------------
      *>  CHARGEBACK.cpy  -  record layout for ChargebackUdgaaende.txt,
      *>  the outbound chargeback file to the card scheme written by
      *>  CHARGEBACK.  One line per Tvister.txt case in "B" whose
      *>  disputed posting is a card purchase (BUTIK filled in).  The
      *>  amount is the original posting's, unsigned, in its own
      *>  currency.  CB-SAGSNR + CB-TRANS-REFERENCE come back on the
      *>  scheme's answer in ChargebackSvar.txt (CHARGEBACKSVAR.cpy).
      *>----------------------------------------------------------------
      02 CB-SAGSNR          PIC 9(6).
      02 CB-TRANS-REFERENCE PIC X(20).
      02 CB-KONTO-ID        PIC X(14).
      02 CB-BUTIK           PIC X(20).
      *> Den bestridte posterings dato, YYYYMMDD
      02 CB-TRANS-DATO      PIC X(8).
      02 CB-BELOB           PIC 9(11)V99.
      02 CB-VALUTA          PIC X(3).
      02 CB-AARSAGSKODE     PIC X(4).
