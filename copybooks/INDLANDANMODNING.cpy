      *>----------------------------------------------------------------
      *>  INDLANDANMODNING.cpy  -  record layout for
      *>  IndlandAnmodninger.txt, the outbound domestic transfer
      *>  requests read by INDLANDSBETALING.  One line per requested
      *>  transfer to another Danish bank: the paying KONTO-ID with us
      *>  and its REG-NR (the sending REG-NR on the Nets line), the
      *>  receiving bank's REG-NR (validated against Banker.txt) and
      *>  account number, the beneficiary name, and the amount in DKK
      *>  as text.  IA-ANMODET-AF identifies who placed the request when
      *>  it is not the account holder - a representative under
      *>  Fuldmagter.txt (FULDMAGT.cpy); blank = the holder.
      *>----------------------------------------------------------------
      02 IA-ANMOD-NR     PIC 9(6).
      02 IA-KONTO-ID     PIC X(14).
      02 IA-REG-NR       PIC X(4).
      02 IA-MODT-REG-NR  PIC X(4).
      02 IA-MODT-KONTO   PIC X(14).
      02 IA-MODTAGER     PIC X(30).
      02 IA-BELOB        PIC X(15).
      02 IA-ANMODET-AF   PIC X(10).
