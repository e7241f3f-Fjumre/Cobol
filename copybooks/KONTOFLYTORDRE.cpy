      *>----------------------------------------------------------------
      *>  KONTOFLYTORDRE.cpy  -  record layout for
      *>  KontoflytningOrdrer.txt, new outgoing bank-switch orders read
      *>  by KONTOFLYTNING.  One line per switch: the customer's
      *>  KUNDEID, the account to move (blank = every account the
      *>  customer is primary owner of in KontoOpl.txt), the REG-NR the
      *>  accounts are kept under with us (the sending REG-NR on the
      *>  balance transfer), the receiving bank's REG-NR and account,
      *>  and the agreed switch date.
      *>----------------------------------------------------------------
      02 FO-KUNDE-ID     PIC X(10).
      02 FO-KONTO-ID     PIC X(14).
      02 FO-REG-NR       PIC X(4).
      02 FO-MODT-REG-NR  PIC X(4).
      02 FO-MODT-KONTO   PIC X(14).
      02 FO-FLYT-DATO    PIC X(8).
