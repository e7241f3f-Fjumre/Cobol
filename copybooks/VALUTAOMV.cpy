      *>----------------------------------------------------------------
      *>  VALUTAOMV.cpy  -  record layout for ValutaOmvRegister.txt, the
      *>  register of month-end revalued foreign-currency balances kept
      *>  by VALUTA-OMVURDERING.  One line per KONTO-ID with VALUTA-KD
      *>  other than DKK: the month-end date, the balance in account
      *>  currency, the month-end rate used and the resulting DKK value.
      *>  The VO-FORR- fields hold the previous month-end's figures, so
      *>  a re-run for the same month-end compares against the month
      *>  before instead of against itself.  Rewritten in full by every
      *>  run; accounts no longer in KontoOpl.txt drop out.
      *>----------------------------------------------------------------
      02 VO-KONTO-ID      PIC X(14).
      02 VO-VALUTA        PIC X(3).
      02 VO-DATO          PIC X(8).
      02 VO-SALDO         PIC S9(11)V99.
      02 VO-KURS          PIC 9(5)V9999.
      02 VO-DKK           PIC S9(13)V99.
      02 VO-FORR-DATO     PIC X(8).
      02 VO-FORR-SALDO    PIC S9(11)V99.
      02 VO-FORR-KURS     PIC 9(5)V9999.
      02 VO-FORR-DKK      PIC S9(13)V99.
