      *>----------------------------------------------------------------
      *>  AFSKRIVNING.cpy  -  record layout for RykkerAfskrivninger.txt,
      *>  the credit department's decisions to write off an account
      *>  that has been handed over for collection, read by RYKKER.
      *>  One line per KONTO-ID; AF-AARSAG is free text kept in the
      *>  write-off posting.  Only an account at stage "I" in
      *>  RykkerRegister.txt (see RYKKER.cpy) can be written off.
      *>----------------------------------------------------------------
      02 AF-KONTO-ID  PIC X(14).
      02 AF-AARSAG    PIC X(30).
