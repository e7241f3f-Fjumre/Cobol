      *>  statement's BUTIK column, the amount (always drawn as a debit
      *>  on the account), the day of month it falls due, and the
      *>  first/last date the order is in force (blank SO-SLUT-DATO
      *>  means open-ended).  SO-MODT-KONTO is the beneficiary's
      *>  account number at SO-REG-NR; it lets STAAENDE-ORDRE check the
      *>  beneficiary name against the holder when the account is one
      *>  of ours.  Lines written before the field existed are 14 bytes
      *>  shorter and read with SO-MODT-KONTO blank.
      *>----------------------------------------------------------------
      02 SO-ORDRE-NR     PIC 9(6).
      02 SO-KONTO-ID     PIC X(14).
      02 SO-DAG          PIC 9(2).
      02 SO-START-DATO   PIC X(8).
      02 SO-SLUT-DATO    PIC X(8).
      02 SO-MODT-KONTO   PIC X(14).
