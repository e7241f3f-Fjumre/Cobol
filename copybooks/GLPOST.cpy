      *>  balanced general-ledger posting export written by OPGAVE10
      *>  (and by OPGAVE10-FLET for partitioned cycles).  One "P" line
      *>  per leg: run date, posting class (INDBETALING, UDBETALING,
      *>  INTERN, RENTE, GEBYR, STORNO (reversals crediting the
      *>  customer), STORNO-DEBET (reversals debiting the customer),
      *>  AFSKRIVNING, VALUTAAVANCE - the spread earned on customer
      *>  currency conversions),
      *>  debit/credit marker and the unsigned
      *>  amount - each class is written as a D/K pair of equal
      *>  amounts, so the file nets to zero by construction.  A final
      *>  "T" line carries the run's hash total (sum of all leg
      *>  amounts) for the ledger system's import control.
      *>  VALUTA-OMVURDERING writes the month-end exchange revaluation
      *>  in the same layout to GLValutaOmv.txt, dated the month-end,
      *>  with classes KURSOP-xxx / KURSNED-xxx per currency xxx.
      *>----------------------------------------------------------------
      02 GL-ART       PIC X(1).
         88 GL-POST    VALUE "P".
