      *>----------------------------------------------------------------
      *>  ADVISERING.cpy  -  record layout for AdviseringAbonnement.txt,
      *>  the customers' alert subscriptions.  One line per customer
      *>  per event type: the event ("H" a debit of at least the
      *>  threshold, "L" a salary or other incoming payment of at
      *>  least the threshold, "S" the balance falling below the
      *>  threshold, "P" a new freeze in KontoSpaerring.txt, "V" a
      *>  posting diverted to Ventende.txt), the threshold in DKK
      *>  (ignored for "P" and "V"; zero means every posting of the
      *>  kind) and the channel - "S" SMS to TELEFON, "E" e-mail to
      *>  EMAIL in the customer master.  OPGAVE10 raises the alerts
      *>  on all the customer's accounts, co-owned ones included,
      *>  while posting, into AdviseringSpool.txt (ADVISERINGSPOOL.cpy)
      *>  in the customer's SPROG.
      *>----------------------------------------------------------------
      02 AV-KUNDE-ID      PIC X(10).
      02 AV-HAENDELSE     PIC X(1).
         88 AV-STOR-HAEVNING  VALUE "H".
         88 AV-LOENINDGANG    VALUE "L".
         88 AV-LAV-SALDO      VALUE "S".
         88 AV-NY-SPAERRING   VALUE "P".
         88 AV-VENTENDE       VALUE "V".
      02 AV-GRAENSE       PIC 9(9)V99.
      02 AV-KANAL         PIC X(1).
         88 AV-SMS            VALUE "S".
         88 AV-EMAIL          VALUE "E".
