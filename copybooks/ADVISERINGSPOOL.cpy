      *>----------------------------------------------------------------
      *>  ADVISERINGSPOOL.cpy  -  record layout for AdviseringSpool.txt,
      *>  the outbound alert spool picked up by the SMS and e-mail
      *>  gateways.  OPGAVE10 appends one line per alert: when it was
      *>  raised, the channel and recipient (mobile number or e-mail
      *>  address), the customer's language, the customer and account,
      *>  the event type from ADVISERING.cpy, the posting's
      *>  TRANS-REFERENCE (blank-padded "SPAER-" plus the freeze type
      *>  for a new freeze) and the message text in that language.
      *>----------------------------------------------------------------
      02 AS-TIDSPUNKT     PIC X(14).
      02 AS-KANAL         PIC X(1).
      02 AS-MODTAGER      PIC X(30).
      02 AS-SPROG         PIC X(2).
      02 AS-KUNDE-ID      PIC X(10).
      02 AS-KONTO-ID      PIC X(14).
      02 AS-HAENDELSE     PIC X(1).
      02 AS-REFERENCE     PIC X(20).
      02 AS-TEKST         PIC X(120).
