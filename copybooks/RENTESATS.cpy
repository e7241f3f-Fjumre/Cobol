      *>----------------------------------------------------------------
      *>  RENTESATS.cpy  -  record layout for RenteSatser.txt, the
      *>  effective-dated, tiered credit-interest table read by
      *>  OPGAVE10's BEREGN-RENTE.  One line per KONTO-TYPE, effective
      *>  date and balance band: all lines sharing a KONTO-TYPE and
      *>  RS-GYLDIG-FRA form one rate schedule, in force from that date
      *>  until the next RS-GYLDIG-FRA for the type.  Within a schedule
      *>  each line's rate applies to the part of the day's balance
      *>  from RS-SALDO-FRA up to the next band's RS-SALDO-FRA (e.g.
      *>  0 -> 0.25 and 250000 -> 0.75 gives 0.75 pct. only on the part
      *>  above 250,000 DKK).  RS-RENTE-PCT is the annual rate in
      *>  percent as text (e.g. "1.5000").  RS-KONTO-TYPE "*" is the
      *>  schedule for account types without lines of their own.
      *>----------------------------------------------------------------
      02 RS-KONTO-TYPE   PIC X(10).
      02 RS-GYLDIG-FRA   PIC X(8).
      02 RS-SALDO-FRA    PIC X(15).
      02 RS-RENTE-PCT    PIC X(8).
