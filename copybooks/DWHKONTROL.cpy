      *>----------------------------------------------------------------
      *>  DWHKONTROL.cpy  -  record layout for DwhUdtraek.ctl, the
      *>  control totals of one DwhUdtraek.txt.  One line per record
      *>  type and flag, followed by a total line (type "*").  The
      *>  hash is the sum of the amounts for postings and the sum of
      *>  the numeric keys for customers and accounts (an account key
      *>  that is not all digits counts 0), kept modulo 10**16.  Every
      *>  line repeats the window the extract covers and its run time.
      *>----------------------------------------------------------------
      02 DK-TYPE       PIC X(1).
      02 DK-HANDLING   PIC X(1).
      02 FILLER        PIC X(1).
      02 DK-ANTAL      PIC 9(9).
      02 FILLER        PIC X(1).
      *> Fortegnet bæres som overpunch i sidste ciffer, som i
      *> Transaktioner.ctl - posteringernes sum kan være negativ
      02 DK-HASH       PIC S9(16)V99.
      02 FILLER        PIC X(1).
      *> Vinduets første dato - 00000000 ved en fuld førstegangsload
      02 DK-FRA-DATO   PIC X(8).
      02 FILLER        PIC X(1).
      02 DK-TIDSPUNKT  PIC X(14).
