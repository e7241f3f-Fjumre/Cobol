      *>----------------------------------------------------------------
      *>  ADVISERINGTAELLING.cpy  -  record layout for
      *>  AdviseringTaelling.txt, the daily count of alerts sent.  One
      *>  line per date per event type (see ADVISERING.cpy); every
      *>  OPGAVE10 run of the day adds its own alerts to the day's
      *>  lines, and earlier days are kept as history.
      *>----------------------------------------------------------------
      02 AT-DATO          PIC X(8).
      02 AT-HAENDELSE     PIC X(1).
      02 AT-ANTAL         PIC 9(7).
