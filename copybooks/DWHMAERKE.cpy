      *>----------------------------------------------------------------
      *>  DWHMAERKE.cpy  -  record layout for DwhMaerke.txt, how far
      *>  the last successful DWH-UDTRAEK got.  Written only when an
      *>  extract has completed, so a failed or missed night is picked
      *>  up by the next run.  StamdataJournal.txt is tracked by its
      *>  last date and the number of lines carrying that date (the
      *>  journal is append-only and only ever purged from the old
      *>  end), Transaktioner.txt by TIDSPUNKT + TRANS-REFERENCE as in
      *>  Opgave10Hvm.txt, and the date-only sources by the run date.
      *>----------------------------------------------------------------
      02 DM-UDTRAEK-DATO  PIC X(8).
      02 DM-JOURNAL-DATO  PIC X(8).
      02 DM-JOURNAL-ANTAL PIC 9(9).
      02 DM-TRANS-TID     PIC X(26).
      02 DM-TRANS-REF     PIC X(20).
