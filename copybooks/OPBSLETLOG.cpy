      *>----------------------------------------------------------------
      *>  OPBSLETLOG.cpy  -  record layout for OpbevaringSletteLog.txt,
      *>  the permanent log of everything OPBEVARING-SLET has purged.
      *>  One line per deleted file, and one per deleted line in the
      *>  line-kept histories (date and key only - never the content).
      *>  Appended to (OPEN EXTEND) and never purged itself.
      *>----------------------------------------------------------------
      02 OS-TIDSPUNKT  PIC X(14).
      02 OS-GODKENDER  PIC X(3).
      02 OS-FAMILIE    PIC X(12).
      *> Filsti, eller "<fil> <dato> <nøgle>" for en slettet linje
      02 OS-OBJEKT     PIC X(120).
