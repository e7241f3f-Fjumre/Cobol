      *>----------------------------------------------------------------
      *>  OPBEVARING.cpy  -  record layout for Opbevaring.txt, the
      *>  retention register read by OPBEVARING-SLET.  One line per
      *>  file family: the family name, how many whole financial years
      *>  after the year the material belongs to it is kept, and the
      *>  legal basis.  Material from year Y is due for purging once
      *>  the current year is later than Y + OB-AAR, i.e. five years
      *>  means "five years from the end of the financial year" as in
      *>  Bogføringsloven.  Families:
      *>    ARKIVMAPPER  Arkiv/<kørsel>_<ÅÅÅÅMMDDTTMMSS>/ run folders
      *>    AARSARKIV    Transaktioner-ÅÅÅÅ.txt/.ctl from AARS-RUL
      *>    FEJLLOGHIST  lines in FejlLogHistorik.txt
      *>    KOERSELHIST  lines in KoerselHistorik.txt
      *>    STAMJOURNAL  lines in StamdataJournal.txt
      *>  A family without a line is never purged.
      *>----------------------------------------------------------------
      02 OB-FAMILIE    PIC X(12).
      02 OB-AAR        PIC 9(2).
      02 FILLER        PIC X(1).
      *> Hjemmel, f.eks. "Bogfoeringsloven par. 10"
      02 OB-HJEMMEL    PIC X(40).
