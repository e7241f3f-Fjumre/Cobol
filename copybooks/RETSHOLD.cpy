      *>----------------------------------------------------------------
      *>  RETSHOLD.cpy  -  record layout for RetsligHold.txt, the manual
      *>  legal-hold list: customers or accounts named in an authority
      *>  request (police, SKAT, court order, the FSA) whose archived
      *>  material OPBEVARING-SLET must not purge, whatever its age.
      *>  A customer hold covers every account the customer owns.
      *>  Open disputes in Tvister.txt and estates (KUNDE-STATUS "B")
      *>  are held automatically and need no line here.
      *>----------------------------------------------------------------
      02 RH-NOEGLETYPE PIC X(1).
         88 RH-KUNDE   VALUE "K".
         88 RH-KONTO   VALUE "O".
      02 RH-NOEGLE     PIC X(14).
      *> Myndighedens sags- eller journalnummer
      02 RH-SAG        PIC X(20).
      *> Holdet gælder til og med denne dato - blank = til det fjernes
      02 RH-UDLOEB     PIC X(8).
