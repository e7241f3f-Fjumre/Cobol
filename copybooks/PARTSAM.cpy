      *> upartitioneret kørsel
      02 PS-TOTAL-RENTE   PIC S9(15)V99.
      02 PS-TOTAL-GEBYR   PIC S9(15)V99.
      *> Kørslens tilbageførte og afskrevne posteringer (uden
      *> fortegn) - egne posteringsklasser i GL-eksporten
      02 PS-TOTAL-STORNO    PIC S9(15)V99.
      02 PS-TOTAL-AFSKREVET PIC S9(15)V99.
      *> Kørslens valutaavance ved købs-/salgskurs - egen
      *> posteringsklasse i GL-eksporten
      02 PS-TOTAL-VALUTA-AVANCE PIC S9(15)V99.
      *> Heraf de tilbageførsler, der debiterer kunden - egen
      *> posteringsklasse STORNO-DEBET i GL-eksporten, så
      *> tilbageførslernes retning bevares
      02 PS-TOTAL-STORNO-DEBET  PIC S9(15)V99.
