      *> Rentens art: "K" = kreditrente tilskrevet kontoen, "D" =
      *> overtraeksrente paa en bevilget kassekredit, trukket paa
      *> kontoen.  Blank paa linjer fra foer feltet fandtes - de er
      *> alle kreditrente og behandles som "K" af SKAT-RENTE.
      *> "R"/"N" = renteregulering for posteringer med en anden
      *> rentedato end bogfoeringsdagen, der forhoejer ("R") eller
      *> nedsaetter ("N") kreditrenten med RL-RENTE.  En
      *> reguleringslinje flytter ikke kontoens seneste tilskrivning
      02 RL-ART       PIC X(1).
         88 RL-KREDIT VALUE "K" " ".
         88 RL-DEBET  VALUE "D".
         88 RL-REGULERING-OP  VALUE "R".
         88 RL-REGULERING-NED VALUE "N".
