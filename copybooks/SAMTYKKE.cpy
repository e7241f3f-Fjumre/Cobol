      *>----------------------------------------------------------------
      *>  SAMTYKKE.cpy  -  record layout for Samtykke.txt, the marketing
      *>  consent register, and for SamtykkeAendringer.txt, the queue of
      *>  consent changes SAMTYKKE applies to it.  One register line per
      *>  KUNDEID and channel holding the current status with the date
      *>  and source of the latest consent or withdrawal; every change
      *>  is journalled in StamdataJournal.txt (field SAMTYKKE-<kanal>),
      *>  which holds the full history.
      *>  Channels: B = letter (OPGAVE7's bulk-mail export), E = e-mail,
      *>  U = statement insert (OPGAVE10's notice block).  A customer
      *>  with no line for letter or statement insert has not opted out
      *>  and is included; e-mail marketing requires a given consent.
      *>----------------------------------------------------------------
      02 SA-KUNDE-ID   PIC X(10).
      02 SA-KANAL      PIC X(1).
         88 SA-BREV    VALUE "B".
         88 SA-EMAIL   VALUE "E".
         88 SA-INDLAEG VALUE "U".
      02 SA-STATUS     PIC X(1).
         88 SA-GIVET   VALUE "J".
         88 SA-TRUKKET VALUE "N".
      02 SA-DATO       PIC X(8).
      *> Kilde, f.eks. FILIAL, NETBANK, TELEFON, BLANKET
      02 SA-KILDE      PIC X(10).
