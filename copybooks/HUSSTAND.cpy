      *>----------------------------------------------------------------
      *>  HUSSTAND.cpy  -  record layout for Husstande.txt, the
      *>  household register rebuilt by HUSSTAND from the customer
      *>  addresses in Kundeoplysninger.txt and HusstandOverride.txt.
      *>  One line per customer (deleted customers excluded).
      *>  HU-HUSSTAND-NR is the lowest KUNDE-ID among the household's
      *>  members, so the number stays the same from run to run while
      *>  the household does.  Used by OPGAVE10 to put a household's
      *>  paper statements in one envelope (KuvertManifest.txt).
      *>  HU-KILDE tells how the household was formed: "A" shared
      *>  address, "E" alone at the address (or no usable address),
      *>  "S" split out by override, "J" joined by override.
      *>----------------------------------------------------------------
      02 HU-KUNDE-ID     PIC X(10).
      02 HU-HUSSTAND-NR  PIC X(10).
      02 HU-KILDE        PIC X(1).
         88 HU-ADRESSE   VALUE "A".
         88 HU-ALENE     VALUE "E".
         88 HU-SPLITTET  VALUE "S".
         88 HU-SAMLET    VALUE "J".
