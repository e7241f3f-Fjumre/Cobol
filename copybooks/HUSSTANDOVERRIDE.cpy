      *>----------------------------------------------------------------
      *>  HUSSTANDOVERRIDE.cpy  -  record layout for
      *>  HusstandOverride.txt, the hand-maintained corrections to the
      *>  address-based household grouping in HUSSTAND.  Lines stay in
      *>  the file until customer service removes them.
      *>    "S" (split) - HO-KUNDE-ID gets a household of its own, even
      *>        though others share the address (lodgers, adult
      *>        children, a business at the owner's home address).
      *>    "J" (join)  - HO-KUNDE-ID's household is merged into
      *>        HO-MED-KUNDE-ID's (spelling variants of the same
      *>        address, a couple registered at two addresses).  To
      *>        move a single customer, give it an "S" line as well.
      *>  Joins are applied in file order after all splits.
      *>----------------------------------------------------------------
      02 HO-KUNDE-ID      PIC X(10).
      02 HO-HANDLING      PIC X(1).
         88 HO-SPLIT      VALUE "S".
         88 HO-SAML       VALUE "J".
      02 HO-MED-KUNDE-ID  PIC X(10).
