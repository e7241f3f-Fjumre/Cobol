      *>----------------------------------------------------------------
      *>  KOETILBAGE.cpy  -  record layout for KoeTilbageskrivning.txt,
      *>  the manual write-back list KOE-ALDRING fills with postings
      *>  that sat in Ventende.txt or TransRecycle.txt past the return
      *>  limit and did not come from Nets (those go back to Nets in
      *>  NetsRetur.txt instead).  The posting has left its queue; the
      *>  back office returns the money to the payer or writes it back
      *>  by hand from the original line kept in KT-LINJE.  The list
      *>  accumulates until the back office clears it.
      *>----------------------------------------------------------------
      02 KT-DATO       PIC X(8).
      02 KT-KOE        PIC X(1).
         88 KT-VENTENDE VALUE "V".
         88 KT-RECYCLE  VALUE "R".
      *> Afsendende kilde som i aldringsrapporten, f.eks. Staaende ordre
      02 KT-KILDE      PIC X(16).
      *> Alder i dage ved returneringen
      02 KT-ALDER      PIC 9(5).
      02 KT-LINJE      PIC X(223).
