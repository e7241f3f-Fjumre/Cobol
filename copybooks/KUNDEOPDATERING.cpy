      *>  the input to OPDATER-KUNDE. One line per customer whose
      *>  address/contact details should change. Any field left blank
      *>  (spaces, or 0000 for postnr) is left unchanged on the customer -
      *>  this is a partial update, not a full replace.  Lines keyed
      *>  at the branch counter by SKRANKE-OPSLAG are appended here and
      *>  wait for OPDATER-KUNDE's maker/checker approval like any other
      *>----------------------------------------------------------------
      02 KO-KUNDEID       PIC 9(10).
      02 KO-VEJNAVN       PIC X(35).
