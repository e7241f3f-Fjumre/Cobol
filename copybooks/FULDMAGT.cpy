      *>----------------------------------------------------------------
      *>  FULDMAGT.cpy  -  record layout for Fuldmagter.txt, the
      *>  power-of-attorney register.  One line per power and account:
      *>  the grantor's KUNDEID, the representative (a KUNDEID, or the
      *>  ID the representative is known by on payment requests) and
      *>  name, the KONTO-ID covered (blank = all the grantor's
      *>  accounts), the scope, and the start and expiry dates (blank
      *>  expiry = until revoked).  A power covering several named
      *>  accounts has one line per account under the same FM-NR.
      *>  UDLANDSBETALING and INDLANDSBETALING honour payment-scope
      *>  powers on requests placed by a representative; KUNDE-OPSLAG
      *>  shows the active ones.  FULDMAGT-TJEK sets FM-MARKERING when
      *>  the grantor or the representative goes into DOEDSBO status -
      *>  a marked power is no longer honoured.
      *>----------------------------------------------------------------
      02 FM-NR             PIC 9(6).
      02 FM-GIVER-KUNDEID  PIC X(10).
      02 FM-HAVER-ID       PIC X(10).
      02 FM-HAVER-NAVN     PIC X(30).
      02 FM-KONTO-ID       PIC X(14).
      *> Omfang: V = kun indsigt, B = betalinger, F = fuld
      02 FM-OMFANG         PIC X(1).
         88 FM-KUN-INDSIGT VALUE "V".
         88 FM-BETALINGER  VALUE "B".
         88 FM-FULD        VALUE "F".
      02 FM-START-DATO     PIC X(8).
      02 FM-UDLOEB-DATO    PIC X(8).
      *> Blank = ingen markering, G = giver i doedsbo,
      *> H = fuldmagtshaver i doedsbo
      02 FM-MARKERING      PIC X(1).
         88 FM-GIVER-DOEDSBO VALUE "G".
         88 FM-HAVER-DOEDSBO VALUE "H".
      02 FM-MARKERET-DATO  PIC X(8).
