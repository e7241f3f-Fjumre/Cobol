      *>----------------------------------------------------------------
      *>  KYC.cpy  -  record layout for KycRegister.txt, the periodic
      *>  customer due-diligence (KYC) review register kept by
      *>  KYC-GENNEMGANG.  One line per KUNDEID: the risk band the
      *>  customer currently sits in (from the AmlRisikoListe.txt
      *>  score), the date of the last completed review and the date
      *>  the next one falls due (last review - or the date the
      *>  customer entered the register - plus the band's interval).
      *>  KY-PAAMINDET records which reminder letter has gone out
      *>  since the last review, so each is sent once; KY-SPAERRET is
      *>  set while the customer's accounts carry the KYC debit freeze
      *>  in KontoSpaerring.txt.
      *>----------------------------------------------------------------
      02 KY-KUNDEID            PIC X(10).
      02 KY-RISIKO             PIC X(1).
         88 KY-RISIKO-HOEJ     VALUE "H".
         88 KY-RISIKO-MELLEM   VALUE "M".
         88 KY-RISIKO-LAV      VALUE "L".
      02 KY-SCORE              PIC 9(7).
      02 KY-REGISTRERET-DATO   PIC X(8).
      *> Blank = endnu ingen gennemgang registreret
      02 KY-SIDST-GENNEMGAAET  PIC X(8).
      02 KY-NAESTE-FORFALD     PIC X(8).
      *> Blank = ingen paamindelse, V = varslet foer forfald,
      *> O = rykket efter forfald
      02 KY-PAAMINDET          PIC X(1).
         88 KY-INGEN-PAAMINDELSE VALUE " ".
         88 KY-VARSLET           VALUE "V".
         88 KY-RYKKET            VALUE "O".
      02 KY-SPAERRET           PIC X(1).
         88 KY-ER-SPAERRET     VALUE "Y".
      02 KY-SPAERRET-DATO      PIC X(8).
