      *> match-nøgle mod transaktionsfeedet. Blankt på kunder fra
      *> foer feltet fandtes
      02 CPR-NR        PIC X(11).
      *> Kundetype - "P" = privatkunde, "E" = erhvervskunde. Blank
      *> paa kunder fra foer feltet fandtes, og de behandles som
      *> private. FORNAVN/EFTERNAVN/CPR-NR gaelder kun privatkunder;
      *> for en erhvervskunde baerer NAVN firmanavnet, og virksomhedens
      *> tegningsberettigede og reelle ejere staar i
      *> Virksomhedspersoner.txt (se VIRKSOMHEDSPERSON.cpy)
      02 KUNDE-TYPE    PIC X(1).
         88 KUNDE-PRIVAT   VALUE "P" SPACE.
         88 KUNDE-ERHVERV  VALUE "E".
      *> CVR-nummer (8 cifre) for erhvervskunder, fanget ved intag i
      *> OPGAVE5 med modulus 11-kontrol. Blankt for privatkunder
      02 CVR-NR        PIC X(8).
      *> Skattemæssigt hjemland (ISO-landekode), når det afviger fra
      *> LANDKODE - fx en kunde, der har en dansk postadresse, men er
      *> skattepligtig i udlandet. Blank = LANDKODE gælder. Bruges af
      *> CRS-INDBERETNING til at udvælge udenlandsk skattepligtige
      02 SKATTE-LAND   PIC X(2).
