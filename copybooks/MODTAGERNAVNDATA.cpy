      *>----------------------------------------------------------------
      *>  MODTAGERNAVNDATA.cpy  -  working storage for the beneficiary
      *>  name check shared by INDLANDSBETALING and STAAENDE-ORDRE
      *>  (paragraphs in MODTAGERNAVNTJEK.cpy): the file statuses of
      *>  EgneRegNr.txt, ModtagerTjek.txt, Ventende.txt and
      *>  GraenseHoldt.txt, the bank's own REG-NR, and the work fields
      *>  of the name comparison.
      *>----------------------------------------------------------------
      *> Navnekontrol af modtageren, når der betales til en konto hos os
      *> (se TJEK-MODTAGER-NAVN). EgneRegNr.txt lister bankens egne REG-NR;
      *> findes filen ikke, regnes enhver modtagerkonto i KontoOpl.txt som
      *> vores. WS-MN-RESULTAT: "M" navnet stemmer, "N" navnet ligner,
      *> "I" intet match (betalingen holdes), blank = ikke kontrolleret
      01 WS-EGNE-REG-STATUS      PIC XX VALUE SPACES.
      01 WS-MODTAGER-TJEK-STATUS PIC XX VALUE SPACES.
      01 WS-VENTENDE-STATUS      PIC XX VALUE SPACES.
      01 WS-GRAENSE-HOLDT-STATUS PIC XX VALUE SPACES.
      01 EOF-EGNE-REG            PIC X  VALUE "N".
      01 WS-HOLD-AABEN           PIC X  VALUE "N".
      01 MAX-EGNE-REG            PIC 9(3) VALUE 100.
      01 ANTAL-EGNE-REG          PIC 9(3) VALUE 0.
      01 IDX-EGNE-REG            PIC 9(3).
      01 EGNE-REG-TABEL.
         02 T-ER-REG-NR OCCURS 100 TIMES PIC X(4).

      01 WS-MN-BETALER-KONTO  PIC X(14) VALUE SPACES.
      01 WS-MN-MODT-REG       PIC X(4)  VALUE SPACES.
      01 WS-MN-MODT-KONTO     PIC X(14) VALUE SPACES.
      01 WS-MN-MODTAGER       PIC X(30) VALUE SPACES.
      01 WS-MN-EGET-REG       PIC X     VALUE "N".
      01 WS-MN-KONTO-FUNDET   PIC X     VALUE "N".
      01 WS-MN-KUNDE-ID       PIC X(10) VALUE SPACES.
      01 WS-MN-RESULTAT       PIC X     VALUE SPACE.
      01 WS-MN-PAR-RESULTAT   PIC X     VALUE SPACE.
      01 WS-MN-BEDSTE-NAVN    PIC X(30) VALUE SPACES.
      01 WS-MN-NAVN-A         PIC X(30) VALUE SPACES.
      01 WS-MN-NAVN-B         PIC X(30) VALUE SPACES.
      01 WS-MN-NORM-IND       PIC X(30) VALUE SPACES.
      01 WS-MN-NORM-UD        PIC X(30) VALUE SPACES.
      01 WS-MN-NORM-A         PIC X(30) VALUE SPACES.
      01 WS-MN-NORM-B         PIC X(30) VALUE SPACES.
      01 WS-MN-LAENGDE-A      PIC 99    VALUE 0.
      01 WS-MN-LAENGDE-B      PIC 99    VALUE 0.
      01 WS-MN-POS            PIC 99    VALUE 0.
      01 WS-MN-UD-POS         PIC 99    VALUE 0.
      01 WS-MN-TEGN           PIC X     VALUE SPACE.
      01 WS-MN-MELLEMRUM      PIC X     VALUE "Y".
      *> Navnene delt i ord - ordenes rækkefølge er ligegyldig, og et
      *> enkelt bogstav godtages som forbogstav ("A Hansen")
      01 WS-MN-ANTAL-ORD-A    PIC 99    VALUE 0.
      01 WS-MN-ANTAL-ORD-B    PIC 99    VALUE 0.
      01 WS-MN-ORD-A-TABEL.
         02 WS-MN-ORD-A OCCURS 6 TIMES PIC X(30).
      01 WS-MN-ORD-B-TABEL.
         02 WS-MN-ORD-B OCCURS 6 TIMES PIC X(30).
      01 WS-MN-ANTAL-KILDE    PIC 99    VALUE 0.
      01 WS-MN-ANTAL-MAAL     PIC 99    VALUE 0.
      01 WS-MN-KILDE-TABEL.
         02 WS-MN-KILDE OCCURS 6 TIMES PIC X(30).
      01 WS-MN-MAAL-TABEL.
         02 WS-MN-MAAL OCCURS 6 TIMES PIC X(30).
      01 IDX-MN-KILDE         PIC 99    VALUE 0.
      01 IDX-MN-MAAL          PIC 99    VALUE 0.
      01 WS-MN-ORD-FUNDET     PIC X     VALUE "N".
      01 WS-MN-DAEKKET        PIC X     VALUE "N".
      01 WS-MN-HELT-ORD       PIC X     VALUE "N".
      *> Redigeringsafstand (indsæt/slet/ombyt ét tegn) mellem de to
      *> normaliserede navne - fanger stavefejl som "Jensen"/"Jenssen"
      01 WS-MN-AFSTAND        PIC 99    VALUE 0.
      01 WS-MN-I              PIC 99    VALUE 0.
      01 WS-MN-J              PIC 99    VALUE 0.
      01 WS-MN-OMK            PIC 99    VALUE 0.
      01 WS-MN-MIN            PIC 99    VALUE 0.
      01 WS-MN-RAEKKE-FOER.
         02 WS-MN-FOER OCCURS 31 TIMES PIC 99.
      01 WS-MN-RAEKKE-NU.
         02 WS-MN-NU   OCCURS 31 TIMES PIC 99.
      01 WS-MN-TEKST          PIC X(60) VALUE SPACES.
      01 ANTAL-MN-TJEKKET     PIC 9(5)  VALUE 0.
      01 ANTAL-MN-HOLDT       PIC 9(5)  VALUE 0.
