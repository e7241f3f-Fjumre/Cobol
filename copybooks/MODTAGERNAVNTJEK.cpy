      *>----------------------------------------------------------------
      *>  MODTAGERNAVNTJEK.cpy  -  procedure paragraphs for the check
      *>  of the beneficiary name on a payment to an account with us,
      *>  shared by INDLANDSBETALING and STAAENDE-ORDRE; working
      *>  storage in MODTAGERNAVNDATA.cpy.  The including program
      *>  declares EgneRegFil (ER-REG-NR), ModtagerTjekFil
      *>  (MODTAGER-TJEK-REC / MODTAGER-TJEK-TEXT), VentendeFil
      *>  (RAW-VENTENDE) and GraenseHoldtFil (RAW-GRAENSE-HOLDT,
      *>  GRAENSEHOLD.cpy) with the statuses in MODTAGERNAVNDATA.cpy,
      *>  the debit in POSTER-REC (TRANSAKTIONER.cpy), WS-DAGS-DATO,
      *>  WS-REFERENCE, the customer table (T-KA-KUNDEID, T-KA-NAVN,
      *>  ANTAL-KUNDER, IDX-KUNDE), the co-owner table (T-ME-KONTO-ID,
      *>  T-ME-KUNDE-ID, ANTAL-MEDEJERE, IDX-MEDEJER), and its own
      *>  FIND-MN-MODT-KONTO, which looks up WS-MN-MODT-KONTO in its
      *>  account table and sets WS-MN-KONTO-FUNDET and WS-MN-KUNDE-ID.
      *>----------------------------------------------------------------

*>-----------------------------------------------------------------
*>  LAES-EGNE-REG-NR – bankens egne REG-NR fra EgneRegNr.txt (valgfri,
*>  ét REG-NR pr. linje)
*>-----------------------------------------------------------------
LAES-EGNE-REG-NR.
    OPEN INPUT EgneRegFil
    IF WS-EGNE-REG-STATUS = "00"
        PERFORM UNTIL EOF-EGNE-REG = "Y"
            READ EgneRegFil
                AT END
                    MOVE "Y" TO EOF-EGNE-REG
                NOT AT END
                    IF ER-REG-NR NOT = SPACES
                            AND ANTAL-EGNE-REG < MAX-EGNE-REG
                        ADD 1 TO ANTAL-EGNE-REG
                        MOVE ER-REG-NR TO T-ER-REG-NR(ANTAL-EGNE-REG)
                    END-IF
            END-READ
        END-PERFORM
        CLOSE EgneRegFil
    END-IF
    .

*>-----------------------------------------------------------------
*>  AABN-MODTAGER-TJEK – ModtagerTjek.txt er kumulativ og åbnes i
*>  forlængelse; findes den ikke endnu, oprettes den
*>-----------------------------------------------------------------
AABN-MODTAGER-TJEK.
    OPEN EXTEND ModtagerTjekFil
    IF WS-MODTAGER-TJEK-STATUS = "35"
        OPEN OUTPUT ModtagerTjekFil
    END-IF
    .

*>-----------------------------------------------------------------
*>  TJEK-MODTAGER-NAVN – går betalingen til en konto hos os
*>  (WS-MN-MODT-REG/WS-MN-MODT-KONTO), sammenlignes det indtastede
*>  modtagernavn WS-MN-MODTAGER med navnet på kontoens ejer og hver
*>  medejer i KontoEjere.txt. Det bedste resultat gælder og skrives på
*>  ModtagerTjek.txt. Betalinger til andre banker kontrolleres ikke
*>-----------------------------------------------------------------
TJEK-MODTAGER-NAVN.
    MOVE SPACE  TO WS-MN-RESULTAT
    MOVE SPACES TO WS-MN-BEDSTE-NAVN
    IF WS-MN-MODT-KONTO = SPACES
        EXIT PARAGRAPH
    END-IF

    *> Med EgneRegNr.txt afgør REG-NR, om modtageren er hos os; uden
    *> filen er det modtagerkontoens tilstedeværelse i KontoOpl.txt
    MOVE "N" TO WS-MN-EGET-REG
    MOVE 1 TO IDX-EGNE-REG
    PERFORM UNTIL IDX-EGNE-REG > ANTAL-EGNE-REG
        IF T-ER-REG-NR(IDX-EGNE-REG) = WS-MN-MODT-REG
            MOVE "Y" TO WS-MN-EGET-REG
            EXIT PERFORM
        END-IF
        ADD 1 TO IDX-EGNE-REG
    END-PERFORM
    IF ANTAL-EGNE-REG > 0 AND WS-MN-EGET-REG = "N"
        EXIT PARAGRAPH
    END-IF

    PERFORM FIND-MN-MODT-KONTO
    IF WS-MN-KONTO-FUNDET = "N"
        IF WS-MN-EGET-REG = "N"
            EXIT PARAGRAPH
        END-IF
        *> Vores eget REG-NR, men kontoen findes ikke - så kan navnet
        *> heller ikke passe
        MOVE "I" TO WS-MN-RESULTAT
        MOVE "(kontoen findes ikke)" TO WS-MN-BEDSTE-NAVN
    ELSE
        PERFORM VURDER-KONTOHAVER
        MOVE 1 TO IDX-MEDEJER
        PERFORM UNTIL IDX-MEDEJER > ANTAL-MEDEJERE
                   OR WS-MN-RESULTAT = "M"
            IF T-ME-KONTO-ID(IDX-MEDEJER) = WS-MN-MODT-KONTO
                MOVE T-ME-KUNDE-ID(IDX-MEDEJER) TO WS-MN-KUNDE-ID
                PERFORM VURDER-KONTOHAVER
            END-IF
            ADD 1 TO IDX-MEDEJER
        END-PERFORM
        IF WS-MN-RESULTAT = SPACE
            MOVE "I" TO WS-MN-RESULTAT
            MOVE "(ingen kontohaver med navn)" TO WS-MN-BEDSTE-NAVN
        END-IF
    END-IF

    ADD 1 TO ANTAL-MN-TJEKKET
    PERFORM SKRIV-MODTAGER-TJEK
    .

*>-----------------------------------------------------------------
*>  VURDER-KONTOHAVER – sammenlign modtagernavnet med kunden
*>  WS-MN-KUNDE-ID's navn og behold det bedste fund (M før N før I)
*>-----------------------------------------------------------------
VURDER-KONTOHAVER.
    IF WS-MN-KUNDE-ID = SPACES
        EXIT PARAGRAPH
    END-IF
    MOVE SPACES TO WS-MN-NAVN-B
    MOVE 1 TO IDX-KUNDE
    PERFORM UNTIL IDX-KUNDE > ANTAL-KUNDER
        IF T-KA-KUNDEID(IDX-KUNDE) = WS-MN-KUNDE-ID
            MOVE T-KA-NAVN(IDX-KUNDE) TO WS-MN-NAVN-B
            EXIT PERFORM
        END-IF
        ADD 1 TO IDX-KUNDE
    END-PERFORM
    IF WS-MN-NAVN-B = SPACES
        EXIT PARAGRAPH
    END-IF

    MOVE WS-MN-MODTAGER TO WS-MN-NAVN-A
    PERFORM SAMMENLIGN-MODTAGERNAVN
    EVALUATE TRUE
        WHEN WS-MN-PAR-RESULTAT = "M"
            MOVE "M" TO WS-MN-RESULTAT
            MOVE WS-MN-NAVN-B TO WS-MN-BEDSTE-NAVN
        WHEN WS-MN-PAR-RESULTAT = "N" AND WS-MN-RESULTAT NOT = "M"
            MOVE "N" TO WS-MN-RESULTAT
            MOVE WS-MN-NAVN-B TO WS-MN-BEDSTE-NAVN
        WHEN WS-MN-RESULTAT = SPACE
            MOVE "I" TO WS-MN-RESULTAT
            MOVE WS-MN-NAVN-B TO WS-MN-BEDSTE-NAVN
    END-EVALUATE
    .

*>-----------------------------------------------------------------
*>  SAMMENLIGN-MODTAGERNAVN – uskarp sammenligning af WS-MN-NAVN-A og
*>  WS-MN-NAVN-B. Begge normaliseres (store bogstaver, tegnsætning
*>  bliver mellemrum); ens derefter = "M". "N" (navnet ligner) når
*>  alle ord i det ene navn findes i det andet - et enkelt bogstav
*>  godtages som forbogstav, men mindst ét helt ord skal passe - eller
*>  når redigeringsafstanden er højst 2 (3 for navne på 12 tegn og
*>  derover). Ellers "I"
*>-----------------------------------------------------------------
SAMMENLIGN-MODTAGERNAVN.
    MOVE "I" TO WS-MN-PAR-RESULTAT

    MOVE WS-MN-NAVN-A TO WS-MN-NORM-IND
    PERFORM NORMALISER-NAVN
    MOVE WS-MN-NORM-UD TO WS-MN-NORM-A
    MOVE WS-MN-UD-POS  TO WS-MN-LAENGDE-A
    MOVE WS-MN-NAVN-B TO WS-MN-NORM-IND
    PERFORM NORMALISER-NAVN
    MOVE WS-MN-NORM-UD TO WS-MN-NORM-B
    MOVE WS-MN-UD-POS  TO WS-MN-LAENGDE-B

    IF WS-MN-LAENGDE-A = 0 OR WS-MN-LAENGDE-B = 0
        EXIT PARAGRAPH
    END-IF
    IF WS-MN-NORM-A = WS-MN-NORM-B
        MOVE "M" TO WS-MN-PAR-RESULTAT
        EXIT PARAGRAPH
    END-IF

    MOVE SPACES TO WS-MN-ORD-A-TABEL WS-MN-ORD-B-TABEL
    MOVE 0 TO WS-MN-ANTAL-ORD-A WS-MN-ANTAL-ORD-B
    UNSTRING WS-MN-NORM-A DELIMITED BY ALL SPACE
        INTO WS-MN-ORD-A(1) WS-MN-ORD-A(2) WS-MN-ORD-A(3)
             WS-MN-ORD-A(4) WS-MN-ORD-A(5) WS-MN-ORD-A(6)
        TALLYING IN WS-MN-ANTAL-ORD-A
    END-UNSTRING
    UNSTRING WS-MN-NORM-B DELIMITED BY ALL SPACE
        INTO WS-MN-ORD-B(1) WS-MN-ORD-B(2) WS-MN-ORD-B(3)
             WS-MN-ORD-B(4) WS-MN-ORD-B(5) WS-MN-ORD-B(6)
        TALLYING IN WS-MN-ANTAL-ORD-B
    END-UNSTRING

    MOVE WS-MN-ORD-A-TABEL TO WS-MN-KILDE-TABEL
    MOVE WS-MN-ANTAL-ORD-A TO WS-MN-ANTAL-KILDE
    MOVE WS-MN-ORD-B-TABEL TO WS-MN-MAAL-TABEL
    MOVE WS-MN-ANTAL-ORD-B TO WS-MN-ANTAL-MAAL
    PERFORM TJEK-ORD-DAEKNING
    IF WS-MN-DAEKKET = "Y" AND WS-MN-HELT-ORD = "Y"
        MOVE "N" TO WS-MN-PAR-RESULTAT
        EXIT PARAGRAPH
    END-IF

    MOVE WS-MN-ORD-B-TABEL TO WS-MN-KILDE-TABEL
    MOVE WS-MN-ANTAL-ORD-B TO WS-MN-ANTAL-KILDE
    MOVE WS-MN-ORD-A-TABEL TO WS-MN-MAAL-TABEL
    MOVE WS-MN-ANTAL-ORD-A TO WS-MN-ANTAL-MAAL
    PERFORM TJEK-ORD-DAEKNING
    IF WS-MN-DAEKKET = "Y" AND WS-MN-HELT-ORD = "Y"
        MOVE "N" TO WS-MN-PAR-RESULTAT
        EXIT PARAGRAPH
    END-IF

    PERFORM BEREGN-NAVNE-AFSTAND
    IF WS-MN-AFSTAND <= 2
            OR (WS-MN-AFSTAND = 3 AND WS-MN-LAENGDE-A >= 12
                                  AND WS-MN-LAENGDE-B >= 12)
        MOVE "N" TO WS-MN-PAR-RESULTAT
    END-IF
    .

*>-----------------------------------------------------------------
*>  NORMALISER-NAVN – WS-MN-NORM-IND med store bogstaver, kun A-Z og
*>  cifre, ét mellemrum mellem ordene, i WS-MN-NORM-UD (længde i
*>  WS-MN-UD-POS). Punktum, bindestreg, komma, & og / skiller ord; andre
*>  tegn, herunder æ/ø/å, springes over - ens for begge navne
*>-----------------------------------------------------------------
NORMALISER-NAVN.
    MOVE FUNCTION UPPER-CASE(WS-MN-NORM-IND) TO WS-MN-NORM-IND
    MOVE SPACES TO WS-MN-NORM-UD
    MOVE 0   TO WS-MN-UD-POS
    MOVE "Y" TO WS-MN-MELLEMRUM
    MOVE 1   TO WS-MN-POS
    PERFORM UNTIL WS-MN-POS > 30
        MOVE WS-MN-NORM-IND(WS-MN-POS:1) TO WS-MN-TEGN
        EVALUATE TRUE
            WHEN (WS-MN-TEGN >= "A" AND WS-MN-TEGN <= "Z")
              OR (WS-MN-TEGN >= "0" AND WS-MN-TEGN <= "9")
                ADD 1 TO WS-MN-UD-POS
                MOVE WS-MN-TEGN TO WS-MN-NORM-UD(WS-MN-UD-POS:1)
                MOVE "N" TO WS-MN-MELLEMRUM
            WHEN WS-MN-TEGN = SPACE OR "." OR "-" OR "," OR "&" OR "/"
                IF WS-MN-MELLEMRUM = "N"
                    ADD 1 TO WS-MN-UD-POS
                    MOVE "Y" TO WS-MN-MELLEMRUM
                END-IF
            WHEN OTHER
                CONTINUE
        END-EVALUATE
        ADD 1 TO WS-MN-POS
    END-PERFORM
    IF WS-MN-MELLEMRUM = "Y" AND WS-MN-UD-POS > 0
        SUBTRACT 1 FROM WS-MN-UD-POS
    END-IF
    .

*>-----------------------------------------------------------------
*>  TJEK-ORD-DAEKNING – findes hvert ord i WS-MN-KILDE blandt ordene
*>  i WS-MN-MAAL? Et ord på ét bogstav passer på ethvert ord med samme
*>  forbogstav. WS-MN-HELT-ORD = "Y", hvis mindst ét af fundene var et
*>  helt ord og ikke blot et forbogstav
*>-----------------------------------------------------------------
TJEK-ORD-DAEKNING.
    MOVE "Y" TO WS-MN-DAEKKET
    MOVE "N" TO WS-MN-HELT-ORD
    MOVE 1 TO IDX-MN-KILDE
    PERFORM UNTIL IDX-MN-KILDE > WS-MN-ANTAL-KILDE
        MOVE "N" TO WS-MN-ORD-FUNDET
        MOVE 1 TO IDX-MN-MAAL
        PERFORM UNTIL IDX-MN-MAAL > WS-MN-ANTAL-MAAL
                   OR WS-MN-ORD-FUNDET = "Y"
            EVALUATE TRUE
                WHEN WS-MN-KILDE(IDX-MN-KILDE)(2:1) = SPACE
                    IF WS-MN-KILDE(IDX-MN-KILDE)(1:1)
                            = WS-MN-MAAL(IDX-MN-MAAL)(1:1)
                        MOVE "Y" TO WS-MN-ORD-FUNDET
                    END-IF
                WHEN WS-MN-KILDE(IDX-MN-KILDE) = WS-MN-MAAL(IDX-MN-MAAL)
                    MOVE "Y" TO WS-MN-ORD-FUNDET
                    MOVE "Y" TO WS-MN-HELT-ORD
            END-EVALUATE
            ADD 1 TO IDX-MN-MAAL
        END-PERFORM
        IF WS-MN-ORD-FUNDET = "N"
            MOVE "N" TO WS-MN-DAEKKET
            EXIT PERFORM
        END-IF
        ADD 1 TO IDX-MN-KILDE
    END-PERFORM
    .

*>-----------------------------------------------------------------
*>  BEREGN-NAVNE-AFSTAND – redigeringsafstanden mellem de to
*>  normaliserede navne, beregnet række for række med to rækker
*>-----------------------------------------------------------------
BEREGN-NAVNE-AFSTAND.
    MOVE 0 TO WS-MN-J
    PERFORM UNTIL WS-MN-J > WS-MN-LAENGDE-B
        MOVE WS-MN-J TO WS-MN-FOER(WS-MN-J + 1)
        ADD 1 TO WS-MN-J
    END-PERFORM

    MOVE 1 TO WS-MN-I
    PERFORM UNTIL WS-MN-I > WS-MN-LAENGDE-A
        MOVE WS-MN-I TO WS-MN-NU(1)
        MOVE 1 TO WS-MN-J
        PERFORM UNTIL WS-MN-J > WS-MN-LAENGDE-B
            IF WS-MN-NORM-A(WS-MN-I:1) = WS-MN-NORM-B(WS-MN-J:1)
                MOVE 0 TO WS-MN-OMK
            ELSE
                MOVE 1 TO WS-MN-OMK
            END-IF
            COMPUTE WS-MN-MIN = WS-MN-FOER(WS-MN-J) + WS-MN-OMK
            IF WS-MN-FOER(WS-MN-J + 1) + 1 < WS-MN-MIN
                COMPUTE WS-MN-MIN = WS-MN-FOER(WS-MN-J + 1) + 1
            END-IF
            IF WS-MN-NU(WS-MN-J) + 1 < WS-MN-MIN
                COMPUTE WS-MN-MIN = WS-MN-NU(WS-MN-J) + 1
            END-IF
            MOVE WS-MN-MIN TO WS-MN-NU(WS-MN-J + 1)
            ADD 1 TO WS-MN-J
        END-PERFORM
        MOVE WS-MN-RAEKKE-NU TO WS-MN-RAEKKE-FOER
        ADD 1 TO WS-MN-I
    END-PERFORM

    MOVE WS-MN-FOER(WS-MN-LAENGDE-B + 1) TO WS-MN-AFSTAND
    .

*>-----------------------------------------------------------------
*>  SKRIV-MODTAGER-TJEK – én linje pr. kontrolleret betaling på
*>  ModtagerTjek.txt: dato, reference, betalende konto, modtagerkonto,
*>  det indtastede navn, den bedst passende kontohaver og resultatet
*>-----------------------------------------------------------------
SKRIV-MODTAGER-TJEK.
    EVALUATE WS-MN-RESULTAT
        WHEN "M"
            MOVE "navnet stemmer" TO WS-MN-TEKST
        WHEN "N"
            MOVE "ADVARSEL navnet ligner kun - betalingen gennemfoeres"
                TO WS-MN-TEKST
        WHEN OTHER
            MOVE "INTET MATCH - holdt i Ventende.txt til kunden bekraefter"
                TO WS-MN-TEKST
    END-EVALUATE

    MOVE SPACES TO MODTAGER-TJEK-TEXT
    STRING
        WS-DAGS-DATO                       DELIMITED BY SIZE
        " "                                DELIMITED BY SIZE
        FUNCTION TRIM(WS-REFERENCE)        DELIMITED BY SIZE
        " konto "                          DELIMITED BY SIZE
        FUNCTION TRIM(WS-MN-BETALER-KONTO) DELIMITED BY SIZE
        " til "                            DELIMITED BY SIZE
        WS-MN-MODT-REG                     DELIMITED BY SIZE
        "/"                                DELIMITED BY SIZE
        FUNCTION TRIM(WS-MN-MODT-KONTO)    DELIMITED BY SIZE
        " modtager '"                      DELIMITED BY SIZE
        FUNCTION TRIM(WS-MN-MODTAGER)      DELIMITED BY SIZE
        "' kontohaver '"                   DELIMITED BY SIZE
        FUNCTION TRIM(WS-MN-BEDSTE-NAVN)   DELIMITED BY SIZE
        "': "                              DELIMITED BY SIZE
        FUNCTION TRIM(WS-MN-TEKST)         DELIMITED BY SIZE
    INTO MODTAGER-TJEK-TEXT
    END-STRING
    WRITE MODTAGER-TJEK-REC
    .

*>-----------------------------------------------------------------
*>  AABN-HOLD-FILER – Ventende.txt og GraenseHoldt.txt åbnes i
*>  forlængelse første gang en betaling holdes; findes de ikke endnu,
*>  oprettes de
*>-----------------------------------------------------------------
AABN-HOLD-FILER.
    IF WS-HOLD-AABEN = "Y"
        EXIT PARAGRAPH
    END-IF
    OPEN EXTEND VentendeFil
    IF WS-VENTENDE-STATUS = "35"
        OPEN OUTPUT VentendeFil
    END-IF
    OPEN EXTEND GraenseHoldtFil
    IF WS-GRAENSE-HOLDT-STATUS = "35"
        OPEN OUTPUT GraenseHoldtFil
    END-IF
    MOVE "Y" TO WS-HOLD-AABEN
    .

*>-----------------------------------------------------------------
*>  HOLD-BETALING – læg den færdige debitering i RAW-POSTER i
*>  Ventende.txt og registrér den i GraenseHoldt.txt med årsag "N",
*>  så OPGAVE10 først bogfører den, når kunden har bekræftet
*>  modtageren i ModtagerBekraeftelse.txt
*>-----------------------------------------------------------------
HOLD-BETALING.
    PERFORM AABN-HOLD-FILER
    MOVE RAW-POSTER TO RAW-VENTENDE
    WRITE RAW-VENTENDE

    MOVE SPACES TO RAW-GRAENSE-HOLDT
    MOVE KONTO-ID OF POSTER-REC        TO GH-KONTO-ID
    MOVE TRANS-REFERENCE OF POSTER-REC TO GH-REFERENCE
    MOVE WS-DAGS-DATO                  TO GH-DATO
    MOVE FUNCTION NUMVAL(BELØB-TEXT OF POSTER-REC) TO GH-BELOB
    SET GH-MODTAGERNAVN TO TRUE
    WRITE RAW-GRAENSE-HOLDT
    ADD 1 TO ANTAL-MN-HOLDT
    .
