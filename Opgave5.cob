
*> -------- KUNDEINPUT (rå intag-fil) --------
FD KundeInputFil.
01 RAW-KUNDE-INPUT     PIC X(252).
01 KUNDE-INPUT-REC REDEFINES RAW-KUNDE-INPUT.
   COPY "KUNDEINPUT.cpy".

01 CPR-VAEGTE REDEFINES CPR-VAEGT-TABEL.
   02 CPR-VAEGT OCCURS 10 TIMES PIC 9(1).

*> CVR-validering: otte cifre, modulus 11 med Erhvervsstyrelsens
*> vægte 2,7,6,5,4,3,2,1. Samme log og fortsæt-princip som CPR -
*> et ugyldigt CVR-nummer logges og blankes. Kundetypen skal være
*> P eller E (blank = P); en ukendt kode logges og tolkes som P
01 WS-CVR-GYLDIG    PIC X VALUE "Y".
01 WS-CVR-SUM       PIC 9(4) VALUE 0.
01 WS-CVR-REST      PIC 9(2) VALUE 0.
01 WS-CVR-IDX       PIC 9(2) VALUE 0.
01 WS-CVR-FEJLTEKST PIC X(40) VALUE SPACES.
01 CVR-VAEGT-TABEL.
   02 FILLER PIC X(8) VALUE "27654321".
01 CVR-VAEGTE REDEFINES CVR-VAEGT-TABEL.
   02 CVR-VAEGT OCCURS 8 TIMES PIC 9(1).

*> Til oprydning af NAVN (kollapser flere mellemrum til ét)
01 INDEX1           PIC 99 VALUE 1.
01 INDEX2           PIC 99 VALUE 1.
        END-IF
    END-IF

    *> Kundetype og CVR-nummer - CVR hører kun til erhvervskunder og
    *> valideres, før det lander på stamdata
    EVALUATE KI-KUNDE-TYPE
        WHEN SPACE
            MOVE "P" TO KUNDE-TYPE OF KUNDEOPL-WS
        WHEN "P"
        WHEN "E"
            MOVE KI-KUNDE-TYPE TO KUNDE-TYPE OF KUNDEOPL-WS
        WHEN OTHER
            MOVE "P" TO KUNDE-TYPE OF KUNDEOPL-WS
            MOVE "ukendt type - tolkes som P"
                TO WS-CVR-FEJLTEKST
            PERFORM SKRIV-CVR-EXCEPTION
    END-EVALUATE

    MOVE KI-CVR TO CVR-NR OF KUNDEOPL-WS
    IF KUNDE-ERHVERV OF KUNDEOPL-WS
        IF KI-CVR = SPACES
            MOVE "erhvervskunde uden CVR"
                TO WS-CVR-FEJLTEKST
            PERFORM SKRIV-CVR-EXCEPTION
        ELSE
            PERFORM VALIDER-CVR
            IF WS-CVR-GYLDIG = "N"
                MOVE "ugyldigt CVR-nummer - blankes"
                    TO WS-CVR-FEJLTEKST
                PERFORM SKRIV-CVR-EXCEPTION
                MOVE SPACES TO CVR-NR OF KUNDEOPL-WS
            END-IF
        END-IF
    ELSE
        IF KI-CVR NOT = SPACES
            MOVE "CVR paa privatkunde - blankes"
                TO WS-CVR-FEJLTEKST
            PERFORM SKRIV-CVR-EXCEPTION
            MOVE SPACES TO CVR-NR OF KUNDEOPL-WS
        END-IF
    END-IF

    *> Skattemæssigt hjemland, når det afviger fra postadressens
    *> landekode - en ugyldig kode logges og blankes (landekoden
    *> gælder så), samme princip som CPR/CVR
    MOVE KI-SKATTE-LAND TO SKATTE-LAND OF KUNDEOPL-WS
    IF KI-SKATTE-LAND NOT = SPACES
            AND KI-SKATTE-LAND NOT ALPHABETIC-UPPER
        MOVE "ugyldigt skatteland - blankes" TO WS-CVR-FEJLTEKST
        PERFORM SKRIV-CVR-EXCEPTION
        MOVE SPACES TO SKATTE-LAND OF KUNDEOPL-WS
    END-IF

    *> Nye kunder oprettes som aktive med dags dato som statusdato.
    *> En genindlæsning af en allerede kendt kunde sætter samme felter
    *> igen - det er FLET-KUNDEOPLYSNINGER der afgør, om posten ender
    PERFORM SKRIV-FEJLLOG
    .

*>-----------------------------------------------------------------
*>  VALIDER-CVR – modulus 11-kontrol af KI-CVR: otte cifre, vægtet
*>  sum delelig med 11
*>-----------------------------------------------------------------
VALIDER-CVR.
    MOVE "Y" TO WS-CVR-GYLDIG

    IF KI-CVR NOT NUMERIC OR KI-CVR(1:1) = "0"
        MOVE "N" TO WS-CVR-GYLDIG
        EXIT PARAGRAPH
    END-IF

    MOVE 0 TO WS-CVR-SUM
    PERFORM VARYING WS-CVR-IDX FROM 1 BY 1 UNTIL WS-CVR-IDX > 8
        COMPUTE WS-CVR-SUM = WS-CVR-SUM
            + FUNCTION NUMVAL(KI-CVR(WS-CVR-IDX:1))
            * CVR-VAEGT(WS-CVR-IDX)
    END-PERFORM
    COMPUTE WS-CVR-REST = FUNCTION MOD(WS-CVR-SUM, 11)
    IF WS-CVR-REST NOT = 0
        MOVE "N" TO WS-CVR-GYLDIG
    END-IF
    .

*>-----------------------------------------------------------------
*>  SKRIV-CVR-EXCEPTION – log én kunde med en fejl i kundetype/CVR
*>  eller skatteland. Kaldsstedet har sat WS-CVR-FEJLTEKST
*>-----------------------------------------------------------------
SKRIV-CVR-EXCEPTION.
    MOVE SPACES TO ADRESSE-EXCEPTION-TEXT
    STRING
        "Kunde "                                   DELIMITED BY SIZE
        FUNCTION TRIM(KUNDEID OF KUNDEOPL-WS)      DELIMITED BY SIZE
        ", type '"                                 DELIMITED BY SIZE
        KI-KUNDE-TYPE                              DELIMITED BY SIZE
        "', CVR '"                                 DELIMITED BY SIZE
        FUNCTION TRIM(KI-CVR)                      DELIMITED BY SIZE
        "' - "                                     DELIMITED BY SIZE
        FUNCTION TRIM(WS-CVR-FEJLTEKST)            DELIMITED BY SIZE
    INTO ADRESSE-EXCEPTION-TEXT
    END-STRING
    WRITE ADRESSE-EXCEPTION-REC

    MOVE "A" TO WS-FEJL-SEV
    MOVE KUNDEID OF KUNDEOPL-WS TO WS-FEJL-NOEGLE
    MOVE ADRESSE-EXCEPTION-TEXT TO WS-FEJL-TEKST
    PERFORM SKRIV-FEJLLOG
    .

*>-----------------------------------------------------------------
*>  LAES-POSTNRBYNAVN – læs en evt. PostnrBynavn.txt med hvert dansk
*>  postnummers officielle bynavn. Findes filen ikke, forbliver
*>-----------------------------------------------------------------
*>  JOURNAL-INTAG-AENDRINGER – journalfør de felter, intagets post
*>  aendrer paa den eksisterende kundelinje (NAVN, hele adressen,
*>  kontakt, sprog, kundetype, CVR og skatteland - de oevrige felter
*>  er intaget kilden til)
*>-----------------------------------------------------------------
JOURNAL-INTAG-AENDRINGER.
    MOVE "K" TO WS-JN-TYPE
        MOVE SPROG OF IT-KUNDE(WS-INTAG-FUNDET) TO WS-JN-EFTER
        PERFORM SKRIV-JOURNAL
    END-IF
    IF KUNDE-TYPE OF IT-KUNDE(WS-INTAG-FUNDET)
            NOT = KUNDE-TYPE OF KUNDEOPL
        MOVE "KUNDE-TYPE" TO WS-JN-FELT
        MOVE KUNDE-TYPE OF KUNDEOPL TO WS-JN-FOER
        MOVE KUNDE-TYPE OF IT-KUNDE(WS-INTAG-FUNDET) TO WS-JN-EFTER
        PERFORM SKRIV-JOURNAL
    END-IF
    IF CVR-NR OF IT-KUNDE(WS-INTAG-FUNDET) NOT = CVR-NR OF KUNDEOPL
        MOVE "CVR-NR" TO WS-JN-FELT
        MOVE CVR-NR OF KUNDEOPL TO WS-JN-FOER
        MOVE CVR-NR OF IT-KUNDE(WS-INTAG-FUNDET) TO WS-JN-EFTER
        PERFORM SKRIV-JOURNAL
    END-IF
    IF SKATTE-LAND OF IT-KUNDE(WS-INTAG-FUNDET)
            NOT = SKATTE-LAND OF KUNDEOPL
        MOVE "SKATTE-LAND" TO WS-JN-FELT
        MOVE SKATTE-LAND OF KUNDEOPL TO WS-JN-FOER
        MOVE SKATTE-LAND OF IT-KUNDE(WS-INTAG-FUNDET) TO WS-JN-EFTER
        PERFORM SKRIV-JOURNAL
    END-IF
    .

*>-----------------------------------------------------------------
