        ASSIGN TO "Statistik.txt"
        ORGANIZATION IS LINE SEQUENTIAL.

    SELECT OPTIONAL KundeOverflowFil
        ASSIGN TO "KundeOverflow.txt"
        ORGANIZATION IS LINE SEQUENTIAL.

    SELECT OPTIONAL ButikOverflowFil
        ASSIGN TO "ButikOverflow.txt"
        ORGANIZATION IS LINE SEQUENTIAL.

        ASSIGN TO "Valutakurser.txt"
        ORGANIZATION IS LINE SEQUENTIAL.

    SELECT OPTIONAL ValutaExceptionFil
        ASSIGN TO "ValutaExceptions.txt"
        ORGANIZATION IS LINE SEQUENTIAL.

    SELECT OPTIONAL TransTypeExceptionFil
        ASSIGN TO "TransTypeExceptions.txt"
        ORGANIZATION IS LINE SEQUENTIAL.

    *> Genkendte dubletter (samme TRANS-REFERENCE genindlæst) - samme
    *> filnavn som OPGAVE10 bruger til sin kontobundne dublet-log
    SELECT OPTIONAL DuplikatFil
        ASSIGN TO "Duplikater.txt"
        ORGANIZATION IS LINE SEQUENTIAL.

        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CKP-STATUS.

    *> Statistiklageret (se STATISTIKLAGER.cpy): totalerne for alle
    *> posteringer op til lagerets mærke, så en kørsel kun skal lægge
    *> posteringerne efter mærket til i stedet for at genberegne hele
    *> årets Transaktioner.txt. Lageret skrives forfra (via .new) ved
    *> hver fuldført kørsel
    SELECT LagerFil
        ASSIGN TO "StatistikLager.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-LAGER-STATUS.

    SELECT LagerNyFil
        ASSIGN TO "StatistikLager.new"
        ORGANIZATION IS LINE SEQUENTIAL.

    *> Findes denne fil, genopbygges statistiklageret fra hele
    *> Transaktioner.txt i stedet for at bygge videre på det gamle.
    *> Flaget er et ENGANGSFLAG og forbruges, når det nye lager er
    *> skrevet (som OPGAVE10 forbruger Opgave10Inkrementel.txt)
    SELECT GenopbygFlagFil
        ASSIGN TO "Opgave11Genopbyg.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-GENOPBYG-STATUS.

    *> Valgfri åbningsindbetaling pr. konto - samme fil som OPGAVE10
    *> bruger til at fastsætte en nyoprettet kundes startsaldo
    SELECT KontoAabningFil
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-VALUTA-ALDER-GRAENSE-STATUS.

    SELECT OPTIONAL ValutaForaeldetFil
        ASSIGN TO "ValutaForaeldet.txt"
        ORGANIZATION IS LINE SEQUENTIAL.

FILE SECTION.

FD Transfil.
01 RAW-TRANS         PIC X(223).
01 TRANS-REC REDEFINES RAW-TRANS.
   COPY "TRANSAKTIONER.cpy".

FD Valutafil.
01 RAW-VALUTA        PIC X(38).
01 VALUTAKURS-REC REDEFINES RAW-VALUTA.
   COPY "VALUTAKURS.cpy".

*> (174:4) hentes via reference-modifikation, så KUNDER.cpy ikke gør
*> TRANSAKTIONER.cpy's feltnavne tvetydige
FD KundePostnrFil.
01 RAW-KUNDE-POSTNR PIC X(302).

FD ButikKategoriFil.
01 RAW-BUTIK-KAT PIC X(40).     *> 20+20 = 40
01 CHECKPOINT-REC.
   02 CKP-RECORDS-READ PIC 9(9).

FD LagerFil.
01 RAW-LAGER PIC X(146).      *> 1+145 = 146
01 LAGER-REC REDEFINES RAW-LAGER.
   COPY "STATISTIKLAGER.cpy".

FD LagerNyFil.
01 RAW-LAGER-NY PIC X(146).
01 LAGER-NY-REC REDEFINES RAW-LAGER-NY.
   COPY "STATISTIKLAGER.cpy".

FD GenopbygFlagFil.
01 GENOPBYG-FLAG-REC.
   02 GENOPBYG-FLAG-TEXT PIC X(40).

FD KontoAabningFil.
01 RAW-AABNING PIC X(37).     *> 14+8+15 = 37
01 AABNING-REC REDEFINES RAW-AABNING.
01 WS-CKP-QUOT         PIC 9(9) VALUE 0.
01 WS-CKP-REM          PIC 9(9) VALUE 0.

*> Statistiklageret. WS-LAGER-TILSTAND: "I" = inkrementel (lageret
*> indlæst, kun posteringer efter mærket behandles), "F" = fuld
*> genopbygning fra hele Transaktioner.txt, "U" = uden lager (et
*> aktivt valutafilter - lageret hverken læses eller skrives, da
*> totalerne så kun dækker én valuta)
01 WS-LAGER-STATUS     PIC XX VALUE SPACES.
01 WS-GENOPBYG-STATUS  PIC XX VALUE SPACES.
01 EOF-LAGER           PIC X VALUE "N".
01 WS-LAGER-TILSTAND   PIC X VALUE "F".
01 WS-LAGER-AARSAG     PIC X(100) VALUE SPACES.
01 WS-LAGER-GENOPBYG   PIC X VALUE "N".
*> Lagerets mærke og linjeantal, som sidste kørsel efterlod dem
01 WS-LM-TID           PIC X(26) VALUE LOW-VALUES.
01 WS-LM-REF           PIC X(20) VALUE LOW-VALUES.
01 WS-LM-ANTAL         PIC 9(9) VALUE 0.
01 WS-LM-DANNET        PIC X(14) VALUE SPACES.
01 WS-LM-TAELLING      PIC 9(9) VALUE 0.
01 WS-LM-ANTAL-EDIT    PIC ZZZZZZZZ9.
01 WS-LM-TAELLING-EDIT PIC ZZZZZZZZ9.
*> Det nye mærke - den nyeste postering i filen
01 WS-NY-TID           PIC X(26) VALUE LOW-VALUES.
01 WS-NY-REF           PIC X(20) VALUE LOW-VALUES.
01 WS-FOER-MAERKE      PIC X VALUE "N".
01 ANTAL-NYE-POSTER    PIC 9(9) VALUE 0.
01 ANTAL-LAGER-LINJER  PIC 9(9) VALUE 0.

*> Kørslens samlede varighed - kun start- og sluttidspunkt inden for
*> samme døgn understøttes præcist, en kørsel der krydser midnat
*> tæller med et helt døgns sekunder ekstra
      03 VT-VALUTAKODE     PIC X(3).
      03 VT-EFFEKTIV-DATO  PIC X(8).
      03 VT-KURS           PIC 9(5)V9999.
      03 VT-KOEBSKURS      PIC 9(5)V9999.
      03 VT-SALGSKURS      PIC 9(5)V9999.

*> Til opslag af kurs for én transaktion
01 WS-TRANS-DATO      PIC X(8).
01 WS-KURS-FUNDET     PIC X VALUE "N".
01 WS-KURS            PIC 9(5)V9999.
01 WS-KOEBSKURS       PIC 9(5)V9999.
01 WS-SALGSKURS       PIC 9(5)V9999.
01 WS-BEST-DATO       PIC X(8) VALUE LOW-VALUES.

*> Forældet valutakurs - samme begreb som OPGAVE10's
                        TO VT-EFFEKTIV-DATO (ANTAL-VALUTAKURSER)
                    MOVE VK-KURS          OF VALUTAKURS-REC
                        TO VT-KURS          (ANTAL-VALUTAKURSER)
                    *> Række uden spread (eller fra før spreaden):
                    *> midtkursen bruges begge veje, som i OPGAVE10
                    IF VK-KOEBSKURS OF VALUTAKURS-REC NUMERIC
                            AND VK-SALGSKURS OF VALUTAKURS-REC NUMERIC
                            AND VK-KOEBSKURS OF VALUTAKURS-REC > 0
                            AND VK-SALGSKURS OF VALUTAKURS-REC > 0
                        MOVE VK-KOEBSKURS OF VALUTAKURS-REC
                            TO VT-KOEBSKURS (ANTAL-VALUTAKURSER)
                        MOVE VK-SALGSKURS OF VALUTAKURS-REC
                            TO VT-SALGSKURS (ANTAL-VALUTAKURSER)
                    ELSE
                        MOVE VK-KURS OF VALUTAKURS-REC
                            TO VT-KOEBSKURS (ANTAL-VALUTAKURSER)
                        MOVE VK-KURS OF VALUTAKURS-REC
                            TO VT-SALGSKURS (ANTAL-VALUTAKURSER)
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    *> Er dette en genstart efter en tidligere afbrudt kørsel?
    PERFORM LAES-CHECKPOINT

    *> Inkrementelt fra statistiklageret eller fuld genopbygning?
    PERFORM BESTEM-LAGER-TILSTAND

    OPEN INPUT  Transfil
         OUTPUT UdFil
         OUTPUT UdFilCSV
    *> exception-filerne for poster før checkpointet - de linjer må
    *> ikke gå tabt ved at åbne filerne med OUTPUT (som ville
    *> nulstille dem), så en genstart fortsætter dem med EXTEND. En
    *> frisk kørsel (intet checkpoint) åbner dem som hidtil med OUTPUT.
    *> En inkrementel kørsel fortsætter dem ligeledes, så de stadig
    *> dækker alle posteringer i lageret, og ikke kun de nye. Filerne
    *> er OPTIONAL, så EXTEND opretter en fil, der er slettet imellem
    IF WS-RESTART-COUNT > 0 OR WS-LAGER-TILSTAND = "I"
        OPEN EXTEND KundeOverflowFil
             EXTEND ButikOverflowFil
             EXTEND ValutaExceptionFil
                *> Spring transaktioner uden for en evt. valgt
                *> valutafiltrering over (se LAES-VALUTA-FILTER)
                PERFORM TJEK-VALUTAFILTER
                *> Posteringer til og med lagerets mærke er allerede
                *> talt med i lageret (se TJEK-LAGER-MAERKE)
                PERFORM TJEK-LAGER-MAERKE
                IF WS-UDENFOR-VALUTAFILTER = "N"
                        AND WS-FOER-MAERKE = "N"
                    PERFORM BEHANDL-TRANS
                END-IF
                PERFORM MAYBE-CHECKPOINT
          ValutaExceptionFil TransTypeExceptionFil ButikKvalitetFil
          DuplikatFil ValutaForaeldetFil

    *> Gem tabellerne som nyt statistiklager til næste kørsel
    IF WS-LAGER-TILSTAND NOT = "U"
        PERFORM SKRIV-STATISTIKLAGER
    END-IF

    *> Hele kørslen er gennemført uden afbrydelse - nulstil
    *> checkpointet, så en efterfølgende kørsel starter forfra
    PERFORM SLET-CHECKPOINT
    CLOSE CheckpointFil
    .

*>--------------------------------------------------
*>  BESTEM-LAGER-TILSTAND – inkrementel kørsel fra statistiklageret
*>  eller fuld genopbygning. Der genopbygges, når lageret mangler,
*>  når Opgave11Genopbyg.txt beder om det, eller når den del af
*>  Transaktioner.txt, lageret dækker, ikke længere har samme antal
*>  linjer som da lageret blev skrevet - så er filen rullet
*>  (AARS-RUL), renset (SLET-KUNDE), rullet tilbage til en ældre
*>  generation, eller der er kommet posteringer til med et
*>  tidspunkt før mærket, og lageret kan ikke bare bygges videre på
*>--------------------------------------------------
BESTEM-LAGER-TILSTAND.
    MOVE "F" TO WS-LAGER-TILSTAND
    MOVE SPACES TO WS-LAGER-AARSAG

    IF WS-VALUTA-FILTER-AKTIV = "Y"
        MOVE "U" TO WS-LAGER-TILSTAND
        MOVE "valutafilter aktivt - lageret bruges ikke"
            TO WS-LAGER-AARSAG
        DISPLAY "Statistiklager: " FUNCTION TRIM(WS-LAGER-AARSAG)
        EXIT PARAGRAPH
    END-IF

    OPEN INPUT GenopbygFlagFil
    IF WS-GENOPBYG-STATUS = "00"
        CLOSE GenopbygFlagFil
        MOVE "Y" TO WS-LAGER-GENOPBYG
        MOVE "fuld genopbygning bestilt (Opgave11Genopbyg.txt)"
            TO WS-LAGER-AARSAG
        DISPLAY "Statistiklager: " FUNCTION TRIM(WS-LAGER-AARSAG)
        EXIT PARAGRAPH
    END-IF

    MOVE "N" TO EOF-LAGER
    OPEN INPUT LagerFil
    IF WS-LAGER-STATUS NOT = "00"
        MOVE "intet StatistikLager.txt - fuld opbygning"
            TO WS-LAGER-AARSAG
        DISPLAY "Statistiklager: " FUNCTION TRIM(WS-LAGER-AARSAG)
        EXIT PARAGRAPH
    END-IF
    READ LagerFil
        AT END
            MOVE "Y" TO EOF-LAGER
    END-READ
    IF EOF-LAGER = "Y" OR NOT SL-HOVED OF LAGER-REC
            OR SL-H-ANTAL-LINJER OF LAGER-REC NOT NUMERIC
        CLOSE LagerFil
        MOVE "StatistikLager.txt uden gyldigt hoved - fuld opbygning"
            TO WS-LAGER-AARSAG
        DISPLAY "Statistiklager: " FUNCTION TRIM(WS-LAGER-AARSAG)
        EXIT PARAGRAPH
    END-IF
    MOVE SL-H-TID OF LAGER-REC          TO WS-LM-TID
    MOVE SL-H-REF OF LAGER-REC          TO WS-LM-REF
    MOVE SL-H-ANTAL-LINJER OF LAGER-REC TO WS-LM-ANTAL
    MOVE SL-H-DANNET OF LAGER-REC       TO WS-LM-DANNET
    CLOSE LagerFil

    PERFORM TAEL-LINJER-TIL-MAERKE
    IF WS-LM-TAELLING NOT = WS-LM-ANTAL
        MOVE WS-LM-TAELLING TO WS-LM-TAELLING-EDIT
        MOVE WS-LM-ANTAL    TO WS-LM-ANTAL-EDIT
        MOVE SPACES TO WS-LAGER-AARSAG
        STRING
            "Transaktioner.txt aendret foer maerket ("
                                                DELIMITED BY SIZE
            FUNCTION TRIM(WS-LM-TAELLING-EDIT)  DELIMITED BY SIZE
            " linjer mod "                      DELIMITED BY SIZE
            FUNCTION TRIM(WS-LM-ANTAL-EDIT)     DELIMITED BY SIZE
            ") - fuld genopbygning"             DELIMITED BY SIZE
        INTO WS-LAGER-AARSAG
        END-STRING
        DISPLAY "Statistiklager: " FUNCTION TRIM(WS-LAGER-AARSAG)
        MOVE "I" TO WS-FEJL-SEV
        MOVE "STATISTIKLAGER" TO WS-FEJL-NOEGLE
        MOVE WS-LAGER-AARSAG TO WS-FEJL-TEKST
        PERFORM SKRIV-FEJLLOG
        MOVE LOW-VALUES TO WS-LM-TID WS-LM-REF
        EXIT PARAGRAPH
    END-IF

    PERFORM LAES-STATISTIKLAGER
    MOVE "I" TO WS-LAGER-TILSTAND
    MOVE SPACES TO WS-LAGER-AARSAG
    STRING
        "inkrementel efter "             DELIMITED BY SIZE
        WS-LM-TID                        DELIMITED BY SIZE
    INTO WS-LAGER-AARSAG
    END-STRING
    DISPLAY "Statistiklager: " FUNCTION TRIM(WS-LAGER-AARSAG)
    .

*>--------------------------------------------------
*>  TAEL-LINJER-TIL-MAERKE – tæl de linjer i Transaktioner.txt, der
*>  ligger til og med lagerets mærke (TIDSPUNKT + TRANS-REFERENCE)
*>--------------------------------------------------
TAEL-LINJER-TIL-MAERKE.
    MOVE 0 TO WS-LM-TAELLING
    MOVE "N" TO EOF-TRANS
    OPEN INPUT Transfil
    PERFORM UNTIL EOF-TRANS = "Y"
        READ Transfil
            AT END
                MOVE "Y" TO EOF-TRANS
            NOT AT END
                IF TIDSPUNKT < WS-LM-TID
                        OR (TIDSPUNKT = WS-LM-TID
                            AND TRANS-REFERENCE <= WS-LM-REF)
                    ADD 1 TO WS-LM-TAELLING
                END-IF
        END-READ
    END-PERFORM
    CLOSE Transfil
    .

*>--------------------------------------------------
*>  LAES-STATISTIKLAGER – lagerets rækker ind i de samme tabeller,
*>  som BEHANDL-TRANS bygger videre på
*>--------------------------------------------------
LAES-STATISTIKLAGER.
    MOVE "N" TO EOF-LAGER
    OPEN INPUT LagerFil
    PERFORM UNTIL EOF-LAGER = "Y"
        READ LagerFil
            AT END
                MOVE "Y" TO EOF-LAGER
            NOT AT END
                ADD 1 TO ANTAL-LAGER-LINJER
                PERFORM INDLAES-LAGER-LINJE
        END-READ
    END-PERFORM
    CLOSE LagerFil
    .

INDLAES-LAGER-LINJE.
    EVALUATE TRUE
        WHEN SL-HOVED OF LAGER-REC
            MOVE SL-H-DUBLETTER OF LAGER-REC      TO ANTAL-DUBLETTER
            MOVE SL-H-NETTO-DKK OF LAGER-REC      TO GT-NETTO-DKK-NUM
            MOVE SL-H-KUNDE-OVERFLOW OF LAGER-REC TO ANTAL-KUNDE-OVERFLOW
            MOVE SL-H-BUTIK-OVERFLOW OF LAGER-REC TO ANTAL-BUTIK-OVERFLOW
            MOVE SL-H-UOPL-ANTAL OF LAGER-REC     TO REG-UOPLOEST-ANTAL
            MOVE SL-H-UOPL-OMS OF LAGER-REC       TO REG-UOPLOEST-OMS-NUM
        WHEN SL-KUNDE OF LAGER-REC
            IF ANTAL-KUNDER < MAX-KUNDER
                ADD 1 TO ANTAL-KUNDER
                MOVE SL-K-CPR OF LAGER-REC   TO K-CPR(ANTAL-KUNDER)
                MOVE SL-K-NAVN OF LAGER-REC  TO K-NAVN(ANTAL-KUNDER)
                MOVE SL-K-SALDO OF LAGER-REC TO K-SALDO(ANTAL-KUNDER)
            END-IF
        WHEN SL-MAANED OF LAGER-REC
            IF ANTAL-MAANEDER < MAX-MAANEDER
                ADD 1 TO ANTAL-MAANEDER
                MOVE SL-M-AAR OF LAGER-REC   TO MD-AAR(ANTAL-MAANEDER)
                MOVE SL-M-MND OF LAGER-REC   TO MD-MND(ANTAL-MAANEDER)
                MOVE SL-M-IN-BELOB OF LAGER-REC
                    TO MD-IN-BELØB(ANTAL-MAANEDER)
                MOVE SL-M-UD-BELOB OF LAGER-REC
                    TO MD-UD-BELØB(ANTAL-MAANEDER)
                MOVE SL-M-TYPE-IND OF LAGER-REC
                    TO MD-TYPE-IND(ANTAL-MAANEDER)
                MOVE SL-M-TYPE-UDB OF LAGER-REC
                    TO MD-TYPE-UDB(ANTAL-MAANEDER)
                MOVE SL-M-TYPE-OVF OF LAGER-REC
                    TO MD-TYPE-OVF(ANTAL-MAANEDER)
                MOVE SL-M-TYPE-UKD OF LAGER-REC
                    TO MD-TYPE-UKD(ANTAL-MAANEDER)
                MOVE SL-M-TYPE-GEBYR OF LAGER-REC
                    TO MD-TYPE-GEBYR(ANTAL-MAANEDER)
                MOVE SL-M-TYPE-RENTE OF LAGER-REC
                    TO MD-TYPE-RENTE(ANTAL-MAANEDER)
                MOVE SL-M-USD-DKK OF LAGER-REC
                    TO MD-USD-DKK(ANTAL-MAANEDER)
                MOVE SL-M-EUR-DKK OF LAGER-REC
                    TO MD-EUR-DKK(ANTAL-MAANEDER)
                MOVE SL-M-DKK-DKK OF LAGER-REC
                    TO MD-DKK-DKK(ANTAL-MAANEDER)
            END-IF
        WHEN SL-BUTIK OF LAGER-REC
            IF ANTAL-BUTIKKER < MAX-BUTIKKER
                ADD 1 TO ANTAL-BUTIKKER
                MOVE SL-B-NAVN OF LAGER-REC  TO B-NAVN(ANTAL-BUTIKKER)
                MOVE SL-B-ANTAL OF LAGER-REC TO B-ANTAL(ANTAL-BUTIKKER)
                MOVE SL-B-OMS OF LAGER-REC   TO B-OMS-NUM(ANTAL-BUTIKKER)
            END-IF
        WHEN SL-KATEGORI OF LAGER-REC
            IF ANTAL-KATEGORIER < MAX-KATEGORIER
                ADD 1 TO ANTAL-KATEGORIER
                MOVE SL-A-NAVN OF LAGER-REC  TO KAT-NAVN(ANTAL-KATEGORIER)
                MOVE SL-A-ANTAL OF LAGER-REC TO KAT-ANTAL(ANTAL-KATEGORIER)
                MOVE SL-A-OMS OF LAGER-REC
                    TO KAT-OMS-NUM(ANTAL-KATEGORIER)
            END-IF
        WHEN SL-REGION OF LAGER-REC
            IF SL-R-IDX OF LAGER-REC >= 1
                    AND SL-R-IDX OF LAGER-REC <= ANTAL-REGIONER
                MOVE SL-R-IDX OF LAGER-REC TO IDX-REGION
                MOVE SL-R-ANTAL OF LAGER-REC TO REG-ANTAL(IDX-REGION)
                MOVE SL-R-OMS OF LAGER-REC   TO REG-OMS-NUM(IDX-REGION)
            END-IF
        WHEN SL-VALUTA OF LAGER-REC
            IF ANTAL-VALUTA-SUM < MAX-VALUTA-SUM
                ADD 1 TO ANTAL-VALUTA-SUM
                MOVE SL-V-KODE OF LAGER-REC  TO T-VS-KODE(ANTAL-VALUTA-SUM)
                MOVE SL-V-DKK OF LAGER-REC   TO T-VS-DKK(ANTAL-VALUTA-SUM)
                MOVE SL-V-ANTAL OF LAGER-REC TO T-VS-ANTAL(ANTAL-VALUTA-SUM)
            END-IF
        WHEN SL-DUBLET OF LAGER-REC
            IF ANTAL-TRANS-REF < MAX-TRANS-REF
                ADD 1 TO ANTAL-TRANS-REF
                MOVE SL-D-REF OF LAGER-REC
                    TO TRANS-REF-POST(ANTAL-TRANS-REF)
            END-IF
        WHEN SL-UDELADT OF LAGER-REC
            IF ANTAL-BUTIK-UDELADT < MAX-BUTIK-UDELADT
                ADD 1 TO ANTAL-BUTIK-UDELADT
                MOVE SL-U-NAVN OF LAGER-REC
                    TO BU-NAVN(ANTAL-BUTIK-UDELADT)
            END-IF
    END-EVALUATE
    .

*>--------------------------------------------------
*>  TJEK-LAGER-MAERKE – WS-FOER-MAERKE = "Y", hvis transaktionen
*>  allerede er talt med i det indlæste lager; samtidig føres det
*>  nye mærke frem til den nyeste postering i filen
*>--------------------------------------------------
TJEK-LAGER-MAERKE.
    MOVE "N" TO WS-FOER-MAERKE
    IF WS-LAGER-TILSTAND = "I"
        IF TIDSPUNKT < WS-LM-TID
                OR (TIDSPUNKT = WS-LM-TID
                    AND TRANS-REFERENCE <= WS-LM-REF)
            MOVE "Y" TO WS-FOER-MAERKE
        END-IF
    END-IF

    IF WS-FOER-MAERKE = "N" AND WS-UDENFOR-VALUTAFILTER = "N"
        ADD 1 TO ANTAL-NYE-POSTER
    END-IF

    IF TIDSPUNKT > WS-NY-TID
            OR (TIDSPUNKT = WS-NY-TID
                AND TRANS-REFERENCE > WS-NY-REF)
        MOVE TIDSPUNKT       TO WS-NY-TID
        MOVE TRANS-REFERENCE TO WS-NY-REF
    END-IF
    .

*>--------------------------------------------------
*>  SKRIV-STATISTIKLAGER – kørslens tabeller som nyt lager. Skrives
*>  til StatistikLager.new og flyttes først på plads, når filen er
*>  komplet, så en afbrudt skrivning efterlader det gamle lager
*>--------------------------------------------------
SKRIV-STATISTIKLAGER.
    OPEN OUTPUT LagerNyFil

    MOVE SPACES TO LAGER-NY-REC
    MOVE "H"                  TO SL-TYPE OF LAGER-NY-REC
    MOVE WS-NY-TID            TO SL-H-TID OF LAGER-NY-REC
    MOVE WS-NY-REF            TO SL-H-REF OF LAGER-NY-REC
    MOVE WS-RECORDS-READ      TO SL-H-ANTAL-LINJER OF LAGER-NY-REC
    MOVE FUNCTION CURRENT-DATE(1:14) TO SL-H-DANNET OF LAGER-NY-REC
    MOVE ANTAL-DUBLETTER      TO SL-H-DUBLETTER OF LAGER-NY-REC
    MOVE GT-NETTO-DKK-NUM     TO SL-H-NETTO-DKK OF LAGER-NY-REC
    MOVE ANTAL-KUNDE-OVERFLOW TO SL-H-KUNDE-OVERFLOW OF LAGER-NY-REC
    MOVE ANTAL-BUTIK-OVERFLOW TO SL-H-BUTIK-OVERFLOW OF LAGER-NY-REC
    MOVE REG-UOPLOEST-ANTAL   TO SL-H-UOPL-ANTAL OF LAGER-NY-REC
    MOVE REG-UOPLOEST-OMS-NUM TO SL-H-UOPL-OMS OF LAGER-NY-REC
    WRITE LAGER-NY-REC

    MOVE 1 TO IDX-KUNDE
    PERFORM UNTIL IDX-KUNDE > ANTAL-KUNDER
        MOVE SPACES TO LAGER-NY-REC
        MOVE "K"                TO SL-TYPE OF LAGER-NY-REC
        MOVE K-CPR(IDX-KUNDE)   TO SL-K-CPR OF LAGER-NY-REC
        MOVE K-NAVN(IDX-KUNDE)  TO SL-K-NAVN OF LAGER-NY-REC
        MOVE K-SALDO(IDX-KUNDE) TO SL-K-SALDO OF LAGER-NY-REC
        WRITE LAGER-NY-REC
        ADD 1 TO IDX-KUNDE
    END-PERFORM

    MOVE 1 TO IDX-MAANED
    PERFORM UNTIL IDX-MAANED > ANTAL-MAANEDER
        MOVE SPACES TO LAGER-NY-REC
        MOVE "M"                TO SL-TYPE OF LAGER-NY-REC
        MOVE MD-AAR(IDX-MAANED) TO SL-M-AAR OF LAGER-NY-REC
        MOVE MD-MND(IDX-MAANED) TO SL-M-MND OF LAGER-NY-REC
        MOVE MD-IN-BELØB(IDX-MAANED)   TO SL-M-IN-BELOB OF LAGER-NY-REC
        MOVE MD-UD-BELØB(IDX-MAANED)   TO SL-M-UD-BELOB OF LAGER-NY-REC
        MOVE MD-TYPE-IND(IDX-MAANED)   TO SL-M-TYPE-IND OF LAGER-NY-REC
        MOVE MD-TYPE-UDB(IDX-MAANED)   TO SL-M-TYPE-UDB OF LAGER-NY-REC
        MOVE MD-TYPE-OVF(IDX-MAANED)   TO SL-M-TYPE-OVF OF LAGER-NY-REC
        MOVE MD-TYPE-UKD(IDX-MAANED)   TO SL-M-TYPE-UKD OF LAGER-NY-REC
        MOVE MD-TYPE-GEBYR(IDX-MAANED) TO SL-M-TYPE-GEBYR OF LAGER-NY-REC
        MOVE MD-TYPE-RENTE(IDX-MAANED) TO SL-M-TYPE-RENTE OF LAGER-NY-REC
        MOVE MD-USD-DKK(IDX-MAANED)    TO SL-M-USD-DKK OF LAGER-NY-REC
        MOVE MD-EUR-DKK(IDX-MAANED)    TO SL-M-EUR-DKK OF LAGER-NY-REC
        MOVE MD-DKK-DKK(IDX-MAANED)    TO SL-M-DKK-DKK OF LAGER-NY-REC
        WRITE LAGER-NY-REC
        ADD 1 TO IDX-MAANED
    END-PERFORM

    MOVE 1 TO IDX-BUTIK
    PERFORM UNTIL IDX-BUTIK > ANTAL-BUTIKKER
        MOVE SPACES TO LAGER-NY-REC
        MOVE "B"                  TO SL-TYPE OF LAGER-NY-REC
        MOVE B-NAVN(IDX-BUTIK)    TO SL-B-NAVN OF LAGER-NY-REC
        MOVE B-ANTAL(IDX-BUTIK)   TO SL-B-ANTAL OF LAGER-NY-REC
        MOVE B-OMS-NUM(IDX-BUTIK) TO SL-B-OMS OF LAGER-NY-REC
        WRITE LAGER-NY-REC
        ADD 1 TO IDX-BUTIK
    END-PERFORM

    MOVE 1 TO IDX-KATEGORI
    PERFORM UNTIL IDX-KATEGORI > ANTAL-KATEGORIER
        MOVE SPACES TO LAGER-NY-REC
        MOVE "A"                       TO SL-TYPE OF LAGER-NY-REC
        MOVE KAT-NAVN(IDX-KATEGORI)    TO SL-A-NAVN OF LAGER-NY-REC
        MOVE KAT-ANTAL(IDX-KATEGORI)   TO SL-A-ANTAL OF LAGER-NY-REC
        MOVE KAT-OMS-NUM(IDX-KATEGORI) TO SL-A-OMS OF LAGER-NY-REC
        WRITE LAGER-NY-REC
        ADD 1 TO IDX-KATEGORI
    END-PERFORM

    MOVE 1 TO IDX-REGION
    PERFORM UNTIL IDX-REGION > ANTAL-REGIONER
        MOVE SPACES TO LAGER-NY-REC
        MOVE "R"                     TO SL-TYPE OF LAGER-NY-REC
        MOVE IDX-REGION              TO SL-R-IDX OF LAGER-NY-REC
        MOVE REG-ANTAL(IDX-REGION)   TO SL-R-ANTAL OF LAGER-NY-REC
        MOVE REG-OMS-NUM(IDX-REGION) TO SL-R-OMS OF LAGER-NY-REC
        WRITE LAGER-NY-REC
        ADD 1 TO IDX-REGION
    END-PERFORM

    MOVE 1 TO IDX-VALUTA-SUM
    PERFORM UNTIL IDX-VALUTA-SUM > ANTAL-VALUTA-SUM
        MOVE SPACES TO LAGER-NY-REC
        MOVE "V"                        TO SL-TYPE OF LAGER-NY-REC
        MOVE T-VS-KODE(IDX-VALUTA-SUM)  TO SL-V-KODE OF LAGER-NY-REC
        MOVE T-VS-DKK(IDX-VALUTA-SUM)   TO SL-V-DKK OF LAGER-NY-REC
        MOVE T-VS-ANTAL(IDX-VALUTA-SUM) TO SL-V-ANTAL OF LAGER-NY-REC
        WRITE LAGER-NY-REC
        ADD 1 TO IDX-VALUTA-SUM
    END-PERFORM

    MOVE 1 TO IDX-TRANS-REF
    PERFORM UNTIL IDX-TRANS-REF > ANTAL-TRANS-REF
        MOVE SPACES TO LAGER-NY-REC
        MOVE "D"                           TO SL-TYPE OF LAGER-NY-REC
        MOVE TRANS-REF-POST(IDX-TRANS-REF) TO SL-D-REF OF LAGER-NY-REC
        WRITE LAGER-NY-REC
        ADD 1 TO IDX-TRANS-REF
    END-PERFORM

    MOVE 1 TO IDX-BUTIK-UDELADT
    PERFORM UNTIL IDX-BUTIK-UDELADT > ANTAL-BUTIK-UDELADT
        MOVE SPACES TO LAGER-NY-REC
        MOVE "U"                        TO SL-TYPE OF LAGER-NY-REC
        MOVE BU-NAVN(IDX-BUTIK-UDELADT) TO SL-U-NAVN OF LAGER-NY-REC
        WRITE LAGER-NY-REC
        ADD 1 TO IDX-BUTIK-UDELADT
    END-PERFORM

    CLOSE LagerNyFil
    CALL "SYSTEM" USING "mv StatistikLager.new StatistikLager.txt"

    IF WS-LAGER-GENOPBYG = "Y"
        CALL "SYSTEM" USING "rm -f Opgave11Genopbyg.txt"
    END-IF
    .

*>--------------------------------------------------
*>  FIND-SIDSTE-AARS-STATISTIK – søg Arkiv/ for en tidligere kørsels
*>  StatistikCSV.txt, der dækker samme kalendermåned som denne kørsels
           AND VT-EFFEKTIV-DATO(IDX-VALUTA) >= WS-BEST-DATO
            MOVE VT-EFFEKTIV-DATO(IDX-VALUTA) TO WS-BEST-DATO
            MOVE VT-KURS(IDX-VALUTA)          TO WS-KURS
            MOVE VT-KOEBSKURS(IDX-VALUTA)     TO WS-KOEBSKURS
            MOVE VT-SALGSKURS(IDX-VALUTA)     TO WS-SALGSKURS
            MOVE "Y"                          TO WS-KURS-FUNDET
        END-IF
        ADD 1 TO IDX-VALUTA
    *> Slå den kurs op der var gældende på transaktionsdatoen
    PERFORM FIND-VALUTAKURS

    *> Kundekurs som i OPGAVE10: debitering til salgskurs,
    *> kreditering til købskurs
    IF WS-KURS-FUNDET = "Y"
        IF BELØB-NUM < 0
            COMPUTE BELØB-DKK-NUM = BELØB-NUM * WS-SALGSKURS
        ELSE
            COMPUTE BELØB-DKK-NUM = BELØB-NUM * WS-KOEBSKURS
        END-IF
        PERFORM TJEK-VALUTAKURS-ALDER
    ELSE
        *> Ingen kurs fundet i Valutakurser.txt - brug fast kurs som
    END-STRING
    WRITE OUT-REC

    MOVE SPACES TO OUT-TEXT
    EVALUATE WS-LAGER-TILSTAND
        WHEN "I"
            STRING
                "Statistiklager: inkrementel, "  DELIMITED BY SIZE
                FUNCTION TRIM(ANTAL-NYE-POSTER)  DELIMITED BY SIZE
                " nye posteringer efter maerket" DELIMITED BY SIZE
            INTO OUT-TEXT
            END-STRING
        WHEN "F"
            STRING
                "Statistiklager: "               DELIMITED BY SIZE
                FUNCTION TRIM(WS-LAGER-AARSAG)   DELIMITED BY SIZE
            INTO OUT-TEXT
            END-STRING
        WHEN OTHER
            MOVE "Statistiklager: ikke brugt (valutafilter aktivt)"
                TO OUT-TEXT
    END-EVALUATE
    WRITE OUT-REC

    MOVE SPACES TO OUT-TEXT
    STRING
        "Antal kunder oprettet: "      DELIMITED BY SIZE
