*>  kørslens egne linjer pr. konto - er værnet mod dobbeltbogføring
*>  på tværs af kørsler. TRANS-REFERENCE "SO" + ordrenr +
*>  forfaldsdato gør hver rate entydig i udtrækket selv.
*>
*>  Går ordren til en konto hos os (SO-MODT-KONTO udfyldt), kontrol-
*>  leres modtagernavnet mod kontoens ejer og medejere for hver rate
*>  (se TJEK-MODTAGER-NAVN) og resultatet skrives på ModtagerTjek.txt.
*>  En rate, hvor navnet slet ikke passer, lægges i Ventende.txt og
*>  registreres i GraenseHoldt.txt med årsag "N" i stedet for i
*>  udtrækket - OPGAVE10 bogfører den først, når kunden har bekræftet
*>  modtageren i ModtagerBekraeftelse.txt
*>-----------------------------------------------------------------

ENVIRONMENT DIVISION.
        ASSIGN TO "StaaendeOrdreLog.txt"
        ORGANIZATION IS LINE SEQUENTIAL.

    *> Medejerne og bankens egne REG-NR til navnekontrollen af
    *> modtageren - begge valgfri
    SELECT KontoEjereFil
        ASSIGN TO "KontoEjere.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-EJER-STATUS.

    SELECT EgneRegFil
        ASSIGN TO "EgneRegNr.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-EGNE-REG-STATUS.

    *> Advarselsrapporten over navnekontrollen - kumulativ
    SELECT ModtagerTjekFil
        ASSIGN TO "ModtagerTjek.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-MODTAGER-TJEK-STATUS.

    *> En rate, hvis modtagernavn ikke passer, holdes i OPGAVE10's
    *> venteliste og grænseregister, til kunden bekræfter den
    SELECT VentendeFil
        ASSIGN TO "Ventende.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-VENTENDE-STATUS.

    SELECT GraenseHoldtFil
        ASSIGN TO "GraenseHoldt.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-GRAENSE-HOLDT-STATUS.

DATA DIVISION.
FILE SECTION.

*> -------- STAAENDEORDRER (ordreregistret) --------
FD OrdreFil.
01 RAW-ORDRE PIC X(94).     *> 6+14+4+20+15+3+2+8+8+14 = 94
01 ORDRE-REC REDEFINES RAW-ORDRE.
   COPY "STAAENDEORDRE.cpy".

*> felterne hentes via reference-modifikation, samme begrundelse som
*> KundeNavnFil i Opgave10.cob
FD Kundeoplysninger.
01 RAW-KUNDE PIC X(302).

*> -------- STAAENDEORDREPOSTER (det genererede udtræk) --------
FD PosterFil.
01 RAW-POSTER PIC X(223).
01 POSTER-REC REDEFINES RAW-POSTER.
   COPY "TRANSAKTIONER.cpy".

01 LOG-REC.
   02 LOG-TEXT PIC X(120).

FD KontoEjereFil.
01 RAW-EJER PIC X(25).          *> 14+1+10 = 25
01 EJER-REC REDEFINES RAW-EJER.
   COPY "KONTOEJERE.cpy".

FD EgneRegFil.
01 EGNE-REG-REC.
   02 ER-REG-NR PIC X(4).

FD ModtagerTjekFil.
01 MODTAGER-TJEK-REC.
   02 MODTAGER-TJEK-TEXT PIC X(200).

FD VentendeFil.
01 RAW-VENTENDE PIC X(223).

FD GraenseHoldtFil.
01 RAW-GRAENSE-HOLDT PIC X(58).  *> 14+20+8+15+1 = 58
01 GRAENSE-HOLDT-REC REDEFINES RAW-GRAENSE-HOLDT.
   COPY "GRAENSEHOLD.cpy".

WORKING-STORAGE SECTION.
01 EOF-ORDRE       PIC X VALUE "N".
01 EOF-SIDST       PIC X VALUE "N".
      03 T-SO-SLUT       PIC X(8).
      *> Senest bogførte forfaldsdato - LOW-VALUES før første bogføring
      03 T-SO-SIDST      PIC X(8).
      03 T-SO-MODT-KONTO PIC X(14).

*> Konto -> kunde-opslag fra KontoOpl.txt
01 MAX-KONTI   PIC 9(5) VALUE 50000.
01 IDX-POSTER   PIC 9(5).
01 IDX-POSTER-J PIC 9(5).
01 POSTER-TABEL.
   02 POSTER-LINJE OCCURS 20000 TIMES PIC X(223).
01 SWAP-POSTER-LINJE PIC X(223).

*> Forfaldsberegning pr. ordre
01 WS-KAND-AAR     PIC 9(4) VALUE 0.
01 WS-MND-DAGE     PIC 9(2) VALUE 0.
01 WS-KAND-DATO    PIC X(8) VALUE SPACES.
01 WS-ORDRE-FAERDIG PIC X  VALUE "N".

*> Opbygning af én genereret posteringslinje
01 WS-BELOB-EDIT   PIC -(9)9.99.
*> tilføjet. OPGAVE10 fletter op til MAX-MANIFEST kilder, men
*> generatorerne går aldrig over MANIFEST-GRAENSE - den sidste plads
*> er reserveret til VentendeDue.txt, som OPGAVE10 selv lægger op
01 MAX-MANIFEST        PIC 9(2)  VALUE 16.
01 MANIFEST-GRAENSE    PIC 9(2)  VALUE 15.
01 ANTAL-MANIFEST      PIC 9(2)  VALUE 0.
01 IDX-MANIFEST        PIC 9(2).
01 WS-ALLEREDE-I-MANIFEST PIC X  VALUE "N".
01 POSTER-FILNAVN      PIC X(60) VALUE "StaaendeOrdrePoster.txt".
01 MANIFEST-NAVN-TABEL.
   02 MANIFEST-NAVN OCCURS 16 TIMES PIC X(60).

01 ANTAL-GENERERET PIC 9(5) VALUE 0.

*> Medejere fra KontoEjere.txt, til navnekontrollen af modtageren
01 WS-EJER-STATUS PIC XX VALUE SPACES.
01 EOF-EJER       PIC X  VALUE "N".
01 MAX-MEDEJERE   PIC 9(5) VALUE 20000.
01 ANTAL-MEDEJERE PIC 9(5) VALUE 0.
01 IDX-MEDEJER    PIC 9(5).
01 MEDEJER-TABEL.
   02 MEDEJER-POST OCCURS 20000 TIMES.
      03 T-ME-KONTO-ID PIC X(14).
      03 T-ME-KUNDE-ID PIC X(10).

*> Navnekontrol af modtageren, når der betales til en konto hos os
*> (se MODTAGERNAVNTJEK.cpy)
COPY "MODTAGERNAVNDATA.cpy".

PROCEDURE DIVISION.
    MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DAGS-DATO

    PERFORM LAES-SIDST-DATOER
    PERFORM LAES-KONTO-EJERE
    PERFORM LAES-KUNDE-ADRESSER
    PERFORM LAES-MEDEJERE
    PERFORM LAES-EGNE-REG-NR
    PERFORM LAES-EKSISTERENDE-POSTER
    PERFORM AABN-MODTAGER-TJEK

    *> Generér alle forfaldne rater pr. ordre, inkl. dem en sprunget
    *> kørsel efterlod ubogførte
    PERFORM OPDATER-TRANS-MANIFEST

    CLOSE OrdreLogFil
    CLOSE ModtagerTjekFil
    IF WS-HOLD-AABEN = "Y"
        CLOSE VentendeFil
        CLOSE GraenseHoldtFil
    END-IF

    DISPLAY "STAAENDE-ORDRE gennemført - " ANTAL-GENERERET
            " postering(er) genereret for " ANTAL-ORDRER " ordre(r)"
    IF ANTAL-MN-TJEKKET > 0
        DISPLAY "STAAENDE-ORDRE: " ANTAL-MN-TJEKKET
                " modtagernavn(e) kontrolleret, " ANTAL-MN-HOLDT
                " rate(r) holdt til kundens bekraeftelse"
    END-IF
    STOP RUN.

*>-----------------------------------------------------------------
                            TO T-SO-SLUT(ANTAL-ORDRER)
                        MOVE LOW-VALUES
                            TO T-SO-SIDST(ANTAL-ORDRER)
                        MOVE SO-MODT-KONTO OF ORDRE-REC
                            TO T-SO-MODT-KONTO(ANTAL-ORDRER)
                    END-IF
            END-READ
        END-PERFORM
        WHEN 4 WHEN 6 WHEN 9 WHEN 11
            MOVE 30 TO WS-MND-DAGE
        WHEN OTHER
            *> Skudår: deleligt med 4, men ikke med 100 - medmindre
            *> det også er deleligt med 400
            IF FUNCTION MOD(WS-KAND-AAR, 4) = 0
                    AND (FUNCTION MOD(WS-KAND-AAR, 100) NOT = 0
                         OR FUNCTION MOD(WS-KAND-AAR, 400) = 0)
                MOVE 29 TO WS-MND-DAGE
            ELSE
                MOVE 28 TO WS-MND-DAGE
    END-STRING
    MOVE WS-TIDSPUNKT TO TIDSPUNKT OF POSTER-REC

    *> Forfaldsdatoen er posteringens rentedato, så en ordre der
    *> indhentes efter en manglende kørsel forrentes fra forfald
    MOVE WS-KAND-DATO TO RENTEDATO OF POSTER-REC

    *> Betaling til en konto hos os - passer modtagernavnet slet ikke
    *> til kontohaverne, holdes raten i stedet for at blive bogført
    MOVE T-SO-KONTO-ID(IDX-ORDRE)   TO WS-MN-BETALER-KONTO
    MOVE T-SO-REG-NR(IDX-ORDRE)     TO WS-MN-MODT-REG
    MOVE T-SO-MODT-KONTO(IDX-ORDRE) TO WS-MN-MODT-KONTO
    MOVE T-SO-MODTAGER(IDX-ORDRE)   TO WS-MN-MODTAGER
    PERFORM TJEK-MODTAGER-NAVN
    IF WS-MN-RESULTAT = "I"
        PERFORM HOLD-BETALING
        MOVE SPACES TO LOG-TEXT
        STRING
            "Ordre "                                  DELIMITED BY SIZE
            T-SO-ORDRE-NR(IDX-ORDRE)                  DELIMITED BY SIZE
            " HOLDT for forfald "                     DELIMITED BY SIZE
            WS-KAND-DATO                              DELIMITED BY SIZE
            " - modtagernavnet passer ikke til konto " DELIMITED BY SIZE
            FUNCTION TRIM(T-SO-MODT-KONTO(IDX-ORDRE)) DELIMITED BY SIZE
        INTO LOG-TEXT
        END-STRING
        WRITE LOG-REC
        EXIT PARAGRAPH
    END-IF

    ADD 1 TO ANTAL-POSTER
    MOVE RAW-POSTER TO POSTER-LINJE(ANTAL-POSTER)
    ADD 1 TO ANTAL-GENERERET
    END-IF
    .

*>-----------------------------------------------------------------
*>  LAES-MEDEJERE – konto -> medejer fra KontoEjere.txt, samme
*>  indlæsning som INDLANDSBETALING
*>-----------------------------------------------------------------
LAES-MEDEJERE.
    OPEN INPUT KontoEjereFil
    IF WS-EJER-STATUS = "00"
        PERFORM UNTIL EOF-EJER = "Y"
            READ KontoEjereFil
                AT END
                    MOVE "Y" TO EOF-EJER
                NOT AT END
                    IF KE-KONTO-ID NOT = SPACES
                            AND ANTAL-MEDEJERE < MAX-MEDEJERE
                        ADD 1 TO ANTAL-MEDEJERE
                        MOVE KE-KONTO-ID
                            TO T-ME-KONTO-ID(ANTAL-MEDEJERE)
                        MOVE KE-KUNDE-ID
                            TO T-ME-KUNDE-ID(ANTAL-MEDEJERE)
                    END-IF
            END-READ
        END-PERFORM
        CLOSE KontoEjereFil
    END-IF
    .

*> Navnekontrol af modtageren og tilbageholdelse af betalingen -
*> fælles med INDLANDSBETALING
COPY "MODTAGERNAVNTJEK.cpy".

*>-----------------------------------------------------------------
*>  FIND-MN-MODT-KONTO – modtagerkontoen WS-MN-MODT-KONTO i KontoOpl.txt
*>  og dens ejer (WS-MN-KUNDE-ID)
*>-----------------------------------------------------------------
FIND-MN-MODT-KONTO.
    MOVE "N"    TO WS-MN-KONTO-FUNDET
    MOVE SPACES TO WS-MN-KUNDE-ID
    MOVE 1 TO IDX-KONTO
    PERFORM UNTIL IDX-KONTO > ANTAL-KONTI
        IF T-KE-KONTO-ID(IDX-KONTO) = WS-MN-MODT-KONTO
            MOVE "Y" TO WS-MN-KONTO-FUNDET
            MOVE T-KE-KUNDE-ID(IDX-KONTO) TO WS-MN-KUNDE-ID
            EXIT PERFORM
        END-IF
        ADD 1 TO IDX-KONTO
    END-PERFORM
    .

*>-----------------------------------------------------------------
*>  LAES-EKSISTERENDE-POSTER – læs et evt. eksisterende udtræk ind i
*>  POSTER-TABEL, før der genereres nyt. Rater, OPGAVE10 endnu ikke
