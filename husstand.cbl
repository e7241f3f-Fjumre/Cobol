>>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. HUSSTAND.

*>-----------------------------------------------------------------
*>  HUSSTAND – grupperer kunderne i Kundeoplysninger.txt i husstande
*>  efter fælles adresse, så en husstand kan få alle sine papir-
*>  udskrifter i én kuvert, og marketing kan se husstandens samlede
*>  engagement.
*>
*>  Adressen normaliseres før sammenligning: VEJNAVN, HUSNR, ETAGE og
*>  SIDE skrives med store bogstaver, og mellemrum, punktum, komma og
*>  bindestreg fjernes ("Vestergade 12 A, 1. tv." = "VESTERGADE 12A
*>  1 TV"); etagen "st"/"stuen" regnes som 0. Sammen med POSTNR
*>  udgør den husstandens nøgle. En kunde uden vejnavn og postnummer
*>  danner sin egen husstand. Slettede kunder er ikke med.
*>
*>  HusstandOverride.txt (se HUSSTANDOVERRIDE.cpy) retter
*>  grupperingen: "S" giver kunden sin egen husstand, "J" lægger
*>  kundens husstand sammen med en anden kundes. Linjer, der peger
*>  på en ukendt kunde, advares i FejlLog.txt og springes over.
*>
*>  Husstande.txt (se HUSSTAND.cpy) skrives forfra med én linje pr.
*>  kunde; husstandsnummeret er det laveste kunde-id i husstanden.
*>  HusstandSaldo.txt viser pr. husstand medlemmerne, antal konti
*>  og den samlede saldo i DKK (primærejerens konti i KontoOpl.txt,
*>  fremmed valuta omregnet til seneste kurs i Valutakurser.txt),
*>  største husstand først
*>-----------------------------------------------------------------

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT Kundeoplysninger
        ASSIGN TO "Kundeoplysninger.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-KUNDE-STATUS.

    *> Manuelle rettelser til grupperingen - valgfri
    SELECT OverrideFil
        ASSIGN TO "HusstandOverride.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-OVERRIDE-STATUS.

    SELECT Kontofil
        ASSIGN TO "KontoOpl.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-KONTO-STATUS.

    SELECT Valutafil
        ASSIGN TO "Valutakurser.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-VALUTA-STATUS.

    SELECT HusstandFil
        ASSIGN TO "Husstande.txt"
        ORGANIZATION IS LINE SEQUENTIAL.

    SELECT RapportFil
        ASSIGN TO "HusstandSaldo.txt"
        ORGANIZATION IS LINE SEQUENTIAL.

    SELECT FejlLogFil
        ASSIGN TO "FejlLog.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FEJLLOG-STATUS.

DATA DIVISION.
FILE SECTION.

FD Kundeoplysninger.
01 RAW-KUNDE PIC X(302).
01 KUNDEOPL REDEFINES RAW-KUNDE.
   COPY "KUNDER.cpy".

FD OverrideFil.
01 OVERRIDE-REC.
   COPY "HUSSTANDOVERRIDE.cpy".

FD Kontofil.
01 RAW-KONTO PIC X(52).
01 KONTO-REC REDEFINES RAW-KONTO.
   COPY "KONTOOPL.cpy".

FD Valutafil.
01 VALUTAKURS-REC.
   COPY "VALUTAKURS.cpy".

FD HusstandFil.
01 HUSSTAND-REC.
   COPY "HUSSTAND.cpy".

FD RapportFil.
01 RAPPORT-REC.
   02 RAPPORT-TEXT PIC X(150).

FD FejlLogFil.
01 FEJLLOG-REC.
   COPY "FEJLLOG.cpy".

WORKING-STORAGE SECTION.
01 EOF-KUNDE    PIC X VALUE "N".
01 EOF-OVERRIDE PIC X VALUE "N".
01 EOF-KONTO    PIC X VALUE "N".
01 EOF-VALUTA   PIC X VALUE "N".

01 WS-KUNDE-STATUS    PIC XX VALUE SPACES.
01 WS-OVERRIDE-STATUS PIC XX VALUE SPACES.
01 WS-KONTO-STATUS    PIC XX VALUE SPACES.
01 WS-VALUTA-STATUS   PIC XX VALUE SPACES.

01 WS-DAGS-DATO PIC X(8) VALUE SPACES.

*> Kunderne med normaliseret adressenøgle. T-KU-GRUPPE er indekset
*> på husstandens første kunde; felterne T-KU-GRP-... bruges kun på
*> den række, og summerer husstanden
01 MAX-KUNDER   PIC 9(5) VALUE 50000.
01 ANTAL-KUNDER PIC 9(5) VALUE 0.
01 IDX-KUNDE    PIC 9(5).
01 IDX-ANDEN    PIC 9(5).
01 KUNDE-TABEL.
   02 KUNDE-POST OCCURS 50000 TIMES.
      03 T-KU-KUNDE-ID   PIC X(10).
      03 T-KU-NAVN       PIC X(41).
      03 T-KU-NOEGLE     PIC X(51).
      03 T-KU-GRUPPE     PIC 9(5).
      03 T-KU-KILDE      PIC X(1).
      03 T-KU-SPLIT      PIC X(1).
      03 T-KU-SAMLET     PIC X(1).
      03 T-KU-HUSSTAND   PIC X(10).
      03 T-KU-KONTI      PIC 9(5).
      03 T-KU-SALDO      PIC S9(13)V99.
      03 T-KU-GRP-MIN    PIC X(10).
      03 T-KU-GRP-ANTAL  PIC 9(5).
      03 T-KU-GRP-KONTI  PIC 9(7).
      03 T-KU-GRP-SALDO  PIC S9(15)V99.

*> Rettelserne fra HusstandOverride.txt
01 MAX-OVERRIDES   PIC 9(4) VALUE 5000.
01 ANTAL-OVERRIDES PIC 9(4) VALUE 0.
01 IDX-OVERRIDE    PIC 9(4).
01 OVERRIDE-TABEL.
   02 OVERRIDE-POST OCCURS 5000 TIMES.
      03 T-HO-KUNDE-ID PIC X(10).
      03 T-HO-HANDLING PIC X(1).
      03 T-HO-MED-ID   PIC X(10).

*> Seneste kurs pr. valuta til og med i dag
01 MAX-KURSER   PIC 9(4) VALUE 200.
01 ANTAL-KURSER PIC 9(4) VALUE 0.
01 IDX-KURS     PIC 9(4).
01 KURS-TABEL.
   02 KURS-POST OCCURS 200 TIMES.
      03 T-KV-VALUTA PIC X(3).
      03 T-KV-DATO   PIC X(8).
      03 T-KV-KURS   PIC 9(5)V9999.

*> Husstandene i rapportrækkefølge (største samlede saldo først)
01 ANTAL-HUSSTANDE PIC 9(5) VALUE 0.
01 IDX-HUSSTAND    PIC 9(5).
01 IDX-SORT        PIC 9(5).
01 IDX-MAX         PIC 9(5).
01 HUSSTAND-TABEL.
   02 HUSSTAND-POST OCCURS 50000 TIMES.
      03 T-HH-IDX   PIC 9(5).
      03 T-HH-SALDO PIC S9(15)V99.
01 SWAP-HUSSTAND-POST.
   03 SW-HH-IDX   PIC 9(5).
   03 SW-HH-SALDO PIC S9(15)V99.

*> Adressenormalisering
01 WS-NORM-IND     PIC X(35) VALUE SPACES.
01 WS-NORM-UD      PIC X(35) VALUE SPACES.
01 WS-NORM-POS     PIC 9(2) VALUE 0.
01 WS-NORM-UD-POS  PIC 9(2) VALUE 0.
01 WS-NOEGLE.
   02 WS-NG-VEJ    PIC X(35).
   02 WS-NG-HUSNR  PIC X(6).
   02 WS-NG-ETAGE  PIC X(3).
   02 WS-NG-SIDE   PIC X(3).
   02 WS-NG-POSTNR PIC X(4).

01 WS-KUNDE-MATCH  PIC 9(5) VALUE 0.
01 WS-OVR-MATCH    PIC 9(5) VALUE 0.
01 WS-SOEGE-ID     PIC X(10) VALUE SPACES.
01 WS-FRA-GRUPPE   PIC 9(5) VALUE 0.
01 WS-TIL-GRUPPE   PIC 9(5) VALUE 0.
01 WS-GRUPPE       PIC 9(5) VALUE 0.
01 WS-KURS-MATCH   PIC 9(4) VALUE 0.
01 WS-DKK          PIC S9(13)V99 VALUE 0.

01 ANTAL-FLERPERSON   PIC 9(5) VALUE 0.
01 ANTAL-OVR-ANVENDT  PIC 9(4) VALUE 0.
01 ANTAL-OVR-AFVIST   PIC 9(4) VALUE 0.
01 ANTAL-UDEN-KURS    PIC 9(5) VALUE 0.

*> Den fælles fejllog (FejlLog.txt) - se FEJLLOG.cpy
01 WS-FEJLLOG-STATUS PIC XX VALUE SPACES.
01 WS-FEJL-PROGRAM   PIC X(12) VALUE "HUSSTAND".
01 WS-FEJL-SEV       PIC X(1)  VALUE "I".
01 WS-FEJL-NOEGLE    PIC X(20) VALUE SPACES.
01 WS-FEJL-TEKST     PIC X(100) VALUE SPACES.

01 ANTAL-EDIT       PIC Z(6)9.
01 KONTI-EDIT       PIC Z(6)9.
01 SALDO-EDIT       PIC -ZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.

PROCEDURE DIVISION.
    MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DAGS-DATO

    OPEN EXTEND FejlLogFil
    IF WS-FEJLLOG-STATUS = "35"
        OPEN OUTPUT FejlLogFil
    END-IF

    PERFORM LAES-KUNDER
    PERFORM LAES-OVERRIDES
    PERFORM DAN-ADRESSEGRUPPER
    PERFORM ANVEND-SAMMENLAEGNINGER
    PERFORM TILDEL-HUSSTANDSNR

    OPEN OUTPUT HusstandFil
    MOVE 1 TO IDX-KUNDE
    PERFORM UNTIL IDX-KUNDE > ANTAL-KUNDER
        MOVE SPACES TO HUSSTAND-REC
        MOVE T-KU-KUNDE-ID(IDX-KUNDE) TO HU-KUNDE-ID
        MOVE T-KU-HUSSTAND(IDX-KUNDE) TO HU-HUSSTAND-NR
        MOVE T-KU-KILDE(IDX-KUNDE)    TO HU-KILDE
        WRITE HUSSTAND-REC
        ADD 1 TO IDX-KUNDE
    END-PERFORM
    CLOSE HusstandFil

    PERFORM LAES-KURSER
    PERFORM SUMMER-KONTI
    PERFORM SORTER-HUSSTANDE

    OPEN OUTPUT RapportFil
    PERFORM SKRIV-RAPPORT
    CLOSE RapportFil

    CLOSE FejlLogFil

    DISPLAY "HUSSTAND gennemført - " ANTAL-KUNDER " kunde(r) i "
            ANTAL-HUSSTANDE " husstand(e), heraf " ANTAL-FLERPERSON
            " med flere kunder"
    STOP RUN.

*>-----------------------------------------------------------------
*>  LAES-KUNDER – alle ikke-slettede kunder med normaliseret
*>  adressenøgle
*>-----------------------------------------------------------------
LAES-KUNDER.
    OPEN INPUT Kundeoplysninger
    IF WS-KUNDE-STATUS NOT = "00"
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL EOF-KUNDE = "Y"
        READ Kundeoplysninger
            AT END
                MOVE "Y" TO EOF-KUNDE
            NOT AT END
                IF NOT STATUS-SLETTET OF KUNDEOPL
                        AND RAW-KUNDE(1:10) NOT = SPACES
                    IF ANTAL-KUNDER < MAX-KUNDER
                        ADD 1 TO ANTAL-KUNDER
                        PERFORM OPRET-KUNDE-POST
                    ELSE
                        MOVE "A" TO WS-FEJL-SEV
                        MOVE SPACES TO WS-FEJL-NOEGLE WS-FEJL-TEKST
                        MOVE RAW-KUNDE(1:10) TO WS-FEJL-NOEGLE
                        MOVE "kundetabellen er fuld - kunden er ikke med i nogen husstand"
                            TO WS-FEJL-TEKST
                        PERFORM SKRIV-FEJLLOG
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    CLOSE Kundeoplysninger
    .

OPRET-KUNDE-POST.
    MOVE RAW-KUNDE(1:10)  TO T-KU-KUNDE-ID(ANTAL-KUNDER)
    MOVE NAVN OF KUNDEOPL TO T-KU-NAVN(ANTAL-KUNDER)
    MOVE ANTAL-KUNDER     TO T-KU-GRUPPE(ANTAL-KUNDER)
    MOVE "E"    TO T-KU-KILDE(ANTAL-KUNDER)
    MOVE "N"    TO T-KU-SPLIT(ANTAL-KUNDER)
    MOVE "N"    TO T-KU-SAMLET(ANTAL-KUNDER)
    MOVE SPACES TO T-KU-HUSSTAND(ANTAL-KUNDER)
    MOVE 0      TO T-KU-KONTI(ANTAL-KUNDER)
    MOVE 0      TO T-KU-SALDO(ANTAL-KUNDER)
    MOVE SPACES TO T-KU-GRP-MIN(ANTAL-KUNDER)
    MOVE 0      TO T-KU-GRP-ANTAL(ANTAL-KUNDER)
    MOVE 0      TO T-KU-GRP-KONTI(ANTAL-KUNDER)
    MOVE 0      TO T-KU-GRP-SALDO(ANTAL-KUNDER)

    *> Uden vejnavn og postnummer er der intet at gruppere på
    IF VEJNAVN OF KUNDEOPL = SPACES
            AND (POSTNR OF KUNDEOPL NOT NUMERIC
                 OR POSTNR OF KUNDEOPL = 0)
        MOVE SPACES TO T-KU-NOEGLE(ANTAL-KUNDER)
        EXIT PARAGRAPH
    END-IF

    MOVE SPACES TO WS-NOEGLE
    MOVE VEJNAVN OF KUNDEOPL TO WS-NORM-IND
    PERFORM NORMALISER-FELT
    MOVE WS-NORM-UD TO WS-NG-VEJ

    MOVE HUSNR OF KUNDEOPL TO WS-NORM-IND
    PERFORM NORMALISER-FELT
    MOVE WS-NORM-UD TO WS-NG-HUSNR

    MOVE ETAGE OF KUNDEOPL TO WS-NORM-IND
    PERFORM NORMALISER-FELT
    IF WS-NORM-UD = "ST" OR WS-NORM-UD = "STU"
        MOVE "0" TO WS-NORM-UD
    END-IF
    MOVE WS-NORM-UD TO WS-NG-ETAGE

    MOVE SIDE OF KUNDEOPL TO WS-NORM-IND
    PERFORM NORMALISER-FELT
    MOVE WS-NORM-UD TO WS-NG-SIDE

    MOVE POSTNR OF KUNDEOPL TO WS-NG-POSTNR
    MOVE WS-NOEGLE TO T-KU-NOEGLE(ANTAL-KUNDER)
    .

*>-----------------------------------------------------------------
*>  NORMALISER-FELT – WS-NORM-IND med store bogstaver og uden
*>  mellemrum, punktum, komma og bindestreg, til WS-NORM-UD
*>-----------------------------------------------------------------
NORMALISER-FELT.
    MOVE FUNCTION UPPER-CASE(WS-NORM-IND) TO WS-NORM-IND
    MOVE SPACES TO WS-NORM-UD
    MOVE 0 TO WS-NORM-UD-POS
    MOVE 1 TO WS-NORM-POS
    PERFORM UNTIL WS-NORM-POS > 35
        IF WS-NORM-IND(WS-NORM-POS:1) NOT = SPACE
                AND WS-NORM-IND(WS-NORM-POS:1) NOT = "."
                AND WS-NORM-IND(WS-NORM-POS:1) NOT = ","
                AND WS-NORM-IND(WS-NORM-POS:1) NOT = "-"
            ADD 1 TO WS-NORM-UD-POS
            MOVE WS-NORM-IND(WS-NORM-POS:1)
                TO WS-NORM-UD(WS-NORM-UD-POS:1)
        END-IF
        ADD 1 TO WS-NORM-POS
    END-PERFORM
    .

*>-----------------------------------------------------------------
*>  LAES-OVERRIDES – HusstandOverride.txt ind i tabellen; splits
*>  markeres straks på kunden, så grupperingen kan springe dem over
*>-----------------------------------------------------------------
LAES-OVERRIDES.
    OPEN INPUT OverrideFil
    IF WS-OVERRIDE-STATUS NOT = "00"
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL EOF-OVERRIDE = "Y"
        READ OverrideFil
            AT END
                MOVE "Y" TO EOF-OVERRIDE
            NOT AT END
                IF HO-KUNDE-ID OF OVERRIDE-REC NOT = SPACES
                    PERFORM REGISTRER-OVERRIDE
                END-IF
        END-READ
    END-PERFORM
    CLOSE OverrideFil
    .

REGISTRER-OVERRIDE.
    MOVE HO-KUNDE-ID OF OVERRIDE-REC TO WS-SOEGE-ID
    PERFORM FIND-KUNDE
    MOVE WS-KUNDE-MATCH TO WS-OVR-MATCH

    EVALUATE TRUE
        WHEN HO-SPLIT OF OVERRIDE-REC AND WS-OVR-MATCH > 0
            MOVE "Y" TO T-KU-SPLIT(WS-OVR-MATCH)
            ADD 1 TO ANTAL-OVR-ANVENDT
        WHEN HO-SAML OF OVERRIDE-REC AND WS-OVR-MATCH > 0
                AND ANTAL-OVERRIDES < MAX-OVERRIDES
            MOVE HO-MED-KUNDE-ID OF OVERRIDE-REC TO WS-SOEGE-ID
            PERFORM FIND-KUNDE
            IF WS-KUNDE-MATCH > 0
                ADD 1 TO ANTAL-OVERRIDES
                MOVE HO-KUNDE-ID OF OVERRIDE-REC
                    TO T-HO-KUNDE-ID(ANTAL-OVERRIDES)
                MOVE HO-HANDLING OF OVERRIDE-REC
                    TO T-HO-HANDLING(ANTAL-OVERRIDES)
                MOVE HO-MED-KUNDE-ID OF OVERRIDE-REC
                    TO T-HO-MED-ID(ANTAL-OVERRIDES)
            ELSE
                PERFORM AFVIS-OVERRIDE
            END-IF
        WHEN OTHER
            PERFORM AFVIS-OVERRIDE
    END-EVALUATE
    .

AFVIS-OVERRIDE.
    ADD 1 TO ANTAL-OVR-AFVIST
    MOVE "A" TO WS-FEJL-SEV
    MOVE SPACES TO WS-FEJL-NOEGLE WS-FEJL-TEKST
    MOVE HO-KUNDE-ID OF OVERRIDE-REC TO WS-FEJL-NOEGLE
    STRING
        "husstandsrettelse '"            DELIMITED BY SIZE
        HO-HANDLING OF OVERRIDE-REC      DELIMITED BY SIZE
        "' med ukendt kunde eller handling sprunget over"
                                         DELIMITED BY SIZE
    INTO WS-FEJL-TEKST
    END-STRING
    PERFORM SKRIV-FEJLLOG
    .

FIND-KUNDE.
    MOVE 0 TO WS-KUNDE-MATCH
    MOVE 1 TO IDX-ANDEN
    PERFORM UNTIL IDX-ANDEN > ANTAL-KUNDER
        IF T-KU-KUNDE-ID(IDX-ANDEN) = WS-SOEGE-ID
            MOVE IDX-ANDEN TO WS-KUNDE-MATCH
            EXIT PERFORM
        END-IF
        ADD 1 TO IDX-ANDEN
    END-PERFORM
    .

*>-----------------------------------------------------------------
*>  DAN-ADRESSEGRUPPER – en kunde med samme adressenøgle som en
*>  tidligere (ikke-splittet) kunde kommer i dennes husstand
*>-----------------------------------------------------------------
DAN-ADRESSEGRUPPER.
    MOVE 1 TO IDX-KUNDE
    PERFORM UNTIL IDX-KUNDE > ANTAL-KUNDER
        IF T-KU-SPLIT(IDX-KUNDE) = "N"
                AND T-KU-NOEGLE(IDX-KUNDE) NOT = SPACES
            MOVE 1 TO IDX-ANDEN
            PERFORM UNTIL IDX-ANDEN >= IDX-KUNDE
                IF T-KU-SPLIT(IDX-ANDEN) = "N"
                        AND T-KU-NOEGLE(IDX-ANDEN)
                            = T-KU-NOEGLE(IDX-KUNDE)
                    MOVE T-KU-GRUPPE(IDX-ANDEN)
                        TO T-KU-GRUPPE(IDX-KUNDE)
                    EXIT PERFORM
                END-IF
                ADD 1 TO IDX-ANDEN
            END-PERFORM
        END-IF
        ADD 1 TO IDX-KUNDE
    END-PERFORM
    .

*>-----------------------------------------------------------------
*>  ANVEND-SAMMENLAEGNINGER – "J"-rettelserne i filens rækkefølge:
*>  hele kundens husstand flyttes over i den anden kundes
*>-----------------------------------------------------------------
ANVEND-SAMMENLAEGNINGER.
    MOVE 1 TO IDX-OVERRIDE
    PERFORM UNTIL IDX-OVERRIDE > ANTAL-OVERRIDES
        MOVE T-HO-KUNDE-ID(IDX-OVERRIDE) TO WS-SOEGE-ID
        PERFORM FIND-KUNDE
        MOVE T-KU-GRUPPE(WS-KUNDE-MATCH) TO WS-FRA-GRUPPE
        MOVE T-HO-MED-ID(IDX-OVERRIDE) TO WS-SOEGE-ID
        PERFORM FIND-KUNDE
        MOVE T-KU-GRUPPE(WS-KUNDE-MATCH) TO WS-TIL-GRUPPE
        ADD 1 TO ANTAL-OVR-ANVENDT
        IF WS-FRA-GRUPPE NOT = WS-TIL-GRUPPE
            MOVE 1 TO IDX-KUNDE
            PERFORM UNTIL IDX-KUNDE > ANTAL-KUNDER
                IF T-KU-GRUPPE(IDX-KUNDE) = WS-FRA-GRUPPE
                    MOVE WS-TIL-GRUPPE TO T-KU-GRUPPE(IDX-KUNDE)
                    MOVE "Y" TO T-KU-SAMLET(IDX-KUNDE)
                END-IF
                ADD 1 TO IDX-KUNDE
            END-PERFORM
        END-IF
        ADD 1 TO IDX-OVERRIDE
    END-PERFORM
    .

*>-----------------------------------------------------------------
*>  TILDEL-HUSSTANDSNR – husstandens laveste kunde-id og antal
*>  medlemmer samles på gruppens række og fordeles så til hver kunde
*>  sammen med, hvordan husstanden er dannet
*>-----------------------------------------------------------------
TILDEL-HUSSTANDSNR.
    MOVE 1 TO IDX-KUNDE
    PERFORM UNTIL IDX-KUNDE > ANTAL-KUNDER
        MOVE T-KU-GRUPPE(IDX-KUNDE) TO WS-GRUPPE
        ADD 1 TO T-KU-GRP-ANTAL(WS-GRUPPE)
        IF T-KU-GRP-MIN(WS-GRUPPE) = SPACES
                OR T-KU-KUNDE-ID(IDX-KUNDE) < T-KU-GRP-MIN(WS-GRUPPE)
            MOVE T-KU-KUNDE-ID(IDX-KUNDE) TO T-KU-GRP-MIN(WS-GRUPPE)
        END-IF
        ADD 1 TO IDX-KUNDE
    END-PERFORM

    MOVE 1 TO IDX-KUNDE
    PERFORM UNTIL IDX-KUNDE > ANTAL-KUNDER
        MOVE T-KU-GRUPPE(IDX-KUNDE) TO WS-GRUPPE
        MOVE T-KU-GRP-MIN(WS-GRUPPE) TO T-KU-HUSSTAND(IDX-KUNDE)
        EVALUATE TRUE
            WHEN T-KU-SAMLET(IDX-KUNDE) = "Y"
                MOVE "J" TO T-KU-KILDE(IDX-KUNDE)
            WHEN T-KU-SPLIT(IDX-KUNDE) = "Y"
                MOVE "S" TO T-KU-KILDE(IDX-KUNDE)
            WHEN T-KU-GRP-ANTAL(WS-GRUPPE) > 1
                MOVE "A" TO T-KU-KILDE(IDX-KUNDE)
            WHEN OTHER
                MOVE "E" TO T-KU-KILDE(IDX-KUNDE)
        END-EVALUATE
        IF WS-GRUPPE = IDX-KUNDE
            ADD 1 TO ANTAL-HUSSTANDE
            MOVE IDX-KUNDE TO T-HH-IDX(ANTAL-HUSSTANDE)
            IF T-KU-GRP-ANTAL(WS-GRUPPE) > 1
                ADD 1 TO ANTAL-FLERPERSON
            END-IF
        END-IF
        ADD 1 TO IDX-KUNDE
    END-PERFORM
    .

*>-----------------------------------------------------------------
*>  LAES-KURSER – seneste kurs pr. valuta med effektiv dato til og
*>  med i dag
*>-----------------------------------------------------------------
LAES-KURSER.
    OPEN INPUT Valutafil
    IF WS-VALUTA-STATUS NOT = "00"
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL EOF-VALUTA = "Y"
        READ Valutafil
            AT END
                MOVE "Y" TO EOF-VALUTA
            NOT AT END
                IF VK-EFFEKTIV-DATO OF VALUTAKURS-REC <= WS-DAGS-DATO
                    PERFORM OPDATER-KURS
                END-IF
        END-READ
    END-PERFORM
    CLOSE Valutafil
    .

OPDATER-KURS.
    MOVE 0 TO WS-KURS-MATCH
    MOVE 1 TO IDX-KURS
    PERFORM UNTIL IDX-KURS > ANTAL-KURSER
        IF T-KV-VALUTA(IDX-KURS) = VK-VALUTAKODE OF VALUTAKURS-REC
            IF VK-EFFEKTIV-DATO OF VALUTAKURS-REC
                    >= T-KV-DATO(IDX-KURS)
                MOVE VK-EFFEKTIV-DATO OF VALUTAKURS-REC
                    TO T-KV-DATO(IDX-KURS)
                MOVE VK-KURS OF VALUTAKURS-REC
                    TO T-KV-KURS(IDX-KURS)
            END-IF
            MOVE IDX-KURS TO WS-KURS-MATCH
            EXIT PERFORM
        END-IF
        ADD 1 TO IDX-KURS
    END-PERFORM

    IF WS-KURS-MATCH = 0 AND ANTAL-KURSER < MAX-KURSER
        ADD 1 TO ANTAL-KURSER
        MOVE VK-VALUTAKODE    OF VALUTAKURS-REC
            TO T-KV-VALUTA(ANTAL-KURSER)
        MOVE VK-EFFEKTIV-DATO OF VALUTAKURS-REC
            TO T-KV-DATO(ANTAL-KURSER)
        MOVE VK-KURS          OF VALUTAKURS-REC
            TO T-KV-KURS(ANTAL-KURSER)
    END-IF
    .

*>-----------------------------------------------------------------
*>  SUMMER-KONTI – hver konto i KontoOpl.txt lægges til primær-
*>  ejerens husstand, omregnet til DKK. En valuta uden kurs tælles
*>  med som konto, men uden saldo
*>-----------------------------------------------------------------
SUMMER-KONTI.
    OPEN INPUT Kontofil
    IF WS-KONTO-STATUS NOT = "00"
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL EOF-KONTO = "Y"
        READ Kontofil
            AT END
                MOVE "Y" TO EOF-KONTO
            NOT AT END
                MOVE KUNDE-ID OF KONTO-REC TO WS-SOEGE-ID
                PERFORM FIND-KUNDE
                IF WS-KUNDE-MATCH > 0
                    PERFORM OMREGN-TIL-DKK
                    ADD 1 TO T-KU-KONTI(WS-KUNDE-MATCH)
                    ADD WS-DKK TO T-KU-SALDO(WS-KUNDE-MATCH)
                    MOVE T-KU-GRUPPE(WS-KUNDE-MATCH) TO WS-GRUPPE
                    ADD 1 TO T-KU-GRP-KONTI(WS-GRUPPE)
                    ADD WS-DKK TO T-KU-GRP-SALDO(WS-GRUPPE)
                END-IF
        END-READ
    END-PERFORM
    CLOSE Kontofil
    .

OMREGN-TIL-DKK.
    IF VALUTA-KD OF KONTO-REC = "DKK" OR VALUTA-KD OF KONTO-REC = SPACES
        MOVE BALANCE OF KONTO-REC TO WS-DKK
        EXIT PARAGRAPH
    END-IF
    MOVE 0 TO WS-DKK
    MOVE 1 TO IDX-KURS
    PERFORM UNTIL IDX-KURS > ANTAL-KURSER
        IF T-KV-VALUTA(IDX-KURS) = VALUTA-KD OF KONTO-REC
            COMPUTE WS-DKK ROUNDED
                = BALANCE OF KONTO-REC * T-KV-KURS(IDX-KURS)
            EXIT PARAGRAPH
        END-IF
        ADD 1 TO IDX-KURS
    END-PERFORM
    ADD 1 TO ANTAL-UDEN-KURS
    .

*>-----------------------------------------------------------------
*>  SORTER-HUSSTANDE – faldende på samlet saldo (udvælgelses-
*>  sortering, som i OPGAVE11)
*>-----------------------------------------------------------------
SORTER-HUSSTANDE.
    MOVE 1 TO IDX-HUSSTAND
    PERFORM UNTIL IDX-HUSSTAND > ANTAL-HUSSTANDE
        MOVE T-KU-GRP-SALDO(T-HH-IDX(IDX-HUSSTAND))
            TO T-HH-SALDO(IDX-HUSSTAND)
        ADD 1 TO IDX-HUSSTAND
    END-PERFORM

    MOVE 1 TO IDX-HUSSTAND
    PERFORM UNTIL IDX-HUSSTAND >= ANTAL-HUSSTANDE
        MOVE IDX-HUSSTAND TO IDX-MAX
        COMPUTE IDX-SORT = IDX-HUSSTAND + 1
        PERFORM UNTIL IDX-SORT > ANTAL-HUSSTANDE
            IF T-HH-SALDO(IDX-SORT) > T-HH-SALDO(IDX-MAX)
                MOVE IDX-SORT TO IDX-MAX
            END-IF
            ADD 1 TO IDX-SORT
        END-PERFORM
        IF IDX-MAX NOT = IDX-HUSSTAND
            MOVE HUSSTAND-POST(IDX-HUSSTAND) TO SWAP-HUSSTAND-POST
            MOVE HUSSTAND-POST(IDX-MAX)      TO HUSSTAND-POST(IDX-HUSSTAND)
            MOVE SWAP-HUSSTAND-POST          TO HUSSTAND-POST(IDX-MAX)
        END-IF
        ADD 1 TO IDX-HUSSTAND
    END-PERFORM
    .

*>-----------------------------------------------------------------
*>  SKRIV-RAPPORT – én blok pr. husstand med husstandens totaler og
*>  en linje pr. medlem
*>-----------------------------------------------------------------
SKRIV-RAPPORT.
    MOVE SPACES TO RAPPORT-TEXT
    STRING
        "Husstande og samlet engagement pr. " DELIMITED BY SIZE
        WS-DAGS-DATO                          DELIMITED BY SIZE
    INTO RAPPORT-TEXT
    END-STRING
    WRITE RAPPORT-REC
    MOVE SPACES TO RAPPORT-TEXT
    WRITE RAPPORT-REC
    MOVE "Husstand      Kunder    Konti       Samlet saldo (DKK)"
        TO RAPPORT-TEXT
    WRITE RAPPORT-REC

    MOVE 1 TO IDX-HUSSTAND
    PERFORM UNTIL IDX-HUSSTAND > ANTAL-HUSSTANDE
        MOVE T-HH-IDX(IDX-HUSSTAND) TO WS-GRUPPE
        MOVE T-KU-GRP-ANTAL(WS-GRUPPE) TO ANTAL-EDIT
        MOVE T-KU-GRP-KONTI(WS-GRUPPE) TO KONTI-EDIT
        MOVE T-KU-GRP-SALDO(WS-GRUPPE) TO SALDO-EDIT
        MOVE SPACES TO RAPPORT-TEXT
        MOVE T-KU-GRP-MIN(WS-GRUPPE) TO RAPPORT-TEXT(1:10)
        MOVE ANTAL-EDIT              TO RAPPORT-TEXT(12:7)
        MOVE KONTI-EDIT              TO RAPPORT-TEXT(21:7)
        MOVE SALDO-EDIT              TO RAPPORT-TEXT(30:22)
        WRITE RAPPORT-REC

        MOVE 1 TO IDX-KUNDE
        PERFORM UNTIL IDX-KUNDE > ANTAL-KUNDER
            IF T-KU-GRUPPE(IDX-KUNDE) = WS-GRUPPE
                MOVE T-KU-KONTI(IDX-KUNDE) TO KONTI-EDIT
                MOVE T-KU-SALDO(IDX-KUNDE) TO SALDO-EDIT
                MOVE SPACES TO RAPPORT-TEXT
                MOVE T-KU-KUNDE-ID(IDX-KUNDE) TO RAPPORT-TEXT(5:10)
                MOVE KONTI-EDIT               TO RAPPORT-TEXT(21:7)
                MOVE SALDO-EDIT               TO RAPPORT-TEXT(30:22)
                MOVE T-KU-NAVN(IDX-KUNDE)     TO RAPPORT-TEXT(54:41)
                WRITE RAPPORT-REC
            END-IF
            ADD 1 TO IDX-KUNDE
        END-PERFORM
        ADD 1 TO IDX-HUSSTAND
    END-PERFORM

    MOVE SPACES TO RAPPORT-TEXT
    WRITE RAPPORT-REC
    MOVE ANTAL-HUSSTANDE TO ANTAL-EDIT
    MOVE ANTAL-FLERPERSON TO KONTI-EDIT
    MOVE SPACES TO RAPPORT-TEXT
    STRING
        "Husstande i alt: "              DELIMITED BY SIZE
        FUNCTION TRIM(ANTAL-EDIT)        DELIMITED BY SIZE
        ", heraf med flere kunder: "     DELIMITED BY SIZE
        FUNCTION TRIM(KONTI-EDIT)        DELIMITED BY SIZE
    INTO RAPPORT-TEXT
    END-STRING
    WRITE RAPPORT-REC

    MOVE ANTAL-OVR-ANVENDT TO ANTAL-EDIT
    MOVE ANTAL-OVR-AFVIST  TO KONTI-EDIT
    MOVE SPACES TO RAPPORT-TEXT
    STRING
        "Husstandsrettelser anvendt: "   DELIMITED BY SIZE
        FUNCTION TRIM(ANTAL-EDIT)        DELIMITED BY SIZE
        ", afvist: "                     DELIMITED BY SIZE
        FUNCTION TRIM(KONTI-EDIT)        DELIMITED BY SIZE
    INTO RAPPORT-TEXT
    END-STRING
    WRITE RAPPORT-REC

    IF ANTAL-UDEN-KURS > 0
        MOVE ANTAL-UDEN-KURS TO ANTAL-EDIT
        MOVE SPACES TO RAPPORT-TEXT
        STRING
            "Konti i valuta uden kurs (ikke med i saldoen): "
                                         DELIMITED BY SIZE
            FUNCTION TRIM(ANTAL-EDIT)    DELIMITED BY SIZE
        INTO RAPPORT-TEXT
        END-STRING
        WRITE RAPPORT-REC
    END-IF
    .

*>-----------------------------------------------------------------
*>  SKRIV-FEJLLOG – appendér én linje til den fælles fejllog.
*>  Kaldsstedet har sat WS-FEJL-SEV/-NOEGLE/-TEKST
*>-----------------------------------------------------------------
SKRIV-FEJLLOG.
    MOVE SPACES TO FEJLLOG-REC
    MOVE FUNCTION CURRENT-DATE(1:14) TO FL-TIDSPUNKT OF FEJLLOG-REC
    MOVE WS-FEJL-PROGRAM TO FL-PROGRAM   OF FEJLLOG-REC
    MOVE WS-FEJL-SEV     TO FL-SEVERITET OF FEJLLOG-REC
    MOVE WS-FEJL-NOEGLE  TO FL-NOEGLE    OF FEJLLOG-REC
    MOVE WS-FEJL-TEKST   TO FL-TEKST     OF FEJLLOG-REC
    WRITE FEJLLOG-REC
    .
END PROGRAM HUSSTAND.
