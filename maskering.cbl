>>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. MASKERING.

*>-----------------------------------------------------------------
*>  MASKERING – danner et maskeret testsæt af Kundeoplysninger.txt,
*>  KontoOpl.txt, KontoEjere.txt og Transaktioner.txt i mappen
*>  Testdata/, så ændringer i OPGAVE10/OPGAVE11 kan afprøves på
*>  realistiske data uden rigtige personoplysninger (GDPR).
*>
*>  Navn, adresse (vej og husnummer), e-mail, telefon og CPR-NR
*>  udskiftes konsekvent: samme kunde får samme falske identitet i
*>  alle filer, og en postering i Transaktioner.txt får identiteten
*>  fra kontoens ejer (KontoOpl.txt) eller - for en konto, der ikke
*>  kendes - fra kunden med samme CPR-nummer. Et falsk CPR-nummer
*>  beholder fødselsdatoen og århundredecifret, så aldersafhængig
*>  logik opfører sig som før, og får et nyt løbenummer, der består
*>  modulus 11-kontrollen i OPGAVE5 og aldrig er lig det rigtige.
*>  Kunder på samme adresse får samme falske adresse, så husstands-
*>  grupperingen bevares. Postnummer, by, land, saldi, datoer,
*>  beløb, kontonumre og hele konto- og ejerstrukturen er uændrede.
*>  Erhvervskunder får et neutralt firmanavn; CVR-nummeret bevares.
*>
*>  Køres efter behov af testteamet - ikke en del af natkørslen
*>-----------------------------------------------------------------

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT Kundeoplysninger
        ASSIGN TO "Kundeoplysninger.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-KUNDE-STATUS.

    SELECT Kontofil
        ASSIGN TO "KontoOpl.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-KONTO-STATUS.

    SELECT Transfil
        ASSIGN TO "Transaktioner.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-TRANS-STATUS.

    SELECT TestKundeFil
        ASSIGN TO "Testdata/Kundeoplysninger.txt"
        ORGANIZATION IS LINE SEQUENTIAL.

    SELECT TestKontoFil
        ASSIGN TO "Testdata/KontoOpl.txt"
        ORGANIZATION IS LINE SEQUENTIAL.

    SELECT TestTransFil
        ASSIGN TO "Testdata/Transaktioner.txt"
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.

FD Kundeoplysninger.
01 RAW-KUNDE PIC X(302).
01 KUNDEOPL REDEFINES RAW-KUNDE.
   COPY "KUNDER.cpy".

FD Kontofil.
01 RAW-KONTO PIC X(52).
01 KONTO-REC REDEFINES RAW-KONTO.
   COPY "KONTOOPL.cpy".

FD Transfil.
01 RAW-TRANS PIC X(223).
01 TRANS-REC REDEFINES RAW-TRANS.
   COPY "TRANSAKTIONER.cpy".

FD TestKundeFil.
01 TEST-KUNDE-REC PIC X(302).

FD TestKontoFil.
01 TEST-KONTO-REC PIC X(52).

FD TestTransFil.
01 TEST-TRANS-REC PIC X(223).

WORKING-STORAGE SECTION.
01 WS-KUNDE-STATUS PIC XX VALUE SPACES.
01 WS-KONTO-STATUS PIC XX VALUE SPACES.
01 WS-TRANS-STATUS PIC XX VALUE SPACES.

01 EOF-KUNDE PIC X VALUE "N".
01 EOF-KONTO PIC X VALUE "N".
01 EOF-TRANS PIC X VALUE "N".

*> Kundernes falske identitet - slås op fra posteringerne
01 MAX-KUNDER   PIC 9(5) VALUE 50000.
01 ANTAL-KUNDER PIC 9(5) VALUE 0.
01 IDX-KUNDE    PIC 9(5).
01 KUNDE-TABEL.
   02 KUNDE-POST OCCURS 50000 TIMES.
      03 T-KU-KUNDEID  PIC X(10).
      03 T-KU-CPR      PIC X(11).
      03 T-KU-FALSK-CPR PIC X(11).
      03 T-KU-NAVN     PIC X(30).
      03 T-KU-ADRESSE  PIC X(50).

01 MAX-KONTI   PIC 9(5) VALUE 50000.
01 ANTAL-KONTI PIC 9(5) VALUE 0.
01 IDX-KONTO   PIC 9(5).
01 KONTO-TABEL.
   02 KONTO-POST OCCURS 50000 TIMES.
      03 T-KO-KONTO-ID PIC X(14).
      03 T-KO-KUNDE-ID PIC X(10).

01 WS-KUNDE-IDX  PIC 9(5) VALUE 0.
01 WS-SOEG-KUNDE PIC X(10) VALUE SPACES.

*> Falske navne og veje - vælges ud fra kundenummeret/adressen
01 FORNAVN-VAERDIER.
   02 FILLER PIC X(12) VALUE "Anders".
   02 FILLER PIC X(12) VALUE "Birgitte".
   02 FILLER PIC X(12) VALUE "Christian".
   02 FILLER PIC X(12) VALUE "Dorthe".
   02 FILLER PIC X(12) VALUE "Erik".
   02 FILLER PIC X(12) VALUE "Frederikke".
   02 FILLER PIC X(12) VALUE "Gustav".
   02 FILLER PIC X(12) VALUE "Hanne".
   02 FILLER PIC X(12) VALUE "Ib".
   02 FILLER PIC X(12) VALUE "Jette".
   02 FILLER PIC X(12) VALUE "Kasper".
   02 FILLER PIC X(12) VALUE "Lone".
   02 FILLER PIC X(12) VALUE "Mads".
   02 FILLER PIC X(12) VALUE "Nanna".
   02 FILLER PIC X(12) VALUE "Ole".
   02 FILLER PIC X(12) VALUE "Pia".
01 FORNAVN-TABEL REDEFINES FORNAVN-VAERDIER.
   02 T-FORNAVN PIC X(12) OCCURS 16 TIMES.

01 EFTERNAVN-VAERDIER.
   02 FILLER PIC X(12) VALUE "Andersen".
   02 FILLER PIC X(12) VALUE "Bech".
   02 FILLER PIC X(12) VALUE "Christensen".
   02 FILLER PIC X(12) VALUE "Dahl".
   02 FILLER PIC X(12) VALUE "Eriksen".
   02 FILLER PIC X(12) VALUE "Frandsen".
   02 FILLER PIC X(12) VALUE "Graversen".
   02 FILLER PIC X(12) VALUE "Holm".
   02 FILLER PIC X(12) VALUE "Iversen".
   02 FILLER PIC X(12) VALUE "Jakobsen".
   02 FILLER PIC X(12) VALUE "Kjaer".
   02 FILLER PIC X(12) VALUE "Lund".
   02 FILLER PIC X(12) VALUE "Madsen".
   02 FILLER PIC X(12) VALUE "Nygaard".
   02 FILLER PIC X(12) VALUE "Overgaard".
   02 FILLER PIC X(12) VALUE "Poulsen".
01 EFTERNAVN-TABEL REDEFINES EFTERNAVN-VAERDIER.
   02 T-EFTERNAVN PIC X(12) OCCURS 16 TIMES.

01 VEJ-VAERDIER.
   02 FILLER PIC X(14) VALUE "Testvej".
   02 FILLER PIC X(14) VALUE "Proevegade".
   02 FILLER PIC X(14) VALUE "Eksempelvej".
   02 FILLER PIC X(14) VALUE "Skolevej".
   02 FILLER PIC X(14) VALUE "Kirkevej".
   02 FILLER PIC X(14) VALUE "Birkevej".
   02 FILLER PIC X(14) VALUE "Egevej".
   02 FILLER PIC X(14) VALUE "Moellevej".
   02 FILLER PIC X(14) VALUE "Parkvej".
   02 FILLER PIC X(14) VALUE "Bakkevej".
   02 FILLER PIC X(14) VALUE "Strandvejen".
   02 FILLER PIC X(14) VALUE "Engvej".
   02 FILLER PIC X(14) VALUE "Skovvej".
   02 FILLER PIC X(14) VALUE "Granvej".
   02 FILLER PIC X(14) VALUE "Toftevej".
   02 FILLER PIC X(14) VALUE "Vestergade".
01 VEJ-TABEL REDEFINES VEJ-VAERDIER.
   02 T-VEJ PIC X(14) OCCURS 16 TIMES.

*> Frø og hash, som identiteten udledes af
01 WS-FROE        PIC 9(10) VALUE 0.
01 WS-HASH-TEKST  PIC X(80) VALUE SPACES.
01 WS-HASH        PIC 9(9)  VALUE 0.
01 WS-HASH-IDX    PIC 9(3)  VALUE 0.
01 WS-NAVN-IDX1   PIC 9(2)  VALUE 0.
01 WS-NAVN-IDX2   PIC 9(2)  VALUE 0.
01 WS-VEJ-IDX     PIC 9(2)  VALUE 0.
01 WS-HUSNR       PIC 9(3)  VALUE 0.
01 WS-HUSNR-EDIT  PIC ZZ9.
01 WS-FALSK-NAVN  PIC X(41) VALUE SPACES.
01 WS-FALSK-VEJ   PIC X(35) VALUE SPACES.
01 WS-FALSK-ADR   PIC X(50) VALUE SPACES.
01 WS-TELEFON-NR  PIC 9(7)  VALUE 0.
01 WS-KUNDEID-X   PIC X(10) VALUE SPACES.

*> Falsk CPR: DDMMYY og århundredecifret bevares, løbenummerets
*> øvrige cifre flyttes, og kontrolcifret beregnes med CPR-kontorets
*> vægte som i OPGAVE5s VALIDER-CPR
01 WS-CPR-IND     PIC X(11) VALUE SPACES.
01 WS-CPR-UD      PIC X(11) VALUE SPACES.
01 WS-CPR-CIFRE   PIC X(10) VALUE SPACES.
01 WS-CPR-CIFRE-R REDEFINES WS-CPR-CIFRE.
   02 WS-CPR-CIFFER PIC 9(1) OCCURS 10 TIMES.
01 WS-CPR-AEGTE   PIC X(10) VALUE SPACES.
01 WS-CPR-SERIE   PIC 9(2)  VALUE 0.
01 WS-CPR-SUM     PIC 9(4)  VALUE 0.
01 WS-CPR-REST    PIC 9(2)  VALUE 0.
01 WS-CPR-KONTROL PIC 9(2)  VALUE 0.
01 WS-CPR-IDX     PIC 9(2)  VALUE 0.
01 WS-CPR-OK      PIC X     VALUE "N".
01 CPR-VAEGT-TABEL.
   02 FILLER PIC X(10) VALUE "4327654321".
01 CPR-VAEGTE REDEFINES CPR-VAEGT-TABEL.
   02 CPR-VAEGT OCCURS 10 TIMES PIC 9(1).

01 ANTAL-KUNDE-MASKERET PIC 9(7) VALUE 0.
01 ANTAL-TRANS-MASKERET PIC 9(9) VALUE 0.
01 ANTAL-TRANS-UKENDT   PIC 9(9) VALUE 0.

PROCEDURE DIVISION.
    OPEN INPUT Kundeoplysninger
    IF WS-KUNDE-STATUS NOT = "00"
        DISPLAY "MASKERING: Kundeoplysninger.txt mangler - intet testsaet dannet"
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    CALL "SYSTEM" USING "mkdir -p Testdata"

    PERFORM MASKER-KUNDER
    PERFORM KOPIER-KONTI
    CALL "SYSTEM" USING
        "test -f KontoEjere.txt && cp KontoEjere.txt Testdata/KontoEjere.txt"
    PERFORM MASKER-TRANSAKTIONER

    DISPLAY "MASKERING: " ANTAL-KUNDE-MASKERET " kunde(r) og "
            ANTAL-TRANS-MASKERET " postering(er) maskeret til Testdata/"
    IF ANTAL-TRANS-UKENDT > 0
        DISPLAY "MASKERING: " ANTAL-TRANS-UKENDT " postering(er) uden "
                "kendt kunde fik en identitet udledt af linjen selv"
    END-IF
    STOP RUN.

*>-----------------------------------------------------------------
*>  MASKER-KUNDER – hver kunde får sin falske identitet, der huskes
*>  til posteringerne
*>-----------------------------------------------------------------
MASKER-KUNDER.
    OPEN OUTPUT TestKundeFil
    PERFORM UNTIL EOF-KUNDE = "Y"
        READ Kundeoplysninger
            AT END
                MOVE "Y" TO EOF-KUNDE
            NOT AT END
                PERFORM MASKER-KUNDE
                MOVE RAW-KUNDE TO TEST-KUNDE-REC
                WRITE TEST-KUNDE-REC
        END-READ
    END-PERFORM
    CLOSE Kundeoplysninger TestKundeFil
    .

MASKER-KUNDE.
    *> En GDPR-slettet kunde er allerede anonymiseret
    IF STATUS-SLETTET OF KUNDEOPL
        EXIT PARAGRAPH
    END-IF

    MOVE KUNDEID OF KUNDEOPL TO WS-FROE
    MOVE KUNDEID OF KUNDEOPL TO WS-KUNDEID-X

    *> Navn ud fra kundenummeret
    PERFORM LAV-FALSK-NAVN
    MOVE T-FORNAVN(WS-NAVN-IDX1)   TO FORNAVN   OF KUNDEOPL
    MOVE T-EFTERNAVN(WS-NAVN-IDX2) TO EFTERNAVN OF KUNDEOPL
    IF KUNDE-ERHVERV OF KUNDEOPL
        MOVE SPACES TO WS-FALSK-NAVN
        STRING
            "Testvirksomhed "  DELIMITED BY SIZE
            WS-KUNDEID-X       DELIMITED BY SIZE
            " ApS"             DELIMITED BY SIZE
        INTO WS-FALSK-NAVN
        END-STRING
    END-IF
    MOVE WS-FALSK-NAVN TO NAVN OF KUNDEOPL

    *> Adresse ud fra den rigtige adresse - samme husstand, samme vej
    IF VEJNAVN OF KUNDEOPL NOT = SPACES
        MOVE SPACES TO WS-HASH-TEKST
        STRING
            VEJNAVN OF KUNDEOPL  DELIMITED BY SIZE
            HUSNR OF KUNDEOPL    DELIMITED BY SIZE
            POSTNR OF KUNDEOPL   DELIMITED BY SIZE
        INTO WS-HASH-TEKST
        END-STRING
        PERFORM LAV-FALSK-ADRESSE
        MOVE WS-FALSK-VEJ TO VEJNAVN OF KUNDEOPL
        MOVE SPACES TO HUSNR OF KUNDEOPL
        MOVE FUNCTION TRIM(WS-HUSNR-EDIT) TO HUSNR OF KUNDEOPL
        MOVE SPACES TO WS-FALSK-ADR
        STRING
            FUNCTION TRIM(WS-FALSK-VEJ)       DELIMITED BY SIZE
            " "                               DELIMITED BY SIZE
            FUNCTION TRIM(WS-HUSNR-EDIT)      DELIMITED BY SIZE
            ", "                              DELIMITED BY SIZE
            POSTNR OF KUNDEOPL                DELIMITED BY SIZE
            " "                               DELIMITED BY SIZE
            FUNCTION TRIM(BYNAVN OF KUNDEOPL) DELIMITED BY SIZE
        INTO WS-FALSK-ADR
        END-STRING
    ELSE
        MOVE SPACES TO WS-FALSK-ADR
    END-IF

    IF TELEFON OF KUNDEOPL NOT = SPACES
        COMPUTE WS-TELEFON-NR = FUNCTION MOD(WS-FROE * 7919, 10000000)
        MOVE SPACES TO TELEFON OF KUNDEOPL
        STRING
            "+45 2"        DELIMITED BY SIZE
            WS-TELEFON-NR  DELIMITED BY SIZE
        INTO TELEFON OF KUNDEOPL
        END-STRING
    END-IF
    IF EMAIL OF KUNDEOPL NOT = SPACES
        MOVE SPACES TO EMAIL OF KUNDEOPL
        STRING
            "kunde"         DELIMITED BY SIZE
            WS-KUNDEID-X    DELIMITED BY SIZE
            "@eksempel.dk"  DELIMITED BY SIZE
        INTO EMAIL OF KUNDEOPL
        END-STRING
    END-IF

    MOVE CPR-NR OF KUNDEOPL TO WS-CPR-IND
    PERFORM LAV-FALSK-CPR

    IF ANTAL-KUNDER < MAX-KUNDER
        ADD 1 TO ANTAL-KUNDER
        MOVE WS-KUNDEID-X       TO T-KU-KUNDEID(ANTAL-KUNDER)
        MOVE CPR-NR OF KUNDEOPL TO T-KU-CPR(ANTAL-KUNDER)
        MOVE WS-CPR-UD          TO T-KU-FALSK-CPR(ANTAL-KUNDER)
        MOVE WS-FALSK-NAVN      TO T-KU-NAVN(ANTAL-KUNDER)
        MOVE WS-FALSK-ADR       TO T-KU-ADRESSE(ANTAL-KUNDER)
    ELSE
        DISPLAY "MASKERING: KUNDE-TABEL fuld - kunde " WS-KUNDEID-X
                " kan ikke genkendes i posteringerne"
    END-IF

    MOVE WS-CPR-UD TO CPR-NR OF KUNDEOPL
    ADD 1 TO ANTAL-KUNDE-MASKERET
    .

*>-----------------------------------------------------------------
*>  KOPIER-KONTI – KontoOpl.txt indeholder ingen personoplysninger og
*>  kopieres uændret; ejerne huskes til posteringerne
*>-----------------------------------------------------------------
KOPIER-KONTI.
    OPEN INPUT Kontofil
    IF WS-KONTO-STATUS NOT = "00"
        EXIT PARAGRAPH
    END-IF
    OPEN OUTPUT TestKontoFil
    PERFORM UNTIL EOF-KONTO = "Y"
        READ Kontofil
            AT END
                MOVE "Y" TO EOF-KONTO
            NOT AT END
                MOVE RAW-KONTO TO TEST-KONTO-REC
                WRITE TEST-KONTO-REC
                IF ANTAL-KONTI < MAX-KONTI
                    ADD 1 TO ANTAL-KONTI
                    MOVE KONTO-ID OF KONTO-REC TO T-KO-KONTO-ID(ANTAL-KONTI)
                    MOVE KUNDE-ID OF KONTO-REC TO T-KO-KUNDE-ID(ANTAL-KONTI)
                END-IF
        END-READ
    END-PERFORM
    CLOSE Kontofil TestKontoFil
    .

*>-----------------------------------------------------------------
*>  MASKER-TRANSAKTIONER – CPR, navn og adresse på hver postering
*>  udskiftes med ejerens falske identitet
*>-----------------------------------------------------------------
MASKER-TRANSAKTIONER.
    OPEN INPUT Transfil
    IF WS-TRANS-STATUS NOT = "00"
        EXIT PARAGRAPH
    END-IF
    OPEN OUTPUT TestTransFil
    PERFORM UNTIL EOF-TRANS = "Y"
        READ Transfil
            AT END
                MOVE "Y" TO EOF-TRANS
            NOT AT END
                IF RAW-TRANS NOT = SPACES
                    PERFORM MASKER-TRANSAKTION
                END-IF
                MOVE RAW-TRANS TO TEST-TRANS-REC
                WRITE TEST-TRANS-REC
        END-READ
    END-PERFORM
    CLOSE Transfil TestTransFil
    .

MASKER-TRANSAKTION.
    PERFORM FIND-TRANS-KUNDE
    IF WS-KUNDE-IDX > 0
        IF CPR OF TRANS-REC NOT = SPACES
            MOVE T-KU-FALSK-CPR(WS-KUNDE-IDX) TO CPR OF TRANS-REC
        END-IF
        IF NAVN OF TRANS-REC NOT = SPACES
            MOVE T-KU-NAVN(WS-KUNDE-IDX) TO NAVN OF TRANS-REC
        END-IF
        IF ADRESSE OF TRANS-REC NOT = SPACES
            MOVE T-KU-ADRESSE(WS-KUNDE-IDX) TO ADRESSE OF TRANS-REC
        END-IF
        ADD 1 TO ANTAL-TRANS-MASKERET
        EXIT PARAGRAPH
    END-IF

    *> Ukendt kunde - identiteten udledes af linjens egne værdier, så
    *> samme person stadig får samme falske identitet på alle linjer
    ADD 1 TO ANTAL-TRANS-UKENDT
    IF CPR OF TRANS-REC NOT = SPACES
        MOVE CPR OF TRANS-REC(1:11) TO WS-CPR-IND
        PERFORM LAV-FALSK-CPR
        MOVE SPACES TO CPR OF TRANS-REC
        MOVE WS-CPR-UD TO CPR OF TRANS-REC
    END-IF
    IF NAVN OF TRANS-REC NOT = SPACES
        MOVE NAVN OF TRANS-REC TO WS-HASH-TEKST
        PERFORM BEREGN-HASH
        MOVE WS-HASH TO WS-FROE
        PERFORM LAV-FALSK-NAVN
        MOVE WS-FALSK-NAVN TO NAVN OF TRANS-REC
    END-IF
    IF ADRESSE OF TRANS-REC NOT = SPACES
        MOVE ADRESSE OF TRANS-REC TO WS-HASH-TEKST
        PERFORM LAV-FALSK-ADRESSE
        MOVE SPACES TO ADRESSE OF TRANS-REC
        STRING
            FUNCTION TRIM(WS-FALSK-VEJ)  DELIMITED BY SIZE
            " "                          DELIMITED BY SIZE
            FUNCTION TRIM(WS-HUSNR-EDIT) DELIMITED BY SIZE
        INTO ADRESSE OF TRANS-REC
        END-STRING
    END-IF
    ADD 1 TO ANTAL-TRANS-MASKERET
    .

*>-----------------------------------------------------------------
*>  FIND-TRANS-KUNDE – kontoens ejer, ellers kunden med samme CPR
*>-----------------------------------------------------------------
FIND-TRANS-KUNDE.
    MOVE 0 TO WS-KUNDE-IDX
    MOVE SPACES TO WS-SOEG-KUNDE
    MOVE 1 TO IDX-KONTO
    PERFORM UNTIL IDX-KONTO > ANTAL-KONTI
        IF T-KO-KONTO-ID(IDX-KONTO) = KONTO-ID OF TRANS-REC
            MOVE T-KO-KUNDE-ID(IDX-KONTO) TO WS-SOEG-KUNDE
            EXIT PERFORM
        END-IF
        ADD 1 TO IDX-KONTO
    END-PERFORM

    MOVE 1 TO IDX-KUNDE
    PERFORM UNTIL IDX-KUNDE > ANTAL-KUNDER
        IF WS-SOEG-KUNDE NOT = SPACES
            IF T-KU-KUNDEID(IDX-KUNDE) = WS-SOEG-KUNDE
                MOVE IDX-KUNDE TO WS-KUNDE-IDX
                EXIT PERFORM
            END-IF
        ELSE
            IF CPR OF TRANS-REC NOT = SPACES
                    AND T-KU-CPR(IDX-KUNDE) = CPR OF TRANS-REC(1:11)
                MOVE IDX-KUNDE TO WS-KUNDE-IDX
                EXIT PERFORM
            END-IF
        END-IF
        ADD 1 TO IDX-KUNDE
    END-PERFORM
    .

*>-----------------------------------------------------------------
*>  LAV-FALSK-NAVN – fornavn og efternavn ud fra WS-FROE
*>-----------------------------------------------------------------
LAV-FALSK-NAVN.
    COMPUTE WS-NAVN-IDX1 = FUNCTION MOD(WS-FROE, 16) + 1
    COMPUTE WS-NAVN-IDX2 = FUNCTION MOD(WS-FROE / 16, 16) + 1
    MOVE SPACES TO WS-FALSK-NAVN
    STRING
        FUNCTION TRIM(T-FORNAVN(WS-NAVN-IDX1))   DELIMITED BY SIZE
        " "                                      DELIMITED BY SIZE
        FUNCTION TRIM(T-EFTERNAVN(WS-NAVN-IDX2)) DELIMITED BY SIZE
    INTO WS-FALSK-NAVN
    END-STRING
    .

*>-----------------------------------------------------------------
*>  LAV-FALSK-ADRESSE – vej og husnummer ud fra WS-HASH-TEKST
*>-----------------------------------------------------------------
LAV-FALSK-ADRESSE.
    PERFORM BEREGN-HASH
    COMPUTE WS-VEJ-IDX = FUNCTION MOD(WS-HASH, 16) + 1
    COMPUTE WS-HUSNR = FUNCTION MOD(WS-HASH / 16, 150) + 1
    MOVE T-VEJ(WS-VEJ-IDX) TO WS-FALSK-VEJ
    MOVE WS-HUSNR TO WS-HUSNR-EDIT
    .

*>-----------------------------------------------------------------
*>  BEREGN-HASH – en enkel, reproducerbar hash af WS-HASH-TEKST
*>-----------------------------------------------------------------
BEREGN-HASH.
    MOVE 0 TO WS-HASH
    MOVE 1 TO WS-HASH-IDX
    PERFORM UNTIL WS-HASH-IDX > 80
        COMPUTE WS-HASH = FUNCTION MOD(WS-HASH * 31
            + FUNCTION ORD(WS-HASH-TEKST(WS-HASH-IDX:1)), 999983)
        ADD 1 TO WS-HASH-IDX
    END-PERFORM
    .

*>-----------------------------------------------------------------
*>  LAV-FALSK-CPR – WS-CPR-IND ("DDMMYY-NNNN" eller "DDMMYYNNNN") til
*>  WS-CPR-UD i samme form. Et blankt eller ugyldigt CPR-nummer
*>  blankes
*>-----------------------------------------------------------------
LAV-FALSK-CPR.
    MOVE SPACES TO WS-CPR-UD
    IF WS-CPR-IND(7:1) = "-"
        MOVE SPACES TO WS-CPR-CIFRE
        STRING
            WS-CPR-IND(1:6) DELIMITED BY SIZE
            WS-CPR-IND(8:4) DELIMITED BY SIZE
        INTO WS-CPR-CIFRE
        END-STRING
    ELSE
        MOVE WS-CPR-IND(1:10) TO WS-CPR-CIFRE
    END-IF
    IF WS-CPR-CIFRE NOT NUMERIC
        EXIT PARAGRAPH
    END-IF
    MOVE WS-CPR-CIFRE TO WS-CPR-AEGTE

    *> Løbenummerets 2.-3. ciffer forskydes; falder kontrolcifret på
    *> 10, eller rammes det rigtige nummer, prøves næste serie
    COMPUTE WS-CPR-SERIE = FUNCTION MOD(
        WS-CPR-CIFFER(8) * 10 + WS-CPR-CIFFER(9) + 37, 100)
    MOVE "N" TO WS-CPR-OK
    PERFORM UNTIL WS-CPR-OK = "Y"
        COMPUTE WS-CPR-CIFFER(8) = WS-CPR-SERIE / 10
        COMPUTE WS-CPR-CIFFER(9) = FUNCTION MOD(WS-CPR-SERIE, 10)
        MOVE 0 TO WS-CPR-SUM
        MOVE 1 TO WS-CPR-IDX
        PERFORM UNTIL WS-CPR-IDX > 9
            COMPUTE WS-CPR-SUM = WS-CPR-SUM
                + WS-CPR-CIFFER(WS-CPR-IDX) * CPR-VAEGT(WS-CPR-IDX)
            ADD 1 TO WS-CPR-IDX
        END-PERFORM
        COMPUTE WS-CPR-REST = FUNCTION MOD(WS-CPR-SUM, 11)
        COMPUTE WS-CPR-KONTROL = FUNCTION MOD(11 - WS-CPR-REST, 11)
        IF WS-CPR-KONTROL < 10
            MOVE WS-CPR-KONTROL TO WS-CPR-CIFFER(10)
            IF WS-CPR-CIFRE NOT = WS-CPR-AEGTE
                MOVE "Y" TO WS-CPR-OK
            END-IF
        END-IF
        IF WS-CPR-OK = "N"
            COMPUTE WS-CPR-SERIE = FUNCTION MOD(WS-CPR-SERIE + 1, 100)
        END-IF
    END-PERFORM

    IF WS-CPR-IND(7:1) = "-"
        STRING
            WS-CPR-CIFRE(1:6) DELIMITED BY SIZE
            "-"               DELIMITED BY SIZE
            WS-CPR-CIFRE(7:4) DELIMITED BY SIZE
        INTO WS-CPR-UD
        END-STRING
    ELSE
        MOVE WS-CPR-CIFRE TO WS-CPR-UD
    END-IF
    .
END PROGRAM MASKERING.
