>>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. DATAKVALITET.

*>-----------------------------------------------------------------
*>  DATAKVALITET – natlig kvalitetskontrol af kundestamdata
*>  (Kundeoplysninger.txt) og kontostamdata (KontoOpl.txt), så dårlige
*>  stamdata findes, før et brev kommer retur eller et screeningsmatch
*>  glipper.
*>
*>  Kunder (slettede kunder er ikke med):
*>    - EMAIL mangler, eller er ugyldig (præcis ét "@", noget foran,
*>      et domæne med punktum efter, ingen mellemrum)
*>    - TELEFON mangler, eller er ugyldig (8-15 cifre, evt. med "+"
*>      foran og mellemrum/bindestreger imellem)
*>    - CPR-NR er blankt på en privatkunde
*>    - POSTNR på en dansk adresse findes ikke i PostnrBynavn.txt
*>      (kontrollen udføres kun, når filen findes)
*>    - navnet er tomt eller en pladsholder ("TEST", "UKENDT", "XXX" ...)
*>    - SPROG mangler eller er hverken DA eller EN
*>  Konti:
*>    - KONTO-TYPE er ukendt - kendte typer er dem, banken har en
*>      rentesats (RenteSatser.txt) eller gebyrlinje (GebyrSatser.txt)
*>      for; uden nogen af filerne OPGAVE10's standardtyper
*>    - VALUTA-KD er ukendt - kendte er DKK (også blank) og valutaerne
*>      i Valutakurser.txt
*>
*>  Hvert fund listes i DatakvalitetListe.txt. Kørslens tællinger
*>  gemmes i DatakvalitetHistorik.txt (se DATAKVALITET.cpy), og
*>  scorecardet i DatakvalitetRapport.txt viser dem sammen med
*>  tællingerne for 1-7 uger siden og udviklingen siden sidste uge
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

    *> Referencefilerne er alle valgfri
    SELECT PostnrByFil
        ASSIGN TO "PostnrBynavn.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-POSTNRBY-STATUS.

    SELECT RenteSatsFil
        ASSIGN TO "RenteSatser.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RENTESATS-STATUS.

    SELECT GebyrSatsFil
        ASSIGN TO "GebyrSatser.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-GEBYRSATS-STATUS.

    SELECT Valutafil
        ASSIGN TO "Valutakurser.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-VALUTA-STATUS.

    *> Tællingshistorikken på tværs af kørslerne
    SELECT HistorikFil
        ASSIGN TO "DatakvalitetHistorik.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-HISTORIK-STATUS.

    SELECT RapportFil
        ASSIGN TO "DatakvalitetRapport.txt"
        ORGANIZATION IS LINE SEQUENTIAL.

    SELECT ListeFil
        ASSIGN TO "DatakvalitetListe.txt"
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

FD PostnrByFil.
01 POSTNRBY-REC.
   COPY "POSTNRBY.cpy".

FD RenteSatsFil.
01 RENTESATS-REC.
   COPY "RENTESATS.cpy".

FD GebyrSatsFil.
01 GEBYRSATS-REC.
   COPY "GEBYRSATS.cpy".

FD Valutafil.
01 VALUTAKURS-REC.
   COPY "VALUTAKURS.cpy".

FD HistorikFil.
01 HISTORIK-REC.
   COPY "DATAKVALITET.cpy".

FD RapportFil.
01 RAPPORT-REC.
   02 RAPPORT-TEXT PIC X(150).

FD ListeFil.
01 LISTE-REC.
   02 LISTE-TEXT PIC X(150).

WORKING-STORAGE SECTION.
01 EOF-KUNDE     PIC X VALUE "N".
01 EOF-KONTO     PIC X VALUE "N".
01 EOF-POSTNRBY  PIC X VALUE "N".
01 EOF-RENTESATS PIC X VALUE "N".
01 EOF-GEBYRSATS PIC X VALUE "N".
01 EOF-VALUTA    PIC X VALUE "N".
01 EOF-HISTORIK  PIC X VALUE "N".

01 WS-KUNDE-STATUS     PIC XX VALUE SPACES.
01 WS-KONTO-STATUS     PIC XX VALUE SPACES.
01 WS-POSTNRBY-STATUS  PIC XX VALUE SPACES.
01 WS-RENTESATS-STATUS PIC XX VALUE SPACES.
01 WS-GEBYRSATS-STATUS PIC XX VALUE SPACES.
01 WS-VALUTA-STATUS    PIC XX VALUE SPACES.
01 WS-HISTORIK-STATUS  PIC XX VALUE SPACES.

01 WS-DAGS-DATO   PIC X(8) VALUE SPACES.
01 WS-DAGS-DAGNR  PIC 9(7) VALUE 0.

*> Dagens tællinger - samme layout som en historiklinje
01 WS-IDAG.
   COPY "DATAKVALITET.cpy".

*> Scorecardets rækker, i DQ-TAELLING's rækkefølge
01 KONTROL-NAVNE.
   02 FILLER PIC X(32) VALUE "EMAIL mangler".
   02 FILLER PIC X(32) VALUE "EMAIL ugyldig".
   02 FILLER PIC X(32) VALUE "TELEFON mangler".
   02 FILLER PIC X(32) VALUE "TELEFON ugyldig".
   02 FILLER PIC X(32) VALUE "CPR-NR blankt (privatkunde)".
   02 FILLER PIC X(32) VALUE "POSTNR ikke i PostnrBynavn".
   02 FILLER PIC X(32) VALUE "Navn tomt/pladsholder".
   02 FILLER PIC X(32) VALUE "SPROG mangler/ukendt".
   02 FILLER PIC X(32) VALUE "KONTO-TYPE ukendt".
   02 FILLER PIC X(32) VALUE "VALUTA-KD ukendt".
01 KONTROL-NAVN-TABEL REDEFINES KONTROL-NAVNE.
   02 T-KONTROL-NAVN PIC X(32) OCCURS 10 TIMES.
01 ANTAL-KONTROLLER PIC 9(2) VALUE 10.
01 IDX-KONTROL      PIC 9(2) VALUE 0.

*> Kontrolkoderne i fundlisten, samme rækkefølge
01 KONTROL-KODER.
   02 FILLER PIC X(16) VALUE "EMAIL-MANGLER".
   02 FILLER PIC X(16) VALUE "EMAIL-UGYLDIG".
   02 FILLER PIC X(16) VALUE "TELEFON-MANGLER".
   02 FILLER PIC X(16) VALUE "TELEFON-UGYLDIG".
   02 FILLER PIC X(16) VALUE "CPR-MANGLER".
   02 FILLER PIC X(16) VALUE "POSTNR-UKENDT".
   02 FILLER PIC X(16) VALUE "NAVN-PLADSHOLDER".
   02 FILLER PIC X(16) VALUE "SPROG-MANGLER".
   02 FILLER PIC X(16) VALUE "KONTOTYPE-UKENDT".
   02 FILLER PIC X(16) VALUE "VALUTA-UKENDT".
01 KONTROL-KODE-TABEL REDEFINES KONTROL-KODER.
   02 T-KONTROL-KODE PIC X(16) OCCURS 10 TIMES.

*> Navne, der i praksis er pladsholdere fra en ufuldstændig oprettelse
01 PLADSHOLDER-NAVNE.
   02 FILLER PIC X(15) VALUE "TEST".
   02 FILLER PIC X(15) VALUE "TEST TEST".
   02 FILLER PIC X(15) VALUE "UKENDT".
   02 FILLER PIC X(15) VALUE "UKENDT UKENDT".
   02 FILLER PIC X(15) VALUE "INGEN".
   02 FILLER PIC X(15) VALUE "NAVN".
   02 FILLER PIC X(15) VALUE "DUMMY".
   02 FILLER PIC X(15) VALUE "X".
   02 FILLER PIC X(15) VALUE "XX".
   02 FILLER PIC X(15) VALUE "XXX".
   02 FILLER PIC X(15) VALUE "NN".
   02 FILLER PIC X(15) VALUE "N N".
   02 FILLER PIC X(15) VALUE "N.N.".
   02 FILLER PIC X(15) VALUE "?".
   02 FILLER PIC X(15) VALUE "-".
01 PLADSHOLDER-TABEL REDEFINES PLADSHOLDER-NAVNE.
   02 T-PLADSHOLDER PIC X(15) OCCURS 15 TIMES.
01 ANTAL-PLADSHOLDERE PIC 9(2) VALUE 15.
01 IDX-PLADSHOLDER    PIC 9(2) VALUE 0.

*> Postnumre fra PostnrBynavn.txt
01 MAX-POSTNRBY   PIC 9(5) VALUE 2000.
01 ANTAL-POSTNRBY PIC 9(5) VALUE 0.
01 IDX-POSTNRBY   PIC 9(5).
01 POSTNRBY-TABEL.
   02 T-PB-POSTNR OCCURS 2000 TIMES PIC 9(4).

*> Kendte kontotyper og valutaer
01 MAX-KONTOTYPER   PIC 9(3) VALUE 200.
01 ANTAL-KONTOTYPER PIC 9(3) VALUE 0.
01 IDX-KONTOTYPE    PIC 9(3).
01 KONTOTYPE-TABEL.
   02 T-KT-KONTO-TYPE OCCURS 200 TIMES PIC X(10).
01 WS-KONTOTYPE-STANDARD PIC X VALUE "N".
01 WS-SOEGE-TYPE    PIC X(10) VALUE SPACES.

01 MAX-VALUTAER   PIC 9(3) VALUE 200.
01 ANTAL-VALUTAER PIC 9(3) VALUE 0.
01 IDX-VALUTA     PIC 9(3).
01 VALUTA-TABEL.
   02 T-VA-VALUTAKODE OCCURS 200 TIMES PIC X(3).

*> Historikken uden dagens evt. tidligere linje. Er tabellen fuld,
*> skubbes den ældste linje ud
01 MAX-HISTORIK   PIC 9(4) VALUE 3000.
01 ANTAL-HISTORIK PIC 9(4) VALUE 0.
01 IDX-HISTORIK   PIC 9(4).
01 HISTORIK-TABEL.
   02 T-HI-LINJE OCCURS 3000 TIMES PIC X(92).

*> Én historiklinje til opslag
01 WS-HIST.
   COPY "DATAKVALITET.cpy".

*> Ugekolonnerne: 0 = i dag, 1-7 = så mange uger tilbage. Indekset
*> peger på den historiklinje, der gjaldt på dagen (0 = ingen)
01 ANTAL-UGER    PIC 9(1) VALUE 8.
01 IDX-UGE       PIC 9(1) VALUE 0.
01 UGE-TABEL.
   02 T-UGE-HIST-IDX OCCURS 8 TIMES PIC 9(4).
01 WS-MAAL-DAGNR PIC 9(7) VALUE 0.
01 WS-HIST-DAGNR PIC 9(7) VALUE 0.

*> Kontrol af ét felt
01 WS-FELT         PIC X(40) VALUE SPACES.
01 WS-FELT-LGD     PIC 9(2)  VALUE 0.
01 WS-POS          PIC 9(2)  VALUE 0.
01 WS-TEGN         PIC X(1)  VALUE SPACE.
01 WS-ANTAL-AT     PIC 9(2)  VALUE 0.
01 WS-ANTAL-MELLEM PIC 9(2)  VALUE 0.
01 WS-ANTAL-PUNKT  PIC 9(2)  VALUE 0.
01 WS-ANTAL-CIFRE  PIC 9(2)  VALUE 0.
01 WS-EMAIL-LOKAL  PIC X(30) VALUE SPACES.
01 WS-EMAIL-DOMAENE PIC X(30) VALUE SPACES.
01 WS-GYLDIG       PIC X     VALUE "Y".
01 WS-NAVN-TEST    PIC X(41) VALUE SPACES.
01 WS-FUNDET       PIC X     VALUE "N".

*> Fundlinjen - kaldsstedet sætter IDX-KONTROL, noegle, navn, værdi
01 WS-FUND-NOEGLE  PIC X(14) VALUE SPACES.
01 WS-FUND-NAVN    PIC X(41) VALUE SPACES.
01 WS-FUND-VAERDI  PIC X(41) VALUE SPACES.
01 ANTAL-FUND      PIC 9(7)  VALUE 0.

01 ANTAL-EDIT      PIC Z(6)9.
01 KONTI-EDIT      PIC Z(6)9.
01 KOLONNE-EDIT    PIC Z(8)9.
01 WS-KOLONNE-POS  PIC 9(3) VALUE 0.
01 WS-UDVIKLING    PIC X(10) VALUE SPACES.
01 WS-NU           PIC 9(7) VALUE 0.
01 WS-FOER         PIC 9(7) VALUE 0.

PROCEDURE DIVISION.
    MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DAGS-DATO
    COMPUTE WS-DAGS-DAGNR
        = FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-DAGS-DATO))

    INITIALIZE WS-IDAG
    MOVE WS-DAGS-DATO TO DQ-DATO OF WS-IDAG

    PERFORM LAES-POSTNUMRE
    PERFORM LAES-KONTOTYPER
    PERFORM LAES-VALUTAER
    PERFORM LAES-HISTORIK

    OPEN OUTPUT ListeFil
    MOVE SPACES TO LISTE-TEXT
    STRING "Kontrol          Noegle          Navn"        DELIMITED BY SIZE
           "                                      Vaerdi" DELIMITED BY SIZE
    INTO LISTE-TEXT
    END-STRING
    WRITE LISTE-REC

    PERFORM KONTROLLER-KUNDER
    PERFORM KONTROLLER-KONTI
    CLOSE ListeFil

    PERFORM SKRIV-HISTORIK
    PERFORM FIND-UGE-LINJER

    OPEN OUTPUT RapportFil
    PERFORM SKRIV-SCORECARD
    CLOSE RapportFil

    DISPLAY "DATAKVALITET gennemført - " DQ-ANTAL-KUNDER OF WS-IDAG
            " kunde(r) og " DQ-ANTAL-KONTI OF WS-IDAG
            " konto(er) kontrolleret, " ANTAL-FUND " fund"
    STOP RUN.

*>-----------------------------------------------------------------
*>  LAES-POSTNUMRE – postnumrene i en evt. PostnrBynavn.txt
*>-----------------------------------------------------------------
LAES-POSTNUMRE.
    OPEN INPUT PostnrByFil
    IF WS-POSTNRBY-STATUS NOT = "00"
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL EOF-POSTNRBY = "Y"
        READ PostnrByFil
            AT END
                MOVE "Y" TO EOF-POSTNRBY
            NOT AT END
                IF ANTAL-POSTNRBY < MAX-POSTNRBY
                    ADD 1 TO ANTAL-POSTNRBY
                    MOVE PB-POSTNR TO T-PB-POSTNR(ANTAL-POSTNRBY)
                END-IF
        END-READ
    END-PERFORM
    CLOSE PostnrByFil
    .

*>-----------------------------------------------------------------
*>  LAES-KONTOTYPER – de kontotyper, der har en rentesats eller en
*>  gebyrlinje. Uden nogen af dem gælder OPGAVE10's standardtyper
*>-----------------------------------------------------------------
LAES-KONTOTYPER.
    OPEN INPUT RenteSatsFil
    IF WS-RENTESATS-STATUS = "00"
        PERFORM UNTIL EOF-RENTESATS = "Y"
            READ RenteSatsFil
                AT END
                    MOVE "Y" TO EOF-RENTESATS
                NOT AT END
                    IF RS-KONTO-TYPE NOT = SPACES
                            AND RS-KONTO-TYPE NOT = "*"
                        MOVE RS-KONTO-TYPE TO WS-SOEGE-TYPE
                        PERFORM TILFOEJ-KONTOTYPE
                    END-IF
            END-READ
        END-PERFORM
        CLOSE RenteSatsFil
    END-IF

    OPEN INPUT GebyrSatsFil
    IF WS-GEBYRSATS-STATUS = "00"
        PERFORM UNTIL EOF-GEBYRSATS = "Y"
            READ GebyrSatsFil
                AT END
                    MOVE "Y" TO EOF-GEBYRSATS
                NOT AT END
                    IF GS-KONTO-TYPE NOT = SPACES
                        MOVE GS-KONTO-TYPE TO WS-SOEGE-TYPE
                        PERFORM TILFOEJ-KONTOTYPE
                    END-IF
            END-READ
        END-PERFORM
        CLOSE GebyrSatsFil
    END-IF

    IF ANTAL-KONTOTYPER = 0
        MOVE "Y"         TO WS-KONTOTYPE-STANDARD
        MOVE "Opsparing" TO T-KT-KONTO-TYPE(1)
        MOVE "Budget"    TO T-KT-KONTO-TYPE(2)
        MOVE "Løn"       TO T-KT-KONTO-TYPE(3)
        MOVE 3 TO ANTAL-KONTOTYPER
    END-IF
    .

*>-----------------------------------------------------------------
*>  TILFOEJ-KONTOTYPE – WS-SOEGE-TYPE i KONTOTYPE-TABEL, én gang
*>-----------------------------------------------------------------
TILFOEJ-KONTOTYPE.
    MOVE 1 TO IDX-KONTOTYPE
    PERFORM UNTIL IDX-KONTOTYPE > ANTAL-KONTOTYPER
        IF T-KT-KONTO-TYPE(IDX-KONTOTYPE) = WS-SOEGE-TYPE
            EXIT PARAGRAPH
        END-IF
        ADD 1 TO IDX-KONTOTYPE
    END-PERFORM
    IF ANTAL-KONTOTYPER < MAX-KONTOTYPER
        ADD 1 TO ANTAL-KONTOTYPER
        MOVE WS-SOEGE-TYPE TO T-KT-KONTO-TYPE(ANTAL-KONTOTYPER)
    END-IF
    .

*>-----------------------------------------------------------------
*>  LAES-VALUTAER – DKK og de valutaer, der findes kurser for
*>-----------------------------------------------------------------
LAES-VALUTAER.
    MOVE 1 TO ANTAL-VALUTAER
    MOVE "DKK" TO T-VA-VALUTAKODE(1)
    OPEN INPUT Valutafil
    IF WS-VALUTA-STATUS NOT = "00"
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL EOF-VALUTA = "Y"
        READ Valutafil
            AT END
                MOVE "Y" TO EOF-VALUTA
            NOT AT END
                MOVE "N" TO WS-FUNDET
                MOVE 1 TO IDX-VALUTA
                PERFORM UNTIL IDX-VALUTA > ANTAL-VALUTAER
                    IF T-VA-VALUTAKODE(IDX-VALUTA) = VK-VALUTAKODE
                        MOVE "Y" TO WS-FUNDET
                        EXIT PERFORM
                    END-IF
                    ADD 1 TO IDX-VALUTA
                END-PERFORM
                IF WS-FUNDET = "N" AND VK-VALUTAKODE NOT = SPACES
                        AND ANTAL-VALUTAER < MAX-VALUTAER
                    ADD 1 TO ANTAL-VALUTAER
                    MOVE VK-VALUTAKODE TO T-VA-VALUTAKODE(ANTAL-VALUTAER)
                END-IF
        END-READ
    END-PERFORM
    CLOSE Valutafil
    .

*>-----------------------------------------------------------------
*>  LAES-HISTORIK – de tidligere kørslers tællinger. En linje fra i
*>  dag (en genkørsel) erstattes af denne kørsels
*>-----------------------------------------------------------------
LAES-HISTORIK.
    OPEN INPUT HistorikFil
    IF WS-HISTORIK-STATUS NOT = "00"
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL EOF-HISTORIK = "Y"
        READ HistorikFil
            AT END
                MOVE "Y" TO EOF-HISTORIK
            NOT AT END
                IF DQ-DATO OF HISTORIK-REC IS NUMERIC
                        AND DQ-DATO OF HISTORIK-REC < WS-DAGS-DATO
                    IF ANTAL-HISTORIK >= MAX-HISTORIK
                        MOVE 1 TO IDX-HISTORIK
                        PERFORM UNTIL IDX-HISTORIK >= ANTAL-HISTORIK
                            MOVE T-HI-LINJE(IDX-HISTORIK + 1)
                                TO T-HI-LINJE(IDX-HISTORIK)
                            ADD 1 TO IDX-HISTORIK
                        END-PERFORM
                        SUBTRACT 1 FROM ANTAL-HISTORIK
                    END-IF
                    ADD 1 TO ANTAL-HISTORIK
                    MOVE HISTORIK-REC TO T-HI-LINJE(ANTAL-HISTORIK)
                END-IF
        END-READ
    END-PERFORM
    CLOSE HistorikFil
    .

*>-----------------------------------------------------------------
*>  KONTROLLER-KUNDER – kør kundekontrollerne på alle ikke-slettede
*>  kunder
*>-----------------------------------------------------------------
KONTROLLER-KUNDER.
    OPEN INPUT Kundeoplysninger
    IF WS-KUNDE-STATUS NOT = "00"
        DISPLAY "DATAKVALITET: Kundeoplysninger.txt kunne ikke aabnes"
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL EOF-KUNDE = "Y"
        READ Kundeoplysninger
            AT END
                MOVE "Y" TO EOF-KUNDE
            NOT AT END
                IF NOT STATUS-SLETTET OF KUNDEOPL
                    ADD 1 TO DQ-ANTAL-KUNDER OF WS-IDAG
                    MOVE RAW-KUNDE(1:10) TO WS-FUND-NOEGLE
                    MOVE NAVN OF KUNDEOPL TO WS-FUND-NAVN
                    PERFORM KONTROLLER-EMAIL
                    PERFORM KONTROLLER-TELEFON
                    PERFORM KONTROLLER-CPR
                    PERFORM KONTROLLER-POSTNR
                    PERFORM KONTROLLER-NAVN
                    PERFORM KONTROLLER-SPROG
                END-IF
        END-READ
    END-PERFORM
    CLOSE Kundeoplysninger
    .

*>-----------------------------------------------------------------
*>  KONTROLLER-EMAIL – mangler EMAIL, eller er den ugyldig?
*>-----------------------------------------------------------------
KONTROLLER-EMAIL.
    MOVE EMAIL OF KONTAKTOPL OF KUNDEOPL TO WS-FUND-VAERDI
    IF EMAIL OF KONTAKTOPL OF KUNDEOPL = SPACES
        MOVE 1 TO IDX-KONTROL
        PERFORM SKRIV-FUND
        EXIT PARAGRAPH
    END-IF

    MOVE "Y" TO WS-GYLDIG
    MOVE FUNCTION TRIM(EMAIL OF KONTAKTOPL OF KUNDEOPL) TO WS-FELT
    MOVE FUNCTION LENGTH(FUNCTION TRIM(EMAIL OF KONTAKTOPL OF KUNDEOPL))
        TO WS-FELT-LGD
    MOVE 0 TO WS-ANTAL-AT WS-ANTAL-MELLEM
    INSPECT WS-FELT(1:WS-FELT-LGD)
        TALLYING WS-ANTAL-AT FOR ALL "@"
                 WS-ANTAL-MELLEM FOR ALL SPACE
    IF WS-ANTAL-AT NOT = 1 OR WS-ANTAL-MELLEM > 0
        MOVE "N" TO WS-GYLDIG
    ELSE
        MOVE SPACES TO WS-EMAIL-LOKAL WS-EMAIL-DOMAENE
        UNSTRING WS-FELT DELIMITED BY "@"
            INTO WS-EMAIL-LOKAL WS-EMAIL-DOMAENE
        END-UNSTRING
        MOVE 0 TO WS-ANTAL-PUNKT
        INSPECT WS-EMAIL-DOMAENE TALLYING WS-ANTAL-PUNKT FOR ALL "."
        IF WS-EMAIL-LOKAL = SPACES
                OR WS-ANTAL-PUNKT = 0
                OR WS-EMAIL-DOMAENE(1:1) = "."
                OR WS-FELT(WS-FELT-LGD:1) = "."
            MOVE "N" TO WS-GYLDIG
        END-IF
    END-IF

    IF WS-GYLDIG = "N"
        MOVE 2 TO IDX-KONTROL
        PERFORM SKRIV-FUND
    END-IF
    .

*>-----------------------------------------------------------------
*>  KONTROLLER-TELEFON – mangler TELEFON, eller er det ikke 8-15
*>  cifre (evt. "+" forrest, mellemrum og bindestreger tilladt)?
*>-----------------------------------------------------------------
KONTROLLER-TELEFON.
    MOVE TELEFON OF KONTAKTOPL OF KUNDEOPL TO WS-FUND-VAERDI
    IF TELEFON OF KONTAKTOPL OF KUNDEOPL = SPACES
        MOVE 3 TO IDX-KONTROL
        PERFORM SKRIV-FUND
        EXIT PARAGRAPH
    END-IF

    MOVE "Y" TO WS-GYLDIG
    MOVE 0 TO WS-ANTAL-CIFRE
    MOVE FUNCTION TRIM(TELEFON OF KONTAKTOPL OF KUNDEOPL) TO WS-FELT
    MOVE FUNCTION LENGTH(FUNCTION TRIM(TELEFON OF KONTAKTOPL OF KUNDEOPL))
        TO WS-FELT-LGD
    PERFORM VARYING WS-POS FROM 1 BY 1 UNTIL WS-POS > WS-FELT-LGD
        MOVE WS-FELT(WS-POS:1) TO WS-TEGN
        EVALUATE TRUE
            WHEN WS-TEGN IS NUMERIC
                ADD 1 TO WS-ANTAL-CIFRE
            WHEN WS-TEGN = "+" AND WS-POS = 1
                CONTINUE
            WHEN WS-TEGN = SPACE OR WS-TEGN = "-"
                CONTINUE
            WHEN OTHER
                MOVE "N" TO WS-GYLDIG
        END-EVALUATE
    END-PERFORM
    IF WS-ANTAL-CIFRE < 8 OR WS-ANTAL-CIFRE > 15
        MOVE "N" TO WS-GYLDIG
    END-IF

    IF WS-GYLDIG = "N"
        MOVE 4 TO IDX-KONTROL
        PERFORM SKRIV-FUND
    END-IF
    .

*>-----------------------------------------------------------------
*>  KONTROLLER-CPR – blankt CPR-NR på en privatkunde. Erhvervs-
*>  kunder har CVR-NR i stedet
*>-----------------------------------------------------------------
KONTROLLER-CPR.
    IF KUNDE-PRIVAT OF KUNDEOPL AND CPR-NR OF KUNDEOPL = SPACES
        MOVE SPACES TO WS-FUND-VAERDI
        MOVE 5 TO IDX-KONTROL
        PERFORM SKRIV-FUND
    END-IF
    .

*>-----------------------------------------------------------------
*>  KONTROLLER-POSTNR – dansk adresse (LANDKODE DK eller blank) med
*>  et postnummer, der ikke findes i PostnrBynavn.txt
*>-----------------------------------------------------------------
KONTROLLER-POSTNR.
    IF ANTAL-POSTNRBY = 0
        EXIT PARAGRAPH
    END-IF
    IF LANDKODE OF ADRESSE OF KUNDEOPL NOT = "DK"
            AND LANDKODE OF ADRESSE OF KUNDEOPL NOT = SPACES
        EXIT PARAGRAPH
    END-IF
    MOVE 1 TO IDX-POSTNRBY
    PERFORM UNTIL IDX-POSTNRBY > ANTAL-POSTNRBY
        IF T-PB-POSTNR(IDX-POSTNRBY) = POSTNR OF ADRESSE OF KUNDEOPL
            EXIT PARAGRAPH
        END-IF
        ADD 1 TO IDX-POSTNRBY
    END-PERFORM
    MOVE SPACES TO WS-FUND-VAERDI
    STRING POSTNR OF ADRESSE OF KUNDEOPL              DELIMITED BY SIZE
           " "                                         DELIMITED BY SIZE
           FUNCTION TRIM(BYNAVN OF ADRESSE OF KUNDEOPL) DELIMITED BY SIZE
    INTO WS-FUND-VAERDI
    END-STRING
    MOVE 6 TO IDX-KONTROL
    PERFORM SKRIV-FUND
    .

*>-----------------------------------------------------------------
*>  KONTROLLER-NAVN – tomt navn eller en pladsholder. For en
*>  privatkunde kontrolleres også fornavn og efternavn
*>-----------------------------------------------------------------
KONTROLLER-NAVN.
    MOVE "Y" TO WS-GYLDIG
    MOVE NAVN OF KUNDEOPL TO WS-NAVN-TEST
    PERFORM TJEK-PLADSHOLDER
    IF KUNDE-PRIVAT OF KUNDEOPL
        MOVE FORNAVN OF KUNDEOPL TO WS-NAVN-TEST
        PERFORM TJEK-PLADSHOLDER
        MOVE EFTERNAVN OF KUNDEOPL TO WS-NAVN-TEST
        PERFORM TJEK-PLADSHOLDER
    END-IF
    IF WS-GYLDIG = "N"
        MOVE SPACES TO WS-FUND-VAERDI
        STRING FUNCTION TRIM(FORNAVN OF KUNDEOPL)   DELIMITED BY SIZE
               " / "                                DELIMITED BY SIZE
               FUNCTION TRIM(EFTERNAVN OF KUNDEOPL) DELIMITED BY SIZE
        INTO WS-FUND-VAERDI
        END-STRING
        MOVE 7 TO IDX-KONTROL
        PERFORM SKRIV-FUND
    END-IF
    .

*>-----------------------------------------------------------------
*>  TJEK-PLADSHOLDER – er WS-NAVN-TEST tomt eller en pladsholder?
*>  Sætter i så fald WS-GYLDIG til "N"
*>-----------------------------------------------------------------
TJEK-PLADSHOLDER.
    IF WS-NAVN-TEST = SPACES
        MOVE "N" TO WS-GYLDIG
        EXIT PARAGRAPH
    END-IF
    MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-NAVN-TEST))
        TO WS-NAVN-TEST
    MOVE 1 TO IDX-PLADSHOLDER
    PERFORM UNTIL IDX-PLADSHOLDER > ANTAL-PLADSHOLDERE
        IF WS-NAVN-TEST = T-PLADSHOLDER(IDX-PLADSHOLDER)
            MOVE "N" TO WS-GYLDIG
            EXIT PARAGRAPH
        END-IF
        ADD 1 TO IDX-PLADSHOLDER
    END-PERFORM
    .

*>-----------------------------------------------------------------
*>  KONTROLLER-SPROG – SPROG skal være DA eller EN
*>-----------------------------------------------------------------
KONTROLLER-SPROG.
    IF NOT SPROG-DANSK OF KUNDEOPL AND NOT SPROG-ENGELSK OF KUNDEOPL
        MOVE SPROG OF KUNDEOPL TO WS-FUND-VAERDI
        MOVE 8 TO IDX-KONTROL
        PERFORM SKRIV-FUND
    END-IF
    .

*>-----------------------------------------------------------------
*>  KONTROLLER-KONTI – ukendt KONTO-TYPE eller VALUTA-KD
*>-----------------------------------------------------------------
KONTROLLER-KONTI.
    OPEN INPUT Kontofil
    IF WS-KONTO-STATUS NOT = "00"
        DISPLAY "DATAKVALITET: KontoOpl.txt kunne ikke aabnes"
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL EOF-KONTO = "Y"
        READ Kontofil
            AT END
                MOVE "Y" TO EOF-KONTO
            NOT AT END
                IF KONTO-ID OF KONTO-REC NOT = SPACES
                    ADD 1 TO DQ-ANTAL-KONTI OF WS-IDAG
                    MOVE KONTO-ID OF KONTO-REC TO WS-FUND-NOEGLE
                    MOVE SPACES TO WS-FUND-NAVN
                    STRING "Kunde " DELIMITED BY SIZE
                           KUNDE-ID OF KONTO-REC DELIMITED BY SIZE
                    INTO WS-FUND-NAVN
                    END-STRING

                    MOVE "N" TO WS-FUNDET
                    MOVE 1 TO IDX-KONTOTYPE
                    PERFORM UNTIL IDX-KONTOTYPE > ANTAL-KONTOTYPER
                        IF T-KT-KONTO-TYPE(IDX-KONTOTYPE)
                                = KONTO-TYPE OF KONTO-REC
                            MOVE "Y" TO WS-FUNDET
                            EXIT PERFORM
                        END-IF
                        ADD 1 TO IDX-KONTOTYPE
                    END-PERFORM
                    IF WS-FUNDET = "N"
                        MOVE KONTO-TYPE OF KONTO-REC TO WS-FUND-VAERDI
                        MOVE 9 TO IDX-KONTROL
                        PERFORM SKRIV-FUND
                    END-IF

                    *> Blank valuta betyder DKK overalt i suiten
                    IF VALUTA-KD OF KONTO-REC NOT = SPACES
                        MOVE "N" TO WS-FUNDET
                        MOVE 1 TO IDX-VALUTA
                        PERFORM UNTIL IDX-VALUTA > ANTAL-VALUTAER
                            IF T-VA-VALUTAKODE(IDX-VALUTA)
                                    = VALUTA-KD OF KONTO-REC
                                MOVE "Y" TO WS-FUNDET
                                EXIT PERFORM
                            END-IF
                            ADD 1 TO IDX-VALUTA
                        END-PERFORM
                        IF WS-FUNDET = "N"
                            MOVE VALUTA-KD OF KONTO-REC TO WS-FUND-VAERDI
                            MOVE 10 TO IDX-KONTROL
                            PERFORM SKRIV-FUND
                        END-IF
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    CLOSE Kontofil
    .

*>-----------------------------------------------------------------
*>  SKRIV-FUND – tæl og list ét fund for kontrol IDX-KONTROL
*>-----------------------------------------------------------------
SKRIV-FUND.
    ADD 1 TO DQ-TAELLING OF WS-IDAG(IDX-KONTROL)
    ADD 1 TO ANTAL-FUND
    MOVE SPACES TO LISTE-TEXT
    MOVE T-KONTROL-KODE(IDX-KONTROL) TO LISTE-TEXT(1:16)
    MOVE WS-FUND-NOEGLE              TO LISTE-TEXT(18:14)
    MOVE WS-FUND-NAVN                TO LISTE-TEXT(34:41)
    MOVE SPACES TO LISTE-TEXT(76:75)
    STRING "'"                           DELIMITED BY SIZE
           FUNCTION TRIM(WS-FUND-VAERDI) DELIMITED BY SIZE
           "'"                           DELIMITED BY SIZE
    INTO LISTE-TEXT(76:75)
    END-STRING
    WRITE LISTE-REC
    .

*>-----------------------------------------------------------------
*>  SKRIV-HISTORIK – skriv historikken forfra med dagens linje sidst
*>-----------------------------------------------------------------
SKRIV-HISTORIK.
    OPEN OUTPUT HistorikFil
    MOVE 1 TO IDX-HISTORIK
    PERFORM UNTIL IDX-HISTORIK > ANTAL-HISTORIK
        MOVE T-HI-LINJE(IDX-HISTORIK) TO HISTORIK-REC
        WRITE HISTORIK-REC
        ADD 1 TO IDX-HISTORIK
    END-PERFORM
    MOVE WS-IDAG TO HISTORIK-REC
    WRITE HISTORIK-REC
    CLOSE HistorikFil
    .

*>-----------------------------------------------------------------
*>  FIND-UGE-LINJER – for hver uge 1-7 tilbage: den seneste tidligere
*>  kørsel på eller før dagen præcis så mange uger siden
*>-----------------------------------------------------------------
FIND-UGE-LINJER.
    MOVE 0 TO T-UGE-HIST-IDX(1)
    PERFORM VARYING IDX-UGE FROM 2 BY 1 UNTIL IDX-UGE > ANTAL-UGER
        MOVE 0 TO T-UGE-HIST-IDX(IDX-UGE)
        COMPUTE WS-MAAL-DAGNR = WS-DAGS-DAGNR - 7 * (IDX-UGE - 1)
        MOVE 1 TO IDX-HISTORIK
        PERFORM UNTIL IDX-HISTORIK > ANTAL-HISTORIK
            MOVE T-HI-LINJE(IDX-HISTORIK) TO WS-HIST
            COMPUTE WS-HIST-DAGNR = FUNCTION INTEGER-OF-DATE(
                FUNCTION NUMVAL(DQ-DATO OF WS-HIST))
            IF WS-HIST-DAGNR <= WS-MAAL-DAGNR
                MOVE IDX-HISTORIK TO T-UGE-HIST-IDX(IDX-UGE)
            END-IF
            ADD 1 TO IDX-HISTORIK
        END-PERFORM
    END-PERFORM
    .

*>-----------------------------------------------------------------
*>  SKRIV-SCORECARD – én række pr. kontrol med dagens tælling, de
*>  syv foregående ugers og udviklingen siden sidste uge
*>-----------------------------------------------------------------
SKRIV-SCORECARD.
    MOVE SPACES TO RAPPORT-TEXT
    STRING "DATAKVALITET - scorecard over kunde- og kontostamdata   "
                                            DELIMITED BY SIZE
           WS-DAGS-DATO(1:4) "-" WS-DAGS-DATO(5:2) "-"
           WS-DAGS-DATO(7:2)                DELIMITED BY SIZE
    INTO RAPPORT-TEXT
    END-STRING
    WRITE RAPPORT-REC
    MOVE ALL "=" TO RAPPORT-TEXT(1:115)
    WRITE RAPPORT-REC

    MOVE DQ-ANTAL-KUNDER OF WS-IDAG TO ANTAL-EDIT
    MOVE DQ-ANTAL-KONTI OF WS-IDAG  TO KONTI-EDIT
    MOVE SPACES TO RAPPORT-TEXT
    STRING "Kunder kontrolleret: "      DELIMITED BY SIZE
           FUNCTION TRIM(ANTAL-EDIT)    DELIMITED BY SIZE
           "   Konti kontrolleret: "    DELIMITED BY SIZE
           FUNCTION TRIM(KONTI-EDIT)    DELIMITED BY SIZE
    INTO RAPPORT-TEXT
    END-STRING
    WRITE RAPPORT-REC

    IF ANTAL-POSTNRBY = 0
        MOVE "Bemaerk: PostnrBynavn.txt mangler - POSTNR-kontrollen er ikke udfoert"
            TO RAPPORT-TEXT
        WRITE RAPPORT-REC
    END-IF
    IF WS-KONTOTYPE-STANDARD = "Y"
        MOVE "Bemaerk: hverken RenteSatser.txt eller GebyrSatser.txt fundet - standardkontotyperne er brugt"
            TO RAPPORT-TEXT
        WRITE RAPPORT-REC
    END-IF

    MOVE SPACES TO RAPPORT-TEXT
    WRITE RAPPORT-REC
    MOVE SPACES TO RAPPORT-TEXT
    MOVE "Kontrol"   TO RAPPORT-TEXT(1:32)
    MOVE "    I dag" TO RAPPORT-TEXT(33:9)
    MOVE "   -1 uge" TO RAPPORT-TEXT(42:9)
    MOVE "  -2 uger" TO RAPPORT-TEXT(51:9)
    MOVE "  -3 uger" TO RAPPORT-TEXT(60:9)
    MOVE "  -4 uger" TO RAPPORT-TEXT(69:9)
    MOVE "  -5 uger" TO RAPPORT-TEXT(78:9)
    MOVE "  -6 uger" TO RAPPORT-TEXT(87:9)
    MOVE "  -7 uger" TO RAPPORT-TEXT(96:9)
    MOVE "Udvikling" TO RAPPORT-TEXT(107:9)
    WRITE RAPPORT-REC
    MOVE ALL "-" TO RAPPORT-TEXT(1:115)
    WRITE RAPPORT-REC

    PERFORM VARYING IDX-KONTROL FROM 1 BY 1
            UNTIL IDX-KONTROL > ANTAL-KONTROLLER
        MOVE SPACES TO RAPPORT-TEXT
        MOVE T-KONTROL-NAVN(IDX-KONTROL) TO RAPPORT-TEXT(1:32)
        MOVE DQ-TAELLING OF WS-IDAG(IDX-KONTROL) TO KOLONNE-EDIT
        MOVE KOLONNE-EDIT TO RAPPORT-TEXT(33:9)
        PERFORM VARYING IDX-UGE FROM 2 BY 1 UNTIL IDX-UGE > ANTAL-UGER
            COMPUTE WS-KOLONNE-POS = 33 + 9 * (IDX-UGE - 1)
            IF T-UGE-HIST-IDX(IDX-UGE) = 0
                MOVE "        -" TO RAPPORT-TEXT(WS-KOLONNE-POS:9)
            ELSE
                MOVE T-HI-LINJE(T-UGE-HIST-IDX(IDX-UGE)) TO WS-HIST
                MOVE DQ-TAELLING OF WS-HIST(IDX-KONTROL) TO KOLONNE-EDIT
                MOVE KOLONNE-EDIT TO RAPPORT-TEXT(WS-KOLONNE-POS:9)
            END-IF
        END-PERFORM

        *> Udviklingen siden sidste uge - færre fund er bedre
        IF T-UGE-HIST-IDX(2) = 0
            MOVE "-" TO WS-UDVIKLING
        ELSE
            MOVE T-HI-LINJE(T-UGE-HIST-IDX(2)) TO WS-HIST
            MOVE DQ-TAELLING OF WS-IDAG(IDX-KONTROL) TO WS-NU
            MOVE DQ-TAELLING OF WS-HIST(IDX-KONTROL) TO WS-FOER
            EVALUATE TRUE
                WHEN WS-NU < WS-FOER
                    MOVE "BEDRE"    TO WS-UDVIKLING
                WHEN WS-NU > WS-FOER
                    MOVE "VAERRE"   TO WS-UDVIKLING
                WHEN OTHER
                    MOVE "UAENDRET" TO WS-UDVIKLING
            END-EVALUATE
        END-IF
        MOVE WS-UDVIKLING TO RAPPORT-TEXT(107:10)
        WRITE RAPPORT-REC
    END-PERFORM

    MOVE ALL "-" TO RAPPORT-TEXT(1:115)
    WRITE RAPPORT-REC
    MOVE ANTAL-FUND TO ANTAL-EDIT
    MOVE SPACES TO RAPPORT-TEXT
    STRING "Fund i alt i dag: "            DELIMITED BY SIZE
           FUNCTION TRIM(ANTAL-EDIT)       DELIMITED BY SIZE
           " - se DatakvalitetListe.txt"   DELIMITED BY SIZE
    INTO RAPPORT-TEXT
    END-STRING
    WRITE RAPPORT-REC
    .
END PROGRAM DATAKVALITET.
