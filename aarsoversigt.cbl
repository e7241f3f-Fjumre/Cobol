>>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. AARSOVERSIGT.

*>-----------------------------------------------------------------
*>  AARSOVERSIGT – årsoversigten til hver kunde: ét dokument pr.
*>  kunde med alle kundens konti - som primær ejer (KontoOpl.txt) og
*>  som medejer (KontoEjere.txt) - og for hver konto:
*>    - saldo 1. januar og 31. december
*>    - indbetalinger og udbetalinger i alt
*>    - tilskrevet kreditrente, betalt overtræksrente og gebyrer
*>  Saldi og bevægelser tages fra SaldoHistorik.txt (den SIDSTE
*>  linje pr. (konto, dato) gælder, se SALDOHISTORIK.cpy), renterne
*>  fra RenteLog.txt (RL-ART som i SKAT-RENTE). SH-IND/SH-UD rummer
*>  også rente og gebyrer - de trækkes ud, så indbetalinger og
*>  udbetalinger er kundens egne bevægelser. En konto åbnet i året
*>  (KontoAabning.txt) starter på 0 med sit åbningsindskud; en konto
*>  lukket i året (KontoLukning.txt) slutter på 0 efter
*>  slutudbetalingen.
*>
*>  Dokumentet skrives på kundens SPROG med VARSEL-BREVE's
*>  brevopsætning som Aarsoversigt_<kundeid>.txt. Papirbreve
*>  registreres i UdskriftManifest.txt; kunder med elektronisk
*>  levering (kanal "E" i LeveringsPraeference.txt) får det i
*>  EmailSpool.txt - samme forsendelse som kontoudskrifterne.
*>
*>  Året er det foregående kalenderår (trinnet køres fra
*>  BATCH-STYRING i januar) eller det år (ÅÅÅÅ), der står i et evt.
*>  AarsoversigtAar.txt
*>-----------------------------------------------------------------

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT AarFil
        ASSIGN TO "AarsoversigtAar.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-AAR-STATUS.

    SELECT Kontofil
        ASSIGN TO "KontoOpl.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-KONTO-STATUS.

    *> Medejere ud over den primære KUNDE-ID - valgfri
    SELECT KontoEjereFil
        ASSIGN TO "KontoEjere.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-EJER-STATUS.

    SELECT SaldoHistorikFil
        ASSIGN TO "SaldoHistorik.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-HISTORIK-STATUS.

    SELECT RenteLogFil
        ASSIGN TO "RenteLog.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-LOG-STATUS.

    SELECT KontoAabningFil
        ASSIGN TO "KontoAabning.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-AABNING-STATUS.

    SELECT KontoLukningFil
        ASSIGN TO "KontoLukning.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-LUKNING-STATUS.

    *> Holdes bevidst rå - felterne hentes via reference-modifikation
    SELECT Kundeoplysninger
        ASSIGN TO "Kundeoplysninger.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-KUNDE-STATUS.

    SELECT LeveringsPraefFil
        ASSIGN TO "LeveringsPraeference.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-LEVERING-STATUS.

    SELECT BrevFil
        ASSIGN TO WS-BREV-FILNAVN
        ORGANIZATION IS LINE SEQUENTIAL.

    *> Forsendelsesmanifestet og e-mail-spoolen deles med OPGAVE10's
    *> kontoudskrifter - derfor EXTEND
    SELECT UdskriftManifestFil
        ASSIGN TO "UdskriftManifest.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-MANIFEST-STATUS.

    SELECT EmailSpoolFil
        ASSIGN TO "EmailSpool.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-EMAIL-SPOOL-STATUS.

DATA DIVISION.
FILE SECTION.

FD AarFil.
01 AAR-REC.
   02 AAR-INP PIC X(4).

FD Kontofil.
01 RAW-KONTO PIC X(52).
01 KONTO-REC REDEFINES RAW-KONTO.
   COPY "KONTOOPL.cpy".

FD KontoEjereFil.
01 RAW-EJER PIC X(25).     *> 14+1+10 = 25
01 EJER-REC REDEFINES RAW-EJER.
   COPY "KONTOEJERE.cpy".

FD SaldoHistorikFil.
01 SALDO-HISTORIK-REC.
   COPY "SALDOHISTORIK.cpy".

FD RenteLogFil.
01 RENTELOG-REC.
   COPY "RENTELOG.cpy".

FD KontoAabningFil.
01 KONTO-AABNING-REC.
   COPY "KONTOAABNING.cpy".

FD KontoLukningFil.
01 KONTO-LUKNING-REC.
   COPY "KONTOLUKNING.cpy".

FD Kundeoplysninger.
01 RAW-KUNDE PIC X(302).

FD LeveringsPraefFil.
01 LEVERING-REC.
   02 LP-KUNDE-ID PIC X(10).
   02 LP-KANAL    PIC X(1).

FD BrevFil.
01 BREV-REC.
   02 BREV-TEXT PIC X(120).

FD UdskriftManifestFil.
01 UDSKRIFT-MANIFEST-REC.
   02 UDSKRIFT-MANIFEST-TEXT PIC X(150).

FD EmailSpoolFil.
01 EMAIL-SPOOL-REC.
   02 EMAIL-SPOOL-TEXT PIC X(200).

WORKING-STORAGE SECTION.
01 EOF-KONTO     PIC X VALUE "N".
01 EOF-EJER      PIC X VALUE "N".
01 EOF-HISTORIK  PIC X VALUE "N".
01 EOF-LOG       PIC X VALUE "N".
01 EOF-AABNING   PIC X VALUE "N".
01 EOF-LUKNING   PIC X VALUE "N".
01 EOF-KUNDE     PIC X VALUE "N".
01 EOF-LEVERING  PIC X VALUE "N".

01 WS-AAR-STATUS         PIC XX VALUE SPACES.
01 WS-KONTO-STATUS       PIC XX VALUE SPACES.
01 WS-EJER-STATUS        PIC XX VALUE SPACES.
01 WS-HISTORIK-STATUS    PIC XX VALUE SPACES.
01 WS-LOG-STATUS         PIC XX VALUE SPACES.
01 WS-AABNING-STATUS     PIC XX VALUE SPACES.
01 WS-LUKNING-STATUS     PIC XX VALUE SPACES.
01 WS-KUNDE-STATUS       PIC XX VALUE SPACES.
01 WS-LEVERING-STATUS    PIC XX VALUE SPACES.
01 WS-MANIFEST-STATUS    PIC XX VALUE SPACES.
01 WS-EMAIL-SPOOL-STATUS PIC XX VALUE SPACES.

01 WS-DAGS-DATO    PIC X(8)  VALUE SPACES.
01 WS-AAR          PIC X(4)  VALUE SPACES.
01 WS-AAR-NUM      PIC 9(4)  VALUE 0.
01 WS-BREV-FILNAVN PIC X(40) VALUE SPACES.

*> Pr. konto: ejer, type og valuta fra kontostamdata og årets tal.
*> Dagens slutsaldo og bevægelser huskes separat og lægges først
*> til, når en ny dato ses (den sidste linje pr. (konto, dato)
*> gælder). AABNET-/LUKKET-DATO er SPACES, hvis kontoen hverken er
*> åbnet eller lukket i året
01 MAX-KONTI   PIC 9(5) VALUE 50000.
01 ANTAL-KONTI PIC 9(5) VALUE 0.
01 IDX-KONTO   PIC 9(5).
01 KONTO-TABEL.
   02 KONTO-POST OCCURS 50000 TIMES.
      03 T-KO-KONTO-ID      PIC X(14).
      03 T-KO-KUNDE-ID      PIC X(10).
      03 T-KO-TYPE          PIC X(10).
      03 T-KO-VALUTA        PIC X(3).
      03 T-KO-HAR-HISTORIK  PIC X(1).
      03 T-KO-AABN-SALDO    PIC S9(13)V99.
      03 T-KO-SLUT-SALDO    PIC S9(13)V99.
      03 T-KO-IND           PIC S9(15)V99.
      03 T-KO-UD            PIC S9(15)V99.
      03 T-KO-GEBYR         PIC S9(13)V99.
      03 T-KO-SIDSTE-DATO   PIC X(8).
      03 T-KO-DAG-IND       PIC S9(13)V99.
      03 T-KO-DAG-UD        PIC S9(13)V99.
      03 T-KO-DAG-GEBYR     PIC S9(13)V99.
      03 T-KO-KREDIT-RENTE  PIC S9(11)V99.
      03 T-KO-DEBET-RENTE   PIC S9(11)V99.
      03 T-KO-RENTE-NED     PIC S9(11)V99.
      03 T-KO-AABNET-DATO   PIC X(8).
      03 T-KO-AABNET-BELOB  PIC S9(13)V99.
      03 T-KO-LUKKET-DATO   PIC X(8).
      03 T-KO-LUKKET-BELOB  PIC S9(13)V99.

01 WS-KONTO-MATCH  PIC 9(5) VALUE 0.
01 WS-KONTO-SOEG   PIC X(14) VALUE SPACES.

*> Kunder -> navn, adresse, sprog, e-mail, leveringskanal og de
*> konti, dokumentet skal dække (højst MAX-KUNDE-KONTI pr. kunde).
*> T-KA-MEDEJER = "J" for en konto, kunden ejer som medejer
01 MAX-KUNDER       PIC 9(5) VALUE 50000.
01 ANTAL-KUNDER     PIC 9(5) VALUE 0.
01 IDX-KUNDE        PIC 9(5) VALUE 0.
01 WS-KUNDE-IDX     PIC 9(5) VALUE 0.
01 MAX-KUNDE-KONTI  PIC 9(2) VALUE 20.
01 IDX-KUNDE-KONTO  PIC 9(2) VALUE 0.

01 KUNDE-ADR-TABEL.
   02 KUNDE-ADR-POST OCCURS 50000 TIMES.
      03 T-KA-KUNDEID     PIC X(10).
      03 T-KA-NAVN        PIC X(41).
      03 T-KA-ADR1        PIC X(45).
      03 T-KA-ADR2        PIC X(45).
      03 T-KA-SPROG       PIC X(2).
      03 T-KA-EMAIL       PIC X(30).
      03 T-KA-KANAL       PIC X(1).
      03 T-KA-ANTAL-KONTI PIC 9(2).
      03 T-KA-KONTO OCCURS 20 TIMES.
         04 T-KA-KONTO-IDX PIC 9(5).
         04 T-KA-MEDEJER   PIC X(1).

01 WS-MEDEJER      PIC X(1) VALUE "N".
01 WS-KUNDE-SOEG   PIC X(10) VALUE SPACES.

*> Det dokument, der skrives
01 WS-LINJE        PIC X(120) VALUE SPACES.
01 WS-SOM-EMAIL    PIC X      VALUE "N".
01 WS-EN           PIC X      VALUE "N".
01 WS-LEDETEKST    PIC X(34)  VALUE SPACES.
01 WS-BELOB        PIC S9(15)V99 VALUE 0.
01 WS-DATO-ARB     PIC X(8)   VALUE SPACES.
01 WS-DATO-TEKST   PIC X(10)  VALUE SPACES.
01 BELOB-EDIT      PIC -ZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.

*> Kontoens tal til dokumentet
01 WS-SALDO-PRIMO  PIC S9(15)V99 VALUE 0.
01 WS-SALDO-ULTIMO PIC S9(15)V99 VALUE 0.
01 WS-INDBETALT    PIC S9(15)V99 VALUE 0.
01 WS-UDBETALT     PIC S9(15)V99 VALUE 0.
01 WS-KREDIT-RENTE PIC S9(13)V99 VALUE 0.
01 WS-GEBYRER      PIC S9(15)V99 VALUE 0.

*> Kundens totaler over alle konti
01 WS-SUM-KREDIT-RENTE PIC S9(15)V99 VALUE 0.
01 WS-SUM-DEBET-RENTE  PIC S9(15)V99 VALUE 0.
01 WS-SUM-GEBYRER      PIC S9(15)V99 VALUE 0.

01 ANTAL-BREVE     PIC 9(5) VALUE 0.
01 ANTAL-EMAIL     PIC 9(5) VALUE 0.
01 ANTAL-AFKORTET  PIC 9(5) VALUE 0.

*> Arkivering af kørslens dokumenter, samme mønster som KUNDE-BREVE
01 WS-ARKIV-STAMP PIC X(14) VALUE SPACES.
01 WS-ARKIV-CMD   PIC X(200) VALUE SPACES.

PROCEDURE DIVISION.
    MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DAGS-DATO
    PERFORM BESTEM-AAR
    PERFORM LAES-KONTI
    PERFORM LAES-SALDOHISTORIK
    PERFORM AFSLUT-ALLE-DAGE
    PERFORM LAES-RENTELOG
    PERFORM LAES-AABNINGER
    PERFORM LAES-LUKNINGER

    PERFORM LAES-KUNDE-ADRESSER
    PERFORM LAES-LEVERINGS-PRAEFERENCER
    PERFORM TILKNYT-PRIMAERE-KONTI
    PERFORM TILKNYT-MEDEJERE

    OPEN EXTEND UdskriftManifestFil
    IF WS-MANIFEST-STATUS = "35"
        OPEN OUTPUT UdskriftManifestFil
    END-IF
    OPEN EXTEND EmailSpoolFil
    IF WS-EMAIL-SPOOL-STATUS = "35"
        OPEN OUTPUT EmailSpoolFil
    END-IF

    MOVE 1 TO IDX-KUNDE
    PERFORM UNTIL IDX-KUNDE > ANTAL-KUNDER
        IF T-KA-ANTAL-KONTI(IDX-KUNDE) > 0
            MOVE IDX-KUNDE TO WS-KUNDE-IDX
            PERFORM SKRIV-AARSOVERSIGT
        END-IF
        ADD 1 TO IDX-KUNDE
    END-PERFORM

    CLOSE UdskriftManifestFil
    CLOSE EmailSpoolFil

    IF ANTAL-BREVE > 0
        PERFORM ARKIVER-AARSOVERSIGTER
    END-IF

    IF ANTAL-AFKORTET > 0
        DISPLAY "AARSOVERSIGT: " ANTAL-AFKORTET " kunde(r) har flere end "
                MAX-KUNDE-KONTI " konti - de overskydende er udeladt"
    END-IF
    DISPLAY "AARSOVERSIGT gennemført - " ANTAL-BREVE
            " aarsoversigt(er) for " WS-AAR " (" ANTAL-EMAIL
            " pr. e-mail)"
    STOP RUN.

*>-----------------------------------------------------------------
*>  BESTEM-AAR – året fra et evt. AarsoversigtAar.txt, ellers det
*>  foregående kalenderår
*>-----------------------------------------------------------------
BESTEM-AAR.
    MOVE WS-DAGS-DATO(1:4) TO WS-AAR-NUM
    SUBTRACT 1 FROM WS-AAR-NUM
    MOVE WS-AAR-NUM TO WS-AAR

    OPEN INPUT AarFil
    IF WS-AAR-STATUS = "00"
        READ AarFil
            AT END
                CONTINUE
            NOT AT END
                IF AAR-INP IS NUMERIC
                    MOVE AAR-INP TO WS-AAR
                    DISPLAY "AarsoversigtAar.txt fundet - opgoer "
                            WS-AAR
                END-IF
        END-READ
        CLOSE AarFil
    END-IF
    .

*>-----------------------------------------------------------------
*>  LAES-KONTI – konto -> primær ejer, type og valuta fra
*>  KontoOpl.txt
*>-----------------------------------------------------------------
LAES-KONTI.
    OPEN INPUT Kontofil
    IF WS-KONTO-STATUS = "00"
        PERFORM UNTIL EOF-KONTO = "Y"
            READ Kontofil
                AT END
                    MOVE "Y" TO EOF-KONTO
                NOT AT END
                    IF KONTO-ID OF KONTO-REC NOT = SPACES
                            AND ANTAL-KONTI < MAX-KONTI
                        ADD 1 TO ANTAL-KONTI
                        MOVE ANTAL-KONTI TO WS-KONTO-MATCH
                        PERFORM NULSTIL-KONTO
                        MOVE KONTO-ID OF KONTO-REC
                            TO T-KO-KONTO-ID(ANTAL-KONTI)
                        MOVE KUNDE-ID OF KONTO-REC
                            TO T-KO-KUNDE-ID(ANTAL-KONTI)
                        MOVE KONTO-TYPE OF KONTO-REC
                            TO T-KO-TYPE(ANTAL-KONTI)
                        MOVE VALUTA-KD OF KONTO-REC
                            TO T-KO-VALUTA(ANTAL-KONTI)
                    END-IF
            END-READ
        END-PERFORM
        CLOSE Kontofil
    END-IF
    .

NULSTIL-KONTO.
    MOVE SPACES TO T-KO-KONTO-ID(WS-KONTO-MATCH)
    MOVE SPACES TO T-KO-KUNDE-ID(WS-KONTO-MATCH)
    MOVE SPACES TO T-KO-TYPE(WS-KONTO-MATCH)
    MOVE SPACES TO T-KO-VALUTA(WS-KONTO-MATCH)
    MOVE "N"    TO T-KO-HAR-HISTORIK(WS-KONTO-MATCH)
    MOVE 0      TO T-KO-AABN-SALDO(WS-KONTO-MATCH)
    MOVE 0      TO T-KO-SLUT-SALDO(WS-KONTO-MATCH)
    MOVE 0      TO T-KO-IND(WS-KONTO-MATCH)
    MOVE 0      TO T-KO-UD(WS-KONTO-MATCH)
    MOVE 0      TO T-KO-GEBYR(WS-KONTO-MATCH)
    MOVE SPACES TO T-KO-SIDSTE-DATO(WS-KONTO-MATCH)
    MOVE 0      TO T-KO-DAG-IND(WS-KONTO-MATCH)
    MOVE 0      TO T-KO-DAG-UD(WS-KONTO-MATCH)
    MOVE 0      TO T-KO-DAG-GEBYR(WS-KONTO-MATCH)
    MOVE 0      TO T-KO-KREDIT-RENTE(WS-KONTO-MATCH)
    MOVE 0      TO T-KO-DEBET-RENTE(WS-KONTO-MATCH)
    MOVE 0      TO T-KO-RENTE-NED(WS-KONTO-MATCH)
    MOVE SPACES TO T-KO-AABNET-DATO(WS-KONTO-MATCH)
    MOVE 0      TO T-KO-AABNET-BELOB(WS-KONTO-MATCH)
    MOVE SPACES TO T-KO-LUKKET-DATO(WS-KONTO-MATCH)
    MOVE 0      TO T-KO-LUKKET-BELOB(WS-KONTO-MATCH)
    .

*>-----------------------------------------------------------------
*>  FIND-KONTO – slå WS-KONTO-SOEG op i KONTO-TABEL. WS-KONTO-MATCH
*>  = 0, hvis kontoen ikke findes
*>-----------------------------------------------------------------
FIND-KONTO.
    MOVE 0 TO WS-KONTO-MATCH
    MOVE 1 TO IDX-KONTO
    PERFORM UNTIL IDX-KONTO > ANTAL-KONTI
        IF T-KO-KONTO-ID(IDX-KONTO) = WS-KONTO-SOEG
            MOVE IDX-KONTO TO WS-KONTO-MATCH
            EXIT PERFORM
        END-IF
        ADD 1 TO IDX-KONTO
    END-PERFORM
    .

*>-----------------------------------------------------------------
*>  FIND-ELLER-OPRET-KONTO – som FIND-KONTO, men en konto, der ikke
*>  længere står i kontostamdata (slettet i årets løb), oprettes, så
*>  dens historik stadig kommer med i ejerens årsoversigt
*>-----------------------------------------------------------------
FIND-ELLER-OPRET-KONTO.
    PERFORM FIND-KONTO
    IF WS-KONTO-MATCH = 0 AND ANTAL-KONTI < MAX-KONTI
        ADD 1 TO ANTAL-KONTI
        MOVE ANTAL-KONTI TO WS-KONTO-MATCH
        PERFORM NULSTIL-KONTO
        MOVE WS-KONTO-SOEG TO T-KO-KONTO-ID(WS-KONTO-MATCH)
    END-IF
    .

*>-----------------------------------------------------------------
*>  LAES-SALDOHISTORIK – årets historiklinjer. Kontoens første linje
*>  giver saldoen 1. januar (dens åbningssaldo), den sidste linje
*>  saldoen 31. december. Samme dato som sidst overskriver blot
*>  dagens tal; en ny dato lukker den foregående dag ind i summerne
*>-----------------------------------------------------------------
LAES-SALDOHISTORIK.
    OPEN INPUT SaldoHistorikFil
    IF WS-HISTORIK-STATUS = "00"
        PERFORM UNTIL EOF-HISTORIK = "Y"
            READ SaldoHistorikFil
                AT END
                    MOVE "Y" TO EOF-HISTORIK
                NOT AT END
                    IF SH-DATO(1:4) = WS-AAR
                        PERFORM BEHANDL-HISTORIK-LINJE
                    END-IF
            END-READ
        END-PERFORM
        CLOSE SaldoHistorikFil
    END-IF
    .

BEHANDL-HISTORIK-LINJE.
    MOVE SH-KONTO-ID TO WS-KONTO-SOEG
    PERFORM FIND-ELLER-OPRET-KONTO
    IF WS-KONTO-MATCH = 0
        EXIT PARAGRAPH
    END-IF

    IF T-KO-HAR-HISTORIK(WS-KONTO-MATCH) = "N"
        MOVE "J"           TO T-KO-HAR-HISTORIK(WS-KONTO-MATCH)
        MOVE SH-AABN-SALDO TO T-KO-AABN-SALDO(WS-KONTO-MATCH)
    ELSE
        IF SH-DATO NOT = T-KO-SIDSTE-DATO(WS-KONTO-MATCH)
            PERFORM TAEL-DAG-MED
        END-IF
    END-IF

    MOVE SH-DATO       TO T-KO-SIDSTE-DATO(WS-KONTO-MATCH)
    MOVE SH-SLUT-SALDO TO T-KO-SLUT-SALDO(WS-KONTO-MATCH)
    MOVE SH-IND        TO T-KO-DAG-IND(WS-KONTO-MATCH)
    MOVE SH-UD         TO T-KO-DAG-UD(WS-KONTO-MATCH)
    IF SH-GEBYR IS NUMERIC
        MOVE SH-GEBYR TO T-KO-DAG-GEBYR(WS-KONTO-MATCH)
    ELSE
        MOVE 0        TO T-KO-DAG-GEBYR(WS-KONTO-MATCH)
    END-IF
    .

*>-----------------------------------------------------------------
*>  TAEL-DAG-MED – læg den afsluttede dags bevægelser til kontoens
*>  årstal. Gebyret er bogført negativt og vendes til et beløb
*>-----------------------------------------------------------------
TAEL-DAG-MED.
    ADD T-KO-DAG-IND(WS-KONTO-MATCH) TO T-KO-IND(WS-KONTO-MATCH)
    ADD T-KO-DAG-UD(WS-KONTO-MATCH)  TO T-KO-UD(WS-KONTO-MATCH)
    SUBTRACT T-KO-DAG-GEBYR(WS-KONTO-MATCH)
        FROM T-KO-GEBYR(WS-KONTO-MATCH)
    MOVE 0 TO T-KO-DAG-IND(WS-KONTO-MATCH)
    MOVE 0 TO T-KO-DAG-UD(WS-KONTO-MATCH)
    MOVE 0 TO T-KO-DAG-GEBYR(WS-KONTO-MATCH)
    .

AFSLUT-ALLE-DAGE.
    MOVE 1 TO IDX-KONTO
    PERFORM UNTIL IDX-KONTO > ANTAL-KONTI
        IF T-KO-HAR-HISTORIK(IDX-KONTO) = "J"
            MOVE IDX-KONTO TO WS-KONTO-MATCH
            PERFORM TAEL-DAG-MED
        END-IF
        ADD 1 TO IDX-KONTO
    END-PERFORM
    .

*>-----------------------------------------------------------------
*>  LAES-RENTELOG – årets renter pr. konto: kreditrente ("K"/blank),
*>  forhøjet/nedsat af reguleringer ("R"/"N") som i SKAT-RENTE, og
*>  overtræksrente ("D"). En slettet kontos ejer tages fra
*>  RL-KUNDE-ID
*>-----------------------------------------------------------------
LAES-RENTELOG.
    OPEN INPUT RenteLogFil
    IF WS-LOG-STATUS = "00"
        PERFORM UNTIL EOF-LOG = "Y"
            READ RenteLogFil
                AT END
                    MOVE "Y" TO EOF-LOG
                NOT AT END
                    IF RL-DATO(1:4) = WS-AAR
                        PERFORM BEHANDL-RENTE-LINJE
                    END-IF
            END-READ
        END-PERFORM
        CLOSE RenteLogFil
    END-IF
    .

BEHANDL-RENTE-LINJE.
    MOVE RL-KONTO-ID TO WS-KONTO-SOEG
    PERFORM FIND-ELLER-OPRET-KONTO
    IF WS-KONTO-MATCH = 0
        EXIT PARAGRAPH
    END-IF

    IF T-KO-KUNDE-ID(WS-KONTO-MATCH) = SPACES
        MOVE RL-KUNDE-ID TO T-KO-KUNDE-ID(WS-KONTO-MATCH)
    END-IF

    EVALUATE TRUE
        WHEN RL-DEBET
            ADD RL-RENTE TO T-KO-DEBET-RENTE(WS-KONTO-MATCH)
        WHEN RL-REGULERING-NED
            SUBTRACT RL-RENTE FROM T-KO-KREDIT-RENTE(WS-KONTO-MATCH)
            ADD RL-RENTE TO T-KO-RENTE-NED(WS-KONTO-MATCH)
        WHEN OTHER
            ADD RL-RENTE TO T-KO-KREDIT-RENTE(WS-KONTO-MATCH)
    END-EVALUATE
    .

*>-----------------------------------------------------------------
*>  LAES-AABNINGER / LAES-LUKNINGER – konti åbnet hhv. lukket i året
*>-----------------------------------------------------------------
LAES-AABNINGER.
    OPEN INPUT KontoAabningFil
    IF WS-AABNING-STATUS = "00"
        PERFORM UNTIL EOF-AABNING = "Y"
            READ KontoAabningFil
                AT END
                    MOVE "Y" TO EOF-AABNING
                NOT AT END
                    IF KA-AABNINGSDATO(1:4) = WS-AAR
                        MOVE KA-KONTO-ID TO WS-KONTO-SOEG
                        PERFORM FIND-KONTO
                        IF WS-KONTO-MATCH > 0
                            MOVE KA-AABNINGSDATO
                                TO T-KO-AABNET-DATO(WS-KONTO-MATCH)
                            MOVE FUNCTION NUMVAL(KA-AABNINGSBELOB)
                                TO T-KO-AABNET-BELOB(WS-KONTO-MATCH)
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
        CLOSE KontoAabningFil
    END-IF
    .

LAES-LUKNINGER.
    OPEN INPUT KontoLukningFil
    IF WS-LUKNING-STATUS = "00"
        PERFORM UNTIL EOF-LUKNING = "Y"
            READ KontoLukningFil
                AT END
                    MOVE "Y" TO EOF-LUKNING
                NOT AT END
                    IF KL-LUKNINGSDATO(1:4) = WS-AAR
                        MOVE KL-KONTO-ID TO WS-KONTO-SOEG
                        PERFORM FIND-KONTO
                        IF WS-KONTO-MATCH > 0
                            MOVE KL-LUKNINGSDATO
                                TO T-KO-LUKKET-DATO(WS-KONTO-MATCH)
                            MOVE FUNCTION NUMVAL(KL-UDBETALING)
                                TO T-KO-LUKKET-BELOB(WS-KONTO-MATCH)
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
        CLOSE KontoLukningFil
    END-IF
    .

*>-----------------------------------------------------------------
*>  LAES-KUNDE-ADRESSER – navn, adresselinjer, sprog og e-mail pr.
*>  kunde - positionerne følger KUNDER.cpy, som i VARSEL-BREVE
*>-----------------------------------------------------------------
LAES-KUNDE-ADRESSER.
    OPEN INPUT Kundeoplysninger
    IF WS-KUNDE-STATUS = "00"
        PERFORM UNTIL EOF-KUNDE = "Y"
            READ Kundeoplysninger
                AT END
                    MOVE "Y" TO EOF-KUNDE
                NOT AT END
                    IF ANTAL-KUNDER < MAX-KUNDER
                        ADD 1 TO ANTAL-KUNDER
                        MOVE RAW-KUNDE(1:10)
                            TO T-KA-KUNDEID(ANTAL-KUNDER)
                        MOVE RAW-KUNDE(51:41)
                            TO T-KA-NAVN(ANTAL-KUNDER)
                        MOVE SPACES TO T-KA-ADR1(ANTAL-KUNDER)
                        STRING
                            FUNCTION TRIM(RAW-KUNDE(92:35))
                                DELIMITED BY SIZE
                            " " DELIMITED BY SIZE
                            FUNCTION TRIM(RAW-KUNDE(127:6))
                                DELIMITED BY SIZE
                        INTO T-KA-ADR1(ANTAL-KUNDER)
                        END-STRING
                        MOVE SPACES TO T-KA-ADR2(ANTAL-KUNDER)
                        STRING
                            RAW-KUNDE(174:4) DELIMITED BY SIZE
                            " " DELIMITED BY SIZE
                            FUNCTION TRIM(RAW-KUNDE(139:35))
                                DELIMITED BY SIZE
                        INTO T-KA-ADR2(ANTAL-KUNDER)
                        END-STRING
                        MOVE RAW-KUNDE(279:2)
                            TO T-KA-SPROG(ANTAL-KUNDER)
                        MOVE RAW-KUNDE(240:30)
                            TO T-KA-EMAIL(ANTAL-KUNDER)
                        MOVE "P" TO T-KA-KANAL(ANTAL-KUNDER)
                        MOVE 0   TO T-KA-ANTAL-KONTI(ANTAL-KUNDER)
                    END-IF
            END-READ
        END-PERFORM
        CLOSE Kundeoplysninger
    END-IF
    .

*>-----------------------------------------------------------------
*>  LAES-LEVERINGS-PRAEFERENCER – kunder med kanal "E" i en evt.
*>  LeveringsPraeference.txt får årsoversigten i e-mail-spoolen
*>-----------------------------------------------------------------
LAES-LEVERINGS-PRAEFERENCER.
    OPEN INPUT LeveringsPraefFil
    IF WS-LEVERING-STATUS = "00"
        PERFORM UNTIL EOF-LEVERING = "Y"
            READ LeveringsPraefFil
                AT END
                    MOVE "Y" TO EOF-LEVERING
                NOT AT END
                    IF LP-KANAL = "E"
                        MOVE LP-KUNDE-ID TO WS-KUNDE-SOEG
                        PERFORM FIND-KUNDE
                        IF WS-KUNDE-IDX > 0
                            MOVE "E" TO T-KA-KANAL(WS-KUNDE-IDX)
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
        CLOSE LeveringsPraefFil
    END-IF
    .

FIND-KUNDE.
    MOVE 0 TO WS-KUNDE-IDX
    MOVE 1 TO IDX-KUNDE
    PERFORM UNTIL IDX-KUNDE > ANTAL-KUNDER
        IF T-KA-KUNDEID(IDX-KUNDE) = WS-KUNDE-SOEG
            MOVE IDX-KUNDE TO WS-KUNDE-IDX
            EXIT PERFORM
        END-IF
        ADD 1 TO IDX-KUNDE
    END-PERFORM
    .

*>-----------------------------------------------------------------
*>  TILKNYT-PRIMAERE-KONTI – hver konto med bevægelser i året (en
*>  historiklinje eller en rentelinje) på den primære ejers dokument
*>-----------------------------------------------------------------
TILKNYT-PRIMAERE-KONTI.
    MOVE "N" TO WS-MEDEJER
    MOVE 1 TO IDX-KONTO
    PERFORM UNTIL IDX-KONTO > ANTAL-KONTI
        IF T-KO-KUNDE-ID(IDX-KONTO) NOT = SPACES
            MOVE IDX-KONTO TO WS-KONTO-MATCH
            PERFORM KONTO-I-AARET
            IF WS-KONTO-MATCH > 0
                MOVE T-KO-KUNDE-ID(IDX-KONTO) TO WS-KUNDE-SOEG
                PERFORM FIND-KUNDE
                IF WS-KUNDE-IDX > 0
                    PERFORM NOTER-KUNDE-KONTO
                END-IF
            END-IF
        END-IF
        ADD 1 TO IDX-KONTO
    END-PERFORM
    .

*>-----------------------------------------------------------------
*>  TILKNYT-MEDEJERE – medejernes konti fra en evt. KontoEjere.txt.
*>  En medejer, der også er primær ejer, får ikke kontoen to gange
*>-----------------------------------------------------------------
TILKNYT-MEDEJERE.
    MOVE "J" TO WS-MEDEJER
    OPEN INPUT KontoEjereFil
    IF WS-EJER-STATUS = "00"
        PERFORM UNTIL EOF-EJER = "Y"
            READ KontoEjereFil
                AT END
                    MOVE "Y" TO EOF-EJER
                NOT AT END
                    IF KE-KONTO-ID NOT = SPACES
                            AND KE-KUNDE-ID NOT = SPACES
                        MOVE KE-KONTO-ID TO WS-KONTO-SOEG
                        PERFORM FIND-KONTO
                        IF WS-KONTO-MATCH > 0
                            PERFORM KONTO-I-AARET
                        END-IF
                        IF WS-KONTO-MATCH > 0
                                AND T-KO-KUNDE-ID(WS-KONTO-MATCH)
                                    NOT = KE-KUNDE-ID
                            MOVE KE-KUNDE-ID TO WS-KUNDE-SOEG
                            PERFORM FIND-KUNDE
                            IF WS-KUNDE-IDX > 0
                                MOVE WS-KONTO-MATCH TO IDX-KONTO
                                PERFORM NOTER-KUNDE-KONTO
                            END-IF
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
        CLOSE KontoEjereFil
    END-IF
    .

*>-----------------------------------------------------------------
*>  KONTO-I-AARET – nulstil WS-KONTO-MATCH, hvis kontoen ingen
*>  historik og ingen renter har i året
*>-----------------------------------------------------------------
KONTO-I-AARET.
    IF T-KO-HAR-HISTORIK(WS-KONTO-MATCH) = "N"
            AND T-KO-KREDIT-RENTE(WS-KONTO-MATCH) = 0
            AND T-KO-DEBET-RENTE(WS-KONTO-MATCH) = 0
        MOVE 0 TO WS-KONTO-MATCH
    END-IF
    .

*>-----------------------------------------------------------------
*>  NOTER-KUNDE-KONTO – konto IDX-KONTO på kunde WS-KUNDE-IDX's liste
*>-----------------------------------------------------------------
NOTER-KUNDE-KONTO.
    MOVE 1 TO IDX-KUNDE-KONTO
    PERFORM UNTIL IDX-KUNDE-KONTO > T-KA-ANTAL-KONTI(WS-KUNDE-IDX)
        IF T-KA-KONTO-IDX(WS-KUNDE-IDX, IDX-KUNDE-KONTO) = IDX-KONTO
            EXIT PARAGRAPH
        END-IF
        ADD 1 TO IDX-KUNDE-KONTO
    END-PERFORM
    IF T-KA-ANTAL-KONTI(WS-KUNDE-IDX) < MAX-KUNDE-KONTI
        ADD 1 TO T-KA-ANTAL-KONTI(WS-KUNDE-IDX)
        MOVE IDX-KONTO
            TO T-KA-KONTO-IDX(WS-KUNDE-IDX, T-KA-ANTAL-KONTI(WS-KUNDE-IDX))
        MOVE WS-MEDEJER
            TO T-KA-MEDEJER(WS-KUNDE-IDX, T-KA-ANTAL-KONTI(WS-KUNDE-IDX))
    ELSE
        ADD 1 TO ANTAL-AFKORTET
    END-IF
    .

*>-----------------------------------------------------------------
*>  SKRIV-AARSOVERSIGT – kundens dokument med ét afsnit pr. konto og
*>  årets samlede renter og gebyrer, på kundens eget sprog. Papir-
*>  breve får en linje i forsendelsesmanifestet; e-mail-kunder får
*>  dokumentet som en blok i e-mail-spoolen i stedet
*>-----------------------------------------------------------------
SKRIV-AARSOVERSIGT.
    MOVE "N" TO WS-EN
    IF T-KA-SPROG(WS-KUNDE-IDX) = "EN"
        MOVE "Y" TO WS-EN
    END-IF
    MOVE "N" TO WS-SOM-EMAIL
    IF T-KA-KANAL(WS-KUNDE-IDX) = "E"
            AND T-KA-EMAIL(WS-KUNDE-IDX) NOT = SPACES
        MOVE "Y" TO WS-SOM-EMAIL
    END-IF

    MOVE SPACES TO WS-BREV-FILNAVN
    STRING
        "Aarsoversigt_"                              DELIMITED BY SIZE
        FUNCTION TRIM(T-KA-KUNDEID(WS-KUNDE-IDX))    DELIMITED BY SIZE
        ".txt"                                       DELIMITED BY SIZE
    INTO WS-BREV-FILNAVN
    END-STRING
    OPEN OUTPUT BrevFil

    IF WS-SOM-EMAIL = "Y"
        MOVE SPACES TO EMAIL-SPOOL-TEXT
        STRING
            "TIL: "                                  DELIMITED BY SIZE
            FUNCTION TRIM(T-KA-EMAIL(WS-KUNDE-IDX))  DELIMITED BY SIZE
        INTO EMAIL-SPOOL-TEXT
        END-STRING
        WRITE EMAIL-SPOOL-REC
        MOVE SPACES TO EMAIL-SPOOL-TEXT
        IF WS-EN = "Y"
            STRING
                "EMNE: Annual statement " DELIMITED BY SIZE
                WS-AAR                    DELIMITED BY SIZE
            INTO EMAIL-SPOOL-TEXT
            END-STRING
        ELSE
            STRING
                "EMNE: Aarsoversigt "     DELIMITED BY SIZE
                WS-AAR                    DELIMITED BY SIZE
            INTO EMAIL-SPOOL-TEXT
            END-STRING
        END-IF
        WRITE EMAIL-SPOOL-REC
    END-IF

    MOVE FUNCTION TRIM(T-KA-NAVN(WS-KUNDE-IDX)) TO WS-LINJE
    PERFORM SKRIV-LINJE
    MOVE T-KA-ADR1(WS-KUNDE-IDX) TO WS-LINJE
    PERFORM SKRIV-LINJE
    MOVE T-KA-ADR2(WS-KUNDE-IDX) TO WS-LINJE
    PERFORM SKRIV-LINJE
    MOVE SPACES TO WS-LINJE
    PERFORM SKRIV-LINJE

    MOVE SPACES TO WS-LINJE
    IF WS-EN = "Y"
        STRING
            "Annual statement " DELIMITED BY SIZE
            WS-AAR              DELIMITED BY SIZE
        INTO WS-LINJE
        END-STRING
        PERFORM SKRIV-LINJE
        MOVE SPACES TO WS-LINJE
        STRING
            "Here is an overview of your accounts for the year "
                                DELIMITED BY SIZE
            WS-AAR              DELIMITED BY SIZE
            ". All amounts are in DKK."
                                DELIMITED BY SIZE
        INTO WS-LINJE
        END-STRING
    ELSE
        STRING
            "Aarsoversigt "     DELIMITED BY SIZE
            WS-AAR              DELIMITED BY SIZE
        INTO WS-LINJE
        END-STRING
        PERFORM SKRIV-LINJE
        MOVE SPACES TO WS-LINJE
        STRING
            "Her er oversigten over dine konti for aaret "
                                DELIMITED BY SIZE
            WS-AAR              DELIMITED BY SIZE
            ". Alle beloeb er i DKK."
                                DELIMITED BY SIZE
        INTO WS-LINJE
        END-STRING
    END-IF
    PERFORM SKRIV-LINJE

    MOVE 0 TO WS-SUM-KREDIT-RENTE
    MOVE 0 TO WS-SUM-DEBET-RENTE
    MOVE 0 TO WS-SUM-GEBYRER
    MOVE 1 TO IDX-KUNDE-KONTO
    PERFORM UNTIL IDX-KUNDE-KONTO > T-KA-ANTAL-KONTI(WS-KUNDE-IDX)
        MOVE T-KA-KONTO-IDX(WS-KUNDE-IDX, IDX-KUNDE-KONTO) TO IDX-KONTO
        PERFORM SKRIV-KONTO-AFSNIT
        ADD 1 TO IDX-KUNDE-KONTO
    END-PERFORM

    MOVE SPACES TO WS-LINJE
    PERFORM SKRIV-LINJE
    IF WS-EN = "Y"
        MOVE "Total for the year, all accounts" TO WS-LINJE
    ELSE
        MOVE "I alt for aaret, alle konti" TO WS-LINJE
    END-IF
    PERFORM SKRIV-LINJE
    IF WS-EN = "Y"
        MOVE "  Interest credited" TO WS-LEDETEKST
    ELSE
        MOVE "  Tilskrevet rente" TO WS-LEDETEKST
    END-IF
    MOVE WS-SUM-KREDIT-RENTE TO WS-BELOB
    PERFORM SKRIV-BELOB-LINJE
    IF WS-EN = "Y"
        MOVE "  Overdraft interest charged" TO WS-LEDETEKST
    ELSE
        MOVE "  Betalt overtraeksrente" TO WS-LEDETEKST
    END-IF
    MOVE WS-SUM-DEBET-RENTE TO WS-BELOB
    PERFORM SKRIV-BELOB-LINJE
    IF WS-EN = "Y"
        MOVE "  Fees paid" TO WS-LEDETEKST
    ELSE
        MOVE "  Betalte gebyrer" TO WS-LEDETEKST
    END-IF
    MOVE WS-SUM-GEBYRER TO WS-BELOB
    PERFORM SKRIV-BELOB-LINJE

    MOVE SPACES TO WS-LINJE
    PERFORM SKRIV-LINJE
    IF WS-EN = "Y"
        MOVE "Please keep this statement for your records." TO WS-LINJE
    ELSE
        MOVE "Gem venligst oversigten sammen med dine oevrige papirer."
            TO WS-LINJE
    END-IF
    PERFORM SKRIV-LINJE
    MOVE SPACES TO WS-LINJE
    PERFORM SKRIV-LINJE
    IF WS-EN = "Y"
        MOVE "Yours sincerely" TO WS-LINJE
    ELSE
        MOVE "Med venlig hilsen" TO WS-LINJE
    END-IF
    PERFORM SKRIV-LINJE

    CLOSE BrevFil
    ADD 1 TO ANTAL-BREVE

    IF WS-SOM-EMAIL = "Y"
        MOVE "=== SLUT ===" TO EMAIL-SPOOL-TEXT
        WRITE EMAIL-SPOOL-REC
        ADD 1 TO ANTAL-EMAIL
    ELSE
        *> Samme manifestformat som OPGAVE10's SKRIV-MANIFEST-LINJE,
        *> nøglet på kundens første konto
        MOVE T-KA-KONTO-IDX(WS-KUNDE-IDX, 1) TO IDX-KONTO
        MOVE SPACES TO UDSKRIFT-MANIFEST-TEXT
        STRING
            T-KO-KONTO-ID(IDX-KONTO)                 DELIMITED BY SIZE
            "  "                                     DELIMITED BY SIZE
            FUNCTION TRIM(WS-BREV-FILNAVN)           DELIMITED BY SIZE
            "  "                                     DELIMITED BY SIZE
            FUNCTION TRIM(T-KA-NAVN(WS-KUNDE-IDX))   DELIMITED BY SIZE
            ", "                                     DELIMITED BY SIZE
            FUNCTION TRIM(T-KA-ADR1(WS-KUNDE-IDX))   DELIMITED BY SIZE
            ", "                                     DELIMITED BY SIZE
            FUNCTION TRIM(T-KA-ADR2(WS-KUNDE-IDX))   DELIMITED BY SIZE
        INTO UDSKRIFT-MANIFEST-TEXT
        END-STRING
        WRITE UDSKRIFT-MANIFEST-REC
    END-IF
    .

*>-----------------------------------------------------------------
*>  SKRIV-KONTO-AFSNIT – afsnittet for konto IDX-KONTO. Indbetalinger
*>  er SH-IND uden tilskrevet kreditrente og opregulering;
*>  udbetalinger er SH-UD uden gebyrer, overtræksrente og
*>  nedregulering (som OPGAVE10 bogfører som en udbetaling). Åbnes kontoen i året, er saldoen 1. januar 0, og
*>  åbningsindskuddet vises; lukkes den, er saldoen 31. december 0
*>  efter slutudbetalingen
*>-----------------------------------------------------------------
SKRIV-KONTO-AFSNIT.
    MOVE T-KO-KREDIT-RENTE(IDX-KONTO) TO WS-KREDIT-RENTE
    MOVE T-KO-GEBYR(IDX-KONTO)        TO WS-GEBYRER
    COMPUTE WS-INDBETALT = T-KO-IND(IDX-KONTO) - WS-KREDIT-RENTE
                         - T-KO-RENTE-NED(IDX-KONTO)
    COMPUTE WS-UDBETALT  = 0 - T-KO-UD(IDX-KONTO) - WS-GEBYRER
                         - T-KO-DEBET-RENTE(IDX-KONTO)
                         - T-KO-RENTE-NED(IDX-KONTO)

    IF T-KO-AABNET-DATO(IDX-KONTO) NOT = SPACES
        MOVE 0 TO WS-SALDO-PRIMO
    ELSE
        MOVE T-KO-AABN-SALDO(IDX-KONTO) TO WS-SALDO-PRIMO
    END-IF
    IF T-KO-LUKKET-DATO(IDX-KONTO) NOT = SPACES
        MOVE 0 TO WS-SALDO-ULTIMO
    ELSE
        MOVE T-KO-SLUT-SALDO(IDX-KONTO) TO WS-SALDO-ULTIMO
    END-IF

    ADD WS-KREDIT-RENTE              TO WS-SUM-KREDIT-RENTE
    ADD T-KO-DEBET-RENTE(IDX-KONTO)  TO WS-SUM-DEBET-RENTE
    ADD WS-GEBYRER                   TO WS-SUM-GEBYRER

    MOVE SPACES TO WS-LINJE
    PERFORM SKRIV-LINJE
    MOVE SPACES TO WS-LINJE
    IF WS-EN = "Y"
        STRING
            "Account "                          DELIMITED BY SIZE
            FUNCTION TRIM(T-KO-KONTO-ID(IDX-KONTO)) DELIMITED BY SIZE
            " ("                                DELIMITED BY SIZE
            FUNCTION TRIM(T-KO-TYPE(IDX-KONTO)) DELIMITED BY SIZE
            " "                                 DELIMITED BY SIZE
            T-KO-VALUTA(IDX-KONTO)              DELIMITED BY SIZE
            ")"                                 DELIMITED BY SIZE
        INTO WS-LINJE
        END-STRING
    ELSE
        STRING
            "Konto "                            DELIMITED BY SIZE
            FUNCTION TRIM(T-KO-KONTO-ID(IDX-KONTO)) DELIMITED BY SIZE
            " ("                                DELIMITED BY SIZE
            FUNCTION TRIM(T-KO-TYPE(IDX-KONTO)) DELIMITED BY SIZE
            " "                                 DELIMITED BY SIZE
            T-KO-VALUTA(IDX-KONTO)              DELIMITED BY SIZE
            ")"                                 DELIMITED BY SIZE
        INTO WS-LINJE
        END-STRING
    END-IF
    IF T-KA-MEDEJER(WS-KUNDE-IDX, IDX-KUNDE-KONTO) = "J"
        IF WS-EN = "Y"
            STRING
                FUNCTION TRIM(WS-LINJE TRAILING) DELIMITED BY SIZE
                " - joint account"               DELIMITED BY SIZE
            INTO WS-LINJE
            END-STRING
        ELSE
            STRING
                FUNCTION TRIM(WS-LINJE TRAILING) DELIMITED BY SIZE
                " - faelleskonto"                DELIMITED BY SIZE
            INTO WS-LINJE
            END-STRING
        END-IF
    END-IF
    PERFORM SKRIV-LINJE

    IF WS-EN = "Y"
        MOVE "  Balance 1 January" TO WS-LEDETEKST
    ELSE
        MOVE "  Saldo 1. januar" TO WS-LEDETEKST
    END-IF
    MOVE WS-SALDO-PRIMO TO WS-BELOB
    PERFORM SKRIV-BELOB-LINJE

    IF T-KO-AABNET-DATO(IDX-KONTO) NOT = SPACES
        MOVE T-KO-AABNET-DATO(IDX-KONTO) TO WS-DATO-ARB
        PERFORM FORMATER-DATO
        MOVE SPACES TO WS-LEDETEKST
        IF WS-EN = "Y"
            STRING
                "  Opened "      DELIMITED BY SIZE
                WS-DATO-TEKST    DELIMITED BY SIZE
                ", deposit"      DELIMITED BY SIZE
            INTO WS-LEDETEKST
            END-STRING
        ELSE
            STRING
                "  Aabnet "      DELIMITED BY SIZE
                WS-DATO-TEKST    DELIMITED BY SIZE
                ", indskud"      DELIMITED BY SIZE
            INTO WS-LEDETEKST
            END-STRING
        END-IF
        MOVE T-KO-AABNET-BELOB(IDX-KONTO) TO WS-BELOB
        PERFORM SKRIV-BELOB-LINJE
    END-IF

    IF WS-EN = "Y"
        MOVE "  Deposits" TO WS-LEDETEKST
    ELSE
        MOVE "  Indbetalinger" TO WS-LEDETEKST
    END-IF
    MOVE WS-INDBETALT TO WS-BELOB
    PERFORM SKRIV-BELOB-LINJE

    IF WS-EN = "Y"
        MOVE "  Withdrawals" TO WS-LEDETEKST
    ELSE
        MOVE "  Udbetalinger" TO WS-LEDETEKST
    END-IF
    MOVE WS-UDBETALT TO WS-BELOB
    PERFORM SKRIV-BELOB-LINJE

    IF WS-EN = "Y"
        MOVE "  Interest credited" TO WS-LEDETEKST
    ELSE
        MOVE "  Tilskrevet rente" TO WS-LEDETEKST
    END-IF
    MOVE WS-KREDIT-RENTE TO WS-BELOB
    PERFORM SKRIV-BELOB-LINJE

    IF T-KO-DEBET-RENTE(IDX-KONTO) NOT = 0
        IF WS-EN = "Y"
            MOVE "  Overdraft interest charged" TO WS-LEDETEKST
        ELSE
            MOVE "  Betalt overtraeksrente" TO WS-LEDETEKST
        END-IF
        MOVE T-KO-DEBET-RENTE(IDX-KONTO) TO WS-BELOB
        PERFORM SKRIV-BELOB-LINJE
    END-IF

    IF WS-EN = "Y"
        MOVE "  Fees paid" TO WS-LEDETEKST
    ELSE
        MOVE "  Betalte gebyrer" TO WS-LEDETEKST
    END-IF
    MOVE WS-GEBYRER TO WS-BELOB
    PERFORM SKRIV-BELOB-LINJE

    IF T-KO-LUKKET-DATO(IDX-KONTO) NOT = SPACES
        MOVE T-KO-LUKKET-DATO(IDX-KONTO) TO WS-DATO-ARB
        PERFORM FORMATER-DATO
        MOVE SPACES TO WS-LEDETEKST
        IF WS-EN = "Y"
            STRING
                "  Closed "      DELIMITED BY SIZE
                WS-DATO-TEKST    DELIMITED BY SIZE
                ", payout"       DELIMITED BY SIZE
            INTO WS-LEDETEKST
            END-STRING
        ELSE
            STRING
                "  Lukket "      DELIMITED BY SIZE
                WS-DATO-TEKST    DELIMITED BY SIZE
                ", udbetalt"     DELIMITED BY SIZE
            INTO WS-LEDETEKST
            END-STRING
        END-IF
        MOVE T-KO-LUKKET-BELOB(IDX-KONTO) TO WS-BELOB
        PERFORM SKRIV-BELOB-LINJE
    END-IF

    IF WS-EN = "Y"
        MOVE "  Balance 31 December" TO WS-LEDETEKST
    ELSE
        MOVE "  Saldo 31. december" TO WS-LEDETEKST
    END-IF
    MOVE WS-SALDO-ULTIMO TO WS-BELOB
    PERFORM SKRIV-BELOB-LINJE
    .

*>-----------------------------------------------------------------
*>  SKRIV-BELOB-LINJE – ledetekst WS-LEDETEKST og beløb WS-BELOB
*>-----------------------------------------------------------------
SKRIV-BELOB-LINJE.
    MOVE WS-BELOB TO BELOB-EDIT
    MOVE SPACES TO WS-LINJE
    STRING
        WS-LEDETEKST DELIMITED BY SIZE
        BELOB-EDIT   DELIMITED BY SIZE
    INTO WS-LINJE
    END-STRING
    PERFORM SKRIV-LINJE
    .

*>-----------------------------------------------------------------
*>  FORMATER-DATO – ÅÅÅÅMMDD i WS-DATO-ARB vises som DD-MM-ÅÅÅÅ i
*>  WS-DATO-TEKST
*>-----------------------------------------------------------------
FORMATER-DATO.
    MOVE SPACES TO WS-DATO-TEKST
    STRING
        WS-DATO-ARB(7:2) DELIMITED BY SIZE
        "-"              DELIMITED BY SIZE
        WS-DATO-ARB(5:2) DELIMITED BY SIZE
        "-"              DELIMITED BY SIZE
        WS-DATO-ARB(1:4) DELIMITED BY SIZE
    INTO WS-DATO-TEKST
    END-STRING
    .

*>-----------------------------------------------------------------
*>  SKRIV-LINJE – dokumentlinjen WS-LINJE til brevfilen og, for
*>  e-mail-kunder, også til e-mail-spoolen som brevkrop
*>-----------------------------------------------------------------
SKRIV-LINJE.
    MOVE WS-LINJE TO BREV-TEXT
    WRITE BREV-REC
    IF WS-SOM-EMAIL = "Y"
        MOVE WS-LINJE TO EMAIL-SPOOL-TEXT
        WRITE EMAIL-SPOOL-REC
    END-IF
    .

*>-----------------------------------------------------------------
*>  ARKIVER-AARSOVERSIGTER – kopiér kørslens årsoversigter til en
*>  tidsstemplet undermappe under Arkiv/, samme mønster som
*>  KUNDE-BREVE's ARKIVER-BREVE
*>-----------------------------------------------------------------
ARKIVER-AARSOVERSIGTER.
    MOVE FUNCTION CURRENT-DATE(1:14) TO WS-ARKIV-STAMP
    MOVE SPACES TO WS-ARKIV-CMD
    STRING
        "mkdir -p Arkiv/Aarsoversigt_"            DELIMITED BY SIZE
        WS-ARKIV-STAMP                            DELIMITED BY SIZE
        " && cp Aarsoversigt_*.txt Arkiv/Aarsoversigt_"
                                                  DELIMITED BY SIZE
        WS-ARKIV-STAMP                            DELIMITED BY SIZE
        "/ 2>/dev/null"                           DELIMITED BY SIZE
    INTO WS-ARKIV-CMD
    END-STRING
    CALL "SYSTEM" USING WS-ARKIV-CMD
    .
END PROGRAM AARSOVERSIGT.
