>>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. KUNDE-RENTABILITET.

*>-----------------------------------------------------------------
*>  KUNDE-RENTABILITET – månedlig kunderentabilitet til
*>  produktafdelingen: pr. kunde og pr. KONTO-TYPE lægges månedens
*>  opkrævede gebyrer (SH-GEBYR i SaldoHistorik.txt), den optjente
*>  overtræksrente (RenteLog.txt, RL-ART "D") og den betalte
*>  kreditrente (RL-ART "K"/blank, reguleret med "R"/"N" som i
*>  SKAT-RENTE) sammen til et nettobidrag:
*>
*>      nettobidrag = gebyrer + overtræksrente - kreditrente
*>
*>  Ved siden af vises gennemsnitssaldoen over månedens bogførte
*>  kørselsdages slutsaldi (samme opgørelse som SALDO-RAPPORT, den
*>  SIDSTE linje pr. (konto, dato) gælder). Kunder og kontotyper
*>  rangeres efter nettobidrag, størst først, i rapporten
*>  KundeRentabilitet.txt og i KundeRentabilitetCSV.txt.
*>
*>  Konti, der er lukket i løbet af måneden og derfor ikke længere
*>  står i KontoOpl.txt, tæller med under kontotype "UKENDT" og den
*>  kunde, RenteLog.txt evt. angiver - ellers under en ukendt kunde.
*>
*>  Måneden er den foregående kalendermåned (trinnet køres fra
*>  BATCH-STYRING på månedens første bankdag) eller den måned
*>  (ÅÅÅÅMM), der står i et evt. RentabilitetMaaned.txt
*>-----------------------------------------------------------------

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT MaanedFil
        ASSIGN TO "RentabilitetMaaned.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-MAANED-STATUS.

    SELECT Kontofil
        ASSIGN TO "KontoOpl.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-KONTO-STATUS.

    SELECT SaldoHistorikFil
        ASSIGN TO "SaldoHistorik.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-HISTORIK-STATUS.

    SELECT RenteLogFil
        ASSIGN TO "RenteLog.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-LOG-STATUS.

    SELECT Kundeoplysninger
        ASSIGN TO "Kundeoplysninger.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-KUNDE-STATUS.

    SELECT RapportFil
        ASSIGN TO "KundeRentabilitet.txt"
        ORGANIZATION IS LINE SEQUENTIAL.

    SELECT UdFilCSV
        ASSIGN TO "KundeRentabilitetCSV.txt"
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.

FD MaanedFil.
01 MAANED-REC.
   02 MAANED-INP PIC X(6).

FD Kontofil.
01 RAW-KONTO PIC X(52).
01 KONTO-REC REDEFINES RAW-KONTO.
   COPY "KONTOOPL.cpy".

FD SaldoHistorikFil.
01 SALDO-HISTORIK-REC.
   COPY "SALDOHISTORIK.cpy".

FD RenteLogFil.
01 RENTELOG-REC.
   COPY "RENTELOG.cpy".

FD Kundeoplysninger.
01 RAW-KUNDE PIC X(302).
01 KUNDEOPL REDEFINES RAW-KUNDE.
   COPY "KUNDER.cpy".

FD RapportFil.
01 RAPPORT-REC.
   02 RAPPORT-TEXT PIC X(150).

FD UdFilCSV.
01 OUT-CSV-REC.
   02 OUT-CSV-TEXT PIC X(200).

WORKING-STORAGE SECTION.
01 EOF-KONTO     PIC X VALUE "N".
01 EOF-HISTORIK  PIC X VALUE "N".
01 EOF-LOG       PIC X VALUE "N".
01 EOF-KUNDE     PIC X VALUE "N".

01 WS-MAANED-STATUS   PIC XX VALUE SPACES.
01 WS-KONTO-STATUS    PIC XX VALUE SPACES.
01 WS-HISTORIK-STATUS PIC XX VALUE SPACES.
01 WS-LOG-STATUS      PIC XX VALUE SPACES.
01 WS-KUNDE-STATUS    PIC XX VALUE SPACES.

01 WS-DAGS-DATO  PIC X(8) VALUE SPACES.
01 WS-MAANED     PIC X(6) VALUE SPACES.
01 WS-AAR-NUM    PIC 9(4) VALUE 0.
01 WS-MD-NUM     PIC 9(2) VALUE 0.

*> Pr. konto: ejer og type fra kontostamdata, månedens gebyrer og
*> renter samt grundlaget for gennemsnitssaldoen. Dagens slutsaldo og
*> gebyr huskes separat og lægges først til, når en ny dato ses (den
*> sidste linje pr. (konto, dato) gælder)
01 MAX-KONTI   PIC 9(5) VALUE 50000.
01 ANTAL-KONTI PIC 9(5) VALUE 0.
01 IDX-KONTO   PIC 9(5).
01 KONTO-TABEL.
   02 KONTO-POST OCCURS 50000 TIMES.
      03 T-KO-KONTO-ID     PIC X(14).
      03 T-KO-KUNDE-ID     PIC X(10).
      03 T-KO-TYPE         PIC X(10).
      03 T-KO-ANTAL-DAGE   PIC 9(5).
      03 T-KO-SALDO-SUM    PIC S9(15)V99.
      03 T-KO-SIDSTE-DATO  PIC X(8).
      03 T-KO-SIDSTE-SALDO PIC S9(13)V99.
      03 T-KO-SIDSTE-GEBYR PIC S9(13)V99.
      03 T-KO-GEBYR        PIC S9(13)V99.
      03 T-KO-DEBET-RENTE  PIC S9(11)V99.
      03 T-KO-KREDIT-RENTE PIC S9(11)V99.

01 WS-KONTO-MATCH  PIC 9(5) VALUE 0.
01 WS-KONTO-SOEG   PIC X(14) VALUE SPACES.

*> Opsummering pr. kunde og pr. kontotype - samme opbygning, så
*> rangering og udskrift kan deles. NOEGLE er KUNDE-ID hhv.
*> KONTO-TYPE, NAVN kundens navn (blank for kontotyper)
01 MAX-KUNDER   PIC 9(5) VALUE 20000.
01 ANTAL-KUNDER PIC 9(5) VALUE 0.
01 KUNDE-SUM-TABEL.
   02 KUNDE-SUM-POST OCCURS 20000 TIMES.
      03 T-KS-NOEGLE       PIC X(10).
      03 T-KS-NAVN         PIC X(41).
      03 T-KS-ANTAL-KONTI  PIC 9(5).
      03 T-KS-SNIT-SALDO   PIC S9(15)V99.
      03 T-KS-GEBYR        PIC S9(15)V99.
      03 T-KS-DEBET-RENTE  PIC S9(13)V99.
      03 T-KS-KREDIT-RENTE PIC S9(13)V99.
      03 T-KS-NETTO        PIC S9(15)V99.

01 MAX-TYPER    PIC 9(3) VALUE 100.
01 ANTAL-TYPER  PIC 9(3) VALUE 0.
01 TYPE-SUM-TABEL.
   02 TYPE-SUM-POST OCCURS 100 TIMES.
      03 T-TS-NOEGLE       PIC X(10).
      03 T-TS-NAVN         PIC X(41).
      03 T-TS-ANTAL-KONTI  PIC 9(5).
      03 T-TS-SNIT-SALDO   PIC S9(15)V99.
      03 T-TS-GEBYR        PIC S9(15)V99.
      03 T-TS-DEBET-RENTE  PIC S9(13)V99.
      03 T-TS-KREDIT-RENTE PIC S9(13)V99.
      03 T-TS-NETTO        PIC S9(15)V99.

01 SWAP-SUM-POST.
   02 SW-NOEGLE       PIC X(10).
   02 SW-NAVN         PIC X(41).
   02 SW-ANTAL-KONTI  PIC 9(5).
   02 SW-SNIT-SALDO   PIC S9(15)V99.
   02 SW-GEBYR        PIC S9(15)V99.
   02 SW-DEBET-RENTE  PIC S9(13)V99.
   02 SW-KREDIT-RENTE PIC S9(13)V99.
   02 SW-NETTO        PIC S9(15)V99.

01 IDX-SUM     PIC 9(5).
01 IDX-MAX     PIC 9(5).
01 LOOP-SUM    PIC 9(5).
01 LOOP-SUM-J  PIC 9(5).
01 WS-SUM-IDX  PIC 9(5) VALUE 0.
01 WS-TYPE-IDX PIC 9(3) VALUE 0.

01 WS-KONTO-SNIT   PIC S9(13)V99 VALUE 0.
01 WS-KONTO-NETTO  PIC S9(15)V99 VALUE 0.

*> Totaler over hele bogen
01 WS-TOT-KONTI        PIC 9(7) VALUE 0.
01 WS-TOT-SNIT-SALDO   PIC S9(15)V99 VALUE 0.
01 WS-TOT-GEBYR        PIC S9(15)V99 VALUE 0.
01 WS-TOT-DEBET-RENTE  PIC S9(13)V99 VALUE 0.
01 WS-TOT-KREDIT-RENTE PIC S9(13)V99 VALUE 0.
01 WS-TOT-NETTO        PIC S9(15)V99 VALUE 0.

*> Udskriftslinjens felter - fyldes fra kunde- eller typetabellen
01 WS-SEKTION      PIC X(10) VALUE SPACES.
01 WS-U-NOEGLE     PIC X(10) VALUE SPACES.
01 WS-U-NAVN       PIC X(41) VALUE SPACES.
01 WS-U-ANTAL      PIC 9(5) VALUE 0.
01 WS-U-SNIT       PIC S9(15)V99 VALUE 0.
01 WS-U-GEBYR      PIC S9(15)V99 VALUE 0.
01 WS-U-DEBET      PIC S9(13)V99 VALUE 0.
01 WS-U-KREDIT     PIC S9(13)V99 VALUE 0.
01 WS-U-NETTO      PIC S9(15)V99 VALUE 0.

01 RANG-EDIT       PIC Z(4)9 BLANK WHEN ZERO.
01 ANTAL-EDIT      PIC Z(4)9.
01 SNIT-EDIT       PIC -,---,---,--9.99.
01 GEBYR-EDIT      PIC -,---,---,--9.99.
01 DEBET-EDIT      PIC -,---,---,--9.99.
01 KREDIT-EDIT     PIC -,---,---,--9.99.
01 NETTO-EDIT      PIC -,---,---,--9.99.

01 CSV-NUM-EDIT    PIC -(17)9.99.
01 CSV-CNT-EDIT    PIC -(9)9.
01 WS-CSV-RANG     PIC X(10).
01 WS-CSV-ANTAL    PIC X(10).
01 WS-CSV-VAL1     PIC X(20).
01 WS-CSV-VAL2     PIC X(20).
01 WS-CSV-VAL3     PIC X(20).
01 WS-CSV-VAL4     PIC X(20).
01 WS-CSV-VAL5     PIC X(20).
01 WS-CSV-NAVN     PIC X(41).

PROCEDURE DIVISION.
    MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DAGS-DATO
    PERFORM BESTEM-MAANED
    PERFORM LAES-KONTI
    PERFORM LAES-SALDOHISTORIK
    PERFORM AFSLUT-ALLE-DAGE
    PERFORM LAES-RENTELOG

    PERFORM SUMMER-KONTI
    PERFORM LAES-KUNDENAVNE
    PERFORM RANGER-KUNDER
    PERFORM RANGER-TYPER

    OPEN OUTPUT RapportFil
    OPEN OUTPUT UdFilCSV
    PERFORM SKRIV-RAPPORT
    CLOSE UdFilCSV
    CLOSE RapportFil

    DISPLAY "KUNDE-RENTABILITET gennemført - " ANTAL-KUNDER
            " kunde(r) og " ANTAL-TYPER " kontotype(r) opgjort for "
            WS-MAANED
    STOP RUN.

*>-----------------------------------------------------------------
*>  BESTEM-MAANED – måneden fra et evt. RentabilitetMaaned.txt,
*>  ellers den foregående kalendermåned
*>-----------------------------------------------------------------
BESTEM-MAANED.
    MOVE WS-DAGS-DATO(1:4) TO WS-AAR-NUM
    MOVE WS-DAGS-DATO(5:2) TO WS-MD-NUM
    IF WS-MD-NUM = 1
        SUBTRACT 1 FROM WS-AAR-NUM
        MOVE 12 TO WS-MD-NUM
    ELSE
        SUBTRACT 1 FROM WS-MD-NUM
    END-IF

    OPEN INPUT MaanedFil
    IF WS-MAANED-STATUS = "00"
        READ MaanedFil
            AT END
                CONTINUE
            NOT AT END
                IF MAANED-INP IS NUMERIC
                        AND MAANED-INP(5:2) >= "01"
                        AND MAANED-INP(5:2) <= "12"
                    MOVE MAANED-INP(1:4) TO WS-AAR-NUM
                    MOVE MAANED-INP(5:2) TO WS-MD-NUM
                    DISPLAY "RentabilitetMaaned.txt fundet - opgoer "
                            MAANED-INP
                END-IF
        END-READ
        CLOSE MaanedFil
    END-IF

    MOVE WS-AAR-NUM TO WS-MAANED(1:4)
    MOVE WS-MD-NUM  TO WS-MAANED(5:2)
    .

*>-----------------------------------------------------------------
*>  LAES-KONTI – konto -> ejer og kontotype fra KontoOpl.txt
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
                    END-IF
            END-READ
        END-PERFORM
        CLOSE Kontofil
    END-IF
    .

NULSTIL-KONTO.
    MOVE SPACES   TO T-KO-KONTO-ID(WS-KONTO-MATCH)
    MOVE SPACES   TO T-KO-KUNDE-ID(WS-KONTO-MATCH)
    MOVE "UKENDT" TO T-KO-TYPE(WS-KONTO-MATCH)
    MOVE 0        TO T-KO-ANTAL-DAGE(WS-KONTO-MATCH)
    MOVE 0        TO T-KO-SALDO-SUM(WS-KONTO-MATCH)
    MOVE SPACES   TO T-KO-SIDSTE-DATO(WS-KONTO-MATCH)
    MOVE 0        TO T-KO-SIDSTE-SALDO(WS-KONTO-MATCH)
    MOVE 0        TO T-KO-SIDSTE-GEBYR(WS-KONTO-MATCH)
    MOVE 0        TO T-KO-GEBYR(WS-KONTO-MATCH)
    MOVE 0        TO T-KO-DEBET-RENTE(WS-KONTO-MATCH)
    MOVE 0        TO T-KO-KREDIT-RENTE(WS-KONTO-MATCH)
    .

*>-----------------------------------------------------------------
*>  FIND-ELLER-OPRET-KONTO – slå WS-KONTO-SOEG op i KONTO-TABEL. En
*>  konto, der ikke (længere) står i kontostamdata, oprettes som
*>  kontotype UKENDT. WS-KONTO-MATCH = 0, hvis tabellen er fuld
*>-----------------------------------------------------------------
FIND-ELLER-OPRET-KONTO.
    MOVE 0 TO WS-KONTO-MATCH
    MOVE 1 TO IDX-KONTO
    PERFORM UNTIL IDX-KONTO > ANTAL-KONTI
        IF T-KO-KONTO-ID(IDX-KONTO) = WS-KONTO-SOEG
            MOVE IDX-KONTO TO WS-KONTO-MATCH
            EXIT PERFORM
        END-IF
        ADD 1 TO IDX-KONTO
    END-PERFORM

    IF WS-KONTO-MATCH = 0 AND ANTAL-KONTI < MAX-KONTI
        ADD 1 TO ANTAL-KONTI
        MOVE ANTAL-KONTI TO WS-KONTO-MATCH
        PERFORM NULSTIL-KONTO
        MOVE WS-KONTO-SOEG TO T-KO-KONTO-ID(WS-KONTO-MATCH)
    END-IF
    .

*>-----------------------------------------------------------------
*>  LAES-SALDOHISTORIK – månedens historiklinjer. Samme dato som
*>  sidst overskriver blot dagens slutsaldo og gebyr (den sidste
*>  linje pr. dag gælder); en ny dato lukker den foregående dag ind.
*>  SH-GEBYR er bogført med fortegn (negativ) og er blank på linjer
*>  fra før feltet fandtes
*>-----------------------------------------------------------------
LAES-SALDOHISTORIK.
    OPEN INPUT SaldoHistorikFil
    IF WS-HISTORIK-STATUS = "00"
        PERFORM UNTIL EOF-HISTORIK = "Y"
            READ SaldoHistorikFil
                AT END
                    MOVE "Y" TO EOF-HISTORIK
                NOT AT END
                    IF SH-DATO(1:6) = WS-MAANED
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

    IF T-KO-SIDSTE-DATO(WS-KONTO-MATCH) NOT = SPACES
            AND SH-DATO NOT = T-KO-SIDSTE-DATO(WS-KONTO-MATCH)
        PERFORM TAEL-DAG-MED
    END-IF

    MOVE SH-DATO       TO T-KO-SIDSTE-DATO(WS-KONTO-MATCH)
    MOVE SH-SLUT-SALDO TO T-KO-SIDSTE-SALDO(WS-KONTO-MATCH)
    IF SH-GEBYR IS NUMERIC
        MOVE SH-GEBYR TO T-KO-SIDSTE-GEBYR(WS-KONTO-MATCH)
    ELSE
        MOVE 0        TO T-KO-SIDSTE-GEBYR(WS-KONTO-MATCH)
    END-IF
    .

*>-----------------------------------------------------------------
*>  TAEL-DAG-MED – læg den afsluttede dags slutsaldo til kontoens
*>  saldosum og dagens gebyr (vendt til en positiv indtægt) til
*>  kontoens gebyrer
*>-----------------------------------------------------------------
TAEL-DAG-MED.
    ADD 1 TO T-KO-ANTAL-DAGE(WS-KONTO-MATCH)
    ADD T-KO-SIDSTE-SALDO(WS-KONTO-MATCH)
        TO T-KO-SALDO-SUM(WS-KONTO-MATCH)
    SUBTRACT T-KO-SIDSTE-GEBYR(WS-KONTO-MATCH)
        FROM T-KO-GEBYR(WS-KONTO-MATCH)
    .

AFSLUT-ALLE-DAGE.
    MOVE 1 TO IDX-KONTO
    PERFORM UNTIL IDX-KONTO > ANTAL-KONTI
        IF T-KO-SIDSTE-DATO(IDX-KONTO) NOT = SPACES
            MOVE IDX-KONTO TO WS-KONTO-MATCH
            PERFORM TAEL-DAG-MED
            MOVE SPACES TO T-KO-SIDSTE-DATO(IDX-KONTO)
        END-IF
        ADD 1 TO IDX-KONTO
    END-PERFORM
    .

*>-----------------------------------------------------------------
*>  LAES-RENTELOG – månedens renter pr. konto: overtræksrente ("D")
*>  er bankens indtægt, kreditrente ("K"/blank) bankens udgift, og
*>  reguleringer ("R"/"N") forhøjer/nedsætter kreditrenten som i
*>  SKAT-RENTE. En ukendt kontos ejer tages fra RL-KUNDE-ID
*>-----------------------------------------------------------------
LAES-RENTELOG.
    OPEN INPUT RenteLogFil
    IF WS-LOG-STATUS = "00"
        PERFORM UNTIL EOF-LOG = "Y"
            READ RenteLogFil
                AT END
                    MOVE "Y" TO EOF-LOG
                NOT AT END
                    IF RL-DATO(1:6) = WS-MAANED
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
        WHEN OTHER
            ADD RL-RENTE TO T-KO-KREDIT-RENTE(WS-KONTO-MATCH)
    END-EVALUATE
    .

*>-----------------------------------------------------------------
*>  SUMMER-KONTI – læg hver konto til sin kunde og sin kontotype.
*>  Konti uden historiklinjer og uden renter i måneden er ikke
*>  aktive og holdes ude
*>-----------------------------------------------------------------
SUMMER-KONTI.
    MOVE 1 TO IDX-KONTO
    PERFORM UNTIL IDX-KONTO > ANTAL-KONTI
        IF T-KO-ANTAL-DAGE(IDX-KONTO) > 0
                OR T-KO-DEBET-RENTE(IDX-KONTO) NOT = 0
                OR T-KO-KREDIT-RENTE(IDX-KONTO) NOT = 0
            PERFORM SUMMER-EN-KONTO
        END-IF
        ADD 1 TO IDX-KONTO
    END-PERFORM
    .

SUMMER-EN-KONTO.
    IF T-KO-ANTAL-DAGE(IDX-KONTO) > 0
        COMPUTE WS-KONTO-SNIT ROUNDED
            = T-KO-SALDO-SUM(IDX-KONTO) / T-KO-ANTAL-DAGE(IDX-KONTO)
    ELSE
        MOVE 0 TO WS-KONTO-SNIT
    END-IF
    COMPUTE WS-KONTO-NETTO
        = T-KO-GEBYR(IDX-KONTO) + T-KO-DEBET-RENTE(IDX-KONTO)
        - T-KO-KREDIT-RENTE(IDX-KONTO)

    *> Kunden
    MOVE 0 TO WS-SUM-IDX
    MOVE 1 TO IDX-SUM
    PERFORM UNTIL IDX-SUM > ANTAL-KUNDER
        IF T-KS-NOEGLE(IDX-SUM) = T-KO-KUNDE-ID(IDX-KONTO)
            MOVE IDX-SUM TO WS-SUM-IDX
            EXIT PERFORM
        END-IF
        ADD 1 TO IDX-SUM
    END-PERFORM
    IF WS-SUM-IDX = 0 AND ANTAL-KUNDER < MAX-KUNDER
        ADD 1 TO ANTAL-KUNDER
        MOVE ANTAL-KUNDER TO WS-SUM-IDX
        MOVE T-KO-KUNDE-ID(IDX-KONTO) TO T-KS-NOEGLE(WS-SUM-IDX)
        IF T-KO-KUNDE-ID(IDX-KONTO) = SPACES
            MOVE "(ukendt kunde)" TO T-KS-NAVN(WS-SUM-IDX)
        ELSE
            MOVE SPACES TO T-KS-NAVN(WS-SUM-IDX)
        END-IF
        MOVE 0 TO T-KS-ANTAL-KONTI(WS-SUM-IDX)
        MOVE 0 TO T-KS-SNIT-SALDO(WS-SUM-IDX)
        MOVE 0 TO T-KS-GEBYR(WS-SUM-IDX)
        MOVE 0 TO T-KS-DEBET-RENTE(WS-SUM-IDX)
        MOVE 0 TO T-KS-KREDIT-RENTE(WS-SUM-IDX)
        MOVE 0 TO T-KS-NETTO(WS-SUM-IDX)
    END-IF
    IF WS-SUM-IDX > 0
        ADD 1                           TO T-KS-ANTAL-KONTI(WS-SUM-IDX)
        ADD WS-KONTO-SNIT               TO T-KS-SNIT-SALDO(WS-SUM-IDX)
        ADD T-KO-GEBYR(IDX-KONTO)       TO T-KS-GEBYR(WS-SUM-IDX)
        ADD T-KO-DEBET-RENTE(IDX-KONTO) TO T-KS-DEBET-RENTE(WS-SUM-IDX)
        ADD T-KO-KREDIT-RENTE(IDX-KONTO)
            TO T-KS-KREDIT-RENTE(WS-SUM-IDX)
        ADD WS-KONTO-NETTO              TO T-KS-NETTO(WS-SUM-IDX)
    END-IF

    *> Kontotypen
    MOVE 0 TO WS-TYPE-IDX
    MOVE 1 TO IDX-SUM
    PERFORM UNTIL IDX-SUM > ANTAL-TYPER
        IF T-TS-NOEGLE(IDX-SUM) = T-KO-TYPE(IDX-KONTO)
            MOVE IDX-SUM TO WS-TYPE-IDX
            EXIT PERFORM
        END-IF
        ADD 1 TO IDX-SUM
    END-PERFORM
    IF WS-TYPE-IDX = 0 AND ANTAL-TYPER < MAX-TYPER
        ADD 1 TO ANTAL-TYPER
        MOVE ANTAL-TYPER TO WS-TYPE-IDX
        MOVE T-KO-TYPE(IDX-KONTO) TO T-TS-NOEGLE(WS-TYPE-IDX)
        MOVE SPACES TO T-TS-NAVN(WS-TYPE-IDX)
        MOVE 0 TO T-TS-ANTAL-KONTI(WS-TYPE-IDX)
        MOVE 0 TO T-TS-SNIT-SALDO(WS-TYPE-IDX)
        MOVE 0 TO T-TS-GEBYR(WS-TYPE-IDX)
        MOVE 0 TO T-TS-DEBET-RENTE(WS-TYPE-IDX)
        MOVE 0 TO T-TS-KREDIT-RENTE(WS-TYPE-IDX)
        MOVE 0 TO T-TS-NETTO(WS-TYPE-IDX)
    END-IF
    IF WS-TYPE-IDX > 0
        ADD 1                           TO T-TS-ANTAL-KONTI(WS-TYPE-IDX)
        ADD WS-KONTO-SNIT               TO T-TS-SNIT-SALDO(WS-TYPE-IDX)
        ADD T-KO-GEBYR(IDX-KONTO)       TO T-TS-GEBYR(WS-TYPE-IDX)
        ADD T-KO-DEBET-RENTE(IDX-KONTO) TO T-TS-DEBET-RENTE(WS-TYPE-IDX)
        ADD T-KO-KREDIT-RENTE(IDX-KONTO)
            TO T-TS-KREDIT-RENTE(WS-TYPE-IDX)
        ADD WS-KONTO-NETTO              TO T-TS-NETTO(WS-TYPE-IDX)
    END-IF

    ADD 1                           TO WS-TOT-KONTI
    ADD WS-KONTO-SNIT               TO WS-TOT-SNIT-SALDO
    ADD T-KO-GEBYR(IDX-KONTO)       TO WS-TOT-GEBYR
    ADD T-KO-DEBET-RENTE(IDX-KONTO) TO WS-TOT-DEBET-RENTE
    ADD T-KO-KREDIT-RENTE(IDX-KONTO) TO WS-TOT-KREDIT-RENTE
    ADD WS-KONTO-NETTO              TO WS-TOT-NETTO
    .

*>-----------------------------------------------------------------
*>  LAES-KUNDENAVNE – kundens navn fra kundestamdata
*>-----------------------------------------------------------------
LAES-KUNDENAVNE.
    OPEN INPUT Kundeoplysninger
    IF WS-KUNDE-STATUS = "00"
        PERFORM UNTIL EOF-KUNDE = "Y"
            READ Kundeoplysninger
                AT END
                    MOVE "Y" TO EOF-KUNDE
                NOT AT END
                    MOVE 1 TO IDX-SUM
                    PERFORM UNTIL IDX-SUM > ANTAL-KUNDER
                        IF T-KS-NOEGLE(IDX-SUM) = KUNDEID OF KUNDEOPL
                            MOVE NAVN OF KUNDEOPL TO T-KS-NAVN(IDX-SUM)
                            EXIT PERFORM
                        END-IF
                        ADD 1 TO IDX-SUM
                    END-PERFORM
            END-READ
        END-PERFORM
        CLOSE Kundeoplysninger
    END-IF
    .

*>-----------------------------------------------------------------
*>  RANGER-KUNDER / RANGER-TYPER – udvælgelsessortering efter
*>  nettobidrag, størst først
*>-----------------------------------------------------------------
RANGER-KUNDER.
    MOVE 1 TO LOOP-SUM
    PERFORM UNTIL LOOP-SUM >= ANTAL-KUNDER
        MOVE LOOP-SUM TO IDX-MAX
        MOVE LOOP-SUM TO LOOP-SUM-J
        ADD 1 TO LOOP-SUM-J
        PERFORM UNTIL LOOP-SUM-J > ANTAL-KUNDER
            IF T-KS-NETTO(LOOP-SUM-J) > T-KS-NETTO(IDX-MAX)
                MOVE LOOP-SUM-J TO IDX-MAX
            END-IF
            ADD 1 TO LOOP-SUM-J
        END-PERFORM

        IF IDX-MAX NOT = LOOP-SUM
            MOVE KUNDE-SUM-POST(LOOP-SUM) TO SWAP-SUM-POST
            MOVE KUNDE-SUM-POST(IDX-MAX)  TO KUNDE-SUM-POST(LOOP-SUM)
            MOVE SWAP-SUM-POST            TO KUNDE-SUM-POST(IDX-MAX)
        END-IF

        ADD 1 TO LOOP-SUM
    END-PERFORM
    .

RANGER-TYPER.
    MOVE 1 TO LOOP-SUM
    PERFORM UNTIL LOOP-SUM >= ANTAL-TYPER
        MOVE LOOP-SUM TO IDX-MAX
        MOVE LOOP-SUM TO LOOP-SUM-J
        ADD 1 TO LOOP-SUM-J
        PERFORM UNTIL LOOP-SUM-J > ANTAL-TYPER
            IF T-TS-NETTO(LOOP-SUM-J) > T-TS-NETTO(IDX-MAX)
                MOVE LOOP-SUM-J TO IDX-MAX
            END-IF
            ADD 1 TO LOOP-SUM-J
        END-PERFORM

        IF IDX-MAX NOT = LOOP-SUM
            MOVE TYPE-SUM-POST(LOOP-SUM) TO SWAP-SUM-POST
            MOVE TYPE-SUM-POST(IDX-MAX)  TO TYPE-SUM-POST(LOOP-SUM)
            MOVE SWAP-SUM-POST           TO TYPE-SUM-POST(IDX-MAX)
        END-IF

        ADD 1 TO LOOP-SUM
    END-PERFORM
    .

*>-----------------------------------------------------------------
*>  SKRIV-RAPPORT – rangeret pr. kunde, rangeret pr. kontotype og
*>  bankens total; samme rækker i CSV-udgaven
*>-----------------------------------------------------------------
SKRIV-RAPPORT.
    MOVE SPACES TO RAPPORT-TEXT
    STRING
        "Kunderentabilitet for "       DELIMITED BY SIZE
        WS-MAANED                      DELIMITED BY SIZE
        " - nettobidrag = gebyrer + overtraeksrente - kreditrente (DKK)"
                                       DELIMITED BY SIZE
    INTO RAPPORT-TEXT
    END-STRING
    WRITE RAPPORT-REC

    MOVE "Sektion,Rang,Noegle,Navn,AntalKonti,GnsSaldo_DKK,Gebyrer_DKK,Overtraeksrente_DKK,Kreditrente_DKK,Nettobidrag_DKK"
        TO OUT-CSV-TEXT
    WRITE OUT-CSV-REC

    *> Pr. kunde
    MOVE SPACES TO RAPPORT-TEXT
    WRITE RAPPORT-REC
    MOVE "Pr. kunde, rangeret efter nettobidrag" TO RAPPORT-TEXT
    WRITE RAPPORT-REC
    MOVE "Rang  Kunde-ID   Navn                       Konti    Gns. saldo         Gebyrer    Overtr.rente     Kreditrente     Nettobidrag"
        TO RAPPORT-TEXT
    WRITE RAPPORT-REC

    MOVE "Kunde" TO WS-SEKTION
    MOVE 1 TO IDX-SUM
    PERFORM UNTIL IDX-SUM > ANTAL-KUNDER
        MOVE T-KS-NOEGLE(IDX-SUM)       TO WS-U-NOEGLE
        MOVE T-KS-NAVN(IDX-SUM)         TO WS-U-NAVN
        MOVE T-KS-ANTAL-KONTI(IDX-SUM)  TO WS-U-ANTAL
        MOVE T-KS-SNIT-SALDO(IDX-SUM)   TO WS-U-SNIT
        MOVE T-KS-GEBYR(IDX-SUM)        TO WS-U-GEBYR
        MOVE T-KS-DEBET-RENTE(IDX-SUM)  TO WS-U-DEBET
        MOVE T-KS-KREDIT-RENTE(IDX-SUM) TO WS-U-KREDIT
        MOVE T-KS-NETTO(IDX-SUM)        TO WS-U-NETTO
        PERFORM SKRIV-LINJE
        ADD 1 TO IDX-SUM
    END-PERFORM

    *> Pr. kontotype
    MOVE SPACES TO RAPPORT-TEXT
    WRITE RAPPORT-REC
    MOVE "Pr. kontotype, rangeret efter nettobidrag" TO RAPPORT-TEXT
    WRITE RAPPORT-REC
    MOVE "Rang  Kontotype                             Konti    Gns. saldo         Gebyrer    Overtr.rente     Kreditrente     Nettobidrag"
        TO RAPPORT-TEXT
    WRITE RAPPORT-REC

    MOVE "Kontotype" TO WS-SEKTION
    MOVE 1 TO IDX-SUM
    PERFORM UNTIL IDX-SUM > ANTAL-TYPER
        MOVE T-TS-NOEGLE(IDX-SUM)       TO WS-U-NOEGLE
        MOVE T-TS-NAVN(IDX-SUM)         TO WS-U-NAVN
        MOVE T-TS-ANTAL-KONTI(IDX-SUM)  TO WS-U-ANTAL
        MOVE T-TS-SNIT-SALDO(IDX-SUM)   TO WS-U-SNIT
        MOVE T-TS-GEBYR(IDX-SUM)        TO WS-U-GEBYR
        MOVE T-TS-DEBET-RENTE(IDX-SUM)  TO WS-U-DEBET
        MOVE T-TS-KREDIT-RENTE(IDX-SUM) TO WS-U-KREDIT
        MOVE T-TS-NETTO(IDX-SUM)        TO WS-U-NETTO
        PERFORM SKRIV-LINJE
        ADD 1 TO IDX-SUM
    END-PERFORM

    *> Bankens total
    MOVE SPACES TO RAPPORT-TEXT
    WRITE RAPPORT-REC
    MOVE "Total" TO WS-SEKTION
    MOVE 0                   TO IDX-SUM
    MOVE SPACES              TO WS-U-NOEGLE
    MOVE "I alt"             TO WS-U-NAVN
    MOVE WS-TOT-KONTI        TO WS-U-ANTAL
    MOVE WS-TOT-SNIT-SALDO   TO WS-U-SNIT
    MOVE WS-TOT-GEBYR        TO WS-U-GEBYR
    MOVE WS-TOT-DEBET-RENTE  TO WS-U-DEBET
    MOVE WS-TOT-KREDIT-RENTE TO WS-U-KREDIT
    MOVE WS-TOT-NETTO        TO WS-U-NETTO
    PERFORM SKRIV-LINJE
    .

*>-----------------------------------------------------------------
*>  SKRIV-LINJE – én rangeret række (rang = IDX-SUM, 0 for totalen)
*>  i rapporten og i CSV-filen. Komma i navnet erstattes af blank,
*>  så CSV-kolonnerne holder
*>-----------------------------------------------------------------
SKRIV-LINJE.
    MOVE IDX-SUM     TO RANG-EDIT
    MOVE WS-U-ANTAL  TO ANTAL-EDIT
    MOVE WS-U-SNIT   TO SNIT-EDIT
    MOVE WS-U-GEBYR  TO GEBYR-EDIT
    MOVE WS-U-DEBET  TO DEBET-EDIT
    MOVE WS-U-KREDIT TO KREDIT-EDIT
    MOVE WS-U-NETTO  TO NETTO-EDIT

    MOVE SPACES TO RAPPORT-TEXT
    STRING
        RANG-EDIT          DELIMITED BY SIZE
        " "                DELIMITED BY SIZE
        WS-U-NOEGLE        DELIMITED BY SIZE
        " "                DELIMITED BY SIZE
        WS-U-NAVN(1:25)    DELIMITED BY SIZE
        " "                DELIMITED BY SIZE
        ANTAL-EDIT         DELIMITED BY SIZE
        " "                DELIMITED BY SIZE
        SNIT-EDIT          DELIMITED BY SIZE
        " "                DELIMITED BY SIZE
        GEBYR-EDIT         DELIMITED BY SIZE
        " "                DELIMITED BY SIZE
        DEBET-EDIT         DELIMITED BY SIZE
        " "                DELIMITED BY SIZE
        KREDIT-EDIT        DELIMITED BY SIZE
        " "                DELIMITED BY SIZE
        NETTO-EDIT         DELIMITED BY SIZE
    INTO RAPPORT-TEXT
    END-STRING
    WRITE RAPPORT-REC

    MOVE IDX-SUM TO CSV-CNT-EDIT
    MOVE FUNCTION TRIM(CSV-CNT-EDIT) TO WS-CSV-RANG
    IF IDX-SUM = 0
        MOVE SPACES TO WS-CSV-RANG
    END-IF
    MOVE WS-U-ANTAL TO CSV-CNT-EDIT
    MOVE FUNCTION TRIM(CSV-CNT-EDIT) TO WS-CSV-ANTAL
    MOVE WS-U-SNIT TO CSV-NUM-EDIT
    MOVE FUNCTION TRIM(CSV-NUM-EDIT) TO WS-CSV-VAL1
    MOVE WS-U-GEBYR TO CSV-NUM-EDIT
    MOVE FUNCTION TRIM(CSV-NUM-EDIT) TO WS-CSV-VAL2
    MOVE WS-U-DEBET TO CSV-NUM-EDIT
    MOVE FUNCTION TRIM(CSV-NUM-EDIT) TO WS-CSV-VAL3
    MOVE WS-U-KREDIT TO CSV-NUM-EDIT
    MOVE FUNCTION TRIM(CSV-NUM-EDIT) TO WS-CSV-VAL4
    MOVE WS-U-NETTO TO CSV-NUM-EDIT
    MOVE FUNCTION TRIM(CSV-NUM-EDIT) TO WS-CSV-VAL5
    MOVE WS-U-NAVN TO WS-CSV-NAVN
    INSPECT WS-CSV-NAVN REPLACING ALL "," BY " "

    MOVE SPACES TO OUT-CSV-TEXT
    STRING
        WS-SEKTION                     DELIMITED BY SPACE
        ","                            DELIMITED BY SIZE
        WS-CSV-RANG                    DELIMITED BY SPACE
        ","                            DELIMITED BY SIZE
        FUNCTION TRIM(WS-U-NOEGLE)     DELIMITED BY SIZE
        ","                            DELIMITED BY SIZE
        FUNCTION TRIM(WS-CSV-NAVN)     DELIMITED BY SIZE
        ","                            DELIMITED BY SIZE
        WS-CSV-ANTAL                   DELIMITED BY SPACE
        ","                            DELIMITED BY SIZE
        WS-CSV-VAL1                    DELIMITED BY SPACE
        ","                            DELIMITED BY SIZE
        WS-CSV-VAL2                    DELIMITED BY SPACE
        ","                            DELIMITED BY SIZE
        WS-CSV-VAL3                    DELIMITED BY SPACE
        ","                            DELIMITED BY SIZE
        WS-CSV-VAL4                    DELIMITED BY SPACE
        ","                            DELIMITED BY SIZE
        WS-CSV-VAL5                    DELIMITED BY SPACE
    INTO OUT-CSV-TEXT
    END-STRING
    WRITE OUT-CSV-REC
    .
END PROGRAM KUNDE-RENTABILITET.
