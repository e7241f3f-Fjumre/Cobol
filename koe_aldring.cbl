>>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. KOE-ALDRING.

*>-----------------------------------------------------------------
*>  KOE-ALDRING – daglig aldring af de to parkeringskøer, så penge
*>  ikke bliver stående i måneder, uden at nogen opdager det:
*>
*>    Ventende.txt      tilbageholdte poster (spærrede konti, dødsboer,
*>                      hævegrænser) og fremtidsdaterede poster
*>    TransRecycle.txt  linjer OPGAVE10 har afvist med en årsagskode
*>
*>  Alderen er dagens dato minus transaktionens egen dato
*>  (TIDSPUNKT). KoeAldringRapport.txt viser antal og beløb i DKK pr.
*>  kø, afsendende kilde og aldersinterval. Kilden er Nets, når
*>  referencen og kontoen genfindes i NetsClearingBehandlet.txt;
*>  ellers afgøres den af referencens præfiks (SO stående ordre,
*>  LA/LR lån, IB/UB indland/udland ud, KA kontointag, ST storno,
*>  AF afskrivning), og resten er filial-/øvrige poster.
*>
*>  Grænserne står i KoeAldringGraenser.txt (eskaleringsdage i pos.
*>  1-5, returdage i pos. 7-11, genereres af PARAMETER-TJEK fra
*>  nøglen KOEALDER) - uden filen gælder 30 og 90 dage:
*>    - en post over eskaleringsgrænsen varsles i FejlLog.txt hver
*>      nat, til den er væk fra køen
*>    - en post over returgrænsen fjernes fra køen og returneres:
*>      Nets-poster med den oprindelige clearinglinje i NetsRetur.txt
*>      (samme format som NetsAfvist.txt), de øvrige til den manuelle
*>      tilbageskrivningsliste KoeTilbageskrivning.txt (KOETILBAGE.cpy).
*>      Begge filer akkumulerer, til de er sendt/behandlet
*>
*>  Fremtidsdaterede poster er ikke forfaldne og ældes ikke. En post
*>  på en konto i KontoSpaerring.txt eller en debitering registreret
*>  i GraenseHoldt.txt returneres aldrig automatisk - pengene er ikke
*>  herreløse, men holdt tilbage efter en afgørelse - de varsles i
*>  stedet. En post med ulæselig dato varsles, men returneres ikke.
*>  Køaldringen ligger i natcyklussen efter OPGAVE10, som skriver
*>  køerne
*>-----------------------------------------------------------------

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT VentendeFil
        ASSIGN TO "Ventende.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-VENTENDE-STATUS.

    SELECT VentendeNyFil
        ASSIGN TO "Ventende.new"
        ORGANIZATION IS LINE SEQUENTIAL.

    SELECT RecycleFil
        ASSIGN TO "TransRecycle.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RECYCLE-STATUS.

    SELECT RecycleNyFil
        ASSIGN TO "TransRecycle.new"
        ORGANIZATION IS LINE SEQUENTIAL.

    *> Valgfri styrefil med eskalerings- og returgrænsen i dage
    SELECT GraenseFil
        ASSIGN TO "KoeAldringGraenser.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-GRAENSE-STATUS.

    *> De importerede clearingfiler - kilden til Nets-posternes
    *> originallinjer
    SELECT NetsArkivFil
        ASSIGN TO "NetsClearingBehandlet.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-NETSARKIV-STATUS.

    SELECT Valutafil
        ASSIGN TO "Valutakurser.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-VALUTA-STATUS.

    SELECT KontoSpaerringFil
        ASSIGN TO "KontoSpaerring.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-SPAERRING-STATUS.

    SELECT GraenseHoldtFil
        ASSIGN TO "GraenseHoldt.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-GRAENSEHOLDT-STATUS.

    SELECT RapportFil
        ASSIGN TO "KoeAldringRapport.txt"
        ORGANIZATION IS LINE SEQUENTIAL.

    *> Returfilen til Nets og den manuelle liste - akkumulerer, derfor
    *> EXTEND
    SELECT NetsReturFil
        ASSIGN TO "NetsRetur.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-NETSRETUR-STATUS.

    SELECT TilbageFil
        ASSIGN TO "KoeTilbageskrivning.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-TILBAGE-STATUS.

    *> Den fælles, severity-kodede fejllog for hele batchsuiten
    SELECT FejlLogFil
        ASSIGN TO "FejlLog.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FEJLLOG-STATUS.

DATA DIVISION.
FILE SECTION.

FD VentendeFil.
01 RAW-VENTENDE PIC X(223).

FD VentendeNyFil.
01 RAW-VENTENDE-NY PIC X(223).

FD RecycleFil.
01 RAW-RECYCLE PIC X(223).

FD RecycleNyFil.
01 RAW-RECYCLE-NY PIC X(223).

FD GraenseFil.
01 GRAENSE-REC.
   02 GRAENSE-ESK    PIC X(5).
   02 FILLER         PIC X(1).
   02 GRAENSE-RETUR  PIC X(5).
   02 FILLER         PIC X(29).

FD NetsArkivFil.
01 RAW-CLEARING PIC X(99).
01 CLEARING-REC REDEFINES RAW-CLEARING.
   COPY "NETSCLEARING.cpy".

FD Valutafil.
01 RAW-VALUTA PIC X(38).
01 VALUTAKURS-REC REDEFINES RAW-VALUTA.
   COPY "VALUTAKURS.cpy".

FD KontoSpaerringFil.
01 RAW-SPAERRING PIC X(27).     *> 14+1+8+4 = 27
01 SPAERRING-REC REDEFINES RAW-SPAERRING.
   COPY "KONTOSPAERRING.cpy".

FD GraenseHoldtFil.
01 RAW-GRAENSE-HOLDT PIC X(58). *> 14+20+8+15+1 = 58
01 GRAENSE-HOLDT-REC REDEFINES RAW-GRAENSE-HOLDT.
   COPY "GRAENSEHOLD.cpy".

FD RapportFil.
01 RAPPORT-REC.
   02 RAPPORT-TEXT PIC X(150).

FD NetsReturFil.
01 RAW-NETS-RETUR PIC X(99).

FD TilbageFil.
01 TILBAGE-REC.
   COPY "KOETILBAGE.cpy".

FD FejlLogFil.
01 FEJLLOG-REC.
   COPY "FEJLLOG.cpy".

WORKING-STORAGE SECTION.
01 WS-VENTENDE-STATUS     PIC XX VALUE SPACES.
01 WS-RECYCLE-STATUS      PIC XX VALUE SPACES.
01 WS-GRAENSE-STATUS      PIC XX VALUE SPACES.
01 WS-NETSARKIV-STATUS    PIC XX VALUE SPACES.
01 WS-VALUTA-STATUS       PIC XX VALUE SPACES.
01 WS-SPAERRING-STATUS    PIC XX VALUE SPACES.
01 WS-GRAENSEHOLDT-STATUS PIC XX VALUE SPACES.
01 WS-NETSRETUR-STATUS    PIC XX VALUE SPACES.
01 WS-TILBAGE-STATUS      PIC XX VALUE SPACES.

01 EOF-VENTENDE     PIC X VALUE "N".
01 EOF-RECYCLE      PIC X VALUE "N".
01 EOF-NETSARKIV    PIC X VALUE "N".
01 EOF-VALUTA       PIC X VALUE "N".
01 EOF-SPAERRING    PIC X VALUE "N".
01 EOF-GRAENSEHOLDT PIC X VALUE "N".

01 WS-DAGS-DATO  PIC X(8) VALUE SPACES.
01 WS-DATO-9     PIC 9(8) VALUE 0.
01 WS-DAGS-INT   PIC 9(7) VALUE 0.
01 WS-DATO-TAL   PIC X(8) VALUE SPACES.
01 WS-DATO-INT   PIC 9(7) VALUE 0.

*> Grænserne i dage - standard 30/90, når KoeAldringGraenser.txt
*> mangler eller er ugyldig
01 WS-ESK-DAGE   PIC 9(5) VALUE 30.
01 WS-RETUR-DAGE PIC 9(5) VALUE 90.

*> Begge køers poster i læserækkefølge. T-PO-NR er linjenummeret i
*> køfilen, så køen kan genskrives uden de returnerede linjer
01 MAX-POSTER    PIC 9(5) VALUE 10000.
01 ANTAL-POSTER  PIC 9(5) VALUE 0.
01 IDX-POST      PIC 9(5).
01 POST-TABEL.
   02 POST-POST OCCURS 10000 TIMES.
      03 T-PO-KOE        PIC X(1).
      03 T-PO-NR         PIC 9(5).
      03 T-PO-LINJE      PIC X(223).
      03 T-PO-KILDE      PIC 9(2).
      03 T-PO-ALDER      PIC S9(5).
      03 T-PO-SPAND      PIC 9(1).
      03 T-PO-BELOB-DKK  PIC S9(13)V99.
      *> Blank = ingen handling, E = eskaleret, U = eskaleret med
      *> ulæselig dato, N = returneret til Nets, M = til manuel
      *> tilbageskrivning, S/G = over returgrænsen, men spærret/
      *> grænseholdt og derfor beholdt
      03 T-PO-HANDLING   PIC X(1).
      03 T-PO-NETS-LINJE PIC X(99).

*> Returnerede linjer pr. linjenummer i hver kø. Linjer ud over
*> tabellen er ikke vurderet og bliver altid stående
01 RETUR-FLAG-TABEL.
   02 T-RF-VENTENDE OCCURS 10000 TIMES PIC X(1).
   02 T-RF-RECYCLE  OCCURS 10000 TIMES PIC X(1).
01 WS-LINJE-NR     PIC 9(7) VALUE 0.
01 ANTAL-IKKE-VURDERET PIC 9(7) VALUE 0.

*> Afsendende kilder i rapportens rækkefølge - 1 er Nets, 9 er
*> filial-/øvrige poster
01 MAX-KILDER PIC 9(2) VALUE 9.
01 IDX-KILDE  PIC 9(2).
01 KILDE-NAVNE-VAERDIER.
   02 FILLER PIC X(16) VALUE "Nets".
   02 FILLER PIC X(16) VALUE "Staaende ordre".
   02 FILLER PIC X(16) VALUE "Laan".
   02 FILLER PIC X(16) VALUE "Indland ud".
   02 FILLER PIC X(16) VALUE "Udland ud".
   02 FILLER PIC X(16) VALUE "Kontointag".
   02 FILLER PIC X(16) VALUE "Storno".
   02 FILLER PIC X(16) VALUE "Afskrivning".
   02 FILLER PIC X(16) VALUE "Filial/oevrig".
01 KILDE-NAVNE REDEFINES KILDE-NAVNE-VAERDIER.
   02 T-KILDE-NAVN PIC X(16) OCCURS 9 TIMES.

*> Referencepræfikser fra bankens egne udtræksgeneratorer
01 MAX-PRAEFIKSER PIC 9(2) VALUE 8.
01 IDX-PRAEFIKS   PIC 9(2).
01 PRAEFIKS-VAERDIER.
   02 FILLER PIC X(4) VALUE "SO02".
   02 FILLER PIC X(4) VALUE "LA03".
   02 FILLER PIC X(4) VALUE "LR03".
   02 FILLER PIC X(4) VALUE "IB04".
   02 FILLER PIC X(4) VALUE "UB05".
   02 FILLER PIC X(4) VALUE "KA06".
   02 FILLER PIC X(4) VALUE "ST07".
   02 FILLER PIC X(4) VALUE "AF08".
01 PRAEFIKS-TABEL REDEFINES PRAEFIKS-VAERDIER.
   02 PRAEFIKS-POST OCCURS 8 TIMES.
      03 T-PF-PRAEFIKS PIC X(2).
      03 T-PF-KILDE    PIC 9(2).

*> Aldersintervaller: 1 fremtidig, 2 0-7, 3 8-30, 4 31-60, 5 61-90,
*> 6 over 90 dage, 7 ulæselig dato. Kolonne 8 er i alt
01 MAX-SPAND  PIC 9(1) VALUE 7.
01 IDX-SPAND  PIC 9(1).
01 IDX-KOE    PIC 9(1).
01 AGG-TABEL.
   02 AGG-KOE OCCURS 2 TIMES.
      03 AGG-KILDE OCCURS 9 TIMES.
         04 AGG-SPAND OCCURS 8 TIMES.
            05 T-AG-ANTAL PIC 9(7).
            05 T-AG-BELOB PIC S9(13)V99.

01 SPAND-OVERSKRIFT PIC X(150) VALUE
    "Kilde                       Fremtidig      0-7 dage     8-30 dage    31-60 dage    61-90 dage     > 90 dage   Ulaes. dato         I alt".

*> Nyeste kurs pr. valuta, samme princip som INDLANDSBETALING
01 MAX-KURSER   PIC 9(4) VALUE 200.
01 ANTAL-KURSER PIC 9(4) VALUE 0.
01 IDX-KURS     PIC 9(4).
01 KURS-TABEL.
   02 KURS-POST OCCURS 200 TIMES.
      03 T-KU-VALUTA PIC X(3).
      03 T-KU-DATO   PIC X(8).
      03 T-KU-KURS   PIC 9(5)V9999.

01 WS-KURS-FUNDET  PIC X VALUE "N".
01 WS-KURS         PIC 9(5)V9999 VALUE 0.
01 WS-SOEGE-VALUTA PIC X(3) VALUE SPACES.

*> Konti i KontoSpaerring.txt (alle typer)
01 MAX-SPAERRINGER    PIC 9(5) VALUE 1000.
01 ANTAL-SPAERRINGER  PIC 9(5) VALUE 0.
01 IDX-SPAERRING      PIC 9(5).
01 SPAERRING-TABEL.
   02 T-SP-KONTO-ID OCCURS 1000 TIMES PIC X(14).

*> Grænseholdte debiteringer (konto + reference) fra GraenseHoldt.txt
01 MAX-GRAENSEHOLDT   PIC 9(5) VALUE 5000.
01 ANTAL-GRAENSEHOLDT PIC 9(5) VALUE 0.
01 IDX-GRAENSEHOLDT   PIC 9(5).
01 GRAENSEHOLDT-TABEL.
   02 GRAENSEHOLDT-POST OCCURS 5000 TIMES.
      03 T-GH-KONTO-ID  PIC X(14).
      03 T-GH-REFERENCE PIC X(20).

01 WS-LINJE        PIC X(223) VALUE SPACES.
01 WS-BELOB        PIC S9(13)V99 VALUE 0.
01 WS-BELOB-DKK    PIC S9(13)V99 VALUE 0.
01 WS-FUNDET       PIC X VALUE "N".
01 WS-KOE         PIC X(1) VALUE SPACE.
01 WS-KOE-TEKST    PIC X(9) VALUE SPACES.
01 WS-KOE-ANTAL    PIC 9(7) VALUE 0.
01 WS-HANDLING-TEKST PIC X(50) VALUE SPACES.
01 WS-POS          PIC 9(3) VALUE 0.

01 ANTAL-UDEN-BELOB   PIC 9(7) VALUE 0.
01 ANTAL-UDEN-KURS    PIC 9(7) VALUE 0.
01 ANTAL-ESKALERET    PIC 9(7) VALUE 0.
01 ANTAL-RETUR-NETS   PIC 9(7) VALUE 0.
01 ANTAL-RETUR-MANUEL PIC 9(7) VALUE 0.
01 ANTAL-BEHOLDT      PIC 9(7) VALUE 0.
01 ANTAL-RETUR-V      PIC 9(7) VALUE 0.
01 ANTAL-RETUR-R      PIC 9(7) VALUE 0.

01 ANTAL-EDIT   PIC Z(12)9.
01 BELOB-EDIT   PIC -(9)9.99.
01 ALDER-EDIT   PIC -(4)9.
01 DAGE-EDIT    PIC Z(4)9.

*> Den fælles fejllog (FejlLog.txt) - se FEJLLOG.cpy
01 WS-FEJLLOG-STATUS PIC XX VALUE SPACES.
01 WS-FEJL-PROGRAM   PIC X(12) VALUE "KOE-ALDRING".
01 WS-FEJL-SEV       PIC X(1)  VALUE "I".
01 WS-FEJL-NOEGLE    PIC X(20) VALUE SPACES.
01 WS-FEJL-TEKST     PIC X(100) VALUE SPACES.
01 WS-FEJL-MAX-SEV   PIC X(1)  VALUE "I".

PROCEDURE DIVISION.
    MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DAGS-DATO
    MOVE WS-DAGS-DATO TO WS-DATO-9
    COMPUTE WS-DAGS-INT = FUNCTION INTEGER-OF-DATE(WS-DATO-9)

    OPEN EXTEND FejlLogFil
    IF WS-FEJLLOG-STATUS = "35"
        OPEN OUTPUT FejlLogFil
    END-IF

    PERFORM LAES-GRAENSER
    PERFORM LAES-KURSER
    PERFORM LAES-SPAERRINGER
    PERFORM LAES-GRAENSEHOLDT

    INITIALIZE AGG-TABEL
    MOVE ALL "N" TO RETUR-FLAG-TABEL
    PERFORM LAES-VENTENDE
    PERFORM LAES-RECYCLE
    IF ANTAL-IKKE-VURDERET > 0
        MOVE "A" TO WS-FEJL-SEV
        MOVE "KOEPOSTER" TO WS-FEJL-NOEGLE
        MOVE ANTAL-IKKE-VURDERET TO ANTAL-EDIT
        MOVE SPACES TO WS-FEJL-TEKST
        STRING
            FUNCTION TRIM(ANTAL-EDIT)     DELIMITED BY SIZE
            " koelinje(r) ud over tabellen er ikke aldret - de bliver staaende"
                                          DELIMITED BY SIZE
        INTO WS-FEJL-TEKST
        END-STRING
        PERFORM SKRIV-FEJLLOG
    END-IF

    PERFORM FIND-NETS-POSTER

    MOVE 1 TO IDX-POST
    PERFORM UNTIL IDX-POST > ANTAL-POSTER
        PERFORM VURDER-POST
        ADD 1 TO IDX-POST
    END-PERFORM

    PERFORM SKRIV-RAPPORT
    PERFORM UDFOER-HANDLINGER

    *> Køerne genskrives kun, når der faktisk er returneret noget
    IF ANTAL-RETUR-V > 0
        PERFORM OMSKRIV-VENTENDE
    END-IF
    IF ANTAL-RETUR-R > 0
        PERFORM OMSKRIV-RECYCLE
    END-IF

    CLOSE FejlLogFil
    IF WS-FEJL-MAX-SEV = "F"
        MOVE 8 TO RETURN-CODE
    END-IF

    DISPLAY "KOE-ALDRING: " ANTAL-POSTER " koepost(er) aldret, "
            ANTAL-ESKALERET " eskaleret, " ANTAL-RETUR-NETS
            " returneret til Nets, " ANTAL-RETUR-MANUEL
            " til manuel tilbageskrivning, " ANTAL-BEHOLDT
            " beholdt (spaerret/graenseholdt)"

    STOP RUN.

*>-----------------------------------------------------------------
*>  LAES-GRAENSER – eskalerings- og returgrænsen fra
*>  KoeAldringGraenser.txt. Ugyldige værdier giver standardgrænserne
*>-----------------------------------------------------------------
LAES-GRAENSER.
    OPEN INPUT GraenseFil
    IF WS-GRAENSE-STATUS = "00"
        READ GraenseFil
            AT END
                CONTINUE
            NOT AT END
                IF GRAENSE-ESK NUMERIC AND GRAENSE-RETUR NUMERIC
                        AND GRAENSE-ESK > "00000"
                        AND GRAENSE-RETUR > GRAENSE-ESK
                    MOVE GRAENSE-ESK   TO WS-ESK-DAGE
                    MOVE GRAENSE-RETUR TO WS-RETUR-DAGE
                ELSE
                    DISPLAY "KOE-ALDRING: ugyldig KoeAldringGraenser.txt"
                            " - standardgraenserne 30/90 dage bruges"
                END-IF
        END-READ
        CLOSE GraenseFil
    END-IF
    .

*>-----------------------------------------------------------------
*>  LAES-KURSER – behold den nyeste kurs pr. valuta, samme princip
*>  som INDLANDSBETALING
*>-----------------------------------------------------------------
LAES-KURSER.
    OPEN INPUT Valutafil
    IF WS-VALUTA-STATUS = "00"
        PERFORM UNTIL EOF-VALUTA = "Y"
            READ Valutafil
                AT END
                    MOVE "Y" TO EOF-VALUTA
                NOT AT END
                    PERFORM OPDATER-KURS
            END-READ
        END-PERFORM
        CLOSE Valutafil
    END-IF
    .

OPDATER-KURS.
    MOVE 1 TO IDX-KURS
    PERFORM UNTIL IDX-KURS > ANTAL-KURSER
        IF T-KU-VALUTA(IDX-KURS) = VK-VALUTAKODE OF VALUTAKURS-REC
            IF VK-EFFEKTIV-DATO OF VALUTAKURS-REC
                    >= T-KU-DATO(IDX-KURS)
                MOVE VK-EFFEKTIV-DATO OF VALUTAKURS-REC
                    TO T-KU-DATO(IDX-KURS)
                MOVE VK-KURS OF VALUTAKURS-REC
                    TO T-KU-KURS(IDX-KURS)
            END-IF
            EXIT PARAGRAPH
        END-IF
        ADD 1 TO IDX-KURS
    END-PERFORM

    IF ANTAL-KURSER < MAX-KURSER
        ADD 1 TO ANTAL-KURSER
        MOVE VK-VALUTAKODE    OF VALUTAKURS-REC
            TO T-KU-VALUTA(ANTAL-KURSER)
        MOVE VK-EFFEKTIV-DATO OF VALUTAKURS-REC
            TO T-KU-DATO(ANTAL-KURSER)
        MOVE VK-KURS          OF VALUTAKURS-REC
            TO T-KU-KURS(ANTAL-KURSER)
    END-IF
    .

*>-----------------------------------------------------------------
*>  FIND-NYESTE-KURS – nyeste kendte kurs for WS-SOEGE-VALUTA. DKK
*>  står altid i kurs 1, uanset kurstabellen
*>-----------------------------------------------------------------
FIND-NYESTE-KURS.
    IF FUNCTION TRIM(WS-SOEGE-VALUTA) = "DKK"
            OR WS-SOEGE-VALUTA = SPACES
        MOVE "Y" TO WS-KURS-FUNDET
        MOVE 1   TO WS-KURS
    ELSE
        MOVE "N" TO WS-KURS-FUNDET
        MOVE 0   TO WS-KURS
        MOVE 1   TO IDX-KURS
        PERFORM UNTIL IDX-KURS > ANTAL-KURSER
            IF T-KU-VALUTA(IDX-KURS) = WS-SOEGE-VALUTA
                MOVE "Y" TO WS-KURS-FUNDET
                MOVE T-KU-KURS(IDX-KURS) TO WS-KURS
                EXIT PERFORM
            END-IF
            ADD 1 TO IDX-KURS
        END-PERFORM
    END-IF
    .

*>-----------------------------------------------------------------
*>  LAES-SPAERRINGER – alle konti i KontoSpaerring.txt. Deres
*>  tilbageholdte poster returneres ikke automatisk
*>-----------------------------------------------------------------
LAES-SPAERRINGER.
    OPEN INPUT KontoSpaerringFil
    IF WS-SPAERRING-STATUS = "00"
        PERFORM UNTIL EOF-SPAERRING = "Y"
            READ KontoSpaerringFil
                AT END
                    MOVE "Y" TO EOF-SPAERRING
                NOT AT END
                    IF SP-KONTO-ID OF SPAERRING-REC NOT = SPACES
                            AND ANTAL-SPAERRINGER < MAX-SPAERRINGER
                        ADD 1 TO ANTAL-SPAERRINGER
                        MOVE SP-KONTO-ID OF SPAERRING-REC
                            TO T-SP-KONTO-ID(ANTAL-SPAERRINGER)
                    END-IF
            END-READ
        END-PERFORM
        CLOSE KontoSpaerringFil
    END-IF
    .

*>-----------------------------------------------------------------
*>  LAES-GRAENSEHOLDT – debiteringer, svindelafdelingen har til
*>  vurdering. De returneres ikke automatisk
*>-----------------------------------------------------------------
LAES-GRAENSEHOLDT.
    OPEN INPUT GraenseHoldtFil
    IF WS-GRAENSEHOLDT-STATUS = "00"
        PERFORM UNTIL EOF-GRAENSEHOLDT = "Y"
            READ GraenseHoldtFil
                AT END
                    MOVE "Y" TO EOF-GRAENSEHOLDT
                NOT AT END
                    IF GH-KONTO-ID OF GRAENSE-HOLDT-REC NOT = SPACES
                            AND ANTAL-GRAENSEHOLDT < MAX-GRAENSEHOLDT
                        ADD 1 TO ANTAL-GRAENSEHOLDT
                        MOVE GH-KONTO-ID OF GRAENSE-HOLDT-REC
                            TO T-GH-KONTO-ID(ANTAL-GRAENSEHOLDT)
                        MOVE GH-REFERENCE OF GRAENSE-HOLDT-REC
                            TO T-GH-REFERENCE(ANTAL-GRAENSEHOLDT)
                    END-IF
            END-READ
        END-PERFORM
        CLOSE GraenseHoldtFil
    END-IF
    .

*>-----------------------------------------------------------------
*>  LAES-VENTENDE / LAES-RECYCLE – køernes linjer ind i POST-TABEL
*>-----------------------------------------------------------------
LAES-VENTENDE.
    MOVE 0 TO WS-LINJE-NR
    OPEN INPUT VentendeFil
    IF WS-VENTENDE-STATUS = "00"
        PERFORM UNTIL EOF-VENTENDE = "Y"
            READ VentendeFil
                AT END
                    MOVE "Y" TO EOF-VENTENDE
                NOT AT END
                    ADD 1 TO WS-LINJE-NR
                    IF RAW-VENTENDE NOT = SPACES
                        MOVE RAW-VENTENDE TO WS-LINJE
                        MOVE "V" TO WS-KOE
                        PERFORM TILFOEJ-POST
                    END-IF
            END-READ
        END-PERFORM
        CLOSE VentendeFil
    END-IF
    .

LAES-RECYCLE.
    MOVE 0 TO WS-LINJE-NR
    OPEN INPUT RecycleFil
    IF WS-RECYCLE-STATUS = "00"
        PERFORM UNTIL EOF-RECYCLE = "Y"
            READ RecycleFil
                AT END
                    MOVE "Y" TO EOF-RECYCLE
                NOT AT END
                    ADD 1 TO WS-LINJE-NR
                    IF RAW-RECYCLE NOT = SPACES
                        MOVE RAW-RECYCLE TO WS-LINJE
                        MOVE "R" TO WS-KOE
                        PERFORM TILFOEJ-POST
                    END-IF
            END-READ
        END-PERFORM
        CLOSE RecycleFil
    END-IF
    .

*>-----------------------------------------------------------------
*>  TILFOEJ-POST – læg WS-LINJE i tabellen med kilden efter
*>  referencens præfiks. Nets-kilden afgøres først mod arkivet
*>-----------------------------------------------------------------
TILFOEJ-POST.
    IF ANTAL-POSTER >= MAX-POSTER OR WS-LINJE-NR > MAX-POSTER
        ADD 1 TO ANTAL-IKKE-VURDERET
        EXIT PARAGRAPH
    END-IF
    ADD 1 TO ANTAL-POSTER
    MOVE WS-KOE            TO T-PO-KOE(ANTAL-POSTER)
    MOVE WS-LINJE-NR       TO T-PO-NR(ANTAL-POSTER)
    MOVE WS-LINJE          TO T-PO-LINJE(ANTAL-POSTER)
    MOVE SPACES            TO T-PO-HANDLING(ANTAL-POSTER)
                              T-PO-NETS-LINJE(ANTAL-POSTER)
    MOVE 0                 TO T-PO-ALDER(ANTAL-POSTER)
                              T-PO-BELOB-DKK(ANTAL-POSTER)
    MOVE MAX-KILDER        TO T-PO-KILDE(ANTAL-POSTER)

    MOVE 1 TO IDX-PRAEFIKS
    PERFORM UNTIL IDX-PRAEFIKS > MAX-PRAEFIKSER
        IF WS-LINJE(166:2) = T-PF-PRAEFIKS(IDX-PRAEFIKS)
            MOVE T-PF-KILDE(IDX-PRAEFIKS) TO T-PO-KILDE(ANTAL-POSTER)
            EXIT PERFORM
        END-IF
        ADD 1 TO IDX-PRAEFIKS
    END-PERFORM
    .

*>-----------------------------------------------------------------
*>  FIND-NETS-POSTER – en post uden kendt præfiks er en Nets-post,
*>  når dens reference og konto står på en betalingslinje i
*>  NetsClearingBehandlet.txt. Den oprindelige clearinglinje gemmes
*>  til en evt. retur (den seneste, hvis referencen går igen)
*>-----------------------------------------------------------------
FIND-NETS-POSTER.
    MOVE "N" TO WS-FUNDET
    MOVE 1 TO IDX-POST
    PERFORM UNTIL IDX-POST > ANTAL-POSTER
        IF T-PO-KILDE(IDX-POST) = MAX-KILDER
                AND T-PO-LINJE(IDX-POST)(166:20) NOT = SPACES
            MOVE "Y" TO WS-FUNDET
            EXIT PERFORM
        END-IF
        ADD 1 TO IDX-POST
    END-PERFORM
    IF WS-FUNDET = "N"
        EXIT PARAGRAPH
    END-IF

    OPEN INPUT NetsArkivFil
    IF WS-NETSARKIV-STATUS NOT = "00"
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL EOF-NETSARKIV = "Y"
        READ NetsArkivFil
            AT END
                MOVE "Y" TO EOF-NETSARKIV
            NOT AT END
                IF NC-BETALING OF CLEARING-REC
                    PERFORM MATCH-CLEARING-LINJE
                END-IF
        END-READ
    END-PERFORM
    CLOSE NetsArkivFil

    MOVE 1 TO IDX-POST
    PERFORM UNTIL IDX-POST > ANTAL-POSTER
        IF T-PO-NETS-LINJE(IDX-POST) NOT = SPACES
            MOVE 1 TO T-PO-KILDE(IDX-POST)
        END-IF
        ADD 1 TO IDX-POST
    END-PERFORM
    .

MATCH-CLEARING-LINJE.
    MOVE 1 TO IDX-POST
    PERFORM UNTIL IDX-POST > ANTAL-POSTER
        IF T-PO-KILDE(IDX-POST) = MAX-KILDER
                AND T-PO-LINJE(IDX-POST)(166:20)
                    = NC-NETS-REFERENCE OF CLEARING-REC
                AND T-PO-LINJE(IDX-POST)(107:14)
                    = NC-KONTO-ID OF CLEARING-REC
            MOVE RAW-CLEARING TO T-PO-NETS-LINJE(IDX-POST)
        END-IF
        ADD 1 TO IDX-POST
    END-PERFORM
    .

*>-----------------------------------------------------------------
*>  VURDER-POST – alder, aldersinterval, DKK-beløb og handling for
*>  post IDX-POST, og læg den i rapportens summer
*>-----------------------------------------------------------------
VURDER-POST.
    MOVE T-PO-LINJE(IDX-POST) TO WS-LINJE

    *> Alder ud fra TIDSPUNKT "ÅÅÅÅ-MM-DD"
    MOVE SPACES TO WS-DATO-TAL
    STRING
        WS-LINJE(186:4) DELIMITED BY SIZE
        WS-LINJE(191:2) DELIMITED BY SIZE
        WS-LINJE(194:2) DELIMITED BY SIZE
    INTO WS-DATO-TAL
    END-STRING
    MOVE 0 TO WS-DATO-INT
    IF WS-DATO-TAL NUMERIC
            AND WS-DATO-TAL(5:2) >= "01" AND WS-DATO-TAL(5:2) <= "12"
            AND WS-DATO-TAL(7:2) >= "01" AND WS-DATO-TAL(7:2) <= "31"
            AND WS-DATO-TAL(1:4) >= "1601"
        MOVE WS-DATO-TAL TO WS-DATO-9
        COMPUTE WS-DATO-INT = FUNCTION INTEGER-OF-DATE(WS-DATO-9)
    END-IF

    EVALUATE TRUE
        WHEN WS-DATO-INT = 0
            MOVE 7 TO T-PO-SPAND(IDX-POST)
        WHEN WS-DATO-INT > WS-DAGS-INT
            COMPUTE T-PO-ALDER(IDX-POST) = WS-DAGS-INT - WS-DATO-INT
            MOVE 1 TO T-PO-SPAND(IDX-POST)
        WHEN OTHER
            COMPUTE T-PO-ALDER(IDX-POST) = WS-DAGS-INT - WS-DATO-INT
            EVALUATE TRUE
                WHEN T-PO-ALDER(IDX-POST) <= 7
                    MOVE 2 TO T-PO-SPAND(IDX-POST)
                WHEN T-PO-ALDER(IDX-POST) <= 30
                    MOVE 3 TO T-PO-SPAND(IDX-POST)
                WHEN T-PO-ALDER(IDX-POST) <= 60
                    MOVE 4 TO T-PO-SPAND(IDX-POST)
                WHEN T-PO-ALDER(IDX-POST) <= 90
                    MOVE 5 TO T-PO-SPAND(IDX-POST)
                WHEN OTHER
                    MOVE 6 TO T-PO-SPAND(IDX-POST)
            END-EVALUATE
    END-EVALUATE

    *> Beløbet i DKK, numerisk, så til- og fraførsler ikke går ud
    *> mod hinanden. Et uparsebart beløb (RB01) eller en ukendt
    *> valuta tæller med 0 og nævnes i rapportens fodnote
    MOVE 0 TO WS-BELOB-DKK
    IF WS-LINJE(127:15) = SPACES
            OR (T-PO-KOE(IDX-POST) = "R" AND WS-LINJE(212:4) = "RB01")
        ADD 1 TO ANTAL-UDEN-BELOB
    ELSE
        COMPUTE WS-BELOB = FUNCTION NUMVAL(WS-LINJE(127:15))
        IF WS-BELOB < 0
            COMPUTE WS-BELOB = 0 - WS-BELOB
        END-IF
        MOVE WS-LINJE(142:3) TO WS-SOEGE-VALUTA
        PERFORM FIND-NYESTE-KURS
        IF WS-KURS-FUNDET = "Y"
            COMPUTE WS-BELOB-DKK ROUNDED = WS-BELOB * WS-KURS
        ELSE
            ADD 1 TO ANTAL-UDEN-KURS
        END-IF
    END-IF
    MOVE WS-BELOB-DKK TO T-PO-BELOB-DKK(IDX-POST)

    IF T-PO-KOE(IDX-POST) = "V"
        MOVE 1 TO IDX-KOE
    ELSE
        MOVE 2 TO IDX-KOE
    END-IF
    MOVE T-PO-KILDE(IDX-POST) TO IDX-KILDE
    MOVE T-PO-SPAND(IDX-POST) TO IDX-SPAND
    ADD 1            TO T-AG-ANTAL(IDX-KOE, IDX-KILDE, IDX-SPAND)
    ADD WS-BELOB-DKK TO T-AG-BELOB(IDX-KOE, IDX-KILDE, IDX-SPAND)
    ADD 1            TO T-AG-ANTAL(IDX-KOE, IDX-KILDE, 8)
    ADD WS-BELOB-DKK TO T-AG-BELOB(IDX-KOE, IDX-KILDE, 8)

    *> Handling - fremtidige poster er ikke forfaldne og røres ikke
    EVALUATE TRUE
        WHEN T-PO-SPAND(IDX-POST) = 1
            CONTINUE
        WHEN T-PO-SPAND(IDX-POST) = 7
            MOVE "U" TO T-PO-HANDLING(IDX-POST)
        WHEN T-PO-ALDER(IDX-POST) >= WS-RETUR-DAGE
            PERFORM VAELG-RETUR
        WHEN T-PO-ALDER(IDX-POST) >= WS-ESK-DAGE
            MOVE "E" TO T-PO-HANDLING(IDX-POST)
        WHEN OTHER
            CONTINUE
    END-EVALUATE
    .

*>-----------------------------------------------------------------
*>  VAELG-RETUR – en post over returgrænsen: spærrede og grænse-
*>  holdte Ventende-poster beholdes, Nets-poster går retur til Nets,
*>  resten til manuel tilbageskrivning
*>-----------------------------------------------------------------
VAELG-RETUR.
    IF T-PO-KOE(IDX-POST) = "V"
        MOVE 1 TO IDX-SPAERRING
        PERFORM UNTIL IDX-SPAERRING > ANTAL-SPAERRINGER
            IF T-SP-KONTO-ID(IDX-SPAERRING) = WS-LINJE(107:14)
                MOVE "S" TO T-PO-HANDLING(IDX-POST)
                EXIT PARAGRAPH
            END-IF
            ADD 1 TO IDX-SPAERRING
        END-PERFORM

        MOVE 1 TO IDX-GRAENSEHOLDT
        PERFORM UNTIL IDX-GRAENSEHOLDT > ANTAL-GRAENSEHOLDT
            IF T-GH-KONTO-ID(IDX-GRAENSEHOLDT) = WS-LINJE(107:14)
                    AND T-GH-REFERENCE(IDX-GRAENSEHOLDT)
                        = WS-LINJE(166:20)
                MOVE "G" TO T-PO-HANDLING(IDX-POST)
                EXIT PARAGRAPH
            END-IF
            ADD 1 TO IDX-GRAENSEHOLDT
        END-PERFORM
    END-IF

    IF T-PO-NETS-LINJE(IDX-POST) NOT = SPACES
        MOVE "N" TO T-PO-HANDLING(IDX-POST)
    ELSE
        MOVE "M" TO T-PO-HANDLING(IDX-POST)
    END-IF
    .

*>-----------------------------------------------------------------
*>  SKRIV-RAPPORT – antal og DKK-beløb pr. kø, kilde og
*>  aldersinterval, efterfulgt af dagens eskaleringer og returer
*>-----------------------------------------------------------------
SKRIV-RAPPORT.
    OPEN OUTPUT RapportFil
    MOVE SPACES TO RAPPORT-TEXT
    MOVE WS-ESK-DAGE TO DAGE-EDIT
    STRING
        "Koealdring pr. "               DELIMITED BY SIZE
        WS-DAGS-DATO                    DELIMITED BY SIZE
        " - eskalering efter "          DELIMITED BY SIZE
        FUNCTION TRIM(DAGE-EDIT)        DELIMITED BY SIZE
        " dage, automatisk retur efter " DELIMITED BY SIZE
    INTO RAPPORT-TEXT
    END-STRING
    MOVE WS-RETUR-DAGE TO DAGE-EDIT
    STRING
        FUNCTION TRIM(RAPPORT-TEXT)     DELIMITED BY SIZE
        " "                             DELIMITED BY SIZE
        FUNCTION TRIM(DAGE-EDIT)        DELIMITED BY SIZE
        " dage"                         DELIMITED BY SIZE
    INTO RAPPORT-TEXT
    END-STRING
    WRITE RAPPORT-REC
    MOVE "Beloeb er numeriske DKK-beloeb omregnet til nyeste kurs"
        TO RAPPORT-TEXT
    WRITE RAPPORT-REC

    MOVE 1 TO IDX-KOE
    PERFORM UNTIL IDX-KOE > 2
        MOVE SPACES TO RAPPORT-TEXT
        WRITE RAPPORT-REC
        IF IDX-KOE = 1
            MOVE "Ventende.txt - tilbageholdte og fremtidsdaterede poster"
                TO RAPPORT-TEXT
        ELSE
            MOVE "TransRecycle.txt - afviste linjer" TO RAPPORT-TEXT
        END-IF
        WRITE RAPPORT-REC
        MOVE SPAND-OVERSKRIFT TO RAPPORT-TEXT
        WRITE RAPPORT-REC

        MOVE 0 TO WS-KOE-ANTAL
        MOVE 1 TO IDX-KILDE
        PERFORM UNTIL IDX-KILDE > MAX-KILDER
            IF T-AG-ANTAL(IDX-KOE, IDX-KILDE, 8) > 0
                ADD T-AG-ANTAL(IDX-KOE, IDX-KILDE, 8) TO WS-KOE-ANTAL
                PERFORM SKRIV-KILDE-LINJER
            END-IF
            ADD 1 TO IDX-KILDE
        END-PERFORM
        IF WS-KOE-ANTAL = 0
            MOVE "  (koeen er tom)" TO RAPPORT-TEXT
            WRITE RAPPORT-REC
        END-IF
        ADD 1 TO IDX-KOE
    END-PERFORM

    IF ANTAL-UDEN-BELOB > 0 OR ANTAL-UDEN-KURS > 0
        MOVE SPACES TO RAPPORT-TEXT
        WRITE RAPPORT-REC
        MOVE SPACES TO RAPPORT-TEXT
        MOVE ANTAL-UDEN-BELOB TO ANTAL-EDIT
        STRING
            "Indgaar med 0: "              DELIMITED BY SIZE
            FUNCTION TRIM(ANTAL-EDIT)      DELIMITED BY SIZE
            " post(er) uden laeseligt beloeb, " DELIMITED BY SIZE
        INTO RAPPORT-TEXT
        END-STRING
        MOVE ANTAL-UDEN-KURS TO ANTAL-EDIT
        STRING
            FUNCTION TRIM(RAPPORT-TEXT)    DELIMITED BY SIZE
            " "                            DELIMITED BY SIZE
            FUNCTION TRIM(ANTAL-EDIT)      DELIMITED BY SIZE
            " post(er) i valuta uden kendt kurs" DELIMITED BY SIZE
        INTO RAPPORT-TEXT
        END-STRING
        WRITE RAPPORT-REC
    END-IF

    MOVE SPACES TO RAPPORT-TEXT
    WRITE RAPPORT-REC
    MOVE "Eskalerede og returnerede poster" TO RAPPORT-TEXT
    WRITE RAPPORT-REC
    MOVE "Koe       Kilde            Konto          Reference            Dato        Alder          Beloeb Val  Handling"
        TO RAPPORT-TEXT
    WRITE RAPPORT-REC
    MOVE "N" TO WS-FUNDET
    MOVE 1 TO IDX-POST
    PERFORM UNTIL IDX-POST > ANTAL-POSTER
        IF T-PO-HANDLING(IDX-POST) NOT = SPACE
            MOVE "Y" TO WS-FUNDET
            PERFORM SKRIV-DETALJE-LINJE
        END-IF
        ADD 1 TO IDX-POST
    END-PERFORM
    IF WS-FUNDET = "N"
        MOVE "  (ingen poster over eskaleringsgraensen)" TO RAPPORT-TEXT
        WRITE RAPPORT-REC
    END-IF
    CLOSE RapportFil
    .

*>-----------------------------------------------------------------
*>  SKRIV-KILDE-LINJER – en antalslinje og en beløbslinje for kilde
*>  IDX-KILDE i kø IDX-KOE, én kolonne pr. aldersinterval
*>-----------------------------------------------------------------
SKRIV-KILDE-LINJER.
    MOVE SPACES TO RAPPORT-TEXT
    MOVE T-KILDE-NAVN(IDX-KILDE) TO RAPPORT-TEXT(1:16)
    MOVE "antal"                 TO RAPPORT-TEXT(18:6)
    MOVE 1 TO IDX-SPAND
    PERFORM UNTIL IDX-SPAND > 8
        COMPUTE WS-POS = 25 + (IDX-SPAND - 1) * 14
        MOVE T-AG-ANTAL(IDX-KOE, IDX-KILDE, IDX-SPAND) TO ANTAL-EDIT
        MOVE ANTAL-EDIT TO RAPPORT-TEXT(WS-POS:13)
        ADD 1 TO IDX-SPAND
    END-PERFORM
    WRITE RAPPORT-REC

    MOVE SPACES TO RAPPORT-TEXT
    MOVE "beloeb" TO RAPPORT-TEXT(18:6)
    MOVE 1 TO IDX-SPAND
    PERFORM UNTIL IDX-SPAND > 8
        COMPUTE WS-POS = 25 + (IDX-SPAND - 1) * 14
        MOVE T-AG-BELOB(IDX-KOE, IDX-KILDE, IDX-SPAND) TO BELOB-EDIT
        MOVE BELOB-EDIT TO RAPPORT-TEXT(WS-POS:13)
        ADD 1 TO IDX-SPAND
    END-PERFORM
    WRITE RAPPORT-REC
    .

*>-----------------------------------------------------------------
*>  SKRIV-DETALJE-LINJE – én linje pr. håndteret post
*>-----------------------------------------------------------------
SKRIV-DETALJE-LINJE.
    MOVE T-PO-LINJE(IDX-POST) TO WS-LINJE
    PERFORM SAET-KOE-OG-HANDLING
    MOVE SPACES TO RAPPORT-TEXT
    MOVE WS-KOE-TEKST                        TO RAPPORT-TEXT(1:9)
    MOVE T-KILDE-NAVN(T-PO-KILDE(IDX-POST))  TO RAPPORT-TEXT(11:16)
    MOVE WS-LINJE(107:14)                    TO RAPPORT-TEXT(28:14)
    MOVE WS-LINJE(166:20)                    TO RAPPORT-TEXT(43:20)
    MOVE WS-LINJE(186:10)                    TO RAPPORT-TEXT(64:10)
    IF T-PO-SPAND(IDX-POST) NOT = 7
        MOVE T-PO-ALDER(IDX-POST) TO ALDER-EDIT
        MOVE ALDER-EDIT TO RAPPORT-TEXT(76:5)
    END-IF
    MOVE WS-LINJE(127:15)                    TO RAPPORT-TEXT(82:15)
    MOVE WS-LINJE(142:3)                     TO RAPPORT-TEXT(98:3)
    MOVE WS-HANDLING-TEKST                   TO RAPPORT-TEXT(103:48)
    WRITE RAPPORT-REC
    .

SAET-KOE-OG-HANDLING.
    IF T-PO-KOE(IDX-POST) = "V"
        MOVE "Ventende" TO WS-KOE-TEKST
    ELSE
        MOVE "Recycle"  TO WS-KOE-TEKST
    END-IF
    EVALUATE T-PO-HANDLING(IDX-POST)
        WHEN "E"
            MOVE "Eskaleret" TO WS-HANDLING-TEKST
        WHEN "U"
            MOVE "Eskaleret - ulaeselig dato, returneres ikke"
                TO WS-HANDLING-TEKST
        WHEN "N"
            MOVE "Returneret til Nets (NetsRetur.txt)"
                TO WS-HANDLING-TEKST
        WHEN "M"
            MOVE "Til manuel tilbageskrivning" TO WS-HANDLING-TEKST
        WHEN "S"
            MOVE "Over returgraensen - spaerret konto, beholdes"
                TO WS-HANDLING-TEKST
        WHEN "G"
            MOVE "Over returgraensen - graenseholdt, beholdes"
                TO WS-HANDLING-TEKST
        WHEN OTHER
            MOVE SPACES TO WS-HANDLING-TEKST
    END-EVALUATE
    .

*>-----------------------------------------------------------------
*>  UDFOER-HANDLINGER – varsl i FejlLog.txt, skriv returfilerne og
*>  markér de returnerede linjer, så køerne kan genskrives uden dem
*>-----------------------------------------------------------------
UDFOER-HANDLINGER.
    MOVE 1 TO IDX-POST
    PERFORM UNTIL IDX-POST > ANTAL-POSTER
        IF T-PO-HANDLING(IDX-POST) NOT = SPACE
            PERFORM UDFOER-HANDLING
        END-IF
        ADD 1 TO IDX-POST
    END-PERFORM

    IF ANTAL-RETUR-NETS > 0
        CLOSE NetsReturFil
    END-IF
    IF ANTAL-RETUR-MANUEL > 0
        CLOSE TilbageFil
    END-IF
    .

UDFOER-HANDLING.
    MOVE T-PO-LINJE(IDX-POST) TO WS-LINJE
    PERFORM SAET-KOE-OG-HANDLING

    EVALUATE T-PO-HANDLING(IDX-POST)
        WHEN "E"
        WHEN "U"
            ADD 1 TO ANTAL-ESKALERET
        WHEN "S"
        WHEN "G"
            ADD 1 TO ANTAL-BEHOLDT
        WHEN "N"
            IF ANTAL-RETUR-NETS = 0
                OPEN EXTEND NetsReturFil
                IF WS-NETSRETUR-STATUS = "35"
                    OPEN OUTPUT NetsReturFil
                END-IF
            END-IF
            ADD 1 TO ANTAL-RETUR-NETS
            MOVE T-PO-NETS-LINJE(IDX-POST) TO RAW-NETS-RETUR
            WRITE RAW-NETS-RETUR
            PERFORM MARKER-RETURNERET
        WHEN "M"
            IF ANTAL-RETUR-MANUEL = 0
                OPEN EXTEND TilbageFil
                IF WS-TILBAGE-STATUS = "35"
                    OPEN OUTPUT TilbageFil
                END-IF
            END-IF
            ADD 1 TO ANTAL-RETUR-MANUEL
            MOVE SPACES TO TILBAGE-REC
            MOVE WS-DAGS-DATO          TO KT-DATO OF TILBAGE-REC
            MOVE T-PO-KOE(IDX-POST)    TO KT-KOE OF TILBAGE-REC
            MOVE T-KILDE-NAVN(T-PO-KILDE(IDX-POST))
                                       TO KT-KILDE OF TILBAGE-REC
            MOVE T-PO-ALDER(IDX-POST)  TO KT-ALDER OF TILBAGE-REC
            MOVE WS-LINJE              TO KT-LINJE OF TILBAGE-REC
            WRITE TILBAGE-REC
            PERFORM MARKER-RETURNERET
    END-EVALUATE

    MOVE "A" TO WS-FEJL-SEV
    MOVE WS-LINJE(107:14) TO WS-FEJL-NOEGLE
    MOVE SPACES TO WS-FEJL-TEKST
    STRING
        FUNCTION TRIM(WS-KOE-TEKST)          DELIMITED BY SIZE
        " ref "                              DELIMITED BY SIZE
        FUNCTION TRIM(WS-LINJE(166:20))      DELIMITED BY SIZE
        " ("                                 DELIMITED BY SIZE
        FUNCTION TRIM(T-KILDE-NAVN(T-PO-KILDE(IDX-POST)))
                                             DELIMITED BY SIZE
        ")"                                  DELIMITED BY SIZE
    INTO WS-FEJL-TEKST
    END-STRING
    IF T-PO-SPAND(IDX-POST) NOT = 7
        MOVE T-PO-ALDER(IDX-POST) TO DAGE-EDIT
        STRING
            FUNCTION TRIM(WS-FEJL-TEKST)     DELIMITED BY SIZE
            " "                              DELIMITED BY SIZE
            FUNCTION TRIM(DAGE-EDIT)         DELIMITED BY SIZE
            " dage"                          DELIMITED BY SIZE
        INTO WS-FEJL-TEKST
        END-STRING
    END-IF
    STRING
        FUNCTION TRIM(WS-FEJL-TEKST)         DELIMITED BY SIZE
        ": "                                 DELIMITED BY SIZE
        FUNCTION TRIM(WS-HANDLING-TEKST)     DELIMITED BY SIZE
    INTO WS-FEJL-TEKST
    END-STRING
    PERFORM SKRIV-FEJLLOG
    .

MARKER-RETURNERET.
    IF T-PO-KOE(IDX-POST) = "V"
        MOVE "Y" TO T-RF-VENTENDE(T-PO-NR(IDX-POST))
        ADD 1 TO ANTAL-RETUR-V
    ELSE
        MOVE "Y" TO T-RF-RECYCLE(T-PO-NR(IDX-POST))
        ADD 1 TO ANTAL-RETUR-R
    END-IF
    .

*>-----------------------------------------------------------------
*>  OMSKRIV-VENTENDE / OMSKRIV-RECYCLE – genskriv køen uden de
*>  returnerede linjer via .new og mv
*>-----------------------------------------------------------------
OMSKRIV-VENTENDE.
    MOVE "N" TO EOF-VENTENDE
    MOVE 0 TO WS-LINJE-NR
    OPEN INPUT VentendeFil
    OPEN OUTPUT VentendeNyFil
    PERFORM UNTIL EOF-VENTENDE = "Y"
        READ VentendeFil
            AT END
                MOVE "Y" TO EOF-VENTENDE
            NOT AT END
                ADD 1 TO WS-LINJE-NR
                IF WS-LINJE-NR > MAX-POSTER
                    MOVE RAW-VENTENDE TO RAW-VENTENDE-NY
                    WRITE RAW-VENTENDE-NY
                ELSE
                    IF T-RF-VENTENDE(WS-LINJE-NR) NOT = "Y"
                        MOVE RAW-VENTENDE TO RAW-VENTENDE-NY
                        WRITE RAW-VENTENDE-NY
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    CLOSE VentendeFil VentendeNyFil
    CALL "SYSTEM" USING "mv Ventende.new Ventende.txt"
    .

OMSKRIV-RECYCLE.
    MOVE "N" TO EOF-RECYCLE
    MOVE 0 TO WS-LINJE-NR
    OPEN INPUT RecycleFil
    OPEN OUTPUT RecycleNyFil
    PERFORM UNTIL EOF-RECYCLE = "Y"
        READ RecycleFil
            AT END
                MOVE "Y" TO EOF-RECYCLE
            NOT AT END
                ADD 1 TO WS-LINJE-NR
                IF WS-LINJE-NR > MAX-POSTER
                    MOVE RAW-RECYCLE TO RAW-RECYCLE-NY
                    WRITE RAW-RECYCLE-NY
                ELSE
                    IF T-RF-RECYCLE(WS-LINJE-NR) NOT = "Y"
                        MOVE RAW-RECYCLE TO RAW-RECYCLE-NY
                        WRITE RAW-RECYCLE-NY
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    CLOSE RecycleFil RecycleNyFil
    CALL "SYSTEM" USING "mv TransRecycle.new TransRecycle.txt"
    .

*>-----------------------------------------------------------------
*>  SKRIV-FEJLLOG – appendér én linje til FejlLog.txt
*>-----------------------------------------------------------------
SKRIV-FEJLLOG.
    MOVE SPACES TO FEJLLOG-REC
    MOVE FUNCTION CURRENT-DATE(1:14) TO FL-TIDSPUNKT OF FEJLLOG-REC
    MOVE WS-FEJL-PROGRAM TO FL-PROGRAM   OF FEJLLOG-REC
    MOVE WS-FEJL-SEV     TO FL-SEVERITET OF FEJLLOG-REC
    MOVE WS-FEJL-NOEGLE  TO FL-NOEGLE    OF FEJLLOG-REC
    MOVE WS-FEJL-TEKST   TO FL-TEKST     OF FEJLLOG-REC
    WRITE FEJLLOG-REC

    IF WS-FEJL-SEV = "F"
        MOVE "F" TO WS-FEJL-MAX-SEV
    ELSE
        IF WS-FEJL-SEV = "A" AND WS-FEJL-MAX-SEV NOT = "F"
            MOVE "A" TO WS-FEJL-MAX-SEV
        END-IF
    END-IF
    .
END PROGRAM KOE-ALDRING.
