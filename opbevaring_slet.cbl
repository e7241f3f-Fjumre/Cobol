>>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. OPBEVARING-SLET.

*>-----------------------------------------------------------------
*>  OPBEVARING-SLET – sletter arkiveret materiale, når opbevarings-
*>  perioden er udløbet. Arkiv/-kørselsmapperne, årsarkiverne
*>  Transaktioner-ÅÅÅÅ.txt, FejlLogHistorik.txt, KoerselHistorik.txt
*>  og StamdataJournal.txt vokser ellers evigt, og at gemme person-
*>  data længere end de krævede fem år er i sig selv et GDPR-problem.
*>
*>  Opbevaring.txt (OPBEVARING.cpy) angiver opbevaringen i hele
*>  regnskabsår pr. filfamilie. En familie uden linje slettes aldrig,
*>  og årsarkiverne, kørselsmapperne og stamdatajournalen holdes
*>  mindst de fem år, Bogføringsloven kræver, uanset registret.
*>  Kørselsmapper og årsarkiver dateres efter mappens tidsstempel/
*>  filens år, historiklinjerne efter deres egen dato.
*>
*>  Retsligt hold - materiale, der vedrører en af følgende, slettes
*>  aldrig, uanset alder:
*>    - åbne tvistsager i Tvister.txt (status andet end "F")
*>    - dødsboer (KUNDE-STATUS "B" i Kundeoplysninger.txt)
*>    - myndighedsanmodninger i RetsligHold.txt (RETSHOLD.cpy)
*>  Et hold på en kunde dækker alle kundens konti (KontoOpl.txt).
*>  Arkivfilerne er navngivet <type>_<konto- eller kunde-id>.<endelse>,
*>  så en holdt fil bliver stående, mens resten af mappen slettes.
*>  Et årsarkiv med blot én linje på en holdt konto beholdes helt,
*>  så dets kontroltotal (.ctl) fortsat stemmer.
*>
*>  To-personers-kontrol som OPDATER-KUNDE: uden
*>  OpbevaringGodkendt.txt med godkenderens initialer er kørslen en
*>  dry run, der kun skriver OpbevaringDiff.txt over det, der ville
*>  blive slettet, og slutter med returkode 4. En godkendt kørsel
*>  sletter, skriver OpbevaringRapport.txt og logger hver slettet fil
*>  og linje i OpbevaringSletteLog.txt (OPBSLETLOG.cpy)
*>-----------------------------------------------------------------

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OpbevaringFil
        ASSIGN TO "Opbevaring.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-OPBEVARING-STATUS.

    SELECT RetsHoldFil
        ASSIGN TO "RetsligHold.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RETSHOLD-STATUS.

    SELECT TvisterFil
        ASSIGN TO "Tvister.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-TVIST-STATUS.

    SELECT Kundeoplysninger
        ASSIGN TO "Kundeoplysninger.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-KUNDE-STATUS.

    SELECT Kontofil
        ASSIGN TO "KontoOpl.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-KONTO-STATUS.

    *> Fillisten (find/ls) for den familie, der gennemgås
    SELECT ListeFil
        ASSIGN TO "OpbevaringListe.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-LISTE-STATUS.

    *> Et årsarkiv, der gennemsøges for holdte konti
    SELECT AarsArkivFil
        ASSIGN TO WS-AARS-NAVN
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-AARS-STATUS.

    *> Historikfilen, der renses linje for linje, og dens .new
    SELECT HistorikFil
        ASSIGN TO WS-HIST-NAVN
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-HIST-STATUS.

    SELECT HistorikNyFil
        ASSIGN TO WS-HIST-NY-NAVN
        ORGANIZATION IS LINE SEQUENTIAL.

    *> Filerne, der slettes samlet efter gennemgangen
    SELECT SletListeFil
        ASSIGN TO "OpbevaringSletListe.txt"
        ORGANIZATION IS LINE SEQUENTIAL.

    *> Diffen (dry run) og rapporten (slettet) har samme opbygning -
    *> filnavnet sættes, før filen åbnes
    SELECT OversigtFil
        ASSIGN TO WS-OVERSIGT-FILNAVN
        ORGANIZATION IS LINE SEQUENTIAL.

    SELECT GodkendtFil
        ASSIGN TO "OpbevaringGodkendt.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-GODKENDT-STATUS.

    *> Den permanente sletningslog - akkumulerer, derfor EXTEND
    SELECT SletteLogFil
        ASSIGN TO "OpbevaringSletteLog.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-SLETTELOG-STATUS.

    *> Den fælles, severity-kodede fejllog for hele batchsuiten
    SELECT FejlLogFil
        ASSIGN TO "FejlLog.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FEJLLOG-STATUS.

DATA DIVISION.
FILE SECTION.

FD OpbevaringFil.
01 OPBEVARING-REC.
   COPY "OPBEVARING.cpy".

FD RetsHoldFil.
01 RETSHOLD-REC.
   COPY "RETSHOLD.cpy".

FD TvisterFil.
01 RAW-TVIST PIC X(156).
01 TVIST-REC REDEFINES RAW-TVIST.
   COPY "TVISTER.cpy".

FD Kundeoplysninger.
01 RAW-KUNDE PIC X(302).
01 KUNDEOPL REDEFINES RAW-KUNDE.
   COPY "KUNDER.cpy".

FD Kontofil.
01 RAW-KONTO PIC X(52).
01 KONTO-REC REDEFINES RAW-KONTO.
   COPY "KONTOOPL.cpy".

FD ListeFil.
01 LISTE-REC.
   02 LISTE-STI PIC X(200).

FD AarsArkivFil.
01 RAW-AARS-TRANS PIC X(223).

FD HistorikFil.
01 RAW-HIST PIC X(250).

FD HistorikNyFil.
01 RAW-HIST-NY PIC X(250).

FD SletListeFil.
01 SLETLISTE-REC.
   02 SLETLISTE-STI PIC X(200).

FD OversigtFil.
01 OVERSIGT-REC.
   02 OVERSIGT-TEXT PIC X(150).

FD GodkendtFil.
01 GODKENDT-REC.
   02 GODKENDT-INIT PIC X(3).
   02 FILLER        PIC X(47).

FD SletteLogFil.
01 SLETTELOG-REC.
   COPY "OPBSLETLOG.cpy".

FD FejlLogFil.
01 FEJLLOG-REC.
   COPY "FEJLLOG.cpy".

WORKING-STORAGE SECTION.
01 WS-OPBEVARING-STATUS PIC XX VALUE SPACES.
01 WS-RETSHOLD-STATUS   PIC XX VALUE SPACES.
01 WS-TVIST-STATUS      PIC XX VALUE SPACES.
01 WS-KUNDE-STATUS      PIC XX VALUE SPACES.
01 WS-KONTO-STATUS      PIC XX VALUE SPACES.
01 WS-LISTE-STATUS      PIC XX VALUE SPACES.
01 WS-AARS-STATUS       PIC XX VALUE SPACES.
01 WS-HIST-STATUS       PIC XX VALUE SPACES.
01 WS-SLETTELOG-STATUS  PIC XX VALUE SPACES.

01 EOF-OPBEVARING PIC X VALUE "N".
01 EOF-RETSHOLD   PIC X VALUE "N".
01 EOF-TVIST      PIC X VALUE "N".
01 EOF-KUNDE      PIC X VALUE "N".
01 EOF-KONTO      PIC X VALUE "N".
01 EOF-LISTE      PIC X VALUE "N".
01 EOF-AARS       PIC X VALUE "N".
01 EOF-HIST       PIC X VALUE "N".

01 WS-OVERSIGT-FILNAVN PIC X(40) VALUE "OpbevaringDiff.txt".
01 WS-AARS-NAVN        PIC X(40) VALUE SPACES.
01 WS-HIST-NAVN        PIC X(40) VALUE SPACES.
01 WS-HIST-NY-NAVN     PIC X(40) VALUE SPACES.
01 WS-SYSTEM-CMD       PIC X(200) VALUE SPACES.
01 WS-DAGS-DATO        PIC X(8)  VALUE SPACES.
01 WS-DAGS-AAR         PIC 9(4)  VALUE 0.

*> De kendte filfamilier og deres lovbestemte mindsteopbevaring i
*> år. T-FA-AAR er 0, så længe familien ikke står i Opbevaring.txt
01 MAX-FAMILIER PIC 9(1) VALUE 5.
01 IDX-FAMILIE  PIC 9(1).
01 FAMILIE-VAERDIER.
   02 FILLER PIC X(14) VALUE "ARKIVMAPPER 05".
   02 FILLER PIC X(14) VALUE "AARSARKIV   05".
   02 FILLER PIC X(14) VALUE "FEJLLOGHIST 01".
   02 FILLER PIC X(14) VALUE "KOERSELHIST 01".
   02 FILLER PIC X(14) VALUE "STAMJOURNAL 05".
01 FAMILIE-TABEL REDEFINES FAMILIE-VAERDIER.
   02 FAMILIE-POST OCCURS 5 TIMES.
      03 T-FA-NAVN PIC X(12).
      03 T-FA-MIN  PIC 9(2).
01 FAMILIE-REGLER.
   02 FAMILIE-REGEL OCCURS 5 TIMES.
      03 T-FA-AAR         PIC 9(2).
      03 T-FA-GRAENSE-AAR PIC 9(4).
      03 T-FA-HJEMMEL     PIC X(40).
      03 T-FA-SLET        PIC 9(9).
      03 T-FA-HOLDT       PIC 9(9).

*> Det effektive retslige hold: kunde- og konto-id'er med grunden
01 MAX-HOLD    PIC 9(5) VALUE 20000.
01 ANTAL-HOLD  PIC 9(5) VALUE 0.
01 IDX-HOLD    PIC 9(5).
01 HOLD-TABEL.
   02 HOLD-POST OCCURS 20000 TIMES.
      03 T-HO-TYPE   PIC X(1).
      03 T-HO-NOEGLE PIC X(14).
      03 T-HO-GRUND  PIC X(40).
01 WS-HOLD-IDX     PIC 9(5) VALUE 0.
01 WS-SOEG-NOEGLE  PIC X(14) VALUE SPACES.
01 WS-NY-TYPE      PIC X(1)  VALUE SPACE.
01 WS-NY-GRUND     PIC X(40) VALUE SPACES.
01 ANTAL-KUNDE-HOLD PIC 9(5) VALUE 0.

*> Gennemgangen af Arkiv/ - én mappe ad gangen (fillisten er sorteret)
01 WS-STI-DEL1      PIC X(200) VALUE SPACES.
01 WS-MAPPE         PIC X(200) VALUE SPACES.
01 WS-FILNAVN       PIC X(200) VALUE SPACES.
01 WS-STI-REST      PIC X(200) VALUE SPACES.
01 WS-FORRIGE-MAPPE PIC X(200) VALUE SPACES.
01 WS-MAPPE-DATO    PIC X(8)   VALUE SPACES.
01 WS-MAPPE-FORFALDEN PIC X    VALUE "N".
01 WS-MAPPE-SLET    PIC 9(7)   VALUE 0.
01 WS-MAPPE-HOLDT   PIC 9(7)   VALUE 0.
01 ANTAL-UKENDT-MAPPE PIC 9(7) VALUE 0.
01 WS-LAENGDE       PIC 9(3)   VALUE 0.
01 WS-POS           PIC 9(3)   VALUE 0.
01 WS-POS-STREG     PIC 9(3)   VALUE 0.
01 WS-POS-PUNKTUM   PIC 9(3)   VALUE 0.
01 WS-FIL-NOEGLE    PIC X(14)  VALUE SPACES.

*> Historikfilernes dato- og nøgleplacering
01 WS-HIST-NOEGLE-POS PIC 9(3) VALUE 0.
01 WS-HIST-NOEGLE     PIC X(14) VALUE SPACES.
01 WS-GRAENSE-DATO    PIC X(8) VALUE SPACES.
01 WS-LINJE-SLET      PIC 9(9) VALUE 0.
01 WS-LINJE-HOLDT     PIC 9(9) VALUE 0.

01 WS-AAR-TEKST       PIC X(4) VALUE SPACES.
01 ANTAL-SLET-FILER   PIC 9(9) VALUE 0.
01 ANTAL-EDIT         PIC Z(8)9.
01 AAR-EDIT           PIC Z9.

*> To-personers-kontrollen - dry run indtil OpbevaringGodkendt.txt
*> foreligger med godkenderens initialer
01 WS-GODKENDT-STATUS PIC XX VALUE SPACES.
01 WS-GODKENDT        PIC X  VALUE "N".
01 WS-GODKENDER       PIC X(3) VALUE SPACES.

*> Den fælles fejllog (FejlLog.txt) - se FEJLLOG.cpy
01 WS-FEJLLOG-STATUS PIC XX VALUE SPACES.
01 WS-FEJL-PROGRAM   PIC X(12) VALUE "OPBEVARING".
01 WS-FEJL-SEV       PIC X(1)  VALUE "I".
01 WS-FEJL-NOEGLE    PIC X(20) VALUE SPACES.
01 WS-FEJL-TEKST     PIC X(100) VALUE SPACES.
01 WS-FEJL-MAX-SEV   PIC X(1)  VALUE "I".

01 WS-SL-FAMILIE     PIC X(12) VALUE SPACES.
01 WS-SL-OBJEKT      PIC X(120) VALUE SPACES.

PROCEDURE DIVISION.
    MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DAGS-DATO
    MOVE WS-DAGS-DATO(1:4) TO WS-DAGS-AAR

    OPEN INPUT OpbevaringFil
    IF WS-OPBEVARING-STATUS NOT = "00"
        DISPLAY "OPBEVARING-SLET: ingen Opbevaring.txt - intet slettes"
        STOP RUN
    END-IF

    OPEN EXTEND FejlLogFil
    IF WS-FEJLLOG-STATUS = "35"
        OPEN OUTPUT FejlLogFil
    END-IF

    PERFORM LAES-REGLER
    PERFORM LAES-RETSHOLD
    PERFORM LAES-TVISTER
    PERFORM LAES-DOEDSBOER
    IF ANTAL-KUNDE-HOLD > 0
        PERFORM UDVID-KUNDE-HOLD
    END-IF

    PERFORM TJEK-GODKENDELSE
    IF WS-GODKENDT = "N"
        MOVE "OpbevaringDiff.txt" TO WS-OVERSIGT-FILNAVN
        OPEN OUTPUT OversigtFil
        MOVE SPACES TO OVERSIGT-TEXT
        STRING
            "Afventende sletning efter opbevaringsregler pr. "
                                              DELIMITED BY SIZE
            WS-DAGS-DATO                      DELIMITED BY SIZE
            " - opret OpbevaringGodkendt.txt med initialer for at slette"
                                              DELIMITED BY SIZE
        INTO OVERSIGT-TEXT
        END-STRING
        WRITE OVERSIGT-REC
    ELSE
        MOVE "OpbevaringRapport.txt" TO WS-OVERSIGT-FILNAVN
        OPEN OUTPUT OversigtFil
        MOVE SPACES TO OVERSIGT-TEXT
        STRING
            "Sletning efter opbevaringsregler udfoert med godkendelse af "
                                              DELIMITED BY SIZE
            WS-GODKENDER                      DELIMITED BY SIZE
            " "                               DELIMITED BY SIZE
            FUNCTION CURRENT-DATE(1:14)       DELIMITED BY SIZE
        INTO OVERSIGT-TEXT
        END-STRING
        WRITE OVERSIGT-REC
        OPEN OUTPUT SletListeFil
        OPEN EXTEND SletteLogFil
        IF WS-SLETTELOG-STATUS = "35"
            OPEN OUTPUT SletteLogFil
        END-IF
    END-IF

    PERFORM SKRIV-REGLER
    PERFORM SKRIV-HOLD

    MOVE SPACES TO OVERSIGT-TEXT
    WRITE OVERSIGT-REC
    MOVE "Materiale ud over opbevaringsperioden" TO OVERSIGT-TEXT
    WRITE OVERSIGT-REC

    IF T-FA-AAR(1) > 0
        PERFORM BEHANDL-ARKIVMAPPER
    END-IF
    IF T-FA-AAR(2) > 0
        PERFORM BEHANDL-AARSARKIVER
    END-IF
    IF T-FA-AAR(3) > 0
        MOVE 3 TO IDX-FAMILIE
        MOVE "FejlLogHistorik.txt" TO WS-HIST-NAVN
        MOVE "FejlLogHistorik.new" TO WS-HIST-NY-NAVN
        MOVE 28 TO WS-HIST-NOEGLE-POS
        PERFORM BEHANDL-HISTORIK
    END-IF
    IF T-FA-AAR(4) > 0
        MOVE 4 TO IDX-FAMILIE
        MOVE "KoerselHistorik.txt" TO WS-HIST-NAVN
        MOVE "KoerselHistorik.new" TO WS-HIST-NY-NAVN
        MOVE 0 TO WS-HIST-NOEGLE-POS
        PERFORM BEHANDL-HISTORIK
    END-IF
    IF T-FA-AAR(5) > 0
        MOVE 5 TO IDX-FAMILIE
        MOVE "StamdataJournal.txt" TO WS-HIST-NAVN
        MOVE "StamdataJournal.new" TO WS-HIST-NY-NAVN
        MOVE 22 TO WS-HIST-NOEGLE-POS
        PERFORM BEHANDL-HISTORIK
    END-IF

    PERFORM SKRIV-TOTALER

    IF WS-GODKENDT = "N"
        CLOSE OversigtFil FejlLogFil
        DISPLAY "Dry run - intet er slettet. Gennemse "
                "OpbevaringDiff.txt og opret OpbevaringGodkendt.txt "
                "med godkenderens initialer"
        MOVE 4 TO RETURN-CODE
        STOP RUN
    END-IF

    *> Filerne slettes samlet, og tomme kørselsmapper fjernes bagefter
    CLOSE SletListeFil
    IF ANTAL-SLET-FILER > 0
        CALL "SYSTEM" USING
            "xargs -d '\n' rm -f < OpbevaringSletListe.txt"
        CALL "SYSTEM" USING
            "find Arkiv -mindepth 1 -type d -empty -delete 2>/dev/null"
    END-IF
    CALL "SYSTEM" USING "rm -f OpbevaringSletListe.txt OpbevaringListe.txt"

    *> Godkendelsen gjaldt præcis denne diff - den forbruges, så næste
    *> planlagte kørsel igen starter som dry run
    CALL "SYSTEM" USING "rm -f OpbevaringGodkendt.txt"

    CLOSE OversigtFil SletteLogFil
    CLOSE FejlLogFil
    IF WS-FEJL-MAX-SEV = "F"
        MOVE 8 TO RETURN-CODE
    END-IF

    DISPLAY "OPBEVARING-SLET: " ANTAL-SLET-FILER " fil(er) slettet, "
            T-FA-SLET(3) " + " T-FA-SLET(4) " + " T-FA-SLET(5)
            " historiklinje(r) slettet"

    STOP RUN.

*>-----------------------------------------------------------------
*>  LAES-REGLER – opbevaringsregistret. Ukendte familier ignoreres,
*>  og en periode under lovens minimum hæves til minimum
*>-----------------------------------------------------------------
LAES-REGLER.
    INITIALIZE FAMILIE-REGLER
    PERFORM UNTIL EOF-OPBEVARING = "Y"
        READ OpbevaringFil
            AT END
                MOVE "Y" TO EOF-OPBEVARING
            NOT AT END
                IF OPBEVARING-REC NOT = SPACES
                        AND OPBEVARING-REC(1:1) NOT = "*"
                    PERFORM TILFOEJ-REGEL
                END-IF
        END-READ
    END-PERFORM
    CLOSE OpbevaringFil
    .

TILFOEJ-REGEL.
    MOVE 1 TO IDX-FAMILIE
    PERFORM UNTIL IDX-FAMILIE > MAX-FAMILIER
        IF T-FA-NAVN(IDX-FAMILIE) = OB-FAMILIE OF OPBEVARING-REC
            EXIT PERFORM
        END-IF
        ADD 1 TO IDX-FAMILIE
    END-PERFORM

    MOVE "A" TO WS-FEJL-SEV
    MOVE OB-FAMILIE OF OPBEVARING-REC TO WS-FEJL-NOEGLE
    IF IDX-FAMILIE > MAX-FAMILIER
        MOVE "Ukendt filfamilie i Opbevaring.txt - linjen ignoreres"
            TO WS-FEJL-TEKST
        PERFORM SKRIV-FEJLLOG
        EXIT PARAGRAPH
    END-IF
    IF OB-AAR OF OPBEVARING-REC NOT NUMERIC
        MOVE "Ugyldigt antal aar i Opbevaring.txt - familien slettes ikke"
            TO WS-FEJL-TEKST
        PERFORM SKRIV-FEJLLOG
        EXIT PARAGRAPH
    END-IF

    MOVE OB-AAR OF OPBEVARING-REC     TO T-FA-AAR(IDX-FAMILIE)
    MOVE OB-HJEMMEL OF OPBEVARING-REC TO T-FA-HJEMMEL(IDX-FAMILIE)
    IF T-FA-AAR(IDX-FAMILIE) < T-FA-MIN(IDX-FAMILIE)
        MOVE T-FA-MIN(IDX-FAMILIE) TO T-FA-AAR(IDX-FAMILIE)
        MOVE T-FA-MIN(IDX-FAMILIE) TO AAR-EDIT
        MOVE SPACES TO WS-FEJL-TEKST
        STRING
            "Opbevaring under lovens minimum - "  DELIMITED BY SIZE
            FUNCTION TRIM(AAR-EDIT)               DELIMITED BY SIZE
            " aar bruges"                         DELIMITED BY SIZE
        INTO WS-FEJL-TEKST
        END-STRING
        PERFORM SKRIV-FEJLLOG
    END-IF
    COMPUTE T-FA-GRAENSE-AAR(IDX-FAMILIE)
        = WS-DAGS-AAR - T-FA-AAR(IDX-FAMILIE)
    .

*>-----------------------------------------------------------------
*>  LAES-RETSHOLD – myndighedsanmodningerne i RetsligHold.txt. Et
*>  udløbet hold tæller ikke
*>-----------------------------------------------------------------
LAES-RETSHOLD.
    OPEN INPUT RetsHoldFil
    IF WS-RETSHOLD-STATUS = "00"
        PERFORM UNTIL EOF-RETSHOLD = "Y"
            READ RetsHoldFil
                AT END
                    MOVE "Y" TO EOF-RETSHOLD
                NOT AT END
                    IF RH-NOEGLE OF RETSHOLD-REC NOT = SPACES
                            AND (RH-UDLOEB OF RETSHOLD-REC = SPACES
                              OR RH-UDLOEB OF RETSHOLD-REC >= WS-DAGS-DATO)
                        IF RH-KUNDE OF RETSHOLD-REC
                            MOVE "K" TO WS-NY-TYPE
                        ELSE
                            MOVE "O" TO WS-NY-TYPE
                        END-IF
                        MOVE RH-NOEGLE OF RETSHOLD-REC TO WS-SOEG-NOEGLE
                        MOVE SPACES TO WS-NY-GRUND
                        STRING
                            "Myndighed "              DELIMITED BY SIZE
                            RH-SAG OF RETSHOLD-REC    DELIMITED BY SIZE
                        INTO WS-NY-GRUND
                        END-STRING
                        PERFORM TILFOEJ-HOLD
                    END-IF
            END-READ
        END-PERFORM
        CLOSE RetsHoldFil
    END-IF
    .

*>-----------------------------------------------------------------
*>  LAES-TVISTER – alle sager, der ikke er afsluttet, holder både
*>  konto og kunde
*>-----------------------------------------------------------------
LAES-TVISTER.
    OPEN INPUT TvisterFil
    IF WS-TVIST-STATUS = "00"
        PERFORM UNTIL EOF-TVIST = "Y"
            READ TvisterFil
                AT END
                    MOVE "Y" TO EOF-TVIST
                NOT AT END
                    IF NOT TV-AFSLUTTET OF TVIST-REC
                            AND RAW-TVIST NOT = SPACES
                        MOVE SPACES TO WS-NY-GRUND
                        STRING
                            "Aaben tvist "            DELIMITED BY SIZE
                            TV-SAGSNR OF TVIST-REC    DELIMITED BY SIZE
                        INTO WS-NY-GRUND
                        END-STRING
                        IF TV-KONTO-ID OF TVIST-REC NOT = SPACES
                            MOVE "O" TO WS-NY-TYPE
                            MOVE TV-KONTO-ID OF TVIST-REC
                                TO WS-SOEG-NOEGLE
                            PERFORM TILFOEJ-HOLD
                        END-IF
                        IF TV-KUNDE-ID OF TVIST-REC NOT = SPACES
                            MOVE "K" TO WS-NY-TYPE
                            MOVE TV-KUNDE-ID OF TVIST-REC
                                TO WS-SOEG-NOEGLE
                            PERFORM TILFOEJ-HOLD
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
        CLOSE TvisterFil
    END-IF
    .

*>-----------------------------------------------------------------
*>  LAES-DOEDSBOER – kunder med KUNDE-STATUS "B"
*>-----------------------------------------------------------------
LAES-DOEDSBOER.
    OPEN INPUT Kundeoplysninger
    IF WS-KUNDE-STATUS = "00"
        PERFORM UNTIL EOF-KUNDE = "Y"
            READ Kundeoplysninger
                AT END
                    MOVE "Y" TO EOF-KUNDE
                NOT AT END
                    IF KUNDE-STATUS OF KUNDEOPL = "B"
                        MOVE "K" TO WS-NY-TYPE
                        MOVE KUNDEID OF KUNDEOPL TO WS-SOEG-NOEGLE
                        MOVE "Doedsbo" TO WS-NY-GRUND
                        PERFORM TILFOEJ-HOLD
                    END-IF
            END-READ
        END-PERFORM
        CLOSE Kundeoplysninger
    END-IF
    .

*>-----------------------------------------------------------------
*>  UDVID-KUNDE-HOLD – et hold på en kunde dækker alle kundens konti
*>-----------------------------------------------------------------
UDVID-KUNDE-HOLD.
    OPEN INPUT Kontofil
    IF WS-KONTO-STATUS = "00"
        PERFORM UNTIL EOF-KONTO = "Y"
            READ Kontofil
                AT END
                    MOVE "Y" TO EOF-KONTO
                NOT AT END
                    MOVE KUNDE-ID OF KONTO-REC TO WS-SOEG-NOEGLE
                    PERFORM FIND-HOLD
                    IF WS-HOLD-IDX > 0
                        IF T-HO-TYPE(WS-HOLD-IDX) = "K"
                            MOVE T-HO-GRUND(WS-HOLD-IDX) TO WS-NY-GRUND
                            MOVE "O" TO WS-NY-TYPE
                            MOVE KONTO-ID OF KONTO-REC
                                TO WS-SOEG-NOEGLE
                            PERFORM TILFOEJ-HOLD
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
        CLOSE Kontofil
    END-IF
    .

*>-----------------------------------------------------------------
*>  TILFOEJ-HOLD – læg WS-SOEG-NOEGLE i holdtabellen med
*>  WS-NY-TYPE/-GRUND, medmindre nøglen allerede er holdt
*>-----------------------------------------------------------------
TILFOEJ-HOLD.
    PERFORM FIND-HOLD
    IF WS-HOLD-IDX > 0
        EXIT PARAGRAPH
    END-IF
    IF ANTAL-HOLD >= MAX-HOLD
        MOVE "F" TO WS-FEJL-SEV
        MOVE WS-SOEG-NOEGLE TO WS-FEJL-NOEGLE
        MOVE "Holdtabellen er fuld - sletningen kan ikke udfoeres sikkert"
            TO WS-FEJL-TEKST
        PERFORM SKRIV-FEJLLOG
        CLOSE FejlLogFil
        DISPLAY "OPBEVARING-SLET: holdtabellen er fuld - intet slettet"
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    ADD 1 TO ANTAL-HOLD
    MOVE WS-NY-TYPE     TO T-HO-TYPE(ANTAL-HOLD)
    MOVE WS-SOEG-NOEGLE TO T-HO-NOEGLE(ANTAL-HOLD)
    MOVE WS-NY-GRUND    TO T-HO-GRUND(ANTAL-HOLD)
    IF WS-NY-TYPE = "K"
        ADD 1 TO ANTAL-KUNDE-HOLD
    END-IF
    .

FIND-HOLD.
    MOVE 0 TO WS-HOLD-IDX
    IF WS-SOEG-NOEGLE = SPACES
        EXIT PARAGRAPH
    END-IF
    MOVE 1 TO IDX-HOLD
    PERFORM UNTIL IDX-HOLD > ANTAL-HOLD
        IF T-HO-NOEGLE(IDX-HOLD) = WS-SOEG-NOEGLE
            MOVE IDX-HOLD TO WS-HOLD-IDX
            EXIT PERFORM
        END-IF
        ADD 1 TO IDX-HOLD
    END-PERFORM
    .

*>-----------------------------------------------------------------
*>  TJEK-GODKENDELSE – findes OpbevaringGodkendt.txt med initialer?
*>-----------------------------------------------------------------
TJEK-GODKENDELSE.
    MOVE "N" TO WS-GODKENDT
    OPEN INPUT GodkendtFil
    IF WS-GODKENDT-STATUS = "00"
        READ GodkendtFil
            AT END
                CONTINUE
            NOT AT END
                IF GODKENDT-INIT NOT = SPACES
                    MOVE "Y" TO WS-GODKENDT
                    MOVE GODKENDT-INIT TO WS-GODKENDER
                END-IF
        END-READ
        CLOSE GodkendtFil
    END-IF
    .

*>-----------------------------------------------------------------
*>  SKRIV-REGLER / SKRIV-HOLD – de regler og hold, kørslen bygger på
*>-----------------------------------------------------------------
SKRIV-REGLER.
    MOVE SPACES TO OVERSIGT-TEXT
    WRITE OVERSIGT-REC
    MOVE "Opbevaringsregler" TO OVERSIGT-TEXT
    WRITE OVERSIGT-REC
    MOVE 1 TO IDX-FAMILIE
    PERFORM UNTIL IDX-FAMILIE > MAX-FAMILIER
        MOVE SPACES TO OVERSIGT-TEXT
        MOVE T-FA-NAVN(IDX-FAMILIE) TO OVERSIGT-TEXT(3:12)
        IF T-FA-AAR(IDX-FAMILIE) = 0
            MOVE "ingen regel - slettes ikke" TO OVERSIGT-TEXT(17:40)
        ELSE
            MOVE T-FA-AAR(IDX-FAMILIE) TO AAR-EDIT
            MOVE T-FA-GRAENSE-AAR(IDX-FAMILIE) TO WS-AAR-TEKST
            STRING
                FUNCTION TRIM(AAR-EDIT)       DELIMITED BY SIZE
                " aar - materiale fra foer "  DELIMITED BY SIZE
                WS-AAR-TEKST                  DELIMITED BY SIZE
                " slettes ("                  DELIMITED BY SIZE
                FUNCTION TRIM(T-FA-HJEMMEL(IDX-FAMILIE))
                                              DELIMITED BY SIZE
                ")"                           DELIMITED BY SIZE
            INTO OVERSIGT-TEXT(17:120)
            END-STRING
        END-IF
        WRITE OVERSIGT-REC
        ADD 1 TO IDX-FAMILIE
    END-PERFORM
    .

SKRIV-HOLD.
    MOVE SPACES TO OVERSIGT-TEXT
    WRITE OVERSIGT-REC
    MOVE ANTAL-HOLD TO ANTAL-EDIT
    STRING
        "Retsligt hold: "                 DELIMITED BY SIZE
        FUNCTION TRIM(ANTAL-EDIT)         DELIMITED BY SIZE
        " kunde(r)/konto(er)"             DELIMITED BY SIZE
    INTO OVERSIGT-TEXT
    END-STRING
    WRITE OVERSIGT-REC
    MOVE 1 TO IDX-HOLD
    PERFORM UNTIL IDX-HOLD > ANTAL-HOLD
        MOVE SPACES TO OVERSIGT-TEXT
        IF T-HO-TYPE(IDX-HOLD) = "K"
            MOVE "kunde" TO OVERSIGT-TEXT(3:5)
        ELSE
            MOVE "konto" TO OVERSIGT-TEXT(3:5)
        END-IF
        MOVE T-HO-NOEGLE(IDX-HOLD) TO OVERSIGT-TEXT(9:14)
        MOVE T-HO-GRUND(IDX-HOLD)  TO OVERSIGT-TEXT(24:40)
        WRITE OVERSIGT-REC
        ADD 1 TO IDX-HOLD
    END-PERFORM
    .

*>-----------------------------------------------------------------
*>  BEHANDL-ARKIVMAPPER – alle filer under Arkiv/<kørsel>_<stempel>/
*>  i sorteret orden, så en mappe gennemgås samlet
*>-----------------------------------------------------------------
BEHANDL-ARKIVMAPPER.
    MOVE 1 TO IDX-FAMILIE
    MOVE "find Arkiv -type f 2>/dev/null | sort > OpbevaringListe.txt"
        TO WS-SYSTEM-CMD
    CALL "SYSTEM" USING WS-SYSTEM-CMD

    MOVE SPACES TO WS-FORRIGE-MAPPE
    MOVE "N" TO EOF-LISTE
    OPEN INPUT ListeFil
    IF WS-LISTE-STATUS NOT = "00"
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL EOF-LISTE = "Y"
        READ ListeFil
            AT END
                MOVE "Y" TO EOF-LISTE
            NOT AT END
                IF LISTE-STI NOT = SPACES
                    PERFORM BEHANDL-ARKIVFIL
                END-IF
        END-READ
    END-PERFORM
    CLOSE ListeFil
    PERFORM AFSLUT-MAPPE
    .

BEHANDL-ARKIVFIL.
    MOVE SPACES TO WS-STI-DEL1 WS-MAPPE WS-FILNAVN WS-STI-REST
    UNSTRING LISTE-STI DELIMITED BY "/"
        INTO WS-STI-DEL1 WS-MAPPE WS-FILNAVN WS-STI-REST
    END-UNSTRING

    IF WS-MAPPE NOT = WS-FORRIGE-MAPPE
        PERFORM AFSLUT-MAPPE
        PERFORM START-MAPPE
    END-IF
    *> Kun filer direkte i en kørselsmappe med gyldigt stempel
    IF WS-MAPPE-FORFALDEN = "N" OR WS-FILNAVN = SPACES
            OR WS-STI-REST NOT = SPACES
        EXIT PARAGRAPH
    END-IF

    PERFORM FIND-FIL-NOEGLE
    MOVE WS-FIL-NOEGLE TO WS-SOEG-NOEGLE
    PERFORM FIND-HOLD
    IF WS-HOLD-IDX > 0
        ADD 1 TO WS-MAPPE-HOLDT
        ADD 1 TO T-FA-HOLDT(1)
        MOVE SPACES TO OVERSIGT-TEXT
        STRING
            "    holdes: "                            DELIMITED BY SIZE
            FUNCTION TRIM(LISTE-STI)                  DELIMITED BY SIZE
            " - "                                     DELIMITED BY SIZE
            FUNCTION TRIM(T-HO-GRUND(WS-HOLD-IDX))    DELIMITED BY SIZE
        INTO OVERSIGT-TEXT
        END-STRING
        WRITE OVERSIGT-REC
    ELSE
        ADD 1 TO WS-MAPPE-SLET
        ADD 1 TO T-FA-SLET(1)
        IF WS-GODKENDT = "Y"
            MOVE LISTE-STI TO SLETLISTE-STI
            WRITE SLETLISTE-REC
            ADD 1 TO ANTAL-SLET-FILER
            MOVE "ARKIVMAPPER" TO WS-SL-FAMILIE
            MOVE LISTE-STI     TO WS-SL-OBJEKT
            PERFORM SKRIV-SLETTELOG
        END-IF
    END-IF
    .

*>-----------------------------------------------------------------
*>  START-MAPPE – ny mappe: stemplet er de sidste 14 cifre efter
*>  "_", og mappen er forfalden, når stemplets år er før grænsen
*>-----------------------------------------------------------------
START-MAPPE.
    MOVE WS-MAPPE TO WS-FORRIGE-MAPPE
    MOVE 0 TO WS-MAPPE-SLET WS-MAPPE-HOLDT
    MOVE "N" TO WS-MAPPE-FORFALDEN
    MOVE SPACES TO WS-MAPPE-DATO
    IF WS-FILNAVN = SPACES
        EXIT PARAGRAPH
    END-IF
    COMPUTE WS-LAENGDE = FUNCTION LENGTH(FUNCTION TRIM(WS-MAPPE TRAILING))
    IF WS-LAENGDE < 16
        ADD 1 TO ANTAL-UKENDT-MAPPE
        EXIT PARAGRAPH
    END-IF
    IF WS-MAPPE(WS-LAENGDE - 14:1) NOT = "_"
            OR WS-MAPPE(WS-LAENGDE - 13:14) NOT NUMERIC
        ADD 1 TO ANTAL-UKENDT-MAPPE
        EXIT PARAGRAPH
    END-IF
    MOVE WS-MAPPE(WS-LAENGDE - 13:8) TO WS-MAPPE-DATO
    MOVE T-FA-GRAENSE-AAR(1) TO WS-AAR-TEKST
    IF WS-MAPPE-DATO(1:4) < WS-AAR-TEKST
        MOVE "Y" TO WS-MAPPE-FORFALDEN
    END-IF
    .

AFSLUT-MAPPE.
    IF WS-FORRIGE-MAPPE = SPACES OR WS-MAPPE-FORFALDEN = "N"
        EXIT PARAGRAPH
    END-IF
    MOVE SPACES TO OVERSIGT-TEXT
    MOVE WS-MAPPE-SLET TO ANTAL-EDIT
    STRING
        "  Arkiv/"                       DELIMITED BY SIZE
        FUNCTION TRIM(WS-FORRIGE-MAPPE)  DELIMITED BY SIZE
        ": "                             DELIMITED BY SIZE
        FUNCTION TRIM(ANTAL-EDIT)        DELIMITED BY SIZE
        " fil(er) slettes, "             DELIMITED BY SIZE
    INTO OVERSIGT-TEXT
    END-STRING
    MOVE WS-MAPPE-HOLDT TO ANTAL-EDIT
    STRING
        FUNCTION TRIM(OVERSIGT-TEXT TRAILING) DELIMITED BY SIZE
        " "                              DELIMITED BY SIZE
        FUNCTION TRIM(ANTAL-EDIT)        DELIMITED BY SIZE
        " holdes"                        DELIMITED BY SIZE
    INTO OVERSIGT-TEXT
    END-STRING
    WRITE OVERSIGT-REC
    MOVE "N" TO WS-MAPPE-FORFALDEN
    .

*>-----------------------------------------------------------------
*>  FIND-FIL-NOEGLE – konto-/kunde-id'et i <type>_<id>.<endelse>:
*>  teksten efter sidste "_" og før det følgende punktum. Filer uden
*>  "_" (manifester, statistik) har ingen nøgle
*>-----------------------------------------------------------------
FIND-FIL-NOEGLE.
    MOVE SPACES TO WS-FIL-NOEGLE
    MOVE 0 TO WS-POS-STREG WS-POS-PUNKTUM
    COMPUTE WS-LAENGDE = FUNCTION LENGTH(FUNCTION TRIM(WS-FILNAVN TRAILING))
    MOVE 1 TO WS-POS
    PERFORM UNTIL WS-POS > WS-LAENGDE
        IF WS-FILNAVN(WS-POS:1) = "_"
            MOVE WS-POS TO WS-POS-STREG
            MOVE 0 TO WS-POS-PUNKTUM
        END-IF
        IF WS-FILNAVN(WS-POS:1) = "." AND WS-POS-STREG > 0
                AND WS-POS-PUNKTUM = 0
            MOVE WS-POS TO WS-POS-PUNKTUM
        END-IF
        ADD 1 TO WS-POS
    END-PERFORM
    IF WS-POS-STREG = 0
        EXIT PARAGRAPH
    END-IF
    IF WS-POS-PUNKTUM = 0
        COMPUTE WS-POS-PUNKTUM = WS-LAENGDE + 1
    END-IF
    IF WS-POS-PUNKTUM - WS-POS-STREG > 1
            AND WS-POS-PUNKTUM - WS-POS-STREG <= 15
        MOVE WS-FILNAVN(WS-POS-STREG + 1:
                        WS-POS-PUNKTUM - WS-POS-STREG - 1)
            TO WS-FIL-NOEGLE
    END-IF
    .

*>-----------------------------------------------------------------
*>  BEHANDL-AARSARKIVER – Transaktioner-ÅÅÅÅ.txt fra før grænseåret.
*>  Et arkiv med en linje på en holdt konto beholdes helt
*>-----------------------------------------------------------------
BEHANDL-AARSARKIVER.
    MOVE 2 TO IDX-FAMILIE
    MOVE "ls Transaktioner-[0-9]*.txt > OpbevaringListe.txt 2>/dev/null"
        TO WS-SYSTEM-CMD
    CALL "SYSTEM" USING WS-SYSTEM-CMD

    MOVE T-FA-GRAENSE-AAR(2) TO WS-AAR-TEKST
    MOVE "N" TO EOF-LISTE
    OPEN INPUT ListeFil
    IF WS-LISTE-STATUS NOT = "00"
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL EOF-LISTE = "Y"
        READ ListeFil
            AT END
                MOVE "Y" TO EOF-LISTE
            NOT AT END
                IF LISTE-STI(15:4) NUMERIC
                        AND LISTE-STI(15:4) < WS-AAR-TEKST
                        AND LISTE-STI(19:4) = ".txt"
                    PERFORM BEHANDL-AARSARKIV
                END-IF
        END-READ
    END-PERFORM
    CLOSE ListeFil
    .

BEHANDL-AARSARKIV.
    MOVE LISTE-STI TO WS-AARS-NAVN
    MOVE 0 TO WS-HOLD-IDX
    MOVE "N" TO EOF-AARS
    OPEN INPUT AarsArkivFil
    IF WS-AARS-STATUS = "00"
        PERFORM UNTIL EOF-AARS = "Y"
            READ AarsArkivFil
                AT END
                    MOVE "Y" TO EOF-AARS
                NOT AT END
                    MOVE RAW-AARS-TRANS(107:14) TO WS-SOEG-NOEGLE
                    PERFORM FIND-HOLD
                    IF WS-HOLD-IDX > 0
                        MOVE "Y" TO EOF-AARS
                    END-IF
            END-READ
        END-PERFORM
        CLOSE AarsArkivFil
    END-IF

    MOVE SPACES TO OVERSIGT-TEXT
    IF WS-HOLD-IDX > 0
        ADD 1 TO T-FA-HOLDT(2)
        STRING
            "  "                                      DELIMITED BY SIZE
            FUNCTION TRIM(WS-AARS-NAVN)               DELIMITED BY SIZE
            ": holdes - konto "                       DELIMITED BY SIZE
            FUNCTION TRIM(T-HO-NOEGLE(WS-HOLD-IDX))   DELIMITED BY SIZE
            ", "                                      DELIMITED BY SIZE
            FUNCTION TRIM(T-HO-GRUND(WS-HOLD-IDX))    DELIMITED BY SIZE
        INTO OVERSIGT-TEXT
        END-STRING
        WRITE OVERSIGT-REC
        EXIT PARAGRAPH
    END-IF

    ADD 1 TO T-FA-SLET(2)
    STRING
        "  "                                      DELIMITED BY SIZE
        FUNCTION TRIM(WS-AARS-NAVN)               DELIMITED BY SIZE
        " og "                                    DELIMITED BY SIZE
        WS-AARS-NAVN(1:18)                        DELIMITED BY SIZE
        ".ctl: slettes"                           DELIMITED BY SIZE
    INTO OVERSIGT-TEXT
    END-STRING
    WRITE OVERSIGT-REC
    IF WS-GODKENDT = "Y"
        MOVE "AARSARKIV" TO WS-SL-FAMILIE
        MOVE WS-AARS-NAVN TO SLETLISTE-STI
        WRITE SLETLISTE-REC
        MOVE WS-AARS-NAVN TO WS-SL-OBJEKT
        PERFORM SKRIV-SLETTELOG
        MOVE SPACES TO SLETLISTE-STI
        STRING
            WS-AARS-NAVN(1:18) DELIMITED BY SIZE
            ".ctl"             DELIMITED BY SIZE
        INTO SLETLISTE-STI
        END-STRING
        WRITE SLETLISTE-REC
        MOVE SLETLISTE-STI TO WS-SL-OBJEKT
        PERFORM SKRIV-SLETTELOG
        ADD 2 TO ANTAL-SLET-FILER
    END-IF
    .

*>-----------------------------------------------------------------
*>  BEHANDL-HISTORIK – rens WS-HIST-NAVN for linjer dateret før
*>  grænseåret (dato i pos. 1-8). Har familien en nøgle
*>  (WS-HIST-NOEGLE-POS), beholdes linjer på en holdt nøgle
*>-----------------------------------------------------------------
BEHANDL-HISTORIK.
    MOVE T-FA-GRAENSE-AAR(IDX-FAMILIE) TO WS-AAR-TEKST
    STRING
        WS-AAR-TEKST DELIMITED BY SIZE
        "0101"       DELIMITED BY SIZE
    INTO WS-GRAENSE-DATO
    END-STRING
    MOVE 0 TO WS-LINJE-SLET WS-LINJE-HOLDT
    MOVE "N" TO EOF-HIST
    OPEN INPUT HistorikFil
    IF WS-HIST-STATUS NOT = "00"
        EXIT PARAGRAPH
    END-IF
    IF WS-GODKENDT = "Y"
        OPEN OUTPUT HistorikNyFil
    END-IF
    PERFORM UNTIL EOF-HIST = "Y"
        READ HistorikFil
            AT END
                MOVE "Y" TO EOF-HIST
            NOT AT END
                PERFORM BEHANDL-HISTORIK-LINJE
        END-READ
    END-PERFORM
    CLOSE HistorikFil

    IF WS-GODKENDT = "Y"
        CLOSE HistorikNyFil
        IF WS-LINJE-SLET > 0
            MOVE SPACES TO WS-SYSTEM-CMD
            STRING
                "mv "                          DELIMITED BY SIZE
                FUNCTION TRIM(WS-HIST-NY-NAVN) DELIMITED BY SIZE
                " "                            DELIMITED BY SIZE
                FUNCTION TRIM(WS-HIST-NAVN)    DELIMITED BY SIZE
            INTO WS-SYSTEM-CMD
            END-STRING
        ELSE
            MOVE SPACES TO WS-SYSTEM-CMD
            STRING
                "rm -f "                       DELIMITED BY SIZE
                FUNCTION TRIM(WS-HIST-NY-NAVN) DELIMITED BY SIZE
            INTO WS-SYSTEM-CMD
            END-STRING
        END-IF
        CALL "SYSTEM" USING WS-SYSTEM-CMD
    END-IF

    ADD WS-LINJE-SLET  TO T-FA-SLET(IDX-FAMILIE)
    ADD WS-LINJE-HOLDT TO T-FA-HOLDT(IDX-FAMILIE)
    MOVE SPACES TO OVERSIGT-TEXT
    MOVE WS-LINJE-SLET TO ANTAL-EDIT
    STRING
        "  "                          DELIMITED BY SIZE
        FUNCTION TRIM(WS-HIST-NAVN)   DELIMITED BY SIZE
        ": "                          DELIMITED BY SIZE
        FUNCTION TRIM(ANTAL-EDIT)     DELIMITED BY SIZE
        " linje(r) dateret foer "     DELIMITED BY SIZE
        WS-GRAENSE-DATO               DELIMITED BY SIZE
        " slettes, "                  DELIMITED BY SIZE
    INTO OVERSIGT-TEXT
    END-STRING
    MOVE WS-LINJE-HOLDT TO ANTAL-EDIT
    STRING
        FUNCTION TRIM(OVERSIGT-TEXT TRAILING) DELIMITED BY SIZE
        " "                           DELIMITED BY SIZE
        FUNCTION TRIM(ANTAL-EDIT)     DELIMITED BY SIZE
        " holdes"                     DELIMITED BY SIZE
    INTO OVERSIGT-TEXT
    END-STRING
    WRITE OVERSIGT-REC
    .

BEHANDL-HISTORIK-LINJE.
    IF RAW-HIST(1:8) NUMERIC AND RAW-HIST(1:8) < WS-GRAENSE-DATO
        MOVE SPACES TO WS-HIST-NOEGLE
        MOVE 0 TO WS-HOLD-IDX
        IF WS-HIST-NOEGLE-POS > 0
            MOVE RAW-HIST(WS-HIST-NOEGLE-POS:14) TO WS-HIST-NOEGLE
            MOVE WS-HIST-NOEGLE TO WS-SOEG-NOEGLE
            PERFORM FIND-HOLD
        END-IF
        IF WS-HOLD-IDX = 0
            ADD 1 TO WS-LINJE-SLET
            IF WS-GODKENDT = "Y"
                MOVE T-FA-NAVN(IDX-FAMILIE) TO WS-SL-FAMILIE
                MOVE SPACES TO WS-SL-OBJEKT
                STRING
                    FUNCTION TRIM(WS-HIST-NAVN) DELIMITED BY SIZE
                    " "                         DELIMITED BY SIZE
                    RAW-HIST(1:8)               DELIMITED BY SIZE
                    " "                         DELIMITED BY SIZE
                    WS-HIST-NOEGLE              DELIMITED BY SIZE
                INTO WS-SL-OBJEKT
                END-STRING
                PERFORM SKRIV-SLETTELOG
            END-IF
            EXIT PARAGRAPH
        END-IF
        ADD 1 TO WS-LINJE-HOLDT
    END-IF
    IF WS-GODKENDT = "Y"
        MOVE RAW-HIST TO RAW-HIST-NY
        WRITE RAW-HIST-NY
    END-IF
    .

*>-----------------------------------------------------------------
*>  SKRIV-TOTALER – optælling pr. familie
*>-----------------------------------------------------------------
SKRIV-TOTALER.
    MOVE SPACES TO OVERSIGT-TEXT
    WRITE OVERSIGT-REC
    MOVE "I alt" TO OVERSIGT-TEXT
    WRITE OVERSIGT-REC
    MOVE 1 TO IDX-FAMILIE
    PERFORM UNTIL IDX-FAMILIE > MAX-FAMILIER
        IF T-FA-AAR(IDX-FAMILIE) > 0
            MOVE SPACES TO OVERSIGT-TEXT
            MOVE T-FA-NAVN(IDX-FAMILIE) TO OVERSIGT-TEXT(3:12)
            MOVE T-FA-SLET(IDX-FAMILIE) TO ANTAL-EDIT
            STRING
                FUNCTION TRIM(ANTAL-EDIT)     DELIMITED BY SIZE
                " slettes, "                  DELIMITED BY SIZE
            INTO OVERSIGT-TEXT(17:60)
            END-STRING
            MOVE T-FA-HOLDT(IDX-FAMILIE) TO ANTAL-EDIT
            STRING
                FUNCTION TRIM(OVERSIGT-TEXT TRAILING) DELIMITED BY SIZE
                " "                           DELIMITED BY SIZE
                FUNCTION TRIM(ANTAL-EDIT)     DELIMITED BY SIZE
                " holdes"                     DELIMITED BY SIZE
            INTO OVERSIGT-TEXT
            END-STRING
            WRITE OVERSIGT-REC
        END-IF
        ADD 1 TO IDX-FAMILIE
    END-PERFORM
    IF ANTAL-UKENDT-MAPPE > 0
        MOVE SPACES TO OVERSIGT-TEXT
        MOVE ANTAL-UKENDT-MAPPE TO ANTAL-EDIT
        STRING
            "  "                                DELIMITED BY SIZE
            FUNCTION TRIM(ANTAL-EDIT)           DELIMITED BY SIZE
            " mappe(r) under Arkiv/ uden koerselsstempel - roeres ikke"
                                                DELIMITED BY SIZE
        INTO OVERSIGT-TEXT
        END-STRING
        WRITE OVERSIGT-REC
    END-IF
    .

*>-----------------------------------------------------------------
*>  SKRIV-SLETTELOG – én linje i den permanente sletningslog
*>-----------------------------------------------------------------
SKRIV-SLETTELOG.
    MOVE SPACES TO SLETTELOG-REC
    MOVE FUNCTION CURRENT-DATE(1:14) TO OS-TIDSPUNKT OF SLETTELOG-REC
    MOVE WS-GODKENDER  TO OS-GODKENDER OF SLETTELOG-REC
    MOVE WS-SL-FAMILIE TO OS-FAMILIE   OF SLETTELOG-REC
    MOVE WS-SL-OBJEKT  TO OS-OBJEKT    OF SLETTELOG-REC
    WRITE SLETTELOG-REC
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
END PROGRAM OPBEVARING-SLET.
