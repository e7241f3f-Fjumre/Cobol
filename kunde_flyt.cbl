>>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. KUNDE-FLYT.

*>-----------------------------------------------------------------
*>  KUNDE-FLYT – flytter konti fra ét KUNDEID til et andet, så
*>  ejerskiftet ikke længere skal håndrettes i flade filer. Dagens
*>  flytninger læses fra KundeFlytning.txt (se KUNDEFLYT.cpy):
*>
*>    S = sammenlægning af en dubletkunde: alle FRA's konti,
*>        medejerskaber (KontoEjere.txt), tvistsager (Tvister.txt),
*>        udskriftscyklusser (KundeCyklus.txt) og screeningstræf
*>        (ScreeningTraef.txt) overgår til TIL, og FRA lukkes
*>        (KUNDE-STATUS "L") i Kundeoplysninger.txt
*>    O = overdragelse af én konto - eller alle FRA's konti, når
*>        KONTO-ID er blank - til en ny ejer (virksomhedsovertagelse,
*>        gave til et barn). FRA forbliver kunde; kun de flyttede
*>        konti og deres åbne tvister og kontocyklusser følger med
*>
*>  Kassekreditter.txt er nøglet på konto alene, så en facilitet
*>  følger kontoen uden rettelser - ved en overdragelse varsles den i
*>  FejlLog.txt, da den nye ejer skal kreditvurderes.
*>
*>  En flytning afvises, hvis en af kunderne er ukendt, slettet eller
*>  lukket, TIL er et dødsbo, kontoen ikke ejes af FRA, eller en
*>  af de berørte konti er fuldt spærret (KontoSpaerring.txt) - samme
*>  regel som OPDATER-KUNDE. Hver ændring journaliseres i
*>  StamdataJournal.txt.
*>
*>  To-personers-kontrol som OPDATER-KUNDE: uden KundeFlytGodkendt.txt
*>  med godkenderens initialer er kørslen en dry run, der kun skriver
*>  KundeFlytDiff.txt og slutter med returkode 4. Efter en godkendt
*>  anvendelse forbruges godkendelsen, kørslens oversigt står i
*>  KundeFlytRapport.txt, og køen arkiveres i
*>  KundeFlytningBehandlet.txt
*>-----------------------------------------------------------------

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT FlytningFil
        ASSIGN TO "KundeFlytning.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FLYTNING-STATUS.

    SELECT Kundeoplysninger
        ASSIGN TO "Kundeoplysninger.txt"
        ORGANIZATION IS LINE SEQUENTIAL.

    SELECT KundeoplysningerNyFil
        ASSIGN TO "Kundeoplysninger.new"
        ORGANIZATION IS LINE SEQUENTIAL.

    SELECT Kontofil
        ASSIGN TO "KontoOpl.txt"
        ORGANIZATION IS LINE SEQUENTIAL.

    SELECT KontofilNyFil
        ASSIGN TO "KontoOpl.new"
        ORGANIZATION IS LINE SEQUENTIAL.

    *> De øvrige ejerskabsbærende filer er alle valgfri
    SELECT KontoEjereFil
        ASSIGN TO "KontoEjere.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-EJER-STATUS.

    SELECT KontoEjereNyFil
        ASSIGN TO "KontoEjere.new"
        ORGANIZATION IS LINE SEQUENTIAL.

    SELECT KundeCyklusFil
        ASSIGN TO "KundeCyklus.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CYKLUS-STATUS.

    SELECT KundeCyklusNyFil
        ASSIGN TO "KundeCyklus.new"
        ORGANIZATION IS LINE SEQUENTIAL.

    SELECT TvisterFil
        ASSIGN TO "Tvister.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-TVIST-STATUS.

    SELECT TvisterNyFil
        ASSIGN TO "Tvister.new"
        ORGANIZATION IS LINE SEQUENTIAL.

    *> SCREENINGs træfliste - bærer KUNDEID i "KUNDE: ", "EJER:  "
    *> og "(kunde "-linjerne, som AML-RISIKO læser
    SELECT ScreeningTraefFil
        ASSIGN TO "ScreeningTraef.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-TRAEF-STATUS.

    SELECT ScreeningTraefNyFil
        ASSIGN TO "ScreeningTraef.new"
        ORGANIZATION IS LINE SEQUENTIAL.

    SELECT KassekreditFil
        ASSIGN TO "Kassekreditter.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-KASSEKREDIT-STATUS.

    SELECT KontoSpaerringFil
        ASSIGN TO "KontoSpaerring.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-SPAERRING-STATUS.

    *> Diffen (dry run) og rapporten (anvendt) har samme opbygning -
    *> filnavnet sættes, før filen åbnes
    SELECT OversigtFil
        ASSIGN TO WS-OVERSIGT-FILNAVN
        ORGANIZATION IS LINE SEQUENTIAL.

    SELECT GodkendtFil
        ASSIGN TO "KundeFlytGodkendt.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-GODKENDT-STATUS.

    *> Den fælles, severity-kodede fejllog for hele batchsuiten
    SELECT FejlLogFil
        ASSIGN TO "FejlLog.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FEJLLOG-STATUS.

    *> Feltjournalen over stamdata-mutationer - akkumulerer hen over
    *> kørslerne, derfor EXTEND (se STAMJOURNAL.cpy)
    SELECT StamJournalFil
        ASSIGN TO "StamdataJournal.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-JOURNAL-STATUS.

DATA DIVISION.
FILE SECTION.

FD FlytningFil.
01 FLYTNING-REC.
   COPY "KUNDEFLYT.cpy".

FD Kundeoplysninger.
01 RAW-KUNDE PIC X(302).
01 KUNDEOPL REDEFINES RAW-KUNDE.
   COPY "KUNDER.cpy".

FD KundeoplysningerNyFil.
01 RAW-KUNDE-NY PIC X(302).

FD Kontofil.
01 RAW-KONTO PIC X(52).
01 KONTO-REC REDEFINES RAW-KONTO.
   COPY "KONTOOPL.cpy".

FD KontofilNyFil.
01 RAW-KONTO-NY PIC X(52).

FD KontoEjereFil.
01 RAW-EJER PIC X(25).          *> 14+1+10 = 25
01 EJER-REC REDEFINES RAW-EJER.
   COPY "KONTOEJERE.cpy".

FD KontoEjereNyFil.
01 RAW-EJER-NY PIC X(25).

FD KundeCyklusFil.
01 RAW-CYKLUS PIC X(25).        *> 14+10+1 = 25
01 CYKLUS-REC REDEFINES RAW-CYKLUS.
   COPY "KUNDECYKLUS.cpy".

FD KundeCyklusNyFil.
01 RAW-CYKLUS-NY PIC X(25).

FD TvisterFil.
01 RAW-TVIST PIC X(156).
01 TVIST-REC REDEFINES RAW-TVIST.
   COPY "TVISTER.cpy".

FD TvisterNyFil.
01 RAW-TVIST-NY PIC X(156).

FD ScreeningTraefFil.
01 TRAEF-REC.
   02 TRAEF-TEXT PIC X(150).

FD ScreeningTraefNyFil.
01 TRAEF-NY-REC.
   02 TRAEF-NY-TEXT PIC X(150).

FD KassekreditFil.
01 RAW-KASSEKREDIT PIC X(41).    *> 14+15+8+4 = 41
01 KASSEKREDIT-REC REDEFINES RAW-KASSEKREDIT.
   COPY "KASSEKREDIT.cpy".

FD KontoSpaerringFil.
01 RAW-SPAERRING PIC X(27).     *> 14+1+8+4 = 27
01 SPAERRING-REC REDEFINES RAW-SPAERRING.
   COPY "KONTOSPAERRING.cpy".

FD OversigtFil.
01 OVERSIGT-REC.
   02 OVERSIGT-TEXT PIC X(150).

FD GodkendtFil.
01 GODKENDT-REC.
   02 GODKENDT-INIT PIC X(3).
   02 FILLER        PIC X(47).

FD FejlLogFil.
01 FEJLLOG-REC.
   COPY "FEJLLOG.cpy".

FD StamJournalFil.
01 STAMJOURNAL-REC.
   COPY "STAMJOURNAL.cpy".

WORKING-STORAGE SECTION.
01 WS-FLYTNING-STATUS    PIC XX VALUE SPACES.
01 WS-EJER-STATUS        PIC XX VALUE SPACES.
01 WS-CYKLUS-STATUS      PIC XX VALUE SPACES.
01 WS-TVIST-STATUS       PIC XX VALUE SPACES.
01 WS-TRAEF-STATUS       PIC XX VALUE SPACES.
01 WS-KASSEKREDIT-STATUS PIC XX VALUE SPACES.
01 WS-SPAERRING-STATUS   PIC XX VALUE SPACES.

01 EOF-FLYTNING    PIC X VALUE "N".
01 EOF-KUNDE       PIC X VALUE "N".
01 EOF-KONTO       PIC X VALUE "N".
01 EOF-EJER        PIC X VALUE "N".
01 EOF-CYKLUS      PIC X VALUE "N".
01 EOF-TVIST       PIC X VALUE "N".
01 EOF-TRAEF       PIC X VALUE "N".
01 EOF-KASSEKREDIT PIC X VALUE "N".
01 EOF-SPAERRING   PIC X VALUE "N".

01 WS-OVERSIGT-FILNAVN PIC X(40) VALUE "KundeFlytDiff.txt".
01 WS-DAGS-DATO        PIC X(8)  VALUE SPACES.

*> Dagens flytninger med de to kunders stamdata, fanget i ét
*> gennemløb af Kundeoplysninger.txt. T-KF-GYLDIG bliver "N", så
*> snart en kontrol afviser flytningen
01 MAX-FLYT        PIC 9(5) VALUE 500.
01 ANTAL-FLYT      PIC 9(5) VALUE 0.
01 ANTAL-GYLDIGE   PIC 9(5) VALUE 0.
01 ANTAL-AFVISTE   PIC 9(5) VALUE 0.
01 ANTAL-SAMMENLAEG PIC 9(5) VALUE 0.
01 IDX-FLYT        PIC 9(5).
01 IDX-ANDEN       PIC 9(5).
01 WS-FLYT-IDX     PIC 9(5) VALUE 0.
01 FLYT-TABEL.
   02 FLYT-POST OCCURS 500 TIMES.
      03 T-KF-TYPE          PIC X(1).
      03 T-KF-FRA           PIC X(10).
      03 T-KF-TIL           PIC X(10).
      03 T-KF-KONTO         PIC X(14).
      03 T-KF-AARSAG        PIC X(30).
      03 T-KF-GYLDIG        PIC X(1).
      03 T-KF-AFVIST-TEKST  PIC X(60).
      03 T-KF-FRA-FUNDET    PIC X(1).
      03 T-KF-FRA-STATUS    PIC X(1).
      03 T-KF-FRA-NAVN      PIC X(30).
      03 T-KF-TIL-FUNDET    PIC X(1).
      03 T-KF-TIL-STATUS    PIC X(1).
      03 T-KF-TIL-NAVN      PIC X(30).
      03 T-KF-ANTAL-KONTI   PIC 9(5).
      *> Har TIL selv en kundecyklus (blank konto) i KundeCyklus.txt?
      03 T-KF-TIL-HAR-CYKLUS PIC X(1).

*> De konti, der flyttes, og hvilken flytning der flytter dem
01 MAX-FLYT-KONTI    PIC 9(5) VALUE 5000.
01 ANTAL-FLYT-KONTI  PIC 9(5) VALUE 0.
01 IDX-FLYT-KONTO    PIC 9(5).
01 FLYT-KONTO-TABEL.
   02 FLYT-KONTO-POST OCCURS 5000 TIMES.
      03 T-FK-KONTO       PIC X(14).
      03 T-FK-FLYT        PIC 9(5).
      03 T-FK-SPAERRET    PIC X(1).
      03 T-FK-KASSEKREDIT PIC X(1).

*> Konti, TIL i forvejen ejer - en medejerlinje, der efter
*> flytningen peger på kontoens egen ejer, fjernes
01 MAX-TIL-KONTI     PIC 9(5) VALUE 5000.
01 ANTAL-TIL-KONTI   PIC 9(5) VALUE 0.
01 IDX-TIL-KONTO     PIC 9(5).
01 TIL-KONTO-TABEL.
   02 TIL-KONTO-POST OCCURS 5000 TIMES.
      03 T-TK-KONTO  PIC X(14).
      03 T-TK-KUNDE  PIC X(10).

*> TIL's eksisterende medejerskaber ved en sammenlægning - ejer FRA
*> og TIL samme konto i fællesskab, bliver FRA's linje en dublet
01 MAX-TIL-MEDEJER   PIC 9(5) VALUE 5000.
01 ANTAL-TIL-MEDEJER PIC 9(5) VALUE 0.
01 IDX-TIL-MEDEJER   PIC 9(5).
01 TIL-MEDEJER-TABEL.
   02 TIL-MEDEJER-POST OCCURS 5000 TIMES.
      03 T-TM-KONTO  PIC X(14).
      03 T-TM-KUNDE  PIC X(10).

*> Fuldt spærrede konti (type "F") fra KontoSpaerring.txt
01 MAX-SPAERRINGER    PIC 9(5) VALUE 1000.
01 ANTAL-SPAERRINGER  PIC 9(5) VALUE 0.
01 IDX-SPAERRING      PIC 9(5).
01 SPAERRING-TABEL.
   02 T-SP-KONTO-ID OCCURS 1000 TIMES PIC X(14).

01 WS-SOEG-KONTO      PIC X(14) VALUE SPACES.
01 WS-KONTO-FLYTTES   PIC X VALUE "N".
01 WS-PRIMAER-EJER    PIC X(10) VALUE SPACES.
01 WS-NY-EJER         PIC X(10) VALUE SPACES.
01 WS-FUNDET          PIC X VALUE "N".
01 WS-AFVIS-TEKST     PIC X(60) VALUE SPACES.
01 WS-TYPE-TEKST      PIC X(14) VALUE SPACES.

*> Screeningstræf: hver nøgleform er 7 tegn + KUNDEID = 17 tegn,
*> så FRA kan erstattes af TIL med INSPECT uden at flytte teksten
01 WS-TRAEF-FOER      PIC X(150) VALUE SPACES.
01 WS-TOKEN-FRA       PIC X(17) VALUE SPACES.
01 WS-TOKEN-TIL       PIC X(17) VALUE SPACES.
01 WS-TOKEN-NR        PIC 9 VALUE 0.
01 WS-TOKEN-PRAEFIKS  PIC X(7) VALUE SPACES.

01 ANTAL-KONTI-FLYTTET  PIC 9(7) VALUE 0.
01 ANTAL-MEDEJER-AENDR  PIC 9(7) VALUE 0.
01 ANTAL-CYKLUS-AENDR   PIC 9(7) VALUE 0.
01 ANTAL-TVIST-AENDR    PIC 9(7) VALUE 0.
01 ANTAL-TRAEF-AENDR    PIC 9(7) VALUE 0.
01 ANTAL-KASSEKREDIT    PIC 9(7) VALUE 0.
01 ANTAL-KUNDER-LUKKET  PIC 9(7) VALUE 0.
01 ANTAL-EDIT           PIC ZZZZZZ9.

*> To-personers-kontrollen - dry run indtil KundeFlytGodkendt.txt
*> foreligger med godkenderens initialer
01 WS-GODKENDT-STATUS PIC XX VALUE SPACES.
01 WS-GODKENDT        PIC X  VALUE "N".
01 WS-GODKENDER       PIC X(3) VALUE SPACES.

*> Den fælles fejllog (FejlLog.txt) - se FEJLLOG.cpy
01 WS-FEJLLOG-STATUS PIC XX VALUE SPACES.
01 WS-FEJL-PROGRAM   PIC X(12) VALUE "KUNDE-FLYT".
01 WS-FEJL-SEV       PIC X(1)  VALUE "I".
01 WS-FEJL-NOEGLE    PIC X(20) VALUE SPACES.
01 WS-FEJL-TEKST     PIC X(100) VALUE SPACES.
01 WS-FEJL-MAX-SEV   PIC X(1)  VALUE "I".

*> Feltjournalen (StamdataJournal.txt) - kaldsstedet sætter
*> WS-JN-TYPE/-NOEGLE/-FELT/-FOER/-EFTER før SKRIV-JOURNAL
01 WS-JOURNAL-STATUS PIC XX VALUE SPACES.
01 WS-JN-PROGRAM     PIC X(12) VALUE "KUNDE-FLYT".
01 WS-JN-TYPE        PIC X(1)  VALUE SPACE.
01 WS-JN-NOEGLE      PIC X(14) VALUE SPACES.
01 WS-JN-FELT        PIC X(12) VALUE SPACES.
01 WS-JN-FOER        PIC X(40) VALUE SPACES.
01 WS-JN-EFTER       PIC X(40) VALUE SPACES.

PROCEDURE DIVISION.
    MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DAGS-DATO

    OPEN INPUT FlytningFil
    IF WS-FLYTNING-STATUS NOT = "00"
        DISPLAY "KUNDE-FLYT: ingen KundeFlytning.txt - intet at flytte"
        STOP RUN
    END-IF

    OPEN EXTEND FejlLogFil
    IF WS-FEJLLOG-STATUS = "35"
        OPEN OUTPUT FejlLogFil
    END-IF

    OPEN EXTEND StamJournalFil
    IF WS-JOURNAL-STATUS = "35"
        OPEN OUTPUT StamJournalFil
    END-IF

    *> Flytningerne indlæses og vurderes først - intet anvendes før
    *> to-personers-godkendelsen
    PERFORM LAES-FLYTNINGER
    PERFORM LAES-KUNDER
    PERFORM VALIDER-KUNDER
    PERFORM LAES-SPAERRINGER
    PERFORM FIND-KONTI
    PERFORM VALIDER-KONTI
    PERFORM LAES-KASSEKREDITTER

    PERFORM TJEK-GODKENDELSE
    IF WS-GODKENDT = "N"
        MOVE "KundeFlytDiff.txt" TO WS-OVERSIGT-FILNAVN
        OPEN OUTPUT OversigtFil
        MOVE SPACES TO OVERSIGT-TEXT
        STRING
            "Afventende kundeflytninger pr. " DELIMITED BY SIZE
            WS-DAGS-DATO                      DELIMITED BY SIZE
            " - opret KundeFlytGodkendt.txt med initialer for at anvende"
                                              DELIMITED BY SIZE
        INTO OVERSIGT-TEXT
        END-STRING
        WRITE OVERSIGT-REC
        PERFORM SKRIV-FLYT-OVERSIGT
        CLOSE OversigtFil FejlLogFil StamJournalFil
        DISPLAY "Dry run - intet er flyttet. Gennemse "
                "KundeFlytDiff.txt og opret KundeFlytGodkendt.txt "
                "med godkenderens initialer"
        MOVE 4 TO RETURN-CODE
        STOP RUN
    END-IF

    MOVE "KundeFlytRapport.txt" TO WS-OVERSIGT-FILNAVN
    OPEN OUTPUT OversigtFil
    MOVE SPACES TO OVERSIGT-TEXT
    STRING
        "Kundeflytninger anvendt med godkendelse af " DELIMITED BY SIZE
        WS-GODKENDER                                   DELIMITED BY SIZE
        " "                                            DELIMITED BY SIZE
        FUNCTION CURRENT-DATE(1:14)                    DELIMITED BY SIZE
    INTO OVERSIGT-TEXT
    END-STRING
    WRITE OVERSIGT-REC
    PERFORM SKRIV-FLYT-OVERSIGT
    PERFORM LOG-AFVISTE

    IF ANTAL-GYLDIGE > 0
        IF ANTAL-FLYT-KONTI > 0
            PERFORM OPDATER-KONTOOPL
        END-IF
        PERFORM OPDATER-KONTOEJERE
        PERFORM OPDATER-KUNDECYKLUS
        PERFORM OPDATER-TVISTER
        IF ANTAL-SAMMENLAEG > 0
            PERFORM OPDATER-SCREENING-TRAEF
            PERFORM LUK-SAMMENLAGTE-KUNDER
        END-IF
        PERFORM VARSL-KASSEKREDITTER
    END-IF

    PERFORM SKRIV-FLYT-TOTALER
    CLOSE OversigtFil

    *> Godkendelsen gjaldt præcis denne diff - den forbruges, og den
    *> anvendte kø arkiveres, så næste cyklus ikke kører en ny dry run
    *> over allerede gennemførte flytninger
    CALL "SYSTEM" USING "rm -f KundeFlytGodkendt.txt"
    CALL "SYSTEM" USING
        "test -f KundeFlytning.txt && cat KundeFlytning.txt >> KundeFlytningBehandlet.txt && rm -f KundeFlytning.txt"

    CLOSE StamJournalFil

    CLOSE FejlLogFil
    IF WS-FEJL-MAX-SEV = "F"
        MOVE 8 TO RETURN-CODE
    END-IF

    DISPLAY "KUNDE-FLYT: " ANTAL-GYLDIGE " flytning(er) anvendt, "
            ANTAL-AFVISTE " afvist, " ANTAL-KONTI-FLYTTET
            " konto(er) flyttet, " ANTAL-KUNDER-LUKKET
            " kunde(r) lukket"

    STOP RUN.

*>-----------------------------------------------------------------
*>  LAES-FLYTNINGER – læs køen ind i FLYT-TABEL med de kontroller,
*>  der kan foretages på selve linjen
*>-----------------------------------------------------------------
LAES-FLYTNINGER.
    PERFORM UNTIL EOF-FLYTNING = "Y"
        READ FlytningFil
            AT END
                MOVE "Y" TO EOF-FLYTNING
            NOT AT END
                IF FLYTNING-REC NOT = SPACES
                    PERFORM TILFOEJ-FLYTNING
                END-IF
        END-READ
    END-PERFORM
    CLOSE FlytningFil
    .

*>-----------------------------------------------------------------
*>  TILFOEJ-FLYTNING – én kølinje i FLYT-TABEL
*>-----------------------------------------------------------------
TILFOEJ-FLYTNING.
    IF ANTAL-FLYT >= MAX-FLYT
        MOVE "F" TO WS-FEJL-SEV
        MOVE KF-FRA-KUNDE-ID TO WS-FEJL-NOEGLE
        MOVE "Flytning ikke behandlet - FLYT-TABEL er fuld"
            TO WS-FEJL-TEKST
        PERFORM SKRIV-FEJLLOG
        EXIT PARAGRAPH
    END-IF

    ADD 1 TO ANTAL-FLYT
    MOVE ANTAL-FLYT TO IDX-FLYT
    MOVE KF-TYPE         TO T-KF-TYPE(IDX-FLYT)
    MOVE KF-FRA-KUNDE-ID TO T-KF-FRA(IDX-FLYT)
    MOVE KF-TIL-KUNDE-ID TO T-KF-TIL(IDX-FLYT)
    MOVE KF-KONTO-ID     TO T-KF-KONTO(IDX-FLYT)
    MOVE KF-AARSAG       TO T-KF-AARSAG(IDX-FLYT)
    MOVE "Y"    TO T-KF-GYLDIG(IDX-FLYT)
    MOVE SPACES TO T-KF-AFVIST-TEKST(IDX-FLYT)
    MOVE "N"    TO T-KF-FRA-FUNDET(IDX-FLYT)
    MOVE SPACE  TO T-KF-FRA-STATUS(IDX-FLYT)
    MOVE SPACES TO T-KF-FRA-NAVN(IDX-FLYT)
    MOVE "N"    TO T-KF-TIL-FUNDET(IDX-FLYT)
    MOVE SPACE  TO T-KF-TIL-STATUS(IDX-FLYT)
    MOVE SPACES TO T-KF-TIL-NAVN(IDX-FLYT)
    MOVE 0      TO T-KF-ANTAL-KONTI(IDX-FLYT)
    MOVE "N"    TO T-KF-TIL-HAR-CYKLUS(IDX-FLYT)

    EVALUATE TRUE
        WHEN NOT KF-SAMMENLAEG AND NOT KF-OVERDRAG
            MOVE "ugyldig type - skal vaere S eller O" TO WS-AFVIS-TEKST
            PERFORM AFVIS-FLYTNING
        WHEN KF-FRA-KUNDE-ID = SPACES OR KF-TIL-KUNDE-ID = SPACES
            MOVE "fra- eller til-kunde mangler" TO WS-AFVIS-TEKST
            PERFORM AFVIS-FLYTNING
        WHEN KF-FRA-KUNDE-ID = KF-TIL-KUNDE-ID
            MOVE "fra- og til-kunde er den samme" TO WS-AFVIS-TEKST
            PERFORM AFVIS-FLYTNING
        WHEN KF-SAMMENLAEG AND KF-KONTO-ID NOT = SPACES
            MOVE "en sammenlaegning flytter alle konti - konto skal vaere blank"
                TO WS-AFVIS-TEKST
            PERFORM AFVIS-FLYTNING
        WHEN OTHER
            CONTINUE
    END-EVALUATE
    .

*>-----------------------------------------------------------------
*>  AFVIS-FLYTNING – markér flytningen IDX-FLYT som afvist med
*>  WS-AFVIS-TEKST. En allerede afvist flytning beholder sin første
*>  afvisningsgrund
*>-----------------------------------------------------------------
AFVIS-FLYTNING.
    IF T-KF-GYLDIG(IDX-FLYT) = "Y"
        MOVE "N" TO T-KF-GYLDIG(IDX-FLYT)
        MOVE WS-AFVIS-TEKST TO T-KF-AFVIST-TEKST(IDX-FLYT)
    END-IF
    .

*>-----------------------------------------------------------------
*>  LAES-KUNDER – ét gennemløb af Kundeoplysninger.txt, der fanger
*>  status og navn på hver flytnings FRA- og TIL-kunde
*>-----------------------------------------------------------------
LAES-KUNDER.
    MOVE "N" TO EOF-KUNDE
    OPEN INPUT Kundeoplysninger
    PERFORM UNTIL EOF-KUNDE = "Y"
        READ Kundeoplysninger
            AT END
                MOVE "Y" TO EOF-KUNDE
            NOT AT END
                PERFORM VARYING IDX-FLYT FROM 1 BY 1
                        UNTIL IDX-FLYT > ANTAL-FLYT
                    IF T-KF-FRA(IDX-FLYT) = KUNDEID OF KUNDEOPL
                        MOVE "Y" TO T-KF-FRA-FUNDET(IDX-FLYT)
                        MOVE KUNDE-STATUS OF KUNDEOPL
                            TO T-KF-FRA-STATUS(IDX-FLYT)
                        MOVE NAVN OF KUNDEOPL TO T-KF-FRA-NAVN(IDX-FLYT)
                    END-IF
                    IF T-KF-TIL(IDX-FLYT) = KUNDEID OF KUNDEOPL
                        MOVE "Y" TO T-KF-TIL-FUNDET(IDX-FLYT)
                        MOVE KUNDE-STATUS OF KUNDEOPL
                            TO T-KF-TIL-STATUS(IDX-FLYT)
                        MOVE NAVN OF KUNDEOPL TO T-KF-TIL-NAVN(IDX-FLYT)
                    END-IF
                END-PERFORM
        END-READ
    END-PERFORM
    CLOSE Kundeoplysninger
    .

*>-----------------------------------------------------------------
*>  VALIDER-KUNDER – FRA skal findes og være aktiv (et dødsbo kan
*>  overdrage, men ikke lægges sammen), TIL skal findes og kunne eje
*>  konti. En kunde, der lægges sammen, må ikke samtidig indgå i en
*>  anden flytning i samme kørsel - den anden indsendes igen næste
*>  cyklus, så rækkefølgen aldrig afgør resultatet
*>-----------------------------------------------------------------
VALIDER-KUNDER.
    PERFORM VARYING IDX-FLYT FROM 1 BY 1 UNTIL IDX-FLYT > ANTAL-FLYT
        EVALUATE TRUE
            WHEN T-KF-FRA-FUNDET(IDX-FLYT) = "N"
                MOVE "fra-kunde ukendt" TO WS-AFVIS-TEKST
                PERFORM AFVIS-FLYTNING
            WHEN T-KF-FRA-STATUS(IDX-FLYT) = "S"
                MOVE "fra-kunde er slettet" TO WS-AFVIS-TEKST
                PERFORM AFVIS-FLYTNING
            WHEN T-KF-FRA-STATUS(IDX-FLYT) = "L"
                MOVE "fra-kunde er lukket" TO WS-AFVIS-TEKST
                PERFORM AFVIS-FLYTNING
            WHEN T-KF-FRA-STATUS(IDX-FLYT) = "B"
                    AND T-KF-TYPE(IDX-FLYT) = "S"
                MOVE "et doedsbo laegges ikke sammen - brug overdragelse (O)"
                    TO WS-AFVIS-TEKST
                PERFORM AFVIS-FLYTNING
            WHEN T-KF-TIL-FUNDET(IDX-FLYT) = "N"
                MOVE "til-kunde ukendt" TO WS-AFVIS-TEKST
                PERFORM AFVIS-FLYTNING
            WHEN T-KF-TIL-STATUS(IDX-FLYT) = "S"
                    OR T-KF-TIL-STATUS(IDX-FLYT) = "L"
                    OR T-KF-TIL-STATUS(IDX-FLYT) = "B"
                MOVE "til-kunde er slettet, lukket eller et doedsbo"
                    TO WS-AFVIS-TEKST
                PERFORM AFVIS-FLYTNING
            WHEN OTHER
                CONTINUE
        END-EVALUATE
    END-PERFORM

    PERFORM VARYING IDX-FLYT FROM 1 BY 1 UNTIL IDX-FLYT > ANTAL-FLYT
        PERFORM VARYING IDX-ANDEN FROM 1 BY 1 UNTIL IDX-ANDEN > ANTAL-FLYT
            IF IDX-ANDEN NOT = IDX-FLYT
                    AND T-KF-TYPE(IDX-ANDEN) = "S"
                    AND T-KF-GYLDIG(IDX-ANDEN) = "Y"
                    AND (T-KF-FRA(IDX-ANDEN) = T-KF-TIL(IDX-FLYT)
                         OR (T-KF-FRA(IDX-ANDEN) = T-KF-FRA(IDX-FLYT)
                             AND IDX-ANDEN < IDX-FLYT))
                MOVE "kunden laegges sammen i en anden flytning i samme koersel"
                    TO WS-AFVIS-TEKST
                PERFORM AFVIS-FLYTNING
            END-IF
        END-PERFORM
    END-PERFORM
    .

*>-----------------------------------------------------------------
*>  LAES-SPAERRINGER – de FULDT spærrede konti (type "F") fra en evt.
*>  KontoSpaerring.txt
*>-----------------------------------------------------------------
LAES-SPAERRINGER.
    OPEN INPUT KontoSpaerringFil
    IF WS-SPAERRING-STATUS = "00"
        PERFORM UNTIL EOF-SPAERRING = "Y"
            READ KontoSpaerringFil
                AT END
                    MOVE "Y" TO EOF-SPAERRING
                NOT AT END
                    IF SP-FULD OF SPAERRING-REC
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
*>  FIND-KONTI – gennemløb KontoOpl.txt og saml de konti, hver gyldig
*>  flytning omfatter, samt de konti TIL-kunderne ejer i forvejen.
*>  En konto flyttes højst én gang pr. kørsel - af den første
*>  flytning i køen, der omfatter den
*>-----------------------------------------------------------------
FIND-KONTI.
    MOVE "N" TO EOF-KONTO
    OPEN INPUT Kontofil
    PERFORM UNTIL EOF-KONTO = "Y"
        READ Kontofil
            AT END
                MOVE "Y" TO EOF-KONTO
            NOT AT END
                PERFORM FIND-FLYTNING-FOR-KONTO
                IF WS-FLYT-IDX > 0
                    PERFORM TILFOEJ-FLYT-KONTO
                ELSE
                    PERFORM TILFOEJ-TIL-KONTO
                END-IF
        END-READ
    END-PERFORM
    CLOSE Kontofil
    .

*>-----------------------------------------------------------------
*>  FIND-FLYTNING-FOR-KONTO – den første gyldige flytning, hvis FRA
*>  ejer den aktuelle konto, og som omfatter netop den (eller alle
*>  FRA's konti). WS-FLYT-IDX = 0, hvis ingen
*>-----------------------------------------------------------------
FIND-FLYTNING-FOR-KONTO.
    MOVE 0 TO WS-FLYT-IDX
    PERFORM VARYING IDX-FLYT FROM 1 BY 1 UNTIL IDX-FLYT > ANTAL-FLYT
        IF T-KF-GYLDIG(IDX-FLYT) = "Y"
                AND T-KF-FRA(IDX-FLYT) = KUNDE-ID OF KONTO-REC
                AND (T-KF-KONTO(IDX-FLYT) = SPACES
                     OR T-KF-KONTO(IDX-FLYT) = KONTO-ID OF KONTO-REC)
            MOVE IDX-FLYT TO WS-FLYT-IDX
            EXIT PERFORM
        END-IF
    END-PERFORM
    .

*>-----------------------------------------------------------------
*>  TILFOEJ-FLYT-KONTO – registrér den aktuelle konto som flyttet af
*>  flytning WS-FLYT-IDX og notér, om den er fuldt spærret
*>-----------------------------------------------------------------
TILFOEJ-FLYT-KONTO.
    IF ANTAL-FLYT-KONTI >= MAX-FLYT-KONTI
        MOVE WS-FLYT-IDX TO IDX-FLYT
        MOVE "FLYT-KONTO-TABEL er fuld - flytningen kan ikke gennemfoeres"
            TO WS-AFVIS-TEKST
        PERFORM AFVIS-FLYTNING
        EXIT PARAGRAPH
    END-IF

    ADD 1 TO ANTAL-FLYT-KONTI
    MOVE KONTO-ID OF KONTO-REC TO T-FK-KONTO(ANTAL-FLYT-KONTI)
    MOVE WS-FLYT-IDX TO T-FK-FLYT(ANTAL-FLYT-KONTI)
    MOVE "N" TO T-FK-SPAERRET(ANTAL-FLYT-KONTI)
    MOVE "N" TO T-FK-KASSEKREDIT(ANTAL-FLYT-KONTI)
    ADD 1 TO T-KF-ANTAL-KONTI(WS-FLYT-IDX)

    PERFORM VARYING IDX-SPAERRING FROM 1 BY 1
            UNTIL IDX-SPAERRING > ANTAL-SPAERRINGER
        IF T-SP-KONTO-ID(IDX-SPAERRING) = KONTO-ID OF KONTO-REC
            MOVE "Y" TO T-FK-SPAERRET(ANTAL-FLYT-KONTI)
            EXIT PERFORM
        END-IF
    END-PERFORM
    .

*>-----------------------------------------------------------------
*>  TILFOEJ-TIL-KONTO – ejes den aktuelle konto af en TIL-kunde,
*>  huskes den med ejeren til medejerkontrollen i OPDATER-KONTOEJERE
*>-----------------------------------------------------------------
TILFOEJ-TIL-KONTO.
    PERFORM VARYING IDX-FLYT FROM 1 BY 1 UNTIL IDX-FLYT > ANTAL-FLYT
        IF T-KF-GYLDIG(IDX-FLYT) = "Y"
                AND T-KF-TIL(IDX-FLYT) = KUNDE-ID OF KONTO-REC
            IF ANTAL-TIL-KONTI < MAX-TIL-KONTI
                ADD 1 TO ANTAL-TIL-KONTI
                MOVE KONTO-ID OF KONTO-REC TO T-TK-KONTO(ANTAL-TIL-KONTI)
                MOVE KUNDE-ID OF KONTO-REC TO T-TK-KUNDE(ANTAL-TIL-KONTI)
            END-IF
            EXIT PERFORM
        END-IF
    END-PERFORM
    .

*>-----------------------------------------------------------------
*>  VALIDER-KONTI – en overdragelse skal flytte mindst én konto, og
*>  ingen flytning må omfatte en fuldt spærret konto. Til sidst
*>  tælles de gyldige flytninger
*>-----------------------------------------------------------------
VALIDER-KONTI.
    PERFORM VARYING IDX-FLYT FROM 1 BY 1 UNTIL IDX-FLYT > ANTAL-FLYT
        IF T-KF-GYLDIG(IDX-FLYT) = "Y"
                AND T-KF-TYPE(IDX-FLYT) = "O"
                AND T-KF-ANTAL-KONTI(IDX-FLYT) = 0
            IF T-KF-KONTO(IDX-FLYT) NOT = SPACES
                MOVE "kontoen findes ikke eller ejes ikke af fra-kunden"
                    TO WS-AFVIS-TEKST
            ELSE
                MOVE "fra-kunden ejer ingen konti" TO WS-AFVIS-TEKST
            END-IF
            PERFORM AFVIS-FLYTNING
        END-IF
    END-PERFORM

    PERFORM VARYING IDX-FLYT-KONTO FROM 1 BY 1
            UNTIL IDX-FLYT-KONTO > ANTAL-FLYT-KONTI
        IF T-FK-SPAERRET(IDX-FLYT-KONTO) = "Y"
            MOVE T-FK-FLYT(IDX-FLYT-KONTO) TO IDX-FLYT
            MOVE SPACES TO WS-AFVIS-TEKST
            STRING
                "konto "                       DELIMITED BY SIZE
                T-FK-KONTO(IDX-FLYT-KONTO)     DELIMITED BY SPACE
                " er fuldt spaerret"           DELIMITED BY SIZE
            INTO WS-AFVIS-TEKST
            END-STRING
            PERFORM AFVIS-FLYTNING
        END-IF
    END-PERFORM

    MOVE 0 TO ANTAL-GYLDIGE ANTAL-AFVISTE ANTAL-SAMMENLAEG
    PERFORM VARYING IDX-FLYT FROM 1 BY 1 UNTIL IDX-FLYT > ANTAL-FLYT
        IF T-KF-GYLDIG(IDX-FLYT) = "Y"
            ADD 1 TO ANTAL-GYLDIGE
            IF T-KF-TYPE(IDX-FLYT) = "S"
                ADD 1 TO ANTAL-SAMMENLAEG
            END-IF
        ELSE
            ADD 1 TO ANTAL-AFVISTE
        END-IF
    END-PERFORM
    .

*>-----------------------------------------------------------------
*>  LAES-KASSEKREDITTER – markér de flyttede konti, der har en
*>  kassekredit i en evt. Kassekreditter.txt
*>-----------------------------------------------------------------
LAES-KASSEKREDITTER.
    OPEN INPUT KassekreditFil
    IF WS-KASSEKREDIT-STATUS = "00"
        PERFORM UNTIL EOF-KASSEKREDIT = "Y"
            READ KassekreditFil
                AT END
                    MOVE "Y" TO EOF-KASSEKREDIT
                NOT AT END
                    MOVE KAS-KONTO-ID OF KASSEKREDIT-REC TO WS-SOEG-KONTO
                    PERFORM FIND-FLYTTET-KONTO
                    IF WS-KONTO-FLYTTES = "Y"
                        MOVE "Y" TO T-FK-KASSEKREDIT(IDX-FLYT-KONTO)
                    END-IF
            END-READ
        END-PERFORM
        CLOSE KassekreditFil
    END-IF
    .

*>-----------------------------------------------------------------
*>  FIND-FLYTTET-KONTO – flyttes WS-SOEG-KONTO af en gyldig
*>  flytning? Sætter WS-KONTO-FLYTTES, IDX-FLYT-KONTO og WS-FLYT-IDX
*>-----------------------------------------------------------------
FIND-FLYTTET-KONTO.
    MOVE "N" TO WS-KONTO-FLYTTES
    MOVE 0   TO WS-FLYT-IDX
    PERFORM VARYING IDX-FLYT-KONTO FROM 1 BY 1
            UNTIL IDX-FLYT-KONTO > ANTAL-FLYT-KONTI
        IF T-FK-KONTO(IDX-FLYT-KONTO) = WS-SOEG-KONTO
            IF T-KF-GYLDIG(T-FK-FLYT(IDX-FLYT-KONTO)) = "Y"
                MOVE "Y" TO WS-KONTO-FLYTTES
                MOVE T-FK-FLYT(IDX-FLYT-KONTO) TO WS-FLYT-IDX
            END-IF
            EXIT PERFORM
        END-IF
    END-PERFORM
    .

*>-----------------------------------------------------------------
*>  FIND-SAMMENLAEGNING – er WS-SOEG-KONTO(1:10) FRA i en gyldig
*>  sammenlægning? WS-FLYT-IDX = 0, hvis ikke
*>-----------------------------------------------------------------
FIND-SAMMENLAEGNING.
    MOVE 0 TO WS-FLYT-IDX
    PERFORM VARYING IDX-FLYT FROM 1 BY 1 UNTIL IDX-FLYT > ANTAL-FLYT
        IF T-KF-GYLDIG(IDX-FLYT) = "Y"
                AND T-KF-TYPE(IDX-FLYT) = "S"
                AND T-KF-FRA(IDX-FLYT) = WS-SOEG-KONTO(1:10)
            MOVE IDX-FLYT TO WS-FLYT-IDX
            EXIT PERFORM
        END-IF
    END-PERFORM
    .

*>-----------------------------------------------------------------
*>  TJEK-GODKENDELSE – foreligger der en godkendelse med initialer?
*>-----------------------------------------------------------------
TJEK-GODKENDELSE.
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
        IF WS-GODKENDT = "N"
            DISPLAY "KundeFlytGodkendt.txt er tom - initialerne "
                    "mangler, koerslen forbliver en dry run"
        END-IF
    END-IF
    .

*>-----------------------------------------------------------------
*>  SKRIV-FLYT-OVERSIGT – den menneskelæsbare oversigt over hver
*>  flytning og de konti, den flytter. Skrives som diff i en dry run
*>  og som rapport efter anvendelsen
*>-----------------------------------------------------------------
SKRIV-FLYT-OVERSIGT.
    PERFORM VARYING IDX-FLYT FROM 1 BY 1 UNTIL IDX-FLYT > ANTAL-FLYT
        IF T-KF-TYPE(IDX-FLYT) = "S"
            MOVE "SAMMENLAEGNING" TO WS-TYPE-TEKST
        ELSE
            MOVE "OVERDRAGELSE"   TO WS-TYPE-TEKST
        END-IF
        MOVE SPACES TO OVERSIGT-TEXT
        IF T-KF-GYLDIG(IDX-FLYT) = "Y"
            STRING
                "  - "                              DELIMITED BY SIZE
                WS-TYPE-TEKST                       DELIMITED BY SPACE
                " kunde "                           DELIMITED BY SIZE
                T-KF-FRA(IDX-FLYT)                  DELIMITED BY SIZE
                " "                                 DELIMITED BY SIZE
                FUNCTION TRIM(T-KF-FRA-NAVN(IDX-FLYT)) DELIMITED BY SIZE
                " -> "                              DELIMITED BY SIZE
                T-KF-TIL(IDX-FLYT)                  DELIMITED BY SIZE
                " "                                 DELIMITED BY SIZE
                FUNCTION TRIM(T-KF-TIL-NAVN(IDX-FLYT)) DELIMITED BY SIZE
                " ("                                DELIMITED BY SIZE
                FUNCTION TRIM(T-KF-AARSAG(IDX-FLYT)) DELIMITED BY SIZE
                ")"                                 DELIMITED BY SIZE
            INTO OVERSIGT-TEXT
            END-STRING
            WRITE OVERSIGT-REC
            PERFORM SKRIV-FLYT-KONTOLINJER
            IF T-KF-TYPE(IDX-FLYT) = "S"
                MOVE SPACES TO OVERSIGT-TEXT
                STRING
                    "      kunde "                  DELIMITED BY SIZE
                    T-KF-FRA(IDX-FLYT)              DELIMITED BY SIZE
                    " lukkes - medejerskaber, tvister, udskriftscyklus "
                                                    DELIMITED BY SIZE
                    "og screeningstraef overgaar til " DELIMITED BY SIZE
                    T-KF-TIL(IDX-FLYT)              DELIMITED BY SIZE
                INTO OVERSIGT-TEXT
                END-STRING
                WRITE OVERSIGT-REC
            END-IF
        ELSE
            STRING
                "  ! AFVIST "                       DELIMITED BY SIZE
                WS-TYPE-TEKST                       DELIMITED BY SPACE
                " kunde "                           DELIMITED BY SIZE
                T-KF-FRA(IDX-FLYT)                  DELIMITED BY SIZE
                " -> "                              DELIMITED BY SIZE
                T-KF-TIL(IDX-FLYT)                  DELIMITED BY SIZE
                ": "                                DELIMITED BY SIZE
                FUNCTION TRIM(T-KF-AFVIST-TEKST(IDX-FLYT)) DELIMITED BY SIZE
            INTO OVERSIGT-TEXT
            END-STRING
            WRITE OVERSIGT-REC
        END-IF
    END-PERFORM

    IF ANTAL-FLYT = 0
        MOVE "(ingen afventende flytninger)" TO OVERSIGT-TEXT
        WRITE OVERSIGT-REC
    END-IF
    .

*>-----------------------------------------------------------------
*>  SKRIV-FLYT-KONTOLINJER – de konti, flytning IDX-FLYT flytter.
*>  En kassekredit følger kontoen; ved en overdragelse skal den nye
*>  ejer kreditvurderes
*>-----------------------------------------------------------------
SKRIV-FLYT-KONTOLINJER.
    PERFORM VARYING IDX-FLYT-KONTO FROM 1 BY 1
            UNTIL IDX-FLYT-KONTO > ANTAL-FLYT-KONTI
        IF T-FK-FLYT(IDX-FLYT-KONTO) = IDX-FLYT
            MOVE SPACES TO OVERSIGT-TEXT
            IF T-FK-KASSEKREDIT(IDX-FLYT-KONTO) = "Y"
                    AND T-KF-TYPE(IDX-FLYT) = "O"
                STRING
                    "      konto "                  DELIMITED BY SIZE
                    T-FK-KONTO(IDX-FLYT-KONTO)      DELIMITED BY SPACE
                    " flyttes - har kassekredit, ny ejer skal kreditvurderes"
                                                    DELIMITED BY SIZE
                INTO OVERSIGT-TEXT
                END-STRING
            ELSE
                STRING
                    "      konto "                  DELIMITED BY SIZE
                    T-FK-KONTO(IDX-FLYT-KONTO)      DELIMITED BY SPACE
                    " flyttes"                      DELIMITED BY SIZE
                INTO OVERSIGT-TEXT
                END-STRING
            END-IF
            WRITE OVERSIGT-REC
        END-IF
    END-PERFORM
    .

*>-----------------------------------------------------------------
*>  LOG-AFVISTE – hver afvist flytning som advarsel i FejlLog.txt
*>-----------------------------------------------------------------
LOG-AFVISTE.
    PERFORM VARYING IDX-FLYT FROM 1 BY 1 UNTIL IDX-FLYT > ANTAL-FLYT
        IF T-KF-GYLDIG(IDX-FLYT) = "N"
            MOVE "A" TO WS-FEJL-SEV
            MOVE T-KF-FRA(IDX-FLYT) TO WS-FEJL-NOEGLE
            MOVE SPACES TO WS-FEJL-TEKST
            STRING
                "Flytning til kunde "              DELIMITED BY SIZE
                T-KF-TIL(IDX-FLYT)                 DELIMITED BY SIZE
                " afvist: "                        DELIMITED BY SIZE
                FUNCTION TRIM(T-KF-AFVIST-TEKST(IDX-FLYT)) DELIMITED BY SIZE
            INTO WS-FEJL-TEKST
            END-STRING
            PERFORM SKRIV-FEJLLOG
        END-IF
    END-PERFORM
    .

*>-----------------------------------------------------------------
*>  OPDATER-KONTOOPL – de flyttede konti får TIL som ejer
*>-----------------------------------------------------------------
OPDATER-KONTOOPL.
    MOVE "N" TO EOF-KONTO
    OPEN INPUT  Kontofil
    OPEN OUTPUT KontofilNyFil
    PERFORM UNTIL EOF-KONTO = "Y"
        READ Kontofil
            AT END
                MOVE "Y" TO EOF-KONTO
            NOT AT END
                MOVE KONTO-ID OF KONTO-REC TO WS-SOEG-KONTO
                PERFORM FIND-FLYTTET-KONTO
                IF WS-KONTO-FLYTTES = "Y"
                    MOVE "O" TO WS-JN-TYPE
                    MOVE KONTO-ID OF KONTO-REC TO WS-JN-NOEGLE
                    MOVE "KUNDE-ID" TO WS-JN-FELT
                    MOVE KUNDE-ID OF KONTO-REC TO WS-JN-FOER
                    MOVE T-KF-TIL(WS-FLYT-IDX) TO WS-JN-EFTER
                    PERFORM SKRIV-JOURNAL
                    MOVE T-KF-TIL(WS-FLYT-IDX) TO KUNDE-ID OF KONTO-REC
                    ADD 1 TO ANTAL-KONTI-FLYTTET
                END-IF
                MOVE RAW-KONTO TO RAW-KONTO-NY
                WRITE RAW-KONTO-NY
        END-READ
    END-PERFORM
    CLOSE Kontofil KontofilNyFil
    CALL "SYSTEM" USING "mv KontoOpl.new KontoOpl.txt"
    .

*>-----------------------------------------------------------------
*>  OPDATER-KONTOEJERE – ved en sammenlægning overgår FRA's
*>  medejerskaber til TIL. En medejerlinje, der derefter peger på
*>  kontoens egen (nye) ejer, eller som TIL allerede har på samme
*>  konto, fjernes
*>-----------------------------------------------------------------
OPDATER-KONTOEJERE.
    OPEN INPUT KontoEjereFil
    IF WS-EJER-STATUS NOT = "00"
        EXIT PARAGRAPH
    END-IF

    *> Første gennemløb: TIL-kundernes eksisterende medejerskaber
    MOVE "N" TO EOF-EJER
    PERFORM UNTIL EOF-EJER = "Y"
        READ KontoEjereFil
            AT END
                MOVE "Y" TO EOF-EJER
            NOT AT END
                PERFORM VARYING IDX-FLYT FROM 1 BY 1
                        UNTIL IDX-FLYT > ANTAL-FLYT
                    IF T-KF-GYLDIG(IDX-FLYT) = "Y"
                            AND T-KF-TYPE(IDX-FLYT) = "S"
                            AND T-KF-TIL(IDX-FLYT) = KE-KUNDE-ID
                            AND ANTAL-TIL-MEDEJER < MAX-TIL-MEDEJER
                        ADD 1 TO ANTAL-TIL-MEDEJER
                        MOVE KE-KONTO-ID TO T-TM-KONTO(ANTAL-TIL-MEDEJER)
                        MOVE KE-KUNDE-ID TO T-TM-KUNDE(ANTAL-TIL-MEDEJER)
                        EXIT PERFORM
                    END-IF
                END-PERFORM
        END-READ
    END-PERFORM
    CLOSE KontoEjereFil

    MOVE "N" TO EOF-EJER
    OPEN INPUT  KontoEjereFil
    OPEN OUTPUT KontoEjereNyFil
    PERFORM UNTIL EOF-EJER = "Y"
        READ KontoEjereFil
            AT END
                MOVE "Y" TO EOF-EJER
            NOT AT END
                PERFORM BEHANDL-MEDEJER
        END-READ
    END-PERFORM
    CLOSE KontoEjereFil KontoEjereNyFil
    CALL "SYSTEM" USING "mv KontoEjere.new KontoEjere.txt"
    .

*>-----------------------------------------------------------------
*>  BEHANDL-MEDEJER – én linje fra KontoEjere.txt: omskriv, fjern
*>  eller bevar den
*>-----------------------------------------------------------------
BEHANDL-MEDEJER.
    MOVE KE-KUNDE-ID TO WS-NY-EJER
    MOVE SPACES TO WS-SOEG-KONTO
    MOVE KE-KUNDE-ID TO WS-SOEG-KONTO(1:10)
    PERFORM FIND-SAMMENLAEGNING
    IF WS-FLYT-IDX > 0
        MOVE T-KF-TIL(WS-FLYT-IDX) TO WS-NY-EJER
    END-IF

    PERFORM FIND-PRIMAER-EJER

    MOVE "O" TO WS-JN-TYPE
    MOVE KE-KONTO-ID TO WS-JN-NOEGLE
    MOVE "MEDEJER" TO WS-JN-FELT
    MOVE KE-KUNDE-ID TO WS-JN-FOER

    IF WS-PRIMAER-EJER = WS-NY-EJER
        MOVE "(fjernet - nu kontoens ejer)" TO WS-JN-EFTER
        PERFORM SKRIV-JOURNAL
        ADD 1 TO ANTAL-MEDEJER-AENDR
        EXIT PARAGRAPH
    END-IF

    IF WS-NY-EJER NOT = KE-KUNDE-ID
        MOVE "N" TO WS-FUNDET
        PERFORM VARYING IDX-TIL-MEDEJER FROM 1 BY 1
                UNTIL IDX-TIL-MEDEJER > ANTAL-TIL-MEDEJER
            IF T-TM-KONTO(IDX-TIL-MEDEJER) = KE-KONTO-ID
                    AND T-TM-KUNDE(IDX-TIL-MEDEJER) = WS-NY-EJER
                MOVE "Y" TO WS-FUNDET
                EXIT PERFORM
            END-IF
        END-PERFORM
        IF WS-FUNDET = "Y"
            MOVE "(fjernet - dublet)" TO WS-JN-EFTER
            PERFORM SKRIV-JOURNAL
            ADD 1 TO ANTAL-MEDEJER-AENDR
            EXIT PARAGRAPH
        END-IF
        MOVE WS-NY-EJER TO WS-JN-EFTER
        PERFORM SKRIV-JOURNAL
        ADD 1 TO ANTAL-MEDEJER-AENDR
        MOVE WS-NY-EJER TO KE-KUNDE-ID
    END-IF

    MOVE RAW-EJER TO RAW-EJER-NY
    WRITE RAW-EJER-NY
    .

*>-----------------------------------------------------------------
*>  FIND-PRIMAER-EJER – kontoens ejer efter flytningen, når den er en
*>  TIL-kunde; ellers blank (ejeren er uberørt af kørslen)
*>-----------------------------------------------------------------
FIND-PRIMAER-EJER.
    MOVE SPACES TO WS-PRIMAER-EJER
    MOVE KE-KONTO-ID TO WS-SOEG-KONTO
    PERFORM FIND-FLYTTET-KONTO
    IF WS-KONTO-FLYTTES = "Y"
        MOVE T-KF-TIL(WS-FLYT-IDX) TO WS-PRIMAER-EJER
        EXIT PARAGRAPH
    END-IF
    PERFORM VARYING IDX-TIL-KONTO FROM 1 BY 1
            UNTIL IDX-TIL-KONTO > ANTAL-TIL-KONTI
        IF T-TK-KONTO(IDX-TIL-KONTO) = KE-KONTO-ID
            MOVE T-TK-KUNDE(IDX-TIL-KONTO) TO WS-PRIMAER-EJER
            EXIT PERFORM
        END-IF
    END-PERFORM
    .

*>-----------------------------------------------------------------
*>  OPDATER-KUNDECYKLUS – en kontocyklus følger den flyttede konto.
*>  Ved en sammenlægning overgår FRA's kundecyklus til TIL, medmindre
*>  TIL har sin egen - så gælder TIL's, og FRA's fjernes
*>-----------------------------------------------------------------
OPDATER-KUNDECYKLUS.
    OPEN INPUT KundeCyklusFil
    IF WS-CYKLUS-STATUS NOT = "00"
        EXIT PARAGRAPH
    END-IF

    MOVE "N" TO EOF-CYKLUS
    PERFORM UNTIL EOF-CYKLUS = "Y"
        READ KundeCyklusFil
            AT END
                MOVE "Y" TO EOF-CYKLUS
            NOT AT END
                IF KC-KONTO-ID = SPACES
                    PERFORM VARYING IDX-FLYT FROM 1 BY 1
                            UNTIL IDX-FLYT > ANTAL-FLYT
                        IF T-KF-TIL(IDX-FLYT) = KC-KUNDE-ID
                            MOVE "Y" TO T-KF-TIL-HAR-CYKLUS(IDX-FLYT)
                        END-IF
                    END-PERFORM
                END-IF
        END-READ
    END-PERFORM
    CLOSE KundeCyklusFil

    MOVE "N" TO EOF-CYKLUS
    OPEN INPUT  KundeCyklusFil
    OPEN OUTPUT KundeCyklusNyFil
    PERFORM UNTIL EOF-CYKLUS = "Y"
        READ KundeCyklusFil
            AT END
                MOVE "Y" TO EOF-CYKLUS
            NOT AT END
                PERFORM BEHANDL-CYKLUS
        END-READ
    END-PERFORM
    CLOSE KundeCyklusFil KundeCyklusNyFil
    CALL "SYSTEM" USING "mv KundeCyklus.new KundeCyklus.txt"
    .

*>-----------------------------------------------------------------
*>  BEHANDL-CYKLUS – én linje fra KundeCyklus.txt
*>-----------------------------------------------------------------
BEHANDL-CYKLUS.
    IF KC-KONTO-ID NOT = SPACES
        MOVE KC-KONTO-ID TO WS-SOEG-KONTO
        PERFORM FIND-FLYTTET-KONTO
        IF WS-KONTO-FLYTTES = "Y"
                AND KC-KUNDE-ID NOT = T-KF-TIL(WS-FLYT-IDX)
            MOVE "O" TO WS-JN-TYPE
            MOVE KC-KONTO-ID TO WS-JN-NOEGLE
            MOVE "KUNDECYKLUS" TO WS-JN-FELT
            MOVE KC-KUNDE-ID TO WS-JN-FOER
            MOVE T-KF-TIL(WS-FLYT-IDX) TO WS-JN-EFTER
            PERFORM SKRIV-JOURNAL
            MOVE T-KF-TIL(WS-FLYT-IDX) TO KC-KUNDE-ID
            ADD 1 TO ANTAL-CYKLUS-AENDR
        END-IF
    ELSE
        MOVE SPACES TO WS-SOEG-KONTO
        MOVE KC-KUNDE-ID TO WS-SOEG-KONTO(1:10)
        PERFORM FIND-SAMMENLAEGNING
        IF WS-FLYT-IDX > 0
            MOVE "K" TO WS-JN-TYPE
            MOVE KC-KUNDE-ID TO WS-JN-NOEGLE
            MOVE "KUNDECYKLUS" TO WS-JN-FELT
            MOVE KC-CYKLUS TO WS-JN-FOER
            ADD 1 TO ANTAL-CYKLUS-AENDR
            IF T-KF-TIL-HAR-CYKLUS(WS-FLYT-IDX) = "Y"
                MOVE "(fjernet - til-kundens cyklus gaelder)"
                    TO WS-JN-EFTER
                PERFORM SKRIV-JOURNAL
                EXIT PARAGRAPH
            END-IF
            MOVE SPACES TO WS-JN-EFTER
            STRING
                KC-CYKLUS                   DELIMITED BY SIZE
                " overgaar til kunde "      DELIMITED BY SIZE
                T-KF-TIL(WS-FLYT-IDX)       DELIMITED BY SIZE
            INTO WS-JN-EFTER
            END-STRING
            PERFORM SKRIV-JOURNAL
            MOVE T-KF-TIL(WS-FLYT-IDX) TO KC-KUNDE-ID
            *> En anden sammenlægning ind i samme TIL skal nu respektere
            *> den overførte cyklus
            PERFORM VARYING IDX-FLYT FROM 1 BY 1 UNTIL IDX-FLYT > ANTAL-FLYT
                IF T-KF-TIL(IDX-FLYT) = KC-KUNDE-ID
                    MOVE "Y" TO T-KF-TIL-HAR-CYKLUS(IDX-FLYT)
                END-IF
            END-PERFORM
        END-IF
    END-IF

    MOVE RAW-CYKLUS TO RAW-CYKLUS-NY
    WRITE RAW-CYKLUS-NY
    .

*>-----------------------------------------------------------------
*>  OPDATER-TVISTER – tvistsager følger kunden: ved en sammenlægning
*>  alle FRA's sager, ved en overdragelse de endnu ikke afsluttede
*>  sager på de flyttede konti (en afsluttet sag hører til den
*>  tidligere ejers historik)
*>-----------------------------------------------------------------
OPDATER-TVISTER.
    OPEN INPUT TvisterFil
    IF WS-TVIST-STATUS NOT = "00"
        EXIT PARAGRAPH
    END-IF

    MOVE "N" TO EOF-TVIST
    OPEN OUTPUT TvisterNyFil
    PERFORM UNTIL EOF-TVIST = "Y"
        READ TvisterFil
            AT END
                MOVE "Y" TO EOF-TVIST
            NOT AT END
                MOVE SPACES TO WS-SOEG-KONTO
                MOVE TV-KUNDE-ID TO WS-SOEG-KONTO(1:10)
                PERFORM FIND-SAMMENLAEGNING
                IF WS-FLYT-IDX = 0 AND NOT TV-AFSLUTTET
                    MOVE TV-KONTO-ID TO WS-SOEG-KONTO
                    PERFORM FIND-FLYTTET-KONTO
                    IF WS-KONTO-FLYTTES = "Y"
                            AND T-KF-FRA(WS-FLYT-IDX) NOT = TV-KUNDE-ID
                        MOVE 0 TO WS-FLYT-IDX
                    END-IF
                END-IF
                IF WS-FLYT-IDX > 0
                    MOVE "O" TO WS-JN-TYPE
                    MOVE TV-KONTO-ID TO WS-JN-NOEGLE
                    MOVE "TVIST-KUNDE" TO WS-JN-FELT
                    MOVE SPACES TO WS-JN-FOER WS-JN-EFTER
                    STRING
                        "sag "        DELIMITED BY SIZE
                        TV-SAGSNR     DELIMITED BY SIZE
                        " "           DELIMITED BY SIZE
                        TV-KUNDE-ID   DELIMITED BY SIZE
                    INTO WS-JN-FOER
                    END-STRING
                    STRING
                        "sag "        DELIMITED BY SIZE
                        TV-SAGSNR     DELIMITED BY SIZE
                        " "           DELIMITED BY SIZE
                        T-KF-TIL(WS-FLYT-IDX) DELIMITED BY SIZE
                    INTO WS-JN-EFTER
                    END-STRING
                    PERFORM SKRIV-JOURNAL
                    MOVE T-KF-TIL(WS-FLYT-IDX) TO TV-KUNDE-ID
                    MOVE T-KF-TIL-NAVN(WS-FLYT-IDX) TO TV-NAVN
                    ADD 1 TO ANTAL-TVIST-AENDR
                END-IF
                MOVE RAW-TVIST TO RAW-TVIST-NY
                WRITE RAW-TVIST-NY
        END-READ
    END-PERFORM
    CLOSE TvisterFil TvisterNyFil
    CALL "SYSTEM" USING "mv Tvister.new Tvister.txt"
    .

*>-----------------------------------------------------------------
*>  OPDATER-SCREENING-TRAEF – en sammenlagt kundes træf i SCREENINGs
*>  træfliste overgår til TIL, så AML-RISIKO vægter dem på den kunde,
*>  der fortsætter. ScreeningSager.txt er nøglet på det matchede
*>  navn og berøres ikke
*>-----------------------------------------------------------------
OPDATER-SCREENING-TRAEF.
    OPEN INPUT ScreeningTraefFil
    IF WS-TRAEF-STATUS NOT = "00"
        EXIT PARAGRAPH
    END-IF

    MOVE "N" TO EOF-TRAEF
    OPEN OUTPUT ScreeningTraefNyFil
    PERFORM UNTIL EOF-TRAEF = "Y"
        READ ScreeningTraefFil
            AT END
                MOVE "Y" TO EOF-TRAEF
            NOT AT END
                MOVE TRAEF-TEXT TO WS-TRAEF-FOER
                PERFORM VARYING IDX-FLYT FROM 1 BY 1
                        UNTIL IDX-FLYT > ANTAL-FLYT
                    IF T-KF-GYLDIG(IDX-FLYT) = "Y"
                            AND T-KF-TYPE(IDX-FLYT) = "S"
                        PERFORM ERSTAT-TRAEF-NOEGLER
                    END-IF
                END-PERFORM
                MOVE TRAEF-TEXT TO TRAEF-NY-TEXT
                WRITE TRAEF-NY-REC
        END-READ
    END-PERFORM
    CLOSE ScreeningTraefFil ScreeningTraefNyFil
    CALL "SYSTEM" USING "mv ScreeningTraef.new ScreeningTraef.txt"
    .

*>-----------------------------------------------------------------
*>  ERSTAT-TRAEF-NOEGLER – erstat flytning IDX-FLYT's FRA med TIL i
*>  den aktuelle træflinjes tre nøgleformer
*>-----------------------------------------------------------------
ERSTAT-TRAEF-NOEGLER.
    PERFORM VARYING WS-TOKEN-NR FROM 1 BY 1 UNTIL WS-TOKEN-NR > 3
        EVALUATE WS-TOKEN-NR
            WHEN 1 MOVE "KUNDE: " TO WS-TOKEN-PRAEFIKS
            WHEN 2 MOVE "EJER:  " TO WS-TOKEN-PRAEFIKS
            WHEN 3 MOVE "(kunde " TO WS-TOKEN-PRAEFIKS
        END-EVALUATE
        MOVE WS-TOKEN-PRAEFIKS  TO WS-TOKEN-FRA(1:7)
        MOVE T-KF-FRA(IDX-FLYT) TO WS-TOKEN-FRA(8:10)
        MOVE WS-TOKEN-PRAEFIKS  TO WS-TOKEN-TIL(1:7)
        MOVE T-KF-TIL(IDX-FLYT) TO WS-TOKEN-TIL(8:10)
        INSPECT TRAEF-TEXT REPLACING ALL WS-TOKEN-FRA BY WS-TOKEN-TIL
    END-PERFORM

    IF TRAEF-TEXT NOT = WS-TRAEF-FOER
        MOVE "K" TO WS-JN-TYPE
        MOVE T-KF-FRA(IDX-FLYT) TO WS-JN-NOEGLE
        MOVE "SCREENTRAEF" TO WS-JN-FELT
        MOVE SPACES TO WS-JN-FOER WS-JN-EFTER
        STRING
            WS-TRAEF-FOER(1:6)  DELIMITED BY SIZE
            " "                 DELIMITED BY SIZE
            T-KF-FRA(IDX-FLYT)  DELIMITED BY SIZE
        INTO WS-JN-FOER
        END-STRING
        STRING
            TRAEF-TEXT(1:6)     DELIMITED BY SIZE
            " "                 DELIMITED BY SIZE
            T-KF-TIL(IDX-FLYT)  DELIMITED BY SIZE
        INTO WS-JN-EFTER
        END-STRING
        PERFORM SKRIV-JOURNAL
        ADD 1 TO ANTAL-TRAEF-AENDR
        MOVE TRAEF-TEXT TO WS-TRAEF-FOER
    END-IF
    .

*>-----------------------------------------------------------------
*>  LUK-SAMMENLAGTE-KUNDER – FRA i en sammenlægning lukkes
*>  (KUNDE-STATUS "L") med dagens dato som STATUS-DATO
*>-----------------------------------------------------------------
LUK-SAMMENLAGTE-KUNDER.
    MOVE "N" TO EOF-KUNDE
    OPEN INPUT  Kundeoplysninger
    OPEN OUTPUT KundeoplysningerNyFil
    PERFORM UNTIL EOF-KUNDE = "Y"
        READ Kundeoplysninger
            AT END
                MOVE "Y" TO EOF-KUNDE
            NOT AT END
                MOVE KUNDEID OF KUNDEOPL TO WS-SOEG-KONTO
                PERFORM FIND-SAMMENLAEGNING
                IF WS-FLYT-IDX > 0
                    MOVE "K" TO WS-JN-TYPE
                    MOVE KUNDEID OF KUNDEOPL TO WS-JN-NOEGLE
                    MOVE "STATUS" TO WS-JN-FELT
                    MOVE KUNDE-STATUS OF KUNDEOPL TO WS-JN-FOER
                    MOVE "L" TO WS-JN-EFTER
                    PERFORM SKRIV-JOURNAL
                    MOVE "SAMMENLAGT" TO WS-JN-FELT
                    MOVE SPACES TO WS-JN-FOER
                    MOVE T-KF-TIL(WS-FLYT-IDX) TO WS-JN-EFTER
                    PERFORM SKRIV-JOURNAL
                    SET STATUS-LUKKET OF KUNDEOPL TO TRUE
                    MOVE WS-DAGS-DATO TO STATUS-DATO OF KUNDEOPL
                    ADD 1 TO ANTAL-KUNDER-LUKKET
                END-IF
                MOVE RAW-KUNDE TO RAW-KUNDE-NY
                WRITE RAW-KUNDE-NY
        END-READ
    END-PERFORM
    CLOSE Kundeoplysninger KundeoplysningerNyFil
    CALL "SYSTEM" USING "mv Kundeoplysninger.new Kundeoplysninger.txt"
    .

*>-----------------------------------------------------------------
*>  VARSL-KASSEKREDITTER – en kassekredit på en overdraget konto
*>  følger kontoen (Kassekreditter.txt er nøglet på konto alene),
*>  men bevillingen er givet til den tidligere ejer - varsles, så
*>  kreditafdelingen kan vurdere den nye ejer
*>-----------------------------------------------------------------
VARSL-KASSEKREDITTER.
    PERFORM VARYING IDX-FLYT-KONTO FROM 1 BY 1
            UNTIL IDX-FLYT-KONTO > ANTAL-FLYT-KONTI
        MOVE T-FK-FLYT(IDX-FLYT-KONTO) TO IDX-FLYT
        IF T-FK-KASSEKREDIT(IDX-FLYT-KONTO) = "Y"
                AND T-KF-GYLDIG(IDX-FLYT) = "Y"
                AND T-KF-TYPE(IDX-FLYT) = "O"
            ADD 1 TO ANTAL-KASSEKREDIT
            MOVE "A" TO WS-FEJL-SEV
            MOVE T-FK-KONTO(IDX-FLYT-KONTO) TO WS-FEJL-NOEGLE
            MOVE SPACES TO WS-FEJL-TEKST
            STRING
                "Kassekredit fulgte kontoen til kunde " DELIMITED BY SIZE
                T-KF-TIL(IDX-FLYT)                      DELIMITED BY SIZE
                " - ny ejer skal kreditvurderes"        DELIMITED BY SIZE
            INTO WS-FEJL-TEKST
            END-STRING
            PERFORM SKRIV-FEJLLOG
        END-IF
    END-PERFORM
    .

*>-----------------------------------------------------------------
*>  SKRIV-FLYT-TOTALER – rapportens afsluttende optælling
*>-----------------------------------------------------------------
SKRIV-FLYT-TOTALER.
    MOVE SPACES TO OVERSIGT-TEXT
    WRITE OVERSIGT-REC

    MOVE ANTAL-KONTI-FLYTTET TO ANTAL-EDIT
    MOVE SPACES TO OVERSIGT-TEXT
    STRING "Konti flyttet (KontoOpl.txt):          " DELIMITED BY SIZE
           ANTAL-EDIT DELIMITED BY SIZE
    INTO OVERSIGT-TEXT
    END-STRING
    WRITE OVERSIGT-REC

    MOVE ANTAL-MEDEJER-AENDR TO ANTAL-EDIT
    MOVE SPACES TO OVERSIGT-TEXT
    STRING "Medejerlinjer aendret (KontoEjere.txt):" DELIMITED BY SIZE
           ANTAL-EDIT DELIMITED BY SIZE
    INTO OVERSIGT-TEXT
    END-STRING
    WRITE OVERSIGT-REC

    MOVE ANTAL-CYKLUS-AENDR TO ANTAL-EDIT
    MOVE SPACES TO OVERSIGT-TEXT
    STRING "Cykluslinjer aendret (KundeCyklus.txt):" DELIMITED BY SIZE
           ANTAL-EDIT DELIMITED BY SIZE
    INTO OVERSIGT-TEXT
    END-STRING
    WRITE OVERSIGT-REC

    MOVE ANTAL-TVIST-AENDR TO ANTAL-EDIT
    MOVE SPACES TO OVERSIGT-TEXT
    STRING "Tvistsager aendret (Tvister.txt):      " DELIMITED BY SIZE
           ANTAL-EDIT DELIMITED BY SIZE
    INTO OVERSIGT-TEXT
    END-STRING
    WRITE OVERSIGT-REC

    MOVE ANTAL-TRAEF-AENDR TO ANTAL-EDIT
    MOVE SPACES TO OVERSIGT-TEXT
    STRING "Screeningstraef aendret:               " DELIMITED BY SIZE
           ANTAL-EDIT DELIMITED BY SIZE
    INTO OVERSIGT-TEXT
    END-STRING
    WRITE OVERSIGT-REC

    MOVE ANTAL-KASSEKREDIT TO ANTAL-EDIT
    MOVE SPACES TO OVERSIGT-TEXT
    STRING "Kassekreditter til kreditvurdering:    " DELIMITED BY SIZE
           ANTAL-EDIT DELIMITED BY SIZE
    INTO OVERSIGT-TEXT
    END-STRING
    WRITE OVERSIGT-REC

    MOVE ANTAL-KUNDER-LUKKET TO ANTAL-EDIT
    MOVE SPACES TO OVERSIGT-TEXT
    STRING "Sammenlagte kunder lukket:             " DELIMITED BY SIZE
           ANTAL-EDIT DELIMITED BY SIZE
    INTO OVERSIGT-TEXT
    END-STRING
    WRITE OVERSIGT-REC
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

*>-----------------------------------------------------------------
*>  SKRIV-JOURNAL – appendér én feltjournallinje. Kaldsstedet har
*>  sat WS-JN-TYPE/-NOEGLE/-FELT/-FOER/-EFTER
*>-----------------------------------------------------------------
SKRIV-JOURNAL.
    MOVE SPACES TO STAMJOURNAL-REC
    MOVE FUNCTION CURRENT-DATE(1:8) TO SJ-DATO OF STAMJOURNAL-REC
    MOVE WS-JN-PROGRAM TO SJ-PROGRAM    OF STAMJOURNAL-REC
    MOVE WS-JN-TYPE    TO SJ-NOEGLETYPE OF STAMJOURNAL-REC
    MOVE WS-JN-NOEGLE  TO SJ-NOEGLE     OF STAMJOURNAL-REC
    MOVE WS-JN-FELT    TO SJ-FELT       OF STAMJOURNAL-REC
    MOVE WS-JN-FOER    TO SJ-FOER       OF STAMJOURNAL-REC
    MOVE WS-JN-EFTER   TO SJ-EFTER      OF STAMJOURNAL-REC
    WRITE STAMJOURNAL-REC
    .
END PROGRAM KUNDE-FLYT.
