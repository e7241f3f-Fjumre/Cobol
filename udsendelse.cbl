>>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. UDSENDELSE.

*>-----------------------------------------------------------------
*>  UDSENDELSE – fordeler natcyklussens uddata til modtagerne.
*>  Fordelingstabellen (Fordeling.txt, se FORDELING.cpy) angiver for
*>  hver uddatafil, hvilken modtager den tilhører (compliance,
*>  finans, backoffice, Nets, korrespondentbanken ...), og om
*>  cyklussen altid skal danne den. Findes Fordeling.txt ikke,
*>  bruges den indbyggede standardtabel herunder.
*>
*>  Hver fil, der findes, kopieres til modtagerens leveringsmappe
*>  Udsendelse/<modtager>/<dato>/ - originalen bliver liggende, så
*>  afstemninger og genkørsler stadig finder den. For hver fil
*>  skrives en kvitteringslinje i UdsendelseKvittering.txt med
*>  tidspunkt, modtager, filnavn, antal poster og udfald, se
*>  UDSENDELSEKVITTERING.cpy.
*>
*>  En påkrævet fil, som cyklussen ikke har dannet, logges som en
*>  advarsel i FejlLog.txt, så den står i morgenens fejlrapport; en
*>  valgfri fil, der ikke er dannet i nat, noteres kun i
*>  kvitteringen. En fil, der ikke kan kopieres, er en fejl
*>  (returkode 8)
*>-----------------------------------------------------------------

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT FordelingFil
        ASSIGN TO "Fordeling.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FORDELING-STATUS.

    *> Den uddatafil, der aktuelt tælles op - navnet sættes pr. fil
    SELECT UddataFil
        ASSIGN TO WS-FIL-NAVN
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-UDDATA-STATUS.

    SELECT KvitteringFil
        ASSIGN TO "UdsendelseKvittering.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-KVITTERING-STATUS.

    *> Den fælles, severity-kodede fejllog for hele batchsuiten
    SELECT FejlLogFil
        ASSIGN TO "FejlLog.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FEJLLOG-STATUS.

DATA DIVISION.
FILE SECTION.

FD FordelingFil.
01 RAW-FORDELING PIC X(57).      *> 40+1+14+1+1 = 57
01 FORDELING-REC REDEFINES RAW-FORDELING.
   COPY "FORDELING.cpy".

FD UddataFil.
01 UDDATA-LINE PIC X(2000).

FD KvitteringFil.
01 RAW-KVITTERING PIC X(123).    *> 14+1+14+1+40+1+9+1+1+1+40 = 123
01 KVITTERING-REC REDEFINES RAW-KVITTERING.
   COPY "UDSENDELSEKVITTERING.cpy".

FD FejlLogFil.
01 FEJLLOG-REC.
   COPY "FEJLLOG.cpy".

WORKING-STORAGE SECTION.
01 WS-FORDELING-STATUS  PIC XX VALUE SPACES.
01 WS-UDDATA-STATUS     PIC XX VALUE SPACES.
01 WS-KVITTERING-STATUS PIC XX VALUE SPACES.

01 EOF-FORDELING PIC X VALUE "N".
01 EOF-UDDATA    PIC X VALUE "N".

01 WS-DAGS-DATO  PIC X(8) VALUE SPACES.

*> Standardfordelingen, når Fordeling.txt ikke findes: filnavn,
*> modtager og om filen er påkrævet ("J") hver nat
01 FORDELING-VAERDIER.
   02 FILLER PIC X(40) VALUE "StoreTransaktioner.txt".
   02 FILLER PIC X(14) VALUE "COMPLIANCE".
   02 FILLER PIC X(1)  VALUE "J".
   02 FILLER PIC X(40) VALUE "SvindelVagtliste.txt".
   02 FILLER PIC X(14) VALUE "COMPLIANCE".
   02 FILLER PIC X(1)  VALUE "J".
   02 FILLER PIC X(40) VALUE "KycArbejdsliste.txt".
   02 FILLER PIC X(14) VALUE "COMPLIANCE".
   02 FILLER PIC X(1)  VALUE "J".
   02 FILLER PIC X(40) VALUE "ScreeningVagtliste.txt".
   02 FILLER PIC X(14) VALUE "COMPLIANCE".
   02 FILLER PIC X(1)  VALUE "N".
   02 FILLER PIC X(40) VALUE "AmlRisikoListe.txt".
   02 FILLER PIC X(14) VALUE "COMPLIANCE".
   02 FILLER PIC X(1)  VALUE "N".
   02 FILLER PIC X(40) VALUE "StruktureringsRapport.txt".
   02 FILLER PIC X(14) VALUE "COMPLIANCE".
   02 FILLER PIC X(1)  VALUE "N".
   02 FILLER PIC X(40) VALUE "RegNrAfstemning.txt".
   02 FILLER PIC X(14) VALUE "COMPLIANCE".
   02 FILLER PIC X(1)  VALUE "N".
   02 FILLER PIC X(40) VALUE "DatakvalitetRapport.txt".
   02 FILLER PIC X(14) VALUE "COMPLIANCE".
   02 FILLER PIC X(1)  VALUE "J".
   02 FILLER PIC X(40) VALUE "GLPosteringer.txt".
   02 FILLER PIC X(14) VALUE "FINANS".
   02 FILLER PIC X(1)  VALUE "J".
   02 FILLER PIC X(40) VALUE "GLAfstemning.txt".
   02 FILLER PIC X(14) VALUE "FINANS".
   02 FILLER PIC X(1)  VALUE "J".
   02 FILLER PIC X(40) VALUE "Afstemning.txt".
   02 FILLER PIC X(14) VALUE "FINANS".
   02 FILLER PIC X(1)  VALUE "J".
   02 FILLER PIC X(40) VALUE "BankRapport.txt".
   02 FILLER PIC X(14) VALUE "FINANS".
   02 FILLER PIC X(1)  VALUE "J".
   02 FILLER PIC X(40) VALUE "NostroAfstemning.txt".
   02 FILLER PIC X(14) VALUE "FINANS".
   02 FILLER PIC X(1)  VALUE "N".
   02 FILLER PIC X(40) VALUE "ValutaEksponering.txt".
   02 FILLER PIC X(14) VALUE "FINANS".
   02 FILLER PIC X(1)  VALUE "N".
   02 FILLER PIC X(40) VALUE "NationalbankRapport.txt".
   02 FILLER PIC X(14) VALUE "FINANS".
   02 FILLER PIC X(1)  VALUE "N".
   02 FILLER PIC X(40) VALUE "LikviditetsVarsler.txt".
   02 FILLER PIC X(14) VALUE "FINANS".
   02 FILLER PIC X(1)  VALUE "N".
   02 FILLER PIC X(40) VALUE "Overtraek.txt".
   02 FILLER PIC X(14) VALUE "BACKOFFICE".
   02 FILLER PIC X(1)  VALUE "J".
   02 FILLER PIC X(40) VALUE "Lavsaldo.txt".
   02 FILLER PIC X(14) VALUE "BACKOFFICE".
   02 FILLER PIC X(1)  VALUE "J".
   02 FILLER PIC X(40) VALUE "KoeAldringRapport.txt".
   02 FILLER PIC X(14) VALUE "BACKOFFICE".
   02 FILLER PIC X(1)  VALUE "J".
   02 FILLER PIC X(40) VALUE "TvistAldersRapport.txt".
   02 FILLER PIC X(14) VALUE "BACKOFFICE".
   02 FILLER PIC X(1)  VALUE "N".
   02 FILLER PIC X(40) VALUE "NetsUdgaaende.txt".
   02 FILLER PIC X(14) VALUE "NETS".
   02 FILLER PIC X(1)  VALUE "N".
   02 FILLER PIC X(40) VALUE "ChargebackUdgaaende.txt".
   02 FILLER PIC X(14) VALUE "NETS".
   02 FILLER PIC X(1)  VALUE "N".
   02 FILLER PIC X(40) VALUE "UdlandsBetalinger.txt".
   02 FILLER PIC X(14) VALUE "KORRESPONDENT".
   02 FILLER PIC X(1)  VALUE "N".
   02 FILLER PIC X(40) VALUE "KontoflytningUd.txt".
   02 FILLER PIC X(14) VALUE "NETS".
   02 FILLER PIC X(1)  VALUE "N".
   02 FILLER PIC X(40) VALUE "KontoflytningStatus.txt".
   02 FILLER PIC X(14) VALUE "BACKOFFICE".
   02 FILLER PIC X(1)  VALUE "N".
01 FORDELING-STANDARD REDEFINES FORDELING-VAERDIER.
   02 STANDARD-POST OCCURS 25 TIMES.
      03 T-SF-FIL      PIC X(40).
      03 T-SF-MODTAGER PIC X(14).
      03 T-SF-KRAEVET  PIC X(1).
01 ANTAL-STANDARD PIC 9(3) VALUE 25.
01 IDX-STANDARD   PIC 9(3).

*> Den fordeling, der bruges i denne kørsel
01 MAX-FORDELING   PIC 9(3) VALUE 500.
01 ANTAL-FORDELING PIC 9(3) VALUE 0.
01 IDX-FORDELING   PIC 9(3).
01 FORDELING-TABEL.
   02 FORDELING-POST OCCURS 500 TIMES.
      03 T-FO-FIL      PIC X(40).
      03 T-FO-MODTAGER PIC X(14).
      03 T-FO-KRAEVET  PIC X(1).

01 WS-FIL-NAVN    PIC X(40) VALUE SPACES.
01 WS-FIL-FINDES  PIC X VALUE "N".
01 WS-LINJE-ANTAL PIC 9(9) VALUE 0.
01 WS-MAPPE       PIC X(40) VALUE SPACES.
01 WS-CMD         PIC X(250) VALUE SPACES.
01 WS-KV-STATUS   PIC X(1) VALUE SPACE.

01 ANTAL-LEVERET     PIC 9(5) VALUE 0.
01 ANTAL-MANGLER     PIC 9(5) VALUE 0.
01 ANTAL-IKKE-DANNET PIC 9(5) VALUE 0.
01 ANTAL-FEJLET      PIC 9(5) VALUE 0.

*> Den fælles fejllog (FejlLog.txt) - se FEJLLOG.cpy
01 WS-FEJLLOG-STATUS PIC XX VALUE SPACES.
01 WS-FEJL-PROGRAM   PIC X(12) VALUE "UDSENDELSE".
01 WS-FEJL-SEV       PIC X(1)  VALUE "I".
01 WS-FEJL-NOEGLE    PIC X(20) VALUE SPACES.
01 WS-FEJL-TEKST     PIC X(100) VALUE SPACES.
01 WS-FEJL-MAX-SEV   PIC X(1)  VALUE "I".

PROCEDURE DIVISION.
    MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DAGS-DATO

    PERFORM LAES-FORDELING
    IF ANTAL-FORDELING = 0
        DISPLAY "UDSENDELSE: Fordeling.txt er tom - intet at fordele"
        STOP RUN
    END-IF

    OPEN EXTEND FejlLogFil
    IF WS-FEJLLOG-STATUS = "35"
        OPEN OUTPUT FejlLogFil
    END-IF

    OPEN EXTEND KvitteringFil
    IF WS-KVITTERING-STATUS = "35"
        OPEN OUTPUT KvitteringFil
    END-IF

    MOVE 1 TO IDX-FORDELING
    PERFORM UNTIL IDX-FORDELING > ANTAL-FORDELING
        PERFORM UDSEND-FIL
        ADD 1 TO IDX-FORDELING
    END-PERFORM

    CLOSE KvitteringFil

    MOVE "I" TO WS-FEJL-SEV
    MOVE WS-DAGS-DATO TO WS-FEJL-NOEGLE
    MOVE SPACES TO WS-FEJL-TEKST
    STRING
        "Udsendelse: "         DELIMITED BY SIZE
        ANTAL-LEVERET          DELIMITED BY SIZE
        " leveret, "           DELIMITED BY SIZE
        ANTAL-MANGLER          DELIMITED BY SIZE
        " mangler, "           DELIMITED BY SIZE
        ANTAL-IKKE-DANNET      DELIMITED BY SIZE
        " ikke dannet, "       DELIMITED BY SIZE
        ANTAL-FEJLET           DELIMITED BY SIZE
        " fejlet - se kvitteringsloggen" DELIMITED BY SIZE
    INTO WS-FEJL-TEKST
    END-STRING
    PERFORM SKRIV-FEJLLOG
    CLOSE FejlLogFil

    DISPLAY "UDSENDELSE: " ANTAL-LEVERET " fil(er) leveret, "
            ANTAL-MANGLER " paakraevet/paakraevede mangler, "
            ANTAL-FEJLET " fejlet"

    *> Returkoden fra den sidste kopiering må ikke slå igennem
    IF WS-FEJL-MAX-SEV = "F"
        MOVE 8 TO RETURN-CODE
    ELSE
        MOVE 0 TO RETURN-CODE
    END-IF
    STOP RUN.

*>-----------------------------------------------------------------
*>  LAES-FORDELING – Fordeling.txt ind i FORDELING-TABEL; findes
*>  filen ikke, bruges standardfordelingen
*>-----------------------------------------------------------------
LAES-FORDELING.
    OPEN INPUT FordelingFil
    IF WS-FORDELING-STATUS NOT = "00"
        MOVE 1 TO IDX-STANDARD
        PERFORM UNTIL IDX-STANDARD > ANTAL-STANDARD
            ADD 1 TO ANTAL-FORDELING
            MOVE T-SF-FIL(IDX-STANDARD)
                TO T-FO-FIL(ANTAL-FORDELING)
            MOVE T-SF-MODTAGER(IDX-STANDARD)
                TO T-FO-MODTAGER(ANTAL-FORDELING)
            MOVE T-SF-KRAEVET(IDX-STANDARD)
                TO T-FO-KRAEVET(ANTAL-FORDELING)
            ADD 1 TO IDX-STANDARD
        END-PERFORM
        EXIT PARAGRAPH
    END-IF

    PERFORM UNTIL EOF-FORDELING = "Y"
        READ FordelingFil
            AT END
                MOVE "Y" TO EOF-FORDELING
            NOT AT END
                IF FO-FIL OF FORDELING-REC NOT = SPACES
                        AND FO-MODTAGER OF FORDELING-REC NOT = SPACES
                        AND FO-FIL OF FORDELING-REC(1:1) NOT = "*"
                    IF ANTAL-FORDELING < MAX-FORDELING
                        ADD 1 TO ANTAL-FORDELING
                        MOVE FO-FIL OF FORDELING-REC
                            TO T-FO-FIL(ANTAL-FORDELING)
                        MOVE FO-MODTAGER OF FORDELING-REC
                            TO T-FO-MODTAGER(ANTAL-FORDELING)
                        MOVE FO-KRAEVET OF FORDELING-REC
                            TO T-FO-KRAEVET(ANTAL-FORDELING)
                    ELSE
                        DISPLAY "UDSENDELSE: FORDELING-TABEL fuld - "
                                FO-FIL OF FORDELING-REC " ignoreret"
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    CLOSE FordelingFil
    .

*>-----------------------------------------------------------------
*>  UDSEND-FIL – én fil i fordelingen: tæl den op, kopier den til
*>  modtagerens leveringsmappe og skriv kvitteringen
*>-----------------------------------------------------------------
UDSEND-FIL.
    MOVE T-FO-FIL(IDX-FORDELING) TO WS-FIL-NAVN
    PERFORM TAEL-FIL

    MOVE SPACES TO WS-MAPPE
    STRING
        "Udsendelse/"                                DELIMITED BY SIZE
        FUNCTION TRIM(T-FO-MODTAGER(IDX-FORDELING))  DELIMITED BY SIZE
        "/"                                          DELIMITED BY SIZE
        WS-DAGS-DATO                                 DELIMITED BY SIZE
    INTO WS-MAPPE
    END-STRING

    IF WS-FIL-FINDES = "N"
        IF T-FO-KRAEVET(IDX-FORDELING) = "J"
            ADD 1 TO ANTAL-MANGLER
            MOVE "M" TO WS-KV-STATUS
            MOVE "A" TO WS-FEJL-SEV
            MOVE T-FO-MODTAGER(IDX-FORDELING) TO WS-FEJL-NOEGLE
            MOVE SPACES TO WS-FEJL-TEKST
            STRING
                "Paakraevet uddata "               DELIMITED BY SIZE
                FUNCTION TRIM(WS-FIL-NAVN)         DELIMITED BY SIZE
                " er ikke dannet - ikke leveret til " DELIMITED BY SIZE
                FUNCTION TRIM(T-FO-MODTAGER(IDX-FORDELING))
                                                   DELIMITED BY SIZE
            INTO WS-FEJL-TEKST
            END-STRING
            PERFORM SKRIV-FEJLLOG
        ELSE
            ADD 1 TO ANTAL-IKKE-DANNET
            MOVE "I" TO WS-KV-STATUS
        END-IF
        PERFORM SKRIV-KVITTERING
        EXIT PARAGRAPH
    END-IF

    MOVE SPACES TO WS-CMD
    STRING
        "mkdir -p "                  DELIMITED BY SIZE
        FUNCTION TRIM(WS-MAPPE)      DELIMITED BY SIZE
        " && cp "                    DELIMITED BY SIZE
        FUNCTION TRIM(WS-FIL-NAVN)   DELIMITED BY SIZE
        " "                          DELIMITED BY SIZE
        FUNCTION TRIM(WS-MAPPE)      DELIMITED BY SIZE
        "/"                          DELIMITED BY SIZE
    INTO WS-CMD
    END-STRING
    CALL "SYSTEM" USING WS-CMD

    IF RETURN-CODE = 0
        ADD 1 TO ANTAL-LEVERET
        MOVE "L" TO WS-KV-STATUS
    ELSE
        ADD 1 TO ANTAL-FEJLET
        MOVE "F" TO WS-KV-STATUS
        MOVE "F" TO WS-FEJL-SEV
        MOVE T-FO-MODTAGER(IDX-FORDELING) TO WS-FEJL-NOEGLE
        MOVE SPACES TO WS-FEJL-TEKST
        STRING
            "Uddata "                    DELIMITED BY SIZE
            FUNCTION TRIM(WS-FIL-NAVN)   DELIMITED BY SIZE
            " kunne ikke kopieres til "  DELIMITED BY SIZE
            FUNCTION TRIM(WS-MAPPE)      DELIMITED BY SIZE
        INTO WS-FEJL-TEKST
        END-STRING
        PERFORM SKRIV-FEJLLOG
    END-IF
    PERFORM SKRIV-KVITTERING
    .

*>-----------------------------------------------------------------
*>  TAEL-FIL – findes WS-FIL-NAVN, og hvor mange linjer har den
*>-----------------------------------------------------------------
TAEL-FIL.
    MOVE 0   TO WS-LINJE-ANTAL
    MOVE "N" TO WS-FIL-FINDES
    MOVE "N" TO EOF-UDDATA
    OPEN INPUT UddataFil
    IF WS-UDDATA-STATUS NOT = "00"
        EXIT PARAGRAPH
    END-IF
    MOVE "Y" TO WS-FIL-FINDES
    PERFORM UNTIL EOF-UDDATA = "Y"
        READ UddataFil
            AT END
                MOVE "Y" TO EOF-UDDATA
            NOT AT END
                ADD 1 TO WS-LINJE-ANTAL
        END-READ
    END-PERFORM
    CLOSE UddataFil
    .

*>-----------------------------------------------------------------
*>  SKRIV-KVITTERING – én linje i UdsendelseKvittering.txt
*>-----------------------------------------------------------------
SKRIV-KVITTERING.
    MOVE SPACES TO KVITTERING-REC
    MOVE FUNCTION CURRENT-DATE(1:14)  TO UK-TIDSPUNKT OF KVITTERING-REC
    MOVE T-FO-MODTAGER(IDX-FORDELING) TO UK-MODTAGER  OF KVITTERING-REC
    MOVE WS-FIL-NAVN                  TO UK-FIL       OF KVITTERING-REC
    MOVE WS-LINJE-ANTAL               TO UK-ANTAL     OF KVITTERING-REC
    MOVE WS-KV-STATUS                 TO UK-STATUS    OF KVITTERING-REC
    IF WS-KV-STATUS = "L" OR WS-KV-STATUS = "F"
        MOVE WS-MAPPE TO UK-MAPPE OF KVITTERING-REC
    END-IF
    WRITE KVITTERING-REC
    .

*>-----------------------------------------------------------------
*>  SKRIV-FEJLLOG – én linje i den fælles fejllog
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
END PROGRAM UDSENDELSE.
