>>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. SAMTYKKE.

*>-----------------------------------------------------------------
*>  SAMTYKKE – vedligeholder markedsføringssamtykkeregistret
*>  Samtykke.txt (se SAMTYKKE.cpy): én linje pr. kunde og kanal
*>  (B = brev, E = e-mail, U = udskriftsindlæg) med aktuel status og
*>  dato og kilde for seneste samtykke eller tilbagetrækning.
*>
*>  Dagens ændringer læses fra SamtykkeAendringer.txt (samme layout)
*>  og anvendes i filens rækkefølge. Hver ændring journaliseres i
*>  StamdataJournal.txt med feltet SAMTYKKE-<kanal> og før/efter
*>  "status dato kilde", så historikken kan genskabes med
*>  JOURNAL-OPSLAG. Blank dato betyder dagens dato.
*>
*>  En ændring afvises med en advarsel i FejlLog.txt, hvis kanal
*>  eller status er ugyldig, kilden mangler, datoen er ugyldig eller
*>  ligger i fremtiden, kunden er ukendt eller slettet, eller den er
*>  ældre end den registrerede - en forsinket blanket må ikke
*>  overskrive en nyere tilbagetrækning. En gentagelse af den
*>  registrerede status, dato og kilde ændrer intet.
*>
*>  OPGAVE7 udelader kunder uden brevsamtykke af markedsførings-
*>  udtrækket, og OPGAVE10 udelader meddelelsesblokken for kunder
*>  uden samtykke til udskriftsindlæg. Ændringsfilen er en engangskø
*>  og flyttes til SamtykkeAendringerBehandlet.txt efter kørslen
*>-----------------------------------------------------------------

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT AendringFil
        ASSIGN TO "SamtykkeAendringer.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-AENDRING-STATUS.

    *> Registret - findes det ikke endnu, startes det tomt
    SELECT SamtykkeFil
        ASSIGN TO "Samtykke.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-SAMTYKKE-STATUS.

    SELECT SamtykkeNyFil
        ASSIGN TO "Samtykke.new"
        ORGANIZATION IS LINE SEQUENTIAL.

    SELECT Kundeoplysninger
        ASSIGN TO "Kundeoplysninger.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-KUNDE-STATUS.

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

FD AendringFil.
01 AENDRING-REC.
   COPY "SAMTYKKE.cpy".

FD SamtykkeFil.
01 SAMTYKKE-REC.
   COPY "SAMTYKKE.cpy".

FD SamtykkeNyFil.
01 SAMTYKKE-NY-REC.
   COPY "SAMTYKKE.cpy".

FD Kundeoplysninger.
01 RAW-KUNDE PIC X(302).
01 KUNDEOPL REDEFINES RAW-KUNDE.
   COPY "KUNDER.cpy".

FD FejlLogFil.
01 FEJLLOG-REC.
   COPY "FEJLLOG.cpy".

FD StamJournalFil.
01 STAMJOURNAL-REC.
   COPY "STAMJOURNAL.cpy".

WORKING-STORAGE SECTION.
01 EOF-AENDRING PIC X VALUE "N".
01 EOF-SAMTYKKE PIC X VALUE "N".
01 EOF-KUNDE    PIC X VALUE "N".

01 WS-AENDRING-STATUS PIC XX VALUE SPACES.
01 WS-SAMTYKKE-STATUS PIC XX VALUE SPACES.
01 WS-KUNDE-STATUS    PIC XX VALUE SPACES.

01 WS-DAGS-DATO PIC X(8) VALUE SPACES.

*> Kendte, ikke-slettede kunder
01 MAX-KUNDER   PIC 9(5) VALUE 50000.
01 ANTAL-KUNDER PIC 9(5) VALUE 0.
01 IDX-KUNDE    PIC 9(5).
01 KUNDE-TABEL.
   02 T-KU-KUNDE-ID OCCURS 50000 TIMES PIC X(10).

*> Registret i hukommelsen - skrives forfra efter ændringerne
01 MAX-SAMTYKKE   PIC 9(6) VALUE 150000.
01 ANTAL-SAMTYKKE PIC 9(6) VALUE 0.
01 IDX-SAMTYKKE   PIC 9(6).
01 SAMTYKKE-TABEL.
   02 SAMTYKKE-POST OCCURS 150000 TIMES.
      03 T-SA-KUNDE-ID PIC X(10).
      03 T-SA-KANAL    PIC X(1).
      03 T-SA-STATUS   PIC X(1).
      03 T-SA-DATO     PIC X(8).
      03 T-SA-KILDE    PIC X(10).

01 WS-AENDRING-DATO PIC X(8)  VALUE SPACES.
01 WS-SA-MATCH      PIC 9(6)  VALUE 0.
01 WS-KUNDE-KENDT   PIC X     VALUE "N".
01 WS-AFVIS-TEKST   PIC X(60) VALUE SPACES.

01 ANTAL-AENDRINGER PIC 9(7) VALUE 0.
01 ANTAL-ANVENDT    PIC 9(7) VALUE 0.
01 ANTAL-UAENDRET   PIC 9(7) VALUE 0.
01 ANTAL-AFVIST     PIC 9(7) VALUE 0.

*> Den fælles fejllog (FejlLog.txt) - se FEJLLOG.cpy
01 WS-FEJLLOG-STATUS PIC XX VALUE SPACES.
01 WS-FEJL-PROGRAM   PIC X(12) VALUE "SAMTYKKE".
01 WS-FEJL-SEV       PIC X(1)  VALUE "I".
01 WS-FEJL-NOEGLE    PIC X(20) VALUE SPACES.
01 WS-FEJL-TEKST     PIC X(100) VALUE SPACES.
01 WS-FEJL-MAX-SEV   PIC X(1)  VALUE "I".

*> Feltjournalen (StamdataJournal.txt) - kaldsstedet sætter
*> WS-JN-TYPE/-NOEGLE/-FELT/-FOER/-EFTER før SKRIV-JOURNAL
01 WS-JOURNAL-STATUS PIC XX VALUE SPACES.
01 WS-JN-PROGRAM     PIC X(12) VALUE "SAMTYKKE".
01 WS-JN-TYPE        PIC X(1)  VALUE SPACE.
01 WS-JN-NOEGLE      PIC X(14) VALUE SPACES.
01 WS-JN-FELT        PIC X(12) VALUE SPACES.
01 WS-JN-FOER        PIC X(40) VALUE SPACES.
01 WS-JN-EFTER       PIC X(40) VALUE SPACES.

PROCEDURE DIVISION.
    MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DAGS-DATO

    OPEN INPUT AendringFil
    IF WS-AENDRING-STATUS NOT = "00"
        DISPLAY "SAMTYKKE: ingen SamtykkeAendringer.txt - "
                "registret er uaendret"
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

    PERFORM LAES-KUNDER
    PERFORM LAES-REGISTER

    PERFORM UNTIL EOF-AENDRING = "Y"
        READ AendringFil
            AT END
                MOVE "Y" TO EOF-AENDRING
            NOT AT END
                IF AENDRING-REC NOT = SPACES
                    ADD 1 TO ANTAL-AENDRINGER
                    PERFORM BEHANDL-AENDRING
                END-IF
        END-READ
    END-PERFORM
    CLOSE AendringFil

    PERFORM SKRIV-REGISTER

    *> Ændringsfilen er en engangskø - flyttes til arkivet, så næste
    *> kørsel ikke anvender den igen
    CALL "SYSTEM" USING
        "test -f SamtykkeAendringer.txt && cat SamtykkeAendringer.txt >> SamtykkeAendringerBehandlet.txt && rm -f SamtykkeAendringer.txt"

    CLOSE StamJournalFil

    CLOSE FejlLogFil
    IF WS-FEJL-MAX-SEV = "F"
        MOVE 8 TO RETURN-CODE
    END-IF

    DISPLAY "SAMTYKKE gennemført - " ANTAL-AENDRINGER
            " aendring(er): " ANTAL-ANVENDT " anvendt, "
            ANTAL-UAENDRET " uden virkning, " ANTAL-AFVIST " afvist"
    STOP RUN.

*>-----------------------------------------------------------------
*>  LAES-KUNDER – kunde-id'erne på alle ikke-slettede kunder
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
                        AND ANTAL-KUNDER < MAX-KUNDER
                    ADD 1 TO ANTAL-KUNDER
                    MOVE RAW-KUNDE(1:10) TO T-KU-KUNDE-ID(ANTAL-KUNDER)
                END-IF
        END-READ
    END-PERFORM
    CLOSE Kundeoplysninger
    .

*>-----------------------------------------------------------------
*>  LAES-REGISTER – det nuværende Samtykke.txt ind i SAMTYKKE-TABEL
*>-----------------------------------------------------------------
LAES-REGISTER.
    OPEN INPUT SamtykkeFil
    IF WS-SAMTYKKE-STATUS NOT = "00"
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL EOF-SAMTYKKE = "Y"
        READ SamtykkeFil
            AT END
                MOVE "Y" TO EOF-SAMTYKKE
            NOT AT END
                IF SA-KUNDE-ID OF SAMTYKKE-REC NOT = SPACES
                    IF ANTAL-SAMTYKKE < MAX-SAMTYKKE
                        ADD 1 TO ANTAL-SAMTYKKE
                        MOVE SA-KUNDE-ID OF SAMTYKKE-REC
                            TO T-SA-KUNDE-ID(ANTAL-SAMTYKKE)
                        MOVE SA-KANAL OF SAMTYKKE-REC
                            TO T-SA-KANAL(ANTAL-SAMTYKKE)
                        MOVE SA-STATUS OF SAMTYKKE-REC
                            TO T-SA-STATUS(ANTAL-SAMTYKKE)
                        MOVE SA-DATO OF SAMTYKKE-REC
                            TO T-SA-DATO(ANTAL-SAMTYKKE)
                        MOVE SA-KILDE OF SAMTYKKE-REC
                            TO T-SA-KILDE(ANTAL-SAMTYKKE)
                    ELSE
                        *> Et afkortet register ville stiltiende
                        *> slette tilbagetrækninger - stands
                        MOVE "F" TO WS-FEJL-SEV
                        MOVE SA-KUNDE-ID OF SAMTYKKE-REC
                            TO WS-FEJL-NOEGLE
                        MOVE "SAMTYKKE-TABEL fuld - registret er ikke opdateret"
                            TO WS-FEJL-TEKST
                        PERFORM SKRIV-FEJLLOG
                        CLOSE SamtykkeFil AendringFil
                              StamJournalFil FejlLogFil
                        MOVE 8 TO RETURN-CODE
                        STOP RUN
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    CLOSE SamtykkeFil
    .

*>-----------------------------------------------------------------
*>  BEHANDL-AENDRING – valider én ændring fra AENDRING-REC og anvend
*>  den på registret
*>-----------------------------------------------------------------
BEHANDL-AENDRING.
    MOVE SA-DATO OF AENDRING-REC TO WS-AENDRING-DATO
    IF WS-AENDRING-DATO = SPACES
        MOVE WS-DAGS-DATO TO WS-AENDRING-DATO
    END-IF

    IF NOT SA-BREV OF AENDRING-REC
            AND NOT SA-EMAIL OF AENDRING-REC
            AND NOT SA-INDLAEG OF AENDRING-REC
        MOVE "Ugyldig kanal - skal vaere B, E eller U"
            TO WS-AFVIS-TEKST
        PERFORM AFVIS-AENDRING
        EXIT PARAGRAPH
    END-IF

    IF NOT SA-GIVET OF AENDRING-REC
            AND NOT SA-TRUKKET OF AENDRING-REC
        MOVE "Ugyldig status - skal vaere J eller N"
            TO WS-AFVIS-TEKST
        PERFORM AFVIS-AENDRING
        EXIT PARAGRAPH
    END-IF

    IF SA-KILDE OF AENDRING-REC = SPACES
        MOVE "Kilde mangler" TO WS-AFVIS-TEKST
        PERFORM AFVIS-AENDRING
        EXIT PARAGRAPH
    END-IF

    IF WS-AENDRING-DATO IS NOT NUMERIC
            OR WS-AENDRING-DATO > WS-DAGS-DATO
        MOVE "Ugyldig eller fremtidig dato" TO WS-AFVIS-TEKST
        PERFORM AFVIS-AENDRING
        EXIT PARAGRAPH
    END-IF

    MOVE "N" TO WS-KUNDE-KENDT
    MOVE 1 TO IDX-KUNDE
    PERFORM UNTIL IDX-KUNDE > ANTAL-KUNDER
        IF T-KU-KUNDE-ID(IDX-KUNDE) = SA-KUNDE-ID OF AENDRING-REC
            MOVE "Y" TO WS-KUNDE-KENDT
            EXIT PERFORM
        END-IF
        ADD 1 TO IDX-KUNDE
    END-PERFORM
    IF WS-KUNDE-KENDT = "N"
        MOVE "Ukendt eller slettet kunde" TO WS-AFVIS-TEKST
        PERFORM AFVIS-AENDRING
        EXIT PARAGRAPH
    END-IF

    MOVE 0 TO WS-SA-MATCH
    MOVE 1 TO IDX-SAMTYKKE
    PERFORM UNTIL IDX-SAMTYKKE > ANTAL-SAMTYKKE
        IF T-SA-KUNDE-ID(IDX-SAMTYKKE) = SA-KUNDE-ID OF AENDRING-REC
                AND T-SA-KANAL(IDX-SAMTYKKE) = SA-KANAL OF AENDRING-REC
            MOVE IDX-SAMTYKKE TO WS-SA-MATCH
            EXIT PERFORM
        END-IF
        ADD 1 TO IDX-SAMTYKKE
    END-PERFORM

    IF WS-SA-MATCH > 0
        IF WS-AENDRING-DATO < T-SA-DATO(WS-SA-MATCH)
            MOVE "Aeldre end den registrerede status - ikke anvendt"
                TO WS-AFVIS-TEKST
            PERFORM AFVIS-AENDRING
            EXIT PARAGRAPH
        END-IF
        IF T-SA-STATUS(WS-SA-MATCH) = SA-STATUS OF AENDRING-REC
                AND T-SA-DATO(WS-SA-MATCH) = WS-AENDRING-DATO
                AND T-SA-KILDE(WS-SA-MATCH) = SA-KILDE OF AENDRING-REC
            ADD 1 TO ANTAL-UAENDRET
            EXIT PARAGRAPH
        END-IF
        MOVE SPACES TO WS-JN-FOER
        STRING T-SA-STATUS(WS-SA-MATCH)              DELIMITED BY SIZE
               " "                                   DELIMITED BY SIZE
               T-SA-DATO(WS-SA-MATCH)                DELIMITED BY SIZE
               " "                                   DELIMITED BY SIZE
               FUNCTION TRIM(T-SA-KILDE(WS-SA-MATCH)) DELIMITED BY SIZE
        INTO WS-JN-FOER
        END-STRING
    ELSE
        IF ANTAL-SAMTYKKE >= MAX-SAMTYKKE
            MOVE "F" TO WS-FEJL-SEV
            MOVE SA-KUNDE-ID OF AENDRING-REC TO WS-FEJL-NOEGLE
            MOVE "SAMTYKKE-TABEL fuld - aendringen er ikke anvendt"
                TO WS-FEJL-TEKST
            PERFORM SKRIV-FEJLLOG
            ADD 1 TO ANTAL-AFVIST
            EXIT PARAGRAPH
        END-IF
        ADD 1 TO ANTAL-SAMTYKKE
        MOVE ANTAL-SAMTYKKE TO WS-SA-MATCH
        MOVE SA-KUNDE-ID OF AENDRING-REC TO T-SA-KUNDE-ID(WS-SA-MATCH)
        MOVE SA-KANAL OF AENDRING-REC    TO T-SA-KANAL(WS-SA-MATCH)
        MOVE SPACES TO WS-JN-FOER
    END-IF

    MOVE SA-STATUS OF AENDRING-REC TO T-SA-STATUS(WS-SA-MATCH)
    MOVE WS-AENDRING-DATO          TO T-SA-DATO(WS-SA-MATCH)
    MOVE SA-KILDE OF AENDRING-REC  TO T-SA-KILDE(WS-SA-MATCH)

    MOVE SPACES TO WS-JN-EFTER
    STRING T-SA-STATUS(WS-SA-MATCH)              DELIMITED BY SIZE
           " "                                   DELIMITED BY SIZE
           T-SA-DATO(WS-SA-MATCH)                DELIMITED BY SIZE
           " "                                   DELIMITED BY SIZE
           FUNCTION TRIM(T-SA-KILDE(WS-SA-MATCH)) DELIMITED BY SIZE
    INTO WS-JN-EFTER
    END-STRING

    MOVE "K" TO WS-JN-TYPE
    MOVE SA-KUNDE-ID OF AENDRING-REC TO WS-JN-NOEGLE
    MOVE SPACES TO WS-JN-FELT
    STRING "SAMTYKKE-"              DELIMITED BY SIZE
           SA-KANAL OF AENDRING-REC DELIMITED BY SIZE
    INTO WS-JN-FELT
    END-STRING
    PERFORM SKRIV-JOURNAL

    ADD 1 TO ANTAL-ANVENDT
    .

*>-----------------------------------------------------------------
*>  AFVIS-AENDRING – advar om en ændring, der ikke anvendes
*>  (begrundelsen i WS-AFVIS-TEKST)
*>-----------------------------------------------------------------
AFVIS-AENDRING.
    ADD 1 TO ANTAL-AFVIST
    MOVE "A" TO WS-FEJL-SEV
    MOVE SA-KUNDE-ID OF AENDRING-REC TO WS-FEJL-NOEGLE
    MOVE SPACES TO WS-FEJL-TEKST
    STRING "Samtykke "                  DELIMITED BY SIZE
           SA-KANAL OF AENDRING-REC     DELIMITED BY SIZE
           "/"                          DELIMITED BY SIZE
           SA-STATUS OF AENDRING-REC    DELIMITED BY SIZE
           " afvist: "                  DELIMITED BY SIZE
           FUNCTION TRIM(WS-AFVIS-TEKST) DELIMITED BY SIZE
    INTO WS-FEJL-TEKST
    END-STRING
    PERFORM SKRIV-FEJLLOG
    .

*>-----------------------------------------------------------------
*>  SKRIV-REGISTER – skriv SAMTYKKE-TABEL til Samtykke.new og lad den
*>  erstatte Samtykke.txt
*>-----------------------------------------------------------------
SKRIV-REGISTER.
    OPEN OUTPUT SamtykkeNyFil
    MOVE 1 TO IDX-SAMTYKKE
    PERFORM UNTIL IDX-SAMTYKKE > ANTAL-SAMTYKKE
        MOVE SPACES TO SAMTYKKE-NY-REC
        MOVE T-SA-KUNDE-ID(IDX-SAMTYKKE)
            TO SA-KUNDE-ID OF SAMTYKKE-NY-REC
        MOVE T-SA-KANAL(IDX-SAMTYKKE)  TO SA-KANAL  OF SAMTYKKE-NY-REC
        MOVE T-SA-STATUS(IDX-SAMTYKKE) TO SA-STATUS OF SAMTYKKE-NY-REC
        MOVE T-SA-DATO(IDX-SAMTYKKE)   TO SA-DATO   OF SAMTYKKE-NY-REC
        MOVE T-SA-KILDE(IDX-SAMTYKKE)  TO SA-KILDE  OF SAMTYKKE-NY-REC
        WRITE SAMTYKKE-NY-REC
        ADD 1 TO IDX-SAMTYKKE
    END-PERFORM
    CLOSE SamtykkeNyFil

    CALL "SYSTEM" USING "mv Samtykke.new Samtykke.txt"
    .

*>-----------------------------------------------------------------
*>  SKRIV-JOURNAL – én linje i StamdataJournal.txt
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

*>-----------------------------------------------------------------
*>  SKRIV-FEJLLOG – én hændelse i den fælles fejllog
*>-----------------------------------------------------------------
SKRIV-FEJLLOG.
    IF WS-FEJL-SEV = "F"
        MOVE "F" TO WS-FEJL-MAX-SEV
    END-IF
    MOVE SPACES TO FEJLLOG-REC
    MOVE FUNCTION CURRENT-DATE(1:14) TO FL-TIDSPUNKT OF FEJLLOG-REC
    MOVE WS-FEJL-PROGRAM TO FL-PROGRAM   OF FEJLLOG-REC
    MOVE WS-FEJL-SEV     TO FL-SEVERITET OF FEJLLOG-REC
    MOVE WS-FEJL-NOEGLE  TO FL-NOEGLE    OF FEJLLOG-REC
    MOVE WS-FEJL-TEKST   TO FL-TEKST     OF FEJLLOG-REC
    WRITE FEJLLOG-REC
    .
END PROGRAM SAMTYKKE.
