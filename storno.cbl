>>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. STORNO.

*>-----------------------------------------------------------------
*>  STORNO – formel tilbageførsel af en allerede bogført postering.
*>  Hidtil er fejlposteringer rettet med en håndtastet modpostering
*>  uden sporbar forbindelse til originalen.
*>
*>  Læser StornoAnmodninger.txt (se STORNOANMODNING.cpy), én linje
*>  pr. postering der skal tilbageføres, nøglet på den oprindelige
*>  TRANS-REFERENCE. Originalen slås op i PosteringsJournal.txt, som
*>  OPGAVE10 skriver hver bogført linje til (første forekomst gælder,
*>  se OPGAVE10). En anmodning afvises når
*>    - referencen ikke findes i posteringsjournalen
*>    - en angivet KONTO-ID ikke svarer til originalens
*>    - originalen allerede er tilbageført (står i StornoRegister.txt)
*>    - originalen selv er en tilbageførsel (TRANSAKTIONSTYPE
*>      "Storno", eller referencen står som storno-reference i
*>      registret)
*>
*>  og skriver ellers den præcise modpostering i TRANSAKTIONER.cpy-
*>  format til StornoPoster.txt, lagt op i TransManifest.txt til
*>  næste OPGAVE10-kørsel - kumulativt, som IndlandPoster.txt:
*>    - samme CPR/NAVN/ADRESSE/KONTO-ID/REG-NR som originalen
*>    - beløbet med modsat fortegn. En postering i fremmed valuta
*>      omregnes til DKK med den kurs, der var gældende på
*>      originalens dato - samme kurs som OPGAVE10 bogførte den til -
*>      så tilbageførslen går præcis i nul uanset senere kurser
*>    - TRANSAKTIONSTYPE "Storno", BUTIK = originalens reference
*>      (OPGAVE10 viser den som "Tilbageført <reference>")
*>    - egen reference "ST" + dato + løbenummer
*>
*>  Hver tilbageførsel registreres i StornoRegister.txt (STORNO-
*>  REGISTER.cpy), afviste anmodninger i StornoAfvist.txt. De
*>  behandlede anmodninger flyttes til StornoBehandlet.txt
*>-----------------------------------------------------------------

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT AnmodningFil
        ASSIGN TO "StornoAnmodninger.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-ANMODNING-STATUS.

    SELECT JournalFil
        ASSIGN TO "PosteringsJournal.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-JOURNAL-STATUS.

    SELECT RegisterFil
        ASSIGN TO "StornoRegister.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-REGISTER-STATUS.

    SELECT Valutafil
        ASSIGN TO "Valutakurser.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-VALUTA-STATUS.

    SELECT PosterFil
        ASSIGN TO "StornoPoster.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-POSTER-STATUS.

    SELECT AfvistFil
        ASSIGN TO "StornoAfvist.txt"
        ORGANIZATION IS LINE SEQUENTIAL.

    SELECT TransManifestFil
        ASSIGN TO "TransManifest.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-MANIFEST-STATUS.

DATA DIVISION.
FILE SECTION.

FD AnmodningFil.
01 RAW-ANMODNING PIC X(64).      *> 20+14+30 = 64
01 ANMODNING-REC REDEFINES RAW-ANMODNING.
   COPY "STORNOANMODNING.cpy".

FD JournalFil.
01 RAW-JOURNAL PIC X(223).
01 JOURNAL-REC REDEFINES RAW-JOURNAL.
   COPY "TRANSAKTIONER.cpy".

FD RegisterFil.
01 RAW-REGISTER PIC X(92).       *> 20+14+20+8+30 = 92
01 REGISTER-REC REDEFINES RAW-REGISTER.
   COPY "STORNOREGISTER.cpy".

FD Valutafil.
01 RAW-VALUTA PIC X(38).
01 VALUTAKURS-REC REDEFINES RAW-VALUTA.
   COPY "VALUTAKURS.cpy".

FD PosterFil.
01 RAW-POSTER PIC X(223).
01 POSTER-REC REDEFINES RAW-POSTER.
   COPY "TRANSAKTIONER.cpy".

FD AfvistFil.
01 AFVIST-REC.
   02 AFVIST-TEXT PIC X(150).

FD TransManifestFil.
01 MANIFEST-REC.
   02 MANIFEST-FILNAVN PIC X(60).

WORKING-STORAGE SECTION.
01 EOF-ANMODNING   PIC X VALUE "N".
01 EOF-JOURNAL     PIC X VALUE "N".
01 EOF-REGISTER    PIC X VALUE "N".
01 EOF-VALUTA      PIC X VALUE "N".
01 EOF-POSTER      PIC X VALUE "N".
01 EOF-MANIFEST    PIC X VALUE "N".

01 WS-ANMODNING-STATUS  PIC XX VALUE SPACES.
01 WS-JOURNAL-STATUS    PIC XX VALUE SPACES.
01 WS-REGISTER-STATUS   PIC XX VALUE SPACES.
01 WS-VALUTA-STATUS     PIC XX VALUE SPACES.
01 WS-POSTER-STATUS     PIC XX VALUE SPACES.
01 WS-MANIFEST-STATUS   PIC XX VALUE SPACES.
01 WS-ANMODNING-LAEST   PIC X  VALUE "N".

01 WS-DAGS-DATO PIC X(8) VALUE SPACES.

*> Dagens anmodninger, med den journalførte original når den findes.
*> Journalen kan være stor, så den læses én gang igennem mod
*> anmodningerne i stedet for at blive lagt i hukommelsen
01 MAX-ANMODNINGER   PIC 9(5) VALUE 2000.
01 ANTAL-ANMODNINGER PIC 9(5) VALUE 0.
01 IDX-ANMODNING     PIC 9(5).
01 ANMODNING-TABEL.
   02 ANMODNING-POST OCCURS 2000 TIMES.
      03 T-SA-REFERENCE PIC X(20).
      03 T-SA-KONTO-ID  PIC X(14).
      03 T-SA-AARSAG    PIC X(30).
      03 T-SA-FUNDET    PIC X(1).
      03 T-SA-ORIGINAL  PIC X(223).

*> StornoRegister.txt - tidligere tilbageførsler, plus kørslens egne
01 MAX-REGISTER   PIC 9(5) VALUE 20000.
01 ANTAL-REGISTER PIC 9(5) VALUE 0.
01 IDX-REGISTER   PIC 9(5).
01 REGISTER-TABEL.
   02 REGISTER-POST OCCURS 20000 TIMES.
      03 T-SR-ORIG-REFERENCE   PIC X(20).
      03 T-SR-STORNO-REFERENCE PIC X(20).

*> Alle kursrækker, så kursen kan slås op på originalens dato -
*> samme opslag som OPGAVE10's FIND-VALUTAKURS
01 MAX-KURSER   PIC 9(5) VALUE 5000.
01 ANTAL-KURSER PIC 9(5) VALUE 0.
01 IDX-KURS     PIC 9(5).
01 KURS-TABEL.
   02 KURS-POST OCCURS 5000 TIMES.
      03 T-KU-VALUTA PIC X(3).
      03 T-KU-DATO   PIC X(8).
      03 T-KU-KURS   PIC 9(5)V9999.
      03 T-KU-KOEBSKURS PIC 9(5)V9999.
      03 T-KU-SALGSKURS PIC 9(5)V9999.

01 WS-KURS-FUNDET  PIC X VALUE "N".
01 WS-KURS         PIC 9(5)V9999 VALUE 0.
01 WS-BEST-DATO    PIC X(8) VALUE SPACES.
01 WS-ORIG-DATO    PIC X(8) VALUE SPACES.
01 WS-ORIG-VALUTA  PIC X(4) VALUE SPACES.

*> Den aktuelle anmodnings vurdering
01 WS-AFVIST-AARSAG  PIC X(60) VALUE SPACES.
01 WS-BELOB-NUM      PIC S9(11)V99 VALUE 0.
01 WS-BELOB-EDIT     PIC -(9)9.99.
01 WS-REFERENCE      PIC X(20) VALUE SPACES.
01 WS-TIDSPUNKT      PIC X(26) VALUE SPACES.

*> Løbenummer i storno-referencen - fortsætter efter dagens
*> tidligere tilbageførsler i registret, så en genkørsel samme dag
*> ikke genbruger en reference
01 WS-LOEBENR        PIC 9(6) VALUE 0.

*> Modposteringerne samles og sorteres stigende på KONTO-ID, samme
*> begrundelse som i INDLANDSBETALING/NETS-IMPORT
01 MAX-POSTER   PIC 9(5) VALUE 10000.
01 ANTAL-POSTER PIC 9(5) VALUE 0.
01 IDX-POSTER   PIC 9(5).
01 IDX-POSTER-J PIC 9(5).
01 POSTER-TABEL.
   02 POSTER-LINJE OCCURS 10000 TIMES PIC X(223).
01 SWAP-POSTER-LINJE PIC X(223).

01 ANTAL-GODKENDT PIC 9(5) VALUE 0.
01 ANTAL-AFVIST   PIC 9(5) VALUE 0.

*> Flettemanifestet genlæses og genskrives med posteringsfilen
*> tilføjet - samme fremgangsmåde som INDLANDSBETALING
01 MAX-MANIFEST        PIC 9(2)  VALUE 16.
01 MANIFEST-GRAENSE    PIC 9(2)  VALUE 15.
01 ANTAL-MANIFEST      PIC 9(2)  VALUE 0.
01 IDX-MANIFEST        PIC 9(2).
01 WS-ALLEREDE-I-MANIFEST PIC X  VALUE "N".
01 POSTER-FILNAVN      PIC X(60) VALUE "StornoPoster.txt".
01 MANIFEST-NAVN-TABEL.
   02 MANIFEST-NAVN OCCURS 16 TIMES PIC X(60).

PROCEDURE DIVISION.
    MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DAGS-DATO

    OPEN OUTPUT AfvistFil

    PERFORM LAES-REGISTER
    PERFORM LAES-KURSER
    PERFORM LAES-EKSISTERENDE-POSTER

    OPEN INPUT AnmodningFil
    IF WS-ANMODNING-STATUS = "00"
        MOVE "Y" TO WS-ANMODNING-LAEST
        PERFORM UNTIL EOF-ANMODNING = "Y"
            READ AnmodningFil
                AT END
                    MOVE "Y" TO EOF-ANMODNING
                NOT AT END
                    IF SA-TRANS-REFERENCE OF ANMODNING-REC NOT = SPACES
                        PERFORM GEM-ANMODNING
                    END-IF
            END-READ
        END-PERFORM
        CLOSE AnmodningFil
    END-IF

    IF ANTAL-ANMODNINGER > 0
        PERFORM LAES-JOURNAL

        *> Registret forlænges med hver tilbageførsel, efterhånden
        *> som den genereres
        OPEN EXTEND RegisterFil
        IF WS-REGISTER-STATUS = "35"
            OPEN OUTPUT RegisterFil
        END-IF

        MOVE 1 TO IDX-ANMODNING
        PERFORM UNTIL IDX-ANMODNING > ANTAL-ANMODNINGER
            PERFORM BEHANDL-ANMODNING
            ADD 1 TO IDX-ANMODNING
        END-PERFORM

        CLOSE RegisterFil
    END-IF

    PERFORM SORTER-POSTER
    PERFORM SKRIV-POSTER

    IF ANTAL-POSTER > 0
        PERFORM OPDATER-TRANS-MANIFEST
    END-IF

    *> Anmodningerne er nu tilbageført (eller afvist) - flyt dem til
    *> behandlet-arkivet, så en genkørsel ikke behandler dem igen
    IF WS-ANMODNING-LAEST = "Y"
        CALL "SYSTEM" USING
            "cat StornoAnmodninger.txt >> StornoBehandlet.txt && rm -f StornoAnmodninger.txt"
    END-IF

    CLOSE AfvistFil

    DISPLAY "STORNO gennemført - " ANTAL-GODKENDT
            " postering(er) tilbageført, " ANTAL-AFVIST " afvist"
    STOP RUN.

*>-----------------------------------------------------------------
*>  LAES-REGISTER – tidligere tilbageførsler fra StornoRegister.txt.
*>  Dagens løbenummer fortsætter efter registrets sidste for i dag
*>-----------------------------------------------------------------
LAES-REGISTER.
    OPEN INPUT RegisterFil
    IF WS-REGISTER-STATUS = "00"
        PERFORM UNTIL EOF-REGISTER = "Y"
            READ RegisterFil
                AT END
                    MOVE "Y" TO EOF-REGISTER
                NOT AT END
                    IF SR-ORIG-REFERENCE OF REGISTER-REC NOT = SPACES
                            AND ANTAL-REGISTER < MAX-REGISTER
                        ADD 1 TO ANTAL-REGISTER
                        MOVE SR-ORIG-REFERENCE OF REGISTER-REC
                            TO T-SR-ORIG-REFERENCE(ANTAL-REGISTER)
                        MOVE SR-STORNO-REFERENCE OF REGISTER-REC
                            TO T-SR-STORNO-REFERENCE(ANTAL-REGISTER)
                        IF SR-DATO OF REGISTER-REC = WS-DAGS-DATO
                            ADD 1 TO WS-LOEBENR
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
        CLOSE RegisterFil
    END-IF
    .

*>-----------------------------------------------------------------
*>  LAES-KURSER – alle rækker fra Valutakurser.txt
*>-----------------------------------------------------------------
LAES-KURSER.
    OPEN INPUT Valutafil
    IF WS-VALUTA-STATUS = "00"
        PERFORM UNTIL EOF-VALUTA = "Y"
            READ Valutafil
                AT END
                    MOVE "Y" TO EOF-VALUTA
                NOT AT END
                    IF ANTAL-KURSER < MAX-KURSER
                        ADD 1 TO ANTAL-KURSER
                        MOVE VK-VALUTAKODE    OF VALUTAKURS-REC
                            TO T-KU-VALUTA(ANTAL-KURSER)
                        MOVE VK-EFFEKTIV-DATO OF VALUTAKURS-REC
                            TO T-KU-DATO(ANTAL-KURSER)
                        MOVE VK-KURS          OF VALUTAKURS-REC
                            TO T-KU-KURS(ANTAL-KURSER)
                        IF VK-KOEBSKURS OF VALUTAKURS-REC NUMERIC
                                AND VK-SALGSKURS OF VALUTAKURS-REC NUMERIC
                                AND VK-KOEBSKURS OF VALUTAKURS-REC > 0
                                AND VK-SALGSKURS OF VALUTAKURS-REC > 0
                            MOVE VK-KOEBSKURS OF VALUTAKURS-REC
                                TO T-KU-KOEBSKURS(ANTAL-KURSER)
                            MOVE VK-SALGSKURS OF VALUTAKURS-REC
                                TO T-KU-SALGSKURS(ANTAL-KURSER)
                        ELSE
                            MOVE VK-KURS OF VALUTAKURS-REC
                                TO T-KU-KOEBSKURS(ANTAL-KURSER)
                            MOVE VK-KURS OF VALUTAKURS-REC
                                TO T-KU-SALGSKURS(ANTAL-KURSER)
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
        CLOSE Valutafil
    END-IF
    .

*>-----------------------------------------------------------------
*>  LAES-EKSISTERENDE-POSTER – læs et evt. eksisterende udtræk ind i
*>  POSTER-TABEL, så tilbageførsler OPGAVE10 endnu ikke har bogført
*>  bevares
*>-----------------------------------------------------------------
LAES-EKSISTERENDE-POSTER.
    OPEN INPUT PosterFil
    IF WS-POSTER-STATUS = "00"
        PERFORM UNTIL EOF-POSTER = "Y"
            READ PosterFil
                AT END
                    MOVE "Y" TO EOF-POSTER
                NOT AT END
                    IF ANTAL-POSTER < MAX-POSTER
                        ADD 1 TO ANTAL-POSTER
                        MOVE RAW-POSTER
                            TO POSTER-LINJE(ANTAL-POSTER)
                    END-IF
            END-READ
        END-PERFORM
        CLOSE PosterFil
    END-IF
    .

*>-----------------------------------------------------------------
*>  GEM-ANMODNING – læg én anmodning i ANMODNING-TABEL
*>-----------------------------------------------------------------
GEM-ANMODNING.
    IF ANTAL-ANMODNINGER >= MAX-ANMODNINGER
        DISPLAY "STORNO: ANMODNING-TABEL fuld - reference "
                SA-TRANS-REFERENCE OF ANMODNING-REC
                " ikke behandlet"
        EXIT PARAGRAPH
    END-IF

    ADD 1 TO ANTAL-ANMODNINGER
    MOVE SA-TRANS-REFERENCE OF ANMODNING-REC
        TO T-SA-REFERENCE(ANTAL-ANMODNINGER)
    MOVE SA-KONTO-ID OF ANMODNING-REC
        TO T-SA-KONTO-ID(ANTAL-ANMODNINGER)
    MOVE SA-AARSAG OF ANMODNING-REC
        TO T-SA-AARSAG(ANTAL-ANMODNINGER)
    MOVE "N"    TO T-SA-FUNDET(ANTAL-ANMODNINGER)
    MOVE SPACES TO T-SA-ORIGINAL(ANTAL-ANMODNINGER)
    .

*>-----------------------------------------------------------------
*>  LAES-JOURNAL – én gennemlæsning af PosteringsJournal.txt. Første
*>  journallinje med en anmodnings reference er originalen
*>-----------------------------------------------------------------
LAES-JOURNAL.
    OPEN INPUT JournalFil
    IF WS-JOURNAL-STATUS = "00"
        PERFORM UNTIL EOF-JOURNAL = "Y"
            READ JournalFil
                AT END
                    MOVE "Y" TO EOF-JOURNAL
                NOT AT END
                    MOVE 1 TO IDX-ANMODNING
                    PERFORM UNTIL IDX-ANMODNING > ANTAL-ANMODNINGER
                        IF T-SA-FUNDET(IDX-ANMODNING) = "N"
                                AND T-SA-REFERENCE(IDX-ANMODNING)
                                    = TRANS-REFERENCE OF JOURNAL-REC
                            MOVE "Y" TO T-SA-FUNDET(IDX-ANMODNING)
                            MOVE RAW-JOURNAL
                                TO T-SA-ORIGINAL(IDX-ANMODNING)
                        END-IF
                        ADD 1 TO IDX-ANMODNING
                    END-PERFORM
            END-READ
        END-PERFORM
        CLOSE JournalFil
    END-IF
    .

*>-----------------------------------------------------------------
*>  BEHANDL-ANMODNING – vurdér anmodning IDX-ANMODNING og skriv enten
*>  modposteringen + registerlinjen, eller en afvisning
*>-----------------------------------------------------------------
BEHANDL-ANMODNING.
    MOVE SPACES TO WS-AFVIST-AARSAG

    PERFORM TJEK-REGISTER

    IF WS-AFVIST-AARSAG = SPACES
        IF T-SA-FUNDET(IDX-ANMODNING) = "N"
            MOVE "referencen findes ikke i posteringsjournalen"
                TO WS-AFVIST-AARSAG
        END-IF
    END-IF

    IF WS-AFVIST-AARSAG = SPACES
        MOVE T-SA-ORIGINAL(IDX-ANMODNING) TO RAW-JOURNAL
        IF TRANSAKTIONSTYPE OF JOURNAL-REC = "Storno"
            MOVE "posteringen er selv en tilbagefoersel"
                TO WS-AFVIST-AARSAG
        END-IF
    END-IF

    IF WS-AFVIST-AARSAG = SPACES
        IF T-SA-KONTO-ID(IDX-ANMODNING) NOT = SPACES
                AND T-SA-KONTO-ID(IDX-ANMODNING)
                    NOT = KONTO-ID OF JOURNAL-REC
            MOVE "KONTO-ID svarer ikke til den journalfoerte postering"
                TO WS-AFVIST-AARSAG
        END-IF
    END-IF

    IF WS-AFVIST-AARSAG = SPACES
        PERFORM BEREGN-MODBELOB
    END-IF

    IF WS-AFVIST-AARSAG NOT = SPACES
        PERFORM SKRIV-AFVISNING
    ELSE
        PERFORM GENERER-MODPOSTERING
    END-IF
    .

*>-----------------------------------------------------------------
*>  TJEK-REGISTER – afvis en reference, der allerede er tilbageført,
*>  eller som selv er referencen på en tilbageførsel
*>-----------------------------------------------------------------
TJEK-REGISTER.
    MOVE 1 TO IDX-REGISTER
    PERFORM UNTIL IDX-REGISTER > ANTAL-REGISTER
        IF T-SR-ORIG-REFERENCE(IDX-REGISTER)
                = T-SA-REFERENCE(IDX-ANMODNING)
            MOVE "posteringen er allerede tilbagefoert"
                TO WS-AFVIST-AARSAG
            EXIT PERFORM
        END-IF
        IF T-SR-STORNO-REFERENCE(IDX-REGISTER)
                = T-SA-REFERENCE(IDX-ANMODNING)
            MOVE "posteringen er selv en tilbagefoersel"
                TO WS-AFVIST-AARSAG
            EXIT PERFORM
        END-IF
        ADD 1 TO IDX-REGISTER
    END-PERFORM
    .

*>-----------------------------------------------------------------
*>  BEREGN-MODBELOB – originalens beløb med modsat fortegn. En DKK-
*>  postering vendes som den er; en postering i fremmed valuta
*>  omregnes til DKK med kursen gældende på originalens dato - den
*>  samme kundekurs, OPGAVE10 bogførte originalen til (salgskurs for
*>  en debitering, købskurs for en kreditering), så modposten
*>  udligner præcist
*>-----------------------------------------------------------------
BEREGN-MODBELOB.
    MOVE FUNCTION NUMVAL(BELØB-TEXT OF JOURNAL-REC) TO WS-BELOB-NUM
    MOVE VALUTA OF JOURNAL-REC TO WS-ORIG-VALUTA

    MOVE SPACES TO WS-ORIG-DATO
    STRING
        TIDSPUNKT OF JOURNAL-REC(1:4) DELIMITED BY SIZE
        TIDSPUNKT OF JOURNAL-REC(6:2) DELIMITED BY SIZE
        TIDSPUNKT OF JOURNAL-REC(9:2) DELIMITED BY SIZE
    INTO WS-ORIG-DATO
    END-STRING

    IF FUNCTION TRIM(WS-ORIG-VALUTA) = "DKK"
            OR WS-ORIG-VALUTA = SPACES
        COMPUTE WS-BELOB-NUM = WS-BELOB-NUM * -1
        EXIT PARAGRAPH
    END-IF

    MOVE "N"        TO WS-KURS-FUNDET
    MOVE LOW-VALUES TO WS-BEST-DATO
    MOVE 0          TO WS-KURS
    MOVE 1 TO IDX-KURS
    PERFORM UNTIL IDX-KURS > ANTAL-KURSER
        IF T-KU-VALUTA(IDX-KURS) = FUNCTION TRIM(WS-ORIG-VALUTA)
                AND T-KU-DATO(IDX-KURS) <= WS-ORIG-DATO
                AND T-KU-DATO(IDX-KURS) >= WS-BEST-DATO
            MOVE T-KU-DATO(IDX-KURS) TO WS-BEST-DATO
            IF WS-BELOB-NUM < 0
                MOVE T-KU-SALGSKURS(IDX-KURS) TO WS-KURS
            ELSE
                MOVE T-KU-KOEBSKURS(IDX-KURS) TO WS-KURS
            END-IF
            MOVE "Y"                 TO WS-KURS-FUNDET
        END-IF
        ADD 1 TO IDX-KURS
    END-PERFORM

    IF WS-KURS-FUNDET = "N"
        MOVE "ingen kurs paa originalens dato - tilbagefoer manuelt"
            TO WS-AFVIST-AARSAG
    ELSE
        COMPUTE WS-BELOB-NUM = WS-BELOB-NUM * WS-KURS * -1
    END-IF
    .

*>-----------------------------------------------------------------
*>  SKRIV-AFVISNING – én afvist anmodning med årsag
*>-----------------------------------------------------------------
SKRIV-AFVISNING.
    ADD 1 TO ANTAL-AFVIST
    MOVE SPACES TO AFVIST-TEXT
    STRING
        "Tilbagefoersel af "                          DELIMITED BY SIZE
        FUNCTION TRIM(T-SA-REFERENCE(IDX-ANMODNING))  DELIMITED BY SIZE
        " afvist - "                                  DELIMITED BY SIZE
        FUNCTION TRIM(WS-AFVIST-AARSAG)               DELIMITED BY SIZE
    INTO AFVIST-TEXT
    END-STRING
    WRITE AFVIST-REC
    .

*>-----------------------------------------------------------------
*>  GENERER-MODPOSTERING – modposteringen i TRANSAKTIONER.cpy-format
*>  til næste OPGAVE10-kørsel, og registerlinjen der binder den til
*>  originalen. Originalen står i JOURNAL-REC
*>-----------------------------------------------------------------
GENERER-MODPOSTERING.
    IF ANTAL-POSTER >= MAX-POSTER
        DISPLAY "STORNO: POSTER-TABEL fuld - tilbageførsel af "
                T-SA-REFERENCE(IDX-ANMODNING) " ikke genereret"
        EXIT PARAGRAPH
    END-IF

    ADD 1 TO WS-LOEBENR
    MOVE SPACES TO WS-REFERENCE
    STRING
        "ST"         DELIMITED BY SIZE
        WS-DAGS-DATO DELIMITED BY SIZE
        WS-LOEBENR   DELIMITED BY SIZE
    INTO WS-REFERENCE
    END-STRING

    MOVE SPACES TO RAW-POSTER
    MOVE CPR      OF JOURNAL-REC TO CPR      OF POSTER-REC
    MOVE NAVN     OF JOURNAL-REC TO NAVN     OF POSTER-REC
    MOVE ADRESSE  OF JOURNAL-REC TO ADRESSE  OF POSTER-REC
    MOVE "Storno"                TO TRANSAKTIONSTYPE OF POSTER-REC
    MOVE KONTO-ID OF JOURNAL-REC TO KONTO-ID OF POSTER-REC
    MOVE REG-NR   OF JOURNAL-REC TO REG-NR   OF POSTER-REC
    MOVE TRANS-REFERENCE OF JOURNAL-REC TO BUTIK OF POSTER-REC

    MOVE WS-BELOB-NUM  TO WS-BELOB-EDIT
    MOVE WS-BELOB-EDIT TO BELØB-TEXT OF POSTER-REC
    MOVE "DKK"         TO VALUTA     OF POSTER-REC
    MOVE WS-REFERENCE  TO TRANS-REFERENCE OF POSTER-REC

    MOVE SPACES TO WS-TIDSPUNKT
    STRING
        WS-DAGS-DATO(1:4) DELIMITED BY SIZE
        "-"               DELIMITED BY SIZE
        WS-DAGS-DATO(5:2) DELIMITED BY SIZE
        "-"               DELIMITED BY SIZE
        WS-DAGS-DATO(7:2) DELIMITED BY SIZE
        " 00:00:00"       DELIMITED BY SIZE
    INTO WS-TIDSPUNKT
    END-STRING
    MOVE WS-TIDSPUNKT TO TIDSPUNKT OF POSTER-REC

    *> Tilbageførslen valuteres som originalen, så OPGAVE10 også
    *> tilbagefører den rente, originalen har givet eller kostet
    IF RENTEDATO OF JOURNAL-REC NOT = SPACES
        MOVE RENTEDATO OF JOURNAL-REC TO RENTEDATO OF POSTER-REC
    ELSE
        MOVE WS-ORIG-DATO TO RENTEDATO OF POSTER-REC
    END-IF

    ADD 1 TO ANTAL-POSTER
    MOVE RAW-POSTER TO POSTER-LINJE(ANTAL-POSTER)

    MOVE SPACES TO RAW-REGISTER
    MOVE TRANS-REFERENCE OF JOURNAL-REC
        TO SR-ORIG-REFERENCE OF REGISTER-REC
    MOVE KONTO-ID OF JOURNAL-REC TO SR-KONTO-ID OF REGISTER-REC
    MOVE WS-REFERENCE  TO SR-STORNO-REFERENCE OF REGISTER-REC
    MOVE WS-DAGS-DATO  TO SR-DATO             OF REGISTER-REC
    MOVE T-SA-AARSAG(IDX-ANMODNING) TO SR-AARSAG OF REGISTER-REC
    WRITE RAW-REGISTER

    *> Kørslens egne tilbageførsler tæller med i dobbelt-kontrollen
    IF ANTAL-REGISTER < MAX-REGISTER
        ADD 1 TO ANTAL-REGISTER
        MOVE TRANS-REFERENCE OF JOURNAL-REC
            TO T-SR-ORIG-REFERENCE(ANTAL-REGISTER)
        MOVE WS-REFERENCE TO T-SR-STORNO-REFERENCE(ANTAL-REGISTER)
    END-IF

    ADD 1 TO ANTAL-GODKENDT
    .

*>-----------------------------------------------------------------
*>  SORTER-POSTER – sortér modposteringerne stigende på KONTO-ID
*>  (position 107, længde 14), samme fremgangsmåde som INDLANDS-
*>  BETALING
*>-----------------------------------------------------------------
SORTER-POSTER.
    MOVE 1 TO IDX-POSTER
    PERFORM UNTIL IDX-POSTER >= ANTAL-POSTER
        COMPUTE IDX-POSTER-J = IDX-POSTER + 1
        PERFORM UNTIL IDX-POSTER-J > ANTAL-POSTER
            IF POSTER-LINJE(IDX-POSTER-J)(107:14)
                    < POSTER-LINJE(IDX-POSTER)(107:14)
                MOVE POSTER-LINJE(IDX-POSTER)   TO SWAP-POSTER-LINJE
                MOVE POSTER-LINJE(IDX-POSTER-J) TO POSTER-LINJE(IDX-POSTER)
                MOVE SWAP-POSTER-LINJE          TO POSTER-LINJE(IDX-POSTER-J)
            END-IF
            ADD 1 TO IDX-POSTER-J
        END-PERFORM
        ADD 1 TO IDX-POSTER
    END-PERFORM
    .

SKRIV-POSTER.
    OPEN OUTPUT PosterFil
    MOVE 1 TO IDX-POSTER
    PERFORM UNTIL IDX-POSTER > ANTAL-POSTER
        MOVE POSTER-LINJE(IDX-POSTER) TO RAW-POSTER
        WRITE RAW-POSTER
        ADD 1 TO IDX-POSTER
    END-PERFORM
    CLOSE PosterFil
    .

*>-----------------------------------------------------------------
*>  OPDATER-TRANS-MANIFEST – sørg for at StornoPoster.txt står i
*>  TransManifest.txt, samme fremgangsmåde som INDLANDSBETALING
*>-----------------------------------------------------------------
OPDATER-TRANS-MANIFEST.
    MOVE "N" TO WS-ALLEREDE-I-MANIFEST
    OPEN INPUT TransManifestFil
    IF WS-MANIFEST-STATUS = "00"
        PERFORM UNTIL EOF-MANIFEST = "Y"
            READ TransManifestFil
                AT END
                    MOVE "Y" TO EOF-MANIFEST
                NOT AT END
                    IF MANIFEST-FILNAVN NOT = SPACES
                            AND ANTAL-MANIFEST < MAX-MANIFEST
                        ADD 1 TO ANTAL-MANIFEST
                        MOVE MANIFEST-FILNAVN
                            TO MANIFEST-NAVN(ANTAL-MANIFEST)
                        IF MANIFEST-FILNAVN = POSTER-FILNAVN
                            MOVE "Y" TO WS-ALLEREDE-I-MANIFEST
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
        CLOSE TransManifestFil
    END-IF

    IF WS-ALLEREDE-I-MANIFEST = "N"
        IF ANTAL-MANIFEST < MANIFEST-GRAENSE
            IF ANTAL-MANIFEST = 0
                ADD 1 TO ANTAL-MANIFEST
                MOVE "Transaktioner.txt" TO MANIFEST-NAVN(ANTAL-MANIFEST)
            END-IF
            ADD 1 TO ANTAL-MANIFEST
            MOVE POSTER-FILNAVN TO MANIFEST-NAVN(ANTAL-MANIFEST)

            OPEN OUTPUT TransManifestFil
            MOVE 1 TO IDX-MANIFEST
            PERFORM UNTIL IDX-MANIFEST > ANTAL-MANIFEST
                MOVE MANIFEST-NAVN(IDX-MANIFEST) TO MANIFEST-FILNAVN
                WRITE MANIFEST-REC
                ADD 1 TO IDX-MANIFEST
            END-PERFORM
            CLOSE TransManifestFil
        ELSE
            DISPLAY "STORNO: TransManifest.txt er fuldt - "
                    "StornoPoster.txt ikke lagt op til fletning"
        END-IF
    END-IF
    .
END PROGRAM STORNO.
