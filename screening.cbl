        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-TRANS-STATUS.

    *> Erhvervskundernes tegningsberettigede og reelle ejere - de
    *> reelle ejere screenes ud over firmanavnet. Valgfri
    SELECT VirksomhedsPersonFil
        ASSIGN TO "Virksomhedspersoner.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-VP-STATUS.

    *> Træf til manuel gennemgang hos compliance
    SELECT ScreeningTraefFil
        ASSIGN TO "ScreeningTraef.txt"

*> -------- KUNDEOPLYSNINGER (kundestamdata) --------
FD Kundeoplysninger.
01 RAW-KUNDE PIC X(302).
01 KUNDEOPL REDEFINES RAW-KUNDE.
   COPY "KUNDER.cpy".

*> -------- TRANSAKTIONER (transaktionsfeed) --------
FD Transfil.
01 RAW-TRANS PIC X(223).
01 TRANS-REC REDEFINES RAW-TRANS.
   COPY "TRANSAKTIONER.cpy".

*> -------- VIRKSOMHEDSPERSONER (ledelse og reelle ejere) --------
FD VirksomhedsPersonFil.
01 RAW-VP PIC X(78).     *> 10+1+10+11+41+5 = 78
01 VP-REC REDEFINES RAW-VP.
   COPY "VIRKSOMHEDSPERSON.cpy".

FD ScreeningTraefFil.
01 TRAEF-REC.
   02 TRAEF-TEXT PIC X(150).
01 EOF-LISTE       PIC X VALUE "N".
01 EOF-KUNDE       PIC X VALUE "N".
01 EOF-TRANS       PIC X VALUE "N".
01 EOF-VP          PIC X VALUE "N".

01 WS-LISTE-STATUS PIC XX VALUE SPACES.
01 WS-KUNDE-STATUS PIC XX VALUE SPACES.
01 WS-TRANS-STATUS PIC XX VALUE SPACES.
01 WS-VP-STATUS    PIC XX VALUE SPACES.

*> Overvågningslisten indlæses én gang i et array og holdes med
*> store bogstaver, så matchningen hverken afhænger af filernes

01 ANTAL-KUNDE-TRAEF PIC 9(5) VALUE 0.
01 ANTAL-TRANS-TRAEF PIC 9(5) VALUE 0.
01 ANTAL-EJER-TRAEF  PIC 9(5) VALUE 0.

*> Dispositionsregistret - hele sagsfilen holdes i et array under
*> kørslen og skrives samlet tilbage, samme fremgangsmåde som

    IF ANTAL-LISTE > 0
        PERFORM SCREEN-KUNDER
        PERFORM SCREEN-REELLE-EJERE
        PERFORM SCREEN-TRANSAKTIONER
    END-IF

    CLOSE ScreeningTraefFil VagtlisteFil

    DISPLAY "SCREENING gennemført - " ANTAL-KUNDE-TRAEF
            " kundetræf, " ANTAL-EJER-TRAEF
            " træf på reelle ejere, " ANTAL-TRANS-TRAEF
            " transaktionstræf mod " ANTAL-LISTE " listenavne ("
            ANTAL-UNDERTRYKT " undertrykt som falsk positiv, "
            ANTAL-NYE-SAGER " ny(e) sag(er))"
    END-IF
    .

*>-----------------------------------------------------------------
*>  SCREEN-REELLE-EJERE – screen navnet på hver reel ejer i
*>  Virksomhedspersoner.txt mod listen. Firmanavnet selv er allerede
*>  screenet i SCREEN-KUNDER; en ejer, der selv er kunde, screenes
*>  også dér, men træffet her henføres til virksomheden
*>-----------------------------------------------------------------
SCREEN-REELLE-EJERE.
    OPEN INPUT VirksomhedsPersonFil
    IF WS-VP-STATUS = "00"
        PERFORM UNTIL EOF-VP = "Y"
            READ VirksomhedsPersonFil
                AT END
                    MOVE "Y" TO EOF-VP
                NOT AT END
                    IF VP-REEL-EJER
                        MOVE VP-NAVN TO WS-SOEGE-NAVN
                        PERFORM TJEK-NAVN-MOD-LISTE
                        IF WS-TRAEF = "Y"
                            MOVE "R" TO WS-SAG-KILDE
                            PERFORM BEHANDL-TRAEF-SAG
                        END-IF
                        IF WS-TRAEF = "Y"
                            PERFORM SKRIV-EJER-TRAEF
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
        CLOSE VirksomhedsPersonFil
    END-IF
    .

*>-----------------------------------------------------------------
*>  SCREEN-TRANSAKTIONER – screen både kontohavers NAVN og
*>  modpartens BUTIK på hver postering mod listen
    WRITE TRAEF-REC
    .

*>-----------------------------------------------------------------
*>  SKRIV-EJER-TRAEF – ét træf på en erhvervskundes reelle ejer.
*>  Linjen bærer virksomhedens KUNDEID forrest, så AML-RISIKO kan
*>  henføre den til virksomheden
*>-----------------------------------------------------------------
SKRIV-EJER-TRAEF.
    ADD 1 TO ANTAL-EJER-TRAEF
    MOVE SPACES TO TRAEF-TEXT
    STRING
        "EJER:  "                              DELIMITED BY SIZE
        FUNCTION TRIM(VP-VIRKSOMHED-KUNDEID)   DELIMITED BY SIZE
        " reel ejer "                          DELIMITED BY SIZE
        FUNCTION TRIM(VP-NAVN)                 DELIMITED BY SIZE
        " - navn på overvaagningslisten"       DELIMITED BY SIZE
    INTO TRAEF-TEXT
    END-STRING
    IF VP-PERSON-KUNDEID NOT = SPACES
        STRING
            FUNCTION TRIM(TRAEF-TEXT)        DELIMITED BY SIZE
            " (selv kunde "                  DELIMITED BY SIZE
            VP-PERSON-KUNDEID                DELIMITED BY SIZE
            ")"                              DELIMITED BY SIZE
        INTO TRAEF-TEXT
        END-STRING
    END-IF
    WRITE TRAEF-REC
    .

*>-----------------------------------------------------------------
*>  SKRIV-TRANS-TRAEF – ét træf fra transaktionsfeedet
*>-----------------------------------------------------------------
