>>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. FULDMAGT-TJEK.

*>-----------------------------------------------------------------
*>  FULDMAGT-TJEK – daglig opfølgning på fuldmagtsregistret
*>  Fuldmagter.txt (FULDMAGT.cpy).
*>
*>  Kører efter DOEDSBO, så en kunde, der netop er gået i dødsbo
*>  (KUNDE-STATUS "B" i Kundeoplysninger.txt), straks får sine
*>  fuldmagter markeret - både dem, kunden har givet (G), og dem,
*>  kunden har fra andre (H). En markeret fuldmagt honoreres ikke
*>  længere af betalingsprogrammerne; markeringen står, til back
*>  office fjerner eller afslutter fuldmagten i registret.
*>
*>  FuldmagtOpfoelgning.txt lister til opfølgning:
*>    - udløbne fuldmagter, der stadig står i registret
*>    - fuldmagter, der udløber inden for UDLOEB-VARSEL-DAGE
*>    - markerede fuldmagter (nye markeringer fremhævet)
*>-----------------------------------------------------------------

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT FuldmagtFil
        ASSIGN TO "Fuldmagter.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FULDMAGT-STATUS.

    SELECT FuldmagtNyFil
        ASSIGN TO "Fuldmagter.new"
        ORGANIZATION IS LINE SEQUENTIAL.

    *> Holdes bevidst rå - felterne hentes via reference-modifikation
    SELECT Kundeoplysninger
        ASSIGN TO "Kundeoplysninger.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-KUNDE-STATUS.

    SELECT OpfoelgningFil
        ASSIGN TO "FuldmagtOpfoelgning.txt"
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.

FD FuldmagtFil.
01 RAW-FULDMAGT PIC X(96).      *> 6+10+10+30+14+1+8+8+1+8 = 96
01 FULDMAGT-REC REDEFINES RAW-FULDMAGT.
   COPY "FULDMAGT.cpy".

FD FuldmagtNyFil.
01 RAW-FULDMAGT-NY PIC X(96).

FD Kundeoplysninger.
01 RAW-KUNDE PIC X(302).

FD OpfoelgningFil.
01 OPFOELGNING-REC.
   02 OPFOELGNING-TEXT PIC X(200).

WORKING-STORAGE SECTION.
01 EOF-FULDMAGT PIC X VALUE "N".
01 EOF-KUNDE    PIC X VALUE "N".

01 WS-FULDMAGT-STATUS PIC XX VALUE SPACES.
01 WS-KUNDE-STATUS    PIC XX VALUE SPACES.

01 WS-DAGS-DATO   PIC X(8) VALUE SPACES.
01 WS-DAGS-INT    PIC 9(7) VALUE 0.
01 WS-DATO-NUM    PIC 9(8) VALUE 0.
01 WS-UDLOEB-INT  PIC 9(7) VALUE 0.

*> Fuldmagter, der udløber inden for så mange dage, listes til
*> fornyelse
01 UDLOEB-VARSEL-DAGE PIC 9(3) VALUE 30.

*> Kunder i dødsbo (KUNDE-STATUS "B")
01 MAX-DOEDSBO   PIC 9(5) VALUE 20000.
01 ANTAL-DOEDSBO PIC 9(5) VALUE 0.
01 IDX-DOEDSBO   PIC 9(5).
01 DOEDSBO-TABEL.
   02 T-DB-KUNDEID OCCURS 20000 TIMES PIC X(10).

*> Hele registret holdes i et array og skrives tilbage, hvis der er
*> nye markeringer. T-FM-NY = "Y" for markeringer sat i denne kørsel
01 MAX-FULDMAGTER   PIC 9(5) VALUE 5000.
01 ANTAL-FULDMAGTER PIC 9(5) VALUE 0.
01 IDX-FULDMAGT     PIC 9(5).
01 FULDMAGT-TABEL.
   02 FULDMAGT-POST OCCURS 5000 TIMES.
      03 T-FM-RAW PIC X(96).
      03 T-FM-NY  PIC X(1).

01 WS-SOEG-KUNDEID  PIC X(10) VALUE SPACES.
01 WS-I-DOEDSBO     PIC X VALUE "N".
01 WS-AFSNIT        PIC X(1) VALUE SPACE.
01 WS-AFSNIT-ANTAL  PIC 9(5) VALUE 0.
01 WS-MED           PIC X VALUE "N".
01 WS-OMFANG-TEKST  PIC X(12) VALUE SPACES.
01 WS-KONTO-TEKST   PIC X(14) VALUE SPACES.
01 FM-NR-EDIT       PIC Z(5)9.

01 ANTAL-NYE-MARKERINGER PIC 9(5) VALUE 0.
01 ANTAL-UDLOEBET        PIC 9(5) VALUE 0.

PROCEDURE DIVISION.
    MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DAGS-DATO
    COMPUTE WS-DAGS-INT
        = FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-DAGS-DATO))

    PERFORM LAES-DOEDSBOER
    PERFORM LAES-FULDMAGTER
    IF WS-FULDMAGT-STATUS NOT = "00"
        DISPLAY "FULDMAGT-TJEK: Fuldmagter.txt findes ikke - intet at "
                "folge op paa"
        STOP RUN
    END-IF

    MOVE 1 TO IDX-FULDMAGT
    PERFORM UNTIL IDX-FULDMAGT > ANTAL-FULDMAGTER
        PERFORM MARKER-DOEDSBO
        ADD 1 TO IDX-FULDMAGT
    END-PERFORM

    OPEN OUTPUT OpfoelgningFil
    MOVE SPACES TO OPFOELGNING-TEXT
    STRING
        "Fuldmagter til opfoelgning pr. " DELIMITED BY SIZE
        WS-DAGS-DATO                      DELIMITED BY SIZE
    INTO OPFOELGNING-TEXT
    END-STRING
    WRITE OPFOELGNING-REC

    MOVE SPACES TO OPFOELGNING-TEXT
    WRITE OPFOELGNING-REC
    MOVE "Udloebne fuldmagter (fjernes eller fornyes):"
        TO OPFOELGNING-TEXT
    WRITE OPFOELGNING-REC
    MOVE "U" TO WS-AFSNIT
    PERFORM SKRIV-AFSNIT

    MOVE SPACES TO OPFOELGNING-TEXT
    WRITE OPFOELGNING-REC
    MOVE "Udloeber inden for 30 dage:" TO OPFOELGNING-TEXT
    WRITE OPFOELGNING-REC
    MOVE "S" TO WS-AFSNIT
    PERFORM SKRIV-AFSNIT

    MOVE SPACES TO OPFOELGNING-TEXT
    WRITE OPFOELGNING-REC
    MOVE "Markeret - giver eller fuldmagtshaver i doedsbo (honoreres ikke):"
        TO OPFOELGNING-TEXT
    WRITE OPFOELGNING-REC
    MOVE "M" TO WS-AFSNIT
    PERFORM SKRIV-AFSNIT
    CLOSE OpfoelgningFil

    IF ANTAL-NYE-MARKERINGER > 0
        PERFORM SKRIV-FULDMAGTER
    END-IF

    DISPLAY "FULDMAGT-TJEK gennemført - " ANTAL-FULDMAGTER
            " fuldmagtslinje(r), " ANTAL-UDLOEBET " udloebet, "
            ANTAL-NYE-MARKERINGER " nyt markeret (doedsbo)"
    STOP RUN.

*>-----------------------------------------------------------------
*>  LAES-DOEDSBOER – kunde-id for alle kunder i dødsbo
*>-----------------------------------------------------------------
LAES-DOEDSBOER.
    OPEN INPUT Kundeoplysninger
    IF WS-KUNDE-STATUS = "00"
        PERFORM UNTIL EOF-KUNDE = "Y"
            READ Kundeoplysninger
                AT END
                    MOVE "Y" TO EOF-KUNDE
                NOT AT END
                    IF RAW-KUNDE(270:1) = "B"
                            AND ANTAL-DOEDSBO < MAX-DOEDSBO
                        ADD 1 TO ANTAL-DOEDSBO
                        MOVE RAW-KUNDE(1:10)
                            TO T-DB-KUNDEID(ANTAL-DOEDSBO)
                    END-IF
            END-READ
        END-PERFORM
        CLOSE Kundeoplysninger
    END-IF
    .

LAES-FULDMAGTER.
    OPEN INPUT FuldmagtFil
    IF WS-FULDMAGT-STATUS = "00"
        PERFORM UNTIL EOF-FULDMAGT = "Y"
            READ FuldmagtFil
                AT END
                    MOVE "Y" TO EOF-FULDMAGT
                NOT AT END
                    IF RAW-FULDMAGT NOT = SPACES
                        IF ANTAL-FULDMAGTER < MAX-FULDMAGTER
                            ADD 1 TO ANTAL-FULDMAGTER
                            MOVE RAW-FULDMAGT
                                TO T-FM-RAW(ANTAL-FULDMAGTER)
                            MOVE "N" TO T-FM-NY(ANTAL-FULDMAGTER)
                        ELSE
                            DISPLAY "FULDMAGT-TJEK: ADVARSEL - flere "
                                    "fuldmagter end FULDMAGT-TABEL "
                                    "rummer - overskydende springes over"
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
        CLOSE FuldmagtFil
    END-IF
    .

*>-----------------------------------------------------------------
*>  MARKER-DOEDSBO – markér en endnu umarkeret fuldmagt, hvis giver
*>  eller fuldmagtshaver er i dødsbo
*>-----------------------------------------------------------------
MARKER-DOEDSBO.
    MOVE T-FM-RAW(IDX-FULDMAGT) TO RAW-FULDMAGT
    IF FM-MARKERING NOT = SPACE
        EXIT PARAGRAPH
    END-IF

    MOVE FM-GIVER-KUNDEID TO WS-SOEG-KUNDEID
    PERFORM TJEK-DOEDSBO
    IF WS-I-DOEDSBO = "Y"
        MOVE "G" TO FM-MARKERING
    ELSE
        MOVE FM-HAVER-ID TO WS-SOEG-KUNDEID
        PERFORM TJEK-DOEDSBO
        IF WS-I-DOEDSBO = "Y"
            MOVE "H" TO FM-MARKERING
        END-IF
    END-IF

    IF FM-MARKERING NOT = SPACE
        MOVE WS-DAGS-DATO TO FM-MARKERET-DATO
        MOVE RAW-FULDMAGT TO T-FM-RAW(IDX-FULDMAGT)
        MOVE "Y" TO T-FM-NY(IDX-FULDMAGT)
        ADD 1 TO ANTAL-NYE-MARKERINGER
    END-IF
    .

TJEK-DOEDSBO.
    MOVE "N" TO WS-I-DOEDSBO
    MOVE 1 TO IDX-DOEDSBO
    PERFORM UNTIL IDX-DOEDSBO > ANTAL-DOEDSBO
        IF T-DB-KUNDEID(IDX-DOEDSBO) = WS-SOEG-KUNDEID
            MOVE "Y" TO WS-I-DOEDSBO
            EXIT PERFORM
        END-IF
        ADD 1 TO IDX-DOEDSBO
    END-PERFORM
    .

*>-----------------------------------------------------------------
*>  SKRIV-AFSNIT – ét afsnit af opfølgningslisten: U = udløbet,
*>  S = udløber snart, M = markeret
*>-----------------------------------------------------------------
SKRIV-AFSNIT.
    MOVE 0 TO WS-AFSNIT-ANTAL
    MOVE 1 TO IDX-FULDMAGT
    PERFORM UNTIL IDX-FULDMAGT > ANTAL-FULDMAGTER
        MOVE T-FM-RAW(IDX-FULDMAGT) TO RAW-FULDMAGT
        MOVE "N" TO WS-MED
        MOVE 0   TO WS-UDLOEB-INT
        IF FM-UDLOEB-DATO IS NUMERIC
            MOVE FM-UDLOEB-DATO TO WS-DATO-NUM
            IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATO-NUM) = 0
                COMPUTE WS-UDLOEB-INT
                    = FUNCTION INTEGER-OF-DATE(WS-DATO-NUM)
            END-IF
        END-IF
        EVALUATE WS-AFSNIT
            WHEN "U"
                IF WS-UDLOEB-INT > 0 AND WS-UDLOEB-INT < WS-DAGS-INT
                    MOVE "Y" TO WS-MED
                    ADD 1 TO ANTAL-UDLOEBET
                END-IF
            WHEN "S"
                IF WS-UDLOEB-INT >= WS-DAGS-INT
                        AND WS-UDLOEB-INT - WS-DAGS-INT
                            <= UDLOEB-VARSEL-DAGE
                        AND FM-MARKERING = SPACE
                    MOVE "Y" TO WS-MED
                END-IF
            WHEN "M"
                IF FM-MARKERING NOT = SPACE
                    MOVE "Y" TO WS-MED
                END-IF
        END-EVALUATE
        IF WS-MED = "Y"
            ADD 1 TO WS-AFSNIT-ANTAL
            PERFORM SKRIV-FULDMAGT-LINJE
        END-IF
        ADD 1 TO IDX-FULDMAGT
    END-PERFORM

    IF WS-AFSNIT-ANTAL = 0
        MOVE "  (ingen)" TO OPFOELGNING-TEXT
        WRITE OPFOELGNING-REC
    END-IF
    .

SKRIV-FULDMAGT-LINJE.
    EVALUATE FM-OMFANG
        WHEN "V"  MOVE "kun indsigt" TO WS-OMFANG-TEKST
        WHEN "B"  MOVE "betalinger"  TO WS-OMFANG-TEKST
        WHEN "F"  MOVE "fuld"        TO WS-OMFANG-TEKST
        WHEN OTHER MOVE "ukendt"     TO WS-OMFANG-TEKST
    END-EVALUATE
    IF FM-KONTO-ID = SPACES
        MOVE "alle konti" TO WS-KONTO-TEKST
    ELSE
        MOVE FM-KONTO-ID TO WS-KONTO-TEKST
    END-IF
    MOVE FM-NR TO FM-NR-EDIT

    MOVE SPACES TO OPFOELGNING-TEXT
    STRING
        "  nr. "                          DELIMITED BY SIZE
        FM-NR-EDIT                        DELIMITED BY SIZE
        "  giver "                        DELIMITED BY SIZE
        FM-GIVER-KUNDEID                  DELIMITED BY SIZE
        "  til "                          DELIMITED BY SIZE
        FUNCTION TRIM(FM-HAVER-NAVN)      DELIMITED BY SIZE
        " ("                              DELIMITED BY SIZE
        FUNCTION TRIM(FM-HAVER-ID)        DELIMITED BY SIZE
        ")  konto "                       DELIMITED BY SIZE
        FUNCTION TRIM(WS-KONTO-TEKST)     DELIMITED BY SIZE
        "  omfang "                       DELIMITED BY SIZE
        FUNCTION TRIM(WS-OMFANG-TEKST)    DELIMITED BY SIZE
        "  "                              DELIMITED BY SIZE
        FM-START-DATO                     DELIMITED BY SIZE
        "-"                               DELIMITED BY SIZE
        FM-UDLOEB-DATO                    DELIMITED BY SIZE
    INTO OPFOELGNING-TEXT
    END-STRING

    IF WS-AFSNIT = "M"
        IF FM-MARKERING = "G"
            STRING
                FUNCTION TRIM(OPFOELGNING-TEXT TRAILING)
                                          DELIMITED BY SIZE
                "  giver i doedsbo "      DELIMITED BY SIZE
                FM-MARKERET-DATO          DELIMITED BY SIZE
            INTO OPFOELGNING-TEXT
            END-STRING
        ELSE
            STRING
                FUNCTION TRIM(OPFOELGNING-TEXT TRAILING)
                                          DELIMITED BY SIZE
                "  haver i doedsbo "      DELIMITED BY SIZE
                FM-MARKERET-DATO          DELIMITED BY SIZE
            INTO OPFOELGNING-TEXT
            END-STRING
        END-IF
        IF T-FM-NY(IDX-FULDMAGT) = "Y"
            STRING
                FUNCTION TRIM(OPFOELGNING-TEXT TRAILING)
                                          DELIMITED BY SIZE
                "  ** NY **"              DELIMITED BY SIZE
            INTO OPFOELGNING-TEXT
            END-STRING
        END-IF
    END-IF
    WRITE OPFOELGNING-REC
    .

*>-----------------------------------------------------------------
*>  SKRIV-FULDMAGTER – registret med de nye markeringer skrives
*>  tilbage, samme .new/mv-fremgangsmåde som stamdatafilerne
*>-----------------------------------------------------------------
SKRIV-FULDMAGTER.
    OPEN OUTPUT FuldmagtNyFil
    MOVE 1 TO IDX-FULDMAGT
    PERFORM UNTIL IDX-FULDMAGT > ANTAL-FULDMAGTER
        MOVE T-FM-RAW(IDX-FULDMAGT) TO RAW-FULDMAGT-NY
        WRITE RAW-FULDMAGT-NY
        ADD 1 TO IDX-FULDMAGT
    END-PERFORM
    CLOSE FuldmagtNyFil

    CALL "SYSTEM" USING "mv Fuldmagter.new Fuldmagter.txt"
    .
END PROGRAM FULDMAGT-TJEK.
