>>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. REGNR-AFSTEMNING.

*>-----------------------------------------------------------------
*>  REGNR-AFSTEMNING – afstemmer korrespondentbankregistret
*>  (Banker.txt) mod det officielle register over danske
*>  registreringsnumre (RegNrRegister.txt, se REGNRREGISTER.cpy) og
*>  rapporterer i RegNrAfstemning.txt:
*>
*>    NY       REG-NR i registret, som Banker.txt ikke kender
*>    AENDRET  REG-NR i begge, men med et andet banknavn
*>    UDGAAET  REG-NR i Banker.txt, som registret har markeret
*>             udgået eller slet ikke nævner længere
*>
*>  For hvert udgået REG-NR findes alle steder, nummeret stadig er i
*>  brug, så betalingerne kan omdirigeres, før den første fejler:
*>  stående ordrer i kraft (StaaendeOrdrer.txt SO-REG-NR), ventende
*>  indlandsbetalinger (IndlandAnmodninger.txt, modtager- og
*>  afsender-REG-NR) og posteringer på vore konti (Transaktioner.txt,
*>  kun konti i KontoOpl.txt). Hver stående ordre og anmodning til et
*>  udgået nummer logges som en advarsel i FejlLog.txt, så den også
*>  står i morgenens fejlrapport.
*>
*>  Programmet retter intet selv - Banker.txt og bank.db vedligeholdes
*>  fortsat via LOAD-BANKERs to-personers-kontrol, og ordrerne rettes
*>  i ordreregistret
*>-----------------------------------------------------------------

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT RegisterFil
        ASSIGN TO "RegNrRegister.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-REGISTER-STATUS.

    SELECT Bankfil
        ASSIGN TO "Banker.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-BANK-STATUS.

    SELECT OrdreFil
        ASSIGN TO "StaaendeOrdrer.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-ORDRE-STATUS.

    SELECT AnmodningFil
        ASSIGN TO "IndlandAnmodninger.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-ANMODNING-STATUS.

    SELECT Kontofil
        ASSIGN TO "KontoOpl.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-KONTO-STATUS.

    SELECT Transfil
        ASSIGN TO "Transaktioner.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-TRANS-STATUS.

    SELECT RapportFil
        ASSIGN TO "RegNrAfstemning.txt"
        ORGANIZATION IS LINE SEQUENTIAL.

    *> Den fælles, severity-kodede fejllog for hele batchsuiten
    SELECT FejlLogFil
        ASSIGN TO "FejlLog.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FEJLLOG-STATUS.

DATA DIVISION.
FILE SECTION.

FD RegisterFil.
01 RAW-REGISTER PIC X(51).       *> 4+1+30+1+1+1+8+1+4 = 51
01 REGISTER-REC REDEFINES RAW-REGISTER.
   COPY "REGNRREGISTER.cpy".

FD Bankfil.
01 RAW-BANK PIC X(130).
01 BANK-REC REDEFINES RAW-BANK.
   COPY "BANKER.cpy".

FD OrdreFil.
01 RAW-ORDRE PIC X(94).          *> 6+14+4+20+15+3+2+8+8+14 = 94
01 ORDRE-REC REDEFINES RAW-ORDRE.
   COPY "STAAENDEORDRE.cpy".

FD AnmodningFil.
01 RAW-ANMODNING PIC X(97).      *> 6+14+4+4+14+30+15+10 = 97
01 ANMODNING-REC REDEFINES RAW-ANMODNING.
   COPY "INDLANDANMODNING.cpy".

FD Kontofil.
01 RAW-KONTO PIC X(52).
01 KONTO-REC REDEFINES RAW-KONTO.
   COPY "KONTOOPL.cpy".

FD Transfil.
01 RAW-TRANS PIC X(223).
01 TRANS-REC REDEFINES RAW-TRANS.
   COPY "TRANSAKTIONER.cpy".

FD RapportFil.
01 RAPPORT-REC.
   02 RAPPORT-TEXT PIC X(132).

FD FejlLogFil.
01 FEJLLOG-REC.
   COPY "FEJLLOG.cpy".

WORKING-STORAGE SECTION.
01 WS-REGISTER-STATUS  PIC XX VALUE SPACES.
01 WS-BANK-STATUS      PIC XX VALUE SPACES.
01 WS-ORDRE-STATUS     PIC XX VALUE SPACES.
01 WS-ANMODNING-STATUS PIC XX VALUE SPACES.
01 WS-KONTO-STATUS     PIC XX VALUE SPACES.
01 WS-TRANS-STATUS     PIC XX VALUE SPACES.

01 EOF-REGISTER  PIC X VALUE "N".
01 EOF-BANK      PIC X VALUE "N".
01 EOF-ORDRE     PIC X VALUE "N".
01 EOF-ANMODNING PIC X VALUE "N".
01 EOF-KONTO     PIC X VALUE "N".
01 EOF-TRANS     PIC X VALUE "N".

01 WS-DAGS-DATO  PIC X(8) VALUE SPACES.

*> Det officielle register
01 MAX-REGISTER   PIC 9(5) VALUE 10000.
01 ANTAL-REGISTER PIC 9(5) VALUE 0.
01 IDX-REGISTER   PIC 9(5).
01 REGISTER-TABEL.
   02 REGISTER-POST OCCURS 10000 TIMES.
      03 T-RR-REG-NR    PIC X(4).
      03 T-RR-NAVN      PIC X(30).
      03 T-RR-STATUS    PIC X(1).
      03 T-RR-DATO      PIC X(8).
      03 T-RR-NY-REG-NR PIC X(4).
      03 T-RR-I-BANKER  PIC X(1).

*> De udgåede numre, som Banker.txt stadig kender
01 MAX-UDGAAET   PIC 9(4) VALUE 5000.
01 ANTAL-UDGAAET PIC 9(4) VALUE 0.
01 IDX-UDGAAET   PIC 9(4).
01 UDGAAET-TABEL.
   02 UDGAAET-POST OCCURS 5000 TIMES.
      03 T-UD-REG-NR    PIC X(4).
      03 T-UD-NAVN      PIC X(30).
      03 T-UD-NY-REG-NR PIC X(4).
01 WS-UD-IDX     PIC 9(4) VALUE 0.
01 WS-SOEG-REG   PIC X(6) VALUE SPACES.

*> Vore egne konti - kun posteringer på dem tæller med
01 MAX-KONTI   PIC 9(5) VALUE 50000.
01 ANTAL-KONTI PIC 9(5) VALUE 0.
01 IDX-KONTO   PIC 9(5).
01 KONTO-TABEL.
   02 T-KONTO-ID PIC X(14) OCCURS 50000 TIMES.
01 WS-KONTO-KENDT PIC X VALUE "N".

*> Posteringer pr. udgået REG-NR og konto
01 MAX-BRUG   PIC 9(4) VALUE 5000.
01 ANTAL-BRUG PIC 9(4) VALUE 0.
01 IDX-BRUG   PIC 9(4).
01 BRUG-TABEL.
   02 BRUG-POST OCCURS 5000 TIMES.
      03 T-BR-REG-NR   PIC X(4).
      03 T-BR-KONTO-ID PIC X(14).
      03 T-BR-ANTAL    PIC 9(7).
      03 T-BR-SIDSTE   PIC X(10).

01 WS-FUNDET      PIC X VALUE "N".
01 WS-NAVN-REG    PIC X(30) VALUE SPACES.
01 WS-NAVN-BANK   PIC X(30) VALUE SPACES.
01 WS-OMDIRIGER   PIC X(30) VALUE SPACES.

01 ANTAL-BANKER      PIC 9(5) VALUE 0.
01 ANTAL-NYE         PIC 9(5) VALUE 0.
01 ANTAL-AENDREDE    PIC 9(5) VALUE 0.
01 ANTAL-ORDRE-BRUG  PIC 9(5) VALUE 0.
01 ANTAL-ANMOD-BRUG  PIC 9(5) VALUE 0.
01 ANTAL-POST-BRUG   PIC 9(7) VALUE 0.
01 ANTAL-EDIT        PIC Z(6)9.

*> Den fælles fejllog (FejlLog.txt) - se FEJLLOG.cpy
01 WS-FEJLLOG-STATUS PIC XX VALUE SPACES.
01 WS-FEJL-PROGRAM   PIC X(12) VALUE "REGNR-AFSTEM".
01 WS-FEJL-SEV       PIC X(1)  VALUE "I".
01 WS-FEJL-NOEGLE    PIC X(20) VALUE SPACES.
01 WS-FEJL-TEKST     PIC X(100) VALUE SPACES.
01 WS-FEJL-MAX-SEV   PIC X(1)  VALUE "I".

PROCEDURE DIVISION.
    MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DAGS-DATO

    PERFORM LAES-REGISTER
    IF ANTAL-REGISTER = 0
        DISPLAY "REGNR-AFSTEMNING: RegNrRegister.txt mangler eller er tom - "
                "intet at afstemme"
        STOP RUN
    END-IF

    OPEN EXTEND FejlLogFil
    IF WS-FEJLLOG-STATUS = "35"
        OPEN OUTPUT FejlLogFil
    END-IF

    OPEN OUTPUT RapportFil
    MOVE SPACES TO RAPPORT-TEXT
    STRING
        "REG-NR-afstemning Banker.txt mod RegNrRegister.txt - "
                              DELIMITED BY SIZE
        WS-DAGS-DATO          DELIMITED BY SIZE
    INTO RAPPORT-TEXT
    END-STRING
    WRITE RAPPORT-REC
    MOVE SPACES TO RAPPORT-TEXT
    WRITE RAPPORT-REC

    PERFORM AFSTEM-BANKER
    PERFORM SKRIV-NYE

    IF ANTAL-UDGAAET > 0
        PERFORM LAES-KONTI
        PERFORM TJEK-STAAENDE-ORDRER
        PERFORM TJEK-INDLAND-ANMODNINGER
        PERFORM TJEK-POSTERINGER
    END-IF

    PERFORM SKRIV-OPSUMMERING
    CLOSE RapportFil

    MOVE "I" TO WS-FEJL-SEV
    MOVE WS-DAGS-DATO TO WS-FEJL-NOEGLE
    MOVE SPACES TO WS-FEJL-TEKST
    STRING
        "REG-NR-afstemning: "  DELIMITED BY SIZE
        ANTAL-NYE              DELIMITED BY SIZE
        " nye, "               DELIMITED BY SIZE
        ANTAL-AENDREDE         DELIMITED BY SIZE
        " aendrede, "          DELIMITED BY SIZE
        ANTAL-UDGAAET          DELIMITED BY SIZE
        " udgaaede - se RegNrAfstemning.txt" DELIMITED BY SIZE
    INTO WS-FEJL-TEKST
    END-STRING
    PERFORM SKRIV-FEJLLOG
    CLOSE FejlLogFil

    DISPLAY "REGNR-AFSTEMNING: " ANTAL-NYE " ny(e), " ANTAL-AENDREDE
            " aendret/aendrede, " ANTAL-UDGAAET " udgaaet/udgaaede REG-NR"
    STOP RUN.

*>-----------------------------------------------------------------
*>  LAES-REGISTER – det officielle register ind i REGISTER-TABEL
*>-----------------------------------------------------------------
LAES-REGISTER.
    OPEN INPUT RegisterFil
    IF WS-REGISTER-STATUS NOT = "00"
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL EOF-REGISTER = "Y"
        READ RegisterFil
            AT END
                MOVE "Y" TO EOF-REGISTER
            NOT AT END
                IF RR-REG-NR OF REGISTER-REC NOT = SPACES
                    IF ANTAL-REGISTER < MAX-REGISTER
                        ADD 1 TO ANTAL-REGISTER
                        MOVE RR-REG-NR OF REGISTER-REC
                            TO T-RR-REG-NR(ANTAL-REGISTER)
                        MOVE RR-BANKNAVN OF REGISTER-REC
                            TO T-RR-NAVN(ANTAL-REGISTER)
                        MOVE RR-STATUS OF REGISTER-REC
                            TO T-RR-STATUS(ANTAL-REGISTER)
                        MOVE RR-OPHOER-DATO OF REGISTER-REC
                            TO T-RR-DATO(ANTAL-REGISTER)
                        MOVE RR-NY-REG-NR OF REGISTER-REC
                            TO T-RR-NY-REG-NR(ANTAL-REGISTER)
                        MOVE "N" TO T-RR-I-BANKER(ANTAL-REGISTER)
                    ELSE
                        DISPLAY "REGNR-AFSTEMNING: REGISTER-TABEL fuld - "
                                RR-REG-NR OF REGISTER-REC " ignoreret"
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    CLOSE RegisterFil
    .

*>-----------------------------------------------------------------
*>  AFSTEM-BANKER – hver bank i Banker.txt slås op i registret:
*>  ændret navn eller udgået nummer
*>-----------------------------------------------------------------
AFSTEM-BANKER.
    MOVE "Aendrede og udgaaede REG-NR i Banker.txt" TO RAPPORT-TEXT
    WRITE RAPPORT-REC

    OPEN INPUT Bankfil
    IF WS-BANK-STATUS NOT = "00"
        MOVE "  Banker.txt findes ikke - alle registrets numre er nye"
            TO RAPPORT-TEXT
        WRITE RAPPORT-REC
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL EOF-BANK = "Y"
        READ Bankfil
            AT END
                MOVE "Y" TO EOF-BANK
            NOT AT END
                IF REG-NR OF BANK-REC NOT = SPACES
                    ADD 1 TO ANTAL-BANKER
                    PERFORM AFSTEM-BANK
                END-IF
        END-READ
    END-PERFORM
    CLOSE Bankfil

    IF ANTAL-AENDREDE = 0 AND ANTAL-UDGAAET = 0
        MOVE "  (ingen)" TO RAPPORT-TEXT
        WRITE RAPPORT-REC
    END-IF
    .

AFSTEM-BANK.
    MOVE "N" TO WS-FUNDET
    MOVE 1 TO IDX-REGISTER
    PERFORM UNTIL IDX-REGISTER > ANTAL-REGISTER
        IF FUNCTION TRIM(T-RR-REG-NR(IDX-REGISTER))
                = FUNCTION TRIM(REG-NR OF BANK-REC)
            MOVE "Y" TO WS-FUNDET
            MOVE "Y" TO T-RR-I-BANKER(IDX-REGISTER)
            EXIT PERFORM
        END-IF
        ADD 1 TO IDX-REGISTER
    END-PERFORM

    *> Ikke længere i registret - udgået uden kendt afløser
    IF WS-FUNDET = "N"
        MOVE SPACES TO WS-OMDIRIGER
        PERFORM HUSK-UDGAAET
        MOVE SPACES TO RAPPORT-TEXT
        STRING
            "  UDGAAET  "                     DELIMITED BY SIZE
            REG-NR OF BANK-REC                DELIMITED BY SIZE
            "  "                              DELIMITED BY SIZE
            BANKNAVN OF BANK-REC              DELIMITED BY SIZE
            "  findes ikke laengere i registret"
                                              DELIMITED BY SIZE
        INTO RAPPORT-TEXT
        END-STRING
        WRITE RAPPORT-REC
        EXIT PARAGRAPH
    END-IF

    IF T-RR-STATUS(IDX-REGISTER) = "U"
        MOVE T-RR-NY-REG-NR(IDX-REGISTER) TO WS-OMDIRIGER
        PERFORM HUSK-UDGAAET
        MOVE SPACES TO RAPPORT-TEXT
        STRING
            "  UDGAAET  "                     DELIMITED BY SIZE
            REG-NR OF BANK-REC                DELIMITED BY SIZE
            "  "                              DELIMITED BY SIZE
            BANKNAVN OF BANK-REC              DELIMITED BY SIZE
            "  ophoert "                      DELIMITED BY SIZE
            T-RR-DATO(IDX-REGISTER)           DELIMITED BY SIZE
            "  overtaget af "                 DELIMITED BY SIZE
            T-RR-NY-REG-NR(IDX-REGISTER)      DELIMITED BY SIZE
        INTO RAPPORT-TEXT
        END-STRING
        WRITE RAPPORT-REC
        EXIT PARAGRAPH
    END-IF

    MOVE FUNCTION UPPER-CASE(T-RR-NAVN(IDX-REGISTER)) TO WS-NAVN-REG
    MOVE FUNCTION UPPER-CASE(BANKNAVN OF BANK-REC)    TO WS-NAVN-BANK
    IF WS-NAVN-REG NOT = WS-NAVN-BANK
        ADD 1 TO ANTAL-AENDREDE
        MOVE SPACES TO RAPPORT-TEXT
        STRING
            "  AENDRET  "                     DELIMITED BY SIZE
            REG-NR OF BANK-REC                DELIMITED BY SIZE
            "  "                              DELIMITED BY SIZE
            BANKNAVN OF BANK-REC              DELIMITED BY SIZE
            " -> "                            DELIMITED BY SIZE
            T-RR-NAVN(IDX-REGISTER)           DELIMITED BY SIZE
        INTO RAPPORT-TEXT
        END-STRING
        WRITE RAPPORT-REC
    END-IF
    .

HUSK-UDGAAET.
    IF ANTAL-UDGAAET < MAX-UDGAAET
        ADD 1 TO ANTAL-UDGAAET
        MOVE REG-NR OF BANK-REC   TO T-UD-REG-NR(ANTAL-UDGAAET)
        MOVE BANKNAVN OF BANK-REC TO T-UD-NAVN(ANTAL-UDGAAET)
        MOVE WS-OMDIRIGER         TO T-UD-NY-REG-NR(ANTAL-UDGAAET)
    END-IF
    .

*>-----------------------------------------------------------------
*>  SKRIV-NYE – numre i brug i registret, som Banker.txt ikke kender
*>-----------------------------------------------------------------
SKRIV-NYE.
    MOVE SPACES TO RAPPORT-TEXT
    WRITE RAPPORT-REC
    MOVE "Nye REG-NR i registret (mangler i Banker.txt)" TO RAPPORT-TEXT
    WRITE RAPPORT-REC

    MOVE 1 TO IDX-REGISTER
    PERFORM UNTIL IDX-REGISTER > ANTAL-REGISTER
        IF T-RR-I-BANKER(IDX-REGISTER) = "N"
                AND T-RR-STATUS(IDX-REGISTER) NOT = "U"
            ADD 1 TO ANTAL-NYE
            MOVE SPACES TO RAPPORT-TEXT
            STRING
                "  NY       "                 DELIMITED BY SIZE
                T-RR-REG-NR(IDX-REGISTER)     DELIMITED BY SIZE
                "  "                          DELIMITED BY SIZE
                T-RR-NAVN(IDX-REGISTER)       DELIMITED BY SIZE
            INTO RAPPORT-TEXT
            END-STRING
            WRITE RAPPORT-REC
        END-IF
        ADD 1 TO IDX-REGISTER
    END-PERFORM

    IF ANTAL-NYE = 0
        MOVE "  (ingen)" TO RAPPORT-TEXT
        WRITE RAPPORT-REC
    END-IF
    .

*>-----------------------------------------------------------------
*>  FIND-UDGAAET – WS-SOEG-REG slås op blandt de udgåede numre;
*>  WS-UD-IDX er 0, hvis nummeret ikke er udgået
*>-----------------------------------------------------------------
FIND-UDGAAET.
    MOVE 0 TO WS-UD-IDX
    IF WS-SOEG-REG = SPACES
        EXIT PARAGRAPH
    END-IF
    MOVE 1 TO IDX-UDGAAET
    PERFORM UNTIL IDX-UDGAAET > ANTAL-UDGAAET
        IF FUNCTION TRIM(T-UD-REG-NR(IDX-UDGAAET))
                = FUNCTION TRIM(WS-SOEG-REG)
            MOVE IDX-UDGAAET TO WS-UD-IDX
            EXIT PERFORM
        END-IF
        ADD 1 TO IDX-UDGAAET
    END-PERFORM

    MOVE SPACES TO WS-OMDIRIGER
    IF WS-UD-IDX > 0
        IF T-UD-NY-REG-NR(WS-UD-IDX) NOT = SPACES
            STRING
                "omdiriger til "           DELIMITED BY SIZE
                T-UD-NY-REG-NR(WS-UD-IDX)  DELIMITED BY SIZE
            INTO WS-OMDIRIGER
            END-STRING
        ELSE
            MOVE "ingen kendt afloeser" TO WS-OMDIRIGER
        END-IF
    END-IF
    .

*>-----------------------------------------------------------------
*>  TJEK-STAAENDE-ORDRER – ordrer i kraft (ikke udløbet) til et
*>  udgået REG-NR
*>-----------------------------------------------------------------
TJEK-STAAENDE-ORDRER.
    MOVE SPACES TO RAPPORT-TEXT
    WRITE RAPPORT-REC
    MOVE "Staaende ordrer til udgaaede REG-NR (StaaendeOrdrer.txt)"
        TO RAPPORT-TEXT
    WRITE RAPPORT-REC

    OPEN INPUT OrdreFil
    IF WS-ORDRE-STATUS = "00"
        PERFORM UNTIL EOF-ORDRE = "Y"
            READ OrdreFil
                AT END
                    MOVE "Y" TO EOF-ORDRE
                NOT AT END
                    IF RAW-ORDRE NOT = SPACES
                            AND (SO-SLUT-DATO OF ORDRE-REC = SPACES
                                 OR SO-SLUT-DATO OF ORDRE-REC >= WS-DAGS-DATO)
                        MOVE SO-REG-NR OF ORDRE-REC TO WS-SOEG-REG
                        PERFORM FIND-UDGAAET
                        IF WS-UD-IDX > 0
                            PERFORM SKRIV-ORDRE-BRUG
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
        CLOSE OrdreFil
    END-IF

    IF ANTAL-ORDRE-BRUG = 0
        MOVE "  (ingen)" TO RAPPORT-TEXT
        WRITE RAPPORT-REC
    END-IF
    .

SKRIV-ORDRE-BRUG.
    ADD 1 TO ANTAL-ORDRE-BRUG
    MOVE SPACES TO RAPPORT-TEXT
    STRING
        "  Ordre "                        DELIMITED BY SIZE
        SO-ORDRE-NR OF ORDRE-REC          DELIMITED BY SIZE
        "  konto "                        DELIMITED BY SIZE
        SO-KONTO-ID OF ORDRE-REC          DELIMITED BY SIZE
        "  reg.nr "                       DELIMITED BY SIZE
        SO-REG-NR OF ORDRE-REC            DELIMITED BY SIZE
        "  "                              DELIMITED BY SIZE
        SO-MODTAGER OF ORDRE-REC          DELIMITED BY SIZE
        "  forfald dag "                  DELIMITED BY SIZE
        SO-DAG OF ORDRE-REC               DELIMITED BY SIZE
        "  - "                            DELIMITED BY SIZE
        WS-OMDIRIGER                      DELIMITED BY SIZE
    INTO RAPPORT-TEXT
    END-STRING
    WRITE RAPPORT-REC

    MOVE "A" TO WS-FEJL-SEV
    MOVE SPACES TO WS-FEJL-NOEGLE
    STRING
        "ORDRE "                          DELIMITED BY SIZE
        SO-ORDRE-NR OF ORDRE-REC          DELIMITED BY SIZE
    INTO WS-FEJL-NOEGLE
    END-STRING
    MOVE SPACES TO WS-FEJL-TEKST
    STRING
        "Staaende ordre til udgaaet reg.nr " DELIMITED BY SIZE
        SO-REG-NR OF ORDRE-REC               DELIMITED BY SIZE
        " - "                                DELIMITED BY SIZE
        WS-OMDIRIGER                         DELIMITED BY SIZE
    INTO WS-FEJL-TEKST
    END-STRING
    PERFORM SKRIV-FEJLLOG
    .

*>-----------------------------------------------------------------
*>  TJEK-INDLAND-ANMODNINGER – ventende indlandsbetalinger, hvor
*>  modtagerens eller vores eget afsender-REG-NR er udgået
*>-----------------------------------------------------------------
TJEK-INDLAND-ANMODNINGER.
    MOVE SPACES TO RAPPORT-TEXT
    WRITE RAPPORT-REC
    MOVE "Indlandsbetalinger til/fra udgaaede REG-NR (IndlandAnmodninger.txt)"
        TO RAPPORT-TEXT
    WRITE RAPPORT-REC

    OPEN INPUT AnmodningFil
    IF WS-ANMODNING-STATUS = "00"
        PERFORM UNTIL EOF-ANMODNING = "Y"
            READ AnmodningFil
                AT END
                    MOVE "Y" TO EOF-ANMODNING
                NOT AT END
                    IF RAW-ANMODNING NOT = SPACES
                        MOVE IA-MODT-REG-NR OF ANMODNING-REC TO WS-SOEG-REG
                        PERFORM FIND-UDGAAET
                        IF WS-UD-IDX > 0
                            PERFORM SKRIV-ANMODNING-BRUG
                        ELSE
                            MOVE IA-REG-NR OF ANMODNING-REC TO WS-SOEG-REG
                            PERFORM FIND-UDGAAET
                            IF WS-UD-IDX > 0
                                PERFORM SKRIV-ANMODNING-BRUG
                            END-IF
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
        CLOSE AnmodningFil
    END-IF

    IF ANTAL-ANMOD-BRUG = 0
        MOVE "  (ingen)" TO RAPPORT-TEXT
        WRITE RAPPORT-REC
    END-IF
    .

SKRIV-ANMODNING-BRUG.
    ADD 1 TO ANTAL-ANMOD-BRUG
    MOVE SPACES TO RAPPORT-TEXT
    STRING
        "  Anmodning "                    DELIMITED BY SIZE
        IA-ANMOD-NR OF ANMODNING-REC      DELIMITED BY SIZE
        "  konto "                        DELIMITED BY SIZE
        IA-KONTO-ID OF ANMODNING-REC      DELIMITED BY SIZE
        "  fra reg.nr "                   DELIMITED BY SIZE
        IA-REG-NR OF ANMODNING-REC        DELIMITED BY SIZE
        "  til reg.nr "                   DELIMITED BY SIZE
        IA-MODT-REG-NR OF ANMODNING-REC   DELIMITED BY SIZE
        "  "                              DELIMITED BY SIZE
        IA-MODTAGER OF ANMODNING-REC      DELIMITED BY SIZE
        "  - "                            DELIMITED BY SIZE
        WS-OMDIRIGER                      DELIMITED BY SIZE
    INTO RAPPORT-TEXT
    END-STRING
    WRITE RAPPORT-REC

    MOVE "A" TO WS-FEJL-SEV
    MOVE SPACES TO WS-FEJL-NOEGLE
    STRING
        "ANMODNING "                      DELIMITED BY SIZE
        IA-ANMOD-NR OF ANMODNING-REC      DELIMITED BY SIZE
    INTO WS-FEJL-NOEGLE
    END-STRING
    MOVE SPACES TO WS-FEJL-TEKST
    STRING
        "Indlandsbetaling med udgaaet reg.nr " DELIMITED BY SIZE
        FUNCTION TRIM(WS-SOEG-REG)             DELIMITED BY SIZE
        " - "                                  DELIMITED BY SIZE
        WS-OMDIRIGER                           DELIMITED BY SIZE
    INTO WS-FEJL-TEKST
    END-STRING
    PERFORM SKRIV-FEJLLOG
    .

*>-----------------------------------------------------------------
*>  LAES-KONTI – vore konto-id'er fra KontoOpl.txt i en tabel, så
*>  TJEK-VORES-KONTO kan afgøre, om en postering er på vores konto
*>-----------------------------------------------------------------
LAES-KONTI.
    OPEN INPUT Kontofil
    IF WS-KONTO-STATUS NOT = "00"
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL EOF-KONTO = "Y"
        READ Kontofil
            AT END
                MOVE "Y" TO EOF-KONTO
            NOT AT END
                IF ANTAL-KONTI < MAX-KONTI
                    ADD 1 TO ANTAL-KONTI
                    MOVE KONTO-ID OF KONTO-REC TO T-KONTO-ID(ANTAL-KONTI)
                END-IF
        END-READ
    END-PERFORM
    CLOSE Kontofil
    .

*>-----------------------------------------------------------------
*>  TJEK-POSTERINGER – posteringer på vore konti med et udgået
*>  REG-NR, samlet pr. REG-NR og konto med seneste dato
*>-----------------------------------------------------------------
TJEK-POSTERINGER.
    OPEN INPUT Transfil
    IF WS-TRANS-STATUS = "00"
        PERFORM UNTIL EOF-TRANS = "Y"
            READ Transfil
                AT END
                    MOVE "Y" TO EOF-TRANS
                NOT AT END
                    IF RAW-TRANS NOT = SPACES
                        MOVE REG-NR OF TRANS-REC TO WS-SOEG-REG
                        PERFORM FIND-UDGAAET
                        IF WS-UD-IDX > 0
                            PERFORM TJEK-VORES-KONTO
                            IF WS-KONTO-KENDT = "Y"
                                PERFORM TAEL-POSTERING
                            END-IF
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
        CLOSE Transfil
    END-IF

    MOVE SPACES TO RAPPORT-TEXT
    WRITE RAPPORT-REC
    MOVE "Posteringer paa vore konti med udgaaede REG-NR (Transaktioner.txt)"
        TO RAPPORT-TEXT
    WRITE RAPPORT-REC
    IF ANTAL-BRUG = 0
        MOVE "  (ingen)" TO RAPPORT-TEXT
        WRITE RAPPORT-REC
        EXIT PARAGRAPH
    END-IF

    MOVE 1 TO IDX-BRUG
    PERFORM UNTIL IDX-BRUG > ANTAL-BRUG
        MOVE T-BR-ANTAL(IDX-BRUG) TO ANTAL-EDIT
        MOVE SPACES TO RAPPORT-TEXT
        STRING
            "  Reg.nr "                   DELIMITED BY SIZE
            T-BR-REG-NR(IDX-BRUG)         DELIMITED BY SIZE
            "  konto "                    DELIMITED BY SIZE
            T-BR-KONTO-ID(IDX-BRUG)       DELIMITED BY SIZE
            "  posteringer "              DELIMITED BY SIZE
            ANTAL-EDIT                    DELIMITED BY SIZE
            "  seneste "                  DELIMITED BY SIZE
            T-BR-SIDSTE(IDX-BRUG)         DELIMITED BY SIZE
        INTO RAPPORT-TEXT
        END-STRING
        WRITE RAPPORT-REC
        ADD 1 TO IDX-BRUG
    END-PERFORM
    .

TJEK-VORES-KONTO.
    MOVE "N" TO WS-KONTO-KENDT
    MOVE 1 TO IDX-KONTO
    PERFORM UNTIL IDX-KONTO > ANTAL-KONTI
        IF T-KONTO-ID(IDX-KONTO) = KONTO-ID OF TRANS-REC
            MOVE "Y" TO WS-KONTO-KENDT
            EXIT PERFORM
        END-IF
        ADD 1 TO IDX-KONTO
    END-PERFORM
    .

TAEL-POSTERING.
    ADD 1 TO ANTAL-POST-BRUG
    MOVE 1 TO IDX-BRUG
    PERFORM UNTIL IDX-BRUG > ANTAL-BRUG
        IF T-BR-REG-NR(IDX-BRUG) = T-UD-REG-NR(WS-UD-IDX)
                AND T-BR-KONTO-ID(IDX-BRUG) = KONTO-ID OF TRANS-REC
            ADD 1 TO T-BR-ANTAL(IDX-BRUG)
            IF TIDSPUNKT OF TRANS-REC(1:10) > T-BR-SIDSTE(IDX-BRUG)
                MOVE TIDSPUNKT OF TRANS-REC(1:10) TO T-BR-SIDSTE(IDX-BRUG)
            END-IF
            EXIT PARAGRAPH
        END-IF
        ADD 1 TO IDX-BRUG
    END-PERFORM

    IF ANTAL-BRUG < MAX-BRUG
        ADD 1 TO ANTAL-BRUG
        MOVE T-UD-REG-NR(WS-UD-IDX)       TO T-BR-REG-NR(ANTAL-BRUG)
        MOVE KONTO-ID OF TRANS-REC        TO T-BR-KONTO-ID(ANTAL-BRUG)
        MOVE 1                            TO T-BR-ANTAL(ANTAL-BRUG)
        MOVE TIDSPUNKT OF TRANS-REC(1:10) TO T-BR-SIDSTE(ANTAL-BRUG)
    END-IF
    .

*>-----------------------------------------------------------------
*>  SKRIV-OPSUMMERING – tællerne sidst i rapporten
*>-----------------------------------------------------------------
SKRIV-OPSUMMERING.
    MOVE SPACES TO RAPPORT-TEXT
    WRITE RAPPORT-REC
    MOVE "Opsummering" TO RAPPORT-TEXT
    WRITE RAPPORT-REC

    MOVE ANTAL-BANKER TO ANTAL-EDIT
    MOVE SPACES TO RAPPORT-TEXT
    STRING "  Banker i Banker.txt ............: " ANTAL-EDIT
        DELIMITED BY SIZE INTO RAPPORT-TEXT
    END-STRING
    WRITE RAPPORT-REC

    MOVE ANTAL-REGISTER TO ANTAL-EDIT
    MOVE SPACES TO RAPPORT-TEXT
    STRING "  Numre i registret ..............: " ANTAL-EDIT
        DELIMITED BY SIZE INTO RAPPORT-TEXT
    END-STRING
    WRITE RAPPORT-REC

    MOVE ANTAL-NYE TO ANTAL-EDIT
    MOVE SPACES TO RAPPORT-TEXT
    STRING "  Nye ............................: " ANTAL-EDIT
        DELIMITED BY SIZE INTO RAPPORT-TEXT
    END-STRING
    WRITE RAPPORT-REC

    MOVE ANTAL-AENDREDE TO ANTAL-EDIT
    MOVE SPACES TO RAPPORT-TEXT
    STRING "  Aendrede .......................: " ANTAL-EDIT
        DELIMITED BY SIZE INTO RAPPORT-TEXT
    END-STRING
    WRITE RAPPORT-REC

    MOVE ANTAL-UDGAAET TO ANTAL-EDIT
    MOVE SPACES TO RAPPORT-TEXT
    STRING "  Udgaaede .......................: " ANTAL-EDIT
        DELIMITED BY SIZE INTO RAPPORT-TEXT
    END-STRING
    WRITE RAPPORT-REC

    MOVE ANTAL-ORDRE-BRUG TO ANTAL-EDIT
    MOVE SPACES TO RAPPORT-TEXT
    STRING "  Staaende ordrer at omdirigere ..: " ANTAL-EDIT
        DELIMITED BY SIZE INTO RAPPORT-TEXT
    END-STRING
    WRITE RAPPORT-REC

    MOVE ANTAL-ANMOD-BRUG TO ANTAL-EDIT
    MOVE SPACES TO RAPPORT-TEXT
    STRING "  Indlandsbetalinger ramt ........: " ANTAL-EDIT
        DELIMITED BY SIZE INTO RAPPORT-TEXT
    END-STRING
    WRITE RAPPORT-REC

    MOVE ANTAL-POST-BRUG TO ANTAL-EDIT
    MOVE SPACES TO RAPPORT-TEXT
    STRING "  Posteringer med udgaaet REG-NR .: " ANTAL-EDIT
        DELIMITED BY SIZE INTO RAPPORT-TEXT
    END-STRING
    WRITE RAPPORT-REC
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
END PROGRAM REGNR-AFSTEMNING.
