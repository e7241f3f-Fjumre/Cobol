        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-SPAER-STATUS.

*> Fuldmagtsregistret - valgfrit; kundens gyldige fuldmagter (givet og
*> modtaget) vises i dossieret under spærringerne
    SELECT FuldmagtFil
        ASSIGN TO "Fuldmagter.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FULDMAGT-STATUS.

*> Erhvervskundernes tegningsberettigede og reelle ejere - valgfri;
*> vises under virksomheden og under personen, når personen er kunde
    SELECT VirksomhedsPersonFil
        ASSIGN TO "Virksomhedspersoner.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-VP-STATUS.

DATA DIVISION.
FILE SECTION.


*> -------- KUNDEOPLYSNINGER (kundestamdata) --------
FD Kundeoplysninger.
01 RAW-KUNDE PIC X(302).
01 KUNDEOPL REDEFINES RAW-KUNDE.
   COPY "KUNDER.cpy".


*> -------- TRANSAKTIONER (kundens posteringer) --------
FD Transfil.
01 RAW-TRANS       PIC X(223).      *> 15+30+50+11+14+6+15+4+20+20+26+4+8 = 223
01 TRANS-REC REDEFINES RAW-TRANS.
   COPY "TRANSAKTIONER.cpy".

FD KundeIsamFil.
01 KUNDE-ISAM-REC.
   02 KIS-KUNDEID PIC X(10).
   02 KIS-RESTEN  PIC X(292).

FD KontoIsamFil.
01 KONTO-ISAM-REC.
   02 ARKIVLISTE-NAVN PIC X(40).

FD TransArkivFil.
01 RAW-ARKIV-TRANS PIC X(223).

FD KontoSpaerringFil.
01 RAW-SPAERRING PIC X(27).     *> 14+1+8+4 = 27
01 SPAERRING-REC REDEFINES RAW-SPAERRING.
   COPY "KONTOSPAERRING.cpy".

FD FuldmagtFil.
01 RAW-FULDMAGT PIC X(96).      *> 6+10+10+30+14+1+8+8+1+8 = 96
01 FULDMAGT-REC REDEFINES RAW-FULDMAGT.
   COPY "FULDMAGT.cpy".

FD VirksomhedsPersonFil.
01 RAW-VP PIC X(78).            *> 10+1+10+11+41+5 = 78
01 VP-REC REDEFINES RAW-VP.
   COPY "VIRKSOMHEDSPERSON.cpy".

WORKING-STORAGE SECTION.
01 EOF-INPUT       PIC X VALUE "N".
01 EOF-KUNDE       PIC X VALUE "N".
      03 T-SP-AARSAG   PIC X(4).
01 WS-SPAER-TYPETEKST PIC X(20) VALUE SPACES.

*> Fuldmagtsregistret - kun de fuldmagter, der er i kraft i dag
*> (startet, ikke udløbet og ikke markeret for dødsbo), huskes
01 WS-FULDMAGT-STATUS PIC XX VALUE SPACES.
01 EOF-FULDMAGT       PIC X  VALUE "N".
01 WS-DAGS-DATO       PIC X(8) VALUE SPACES.
01 MAX-FULDMAGTER     PIC 9(5) VALUE 5000.
01 ANTAL-FULDMAGTER   PIC 9(5) VALUE 0.
01 IDX-FULDMAGT       PIC 9(5).
01 FULDMAGT-TABEL.
   02 FULDMAGT-POST OCCURS 5000 TIMES.
      03 T-FM-GIVER      PIC X(10).
      03 T-FM-HAVER      PIC X(10).
      03 T-FM-HAVER-NAVN PIC X(30).
      03 T-FM-KONTO-ID   PIC X(14).
      03 T-FM-OMFANG     PIC X(1).
      03 T-FM-START      PIC X(8).
      03 T-FM-UDLOEB     PIC X(8).
01 WS-FM-KUNDEID      PIC X(10) VALUE SPACES.
01 WS-FM-OMFANG-TEKST PIC X(12) VALUE SPACES.
01 WS-FM-KONTO-TEKST  PIC X(14) VALUE SPACES.
01 WS-FM-UDLOEB-TEKST PIC X(16) VALUE SPACES.

*> Virksomhedspersonregistret - hele filen huskes
01 WS-VP-STATUS       PIC XX VALUE SPACES.
01 EOF-VP             PIC X  VALUE "N".
01 MAX-VP             PIC 9(5) VALUE 5000.
01 ANTAL-VP           PIC 9(5) VALUE 0.
01 IDX-VP             PIC 9(5).
01 VP-TABEL.
   02 VP-POST OCCURS 5000 TIMES.
      03 T-VP-VIRKSOMHED PIC X(10).
      03 T-VP-ROLLE      PIC X(1).
      03 T-VP-PERSON     PIC X(10).
      03 T-VP-CPR        PIC X(11).
      03 T-VP-NAVN       PIC X(41).
      03 T-VP-EJERANDEL  PIC 9(3)V99.
01 WS-VP-ROLLE-TEKST  PIC X(20) VALUE SPACES.
01 WS-VP-ID-TEKST     PIC X(20) VALUE SPACES.
01 EJERANDEL-EDIT     PIC ZZ9.99.

*> Arkivsøgningen over tidligere års transaktionsfiler
01 WS-ARKIVLISTE-STATUS  PIC XX VALUE SPACES.
01 WS-TRANS-ARKIV-STATUS PIC XX VALUE SPACES.
    OPEN OUTPUT KontoOverflowFil

    PERFORM LAES-SPAERRINGER
    MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DAGS-DATO
    PERFORM LAES-FULDMAGTER
    PERFORM LAES-VIRKSOMHEDSPERSONER

    *> Nøgleadgang, hvis MASTER-ISAM har bygget indeksfilerne
    OPEN INPUT KundeIsamFil
    END-STRING
    WRITE OPSLAG-UD-REC

    MOVE SPACES TO OPSLAG-UD-TEXT
    IF KUNDE-ERHVERV OF KUNDEOPL
        STRING
            "Kundetype: erhverv, CVR " CVR-NR OF KUNDEOPL
            INTO OPSLAG-UD-TEXT
        END-STRING
    ELSE
        MOVE "Kundetype: privat" TO OPSLAG-UD-TEXT
    END-IF
    WRITE OPSLAG-UD-REC

    IF SKATTE-LAND OF KUNDEOPL NOT = SPACES
        MOVE SPACES TO OPSLAG-UD-TEXT
        STRING
            "Skatteland: " SKATTE-LAND OF KUNDEOPL
            " (afviger fra adressens landekode)"
            INTO OPSLAG-UD-TEXT
        END-STRING
        WRITE OPSLAG-UD-REC
    END-IF

    *> Spærrede konti skal ses, FØR sagsbehandleren gør noget -
    *> derfor øverst i blokken, ikke kun nede på kontolinjerne
    MOVE 1 TO IDX-SPAER
        END-IF
        ADD 1 TO IDX-SPAER
    END-PERFORM

    PERFORM SKRIV-FULDMAGTER-FOR-KUNDE
    PERFORM SKRIV-VIRKSOMHEDSPERSONER
    .

*>-----------------------------------------------------------------
*>  SKRIV-VIRKSOMHEDSPERSONER – for en erhvervskunde dens
*>  tegningsberettigede og reelle ejere; for en person de
*>  virksomheder, personen er registreret under
*>-----------------------------------------------------------------
SKRIV-VIRKSOMHEDSPERSONER.
    MOVE 1 TO IDX-VP
    PERFORM UNTIL IDX-VP > ANTAL-VP
        IF T-VP-VIRKSOMHED(IDX-VP) = KUNDEID OF KUNDEOPL
            PERFORM SAET-VP-TEKSTER
            MOVE SPACES TO OPSLAG-UD-TEXT
            STRING
                FUNCTION TRIM(WS-VP-ROLLE-TEKST)      DELIMITED BY SIZE
                ": "                                  DELIMITED BY SIZE
                FUNCTION TRIM(T-VP-NAVN(IDX-VP))      DELIMITED BY SIZE
                " ("                                  DELIMITED BY SIZE
                FUNCTION TRIM(WS-VP-ID-TEKST)         DELIMITED BY SIZE
                ")"                                   DELIMITED BY SIZE
            INTO OPSLAG-UD-TEXT
            END-STRING
            IF T-VP-ROLLE(IDX-VP) = "R"
                MOVE T-VP-EJERANDEL(IDX-VP) TO EJERANDEL-EDIT
                STRING
                    FUNCTION TRIM(OPSLAG-UD-TEXT)     DELIMITED BY SIZE
                    ", ejerandel "                    DELIMITED BY SIZE
                    FUNCTION TRIM(EJERANDEL-EDIT)     DELIMITED BY SIZE
                    " %"                              DELIMITED BY SIZE
                INTO OPSLAG-UD-TEXT
                END-STRING
            END-IF
            WRITE OPSLAG-UD-REC
        END-IF
        ADD 1 TO IDX-VP
    END-PERFORM

    MOVE 1 TO IDX-VP
    PERFORM UNTIL IDX-VP > ANTAL-VP
        IF T-VP-PERSON(IDX-VP) = KUNDEID OF KUNDEOPL
            PERFORM SAET-VP-TEKSTER
            MOVE SPACES TO OPSLAG-UD-TEXT
            STRING
                FUNCTION TRIM(WS-VP-ROLLE-TEKST)      DELIMITED BY SIZE
                " i virksomhed (kunde "               DELIMITED BY SIZE
                FUNCTION TRIM(T-VP-VIRKSOMHED(IDX-VP)) DELIMITED BY SIZE
                ")"                                   DELIMITED BY SIZE
            INTO OPSLAG-UD-TEXT
            END-STRING
            WRITE OPSLAG-UD-REC
        END-IF
        ADD 1 TO IDX-VP
    END-PERFORM
    .

SAET-VP-TEKSTER.
    EVALUATE T-VP-ROLLE(IDX-VP)
        WHEN "L"   MOVE "Tegningsberettiget" TO WS-VP-ROLLE-TEKST
        WHEN "R"   MOVE "Reel ejer"          TO WS-VP-ROLLE-TEKST
        WHEN OTHER MOVE "Virksomhedsperson"  TO WS-VP-ROLLE-TEKST
    END-EVALUATE
    MOVE SPACES TO WS-VP-ID-TEKST
    IF T-VP-PERSON(IDX-VP) NOT = SPACES
        STRING "kunde " T-VP-PERSON(IDX-VP)
            INTO WS-VP-ID-TEKST
        END-STRING
    ELSE
        STRING "CPR " T-VP-CPR(IDX-VP)
            INTO WS-VP-ID-TEKST
        END-STRING
    END-IF
    .

*>-----------------------------------------------------------------
*>  LAES-VIRKSOMHEDSPERSONER – hele Virksomhedspersoner.txt i
*>  VP-TABEL
*>-----------------------------------------------------------------
LAES-VIRKSOMHEDSPERSONER.
    OPEN INPUT VirksomhedsPersonFil
    IF WS-VP-STATUS = "00"
        PERFORM UNTIL EOF-VP = "Y"
            READ VirksomhedsPersonFil
                AT END
                    MOVE "Y" TO EOF-VP
                NOT AT END
                    IF VP-VIRKSOMHED-KUNDEID NOT = SPACES
                            AND ANTAL-VP < MAX-VP
                        ADD 1 TO ANTAL-VP
                        MOVE VP-VIRKSOMHED-KUNDEID
                            TO T-VP-VIRKSOMHED(ANTAL-VP)
                        MOVE VP-ROLLE       TO T-VP-ROLLE(ANTAL-VP)
                        MOVE VP-PERSON-KUNDEID
                            TO T-VP-PERSON(ANTAL-VP)
                        MOVE VP-CPR         TO T-VP-CPR(ANTAL-VP)
                        MOVE VP-NAVN        TO T-VP-NAVN(ANTAL-VP)
                        MOVE VP-EJERANDEL   TO T-VP-EJERANDEL(ANTAL-VP)
                    END-IF
            END-READ
        END-PERFORM
        CLOSE VirksomhedsPersonFil
    END-IF
    .

*>-----------------------------------------------------------------
*>  SKRIV-FULDMAGTER-FOR-KUNDE – fuldmagter i kraft, som kunden har
*>  givet andre, og som kunden selv har fra andre
*>-----------------------------------------------------------------
SKRIV-FULDMAGTER-FOR-KUNDE.
    MOVE KUNDEID OF KUNDEOPL TO WS-FM-KUNDEID
    MOVE 1 TO IDX-FULDMAGT
    PERFORM UNTIL IDX-FULDMAGT > ANTAL-FULDMAGTER
        IF T-FM-GIVER(IDX-FULDMAGT) = WS-FM-KUNDEID
            PERFORM SAET-FULDMAGT-TEKSTER
            MOVE SPACES TO OPSLAG-UD-TEXT
            STRING
                "Fuldmagt givet til "                 DELIMITED BY SIZE
                FUNCTION TRIM(T-FM-HAVER-NAVN(IDX-FULDMAGT))
                                                      DELIMITED BY SIZE
                " ("                                  DELIMITED BY SIZE
                FUNCTION TRIM(T-FM-HAVER(IDX-FULDMAGT)) DELIMITED BY SIZE
                "): "                                 DELIMITED BY SIZE
                FUNCTION TRIM(WS-FM-KONTO-TEKST)      DELIMITED BY SIZE
                ", "                                  DELIMITED BY SIZE
                FUNCTION TRIM(WS-FM-OMFANG-TEKST)     DELIMITED BY SIZE
                ", "                                  DELIMITED BY SIZE
                T-FM-START(IDX-FULDMAGT)              DELIMITED BY SIZE
                " - "                                 DELIMITED BY SIZE
                FUNCTION TRIM(WS-FM-UDLOEB-TEKST)     DELIMITED BY SIZE
            INTO OPSLAG-UD-TEXT
            END-STRING
            WRITE OPSLAG-UD-REC
        END-IF
        ADD 1 TO IDX-FULDMAGT
    END-PERFORM

    MOVE 1 TO IDX-FULDMAGT
    PERFORM UNTIL IDX-FULDMAGT > ANTAL-FULDMAGTER
        IF T-FM-HAVER(IDX-FULDMAGT) = WS-FM-KUNDEID
            PERFORM SAET-FULDMAGT-TEKSTER
            MOVE SPACES TO OPSLAG-UD-TEXT
            STRING
                "Fuldmagt fra kunde "                 DELIMITED BY SIZE
                FUNCTION TRIM(T-FM-GIVER(IDX-FULDMAGT)) DELIMITED BY SIZE
                ": "                                  DELIMITED BY SIZE
                FUNCTION TRIM(WS-FM-KONTO-TEKST)      DELIMITED BY SIZE
                ", "                                  DELIMITED BY SIZE
                FUNCTION TRIM(WS-FM-OMFANG-TEKST)     DELIMITED BY SIZE
                ", "                                  DELIMITED BY SIZE
                T-FM-START(IDX-FULDMAGT)              DELIMITED BY SIZE
                " - "                                 DELIMITED BY SIZE
                FUNCTION TRIM(WS-FM-UDLOEB-TEKST)     DELIMITED BY SIZE
            INTO OPSLAG-UD-TEXT
            END-STRING
            WRITE OPSLAG-UD-REC
        END-IF
        ADD 1 TO IDX-FULDMAGT
    END-PERFORM
    .

SAET-FULDMAGT-TEKSTER.
    EVALUATE T-FM-OMFANG(IDX-FULDMAGT)
        WHEN "V"   MOVE "kun indsigt" TO WS-FM-OMFANG-TEKST
        WHEN "B"   MOVE "betalinger"  TO WS-FM-OMFANG-TEKST
        WHEN "F"   MOVE "fuld"        TO WS-FM-OMFANG-TEKST
        WHEN OTHER MOVE "ukendt"      TO WS-FM-OMFANG-TEKST
    END-EVALUATE
    IF T-FM-KONTO-ID(IDX-FULDMAGT) = SPACES
        MOVE "alle konti" TO WS-FM-KONTO-TEKST
    ELSE
        MOVE T-FM-KONTO-ID(IDX-FULDMAGT) TO WS-FM-KONTO-TEKST
    END-IF
    IF T-FM-UDLOEB(IDX-FULDMAGT) = SPACES
        MOVE "indtil tilbagekaldt" TO WS-FM-UDLOEB-TEKST
    ELSE
        MOVE T-FM-UDLOEB(IDX-FULDMAGT) TO WS-FM-UDLOEB-TEKST
    END-IF
    .

*>-----------------------------------------------------------------
*>  LAES-FULDMAGTER – fuldmagter i kraft i dag; udløbne, endnu ikke
*>  startede og dødsbo-markerede (FULDMAGT-TJEK) springes over
*>-----------------------------------------------------------------
LAES-FULDMAGTER.
    OPEN INPUT FuldmagtFil
    IF WS-FULDMAGT-STATUS = "00"
        PERFORM UNTIL EOF-FULDMAGT = "Y"
            READ FuldmagtFil
                AT END
                    MOVE "Y" TO EOF-FULDMAGT
                NOT AT END
                    IF FM-GIVER-KUNDEID NOT = SPACES
                            AND FM-MARKERING = SPACE
                            AND FM-START-DATO <= WS-DAGS-DATO
                            AND (FM-UDLOEB-DATO = SPACES
                                 OR FM-UDLOEB-DATO >= WS-DAGS-DATO)
                            AND ANTAL-FULDMAGTER < MAX-FULDMAGTER
                        ADD 1 TO ANTAL-FULDMAGTER
                        MOVE FM-GIVER-KUNDEID
                            TO T-FM-GIVER(ANTAL-FULDMAGTER)
                        MOVE FM-HAVER-ID
                            TO T-FM-HAVER(ANTAL-FULDMAGTER)
                        MOVE FM-HAVER-NAVN
                            TO T-FM-HAVER-NAVN(ANTAL-FULDMAGTER)
                        MOVE FM-KONTO-ID
                            TO T-FM-KONTO-ID(ANTAL-FULDMAGTER)
                        MOVE FM-OMFANG
                            TO T-FM-OMFANG(ANTAL-FULDMAGTER)
                        MOVE FM-START-DATO
                            TO T-FM-START(ANTAL-FULDMAGTER)
                        MOVE FM-UDLOEB-DATO
                            TO T-FM-UDLOEB(ANTAL-FULDMAGTER)
                    END-IF
            END-READ
        END-PERFORM
        CLOSE FuldmagtFil
    END-IF
    .

*>-----------------------------------------------------------------
