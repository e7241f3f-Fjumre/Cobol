>>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. MYNDIG-OVERGANG.

*>-----------------------------------------------------------------
*>  MYNDIG-OVERGANG – månedlig kørsel over kunder, der fylder 18 i
*>  den kommende kalendermåned (fødselsdato ud fra CPR-NR på
*>  kundestamdata). For hver kunde:
*>    - en linje "Kunde <id> myndig <dato>" i MyndigBreve.txt, som
*>      KUNDE-BREVE gør til et brev med tilbud om omlægning til et
*>      voksenprodukt
*>    - kundens konti med et voksenprodukt i MyndigProdukter.txt
*>      (nuværende KONTO-TYPE -> ny KONTO-TYPE) forberedes som
*>      linjer i MyndigKontoTypeOpdatering.txt i KontoTypeOpdatering-
*>      formatet (KONTOTYPEOPDATERING.cpy). Filen lægges i
*>      KontoTypeOpdatering.txt til OPDATER-KUNDE, når kunden er
*>      fyldt 18 og har accepteret omlægningen
*>    - en blok i MyndigListe.txt med værger og konti til rådgiverne
*>
*>  Kunder, der er lukket, slettet eller i dødsbo, springes over.
*>  Køres som månedstrin fra BATCH-STYRING (JobPlan.txt)
*>-----------------------------------------------------------------

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    *> Holdes bevidst rå - felterne hentes via reference-modifikation
    SELECT Kundeoplysninger
        ASSIGN TO "Kundeoplysninger.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-KUNDE-STATUS.

    SELECT Kontofil
        ASSIGN TO "KontoOpl.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-KONTO-STATUS.

    SELECT VaergeFil
        ASSIGN TO "Vaerger.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-VAERGE-STATUS.

    *> Valgfri: hvilket voksenprodukt en børne-/ungdomskontotype
    *> omlægges til. Mangler filen, forberedes ingen typeændringer
    SELECT ProduktFil
        ASSIGN TO "MyndigProdukter.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PRODUKT-STATUS.

    SELECT ListeFil
        ASSIGN TO "MyndigListe.txt"
        ORGANIZATION IS LINE SEQUENTIAL.

    SELECT BrevListeFil
        ASSIGN TO "MyndigBreve.txt"
        ORGANIZATION IS LINE SEQUENTIAL.

    SELECT TypeOpdateringFil
        ASSIGN TO "MyndigKontoTypeOpdatering.txt"
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.

FD Kundeoplysninger.
01 RAW-KUNDE PIC X(302).

FD Kontofil.
01 RAW-KONTO PIC X(52).
01 KONTO-REC REDEFINES RAW-KONTO.
   COPY "KONTOOPL.cpy".

FD VaergeFil.
01 RAW-VAERGE PIC X(58).          *> 10+10+30+8 = 58
01 VAERGE-REC REDEFINES RAW-VAERGE.
   COPY "VAERGE.cpy".

FD ProduktFil.
01 PRODUKT-REC.
   02 MP-FRA-TYPE PIC X(10).
   02 MP-TIL-TYPE PIC X(10).

FD ListeFil.
01 LISTE-REC.
   02 LISTE-TEXT PIC X(120).

FD BrevListeFil.
01 BREV-LISTE-REC.
   02 BREV-LISTE-TEXT PIC X(40).

FD TypeOpdateringFil.
01 TYPE-OPDATERING-REC.
   COPY "KONTOTYPEOPDATERING.cpy".

WORKING-STORAGE SECTION.
01 EOF-KUNDE   PIC X VALUE "N".
01 EOF-KONTO   PIC X VALUE "N".
01 EOF-VAERGE  PIC X VALUE "N".
01 EOF-PRODUKT PIC X VALUE "N".

01 WS-KUNDE-STATUS   PIC XX VALUE SPACES.
01 WS-KONTO-STATUS   PIC XX VALUE SPACES.
01 WS-VAERGE-STATUS  PIC XX VALUE SPACES.
01 WS-PRODUKT-STATUS PIC XX VALUE SPACES.

01 WS-DAGS-DATO      PIC X(8) VALUE SPACES.

*> Den kommende kalendermåned, ÅÅÅÅMMDD
01 WS-MD-START       PIC 9(8) VALUE 0.
01 WS-MD-SLUT        PIC 9(8) VALUE 0.
01 WS-MD-EFTER       PIC 9(8) VALUE 0.
01 WS-AAR            PIC 9(4) VALUE 0.
01 WS-MND            PIC 9(2) VALUE 0.

*> Kundens konti fra KontoOpl.txt
01 MAX-KONTI   PIC 9(5) VALUE 50000.
01 ANTAL-KONTI PIC 9(5) VALUE 0.
01 IDX-KONTO   PIC 9(5).
01 KONTO-TABEL.
   02 KONTO-POST OCCURS 50000 TIMES.
      03 T-KO-KONTO-ID PIC X(14).
      03 T-KO-KUNDE-ID PIC X(10).
      03 T-KO-TYPE     PIC X(10).

01 MAX-VAERGE   PIC 9(5) VALUE 10000.
01 ANTAL-VAERGE PIC 9(5) VALUE 0.
01 IDX-VAERGE   PIC 9(5).
01 VAERGE-TABEL.
   02 VAERGE-POST OCCURS 10000 TIMES.
      03 T-VG-KUNDE-ID   PIC X(10).
      03 T-VG-VAERGE-ID  PIC X(10).
      03 T-VG-VAERGE-NAVN PIC X(30).

01 MAX-PRODUKTER   PIC 9(3) VALUE 200.
01 ANTAL-PRODUKTER PIC 9(3) VALUE 0.
01 IDX-PRODUKT     PIC 9(3).
01 PRODUKT-TABEL.
   02 PRODUKT-POST OCCURS 200 TIMES.
      03 T-MP-FRA-TYPE PIC X(10).
      03 T-MP-TIL-TYPE PIC X(10).

*> Fødselsdato ud fra CPR-NR (DDMMÅÅ-NNNN): århundredet følger af
*> løbenummerets første ciffer efter CPR-kontorets regler. Kunden er
*> myndig fra 18-årsdagen (fødselsdato + 180000 som ÅÅÅÅMMDD); er
*> kunden født 29. februar, og findes datoen ikke det år, er det
*> 1. marts
01 WS-CPR             PIC X(11) VALUE SPACES.
01 WS-CPR-CIFRE       PIC X(10) VALUE SPACES.
01 WS-CPR-DAG         PIC 9(2)  VALUE 0.
01 WS-CPR-MND         PIC 9(2)  VALUE 0.
01 WS-CPR-AAR         PIC 9(2)  VALUE 0.
01 WS-CPR-LOEBE1      PIC 9(1)  VALUE 0.
01 WS-CPR-AARHUNDREDE PIC 9(4)  VALUE 0.
01 WS-FOEDSELSDATO    PIC 9(8)  VALUE 0.
01 WS-MYNDIG-DATO     PIC 9(8)  VALUE 0.
01 WS-MYNDIG-DATO-X REDEFINES WS-MYNDIG-DATO PIC X(8).

01 WS-KUNDEID         PIC X(10) VALUE SPACES.
01 WS-NAVN            PIC X(41) VALUE SPACES.
01 WS-NY-TYPE         PIC X(10) VALUE SPACES.
01 WS-ANTAL-KUNDE-KONTI PIC 9(3) VALUE 0.
01 WS-ANTAL-KUNDE-VAERGER PIC 9(3) VALUE 0.

01 ANTAL-MYNDIGE      PIC 9(5) VALUE 0.
01 ANTAL-TYPEAENDRINGER PIC 9(5) VALUE 0.

PROCEDURE DIVISION.
    MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DAGS-DATO
    PERFORM BEREGN-NAESTE-MAANED

    PERFORM LAES-KONTI
    PERFORM LAES-VAERGER
    PERFORM LAES-PRODUKTER

    OPEN OUTPUT ListeFil
    OPEN OUTPUT BrevListeFil
    OPEN OUTPUT TypeOpdateringFil

    MOVE SPACES TO LISTE-TEXT
    STRING
        "Kunder der bliver myndige "        DELIMITED BY SIZE
        WS-MD-START                         DELIMITED BY SIZE
        "-"                                 DELIMITED BY SIZE
        WS-MD-SLUT                          DELIMITED BY SIZE
        " (koerselsdato "                   DELIMITED BY SIZE
        WS-DAGS-DATO                        DELIMITED BY SIZE
        ")"                                 DELIMITED BY SIZE
    INTO LISTE-TEXT
    END-STRING
    WRITE LISTE-REC
    IF WS-PRODUKT-STATUS NOT = "00"
        MOVE "MyndigProdukter.txt findes ikke - ingen kontotypeaendringer forberedt"
            TO LISTE-TEXT
        WRITE LISTE-REC
    END-IF

    OPEN INPUT Kundeoplysninger
    IF WS-KUNDE-STATUS = "00"
        PERFORM UNTIL EOF-KUNDE = "Y"
            READ Kundeoplysninger
                AT END
                    MOVE "Y" TO EOF-KUNDE
                NOT AT END
                    PERFORM VURDER-KUNDE
            END-READ
        END-PERFORM
        CLOSE Kundeoplysninger
    END-IF

    MOVE SPACES TO LISTE-TEXT
    WRITE LISTE-REC
    MOVE SPACES TO LISTE-TEXT
    STRING
        "I alt "                            DELIMITED BY SIZE
        ANTAL-MYNDIGE                       DELIMITED BY SIZE
        " kunde(r), "                       DELIMITED BY SIZE
        ANTAL-TYPEAENDRINGER                DELIMITED BY SIZE
        " kontotypeaendring(er) forberedt i MyndigKontoTypeOpdatering.txt"
                                            DELIMITED BY SIZE
    INTO LISTE-TEXT
    END-STRING
    WRITE LISTE-REC

    CLOSE ListeFil BrevListeFil TypeOpdateringFil

    DISPLAY "MYNDIG-OVERGANG gennemført - " ANTAL-MYNDIGE
            " kunde(r) bliver myndige " WS-MD-START "-" WS-MD-SLUT
            ", " ANTAL-TYPEAENDRINGER " kontotypeaendring(er) forberedt"
    STOP RUN.

*>-----------------------------------------------------------------
*>  BEREGN-NAESTE-MAANED – første og sidste dag i måneden efter
*>  kørselsdatoen
*>-----------------------------------------------------------------
BEREGN-NAESTE-MAANED.
    MOVE WS-DAGS-DATO(1:4) TO WS-AAR
    MOVE WS-DAGS-DATO(5:2) TO WS-MND
    IF WS-MND = 12
        ADD 1 TO WS-AAR
        MOVE 1 TO WS-MND
    ELSE
        ADD 1 TO WS-MND
    END-IF
    COMPUTE WS-MD-START = WS-AAR * 10000 + WS-MND * 100 + 1

    IF WS-MND = 12
        ADD 1 TO WS-AAR
        MOVE 1 TO WS-MND
    ELSE
        ADD 1 TO WS-MND
    END-IF
    COMPUTE WS-MD-EFTER = WS-AAR * 10000 + WS-MND * 100 + 1
    COMPUTE WS-MD-SLUT = FUNCTION DATE-OF-INTEGER(
        FUNCTION INTEGER-OF-DATE(WS-MD-EFTER) - 1)
    .

LAES-KONTI.
    OPEN INPUT Kontofil
    IF WS-KONTO-STATUS = "00"
        PERFORM UNTIL EOF-KONTO = "Y"
            READ Kontofil
                AT END
                    MOVE "Y" TO EOF-KONTO
                NOT AT END
                    IF ANTAL-KONTI < MAX-KONTI
                        ADD 1 TO ANTAL-KONTI
                        MOVE KONTO-ID OF KONTO-REC
                            TO T-KO-KONTO-ID(ANTAL-KONTI)
                        MOVE KUNDE-ID OF KONTO-REC
                            TO T-KO-KUNDE-ID(ANTAL-KONTI)
                        MOVE KONTO-TYPE OF KONTO-REC
                            TO T-KO-TYPE(ANTAL-KONTI)
                    END-IF
            END-READ
        END-PERFORM
        CLOSE Kontofil
    END-IF
    .

LAES-VAERGER.
    OPEN INPUT VaergeFil
    IF WS-VAERGE-STATUS = "00"
        PERFORM UNTIL EOF-VAERGE = "Y"
            READ VaergeFil
                AT END
                    MOVE "Y" TO EOF-VAERGE
                NOT AT END
                    IF VG-KUNDEID NOT = SPACES
                            AND ANTAL-VAERGE < MAX-VAERGE
                        ADD 1 TO ANTAL-VAERGE
                        MOVE VG-KUNDEID
                            TO T-VG-KUNDE-ID(ANTAL-VAERGE)
                        MOVE VG-VAERGE-ID
                            TO T-VG-VAERGE-ID(ANTAL-VAERGE)
                        MOVE VG-VAERGE-NAVN
                            TO T-VG-VAERGE-NAVN(ANTAL-VAERGE)
                    END-IF
            END-READ
        END-PERFORM
        CLOSE VaergeFil
    END-IF
    .

LAES-PRODUKTER.
    OPEN INPUT ProduktFil
    IF WS-PRODUKT-STATUS = "00"
        PERFORM UNTIL EOF-PRODUKT = "Y"
            READ ProduktFil
                AT END
                    MOVE "Y" TO EOF-PRODUKT
                NOT AT END
                    IF MP-FRA-TYPE NOT = SPACES
                            AND MP-TIL-TYPE NOT = SPACES
                            AND ANTAL-PRODUKTER < MAX-PRODUKTER
                        ADD 1 TO ANTAL-PRODUKTER
                        MOVE MP-FRA-TYPE
                            TO T-MP-FRA-TYPE(ANTAL-PRODUKTER)
                        MOVE MP-TIL-TYPE
                            TO T-MP-TIL-TYPE(ANTAL-PRODUKTER)
                    END-IF
            END-READ
        END-PERFORM
        CLOSE ProduktFil
    END-IF
    .

*>-----------------------------------------------------------------
*>  VURDER-KUNDE – bliver kunden myndig i den kommende måned?
*>-----------------------------------------------------------------
VURDER-KUNDE.
    IF RAW-KUNDE(281:11) = SPACES
            OR RAW-KUNDE(270:1) = "L"
            OR RAW-KUNDE(270:1) = "S"
            OR RAW-KUNDE(270:1) = "B"
        EXIT PARAGRAPH
    END-IF

    MOVE RAW-KUNDE(281:11) TO WS-CPR
    PERFORM BEREGN-FOEDSELSDATO
    IF WS-FOEDSELSDATO = 0
        EXIT PARAGRAPH
    END-IF
    COMPUTE WS-MYNDIG-DATO = WS-FOEDSELSDATO + 180000
    IF FUNCTION TEST-DATE-YYYYMMDD(WS-MYNDIG-DATO) NOT = 0
        MOVE "0301" TO WS-MYNDIG-DATO-X(5:4)
    END-IF
    IF WS-MYNDIG-DATO < WS-MD-START OR WS-MYNDIG-DATO > WS-MD-SLUT
        EXIT PARAGRAPH
    END-IF

    ADD 1 TO ANTAL-MYNDIGE
    MOVE RAW-KUNDE(1:10)  TO WS-KUNDEID
    MOVE RAW-KUNDE(51:41) TO WS-NAVN

    MOVE SPACES TO BREV-LISTE-TEXT
    STRING
        "Kunde "                            DELIMITED BY SIZE
        WS-KUNDEID                          DELIMITED BY SIZE
        " myndig "                          DELIMITED BY SIZE
        WS-MYNDIG-DATO-X                    DELIMITED BY SIZE
    INTO BREV-LISTE-TEXT
    END-STRING
    WRITE BREV-LISTE-REC

    MOVE SPACES TO LISTE-TEXT
    WRITE LISTE-REC
    MOVE SPACES TO LISTE-TEXT
    STRING
        "Kunde "                            DELIMITED BY SIZE
        WS-KUNDEID                          DELIMITED BY SIZE
        "  "                                DELIMITED BY SIZE
        FUNCTION TRIM(WS-NAVN)              DELIMITED BY SIZE
        "  myndig "                         DELIMITED BY SIZE
        WS-MYNDIG-DATO-X                    DELIMITED BY SIZE
    INTO LISTE-TEXT
    END-STRING
    WRITE LISTE-REC

    MOVE 0 TO WS-ANTAL-KUNDE-VAERGER
    MOVE 1 TO IDX-VAERGE
    PERFORM UNTIL IDX-VAERGE > ANTAL-VAERGE
        IF T-VG-KUNDE-ID(IDX-VAERGE) = WS-KUNDEID
            ADD 1 TO WS-ANTAL-KUNDE-VAERGER
            MOVE SPACES TO LISTE-TEXT
            STRING
                "  vaerge "                     DELIMITED BY SIZE
                FUNCTION TRIM(T-VG-VAERGE-NAVN(IDX-VAERGE))
                                                DELIMITED BY SIZE
                " ("                            DELIMITED BY SIZE
                FUNCTION TRIM(T-VG-VAERGE-ID(IDX-VAERGE))
                                                DELIMITED BY SIZE
                ") - vaergemaalet ophoerer"     DELIMITED BY SIZE
            INTO LISTE-TEXT
            END-STRING
            WRITE LISTE-REC
        END-IF
        ADD 1 TO IDX-VAERGE
    END-PERFORM
    IF WS-ANTAL-KUNDE-VAERGER = 0
        MOVE "  ingen registreret vaerge" TO LISTE-TEXT
        WRITE LISTE-REC
    END-IF

    MOVE 0 TO WS-ANTAL-KUNDE-KONTI
    MOVE 1 TO IDX-KONTO
    PERFORM UNTIL IDX-KONTO > ANTAL-KONTI
        IF T-KO-KUNDE-ID(IDX-KONTO) = WS-KUNDEID
            ADD 1 TO WS-ANTAL-KUNDE-KONTI
            PERFORM FORBERED-KONTO
        END-IF
        ADD 1 TO IDX-KONTO
    END-PERFORM
    IF WS-ANTAL-KUNDE-KONTI = 0
        MOVE "  ingen konti" TO LISTE-TEXT
        WRITE LISTE-REC
    END-IF
    .

*>-----------------------------------------------------------------
*>  FORBERED-KONTO – har kontoens type et voksenprodukt, forberedes
*>  typeændringen til OPDATER-KUNDE
*>-----------------------------------------------------------------
FORBERED-KONTO.
    MOVE SPACES TO WS-NY-TYPE
    MOVE 1 TO IDX-PRODUKT
    PERFORM UNTIL IDX-PRODUKT > ANTAL-PRODUKTER
        IF T-MP-FRA-TYPE(IDX-PRODUKT) = T-KO-TYPE(IDX-KONTO)
            MOVE T-MP-TIL-TYPE(IDX-PRODUKT) TO WS-NY-TYPE
            EXIT PERFORM
        END-IF
        ADD 1 TO IDX-PRODUKT
    END-PERFORM

    MOVE SPACES TO LISTE-TEXT
    IF WS-NY-TYPE = SPACES
        STRING
            "  konto "                          DELIMITED BY SIZE
            T-KO-KONTO-ID(IDX-KONTO)            DELIMITED BY SIZE
            " "                                 DELIMITED BY SIZE
            T-KO-TYPE(IDX-KONTO)                DELIMITED BY SIZE
            " - uaendret (intet voksenprodukt)" DELIMITED BY SIZE
        INTO LISTE-TEXT
        END-STRING
    ELSE
        STRING
            "  konto "                          DELIMITED BY SIZE
            T-KO-KONTO-ID(IDX-KONTO)            DELIMITED BY SIZE
            " "                                 DELIMITED BY SIZE
            T-KO-TYPE(IDX-KONTO)                DELIMITED BY SIZE
            " -> "                              DELIMITED BY SIZE
            WS-NY-TYPE                          DELIMITED BY SIZE
        INTO LISTE-TEXT
        END-STRING
        MOVE SPACES TO TYPE-OPDATERING-REC
        MOVE T-KO-KONTO-ID(IDX-KONTO) TO KTO-KONTO-ID
        MOVE WS-NY-TYPE               TO KTO-NY-TYPE
        WRITE TYPE-OPDATERING-REC
        ADD 1 TO ANTAL-TYPEAENDRINGER
    END-IF
    WRITE LISTE-REC
    .

*>-----------------------------------------------------------------
*>  BEREGN-FOEDSELSDATO – fødselsdato (ÅÅÅÅMMDD) ud fra WS-CPR, med
*>  eller uden bindestreg. 0, hvis CPR-nummeret ikke er numerisk
*>-----------------------------------------------------------------
BEREGN-FOEDSELSDATO.
    MOVE 0 TO WS-FOEDSELSDATO
    MOVE SPACES TO WS-CPR-CIFRE
    IF WS-CPR(7:1) = "-"
        STRING
            WS-CPR(1:6) DELIMITED BY SIZE
            WS-CPR(8:4) DELIMITED BY SIZE
        INTO WS-CPR-CIFRE
        END-STRING
    ELSE
        MOVE WS-CPR(1:10) TO WS-CPR-CIFRE
    END-IF
    IF WS-CPR-CIFRE NOT NUMERIC
        EXIT PARAGRAPH
    END-IF

    MOVE WS-CPR-CIFRE(1:2) TO WS-CPR-DAG
    MOVE WS-CPR-CIFRE(3:2) TO WS-CPR-MND
    MOVE WS-CPR-CIFRE(5:2) TO WS-CPR-AAR
    MOVE WS-CPR-CIFRE(7:1) TO WS-CPR-LOEBE1
    EVALUATE TRUE
        WHEN WS-CPR-LOEBE1 <= 3
            MOVE 1900 TO WS-CPR-AARHUNDREDE
        WHEN WS-CPR-LOEBE1 = 4 OR WS-CPR-LOEBE1 = 9
            IF WS-CPR-AAR <= 36
                MOVE 2000 TO WS-CPR-AARHUNDREDE
            ELSE
                MOVE 1900 TO WS-CPR-AARHUNDREDE
            END-IF
        WHEN OTHER
            IF WS-CPR-AAR <= 57
                MOVE 2000 TO WS-CPR-AARHUNDREDE
            ELSE
                MOVE 1800 TO WS-CPR-AARHUNDREDE
            END-IF
    END-EVALUATE
    COMPUTE WS-FOEDSELSDATO
        = (WS-CPR-AARHUNDREDE + WS-CPR-AAR) * 10000
        + WS-CPR-MND * 100 + WS-CPR-DAG
    .
END PROGRAM MYNDIG-OVERGANG.
