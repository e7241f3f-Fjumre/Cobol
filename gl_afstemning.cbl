>>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. GL-AFSTEMNING.

*>-----------------------------------------------------------------
*>  GL-AFSTEMNING – natlig afstemning af kontobogen mod finans-
*>  posteringerne. Kørslens nettobevægelse over hele bogen tages fra
*>  SaldoHistorik.txt (slutsaldo minus åbningssaldo pr. konto, se
*>  SALDOHISTORIK.cpy) og sammenlignes med nettoet af posterings-
*>  klasserne i GLPosteringer.txt (se GLPOST.cpy) for samme dato.
*>
*>  Bevægelser, der ikke går gennem posteringsklasserne, reguleres ud:
*>    - en ny konto (i KontoAabning.txt, åbnet efter forrige kørsel)
*>      indgår i bogen fra nul, og dens åbningsindskud fra
*>      KontoAabning.txt trækkes fra
*>    - en lukket konto (i KontoLukning.txt, lukket senest på
*>      afstemningsdatoen) får sin slutsaldo erstattet af slut-
*>      udbetalingen i OPGAVE10 (TJEK-LUKNING) - kun kontoens
*>      bogførte bevægelse tæller med
*>
*>  Posteringsklassernes fortegn set fra kontobogen:
*>    INDBETALING, STORNO, AFSKRIVNING          +
*>    UDBETALING, STORNO-DEBET                  -
*>    INTERN (begge ben i bogen), RENTE og GEBYR (allerede indeholdt
*>    i ind-/udbetalingerne) og VALUTAAVANCE (bankens indtjening)  0
*>
*>  Kontobogens bevægelse vises pr. KONTO-TYPE og valuta (fra
*>  KontoOpl.txt) med den del, der er bogført som ind-/udbetalinger
*>  (SH-IND/SH-UD), den øvrige bogførte del (SH-OEVRIG - tilbage-
*>  førsler, afskrivninger, interne overførsler) og den ubogførte
*>  rest, så en forskel kan placeres på kontotype og valuta. Hele
*>  bogens ind-/udbetalinger og øvrige sammenlignes derefter med
*>  de tilsvarende posteringsklasser.
*>  Afstemningen skrives til GLAfstemning.txt. Overstiger forskellen
*>  tolerancen (GLAfstemTolerance.txt, standard 1,00 DKK), logges en
*>  "F" i FejlLog.txt, og programmet slutter med returkode 8
*>-----------------------------------------------------------------

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT ToleranceFil
        ASSIGN TO "GLAfstemTolerance.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-TOLERANCE-STATUS.

    SELECT GLPosteringFil
        ASSIGN TO "GLPosteringer.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-GL-STATUS.

    SELECT Kontofil
        ASSIGN TO "KontoOpl.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-KONTO-STATUS.

    SELECT SaldoHistorikFil
        ASSIGN TO "SaldoHistorik.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-HISTORIK-STATUS.

    SELECT KontoAabningFil
        ASSIGN TO "KontoAabning.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-AABNING-STATUS.

    SELECT KontoLukningFil
        ASSIGN TO "KontoLukning.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-LUKNING-STATUS.

    SELECT RapportFil
        ASSIGN TO "GLAfstemning.txt"
        ORGANIZATION IS LINE SEQUENTIAL.

    *> Den fælles, severity-kodede fejllog for hele batchsuiten
    SELECT FejlLogFil
        ASSIGN TO "FejlLog.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FEJLLOG-STATUS.

DATA DIVISION.
FILE SECTION.

FD ToleranceFil.
01 TOLERANCE-REC.
   02 TOLERANCE-INP PIC 9(7)V99.

FD GLPosteringFil.
01 GL-POSTERING-REC.
   COPY "GLPOST.cpy".

FD Kontofil.
01 RAW-KONTO PIC X(52).
01 KONTO-REC REDEFINES RAW-KONTO.
   COPY "KONTOOPL.cpy".

FD SaldoHistorikFil.
01 SALDO-HISTORIK-REC.
   COPY "SALDOHISTORIK.cpy".

FD KontoAabningFil.
01 RAW-AABNING PIC X(37).     *> 14+8+15 = 37
01 AABNING-REC REDEFINES RAW-AABNING.
   COPY "KONTOAABNING.cpy".

FD KontoLukningFil.
01 RAW-LUKNING PIC X(37).     *> 14+8+15 = 37
01 LUKNING-REC REDEFINES RAW-LUKNING.
   COPY "KONTOLUKNING.cpy".

FD RapportFil.
01 RAPPORT-REC.
   02 RAPPORT-TEXT PIC X(150).

FD FejlLogFil.
01 FEJLLOG-REC.
   COPY "FEJLLOG.cpy".

WORKING-STORAGE SECTION.
01 EOF-GL       PIC X VALUE "N".
01 EOF-KONTO    PIC X VALUE "N".
01 EOF-HISTORIK PIC X VALUE "N".
01 EOF-AABNING  PIC X VALUE "N".
01 EOF-LUKNING  PIC X VALUE "N".

01 WS-TOLERANCE-STATUS PIC XX VALUE SPACES.
01 WS-GL-STATUS        PIC XX VALUE SPACES.
01 WS-KONTO-STATUS     PIC XX VALUE SPACES.
01 WS-HISTORIK-STATUS  PIC XX VALUE SPACES.
01 WS-AABNING-STATUS   PIC XX VALUE SPACES.
01 WS-LUKNING-STATUS   PIC XX VALUE SPACES.

01 WS-TOLERANCE PIC 9(7)V99 VALUE 1.00.

*> Afstemningsdatoen er finanseksportens kørselsdato; forrige
*> kørsel er den seneste tidligere dato i saldohistorikken
01 WS-AFST-DATO PIC X(8) VALUE SPACES.
01 WS-FORR-DATO PIC X(8) VALUE SPACES.
01 WS-FORR-TEKST PIC X(8) VALUE SPACES.

*> Kontobogen - kontostamdata plus kontoens historiklinje for
*> afstemningsdatoen (den sidste, hvis kørslen er genstartet)
01 MAX-KONTI   PIC 9(5) VALUE 50000.
01 ANTAL-KONTI PIC 9(5) VALUE 0.
01 IDX-KONTO   PIC 9(5).
01 KONTO-TABEL.
   02 KONTO-POST OCCURS 50000 TIMES.
      03 T-KO-KONTO-ID PIC X(14).
      03 T-KO-TYPE     PIC X(10).
      03 T-KO-VALUTA   PIC X(3).
      *> "J" når kontoen har en historiklinje på afstemningsdatoen
      03 T-KO-SET      PIC X.
      03 T-KO-AABN     PIC S9(13)V99.
      03 T-KO-SLUT     PIC S9(13)V99.
      03 T-KO-IND      PIC S9(13)V99.
      03 T-KO-UD       PIC S9(13)V99.
      03 T-KO-OEVRIG   PIC S9(13)V99.
      *> "J" for en ny konto - T-KO-KA-BELOB er åbningsindskuddet
      03 T-KO-NY       PIC X.
      03 T-KO-KA-BELOB PIC S9(13)V99.
      03 T-KO-LUKKET   PIC X.

01 WS-KONTO-SOEG  PIC X(14) VALUE SPACES.
01 WS-KONTO-MATCH PIC 9(5) VALUE 0.

*> Kontobogens bevægelse pr. KONTO-TYPE og valuta
01 MAX-GRUPPER   PIC 9(3) VALUE 200.
01 ANTAL-GRUPPER PIC 9(3) VALUE 0.
01 IDX-GRUPPE    PIC 9(3).
01 WS-GRUPPE-MATCH PIC 9(3) VALUE 0.
01 GRUPPE-TABEL.
   02 GRUPPE-POST OCCURS 200 TIMES.
      03 T-GR-TYPE      PIC X(10).
      03 T-GR-VALUTA    PIC X(3).
      03 T-GR-ANTAL     PIC 9(5).
      03 T-GR-BEVAEG    PIC S9(15)V99.
      03 T-GR-NYE       PIC S9(15)V99.
      03 T-GR-LUKKEDE   PIC S9(15)V99.
      03 T-GR-NETTO     PIC S9(15)V99.
      03 T-GR-INDUD     PIC S9(15)V99.
      03 T-GR-OEVRIGE   PIC S9(15)V99.
      03 T-GR-UBOGFOERT PIC S9(15)V99.

*> Den enkelte kontos bidrag
01 WS-BEVAEG-NUM   PIC S9(15)V99 VALUE 0.
01 WS-NYE-NUM      PIC S9(15)V99 VALUE 0.
01 WS-LUKKEDE-NUM  PIC S9(15)V99 VALUE 0.
01 WS-NETTO-NUM    PIC S9(15)V99 VALUE 0.
01 WS-INDUD-NUM    PIC S9(15)V99 VALUE 0.
01 WS-OEVRIGE-NUM  PIC S9(15)V99 VALUE 0.
01 WS-UBOGFOERT-NUM PIC S9(15)V99 VALUE 0.

*> Kontobogens totaler
01 ANTAL-BOG-KONTI   PIC 9(5) VALUE 0.
01 ANTAL-NYE         PIC 9(5) VALUE 0.
01 ANTAL-LUKKEDE     PIC 9(5) VALUE 0.
01 WS-BOG-BEVAEG     PIC S9(15)V99 VALUE 0.
01 WS-BOG-NYE        PIC S9(15)V99 VALUE 0.
01 WS-BOG-LUKKEDE    PIC S9(15)V99 VALUE 0.
01 WS-BOG-NETTO      PIC S9(15)V99 VALUE 0.
01 WS-BOG-INDUD      PIC S9(15)V99 VALUE 0.
01 WS-BOG-OEVRIGE    PIC S9(15)V99 VALUE 0.
01 WS-BOG-UBOGFOERT  PIC S9(15)V99 VALUE 0.

*> Finansposteringerne pr. klasse (debetbenet) med kontobogs-fortegn
01 MAX-KLASSER   PIC 9(3) VALUE 50.
01 ANTAL-KLASSER PIC 9(3) VALUE 0.
01 IDX-KLASSE    PIC 9(3).
01 WS-KLASSE-MATCH PIC 9(3) VALUE 0.
01 KLASSE-TABEL.
   02 KLASSE-POST OCCURS 50 TIMES.
      03 T-KL-KLASSE   PIC X(12).
      03 T-KL-BELOB    PIC S9(15)V99.
      *> +1 / -1 / 0, se programhovedet; T-KL-UKENDT "J" for en
      *> klasse, afstemningen ikke kender
      03 T-KL-FORTEGN  PIC S9.
      03 T-KL-UKENDT   PIC X.

01 WS-GL-FUNDET    PIC X VALUE "N".
01 WS-GL-INDUD     PIC S9(15)V99 VALUE 0.
01 WS-GL-OEVRIGE   PIC S9(15)V99 VALUE 0.
01 WS-GL-NETTO     PIC S9(15)V99 VALUE 0.
01 WS-KLASSE-BIDRAG PIC S9(15)V99 VALUE 0.
01 ANTAL-UKENDTE   PIC 9(3) VALUE 0.

01 WS-DIFF-NUM     PIC S9(15)V99 VALUE 0.
01 WS-DIFF-ABS     PIC 9(15)V99 VALUE 0.
01 WS-DIFF-INDUD   PIC S9(15)V99 VALUE 0.
01 WS-DIFF-OEVRIGE PIC S9(15)V99 VALUE 0.

*> Den fælles fejllog (FejlLog.txt) - se FEJLLOG.cpy
01 WS-FEJLLOG-STATUS PIC XX VALUE SPACES.
01 WS-FEJL-PROGRAM   PIC X(12) VALUE "GL-AFSTEM".
01 WS-FEJL-SEV       PIC X(1)  VALUE "I".
01 WS-FEJL-NOEGLE    PIC X(20) VALUE SPACES.
01 WS-FEJL-TEKST     PIC X(100) VALUE SPACES.
01 WS-FEJL-MAX-SEV   PIC X(1)  VALUE "I".

01 ANTAL-EDIT      PIC Z(5)9.
01 BELOB-EDIT      PIC -,---,---,--9.99.
01 BEVAEG-EDIT     PIC -,---,---,--9.99.
01 NYE-EDIT        PIC -,---,---,--9.99.
01 LUKKEDE-EDIT    PIC -,---,---,--9.99.
01 NETTO-EDIT      PIC -,---,---,--9.99.
01 INDUD-EDIT      PIC -,---,---,--9.99.
01 OEVRIGE-EDIT    PIC -,---,---,--9.99.
01 UBOGFOERT-EDIT  PIC -,---,---,--9.99.
01 TOLERANCE-EDIT  PIC Z,ZZZ,ZZ9.99.
01 FORTEGN-TEKST   PIC X(3) VALUE SPACES.

PROCEDURE DIVISION.
    PERFORM LAES-TOLERANCE

    OPEN EXTEND FejlLogFil
    IF WS-FEJLLOG-STATUS = "35"
        OPEN OUTPUT FejlLogFil
    END-IF

    PERFORM LAES-GL-POSTERINGER

    IF WS-GL-FUNDET = "N"
        OPEN OUTPUT RapportFil
        MOVE "GLPosteringer.txt mangler eller er tom - ingen afstemning af kontobogen"
            TO RAPPORT-TEXT
        WRITE RAPPORT-REC
        CLOSE RapportFil
        MOVE "F" TO WS-FEJL-SEV
        MOVE "GLPOSTERINGER" TO WS-FEJL-NOEGLE
        MOVE "Finanseksporten mangler - kontobogen ikke afstemt"
            TO WS-FEJL-TEKST
        PERFORM SKRIV-FEJLLOG
        CLOSE FejlLogFil
        DISPLAY "GL-AFSTEMNING: GLPosteringer.txt mangler - "
                "ingen afstemning foretaget"
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF

    PERFORM LAES-KONTI
    PERFORM LAES-SALDOHISTORIK
    PERFORM LAES-AABNINGER
    PERFORM LAES-LUKNINGER

    MOVE 1 TO IDX-KONTO
    PERFORM UNTIL IDX-KONTO > ANTAL-KONTI
        IF T-KO-SET(IDX-KONTO) = "J"
            PERFORM BEREGN-KONTO-BEVAEGELSE
        END-IF
        ADD 1 TO IDX-KONTO
    END-PERFORM

    COMPUTE WS-DIFF-NUM     = WS-BOG-NETTO   - WS-GL-NETTO
    COMPUTE WS-DIFF-INDUD   = WS-BOG-INDUD   - WS-GL-INDUD
    COMPUTE WS-DIFF-OEVRIGE = WS-BOG-OEVRIGE - WS-GL-OEVRIGE
    COMPUTE WS-DIFF-ABS = FUNCTION ABS(WS-DIFF-NUM)

    OPEN OUTPUT RapportFil
    PERFORM SKRIV-RAPPORT
    CLOSE RapportFil

    IF WS-DIFF-ABS > WS-TOLERANCE
        MOVE WS-DIFF-NUM TO BELOB-EDIT
        MOVE "F" TO WS-FEJL-SEV
        MOVE WS-AFST-DATO TO WS-FEJL-NOEGLE
        MOVE SPACES TO WS-FEJL-TEKST
        STRING
            "Kontobog og finansposteringer afviger med "
                                            DELIMITED BY SIZE
            FUNCTION TRIM(BELOB-EDIT)       DELIMITED BY SIZE
            " DKK - se GLAfstemning.txt"    DELIMITED BY SIZE
        INTO WS-FEJL-TEKST
        END-STRING
        PERFORM SKRIV-FEJLLOG
    END-IF

    CLOSE FejlLogFil
    IF WS-FEJL-MAX-SEV = "F"
        MOVE 8 TO RETURN-CODE
        DISPLAY "GL-AFSTEMNING: kontobogen afviger fra finans"
                "posteringerne over tolerancen - se GLAfstemning.txt"
    ELSE
        DISPLAY "GL-AFSTEMNING gennemført - " ANTAL-BOG-KONTI
                " konto(er) afstemt mod finansposteringerne pr. "
                WS-AFST-DATO
    END-IF
    STOP RUN.

*>-----------------------------------------------------------------
*>  SKRIV-FEJLLOG – appendér én linje til den fælles fejllog.
*>  Kaldsstedet har sat WS-FEJL-SEV/-NOEGLE/-TEKST
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

LAES-TOLERANCE.
    OPEN INPUT ToleranceFil
    IF WS-TOLERANCE-STATUS = "00"
        READ ToleranceFil
            AT END
                CONTINUE
            NOT AT END
                MOVE TOLERANCE-INP TO WS-TOLERANCE
        END-READ
        CLOSE ToleranceFil
        DISPLAY "GLAfstemTolerance.txt fundet - tolerance "
                WS-TOLERANCE " DKK"
    END-IF
    .

*>-----------------------------------------------------------------
*>  LAES-GL-POSTERINGER – debetbenet af hvert D/K-par giver klassens
*>  beløb; afstemningsdatoen er eksportens kørselsdato
*>-----------------------------------------------------------------
LAES-GL-POSTERINGER.
    OPEN INPUT GLPosteringFil
    IF WS-GL-STATUS NOT = "00"
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL EOF-GL = "Y"
        READ GLPosteringFil
            AT END
                MOVE "Y" TO EOF-GL
            NOT AT END
                IF WS-AFST-DATO = SPACES AND GL-DATO NOT = SPACES
                    MOVE GL-DATO TO WS-AFST-DATO
                    MOVE "Y"     TO WS-GL-FUNDET
                END-IF
                IF GL-POST AND GL-DC = "D"
                    PERFORM OPDATER-KLASSE
                END-IF
        END-READ
    END-PERFORM
    CLOSE GLPosteringFil
    .

*>-----------------------------------------------------------------
*>  OPDATER-KLASSE – læg debetbenet til klassens total og dets
*>  bidrag med kontobogs-fortegn til ind-/udbetalt eller øvrige
*>-----------------------------------------------------------------
OPDATER-KLASSE.
    MOVE 0 TO WS-KLASSE-MATCH
    MOVE 1 TO IDX-KLASSE
    PERFORM UNTIL IDX-KLASSE > ANTAL-KLASSER
        IF T-KL-KLASSE(IDX-KLASSE) = GL-KLASSE
            MOVE IDX-KLASSE TO WS-KLASSE-MATCH
            EXIT PERFORM
        END-IF
        ADD 1 TO IDX-KLASSE
    END-PERFORM

    IF WS-KLASSE-MATCH = 0
        IF ANTAL-KLASSER >= MAX-KLASSER
            EXIT PARAGRAPH
        END-IF
        ADD 1 TO ANTAL-KLASSER
        MOVE ANTAL-KLASSER TO WS-KLASSE-MATCH
        MOVE GL-KLASSE TO T-KL-KLASSE(WS-KLASSE-MATCH)
        MOVE 0         TO T-KL-BELOB(WS-KLASSE-MATCH)
        MOVE "N"       TO T-KL-UKENDT(WS-KLASSE-MATCH)
        EVALUATE GL-KLASSE
            WHEN "INDBETALING"
            WHEN "STORNO"
            WHEN "AFSKRIVNING"
                MOVE 1  TO T-KL-FORTEGN(WS-KLASSE-MATCH)
            WHEN "UDBETALING"
            WHEN "STORNO-DEBET"
                MOVE -1 TO T-KL-FORTEGN(WS-KLASSE-MATCH)
            WHEN "INTERN"
            WHEN "RENTE"
            WHEN "GEBYR"
            WHEN "VALUTAAVANCE"
                MOVE 0  TO T-KL-FORTEGN(WS-KLASSE-MATCH)
            WHEN OTHER
                MOVE 0   TO T-KL-FORTEGN(WS-KLASSE-MATCH)
                MOVE "J" TO T-KL-UKENDT(WS-KLASSE-MATCH)
                ADD 1 TO ANTAL-UKENDTE
                MOVE "A" TO WS-FEJL-SEV
                MOVE GL-KLASSE TO WS-FEJL-NOEGLE
                MOVE "Ukendt posteringsklasse i GLPosteringer.txt - ikke med i afstemningen"
                    TO WS-FEJL-TEKST
                PERFORM SKRIV-FEJLLOG
        END-EVALUATE
    END-IF

    ADD GL-BELOB TO T-KL-BELOB(WS-KLASSE-MATCH)
    COMPUTE WS-KLASSE-BIDRAG = GL-BELOB * T-KL-FORTEGN(WS-KLASSE-MATCH)
    IF GL-KLASSE = "INDBETALING" OR GL-KLASSE = "UDBETALING"
        ADD WS-KLASSE-BIDRAG TO WS-GL-INDUD
    ELSE
        ADD WS-KLASSE-BIDRAG TO WS-GL-OEVRIGE
    END-IF
    ADD WS-KLASSE-BIDRAG TO WS-GL-NETTO
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
                        MOVE KONTO-TYPE OF KONTO-REC
                            TO T-KO-TYPE(ANTAL-KONTI)
                        MOVE VALUTA-KD OF KONTO-REC
                            TO T-KO-VALUTA(ANTAL-KONTI)
                        PERFORM NULSTIL-KONTO-POST
                    END-IF
            END-READ
        END-PERFORM
        CLOSE Kontofil
    END-IF
    .

NULSTIL-KONTO-POST.
    MOVE "N" TO T-KO-SET(ANTAL-KONTI)
                T-KO-NY(ANTAL-KONTI)
                T-KO-LUKKET(ANTAL-KONTI)
    MOVE 0   TO T-KO-AABN(ANTAL-KONTI)
                T-KO-SLUT(ANTAL-KONTI)
                T-KO-IND(ANTAL-KONTI)
                T-KO-UD(ANTAL-KONTI)
                T-KO-OEVRIG(ANTAL-KONTI)
                T-KO-KA-BELOB(ANTAL-KONTI)
    .

*>-----------------------------------------------------------------
*>  FIND-KONTO – slå WS-KONTO-SOEG op i KONTO-TABEL
*>-----------------------------------------------------------------
FIND-KONTO.
    MOVE 0 TO WS-KONTO-MATCH
    MOVE 1 TO IDX-KONTO
    PERFORM UNTIL IDX-KONTO > ANTAL-KONTI
        IF T-KO-KONTO-ID(IDX-KONTO) = WS-KONTO-SOEG
            MOVE IDX-KONTO TO WS-KONTO-MATCH
            EXIT PERFORM
        END-IF
        ADD 1 TO IDX-KONTO
    END-PERFORM
    .

*>-----------------------------------------------------------------
*>  LAES-SALDOHISTORIK – kontoens linje for afstemningsdatoen; ved
*>  samme dato vinder den sidste linje (genstartsreglen i
*>  SALDOHISTORIK.cpy). En konto, der ikke (længere) står i
*>  KontoOpl.txt, medtages under kontotypen "UKENDT". Samtidig
*>  findes forrige kørselsdato
*>-----------------------------------------------------------------
LAES-SALDOHISTORIK.
    OPEN INPUT SaldoHistorikFil
    IF WS-HISTORIK-STATUS NOT = "00"
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL EOF-HISTORIK = "Y"
        READ SaldoHistorikFil
            AT END
                MOVE "Y" TO EOF-HISTORIK
            NOT AT END
                IF SH-DATO < WS-AFST-DATO
                    IF SH-DATO > WS-FORR-DATO
                        MOVE SH-DATO TO WS-FORR-DATO
                    END-IF
                END-IF
                IF SH-DATO = WS-AFST-DATO
                    PERFORM GEM-HISTORIK-LINJE
                END-IF
        END-READ
    END-PERFORM
    CLOSE SaldoHistorikFil
    .

GEM-HISTORIK-LINJE.
    MOVE SH-KONTO-ID TO WS-KONTO-SOEG
    PERFORM FIND-KONTO
    IF WS-KONTO-MATCH = 0
        IF ANTAL-KONTI >= MAX-KONTI
            EXIT PARAGRAPH
        END-IF
        ADD 1 TO ANTAL-KONTI
        MOVE SH-KONTO-ID TO T-KO-KONTO-ID(ANTAL-KONTI)
        MOVE "UKENDT"    TO T-KO-TYPE(ANTAL-KONTI)
        MOVE "???"       TO T-KO-VALUTA(ANTAL-KONTI)
        PERFORM NULSTIL-KONTO-POST
        MOVE ANTAL-KONTI TO WS-KONTO-MATCH
    END-IF
    MOVE "J"           TO T-KO-SET(WS-KONTO-MATCH)
    MOVE SH-AABN-SALDO TO T-KO-AABN(WS-KONTO-MATCH)
    MOVE SH-SLUT-SALDO TO T-KO-SLUT(WS-KONTO-MATCH)
    MOVE SH-IND        TO T-KO-IND(WS-KONTO-MATCH)
    MOVE SH-UD         TO T-KO-UD(WS-KONTO-MATCH)
    IF SH-OEVRIG IS NUMERIC
        MOVE SH-OEVRIG TO T-KO-OEVRIG(WS-KONTO-MATCH)
    ELSE
        MOVE 0         TO T-KO-OEVRIG(WS-KONTO-MATCH)
    END-IF
    .

*>-----------------------------------------------------------------
*>  LAES-AABNINGER – en konto åbnet efter forrige kørsel og senest
*>  på afstemningsdatoen er ny i bogen. Uden en forrige kørsel i
*>  historikken er hele bogen ny, og ingen konto reguleres
*>-----------------------------------------------------------------
LAES-AABNINGER.
    IF WS-FORR-DATO = SPACES
        EXIT PARAGRAPH
    END-IF
    OPEN INPUT KontoAabningFil
    IF WS-AABNING-STATUS NOT = "00"
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL EOF-AABNING = "Y"
        READ KontoAabningFil
            AT END
                MOVE "Y" TO EOF-AABNING
            NOT AT END
                IF KA-AABNINGSDATO > WS-FORR-DATO
                        AND KA-AABNINGSDATO <= WS-AFST-DATO
                    MOVE KA-KONTO-ID TO WS-KONTO-SOEG
                    PERFORM FIND-KONTO
                    IF WS-KONTO-MATCH > 0
                        IF T-KO-SET(WS-KONTO-MATCH) = "J"
                            MOVE "J" TO T-KO-NY(WS-KONTO-MATCH)
                            MOVE FUNCTION NUMVAL(KA-AABNINGSBELOB)
                                TO T-KO-KA-BELOB(WS-KONTO-MATCH)
                        END-IF
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    CLOSE KontoAabningFil
    .

*>-----------------------------------------------------------------
*>  LAES-LUKNINGER – konti lukket senest på afstemningsdatoen, som
*>  OPGAVE10 har givet slutudbetalingen som saldo
*>-----------------------------------------------------------------
LAES-LUKNINGER.
    OPEN INPUT KontoLukningFil
    IF WS-LUKNING-STATUS NOT = "00"
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL EOF-LUKNING = "Y"
        READ KontoLukningFil
            AT END
                MOVE "Y" TO EOF-LUKNING
            NOT AT END
                IF KL-LUKNINGSDATO <= WS-AFST-DATO
                    MOVE KL-KONTO-ID TO WS-KONTO-SOEG
                    PERFORM FIND-KONTO
                    IF WS-KONTO-MATCH > 0
                        MOVE "J" TO T-KO-LUKKET(WS-KONTO-MATCH)
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    CLOSE KontoLukningFil
    .

*>-----------------------------------------------------------------
*>  BEREGN-KONTO-BEVAEGELSE – kontoens bevægelse (slut minus åbning,
*>  for en ny konto slutsaldoen), reguleringen for en ny eller lukket
*>  konto og den bogførte del (SH-IND + SH-UD og SH-OEVRIG), lagt på
*>  kontoens gruppe og kontobogens totaler. Resten er ubogført
*>-----------------------------------------------------------------
BEREGN-KONTO-BEVAEGELSE.
    ADD 1 TO ANTAL-BOG-KONTI
    MOVE 0 TO WS-NYE-NUM WS-LUKKEDE-NUM
    COMPUTE WS-INDUD-NUM = T-KO-IND(IDX-KONTO) + T-KO-UD(IDX-KONTO)
    MOVE T-KO-OEVRIG(IDX-KONTO) TO WS-OEVRIGE-NUM

    IF T-KO-NY(IDX-KONTO) = "J"
        ADD 1 TO ANTAL-NYE
        MOVE T-KO-SLUT(IDX-KONTO) TO WS-BEVAEG-NUM
        COMPUTE WS-NYE-NUM = 0 - T-KO-KA-BELOB(IDX-KONTO)
    ELSE
        COMPUTE WS-BEVAEG-NUM = T-KO-SLUT(IDX-KONTO) - T-KO-AABN(IDX-KONTO)
    END-IF

    *> Slutudbetalingen har erstattet den beregnede saldo - forskellen
    *> mellem den og den bogførte bevægelse er ikke bogført
    IF T-KO-LUKKET(IDX-KONTO) = "J"
        ADD 1 TO ANTAL-LUKKEDE
        COMPUTE WS-LUKKEDE-NUM = WS-INDUD-NUM + WS-OEVRIGE-NUM
                               - (T-KO-SLUT(IDX-KONTO) - T-KO-AABN(IDX-KONTO))
    END-IF

    COMPUTE WS-NETTO-NUM = WS-BEVAEG-NUM + WS-NYE-NUM + WS-LUKKEDE-NUM
    COMPUTE WS-UBOGFOERT-NUM = WS-NETTO-NUM - WS-INDUD-NUM - WS-OEVRIGE-NUM

    PERFORM FIND-GRUPPE
    IF WS-GRUPPE-MATCH > 0
        ADD 1              TO T-GR-ANTAL(WS-GRUPPE-MATCH)
        ADD WS-BEVAEG-NUM  TO T-GR-BEVAEG(WS-GRUPPE-MATCH)
        ADD WS-NYE-NUM     TO T-GR-NYE(WS-GRUPPE-MATCH)
        ADD WS-LUKKEDE-NUM TO T-GR-LUKKEDE(WS-GRUPPE-MATCH)
        ADD WS-NETTO-NUM   TO T-GR-NETTO(WS-GRUPPE-MATCH)
        ADD WS-INDUD-NUM   TO T-GR-INDUD(WS-GRUPPE-MATCH)
        ADD WS-OEVRIGE-NUM TO T-GR-OEVRIGE(WS-GRUPPE-MATCH)
        ADD WS-UBOGFOERT-NUM TO T-GR-UBOGFOERT(WS-GRUPPE-MATCH)
    END-IF

    ADD WS-BEVAEG-NUM  TO WS-BOG-BEVAEG
    ADD WS-NYE-NUM     TO WS-BOG-NYE
    ADD WS-LUKKEDE-NUM TO WS-BOG-LUKKEDE
    ADD WS-NETTO-NUM   TO WS-BOG-NETTO
    ADD WS-INDUD-NUM   TO WS-BOG-INDUD
    ADD WS-OEVRIGE-NUM TO WS-BOG-OEVRIGE
    ADD WS-UBOGFOERT-NUM TO WS-BOG-UBOGFOERT
    .

*>-----------------------------------------------------------------
*>  FIND-GRUPPE – kontoens KONTO-TYPE/valuta-gruppe, oprettet ved
*>  første forekomst
*>-----------------------------------------------------------------
FIND-GRUPPE.
    MOVE 0 TO WS-GRUPPE-MATCH
    MOVE 1 TO IDX-GRUPPE
    PERFORM UNTIL IDX-GRUPPE > ANTAL-GRUPPER
        IF T-GR-TYPE(IDX-GRUPPE) = T-KO-TYPE(IDX-KONTO)
                AND T-GR-VALUTA(IDX-GRUPPE) = T-KO-VALUTA(IDX-KONTO)
            MOVE IDX-GRUPPE TO WS-GRUPPE-MATCH
            EXIT PERFORM
        END-IF
        ADD 1 TO IDX-GRUPPE
    END-PERFORM

    IF WS-GRUPPE-MATCH = 0 AND ANTAL-GRUPPER < MAX-GRUPPER
        ADD 1 TO ANTAL-GRUPPER
        MOVE ANTAL-GRUPPER TO WS-GRUPPE-MATCH
        MOVE T-KO-TYPE(IDX-KONTO)   TO T-GR-TYPE(WS-GRUPPE-MATCH)
        MOVE T-KO-VALUTA(IDX-KONTO) TO T-GR-VALUTA(WS-GRUPPE-MATCH)
        MOVE 0 TO T-GR-ANTAL(WS-GRUPPE-MATCH)
                  T-GR-BEVAEG(WS-GRUPPE-MATCH)
                  T-GR-NYE(WS-GRUPPE-MATCH)
                  T-GR-LUKKEDE(WS-GRUPPE-MATCH)
                  T-GR-NETTO(WS-GRUPPE-MATCH)
                  T-GR-INDUD(WS-GRUPPE-MATCH)
                  T-GR-OEVRIGE(WS-GRUPPE-MATCH)
                  T-GR-UBOGFOERT(WS-GRUPPE-MATCH)
    END-IF
    .

*>-----------------------------------------------------------------
*>  SKRIV-RAPPORT – kontobogen pr. KONTO-TYPE/valuta, finans-
*>  posteringerne pr. klasse og selve afstemningen
*>-----------------------------------------------------------------
SKRIV-RAPPORT.
    IF WS-FORR-DATO = SPACES
        MOVE "ingen"      TO WS-FORR-TEKST
    ELSE
        MOVE WS-FORR-DATO TO WS-FORR-TEKST
    END-IF
    MOVE SPACES TO RAPPORT-TEXT
    STRING
        "Afstemning af kontobog mod finansposteringer pr. "
                                            DELIMITED BY SIZE
        WS-AFST-DATO                        DELIMITED BY SIZE
        " (forrige koersel "                DELIMITED BY SIZE
        WS-FORR-TEKST                       DELIMITED BY SIZE
        ")"                                 DELIMITED BY SIZE
    INTO RAPPORT-TEXT
    END-STRING
    WRITE RAPPORT-REC
    MOVE SPACES TO RAPPORT-TEXT
    WRITE RAPPORT-REC

    MOVE "Kontobogens bevaegelse pr. kontotype og valuta (DKK)"
        TO RAPPORT-TEXT
    WRITE RAPPORT-REC
    MOVE "Kontotype  Val   Konti        Bevaegelse         Nye konti     Lukkede konti             Netto   Bogfoert ind/ud  Bogfoert oevrige         Ubogfoert"
        TO RAPPORT-TEXT
    WRITE RAPPORT-REC

    MOVE 1 TO IDX-GRUPPE
    PERFORM UNTIL IDX-GRUPPE > ANTAL-GRUPPER
        MOVE T-GR-ANTAL(IDX-GRUPPE)   TO ANTAL-EDIT
        MOVE T-GR-BEVAEG(IDX-GRUPPE)  TO BEVAEG-EDIT
        MOVE T-GR-NYE(IDX-GRUPPE)     TO NYE-EDIT
        MOVE T-GR-LUKKEDE(IDX-GRUPPE) TO LUKKEDE-EDIT
        MOVE T-GR-NETTO(IDX-GRUPPE)   TO NETTO-EDIT
        MOVE T-GR-INDUD(IDX-GRUPPE)   TO INDUD-EDIT
        MOVE T-GR-OEVRIGE(IDX-GRUPPE) TO OEVRIGE-EDIT
        MOVE T-GR-UBOGFOERT(IDX-GRUPPE) TO UBOGFOERT-EDIT
        MOVE SPACES TO RAPPORT-TEXT
        STRING
            T-GR-TYPE(IDX-GRUPPE)     DELIMITED BY SIZE
            " "                       DELIMITED BY SIZE
            T-GR-VALUTA(IDX-GRUPPE)   DELIMITED BY SIZE
            " "                       DELIMITED BY SIZE
            ANTAL-EDIT                DELIMITED BY SIZE
            "  "                      DELIMITED BY SIZE
            BEVAEG-EDIT               DELIMITED BY SIZE
            "  "                      DELIMITED BY SIZE
            NYE-EDIT                  DELIMITED BY SIZE
            "  "                      DELIMITED BY SIZE
            LUKKEDE-EDIT              DELIMITED BY SIZE
            "  "                      DELIMITED BY SIZE
            NETTO-EDIT                DELIMITED BY SIZE
            "  "                      DELIMITED BY SIZE
            INDUD-EDIT                DELIMITED BY SIZE
            "  "                      DELIMITED BY SIZE
            OEVRIGE-EDIT              DELIMITED BY SIZE
            "  "                      DELIMITED BY SIZE
            UBOGFOERT-EDIT            DELIMITED BY SIZE
        INTO RAPPORT-TEXT
        END-STRING
        WRITE RAPPORT-REC
        ADD 1 TO IDX-GRUPPE
    END-PERFORM

    MOVE ANTAL-BOG-KONTI TO ANTAL-EDIT
    MOVE WS-BOG-BEVAEG   TO BEVAEG-EDIT
    MOVE WS-BOG-NYE      TO NYE-EDIT
    MOVE WS-BOG-LUKKEDE  TO LUKKEDE-EDIT
    MOVE WS-BOG-NETTO    TO NETTO-EDIT
    MOVE WS-BOG-INDUD    TO INDUD-EDIT
    MOVE WS-BOG-OEVRIGE  TO OEVRIGE-EDIT
    MOVE WS-BOG-UBOGFOERT TO UBOGFOERT-EDIT
    MOVE SPACES TO RAPPORT-TEXT
    STRING
        "I alt           "                  DELIMITED BY SIZE
        ANTAL-EDIT                          DELIMITED BY SIZE
        "  "                                DELIMITED BY SIZE
        BEVAEG-EDIT                         DELIMITED BY SIZE
        "  "                                DELIMITED BY SIZE
        NYE-EDIT                            DELIMITED BY SIZE
        "  "                                DELIMITED BY SIZE
        LUKKEDE-EDIT                        DELIMITED BY SIZE
        "  "                                DELIMITED BY SIZE
        NETTO-EDIT                          DELIMITED BY SIZE
        "  "                                DELIMITED BY SIZE
        INDUD-EDIT                          DELIMITED BY SIZE
        "  "                                DELIMITED BY SIZE
        OEVRIGE-EDIT                        DELIMITED BY SIZE
        "  "                                DELIMITED BY SIZE
        UBOGFOERT-EDIT                      DELIMITED BY SIZE
    INTO RAPPORT-TEXT
    END-STRING
    WRITE RAPPORT-REC

    MOVE ANTAL-NYE TO ANTAL-EDIT
    MOVE SPACES TO RAPPORT-TEXT
    STRING
        "heraf nye konti:     "             DELIMITED BY SIZE
        ANTAL-EDIT                          DELIMITED BY SIZE
        " (aabningsindskud fra KontoAabning.txt trukket fra)"
                                            DELIMITED BY SIZE
    INTO RAPPORT-TEXT
    END-STRING
    WRITE RAPPORT-REC
    MOVE ANTAL-LUKKEDE TO ANTAL-EDIT
    MOVE SPACES TO RAPPORT-TEXT
    STRING
        "heraf lukkede konti: "             DELIMITED BY SIZE
        ANTAL-EDIT                          DELIMITED BY SIZE
        " (slutudbetalingen ikke medregnet - kun bogfoert bevaegelse)"
                                            DELIMITED BY SIZE
    INTO RAPPORT-TEXT
    END-STRING
    WRITE RAPPORT-REC

    MOVE SPACES TO RAPPORT-TEXT
    WRITE RAPPORT-REC
    MOVE "Finansposteringer pr. klasse (GLPosteringer.txt)" TO RAPPORT-TEXT
    WRITE RAPPORT-REC
    MOVE "Klasse                 Beloeb  Fortegn" TO RAPPORT-TEXT
    WRITE RAPPORT-REC
    MOVE 1 TO IDX-KLASSE
    PERFORM UNTIL IDX-KLASSE > ANTAL-KLASSER
        MOVE T-KL-BELOB(IDX-KLASSE) TO BELOB-EDIT
        EVALUATE TRUE
            WHEN T-KL-UKENDT(IDX-KLASSE) = "J"
                MOVE "???" TO FORTEGN-TEKST
            WHEN T-KL-FORTEGN(IDX-KLASSE) > 0
                MOVE " + " TO FORTEGN-TEKST
            WHEN T-KL-FORTEGN(IDX-KLASSE) < 0
                MOVE " - " TO FORTEGN-TEKST
            WHEN OTHER
                MOVE " 0 " TO FORTEGN-TEKST
        END-EVALUATE
        MOVE SPACES TO RAPPORT-TEXT
        STRING
            T-KL-KLASSE(IDX-KLASSE)   DELIMITED BY SIZE
            " "                       DELIMITED BY SIZE
            BELOB-EDIT                DELIMITED BY SIZE
            "    "                    DELIMITED BY SIZE
            FORTEGN-TEKST             DELIMITED BY SIZE
        INTO RAPPORT-TEXT
        END-STRING
        WRITE RAPPORT-REC
        ADD 1 TO IDX-KLASSE
    END-PERFORM

    MOVE SPACES TO RAPPORT-TEXT
    WRITE RAPPORT-REC
    MOVE "                                  Kontobog Finansposteringer           Forskel"
        TO RAPPORT-TEXT
    WRITE RAPPORT-REC

    MOVE WS-BOG-INDUD  TO NETTO-EDIT
    MOVE WS-GL-INDUD   TO BELOB-EDIT
    MOVE WS-DIFF-INDUD TO OEVRIGE-EDIT
    MOVE SPACES TO RAPPORT-TEXT
    STRING
        "Ind-/udbetalinger         "        DELIMITED BY SIZE
        NETTO-EDIT                          DELIMITED BY SIZE
        "  "                                DELIMITED BY SIZE
        BELOB-EDIT                          DELIMITED BY SIZE
        "  "                                DELIMITED BY SIZE
        OEVRIGE-EDIT                        DELIMITED BY SIZE
    INTO RAPPORT-TEXT
    END-STRING
    WRITE RAPPORT-REC

    MOVE WS-BOG-OEVRIGE  TO NETTO-EDIT
    MOVE WS-GL-OEVRIGE   TO BELOB-EDIT
    MOVE WS-DIFF-OEVRIGE TO OEVRIGE-EDIT
    MOVE SPACES TO RAPPORT-TEXT
    STRING
        "Oevrige posteringer       "        DELIMITED BY SIZE
        NETTO-EDIT                          DELIMITED BY SIZE
        "  "                                DELIMITED BY SIZE
        BELOB-EDIT                          DELIMITED BY SIZE
        "  "                                DELIMITED BY SIZE
        OEVRIGE-EDIT                        DELIMITED BY SIZE
    INTO RAPPORT-TEXT
    END-STRING
    WRITE RAPPORT-REC

    MOVE WS-BOG-UBOGFOERT TO NETTO-EDIT
    MOVE 0                TO BELOB-EDIT
    MOVE WS-BOG-UBOGFOERT TO OEVRIGE-EDIT
    MOVE SPACES TO RAPPORT-TEXT
    STRING
        "Ubogfoert bevaegelse      "        DELIMITED BY SIZE
        NETTO-EDIT                          DELIMITED BY SIZE
        "  "                                DELIMITED BY SIZE
        BELOB-EDIT                          DELIMITED BY SIZE
        "  "                                DELIMITED BY SIZE
        OEVRIGE-EDIT                        DELIMITED BY SIZE
    INTO RAPPORT-TEXT
    END-STRING
    WRITE RAPPORT-REC

    MOVE WS-BOG-NETTO TO NETTO-EDIT
    MOVE WS-GL-NETTO  TO BELOB-EDIT
    MOVE WS-DIFF-NUM  TO OEVRIGE-EDIT
    MOVE SPACES TO RAPPORT-TEXT
    STRING
        "Nettobevaegelse           "        DELIMITED BY SIZE
        NETTO-EDIT                          DELIMITED BY SIZE
        "  "                                DELIMITED BY SIZE
        BELOB-EDIT                          DELIMITED BY SIZE
        "  "                                DELIMITED BY SIZE
        OEVRIGE-EDIT                        DELIMITED BY SIZE
    INTO RAPPORT-TEXT
    END-STRING
    WRITE RAPPORT-REC

    MOVE SPACES TO RAPPORT-TEXT
    WRITE RAPPORT-REC
    MOVE WS-TOLERANCE TO TOLERANCE-EDIT
    MOVE SPACES TO RAPPORT-TEXT
    IF WS-DIFF-ABS > WS-TOLERANCE
        STRING
            "AFSTEMNINGEN ER BRUDT - forskellen overstiger tolerancen paa "
                                            DELIMITED BY SIZE
            FUNCTION TRIM(TOLERANCE-EDIT)   DELIMITED BY SIZE
            " DKK"                          DELIMITED BY SIZE
        INTO RAPPORT-TEXT
        END-STRING
    ELSE
        STRING
            "Kontobogen stemmer med finansposteringerne (tolerance "
                                            DELIMITED BY SIZE
            FUNCTION TRIM(TOLERANCE-EDIT)   DELIMITED BY SIZE
            " DKK)"                         DELIMITED BY SIZE
        INTO RAPPORT-TEXT
        END-STRING
    END-IF
    WRITE RAPPORT-REC

    IF ANTAL-UKENDTE > 0
        MOVE ANTAL-UKENDTE TO ANTAL-EDIT
        MOVE SPACES TO RAPPORT-TEXT
        STRING
            FUNCTION TRIM(ANTAL-EDIT)       DELIMITED BY SIZE
            " ukendt(e) posteringsklasse(r) er ikke medregnet - se FejlLog.txt"
                                            DELIMITED BY SIZE
        INTO RAPPORT-TEXT
        END-STRING
        WRITE RAPPORT-REC
    END-IF
    .
END PROGRAM GL-AFSTEMNING.
