>>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. NATIONALBANK-INDLAAN.

*>-----------------------------------------------------------------
*>  NATIONALBANK-INDLAAN – månedlig indlånsstatistik til Danmarks
*>  Nationalbank. Hver saldo i KontoOpl.txt klassificeres efter
*>    - sektor: kundens KUNDE-TYPE i Kundeoplysninger.txt ("E" =
*>      erhverv, ellers privat). En konto uden kunde indberettes
*>      som sektor "U" (uoplyst) og advares i FejlLog.txt
*>    - bopæl: kundens LANDKODE (blank = DK)
*>    - valuta: VALUTA-KD (blank = DKK)
*>    - oprindelig løbetid: anfordring, medmindre kontoen står i
*>      TermIndskud.txt; et tidsindskud placeres efter TI-TERMIN-MDR
*>      i op til 1 år, over 1 og op til 2 år og over 2 år
*>  og summeres pr. kombination (celle). Saldoen indberettes både i
*>  kontoens egen valuta og omregnet til DKK med ultimokursen fra
*>  Valutakurser.txt (seneste kurs til og med ultimo, som VALUTA-
*>  OMVURDERING). Mangler en valuta kurs, indberettes DKK-værdien
*>  som 0, og valutaen advares.
*>
*>  NationalbankIndlaan.txt skrives i det faste indberetningsformat
*>  med H/D/T-opbygning som SKAT-RENTE og CRS-INDBERETNING: en
*>  H-linje med periode og dannelsesdato, én D-linje pr. celle og en
*>  T-linje med antal linjer, antal konti og kontroltotaler. Beløb er
*>  i hele ører med separat fortegn, da en overtrukket konto har
*>  negativ saldo.
*>
*>  Indberetningens total afstemmes mod bogens total i OPGAVE8's
*>  rollup pr. kontotype (KontotypeRollup.txt, se
*>  KONTOTYPEROLLUP.cpy): antal konti og summen af saldi i egen
*>  valuta skal stemme. NationalbankRapport.txt viser cellerne,
*>  deltotaler i DKK pr. sektor, bopæl og løbetid samt afstemningen.
*>  Stemmer afstemningen ikke, eller mangler rollup'en, logges en "F"
*>  i FejlLog.txt, og programmet slutter med returkode 8.
*>
*>  Perioden er den foregående kalendermåned (trinnet køres fra
*>  BATCH-STYRING på månedens første bankdag lige efter OPGAVE8) eller
*>  den måned (ÅÅÅÅMM), der står i et evt. NationalbankMaaned.txt
*>-----------------------------------------------------------------

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT MaanedFil
        ASSIGN TO "NationalbankMaaned.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-MAANED-STATUS.

    SELECT Kontofil
        ASSIGN TO "KontoOpl.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-KONTO-STATUS.

    SELECT Kundeoplysninger
        ASSIGN TO "Kundeoplysninger.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-KUNDE-STATUS.

    *> Tidsindskuddenes løbetid - valgfri
    SELECT TermIndskudFil
        ASSIGN TO "TermIndskud.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-TERMIN-STATUS.

    SELECT Valutafil
        ASSIGN TO "Valutakurser.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-VALUTA-STATUS.

    SELECT RollupFil
        ASSIGN TO "KontotypeRollup.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-ROLLUP-STATUS.

    SELECT IndberetningFil
        ASSIGN TO "NationalbankIndlaan.txt"
        ORGANIZATION IS LINE SEQUENTIAL.

    SELECT RapportFil
        ASSIGN TO "NationalbankRapport.txt"
        ORGANIZATION IS LINE SEQUENTIAL.

    SELECT FejlLogFil
        ASSIGN TO "FejlLog.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FEJLLOG-STATUS.

DATA DIVISION.
FILE SECTION.

FD MaanedFil.
01 MAANED-REC.
   02 MAANED-INP PIC X(6).

FD Kontofil.
01 RAW-KONTO PIC X(52).
01 KONTO-REC REDEFINES RAW-KONTO.
   COPY "KONTOOPL.cpy".

FD Kundeoplysninger.
01 RAW-KUNDE PIC X(302).
01 KUNDEOPL REDEFINES RAW-KUNDE.
   COPY "KUNDER.cpy".

FD TermIndskudFil.
01 TERMINDSKUD-REC.
   COPY "TERMINDSKUD.cpy".

FD Valutafil.
01 VALUTAKURS-REC.
   COPY "VALUTAKURS.cpy".

FD RollupFil.
01 KONTOTYPE-ROLLUP-REC.
   COPY "KONTOTYPEROLLUP.cpy".

FD IndberetningFil.
01 INDBERETNING-REC.
   02 INDBERETNING-TEXT PIC X(80).
01 INDBERETNING-H-REC REDEFINES INDBERETNING-REC.
   02 NH-ART         PIC X(1).
   02 NH-PERIODE     PIC X(6).
   02 NH-DATO        PIC X(8).
   02 NH-TYPE        PIC X(10).
   02 FILLER         PIC X(55).
*> ND-LOEBETID: "A" = anfordring, "1" = op til 1 år, "2" = over 1 og
*> op til 2 år, "3" = over 2 år
01 INDBERETNING-D-REC REDEFINES INDBERETNING-REC.
   02 ND-ART         PIC X(1).
   02 ND-SEKTOR      PIC X(1).
   02 ND-LAND        PIC X(2).
   02 ND-VALUTA      PIC X(3).
   02 ND-LOEBETID    PIC X(1).
   02 ND-ANTAL-KONTI PIC 9(7).
   02 ND-SALDO-FORTEGN PIC X(1).
   02 ND-SALDO-OERE  PIC 9(15).
   02 ND-DKK-FORTEGN PIC X(1).
   02 ND-DKK-OERE    PIC 9(15).
   02 FILLER         PIC X(33).
01 INDBERETNING-T-REC REDEFINES INDBERETNING-REC.
   02 NT-ART         PIC X(1).
   02 NT-ANTAL-LINJER PIC 9(7).
   02 NT-ANTAL-KONTI PIC 9(9).
   02 NT-SALDO-FORTEGN PIC X(1).
   02 NT-SALDO-OERE  PIC 9(17).
   02 NT-DKK-FORTEGN PIC X(1).
   02 NT-DKK-OERE    PIC 9(17).
   02 FILLER         PIC X(27).

FD RapportFil.
01 RAPPORT-REC.
   02 RAPPORT-TEXT PIC X(150).

FD FejlLogFil.
01 FEJLLOG-REC.
   COPY "FEJLLOG.cpy".

WORKING-STORAGE SECTION.
01 EOF-KONTO    PIC X VALUE "N".
01 EOF-KUNDE    PIC X VALUE "N".
01 EOF-TERMIN   PIC X VALUE "N".
01 EOF-VALUTA   PIC X VALUE "N".
01 EOF-ROLLUP   PIC X VALUE "N".

01 WS-MAANED-STATUS   PIC XX VALUE SPACES.
01 WS-KONTO-STATUS    PIC XX VALUE SPACES.
01 WS-KUNDE-STATUS    PIC XX VALUE SPACES.
01 WS-TERMIN-STATUS   PIC XX VALUE SPACES.
01 WS-VALUTA-STATUS   PIC XX VALUE SPACES.
01 WS-ROLLUP-STATUS   PIC XX VALUE SPACES.

01 WS-DAGS-DATO     PIC X(8) VALUE SPACES.
01 WS-MAANED        PIC X(6) VALUE SPACES.
01 WS-AAR-NUM       PIC 9(4) VALUE 0.
01 WS-MD-NUM        PIC 9(2) VALUE 0.
01 WS-NAESTE-FOERSTE PIC 9(8) VALUE 0.
01 WS-ULTIMO-NUM    PIC 9(8) VALUE 0.
01 WS-ULTIMO        PIC X(8) VALUE SPACES.
01 WS-ULTIMO-INT    PIC 9(8) VALUE 0.

*> Kundernes sektor og bopæl, slået op pr. konto
01 MAX-KUNDER   PIC 9(5) VALUE 50000.
01 ANTAL-KUNDER PIC 9(5) VALUE 0.
01 IDX-KUNDE    PIC 9(5).
01 KUNDE-TABEL.
   02 KUNDE-POST OCCURS 50000 TIMES.
      03 T-KU-KUNDE-ID PIC X(10).
      03 T-KU-SEKTOR   PIC X(1).
      03 T-KU-LAND     PIC X(2).

*> Tidsindskuddenes aftalte løbetid i måneder
01 MAX-TERMINER   PIC 9(5) VALUE 20000.
01 ANTAL-TERMINER PIC 9(5) VALUE 0.
01 IDX-TERMIN     PIC 9(5).
01 TERMIN-TABEL.
   02 TERMIN-POST OCCURS 20000 TIMES.
      03 T-TI-KONTO-ID PIC X(14).
      03 T-TI-MDR      PIC 9(3).

*> Ultimokurs pr. valuta. En valuta uden kurs får en post med
*> T-KV-MANGLER = "Y", så den kun advares én gang
01 MAX-KURSER   PIC 9(4) VALUE 200.
01 ANTAL-KURSER PIC 9(4) VALUE 0.
01 IDX-KURS     PIC 9(4).
01 KURS-TABEL.
   02 KURS-POST OCCURS 200 TIMES.
      03 T-KV-VALUTA  PIC X(3).
      03 T-KV-DATO    PIC X(8).
      03 T-KV-KURS    PIC 9(5)V9999.
      03 T-KV-MANGLER PIC X.

*> Én post pr. sektor/bopæl/valuta/løbetid - sorteres på nøglen før
*> udskrivning
01 MAX-CELLER   PIC 9(4) VALUE 2000.
01 ANTAL-CELLER PIC 9(4) VALUE 0.
01 IDX-CELLE    PIC 9(4).
01 IDX-SORT     PIC 9(4).
01 IDX-MIN      PIC 9(4).
01 CELLE-TABEL.
   02 CELLE-POST OCCURS 2000 TIMES.
      03 T-CE-NOEGLE.
         04 T-CE-SEKTOR   PIC X(1).
         04 T-CE-LAND     PIC X(2).
         04 T-CE-VALUTA   PIC X(3).
         04 T-CE-LOEBETID PIC X(1).
      03 T-CE-ANTAL PIC 9(7).
      03 T-CE-SALDO PIC S9(15)V99.
      03 T-CE-DKK   PIC S9(15)V99.
01 SWAP-CELLE-POST.
   03 SW-CE-NOEGLE  PIC X(7).
   03 SW-CE-ANTAL   PIC 9(7).
   03 SW-CE-SALDO   PIC S9(15)V99.
   03 SW-CE-DKK     PIC S9(15)V99.

*> Deltotaler i DKK til rapporten: 1-3 sektor (P/E/U), 4-6 bopæl
*> (DK/udland/uoplyst), 7-10 løbetid (A/1/2/3)
01 IDX-DELTOTAL PIC 9(2).
01 DELTOTAL-TABEL.
   02 DELTOTAL-POST OCCURS 10 TIMES.
      03 T-DT-TEKST PIC X(30).
      03 T-DT-ANTAL PIC 9(9).
      03 T-DT-DKK   PIC S9(15)V99.

*> Den aktuelle kontos klassifikation
01 WS-NOEGLE.
   02 WS-SEKTOR   PIC X(1).
   02 WS-LAND     PIC X(2).
   02 WS-VALUTA   PIC X(3).
   02 WS-LOEBETID PIC X(1).
01 WS-CELLE-MATCH PIC 9(4) VALUE 0.
01 WS-KUNDE-MATCH PIC 9(5) VALUE 0.
01 WS-KURS-MATCH  PIC 9(4) VALUE 0.
01 WS-DKK         PIC S9(15)V99 VALUE 0.

01 ANTAL-KONTI-LAEST PIC 9(9) VALUE 0.
01 ANTAL-UDEN-KUNDE  PIC 9(7) VALUE 0.
01 ANTAL-UDEN-KURS   PIC 9(7) VALUE 0.
01 ANTAL-UKLASSIFICERET PIC 9(7) VALUE 0.

*> Kontroltotaler - summen af D-linjerne
01 WS-OERE          PIC S9(17) VALUE 0.
01 WS-TOTAL-ANTAL   PIC 9(9) VALUE 0.
01 WS-TOTAL-SALDO   PIC S9(15)V99 VALUE 0.
01 WS-TOTAL-DKK     PIC S9(15)V99 VALUE 0.
01 WS-TOTAL-SALDO-OERE PIC S9(17) VALUE 0.
01 WS-TOTAL-DKK-OERE   PIC S9(17) VALUE 0.
01 ANTAL-D-LINJER   PIC 9(7) VALUE 0.

*> Bogens total fra OPGAVE8's rollup
01 WS-ROLLUP-FUNDET PIC X VALUE "N".
01 WS-BOG-ANTAL     PIC 9(9) VALUE 0.
01 WS-BOG-SALDO     PIC S9(15)V99 VALUE 0.
01 WS-DIFF-ANTAL    PIC S9(9) VALUE 0.
01 WS-DIFF-SALDO    PIC S9(15)V99 VALUE 0.
01 WS-AFSTEMT       PIC X VALUE "N".

*> Den fælles fejllog (FejlLog.txt) - se FEJLLOG.cpy
01 WS-FEJLLOG-STATUS PIC XX VALUE SPACES.
01 WS-FEJL-PROGRAM   PIC X(12) VALUE "NB-INDLAAN".
01 WS-FEJL-SEV       PIC X(1)  VALUE "I".
01 WS-FEJL-NOEGLE    PIC X(20) VALUE SPACES.
01 WS-FEJL-TEKST     PIC X(100) VALUE SPACES.

01 ANTAL-EDIT       PIC Z(8)9.
01 DIFF-ANTAL-EDIT  PIC -(8)9.
01 SALDO-EDIT       PIC -ZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.
01 DKK-EDIT         PIC -ZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.

PROCEDURE DIVISION.
    MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DAGS-DATO
    PERFORM BESTEM-ULTIMO
    PERFORM LAES-KURSER
    PERFORM LAES-KUNDER
    PERFORM LAES-TERMINER

    OPEN EXTEND FejlLogFil
    IF WS-FEJLLOG-STATUS = "35"
        OPEN OUTPUT FejlLogFil
    END-IF

    OPEN INPUT Kontofil
    IF WS-KONTO-STATUS = "00"
        PERFORM UNTIL EOF-KONTO = "Y"
            READ Kontofil
                AT END
                    MOVE "Y" TO EOF-KONTO
                NOT AT END
                    ADD 1 TO ANTAL-KONTI-LAEST
                    PERFORM KLASSIFICER-KONTO
            END-READ
        END-PERFORM
        CLOSE Kontofil
    END-IF

    PERFORM SORTER-CELLER

    OPEN OUTPUT IndberetningFil
    PERFORM SKRIV-INDBERETNING
    CLOSE IndberetningFil

    PERFORM LAES-ROLLUP
    PERFORM AFSTEM-MOD-BOGEN

    OPEN OUTPUT RapportFil
    PERFORM SKRIV-RAPPORT
    CLOSE RapportFil

    CLOSE FejlLogFil

    DISPLAY "NATIONALBANK-INDLAAN gennemført - " ANTAL-KONTI-LAEST
            " konto(er) i " ANTAL-D-LINJER " celle(r) indberettet for "
            WS-MAANED
    IF WS-AFSTEMT = "N"
        MOVE 8 TO RETURN-CODE
        DISPLAY "NATIONALBANK-INDLAAN: indberetningen stemmer ikke "
                "med bogen - se NationalbankRapport.txt"
    END-IF
    STOP RUN.

*>-----------------------------------------------------------------
*>  BESTEM-ULTIMO – indberetningsmåneden fra et evt.
*>  NationalbankMaaned.txt, ellers den foregående kalendermåned.
*>  Ultimo er dagen før den følgende måneds første dag
*>-----------------------------------------------------------------
BESTEM-ULTIMO.
    MOVE WS-DAGS-DATO(1:6) TO WS-MAANED
    MOVE WS-MAANED(1:4) TO WS-AAR-NUM
    MOVE WS-MAANED(5:2) TO WS-MD-NUM
    IF WS-MD-NUM = 1
        SUBTRACT 1 FROM WS-AAR-NUM
        MOVE 12 TO WS-MD-NUM
    ELSE
        SUBTRACT 1 FROM WS-MD-NUM
    END-IF

    OPEN INPUT MaanedFil
    IF WS-MAANED-STATUS = "00"
        READ MaanedFil
            AT END
                CONTINUE
            NOT AT END
                IF MAANED-INP IS NUMERIC
                        AND MAANED-INP(5:2) >= "01"
                        AND MAANED-INP(5:2) <= "12"
                    MOVE MAANED-INP(1:4) TO WS-AAR-NUM
                    MOVE MAANED-INP(5:2) TO WS-MD-NUM
                    DISPLAY "NationalbankMaaned.txt fundet - indberetter "
                            MAANED-INP
                END-IF
        END-READ
        CLOSE MaanedFil
    END-IF

    MOVE WS-AAR-NUM TO WS-MAANED(1:4)
    MOVE WS-MD-NUM  TO WS-MAANED(5:2)
    IF WS-MD-NUM = 12
        COMPUTE WS-NAESTE-FOERSTE = (WS-AAR-NUM + 1) * 10000 + 101
    ELSE
        COMPUTE WS-NAESTE-FOERSTE
            = WS-AAR-NUM * 10000 + (WS-MD-NUM + 1) * 100 + 1
    END-IF
    COMPUTE WS-ULTIMO-INT
        = FUNCTION INTEGER-OF-DATE(WS-NAESTE-FOERSTE) - 1
    COMPUTE WS-ULTIMO-NUM = FUNCTION DATE-OF-INTEGER(WS-ULTIMO-INT)
    MOVE WS-ULTIMO-NUM TO WS-ULTIMO
    .

*>-----------------------------------------------------------------
*>  LAES-KURSER – behold pr. valutakode den seneste kurs med
*>  effektiv dato til og med ultimo
*>-----------------------------------------------------------------
LAES-KURSER.
    OPEN INPUT Valutafil
    IF WS-VALUTA-STATUS = "00"
        PERFORM UNTIL EOF-VALUTA = "Y"
            READ Valutafil
                AT END
                    MOVE "Y" TO EOF-VALUTA
                NOT AT END
                    IF VK-EFFEKTIV-DATO OF VALUTAKURS-REC <= WS-ULTIMO
                        PERFORM OPDATER-KURS
                    END-IF
            END-READ
        END-PERFORM
        CLOSE Valutafil
    END-IF
    .

OPDATER-KURS.
    MOVE 0 TO WS-KURS-MATCH
    MOVE 1 TO IDX-KURS
    PERFORM UNTIL IDX-KURS > ANTAL-KURSER
        IF T-KV-VALUTA(IDX-KURS) = VK-VALUTAKODE OF VALUTAKURS-REC
            IF VK-EFFEKTIV-DATO OF VALUTAKURS-REC
                    >= T-KV-DATO(IDX-KURS)
                MOVE VK-EFFEKTIV-DATO OF VALUTAKURS-REC
                    TO T-KV-DATO(IDX-KURS)
                MOVE VK-KURS OF VALUTAKURS-REC
                    TO T-KV-KURS(IDX-KURS)
            END-IF
            MOVE IDX-KURS TO WS-KURS-MATCH
            EXIT PERFORM
        END-IF
        ADD 1 TO IDX-KURS
    END-PERFORM

    IF WS-KURS-MATCH = 0 AND ANTAL-KURSER < MAX-KURSER
        ADD 1 TO ANTAL-KURSER
        MOVE VK-VALUTAKODE    OF VALUTAKURS-REC
            TO T-KV-VALUTA(ANTAL-KURSER)
        MOVE VK-EFFEKTIV-DATO OF VALUTAKURS-REC
            TO T-KV-DATO(ANTAL-KURSER)
        MOVE VK-KURS          OF VALUTAKURS-REC
            TO T-KV-KURS(ANTAL-KURSER)
        MOVE "N" TO T-KV-MANGLER(ANTAL-KURSER)
    END-IF
    .

*>-----------------------------------------------------------------
*>  LAES-KUNDER – kunde-id, sektor og bopæl fra Kundeoplysninger.txt
*>-----------------------------------------------------------------
LAES-KUNDER.
    OPEN INPUT Kundeoplysninger
    IF WS-KUNDE-STATUS = "00"
        PERFORM UNTIL EOF-KUNDE = "Y"
            READ Kundeoplysninger
                AT END
                    MOVE "Y" TO EOF-KUNDE
                NOT AT END
                    IF ANTAL-KUNDER < MAX-KUNDER
                        ADD 1 TO ANTAL-KUNDER
                        MOVE RAW-KUNDE(1:10)
                            TO T-KU-KUNDE-ID(ANTAL-KUNDER)
                        IF KUNDE-ERHVERV OF KUNDEOPL
                            MOVE "E" TO T-KU-SEKTOR(ANTAL-KUNDER)
                        ELSE
                            MOVE "P" TO T-KU-SEKTOR(ANTAL-KUNDER)
                        END-IF
                        IF LANDKODE OF KUNDEOPL = SPACES
                            MOVE "DK" TO T-KU-LAND(ANTAL-KUNDER)
                        ELSE
                            MOVE LANDKODE OF KUNDEOPL
                                TO T-KU-LAND(ANTAL-KUNDER)
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
        CLOSE Kundeoplysninger
    END-IF
    .

*>-----------------------------------------------------------------
*>  LAES-TERMINER – tidsindskuddene og deres løbetid i måneder
*>-----------------------------------------------------------------
LAES-TERMINER.
    OPEN INPUT TermIndskudFil
    IF WS-TERMIN-STATUS = "00"
        PERFORM UNTIL EOF-TERMIN = "Y"
            READ TermIndskudFil
                AT END
                    MOVE "Y" TO EOF-TERMIN
                NOT AT END
                    IF TI-KONTO-ID OF TERMINDSKUD-REC NOT = SPACES
                            AND ANTAL-TERMINER < MAX-TERMINER
                        ADD 1 TO ANTAL-TERMINER
                        MOVE TI-KONTO-ID OF TERMINDSKUD-REC
                            TO T-TI-KONTO-ID(ANTAL-TERMINER)
                        IF TI-TERMIN-MDR OF TERMINDSKUD-REC IS NUMERIC
                            MOVE TI-TERMIN-MDR OF TERMINDSKUD-REC
                                TO T-TI-MDR(ANTAL-TERMINER)
                        ELSE
                            MOVE 0 TO T-TI-MDR(ANTAL-TERMINER)
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
        CLOSE TermIndskudFil
    END-IF
    .

*>-----------------------------------------------------------------
*>  KLASSIFICER-KONTO – bestem den aktuelle kontos celle, omregn
*>  saldoen til DKK og læg den til cellen
*>-----------------------------------------------------------------
KLASSIFICER-KONTO.
    PERFORM FIND-KUNDE
    IF WS-KUNDE-MATCH > 0
        MOVE T-KU-SEKTOR(WS-KUNDE-MATCH) TO WS-SEKTOR
        MOVE T-KU-LAND(WS-KUNDE-MATCH)   TO WS-LAND
    ELSE
        MOVE "U"    TO WS-SEKTOR
        MOVE SPACES TO WS-LAND
        ADD 1 TO ANTAL-UDEN-KUNDE
        MOVE "A" TO WS-FEJL-SEV
        MOVE SPACES TO WS-FEJL-NOEGLE WS-FEJL-TEKST
        MOVE KONTO-ID OF KONTO-REC TO WS-FEJL-NOEGLE
        STRING
            "kunde "                          DELIMITED BY SIZE
            FUNCTION TRIM(KUNDE-ID OF KONTO-REC)
                                              DELIMITED BY SIZE
            " findes ikke - indberettet som uoplyst sektor"
                                              DELIMITED BY SIZE
        INTO WS-FEJL-TEKST
        END-STRING
        PERFORM SKRIV-FEJLLOG
    END-IF

    IF VALUTA-KD OF KONTO-REC = SPACES
        MOVE "DKK" TO WS-VALUTA
    ELSE
        MOVE VALUTA-KD OF KONTO-REC TO WS-VALUTA
    END-IF

    PERFORM BESTEM-LOEBETID
    PERFORM OMREGN-TIL-DKK

    PERFORM FIND-ELLER-OPRET-CELLE
    IF WS-CELLE-MATCH = 0
        ADD 1 TO ANTAL-UKLASSIFICERET
        MOVE "F" TO WS-FEJL-SEV
        MOVE SPACES TO WS-FEJL-NOEGLE WS-FEJL-TEKST
        MOVE KONTO-ID OF KONTO-REC TO WS-FEJL-NOEGLE
        MOVE "celletabellen er fuld - kontoen er ikke indberettet"
            TO WS-FEJL-TEKST
        PERFORM SKRIV-FEJLLOG
        EXIT PARAGRAPH
    END-IF
    ADD 1                     TO T-CE-ANTAL(WS-CELLE-MATCH)
    ADD BALANCE OF KONTO-REC  TO T-CE-SALDO(WS-CELLE-MATCH)
    ADD WS-DKK                TO T-CE-DKK(WS-CELLE-MATCH)
    .

FIND-KUNDE.
    MOVE 0 TO WS-KUNDE-MATCH
    MOVE 1 TO IDX-KUNDE
    PERFORM UNTIL IDX-KUNDE > ANTAL-KUNDER
        IF T-KU-KUNDE-ID(IDX-KUNDE) = KUNDE-ID OF KONTO-REC
            MOVE IDX-KUNDE TO WS-KUNDE-MATCH
            EXIT PERFORM
        END-IF
        ADD 1 TO IDX-KUNDE
    END-PERFORM
    .

*>-----------------------------------------------------------------
*>  BESTEM-LOEBETID – anfordring, medmindre kontoen er et
*>  tidsindskud i TermIndskud.txt. Et tidsindskud uden gyldig
*>  termin regnes som op til 1 år
*>-----------------------------------------------------------------
BESTEM-LOEBETID.
    MOVE "A" TO WS-LOEBETID
    MOVE 1 TO IDX-TERMIN
    PERFORM UNTIL IDX-TERMIN > ANTAL-TERMINER
        IF T-TI-KONTO-ID(IDX-TERMIN) = KONTO-ID OF KONTO-REC
            EVALUATE TRUE
                WHEN T-TI-MDR(IDX-TERMIN) > 24
                    MOVE "3" TO WS-LOEBETID
                WHEN T-TI-MDR(IDX-TERMIN) > 12
                    MOVE "2" TO WS-LOEBETID
                WHEN OTHER
                    MOVE "1" TO WS-LOEBETID
            END-EVALUATE
            EXIT PERFORM
        END-IF
        ADD 1 TO IDX-TERMIN
    END-PERFORM
    .

*>-----------------------------------------------------------------
*>  OMREGN-TIL-DKK – saldoen i DKK til ultimokursen. Mangler
*>  valutaen en kurs, bliver DKK-værdien 0, og valutaen advares én
*>  gang
*>-----------------------------------------------------------------
OMREGN-TIL-DKK.
    IF WS-VALUTA = "DKK"
        MOVE BALANCE OF KONTO-REC TO WS-DKK
        EXIT PARAGRAPH
    END-IF

    MOVE 0 TO WS-DKK
    MOVE 0 TO WS-KURS-MATCH
    MOVE 1 TO IDX-KURS
    PERFORM UNTIL IDX-KURS > ANTAL-KURSER
        IF T-KV-VALUTA(IDX-KURS) = WS-VALUTA
            MOVE IDX-KURS TO WS-KURS-MATCH
            EXIT PERFORM
        END-IF
        ADD 1 TO IDX-KURS
    END-PERFORM

    IF WS-KURS-MATCH > 0
        IF T-KV-MANGLER(WS-KURS-MATCH) = "N"
            COMPUTE WS-DKK ROUNDED
                = BALANCE OF KONTO-REC * T-KV-KURS(WS-KURS-MATCH)
            EXIT PARAGRAPH
        END-IF
        ADD 1 TO ANTAL-UDEN-KURS
        EXIT PARAGRAPH
    END-IF

    ADD 1 TO ANTAL-UDEN-KURS
    MOVE "A" TO WS-FEJL-SEV
    MOVE SPACES TO WS-FEJL-NOEGLE WS-FEJL-TEKST
    MOVE WS-VALUTA TO WS-FEJL-NOEGLE
    STRING
        "ingen kurs til og med "   DELIMITED BY SIZE
        WS-ULTIMO                  DELIMITED BY SIZE
        " - DKK-vaerdien indberettes som 0"
                                   DELIMITED BY SIZE
    INTO WS-FEJL-TEKST
    END-STRING
    PERFORM SKRIV-FEJLLOG
    IF ANTAL-KURSER < MAX-KURSER
        ADD 1 TO ANTAL-KURSER
        MOVE WS-VALUTA TO T-KV-VALUTA(ANTAL-KURSER)
        MOVE SPACES    TO T-KV-DATO(ANTAL-KURSER)
        MOVE 0         TO T-KV-KURS(ANTAL-KURSER)
        MOVE "Y"       TO T-KV-MANGLER(ANTAL-KURSER)
    END-IF
    .

FIND-ELLER-OPRET-CELLE.
    MOVE 0 TO WS-CELLE-MATCH
    MOVE 1 TO IDX-CELLE
    PERFORM UNTIL IDX-CELLE > ANTAL-CELLER
        IF T-CE-NOEGLE(IDX-CELLE) = WS-NOEGLE
            MOVE IDX-CELLE TO WS-CELLE-MATCH
            EXIT PERFORM
        END-IF
        ADD 1 TO IDX-CELLE
    END-PERFORM

    IF WS-CELLE-MATCH = 0 AND ANTAL-CELLER < MAX-CELLER
        ADD 1 TO ANTAL-CELLER
        MOVE WS-NOEGLE TO T-CE-NOEGLE(ANTAL-CELLER)
        MOVE 0         TO T-CE-ANTAL(ANTAL-CELLER)
        MOVE 0         TO T-CE-SALDO(ANTAL-CELLER)
        MOVE 0         TO T-CE-DKK(ANTAL-CELLER)
        MOVE ANTAL-CELLER TO WS-CELLE-MATCH
    END-IF
    .

*>-----------------------------------------------------------------
*>  SORTER-CELLER – stigende på sektor, bopæl, valuta og løbetid
*>  (udvælgelsessortering, som i OPGAVE11)
*>-----------------------------------------------------------------
SORTER-CELLER.
    MOVE 1 TO IDX-CELLE
    PERFORM UNTIL IDX-CELLE >= ANTAL-CELLER
        MOVE IDX-CELLE TO IDX-MIN
        COMPUTE IDX-SORT = IDX-CELLE + 1
        PERFORM UNTIL IDX-SORT > ANTAL-CELLER
            IF T-CE-NOEGLE(IDX-SORT) < T-CE-NOEGLE(IDX-MIN)
                MOVE IDX-SORT TO IDX-MIN
            END-IF
            ADD 1 TO IDX-SORT
        END-PERFORM
        IF IDX-MIN NOT = IDX-CELLE
            MOVE CELLE-POST(IDX-CELLE) TO SWAP-CELLE-POST
            MOVE CELLE-POST(IDX-MIN)   TO CELLE-POST(IDX-CELLE)
            MOVE SWAP-CELLE-POST       TO CELLE-POST(IDX-MIN)
        END-IF
        ADD 1 TO IDX-CELLE
    END-PERFORM
    .

*>-----------------------------------------------------------------
*>  SKRIV-INDBERETNING – H-linje, én D-linje pr. celle og T-linjen
*>  med kontroltotalerne (summen af D-linjernes ører)
*>-----------------------------------------------------------------
SKRIV-INDBERETNING.
    MOVE SPACES TO INDBERETNING-TEXT
    MOVE "H"          TO NH-ART
    MOVE WS-MAANED    TO NH-PERIODE
    MOVE WS-DAGS-DATO TO NH-DATO
    MOVE "INDLAAN"    TO NH-TYPE
    WRITE INDBERETNING-REC

    MOVE 1 TO IDX-CELLE
    PERFORM UNTIL IDX-CELLE > ANTAL-CELLER
        MOVE SPACES TO INDBERETNING-TEXT
        MOVE "D"                      TO ND-ART
        MOVE T-CE-SEKTOR(IDX-CELLE)   TO ND-SEKTOR
        MOVE T-CE-LAND(IDX-CELLE)     TO ND-LAND
        MOVE T-CE-VALUTA(IDX-CELLE)   TO ND-VALUTA
        MOVE T-CE-LOEBETID(IDX-CELLE) TO ND-LOEBETID
        MOVE T-CE-ANTAL(IDX-CELLE)    TO ND-ANTAL-KONTI

        COMPUTE WS-OERE ROUNDED = T-CE-SALDO(IDX-CELLE) * 100
        ADD WS-OERE TO WS-TOTAL-SALDO-OERE
        IF WS-OERE < 0
            MOVE "-" TO ND-SALDO-FORTEGN
            COMPUTE ND-SALDO-OERE = 0 - WS-OERE
        ELSE
            MOVE "+" TO ND-SALDO-FORTEGN
            MOVE WS-OERE TO ND-SALDO-OERE
        END-IF

        COMPUTE WS-OERE ROUNDED = T-CE-DKK(IDX-CELLE) * 100
        ADD WS-OERE TO WS-TOTAL-DKK-OERE
        IF WS-OERE < 0
            MOVE "-" TO ND-DKK-FORTEGN
            COMPUTE ND-DKK-OERE = 0 - WS-OERE
        ELSE
            MOVE "+" TO ND-DKK-FORTEGN
            MOVE WS-OERE TO ND-DKK-OERE
        END-IF
        WRITE INDBERETNING-REC

        ADD 1 TO ANTAL-D-LINJER
        ADD T-CE-ANTAL(IDX-CELLE) TO WS-TOTAL-ANTAL
        ADD T-CE-SALDO(IDX-CELLE) TO WS-TOTAL-SALDO
        ADD T-CE-DKK(IDX-CELLE)   TO WS-TOTAL-DKK
        ADD 1 TO IDX-CELLE
    END-PERFORM

    MOVE SPACES TO INDBERETNING-TEXT
    MOVE "T"            TO NT-ART
    MOVE ANTAL-D-LINJER TO NT-ANTAL-LINJER
    MOVE WS-TOTAL-ANTAL TO NT-ANTAL-KONTI
    IF WS-TOTAL-SALDO-OERE < 0
        MOVE "-" TO NT-SALDO-FORTEGN
        COMPUTE NT-SALDO-OERE = 0 - WS-TOTAL-SALDO-OERE
    ELSE
        MOVE "+" TO NT-SALDO-FORTEGN
        MOVE WS-TOTAL-SALDO-OERE TO NT-SALDO-OERE
    END-IF
    IF WS-TOTAL-DKK-OERE < 0
        MOVE "-" TO NT-DKK-FORTEGN
        COMPUTE NT-DKK-OERE = 0 - WS-TOTAL-DKK-OERE
    ELSE
        MOVE "+" TO NT-DKK-FORTEGN
        MOVE WS-TOTAL-DKK-OERE TO NT-DKK-OERE
    END-IF
    WRITE INDBERETNING-REC
    .

*>-----------------------------------------------------------------
*>  LAES-ROLLUP – bogens antal konti og saldosum fra OPGAVE8's
*>  rollup pr. kontotype
*>-----------------------------------------------------------------
LAES-ROLLUP.
    OPEN INPUT RollupFil
    IF WS-ROLLUP-STATUS = "00"
        MOVE "Y" TO WS-ROLLUP-FUNDET
        PERFORM UNTIL EOF-ROLLUP = "Y"
            READ RollupFil
                AT END
                    MOVE "Y" TO EOF-ROLLUP
                NOT AT END
                    IF KR-ANTAL OF KONTOTYPE-ROLLUP-REC IS NUMERIC
                        ADD KR-ANTAL OF KONTOTYPE-ROLLUP-REC
                            TO WS-BOG-ANTAL
                    END-IF
                    IF KR-SALDO OF KONTOTYPE-ROLLUP-REC IS NUMERIC
                        ADD KR-SALDO OF KONTOTYPE-ROLLUP-REC
                            TO WS-BOG-SALDO
                    END-IF
            END-READ
        END-PERFORM
        CLOSE RollupFil
    END-IF
    .

*>-----------------------------------------------------------------
*>  AFSTEM-MOD-BOGEN – indberetningens antal konti og saldosum i
*>  egen valuta mod bogens total. Begge er summer af de samme
*>  saldi med to decimaler, så der er ingen tolerance
*>-----------------------------------------------------------------
AFSTEM-MOD-BOGEN.
    COMPUTE WS-DIFF-ANTAL = WS-TOTAL-ANTAL - WS-BOG-ANTAL
    COMPUTE WS-DIFF-SALDO = WS-TOTAL-SALDO - WS-BOG-SALDO

    IF WS-ROLLUP-FUNDET = "N"
        MOVE "F" TO WS-FEJL-SEV
        MOVE SPACES TO WS-FEJL-NOEGLE WS-FEJL-TEKST
        MOVE WS-MAANED TO WS-FEJL-NOEGLE
        MOVE "KontotypeRollup.txt mangler - indberetningen kan ikke afstemmes mod bogen"
            TO WS-FEJL-TEKST
        PERFORM SKRIV-FEJLLOG
        EXIT PARAGRAPH
    END-IF

    IF WS-DIFF-ANTAL = 0 AND WS-DIFF-SALDO = 0
        MOVE "Y" TO WS-AFSTEMT
        EXIT PARAGRAPH
    END-IF

    MOVE WS-DIFF-ANTAL TO DIFF-ANTAL-EDIT
    MOVE WS-DIFF-SALDO TO SALDO-EDIT
    MOVE "F" TO WS-FEJL-SEV
    MOVE SPACES TO WS-FEJL-NOEGLE WS-FEJL-TEKST
    MOVE WS-MAANED TO WS-FEJL-NOEGLE
    STRING
        "indberetningen afviger fra OPGAVE8-rollup: konti "
                                         DELIMITED BY SIZE
        FUNCTION TRIM(DIFF-ANTAL-EDIT)   DELIMITED BY SIZE
        ", saldo "                       DELIMITED BY SIZE
        FUNCTION TRIM(SALDO-EDIT)        DELIMITED BY SIZE
    INTO WS-FEJL-TEKST
    END-STRING
    PERFORM SKRIV-FEJLLOG
    .

*>-----------------------------------------------------------------
*>  SKRIV-RAPPORT – cellerne, deltotaler i DKK og afstemningen
*>-----------------------------------------------------------------
SKRIV-RAPPORT.
    MOVE SPACES TO RAPPORT-TEXT
    STRING
        "Indlaansstatistik til Danmarks Nationalbank - periode "
                                         DELIMITED BY SIZE
        WS-MAANED                        DELIMITED BY SIZE
        ", kurser pr. "                  DELIMITED BY SIZE
        WS-ULTIMO                        DELIMITED BY SIZE
    INTO RAPPORT-TEXT
    END-STRING
    WRITE RAPPORT-REC
    MOVE SPACES TO RAPPORT-TEXT
    WRITE RAPPORT-REC

    MOVE "Sektor Land Valuta Loebetid      Konti          Saldo i valuta                  DKK"
        TO RAPPORT-TEXT
    WRITE RAPPORT-REC

    PERFORM NULSTIL-DELTOTALER
    MOVE 1 TO IDX-CELLE
    PERFORM UNTIL IDX-CELLE > ANTAL-CELLER
        MOVE T-CE-ANTAL(IDX-CELLE) TO ANTAL-EDIT
        MOVE T-CE-SALDO(IDX-CELLE) TO SALDO-EDIT
        MOVE T-CE-DKK(IDX-CELLE)   TO DKK-EDIT
        MOVE SPACES TO RAPPORT-TEXT
        MOVE T-CE-SEKTOR(IDX-CELLE)   TO RAPPORT-TEXT(1:1)
        MOVE T-CE-LAND(IDX-CELLE)     TO RAPPORT-TEXT(8:2)
        MOVE T-CE-VALUTA(IDX-CELLE)   TO RAPPORT-TEXT(13:3)
        MOVE T-CE-LOEBETID(IDX-CELLE) TO RAPPORT-TEXT(20:1)
        MOVE ANTAL-EDIT               TO RAPPORT-TEXT(26:9)
        MOVE SALDO-EDIT               TO RAPPORT-TEXT(37:22)
        MOVE DKK-EDIT                 TO RAPPORT-TEXT(60:22)
        WRITE RAPPORT-REC
        PERFORM LAEG-TIL-DELTOTALER
        ADD 1 TO IDX-CELLE
    END-PERFORM

    MOVE SPACES TO RAPPORT-TEXT
    WRITE RAPPORT-REC
    MOVE "Deltotaler i DKK                    Konti                  DKK"
        TO RAPPORT-TEXT
    WRITE RAPPORT-REC
    MOVE 1 TO IDX-DELTOTAL
    PERFORM UNTIL IDX-DELTOTAL > 10
        IF IDX-DELTOTAL = 4 OR IDX-DELTOTAL = 7
            MOVE SPACES TO RAPPORT-TEXT
            WRITE RAPPORT-REC
        END-IF
        MOVE T-DT-ANTAL(IDX-DELTOTAL) TO ANTAL-EDIT
        MOVE T-DT-DKK(IDX-DELTOTAL)   TO DKK-EDIT
        MOVE SPACES TO RAPPORT-TEXT
        MOVE T-DT-TEKST(IDX-DELTOTAL) TO RAPPORT-TEXT(1:30)
        MOVE ANTAL-EDIT               TO RAPPORT-TEXT(32:9)
        MOVE DKK-EDIT                 TO RAPPORT-TEXT(42:22)
        WRITE RAPPORT-REC
        ADD 1 TO IDX-DELTOTAL
    END-PERFORM

    MOVE SPACES TO RAPPORT-TEXT
    WRITE RAPPORT-REC
    MOVE WS-TOTAL-ANTAL TO ANTAL-EDIT
    MOVE WS-TOTAL-DKK   TO DKK-EDIT
    MOVE SPACES TO RAPPORT-TEXT
    STRING
        "I alt: "                        DELIMITED BY SIZE
        FUNCTION TRIM(ANTAL-EDIT)        DELIMITED BY SIZE
        " konti, DKK "                   DELIMITED BY SIZE
        FUNCTION TRIM(DKK-EDIT)          DELIMITED BY SIZE
    INTO RAPPORT-TEXT
    END-STRING
    WRITE RAPPORT-REC
    IF ANTAL-UDEN-KUNDE > 0
        MOVE ANTAL-UDEN-KUNDE TO ANTAL-EDIT
        MOVE SPACES TO RAPPORT-TEXT
        STRING
            "Konti uden kunde (sektor U): "  DELIMITED BY SIZE
            FUNCTION TRIM(ANTAL-EDIT)        DELIMITED BY SIZE
        INTO RAPPORT-TEXT
        END-STRING
        WRITE RAPPORT-REC
    END-IF
    IF ANTAL-UDEN-KURS > 0
        MOVE ANTAL-UDEN-KURS TO ANTAL-EDIT
        MOVE SPACES TO RAPPORT-TEXT
        STRING
            "Konti uden ultimokurs (DKK-vaerdi 0): "
                                             DELIMITED BY SIZE
            FUNCTION TRIM(ANTAL-EDIT)        DELIMITED BY SIZE
        INTO RAPPORT-TEXT
        END-STRING
        WRITE RAPPORT-REC
    END-IF

    PERFORM SKRIV-AFSTEMNING
    .

NULSTIL-DELTOTALER.
    MOVE "Sektor P - privat"           TO T-DT-TEKST(1)
    MOVE "Sektor E - erhverv"          TO T-DT-TEKST(2)
    MOVE "Sektor U - uoplyst"          TO T-DT-TEKST(3)
    MOVE "Bopael DK - hjemmehoerende"  TO T-DT-TEKST(4)
    MOVE "Bopael udland"               TO T-DT-TEKST(5)
    MOVE "Bopael uoplyst"              TO T-DT-TEKST(6)
    MOVE "Loebetid A - anfordring"     TO T-DT-TEKST(7)
    MOVE "Loebetid 1 - op til 1 aar"   TO T-DT-TEKST(8)
    MOVE "Loebetid 2 - over 1-2 aar"   TO T-DT-TEKST(9)
    MOVE "Loebetid 3 - over 2 aar"     TO T-DT-TEKST(10)
    MOVE 1 TO IDX-DELTOTAL
    PERFORM UNTIL IDX-DELTOTAL > 10
        MOVE 0 TO T-DT-ANTAL(IDX-DELTOTAL)
        MOVE 0 TO T-DT-DKK(IDX-DELTOTAL)
        ADD 1 TO IDX-DELTOTAL
    END-PERFORM
    .

LAEG-TIL-DELTOTALER.
    EVALUATE T-CE-SEKTOR(IDX-CELLE)
        WHEN "P"   MOVE 1 TO IDX-DELTOTAL
        WHEN "E"   MOVE 2 TO IDX-DELTOTAL
        WHEN OTHER MOVE 3 TO IDX-DELTOTAL
    END-EVALUATE
    PERFORM LAEG-CELLE-TIL-DELTOTAL

    EVALUATE T-CE-LAND(IDX-CELLE)
        WHEN "DK"   MOVE 4 TO IDX-DELTOTAL
        WHEN SPACES MOVE 6 TO IDX-DELTOTAL
        WHEN OTHER  MOVE 5 TO IDX-DELTOTAL
    END-EVALUATE
    PERFORM LAEG-CELLE-TIL-DELTOTAL

    EVALUATE T-CE-LOEBETID(IDX-CELLE)
        WHEN "1"   MOVE 8 TO IDX-DELTOTAL
        WHEN "2"   MOVE 9 TO IDX-DELTOTAL
        WHEN "3"   MOVE 10 TO IDX-DELTOTAL
        WHEN OTHER MOVE 7 TO IDX-DELTOTAL
    END-EVALUATE
    PERFORM LAEG-CELLE-TIL-DELTOTAL
    .

LAEG-CELLE-TIL-DELTOTAL.
    ADD T-CE-ANTAL(IDX-CELLE) TO T-DT-ANTAL(IDX-DELTOTAL)
    ADD T-CE-DKK(IDX-CELLE)   TO T-DT-DKK(IDX-DELTOTAL)
    .

*>-----------------------------------------------------------------
*>  SKRIV-AFSTEMNING – indberetningens total mod bogens total fra
*>  OPGAVE8's rollup (saldi i egen valuta, som rollup'en summerer)
*>-----------------------------------------------------------------
SKRIV-AFSTEMNING.
    MOVE SPACES TO RAPPORT-TEXT
    WRITE RAPPORT-REC
    MOVE "Afstemning mod bogen (OPGAVE8, saldi i egen valuta)"
        TO RAPPORT-TEXT
    WRITE RAPPORT-REC

    IF WS-ROLLUP-FUNDET = "N"
        MOVE "  KontotypeRollup.txt mangler - IKKE AFSTEMT"
            TO RAPPORT-TEXT
        WRITE RAPPORT-REC
        EXIT PARAGRAPH
    END-IF

    MOVE WS-TOTAL-ANTAL TO ANTAL-EDIT
    MOVE WS-TOTAL-SALDO TO SALDO-EDIT
    MOVE SPACES TO RAPPORT-TEXT
    MOVE "  Indberettet"  TO RAPPORT-TEXT(1:20)
    MOVE ANTAL-EDIT       TO RAPPORT-TEXT(26:9)
    MOVE SALDO-EDIT       TO RAPPORT-TEXT(37:22)
    WRITE RAPPORT-REC

    MOVE WS-BOG-ANTAL TO ANTAL-EDIT
    MOVE WS-BOG-SALDO TO SALDO-EDIT
    MOVE SPACES TO RAPPORT-TEXT
    MOVE "  Bogen"        TO RAPPORT-TEXT(1:20)
    MOVE ANTAL-EDIT       TO RAPPORT-TEXT(26:9)
    MOVE SALDO-EDIT       TO RAPPORT-TEXT(37:22)
    WRITE RAPPORT-REC

    MOVE WS-DIFF-ANTAL TO DIFF-ANTAL-EDIT
    MOVE WS-DIFF-SALDO TO SALDO-EDIT
    MOVE SPACES TO RAPPORT-TEXT
    MOVE "  Forskel"      TO RAPPORT-TEXT(1:20)
    MOVE DIFF-ANTAL-EDIT  TO RAPPORT-TEXT(26:9)
    MOVE SALDO-EDIT       TO RAPPORT-TEXT(37:22)
    WRITE RAPPORT-REC

    MOVE SPACES TO RAPPORT-TEXT
    IF WS-AFSTEMT = "Y"
        MOVE "  Status: AFSTEMT" TO RAPPORT-TEXT
    ELSE
        MOVE "  Status: DIFFERENCE - indberetningen maa ikke sendes"
            TO RAPPORT-TEXT
    END-IF
    WRITE RAPPORT-REC
    .

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
    .
END PROGRAM NATIONALBANK-INDLAAN.
