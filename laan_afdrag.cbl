>>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. LAAN-AFDRAG.

*>-----------------------------------------------------------------
*>  LAAN-AFDRAG – afdragsmotor for udlån. Genererer de forfaldne
*>  terminer for hvert lån i låneregistret Laan.txt (LAAN.cpy) som
*>  posteringer i TRANSAKTIONER.cpy-format på lånets betalingskonto,
*>  så de flyder gennem OPGAVE10's fletning, dublettjek og afstemning
*>  som enhver anden transaktion - samme fremgangsmåde som
*>  STAAENDE-ORDRE.
*>
*>  Hver termin er en annuitetsydelse beregnet af hovedstol, årlig
*>  rente og løbetid, og deles i to posteringslinjer: renten
*>  ("Laanrente", reference "LR" + lånenr + forfaldsdato) og afdraget
*>  ("Afdrag", reference "LA" + lånenr + forfaldsdato). Sidste termin
*>  afdrager hele restgælden, så øreafrunding ikke efterlader en rest.
*>
*>  Restgæld, antal betalte terminer og senest betalte forfaldsdato
*>  pr. lån holdes i LaanRestgaeld.txt (.new/mv som STAAENDE-ORDRE's
*>  StaaendeOrdreSidst.txt), og forfald siden seneste kørsel indhentes.
*>
*>  Kan betalingskontoen ikke dække terminen (saldo i KontoOpl.txt
*>  plus en uudløbet kassekredit, fratrukket de terminer kørslen
*>  allerede har trukket på kontoen), genereres terminen ikke - lånet
*>  skrives i restancelisten LaanRestance.txt med antal terminer i
*>  restance, og terminen prøves igen næste kørsel.
*>
*>  For hvert lån skrives desuden en afdragsplan,
*>  Afdragsplan_<lånenr>.txt, til kundens sag: alle terminer fra
*>  udbetaling til indfrielse med ydelse, rente, afdrag og restgæld,
*>  og om terminen er betalt eller i restance.
*>
*>  Udtrækket LaanPoster.txt skrives KUMULATIVT og tømmes af OPGAVE10
*>  efter en fuldført kørsel (FORBRUG-FLETTEKILDER).
*>-----------------------------------------------------------------

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    *> Låneregistret - findes filen ikke, er kørslen en stille no-op
    SELECT LaanFil
        ASSIGN TO "Laan.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-LAAN-STATUS.

    *> Restgæld og senest betalte termin pr. lån - valgfri ved første
    *> kørsel, hvor restgælden er hovedstolen
    SELECT RestFil
        ASSIGN TO "LaanRestgaeld.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-REST-STATUS.

    SELECT RestNyFil
        ASSIGN TO "LaanRestgaeld.new"
        ORGANIZATION IS LINE SEQUENTIAL.

    *> Kontostamdata - konto -> kunde og kontoens saldo
    SELECT Kontofil
        ASSIGN TO "KontoOpl.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-KONTO-STATUS.

    SELECT Kundeoplysninger
        ASSIGN TO "Kundeoplysninger.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-KUNDE-STATUS.

    *> Bevilgede kassekreditter - en uudløbet facilitet øger det
    *> beløb, kontoen kan dække en termin med
    SELECT KassekreditFil
        ASSIGN TO "Kassekreditter.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-KK-STATUS.

    *> Det genererede udtræk til fletning i OPGAVE10
    SELECT PosterFil
        ASSIGN TO "LaanPoster.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-POSTER-STATUS.

    SELECT TransManifestFil
        ASSIGN TO "TransManifest.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-MANIFEST-STATUS.

    *> Lån, hvis betalingskonto ikke kunne dække en forfalden termin
    SELECT RestanceFil
        ASSIGN TO "LaanRestance.txt"
        ORGANIZATION IS LINE SEQUENTIAL.

    *> Afdragsplan pr. lån - ét håndtag med variabelt navn
    SELECT PlanFil
        ASSIGN TO WS-PLAN-NAVN
        ORGANIZATION IS LINE SEQUENTIAL.

    SELECT LaanLogFil
        ASSIGN TO "LaanAfdragLog.txt"
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.

*> -------- LAAN (låneregistret) --------
FD LaanFil.
01 RAW-LAAN PIC X(56).     *> 6+14+4+15+4+3+2+8 = 56
01 LAAN-REC REDEFINES RAW-LAAN.
   COPY "LAAN.cpy".

FD RestFil.
01 REST-REC.
   02 LR-LAAN-NR      PIC 9(6).
   02 LR-RESTGAELD    PIC S9(11)V99.
   02 LR-BETALT       PIC 9(3).
   02 LR-SIDST-DATO   PIC X(8).

FD RestNyFil.
01 REST-NY-REC.
   02 LRN-LAAN-NR     PIC 9(6).
   02 LRN-RESTGAELD   PIC S9(11)V99.
   02 LRN-BETALT      PIC 9(3).
   02 LRN-SIDST-DATO  PIC X(8).

*> -------- KONTOOPL (konto -> kunde, saldo) --------
FD Kontofil.
01 RAW-KONTO PIC X(52).
01 KONTO-REC REDEFINES RAW-KONTO.
   COPY "KONTOOPL.cpy".

*> Holdes bevidst rå - samme begrundelse som i STAAENDE-ORDRE
FD Kundeoplysninger.
01 RAW-KUNDE PIC X(302).

*> -------- KASSEKREDITTER --------
FD KassekreditFil.
01 RAW-KASSEKREDIT PIC X(41).     *> 14+15+8+4 = 41
01 KASSEKREDIT-REC REDEFINES RAW-KASSEKREDIT.
   COPY "KASSEKREDIT.cpy".

*> -------- LAANPOSTER (det genererede udtræk) --------
FD PosterFil.
01 RAW-POSTER PIC X(223).
01 POSTER-REC REDEFINES RAW-POSTER.
   COPY "TRANSAKTIONER.cpy".

FD TransManifestFil.
01 MANIFEST-REC.
   02 MANIFEST-FILNAVN PIC X(60).

FD RestanceFil.
01 RESTANCE-REC.
   02 RESTANCE-TEXT PIC X(120).

FD PlanFil.
01 PLAN-REC.
   02 PLAN-TEXT PIC X(120).

FD LaanLogFil.
01 LOG-REC.
   02 LOG-TEXT PIC X(120).

WORKING-STORAGE SECTION.
01 EOF-LAAN        PIC X VALUE "N".
01 EOF-REST        PIC X VALUE "N".
01 EOF-KONTO       PIC X VALUE "N".
01 EOF-KUNDE       PIC X VALUE "N".
01 EOF-KK          PIC X VALUE "N".
01 EOF-MANIFEST    PIC X VALUE "N".
01 EOF-POSTER      PIC X VALUE "N".

01 WS-LAAN-STATUS     PIC XX VALUE SPACES.
01 WS-REST-STATUS     PIC XX VALUE SPACES.
01 WS-KONTO-STATUS    PIC XX VALUE SPACES.
01 WS-KUNDE-STATUS    PIC XX VALUE SPACES.
01 WS-KK-STATUS       PIC XX VALUE SPACES.
01 WS-MANIFEST-STATUS PIC XX VALUE SPACES.
01 WS-POSTER-STATUS   PIC XX VALUE SPACES.

01 WS-DAGS-DATO    PIC X(8) VALUE SPACES.

*> Låneregistret indlæses én gang i et array, beriget med den
*> beregnede ydelse og restgælden fra LaanRestgaeld.txt
01 MAX-LAAN    PIC 9(5) VALUE 5000.
01 ANTAL-LAAN  PIC 9(5) VALUE 0.
01 IDX-LAAN    PIC 9(5).

01 LAAN-TABEL.
   02 LAAN-POST OCCURS 5000 TIMES.
      03 T-LN-LAAN-NR    PIC 9(6).
      03 T-LN-KONTO-ID   PIC X(14).
      03 T-LN-REG-NR     PIC X(4).
      03 T-LN-HOVEDSTOL  PIC S9(11)V99.
      03 T-LN-RENTE-PCT  PIC 9(2)V99.
      03 T-LN-LOEBETID   PIC 9(3).
      03 T-LN-DAG        PIC 9(2).
      03 T-LN-START      PIC X(8).
      03 T-LN-YDELSE     PIC S9(11)V99.
      03 T-LN-REST       PIC S9(11)V99.
      03 T-LN-BETALT     PIC 9(3).
      *> Senest betalte forfaldsdato - LOW-VALUES før første termin
      03 T-LN-SIDST      PIC X(8).
      *> Forfaldne, ikke dækkede terminer i denne kørsel
      03 T-LN-RESTANCE   PIC 9(3).
      03 T-LN-REST-DATO  PIC X(8).

*> Konto -> kunde og disponibelt beløb (saldo + uudløbet kassekredit,
*> nedskrevet med kørslens egne terminer på kontoen)
01 MAX-KONTI   PIC 9(5) VALUE 50000.
01 ANTAL-KONTI PIC 9(5) VALUE 0.
01 IDX-KONTO   PIC 9(5).
01 KONTO-EJER-TABEL.
   02 KONTO-EJER-POST OCCURS 50000 TIMES.
      03 T-KE-KONTO-ID    PIC X(14).
      03 T-KE-KUNDE-ID    PIC X(10).
      03 T-KE-DISPONIBEL  PIC S9(13)V99.

01 MAX-KUNDER   PIC 9(5) VALUE 50000.
01 ANTAL-KUNDER PIC 9(5) VALUE 0.
01 IDX-KUNDE    PIC 9(5).
01 KUNDE-ADR-TABEL.
   02 KUNDE-ADR-POST OCCURS 50000 TIMES.
      03 T-KA-KUNDEID PIC X(10).
      03 T-KA-NAVN    PIC X(30).
      03 T-KA-ADRESSE PIC X(50).

01 WS-KONTO-IDX       PIC 9(5) VALUE 0.
01 WS-KUNDE-ID-FUNDET PIC X(10) VALUE SPACES.
01 WS-NAVN-FUNDET     PIC X(30) VALUE SPACES.
01 WS-ADRESSE-FUNDET  PIC X(50) VALUE SPACES.

*> De genererede posteringer samles og sorteres stigende på KONTO-ID,
*> som k-vejs-fletningen i OPGAVE10 kræver
01 MAX-POSTER   PIC 9(5) VALUE 20000.
01 ANTAL-POSTER PIC 9(5) VALUE 0.
01 IDX-POSTER   PIC 9(5).
01 IDX-POSTER-J PIC 9(5).
01 POSTER-TABEL.
   02 POSTER-LINJE OCCURS 20000 TIMES PIC X(223).
01 SWAP-POSTER-LINJE PIC X(223).

*> Forfaldsberegning pr. lån
01 WS-KAND-AAR     PIC 9(4) VALUE 0.
01 WS-KAND-MND     PIC 9(2) VALUE 0.
01 WS-KAND-DAG     PIC 9(2) VALUE 0.
01 WS-MND-DAGE     PIC 9(2) VALUE 0.
01 WS-KAND-DATO    PIC X(8) VALUE SPACES.
01 WS-LAAN-FAERDIG PIC X  VALUE "N".
01 WS-KAN-DAEKKE   PIC X  VALUE "N".

*> Terminsberegning - månedlig rentesats og den enkelte termins
*> fordeling på rente og afdrag
01 WS-MDR-RENTE     PIC 9V9(9)    VALUE 0.
01 WS-TERMIN-RENTE  PIC S9(11)V99 VALUE 0.
01 WS-TERMIN-AFDRAG PIC S9(11)V99 VALUE 0.
01 WS-TERMIN-BELOB  PIC S9(11)V99 VALUE 0.
01 WS-BEREGN-REST   PIC S9(11)V99 VALUE 0.
01 WS-BEREGN-NR     PIC 9(3)      VALUE 0.

*> Opbygning af én genereret posteringslinje
01 WS-BELOB-EDIT   PIC -(9)9.99.
01 WS-REFERENCE    PIC X(20) VALUE SPACES.
01 WS-TIDSPUNKT    PIC X(26) VALUE SPACES.
01 WS-BUTIK        PIC X(20) VALUE SPACES.
01 WS-POST-TYPE    PIC X(11) VALUE SPACES.
01 WS-POST-PRAEFIKS PIC X(2) VALUE SPACES.
01 WS-POST-TEKST   PIC X(7)  VALUE SPACES.
01 WS-POST-BELOB   PIC S9(11)V99 VALUE 0.
01 LAAN-NR-EDIT    PIC 9(6).

*> Afdragsplan og restanceliste
01 WS-PLAN-NAVN    PIC X(60) VALUE SPACES.
01 WS-PLAN-STATUS-TEKST PIC X(10) VALUE SPACES.
01 WS-PLAN-NR-EDIT PIC ZZ9.
01 WS-LOEBETID-EDIT PIC ZZ9.
01 WS-BETALT-EDIT  PIC ZZ9.
01 WS-RESTANCE-EDIT PIC ZZ9.
01 WS-PCT-EDIT     PIC Z9.99.
01 WS-KR-EDIT      PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
01 WS-YDELSE-EDIT  PIC ZZ,ZZZ,ZZ9.99.
01 WS-RENTE-EDIT   PIC ZZ,ZZZ,ZZ9.99.
01 WS-AFDRAG-EDIT  PIC ZZ,ZZZ,ZZ9.99.
01 WS-REST-EDIT    PIC ZZ,ZZZ,ZZZ,ZZ9.99.

*> Flettemanifestet genlæses og genskrives med posteringsfilen
*> tilføjet - samme fremgangsmåde og grænser som STAAENDE-ORDRE
01 MAX-MANIFEST        PIC 9(2)  VALUE 16.
01 MANIFEST-GRAENSE    PIC 9(2)  VALUE 15.
01 ANTAL-MANIFEST      PIC 9(2)  VALUE 0.
01 IDX-MANIFEST        PIC 9(2).
01 WS-ALLEREDE-I-MANIFEST PIC X  VALUE "N".
01 POSTER-FILNAVN      PIC X(60) VALUE "LaanPoster.txt".
01 MANIFEST-NAVN-TABEL.
   02 MANIFEST-NAVN OCCURS 16 TIMES PIC X(60).

01 ANTAL-GENERERET PIC 9(5) VALUE 0.
01 ANTAL-I-RESTANCE PIC 9(5) VALUE 0.

PROCEDURE DIVISION.
    MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DAGS-DATO

    OPEN OUTPUT LaanLogFil

    PERFORM LAES-LAAN
    IF ANTAL-LAAN = 0
        *> Intet register - et eksisterende udtræk må ikke røres, men
        *> mangler det helt, efterlades en tom fil til manifestet
        OPEN INPUT PosterFil
        IF WS-POSTER-STATUS = "00"
            CLOSE PosterFil
        ELSE
            OPEN OUTPUT PosterFil
            CLOSE PosterFil
        END-IF
        CLOSE LaanLogFil
        DISPLAY "LAAN-AFDRAG: ingen laan i Laan.txt - intet genereret"
        STOP RUN
    END-IF

    PERFORM LAES-RESTGAELD
    PERFORM LAES-KONTO-EJERE
    PERFORM LAES-KASSEKREDITTER
    PERFORM LAES-KUNDE-ADRESSER
    PERFORM LAES-EKSISTERENDE-POSTER

    OPEN OUTPUT RestanceFil
    MOVE SPACES TO RESTANCE-TEXT
    STRING
        "RESTANCELISTE - LAAN PR. "  DELIMITED BY SIZE
        WS-DAGS-DATO                 DELIMITED BY SIZE
    INTO RESTANCE-TEXT
    END-STRING
    WRITE RESTANCE-REC
    MOVE "Laan    Konto           Forfald   Terminer     Ydelse (DKK)  Disponibelt (DKK)"
        TO RESTANCE-TEXT
    WRITE RESTANCE-REC

    MOVE 1 TO IDX-LAAN
    PERFORM UNTIL IDX-LAAN > ANTAL-LAAN
        PERFORM GENERER-LAAN-FORFALD
        IF T-LN-RESTANCE(IDX-LAAN) > 0
            PERFORM SKRIV-RESTANCE-LINJE
        END-IF
        PERFORM SKRIV-AFDRAGSPLAN
        ADD 1 TO IDX-LAAN
    END-PERFORM

    IF ANTAL-I-RESTANCE = 0
        MOVE "Ingen laan i restance" TO RESTANCE-TEXT
        WRITE RESTANCE-REC
    END-IF
    CLOSE RestanceFil

    PERFORM SORTER-POSTER
    PERFORM SKRIV-POSTER

    PERFORM SKRIV-RESTGAELD
    PERFORM OPDATER-TRANS-MANIFEST

    CLOSE LaanLogFil

    DISPLAY "LAAN-AFDRAG gennemført - " ANTAL-GENERERET
            " postering(er) genereret for " ANTAL-LAAN " laan, "
            ANTAL-I-RESTANCE " i restance"
    STOP RUN.

*>-----------------------------------------------------------------
*>  LAES-LAAN – læs Laan.txt ind i LAAN-TABEL og beregn hvert låns
*>  faste ydelse
*>-----------------------------------------------------------------
LAES-LAAN.
    OPEN INPUT LaanFil
    IF WS-LAAN-STATUS = "00"
        PERFORM UNTIL EOF-LAAN = "Y"
            READ LaanFil
                AT END
                    MOVE "Y" TO EOF-LAAN
                NOT AT END
                    IF LN-KONTO-ID OF LAAN-REC NOT = SPACES
                            AND LN-LOEBETID OF LAAN-REC > 0
                            AND ANTAL-LAAN < MAX-LAAN
                        ADD 1 TO ANTAL-LAAN
                        MOVE LN-LAAN-NR OF LAAN-REC
                            TO T-LN-LAAN-NR(ANTAL-LAAN)
                        MOVE LN-KONTO-ID OF LAAN-REC
                            TO T-LN-KONTO-ID(ANTAL-LAAN)
                        MOVE LN-REG-NR OF LAAN-REC
                            TO T-LN-REG-NR(ANTAL-LAAN)
                        MOVE FUNCTION NUMVAL(LN-HOVEDSTOL OF LAAN-REC)
                            TO T-LN-HOVEDSTOL(ANTAL-LAAN)
                        MOVE LN-RENTE-PCT OF LAAN-REC
                            TO T-LN-RENTE-PCT(ANTAL-LAAN)
                        MOVE LN-LOEBETID OF LAAN-REC
                            TO T-LN-LOEBETID(ANTAL-LAAN)
                        MOVE LN-DAG OF LAAN-REC
                            TO T-LN-DAG(ANTAL-LAAN)
                        MOVE LN-START-DATO OF LAAN-REC
                            TO T-LN-START(ANTAL-LAAN)
                        MOVE T-LN-HOVEDSTOL(ANTAL-LAAN)
                            TO T-LN-REST(ANTAL-LAAN)
                        MOVE 0 TO T-LN-BETALT(ANTAL-LAAN)
                        MOVE LOW-VALUES TO T-LN-SIDST(ANTAL-LAAN)
                        MOVE 0 TO T-LN-RESTANCE(ANTAL-LAAN)
                        MOVE SPACES TO T-LN-REST-DATO(ANTAL-LAAN)
                        MOVE ANTAL-LAAN TO IDX-LAAN
                        PERFORM BEREGN-YDELSE
                    END-IF
            END-READ
        END-PERFORM
        CLOSE LaanFil
    END-IF
    .

*>-----------------------------------------------------------------
*>  BEREGN-YDELSE – annuitetsydelsen for lånet i IDX-LAAN:
*>  hovedstol * r / (1 - (1 + r) ** -n), r = årlig rente / 12.
*>  Et rentefrit lån afdrages med lige store dele
*>-----------------------------------------------------------------
BEREGN-YDELSE.
    COMPUTE WS-MDR-RENTE = T-LN-RENTE-PCT(IDX-LAAN) / 100 / 12
    IF WS-MDR-RENTE = 0
        COMPUTE T-LN-YDELSE(IDX-LAAN) ROUNDED =
            T-LN-HOVEDSTOL(IDX-LAAN) / T-LN-LOEBETID(IDX-LAAN)
    ELSE
        COMPUTE T-LN-YDELSE(IDX-LAAN) ROUNDED =
            T-LN-HOVEDSTOL(IDX-LAAN) * WS-MDR-RENTE
            / (1 - (1 + WS-MDR-RENTE) ** (0 - T-LN-LOEBETID(IDX-LAAN)))
    END-IF
    .

*>-----------------------------------------------------------------
*>  LAES-RESTGAELD – læs en evt. LaanRestgaeld.txt og sæt hvert låns
*>  restgæld, antal betalte terminer og senest betalte forfaldsdato
*>-----------------------------------------------------------------
LAES-RESTGAELD.
    OPEN INPUT RestFil
    IF WS-REST-STATUS = "00"
        PERFORM UNTIL EOF-REST = "Y"
            READ RestFil
                AT END
                    MOVE "Y" TO EOF-REST
                NOT AT END
                    MOVE 1 TO IDX-LAAN
                    PERFORM UNTIL IDX-LAAN > ANTAL-LAAN
                        IF T-LN-LAAN-NR(IDX-LAAN) = LR-LAAN-NR
                            MOVE LR-RESTGAELD  TO T-LN-REST(IDX-LAAN)
                            MOVE LR-BETALT     TO T-LN-BETALT(IDX-LAAN)
                            MOVE LR-SIDST-DATO TO T-LN-SIDST(IDX-LAAN)
                            EXIT PERFORM
                        END-IF
                        ADD 1 TO IDX-LAAN
                    END-PERFORM
            END-READ
        END-PERFORM
        CLOSE RestFil
    END-IF
    .

*>-----------------------------------------------------------------
*>  LAES-KONTO-EJERE – konto -> kunde og saldo fra KontoOpl.txt
*>-----------------------------------------------------------------
LAES-KONTO-EJERE.
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
                            TO T-KE-KONTO-ID(ANTAL-KONTI)
                        MOVE KUNDE-ID OF KONTO-REC
                            TO T-KE-KUNDE-ID(ANTAL-KONTI)
                        MOVE BALANCE OF KONTO-REC
                            TO T-KE-DISPONIBEL(ANTAL-KONTI)
                    END-IF
            END-READ
        END-PERFORM
        CLOSE Kontofil
    END-IF
    .

*>-----------------------------------------------------------------
*>  LAES-KASSEKREDITTER – en uudløbet facilitet lægges oven i
*>  kontoens disponible beløb (samme regel som LIKVIDITET's gulv)
*>-----------------------------------------------------------------
LAES-KASSEKREDITTER.
    OPEN INPUT KassekreditFil
    IF WS-KK-STATUS = "00"
        PERFORM UNTIL EOF-KK = "Y"
            READ KassekreditFil
                AT END
                    MOVE "Y" TO EOF-KK
                NOT AT END
                    IF KAS-UDLOEB OF KASSEKREDIT-REC >= WS-DAGS-DATO
                        MOVE 1 TO IDX-KONTO
                        PERFORM UNTIL IDX-KONTO > ANTAL-KONTI
                            IF T-KE-KONTO-ID(IDX-KONTO)
                                    = KAS-KONTO-ID OF KASSEKREDIT-REC
                                ADD FUNCTION NUMVAL(
                                        KAS-LIMIT OF KASSEKREDIT-REC)
                                    TO T-KE-DISPONIBEL(IDX-KONTO)
                                EXIT PERFORM
                            END-IF
                            ADD 1 TO IDX-KONTO
                        END-PERFORM
                    END-IF
            END-READ
        END-PERFORM
        CLOSE KassekreditFil
    END-IF
    .

*>-----------------------------------------------------------------
*>  LAES-KUNDE-ADRESSER – kunde -> navn og sammensat adresse, som
*>  STAAENDE-ORDRE's LAES-KUNDE-ADRESSER
*>-----------------------------------------------------------------
LAES-KUNDE-ADRESSER.
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
                            TO T-KA-KUNDEID(ANTAL-KUNDER)
                        MOVE RAW-KUNDE(51:30)
                            TO T-KA-NAVN(ANTAL-KUNDER)
                        MOVE SPACES TO T-KA-ADRESSE(ANTAL-KUNDER)
                        STRING
                            FUNCTION TRIM(RAW-KUNDE(92:35))
                                DELIMITED BY SIZE
                            " "          DELIMITED BY SIZE
                            FUNCTION TRIM(RAW-KUNDE(127:6))
                                DELIMITED BY SIZE
                            ", "         DELIMITED BY SIZE
                            RAW-KUNDE(174:4) DELIMITED BY SIZE
                            " "          DELIMITED BY SIZE
                            FUNCTION TRIM(RAW-KUNDE(139:35))
                                DELIMITED BY SIZE
                        INTO T-KA-ADRESSE(ANTAL-KUNDER)
                        END-STRING
                    END-IF
            END-READ
        END-PERFORM
        CLOSE Kundeoplysninger
    END-IF
    .

*>-----------------------------------------------------------------
*>  GENERER-LAAN-FORFALD – gennemløb lånets forfaldsdatoer fra
*>  måneden efter udbetalingen og frem til dags dato. Hver forfalden,
*>  endnu ikke betalt termin genereres, så længe betalingskontoen
*>  kan dække den; den første udækkede termin stopper opkrævningen,
*>  og resten af de forfaldne terminer tælles blot som restance
*>-----------------------------------------------------------------
GENERER-LAAN-FORFALD.
    MOVE "N" TO WS-LAAN-FAERDIG
    COMPUTE WS-MDR-RENTE = T-LN-RENTE-PCT(IDX-LAAN) / 100 / 12
    PERFORM FIND-KONTO-EJER

    MOVE T-LN-START(IDX-LAAN)(1:4) TO WS-KAND-AAR
    MOVE T-LN-START(IDX-LAAN)(5:2) TO WS-KAND-MND
    PERFORM BEREGN-KAND-DATO
    *> Første termin forfalder tidligst dagen efter udbetalingen
    IF WS-KAND-DATO <= T-LN-START(IDX-LAAN)
        PERFORM NAESTE-MAANED
        PERFORM BEREGN-KAND-DATO
    END-IF

    PERFORM UNTIL WS-LAAN-FAERDIG = "Y"
        IF WS-KAND-DATO > WS-DAGS-DATO
                OR T-LN-BETALT(IDX-LAAN) >= T-LN-LOEBETID(IDX-LAAN)
                OR T-LN-REST(IDX-LAAN) <= 0
            MOVE "Y" TO WS-LAAN-FAERDIG
        ELSE
            IF WS-KAND-DATO > T-LN-SIDST(IDX-LAAN)
                IF T-LN-RESTANCE(IDX-LAAN) > 0
                    IF T-LN-BETALT(IDX-LAAN) + T-LN-RESTANCE(IDX-LAAN)
                            < T-LN-LOEBETID(IDX-LAAN)
                        ADD 1 TO T-LN-RESTANCE(IDX-LAAN)
                    END-IF
                ELSE
                    MOVE T-LN-REST(IDX-LAAN)   TO WS-BEREGN-REST
                    COMPUTE WS-BEREGN-NR = T-LN-BETALT(IDX-LAAN) + 1
                    PERFORM BEREGN-TERMIN
                    MOVE "N" TO WS-KAN-DAEKKE
                    IF WS-KONTO-IDX > 0
                        IF WS-TERMIN-BELOB <= T-KE-DISPONIBEL(WS-KONTO-IDX)
                            MOVE "Y" TO WS-KAN-DAEKKE
                        END-IF
                    END-IF
                    IF WS-KAN-DAEKKE = "Y"
                        PERFORM GENERER-TERMIN
                    ELSE
                        MOVE 1 TO T-LN-RESTANCE(IDX-LAAN)
                        MOVE WS-KAND-DATO TO T-LN-REST-DATO(IDX-LAAN)
                    END-IF
                END-IF
            END-IF
            PERFORM NAESTE-MAANED
            PERFORM BEREGN-KAND-DATO
        END-IF
    END-PERFORM
    .

*>-----------------------------------------------------------------
*>  BEREGN-TERMIN – fordel termin nr. WS-BEREGN-NR på rente og afdrag
*>  ud fra restgælden WS-BEREGN-REST. Sidste termin (eller en termin,
*>  hvis afdrag ville overstige restgælden) afdrager hele resten
*>-----------------------------------------------------------------
BEREGN-TERMIN.
    COMPUTE WS-TERMIN-RENTE ROUNDED = WS-BEREGN-REST * WS-MDR-RENTE
    COMPUTE WS-TERMIN-AFDRAG = T-LN-YDELSE(IDX-LAAN) - WS-TERMIN-RENTE
    IF WS-TERMIN-AFDRAG > WS-BEREGN-REST
            OR WS-BEREGN-NR >= T-LN-LOEBETID(IDX-LAAN)
        MOVE WS-BEREGN-REST TO WS-TERMIN-AFDRAG
    END-IF
    IF WS-TERMIN-AFDRAG < 0
        MOVE 0 TO WS-TERMIN-AFDRAG
    END-IF
    COMPUTE WS-TERMIN-BELOB = WS-TERMIN-RENTE + WS-TERMIN-AFDRAG
    .

*>-----------------------------------------------------------------
*>  GENERER-TERMIN – læg terminens rente- og afdragslinje i
*>  POSTER-TABEL og nedskriv restgæld og disponibelt beløb
*>-----------------------------------------------------------------
GENERER-TERMIN.
    IF ANTAL-POSTER + 2 > MAX-POSTER
        MOVE SPACES TO LOG-TEXT
        STRING
            "ADVARSEL: POSTER-TABEL fuld - laan "          DELIMITED BY SIZE
            T-LN-LAAN-NR(IDX-LAAN)                         DELIMITED BY SIZE
            " ikke opkraevet for "                         DELIMITED BY SIZE
            WS-KAND-DATO                                   DELIMITED BY SIZE
        INTO LOG-TEXT
        END-STRING
        WRITE LOG-REC
        *> Terminen er ikke opkrævet - stop lånet her, så den tages
        *> med næste kørsel
        MOVE "Y" TO WS-LAAN-FAERDIG
        EXIT PARAGRAPH
    END-IF

    IF WS-TERMIN-RENTE > 0
        MOVE "Laanrente"      TO WS-POST-TYPE
        MOVE "LR"             TO WS-POST-PRAEFIKS
        MOVE "rente"          TO WS-POST-TEKST
        MOVE WS-TERMIN-RENTE  TO WS-POST-BELOB
        PERFORM GENERER-POSTERING
    END-IF
    IF WS-TERMIN-AFDRAG > 0
        MOVE "Afdrag"         TO WS-POST-TYPE
        MOVE "LA"             TO WS-POST-PRAEFIKS
        MOVE "afdrag"         TO WS-POST-TEKST
        MOVE WS-TERMIN-AFDRAG TO WS-POST-BELOB
        PERFORM GENERER-POSTERING
    END-IF

    SUBTRACT WS-TERMIN-AFDRAG FROM T-LN-REST(IDX-LAAN)
    SUBTRACT WS-TERMIN-BELOB  FROM T-KE-DISPONIBEL(WS-KONTO-IDX)
    ADD 1 TO T-LN-BETALT(IDX-LAAN)
    MOVE WS-KAND-DATO TO T-LN-SIDST(IDX-LAAN)

    MOVE WS-TERMIN-BELOB TO WS-YDELSE-EDIT
    MOVE T-LN-REST(IDX-LAAN) TO WS-REST-EDIT
    MOVE SPACES TO LOG-TEXT
    STRING
        "Laan "                                   DELIMITED BY SIZE
        T-LN-LAAN-NR(IDX-LAAN)                    DELIMITED BY SIZE
        " termin "                                DELIMITED BY SIZE
        WS-KAND-DATO                              DELIMITED BY SIZE
        " opkraevet paa konto "                   DELIMITED BY SIZE
        FUNCTION TRIM(T-LN-KONTO-ID(IDX-LAAN))    DELIMITED BY SIZE
        ": "                                      DELIMITED BY SIZE
        FUNCTION TRIM(WS-YDELSE-EDIT)             DELIMITED BY SIZE
        " - restgaeld "                           DELIMITED BY SIZE
        FUNCTION TRIM(WS-REST-EDIT)               DELIMITED BY SIZE
    INTO LOG-TEXT
    END-STRING
    WRITE LOG-REC
    .

*>-----------------------------------------------------------------
*>  GENERER-POSTERING – byg én TRANSAKTIONER.cpy-linje (debitering af
*>  WS-POST-BELOB med type WS-POST-TYPE) for lånets termin på
*>  WS-KAND-DATO og læg den i POSTER-TABEL
*>-----------------------------------------------------------------
GENERER-POSTERING.
    MOVE SPACES TO RAW-POSTER
    MOVE WS-NAVN-FUNDET      TO NAVN             OF POSTER-REC
    MOVE WS-ADRESSE-FUNDET   TO ADRESSE          OF POSTER-REC
    MOVE WS-POST-TYPE        TO TRANSAKTIONSTYPE OF POSTER-REC
    MOVE T-LN-KONTO-ID(IDX-LAAN) TO KONTO-ID     OF POSTER-REC
    MOVE T-LN-REG-NR(IDX-LAAN)   TO REG-NR       OF POSTER-REC

    COMPUTE WS-BELOB-EDIT = WS-POST-BELOB * -1
    MOVE WS-BELOB-EDIT       TO BELØB-TEXT       OF POSTER-REC
    MOVE "DKK"               TO VALUTA           OF POSTER-REC

    MOVE T-LN-LAAN-NR(IDX-LAAN) TO LAAN-NR-EDIT
    MOVE SPACES TO WS-BUTIK
    STRING
        "Laan "            DELIMITED BY SIZE
        LAAN-NR-EDIT       DELIMITED BY SIZE
        " "                DELIMITED BY SIZE
        WS-POST-TEKST      DELIMITED BY SPACE
    INTO WS-BUTIK
    END-STRING
    MOVE WS-BUTIK            TO BUTIK            OF POSTER-REC

    *> Entydig pr. lån, termin og del, så en genindlæsning standses
    *> af OPGAVE10's dublettjek
    MOVE SPACES TO WS-REFERENCE
    STRING
        WS-POST-PRAEFIKS DELIMITED BY SIZE
        LAAN-NR-EDIT     DELIMITED BY SIZE
        WS-KAND-DATO     DELIMITED BY SIZE
    INTO WS-REFERENCE
    END-STRING
    MOVE WS-REFERENCE TO TRANS-REFERENCE OF POSTER-REC

    MOVE SPACES TO WS-TIDSPUNKT
    STRING
        WS-KAND-DATO(1:4) DELIMITED BY SIZE
        "-"               DELIMITED BY SIZE
        WS-KAND-DATO(5:2) DELIMITED BY SIZE
        "-"               DELIMITED BY SIZE
        WS-KAND-DATO(7:2) DELIMITED BY SIZE
        " 00:00:00"       DELIMITED BY SIZE
    INTO WS-TIDSPUNKT
    END-STRING
    MOVE WS-TIDSPUNKT TO TIDSPUNKT OF POSTER-REC

    ADD 1 TO ANTAL-POSTER
    MOVE RAW-POSTER TO POSTER-LINJE(ANTAL-POSTER)
    ADD 1 TO ANTAL-GENERERET
    .

*>-----------------------------------------------------------------
*>  NAESTE-MAANED – flyt WS-KAND-AAR/WS-KAND-MND én måned frem
*>-----------------------------------------------------------------
NAESTE-MAANED.
    IF WS-KAND-MND = 12
        MOVE 1 TO WS-KAND-MND
        ADD 1 TO WS-KAND-AAR
    ELSE
        ADD 1 TO WS-KAND-MND
    END-IF
    .

*>-----------------------------------------------------------------
*>  BEREGN-KAND-DATO – byg forfaldsdatoen i WS-KAND-AAR/WS-KAND-MND
*>  med lånets forfaldsdag klemt ned til månedens sidste dag
*>-----------------------------------------------------------------
BEREGN-KAND-DATO.
    EVALUATE WS-KAND-MND
        WHEN 1 WHEN 3 WHEN 5 WHEN 7 WHEN 8 WHEN 10 WHEN 12
            MOVE 31 TO WS-MND-DAGE
        WHEN 4 WHEN 6 WHEN 9 WHEN 11
            MOVE 30 TO WS-MND-DAGE
        WHEN OTHER
            *> Skudår: deleligt med 4, men ikke med 100 - medmindre
            *> det også er deleligt med 400
            IF FUNCTION MOD(WS-KAND-AAR, 4) = 0
                    AND (FUNCTION MOD(WS-KAND-AAR, 100) NOT = 0
                         OR FUNCTION MOD(WS-KAND-AAR, 400) = 0)
                MOVE 29 TO WS-MND-DAGE
            ELSE
                MOVE 28 TO WS-MND-DAGE
            END-IF
    END-EVALUATE

    IF T-LN-DAG(IDX-LAAN) > WS-MND-DAGE
        MOVE WS-MND-DAGE TO WS-KAND-DAG
    ELSE
        MOVE T-LN-DAG(IDX-LAAN) TO WS-KAND-DAG
    END-IF

    MOVE SPACES TO WS-KAND-DATO
    STRING
        WS-KAND-AAR DELIMITED BY SIZE
        WS-KAND-MND DELIMITED BY SIZE
        WS-KAND-DAG DELIMITED BY SIZE
    INTO WS-KAND-DATO
    END-STRING
    .

*>-----------------------------------------------------------------
*>  FIND-KONTO-EJER – slå lånets betalingskonto op: kontoens plads i
*>  KONTO-EJER-TABEL (WS-KONTO-IDX, 0 = ukendt konto) og ejers
*>  navn/adresse. En ukendt konto kan ikke dække nogen termin
*>-----------------------------------------------------------------
FIND-KONTO-EJER.
    MOVE 0 TO WS-KONTO-IDX
    MOVE SPACES TO WS-KUNDE-ID-FUNDET
                   WS-NAVN-FUNDET
                   WS-ADRESSE-FUNDET
    MOVE 1 TO IDX-KONTO
    PERFORM UNTIL IDX-KONTO > ANTAL-KONTI
        IF T-KE-KONTO-ID(IDX-KONTO) = T-LN-KONTO-ID(IDX-LAAN)
            MOVE IDX-KONTO TO WS-KONTO-IDX
            MOVE T-KE-KUNDE-ID(IDX-KONTO) TO WS-KUNDE-ID-FUNDET
            EXIT PERFORM
        END-IF
        ADD 1 TO IDX-KONTO
    END-PERFORM

    IF WS-KUNDE-ID-FUNDET NOT = SPACES
        MOVE 1 TO IDX-KUNDE
        PERFORM UNTIL IDX-KUNDE > ANTAL-KUNDER
            IF T-KA-KUNDEID(IDX-KUNDE) = WS-KUNDE-ID-FUNDET
                MOVE T-KA-NAVN(IDX-KUNDE)    TO WS-NAVN-FUNDET
                MOVE T-KA-ADRESSE(IDX-KUNDE) TO WS-ADRESSE-FUNDET
                EXIT PERFORM
            END-IF
            ADD 1 TO IDX-KUNDE
        END-PERFORM
    END-IF
    .

*>-----------------------------------------------------------------
*>  SKRIV-RESTANCE-LINJE – ét lån i restance: første udækkede
*>  forfaldsdato, antal forfaldne terminer, ydelsen og kontoens
*>  disponible beløb efter kørslens øvrige træk
*>-----------------------------------------------------------------
SKRIV-RESTANCE-LINJE.
    ADD 1 TO ANTAL-I-RESTANCE
    MOVE T-LN-RESTANCE(IDX-LAAN) TO WS-RESTANCE-EDIT
    MOVE T-LN-YDELSE(IDX-LAAN)   TO WS-YDELSE-EDIT
    IF WS-KONTO-IDX > 0
        MOVE T-KE-DISPONIBEL(WS-KONTO-IDX) TO WS-KR-EDIT
    ELSE
        MOVE 0 TO WS-KR-EDIT
    END-IF

    MOVE SPACES TO RESTANCE-TEXT
    STRING
        T-LN-LAAN-NR(IDX-LAAN)    DELIMITED BY SIZE
        "  "                      DELIMITED BY SIZE
        T-LN-KONTO-ID(IDX-LAAN)   DELIMITED BY SIZE
        "  "                      DELIMITED BY SIZE
        T-LN-REST-DATO(IDX-LAAN)  DELIMITED BY SIZE
        "  "                      DELIMITED BY SIZE
        WS-RESTANCE-EDIT          DELIMITED BY SIZE
        "     "                   DELIMITED BY SIZE
        WS-YDELSE-EDIT            DELIMITED BY SIZE
        "  "                      DELIMITED BY SIZE
        WS-KR-EDIT                DELIMITED BY SIZE
    INTO RESTANCE-TEXT
    END-STRING
    IF WS-KONTO-IDX = 0
        MOVE SPACES TO RESTANCE-TEXT(97:24)
        MOVE "ukendt konto" TO RESTANCE-TEXT(100:12)
    END-IF
    WRITE RESTANCE-REC

    MOVE SPACES TO LOG-TEXT
    STRING
        "RESTANCE: laan "                         DELIMITED BY SIZE
        T-LN-LAAN-NR(IDX-LAAN)                    DELIMITED BY SIZE
        " - konto "                               DELIMITED BY SIZE
        FUNCTION TRIM(T-LN-KONTO-ID(IDX-LAAN))    DELIMITED BY SIZE
        " kan ikke daekke terminen "              DELIMITED BY SIZE
        T-LN-REST-DATO(IDX-LAAN)                  DELIMITED BY SIZE
    INTO LOG-TEXT
    END-STRING
    WRITE LOG-REC
    .

*>-----------------------------------------------------------------
*>  SKRIV-AFDRAGSPLAN – Afdragsplan_<lånenr>.txt med lånets vilkår,
*>  aktuelle restgæld og alle terminer fra udbetaling til indfrielse.
*>  Planen regnes frem fra hovedstolen med samme terminsberegning
*>  som opkrævningen, så betalte terminer stemmer med posteringerne
*>-----------------------------------------------------------------
SKRIV-AFDRAGSPLAN.
    MOVE T-LN-LAAN-NR(IDX-LAAN) TO LAAN-NR-EDIT
    MOVE SPACES TO WS-PLAN-NAVN
    STRING
        "Afdragsplan_"  DELIMITED BY SIZE
        LAAN-NR-EDIT    DELIMITED BY SIZE
        ".txt"          DELIMITED BY SIZE
    INTO WS-PLAN-NAVN
    END-STRING
    OPEN OUTPUT PlanFil

    MOVE SPACES TO PLAN-TEXT
    STRING
        "AFDRAGSPLAN - LAAN "  DELIMITED BY SIZE
        LAAN-NR-EDIT           DELIMITED BY SIZE
        "   (udskrevet "       DELIMITED BY SIZE
        WS-DAGS-DATO           DELIMITED BY SIZE
        ")"                    DELIMITED BY SIZE
    INTO PLAN-TEXT
    END-STRING
    WRITE PLAN-REC
    MOVE SPACES TO PLAN-TEXT
    WRITE PLAN-REC

    MOVE SPACES TO PLAN-TEXT
    STRING
        "Laantager:               " DELIMITED BY SIZE
        WS-NAVN-FUNDET              DELIMITED BY SIZE
    INTO PLAN-TEXT
    END-STRING
    WRITE PLAN-REC
    MOVE SPACES TO PLAN-TEXT
    STRING
        "Adresse:                 " DELIMITED BY SIZE
        WS-ADRESSE-FUNDET           DELIMITED BY SIZE
    INTO PLAN-TEXT
    END-STRING
    WRITE PLAN-REC
    MOVE SPACES TO PLAN-TEXT
    STRING
        "Betalingskonto:          " DELIMITED BY SIZE
        T-LN-KONTO-ID(IDX-LAAN)     DELIMITED BY SIZE
    INTO PLAN-TEXT
    END-STRING
    WRITE PLAN-REC
    MOVE SPACES TO PLAN-TEXT
    STRING
        "Udbetalt:                " DELIMITED BY SIZE
        T-LN-START(IDX-LAAN)        DELIMITED BY SIZE
    INTO PLAN-TEXT
    END-STRING
    WRITE PLAN-REC

    MOVE T-LN-HOVEDSTOL(IDX-LAAN) TO WS-REST-EDIT
    MOVE SPACES TO PLAN-TEXT
    STRING
        "Hovedstol (DKK):         " DELIMITED BY SIZE
        WS-REST-EDIT                DELIMITED BY SIZE
    INTO PLAN-TEXT
    END-STRING
    WRITE PLAN-REC
    MOVE T-LN-RENTE-PCT(IDX-LAAN) TO WS-PCT-EDIT
    MOVE SPACES TO PLAN-TEXT
    STRING
        "Aarlig rente (pct.):     " DELIMITED BY SIZE
        WS-PCT-EDIT                 DELIMITED BY SIZE
    INTO PLAN-TEXT
    END-STRING
    WRITE PLAN-REC
    MOVE T-LN-LOEBETID(IDX-LAAN) TO WS-LOEBETID-EDIT
    MOVE SPACES TO PLAN-TEXT
    STRING
        "Loebetid (mdr.):         " DELIMITED BY SIZE
        WS-LOEBETID-EDIT            DELIMITED BY SIZE
    INTO PLAN-TEXT
    END-STRING
    WRITE PLAN-REC
    MOVE T-LN-YDELSE(IDX-LAAN) TO WS-YDELSE-EDIT
    MOVE SPACES TO PLAN-TEXT
    STRING
        "Maanedlig ydelse (DKK):  " DELIMITED BY SIZE
        WS-YDELSE-EDIT              DELIMITED BY SIZE
    INTO PLAN-TEXT
    END-STRING
    WRITE PLAN-REC
    MOVE T-LN-REST(IDX-LAAN)   TO WS-REST-EDIT
    MOVE T-LN-BETALT(IDX-LAAN) TO WS-BETALT-EDIT
    MOVE SPACES TO PLAN-TEXT
    STRING
        "Restgaeld (DKK):         " DELIMITED BY SIZE
        WS-REST-EDIT                DELIMITED BY SIZE
        "   efter "                 DELIMITED BY SIZE
        WS-BETALT-EDIT              DELIMITED BY SIZE
        " af "                      DELIMITED BY SIZE
        WS-LOEBETID-EDIT            DELIMITED BY SIZE
        " terminer"                 DELIMITED BY SIZE
    INTO PLAN-TEXT
    END-STRING
    WRITE PLAN-REC

    MOVE SPACES TO PLAN-TEXT
    WRITE PLAN-REC
    MOVE "Termin  Forfald          Ydelse          Rente         Afdrag          Restgaeld  Status"
        TO PLAN-TEXT
    WRITE PLAN-REC

    MOVE T-LN-HOVEDSTOL(IDX-LAAN) TO WS-BEREGN-REST
    COMPUTE WS-MDR-RENTE = T-LN-RENTE-PCT(IDX-LAAN) / 100 / 12
    MOVE T-LN-START(IDX-LAAN)(1:4) TO WS-KAND-AAR
    MOVE T-LN-START(IDX-LAAN)(5:2) TO WS-KAND-MND
    PERFORM BEREGN-KAND-DATO
    IF WS-KAND-DATO <= T-LN-START(IDX-LAAN)
        PERFORM NAESTE-MAANED
        PERFORM BEREGN-KAND-DATO
    END-IF

    MOVE 1 TO WS-BEREGN-NR
    PERFORM UNTIL WS-BEREGN-NR > T-LN-LOEBETID(IDX-LAAN)
                  OR WS-BEREGN-REST <= 0
        PERFORM BEREGN-TERMIN
        SUBTRACT WS-TERMIN-AFDRAG FROM WS-BEREGN-REST

        EVALUATE TRUE
            WHEN WS-BEREGN-NR <= T-LN-BETALT(IDX-LAAN)
                MOVE "Betalt"   TO WS-PLAN-STATUS-TEKST
            WHEN WS-KAND-DATO <= WS-DAGS-DATO
                MOVE "Restance" TO WS-PLAN-STATUS-TEKST
            WHEN OTHER
                MOVE SPACES     TO WS-PLAN-STATUS-TEKST
        END-EVALUATE

        MOVE WS-BEREGN-NR     TO WS-PLAN-NR-EDIT
        MOVE WS-TERMIN-BELOB  TO WS-YDELSE-EDIT
        MOVE WS-TERMIN-RENTE  TO WS-RENTE-EDIT
        MOVE WS-TERMIN-AFDRAG TO WS-AFDRAG-EDIT
        MOVE WS-BEREGN-REST   TO WS-REST-EDIT
        MOVE SPACES TO PLAN-TEXT
        STRING
            "   "                 DELIMITED BY SIZE
            WS-PLAN-NR-EDIT       DELIMITED BY SIZE
            "  "                  DELIMITED BY SIZE
            WS-KAND-DATO          DELIMITED BY SIZE
            "  "                  DELIMITED BY SIZE
            WS-YDELSE-EDIT        DELIMITED BY SIZE
            "  "                  DELIMITED BY SIZE
            WS-RENTE-EDIT         DELIMITED BY SIZE
            "  "                  DELIMITED BY SIZE
            WS-AFDRAG-EDIT        DELIMITED BY SIZE
            "  "                  DELIMITED BY SIZE
            WS-REST-EDIT          DELIMITED BY SIZE
            "  "                  DELIMITED BY SIZE
            WS-PLAN-STATUS-TEKST  DELIMITED BY SIZE
        INTO PLAN-TEXT
        END-STRING
        WRITE PLAN-REC

        ADD 1 TO WS-BEREGN-NR
        PERFORM NAESTE-MAANED
        PERFORM BEREGN-KAND-DATO
    END-PERFORM

    CLOSE PlanFil
    .

*>-----------------------------------------------------------------
*>  LAES-EKSISTERENDE-POSTER – bevar ubogførte terminer fra et
*>  eksisterende udtræk (se STAAENDE-ORDRE)
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
*>  SORTER-POSTER – sortér udtrækket stigende på KONTO-ID (position
*>  107, længde 14), som STAAENDE-ORDRE's SORTER-POSTER
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

*>-----------------------------------------------------------------
*>  SKRIV-POSTER – skriv det sorterede udtræk til LaanPoster.txt
*>-----------------------------------------------------------------
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
*>  SKRIV-RESTGAELD – skriv hvert låns restgæld, antal betalte
*>  terminer og senest betalte forfaldsdato tilbage (.new/mv).
*>  Et indfriet lån bliver stående med restgæld 0, så det ikke
*>  opkræves igen, så længe det står i Laan.txt
*>-----------------------------------------------------------------
SKRIV-RESTGAELD.
    OPEN OUTPUT RestNyFil
    MOVE 1 TO IDX-LAAN
    PERFORM UNTIL IDX-LAAN > ANTAL-LAAN
        IF T-LN-SIDST(IDX-LAAN) NOT = LOW-VALUES
            MOVE T-LN-LAAN-NR(IDX-LAAN) TO LRN-LAAN-NR
            MOVE T-LN-REST(IDX-LAAN)    TO LRN-RESTGAELD
            MOVE T-LN-BETALT(IDX-LAAN)  TO LRN-BETALT
            MOVE T-LN-SIDST(IDX-LAAN)   TO LRN-SIDST-DATO
            WRITE REST-NY-REC
        END-IF
        ADD 1 TO IDX-LAAN
    END-PERFORM
    CLOSE RestNyFil

    CALL "SYSTEM" USING
        "mv LaanRestgaeld.new LaanRestgaeld.txt"
    .

*>-----------------------------------------------------------------
*>  OPDATER-TRANS-MANIFEST – sørg for at LaanPoster.txt står i
*>  TransManifest.txt (se STAAENDE-ORDRE)
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
            MOVE "ADVARSEL: TransManifest.txt er fuldt - LaanPoster.txt ikke lagt op til fletning"
                TO LOG-TEXT
            WRITE LOG-REC
            DISPLAY "LAAN-AFDRAG: TransManifest.txt er fuldt - "
                    "udtraekket ikke lagt op til fletning"
        END-IF
    END-IF
    .
END PROGRAM LAAN-AFDRAG.
