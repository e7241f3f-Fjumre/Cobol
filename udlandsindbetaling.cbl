>>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. UDLANDSINDBETALING.

*>-----------------------------------------------------------------
*>  UDLANDSINDBETALING – indlæser korrespondentbankens fil med
*>  indgående udenlandske overførsler (UdlandIndbetalinger.txt, se
*>  UDLANDINDBETALING.cpy), som hidtil er genindtastet i en
*>  filialfil. Den indgående pendant til UDLANDSBETALING.
*>
*>  Hver betaling valideres:
*>    - afsenderbanken identificeres ved SWIFT/BIC mod BankerUdland.txt
*>      (de første 6 tegn mod UB-SWIFT-KEY, se BANKERUDLAND.cpy)
*>    - modtagerkontoen findes i KontoOpl.txt, enten direkte som
*>      KONTO-ID eller via en dansk IBAN (DKkk + 14 cifre)
*>    - ordregivers navn screenes mod Overvaagningsliste.txt, før
*>      betalingen bogføres
*>
*>  Godkendte betalinger skrives som krediteringer i TRANSAKTIONER.cpy-
*>  format til UdlandIndPoster.txt (kumulativt, med kontrolpost
*>  UdlandIndPoster.ctl), som lægges op i TransManifest.txt til
*>  OPGAVE10 - samme fremgangsmåde som NETS-IMPORT. Betalinger der
*>  ikke kan henføres, returneres uændrede i UdlandIndRetur.txt med
*>  årsagen i UdlandIndImportLog.txt.
*>
*>  Et screeningstræf standser betalingen ved døren: den lægges i
*>  UdlandIndStoppet.txt, og træffet registreres som sag i
*>  ScreeningSager.txt (kilde "I") og sættes på dagens vagtliste hos
*>  compliance. De standsede betalinger genvurderes ved hver kørsel:
*>  er sagen dispositioneret som falsk positiv, bogføres betalingen;
*>  er den bekræftet, indefryses den i UdlandIndIndefrosset.txt;
*>  ellers bliver den stående.
*>
*>  Den indlæste fil flyttes til UdlandIndBehandlet.txt, så en
*>  genkørsel ikke bogfører betalingerne en gang til
*>-----------------------------------------------------------------

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT IndbetalingFil
        ASSIGN TO "UdlandIndbetalinger.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-INDBETALING-STATUS.

    *> Standsede betalinger fra tidligere kørsler - genvurderes og
    *> skrives tilbage med dem, der stadig afventer compliance
    SELECT StoppetFil
        ASSIGN TO "UdlandIndStoppet.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-STOPPET-STATUS.

    SELECT BankerUdlandFil
        ASSIGN TO "BankerUdland.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-BANKUDLAND-STATUS.

    SELECT Kontofil
        ASSIGN TO "KontoOpl.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-KONTO-STATUS.

    *> Kundestamdata - modtagerens navn/adresse, samme opslag som
    *> NETS-IMPORT
    SELECT Kundeoplysninger
        ASSIGN TO "Kundeoplysninger.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-KUNDE-STATUS.

    *> Overvågningslisten (sanktions-/PEP-navne), samme fil som
    *> SCREENING. Findes den ikke, er der intet at screene imod
    SELECT OvervaagningsFil
        ASSIGN TO "Overvaagningsliste.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-LISTE-STATUS.

    *> SCREENINGs dispositionsregister - læses for compliances
    *> afgørelser og skrives tilbage med nye sager
    SELECT ScreeningSagFil
        ASSIGN TO "ScreeningSager.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-SAG-STATUS.

    SELECT ScreeningSagNyFil
        ASSIGN TO "ScreeningSager.new"
        ORGANIZATION IS LINE SEQUENTIAL.

    *> SCREENING danner dagens vagtliste før denne kørsel - de
    *> standsede betalinger tilføjes den
    SELECT VagtlisteFil
        ASSIGN TO "ScreeningVagtliste.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-VAGTLISTE-STATUS.

    SELECT PosterFil
        ASSIGN TO "UdlandIndPoster.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-POSTER-STATUS.

    SELECT PosterKontrolFil
        ASSIGN TO "UdlandIndPoster.ctl"
        ORGANIZATION IS LINE SEQUENTIAL.

    *> Returnerede betalinger, bevaret uændrede til korrespondenten
    SELECT ReturFil
        ASSIGN TO "UdlandIndRetur.txt"
        ORGANIZATION IS LINE SEQUENTIAL.

    *> Indefrosne betalinger fra bekræftede træf - kumulativ
    SELECT IndefrosetFil
        ASSIGN TO "UdlandIndIndefrosset.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-INDEFROSSET-STATUS.

    SELECT TransManifestFil
        ASSIGN TO "TransManifest.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-MANIFEST-STATUS.

    SELECT ImportLogFil
        ASSIGN TO "UdlandIndImportLog.txt"
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.

*> -------- UDLANDINDBETALINGER (korrespondentens fil) --------
FD IndbetalingFil.
01 RAW-INDBETALING PIC X(119).   *> 11+20+34+30+13+3+8 = 119

FD StoppetFil.
01 RAW-STOPPET PIC X(119).

FD BankerUdlandFil.
01 RAW-BANKUDLAND PIC X(106).
01 BANKUDLAND-REC REDEFINES RAW-BANKUDLAND.
   COPY "BANKERUDLAND.cpy".

FD Kontofil.
01 RAW-KONTO PIC X(52).
01 KONTO-REC REDEFINES RAW-KONTO.
   COPY "KONTOOPL.cpy".

*> Holdes bevidst rå - kun KUNDEID, NAVN og adressefelterne hentes
*> via reference-modifikation, samme begrundelse som NETS-IMPORT
FD Kundeoplysninger.
01 RAW-KUNDE PIC X(302).

FD OvervaagningsFil.
01 LISTE-REC.
   02 LISTE-NAVN PIC X(41).

FD ScreeningSagFil.
01 RAW-SAG PIC X(65).     *> 6+1+41+1+8+8 = 65
01 SAG-REC REDEFINES RAW-SAG.
   COPY "SCREENINGSAG.cpy".

FD ScreeningSagNyFil.
01 RAW-SAG-NY PIC X(65).

FD VagtlisteFil.
01 VAGTLISTE-REC.
   02 VAGTLISTE-TEXT PIC X(150).

FD PosterFil.
01 RAW-POSTER PIC X(223).
01 POSTER-REC REDEFINES RAW-POSTER.
   COPY "TRANSAKTIONER.cpy".

FD PosterKontrolFil.
01 POSTER-KONTROL-REC.
   02 PK-ANTAL PIC 9(9).
   02 FILLER   PIC X(1).
   02 PK-HASH  PIC 9(13)V99.

FD ReturFil.
01 RAW-RETUR PIC X(119).

FD IndefrosetFil.
01 RAW-INDEFROSSET PIC X(119).

FD TransManifestFil.
01 MANIFEST-REC.
   02 MANIFEST-FILNAVN PIC X(60).

FD ImportLogFil.
01 LOG-REC.
   02 LOG-TEXT PIC X(150).

WORKING-STORAGE SECTION.
01 EOF-INDBETALING PIC X VALUE "N".
01 EOF-STOPPET     PIC X VALUE "N".
01 EOF-BANKUDLAND  PIC X VALUE "N".
01 EOF-KONTO       PIC X VALUE "N".
01 EOF-KUNDE       PIC X VALUE "N".
01 EOF-LISTE       PIC X VALUE "N".
01 EOF-SAG         PIC X VALUE "N".
01 EOF-POSTER      PIC X VALUE "N".
01 EOF-MANIFEST    PIC X VALUE "N".

01 WS-INDBETALING-STATUS PIC XX VALUE SPACES.
01 WS-STOPPET-STATUS     PIC XX VALUE SPACES.
01 WS-BANKUDLAND-STATUS  PIC XX VALUE SPACES.
01 WS-KONTO-STATUS       PIC XX VALUE SPACES.
01 WS-KUNDE-STATUS       PIC XX VALUE SPACES.
01 WS-LISTE-STATUS       PIC XX VALUE SPACES.
01 WS-SAG-STATUS         PIC XX VALUE SPACES.
01 WS-VAGTLISTE-STATUS   PIC XX VALUE SPACES.
01 WS-POSTER-STATUS      PIC XX VALUE SPACES.
01 WS-INDEFROSSET-STATUS PIC XX VALUE SPACES.
01 WS-MANIFEST-STATUS    PIC XX VALUE SPACES.
01 WS-INDBETALING-LAEST  PIC X  VALUE "N".

01 WS-DAGS-DATO PIC X(8) VALUE SPACES.

*> Den betaling der behandles - fra korrespondentfilen eller fra
*> de standsede betalinger
01 INDBETALING-REC.
   COPY "UDLANDINDBETALING.cpy".

*> Korrespondentbank-kataloget - kun SWIFT-nøglen bruges her
01 MAX-BANKER-UDLAND   PIC 9(4) VALUE 2000.
01 ANTAL-BANKER-UDLAND PIC 9(4) VALUE 0.
01 IDX-BANK-UDLAND     PIC 9(4).
01 BANKUDLAND-TABEL.
   02 T-UB-SWIFT-KEY OCCURS 2000 TIMES PIC X(6).
01 WS-BANK-IDX PIC 9(4) VALUE 0.

*> Konto -> kunde-opslag fra KontoOpl.txt
01 MAX-KONTI   PIC 9(5) VALUE 50000.
01 ANTAL-KONTI PIC 9(5) VALUE 0.
01 IDX-KONTO   PIC 9(5).
01 KONTO-EJER-TABEL.
   02 KONTO-EJER-POST OCCURS 50000 TIMES.
      03 T-KE-KONTO-ID PIC X(14).
      03 T-KE-KUNDE-ID PIC X(10).

01 WS-KONTO-FUNDET PIC X(14) VALUE SPACES.
01 WS-SOEGE-KONTO  PIC X(14) VALUE SPACES.

*> Kunde -> navn/adresse-opslag fra Kundeoplysninger.txt
01 MAX-KUNDER   PIC 9(5) VALUE 50000.
01 ANTAL-KUNDER PIC 9(5) VALUE 0.
01 IDX-KUNDE    PIC 9(5).
01 KUNDE-ADR-TABEL.
   02 KUNDE-ADR-POST OCCURS 50000 TIMES.
      03 T-KA-KUNDEID PIC X(10).
      03 T-KA-NAVN    PIC X(30).
      03 T-KA-ADRESSE PIC X(50).

01 WS-KUNDE-ID-FUNDET PIC X(10) VALUE SPACES.
01 WS-NAVN-FUNDET     PIC X(30) VALUE SPACES.
01 WS-ADRESSE-FUNDET  PIC X(50) VALUE SPACES.

*> Overvågningslisten med store bogstaver, samme matchning som
*> SCREENING
01 MAX-LISTE   PIC 9(5) VALUE 5000.
01 ANTAL-LISTE PIC 9(5) VALUE 0.
01 IDX-LISTE   PIC 9(5).
01 LISTE-TABEL.
   02 T-LISTE-NAVN OCCURS 5000 TIMES PIC X(41).

01 WS-SOEGE-NAVN PIC X(41) VALUE SPACES.
01 WS-TRAEF      PIC X VALUE "N".

*> Dispositionsregistret holdes i et array og skrives samlet
*> tilbage, samme fremgangsmåde som SCREENING
01 MAX-SAGER   PIC 9(5) VALUE 10000.
01 ANTAL-SAGER PIC 9(5) VALUE 0.
01 IDX-SAG     PIC 9(5).
01 SAG-TABEL.
   02 T-SAG-POST OCCURS 10000 TIMES.
      03 T-SS-SAGSNR   PIC 9(6).
      03 T-SS-KILDE    PIC X(1).
      03 T-SS-NOEGLE   PIC X(41).
      03 T-SS-STATUS   PIC X(1).
      03 T-SS-OPRETTET PIC X(8).
      03 T-SS-STATDATO PIC X(8).

01 WS-NAESTE-SAGSNR PIC 9(6) VALUE 1.
01 WS-SAG-MATCH     PIC 9(5) VALUE 0.
01 SAGSNR-EDIT      PIC 9(6).

*> Standsede betalinger - de gamle læses ind, og dem der stadig
*> afventer compliance (gamle og nye) skrives tilbage
01 MAX-STOPPEDE        PIC 9(5) VALUE 5000.
01 ANTAL-STOPPEDE-IND  PIC 9(5) VALUE 0.
01 ANTAL-STOPPEDE      PIC 9(5) VALUE 0.
01 IDX-STOPPET         PIC 9(5).
01 STOPPET-IND-TABEL.
   02 T-STOPPET-IND OCCURS 5000 TIMES PIC X(119).
01 STOPPET-TABEL.
   02 T-STOPPET     OCCURS 5000 TIMES PIC X(119).

01 WS-AFVIST-AARSAG  PIC X(60) VALUE SPACES.
01 WS-FRA-STOPPET    PIC X     VALUE "N".

*> De konverterede krediteringer samles og sorteres stigende på
*> KONTO-ID, samme begrundelse som NETS-IMPORT
01 MAX-POSTER   PIC 9(5) VALUE 20000.
01 ANTAL-POSTER PIC 9(5) VALUE 0.
01 IDX-POSTER   PIC 9(5).
01 IDX-POSTER-J PIC 9(5).
01 POSTER-TABEL.
   02 POSTER-LINJE OCCURS 20000 TIMES PIC X(223).
01 SWAP-POSTER-LINJE PIC X(223).

01 WS-BELOB-NUM    PIC S9(11)V99 VALUE 0.
01 WS-BELOB-EDIT   PIC -(9)9.99.
01 WS-HASH-NUM     PIC 9(13)V99 VALUE 0.
01 WS-TIDSPUNKT    PIC X(26) VALUE SPACES.

01 ANTAL-BOGFOERT   PIC 9(5) VALUE 0.
01 ANTAL-RETUR      PIC 9(5) VALUE 0.
01 ANTAL-FRIGIVET   PIC 9(5) VALUE 0.
01 ANTAL-INDEFROSSET PIC 9(5) VALUE 0.
01 ANTAL-NYE-SAGER  PIC 9(5) VALUE 0.

*> Flettemanifestet genlæses og genskrives med posteringsfilen
*> tilføjet - samme fremgangsmåde som NETS-IMPORT.
*> OPGAVE10 fletter op til MAX-MANIFEST kilder, men generatorerne
*> går aldrig over MANIFEST-GRAENSE - sidste plads er reserveret til
*> VentendeDue.txt, som OPGAVE10 selv lægger op
01 MAX-MANIFEST        PIC 9(2)  VALUE 16.
01 MANIFEST-GRAENSE    PIC 9(2)  VALUE 15.
01 ANTAL-MANIFEST      PIC 9(2)  VALUE 0.
01 IDX-MANIFEST        PIC 9(2).
01 WS-ALLEREDE-I-MANIFEST PIC X  VALUE "N".
01 POSTER-FILNAVN      PIC X(60) VALUE "UdlandIndPoster.txt".
01 MANIFEST-NAVN-TABEL.
   02 MANIFEST-NAVN OCCURS 16 TIMES PIC X(60).

PROCEDURE DIVISION.
    MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DAGS-DATO

    OPEN OUTPUT ImportLogFil
    OPEN OUTPUT ReturFil

    PERFORM LAES-BANKER-UDLAND
    PERFORM LAES-KONTO-EJERE
    PERFORM LAES-KUNDE-ADRESSER
    PERFORM LAES-LISTE
    PERFORM LAES-SAGER
    PERFORM LAES-STOPPEDE
    PERFORM LAES-EKSISTERENDE-POSTER

    *> Vagtlisten er dannet af SCREENING tidligere i cyklussen -
    *> betalingerne tilføjes den
    OPEN EXTEND VagtlisteFil
    IF WS-VAGTLISTE-STATUS = "35"
        OPEN OUTPUT VagtlisteFil
    END-IF

    *> Først de tidligere standsede betalinger, så dagens nye
    MOVE "Y" TO WS-FRA-STOPPET
    MOVE 1 TO IDX-STOPPET
    PERFORM UNTIL IDX-STOPPET > ANTAL-STOPPEDE-IND
        MOVE T-STOPPET-IND(IDX-STOPPET) TO INDBETALING-REC
        PERFORM BEHANDL-INDBETALING
        ADD 1 TO IDX-STOPPET
    END-PERFORM
    MOVE "N" TO WS-FRA-STOPPET

    OPEN INPUT IndbetalingFil
    IF WS-INDBETALING-STATUS = "00"
        MOVE "Y" TO WS-INDBETALING-LAEST
        PERFORM UNTIL EOF-INDBETALING = "Y"
            READ IndbetalingFil INTO INDBETALING-REC
                AT END
                    MOVE "Y" TO EOF-INDBETALING
                NOT AT END
                    PERFORM BEHANDL-INDBETALING
            END-READ
        END-PERFORM
        CLOSE IndbetalingFil
    ELSE
        MOVE "UdlandIndbetalinger.txt ikke fundet - ingen nye betalinger"
            TO LOG-TEXT
        WRITE LOG-REC
    END-IF

    CLOSE VagtlisteFil

    PERFORM SKRIV-STOPPEDE
    IF ANTAL-NYE-SAGER > 0
        PERFORM SKRIV-SAGER
    END-IF

    PERFORM SORTER-POSTER
    PERFORM SKRIV-POSTER
    PERFORM SKRIV-KONTROLPOST

    IF ANTAL-POSTER > 0
        PERFORM OPDATER-TRANS-MANIFEST
    END-IF

    *> Betalingerne er nu bogført, standset eller returneret - flyt
    *> filen til behandlet-arkivet, så en genkørsel ikke indlæser de
    *> samme betalinger en gang til
    IF WS-INDBETALING-LAEST = "Y"
        CALL "SYSTEM" USING
            "cat UdlandIndbetalinger.txt >> UdlandIndBehandlet.txt && rm -f UdlandIndbetalinger.txt"
    END-IF

    CLOSE ReturFil ImportLogFil

    DISPLAY "UDLANDSINDBETALING gennemført - " ANTAL-BOGFOERT
            " betaling(er) bogført (heraf " ANTAL-FRIGIVET
            " frigivet), " ANTAL-STOPPEDE " standset, "
            ANTAL-INDEFROSSET " indefrosset, " ANTAL-RETUR
            " returneret"
    STOP RUN.

*>-----------------------------------------------------------------
*>  LAES-BANKER-UDLAND – korrespondentbank-kataloget, kun SWIFT-
*>  nøglen til identifikation af afsenderbanken
*>-----------------------------------------------------------------
LAES-BANKER-UDLAND.
    OPEN INPUT BankerUdlandFil
    IF WS-BANKUDLAND-STATUS = "00"
        PERFORM UNTIL EOF-BANKUDLAND = "Y"
            READ BankerUdlandFil
                AT END
                    MOVE "Y" TO EOF-BANKUDLAND
                NOT AT END
                    IF ANTAL-BANKER-UDLAND < MAX-BANKER-UDLAND
                        ADD 1 TO ANTAL-BANKER-UDLAND
                        MOVE UB-SWIFT-KEY OF BANKUDLAND-REC
                            TO T-UB-SWIFT-KEY(ANTAL-BANKER-UDLAND)
                    END-IF
            END-READ
        END-PERFORM
        CLOSE BankerUdlandFil
    END-IF
    .

*>-----------------------------------------------------------------
*>  LAES-KONTO-EJERE – konto -> kunde fra KontoOpl.txt
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
                    END-IF
            END-READ
        END-PERFORM
        CLOSE Kontofil
    END-IF
    .

*>-----------------------------------------------------------------
*>  LAES-KUNDE-ADRESSER – kunde -> navn og sammensat adresse fra
*>  Kundeoplysninger.txt, samme positioner som NETS-IMPORT
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
*>  LAES-LISTE – overvågningslisten med store bogstaver, samme
*>  indlæsning som SCREENING
*>-----------------------------------------------------------------
LAES-LISTE.
    OPEN INPUT OvervaagningsFil
    IF WS-LISTE-STATUS = "00"
        PERFORM UNTIL EOF-LISTE = "Y"
            READ OvervaagningsFil
                AT END
                    MOVE "Y" TO EOF-LISTE
                NOT AT END
                    IF LISTE-NAVN NOT = SPACES
                        AND ANTAL-LISTE < MAX-LISTE
                        ADD 1 TO ANTAL-LISTE
                        MOVE FUNCTION UPPER-CASE(LISTE-NAVN)
                            TO T-LISTE-NAVN(ANTAL-LISTE)
                    END-IF
            END-READ
        END-PERFORM
        CLOSE OvervaagningsFil
    END-IF
    .

*>-----------------------------------------------------------------
*>  LAES-SAGER – SCREENINGs sagsregister, med compliances seneste
*>  dispositioner allerede anvendt. Næste ledige sagsnummer holdes
*>  ajour
*>-----------------------------------------------------------------
LAES-SAGER.
    OPEN INPUT ScreeningSagFil
    IF WS-SAG-STATUS = "00"
        PERFORM UNTIL EOF-SAG = "Y"
            READ ScreeningSagFil
                AT END
                    MOVE "Y" TO EOF-SAG
                NOT AT END
                    IF ANTAL-SAGER < MAX-SAGER
                        ADD 1 TO ANTAL-SAGER
                        MOVE SS-SAGSNR OF SAG-REC
                            TO T-SS-SAGSNR(ANTAL-SAGER)
                        MOVE SS-KILDE OF SAG-REC
                            TO T-SS-KILDE(ANTAL-SAGER)
                        MOVE SS-NOEGLE OF SAG-REC
                            TO T-SS-NOEGLE(ANTAL-SAGER)
                        MOVE SS-STATUS OF SAG-REC
                            TO T-SS-STATUS(ANTAL-SAGER)
                        MOVE SS-OPRETTET-DATO OF SAG-REC
                            TO T-SS-OPRETTET(ANTAL-SAGER)
                        MOVE SS-STATUS-DATO OF SAG-REC
                            TO T-SS-STATDATO(ANTAL-SAGER)
                        IF SS-SAGSNR OF SAG-REC >= WS-NAESTE-SAGSNR
                            COMPUTE WS-NAESTE-SAGSNR
                                = SS-SAGSNR OF SAG-REC + 1
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
        CLOSE ScreeningSagFil
    END-IF
    .

*>-----------------------------------------------------------------
*>  LAES-STOPPEDE – de betalinger, tidligere kørsler har standset
*>-----------------------------------------------------------------
LAES-STOPPEDE.
    OPEN INPUT StoppetFil
    IF WS-STOPPET-STATUS = "00"
        PERFORM UNTIL EOF-STOPPET = "Y"
            READ StoppetFil
                AT END
                    MOVE "Y" TO EOF-STOPPET
                NOT AT END
                    IF RAW-STOPPET NOT = SPACES
                            AND ANTAL-STOPPEDE-IND < MAX-STOPPEDE
                        ADD 1 TO ANTAL-STOPPEDE-IND
                        MOVE RAW-STOPPET
                            TO T-STOPPET-IND(ANTAL-STOPPEDE-IND)
                    END-IF
            END-READ
        END-PERFORM
        CLOSE StoppetFil
    END-IF
    .

*>-----------------------------------------------------------------
*>  LAES-EKSISTERENDE-POSTER – læs et evt. eksisterende udtræk ind i
*>  POSTER-TABEL (inkl. beløbene i hashtotalen), samme princip som
*>  NETS-IMPORT
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
                        ADD FUNCTION NUMVAL(RAW-POSTER(127:15))
                            TO WS-HASH-NUM
                    END-IF
            END-READ
        END-PERFORM
        CLOSE PosterFil
    END-IF
    .

*>-----------------------------------------------------------------
*>  BEHANDL-INDBETALING – validér og screen én betaling, og bogfør,
*>  stands, indefrys eller returnér den
*>-----------------------------------------------------------------
BEHANDL-INDBETALING.
    IF INDBETALING-REC = SPACES
        EXIT PARAGRAPH
    END-IF

    MOVE SPACES TO WS-AFVIST-AARSAG

    PERFORM FIND-KORRESPONDENT
    IF WS-BANK-IDX = 0
        MOVE "afsenderbank (SWIFT/BIC) ukendt i BankerUdland.txt"
            TO WS-AFVIST-AARSAG
    END-IF

    IF WS-AFVIST-AARSAG = SPACES
        PERFORM FIND-MODTAGERKONTO
        IF WS-KONTO-FUNDET = SPACES
            MOVE "modtagerkonto (IBAN/KONTO-ID) ukendt i KontoOpl.txt"
                TO WS-AFVIST-AARSAG
        END-IF
    END-IF

    IF WS-AFVIST-AARSAG = SPACES
        IF UI-BELOB-OERE OF INDBETALING-REC NOT NUMERIC
                OR UI-BELOB-OERE OF INDBETALING-REC = 0
            MOVE "beloeb mangler eller er nul" TO WS-AFVIST-AARSAG
        END-IF
    END-IF

    IF WS-AFVIST-AARSAG NOT = SPACES
        PERFORM RETURNER-INDBETALING
        EXIT PARAGRAPH
    END-IF

    *> Ordregivers navn screenes, før der bogføres
    MOVE UI-ORDRE-NAVN OF INDBETALING-REC TO WS-SOEGE-NAVN
    PERFORM TJEK-NAVN-MOD-LISTE
    IF WS-TRAEF = "N"
        PERFORM KONVERTER-INDBETALING
        EXIT PARAGRAPH
    END-IF

    PERFORM FIND-SCREENING-SAG
    IF WS-SAG-MATCH = 0
        PERFORM STANDS-INDBETALING
        EXIT PARAGRAPH
    END-IF
    EVALUATE T-SS-STATUS(WS-SAG-MATCH)
        WHEN "F"
            *> Compliance har afgjort træffet som falsk positiv
            IF WS-FRA-STOPPET = "Y"
                ADD 1 TO ANTAL-FRIGIVET
            END-IF
            PERFORM KONVERTER-INDBETALING
        WHEN "B"
            PERFORM INDEFRYS-INDBETALING
        WHEN OTHER
            PERFORM STANDS-INDBETALING
    END-EVALUATE
    .

*>-----------------------------------------------------------------
*>  FIND-KORRESPONDENT – afsenderbankens SWIFT/BIC (første 6 tegn)
*>  mod BankerUdland.txt
*>-----------------------------------------------------------------
FIND-KORRESPONDENT.
    MOVE 0 TO WS-BANK-IDX
    MOVE 1 TO IDX-BANK-UDLAND
    PERFORM UNTIL IDX-BANK-UDLAND > ANTAL-BANKER-UDLAND
        IF T-UB-SWIFT-KEY(IDX-BANK-UDLAND) =
           UI-SWIFT OF INDBETALING-REC(1:6)
            MOVE IDX-BANK-UDLAND TO WS-BANK-IDX
            EXIT PERFORM
        END-IF
        ADD 1 TO IDX-BANK-UDLAND
    END-PERFORM
    .

*>-----------------------------------------------------------------
*>  FIND-MODTAGERKONTO – modtageren angives enten direkte som
*>  KONTO-ID eller som dansk IBAN, hvor de 14 cifre efter landekode
*>  og kontrolcifre er KONTO-ID
*>-----------------------------------------------------------------
FIND-MODTAGERKONTO.
    MOVE UI-IBAN OF INDBETALING-REC(1:14) TO WS-SOEGE-KONTO
    PERFORM SLAA-KONTO-OP
    IF WS-KONTO-FUNDET = SPACES
            AND UI-IBAN OF INDBETALING-REC(1:2) = "DK"
        MOVE UI-IBAN OF INDBETALING-REC(5:14) TO WS-SOEGE-KONTO
        PERFORM SLAA-KONTO-OP
    END-IF
    .

SLAA-KONTO-OP.
    MOVE SPACES TO WS-KONTO-FUNDET
                   WS-KUNDE-ID-FUNDET
    MOVE 1 TO IDX-KONTO
    PERFORM UNTIL IDX-KONTO > ANTAL-KONTI
        IF T-KE-KONTO-ID(IDX-KONTO) = WS-SOEGE-KONTO
            MOVE T-KE-KONTO-ID(IDX-KONTO) TO WS-KONTO-FUNDET
            MOVE T-KE-KUNDE-ID(IDX-KONTO) TO WS-KUNDE-ID-FUNDET
            EXIT PERFORM
        END-IF
        ADD 1 TO IDX-KONTO
    END-PERFORM
    .

*>-----------------------------------------------------------------
*>  TJEK-NAVN-MOD-LISTE – matcher WS-SOEGE-NAVN (uden hensyn til
*>  store/små bogstaver) mod listen, samme regel som SCREENING
*>-----------------------------------------------------------------
TJEK-NAVN-MOD-LISTE.
    MOVE "N" TO WS-TRAEF
    IF WS-SOEGE-NAVN NOT = SPACES
        MOVE FUNCTION UPPER-CASE(WS-SOEGE-NAVN) TO WS-SOEGE-NAVN
        MOVE 1 TO IDX-LISTE
        PERFORM UNTIL IDX-LISTE > ANTAL-LISTE
            IF WS-SOEGE-NAVN = T-LISTE-NAVN(IDX-LISTE)
                MOVE "Y" TO WS-TRAEF
                EXIT PERFORM
            END-IF
            ADD 1 TO IDX-LISTE
        END-PERFORM
    END-IF
    .

*>-----------------------------------------------------------------
*>  FIND-SCREENING-SAG – træffets sag (kilde "I" + navn) i
*>  registret. Findes den ikke, oprettes den som ny
*>-----------------------------------------------------------------
FIND-SCREENING-SAG.
    MOVE 0 TO WS-SAG-MATCH
    MOVE 1 TO IDX-SAG
    PERFORM UNTIL IDX-SAG > ANTAL-SAGER
        IF T-SS-KILDE(IDX-SAG) = "I"
                AND T-SS-NOEGLE(IDX-SAG) = WS-SOEGE-NAVN
            MOVE IDX-SAG TO WS-SAG-MATCH
            EXIT PERFORM
        END-IF
        ADD 1 TO IDX-SAG
    END-PERFORM

    IF WS-SAG-MATCH = 0
        IF ANTAL-SAGER >= MAX-SAGER
            MOVE "ADVARSEL: SAG-TABEL fuld - traef standset uden sag"
                TO LOG-TEXT
            WRITE LOG-REC
            EXIT PARAGRAPH
        END-IF
        ADD 1 TO ANTAL-SAGER
        MOVE ANTAL-SAGER      TO WS-SAG-MATCH
        MOVE WS-NAESTE-SAGSNR TO T-SS-SAGSNR(WS-SAG-MATCH)
        ADD 1 TO WS-NAESTE-SAGSNR
        MOVE "I"              TO T-SS-KILDE(WS-SAG-MATCH)
        MOVE WS-SOEGE-NAVN    TO T-SS-NOEGLE(WS-SAG-MATCH)
        MOVE "N"              TO T-SS-STATUS(WS-SAG-MATCH)
        MOVE WS-DAGS-DATO     TO T-SS-OPRETTET(WS-SAG-MATCH)
        MOVE WS-DAGS-DATO     TO T-SS-STATDATO(WS-SAG-MATCH)
        ADD 1 TO ANTAL-NYE-SAGER
    END-IF
    .

*>-----------------------------------------------------------------
*>  RETURNER-INDBETALING – bevar betalingen uændret i
*>  UdlandIndRetur.txt (til retur til korrespondenten) og log årsagen
*>-----------------------------------------------------------------
RETURNER-INDBETALING.
    ADD 1 TO ANTAL-RETUR
    MOVE INDBETALING-REC TO RAW-RETUR
    WRITE RAW-RETUR

    MOVE SPACES TO LOG-TEXT
    STRING
        "Returneret: reference "                      DELIMITED BY SIZE
        FUNCTION TRIM(UI-REFERENCE OF INDBETALING-REC) DELIMITED BY SIZE
        ", IBAN "                                     DELIMITED BY SIZE
        FUNCTION TRIM(UI-IBAN OF INDBETALING-REC)      DELIMITED BY SIZE
        " - "                                         DELIMITED BY SIZE
        FUNCTION TRIM(WS-AFVIST-AARSAG)                DELIMITED BY SIZE
    INTO LOG-TEXT
    END-STRING
    WRITE LOG-REC
    .

*>-----------------------------------------------------------------
*>  STANDS-INDBETALING – ordregiver står på listen, og sagen er
*>  ikke afgjort: betalingen holdes tilbage og sættes på
*>  compliances vagtliste
*>-----------------------------------------------------------------
STANDS-INDBETALING.
    IF ANTAL-STOPPEDE < MAX-STOPPEDE
        ADD 1 TO ANTAL-STOPPEDE
        MOVE INDBETALING-REC TO T-STOPPET(ANTAL-STOPPEDE)
    ELSE
        MOVE "ADVARSEL: tabellen over standsede betalinger er fuld"
            TO LOG-TEXT
        WRITE LOG-REC
    END-IF

    MOVE 0 TO SAGSNR-EDIT
    IF WS-SAG-MATCH > 0
        MOVE T-SS-SAGSNR(WS-SAG-MATCH) TO SAGSNR-EDIT
    END-IF
    MOVE SPACES TO VAGTLISTE-TEXT
    STRING
        "Sag "                                        DELIMITED BY SIZE
        SAGSNR-EDIT                                   DELIMITED BY SIZE
        " (I) "                                       DELIMITED BY SIZE
        FUNCTION TRIM(WS-SOEGE-NAVN)                  DELIMITED BY SIZE
        " - indgaaende betaling "                     DELIMITED BY SIZE
        FUNCTION TRIM(UI-REFERENCE OF INDBETALING-REC) DELIMITED BY SIZE
        " til konto "                                 DELIMITED BY SIZE
        FUNCTION TRIM(WS-KONTO-FUNDET)                DELIMITED BY SIZE
        " standset - afventer gennemgang"             DELIMITED BY SIZE
    INTO VAGTLISTE-TEXT
    END-STRING
    WRITE VAGTLISTE-REC

    MOVE SPACES TO LOG-TEXT
    STRING
        "Standset: reference "                        DELIMITED BY SIZE
        FUNCTION TRIM(UI-REFERENCE OF INDBETALING-REC) DELIMITED BY SIZE
        " - ordregiver paa overvaagningslisten, sag " DELIMITED BY SIZE
        SAGSNR-EDIT                                   DELIMITED BY SIZE
    INTO LOG-TEXT
    END-STRING
    WRITE LOG-REC
    .

*>-----------------------------------------------------------------
*>  INDEFRYS-INDBETALING – træffet er bekræftet: betalingen hverken
*>  bogføres eller returneres, men indefryses
*>-----------------------------------------------------------------
INDEFRYS-INDBETALING.
    ADD 1 TO ANTAL-INDEFROSSET
    OPEN EXTEND IndefrosetFil
    IF WS-INDEFROSSET-STATUS = "35"
        OPEN OUTPUT IndefrosetFil
    END-IF
    MOVE INDBETALING-REC TO RAW-INDEFROSSET
    WRITE RAW-INDEFROSSET
    CLOSE IndefrosetFil

    MOVE T-SS-SAGSNR(WS-SAG-MATCH) TO SAGSNR-EDIT
    MOVE SPACES TO LOG-TEXT
    STRING
        "Indefrosset: reference "                     DELIMITED BY SIZE
        FUNCTION TRIM(UI-REFERENCE OF INDBETALING-REC) DELIMITED BY SIZE
        " - bekraeftet traef, sag "                   DELIMITED BY SIZE
        SAGSNR-EDIT                                   DELIMITED BY SIZE
    INTO LOG-TEXT
    END-STRING
    WRITE LOG-REC
    .

*>-----------------------------------------------------------------
*>  KONVERTER-INDBETALING – byg krediteringen i TRANSAKTIONER.cpy-
*>  format. Korrespondentens SWIFT-nøgle bæres i REG-NR, så OPGAVE10
*>  genkender posten som international, og korrespondentens
*>  reference bæres uændret som TRANS-REFERENCE
*>-----------------------------------------------------------------
KONVERTER-INDBETALING.
    IF ANTAL-POSTER >= MAX-POSTER
        MOVE "ADVARSEL: POSTER-TABEL fuld - betaling returneret"
            TO WS-AFVIST-AARSAG
        PERFORM RETURNER-INDBETALING
        EXIT PARAGRAPH
    END-IF

    PERFORM FIND-KUNDE-ADRESSE

    MOVE SPACES TO RAW-POSTER
    MOVE WS-NAVN-FUNDET    TO NAVN             OF POSTER-REC
    MOVE WS-ADRESSE-FUNDET TO ADRESSE          OF POSTER-REC
    MOVE "Overførsel"      TO TRANSAKTIONSTYPE OF POSTER-REC
    MOVE WS-KONTO-FUNDET   TO KONTO-ID         OF POSTER-REC
    MOVE T-UB-SWIFT-KEY(WS-BANK-IDX) TO REG-NR OF POSTER-REC

    COMPUTE WS-BELOB-NUM = UI-BELOB-OERE OF INDBETALING-REC / 100
    MOVE WS-BELOB-NUM  TO WS-BELOB-EDIT
    MOVE WS-BELOB-EDIT TO BELØB-TEXT OF POSTER-REC
    ADD WS-BELOB-NUM TO WS-HASH-NUM

    MOVE UI-VALUTA OF INDBETALING-REC TO VALUTA OF POSTER-REC
    MOVE UI-ORDRE-NAVN OF INDBETALING-REC(1:20)
        TO BUTIK OF POSTER-REC
    MOVE UI-REFERENCE OF INDBETALING-REC
        TO TRANS-REFERENCE OF POSTER-REC

    MOVE SPACES TO WS-TIDSPUNKT
    STRING
        UI-DATO OF INDBETALING-REC(1:4) DELIMITED BY SIZE
        "-"                             DELIMITED BY SIZE
        UI-DATO OF INDBETALING-REC(5:2) DELIMITED BY SIZE
        "-"                             DELIMITED BY SIZE
        UI-DATO OF INDBETALING-REC(7:2) DELIMITED BY SIZE
        " 00:00:00"                     DELIMITED BY SIZE
    INTO WS-TIDSPUNKT
    END-STRING
    MOVE WS-TIDSPUNKT TO TIDSPUNKT OF POSTER-REC

    ADD 1 TO ANTAL-POSTER
    MOVE RAW-POSTER TO POSTER-LINJE(ANTAL-POSTER)
    ADD 1 TO ANTAL-BOGFOERT
    .

*>-----------------------------------------------------------------
*>  FIND-KUNDE-ADRESSE – slå det fundne kunde-id op til navn/adresse.
*>  Ukendt kunde bogføres stadig, blot uadresseret
*>-----------------------------------------------------------------
FIND-KUNDE-ADRESSE.
    MOVE SPACES TO WS-NAVN-FUNDET
                   WS-ADRESSE-FUNDET
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
*>  SKRIV-STOPPEDE – de betalinger, der stadig afventer compliance
*>-----------------------------------------------------------------
SKRIV-STOPPEDE.
    OPEN OUTPUT StoppetFil
    MOVE 1 TO IDX-STOPPET
    PERFORM UNTIL IDX-STOPPET > ANTAL-STOPPEDE
        MOVE T-STOPPET(IDX-STOPPET) TO RAW-STOPPET
        WRITE RAW-STOPPET
        ADD 1 TO IDX-STOPPET
    END-PERFORM
    CLOSE StoppetFil
    .

*>-----------------------------------------------------------------
*>  SKRIV-SAGER – skriv sagsregistret tilbage med de nye sager,
*>  samme .new/mv-fremgangsmåde som SCREENING
*>-----------------------------------------------------------------
SKRIV-SAGER.
    OPEN OUTPUT ScreeningSagNyFil
    MOVE 1 TO IDX-SAG
    PERFORM UNTIL IDX-SAG > ANTAL-SAGER
        MOVE SPACES TO RAW-SAG-NY
        MOVE T-SS-SAGSNR(IDX-SAG)   TO RAW-SAG-NY(1:6)
        MOVE T-SS-KILDE(IDX-SAG)    TO RAW-SAG-NY(7:1)
        MOVE T-SS-NOEGLE(IDX-SAG)   TO RAW-SAG-NY(8:41)
        MOVE T-SS-STATUS(IDX-SAG)   TO RAW-SAG-NY(49:1)
        MOVE T-SS-OPRETTET(IDX-SAG) TO RAW-SAG-NY(50:8)
        MOVE T-SS-STATDATO(IDX-SAG) TO RAW-SAG-NY(58:8)
        WRITE RAW-SAG-NY
        ADD 1 TO IDX-SAG
    END-PERFORM
    CLOSE ScreeningSagNyFil

    CALL "SYSTEM" USING "mv ScreeningSager.new ScreeningSager.txt"
    .

*>-----------------------------------------------------------------
*>  SORTER-POSTER – sortér udtrækket stigende på KONTO-ID (position
*>  107, længde 14), samme fremgangsmåde som NETS-IMPORT
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
*>  SKRIV-KONTROLPOST – postantal og beløbs-hashtotal i samme format
*>  som Transaktioner.ctl
*>-----------------------------------------------------------------
SKRIV-KONTROLPOST.
    OPEN OUTPUT PosterKontrolFil
    MOVE SPACES TO POSTER-KONTROL-REC
    MOVE ANTAL-POSTER TO PK-ANTAL
    MOVE WS-HASH-NUM  TO PK-HASH
    WRITE POSTER-KONTROL-REC
    CLOSE PosterKontrolFil
    .

*>-----------------------------------------------------------------
*>  OPDATER-TRANS-MANIFEST – sørg for at UdlandIndPoster.txt står i
*>  TransManifest.txt, samme fremgangsmåde som NETS-IMPORT
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
            MOVE "ADVARSEL: TransManifest.txt er fuldt - UdlandIndPoster.txt ikke lagt op til fletning (posterne staar i udtraekket til naeste koersel)"
                TO LOG-TEXT
            WRITE LOG-REC
            DISPLAY "UDLANDSINDBETALING: TransManifest.txt er fuldt - "
                    "udtraekket ikke lagt op til fletning"
        END-IF
    END-IF
    .
END PROGRAM UDLANDSINDBETALING.
