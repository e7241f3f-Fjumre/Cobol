>>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. SVINDEL-OVERVAAGNING.

*>-----------------------------------------------------------------
*>  SVINDEL-OVERVAAGNING – kortsvindelsovervågning. AML-STRUKTUR og
*>  OPGAVE10's TJEK-STOR-TRANSAKTION leder efter hvidvask; denne
*>  kørsel leder efter et stjålet kort.
*>
*>  Af Transaktioner.txt (årets posteringer) bygges en normalprofil
*>  pr. kunde - CPR, eller KONTO-ID hvor CPR mangler - over de
*>  PROFIL-DAGE dage, der går forud for hver postering: hvilke
*>  BUTIKker og valutaer kunden plejer at bruge, det gennemsnitlige
*>  debiteringsbeløb og hvor mange debiteringer kunden har pr. dag.
*>  Kundens egne debiteringer fra de seneste VURDER-DAGE dage holdes
*>  op mod profilen, og en postering flages, hvis den bryder den:
*>    S  beløbsspids     - mindst SPIDS-FAKTOR gange det normale
*>                          debiteringsbeløb (og mindst SPIDS-MIN DKK)
*>    V  ny valuta       - første postering nogensinde i en
*>                          udenlandsk valuta
*>    H  hyppighed       - HYPPIG-ANTAL debiteringer eller flere
*>                          inden for HYPPIG-MINUTTER minutter, og
*>                          over det dobbelte af kundens normale antal
*>                          pr. dag
*>    N  nat             - en BUTIK kunden aldrig har handlet i, om
*>                          natten (NAT-FRA til NAT-TIL)
*>  Kunder uden forhistorie i profilvinduet vurderes kun på
*>  hyppighed - de har ingen profil at afvige fra.
*>
*>  Træf lægges i sagsregistret SvindelSager.txt (SVINDELSAG.cpy),
*>  samme fremgangsmåde som SCREENING's ScreeningSager.txt: én sag
*>  pr. flaget postering, som svindelafdelingen flytter videre med
*>  SvindelDispositioner.txt. En postering, der allerede har en sag,
*>  vurderes ikke igen, så de overlappende vurderingsdage ikke giver
*>  dobbeltsager. Dagens arbejdsliste SvindelVagtliste.txt viser kun
*>  de sager, der stadig er åbne.
*>
*>  Beløb omregnes til DKK med nyeste kurs pr. valuta (samme princip
*>  som AML-STRUKTUR). Grænserne kan justeres i det valgfri
*>  SvindelParametre.txt
*>-----------------------------------------------------------------

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT Transfil
        ASSIGN TO "Transaktioner.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-TRANS-STATUS.

    SELECT Valutafil
        ASSIGN TO "Valutakurser.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-VALUTA-STATUS.

    *> Valgfri parametre - findes filen ikke, bruges standarderne i
    *> WORKING-STORAGE
    SELECT ParameterFil
        ASSIGN TO "SvindelParametre.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PARAMETER-STATUS.

    *> Sagsregistret - valgfrit ved første kørsel
    SELECT SvindelSagFil
        ASSIGN TO "SvindelSager.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-SAG-STATUS.

    SELECT SvindelSagNyFil
        ASSIGN TO "SvindelSager.new"
        ORGANIZATION IS LINE SEQUENTIAL.

    *> Svindelafdelingens dispositioner: sagsnr + ny status, anvendes
    *> på registret inden vurderingen løber
    SELECT DispositionFil
        ASSIGN TO "SvindelDispositioner.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-DISP-STATUS.

    *> Dagens arbejdsliste: sager, der stadig er nye eller under
    *> behandling
    SELECT VagtlisteFil
        ASSIGN TO "SvindelVagtliste.txt"
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.

FD Transfil.
01 RAW-TRANS PIC X(223).
01 TRANS-REC REDEFINES RAW-TRANS.
   COPY "TRANSAKTIONER.cpy".

FD Valutafil.
01 RAW-VALUTA PIC X(38).
01 VALUTAKURS-REC REDEFINES RAW-VALUTA.
   COPY "VALUTAKURS.cpy".

FD ParameterFil.
01 PARAMETER-REC.
   02 SP-VURDER-DAGE      PIC 9(3).
   02 SP-PROFIL-DAGE      PIC 9(3).
   02 SP-SPIDS-FAKTOR     PIC 9(3).
   02 SP-SPIDS-MIN        PIC 9(9)V99.
   02 SP-HYPPIG-ANTAL     PIC 9(3).
   02 SP-HYPPIG-MINUTTER  PIC 9(3).
   02 SP-NAT-FRA          PIC 9(2).
   02 SP-NAT-TIL          PIC 9(2).

FD SvindelSagFil.
01 RAW-SAG PIC X(153).    *> 6+15+14+20+4+15+3+20+19+1+8+8 = 153
01 SAG-REC REDEFINES RAW-SAG.
   COPY "SVINDELSAG.cpy".

FD SvindelSagNyFil.
01 RAW-SAG-NY PIC X(153).
01 SAG-NY-REC REDEFINES RAW-SAG-NY.
   COPY "SVINDELSAG.cpy".

FD DispositionFil.
01 DISPOSITION-REC.
   02 SD-SAGSNR    PIC 9(6).
   02 FILLER       PIC X(1).
   02 SD-NY-STATUS PIC X(1).

FD VagtlisteFil.
01 VAGTLISTE-REC.
   02 VAGTLISTE-TEXT PIC X(180).

WORKING-STORAGE SECTION.
01 EOF-TRANS       PIC X VALUE "N".
01 EOF-VALUTA      PIC X VALUE "N".
01 EOF-SAG         PIC X VALUE "N".
01 EOF-DISP        PIC X VALUE "N".

01 WS-TRANS-STATUS     PIC XX VALUE SPACES.
01 WS-VALUTA-STATUS    PIC XX VALUE SPACES.
01 WS-PARAMETER-STATUS PIC XX VALUE SPACES.
01 WS-SAG-STATUS       PIC XX VALUE SPACES.
01 WS-DISP-STATUS      PIC XX VALUE SPACES.

01 WS-DAGS-DATO     PIC X(8) VALUE SPACES.
01 WS-DAGS-INT      PIC 9(7) VALUE 0.

*> Standardparametre (overskrives af SvindelParametre.txt)
01 WS-VURDER-DAGE     PIC 9(3) VALUE 3.
01 WS-PROFIL-DAGE     PIC 9(3) VALUE 90.
01 WS-SPIDS-FAKTOR    PIC 9(3) VALUE 5.
01 WS-SPIDS-MIN       PIC 9(9)V99 VALUE 2000.00.
01 WS-HYPPIG-ANTAL    PIC 9(3) VALUE 5.
01 WS-HYPPIG-MINUTTER PIC 9(3) VALUE 60.
01 WS-NAT-FRA         PIC 9(2) VALUE 23.
01 WS-NAT-TIL         PIC 9(2) VALUE 6.
*> Beløbsspidsen kræver en vis forhistorie at sammenligne med
01 WS-SPIDS-MIN-HISTORIK PIC 9(3) VALUE 5.

*> Nyeste kurs pr. valuta
01 MAX-KURSER   PIC 9(4) VALUE 200.
01 ANTAL-KURSER PIC 9(4) VALUE 0.
01 IDX-KURS     PIC 9(4).
01 KURS-TABEL.
   02 KURS-POST OCCURS 200 TIMES.
      03 T-KU-VALUTA PIC X(3).
      03 T-KU-DATO   PIC X(8).
      03 T-KU-KURS   PIC 9(5)V9999.

01 WS-KURS-FUNDET PIC X VALUE "N".
01 WS-KURS        PIC 9(5)V9999 VALUE 0.
01 WS-VALUTA-TRIM PIC X(6) VALUE SPACES.

*> Alle posteringer med profilnøgle, dagtal, minuttal og DKK-beløb
01 MAX-POSTER   PIC 9(6) VALUE 100000.
01 ANTAL-POSTER PIC 9(6) VALUE 0.
01 IDX-POST     PIC 9(6).
01 IDX-POST-J   PIC 9(6).
01 POST-TABEL.
   02 POST-POST OCCURS 100000 TIMES.
      03 T-PT-NOEGLE    PIC X(15).
      03 T-PT-KONTO-ID  PIC X(14).
      03 T-PT-DATO-INT  PIC 9(7).
      03 T-PT-MINUT     PIC 9(4).
      03 T-PT-TIME      PIC 9(2).
      03 T-PT-BELOB     PIC S9(13)V99.
      *> "Y" = kundens egen debitering (ikke gebyr/rente/storno/
      *> afskrivning)
      03 T-PT-DEBET     PIC X(1).
      03 T-PT-VALUTA    PIC X(3).
      03 T-PT-BUTIK     PIC X(20).
      03 T-PT-REF       PIC X(20).
      03 T-PT-TIDSPUNKT PIC X(19).

01 WS-BELOB-NUM     PIC S9(13)V99 VALUE 0.
01 WS-DATO-TAL      PIC X(8) VALUE SPACES.
01 WS-TIME          PIC 9(2) VALUE 0.
01 WS-MINUT         PIC 9(2) VALUE 0.

*> Sagsregistret - hele filen holdes i et array under kørslen og
*> skrives samlet tilbage, samme fremgangsmåde som SCREENING
01 MAX-SAGER   PIC 9(5) VALUE 10000.
01 ANTAL-SAGER PIC 9(5) VALUE 0.
01 IDX-SAG     PIC 9(5).

01 SAG-TABEL.
   02 T-SAG-POST OCCURS 10000 TIMES.
      03 T-SV-SAGSNR    PIC 9(6).
      03 T-SV-NOEGLE    PIC X(15).
      03 T-SV-KONTO-ID  PIC X(14).
      03 T-SV-REFERENCE PIC X(20).
      03 T-SV-REGLER    PIC X(4).
      03 T-SV-BELOB     PIC S9(13)V99.
      03 T-SV-VALUTA    PIC X(3).
      03 T-SV-BUTIK     PIC X(20).
      03 T-SV-TIDSPUNKT PIC X(19).
      03 T-SV-STATUS    PIC X(1).
      03 T-SV-OPRETTET  PIC X(8).
      03 T-SV-STATDATO  PIC X(8).

01 WS-NAESTE-SAGSNR PIC 9(6) VALUE 1.
01 WS-SAG-FUNDET    PIC X VALUE "N".

*> Profilen for den postering, der vurderes
01 WS-PR-ANTAL        PIC 9(6) VALUE 0.
01 WS-PR-DEBET-ANTAL  PIC 9(6) VALUE 0.
01 WS-PR-DEBET-SUM    PIC S9(13)V99 VALUE 0.
01 WS-PR-SNIT         PIC S9(13)V99 VALUE 0.
01 WS-PR-FOERSTE-INT  PIC 9(7) VALUE 0.
01 WS-PR-DAGE         PIC 9(5) VALUE 0.
01 WS-PR-PR-DAG       PIC 9(5)V99 VALUE 0.
01 WS-PR-VALUTA-SET   PIC X VALUE "N".
01 WS-PR-BUTIK-SET    PIC X VALUE "N".
01 WS-VINDUE-ANTAL    PIC 9(5) VALUE 0.
01 WS-VINDUE-START    PIC S9(5) VALUE 0.
01 WS-BELOB-ABS       PIC S9(13)V99 VALUE 0.
01 WS-REGLER          PIC X(4) VALUE SPACES.

01 ANTAL-VURDERET   PIC 9(6) VALUE 0.
01 ANTAL-NYE-SAGER  PIC 9(5) VALUE 0.
01 ANTAL-VAGTLISTE  PIC 9(5) VALUE 0.
01 ANTAL-DISP       PIC 9(5) VALUE 0.
01 SAGSNR-EDIT      PIC 9(6).
01 BELOB-EDIT       PIC --,---,---,--9.99.
01 WS-REGEL-TEXT    PIC X(100) VALUE SPACES.
01 WS-REGEL-PTR     PIC 9(3) VALUE 1.

PROCEDURE DIVISION.
    MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DAGS-DATO
    COMPUTE WS-DAGS-INT
        = FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-DAGS-DATO))

    PERFORM LAES-PARAMETRE
    PERFORM LAES-SAGER
    PERFORM ANVEND-DISPOSITIONER
    PERFORM LAES-KURSER
    PERFORM LAES-POSTER

    MOVE 1 TO IDX-POST
    PERFORM UNTIL IDX-POST > ANTAL-POSTER
        IF T-PT-DEBET(IDX-POST) = "Y"
                AND T-PT-DATO-INT(IDX-POST) > WS-DAGS-INT - WS-VURDER-DAGE
                AND T-PT-DATO-INT(IDX-POST) <= WS-DAGS-INT
            PERFORM VURDER-POSTERING
        END-IF
        ADD 1 TO IDX-POST
    END-PERFORM

    PERFORM SKRIV-SAGER
    PERFORM SKRIV-VAGTLISTE

    DISPLAY "SVINDEL-OVERVAAGNING gennemført - " ANTAL-VURDERET
            " debitering(er) vurderet mod kundeprofilen, "
            ANTAL-NYE-SAGER " ny(e) sag(er), " ANTAL-VAGTLISTE
            " aaben/aabne sag(er) paa vagtlisten"
    STOP RUN.

*>-----------------------------------------------------------------
*>  LAES-PARAMETRE – valgfrit SvindelParametre.txt; et nul-felt
*>  beholder standarden
*>-----------------------------------------------------------------
LAES-PARAMETRE.
    OPEN INPUT ParameterFil
    IF WS-PARAMETER-STATUS = "00"
        READ ParameterFil
            AT END
                CONTINUE
            NOT AT END
                IF SP-VURDER-DAGE > 0
                    MOVE SP-VURDER-DAGE TO WS-VURDER-DAGE
                END-IF
                IF SP-PROFIL-DAGE > 0
                    MOVE SP-PROFIL-DAGE TO WS-PROFIL-DAGE
                END-IF
                IF SP-SPIDS-FAKTOR > 0
                    MOVE SP-SPIDS-FAKTOR TO WS-SPIDS-FAKTOR
                END-IF
                IF SP-SPIDS-MIN > 0
                    MOVE SP-SPIDS-MIN TO WS-SPIDS-MIN
                END-IF
                IF SP-HYPPIG-ANTAL > 0
                    MOVE SP-HYPPIG-ANTAL TO WS-HYPPIG-ANTAL
                END-IF
                IF SP-HYPPIG-MINUTTER > 0
                    MOVE SP-HYPPIG-MINUTTER TO WS-HYPPIG-MINUTTER
                END-IF
                IF SP-NAT-FRA > 0 AND SP-NAT-FRA < 24
                    MOVE SP-NAT-FRA TO WS-NAT-FRA
                END-IF
                IF SP-NAT-TIL > 0 AND SP-NAT-TIL < 24
                    MOVE SP-NAT-TIL TO WS-NAT-TIL
                END-IF
        END-READ
        CLOSE ParameterFil
        DISPLAY "SvindelParametre.txt fundet - vurderer "
                WS-VURDER-DAGE " dag(e) mod " WS-PROFIL-DAGE
                " dages profil"
    END-IF
    .

*>-----------------------------------------------------------------
*>  LAES-SAGER – læs en evt. eksisterende SvindelSager.txt ind i
*>  SAG-TABEL. Næste ledige sagsnummer holdes ajour
*>-----------------------------------------------------------------
LAES-SAGER.
    OPEN INPUT SvindelSagFil
    IF WS-SAG-STATUS = "00"
        PERFORM UNTIL EOF-SAG = "Y"
            READ SvindelSagFil
                AT END
                    MOVE "Y" TO EOF-SAG
                NOT AT END
                    IF ANTAL-SAGER < MAX-SAGER
                        ADD 1 TO ANTAL-SAGER
                        MOVE SV-SAGSNR OF SAG-REC
                            TO T-SV-SAGSNR(ANTAL-SAGER)
                        MOVE SV-NOEGLE OF SAG-REC
                            TO T-SV-NOEGLE(ANTAL-SAGER)
                        MOVE SV-KONTO-ID OF SAG-REC
                            TO T-SV-KONTO-ID(ANTAL-SAGER)
                        MOVE SV-REFERENCE OF SAG-REC
                            TO T-SV-REFERENCE(ANTAL-SAGER)
                        MOVE SV-REGLER OF SAG-REC
                            TO T-SV-REGLER(ANTAL-SAGER)
                        MOVE SV-BELOB OF SAG-REC
                            TO T-SV-BELOB(ANTAL-SAGER)
                        MOVE SV-VALUTA OF SAG-REC
                            TO T-SV-VALUTA(ANTAL-SAGER)
                        MOVE SV-BUTIK OF SAG-REC
                            TO T-SV-BUTIK(ANTAL-SAGER)
                        MOVE SV-TIDSPUNKT OF SAG-REC
                            TO T-SV-TIDSPUNKT(ANTAL-SAGER)
                        MOVE SV-STATUS OF SAG-REC
                            TO T-SV-STATUS(ANTAL-SAGER)
                        MOVE SV-OPRETTET-DATO OF SAG-REC
                            TO T-SV-OPRETTET(ANTAL-SAGER)
                        MOVE SV-STATUS-DATO OF SAG-REC
                            TO T-SV-STATDATO(ANTAL-SAGER)
                        IF SV-SAGSNR OF SAG-REC >= WS-NAESTE-SAGSNR
                            COMPUTE WS-NAESTE-SAGSNR
                                = SV-SAGSNR OF SAG-REC + 1
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
        CLOSE SvindelSagFil
    END-IF
    .

*>-----------------------------------------------------------------
*>  ANVEND-DISPOSITIONER – flyt sager til deres nye status efter
*>  svindelafdelingens SvindelDispositioner.txt, og arkivér filen
*>-----------------------------------------------------------------
ANVEND-DISPOSITIONER.
    OPEN INPUT DispositionFil
    IF WS-DISP-STATUS = "00"
        PERFORM UNTIL EOF-DISP = "Y"
            READ DispositionFil
                AT END
                    MOVE "Y" TO EOF-DISP
                NOT AT END
                    IF SD-NY-STATUS = "N" OR SD-NY-STATUS = "U"
                            OR SD-NY-STATUS = "F" OR SD-NY-STATUS = "B"
                        MOVE 1 TO IDX-SAG
                        PERFORM UNTIL IDX-SAG > ANTAL-SAGER
                            IF T-SV-SAGSNR(IDX-SAG) = SD-SAGSNR
                                MOVE SD-NY-STATUS
                                    TO T-SV-STATUS(IDX-SAG)
                                MOVE WS-DAGS-DATO
                                    TO T-SV-STATDATO(IDX-SAG)
                                ADD 1 TO ANTAL-DISP
                                EXIT PERFORM
                            END-IF
                            ADD 1 TO IDX-SAG
                        END-PERFORM
                    END-IF
            END-READ
        END-PERFORM
        CLOSE DispositionFil
        IF ANTAL-DISP > 0
            DISPLAY "SvindelDispositioner.txt fundet - " ANTAL-DISP
                    " disposition(er) anvendt"
        END-IF
        *> Anvendte dispositioner arkiveres, så en gammel linje ikke
        *> ruller en senere disposition tilbage i næste kørsel
        CALL "SYSTEM" USING "cat SvindelDispositioner.txt >> SvindelDispositionerBehandlet.txt && rm -f SvindelDispositioner.txt"
    END-IF
    .

*>-----------------------------------------------------------------
*>  LAES-KURSER – behold den nyeste kurs pr. valuta
*>-----------------------------------------------------------------
LAES-KURSER.
    OPEN INPUT Valutafil
    IF WS-VALUTA-STATUS = "00"
        PERFORM UNTIL EOF-VALUTA = "Y"
            READ Valutafil
                AT END
                    MOVE "Y" TO EOF-VALUTA
                NOT AT END
                    PERFORM OPDATER-KURS
            END-READ
        END-PERFORM
        CLOSE Valutafil
    END-IF
    .

OPDATER-KURS.
    MOVE 1 TO IDX-KURS
    PERFORM UNTIL IDX-KURS > ANTAL-KURSER
        IF T-KU-VALUTA(IDX-KURS) = VK-VALUTAKODE OF VALUTAKURS-REC
            IF VK-EFFEKTIV-DATO OF VALUTAKURS-REC
                    >= T-KU-DATO(IDX-KURS)
                MOVE VK-EFFEKTIV-DATO OF VALUTAKURS-REC
                    TO T-KU-DATO(IDX-KURS)
                MOVE VK-KURS OF VALUTAKURS-REC
                    TO T-KU-KURS(IDX-KURS)
            END-IF
            EXIT PARAGRAPH
        END-IF
        ADD 1 TO IDX-KURS
    END-PERFORM

    IF ANTAL-KURSER < MAX-KURSER
        ADD 1 TO ANTAL-KURSER
        MOVE VK-VALUTAKODE    OF VALUTAKURS-REC
            TO T-KU-VALUTA(ANTAL-KURSER)
        MOVE VK-EFFEKTIV-DATO OF VALUTAKURS-REC
            TO T-KU-DATO(ANTAL-KURSER)
        MOVE VK-KURS          OF VALUTAKURS-REC
            TO T-KU-KURS(ANTAL-KURSER)
    END-IF
    .

*>-----------------------------------------------------------------
*>  LAES-POSTER – saml alle daterede posteringer med profilnøgle,
*>  DKK-beløb, dagtal og klokkeslæt i POST-TABEL
*>-----------------------------------------------------------------
LAES-POSTER.
    OPEN INPUT Transfil
    IF WS-TRANS-STATUS = "00"
        PERFORM UNTIL EOF-TRANS = "Y"
            READ Transfil
                AT END
                    MOVE "Y" TO EOF-TRANS
                NOT AT END
                    PERFORM BEHANDL-TRANS
            END-READ
        END-PERFORM
        CLOSE Transfil
    END-IF
    .

BEHANDL-TRANS.
    IF BELØB-TEXT = SPACES OR TIDSPUNKT = SPACES
            OR ANTAL-POSTER >= MAX-POSTER
        EXIT PARAGRAPH
    END-IF

    MOVE FUNCTION NUMVAL(BELØB-TEXT) TO WS-BELOB-NUM
    MOVE FUNCTION TRIM(VALUTA)       TO WS-VALUTA-TRIM
    PERFORM FIND-NYESTE-KURS
    IF WS-KURS-FUNDET = "N"
        *> Ukendt valuta - allerede ValutaExceptions' sag i OPGAVE10
        EXIT PARAGRAPH
    END-IF
    COMPUTE WS-BELOB-NUM = WS-BELOB-NUM * WS-KURS

    MOVE SPACES TO WS-DATO-TAL
    STRING
        TIDSPUNKT(1:4) DELIMITED BY SIZE
        TIDSPUNKT(6:2) DELIMITED BY SIZE
        TIDSPUNKT(9:2) DELIMITED BY SIZE
    INTO WS-DATO-TAL
    END-STRING
    IF WS-DATO-TAL IS NOT NUMERIC
        EXIT PARAGRAPH
    END-IF
    MOVE 0 TO WS-TIME WS-MINUT
    IF TIDSPUNKT(12:2) IS NUMERIC
        MOVE TIDSPUNKT(12:2) TO WS-TIME
    END-IF
    IF TIDSPUNKT(15:2) IS NUMERIC
        MOVE TIDSPUNKT(15:2) TO WS-MINUT
    END-IF

    ADD 1 TO ANTAL-POSTER
    IF CPR = SPACES
        MOVE KONTO-ID OF TRANS-REC TO T-PT-NOEGLE(ANTAL-POSTER)
    ELSE
        MOVE CPR TO T-PT-NOEGLE(ANTAL-POSTER)
    END-IF
    MOVE KONTO-ID OF TRANS-REC TO T-PT-KONTO-ID(ANTAL-POSTER)
    COMPUTE T-PT-DATO-INT(ANTAL-POSTER)
        = FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-DATO-TAL))
    COMPUTE T-PT-MINUT(ANTAL-POSTER) = WS-TIME * 60 + WS-MINUT
    MOVE WS-TIME         TO T-PT-TIME(ANTAL-POSTER)
    MOVE WS-BELOB-NUM    TO T-PT-BELOB(ANTAL-POSTER)
    MOVE WS-VALUTA-TRIM  TO T-PT-VALUTA(ANTAL-POSTER)
    IF WS-VALUTA-TRIM = SPACES
        MOVE "DKK" TO T-PT-VALUTA(ANTAL-POSTER)
    END-IF
    MOVE BUTIK           TO T-PT-BUTIK(ANTAL-POSTER)
    MOVE TRANS-REFERENCE TO T-PT-REF(ANTAL-POSTER)
    MOVE TIDSPUNKT(1:19) TO T-PT-TIDSPUNKT(ANTAL-POSTER)

    MOVE "N" TO T-PT-DEBET(ANTAL-POSTER)
    IF WS-BELOB-NUM < 0
        EVALUATE TRANSAKTIONSTYPE
            WHEN "Gebyr"
            WHEN "Rente"
            WHEN "Storno"
            WHEN "Afskrivning"
                CONTINUE
            WHEN OTHER
                MOVE "Y" TO T-PT-DEBET(ANTAL-POSTER)
        END-EVALUATE
    END-IF
    .

FIND-NYESTE-KURS.
    IF WS-VALUTA-TRIM = "DKK" OR WS-VALUTA-TRIM = SPACES
        MOVE "Y" TO WS-KURS-FUNDET
        MOVE 1   TO WS-KURS
    ELSE
        MOVE "N" TO WS-KURS-FUNDET
        MOVE 0   TO WS-KURS
        MOVE 1   TO IDX-KURS
        PERFORM UNTIL IDX-KURS > ANTAL-KURSER
            IF T-KU-VALUTA(IDX-KURS) = WS-VALUTA-TRIM
                MOVE "Y" TO WS-KURS-FUNDET
                MOVE T-KU-KURS(IDX-KURS) TO WS-KURS
                EXIT PERFORM
            END-IF
            ADD 1 TO IDX-KURS
        END-PERFORM
    END-IF
    .

*>-----------------------------------------------------------------
*>  VURDER-POSTERING – hold debiteringen IDX-POST op mod kundens
*>  profil og opret en sag, hvis den bryder mindst én regel. En
*>  postering med sag i forvejen springes over
*>-----------------------------------------------------------------
VURDER-POSTERING.
    MOVE "N" TO WS-SAG-FUNDET
    MOVE 1 TO IDX-SAG
    PERFORM UNTIL IDX-SAG > ANTAL-SAGER
        IF T-SV-KONTO-ID(IDX-SAG) = T-PT-KONTO-ID(IDX-POST)
                AND T-SV-REFERENCE(IDX-SAG) = T-PT-REF(IDX-POST)
            MOVE "Y" TO WS-SAG-FUNDET
            EXIT PERFORM
        END-IF
        ADD 1 TO IDX-SAG
    END-PERFORM
    IF WS-SAG-FUNDET = "Y"
        EXIT PARAGRAPH
    END-IF

    ADD 1 TO ANTAL-VURDERET
    PERFORM BYG-PROFIL
    COMPUTE WS-BELOB-ABS = 0 - T-PT-BELOB(IDX-POST)
    MOVE SPACES TO WS-REGLER

    *> S - beløbsspids
    IF WS-PR-DEBET-ANTAL >= WS-SPIDS-MIN-HISTORIK
            AND WS-BELOB-ABS >= WS-SPIDS-MIN
        COMPUTE WS-PR-SNIT ROUNDED
            = WS-PR-DEBET-SUM / WS-PR-DEBET-ANTAL
        IF WS-BELOB-ABS >= WS-PR-SNIT * WS-SPIDS-FAKTOR
            MOVE "S" TO WS-REGLER(1:1)
        END-IF
    END-IF

    *> V - første udenlandske valuta
    IF T-PT-VALUTA(IDX-POST) NOT = "DKK"
            AND WS-PR-ANTAL > 0 AND WS-PR-VALUTA-SET = "N"
        MOVE "V" TO WS-REGLER(2:1)
    END-IF

    *> H - mange debiteringer på kort tid
    IF WS-VINDUE-ANTAL >= WS-HYPPIG-ANTAL
            AND WS-VINDUE-ANTAL > WS-PR-PR-DAG * 2
        MOVE "H" TO WS-REGLER(3:1)
    END-IF

    *> N - ukendt forretning om natten
    IF T-PT-BUTIK(IDX-POST) NOT = SPACES
            AND WS-PR-ANTAL > 0 AND WS-PR-BUTIK-SET = "N"
        IF T-PT-TIME(IDX-POST) >= WS-NAT-FRA
                OR T-PT-TIME(IDX-POST) < WS-NAT-TIL
            MOVE "N" TO WS-REGLER(4:1)
        END-IF
    END-IF

    IF WS-REGLER NOT = SPACES
        PERFORM OPRET-SAG
    END-IF
    .

*>-----------------------------------------------------------------
*>  BYG-PROFIL – kundens profil over de PROFIL-DAGE dage før
*>  posteringens dato, og antallet af kundens debiteringer samme dag
*>  inden for HYPPIG-MINUTTER minutter op til og med posteringen
*>-----------------------------------------------------------------
BYG-PROFIL.
    MOVE 0   TO WS-PR-ANTAL WS-PR-DEBET-ANTAL WS-PR-DEBET-SUM
                WS-PR-PR-DAG WS-VINDUE-ANTAL
    MOVE "N" TO WS-PR-VALUTA-SET WS-PR-BUTIK-SET
    MOVE T-PT-DATO-INT(IDX-POST) TO WS-PR-FOERSTE-INT
    COMPUTE WS-VINDUE-START
        = T-PT-MINUT(IDX-POST) - WS-HYPPIG-MINUTTER

    MOVE 1 TO IDX-POST-J
    PERFORM UNTIL IDX-POST-J > ANTAL-POSTER
        IF T-PT-NOEGLE(IDX-POST-J) = T-PT-NOEGLE(IDX-POST)
            IF T-PT-DATO-INT(IDX-POST-J) < T-PT-DATO-INT(IDX-POST)
                    AND T-PT-DATO-INT(IDX-POST-J)
                        >= T-PT-DATO-INT(IDX-POST) - WS-PROFIL-DAGE
                ADD 1 TO WS-PR-ANTAL
                IF T-PT-DATO-INT(IDX-POST-J) < WS-PR-FOERSTE-INT
                    MOVE T-PT-DATO-INT(IDX-POST-J) TO WS-PR-FOERSTE-INT
                END-IF
                IF T-PT-DEBET(IDX-POST-J) = "Y"
                    ADD 1 TO WS-PR-DEBET-ANTAL
                    SUBTRACT T-PT-BELOB(IDX-POST-J) FROM WS-PR-DEBET-SUM
                END-IF
                IF T-PT-VALUTA(IDX-POST-J) = T-PT-VALUTA(IDX-POST)
                    MOVE "Y" TO WS-PR-VALUTA-SET
                END-IF
                IF T-PT-BUTIK(IDX-POST-J) = T-PT-BUTIK(IDX-POST)
                    MOVE "Y" TO WS-PR-BUTIK-SET
                END-IF
            END-IF
            IF T-PT-DATO-INT(IDX-POST-J) = T-PT-DATO-INT(IDX-POST)
                    AND T-PT-DEBET(IDX-POST-J) = "Y"
                    AND T-PT-MINUT(IDX-POST-J) <= T-PT-MINUT(IDX-POST)
                    AND T-PT-MINUT(IDX-POST-J) >= WS-VINDUE-START
                ADD 1 TO WS-VINDUE-ANTAL
            END-IF
        END-IF
        ADD 1 TO IDX-POST-J
    END-PERFORM

    IF WS-PR-DEBET-ANTAL > 0
        COMPUTE WS-PR-DAGE
            = T-PT-DATO-INT(IDX-POST) - WS-PR-FOERSTE-INT
        IF WS-PR-DAGE < 1
            MOVE 1 TO WS-PR-DAGE
        END-IF
        COMPUTE WS-PR-PR-DAG ROUNDED
            = WS-PR-DEBET-ANTAL / WS-PR-DAGE
    END-IF
    .

*>-----------------------------------------------------------------
*>  OPRET-SAG – ny sag i status "N" for debiteringen IDX-POST
*>-----------------------------------------------------------------
OPRET-SAG.
    IF ANTAL-SAGER >= MAX-SAGER
        DISPLAY "ADVARSEL: SvindelSager-tabellen er fuld - "
                T-PT-KONTO-ID(IDX-POST) " " T-PT-REF(IDX-POST)
                " ikke registreret"
        EXIT PARAGRAPH
    END-IF
    ADD 1 TO ANTAL-SAGER
    MOVE WS-NAESTE-SAGSNR          TO T-SV-SAGSNR(ANTAL-SAGER)
    ADD 1 TO WS-NAESTE-SAGSNR
    MOVE T-PT-NOEGLE(IDX-POST)     TO T-SV-NOEGLE(ANTAL-SAGER)
    MOVE T-PT-KONTO-ID(IDX-POST)   TO T-SV-KONTO-ID(ANTAL-SAGER)
    MOVE T-PT-REF(IDX-POST)        TO T-SV-REFERENCE(ANTAL-SAGER)
    MOVE WS-REGLER                 TO T-SV-REGLER(ANTAL-SAGER)
    MOVE T-PT-BELOB(IDX-POST)      TO T-SV-BELOB(ANTAL-SAGER)
    MOVE T-PT-VALUTA(IDX-POST)     TO T-SV-VALUTA(ANTAL-SAGER)
    MOVE T-PT-BUTIK(IDX-POST)      TO T-SV-BUTIK(ANTAL-SAGER)
    MOVE T-PT-TIDSPUNKT(IDX-POST)  TO T-SV-TIDSPUNKT(ANTAL-SAGER)
    MOVE "N"                       TO T-SV-STATUS(ANTAL-SAGER)
    MOVE WS-DAGS-DATO              TO T-SV-OPRETTET(ANTAL-SAGER)
    MOVE WS-DAGS-DATO              TO T-SV-STATDATO(ANTAL-SAGER)
    ADD 1 TO ANTAL-NYE-SAGER
    .

*>-----------------------------------------------------------------
*>  SKRIV-SAGER – skriv sagsregistret tilbage, samme .new/mv-
*>  fremgangsmåde som SCREENING
*>-----------------------------------------------------------------
SKRIV-SAGER.
    OPEN OUTPUT SvindelSagNyFil
    MOVE 1 TO IDX-SAG
    PERFORM UNTIL IDX-SAG > ANTAL-SAGER
        MOVE SPACES TO RAW-SAG-NY
        MOVE T-SV-SAGSNR(IDX-SAG)    TO SV-SAGSNR        OF SAG-NY-REC
        MOVE T-SV-NOEGLE(IDX-SAG)    TO SV-NOEGLE        OF SAG-NY-REC
        MOVE T-SV-KONTO-ID(IDX-SAG)  TO SV-KONTO-ID      OF SAG-NY-REC
        MOVE T-SV-REFERENCE(IDX-SAG) TO SV-REFERENCE     OF SAG-NY-REC
        MOVE T-SV-REGLER(IDX-SAG)    TO SV-REGLER        OF SAG-NY-REC
        MOVE T-SV-BELOB(IDX-SAG)     TO SV-BELOB         OF SAG-NY-REC
        MOVE T-SV-VALUTA(IDX-SAG)    TO SV-VALUTA        OF SAG-NY-REC
        MOVE T-SV-BUTIK(IDX-SAG)     TO SV-BUTIK         OF SAG-NY-REC
        MOVE T-SV-TIDSPUNKT(IDX-SAG) TO SV-TIDSPUNKT     OF SAG-NY-REC
        MOVE T-SV-STATUS(IDX-SAG)    TO SV-STATUS        OF SAG-NY-REC
        MOVE T-SV-OPRETTET(IDX-SAG)  TO SV-OPRETTET-DATO OF SAG-NY-REC
        MOVE T-SV-STATDATO(IDX-SAG)  TO SV-STATUS-DATO   OF SAG-NY-REC
        WRITE RAW-SAG-NY
        ADD 1 TO IDX-SAG
    END-PERFORM
    CLOSE SvindelSagNyFil

    CALL "SYSTEM" USING "mv SvindelSager.new SvindelSager.txt"
    .

*>-----------------------------------------------------------------
*>  SKRIV-VAGTLISTE – dagens arbejdsliste til svindelafdelingen:
*>  alle sager, der stadig er nye eller under behandling, med
*>  posteringen og de brudte regler i klartekst
*>-----------------------------------------------------------------
SKRIV-VAGTLISTE.
    OPEN OUTPUT VagtlisteFil
    MOVE SPACES TO VAGTLISTE-TEXT
    STRING
        "Kortsvindel - aabne sager pr. " DELIMITED BY SIZE
        WS-DAGS-DATO                     DELIMITED BY SIZE
    INTO VAGTLISTE-TEXT
    END-STRING
    WRITE VAGTLISTE-REC

    MOVE 1 TO IDX-SAG
    PERFORM UNTIL IDX-SAG > ANTAL-SAGER
        IF T-SV-STATUS(IDX-SAG) = "N" OR T-SV-STATUS(IDX-SAG) = "U"
            PERFORM SKRIV-VAGTLISTE-LINJE
        END-IF
        ADD 1 TO IDX-SAG
    END-PERFORM

    CLOSE VagtlisteFil
    .

*>-----------------------------------------------------------------
*>  SKRIV-VAGTLISTE-LINJE – én åben sag (IDX-SAG) på to linjer
*>-----------------------------------------------------------------
SKRIV-VAGTLISTE-LINJE.
    ADD 1 TO ANTAL-VAGTLISTE
    MOVE T-SV-SAGSNR(IDX-SAG) TO SAGSNR-EDIT
    MOVE T-SV-BELOB(IDX-SAG)  TO BELOB-EDIT

    MOVE SPACES TO VAGTLISTE-TEXT
    WRITE VAGTLISTE-REC
    MOVE SPACES TO VAGTLISTE-TEXT
    STRING
        "Sag "                                  DELIMITED BY SIZE
        SAGSNR-EDIT                             DELIMITED BY SIZE
        " konto "                               DELIMITED BY SIZE
        T-SV-KONTO-ID(IDX-SAG)                  DELIMITED BY SIZE
        " "                                     DELIMITED BY SIZE
        T-SV-TIDSPUNKT(IDX-SAG)                 DELIMITED BY SIZE
        "  "                                    DELIMITED BY SIZE
        FUNCTION TRIM(BELOB-EDIT)               DELIMITED BY SIZE
        " DKK ("                                DELIMITED BY SIZE
        T-SV-VALUTA(IDX-SAG)                    DELIMITED BY SIZE
        ")  "                                   DELIMITED BY SIZE
        FUNCTION TRIM(T-SV-BUTIK(IDX-SAG))      DELIMITED BY SIZE
        "  ref "                                DELIMITED BY SIZE
        FUNCTION TRIM(T-SV-REFERENCE(IDX-SAG))  DELIMITED BY SIZE
    INTO VAGTLISTE-TEXT
    END-STRING
    WRITE VAGTLISTE-REC

    MOVE SPACES TO WS-REGEL-TEXT
    MOVE 1 TO WS-REGEL-PTR
    IF T-SV-REGLER(IDX-SAG)(1:1) = "S"
        STRING " beloebsspids;" DELIMITED BY SIZE
            INTO WS-REGEL-TEXT WITH POINTER WS-REGEL-PTR
        END-STRING
    END-IF
    IF T-SV-REGLER(IDX-SAG)(2:1) = "V"
        STRING " foerste udenlandske valuta;" DELIMITED BY SIZE
            INTO WS-REGEL-TEXT WITH POINTER WS-REGEL-PTR
        END-STRING
    END-IF
    IF T-SV-REGLER(IDX-SAG)(3:1) = "H"
        STRING " mange debiteringer paa kort tid;" DELIMITED BY SIZE
            INTO WS-REGEL-TEXT WITH POINTER WS-REGEL-PTR
        END-STRING
    END-IF
    IF T-SV-REGLER(IDX-SAG)(4:1) = "N"
        STRING " ukendt forretning om natten;" DELIMITED BY SIZE
            INTO WS-REGEL-TEXT WITH POINTER WS-REGEL-PTR
        END-STRING
    END-IF

    MOVE SPACES TO VAGTLISTE-TEXT
    STRING
        "    "                          DELIMITED BY SIZE
        T-SV-STATUS(IDX-SAG)            DELIMITED BY SIZE
        " oprettet "                    DELIMITED BY SIZE
        T-SV-OPRETTET(IDX-SAG)          DELIMITED BY SIZE
        " kunde "                       DELIMITED BY SIZE
        FUNCTION TRIM(T-SV-NOEGLE(IDX-SAG)) DELIMITED BY SIZE
        " -"                            DELIMITED BY SIZE
        WS-REGEL-TEXT                   DELIMITED BY "  "
    INTO VAGTLISTE-TEXT
    END-STRING
    WRITE VAGTLISTE-REC
    .
END PROGRAM SVINDEL-OVERVAAGNING.
