>>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. RYKKER.

*>-----------------------------------------------------------------
*>  RYKKER – rykkerforløb for konti, der bliver stående i overtræk
*>  ud over deres kassekredit. Overtraek.txt og KUNDE-BREVE fortæller
*>  kunden én gang, at kontoen er overtrukket; RYKKER følger op.
*>
*>  Kører efter OPGAVE10, så saldiene i KontoOpl.txt er nattens. En
*>  konto, hvis saldo (omregnet til DKK via nyeste kurs) ligger under
*>  minus dens gyldige kassekreditgrænse i Kassekreditter.txt (0 uden
*>  kassekredit), føres gennem trinene i RykkerRegister.txt (se
*>  RYKKER.cpy):
*>    1  rykker 1 med rykkergebyr          - straks
*>    2  rykker 2 med rykkergebyr          - RYKKER-FRIST-DAGE efter 1
*>    O  opsigelse, hele saldoen forfalder - RYKKER-FRIST-DAGE efter 2
*>    I  overdraget til inkasso            - OPSIGELSE-FRIST-DAGE
*>                                           efter opsigelsen
*>    A  afskrevet                         - på kreditafdelingens
*>                                           beslutning i
*>                                           RykkerAfskrivninger.txt
*>  Rykkergebyret lægges i gebyrkøen RykkerGebyr.txt og rejses af
*>  OPGAVE10's BEREGN-GEBYR på kontoens næste kørsel, samme mekanisme
*>  som GENUDSKRIV's GenudskrivGebyr.txt. Rykkere og opsigelse sendes
*>  som breve med VARSEL-BREVE's opsætning (UdskriftManifest.txt
*>  eller EmailSpool.txt). Overdragelsen til inkassobureauet sker i
*>  InkassoOverdragelse.txt (INKASSO.cpy).
*>
*>  En afskrivning genererer en "Afskrivning"-postering, der bringer
*>  kontoen i nul, i det kumulative udtræk RykkerPoster.txt, lagt op
*>  i TransManifest.txt til næste OPGAVE10-kørsel - OPGAVE10 fører
*>  den på sin egen posteringsklasse (AFSKRIVNING) i GL-eksporten.
*>
*>  Kommer saldoen igen inden for grænsen (efter opsigelse: i nul
*>  eller derover), lukkes sagen som udlignet; en inkassosag kaldes
*>  samtidig tilbage. Hver trinændring skrives i RykkerHistorik.txt,
*>  som aldrig skrives om - den er kontoens dokumentation ved klager.
*>  Konti tilhørende et dødsbo (KUNDE-STATUS "B") rykkes ikke; en
*>  verserende sag står stille, mens boet behandles.
*>-----------------------------------------------------------------

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT Kontofil
        ASSIGN TO "KontoOpl.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-KONTO-STATUS.

    SELECT KassekreditFil
        ASSIGN TO "Kassekreditter.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-KK-STATUS.

    SELECT Valutafil
        ASSIGN TO "Valutakurser.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-VALUTA-STATUS.

    *> Holdes bevidst rå - felterne hentes via reference-modifikation
    SELECT Kundeoplysninger
        ASSIGN TO "Kundeoplysninger.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-KUNDE-STATUS.

    SELECT LeveringsPraefFil
        ASSIGN TO "LeveringsPraeference.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-LEVERING-STATUS.

    *> Rykkerregistret - læses ind og skrives tilbage via .new/mv,
    *> samme fremgangsmåde som stamdatafilerne
    SELECT RegisterFil
        ASSIGN TO "RykkerRegister.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-REGISTER-STATUS.

    SELECT RegisterNyFil
        ASSIGN TO "RykkerRegister.new"
        ORGANIZATION IS LINE SEQUENTIAL.

    *> Trinhistorikken - akkumulerer
    SELECT HistorikFil
        ASSIGN TO "RykkerHistorik.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-HISTORIK-STATUS.

    *> Gebyrkø til OPGAVE10's BEREGN-GEBYR - én linje pr. rykker
    SELECT RykkerGebyrFil
        ASSIGN TO "RykkerGebyr.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-GEBYR-STATUS.

    SELECT AfskrivningFil
        ASSIGN TO "RykkerAfskrivninger.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-AFSKRIVNING-STATUS.

    SELECT AfvistFil
        ASSIGN TO "RykkerAfvist.txt"
        ORGANIZATION IS LINE SEQUENTIAL.

    SELECT InkassoFil
        ASSIGN TO "InkassoOverdragelse.txt"
        ORGANIZATION IS LINE SEQUENTIAL.

    SELECT PosterFil
        ASSIGN TO "RykkerPoster.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-POSTER-STATUS.

    SELECT TransManifestFil
        ASSIGN TO "TransManifest.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-MANIFEST-STATUS.

    SELECT BrevFil
        ASSIGN TO WS-BREV-FILNAVN
        ORGANIZATION IS LINE SEQUENTIAL.

    *> Forsendelsesmanifestet og e-mail-spoolen deles med OPGAVE10's
    *> kontoudskrifter - derfor EXTEND
    SELECT UdskriftManifestFil
        ASSIGN TO "UdskriftManifest.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-UDSKRIFT-MANIFEST-STATUS.

    SELECT EmailSpoolFil
        ASSIGN TO "EmailSpool.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-EMAIL-SPOOL-STATUS.

DATA DIVISION.
FILE SECTION.

FD Kontofil.
01 RAW-KONTO PIC X(52).
01 KONTO-REC REDEFINES RAW-KONTO.
   COPY "KONTOOPL.cpy".

FD KassekreditFil.
01 RAW-KASSEKREDIT PIC X(41).    *> 14+15+8+4 = 41
01 KASSEKREDIT-REC REDEFINES RAW-KASSEKREDIT.
   COPY "KASSEKREDIT.cpy".

FD Valutafil.
01 RAW-VALUTA PIC X(38).
01 VALUTAKURS-REC REDEFINES RAW-VALUTA.
   COPY "VALUTAKURS.cpy".

FD Kundeoplysninger.
01 RAW-KUNDE PIC X(302).

FD LeveringsPraefFil.
01 LEVERING-REC.
   02 LP-KUNDE-ID PIC X(10).
   02 LP-KANAL    PIC X(1).

FD RegisterFil.
01 RAW-REGISTER PIC X(70).       *> 14+1+8+8+15+15+9 = 70
01 REGISTER-REC REDEFINES RAW-REGISTER.
   COPY "RYKKER.cpy".

FD RegisterNyFil.
01 REGISTER-NY-REC.
   COPY "RYKKER.cpy".

FD HistorikFil.
01 HISTORIK-REC.
   COPY "RYKKER.cpy".

FD RykkerGebyrFil.
01 RYKKER-GEBYR-REC.
   02 RG-KONTO-ID PIC X(14).
   02 RG-DATO     PIC X(8).
   02 RG-TRIN     PIC X(1).
   02 RG-BELOB    PIC 9(7)V99.

FD AfskrivningFil.
01 RAW-AFSKRIVNING PIC X(44).    *> 14+30 = 44
01 AFSKRIVNING-REC REDEFINES RAW-AFSKRIVNING.
   COPY "AFSKRIVNING.cpy".

FD AfvistFil.
01 AFVIST-REC.
   02 AFVIST-TEXT PIC X(150).

FD InkassoFil.
01 INKASSO-REC.
   COPY "INKASSO.cpy".

FD PosterFil.
01 RAW-POSTER PIC X(223).
01 POSTER-REC REDEFINES RAW-POSTER.
   COPY "TRANSAKTIONER.cpy".

FD TransManifestFil.
01 MANIFEST-REC.
   02 MANIFEST-FILNAVN PIC X(60).

FD BrevFil.
01 BREV-REC.
   02 BREV-TEXT PIC X(120).

FD UdskriftManifestFil.
01 UDSKRIFT-MANIFEST-REC.
   02 UDSKRIFT-MANIFEST-TEXT PIC X(150).

FD EmailSpoolFil.
01 EMAIL-SPOOL-REC.
   02 EMAIL-SPOOL-TEXT PIC X(200).

WORKING-STORAGE SECTION.
01 EOF-KONTO       PIC X VALUE "N".
01 EOF-KK          PIC X VALUE "N".
01 EOF-VALUTA      PIC X VALUE "N".
01 EOF-KUNDE       PIC X VALUE "N".
01 EOF-LEVERING    PIC X VALUE "N".
01 EOF-REGISTER    PIC X VALUE "N".
01 EOF-AFSKRIVNING PIC X VALUE "N".
01 EOF-POSTER      PIC X VALUE "N".
01 EOF-MANIFEST    PIC X VALUE "N".

01 WS-KONTO-STATUS             PIC XX VALUE SPACES.
01 WS-KK-STATUS                PIC XX VALUE SPACES.
01 WS-VALUTA-STATUS            PIC XX VALUE SPACES.
01 WS-KUNDE-STATUS             PIC XX VALUE SPACES.
01 WS-LEVERING-STATUS          PIC XX VALUE SPACES.
01 WS-REGISTER-STATUS          PIC XX VALUE SPACES.
01 WS-HISTORIK-STATUS          PIC XX VALUE SPACES.
01 WS-GEBYR-STATUS             PIC XX VALUE SPACES.
01 WS-AFSKRIVNING-STATUS       PIC XX VALUE SPACES.
01 WS-POSTER-STATUS            PIC XX VALUE SPACES.
01 WS-MANIFEST-STATUS          PIC XX VALUE SPACES.
01 WS-UDSKRIFT-MANIFEST-STATUS PIC XX VALUE SPACES.
01 WS-EMAIL-SPOOL-STATUS       PIC XX VALUE SPACES.
01 WS-AFSKRIVNING-LAEST        PIC X  VALUE "N".

01 WS-DAGS-DATO    PIC X(8)  VALUE SPACES.
01 WS-DAGS-INT     PIC 9(9)  VALUE 0.
01 WS-TRIN-INT     PIC 9(9)  VALUE 0.
01 WS-DAGE-PAA-TRIN PIC S9(9) VALUE 0.
01 WS-BREV-FILNAVN PIC X(40) VALUE SPACES.

*> Rykkerforløbets frister og gebyr. Mindst 10 dage mellem
*> rykkerne, og gebyret holdes på rentelovens maksimum pr. rykker
01 RYKKER-FRIST-DAGE    PIC 9(3)    VALUE 10.
01 OPSIGELSE-FRIST-DAGE PIC 9(3)    VALUE 14.
01 RYKKER-GEBYR         PIC 9(7)V99 VALUE 100.00.

*> Kontostamdata - konto -> ejer/saldo/valuta
01 MAX-KONTI   PIC 9(5) VALUE 50000.
01 ANTAL-KONTI PIC 9(5) VALUE 0.
01 IDX-KONTO   PIC 9(5).
01 WS-KONTO-IDX PIC 9(5) VALUE 0.
01 KONTO-TABEL.
   02 KONTO-POST OCCURS 50000 TIMES.
      03 T-KO-KONTO-ID  PIC X(14).
      03 T-KO-KUNDE-ID  PIC X(10).
      03 T-KO-BALANCE   PIC S9(11)V99.
      03 T-KO-VALUTA-KD PIC X(3).

*> Bevilgede kassekreditter fra Kassekreditter.txt
01 MAX-KK   PIC 9(5) VALUE 5000.
01 ANTAL-KK PIC 9(5) VALUE 0.
01 IDX-KK   PIC 9(5).
01 KK-TABEL.
   02 KK-POST OCCURS 5000 TIMES.
      03 T-KK-KONTO-ID PIC X(14).
      03 T-KK-LIMIT    PIC S9(13)V99.
      03 T-KK-UDLOEB   PIC X(8).

*> Nyeste kurs pr. valuta, samme princip som INDLANDSBETALING
01 MAX-KURSER   PIC 9(4) VALUE 200.
01 ANTAL-KURSER PIC 9(4) VALUE 0.
01 IDX-KURS     PIC 9(4).
01 KURS-TABEL.
   02 KURS-POST OCCURS 200 TIMES.
      03 T-KU-VALUTA PIC X(3).
      03 T-KU-DATO   PIC X(8).
      03 T-KU-KURS   PIC 9(5)V9999.

01 WS-KURS-FUNDET  PIC X VALUE "N".
01 WS-KURS         PIC 9(5)V9999 VALUE 0.
01 WS-SOEGE-VALUTA PIC X(3) VALUE SPACES.

*> Kunder -> navn, adresse, status, sprog, e-mail og leverings-
*> kanal, samme opbygning som VARSEL-BREVE
01 MAX-KUNDER   PIC 9(5) VALUE 50000.
01 ANTAL-KUNDER PIC 9(5) VALUE 0.
01 IDX-KUNDE    PIC 9(5).
01 WS-KUNDE-IDX PIC 9(5) VALUE 0.
01 KUNDE-ADR-TABEL.
   02 KUNDE-ADR-POST OCCURS 50000 TIMES.
      03 T-KA-KUNDEID PIC X(10).
      03 T-KA-NAVN    PIC X(30).
      03 T-KA-ADR1    PIC X(45).
      03 T-KA-ADR2    PIC X(45).
      03 T-KA-STATUS  PIC X(1).
      03 T-KA-SPROG   PIC X(2).
      03 T-KA-EMAIL   PIC X(30).
      03 T-KA-KANAL   PIC X(1).

*> Rykkerregistret i hukommelsen. Nye sager lægges til bagest
01 MAX-REGISTER   PIC 9(5) VALUE 10000.
01 ANTAL-REGISTER PIC 9(5) VALUE 0.
01 IDX-REGISTER   PIC 9(5).
01 WS-REGISTER-IDX PIC 9(5) VALUE 0.
01 REGISTER-TABEL.
   02 REGISTER-POST OCCURS 10000 TIMES.
      03 T-RK-KONTO-ID   PIC X(14).
      03 T-RK-TRIN       PIC X(1).
      03 T-RK-DATO       PIC X(8).
      03 T-RK-START-DATO PIC X(8).
      03 T-RK-SALDO      PIC S9(13)V99.
      03 T-RK-GRAENSE    PIC 9(13)V99.
      03 T-RK-GEBYR      PIC 9(7)V99.

*> Den konto, der vurderes: saldo i DKK, gældende grænse og om den
*> står i overtræk ud over grænsen
01 WS-SALDO-DKK      PIC S9(13)V99 VALUE 0.
01 WS-GRAENSE        PIC S9(13)V99 VALUE 0.
01 WS-OVERTRAEK      PIC S9(13)V99 VALUE 0.
01 WS-I-OVERTRAEK    PIC X VALUE "N".
01 WS-SALDO-KENDT    PIC X VALUE "N".
01 WS-NYT-TRIN       PIC X(1) VALUE SPACE.
01 WS-TRIN-GEBYR     PIC 9(7)V99 VALUE 0.
01 WS-AFVIST-AARSAG  PIC X(60) VALUE SPACES.

*> Brevet, der skrives
01 WS-LINJE          PIC X(120) VALUE SPACES.
01 WS-SOM-EMAIL      PIC X      VALUE "N".
01 WS-EN             PIC X      VALUE "N".
01 BELOB-EDIT        PIC ZZ,ZZZ,ZZZ,ZZ9.99.
01 GEBYR-EDIT        PIC Z,ZZ9.99.
01 DAGE-EDIT         PIC ZZ9.

*> Afskrivningsposteringen
01 WS-BELOB-EDIT     PIC -(9)9.99.
01 WS-REFERENCE      PIC X(20) VALUE SPACES.
01 WS-TIDSPUNKT      PIC X(26) VALUE SPACES.
01 WS-LOEBENR        PIC 9(6)  VALUE 0.

*> Afskrivningsposteringerne samles og sorteres stigende på
*> KONTO-ID, samme begrundelse som i INDLANDSBETALING
01 MAX-POSTER   PIC 9(5) VALUE 10000.
01 ANTAL-POSTER PIC 9(5) VALUE 0.
01 IDX-POSTER   PIC 9(5).
01 IDX-POSTER-J PIC 9(5).
01 POSTER-TABEL.
   02 POSTER-LINJE OCCURS 10000 TIMES PIC X(223).
01 SWAP-POSTER-LINJE PIC X(223).

*> Flettemanifestet - samme fremgangsmåde og grænser som
*> INDLANDSBETALING
01 MAX-MANIFEST        PIC 9(2)  VALUE 16.
01 MANIFEST-GRAENSE    PIC 9(2)  VALUE 15.
01 ANTAL-MANIFEST      PIC 9(2)  VALUE 0.
01 IDX-MANIFEST        PIC 9(2).
01 WS-ALLEREDE-I-MANIFEST PIC X  VALUE "N".
01 POSTER-FILNAVN      PIC X(60) VALUE "RykkerPoster.txt".
01 MANIFEST-NAVN-TABEL.
   02 MANIFEST-NAVN OCCURS 16 TIMES PIC X(60).

01 ANTAL-RYKKER-1     PIC 9(5) VALUE 0.
01 ANTAL-RYKKER-2     PIC 9(5) VALUE 0.
01 ANTAL-OPSIGELSER   PIC 9(5) VALUE 0.
01 ANTAL-INKASSO      PIC 9(5) VALUE 0.
01 ANTAL-UDLIGNET     PIC 9(5) VALUE 0.
01 ANTAL-AFSKREVET    PIC 9(5) VALUE 0.
01 ANTAL-AFVIST       PIC 9(5) VALUE 0.
01 ANTAL-BREVE        PIC 9(5) VALUE 0.

*> Arkivering af kørslens breve, samme mønster som KUNDE-BREVE
01 WS-ARKIV-STAMP PIC X(14) VALUE SPACES.
01 WS-ARKIV-CMD   PIC X(200) VALUE SPACES.

PROCEDURE DIVISION.
    MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DAGS-DATO
    COMPUTE WS-DAGS-INT
        = FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-DAGS-DATO))

    PERFORM LAES-KONTI
    PERFORM LAES-KASSEKREDITTER
    PERFORM LAES-KURSER
    PERFORM LAES-KUNDE-ADRESSER
    PERFORM LAES-LEVERINGS-PRAEFERENCER
    PERFORM LAES-REGISTER
    PERFORM LAES-EKSISTERENDE-POSTER

    OPEN EXTEND HistorikFil
    IF WS-HISTORIK-STATUS = "35"
        OPEN OUTPUT HistorikFil
    END-IF
    OPEN EXTEND RykkerGebyrFil
    IF WS-GEBYR-STATUS = "35"
        OPEN OUTPUT RykkerGebyrFil
    END-IF
    OPEN EXTEND UdskriftManifestFil
    IF WS-UDSKRIFT-MANIFEST-STATUS = "35"
        OPEN OUTPUT UdskriftManifestFil
    END-IF
    OPEN EXTEND EmailSpoolFil
    IF WS-EMAIL-SPOOL-STATUS = "35"
        OPEN OUTPUT EmailSpoolFil
    END-IF
    OPEN OUTPUT InkassoFil
    OPEN OUTPUT AfvistFil

    *> Afskrivningerne først, så en afskrevet konto ikke samtidig
    *> vurderes som udlignet eller videre i forløbet
    OPEN INPUT AfskrivningFil
    IF WS-AFSKRIVNING-STATUS = "00"
        MOVE "Y" TO WS-AFSKRIVNING-LAEST
        PERFORM UNTIL EOF-AFSKRIVNING = "Y"
            READ AfskrivningFil
                AT END
                    MOVE "Y" TO EOF-AFSKRIVNING
                NOT AT END
                    IF AF-KONTO-ID OF AFSKRIVNING-REC NOT = SPACES
                        PERFORM BEHANDL-AFSKRIVNING
                    END-IF
            END-READ
        END-PERFORM
        CLOSE AfskrivningFil
    END-IF

    *> De verserende sager: udlignet, eller tid til næste trin?
    MOVE 1 TO IDX-REGISTER
    PERFORM UNTIL IDX-REGISTER > ANTAL-REGISTER
        MOVE IDX-REGISTER TO WS-REGISTER-IDX
        IF T-RK-TRIN(WS-REGISTER-IDX) NOT = "A"
            PERFORM VURDER-SAG
        END-IF
        ADD 1 TO IDX-REGISTER
    END-PERFORM

    *> Nye overtræk ud over grænsen, der endnu ikke er i registret
    MOVE 1 TO IDX-KONTO
    PERFORM UNTIL IDX-KONTO > ANTAL-KONTI
        MOVE IDX-KONTO TO WS-KONTO-IDX
        PERFORM FIND-REGISTER-KONTO
        IF WS-REGISTER-IDX = 0
            PERFORM VURDER-NY-KONTO
        END-IF
        ADD 1 TO IDX-KONTO
    END-PERFORM

    CLOSE HistorikFil RykkerGebyrFil UdskriftManifestFil EmailSpoolFil
          InkassoFil AfvistFil

    PERFORM SKRIV-REGISTER

    IF ANTAL-AFSKREVET > 0
        PERFORM SORTER-POSTER
        PERFORM SKRIV-POSTER
        PERFORM OPDATER-TRANS-MANIFEST
    END-IF

    *> Afskrivningsbeslutningerne er nu effektueret (eller afvist) -
    *> flyt dem til behandlet-arkivet, så en genkørsel ikke afskriver
    *> en gang til
    IF WS-AFSKRIVNING-LAEST = "Y"
        CALL "SYSTEM" USING
            "cat RykkerAfskrivninger.txt >> RykkerAfskrivningerBehandlet.txt && rm -f RykkerAfskrivninger.txt"
    END-IF

    IF ANTAL-BREVE > 0
        PERFORM ARKIVER-RYKKERE
    END-IF

    DISPLAY "RYKKER gennemført - " ANTAL-RYKKER-1 " rykker 1, "
            ANTAL-RYKKER-2 " rykker 2, " ANTAL-OPSIGELSER
            " opsigelse(r), " ANTAL-INKASSO " til inkasso, "
            ANTAL-UDLIGNET " udlignet, " ANTAL-AFSKREVET
            " afskrevet, " ANTAL-AFVIST " afskrivning(er) afvist"
    STOP RUN.

*>-----------------------------------------------------------------
*>  LAES-KONTI – konto -> ejer/saldo/valuta fra KontoOpl.txt
*>-----------------------------------------------------------------
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
                        MOVE KONTO-ID  OF KONTO-REC
                            TO T-KO-KONTO-ID(ANTAL-KONTI)
                        MOVE KUNDE-ID  OF KONTO-REC
                            TO T-KO-KUNDE-ID(ANTAL-KONTI)
                        MOVE BALANCE   OF KONTO-REC
                            TO T-KO-BALANCE(ANTAL-KONTI)
                        MOVE VALUTA-KD OF KONTO-REC
                            TO T-KO-VALUTA-KD(ANTAL-KONTI)
                    END-IF
            END-READ
        END-PERFORM
        CLOSE Kontofil
    END-IF
    .

*>-----------------------------------------------------------------
*>  LAES-KASSEKREDITTER – bevilgede kassekreditter; kun en facilitet,
*>  der ikke er udløbet, giver en grænse (som i OPGAVE10)
*>-----------------------------------------------------------------
LAES-KASSEKREDITTER.
    OPEN INPUT KassekreditFil
    IF WS-KK-STATUS = "00"
        PERFORM UNTIL EOF-KK = "Y"
            READ KassekreditFil
                AT END
                    MOVE "Y" TO EOF-KK
                NOT AT END
                    IF KAS-KONTO-ID OF KASSEKREDIT-REC NOT = SPACES
                            AND ANTAL-KK < MAX-KK
                        ADD 1 TO ANTAL-KK
                        MOVE KAS-KONTO-ID OF KASSEKREDIT-REC
                            TO T-KK-KONTO-ID(ANTAL-KK)
                        MOVE FUNCTION NUMVAL(KAS-LIMIT OF KASSEKREDIT-REC)
                            TO T-KK-LIMIT(ANTAL-KK)
                        MOVE KAS-UDLOEB OF KASSEKREDIT-REC
                            TO T-KK-UDLOEB(ANTAL-KK)
                    END-IF
            END-READ
        END-PERFORM
        CLOSE KassekreditFil
    END-IF
    .

*>-----------------------------------------------------------------
*>  LAES-KURSER – behold den nyeste kurs pr. valuta, samme princip
*>  som INDLANDSBETALING
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
*>  FIND-NYESTE-KURS – nyeste kendte kurs for WS-SOEGE-VALUTA. DKK
*>  står altid i kurs 1, uanset kurstabellen
*>-----------------------------------------------------------------
FIND-NYESTE-KURS.
    IF FUNCTION TRIM(WS-SOEGE-VALUTA) = "DKK"
            OR WS-SOEGE-VALUTA = SPACES
        MOVE "Y" TO WS-KURS-FUNDET
        MOVE 1   TO WS-KURS
    ELSE
        MOVE "N" TO WS-KURS-FUNDET
        MOVE 0   TO WS-KURS
        MOVE 1   TO IDX-KURS
        PERFORM UNTIL IDX-KURS > ANTAL-KURSER
            IF T-KU-VALUTA(IDX-KURS) = WS-SOEGE-VALUTA
                MOVE "Y" TO WS-KURS-FUNDET
                MOVE T-KU-KURS(IDX-KURS) TO WS-KURS
                EXIT PERFORM
            END-IF
            ADD 1 TO IDX-KURS
        END-PERFORM
    END-IF
    .

*>-----------------------------------------------------------------
*>  LAES-KUNDE-ADRESSER – kunde -> navn, adresselinjer, KUNDE-STATUS,
*>  sprog og e-mail fra Kundeoplysninger.txt
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
                        MOVE SPACES TO T-KA-ADR1(ANTAL-KUNDER)
                        STRING
                            FUNCTION TRIM(RAW-KUNDE(92:35))
                                DELIMITED BY SIZE
                            " " DELIMITED BY SIZE
                            FUNCTION TRIM(RAW-KUNDE(127:6))
                                DELIMITED BY SIZE
                        INTO T-KA-ADR1(ANTAL-KUNDER)
                        END-STRING
                        MOVE SPACES TO T-KA-ADR2(ANTAL-KUNDER)
                        STRING
                            RAW-KUNDE(174:4) DELIMITED BY SIZE
                            " " DELIMITED BY SIZE
                            FUNCTION TRIM(RAW-KUNDE(139:35))
                                DELIMITED BY SIZE
                        INTO T-KA-ADR2(ANTAL-KUNDER)
                        END-STRING
                        MOVE RAW-KUNDE(270:1)
                            TO T-KA-STATUS(ANTAL-KUNDER)
                        MOVE RAW-KUNDE(279:2)
                            TO T-KA-SPROG(ANTAL-KUNDER)
                        MOVE RAW-KUNDE(240:30)
                            TO T-KA-EMAIL(ANTAL-KUNDER)
                        MOVE "P" TO T-KA-KANAL(ANTAL-KUNDER)
                    END-IF
            END-READ
        END-PERFORM
        CLOSE Kundeoplysninger
    END-IF
    .

*>-----------------------------------------------------------------
*>  LAES-LEVERINGS-PRAEFERENCER – kunder med kanal "E" i en evt.
*>  LeveringsPraeference.txt får brevet i e-mail-spoolen
*>-----------------------------------------------------------------
LAES-LEVERINGS-PRAEFERENCER.
    OPEN INPUT LeveringsPraefFil
    IF WS-LEVERING-STATUS = "00"
        PERFORM UNTIL EOF-LEVERING = "Y"
            READ LeveringsPraefFil
                AT END
                    MOVE "Y" TO EOF-LEVERING
                NOT AT END
                    IF LP-KANAL = "E"
                        MOVE 1 TO IDX-KUNDE
                        PERFORM UNTIL IDX-KUNDE > ANTAL-KUNDER
                            IF T-KA-KUNDEID(IDX-KUNDE) = LP-KUNDE-ID
                                MOVE "E" TO T-KA-KANAL(IDX-KUNDE)
                                EXIT PERFORM
                            END-IF
                            ADD 1 TO IDX-KUNDE
                        END-PERFORM
                    END-IF
            END-READ
        END-PERFORM
        CLOSE LeveringsPraefFil
    END-IF
    .

*>-----------------------------------------------------------------
*>  LAES-REGISTER – rykkerregistret ind i REGISTER-TABEL. Dagens
*>  allerede effektuerede afskrivninger tælles, så løbenummeret i
*>  afskrivningsreferencen fortsætter ved en genkørsel samme dag
*>-----------------------------------------------------------------
LAES-REGISTER.
    OPEN INPUT RegisterFil
    IF WS-REGISTER-STATUS = "00"
        PERFORM UNTIL EOF-REGISTER = "Y"
            READ RegisterFil
                AT END
                    MOVE "Y" TO EOF-REGISTER
                NOT AT END
                    IF RK-KONTO-ID OF REGISTER-REC NOT = SPACES
                            AND ANTAL-REGISTER < MAX-REGISTER
                        ADD 1 TO ANTAL-REGISTER
                        MOVE RK-KONTO-ID OF REGISTER-REC
                            TO T-RK-KONTO-ID(ANTAL-REGISTER)
                        MOVE RK-TRIN OF REGISTER-REC
                            TO T-RK-TRIN(ANTAL-REGISTER)
                        MOVE RK-DATO OF REGISTER-REC
                            TO T-RK-DATO(ANTAL-REGISTER)
                        MOVE RK-START-DATO OF REGISTER-REC
                            TO T-RK-START-DATO(ANTAL-REGISTER)
                        MOVE RK-SALDO OF REGISTER-REC
                            TO T-RK-SALDO(ANTAL-REGISTER)
                        MOVE RK-GRAENSE OF REGISTER-REC
                            TO T-RK-GRAENSE(ANTAL-REGISTER)
                        MOVE RK-GEBYR OF REGISTER-REC
                            TO T-RK-GEBYR(ANTAL-REGISTER)
                        IF RK-AFSKREVET OF REGISTER-REC
                                AND RK-DATO OF REGISTER-REC = WS-DAGS-DATO
                            ADD 1 TO WS-LOEBENR
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
        CLOSE RegisterFil
    END-IF
    .

*>-----------------------------------------------------------------
*>  LAES-EKSISTERENDE-POSTER – læs et evt. eksisterende udtræk ind i
*>  POSTER-TABEL, før der genereres nyt, så afskrivninger, OPGAVE10
*>  endnu ikke har bogført, bevares
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
*>  FIND-REGISTER-KONTO – slå kontoen WS-KONTO-IDX op i registret.
*>  WS-REGISTER-IDX = 0, hvis kontoen ikke er i et rykkerforløb
*>-----------------------------------------------------------------
FIND-REGISTER-KONTO.
    MOVE 0 TO WS-REGISTER-IDX
    MOVE 1 TO IDX-REGISTER
    PERFORM UNTIL IDX-REGISTER > ANTAL-REGISTER
        IF T-RK-KONTO-ID(IDX-REGISTER) = T-KO-KONTO-ID(WS-KONTO-IDX)
            MOVE IDX-REGISTER TO WS-REGISTER-IDX
            EXIT PERFORM
        END-IF
        ADD 1 TO IDX-REGISTER
    END-PERFORM
    .

*>-----------------------------------------------------------------
*>  FIND-KONTO – slå registerlinjen WS-REGISTER-IDX's konto op i
*>  kontotabellen. WS-KONTO-IDX = 0, hvis kontoen ikke findes
*>-----------------------------------------------------------------
FIND-KONTO.
    MOVE 0 TO WS-KONTO-IDX
    MOVE 1 TO IDX-KONTO
    PERFORM UNTIL IDX-KONTO > ANTAL-KONTI
        IF T-KO-KONTO-ID(IDX-KONTO) = T-RK-KONTO-ID(WS-REGISTER-IDX)
            MOVE IDX-KONTO TO WS-KONTO-IDX
            EXIT PERFORM
        END-IF
        ADD 1 TO IDX-KONTO
    END-PERFORM
    .

*>-----------------------------------------------------------------
*>  FIND-KUNDE – slå ejeren af kontoen WS-KONTO-IDX op.
*>  WS-KUNDE-IDX = 0, hvis ejeren ikke findes
*>-----------------------------------------------------------------
FIND-KUNDE.
    MOVE 0 TO WS-KUNDE-IDX
    MOVE 1 TO IDX-KUNDE
    PERFORM UNTIL IDX-KUNDE > ANTAL-KUNDER
        IF T-KA-KUNDEID(IDX-KUNDE) = T-KO-KUNDE-ID(WS-KONTO-IDX)
            MOVE IDX-KUNDE TO WS-KUNDE-IDX
            EXIT PERFORM
        END-IF
        ADD 1 TO IDX-KUNDE
    END-PERFORM
    .

*>-----------------------------------------------------------------
*>  BEREGN-OVERTRAEK – saldoen for kontoen WS-KONTO-IDX i DKK, dens
*>  gyldige kassekreditgrænse og overtrækket ud over grænsen.
*>  WS-SALDO-KENDT = "N", hvis kontoens valuta er uden kurs
*>-----------------------------------------------------------------
BEREGN-OVERTRAEK.
    MOVE "N" TO WS-I-OVERTRAEK
    MOVE 0   TO WS-OVERTRAEK

    MOVE T-KO-VALUTA-KD(WS-KONTO-IDX) TO WS-SOEGE-VALUTA
    PERFORM FIND-NYESTE-KURS
    MOVE WS-KURS-FUNDET TO WS-SALDO-KENDT
    IF WS-SALDO-KENDT = "N"
        EXIT PARAGRAPH
    END-IF
    COMPUTE WS-SALDO-DKK ROUNDED = T-KO-BALANCE(WS-KONTO-IDX) * WS-KURS

    MOVE 0 TO WS-GRAENSE
    MOVE 1 TO IDX-KK
    PERFORM UNTIL IDX-KK > ANTAL-KK
        IF T-KK-KONTO-ID(IDX-KK) = T-KO-KONTO-ID(WS-KONTO-IDX)
                AND WS-DAGS-DATO <= T-KK-UDLOEB(IDX-KK)
            MOVE T-KK-LIMIT(IDX-KK) TO WS-GRAENSE
            EXIT PERFORM
        END-IF
        ADD 1 TO IDX-KK
    END-PERFORM

    IF WS-SALDO-DKK < 0 - WS-GRAENSE
        MOVE "Y" TO WS-I-OVERTRAEK
        COMPUTE WS-OVERTRAEK = 0 - WS-SALDO-DKK - WS-GRAENSE
    END-IF
    .

*>-----------------------------------------------------------------
*>  VURDER-NY-KONTO – en konto uden verserende sag, der står i
*>  overtræk ud over grænsen, åbner en sag med rykker 1
*>-----------------------------------------------------------------
VURDER-NY-KONTO.
    PERFORM BEREGN-OVERTRAEK
    IF WS-SALDO-KENDT = "N" OR WS-I-OVERTRAEK = "N"
        EXIT PARAGRAPH
    END-IF

    PERFORM FIND-KUNDE
    IF WS-KUNDE-IDX > 0
        IF T-KA-STATUS(WS-KUNDE-IDX) = "B"
            EXIT PARAGRAPH
        END-IF
    END-IF

    IF ANTAL-REGISTER >= MAX-REGISTER
        DISPLAY "RYKKER: registret er fuldt - konto "
                T-KO-KONTO-ID(WS-KONTO-IDX) " ikke rykket"
        EXIT PARAGRAPH
    END-IF

    ADD 1 TO ANTAL-REGISTER
    MOVE ANTAL-REGISTER TO WS-REGISTER-IDX
    MOVE T-KO-KONTO-ID(WS-KONTO-IDX) TO T-RK-KONTO-ID(WS-REGISTER-IDX)
    MOVE WS-DAGS-DATO TO T-RK-START-DATO(WS-REGISTER-IDX)
    MOVE "1" TO WS-NYT-TRIN
    PERFORM SKIFT-TRIN
    .

*>-----------------------------------------------------------------
*>  VURDER-SAG – en verserende sag (WS-REGISTER-IDX): er kontoen
*>  igen inden for grænsen, lukkes sagen som udlignet; ellers
*>  rykkes den et trin frem, når trinets frist er udløbet. Efter
*>  opsigelsen gælder kassekreditten ikke længere - da skal hele
*>  saldoen være betalt
*>-----------------------------------------------------------------
VURDER-SAG.
    PERFORM FIND-KONTO
    IF WS-KONTO-IDX = 0
        EXIT PARAGRAPH
    END-IF

    PERFORM FIND-KUNDE
    IF WS-KUNDE-IDX > 0
        IF T-KA-STATUS(WS-KUNDE-IDX) = "B"
            EXIT PARAGRAPH
        END-IF
    END-IF

    PERFORM BEREGN-OVERTRAEK
    IF WS-SALDO-KENDT = "N"
        EXIT PARAGRAPH
    END-IF
    IF T-RK-TRIN(WS-REGISTER-IDX) = "O"
            OR T-RK-TRIN(WS-REGISTER-IDX) = "I"
        IF WS-SALDO-DKK < 0
            MOVE "Y" TO WS-I-OVERTRAEK
        ELSE
            MOVE "N" TO WS-I-OVERTRAEK
        END-IF
    END-IF

    IF WS-I-OVERTRAEK = "N"
        IF T-RK-TRIN(WS-REGISTER-IDX) = "I"
            MOVE "T" TO IK-ART
            PERFORM SKRIV-INKASSO
        END-IF
        MOVE "U" TO WS-NYT-TRIN
        PERFORM SKIFT-TRIN
        EXIT PARAGRAPH
    END-IF

    COMPUTE WS-TRIN-INT = FUNCTION INTEGER-OF-DATE(
        FUNCTION NUMVAL(T-RK-DATO(WS-REGISTER-IDX)))
    COMPUTE WS-DAGE-PAA-TRIN = WS-DAGS-INT - WS-TRIN-INT

    MOVE SPACE TO WS-NYT-TRIN
    EVALUATE T-RK-TRIN(WS-REGISTER-IDX)
        WHEN "1"
            IF WS-DAGE-PAA-TRIN >= RYKKER-FRIST-DAGE
                MOVE "2" TO WS-NYT-TRIN
            END-IF
        WHEN "2"
            IF WS-DAGE-PAA-TRIN >= RYKKER-FRIST-DAGE
                MOVE "O" TO WS-NYT-TRIN
            END-IF
        WHEN "O"
            IF WS-DAGE-PAA-TRIN >= OPSIGELSE-FRIST-DAGE
                MOVE "O" TO IK-ART
                PERFORM SKRIV-INKASSO
                MOVE "I" TO WS-NYT-TRIN
            END-IF
    END-EVALUATE

    IF WS-NYT-TRIN NOT = SPACE
        PERFORM SKIFT-TRIN
    END-IF
    .

*>-----------------------------------------------------------------
*>  SKIFT-TRIN – før sagen WS-REGISTER-IDX til WS-NYT-TRIN: opdatér
*>  registerlinjen, skriv historiklinjen og udfør trinets handling
*>  (rykkergebyr i gebyrkøen, brev til kunden). En udlignet sag
*>  markeres "U" og udelades, når registret skrives tilbage
*>-----------------------------------------------------------------
SKIFT-TRIN.
    MOVE 0 TO WS-TRIN-GEBYR
    IF WS-NYT-TRIN = "1" OR WS-NYT-TRIN = "2"
        MOVE RYKKER-GEBYR TO WS-TRIN-GEBYR
    END-IF

    MOVE WS-NYT-TRIN   TO T-RK-TRIN(WS-REGISTER-IDX)
    MOVE WS-DAGS-DATO  TO T-RK-DATO(WS-REGISTER-IDX)
    MOVE WS-SALDO-DKK  TO T-RK-SALDO(WS-REGISTER-IDX)
    MOVE WS-GRAENSE    TO T-RK-GRAENSE(WS-REGISTER-IDX)
    MOVE WS-TRIN-GEBYR TO T-RK-GEBYR(WS-REGISTER-IDX)
    PERFORM SKRIV-HISTORIK

    IF WS-TRIN-GEBYR > 0
        MOVE SPACES TO RYKKER-GEBYR-REC
        MOVE T-RK-KONTO-ID(WS-REGISTER-IDX) TO RG-KONTO-ID
        MOVE WS-DAGS-DATO                   TO RG-DATO
        MOVE WS-NYT-TRIN                    TO RG-TRIN
        MOVE WS-TRIN-GEBYR                  TO RG-BELOB
        WRITE RYKKER-GEBYR-REC
    END-IF

    EVALUATE WS-NYT-TRIN
        WHEN "1"
            ADD 1 TO ANTAL-RYKKER-1
            PERFORM SKRIV-RYKKER-BREV
        WHEN "2"
            ADD 1 TO ANTAL-RYKKER-2
            PERFORM SKRIV-RYKKER-BREV
        WHEN "O"
            ADD 1 TO ANTAL-OPSIGELSER
            PERFORM SKRIV-RYKKER-BREV
        WHEN "I"
            ADD 1 TO ANTAL-INKASSO
        WHEN "U"
            ADD 1 TO ANTAL-UDLIGNET
        WHEN "A"
            ADD 1 TO ANTAL-AFSKREVET
    END-EVALUATE
    .

*>-----------------------------------------------------------------
*>  SKRIV-HISTORIK – registerlinjen WS-REGISTER-IDX, som den står
*>  efter trinskiftet, til den akkumulerende historik
*>-----------------------------------------------------------------
SKRIV-HISTORIK.
    MOVE SPACES TO HISTORIK-REC
    MOVE T-RK-KONTO-ID(WS-REGISTER-IDX)   TO RK-KONTO-ID   OF HISTORIK-REC
    MOVE T-RK-TRIN(WS-REGISTER-IDX)       TO RK-TRIN       OF HISTORIK-REC
    MOVE T-RK-DATO(WS-REGISTER-IDX)       TO RK-DATO       OF HISTORIK-REC
    MOVE T-RK-START-DATO(WS-REGISTER-IDX) TO RK-START-DATO OF HISTORIK-REC
    MOVE T-RK-SALDO(WS-REGISTER-IDX)      TO RK-SALDO      OF HISTORIK-REC
    MOVE T-RK-GRAENSE(WS-REGISTER-IDX)    TO RK-GRAENSE    OF HISTORIK-REC
    MOVE T-RK-GEBYR(WS-REGISTER-IDX)      TO RK-GEBYR      OF HISTORIK-REC
    WRITE HISTORIK-REC
    .

*>-----------------------------------------------------------------
*>  SKRIV-INKASSO – én linje (art IK-ART, sat af kaldsstedet) til
*>  inkassobureauet for sagen WS-REGISTER-IDX. Fordringen er hele
*>  den skyldige saldo; opsigelsesdatoen er registerlinjens dato,
*>  mens sagen står på "O"
*>-----------------------------------------------------------------
SKRIV-INKASSO.
    MOVE T-RK-KONTO-ID(WS-REGISTER-IDX) TO IK-KONTO-ID
    MOVE T-KO-KUNDE-ID(WS-KONTO-IDX)    TO IK-KUNDE-ID
    MOVE SPACES TO IK-NAVN IK-ADRESSE
    IF WS-KUNDE-IDX > 0
        MOVE T-KA-NAVN(WS-KUNDE-IDX) TO IK-NAVN
        STRING
            FUNCTION TRIM(T-KA-ADR1(WS-KUNDE-IDX)) DELIMITED BY SIZE
            ", "                                   DELIMITED BY SIZE
            FUNCTION TRIM(T-KA-ADR2(WS-KUNDE-IDX)) DELIMITED BY SIZE
        INTO IK-ADRESSE
        END-STRING
    END-IF
    IF WS-SALDO-DKK < 0
        COMPUTE IK-FORDRING = 0 - WS-SALDO-DKK
    ELSE
        MOVE 0 TO IK-FORDRING
    END-IF
    MOVE WS-DAGS-DATO TO IK-DATO
    IF T-RK-TRIN(WS-REGISTER-IDX) = "O"
        MOVE T-RK-DATO(WS-REGISTER-IDX) TO IK-OPSIGELSE-DATO
    ELSE
        MOVE SPACES TO IK-OPSIGELSE-DATO
    END-IF
    WRITE INKASSO-REC
    .

*>-----------------------------------------------------------------
*>  BEHANDL-AFSKRIVNING – én afskrivningsbeslutning. Kontoen skal
*>  være overdraget til inkasso og stå med en skyldig saldo; så
*>  genereres en "Afskrivning"-postering på hele saldoen i kontoens
*>  egen valuta, og sagen afsluttes som afskrevet
*>-----------------------------------------------------------------
BEHANDL-AFSKRIVNING.
    MOVE SPACES TO WS-AFVIST-AARSAG

    MOVE 0 TO WS-REGISTER-IDX
    MOVE 1 TO IDX-REGISTER
    PERFORM UNTIL IDX-REGISTER > ANTAL-REGISTER
        IF T-RK-KONTO-ID(IDX-REGISTER) = AF-KONTO-ID OF AFSKRIVNING-REC
            MOVE IDX-REGISTER TO WS-REGISTER-IDX
            EXIT PERFORM
        END-IF
        ADD 1 TO IDX-REGISTER
    END-PERFORM

    IF WS-REGISTER-IDX = 0
        MOVE "kontoen er ikke i et rykkerforloeb" TO WS-AFVIST-AARSAG
    ELSE
        IF T-RK-TRIN(WS-REGISTER-IDX) = "A"
            MOVE "kontoen er allerede afskrevet" TO WS-AFVIST-AARSAG
        ELSE
            IF T-RK-TRIN(WS-REGISTER-IDX) NOT = "I"
                MOVE "kontoen er ikke overdraget til inkasso"
                    TO WS-AFVIST-AARSAG
            END-IF
        END-IF
    END-IF

    IF WS-AFVIST-AARSAG = SPACES
        PERFORM FIND-KONTO
        IF WS-KONTO-IDX = 0
            MOVE "KONTO-ID ukendt i KontoOpl.txt" TO WS-AFVIST-AARSAG
        ELSE
            IF T-KO-BALANCE(WS-KONTO-IDX) >= 0
                MOVE "kontoen har ingen skyldig saldo at afskrive"
                    TO WS-AFVIST-AARSAG
            END-IF
        END-IF
    END-IF

    IF WS-AFVIST-AARSAG = SPACES AND ANTAL-POSTER >= MAX-POSTER
        MOVE "POSTER-TABEL fuld - afskrivning ikke genereret"
            TO WS-AFVIST-AARSAG
    END-IF

    IF WS-AFVIST-AARSAG NOT = SPACES
        ADD 1 TO ANTAL-AFVIST
        MOVE SPACES TO AFVIST-TEXT
        STRING
            "Afskrivning af konto "                    DELIMITED BY SIZE
            FUNCTION TRIM(AF-KONTO-ID OF AFSKRIVNING-REC)
                                                       DELIMITED BY SIZE
            " afvist - "                               DELIMITED BY SIZE
            FUNCTION TRIM(WS-AFVIST-AARSAG)            DELIMITED BY SIZE
        INTO AFVIST-TEXT
        END-STRING
        WRITE AFVIST-REC
        EXIT PARAGRAPH
    END-IF

    PERFORM FIND-KUNDE
    PERFORM BEREGN-OVERTRAEK
    PERFORM GENERER-AFSKRIVNING
    MOVE "A" TO WS-NYT-TRIN
    PERFORM SKIFT-TRIN
    .

*>-----------------------------------------------------------------
*>  GENERER-AFSKRIVNING – krediteringen, der bringer kontoen
*>  WS-KONTO-IDX i nul, i TRANSAKTIONER.cpy-format. Referencen er
*>  "AF" + dato + løbenummer; BUTIK bærer årsagen
*>-----------------------------------------------------------------
GENERER-AFSKRIVNING.
    ADD 1 TO WS-LOEBENR
    MOVE SPACES TO WS-REFERENCE
    STRING
        "AF"         DELIMITED BY SIZE
        WS-DAGS-DATO DELIMITED BY SIZE
        WS-LOEBENR   DELIMITED BY SIZE
    INTO WS-REFERENCE
    END-STRING

    MOVE SPACES TO RAW-POSTER
    IF WS-KUNDE-IDX > 0
        MOVE T-KA-NAVN(WS-KUNDE-IDX) TO NAVN OF POSTER-REC
        STRING
            FUNCTION TRIM(T-KA-ADR1(WS-KUNDE-IDX)) DELIMITED BY SIZE
            ", "                                   DELIMITED BY SIZE
            FUNCTION TRIM(T-KA-ADR2(WS-KUNDE-IDX)) DELIMITED BY SIZE
        INTO ADRESSE OF POSTER-REC
        END-STRING
    END-IF
    MOVE "Afskrivning" TO TRANSAKTIONSTYPE OF POSTER-REC
    MOVE T-KO-KONTO-ID(WS-KONTO-IDX) TO KONTO-ID OF POSTER-REC
    MOVE AF-AARSAG OF AFSKRIVNING-REC(1:20) TO BUTIK OF POSTER-REC

    COMPUTE WS-BELOB-EDIT = 0 - T-KO-BALANCE(WS-KONTO-IDX)
    MOVE WS-BELOB-EDIT TO BELØB-TEXT OF POSTER-REC
    IF T-KO-VALUTA-KD(WS-KONTO-IDX) = SPACES
        MOVE "DKK" TO VALUTA OF POSTER-REC
    ELSE
        MOVE T-KO-VALUTA-KD(WS-KONTO-IDX) TO VALUTA OF POSTER-REC
    END-IF
    MOVE WS-REFERENCE TO TRANS-REFERENCE OF POSTER-REC

    MOVE SPACES TO WS-TIDSPUNKT
    STRING
        WS-DAGS-DATO(1:4) DELIMITED BY SIZE
        "-"               DELIMITED BY SIZE
        WS-DAGS-DATO(5:2) DELIMITED BY SIZE
        "-"               DELIMITED BY SIZE
        WS-DAGS-DATO(7:2) DELIMITED BY SIZE
        " 00:00:00"       DELIMITED BY SIZE
    INTO WS-TIDSPUNKT
    END-STRING
    MOVE WS-TIDSPUNKT TO TIDSPUNKT OF POSTER-REC
    MOVE WS-DAGS-DATO TO RENTEDATO OF POSTER-REC

    ADD 1 TO ANTAL-POSTER
    MOVE RAW-POSTER TO POSTER-LINJE(ANTAL-POSTER)
    .

*>-----------------------------------------------------------------
*>  SKRIV-RYKKER-BREV – brevet for trinet WS-NYT-TRIN (rykker 1,
*>  rykker 2 eller opsigelse) til ejeren af kontoen WS-KONTO-IDX, på
*>  kundens sprog. Papirbreve får en linje i forsendelsesmanifestet;
*>  e-mail-kunder får brevet i e-mail-spoolen, som i VARSEL-BREVE
*>-----------------------------------------------------------------
SKRIV-RYKKER-BREV.
    IF WS-KUNDE-IDX = 0
        EXIT PARAGRAPH
    END-IF

    MOVE "N" TO WS-EN
    IF T-KA-SPROG(WS-KUNDE-IDX) = "EN"
        MOVE "Y" TO WS-EN
    END-IF
    MOVE "N" TO WS-SOM-EMAIL
    IF T-KA-KANAL(WS-KUNDE-IDX) = "E"
            AND T-KA-EMAIL(WS-KUNDE-IDX) NOT = SPACES
        MOVE "Y" TO WS-SOM-EMAIL
    END-IF

    MOVE SPACES TO WS-BREV-FILNAVN
    STRING
        "Rykker_"                                 DELIMITED BY SIZE
        FUNCTION TRIM(T-KO-KONTO-ID(WS-KONTO-IDX)) DELIMITED BY SIZE
        ".txt"                                    DELIMITED BY SIZE
    INTO WS-BREV-FILNAVN
    END-STRING
    OPEN OUTPUT BrevFil

    IF WS-SOM-EMAIL = "Y"
        MOVE SPACES TO EMAIL-SPOOL-TEXT
        STRING
            "TIL: "                                  DELIMITED BY SIZE
            FUNCTION TRIM(T-KA-EMAIL(WS-KUNDE-IDX))  DELIMITED BY SIZE
        INTO EMAIL-SPOOL-TEXT
        END-STRING
        WRITE EMAIL-SPOOL-REC
        MOVE SPACES TO EMAIL-SPOOL-TEXT
        EVALUATE TRUE
            WHEN WS-NYT-TRIN = "O" AND WS-EN = "Y"
                MOVE "EMNE: Termination of your account facility"
                    TO EMAIL-SPOOL-TEXT
            WHEN WS-NYT-TRIN = "O"
                MOVE "EMNE: Opsigelse af din konto"
                    TO EMAIL-SPOOL-TEXT
            WHEN WS-EN = "Y"
                MOVE "EMNE: Payment reminder - your account is overdrawn"
                    TO EMAIL-SPOOL-TEXT
            WHEN OTHER
                MOVE "EMNE: Rykker - din konto er overtrukket"
                    TO EMAIL-SPOOL-TEXT
        END-EVALUATE
        WRITE EMAIL-SPOOL-REC
    END-IF

    MOVE FUNCTION TRIM(T-KA-NAVN(WS-KUNDE-IDX)) TO WS-LINJE
    PERFORM SKRIV-LINJE
    MOVE T-KA-ADR1(WS-KUNDE-IDX) TO WS-LINJE
    PERFORM SKRIV-LINJE
    MOVE T-KA-ADR2(WS-KUNDE-IDX) TO WS-LINJE
    PERFORM SKRIV-LINJE
    MOVE SPACES TO WS-LINJE
    PERFORM SKRIV-LINJE

    EVALUATE TRUE
        WHEN WS-NYT-TRIN = "1" AND WS-EN = "Y"
            MOVE "Payment reminder no. 1" TO WS-LINJE
        WHEN WS-NYT-TRIN = "1"
            MOVE "Rykker nr. 1" TO WS-LINJE
        WHEN WS-NYT-TRIN = "2" AND WS-EN = "Y"
            MOVE "Payment reminder no. 2" TO WS-LINJE
        WHEN WS-NYT-TRIN = "2"
            MOVE "Rykker nr. 2" TO WS-LINJE
        WHEN WS-EN = "Y"
            MOVE "Termination of your account facility" TO WS-LINJE
        WHEN OTHER
            MOVE "Opsigelse" TO WS-LINJE
    END-EVALUATE
    PERFORM SKRIV-LINJE
    MOVE SPACES TO WS-LINJE
    PERFORM SKRIV-LINJE

    MOVE WS-OVERTRAEK TO BELOB-EDIT
    MOVE SPACES TO WS-LINJE
    IF WS-EN = "Y"
        STRING
            "As of "                                 DELIMITED BY SIZE
            WS-DAGS-DATO                             DELIMITED BY SIZE
            " your account "                         DELIMITED BY SIZE
            FUNCTION TRIM(T-KO-KONTO-ID(WS-KONTO-IDX)) DELIMITED BY SIZE
            " is overdrawn by DKK "                  DELIMITED BY SIZE
            FUNCTION TRIM(BELOB-EDIT)                DELIMITED BY SIZE
            " beyond the agreed limit."              DELIMITED BY SIZE
        INTO WS-LINJE
        END-STRING
    ELSE
        STRING
            "Din konto "                             DELIMITED BY SIZE
            FUNCTION TRIM(T-KO-KONTO-ID(WS-KONTO-IDX)) DELIMITED BY SIZE
            " er pr. "                               DELIMITED BY SIZE
            WS-DAGS-DATO                             DELIMITED BY SIZE
            " overtrukket med DKK "                  DELIMITED BY SIZE
            FUNCTION TRIM(BELOB-EDIT)                DELIMITED BY SIZE
            " ud over den aftalte graense."          DELIMITED BY SIZE
        INTO WS-LINJE
        END-STRING
    END-IF
    PERFORM SKRIV-LINJE

    IF WS-NYT-TRIN = "O"
        COMPUTE BELOB-EDIT = 0 - WS-SALDO-DKK
        MOVE OPSIGELSE-FRIST-DAGE TO DAGE-EDIT
        MOVE SPACES TO WS-LINJE
        IF WS-EN = "Y"
            STRING
                "As our reminders have not been answered, the account facility is terminated and the full balance of DKK "
                                                     DELIMITED BY SIZE
                FUNCTION TRIM(BELOB-EDIT)            DELIMITED BY SIZE
                " is due."                           DELIMITED BY SIZE
            INTO WS-LINJE
            END-STRING
            PERFORM SKRIV-LINJE
            MOVE SPACES TO WS-LINJE
            STRING
                "If it is not paid within "          DELIMITED BY SIZE
                FUNCTION TRIM(DAGE-EDIT)             DELIMITED BY SIZE
                " days, the claim will be handed over for debt collection."
                                                     DELIMITED BY SIZE
            INTO WS-LINJE
            END-STRING
        ELSE
            STRING
                "Da vores rykkere ikke er besvaret, opsiges kontoens kredit, og hele saldoen paa DKK "
                                                     DELIMITED BY SIZE
                FUNCTION TRIM(BELOB-EDIT)            DELIMITED BY SIZE
                " forfalder."                        DELIMITED BY SIZE
            INTO WS-LINJE
            END-STRING
            PERFORM SKRIV-LINJE
            MOVE SPACES TO WS-LINJE
            STRING
                "Betales beloebet ikke inden "       DELIMITED BY SIZE
                FUNCTION TRIM(DAGE-EDIT)             DELIMITED BY SIZE
                " dage, overdrages fordringen til inkasso."
                                                     DELIMITED BY SIZE
            INTO WS-LINJE
            END-STRING
        END-IF
        PERFORM SKRIV-LINJE
    ELSE
        MOVE RYKKER-FRIST-DAGE TO DAGE-EDIT
        MOVE WS-TRIN-GEBYR     TO GEBYR-EDIT
        MOVE SPACES TO WS-LINJE
        IF WS-EN = "Y"
            STRING
                "Please bring the account within its limit within "
                                                     DELIMITED BY SIZE
                FUNCTION TRIM(DAGE-EDIT)             DELIMITED BY SIZE
                " days."                             DELIMITED BY SIZE
            INTO WS-LINJE
            END-STRING
            PERFORM SKRIV-LINJE
            MOVE SPACES TO WS-LINJE
            STRING
                "A reminder fee of DKK "             DELIMITED BY SIZE
                FUNCTION TRIM(GEBYR-EDIT)            DELIMITED BY SIZE
                " will be charged to the account."   DELIMITED BY SIZE
            INTO WS-LINJE
            END-STRING
        ELSE
            STRING
                "Vi beder dig bringe kontoen inden for graensen inden "
                                                     DELIMITED BY SIZE
                FUNCTION TRIM(DAGE-EDIT)             DELIMITED BY SIZE
                " dage."                             DELIMITED BY SIZE
            INTO WS-LINJE
            END-STRING
            PERFORM SKRIV-LINJE
            MOVE SPACES TO WS-LINJE
            STRING
                "Der paalaegges et rykkergebyr paa DKK "
                                                     DELIMITED BY SIZE
                FUNCTION TRIM(GEBYR-EDIT)            DELIMITED BY SIZE
                ", som haeves paa kontoen."          DELIMITED BY SIZE
            INTO WS-LINJE
            END-STRING
        END-IF
        PERFORM SKRIV-LINJE
    END-IF

    MOVE SPACES TO WS-LINJE
    PERFORM SKRIV-LINJE
    IF WS-EN = "Y"
        MOVE "Yours sincerely" TO WS-LINJE
    ELSE
        MOVE "Med venlig hilsen" TO WS-LINJE
    END-IF
    PERFORM SKRIV-LINJE

    CLOSE BrevFil
    ADD 1 TO ANTAL-BREVE

    IF WS-SOM-EMAIL = "Y"
        MOVE "=== SLUT ===" TO EMAIL-SPOOL-TEXT
        WRITE EMAIL-SPOOL-REC
    ELSE
        *> Samme manifestformat som OPGAVE10's SKRIV-MANIFEST-LINJE
        MOVE SPACES TO UDSKRIFT-MANIFEST-TEXT
        STRING
            T-KO-KONTO-ID(WS-KONTO-IDX)              DELIMITED BY SIZE
            "  "                                     DELIMITED BY SIZE
            FUNCTION TRIM(WS-BREV-FILNAVN)           DELIMITED BY SIZE
            "  "                                     DELIMITED BY SIZE
            FUNCTION TRIM(T-KA-NAVN(WS-KUNDE-IDX))   DELIMITED BY SIZE
            ", "                                     DELIMITED BY SIZE
            FUNCTION TRIM(T-KA-ADR1(WS-KUNDE-IDX))   DELIMITED BY SIZE
            ", "                                     DELIMITED BY SIZE
            FUNCTION TRIM(T-KA-ADR2(WS-KUNDE-IDX))   DELIMITED BY SIZE
        INTO UDSKRIFT-MANIFEST-TEXT
        END-STRING
        WRITE UDSKRIFT-MANIFEST-REC
    END-IF
    .

*>-----------------------------------------------------------------
*>  SKRIV-LINJE – brevlinjen WS-LINJE til brevfilen og, for e-mail-
*>  kunder, også til e-mail-spoolen som brevkrop
*>-----------------------------------------------------------------
SKRIV-LINJE.
    MOVE WS-LINJE TO BREV-TEXT
    WRITE BREV-REC
    IF WS-SOM-EMAIL = "Y"
        MOVE WS-LINJE TO EMAIL-SPOOL-TEXT
        WRITE EMAIL-SPOOL-REC
    END-IF
    .

*>-----------------------------------------------------------------
*>  SKRIV-REGISTER – skriv registret tilbage uden de udlignede sager,
*>  samme .new/mv-fremgangsmåde som stamdatafilerne
*>-----------------------------------------------------------------
SKRIV-REGISTER.
    OPEN OUTPUT RegisterNyFil
    MOVE 1 TO IDX-REGISTER
    PERFORM UNTIL IDX-REGISTER > ANTAL-REGISTER
        IF T-RK-TRIN(IDX-REGISTER) NOT = "U"
            MOVE SPACES TO REGISTER-NY-REC
            MOVE T-RK-KONTO-ID(IDX-REGISTER)
                TO RK-KONTO-ID   OF REGISTER-NY-REC
            MOVE T-RK-TRIN(IDX-REGISTER)
                TO RK-TRIN       OF REGISTER-NY-REC
            MOVE T-RK-DATO(IDX-REGISTER)
                TO RK-DATO       OF REGISTER-NY-REC
            MOVE T-RK-START-DATO(IDX-REGISTER)
                TO RK-START-DATO OF REGISTER-NY-REC
            MOVE T-RK-SALDO(IDX-REGISTER)
                TO RK-SALDO      OF REGISTER-NY-REC
            MOVE T-RK-GRAENSE(IDX-REGISTER)
                TO RK-GRAENSE    OF REGISTER-NY-REC
            MOVE T-RK-GEBYR(IDX-REGISTER)
                TO RK-GEBYR      OF REGISTER-NY-REC
            WRITE REGISTER-NY-REC
        END-IF
        ADD 1 TO IDX-REGISTER
    END-PERFORM
    CLOSE RegisterNyFil

    CALL "SYSTEM" USING "mv RykkerRegister.new RykkerRegister.txt"
    .

*>-----------------------------------------------------------------
*>  SORTER-POSTER – sortér afskrivningerne stigende på KONTO-ID
*>  (position 107, længde 14), samme fremgangsmåde som
*>  INDLANDSBETALING
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
*>  OPDATER-TRANS-MANIFEST – sørg for at RykkerPoster.txt står i
*>  TransManifest.txt, samme fremgangsmåde som INDLANDSBETALING
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
            DISPLAY "RYKKER: TransManifest.txt er fuldt - "
                    "RykkerPoster.txt ikke lagt op til fletning"
        END-IF
    END-IF
    .

*>-----------------------------------------------------------------
*>  ARKIVER-RYKKERE – kopiér kørslens rykkerbreve til en
*>  tidsstemplet undermappe under Arkiv/, samme mønster som
*>  KUNDE-BREVE's ARKIVER-BREVE
*>-----------------------------------------------------------------
ARKIVER-RYKKERE.
    MOVE FUNCTION CURRENT-DATE(1:14) TO WS-ARKIV-STAMP
    MOVE SPACES TO WS-ARKIV-CMD
    STRING
        "mkdir -p Arkiv/Rykkere_"            DELIMITED BY SIZE
        WS-ARKIV-STAMP                       DELIMITED BY SIZE
        " && cp Rykker_*.txt Arkiv/Rykkere_" DELIMITED BY SIZE
        WS-ARKIV-STAMP                       DELIMITED BY SIZE
        "/ 2>/dev/null"                      DELIMITED BY SIZE
    INTO WS-ARKIV-CMD
    END-STRING
    CALL "SYSTEM" USING WS-ARKIV-CMD
    .
END PROGRAM RYKKER.
