>>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. VALUTA-OMVURDERING.

*>-----------------------------------------------------------------
*>  VALUTA-OMVURDERING – månedsultimo-omvurdering af alle saldi i
*>  fremmed valuta (VALUTA-KD forskellig fra DKK) i KontoOpl.txt.
*>  Hver konto omregnes til ultimokursen fra Valutakurser.txt (den
*>  seneste kurs med effektiv dato til og med ultimo) og sammenlignes
*>  med sidste måneds omvurderede værdi i ValutaOmvRegister.txt (se
*>  VALUTAOMV.cpy). Kursreguleringen er sidste måneds saldo omregnet
*>  til den nye kurs minus sidste måneds omvurderede DKK-værdi -
*>  månedens bevægelser er bogført til deres egen dagskurs og er
*>  derfor ikke kursregulering. En konto uden tidligere omvurdering
*>  får blot lagt sin første værdi i registret.
*>
*>  Reguleringen pr. valuta skrives som balancerede D/K-par i
*>  GLPOST.cpy-formatet til GLValutaOmv.txt (klasse KURSOP-xxx, når
*>  DKK-værdien af positionen er steget, KURSNED-xxx, når den er
*>  faldet) med hashtotal, og pr. valuta til rapporten
*>  ValutaOmvurdering.txt til økonomiafdelingen.
*>
*>  Omvurderingsmåneden er den foregående kalendermåned (trinnet køres
*>  fra BATCH-STYRING på månedens første bankdag) eller den måned
*>  (ÅÅÅÅMM), der står i et evt. OmvurderingMaaned.txt
*>-----------------------------------------------------------------

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT MaanedFil
        ASSIGN TO "OmvurderingMaaned.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-MAANED-STATUS.

    SELECT Kontofil
        ASSIGN TO "KontoOpl.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-KONTO-STATUS.

    SELECT Valutafil
        ASSIGN TO "Valutakurser.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-VALUTA-STATUS.

    SELECT RegisterFil
        ASSIGN TO "ValutaOmvRegister.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-REGISTER-STATUS.

    SELECT NytRegisterFil
        ASSIGN TO "ValutaOmvRegister.new"
        ORGANIZATION IS LINE SEQUENTIAL.

    SELECT GLOmvurderingFil
        ASSIGN TO "GLValutaOmv.txt"
        ORGANIZATION IS LINE SEQUENTIAL.

    SELECT RapportFil
        ASSIGN TO "ValutaOmvurdering.txt"
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

FD Valutafil.
01 VALUTAKURS-REC.
   COPY "VALUTAKURS.cpy".

FD RegisterFil.
01 RAW-REGISTER PIC X(107).   *> 14+3+8+13+9+15+8+13+9+15 = 107
01 REGISTER-REC REDEFINES RAW-REGISTER.
   COPY "VALUTAOMV.cpy".

FD NytRegisterFil.
01 NYT-REGISTER-REC.
   COPY "VALUTAOMV.cpy".

FD GLOmvurderingFil.
01 GL-POSTERING-REC.
   COPY "GLPOST.cpy".

FD RapportFil.
01 RAPPORT-REC.
   02 RAPPORT-TEXT PIC X(150).

FD FejlLogFil.
01 FEJLLOG-REC.
   COPY "FEJLLOG.cpy".

WORKING-STORAGE SECTION.
01 EOF-KONTO    PIC X VALUE "N".
01 EOF-VALUTA   PIC X VALUE "N".
01 EOF-REGISTER PIC X VALUE "N".

01 WS-MAANED-STATUS   PIC XX VALUE SPACES.
01 WS-KONTO-STATUS    PIC XX VALUE SPACES.
01 WS-VALUTA-STATUS   PIC XX VALUE SPACES.
01 WS-REGISTER-STATUS PIC XX VALUE SPACES.

01 WS-DAGS-DATO     PIC X(8) VALUE SPACES.
01 WS-MAANED        PIC X(6) VALUE SPACES.
01 WS-AAR-NUM       PIC 9(4) VALUE 0.
01 WS-MD-NUM        PIC 9(2) VALUE 0.
01 WS-NAESTE-FOERSTE PIC 9(8) VALUE 0.
01 WS-ULTIMO-NUM    PIC 9(8) VALUE 0.
01 WS-ULTIMO        PIC X(8) VALUE SPACES.
01 WS-ULTIMO-INT    PIC 9(8) VALUE 0.

*> Ultimokurs pr. valuta - den seneste kurs med effektiv dato til og
*> med ultimo; senere kurser i filen vedrører næste måned
01 MAX-KURSER   PIC 9(4) VALUE 200.
01 ANTAL-KURSER PIC 9(4) VALUE 0.
01 IDX-KURS     PIC 9(4).
01 KURS-TABEL.
   02 KURS-POST OCCURS 200 TIMES.
      03 T-KU-VALUTA PIC X(3).
      03 T-KU-DATO   PIC X(8).
      03 T-KU-KURS   PIC 9(5)V9999.

*> Sidste kørsels register, slået op pr. konto
01 MAX-REGISTER   PIC 9(5) VALUE 20000.
01 ANTAL-REGISTER PIC 9(5) VALUE 0.
01 IDX-REGISTER   PIC 9(5).
01 REGISTER-TABEL.
   02 REGISTER-POST OCCURS 20000 TIMES.
      03 T-RG-LINJE     PIC X(107).

*> Resultat pr. valuta til GL-eksporten og rapporten
01 MAX-VALUTAER   PIC 9(3) VALUE 100.
01 ANTAL-VALUTAER PIC 9(3) VALUE 0.
01 IDX-VALUTA     PIC 9(3).
01 VALUTA-OMV-TABEL.
   02 VALUTA-OMV-POST OCCURS 100 TIMES.
      03 T-VO-VALUTA     PIC X(3).
      03 T-VO-ANTAL      PIC 9(5).
      03 T-VO-NYE        PIC 9(5).
      03 T-VO-SALDO      PIC S9(13)V99.
      03 T-VO-KURS       PIC 9(5)V9999.
      03 T-VO-KURS-DATO  PIC X(8).
      03 T-VO-INGEN-KURS PIC X.
      03 T-VO-FORR-DKK   PIC S9(15)V99.
      03 T-VO-NY-DKK     PIC S9(15)V99.
      03 T-VO-REGULERING PIC S9(15)V99.

01 WS-VALUTA-MATCH  PIC 9(3) VALUE 0.
01 WS-REGISTER-MATCH PIC 9(5) VALUE 0.
01 WS-KURS-FUNDET   PIC X VALUE "N".
01 WS-KURS          PIC 9(5)V9999 VALUE 0.
01 WS-KURS-DATO     PIC X(8) VALUE SPACES.
01 WS-BASIS-FUNDET  PIC X VALUE "N".
01 WS-BASIS-DATO    PIC X(8) VALUE SPACES.
01 WS-BASIS-SALDO   PIC S9(11)V99 VALUE 0.
01 WS-BASIS-KURS    PIC 9(5)V9999 VALUE 0.
01 WS-BASIS-DKK     PIC S9(13)V99 VALUE 0.
01 WS-NY-DKK        PIC S9(13)V99 VALUE 0.
01 WS-REGULERING    PIC S9(13)V99 VALUE 0.

01 ANTAL-KONTI-OMV  PIC 9(5) VALUE 0.
01 ANTAL-UDEN-KURS  PIC 9(5) VALUE 0.
01 WS-TOTAL-FORR    PIC S9(15)V99 VALUE 0.
01 WS-TOTAL-NY      PIC S9(15)V99 VALUE 0.
01 WS-TOTAL-REGUL   PIC S9(15)V99 VALUE 0.

*> GL-eksporten (GLPOST.cpy), samme D/K-parmønster som OPGAVE10
01 WS-GL-KLASSE     PIC X(12) VALUE SPACES.
01 WS-GL-BELOB-NUM  PIC 9(13)V99 VALUE 0.
01 WS-GL-NET-NUM    PIC S9(15)V99 VALUE 0.
01 WS-GL-HASH-NUM   PIC 9(13)V99 VALUE 0.

01 WS-MV-CMD        PIC X(80)
    VALUE "mv ValutaOmvRegister.new ValutaOmvRegister.txt".

*> Den fælles fejllog (FejlLog.txt) - se FEJLLOG.cpy
01 WS-FEJLLOG-STATUS PIC XX VALUE SPACES.
01 WS-FEJL-PROGRAM   PIC X(12) VALUE "VALUTA-OMV".
01 WS-FEJL-SEV       PIC X(1)  VALUE "I".
01 WS-FEJL-NOEGLE    PIC X(20) VALUE SPACES.
01 WS-FEJL-TEKST     PIC X(100) VALUE SPACES.

01 ANTAL-EDIT       PIC Z(4)9.
01 SALDO-EDIT       PIC -ZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.
01 KURS-EDIT        PIC ZZZZ9.9999.
01 FORR-EDIT        PIC -ZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.
01 NY-EDIT          PIC -ZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.
01 REGUL-EDIT       PIC -ZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.

PROCEDURE DIVISION.
    MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DAGS-DATO
    PERFORM BESTEM-ULTIMO
    PERFORM LAES-KURSER
    PERFORM LAES-REGISTER

    OPEN EXTEND FejlLogFil
    IF WS-FEJLLOG-STATUS = "35"
        OPEN OUTPUT FejlLogFil
    END-IF

    OPEN OUTPUT NytRegisterFil
    OPEN INPUT Kontofil
    IF WS-KONTO-STATUS = "00"
        PERFORM UNTIL EOF-KONTO = "Y"
            READ Kontofil
                AT END
                    MOVE "Y" TO EOF-KONTO
                NOT AT END
                    IF VALUTA-KD OF KONTO-REC NOT = "DKK"
                            AND VALUTA-KD OF KONTO-REC NOT = SPACES
                        PERFORM OMVURDER-KONTO
                    END-IF
            END-READ
        END-PERFORM
        CLOSE Kontofil
    END-IF
    CLOSE NytRegisterFil
    CALL "SYSTEM" USING WS-MV-CMD

    PERFORM SKRIV-GL-EKSPORT

    OPEN OUTPUT RapportFil
    PERFORM SKRIV-RAPPORT
    CLOSE RapportFil

    CLOSE FejlLogFil

    DISPLAY "VALUTA-OMVURDERING gennemført - " ANTAL-KONTI-OMV
            " konto(er) i " ANTAL-VALUTAER " valuta(er) omvurderet pr. "
            WS-ULTIMO
    STOP RUN.

*>-----------------------------------------------------------------
*>  BESTEM-ULTIMO – omvurderingsmåneden fra et evt.
*>  OmvurderingMaaned.txt, ellers den foregående kalendermåned.
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
                    DISPLAY "OmvurderingMaaned.txt fundet - omvurderer "
                            MAANED-INP
                END-IF
        END-READ
        CLOSE MaanedFil
    END-IF

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
    MOVE 0 TO WS-VALUTA-MATCH
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
            MOVE IDX-KURS TO WS-VALUTA-MATCH
            EXIT PERFORM
        END-IF
        ADD 1 TO IDX-KURS
    END-PERFORM

    IF WS-VALUTA-MATCH = 0 AND ANTAL-KURSER < MAX-KURSER
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
*>  LAES-REGISTER – sidste kørsels omvurderinger ind i tabellen.
*>  Findes registret ikke endnu (første kørsel), er tabellen tom
*>-----------------------------------------------------------------
LAES-REGISTER.
    OPEN INPUT RegisterFil
    IF WS-REGISTER-STATUS = "00"
        PERFORM UNTIL EOF-REGISTER = "Y"
            READ RegisterFil
                AT END
                    MOVE "Y" TO EOF-REGISTER
                NOT AT END
                    IF VO-KONTO-ID OF REGISTER-REC NOT = SPACES
                            AND ANTAL-REGISTER < MAX-REGISTER
                        ADD 1 TO ANTAL-REGISTER
                        MOVE RAW-REGISTER TO T-RG-LINJE(ANTAL-REGISTER)
                    END-IF
            END-READ
        END-PERFORM
        CLOSE RegisterFil
    END-IF
    .

*>-----------------------------------------------------------------
*>  OMVURDER-KONTO – omvurdér én konto i fremmed valuta, læg
*>  resultatet til valutaens totaler og skriv kontoens nye
*>  registerlinje. Mangler valutaen en ultimokurs, føres kontoens
*>  gamle registerlinje uændret videre og valutaen advares
*>-----------------------------------------------------------------
OMVURDER-KONTO.
    PERFORM FIND-VALUTA-POST
    IF WS-VALUTA-MATCH = 0
        EXIT PARAGRAPH
    END-IF
    PERFORM FIND-ULTIMO-KURS
    PERFORM FIND-REGISTER-LINJE

    IF WS-KURS-FUNDET = "N"
        ADD 1 TO ANTAL-UDEN-KURS
        ADD BALANCE OF KONTO-REC TO T-VO-SALDO(WS-VALUTA-MATCH)
        ADD 1 TO T-VO-ANTAL(WS-VALUTA-MATCH)
        IF T-VO-INGEN-KURS(WS-VALUTA-MATCH) = "N"
            MOVE "Y" TO T-VO-INGEN-KURS(WS-VALUTA-MATCH)
            MOVE "A" TO WS-FEJL-SEV
            MOVE SPACES TO WS-FEJL-NOEGLE WS-FEJL-TEKST
            MOVE VALUTA-KD OF KONTO-REC TO WS-FEJL-NOEGLE
            STRING
                "ingen kurs til og med "   DELIMITED BY SIZE
                WS-ULTIMO                  DELIMITED BY SIZE
                " - valutaen er ikke omvurderet"
                                           DELIMITED BY SIZE
            INTO WS-FEJL-TEKST
            END-STRING
            PERFORM SKRIV-FEJLLOG
        END-IF
        IF WS-REGISTER-MATCH > 0
            MOVE T-RG-LINJE(WS-REGISTER-MATCH) TO NYT-REGISTER-REC
            WRITE NYT-REGISTER-REC
        END-IF
        EXIT PARAGRAPH
    END-IF

    PERFORM FIND-BASIS

    ADD 1 TO ANTAL-KONTI-OMV
    COMPUTE WS-NY-DKK ROUNDED = BALANCE OF KONTO-REC * WS-KURS
    IF WS-BASIS-FUNDET = "Y"
        COMPUTE WS-REGULERING ROUNDED
            = WS-BASIS-SALDO * WS-KURS - WS-BASIS-DKK
        ADD WS-BASIS-DKK  TO T-VO-FORR-DKK(WS-VALUTA-MATCH)
        ADD WS-REGULERING TO T-VO-REGULERING(WS-VALUTA-MATCH)
    ELSE
        MOVE 0 TO WS-REGULERING
        ADD 1 TO T-VO-NYE(WS-VALUTA-MATCH)
    END-IF
    ADD BALANCE OF KONTO-REC TO T-VO-SALDO(WS-VALUTA-MATCH)
    ADD WS-NY-DKK            TO T-VO-NY-DKK(WS-VALUTA-MATCH)
    ADD 1                    TO T-VO-ANTAL(WS-VALUTA-MATCH)
    MOVE WS-KURS             TO T-VO-KURS(WS-VALUTA-MATCH)
    MOVE WS-KURS-DATO        TO T-VO-KURS-DATO(WS-VALUTA-MATCH)

    MOVE SPACES TO NYT-REGISTER-REC
    MOVE KONTO-ID  OF KONTO-REC TO VO-KONTO-ID OF NYT-REGISTER-REC
    MOVE VALUTA-KD OF KONTO-REC TO VO-VALUTA   OF NYT-REGISTER-REC
    MOVE WS-ULTIMO              TO VO-DATO     OF NYT-REGISTER-REC
    MOVE BALANCE   OF KONTO-REC TO VO-SALDO    OF NYT-REGISTER-REC
    MOVE WS-KURS                TO VO-KURS     OF NYT-REGISTER-REC
    MOVE WS-NY-DKK              TO VO-DKK      OF NYT-REGISTER-REC
    MOVE WS-BASIS-DATO          TO VO-FORR-DATO  OF NYT-REGISTER-REC
    MOVE WS-BASIS-SALDO         TO VO-FORR-SALDO OF NYT-REGISTER-REC
    MOVE WS-BASIS-KURS          TO VO-FORR-KURS  OF NYT-REGISTER-REC
    MOVE WS-BASIS-DKK           TO VO-FORR-DKK   OF NYT-REGISTER-REC
    WRITE NYT-REGISTER-REC
    .

*>-----------------------------------------------------------------
*>  FIND-VALUTA-POST – kontoens valuta i resultattabellen (oprettes
*>  ved første forekomst)
*>-----------------------------------------------------------------
FIND-VALUTA-POST.
    MOVE 0 TO WS-VALUTA-MATCH
    MOVE 1 TO IDX-VALUTA
    PERFORM UNTIL IDX-VALUTA > ANTAL-VALUTAER
        IF T-VO-VALUTA(IDX-VALUTA) = VALUTA-KD OF KONTO-REC
            MOVE IDX-VALUTA TO WS-VALUTA-MATCH
            EXIT PERFORM
        END-IF
        ADD 1 TO IDX-VALUTA
    END-PERFORM

    IF WS-VALUTA-MATCH = 0 AND ANTAL-VALUTAER < MAX-VALUTAER
        ADD 1 TO ANTAL-VALUTAER
        MOVE VALUTA-KD OF KONTO-REC TO T-VO-VALUTA(ANTAL-VALUTAER)
        MOVE 0      TO T-VO-ANTAL(ANTAL-VALUTAER)
        MOVE 0      TO T-VO-NYE(ANTAL-VALUTAER)
        MOVE 0      TO T-VO-SALDO(ANTAL-VALUTAER)
        MOVE 0      TO T-VO-KURS(ANTAL-VALUTAER)
        MOVE SPACES TO T-VO-KURS-DATO(ANTAL-VALUTAER)
        MOVE "N"    TO T-VO-INGEN-KURS(ANTAL-VALUTAER)
        MOVE 0      TO T-VO-FORR-DKK(ANTAL-VALUTAER)
        MOVE 0      TO T-VO-NY-DKK(ANTAL-VALUTAER)
        MOVE 0      TO T-VO-REGULERING(ANTAL-VALUTAER)
        MOVE ANTAL-VALUTAER TO WS-VALUTA-MATCH
    END-IF
    .

FIND-ULTIMO-KURS.
    MOVE "N"    TO WS-KURS-FUNDET
    MOVE 0      TO WS-KURS
    MOVE SPACES TO WS-KURS-DATO
    MOVE 1 TO IDX-KURS
    PERFORM UNTIL IDX-KURS > ANTAL-KURSER
        IF T-KU-VALUTA(IDX-KURS) = VALUTA-KD OF KONTO-REC
            MOVE "Y" TO WS-KURS-FUNDET
            MOVE T-KU-KURS(IDX-KURS) TO WS-KURS
            MOVE T-KU-DATO(IDX-KURS) TO WS-KURS-DATO
            EXIT PERFORM
        END-IF
        ADD 1 TO IDX-KURS
    END-PERFORM
    .

FIND-REGISTER-LINJE.
    MOVE 0 TO WS-REGISTER-MATCH
    MOVE 1 TO IDX-REGISTER
    PERFORM UNTIL IDX-REGISTER > ANTAL-REGISTER
        IF T-RG-LINJE(IDX-REGISTER)(1:14) = KONTO-ID OF KONTO-REC
            MOVE IDX-REGISTER TO WS-REGISTER-MATCH
            EXIT PERFORM
        END-IF
        ADD 1 TO IDX-REGISTER
    END-PERFORM
    .

*>-----------------------------------------------------------------
*>  FIND-BASIS – den omvurdering, kontoen sammenlignes med: registrets
*>  seneste, når den ligger før ultimo, ellers (genkørsel af samme
*>  måned) den forrige. Har kontoen skiftet valuta, eller er den ny,
*>  er der ingen basis
*>-----------------------------------------------------------------
FIND-BASIS.
    MOVE "N"    TO WS-BASIS-FUNDET
    MOVE SPACES TO WS-BASIS-DATO
    MOVE 0      TO WS-BASIS-SALDO WS-BASIS-KURS WS-BASIS-DKK
    IF WS-REGISTER-MATCH = 0
        EXIT PARAGRAPH
    END-IF

    MOVE T-RG-LINJE(WS-REGISTER-MATCH) TO RAW-REGISTER
    IF VO-VALUTA OF REGISTER-REC NOT = VALUTA-KD OF KONTO-REC
        EXIT PARAGRAPH
    END-IF

    EVALUATE TRUE
        WHEN VO-DATO OF REGISTER-REC < WS-ULTIMO
            MOVE "Y" TO WS-BASIS-FUNDET
            MOVE VO-DATO  OF REGISTER-REC TO WS-BASIS-DATO
            MOVE VO-SALDO OF REGISTER-REC TO WS-BASIS-SALDO
            MOVE VO-KURS  OF REGISTER-REC TO WS-BASIS-KURS
            MOVE VO-DKK   OF REGISTER-REC TO WS-BASIS-DKK
        WHEN VO-FORR-DATO OF REGISTER-REC NOT = SPACES
                AND VO-FORR-DATO OF REGISTER-REC < WS-ULTIMO
            MOVE "Y" TO WS-BASIS-FUNDET
            MOVE VO-FORR-DATO  OF REGISTER-REC TO WS-BASIS-DATO
            MOVE VO-FORR-SALDO OF REGISTER-REC TO WS-BASIS-SALDO
            MOVE VO-FORR-KURS  OF REGISTER-REC TO WS-BASIS-KURS
            MOVE VO-FORR-DKK   OF REGISTER-REC TO WS-BASIS-DKK
        WHEN OTHER
            CONTINUE
    END-EVALUATE
    .

*>-----------------------------------------------------------------
*>  SKRIV-GL-EKSPORT – kursreguleringen pr. valuta som D/K-par i
*>  GLValutaOmv.txt med hashtotal. Går eksporten ikke i nul, fejler
*>  kørslen med returkode 8 som OPGAVE10's GL-eksport
*>-----------------------------------------------------------------
SKRIV-GL-EKSPORT.
    OPEN OUTPUT GLOmvurderingFil
    MOVE 0 TO WS-GL-NET-NUM
    MOVE 0 TO WS-GL-HASH-NUM

    MOVE 1 TO IDX-VALUTA
    PERFORM UNTIL IDX-VALUTA > ANTAL-VALUTAER
        MOVE SPACES TO WS-GL-KLASSE
        IF T-VO-REGULERING(IDX-VALUTA) < 0
            STRING
                "KURSNED-"              DELIMITED BY SIZE
                T-VO-VALUTA(IDX-VALUTA) DELIMITED BY SIZE
            INTO WS-GL-KLASSE
            END-STRING
            COMPUTE WS-GL-BELOB-NUM = 0 - T-VO-REGULERING(IDX-VALUTA)
        ELSE
            STRING
                "KURSOP-"               DELIMITED BY SIZE
                T-VO-VALUTA(IDX-VALUTA) DELIMITED BY SIZE
            INTO WS-GL-KLASSE
            END-STRING
            MOVE T-VO-REGULERING(IDX-VALUTA) TO WS-GL-BELOB-NUM
        END-IF
        PERFORM SKRIV-GL-PAR
        ADD 1 TO IDX-VALUTA
    END-PERFORM

    MOVE SPACES TO GL-POSTERING-REC
    MOVE "T"            TO GL-ART
    MOVE WS-ULTIMO      TO GL-DATO
    MOVE "HASHTOTAL"    TO GL-KLASSE
    MOVE SPACE          TO GL-DC
    MOVE WS-GL-HASH-NUM TO GL-BELOB
    WRITE GL-POSTERING-REC

    CLOSE GLOmvurderingFil

    IF WS-GL-NET-NUM NOT = 0
        DISPLAY "FEJL: GLValutaOmv.txt balancerer ikke til nul - "
                "eksporten maa ikke indlaeses i hovedbogen"
        MOVE 8 TO RETURN-CODE

        MOVE "F" TO WS-FEJL-SEV
        MOVE "GLVALUTAOMV" TO WS-FEJL-NOEGLE
        MOVE "GL-eksporten af kursreguleringen balancerer ikke til nul"
            TO WS-FEJL-TEKST
        PERFORM SKRIV-FEJLLOG
    END-IF
    .

*>-----------------------------------------------------------------
*>  SKRIV-GL-PAR – debet- og kreditbenet for én klasse
*>  (WS-GL-KLASSE, beløb WS-GL-BELOB-NUM), bogført pr. ultimo.
*>  Valutaer uden regulering udelades
*>-----------------------------------------------------------------
SKRIV-GL-PAR.
    IF WS-GL-BELOB-NUM = 0
        EXIT PARAGRAPH
    END-IF

    MOVE SPACES TO GL-POSTERING-REC
    MOVE "P"             TO GL-ART
    MOVE WS-ULTIMO       TO GL-DATO
    MOVE WS-GL-KLASSE    TO GL-KLASSE
    MOVE "D"             TO GL-DC
    MOVE WS-GL-BELOB-NUM TO GL-BELOB
    WRITE GL-POSTERING-REC
    ADD WS-GL-BELOB-NUM TO WS-GL-NET-NUM
    ADD WS-GL-BELOB-NUM TO WS-GL-HASH-NUM

    MOVE SPACES TO GL-POSTERING-REC
    MOVE "P"             TO GL-ART
    MOVE WS-ULTIMO       TO GL-DATO
    MOVE WS-GL-KLASSE    TO GL-KLASSE
    MOVE "K"             TO GL-DC
    MOVE WS-GL-BELOB-NUM TO GL-BELOB
    WRITE GL-POSTERING-REC
    SUBTRACT WS-GL-BELOB-NUM FROM WS-GL-NET-NUM
    ADD WS-GL-BELOB-NUM TO WS-GL-HASH-NUM
    .

*>-----------------------------------------------------------------
*>  SKRIV-RAPPORT – pr. valuta: saldo, ultimokurs, forrige og ny
*>  omvurderet DKK-værdi og kursreguleringen, fulgt af totaler
*>-----------------------------------------------------------------
SKRIV-RAPPORT.
    MOVE SPACES TO RAPPORT-TEXT
    STRING
        "Valutaomvurdering pr. ultimo "     DELIMITED BY SIZE
        WS-ULTIMO                           DELIMITED BY SIZE
        " (koerselsdato "                   DELIMITED BY SIZE
        WS-DAGS-DATO                        DELIMITED BY SIZE
        ")"                                 DELIMITED BY SIZE
    INTO RAPPORT-TEXT
    END-STRING
    WRITE RAPPORT-REC
    MOVE SPACES TO RAPPORT-TEXT
    WRITE RAPPORT-REC
    MOVE "Valuta  Konti   Saldo (valuta)        Ultimokurs   Forrige vaerdi (DKK)       Ny vaerdi (DKK)      Kursregulering (DKK)"
        TO RAPPORT-TEXT
    WRITE RAPPORT-REC

    MOVE 0 TO WS-TOTAL-FORR WS-TOTAL-NY WS-TOTAL-REGUL
    MOVE 1 TO IDX-VALUTA
    PERFORM UNTIL IDX-VALUTA > ANTAL-VALUTAER
        PERFORM SKRIV-VALUTA-LINJE
        ADD 1 TO IDX-VALUTA
    END-PERFORM

    MOVE SPACES TO RAPPORT-TEXT
    WRITE RAPPORT-REC
    MOVE WS-TOTAL-FORR  TO FORR-EDIT
    MOVE WS-TOTAL-NY    TO NY-EDIT
    MOVE WS-TOTAL-REGUL TO REGUL-EDIT
    MOVE SPACES TO RAPPORT-TEXT
    STRING
        "I alt                                              "
                                            DELIMITED BY SIZE
        FORR-EDIT                           DELIMITED BY SIZE
        "  "                                DELIMITED BY SIZE
        NY-EDIT                             DELIMITED BY SIZE
        "  "                                DELIMITED BY SIZE
        REGUL-EDIT                          DELIMITED BY SIZE
    INTO RAPPORT-TEXT
    END-STRING
    WRITE RAPPORT-REC

    MOVE SPACES TO RAPPORT-TEXT
    WRITE RAPPORT-REC
    MOVE "Kursreguleringen er forrige ultimosaldo omregnet til ny kurs minus forrige omvurderede vaerdi;"
        TO RAPPORT-TEXT
    WRITE RAPPORT-REC
    MOVE "forskellen i oevrigt mellem forrige og ny vaerdi er maanedens bevaegelser. Bogfoert i GLValutaOmv.txt."
        TO RAPPORT-TEXT
    WRITE RAPPORT-REC
    IF ANTAL-UDEN-KURS > 0
        MOVE ANTAL-UDEN-KURS TO ANTAL-EDIT
        MOVE SPACES TO RAPPORT-TEXT
        STRING
            FUNCTION TRIM(ANTAL-EDIT)       DELIMITED BY SIZE
            " konto(er) uden ultimokurs er ikke omvurderet - se FejlLog.txt"
                                            DELIMITED BY SIZE
        INTO RAPPORT-TEXT
        END-STRING
        WRITE RAPPORT-REC
    END-IF
    .

*>-----------------------------------------------------------------
*>  SKRIV-VALUTA-LINJE – én valutalinje. Konti uden forrige
*>  omvurdering nævnes, da de først reguleres fra næste ultimo
*>-----------------------------------------------------------------
SKRIV-VALUTA-LINJE.
    MOVE T-VO-ANTAL(IDX-VALUTA) TO ANTAL-EDIT
    MOVE T-VO-SALDO(IDX-VALUTA) TO SALDO-EDIT
    MOVE SPACES TO RAPPORT-TEXT

    IF T-VO-INGEN-KURS(IDX-VALUTA) = "Y"
        STRING
            T-VO-VALUTA(IDX-VALUTA)   DELIMITED BY SIZE
            "     "                   DELIMITED BY SIZE
            ANTAL-EDIT                DELIMITED BY SIZE
            "  "                      DELIMITED BY SIZE
            SALDO-EDIT                DELIMITED BY SIZE
            "  INGEN KURS - ikke omvurderet"
                                      DELIMITED BY SIZE
        INTO RAPPORT-TEXT
        END-STRING
        WRITE RAPPORT-REC
        EXIT PARAGRAPH
    END-IF

    ADD T-VO-FORR-DKK(IDX-VALUTA)   TO WS-TOTAL-FORR
    ADD T-VO-NY-DKK(IDX-VALUTA)     TO WS-TOTAL-NY
    ADD T-VO-REGULERING(IDX-VALUTA) TO WS-TOTAL-REGUL
    MOVE T-VO-KURS(IDX-VALUTA)       TO KURS-EDIT
    MOVE T-VO-FORR-DKK(IDX-VALUTA)   TO FORR-EDIT
    MOVE T-VO-NY-DKK(IDX-VALUTA)     TO NY-EDIT
    MOVE T-VO-REGULERING(IDX-VALUTA) TO REGUL-EDIT
    STRING
        T-VO-VALUTA(IDX-VALUTA)   DELIMITED BY SIZE
        "     "                   DELIMITED BY SIZE
        ANTAL-EDIT                DELIMITED BY SIZE
        "  "                      DELIMITED BY SIZE
        SALDO-EDIT                DELIMITED BY SIZE
        "  "                      DELIMITED BY SIZE
        KURS-EDIT                 DELIMITED BY SIZE
        "  "                      DELIMITED BY SIZE
        FORR-EDIT                 DELIMITED BY SIZE
        "  "                      DELIMITED BY SIZE
        NY-EDIT                   DELIMITED BY SIZE
        "  "                      DELIMITED BY SIZE
        REGUL-EDIT                DELIMITED BY SIZE
    INTO RAPPORT-TEXT
    END-STRING
    WRITE RAPPORT-REC

    IF T-VO-NYE(IDX-VALUTA) > 0
        MOVE T-VO-NYE(IDX-VALUTA) TO ANTAL-EDIT
        MOVE SPACES TO RAPPORT-TEXT
        STRING
            "        heraf "             DELIMITED BY SIZE
            FUNCTION TRIM(ANTAL-EDIT)    DELIMITED BY SIZE
            " konto(er) omvurderet foerste gang - reguleres fra naeste ultimo"
                                         DELIMITED BY SIZE
        INTO RAPPORT-TEXT
        END-STRING
        WRITE RAPPORT-REC
    END-IF
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
END PROGRAM VALUTA-OMVURDERING.
