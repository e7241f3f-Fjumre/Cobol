>>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. KYC-GENNEMGANG.

*>-----------------------------------------------------------------
*>  KYC-GENNEMGANG – periodisk gennemgang af kundekendskabet efter
*>  hvidvaskloven. KycRegister.txt (KYC.cpy) holder pr. KUNDEID
*>  datoen for seneste gennemgang og næste forfaldsdato. Intervallet
*>  følger kundens risikobånd ud fra scoren i AML-RISIKO's
*>  AmlRisikoListe.txt:
*>      høj     score >= HOEJ-MIN-SCORE     hvert år
*>      mellem  score >= MELLEM-MIN-SCORE   hvert 3. år
*>      lav     øvrige (også uden score)    hvert 5. år
*>  Grænser, intervaller og frister kan justeres i det valgfri
*>  KycParametre.txt.
*>
*>  Næste forfald = seneste gennemgang (eller den dag kunden kom i
*>  registret) lagt intervallet frem, så en kunde, der rykker op i
*>  et højere bånd, straks kan blive forfalden. Compliance melder
*>  gennemførte gennemgange ind i KycGennemgaaet.txt
*>  (KYCGENNEMGANG.cpy), som anvendes først i kørslen og arkiveres.
*>
*>  Hver dag skrives arbejdslisten KycArbejdsliste.txt med
*>  overskredne og snart forfaldne kunder. Påmindelsesbreve lægges i
*>  KycPaamindelser.txt til KUNDE-BREVE - ét når gennemgangen nærmer
*>  sig (VARSEL-DAGE før forfald), og ét når fristen er overskredet.
*>  Er en kunde stadig forfalden FRIST-DAGE efter forfald, får alle
*>  kundens konti (som ejer eller medejer, KontoEjere.txt) en
*>  debetspærring i KontoSpaerring.txt med årsagskoden "KYC ". Når
*>  gennemgangen er registreret, fjernes spærringerne igen; andre
*>  spærringer i registret røres ikke
*>-----------------------------------------------------------------

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT ParameterFil
        ASSIGN TO "KycParametre.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PARAMETER-STATUS.

    *> Holdes bevidst rå - felterne hentes via reference-modifikation
    SELECT Kundeoplysninger
        ASSIGN TO "Kundeoplysninger.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-KUNDE-STATUS.

    SELECT Kontofil
        ASSIGN TO "KontoOpl.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-KONTO-STATUS.

    SELECT KontoEjereFil
        ASSIGN TO "KontoEjere.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-EJER-STATUS.

    SELECT RisikoListeFil
        ASSIGN TO "AmlRisikoListe.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RISIKO-STATUS.

    SELECT KycRegisterFil
        ASSIGN TO "KycRegister.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-REGISTER-STATUS.

    SELECT KycRegisterNyFil
        ASSIGN TO "KycRegister.new"
        ORGANIZATION IS LINE SEQUENTIAL.

    SELECT GennemgangFil
        ASSIGN TO "KycGennemgaaet.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-GENNEMGANG-STATUS.

    SELECT KontoSpaerringFil
        ASSIGN TO "KontoSpaerring.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-SPAER-STATUS.

    SELECT KontoSpaerringNyFil
        ASSIGN TO "KontoSpaerring.new"
        ORGANIZATION IS LINE SEQUENTIAL.

    SELECT ArbejdslisteFil
        ASSIGN TO "KycArbejdsliste.txt"
        ORGANIZATION IS LINE SEQUENTIAL.

    *> Påmindelserne venter her, til KUNDE-BREVE har skrevet brevene -
    *> derfor EXTEND
    SELECT PaamindelseFil
        ASSIGN TO "KycPaamindelser.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PAAMIND-STATUS.

DATA DIVISION.
FILE SECTION.

FD ParameterFil.
01 PARAMETER-REC.
   02 KP-HOEJ-MIN-SCORE    PIC 9(5).
   02 KP-MELLEM-MIN-SCORE  PIC 9(5).
   02 KP-HOEJ-MDR          PIC 9(3).
   02 KP-MELLEM-MDR        PIC 9(3).
   02 KP-LAV-MDR           PIC 9(3).
   02 KP-VARSEL-DAGE       PIC 9(3).
   02 KP-FRIST-DAGE        PIC 9(3).

FD Kundeoplysninger.
01 RAW-KUNDE PIC X(302).

FD Kontofil.
01 RAW-KONTO PIC X(52).
01 KONTO-REC REDEFINES RAW-KONTO.
   COPY "KONTOOPL.cpy".

FD KontoEjereFil.
01 RAW-EJER PIC X(25).           *> 14+1+10 = 25
01 EJER-REC REDEFINES RAW-EJER.
   COPY "KONTOEJERE.cpy".

FD RisikoListeFil.
01 RISIKO-LINE PIC X(180).

FD KycRegisterFil.
01 RAW-KYC PIC X(52).            *> 10+1+7+8+8+8+1+1+8 = 52
01 KYC-REC REDEFINES RAW-KYC.
   COPY "KYC.cpy".

FD KycRegisterNyFil.
01 RAW-KYC-NY PIC X(52).
01 KYC-NY-REC REDEFINES RAW-KYC-NY.
   COPY "KYC.cpy" REPLACING LEADING ==KY-== BY ==KYN-==.

FD GennemgangFil.
01 RAW-GENNEMGANG PIC X(18).     *> 10+8 = 18
01 GENNEMGANG-REC REDEFINES RAW-GENNEMGANG.
   COPY "KYCGENNEMGANG.cpy".

FD KontoSpaerringFil.
01 RAW-SPAERRING PIC X(27).      *> 14+1+8+4 = 27
01 SPAERRING-REC REDEFINES RAW-SPAERRING.
   COPY "KONTOSPAERRING.cpy".

FD KontoSpaerringNyFil.
01 RAW-SPAERRING-NY PIC X(27).
01 SPAERRING-NY-REC REDEFINES RAW-SPAERRING-NY.
   COPY "KONTOSPAERRING.cpy" REPLACING LEADING ==SP-== BY ==SPN-==.

FD ArbejdslisteFil.
01 ARBEJDSLISTE-REC.
   02 ARBEJDSLISTE-TEXT PIC X(150).

FD PaamindelseFil.
01 PAAMINDELSE-REC.
   02 PAAMINDELSE-TEXT PIC X(40).

WORKING-STORAGE SECTION.
01 EOF-KUNDE      PIC X VALUE "N".
01 EOF-KONTO      PIC X VALUE "N".
01 EOF-EJER       PIC X VALUE "N".
01 EOF-RISIKO     PIC X VALUE "N".
01 EOF-REGISTER   PIC X VALUE "N".
01 EOF-GENNEMGANG PIC X VALUE "N".
01 EOF-SPAER      PIC X VALUE "N".

01 WS-PARAMETER-STATUS  PIC XX VALUE SPACES.
01 WS-KUNDE-STATUS      PIC XX VALUE SPACES.
01 WS-KONTO-STATUS      PIC XX VALUE SPACES.
01 WS-EJER-STATUS       PIC XX VALUE SPACES.
01 WS-RISIKO-STATUS     PIC XX VALUE SPACES.
01 WS-REGISTER-STATUS   PIC XX VALUE SPACES.
01 WS-GENNEMGANG-STATUS PIC XX VALUE SPACES.
01 WS-SPAER-STATUS      PIC XX VALUE SPACES.
01 WS-PAAMIND-STATUS    PIC XX VALUE SPACES.

01 WS-DAGS-DATO     PIC X(8) VALUE SPACES.
01 WS-DAGS-INT      PIC 9(7) VALUE 0.

*> Standardparametre (overskrives af KycParametre.txt)
01 WS-HOEJ-MIN-SCORE   PIC 9(5) VALUE 50.
01 WS-MELLEM-MIN-SCORE PIC 9(5) VALUE 20.
01 WS-HOEJ-MDR         PIC 9(3) VALUE 12.
01 WS-MELLEM-MDR       PIC 9(3) VALUE 36.
01 WS-LAV-MDR          PIC 9(3) VALUE 60.
*> Første påmindelse så mange dage før forfald
01 WS-VARSEL-DAGE      PIC 9(3) VALUE 30.
*> Debetspærring, når forfald er overskredet med flere dage end dette
01 WS-FRIST-DAGE       PIC 9(3) VALUE 30.

*> Aktive kunder fra Kundeoplysninger.txt (positioner efter KUNDER.cpy)
01 MAX-KUNDER   PIC 9(5) VALUE 50000.
01 ANTAL-KUNDER PIC 9(5) VALUE 0.
01 IDX-KUNDE    PIC 9(5).
01 KUNDE-TABEL.
   02 KUNDE-POST OCCURS 50000 TIMES.
      03 T-KU-KUNDEID PIC X(10).
      03 T-KU-NAVN    PIC X(41).
      03 T-KU-CPR     PIC X(11).
      03 T-KU-SCORE   PIC 9(7).

*> Konto -> ejer (KontoOpl.txt) og medejere (KontoEjere.txt)
01 MAX-KONTI   PIC 9(5) VALUE 50000.
01 ANTAL-KONTI PIC 9(5) VALUE 0.
01 IDX-KONTO   PIC 9(5).
01 KONTO-EJER-TABEL.
   02 KONTO-EJER-POST OCCURS 50000 TIMES.
      03 T-KE-KONTO-ID PIC X(14).
      03 T-KE-KUNDE-ID PIC X(10).

01 MAX-MEDEJERE   PIC 9(5) VALUE 20000.
01 ANTAL-MEDEJERE PIC 9(5) VALUE 0.
01 IDX-MEDEJER    PIC 9(5).
01 MEDEJER-TABEL.
   02 MEDEJER-POST OCCURS 20000 TIMES.
      03 T-ME-KONTO-ID PIC X(14).
      03 T-ME-KUNDE-ID PIC X(10).

*> KYC-registret. T-KY-AKTIV = "Y" for kunder, der stadig er aktive;
*> de øvrige falder ud, når registret skrives tilbage
01 MAX-REGISTER   PIC 9(5) VALUE 50000.
01 ANTAL-REGISTER PIC 9(5) VALUE 0.
01 IDX-REG        PIC 9(5).
01 KYC-TABEL.
   02 KYC-POST OCCURS 50000 TIMES.
      03 T-KY-KUNDEID      PIC X(10).
      03 T-KY-RISIKO       PIC X(1).
      03 T-KY-SCORE        PIC 9(7).
      03 T-KY-REGISTRERET  PIC X(8).
      03 T-KY-SIDST        PIC X(8).
      03 T-KY-FORFALD      PIC X(8).
      03 T-KY-PAAMINDET    PIC X(1).
      03 T-KY-SPAERRET     PIC X(1).
      03 T-KY-SPAERRET-DATO PIC X(8).
      03 T-KY-AKTIV        PIC X(1).
      03 T-KY-KUNDE-IDX    PIC 9(5).
      *> Dage siden forfald (0, hvis ikke forfalden)
      03 T-KY-DAGE-OVER    PIC 9(5).
      03 T-KY-SKAL-SPAERRES PIC X(1).

*> Spærringsregistret. T-SP-SLET = "Y" for KYC-spærringer, der skal
*> fjernes
01 MAX-SPAER   PIC 9(5) VALUE 5000.
01 ANTAL-SPAER PIC 9(5) VALUE 0.
01 IDX-SPAER   PIC 9(5).
01 SPAERRING-TABEL.
   02 SPAERRING-POST OCCURS 5000 TIMES.
      03 T-SP-KONTO-ID PIC X(14).
      03 T-SP-TYPE     PIC X(1).
      03 T-SP-DATO     PIC X(8).
      03 T-SP-AARSAG   PIC X(4).
      03 T-SP-SLET     PIC X(1).

01 KYC-AARSAG       PIC X(4) VALUE "KYC ".

01 WS-SOEG-KUNDEID  PIC X(10) VALUE SPACES.
01 WS-REG-IDX       PIC 9(5) VALUE 0.
01 WS-KUNDE-IDX     PIC 9(5) VALUE 0.
01 WS-SPAER-IDX     PIC 9(5) VALUE 0.
01 WS-KONTO-SPAERRES PIC X VALUE "N".

*> Parsing af AmlRisikoListe.txt-linjerne
01 WS-RL-TYPE       PIC X(5)  VALUE SPACES.
01 WS-RL-NOEGLE     PIC X(15) VALUE SPACES.
01 WS-RL-SCORE      PIC 9(7)  VALUE 0.

*> Forfaldsberegningen: WS-BASIS-DATO lagt WS-INTERVAL-MDR måneder
*> frem (dagen rykkes til månedens sidste, hvis måneden er kortere -
*> samme fremgangsmåde som VARSEL-BREVE's BEREGN-FRIST-DATO)
01 WS-BASIS-DATO    PIC X(8) VALUE SPACES.
01 WS-INTERVAL-MDR  PIC 9(3) VALUE 0.
01 WS-FORFALD-DATO  PIC X(8) VALUE SPACES.
01 WS-FORFALD-NUM   PIC 9(8) VALUE 0.
01 WS-FORFALD-AAR   PIC 9(4) VALUE 0.
01 WS-FORFALD-MD    PIC 9(2) VALUE 0.
01 WS-FORFALD-DAG   PIC 9(2) VALUE 0.
01 WS-MD-SUM        PIC 9(5) VALUE 0.
01 WS-FORFALD-INT   PIC 9(7) VALUE 0.
01 WS-DATO-NUM      PIC 9(8) VALUE 0.

01 WS-AFSNIT        PIC X(1) VALUE SPACE.
01 WS-AFSNIT-ANTAL  PIC 9(5) VALUE 0.
01 DAGE-EDIT        PIC ZZZZ9.
01 SCORE-EDIT       PIC ZZZZZZ9.

01 ANTAL-NYE-KUNDER    PIC 9(5) VALUE 0.
01 ANTAL-GENNEMGANGE   PIC 9(5) VALUE 0.
01 ANTAL-GG-AFVIST     PIC 9(5) VALUE 0.
01 ANTAL-OVERSKREDET   PIC 9(5) VALUE 0.
01 ANTAL-FORFALDER     PIC 9(5) VALUE 0.
01 ANTAL-PAAMINDELSER  PIC 9(5) VALUE 0.
01 ANTAL-SPAER-NYE     PIC 9(5) VALUE 0.
01 ANTAL-SPAER-FJERNET PIC 9(5) VALUE 0.

PROCEDURE DIVISION.
    MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DAGS-DATO
    COMPUTE WS-DAGS-INT
        = FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-DAGS-DATO))

    PERFORM LAES-PARAMETRE
    PERFORM LAES-KUNDER
    PERFORM LAES-KONTO-EJERE
    PERFORM LAES-MEDEJERE
    PERFORM LAES-RISIKOSCORER
    PERFORM LAES-REGISTER
    PERFORM OPRET-NYE-KUNDER

    OPEN OUTPUT ArbejdslisteFil
    MOVE SPACES TO ARBEJDSLISTE-TEXT
    STRING
        "KYC-arbejdsliste pr. "          DELIMITED BY SIZE
        WS-DAGS-DATO                     DELIMITED BY SIZE
        " - periodisk gennemgang af kundekendskab"
                                         DELIMITED BY SIZE
    INTO ARBEJDSLISTE-TEXT
    END-STRING
    WRITE ARBEJDSLISTE-REC

    PERFORM ANVEND-GENNEMGANGE

    OPEN EXTEND PaamindelseFil
    IF WS-PAAMIND-STATUS = "35"
        OPEN OUTPUT PaamindelseFil
    END-IF
    MOVE 1 TO IDX-REG
    PERFORM UNTIL IDX-REG > ANTAL-REGISTER
        IF T-KY-AKTIV(IDX-REG) = "Y"
            PERFORM VURDER-KUNDE
        END-IF
        ADD 1 TO IDX-REG
    END-PERFORM
    CLOSE PaamindelseFil

    PERFORM AFSTEM-SPAERRINGER

    PERFORM SKRIV-ARBEJDSLISTE
    CLOSE ArbejdslisteFil

    PERFORM SKRIV-REGISTER

    DISPLAY "KYC-GENNEMGANG gennemført - " ANTAL-OVERSKREDET
            " kunde(r) overskredet, " ANTAL-FORFALDER
            " forfalder snart, " ANTAL-PAAMINDELSER
            " paamindelse(r), " ANTAL-SPAER-NYE " konto(er) spaerret, "
            ANTAL-SPAER-FJERNET " spaerring(er) ophaevet"
    STOP RUN.

*>-----------------------------------------------------------------
*>  LAES-PARAMETRE – valgfrit KycParametre.txt; et nul-felt
*>  beholder standarden
*>-----------------------------------------------------------------
LAES-PARAMETRE.
    OPEN INPUT ParameterFil
    IF WS-PARAMETER-STATUS = "00"
        READ ParameterFil
            AT END
                CONTINUE
            NOT AT END
                IF KP-HOEJ-MIN-SCORE IS NUMERIC
                        AND KP-HOEJ-MIN-SCORE > 0
                    MOVE KP-HOEJ-MIN-SCORE TO WS-HOEJ-MIN-SCORE
                END-IF
                IF KP-MELLEM-MIN-SCORE IS NUMERIC
                        AND KP-MELLEM-MIN-SCORE > 0
                    MOVE KP-MELLEM-MIN-SCORE TO WS-MELLEM-MIN-SCORE
                END-IF
                IF KP-HOEJ-MDR IS NUMERIC AND KP-HOEJ-MDR > 0
                    MOVE KP-HOEJ-MDR TO WS-HOEJ-MDR
                END-IF
                IF KP-MELLEM-MDR IS NUMERIC AND KP-MELLEM-MDR > 0
                    MOVE KP-MELLEM-MDR TO WS-MELLEM-MDR
                END-IF
                IF KP-LAV-MDR IS NUMERIC AND KP-LAV-MDR > 0
                    MOVE KP-LAV-MDR TO WS-LAV-MDR
                END-IF
                IF KP-VARSEL-DAGE IS NUMERIC AND KP-VARSEL-DAGE > 0
                    MOVE KP-VARSEL-DAGE TO WS-VARSEL-DAGE
                END-IF
                IF KP-FRIST-DAGE IS NUMERIC AND KP-FRIST-DAGE > 0
                    MOVE KP-FRIST-DAGE TO WS-FRIST-DAGE
                END-IF
        END-READ
        CLOSE ParameterFil
        DISPLAY "KycParametre.txt fundet - interval hoej/mellem/lav "
                WS-HOEJ-MDR "/" WS-MELLEM-MDR "/" WS-LAV-MDR
                " mdr., spaerring efter " WS-FRIST-DAGE " dage"
    END-IF
    .

*>-----------------------------------------------------------------
*>  LAES-KUNDER – de aktive kunder; lukkede, slettede og dødsboer
*>  skal ikke gennemgås
*>-----------------------------------------------------------------
LAES-KUNDER.
    OPEN INPUT Kundeoplysninger
    IF WS-KUNDE-STATUS = "00"
        PERFORM UNTIL EOF-KUNDE = "Y"
            READ Kundeoplysninger
                AT END
                    MOVE "Y" TO EOF-KUNDE
                NOT AT END
                    IF RAW-KUNDE(1:10) NOT = SPACES
                            AND (RAW-KUNDE(270:1) = "A"
                                 OR RAW-KUNDE(270:1) = SPACE)
                            AND ANTAL-KUNDER < MAX-KUNDER
                        ADD 1 TO ANTAL-KUNDER
                        MOVE RAW-KUNDE(1:10)
                            TO T-KU-KUNDEID(ANTAL-KUNDER)
                        MOVE RAW-KUNDE(51:41)
                            TO T-KU-NAVN(ANTAL-KUNDER)
                        MOVE RAW-KUNDE(281:11)
                            TO T-KU-CPR(ANTAL-KUNDER)
                        MOVE 0 TO T-KU-SCORE(ANTAL-KUNDER)
                    END-IF
            END-READ
        END-PERFORM
        CLOSE Kundeoplysninger
    END-IF
    .

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

LAES-MEDEJERE.
    OPEN INPUT KontoEjereFil
    IF WS-EJER-STATUS = "00"
        PERFORM UNTIL EOF-EJER = "Y"
            READ KontoEjereFil
                AT END
                    MOVE "Y" TO EOF-EJER
                NOT AT END
                    IF KE-KONTO-ID NOT = SPACES
                            AND ANTAL-MEDEJERE < MAX-MEDEJERE
                        ADD 1 TO ANTAL-MEDEJERE
                        MOVE KE-KONTO-ID
                            TO T-ME-KONTO-ID(ANTAL-MEDEJERE)
                        MOVE KE-KUNDE-ID
                            TO T-ME-KUNDE-ID(ANTAL-MEDEJERE)
                    END-IF
            END-READ
        END-PERFORM
        CLOSE KontoEjereFil
    END-IF
    .

*>-----------------------------------------------------------------
*>  LAES-RISIKOSCORER – scorerne fra AmlRisikoListe.txt henføres til
*>  kunden: KUNDE-rækker direkte, KONTO-rækker via kontoens ejer og
*>  CPR-rækker via kundens CPR-NR. Har en kunde flere rækker, gælder
*>  den højeste score. Uden listen står alle kunder i lav risiko
*>-----------------------------------------------------------------
LAES-RISIKOSCORER.
    OPEN INPUT RisikoListeFil
    IF WS-RISIKO-STATUS NOT = "00"
        DISPLAY "KYC-GENNEMGANG: AmlRisikoListe.txt findes ikke - "
                "alle kunder vurderes som lav risiko"
        EXIT PARAGRAPH
    END-IF

    PERFORM UNTIL EOF-RISIKO = "Y"
        READ RisikoListeFil
            AT END
                MOVE "Y" TO EOF-RISIKO
            NOT AT END
                IF RISIKO-LINE(22:8) = "  score "
                        AND RISIKO-LINE(30:7) IS NUMERIC
                    MOVE RISIKO-LINE(1:5)  TO WS-RL-TYPE
                    MOVE RISIKO-LINE(7:15) TO WS-RL-NOEGLE
                    MOVE RISIKO-LINE(30:7) TO WS-RL-SCORE
                    PERFORM HENFOER-SCORE
                END-IF
        END-READ
    END-PERFORM
    CLOSE RisikoListeFil
    .

HENFOER-SCORE.
    MOVE SPACES TO WS-SOEG-KUNDEID
    EVALUATE WS-RL-TYPE
        WHEN "KUNDE"
            MOVE WS-RL-NOEGLE(1:10) TO WS-SOEG-KUNDEID
        WHEN "KONTO"
            MOVE 1 TO IDX-KONTO
            PERFORM UNTIL IDX-KONTO > ANTAL-KONTI
                IF T-KE-KONTO-ID(IDX-KONTO) = WS-RL-NOEGLE(1:14)
                    MOVE T-KE-KUNDE-ID(IDX-KONTO) TO WS-SOEG-KUNDEID
                    EXIT PERFORM
                END-IF
                ADD 1 TO IDX-KONTO
            END-PERFORM
        WHEN "CPR"
            MOVE 1 TO IDX-KUNDE
            PERFORM UNTIL IDX-KUNDE > ANTAL-KUNDER
                IF T-KU-CPR(IDX-KUNDE) NOT = SPACES
                        AND T-KU-CPR(IDX-KUNDE) = WS-RL-NOEGLE(1:11)
                    MOVE T-KU-KUNDEID(IDX-KUNDE) TO WS-SOEG-KUNDEID
                    EXIT PERFORM
                END-IF
                ADD 1 TO IDX-KUNDE
            END-PERFORM
    END-EVALUATE

    IF WS-SOEG-KUNDEID = SPACES
        EXIT PARAGRAPH
    END-IF

    PERFORM FIND-KUNDE
    IF WS-KUNDE-IDX > 0
        IF WS-RL-SCORE > T-KU-SCORE(WS-KUNDE-IDX)
            MOVE WS-RL-SCORE TO T-KU-SCORE(WS-KUNDE-IDX)
        END-IF
    END-IF
    .

FIND-KUNDE.
    MOVE 0 TO WS-KUNDE-IDX
    MOVE 1 TO IDX-KUNDE
    PERFORM UNTIL IDX-KUNDE > ANTAL-KUNDER
        IF T-KU-KUNDEID(IDX-KUNDE) = WS-SOEG-KUNDEID
            MOVE IDX-KUNDE TO WS-KUNDE-IDX
            EXIT PERFORM
        END-IF
        ADD 1 TO IDX-KUNDE
    END-PERFORM
    .

*>-----------------------------------------------------------------
*>  LAES-REGISTER – KycRegister.txt ind i KYC-TABEL. Rækkerne
*>  markeres aktive, når kunden findes blandt de aktive kunder
*>-----------------------------------------------------------------
LAES-REGISTER.
    OPEN INPUT KycRegisterFil
    IF WS-REGISTER-STATUS = "00"
        PERFORM UNTIL EOF-REGISTER = "Y"
            READ KycRegisterFil
                AT END
                    MOVE "Y" TO EOF-REGISTER
                NOT AT END
                    IF KY-KUNDEID NOT = SPACES
                            AND ANTAL-REGISTER < MAX-REGISTER
                        ADD 1 TO ANTAL-REGISTER
                        MOVE KY-KUNDEID
                            TO T-KY-KUNDEID(ANTAL-REGISTER)
                        MOVE KY-RISIKO
                            TO T-KY-RISIKO(ANTAL-REGISTER)
                        MOVE KY-SCORE
                            TO T-KY-SCORE(ANTAL-REGISTER)
                        MOVE KY-REGISTRERET-DATO
                            TO T-KY-REGISTRERET(ANTAL-REGISTER)
                        MOVE KY-SIDST-GENNEMGAAET
                            TO T-KY-SIDST(ANTAL-REGISTER)
                        MOVE KY-NAESTE-FORFALD
                            TO T-KY-FORFALD(ANTAL-REGISTER)
                        MOVE KY-PAAMINDET
                            TO T-KY-PAAMINDET(ANTAL-REGISTER)
                        MOVE KY-SPAERRET
                            TO T-KY-SPAERRET(ANTAL-REGISTER)
                        MOVE KY-SPAERRET-DATO
                            TO T-KY-SPAERRET-DATO(ANTAL-REGISTER)
                        MOVE KY-KUNDEID   TO WS-SOEG-KUNDEID
                        PERFORM FIND-KUNDE
                        MOVE WS-KUNDE-IDX
                            TO T-KY-KUNDE-IDX(ANTAL-REGISTER)
                        IF WS-KUNDE-IDX > 0
                            MOVE "Y" TO T-KY-AKTIV(ANTAL-REGISTER)
                        ELSE
                            MOVE "N" TO T-KY-AKTIV(ANTAL-REGISTER)
                        END-IF
                        MOVE 0   TO T-KY-DAGE-OVER(ANTAL-REGISTER)
                        MOVE "N" TO T-KY-SKAL-SPAERRES(ANTAL-REGISTER)
                    END-IF
            END-READ
        END-PERFORM
        CLOSE KycRegisterFil
    END-IF
    .

*>-----------------------------------------------------------------
*>  OPRET-NYE-KUNDER – aktive kunder, der ikke står i registret,
*>  optages med dags dato som udgangspunkt for første forfald
*>-----------------------------------------------------------------
OPRET-NYE-KUNDER.
    MOVE 1 TO IDX-KUNDE
    PERFORM UNTIL IDX-KUNDE > ANTAL-KUNDER
        MOVE T-KU-KUNDEID(IDX-KUNDE) TO WS-SOEG-KUNDEID
        PERFORM FIND-REGISTER-RAEKKE
        IF WS-REG-IDX = 0 AND ANTAL-REGISTER < MAX-REGISTER
            ADD 1 TO ANTAL-REGISTER
            ADD 1 TO ANTAL-NYE-KUNDER
            MOVE T-KU-KUNDEID(IDX-KUNDE)
                TO T-KY-KUNDEID(ANTAL-REGISTER)
            MOVE "L"          TO T-KY-RISIKO(ANTAL-REGISTER)
            MOVE 0            TO T-KY-SCORE(ANTAL-REGISTER)
            MOVE WS-DAGS-DATO TO T-KY-REGISTRERET(ANTAL-REGISTER)
            MOVE SPACES       TO T-KY-SIDST(ANTAL-REGISTER)
                                 T-KY-FORFALD(ANTAL-REGISTER)
                                 T-KY-PAAMINDET(ANTAL-REGISTER)
                                 T-KY-SPAERRET-DATO(ANTAL-REGISTER)
            MOVE "N"          TO T-KY-SPAERRET(ANTAL-REGISTER)
            MOVE "Y"          TO T-KY-AKTIV(ANTAL-REGISTER)
            MOVE IDX-KUNDE    TO T-KY-KUNDE-IDX(ANTAL-REGISTER)
            MOVE 0            TO T-KY-DAGE-OVER(ANTAL-REGISTER)
            MOVE "N"          TO T-KY-SKAL-SPAERRES(ANTAL-REGISTER)
        END-IF
        ADD 1 TO IDX-KUNDE
    END-PERFORM
    .

FIND-REGISTER-RAEKKE.
    MOVE 0 TO WS-REG-IDX
    MOVE 1 TO IDX-REG
    PERFORM UNTIL IDX-REG > ANTAL-REGISTER
        IF T-KY-KUNDEID(IDX-REG) = WS-SOEG-KUNDEID
            MOVE IDX-REG TO WS-REG-IDX
            EXIT PERFORM
        END-IF
        ADD 1 TO IDX-REG
    END-PERFORM
    .

*>-----------------------------------------------------------------
*>  ANVEND-GENNEMGANGE – compliance's gennemførte gennemgange.
*>  Datoen skal være gyldig og ikke ligge ud i fremtiden; en ældre
*>  dato end den registrerede ignoreres. Gennemgangen nulstiller
*>  påmindelserne. Filen arkiveres bagefter
*>-----------------------------------------------------------------
ANVEND-GENNEMGANGE.
    OPEN INPUT GennemgangFil
    IF WS-GENNEMGANG-STATUS NOT = "00"
        EXIT PARAGRAPH
    END-IF

    MOVE "Registrerede gennemgange:" TO ARBEJDSLISTE-TEXT
    WRITE ARBEJDSLISTE-REC

    PERFORM UNTIL EOF-GENNEMGANG = "Y"
        READ GennemgangFil
            AT END
                MOVE "Y" TO EOF-GENNEMGANG
            NOT AT END
                IF KG-KUNDEID NOT = SPACES
                    PERFORM ANVEND-GENNEMGANG
                END-IF
        END-READ
    END-PERFORM
    CLOSE GennemgangFil

    MOVE SPACES TO ARBEJDSLISTE-TEXT
    WRITE ARBEJDSLISTE-REC

    CALL "SYSTEM" USING "cat KycGennemgaaet.txt >> KycGennemgaaetBehandlet.txt && rm -f KycGennemgaaet.txt"
    .

ANVEND-GENNEMGANG.
    IF KG-DATO = SPACES
        MOVE WS-DAGS-DATO TO KG-DATO
    END-IF

    MOVE KG-KUNDEID TO WS-SOEG-KUNDEID
    PERFORM FIND-REGISTER-RAEKKE

    MOVE SPACES TO ARBEJDSLISTE-TEXT
    EVALUATE TRUE
        WHEN WS-REG-IDX = 0
            ADD 1 TO ANTAL-GG-AFVIST
            STRING
                "  AFVIST  kunde "     DELIMITED BY SIZE
                KG-KUNDEID             DELIMITED BY SIZE
                " - ikke i registret (ukendt eller ikke aktiv kunde)"
                                       DELIMITED BY SIZE
            INTO ARBEJDSLISTE-TEXT
            END-STRING
        WHEN KG-DATO IS NOT NUMERIC
            ADD 1 TO ANTAL-GG-AFVIST
            STRING
                "  AFVIST  kunde "     DELIMITED BY SIZE
                KG-KUNDEID             DELIMITED BY SIZE
                " - ugyldig dato "     DELIMITED BY SIZE
                KG-DATO                DELIMITED BY SIZE
            INTO ARBEJDSLISTE-TEXT
            END-STRING
        WHEN FUNCTION TEST-DATE-YYYYMMDD(FUNCTION NUMVAL(KG-DATO)) NOT = 0
            OR KG-DATO > WS-DAGS-DATO
            ADD 1 TO ANTAL-GG-AFVIST
            STRING
                "  AFVIST  kunde "     DELIMITED BY SIZE
                KG-KUNDEID             DELIMITED BY SIZE
                " - ugyldig dato "     DELIMITED BY SIZE
                KG-DATO                DELIMITED BY SIZE
            INTO ARBEJDSLISTE-TEXT
            END-STRING
        WHEN T-KY-SIDST(WS-REG-IDX) NOT = SPACES
            AND KG-DATO < T-KY-SIDST(WS-REG-IDX)
            ADD 1 TO ANTAL-GG-AFVIST
            STRING
                "  AFVIST  kunde "     DELIMITED BY SIZE
                KG-KUNDEID             DELIMITED BY SIZE
                " - "                  DELIMITED BY SIZE
                KG-DATO                DELIMITED BY SIZE
                " er aeldre end seneste gennemgang "
                                       DELIMITED BY SIZE
                T-KY-SIDST(WS-REG-IDX) DELIMITED BY SIZE
            INTO ARBEJDSLISTE-TEXT
            END-STRING
        WHEN OTHER
            ADD 1 TO ANTAL-GENNEMGANGE
            MOVE KG-DATO TO T-KY-SIDST(WS-REG-IDX)
            MOVE SPACE   TO T-KY-PAAMINDET(WS-REG-IDX)
            STRING
                "  Kunde "             DELIMITED BY SIZE
                KG-KUNDEID             DELIMITED BY SIZE
                " gennemgaaet "        DELIMITED BY SIZE
                KG-DATO                DELIMITED BY SIZE
            INTO ARBEJDSLISTE-TEXT
            END-STRING
    END-EVALUATE
    WRITE ARBEJDSLISTE-REC
    .

*>-----------------------------------------------------------------
*>  VURDER-KUNDE – risikobånd, næste forfald og påmindelser for
*>  registerrækken i IDX-REG
*>-----------------------------------------------------------------
VURDER-KUNDE.
    MOVE T-KY-KUNDE-IDX(IDX-REG) TO WS-KUNDE-IDX
    MOVE T-KU-SCORE(WS-KUNDE-IDX) TO T-KY-SCORE(IDX-REG)
    EVALUATE TRUE
        WHEN T-KY-SCORE(IDX-REG) >= WS-HOEJ-MIN-SCORE
            MOVE "H"           TO T-KY-RISIKO(IDX-REG)
            MOVE WS-HOEJ-MDR   TO WS-INTERVAL-MDR
        WHEN T-KY-SCORE(IDX-REG) >= WS-MELLEM-MIN-SCORE
            MOVE "M"           TO T-KY-RISIKO(IDX-REG)
            MOVE WS-MELLEM-MDR TO WS-INTERVAL-MDR
        WHEN OTHER
            MOVE "L"           TO T-KY-RISIKO(IDX-REG)
            MOVE WS-LAV-MDR    TO WS-INTERVAL-MDR
    END-EVALUATE

    IF T-KY-SIDST(IDX-REG) NOT = SPACES
        MOVE T-KY-SIDST(IDX-REG) TO WS-BASIS-DATO
    ELSE
        MOVE T-KY-REGISTRERET(IDX-REG) TO WS-BASIS-DATO
    END-IF
    PERFORM BEREGN-FORFALD
    MOVE WS-FORFALD-DATO TO T-KY-FORFALD(IDX-REG)

    COMPUTE WS-FORFALD-INT
        = FUNCTION INTEGER-OF-DATE(WS-FORFALD-NUM)

    MOVE 0   TO T-KY-DAGE-OVER(IDX-REG)
    MOVE "N" TO T-KY-SKAL-SPAERRES(IDX-REG)

    IF WS-FORFALD-INT < WS-DAGS-INT
        COMPUTE T-KY-DAGE-OVER(IDX-REG) = WS-DAGS-INT - WS-FORFALD-INT
        ADD 1 TO ANTAL-OVERSKREDET
        IF T-KY-DAGE-OVER(IDX-REG) > WS-FRIST-DAGE
            MOVE "Y" TO T-KY-SKAL-SPAERRES(IDX-REG)
        END-IF
        IF T-KY-PAAMINDET(IDX-REG) NOT = "O"
            MOVE "O" TO T-KY-PAAMINDET(IDX-REG)
            PERFORM SKRIV-PAAMINDELSE
        END-IF
    ELSE
        IF WS-FORFALD-INT - WS-DAGS-INT <= WS-VARSEL-DAGE
            ADD 1 TO ANTAL-FORFALDER
            IF T-KY-PAAMINDET(IDX-REG) = SPACE
                MOVE "V" TO T-KY-PAAMINDET(IDX-REG)
                PERFORM SKRIV-PAAMINDELSE
            END-IF
        END-IF
    END-IF
    .

*>-----------------------------------------------------------------
*>  BEREGN-FORFALD – WS-BASIS-DATO lagt WS-INTERVAL-MDR måneder frem.
*>  Findes dagen ikke i forfaldsmåneden, bruges månedens sidste dag
*>-----------------------------------------------------------------
BEREGN-FORFALD.
    MOVE WS-BASIS-DATO(1:4) TO WS-FORFALD-AAR
    MOVE WS-BASIS-DATO(7:2) TO WS-FORFALD-DAG
    COMPUTE WS-MD-SUM = FUNCTION NUMVAL(WS-BASIS-DATO(5:2))
                      + WS-INTERVAL-MDR
    PERFORM UNTIL WS-MD-SUM <= 12
        SUBTRACT 12 FROM WS-MD-SUM
        ADD 1 TO WS-FORFALD-AAR
    END-PERFORM
    MOVE WS-MD-SUM TO WS-FORFALD-MD

    COMPUTE WS-FORFALD-NUM = WS-FORFALD-AAR * 10000
                           + WS-FORFALD-MD * 100 + WS-FORFALD-DAG
    PERFORM UNTIL FUNCTION TEST-DATE-YYYYMMDD(WS-FORFALD-NUM) = 0
        SUBTRACT 1 FROM WS-FORFALD-NUM
    END-PERFORM
    MOVE WS-FORFALD-NUM TO WS-FORFALD-DATO
    .

*>-----------------------------------------------------------------
*>  SKRIV-PAAMINDELSE – én linje til KUNDE-BREVE:
*>  "Kunde <kundeid> forfald <dato> <V|O>"
*>-----------------------------------------------------------------
SKRIV-PAAMINDELSE.
    MOVE SPACES TO PAAMINDELSE-TEXT
    STRING
        "Kunde "                  DELIMITED BY SIZE
        T-KY-KUNDEID(IDX-REG)     DELIMITED BY SIZE
        " forfald "               DELIMITED BY SIZE
        T-KY-FORFALD(IDX-REG)     DELIMITED BY SIZE
        " "                       DELIMITED BY SIZE
        T-KY-PAAMINDET(IDX-REG)   DELIMITED BY SIZE
    INTO PAAMINDELSE-TEXT
    END-STRING
    WRITE PAAMINDELSE-REC
    ADD 1 TO ANTAL-PAAMINDELSER
    .

*>-----------------------------------------------------------------
*>  AFSTEM-SPAERRINGER – bring KYC-spærringerne i KontoSpaerring.txt
*>  i overensstemmelse med registret: alle KYC-linjer fjernes, undtagen
*>  på konti, hvor en ejer eller medejer stadig skal spærres; de
*>  af dem, der mangler en linje, får en debetspærring. En konto med
*>  en spærring af anden årsag beholder den, som den er
*>-----------------------------------------------------------------
AFSTEM-SPAERRINGER.
    OPEN INPUT KontoSpaerringFil
    IF WS-SPAER-STATUS = "00"
        PERFORM UNTIL EOF-SPAER = "Y"
            READ KontoSpaerringFil
                AT END
                    MOVE "Y" TO EOF-SPAER
                NOT AT END
                    IF SP-KONTO-ID OF SPAERRING-REC NOT = SPACES
                            AND ANTAL-SPAER < MAX-SPAER
                        ADD 1 TO ANTAL-SPAER
                        MOVE SP-KONTO-ID OF SPAERRING-REC
                            TO T-SP-KONTO-ID(ANTAL-SPAER)
                        MOVE SP-TYPE OF SPAERRING-REC
                            TO T-SP-TYPE(ANTAL-SPAER)
                        MOVE SP-DATO OF SPAERRING-REC
                            TO T-SP-DATO(ANTAL-SPAER)
                        MOVE SP-AARSAG OF SPAERRING-REC
                            TO T-SP-AARSAG(ANTAL-SPAER)
                        IF SP-AARSAG OF SPAERRING-REC = KYC-AARSAG
                            MOVE "Y" TO T-SP-SLET(ANTAL-SPAER)
                        ELSE
                            MOVE "N" TO T-SP-SLET(ANTAL-SPAER)
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
        CLOSE KontoSpaerringFil
    END-IF

    MOVE 1 TO IDX-KONTO
    PERFORM UNTIL IDX-KONTO > ANTAL-KONTI
        PERFORM TJEK-KONTO-SPAERRING
        ADD 1 TO IDX-KONTO
    END-PERFORM

    MOVE 1 TO IDX-SPAER
    PERFORM UNTIL IDX-SPAER > ANTAL-SPAER
        IF T-SP-SLET(IDX-SPAER) = "Y"
            ADD 1 TO ANTAL-SPAER-FJERNET
        END-IF
        ADD 1 TO IDX-SPAER
    END-PERFORM

    *> Kundens spærremarkering i registret
    MOVE 1 TO IDX-REG
    PERFORM UNTIL IDX-REG > ANTAL-REGISTER
        IF T-KY-SKAL-SPAERRES(IDX-REG) = "Y"
            IF T-KY-SPAERRET(IDX-REG) NOT = "Y"
                MOVE "Y"          TO T-KY-SPAERRET(IDX-REG)
                MOVE WS-DAGS-DATO TO T-KY-SPAERRET-DATO(IDX-REG)
            END-IF
        ELSE
            MOVE "N"    TO T-KY-SPAERRET(IDX-REG)
            MOVE SPACES TO T-KY-SPAERRET-DATO(IDX-REG)
        END-IF
        ADD 1 TO IDX-REG
    END-PERFORM

    IF ANTAL-SPAER-NYE > 0 OR ANTAL-SPAER-FJERNET > 0
        PERFORM SKRIV-SPAERRINGER
    END-IF
    .

*>-----------------------------------------------------------------
*>  TJEK-KONTO-SPAERRING – skal kontoen i IDX-KONTO have KYC-
*>  spærringen? Ja, hvis ejeren eller en medejer skal spærres
*>-----------------------------------------------------------------
TJEK-KONTO-SPAERRING.
    MOVE "N" TO WS-KONTO-SPAERRES
    MOVE T-KE-KUNDE-ID(IDX-KONTO) TO WS-SOEG-KUNDEID
    PERFORM FIND-REGISTER-RAEKKE
    IF WS-REG-IDX > 0
        IF T-KY-AKTIV(WS-REG-IDX) = "Y"
                AND T-KY-SKAL-SPAERRES(WS-REG-IDX) = "Y"
            MOVE "Y" TO WS-KONTO-SPAERRES
        END-IF
    END-IF

    IF WS-KONTO-SPAERRES = "N"
        MOVE 1 TO IDX-MEDEJER
        PERFORM UNTIL IDX-MEDEJER > ANTAL-MEDEJERE
                   OR WS-KONTO-SPAERRES = "Y"
            IF T-ME-KONTO-ID(IDX-MEDEJER) = T-KE-KONTO-ID(IDX-KONTO)
                MOVE T-ME-KUNDE-ID(IDX-MEDEJER) TO WS-SOEG-KUNDEID
                PERFORM FIND-REGISTER-RAEKKE
                IF WS-REG-IDX > 0
                    IF T-KY-AKTIV(WS-REG-IDX) = "Y"
                            AND T-KY-SKAL-SPAERRES(WS-REG-IDX) = "Y"
                        MOVE "Y" TO WS-KONTO-SPAERRES
                    END-IF
                END-IF
            END-IF
            ADD 1 TO IDX-MEDEJER
        END-PERFORM
    END-IF

    IF WS-KONTO-SPAERRES = "N"
        EXIT PARAGRAPH
    END-IF

    MOVE 0 TO WS-SPAER-IDX
    MOVE 1 TO IDX-SPAER
    PERFORM UNTIL IDX-SPAER > ANTAL-SPAER
        IF T-SP-KONTO-ID(IDX-SPAER) = T-KE-KONTO-ID(IDX-KONTO)
            MOVE IDX-SPAER TO WS-SPAER-IDX
            EXIT PERFORM
        END-IF
        ADD 1 TO IDX-SPAER
    END-PERFORM

    IF WS-SPAER-IDX > 0
        *> Allerede spærret - en KYC-linje bliver stående
        MOVE "N" TO T-SP-SLET(WS-SPAER-IDX)
    ELSE
        IF ANTAL-SPAER < MAX-SPAER
            ADD 1 TO ANTAL-SPAER
            ADD 1 TO ANTAL-SPAER-NYE
            MOVE T-KE-KONTO-ID(IDX-KONTO) TO T-SP-KONTO-ID(ANTAL-SPAER)
            MOVE "D"                      TO T-SP-TYPE(ANTAL-SPAER)
            MOVE WS-DAGS-DATO             TO T-SP-DATO(ANTAL-SPAER)
            MOVE KYC-AARSAG               TO T-SP-AARSAG(ANTAL-SPAER)
            MOVE "N"                      TO T-SP-SLET(ANTAL-SPAER)
        END-IF
    END-IF
    .

*>-----------------------------------------------------------------
*>  SKRIV-SPAERRINGER – spærringsregistret skrives tilbage uden de
*>  ophævede KYC-linjer, samme .new/mv-fremgangsmåde som
*>  stamdatafilerne
*>-----------------------------------------------------------------
SKRIV-SPAERRINGER.
    OPEN OUTPUT KontoSpaerringNyFil
    MOVE 1 TO IDX-SPAER
    PERFORM UNTIL IDX-SPAER > ANTAL-SPAER
        IF T-SP-SLET(IDX-SPAER) = "N"
            MOVE SPACES TO RAW-SPAERRING-NY
            MOVE T-SP-KONTO-ID(IDX-SPAER) TO SPN-KONTO-ID
            MOVE T-SP-TYPE(IDX-SPAER)     TO SPN-TYPE
            MOVE T-SP-DATO(IDX-SPAER)     TO SPN-DATO
            MOVE T-SP-AARSAG(IDX-SPAER)   TO SPN-AARSAG
            WRITE SPAERRING-NY-REC
        END-IF
        ADD 1 TO IDX-SPAER
    END-PERFORM
    CLOSE KontoSpaerringNyFil

    CALL "SYSTEM" USING "mv KontoSpaerring.new KontoSpaerring.txt"
    .

*>-----------------------------------------------------------------
*>  SKRIV-ARBEJDSLISTE – dagens overskredne kunder med antal dage
*>  over forfald og evt. spærring, og kunderne, der forfalder inden
*>  for VARSEL-DAGE
*>-----------------------------------------------------------------
SKRIV-ARBEJDSLISTE.
    MOVE "Overskredet (gennemgang forfalden):" TO ARBEJDSLISTE-TEXT
    WRITE ARBEJDSLISTE-REC
    MOVE "O" TO WS-AFSNIT
    PERFORM SKRIV-AFSNIT

    MOVE SPACES TO ARBEJDSLISTE-TEXT
    WRITE ARBEJDSLISTE-REC
    MOVE SPACES TO ARBEJDSLISTE-TEXT
    MOVE WS-VARSEL-DAGE TO DAGE-EDIT
    STRING
        "Forfalder inden for "       DELIMITED BY SIZE
        FUNCTION TRIM(DAGE-EDIT)     DELIMITED BY SIZE
        " dage:"                     DELIMITED BY SIZE
    INTO ARBEJDSLISTE-TEXT
    END-STRING
    WRITE ARBEJDSLISTE-REC
    MOVE "F" TO WS-AFSNIT
    PERFORM SKRIV-AFSNIT
    .

SKRIV-AFSNIT.
    MOVE 0 TO WS-AFSNIT-ANTAL
    MOVE 1 TO IDX-REG
    PERFORM UNTIL IDX-REG > ANTAL-REGISTER
        IF T-KY-AKTIV(IDX-REG) = "Y"
            MOVE FUNCTION NUMVAL(T-KY-FORFALD(IDX-REG)) TO WS-DATO-NUM
            COMPUTE WS-FORFALD-INT
                = FUNCTION INTEGER-OF-DATE(WS-DATO-NUM)
            IF (WS-AFSNIT = "O" AND WS-FORFALD-INT < WS-DAGS-INT)
                    OR (WS-AFSNIT = "F"
                        AND WS-FORFALD-INT >= WS-DAGS-INT
                        AND WS-FORFALD-INT - WS-DAGS-INT
                            <= WS-VARSEL-DAGE)
                ADD 1 TO WS-AFSNIT-ANTAL
                PERFORM SKRIV-ARBEJDSLINJE
            END-IF
        END-IF
        ADD 1 TO IDX-REG
    END-PERFORM

    IF WS-AFSNIT-ANTAL = 0
        MOVE "  (ingen)" TO ARBEJDSLISTE-TEXT
        WRITE ARBEJDSLISTE-REC
    END-IF
    .

SKRIV-ARBEJDSLINJE.
    MOVE T-KY-KUNDE-IDX(IDX-REG) TO WS-KUNDE-IDX
    MOVE T-KY-SCORE(IDX-REG)     TO SCORE-EDIT
    MOVE SPACES TO ARBEJDSLISTE-TEXT
    STRING
        "  "                              DELIMITED BY SIZE
        T-KY-KUNDEID(IDX-REG)             DELIMITED BY SIZE
        "  "                              DELIMITED BY SIZE
        T-KU-NAVN(WS-KUNDE-IDX)(1:30)     DELIMITED BY SIZE
        "  risiko "                       DELIMITED BY SIZE
        T-KY-RISIKO(IDX-REG)              DELIMITED BY SIZE
        " (score "                        DELIMITED BY SIZE
        FUNCTION TRIM(SCORE-EDIT)         DELIMITED BY SIZE
        ")  seneste "                     DELIMITED BY SIZE
        T-KY-SIDST(IDX-REG)               DELIMITED BY SIZE
        "  forfald "                      DELIMITED BY SIZE
        T-KY-FORFALD(IDX-REG)             DELIMITED BY SIZE
    INTO ARBEJDSLISTE-TEXT
    END-STRING

    IF WS-AFSNIT = "O"
        MOVE T-KY-DAGE-OVER(IDX-REG) TO DAGE-EDIT
        STRING
            FUNCTION TRIM(ARBEJDSLISTE-TEXT TRAILING) DELIMITED BY SIZE
            "  "                          DELIMITED BY SIZE
            FUNCTION TRIM(DAGE-EDIT)      DELIMITED BY SIZE
            " dage over"                  DELIMITED BY SIZE
        INTO ARBEJDSLISTE-TEXT
        END-STRING
        IF T-KY-SPAERRET(IDX-REG) = "Y"
            STRING
                FUNCTION TRIM(ARBEJDSLISTE-TEXT TRAILING)
                                          DELIMITED BY SIZE
                "  ** DEBETSPAERRET "     DELIMITED BY SIZE
                T-KY-SPAERRET-DATO(IDX-REG) DELIMITED BY SIZE
                " **"                     DELIMITED BY SIZE
            INTO ARBEJDSLISTE-TEXT
            END-STRING
        END-IF
    END-IF
    WRITE ARBEJDSLISTE-REC
    .

*>-----------------------------------------------------------------
*>  SKRIV-REGISTER – de aktive kunders rækker skrives tilbage, samme
*>  .new/mv-fremgangsmåde som stamdatafilerne
*>-----------------------------------------------------------------
SKRIV-REGISTER.
    OPEN OUTPUT KycRegisterNyFil
    MOVE 1 TO IDX-REG
    PERFORM UNTIL IDX-REG > ANTAL-REGISTER
        IF T-KY-AKTIV(IDX-REG) = "Y"
            MOVE SPACES TO RAW-KYC-NY
            MOVE T-KY-KUNDEID(IDX-REG)       TO KYN-KUNDEID
            MOVE T-KY-RISIKO(IDX-REG)        TO KYN-RISIKO
            MOVE T-KY-SCORE(IDX-REG)         TO KYN-SCORE
            MOVE T-KY-REGISTRERET(IDX-REG)   TO KYN-REGISTRERET-DATO
            MOVE T-KY-SIDST(IDX-REG)         TO KYN-SIDST-GENNEMGAAET
            MOVE T-KY-FORFALD(IDX-REG)       TO KYN-NAESTE-FORFALD
            MOVE T-KY-PAAMINDET(IDX-REG)     TO KYN-PAAMINDET
            MOVE T-KY-SPAERRET(IDX-REG)      TO KYN-SPAERRET
            MOVE T-KY-SPAERRET-DATO(IDX-REG) TO KYN-SPAERRET-DATO
            WRITE KYC-NY-REC
        END-IF
        ADD 1 TO IDX-REG
    END-PERFORM
    CLOSE KycRegisterNyFil

    CALL "SYSTEM" USING "mv KycRegister.new KycRegister.txt"
    .
END PROGRAM KYC-GENNEMGANG.
