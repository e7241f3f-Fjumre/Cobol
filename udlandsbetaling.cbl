*>  anmodning mod BANKERUDLAND.cpy (kendt UB-SWIFT-KEY, IBAN der
*>  begynder med korrespondentens UB-IBAN-PREFIX) og mod kundens
*>  BALANCE i KontoOpl.txt (dækning målt i DKK via nyeste kurs i
*>  Valutakurser.txt). Er anmodningen afgivet af en anden end
*>  kontohaveren (WA-ANMODET-AF udfyldt og hverken ejer eller
*>  medejer i KontoEjere.txt), kræves en gyldig fuldmagt i
*>  Fuldmagter.txt (FULDMAGT.cpy) fra kontohaveren med omfang
*>  betalinger eller fuld. Endelig gælder OPGAVE10's regler for
*>  debiteringer, som OPGAVE10 ikke selv kan håndhæve på en betaling,
*>  der allerede er sendt: ingen betaling fra en lovbunden opsparing
*>  før frigivelsesdatoen (LaastOpsparing.txt), ingen over kontoens
*>  grænse pr. postering eller pr. dag (Dagsgraenser.txt, i DKK), og
*>  ingen fra en mindreårigs konto over grænsen i
*>  MindreaarigGraense.txt, medmindre en værge fra Vaerger.txt har
*>  afgivet anmodningen (se UDGAAENDETJEK.cpy). Programmet skriver:
*>
*>    - UdlandsBetalinger.txt: betalingsfilen til korrespondenten,
*>      én blok pr. godkendt betaling med SWIFT/BIC, bankadresse,
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-MANIFEST-STATUS.

    *> Fuldmagtsregistret og medejerne - begge valgfri
    SELECT FuldmagtFil
        ASSIGN TO "Fuldmagter.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FULDMAGT-STATUS.

    SELECT KontoEjereFil
        ASSIGN TO "KontoEjere.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-EJER-STATUS.

    *> OPGAVE10's regler for debiteringer, kontrolleret før betalingen
    *> sendes (se UDGAAENDETJEK.cpy). Manglende filer betyder ingen
    *> lovbinding, ingen grænser og ingen værger
    SELECT LaastOpsparingFil
        ASSIGN TO "LaastOpsparing.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-UG-LO-STATUS.

    SELECT DagsgraenseFil
        ASSIGN TO "Dagsgraenser.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-UG-DG-STATUS.

    SELECT MindreaarigGraenseFil
        ASSIGN TO "MindreaarigGraense.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-UG-MINDRE-STATUS.

    SELECT VaergeFil
        ASSIGN TO "Vaerger.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-UG-VAERGE-STATUS.

DATA DIVISION.
FILE SECTION.

*> -------- WIREANMODNINGER (ønskede udlandsbetalinger) --------
FD AnmodningFil.
01 RAW-ANMODNING PIC X(118).     *> 6+14+30+6+34+15+3+10 = 118
01 ANMODNING-REC REDEFINES RAW-ANMODNING.
   COPY "WIREANMODNING.cpy".

*> Holdes bevidst rå - kun KUNDEID, NAVN og adressefelterne hentes
*> via reference-modifikation, samme begrundelse som NETS-IMPORT
FD Kundeoplysninger.
01 RAW-KUNDE PIC X(302).

FD Valutafil.
01 RAW-VALUTA PIC X(38).
01 VALUTAKURS-REC REDEFINES RAW-VALUTA.
   COPY "VALUTAKURS.cpy".

   02 BETALING-TEXT PIC X(150).

FD PosterFil.
01 RAW-POSTER PIC X(223).
01 POSTER-REC REDEFINES RAW-POSTER.
   COPY "TRANSAKTIONER.cpy".

01 MANIFEST-REC.
   02 MANIFEST-FILNAVN PIC X(60).

FD FuldmagtFil.
01 RAW-FULDMAGT PIC X(96).      *> 6+10+10+30+14+1+8+8+1+8 = 96
01 FULDMAGT-REC REDEFINES RAW-FULDMAGT.
   COPY "FULDMAGT.cpy".

FD LaastOpsparingFil.
01 RAW-LAAST PIC X(69).          *> 14+10+8+11+4+11+11 = 69
01 LAAST-REC REDEFINES RAW-LAAST.
   COPY "LAASTOPSPARING.cpy".

FD DagsgraenseFil.
01 RAW-DAGSGRAENSE PIC X(41).    *> 1+14+13+13 = 41
01 DAGSGRAENSE-REC REDEFINES RAW-DAGSGRAENSE.
   COPY "DAGSGRAENSE.cpy".

FD MindreaarigGraenseFil.
01 MINDRE-GRAENSE-REC.
   02 MINDRE-GRAENSE-INP PIC 9(7)V99.

FD VaergeFil.
01 RAW-VAERGE PIC X(58).         *> 10+10+30+8 = 58
01 VAERGE-REC REDEFINES RAW-VAERGE.
   COPY "VAERGE.cpy".

FD KontoEjereFil.
01 RAW-EJER PIC X(25).          *> 14+1+10 = 25
01 EJER-REC REDEFINES RAW-EJER.
   COPY "KONTOEJERE.cpy".

WORKING-STORAGE SECTION.
01 EOF-ANMODNING   PIC X VALUE "N".
01 EOF-BANKUDLAND  PIC X VALUE "N".
      03 T-KS-BALANCE   PIC S9(11)V99.
      03 T-KS-VALUTA-KD PIC X(3).
      03 T-KS-KUNDE-ID  PIC X(10).
      03 T-KS-KONTO-TYPE PIC X(10).

*> Kunde -> navn/adresse-opslag fra Kundeoplysninger.txt
01 MAX-KUNDER   PIC 9(5) VALUE 50000.
01 IDX-POSTER   PIC 9(5).
01 IDX-POSTER-J PIC 9(5).
01 POSTER-TABEL.
   02 POSTER-LINJE OCCURS 10000 TIMES PIC X(223).
01 SWAP-POSTER-LINJE PIC X(223).

01 ANTAL-GODKENDT PIC 9(5) VALUE 0.
01 ANTAL-AFVIST   PIC 9(5) VALUE 0.

*> Fuldmagter og medejere til kontrollen af anmodninger afgivet af
*> en repræsentant (se TJEK-FULDMAGT)
01 WS-FULDMAGT-STATUS PIC XX VALUE SPACES.
01 WS-EJER-STATUS     PIC XX VALUE SPACES.
01 EOF-FULDMAGT       PIC X  VALUE "N".
01 EOF-EJER           PIC X  VALUE "N".
01 MAX-FULDMAGTER   PIC 9(5) VALUE 5000.
01 ANTAL-FULDMAGTER PIC 9(5) VALUE 0.
01 IDX-FULDMAGT     PIC 9(5).
01 FULDMAGT-TABEL.
   02 FULDMAGT-POST OCCURS 5000 TIMES.
      03 T-FM-GIVER     PIC X(10).
      03 T-FM-HAVER     PIC X(10).
      03 T-FM-KONTO-ID  PIC X(14).
      03 T-FM-OMFANG    PIC X(1).
      03 T-FM-START     PIC X(8).
      03 T-FM-UDLOEB    PIC X(8).
      03 T-FM-MARKERING PIC X(1).
01 MAX-MEDEJERE   PIC 9(5) VALUE 20000.
01 ANTAL-MEDEJERE PIC 9(5) VALUE 0.
01 IDX-MEDEJER    PIC 9(5).
01 MEDEJER-TABEL.
   02 MEDEJER-POST OCCURS 20000 TIMES.
      03 T-ME-KONTO-ID PIC X(14).
      03 T-ME-KUNDE-ID PIC X(10).
01 WS-ANMODET-AF     PIC X(10) VALUE SPACES.
01 WS-FM-KONTO-ID    PIC X(14) VALUE SPACES.
01 WS-FM-GIVER-OK    PIC X     VALUE "N".
*> Bedste fund: B = gyldig til betaling, V = kun indsigt,
*> U = udløbet/ikke startet/markeret, blank = ingen fuldmagt
01 WS-FM-RESULTAT    PIC X     VALUE SPACE.

*> Flettemanifestet genlæses og genskrives med posteringsfilen
*> tilføjet - samme fremgangsmåde som STAAENDE-ORDRE/NETS-IMPORT
*> OPGAVE10 fletter op til MAX-MANIFEST kilder, men generatorerne
*> går aldrig over MANIFEST-GRAENSE - sidste plads er reserveret til
*> VentendeDue.txt, som OPGAVE10 selv lægger op
01 MAX-MANIFEST        PIC 9(2)  VALUE 16.
01 MANIFEST-GRAENSE    PIC 9(2)  VALUE 15.
01 ANTAL-MANIFEST      PIC 9(2)  VALUE 0.
01 IDX-MANIFEST        PIC 9(2).
01 WS-ALLEREDE-I-MANIFEST PIC X  VALUE "N".
01 POSTER-FILNAVN      PIC X(60) VALUE "UdlandsPoster.txt".
01 MANIFEST-NAVN-TABEL.
   02 MANIFEST-NAVN OCCURS 16 TIMES PIC X(60).

*> Lovbinding, dagsgrænser og mindreåriges konti (se UDGAAENDETJEK.cpy)
COPY "UDGAAENDEGRAENSE.cpy".

PROCEDURE DIVISION.
    MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DAGS-DATO

    PERFORM LAES-BANKER-UDLAND
    PERFORM LAES-KONTI
    PERFORM LAES-UDGAAENDE-GRAENSER
    PERFORM LAES-KUNDE-ADRESSER
    PERFORM LAES-KURSER
    PERFORM LAES-FULDMAGTER
    PERFORM LAES-MEDEJERE
    PERFORM LAES-EKSISTERENDE-POSTER

    OPEN INPUT AnmodningFil
    .

*>-----------------------------------------------------------------
*>  LAES-KONTI – konto -> saldo/valuta/ejer/type fra KontoOpl.txt
*>-----------------------------------------------------------------
LAES-KONTI.
    OPEN INPUT Kontofil
                            TO T-KS-VALUTA-KD(ANTAL-KONTI)
                        MOVE KUNDE-ID  OF KONTO-REC
                            TO T-KS-KUNDE-ID(ANTAL-KONTI)
                        MOVE KONTO-TYPE OF KONTO-REC
                            TO T-KS-KONTO-TYPE(ANTAL-KONTI)
                    END-IF
            END-READ
        END-PERFORM
        END-IF
    END-IF

    IF WS-AFVIST-AARSAG = SPACES
        MOVE WA-ANMODET-AF OF ANMODNING-REC TO WS-ANMODET-AF
        MOVE WA-KONTO-ID   OF ANMODNING-REC TO WS-FM-KONTO-ID
        PERFORM TJEK-FULDMAGT
    END-IF

    IF WS-AFVIST-AARSAG = SPACES
        PERFORM TJEK-DAEKNING
    END-IF

    IF WS-AFVIST-AARSAG = SPACES
        PERFORM TJEK-BETALINGSGRAENSER
    END-IF

    IF WS-AFVIST-AARSAG NOT = SPACES
        PERFORM SKRIV-AFVISNING
    ELSE
        PERFORM SKRIV-BETALING
        PERFORM GENERER-DEBITERING
        PERFORM REGISTRER-UDGAAENDE
        ADD 1 TO ANTAL-GODKENDT
    END-IF
    .
    END-IF
    .

*>-----------------------------------------------------------------
*>  TJEK-BETALINGSGRAENSER – lovbinding, mindreårig ejer og kontoens
*>  dagsgrænser for betalingen, målt i DKK (WS-BELOB-DKK-NUM); se
*>  TJEK-UDGAAENDE-GRAENSER
*>-----------------------------------------------------------------
TJEK-BETALINGSGRAENSER.
    MOVE WA-KONTO-ID   OF ANMODNING-REC TO WS-UG-KONTO-ID
    MOVE T-KS-KONTO-TYPE(WS-KONTO-IDX)  TO WS-UG-KONTO-TYPE
    MOVE T-KS-KUNDE-ID(WS-KONTO-IDX)    TO WS-UG-EJER
    MOVE WA-ANMODET-AF OF ANMODNING-REC TO WS-UG-ANMODET-AF
    MOVE WS-BELOB-DKK-NUM               TO WS-UG-BELOB-DKK
    PERFORM TJEK-UDGAAENDE-GRAENSER
    MOVE WS-UG-AARSAG TO WS-AFVIST-AARSAG
    .

*>-----------------------------------------------------------------
*>  LAES-FULDMAGTER – Fuldmagter.txt ind i FULDMAGT-TABEL
*>-----------------------------------------------------------------
LAES-FULDMAGTER.
    OPEN INPUT FuldmagtFil
    IF WS-FULDMAGT-STATUS = "00"
        PERFORM UNTIL EOF-FULDMAGT = "Y"
            READ FuldmagtFil
                AT END
                    MOVE "Y" TO EOF-FULDMAGT
                NOT AT END
                    IF FM-HAVER-ID NOT = SPACES
                            AND ANTAL-FULDMAGTER < MAX-FULDMAGTER
                        ADD 1 TO ANTAL-FULDMAGTER
                        MOVE FM-GIVER-KUNDEID
                            TO T-FM-GIVER(ANTAL-FULDMAGTER)
                        MOVE FM-HAVER-ID
                            TO T-FM-HAVER(ANTAL-FULDMAGTER)
                        MOVE FM-KONTO-ID
                            TO T-FM-KONTO-ID(ANTAL-FULDMAGTER)
                        MOVE FM-OMFANG
                            TO T-FM-OMFANG(ANTAL-FULDMAGTER)
                        MOVE FM-START-DATO
                            TO T-FM-START(ANTAL-FULDMAGTER)
                        MOVE FM-UDLOEB-DATO
                            TO T-FM-UDLOEB(ANTAL-FULDMAGTER)
                        MOVE FM-MARKERING
                            TO T-FM-MARKERING(ANTAL-FULDMAGTER)
                    END-IF
            END-READ
        END-PERFORM
        CLOSE FuldmagtFil
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
*>  TJEK-FULDMAGT – er anmodningen afgivet af en anden end kontoens
*>  ejer eller en medejer, skal der være en fuldmagt fra ejeren (eller
*>  en medejer) til den pågældende, der dækker kontoen, er trådt i
*>  kraft, ikke er udløbet eller markeret, og har omfang betalinger
*>  eller fuld. Afvisningsårsagen siger, hvad der manglede
*>-----------------------------------------------------------------
TJEK-FULDMAGT.
    IF WS-ANMODET-AF = SPACES
            OR WS-ANMODET-AF = T-KS-KUNDE-ID(WS-KONTO-IDX)
        EXIT PARAGRAPH
    END-IF

    MOVE 1 TO IDX-MEDEJER
    PERFORM UNTIL IDX-MEDEJER > ANTAL-MEDEJERE
        IF T-ME-KONTO-ID(IDX-MEDEJER) = WS-FM-KONTO-ID
                AND T-ME-KUNDE-ID(IDX-MEDEJER) = WS-ANMODET-AF
            EXIT PARAGRAPH
        END-IF
        ADD 1 TO IDX-MEDEJER
    END-PERFORM

    MOVE SPACE TO WS-FM-RESULTAT
    MOVE 1 TO IDX-FULDMAGT
    PERFORM UNTIL IDX-FULDMAGT > ANTAL-FULDMAGTER
               OR WS-FM-RESULTAT = "B"
        IF T-FM-HAVER(IDX-FULDMAGT) = WS-ANMODET-AF
                AND (T-FM-KONTO-ID(IDX-FULDMAGT) = WS-FM-KONTO-ID
                     OR T-FM-KONTO-ID(IDX-FULDMAGT) = SPACES)
            PERFORM TJEK-FULDMAGT-GIVER
            IF WS-FM-GIVER-OK = "Y"
                EVALUATE TRUE
                    WHEN T-FM-MARKERING(IDX-FULDMAGT) NOT = SPACE
                        OR T-FM-START(IDX-FULDMAGT) > WS-DAGS-DATO
                        OR (T-FM-UDLOEB(IDX-FULDMAGT) NOT = SPACES
                            AND T-FM-UDLOEB(IDX-FULDMAGT) < WS-DAGS-DATO)
                        IF WS-FM-RESULTAT = SPACE
                            MOVE "U" TO WS-FM-RESULTAT
                        END-IF
                    WHEN T-FM-OMFANG(IDX-FULDMAGT) = "B"
                        OR T-FM-OMFANG(IDX-FULDMAGT) = "F"
                        MOVE "B" TO WS-FM-RESULTAT
                    WHEN OTHER
                        MOVE "V" TO WS-FM-RESULTAT
                END-EVALUATE
            END-IF
        END-IF
        ADD 1 TO IDX-FULDMAGT
    END-PERFORM

    EVALUATE WS-FM-RESULTAT
        WHEN "B"
            CONTINUE
        WHEN "V"
            MOVE "fuldmagten daekker kun indsigt, ikke betalinger"
                TO WS-AFVIST-AARSAG
        WHEN "U"
            MOVE "fuldmagten er udloebet, ej i kraft eller markeret"
                TO WS-AFVIST-AARSAG
        WHEN OTHER
            MOVE "anmoder er ikke kontohaver og har ingen fuldmagt"
                TO WS-AFVIST-AARSAG
    END-EVALUATE
    .

*>-----------------------------------------------------------------
*>  TJEK-FULDMAGT-GIVER – fuldmagten i IDX-FULDMAGT skal være givet af
*>  kontoens ejer eller en af dens medejere
*>-----------------------------------------------------------------
TJEK-FULDMAGT-GIVER.
    MOVE "N" TO WS-FM-GIVER-OK
    IF T-FM-GIVER(IDX-FULDMAGT) = T-KS-KUNDE-ID(WS-KONTO-IDX)
        MOVE "Y" TO WS-FM-GIVER-OK
        EXIT PARAGRAPH
    END-IF
    MOVE 1 TO IDX-MEDEJER
    PERFORM UNTIL IDX-MEDEJER > ANTAL-MEDEJERE
        IF T-ME-KONTO-ID(IDX-MEDEJER) = WS-FM-KONTO-ID
                AND T-ME-KUNDE-ID(IDX-MEDEJER) = T-FM-GIVER(IDX-FULDMAGT)
            MOVE "Y" TO WS-FM-GIVER-OK
            EXIT PERFORM
        END-IF
        ADD 1 TO IDX-MEDEJER
    END-PERFORM
    .

*>-----------------------------------------------------------------
*>  SKRIV-AFVISNING – én afvist anmodning med årsag
*>-----------------------------------------------------------------

*>-----------------------------------------------------------------
*>  LAES-KUNDE-ADRESSER – kunde -> navn og sammensat adresse fra
*>  Kundeoplysninger.txt, samme positioner som STAAENDE-ORDRE; kunder
*>  under 18 år efter CPR-NR (281:11) noteres til kontrollen af
*>  mindreåriges konti
*>-----------------------------------------------------------------
LAES-KUNDE-ADRESSER.
    OPEN INPUT Kundeoplysninger
                                DELIMITED BY SIZE
                        INTO T-KA-ADRESSE(ANTAL-KUNDER)
                        END-STRING
                        MOVE RAW-KUNDE(1:10)   TO WS-UG-KUNDE-ID
                        MOVE RAW-KUNDE(281:11) TO WS-UG-CPR
                        PERFORM REGISTRER-MINDREAARIG
                    END-IF
            END-READ
        END-PERFORM
*>  LAES-EKSISTERENDE-POSTER – læs et evt. eksisterende udtræk ind i
*>  POSTER-TABEL, før der genereres nyt. Debiteringer, OPGAVE10
*>  endnu ikke har bogført, bevares dermed - udtrækket tømmes først
*>  af OPGAVE10, når de er bogført. Dagens tæller med i kontoens sum
*>  over for dagsgrænsen, omregnet til DKK via nyeste kurs
*>-----------------------------------------------------------------
LAES-EKSISTERENDE-POSTER.
    OPEN INPUT PosterFil
                        ADD 1 TO ANTAL-POSTER
                        MOVE RAW-POSTER
                            TO POSTER-LINJE(ANTAL-POSTER)
                        IF TIDSPUNKT OF POSTER-REC(1:4) = WS-DAGS-DATO(1:4)
                                AND TIDSPUNKT OF POSTER-REC(6:2)
                                    = WS-DAGS-DATO(5:2)
                                AND TIDSPUNKT OF POSTER-REC(9:2)
                                    = WS-DAGS-DATO(7:2)
                            MOVE VALUTA OF POSTER-REC TO WS-SOEGE-VALUTA
                            PERFORM FIND-NYESTE-KURS
                            MOVE KONTO-ID OF POSTER-REC TO WS-UG-KONTO-ID
                            COMPUTE WS-UG-BELOB-DKK = FUNCTION NUMVAL(
                                BELØB-TEXT OF POSTER-REC) * -1 * WS-KURS
                            PERFORM REGISTRER-UDGAAENDE
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
        END-IF
    END-IF
    .

*> Lovbinding, dagsgrænser og mindreåriges konti - fælles med
*> INDLANDSBETALING
COPY "UDGAAENDETJEK.cpy".

END PROGRAM UDLANDSBETALING.
