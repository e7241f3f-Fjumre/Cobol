>>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. BETALINGSSERVICE.

*>-----------------------------------------------------------------
*>  BETALINGSSERVICE – behandler kreditorernes opkrævninger via
*>  Betalingsservice (el, forsikring, abonnementer) mod det, kunden
*>  faktisk har tilmeldt i mandatregistret BSMandater.txt (se
*>  BSMANDAT.cpy).
*>
*>  Nye opkrævninger (BSOpkraevninger.txt, se BSOPKRAEVNING.cpy)
*>  valideres ved modtagelsen: debitorkontoen skal findes i
*>  KontoOpl.txt, opkrævningsreferencen må ikke være modtaget før, og
*>  der skal være et mandat for konto + kreditor + kundereference,
*>  som er i kraft på forfaldsdagen, og hvis evt. maksimumsbeløb ikke
*>  overskrides. Godkendte opkrævninger lægges i BSVentende.txt og
*>  venter dér til forfald, så kunden kan nå at afmelde den enkelte
*>  opkrævning (BSAfmeldinger.txt, se BSAFMELDING.cpy) - mandatet
*>  består. På forfaldsdagen kontrolleres mandatet igen (det kan være
*>  stoppet i mellemtiden), og opkrævningen hæves fra kontoen.
*>
*>  De forfaldne opkrævninger skrives som filialudtræk BSPoster.txt
*>  (stigende sorteret på KONTO-ID, med kontrolpost BSPoster.ctl) og
*>  lægges op i TransManifest.txt - samme fremgangsmåde som
*>  NETS-IMPORT, også mht. at udtrækket er kumulativt, indtil
*>  OPGAVE10 har bogført det. Den modtagne fil flyttes til
*>  BSOpkraevningerBehandlet.txt, så en genkørsel ikke modtager de
*>  samme linjer igen.
*>
*>  Afviste opkrævninger returneres til kreditorerne i BSAfvist.txt:
*>  originallinjen uændret efterfulgt af en årsagskode og -tekst:
*>    01 intet mandat for konto/kreditor/kundereference
*>    02 mandatet er ikke i kraft på forfaldsdagen
*>    03 beløbet overstiger mandatets maksimum
*>    04 debitorkontoen findes ikke
*>    05 afmeldt af kunden før forfald
*>    06 opkrævningsreferencen er allerede modtaget
*>    07 ugyldigt beløb eller forfaldsdato
*>    09 kunne ikke modtages (kapacitet) - kreditor genfremsender
*>-----------------------------------------------------------------

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT MandatFil
        ASSIGN TO "BSMandater.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-MANDAT-STATUS.

    SELECT OpkraevningFil
        ASSIGN TO "BSOpkraevninger.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-OPKRAEVNING-STATUS.

    *> Godkendte opkrævninger, der endnu ikke er forfaldne
    SELECT VentendeFil
        ASSIGN TO "BSVentende.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-VENTENDE-STATUS.

    SELECT AfmeldingFil
        ASSIGN TO "BSAfmeldinger.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-AFMELDING-STATUS.

    SELECT Kontofil
        ASSIGN TO "KontoOpl.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-KONTO-STATUS.

    *> Kundestamdata - debitors navn/adresse, som TRANSAKTIONER.cpy
    *> selv bærer pr. linje og OPGAVE10 adresserer udskriften efter
    SELECT Kundeoplysninger
        ASSIGN TO "Kundeoplysninger.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-KUNDE-STATUS.

    SELECT PosterFil
        ASSIGN TO "BSPoster.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-POSTER-STATUS.

    SELECT PosterKontrolFil
        ASSIGN TO "BSPoster.ctl"
        ORGANIZATION IS LINE SEQUENTIAL.

    *> Afviste opkrævninger med årsagskode, til retur til kreditorerne
    SELECT AfvistFil
        ASSIGN TO "BSAfvist.txt"
        ORGANIZATION IS LINE SEQUENTIAL.

    SELECT TransManifestFil
        ASSIGN TO "TransManifest.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-MANIFEST-STATUS.

    SELECT ImportLogFil
        ASSIGN TO "BSImportLog.txt"
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.

FD MandatFil.
01 RAW-MANDAT PIC X(72).         *> 14+4+8+15+8+8+15 = 72
01 MANDAT-REC REDEFINES RAW-MANDAT.
   COPY "BSMANDAT.cpy".

FD OpkraevningFil.
01 RAW-OPKRAEVNING PIC X(101).   *> 8+20+14+15+13+3+8+20 = 101

FD VentendeFil.
01 RAW-VENTENDE PIC X(101).

FD AfmeldingFil.
01 RAW-AFMELDING PIC X(53).      *> 14+8+15+8+8 = 53
01 AFMELDING-REC REDEFINES RAW-AFMELDING.
   COPY "BSAFMELDING.cpy".

FD Kontofil.
01 RAW-KONTO PIC X(52).
01 KONTO-REC REDEFINES RAW-KONTO.
   COPY "KONTOOPL.cpy".

*> Holdes bevidst rå - kun KUNDEID (1:10), NAVN (51:30) og adresse-
*> felterne hentes via reference-modifikation, som i NETS-IMPORT
FD Kundeoplysninger.
01 RAW-KUNDE PIC X(302).

FD PosterFil.
01 RAW-POSTER PIC X(223).
01 POSTER-REC REDEFINES RAW-POSTER.
   COPY "TRANSAKTIONER.cpy".

FD PosterKontrolFil.
01 POSTER-KONTROL-REC.
   02 PK-ANTAL PIC 9(9).
   02 FILLER   PIC X(1).
   02 PK-HASH  PIC 9(13)V99.

FD AfvistFil.
01 AFVIST-REC.
   02 AF-OPKRAEVNING PIC X(101).
   02 AF-AARSAG-KODE PIC X(2).
   02 FILLER         PIC X(1).
   02 AF-AARSAG-TEKST PIC X(50).

FD TransManifestFil.
01 MANIFEST-REC.
   02 MANIFEST-FILNAVN PIC X(60).

FD ImportLogFil.
01 LOG-REC.
   02 LOG-TEXT PIC X(150).

WORKING-STORAGE SECTION.
01 EOF-MANDAT      PIC X VALUE "N".
01 EOF-OPKRAEVNING PIC X VALUE "N".
01 EOF-VENTENDE    PIC X VALUE "N".
01 EOF-AFMELDING   PIC X VALUE "N".
01 EOF-KONTO       PIC X VALUE "N".
01 EOF-KUNDE       PIC X VALUE "N".
01 EOF-MANIFEST    PIC X VALUE "N".
01 EOF-POSTER      PIC X VALUE "N".

01 WS-MANDAT-STATUS      PIC XX VALUE SPACES.
01 WS-OPKRAEVNING-STATUS PIC XX VALUE SPACES.
01 WS-VENTENDE-STATUS    PIC XX VALUE SPACES.
01 WS-AFMELDING-STATUS   PIC XX VALUE SPACES.
01 WS-KONTO-STATUS       PIC XX VALUE SPACES.
01 WS-KUNDE-STATUS       PIC XX VALUE SPACES.
01 WS-POSTER-STATUS      PIC XX VALUE SPACES.
01 WS-MANIFEST-STATUS    PIC XX VALUE SPACES.

01 WS-DAGS-DATO          PIC X(8) VALUE SPACES.
01 WS-OPKRAEVNING-LAEST  PIC X VALUE "N".

*> Den opkrævning, der behandles (modtaget eller ventende)
01 WS-OPKRAEVNING.
   COPY "BSOPKRAEVNING.cpy".

*> Mandatregistret
01 MAX-MANDATER   PIC 9(5) VALUE 20000.
01 ANTAL-MANDATER PIC 9(5) VALUE 0.
01 IDX-MANDAT     PIC 9(5).
01 MANDAT-TABEL.
   02 MANDAT-POST OCCURS 20000 TIMES.
      03 T-BM-KONTO-ID    PIC X(14).
      03 T-BM-REG-NR      PIC X(4).
      03 T-BM-KREDITOR-NR PIC X(8).
      03 T-BM-KUNDE-REF   PIC X(15).
      03 T-BM-START-DATO  PIC X(8).
      03 T-BM-STOP-DATO   PIC X(8).
      03 T-BM-MAX-BELOB   PIC S9(11)V99.

*> Kundernes afmeldinger af enkelte opkrævninger
01 MAX-AFMELDINGER   PIC 9(5) VALUE 10000.
01 ANTAL-AFMELDINGER PIC 9(5) VALUE 0.
01 IDX-AFMELDING     PIC 9(5).
01 AFMELDING-TABEL.
   02 AFMELDING-POST OCCURS 10000 TIMES.
      03 T-BF-KONTO-ID     PIC X(14).
      03 T-BF-KREDITOR-NR  PIC X(8).
      03 T-BF-KUNDE-REF    PIC X(15).
      03 T-BF-FORFALD      PIC X(8).
      03 T-BF-AFMELDT-DATO PIC X(8).

*> Ventende (godkendte, ikke forfaldne) opkrævninger - de allerede
*> ventende fra BSVentende.txt plus dagens godkendte. Status:
*> "V" venter fortsat, "B" hævet i dag, "A" afvist
01 MAX-VENTENDE   PIC 9(5) VALUE 50000.
01 ANTAL-VENTENDE PIC 9(5) VALUE 0.
01 IDX-VENTENDE   PIC 9(5).
01 VENTENDE-TABEL.
   02 VENTENDE-POST OCCURS 50000 TIMES.
      03 T-VE-LINJE  PIC X(101).
      03 T-VE-STATUS PIC X(1).

*> Konto -> kunde-opslag fra KontoOpl.txt
01 MAX-KONTI   PIC 9(5) VALUE 50000.
01 ANTAL-KONTI PIC 9(5) VALUE 0.
01 IDX-KONTO   PIC 9(5).
01 KONTO-EJER-TABEL.
   02 KONTO-EJER-POST OCCURS 50000 TIMES.
      03 T-KE-KONTO-ID PIC X(14).
      03 T-KE-KUNDE-ID PIC X(10).

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
01 WS-REG-NR-FUNDET   PIC X(4)  VALUE SPACES.

01 WS-KONTO-KENDT     PIC X VALUE "N".
01 WS-REF-KENDT       PIC X VALUE "N".
01 WS-MANDAT-FINDES   PIC X VALUE "N".
01 WS-MANDAT-I-KRAFT  PIC X VALUE "N".
01 WS-AFMELDT         PIC X VALUE "N".
01 WS-AFVIST-KODE     PIC X(2)  VALUE SPACES.
01 WS-AFVIST-AARSAG   PIC X(50) VALUE SPACES.

*> De konverterede posteringer samles og sorteres stigende på
*> KONTO-ID, inden udtrækket skrives - samme begrundelse som i
*> NETS-IMPORT: k-vejs-fletningen kræver stigende sorterede kilder
01 MAX-POSTER   PIC 9(5) VALUE 50000.
01 ANTAL-POSTER PIC 9(5) VALUE 0.
01 IDX-POSTER   PIC 9(5).
01 IDX-POSTER-J PIC 9(5).
01 POSTER-TABEL.
   02 POSTER-LINJE OCCURS 50000 TIMES PIC X(223).
01 SWAP-POSTER-LINJE PIC X(223).

*> Beløbskonvertering (øre -> beløbstekst med fortegn)
01 WS-BELOB-NUM    PIC S9(11)V99 VALUE 0.
01 WS-BELOB-EDIT   PIC -(9)9.99.
01 WS-HASH-NUM     PIC 9(13)V99 VALUE 0.
01 WS-TIDSPUNKT    PIC X(26) VALUE SPACES.

01 ANTAL-MODTAGET  PIC 9(5) VALUE 0.
01 ANTAL-HAEVET    PIC 9(5) VALUE 0.
01 ANTAL-AFVIST    PIC 9(5) VALUE 0.
01 ANTAL-AFMELDT   PIC 9(5) VALUE 0.
01 ANTAL-VENTER    PIC 9(5) VALUE 0.

*> Flettemanifestet genlæses og genskrives med posteringsfilen
*> tilføjet - samme fremgangsmåde som NETS-IMPORT
*> OPGAVE10 fletter op til MAX-MANIFEST kilder, men generatorerne
*> går aldrig over MANIFEST-GRAENSE - sidste plads er reserveret til
*> VentendeDue.txt, som OPGAVE10 selv lægger op
01 MAX-MANIFEST        PIC 9(2)  VALUE 16.
01 MANIFEST-GRAENSE    PIC 9(2)  VALUE 15.
01 ANTAL-MANIFEST      PIC 9(2)  VALUE 0.
01 IDX-MANIFEST        PIC 9(2).
01 WS-ALLEREDE-I-MANIFEST PIC X  VALUE "N".
01 POSTER-FILNAVN      PIC X(60) VALUE "BSPoster.txt".
01 MANIFEST-NAVN-TABEL.
   02 MANIFEST-NAVN OCCURS 16 TIMES PIC X(60).

PROCEDURE DIVISION.
    MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DAGS-DATO
    OPEN OUTPUT ImportLogFil
    OPEN OUTPUT AfvistFil

    PERFORM LAES-MANDATER
    PERFORM LAES-AFMELDINGER
    PERFORM LAES-KONTO-EJERE
    PERFORM LAES-KUNDE-ADRESSER
    PERFORM LAES-EKSISTERENDE-POSTER
    PERFORM LAES-VENTENDE

    OPEN INPUT OpkraevningFil
    IF WS-OPKRAEVNING-STATUS = "00"
        MOVE "Y" TO WS-OPKRAEVNING-LAEST
        PERFORM UNTIL EOF-OPKRAEVNING = "Y"
            READ OpkraevningFil
                AT END
                    MOVE "Y" TO EOF-OPKRAEVNING
                NOT AT END
                    IF RAW-OPKRAEVNING NOT = SPACES
                        MOVE RAW-OPKRAEVNING TO WS-OPKRAEVNING
                        PERFORM MODTAG-OPKRAEVNING
                    END-IF
            END-READ
        END-PERFORM
        CLOSE OpkraevningFil
    ELSE
        MOVE "BSOpkraevninger.txt ikke fundet - ingen nye opkraevninger"
            TO LOG-TEXT
        WRITE LOG-REC
    END-IF

    PERFORM BEHANDL-VENTENDE
    PERFORM SKRIV-VENTENDE

    PERFORM SORTER-POSTER
    PERFORM SKRIV-POSTER
    PERFORM SKRIV-KONTROLPOST

    IF ANTAL-POSTER > 0
        PERFORM OPDATER-TRANS-MANIFEST
    END-IF

    *> Opkrævningerne er nu enten afvist eller lagt til forfald -
    *> flyt filen til behandlet-arkivet, så en genkørsel ikke
    *> modtager de samme linjer en gang til
    IF WS-OPKRAEVNING-LAEST = "Y"
        CALL "SYSTEM" USING
            "cat BSOpkraevninger.txt >> BSOpkraevningerBehandlet.txt && rm -f BSOpkraevninger.txt"
    END-IF

    CLOSE AfvistFil ImportLogFil

    DISPLAY "BETALINGSSERVICE gennemført - " ANTAL-MODTAGET
            " opkraevning(er) godkendt, " ANTAL-HAEVET " haevet, "
            ANTAL-VENTER " venter paa forfald, " ANTAL-AFVIST
            " afvist (heraf " ANTAL-AFMELDT " afmeldt)"
    STOP RUN.

*>-----------------------------------------------------------------
*>  LAES-MANDATER – mandatregistret BSMandater.txt ind i
*>  MANDAT-TABEL. Findes det ikke, afvises alle opkrævninger
*>-----------------------------------------------------------------
LAES-MANDATER.
    OPEN INPUT MandatFil
    IF WS-MANDAT-STATUS = "00"
        PERFORM UNTIL EOF-MANDAT = "Y"
            READ MandatFil
                AT END
                    MOVE "Y" TO EOF-MANDAT
                NOT AT END
                    IF BM-KONTO-ID NOT = SPACES
                            AND ANTAL-MANDATER < MAX-MANDATER
                        ADD 1 TO ANTAL-MANDATER
                        MOVE BM-KONTO-ID
                            TO T-BM-KONTO-ID(ANTAL-MANDATER)
                        MOVE BM-REG-NR
                            TO T-BM-REG-NR(ANTAL-MANDATER)
                        MOVE BM-KREDITOR-NR
                            TO T-BM-KREDITOR-NR(ANTAL-MANDATER)
                        MOVE BM-KUNDE-REF
                            TO T-BM-KUNDE-REF(ANTAL-MANDATER)
                        MOVE BM-START-DATO
                            TO T-BM-START-DATO(ANTAL-MANDATER)
                        MOVE BM-STOP-DATO
                            TO T-BM-STOP-DATO(ANTAL-MANDATER)
                        IF BM-MAX-BELOB = SPACES
                            MOVE 0 TO T-BM-MAX-BELOB(ANTAL-MANDATER)
                        ELSE
                            MOVE FUNCTION NUMVAL(BM-MAX-BELOB)
                                TO T-BM-MAX-BELOB(ANTAL-MANDATER)
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
        CLOSE MandatFil
    ELSE
        MOVE "BSMandater.txt ikke fundet - ingen opkraevninger kan godkendes"
            TO LOG-TEXT
        WRITE LOG-REC
    END-IF
    .

LAES-AFMELDINGER.
    OPEN INPUT AfmeldingFil
    IF WS-AFMELDING-STATUS = "00"
        PERFORM UNTIL EOF-AFMELDING = "Y"
            READ AfmeldingFil
                AT END
                    MOVE "Y" TO EOF-AFMELDING
                NOT AT END
                    IF BF-KONTO-ID NOT = SPACES
                            AND ANTAL-AFMELDINGER < MAX-AFMELDINGER
                        ADD 1 TO ANTAL-AFMELDINGER
                        MOVE BF-KONTO-ID
                            TO T-BF-KONTO-ID(ANTAL-AFMELDINGER)
                        MOVE BF-KREDITOR-NR
                            TO T-BF-KREDITOR-NR(ANTAL-AFMELDINGER)
                        MOVE BF-KUNDE-REF
                            TO T-BF-KUNDE-REF(ANTAL-AFMELDINGER)
                        MOVE BF-FORFALD
                            TO T-BF-FORFALD(ANTAL-AFMELDINGER)
                        MOVE BF-AFMELDT-DATO
                            TO T-BF-AFMELDT-DATO(ANTAL-AFMELDINGER)
                    END-IF
            END-READ
        END-PERFORM
        CLOSE AfmeldingFil
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
*>  LAES-VENTENDE – de opkrævninger, der ved tidligere kørsler er
*>  godkendt, men endnu ikke forfaldne
*>-----------------------------------------------------------------
LAES-VENTENDE.
    OPEN INPUT VentendeFil
    IF WS-VENTENDE-STATUS = "00"
        PERFORM UNTIL EOF-VENTENDE = "Y"
            READ VentendeFil
                AT END
                    MOVE "Y" TO EOF-VENTENDE
                NOT AT END
                    IF RAW-VENTENDE NOT = SPACES
                            AND ANTAL-VENTENDE < MAX-VENTENDE
                        ADD 1 TO ANTAL-VENTENDE
                        MOVE RAW-VENTENDE
                            TO T-VE-LINJE(ANTAL-VENTENDE)
                        MOVE "V" TO T-VE-STATUS(ANTAL-VENTENDE)
                    END-IF
            END-READ
        END-PERFORM
        CLOSE VentendeFil
    END-IF
    .

*>-----------------------------------------------------------------
*>  MODTAG-OPKRAEVNING – validér én ny opkrævning og læg den til
*>  forfald i VENTENDE-TABEL, eller afvis den med årsagskode
*>-----------------------------------------------------------------
MODTAG-OPKRAEVNING.
    MOVE SPACES TO WS-AFVIST-KODE WS-AFVIST-AARSAG

    EVALUATE TRUE
        WHEN BO-BELOB-OERE OF WS-OPKRAEVNING IS NOT NUMERIC
                OR BO-BELOB-OERE OF WS-OPKRAEVNING = 0
                OR BO-FORFALD OF WS-OPKRAEVNING IS NOT NUMERIC
            MOVE "07" TO WS-AFVIST-KODE
            MOVE "ugyldigt beloeb eller forfaldsdato"
                TO WS-AFVIST-AARSAG
        WHEN OTHER
            PERFORM TJEK-KONTO
            IF WS-KONTO-KENDT = "N"
                MOVE "04" TO WS-AFVIST-KODE
                MOVE "debitorkontoen findes ikke"
                    TO WS-AFVIST-AARSAG
            ELSE
                PERFORM TJEK-REFERENCE
                IF WS-REF-KENDT = "Y"
                    MOVE "06" TO WS-AFVIST-KODE
                    MOVE "opkraevningsreferencen er allerede modtaget"
                        TO WS-AFVIST-AARSAG
                ELSE
                    PERFORM VALIDER-MANDAT
                END-IF
            END-IF
    END-EVALUATE

    IF WS-AFVIST-KODE NOT = SPACES
        PERFORM AFVIS-OPKRAEVNING
        EXIT PARAGRAPH
    END-IF

    IF ANTAL-VENTENDE >= MAX-VENTENDE
        MOVE "09" TO WS-AFVIST-KODE
        MOVE "kan ikke modtages - proev igen" TO WS-AFVIST-AARSAG
        MOVE "ADVARSEL: VENTENDE-TABEL fuld - opkraevning afvist til retur"
            TO LOG-TEXT
        WRITE LOG-REC
        PERFORM AFVIS-OPKRAEVNING
        EXIT PARAGRAPH
    END-IF

    ADD 1 TO ANTAL-VENTENDE
    MOVE WS-OPKRAEVNING TO T-VE-LINJE(ANTAL-VENTENDE)
    MOVE "V"            TO T-VE-STATUS(ANTAL-VENTENDE)
    ADD 1 TO ANTAL-MODTAGET
    .

*>-----------------------------------------------------------------
*>  TJEK-KONTO – findes debitorkontoen i KontoOpl.txt? Ejers kunde-id
*>  huskes til adresseringen
*>-----------------------------------------------------------------
TJEK-KONTO.
    MOVE "N"    TO WS-KONTO-KENDT
    MOVE SPACES TO WS-KUNDE-ID-FUNDET
    MOVE 1      TO IDX-KONTO
    PERFORM UNTIL IDX-KONTO > ANTAL-KONTI
        IF T-KE-KONTO-ID(IDX-KONTO) = BO-KONTO-ID OF WS-OPKRAEVNING
            MOVE "Y" TO WS-KONTO-KENDT
            MOVE T-KE-KUNDE-ID(IDX-KONTO) TO WS-KUNDE-ID-FUNDET
            EXIT PERFORM
        END-IF
        ADD 1 TO IDX-KONTO
    END-PERFORM
    .

*>-----------------------------------------------------------------
*>  TJEK-REFERENCE – er kreditorens opkrævningsreference allerede
*>  modtaget (ventende eller modtaget tidligere i samme fil)?
*>-----------------------------------------------------------------
TJEK-REFERENCE.
    MOVE "N" TO WS-REF-KENDT
    MOVE 1   TO IDX-VENTENDE
    PERFORM UNTIL IDX-VENTENDE > ANTAL-VENTENDE
        IF T-VE-LINJE(IDX-VENTENDE)(1:8)
                = BO-KREDITOR-NR OF WS-OPKRAEVNING
                AND T-VE-LINJE(IDX-VENTENDE)(82:20)
                    = BO-OPKR-REF OF WS-OPKRAEVNING
            MOVE "Y" TO WS-REF-KENDT
            EXIT PERFORM
        END-IF
        ADD 1 TO IDX-VENTENDE
    END-PERFORM
    .

*>-----------------------------------------------------------------
*>  VALIDER-MANDAT – findes et mandat for konto + kreditor +
*>  kundereference, som er i kraft på forfaldsdagen, og holder
*>  beløbet sig inden for dets evt. maksimum? Sætter WS-AFVIST-KODE/
*>  -AARSAG ved afvisning og husker mandatets REG-NR ellers
*>-----------------------------------------------------------------
VALIDER-MANDAT.
    MOVE "N"    TO WS-MANDAT-FINDES WS-MANDAT-I-KRAFT
    MOVE SPACES TO WS-REG-NR-FUNDET
    COMPUTE WS-BELOB-NUM = BO-BELOB-OERE OF WS-OPKRAEVNING / 100

    MOVE 1 TO IDX-MANDAT
    PERFORM UNTIL IDX-MANDAT > ANTAL-MANDATER
        IF T-BM-KONTO-ID(IDX-MANDAT) = BO-KONTO-ID OF WS-OPKRAEVNING
                AND T-BM-KREDITOR-NR(IDX-MANDAT)
                    = BO-KREDITOR-NR OF WS-OPKRAEVNING
                AND T-BM-KUNDE-REF(IDX-MANDAT)
                    = BO-KUNDE-REF OF WS-OPKRAEVNING
            MOVE "Y" TO WS-MANDAT-FINDES
            IF T-BM-START-DATO(IDX-MANDAT) <= BO-FORFALD OF WS-OPKRAEVNING
                    AND (T-BM-STOP-DATO(IDX-MANDAT) = SPACES
                         OR T-BM-STOP-DATO(IDX-MANDAT)
                            >= BO-FORFALD OF WS-OPKRAEVNING)
                MOVE "Y" TO WS-MANDAT-I-KRAFT
                IF T-BM-MAX-BELOB(IDX-MANDAT) = 0
                        OR WS-BELOB-NUM <= T-BM-MAX-BELOB(IDX-MANDAT)
                    MOVE T-BM-REG-NR(IDX-MANDAT) TO WS-REG-NR-FUNDET
                    EXIT PARAGRAPH
                END-IF
            END-IF
        END-IF
        ADD 1 TO IDX-MANDAT
    END-PERFORM

    EVALUATE TRUE
        WHEN WS-MANDAT-FINDES = "N"
            MOVE "01" TO WS-AFVIST-KODE
            MOVE "intet mandat for konto/kreditor/kundereference"
                TO WS-AFVIST-AARSAG
        WHEN WS-MANDAT-I-KRAFT = "N"
            MOVE "02" TO WS-AFVIST-KODE
            MOVE "mandatet er ikke i kraft paa forfaldsdagen"
                TO WS-AFVIST-AARSAG
        WHEN OTHER
            MOVE "03" TO WS-AFVIST-KODE
            MOVE "beloebet overstiger mandatets maksimum"
                TO WS-AFVIST-AARSAG
    END-EVALUATE
    .

*>-----------------------------------------------------------------
*>  BEHANDL-VENTENDE – gå alle ventende opkrævninger igennem: en
*>  rettidigt afmeldt opkrævning afvises, en forfalden hæves (hvis
*>  mandatet stadig holder), resten venter fortsat
*>-----------------------------------------------------------------
BEHANDL-VENTENDE.
    MOVE 1 TO IDX-VENTENDE
    PERFORM UNTIL IDX-VENTENDE > ANTAL-VENTENDE
        MOVE T-VE-LINJE(IDX-VENTENDE) TO WS-OPKRAEVNING
        MOVE SPACES TO WS-AFVIST-KODE WS-AFVIST-AARSAG

        PERFORM TJEK-AFMELDT
        IF WS-AFMELDT = "Y"
            MOVE "05" TO WS-AFVIST-KODE
            MOVE "afmeldt af kunden foer forfald" TO WS-AFVIST-AARSAG
            ADD 1 TO ANTAL-AFMELDT
            PERFORM AFVIS-OPKRAEVNING
            MOVE "A" TO T-VE-STATUS(IDX-VENTENDE)
        ELSE
            IF BO-FORFALD OF WS-OPKRAEVNING <= WS-DAGS-DATO
                PERFORM TJEK-KONTO
                IF WS-KONTO-KENDT = "N"
                    MOVE "04" TO WS-AFVIST-KODE
                    MOVE "debitorkontoen findes ikke"
                        TO WS-AFVIST-AARSAG
                ELSE
                    PERFORM VALIDER-MANDAT
                END-IF
                IF WS-AFVIST-KODE NOT = SPACES
                    PERFORM AFVIS-OPKRAEVNING
                    MOVE "A" TO T-VE-STATUS(IDX-VENTENDE)
                ELSE
                    PERFORM KONVERTER-OPKRAEVNING
                END-IF
            ELSE
                ADD 1 TO ANTAL-VENTER
            END-IF
        END-IF
        ADD 1 TO IDX-VENTENDE
    END-PERFORM
    .

*>-----------------------------------------------------------------
*>  TJEK-AFMELDT – har kunden afmeldt netop denne opkrævning, og
*>  skete afmeldingen før forfaldsdagen?
*>-----------------------------------------------------------------
TJEK-AFMELDT.
    MOVE "N" TO WS-AFMELDT
    MOVE 1   TO IDX-AFMELDING
    PERFORM UNTIL IDX-AFMELDING > ANTAL-AFMELDINGER
        IF T-BF-KONTO-ID(IDX-AFMELDING) = BO-KONTO-ID OF WS-OPKRAEVNING
                AND T-BF-KREDITOR-NR(IDX-AFMELDING)
                    = BO-KREDITOR-NR OF WS-OPKRAEVNING
                AND T-BF-KUNDE-REF(IDX-AFMELDING)
                    = BO-KUNDE-REF OF WS-OPKRAEVNING
                AND T-BF-FORFALD(IDX-AFMELDING)
                    = BO-FORFALD OF WS-OPKRAEVNING
                AND T-BF-AFMELDT-DATO(IDX-AFMELDING)
                    < BO-FORFALD OF WS-OPKRAEVNING
            MOVE "Y" TO WS-AFMELDT
            EXIT PERFORM
        END-IF
        ADD 1 TO IDX-AFMELDING
    END-PERFORM
    .

*>-----------------------------------------------------------------
*>  AFVIS-OPKRAEVNING – returnér opkrævningen uændret til kreditoren
*>  i BSAfvist.txt med årsagskode, og log årsagen
*>-----------------------------------------------------------------
AFVIS-OPKRAEVNING.
    ADD 1 TO ANTAL-AFVIST
    MOVE SPACES           TO AFVIST-REC
    MOVE WS-OPKRAEVNING   TO AF-OPKRAEVNING
    MOVE WS-AFVIST-KODE   TO AF-AARSAG-KODE
    MOVE WS-AFVIST-AARSAG TO AF-AARSAG-TEKST
    WRITE AFVIST-REC

    MOVE SPACES TO LOG-TEXT
    STRING
        "Afvist: kreditor "                               DELIMITED BY SIZE
        BO-KREDITOR-NR OF WS-OPKRAEVNING                  DELIMITED BY SIZE
        ", reference "                                    DELIMITED BY SIZE
        FUNCTION TRIM(BO-OPKR-REF OF WS-OPKRAEVNING)      DELIMITED BY SIZE
        ", konto "                                        DELIMITED BY SIZE
        FUNCTION TRIM(BO-KONTO-ID OF WS-OPKRAEVNING)      DELIMITED BY SIZE
        " - "                                             DELIMITED BY SIZE
        WS-AFVIST-KODE                                    DELIMITED BY SIZE
        " "                                               DELIMITED BY SIZE
        FUNCTION TRIM(WS-AFVIST-AARSAG)                   DELIMITED BY SIZE
    INTO LOG-TEXT
    END-STRING
    WRITE LOG-REC
    .

*>-----------------------------------------------------------------
*>  KONVERTER-OPKRAEVNING – byg TRANSAKTIONER.cpy-linjen for den
*>  forfaldne opkrævning og læg den i POSTER-TABEL. Opkrævningen
*>  hæves altid fra kontoen; kreditorens reference bæres uændret
*>  videre som TRANS-REFERENCE, så OPGAVE10's dublettjek fanger en
*>  gentaget opkrævning
*>-----------------------------------------------------------------
KONVERTER-OPKRAEVNING.
    IF ANTAL-POSTER >= MAX-POSTER
        MOVE "ADVARSEL: POSTER-TABEL fuld - opkraevning venter til naeste koersel"
            TO LOG-TEXT
        WRITE LOG-REC
        ADD 1 TO ANTAL-VENTER
        EXIT PARAGRAPH
    END-IF

    PERFORM FIND-KUNDE-ADRESSE

    MOVE SPACES TO RAW-POSTER
    MOVE WS-NAVN-FUNDET    TO NAVN             OF POSTER-REC
    MOVE WS-ADRESSE-FUNDET TO ADRESSE          OF POSTER-REC
    MOVE "Overførsel"      TO TRANSAKTIONSTYPE OF POSTER-REC
    MOVE BO-KONTO-ID OF WS-OPKRAEVNING TO KONTO-ID OF POSTER-REC
    MOVE WS-REG-NR-FUNDET  TO REG-NR           OF POSTER-REC

    COMPUTE WS-BELOB-NUM = BO-BELOB-OERE OF WS-OPKRAEVNING / 100 * -1
    MOVE WS-BELOB-NUM  TO WS-BELOB-EDIT
    MOVE WS-BELOB-EDIT TO BELØB-TEXT OF POSTER-REC
    ADD WS-BELOB-NUM TO WS-HASH-NUM

    MOVE BO-VALUTA OF WS-OPKRAEVNING        TO VALUTA OF POSTER-REC
    MOVE BO-KREDITOR-NAVN OF WS-OPKRAEVNING TO BUTIK  OF POSTER-REC
    MOVE BO-OPKR-REF OF WS-OPKRAEVNING
        TO TRANS-REFERENCE OF POSTER-REC

    MOVE SPACES TO WS-TIDSPUNKT
    STRING
        BO-FORFALD OF WS-OPKRAEVNING(1:4) DELIMITED BY SIZE
        "-"                               DELIMITED BY SIZE
        BO-FORFALD OF WS-OPKRAEVNING(5:2) DELIMITED BY SIZE
        "-"                               DELIMITED BY SIZE
        BO-FORFALD OF WS-OPKRAEVNING(7:2) DELIMITED BY SIZE
        " 00:00:00"                       DELIMITED BY SIZE
    INTO WS-TIDSPUNKT
    END-STRING
    MOVE WS-TIDSPUNKT TO TIDSPUNKT OF POSTER-REC

    ADD 1 TO ANTAL-POSTER
    MOVE RAW-POSTER TO POSTER-LINJE(ANTAL-POSTER)
    MOVE "B" TO T-VE-STATUS(IDX-VENTENDE)
    ADD 1 TO ANTAL-HAEVET
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
*>  SKRIV-VENTENDE – genskriv BSVentende.txt med de opkrævninger,
*>  der fortsat venter på forfald
*>-----------------------------------------------------------------
SKRIV-VENTENDE.
    OPEN OUTPUT VentendeFil
    MOVE 1 TO IDX-VENTENDE
    PERFORM UNTIL IDX-VENTENDE > ANTAL-VENTENDE
        IF T-VE-STATUS(IDX-VENTENDE) = "V"
            MOVE T-VE-LINJE(IDX-VENTENDE) TO RAW-VENTENDE
            WRITE RAW-VENTENDE
        END-IF
        ADD 1 TO IDX-VENTENDE
    END-PERFORM
    CLOSE VentendeFil
    .

*>-----------------------------------------------------------------
*>  LAES-EKSISTERENDE-POSTER – læs et evt. eksisterende udtræk ind i
*>  POSTER-TABEL (inkl. beløbene i hashtotalen), før der hæves nyt.
*>  Poster, OPGAVE10 endnu ikke har bogført, bevares dermed
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

*>-----------------------------------------------------------------
*>  SKRIV-POSTER – skriv det sorterede udtræk til BSPoster.txt
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
*>  SKRIV-KONTROLPOST – postantal og beløbs-hashtotal i samme format
*>  som Transaktioner.ctl, til overførselskontrol af udtrækket
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
*>  OPDATER-TRANS-MANIFEST – sørg for at BSPoster.txt står i
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
            MOVE "ADVARSEL: TransManifest.txt er fuldt - BSPoster.txt ikke lagt op til fletning (posterne staar i udtraekket til naeste koersel)"
                TO LOG-TEXT
            WRITE LOG-REC
            DISPLAY "BETALINGSSERVICE: TransManifest.txt er fuldt - "
                    "udtraekket ikke lagt op til fletning"
        END-IF
    END-IF
    .
END PROGRAM BETALINGSSERVICE.
