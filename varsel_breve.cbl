>>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. VARSEL-BREVE.

*>-----------------------------------------------------------------
*>  VARSEL-BREVE – varslingsbreve til kunderne, før en ændring af
*>  renten (RenteSatser.txt) eller gebyrerne (GebyrSatserNy.txt)
*>  træder i kraft, i stedet for de breve, nogen hidtil har skrevet
*>  i hånden.
*>
*>  Den kommende ordning sammenlignes med den gældende:
*>    - rente: hver version i RenteSatser.txt, der træder i kraft i
*>      dag eller senere, mod versionen lige før den for samme
*>      kontotype (for en type uden egne rækker: fællestypen "*")
*>    - gebyr: hver linje i GebyrSatserNy.txt, der træder i kraft i
*>      dag eller senere, mod kontotypens hidtidige linje
*>  En reel ændring varsles til hver kunde, der via KontoOpl.txt ejer
*>  en konto af en berørt KONTO-TYPE: ét brev pr. kunde med alle
*>  kundens ændringer, på kundens SPROG og med KUNDE-BREVE's
*>  brevopsætning. Papirbreve registreres i UdskriftManifest.txt;
*>  kunder, der har valgt elektronisk levering (kanal "E" i
*>  LeveringsPraeference.txt), får brevet i EmailSpool.txt.
*>
*>  Varslingsfristen er VARSEL-MAANEDER måneder. En ændring, hvis
*>  ikrafttrædelsesdato ligger inden for fristen, afvises: den
*>  varsles ikke, skrives i VarselAfvist.txt (som OPGAVE10 holder
*>  ændringen ude efter) og advares i FejlLog.txt. Tidligere kørslers
*>  afvisninger føres videre, så længe ændringen står i RenteSatser.txt
*>  eller GebyrSatserNy.txt - også når ikrafttrædelsesdatoen er
*>  passeret, så ændringen aldrig træder i kraft uvarslet. Varslede
*>  ændringer registreres i VarsletAendring.txt, så de kun varsles én
*>  gang
*>-----------------------------------------------------------------

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT RenteSatsFil
        ASSIGN TO "RenteSatser.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RENTE-SATS-STATUS.

    SELECT GebyrSatsFil
        ASSIGN TO "GebyrSatser.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-GEBYR-SATS-STATUS.

    SELECT GebyrNyFil
        ASSIGN TO "GebyrSatserNy.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-GEBYR-NY-STATUS.

    SELECT Kontofil
        ASSIGN TO "KontoOpl.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-KONTO-STATUS.

    *> Holdes bevidst rå - felterne hentes via reference-modifikation
    SELECT Kundeoplysninger
        ASSIGN TO "Kundeoplysninger.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-KUNDE-STATUS.

    SELECT LeveringsPraefFil
        ASSIGN TO "LeveringsPraeference.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-LEVERING-STATUS.

    *> Register over allerede varslede ændringer - akkumulerer
    SELECT VarsletFil
        ASSIGN TO "VarsletAendring.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-VARSLET-STATUS.

    *> Afviste ændringer - de tidligere læses, og filen genskrives
    *> via .new + mv med dagens og de fortsat gældende tidligere
    SELECT VarselAfvistFil
        ASSIGN TO "VarselAfvist.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-VARSEL-AFVIST-STATUS.

    SELECT VarselAfvistNyFil
        ASSIGN TO "VarselAfvist.new"
        ORGANIZATION IS LINE SEQUENTIAL.

    SELECT BrevFil
        ASSIGN TO WS-BREV-FILNAVN
        ORGANIZATION IS LINE SEQUENTIAL.

    *> Forsendelsesmanifestet og e-mail-spoolen deles med OPGAVE10's
    *> kontoudskrifter - derfor EXTEND
    SELECT UdskriftManifestFil
        ASSIGN TO "UdskriftManifest.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-MANIFEST-STATUS.

    SELECT EmailSpoolFil
        ASSIGN TO "EmailSpool.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-EMAIL-SPOOL-STATUS.

    *> Den fælles, severity-kodede fejllog for hele batchsuiten
    SELECT FejlLogFil
        ASSIGN TO "FejlLog.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FEJLLOG-STATUS.

DATA DIVISION.
FILE SECTION.

FD RenteSatsFil.
01 RAW-RENTE-SATS PIC X(41).     *> 10+8+15+8 = 41
01 RENTE-SATS-REC REDEFINES RAW-RENTE-SATS.
   COPY "RENTESATS.cpy".

FD GebyrSatsFil.
01 RAW-GEBYR-SATS PIC X(58).     *> 10+15+3+15+15 = 58
01 GEBYR-SATS-REC REDEFINES RAW-GEBYR-SATS.
   COPY "GEBYRSATS.cpy".

FD GebyrNyFil.
01 RAW-GEBYR-NY PIC X(66).       *> 8+10+15+3+15+15 = 66
01 GEBYR-NY-REC REDEFINES RAW-GEBYR-NY.
   COPY "GEBYRNY.cpy".

FD Kontofil.
01 RAW-KONTO PIC X(52).
01 KONTO-REC REDEFINES RAW-KONTO.
   COPY "KONTOOPL.cpy".

FD Kundeoplysninger.
01 RAW-KUNDE PIC X(302).

FD LeveringsPraefFil.
01 LEVERING-REC.
   02 LP-KUNDE-ID PIC X(10).
   02 LP-KANAL    PIC X(1).

FD VarsletFil.
01 VARSLET-REC.
   02 VA-ART          PIC X(1).
   02 VA-KONTO-TYPE   PIC X(10).
   02 VA-GYLDIG-FRA   PIC X(8).
   02 VA-VARSEL-DATO  PIC X(8).

*> Holdes rå - felterne hentes via reference-modifikation, da
*> VARSELAFVIST.cpy bruges af den nye fil
FD VarselAfvistFil.
01 RAW-VARSEL-AFVIST PIC X(79).  *> 1+10+8+60 = 79

FD VarselAfvistNyFil.
01 RAW-VARSEL-AFVIST-NY PIC X(79).
01 VARSEL-AFVIST-REC REDEFINES RAW-VARSEL-AFVIST-NY.
   COPY "VARSELAFVIST.cpy".

FD BrevFil.
01 BREV-REC.
   02 BREV-TEXT PIC X(120).

FD UdskriftManifestFil.
01 UDSKRIFT-MANIFEST-REC.
   02 UDSKRIFT-MANIFEST-TEXT PIC X(150).

FD EmailSpoolFil.
01 EMAIL-SPOOL-REC.
   02 EMAIL-SPOOL-TEXT PIC X(200).

FD FejlLogFil.
01 FEJLLOG-REC.
   COPY "FEJLLOG.cpy".

WORKING-STORAGE SECTION.
01 EOF-RENTE-SATS   PIC X VALUE "N".
01 EOF-GEBYR-SATS   PIC X VALUE "N".
01 EOF-GEBYR-NY     PIC X VALUE "N".
01 EOF-KONTO        PIC X VALUE "N".
01 EOF-KUNDE        PIC X VALUE "N".
01 EOF-LEVERING     PIC X VALUE "N".
01 EOF-VARSLET      PIC X VALUE "N".
01 EOF-VARSEL-AFVIST PIC X VALUE "N".

01 WS-RENTE-SATS-STATUS    PIC XX VALUE SPACES.
01 WS-GEBYR-SATS-STATUS    PIC XX VALUE SPACES.
01 WS-GEBYR-NY-STATUS      PIC XX VALUE SPACES.
01 WS-KONTO-STATUS         PIC XX VALUE SPACES.
01 WS-KUNDE-STATUS         PIC XX VALUE SPACES.
01 WS-LEVERING-STATUS      PIC XX VALUE SPACES.
01 WS-VARSLET-STATUS       PIC XX VALUE SPACES.
01 WS-VARSEL-AFVIST-STATUS PIC XX VALUE SPACES.
01 WS-MANIFEST-STATUS      PIC XX VALUE SPACES.
01 WS-EMAIL-SPOOL-STATUS   PIC XX VALUE SPACES.

01 WS-DAGS-DATO    PIC X(8)  VALUE SPACES.
01 WS-BREV-FILNAVN PIC X(40) VALUE SPACES.

*> Varslingsfristen: en ændring skal varsles mindst så mange
*> måneder før, den træder i kraft. Fristdatoen er dags dato lagt
*> VARSEL-MAANEDER måneder frem (dagen rykkes til månedens sidste,
*> hvis måneden er kortere)
01 VARSEL-MAANEDER   PIC 9(2) VALUE 2.
01 WS-FRIST-DATO     PIC X(8) VALUE SPACES.
01 WS-FRIST-NUM      PIC 9(8) VALUE 0.
01 WS-FRIST-AAR      PIC 9(4) VALUE 0.
01 WS-FRIST-MD       PIC 9(2) VALUE 0.
01 WS-FRIST-DAG      PIC 9(2) VALUE 0.
01 WS-MD-SUM         PIC 9(3) VALUE 0.

*> Rentetabellen (RenteSatser.txt) - samme opbygning som i OPGAVE10
01 MAX-RENTE-SATSER   PIC 9(3) VALUE 500.
01 ANTAL-RENTE-SATSER PIC 9(3) VALUE 0.
01 IDX-RENTE-SATS     PIC 9(3) VALUE 0.
01 IDX-RENTE-SATS-2   PIC 9(3) VALUE 0.
01 IDX-RENTE-SATS-3   PIC 9(3) VALUE 0.

01 RENTE-SATS-TABEL.
   02 RENTE-SATS-POST OCCURS 500 TIMES.
      03 T-RS-KONTO-TYPE PIC X(10).
      03 T-RS-GYLDIG-FRA PIC X(8).
      03 T-RS-SALDO-FRA  PIC S9(13)V99.
      03 T-RS-PCT        PIC S9(3)V9(4).

*> Gældende (GebyrSatser.txt) og kommende (GebyrSatserNy.txt)
*> gebyrregulativ
01 MAX-GEBYR-SATSER   PIC 9(3) VALUE 100.
01 ANTAL-GEBYR-SATSER PIC 9(3) VALUE 0.
01 IDX-GEBYR-SATS     PIC 9(3) VALUE 0.

01 GEBYR-SATS-TABEL.
   02 GEBYR-SATS-POST OCCURS 100 TIMES.
      03 T-GS-KONTO-TYPE PIC X(10).
      03 T-GS-MDR        PIC S9(9)V99.
      03 T-GS-FRIE       PIC 9(3).
      03 T-GS-POST       PIC S9(9)V99.
      03 T-GS-GENUDSKR   PIC S9(9)V99.

01 MAX-GEBYR-NY       PIC 9(3) VALUE 100.
01 ANTAL-GEBYR-NY     PIC 9(3) VALUE 0.
01 IDX-GEBYR-NY       PIC 9(3) VALUE 0.
01 IDX-GEBYR-NY-2     PIC 9(3) VALUE 0.

01 GEBYR-NY-TABEL.
   02 GEBYR-NY-POST OCCURS 100 TIMES.
      03 T-GN-GYLDIG-FRA PIC X(8).
      03 T-GN-KONTO-TYPE PIC X(10).
      03 T-GN-MDR        PIC S9(9)V99.
      03 T-GN-FRIE       PIC 9(3).
      03 T-GN-POST       PIC S9(9)V99.
      03 T-GN-GENUDSKR   PIC S9(9)V99.

*> Allerede varslede ændringer (VarsletAendring.txt)
01 MAX-VARSLET        PIC 9(4) VALUE 2000.
01 ANTAL-VARSLET      PIC 9(4) VALUE 0.
01 IDX-VARSLET        PIC 9(4) VALUE 0.

01 VARSLET-TABEL.
   02 VARSLET-POST OCCURS 2000 TIMES.
      03 T-VS-ART        PIC X(1).
      03 T-VS-KONTO-TYPE PIC X(10).
      03 T-VS-GYLDIG-FRA PIC X(8).

*> Konti (KontoOpl.txt) og de forskellige kontotyper, der findes
01 MAX-KONTI          PIC 9(5) VALUE 50000.
01 ANTAL-KONTI        PIC 9(5) VALUE 0.
01 IDX-KONTO          PIC 9(5) VALUE 0.

01 KONTO-TABEL.
   02 KONTO-POST OCCURS 50000 TIMES.
      03 T-KO-KONTO-ID   PIC X(14).
      03 T-KO-KUNDE-ID   PIC X(10).
      03 T-KO-KONTO-TYPE PIC X(10).

01 MAX-KONTOTYPER     PIC 9(3) VALUE 100.
01 ANTAL-KONTOTYPER   PIC 9(3) VALUE 0.
01 IDX-KONTOTYPE      PIC 9(3) VALUE 0.

01 KONTOTYPE-TABEL.
   02 KONTOTYPE-POST OCCURS 100 TIMES.
      03 T-KT-KONTO-TYPE PIC X(10).

*> Ændringer, der skal varsles i denne kørsel - én række pr.
*> berørt KONTO-TYPE. En rentes "*"-version udfoldes til hver
*> kontotype uden egne rækker i rentetabellen. For renteændringer
*> peger FORRIGE-TYPE/-FRA på versionen, der afløses (SPACES hvis
*> ingen); for gebyrændringer peger GN-IDX på den nye linje og
*> GS-IDX/GN-FORRIGE på den hidtidige (0 hvis ingen)
01 MAX-AENDRINGER     PIC 9(3) VALUE 200.
01 ANTAL-AENDRINGER   PIC 9(3) VALUE 0.
01 IDX-AENDRING       PIC 9(3) VALUE 0.

01 AENDRING-TABEL.
   02 AENDRING-POST OCCURS 200 TIMES.
      03 T-AE-ART          PIC X(1).
      03 T-AE-KONTO-TYPE   PIC X(10).
      03 T-AE-TABEL-TYPE   PIC X(10).
      03 T-AE-GYLDIG-FRA   PIC X(8).
      03 T-AE-FORRIGE-TYPE PIC X(10).
      03 T-AE-FORRIGE-FRA  PIC X(8).
      03 T-AE-GN-IDX       PIC 9(3).
      03 T-AE-GS-IDX       PIC 9(3).
      03 T-AE-GN-FORRIGE   PIC 9(3).

*> Den kandidat-ændring, der vurderes (art, tabeltype, dato)
01 WS-KAND-ART        PIC X(1)  VALUE SPACE.
01 WS-KAND-TYPE       PIC X(10) VALUE SPACES.
01 WS-KAND-FRA        PIC X(8)  VALUE SPACES.
01 WS-KAND-GN-IDX     PIC 9(3)  VALUE 0.
01 WS-FORRIGE-TYPE    PIC X(10) VALUE SPACES.
01 WS-FORRIGE-FRA     PIC X(8)  VALUE SPACES.
01 WS-FORRIGE-GS-IDX  PIC 9(3)  VALUE 0.
01 WS-FORRIGE-GN-IDX  PIC 9(3)  VALUE 0.
01 WS-ER-AENDRET      PIC X     VALUE "N".
01 WS-ER-VARSLET      PIC X     VALUE "N".
01 WS-HAR-EGNE        PIC X     VALUE "N".
01 WS-FUNDET          PIC X     VALUE "N".
01 WS-ANTAL-NY        PIC 9(3)  VALUE 0.
01 WS-ANTAL-GL        PIC 9(3)  VALUE 0.

*> Kunder -> navn, adresse, sprog, e-mail og leveringskanal, samt
*> de berørte kontotyper, kunden ejer (højst 5 forskellige)
01 MAX-KUNDER         PIC 9(5) VALUE 50000.
01 ANTAL-KUNDER       PIC 9(5) VALUE 0.
01 IDX-KUNDE          PIC 9(5) VALUE 0.
01 WS-KUNDE-IDX       PIC 9(5) VALUE 0.
01 IDX-KUNDE-TYPE     PIC 9(1) VALUE 0.

01 KUNDE-ADR-TABEL.
   02 KUNDE-ADR-POST OCCURS 50000 TIMES.
      03 T-KA-KUNDEID  PIC X(10).
      03 T-KA-NAVN     PIC X(41).
      03 T-KA-ADR1     PIC X(45).
      03 T-KA-ADR2     PIC X(45).
      03 T-KA-SPROG    PIC X(2).
      03 T-KA-EMAIL    PIC X(30).
      03 T-KA-KANAL    PIC X(1).
      03 T-KA-KONTO-ID PIC X(14).
      03 T-KA-ANTAL-TYPER PIC 9(1).
      03 T-KA-TYPE     PIC X(10) OCCURS 5 TIMES.

*> Det brev, der skrives
01 WS-LINJE           PIC X(120) VALUE SPACES.
01 WS-LINJE-2         PIC X(120) VALUE SPACES.
01 WS-SOM-EMAIL       PIC X      VALUE "N".
01 WS-EN              PIC X      VALUE "N".
01 WS-KUNDE-BEROERT   PIC X      VALUE "N".
01 WS-GL-PCT          PIC S9(3)V9(4) VALUE 0.
01 WS-GL-SALDO-FRA    PIC S9(13)V99 VALUE 0.
01 WS-GL-SALDO-BEDST  PIC S9(13)V99 VALUE 0.
01 WS-HAR-GL-PCT      PIC X      VALUE "N".
01 WS-GL-BELOB        PIC S9(9)V99 VALUE 0.
01 WS-NY-BELOB        PIC S9(9)V99 VALUE 0.
01 WS-GEBYR-TEKST     PIC X(30)  VALUE SPACES.
01 PCT-EDIT           PIC ZZ9.9999.
01 PCT-GL-EDIT        PIC ZZ9.9999.
01 SALDO-FRA-EDIT     PIC ZZ,ZZZ,ZZZ,ZZ9.99.
01 BELOB-GL-EDIT      PIC Z,ZZZ,ZZ9.99.
01 BELOB-NY-EDIT      PIC Z,ZZZ,ZZ9.99.

01 ANTAL-BREVE        PIC 9(5) VALUE 0.
01 ANTAL-EMAIL        PIC 9(5) VALUE 0.
01 ANTAL-AFVIST       PIC 9(3) VALUE 0.
01 ANTAL-ALLEREDE     PIC 9(3) VALUE 0.
01 ANTAL-FASTHOLDT    PIC 9(3) VALUE 0.

*> Tidligere kørslers afvisninger (VarselAfvist.txt). T-TA-SKREVET =
*> "J", når ændringen er afvist igen i denne kørsel og allerede
*> skrevet; samme maksimum som OPGAVE10's tabel
01 MAX-TIDL-AFVIST    PIC 9(3) VALUE 200.
01 ANTAL-TIDL-AFVIST  PIC 9(3) VALUE 0.
01 IDX-TIDL-AFVIST    PIC 9(3) VALUE 0.
01 TIDL-AFVIST-TABEL.
   02 TIDL-AFVIST-POST OCCURS 200 TIMES.
      03 T-TA-ART        PIC X(1).
      03 T-TA-KONTO-TYPE PIC X(10).
      03 T-TA-GYLDIG-FRA PIC X(8).
      03 T-TA-AARSAG     PIC X(60).
      03 T-TA-SKREVET    PIC X(1).

*> Den fælles fejllog (FejlLog.txt) - se FEJLLOG.cpy
01 WS-FEJLLOG-STATUS PIC XX VALUE SPACES.
01 WS-FEJL-PROGRAM   PIC X(12) VALUE "VARSEL-BREVE".
01 WS-FEJL-SEV       PIC X(1)  VALUE "I".
01 WS-FEJL-NOEGLE    PIC X(20) VALUE SPACES.
01 WS-FEJL-TEKST     PIC X(100) VALUE SPACES.

*> Arkivering af kørslens breve, samme mønster som KUNDE-BREVE
01 WS-ARKIV-STAMP PIC X(14) VALUE SPACES.
01 WS-ARKIV-CMD   PIC X(200) VALUE SPACES.

PROCEDURE DIVISION.
    MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DAGS-DATO
    PERFORM BEREGN-FRIST-DATO

    OPEN EXTEND FejlLogFil
    IF WS-FEJLLOG-STATUS = "35"
        OPEN OUTPUT FejlLogFil
    END-IF

    PERFORM LAES-RENTESATSER
    PERFORM LAES-GEBYRSATSER
    PERFORM LAES-GEBYRSATSER-NY
    PERFORM LAES-VARSLEDE
    PERFORM LAES-KONTI

    *> Afvisningerne genskrives hver kørsel: dagens afvisninger og de
    *> tidligere, hvis ændring stadig findes. En rettet ændring (ny
    *> dato) har en ny nøgle, og den gamle afvisning falder bort
    PERFORM LAES-TIDLIGERE-AFVIST
    OPEN OUTPUT VarselAfvistNyFil
    PERFORM FIND-RENTE-AENDRINGER
    PERFORM FIND-GEBYR-AENDRINGER
    PERFORM SKRIV-TIDLIGERE-AFVIST
    CLOSE VarselAfvistNyFil
    CALL "SYSTEM" USING "mv VarselAfvist.new VarselAfvist.txt"

    IF ANTAL-AENDRINGER > 0
        PERFORM LAES-KUNDE-ADRESSER
        PERFORM LAES-LEVERINGS-PRAEFERENCER
        PERFORM MARKER-BEROERTE-KUNDER

        OPEN EXTEND UdskriftManifestFil
        IF WS-MANIFEST-STATUS = "35"
            OPEN OUTPUT UdskriftManifestFil
        END-IF
        OPEN EXTEND EmailSpoolFil
        IF WS-EMAIL-SPOOL-STATUS = "35"
            OPEN OUTPUT EmailSpoolFil
        END-IF

        MOVE 1 TO IDX-KUNDE
        PERFORM UNTIL IDX-KUNDE > ANTAL-KUNDER
            IF T-KA-ANTAL-TYPER(IDX-KUNDE) > 0
                MOVE IDX-KUNDE TO WS-KUNDE-IDX
                PERFORM SKRIV-VARSEL
            END-IF
            ADD 1 TO IDX-KUNDE
        END-PERFORM

        CLOSE UdskriftManifestFil
        CLOSE EmailSpoolFil

        PERFORM REGISTRER-VARSLEDE
    END-IF

    IF ANTAL-BREVE > 0
        PERFORM ARKIVER-VARSLER
    END-IF

    CLOSE FejlLogFil

    DISPLAY "VARSEL-BREVE gennemført - " ANTAL-AENDRINGER
            " aendring(er) varslet i " ANTAL-BREVE " brev(e) ("
            ANTAL-EMAIL " pr. e-mail), " ANTAL-ALLEREDE
            " allerede varslet, " ANTAL-AFVIST " afvist, "
            ANTAL-FASTHOLDT " tidligere afvisning(er) fastholdt"
    STOP RUN.

*>-----------------------------------------------------------------
*>  BEREGN-FRIST-DATO – dags dato lagt VARSEL-MAANEDER måneder frem.
*>  Findes dagen ikke i fristmåneden (31. -> 30. osv.), bruges
*>  månedens sidste dag
*>-----------------------------------------------------------------
BEREGN-FRIST-DATO.
    MOVE WS-DAGS-DATO(1:4) TO WS-FRIST-AAR
    MOVE WS-DAGS-DATO(7:2) TO WS-FRIST-DAG
    COMPUTE WS-MD-SUM = FUNCTION NUMVAL(WS-DAGS-DATO(5:2))
                      + VARSEL-MAANEDER
    PERFORM UNTIL WS-MD-SUM <= 12
        SUBTRACT 12 FROM WS-MD-SUM
        ADD 1 TO WS-FRIST-AAR
    END-PERFORM
    MOVE WS-MD-SUM TO WS-FRIST-MD

    COMPUTE WS-FRIST-NUM = WS-FRIST-AAR * 10000
                         + WS-FRIST-MD * 100 + WS-FRIST-DAG
    PERFORM UNTIL FUNCTION TEST-DATE-YYYYMMDD(WS-FRIST-NUM) = 0
        SUBTRACT 1 FROM WS-FRIST-NUM
    END-PERFORM
    MOVE WS-FRIST-NUM TO WS-FRIST-DATO
    .

*>-----------------------------------------------------------------
*>  LAES-RENTESATSER – RenteSatser.txt ind i RENTE-SATS-TABEL.
*>  Findes filen ikke, er der ingen renteændringer at varsle
*>-----------------------------------------------------------------
LAES-RENTESATSER.
    OPEN INPUT RenteSatsFil
    IF WS-RENTE-SATS-STATUS = "00"
        PERFORM UNTIL EOF-RENTE-SATS = "Y"
            READ RenteSatsFil
                AT END
                    MOVE "Y" TO EOF-RENTE-SATS
                NOT AT END
                    IF RS-KONTO-TYPE NOT = SPACES
                            AND RS-GYLDIG-FRA IS NUMERIC
                            AND ANTAL-RENTE-SATSER < MAX-RENTE-SATSER
                        ADD 1 TO ANTAL-RENTE-SATSER
                        MOVE RS-KONTO-TYPE
                            TO T-RS-KONTO-TYPE(ANTAL-RENTE-SATSER)
                        MOVE RS-GYLDIG-FRA
                            TO T-RS-GYLDIG-FRA(ANTAL-RENTE-SATSER)
                        MOVE FUNCTION NUMVAL(RS-SALDO-FRA)
                            TO T-RS-SALDO-FRA(ANTAL-RENTE-SATSER)
                        MOVE FUNCTION NUMVAL(RS-RENTE-PCT)
                            TO T-RS-PCT(ANTAL-RENTE-SATSER)
                    END-IF
            END-READ
        END-PERFORM
        CLOSE RenteSatsFil
    END-IF
    .

LAES-GEBYRSATSER.
    OPEN INPUT GebyrSatsFil
    IF WS-GEBYR-SATS-STATUS = "00"
        PERFORM UNTIL EOF-GEBYR-SATS = "Y"
            READ GebyrSatsFil
                AT END
                    MOVE "Y" TO EOF-GEBYR-SATS
                NOT AT END
                    IF ANTAL-GEBYR-SATSER < MAX-GEBYR-SATSER
                        ADD 1 TO ANTAL-GEBYR-SATSER
                        MOVE GS-KONTO-TYPE
                            TO T-GS-KONTO-TYPE(ANTAL-GEBYR-SATSER)
                        MOVE FUNCTION NUMVAL(GS-MDR-GEBYR)
                            TO T-GS-MDR(ANTAL-GEBYR-SATSER)
                        MOVE GS-FRIE-POSTER
                            TO T-GS-FRIE(ANTAL-GEBYR-SATSER)
                        MOVE FUNCTION NUMVAL(GS-POST-GEBYR)
                            TO T-GS-POST(ANTAL-GEBYR-SATSER)
                        MOVE FUNCTION NUMVAL(GS-GENUDSKR-GEBYR)
                            TO T-GS-GENUDSKR(ANTAL-GEBYR-SATSER)
                    END-IF
            END-READ
        END-PERFORM
        CLOSE GebyrSatsFil
    END-IF
    .

LAES-GEBYRSATSER-NY.
    OPEN INPUT GebyrNyFil
    IF WS-GEBYR-NY-STATUS = "00"
        PERFORM UNTIL EOF-GEBYR-NY = "Y"
            READ GebyrNyFil
                AT END
                    MOVE "Y" TO EOF-GEBYR-NY
                NOT AT END
                    IF GN-KONTO-TYPE NOT = SPACES
                            AND GN-GYLDIG-FRA IS NUMERIC
                            AND ANTAL-GEBYR-NY < MAX-GEBYR-NY
                        ADD 1 TO ANTAL-GEBYR-NY
                        MOVE GN-GYLDIG-FRA
                            TO T-GN-GYLDIG-FRA(ANTAL-GEBYR-NY)
                        MOVE GN-KONTO-TYPE
                            TO T-GN-KONTO-TYPE(ANTAL-GEBYR-NY)
                        MOVE FUNCTION NUMVAL(GN-MDR-GEBYR)
                            TO T-GN-MDR(ANTAL-GEBYR-NY)
                        MOVE GN-FRIE-POSTER
                            TO T-GN-FRIE(ANTAL-GEBYR-NY)
                        MOVE FUNCTION NUMVAL(GN-POST-GEBYR)
                            TO T-GN-POST(ANTAL-GEBYR-NY)
                        MOVE FUNCTION NUMVAL(GN-GENUDSKR-GEBYR)
                            TO T-GN-GENUDSKR(ANTAL-GEBYR-NY)
                    END-IF
            END-READ
        END-PERFORM
        CLOSE GebyrNyFil
    END-IF
    .

LAES-VARSLEDE.
    OPEN INPUT VarsletFil
    IF WS-VARSLET-STATUS = "00"
        PERFORM UNTIL EOF-VARSLET = "Y"
            READ VarsletFil
                AT END
                    MOVE "Y" TO EOF-VARSLET
                NOT AT END
                    IF ANTAL-VARSLET < MAX-VARSLET
                        ADD 1 TO ANTAL-VARSLET
                        MOVE VA-ART
                            TO T-VS-ART(ANTAL-VARSLET)
                        MOVE VA-KONTO-TYPE
                            TO T-VS-KONTO-TYPE(ANTAL-VARSLET)
                        MOVE VA-GYLDIG-FRA
                            TO T-VS-GYLDIG-FRA(ANTAL-VARSLET)
                    END-IF
            END-READ
        END-PERFORM
        CLOSE VarsletFil
    END-IF
    .

*>-----------------------------------------------------------------
*>  LAES-TIDLIGERE-AFVIST – tidligere kørslers afvisninger fra
*>  VarselAfvist.txt ind i TIDL-AFVIST-TABEL
*>-----------------------------------------------------------------
LAES-TIDLIGERE-AFVIST.
    OPEN INPUT VarselAfvistFil
    IF WS-VARSEL-AFVIST-STATUS = "00"
        PERFORM UNTIL EOF-VARSEL-AFVIST = "Y"
            READ VarselAfvistFil
                AT END
                    MOVE "Y" TO EOF-VARSEL-AFVIST
                NOT AT END
                    IF RAW-VARSEL-AFVIST(2:10) NOT = SPACES
                            AND ANTAL-TIDL-AFVIST < MAX-TIDL-AFVIST
                        ADD 1 TO ANTAL-TIDL-AFVIST
                        MOVE RAW-VARSEL-AFVIST(1:1)
                            TO T-TA-ART(ANTAL-TIDL-AFVIST)
                        MOVE RAW-VARSEL-AFVIST(2:10)
                            TO T-TA-KONTO-TYPE(ANTAL-TIDL-AFVIST)
                        MOVE RAW-VARSEL-AFVIST(12:8)
                            TO T-TA-GYLDIG-FRA(ANTAL-TIDL-AFVIST)
                        MOVE RAW-VARSEL-AFVIST(20:60)
                            TO T-TA-AARSAG(ANTAL-TIDL-AFVIST)
                        MOVE "N" TO T-TA-SKREVET(ANTAL-TIDL-AFVIST)
                    END-IF
            END-READ
        END-PERFORM
        CLOSE VarselAfvistFil
    END-IF
    .

*>-----------------------------------------------------------------
*>  SKRIV-TIDLIGERE-AFVIST – de tidligere afvisninger, der ikke er
*>  afvist igen i dag, skrives videre, så længe ændringen stadig står
*>  i rentetabellen eller GebyrSatserNy.txt
*>-----------------------------------------------------------------
SKRIV-TIDLIGERE-AFVIST.
    MOVE 1 TO IDX-TIDL-AFVIST
    PERFORM UNTIL IDX-TIDL-AFVIST > ANTAL-TIDL-AFVIST
        IF T-TA-SKREVET(IDX-TIDL-AFVIST) = "N"
            MOVE "N" TO WS-FUNDET
            IF T-TA-ART(IDX-TIDL-AFVIST) = "R"
                MOVE 1 TO IDX-RENTE-SATS
                PERFORM UNTIL IDX-RENTE-SATS > ANTAL-RENTE-SATSER
                    IF T-RS-KONTO-TYPE(IDX-RENTE-SATS)
                            = T-TA-KONTO-TYPE(IDX-TIDL-AFVIST)
                            AND T-RS-GYLDIG-FRA(IDX-RENTE-SATS)
                                = T-TA-GYLDIG-FRA(IDX-TIDL-AFVIST)
                        MOVE "Y" TO WS-FUNDET
                        EXIT PERFORM
                    END-IF
                    ADD 1 TO IDX-RENTE-SATS
                END-PERFORM
            ELSE
                MOVE 1 TO IDX-GEBYR-NY
                PERFORM UNTIL IDX-GEBYR-NY > ANTAL-GEBYR-NY
                    IF T-GN-KONTO-TYPE(IDX-GEBYR-NY)
                            = T-TA-KONTO-TYPE(IDX-TIDL-AFVIST)
                            AND T-GN-GYLDIG-FRA(IDX-GEBYR-NY)
                                = T-TA-GYLDIG-FRA(IDX-TIDL-AFVIST)
                        MOVE "Y" TO WS-FUNDET
                        EXIT PERFORM
                    END-IF
                    ADD 1 TO IDX-GEBYR-NY
                END-PERFORM
            END-IF
            IF WS-FUNDET = "Y"
                MOVE SPACES TO VARSEL-AFVIST-REC
                MOVE T-TA-ART(IDX-TIDL-AFVIST)        TO VF-ART
                MOVE T-TA-KONTO-TYPE(IDX-TIDL-AFVIST) TO VF-KONTO-TYPE
                MOVE T-TA-GYLDIG-FRA(IDX-TIDL-AFVIST) TO VF-GYLDIG-FRA
                MOVE T-TA-AARSAG(IDX-TIDL-AFVIST)     TO VF-AARSAG
                WRITE VARSEL-AFVIST-REC
                ADD 1 TO ANTAL-FASTHOLDT
            END-IF
        END-IF
        ADD 1 TO IDX-TIDL-AFVIST
    END-PERFORM
    .

*>-----------------------------------------------------------------
*>  LAES-KONTI – konto, ejer og type fra KontoOpl.txt, samt listen
*>  over de forskellige kontotyper, der findes i bogen
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
                        MOVE KONTO-ID OF KONTO-REC
                            TO T-KO-KONTO-ID(ANTAL-KONTI)
                        MOVE KUNDE-ID OF KONTO-REC
                            TO T-KO-KUNDE-ID(ANTAL-KONTI)
                        MOVE KONTO-TYPE OF KONTO-REC
                            TO T-KO-KONTO-TYPE(ANTAL-KONTI)
                        PERFORM NOTER-KONTOTYPE
                    END-IF
            END-READ
        END-PERFORM
        CLOSE Kontofil
    END-IF
    .

NOTER-KONTOTYPE.
    MOVE 1 TO IDX-KONTOTYPE
    PERFORM UNTIL IDX-KONTOTYPE > ANTAL-KONTOTYPER
        IF T-KT-KONTO-TYPE(IDX-KONTOTYPE) = KONTO-TYPE OF KONTO-REC
            EXIT PARAGRAPH
        END-IF
        ADD 1 TO IDX-KONTOTYPE
    END-PERFORM
    IF ANTAL-KONTOTYPER < MAX-KONTOTYPER
        ADD 1 TO ANTAL-KONTOTYPER
        MOVE KONTO-TYPE OF KONTO-REC
            TO T-KT-KONTO-TYPE(ANTAL-KONTOTYPER)
    END-IF
    .

*>-----------------------------------------------------------------
*>  FIND-RENTE-AENDRINGER – hver rentetabel-version (kontotype +
*>  ikrafttrædelsesdato), der træder i kraft i dag eller senere, og
*>  som afviger fra versionen lige før den, er en kandidat
*>-----------------------------------------------------------------
FIND-RENTE-AENDRINGER.
    MOVE 1 TO IDX-RENTE-SATS
    PERFORM UNTIL IDX-RENTE-SATS > ANTAL-RENTE-SATSER
        IF T-RS-GYLDIG-FRA(IDX-RENTE-SATS) >= WS-DAGS-DATO
            *> Kun versionens første række - resten er samme version
            MOVE "N" TO WS-FUNDET
            MOVE 1   TO IDX-RENTE-SATS-2
            PERFORM UNTIL IDX-RENTE-SATS-2 >= IDX-RENTE-SATS
                IF T-RS-KONTO-TYPE(IDX-RENTE-SATS-2)
                        = T-RS-KONTO-TYPE(IDX-RENTE-SATS)
                        AND T-RS-GYLDIG-FRA(IDX-RENTE-SATS-2)
                            = T-RS-GYLDIG-FRA(IDX-RENTE-SATS)
                    MOVE "Y" TO WS-FUNDET
                    EXIT PERFORM
                END-IF
                ADD 1 TO IDX-RENTE-SATS-2
            END-PERFORM

            IF WS-FUNDET = "N"
                MOVE "R" TO WS-KAND-ART
                MOVE T-RS-KONTO-TYPE(IDX-RENTE-SATS) TO WS-KAND-TYPE
                MOVE T-RS-GYLDIG-FRA(IDX-RENTE-SATS) TO WS-KAND-FRA
                MOVE 0 TO WS-KAND-GN-IDX
                PERFORM FIND-FORRIGE-RENTE
                PERFORM SAMMENLIGN-RENTE-VERSION
                IF WS-ER-AENDRET = "Y"
                    PERFORM VURDER-KANDIDAT
                END-IF
            END-IF
        END-IF
        ADD 1 TO IDX-RENTE-SATS
    END-PERFORM
    .

*>-----------------------------------------------------------------
*>  FIND-FORRIGE-RENTE – versionen, kandidaten afløser: samme types
*>  seneste version før kandidatens dato; har typen ingen, den
*>  "*"-version, typens konti hidtil blev forrentet efter
*>-----------------------------------------------------------------
FIND-FORRIGE-RENTE.
    MOVE WS-KAND-TYPE TO WS-FORRIGE-TYPE
    PERFORM FIND-FORRIGE-VERSION
    IF WS-FORRIGE-FRA = SPACES AND WS-KAND-TYPE NOT = "*"
        MOVE "*" TO WS-FORRIGE-TYPE
        PERFORM FIND-FORRIGE-VERSION
    END-IF
    IF WS-FORRIGE-FRA = SPACES
        MOVE SPACES TO WS-FORRIGE-TYPE
    END-IF
    .

FIND-FORRIGE-VERSION.
    MOVE SPACES TO WS-FORRIGE-FRA
    MOVE 1      TO IDX-RENTE-SATS-2
    PERFORM UNTIL IDX-RENTE-SATS-2 > ANTAL-RENTE-SATSER
        IF T-RS-KONTO-TYPE(IDX-RENTE-SATS-2) = WS-FORRIGE-TYPE
                AND T-RS-GYLDIG-FRA(IDX-RENTE-SATS-2) < WS-KAND-FRA
            IF WS-FORRIGE-FRA = SPACES
                    OR T-RS-GYLDIG-FRA(IDX-RENTE-SATS-2) > WS-FORRIGE-FRA
                MOVE T-RS-GYLDIG-FRA(IDX-RENTE-SATS-2) TO WS-FORRIGE-FRA
            END-IF
        END-IF
        ADD 1 TO IDX-RENTE-SATS-2
    END-PERFORM
    .

*>-----------------------------------------------------------------
*>  SAMMENLIGN-RENTE-VERSION – er kandidatversionen en reel ændring?
*>  Uændret, hvis den har lige så mange saldointervaller som den
*>  afløste version, og hvert interval findes der med samme sats
*>-----------------------------------------------------------------
SAMMENLIGN-RENTE-VERSION.
    MOVE "N" TO WS-ER-AENDRET
    IF WS-FORRIGE-FRA = SPACES
        MOVE "Y" TO WS-ER-AENDRET
        EXIT PARAGRAPH
    END-IF

    MOVE 0 TO WS-ANTAL-NY WS-ANTAL-GL
    MOVE 1 TO IDX-RENTE-SATS-2
    PERFORM UNTIL IDX-RENTE-SATS-2 > ANTAL-RENTE-SATSER
        IF T-RS-KONTO-TYPE(IDX-RENTE-SATS-2) = WS-FORRIGE-TYPE
                AND T-RS-GYLDIG-FRA(IDX-RENTE-SATS-2) = WS-FORRIGE-FRA
            ADD 1 TO WS-ANTAL-GL
        END-IF
        IF T-RS-KONTO-TYPE(IDX-RENTE-SATS-2) = WS-KAND-TYPE
                AND T-RS-GYLDIG-FRA(IDX-RENTE-SATS-2) = WS-KAND-FRA
            ADD 1 TO WS-ANTAL-NY
            MOVE T-RS-SALDO-FRA(IDX-RENTE-SATS-2) TO WS-GL-SALDO-FRA
            PERFORM FIND-GAMMEL-SATS
            IF WS-HAR-GL-PCT = "N"
                    OR WS-GL-SALDO-FRA NOT = T-RS-SALDO-FRA(IDX-RENTE-SATS-2)
                    OR WS-GL-PCT NOT = T-RS-PCT(IDX-RENTE-SATS-2)
                MOVE "Y" TO WS-ER-AENDRET
            END-IF
        END-IF
        ADD 1 TO IDX-RENTE-SATS-2
    END-PERFORM

    IF WS-ANTAL-NY NOT = WS-ANTAL-GL
        MOVE "Y" TO WS-ER-AENDRET
    END-IF
    .

*>-----------------------------------------------------------------
*>  FIND-GAMMEL-SATS – den afløste versions sats for en saldo på
*>  WS-GL-SALDO-FRA: intervallet med højeste SALDO-FRA <= beløbet.
*>  Returnerer satsen i WS-GL-PCT og intervallets SALDO-FRA i
*>  WS-GL-SALDO-FRA; WS-HAR-GL-PCT = "N" hvis intet interval dækker
*>-----------------------------------------------------------------
FIND-GAMMEL-SATS.
    MOVE "N" TO WS-HAR-GL-PCT
    MOVE 0   TO WS-GL-PCT WS-GL-SALDO-BEDST
    MOVE 1   TO IDX-RENTE-SATS-3
    PERFORM UNTIL IDX-RENTE-SATS-3 > ANTAL-RENTE-SATSER
        IF T-RS-KONTO-TYPE(IDX-RENTE-SATS-3) = WS-FORRIGE-TYPE
                AND T-RS-GYLDIG-FRA(IDX-RENTE-SATS-3) = WS-FORRIGE-FRA
                AND T-RS-SALDO-FRA(IDX-RENTE-SATS-3) <= WS-GL-SALDO-FRA
            IF WS-HAR-GL-PCT = "N"
                    OR T-RS-SALDO-FRA(IDX-RENTE-SATS-3) > WS-GL-SALDO-BEDST
                MOVE T-RS-PCT(IDX-RENTE-SATS-3)       TO WS-GL-PCT
                MOVE T-RS-SALDO-FRA(IDX-RENTE-SATS-3) TO WS-GL-SALDO-BEDST
                MOVE "Y" TO WS-HAR-GL-PCT
            END-IF
        END-IF
        ADD 1 TO IDX-RENTE-SATS-3
    END-PERFORM
    IF WS-HAR-GL-PCT = "Y"
        MOVE WS-GL-SALDO-BEDST TO WS-GL-SALDO-FRA
    END-IF
    .

*>-----------------------------------------------------------------
*>  FIND-GEBYR-AENDRINGER – hver GebyrSatserNy.txt-linje, der træder
*>  i kraft i dag eller senere, og som afviger fra kontotypens
*>  hidtidige linje (seneste tidligere kommende linje, ellers
*>  GebyrSatser.txt), er en kandidat
*>-----------------------------------------------------------------
FIND-GEBYR-AENDRINGER.
    MOVE 1 TO IDX-GEBYR-NY
    PERFORM UNTIL IDX-GEBYR-NY > ANTAL-GEBYR-NY
        IF T-GN-GYLDIG-FRA(IDX-GEBYR-NY) >= WS-DAGS-DATO
            MOVE "G" TO WS-KAND-ART
            MOVE T-GN-KONTO-TYPE(IDX-GEBYR-NY) TO WS-KAND-TYPE
            MOVE T-GN-GYLDIG-FRA(IDX-GEBYR-NY) TO WS-KAND-FRA
            MOVE IDX-GEBYR-NY                  TO WS-KAND-GN-IDX
            MOVE SPACES TO WS-FORRIGE-TYPE WS-FORRIGE-FRA
            PERFORM FIND-FORRIGE-GEBYR
            PERFORM SAMMENLIGN-GEBYR
            IF WS-ER-AENDRET = "Y"
                PERFORM VURDER-KANDIDAT
            END-IF
        END-IF
        ADD 1 TO IDX-GEBYR-NY
    END-PERFORM
    .

FIND-FORRIGE-GEBYR.
    MOVE 0 TO WS-FORRIGE-GN-IDX WS-FORRIGE-GS-IDX
    MOVE 1 TO IDX-GEBYR-NY-2
    PERFORM UNTIL IDX-GEBYR-NY-2 > ANTAL-GEBYR-NY
        IF T-GN-KONTO-TYPE(IDX-GEBYR-NY-2) = WS-KAND-TYPE
                AND T-GN-GYLDIG-FRA(IDX-GEBYR-NY-2) < WS-KAND-FRA
            IF WS-FORRIGE-GN-IDX = 0
                MOVE IDX-GEBYR-NY-2 TO WS-FORRIGE-GN-IDX
            ELSE
                IF T-GN-GYLDIG-FRA(IDX-GEBYR-NY-2)
                        > T-GN-GYLDIG-FRA(WS-FORRIGE-GN-IDX)
                    MOVE IDX-GEBYR-NY-2 TO WS-FORRIGE-GN-IDX
                END-IF
            END-IF
        END-IF
        ADD 1 TO IDX-GEBYR-NY-2
    END-PERFORM

    IF WS-FORRIGE-GN-IDX = 0
        MOVE 1 TO IDX-GEBYR-SATS
        PERFORM UNTIL IDX-GEBYR-SATS > ANTAL-GEBYR-SATSER
            IF T-GS-KONTO-TYPE(IDX-GEBYR-SATS) = WS-KAND-TYPE
                MOVE IDX-GEBYR-SATS TO WS-FORRIGE-GS-IDX
                EXIT PERFORM
            END-IF
            ADD 1 TO IDX-GEBYR-SATS
        END-PERFORM
    END-IF
    .

SAMMENLIGN-GEBYR.
    MOVE "Y" TO WS-ER-AENDRET
    IF WS-FORRIGE-GN-IDX > 0
        IF T-GN-MDR(WS-FORRIGE-GN-IDX) = T-GN-MDR(WS-KAND-GN-IDX)
                AND T-GN-FRIE(WS-FORRIGE-GN-IDX) = T-GN-FRIE(WS-KAND-GN-IDX)
                AND T-GN-POST(WS-FORRIGE-GN-IDX) = T-GN-POST(WS-KAND-GN-IDX)
                AND T-GN-GENUDSKR(WS-FORRIGE-GN-IDX)
                    = T-GN-GENUDSKR(WS-KAND-GN-IDX)
            MOVE "N" TO WS-ER-AENDRET
        END-IF
    ELSE
        IF WS-FORRIGE-GS-IDX > 0
            IF T-GS-MDR(WS-FORRIGE-GS-IDX) = T-GN-MDR(WS-KAND-GN-IDX)
                    AND T-GS-FRIE(WS-FORRIGE-GS-IDX)
                        = T-GN-FRIE(WS-KAND-GN-IDX)
                    AND T-GS-POST(WS-FORRIGE-GS-IDX)
                        = T-GN-POST(WS-KAND-GN-IDX)
                    AND T-GS-GENUDSKR(WS-FORRIGE-GS-IDX)
                        = T-GN-GENUDSKR(WS-KAND-GN-IDX)
                MOVE "N" TO WS-ER-AENDRET
            END-IF
        END-IF
    END-IF
    .

*>-----------------------------------------------------------------
*>  VURDER-KANDIDAT – er ændringen allerede varslet, springes den
*>  over. Ligger ikrafttrædelsen inden for varslingsfristen, afvises
*>  den. Ellers lægges den i AENDRING-TABEL til varsling
*>-----------------------------------------------------------------
VURDER-KANDIDAT.
    MOVE "N" TO WS-ER-VARSLET
    MOVE 1   TO IDX-VARSLET
    PERFORM UNTIL IDX-VARSLET > ANTAL-VARSLET
        IF T-VS-ART(IDX-VARSLET) = WS-KAND-ART
                AND T-VS-KONTO-TYPE(IDX-VARSLET) = WS-KAND-TYPE
                AND T-VS-GYLDIG-FRA(IDX-VARSLET) = WS-KAND-FRA
            MOVE "Y" TO WS-ER-VARSLET
            EXIT PERFORM
        END-IF
        ADD 1 TO IDX-VARSLET
    END-PERFORM

    IF WS-ER-VARSLET = "Y"
        ADD 1 TO ANTAL-ALLEREDE
        EXIT PARAGRAPH
    END-IF

    IF WS-KAND-FRA < WS-FRIST-DATO
        PERFORM AFVIS-KANDIDAT
        EXIT PARAGRAPH
    END-IF

    *> En "*"-renteversion berører hver kontotype uden egne rækker
    IF WS-KAND-ART = "R" AND WS-KAND-TYPE = "*"
        MOVE 1 TO IDX-KONTOTYPE
        PERFORM UNTIL IDX-KONTOTYPE > ANTAL-KONTOTYPER
            MOVE "N" TO WS-HAR-EGNE
            MOVE 1   TO IDX-RENTE-SATS-2
            PERFORM UNTIL IDX-RENTE-SATS-2 > ANTAL-RENTE-SATSER
                IF T-RS-KONTO-TYPE(IDX-RENTE-SATS-2)
                        = T-KT-KONTO-TYPE(IDX-KONTOTYPE)
                    MOVE "Y" TO WS-HAR-EGNE
                    EXIT PERFORM
                END-IF
                ADD 1 TO IDX-RENTE-SATS-2
            END-PERFORM
            IF WS-HAR-EGNE = "N" AND ANTAL-AENDRINGER < MAX-AENDRINGER
                PERFORM TILFOEJ-AENDRING
                MOVE T-KT-KONTO-TYPE(IDX-KONTOTYPE)
                    TO T-AE-KONTO-TYPE(ANTAL-AENDRINGER)
            END-IF
            ADD 1 TO IDX-KONTOTYPE
        END-PERFORM
    ELSE
        PERFORM TILFOEJ-AENDRING
    END-IF
    .

TILFOEJ-AENDRING.
    IF ANTAL-AENDRINGER >= MAX-AENDRINGER
        EXIT PARAGRAPH
    END-IF
    ADD 1 TO ANTAL-AENDRINGER
    MOVE WS-KAND-ART       TO T-AE-ART(ANTAL-AENDRINGER)
    MOVE WS-KAND-TYPE      TO T-AE-KONTO-TYPE(ANTAL-AENDRINGER)
    MOVE WS-KAND-TYPE      TO T-AE-TABEL-TYPE(ANTAL-AENDRINGER)
    MOVE WS-KAND-FRA       TO T-AE-GYLDIG-FRA(ANTAL-AENDRINGER)
    MOVE WS-FORRIGE-TYPE   TO T-AE-FORRIGE-TYPE(ANTAL-AENDRINGER)
    MOVE WS-FORRIGE-FRA    TO T-AE-FORRIGE-FRA(ANTAL-AENDRINGER)
    MOVE WS-KAND-GN-IDX    TO T-AE-GN-IDX(ANTAL-AENDRINGER)
    MOVE WS-FORRIGE-GS-IDX TO T-AE-GS-IDX(ANTAL-AENDRINGER)
    MOVE WS-FORRIGE-GN-IDX TO T-AE-GN-FORRIGE(ANTAL-AENDRINGER)
    .

*>-----------------------------------------------------------------
*>  AFVIS-KANDIDAT – ændringen kan ikke varsles rettidigt: skriv den
*>  i VarselAfvist.txt og advar i fejlloggen
*>-----------------------------------------------------------------
AFVIS-KANDIDAT.
    ADD 1 TO ANTAL-AFVIST
    MOVE SPACES TO VARSEL-AFVIST-REC
    MOVE WS-KAND-ART  TO VF-ART
    MOVE WS-KAND-TYPE TO VF-KONTO-TYPE
    MOVE WS-KAND-FRA  TO VF-GYLDIG-FRA
    STRING
        "Ikrafttraeden foer varslingsfristen " DELIMITED BY SIZE
        WS-FRIST-DATO                          DELIMITED BY SIZE
    INTO VF-AARSAG
    END-STRING
    WRITE VARSEL-AFVIST-REC

    *> Var ændringen afvist før, er den nu skrevet med dagens årsag
    MOVE 1 TO IDX-TIDL-AFVIST
    PERFORM UNTIL IDX-TIDL-AFVIST > ANTAL-TIDL-AFVIST
        IF T-TA-ART(IDX-TIDL-AFVIST) = WS-KAND-ART
                AND T-TA-KONTO-TYPE(IDX-TIDL-AFVIST) = WS-KAND-TYPE
                AND T-TA-GYLDIG-FRA(IDX-TIDL-AFVIST) = WS-KAND-FRA
            MOVE "J" TO T-TA-SKREVET(IDX-TIDL-AFVIST)
        END-IF
        ADD 1 TO IDX-TIDL-AFVIST
    END-PERFORM

    MOVE "A" TO WS-FEJL-SEV
    MOVE SPACES TO WS-FEJL-NOEGLE WS-FEJL-TEKST
    STRING
        WS-KAND-ART                    DELIMITED BY SIZE
        " "                            DELIMITED BY SIZE
        FUNCTION TRIM(WS-KAND-TYPE)    DELIMITED BY SIZE
    INTO WS-FEJL-NOEGLE
    END-STRING
    IF WS-KAND-ART = "R"
        STRING
            "Renteaendring pr. "       DELIMITED BY SIZE
            WS-KAND-FRA                DELIMITED BY SIZE
            " afvist - kan ikke varsles foer " DELIMITED BY SIZE
            WS-FRIST-DATO              DELIMITED BY SIZE
        INTO WS-FEJL-TEKST
        END-STRING
    ELSE
        STRING
            "Gebyraendring pr. "       DELIMITED BY SIZE
            WS-KAND-FRA                DELIMITED BY SIZE
            " afvist - kan ikke varsles foer " DELIMITED BY SIZE
            WS-FRIST-DATO              DELIMITED BY SIZE
        INTO WS-FEJL-TEKST
        END-STRING
    END-IF
    PERFORM SKRIV-FEJLLOG
    DISPLAY "VARSEL-BREVE: " FUNCTION TRIM(WS-FEJL-TEKST)
            " (" FUNCTION TRIM(WS-KAND-TYPE) ")"
    .

*>-----------------------------------------------------------------
*>  LAES-KUNDE-ADRESSER – navn, adresselinjer, sprog og e-mail pr.
*>  kunde - positionerne følger KUNDER.cpy, som i KUNDE-BREVE
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
                        MOVE RAW-KUNDE(51:41)
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
                        MOVE RAW-KUNDE(279:2)
                            TO T-KA-SPROG(ANTAL-KUNDER)
                        MOVE RAW-KUNDE(240:30)
                            TO T-KA-EMAIL(ANTAL-KUNDER)
                        MOVE "P"    TO T-KA-KANAL(ANTAL-KUNDER)
                        MOVE SPACES TO T-KA-KONTO-ID(ANTAL-KUNDER)
                        MOVE 0      TO T-KA-ANTAL-TYPER(ANTAL-KUNDER)
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
*>  MARKER-BEROERTE-KUNDER – for hver konto af en berørt kontotype:
*>  notér typen (og første berørte konto) på ejerens kunderække
*>-----------------------------------------------------------------
MARKER-BEROERTE-KUNDER.
    MOVE 1 TO IDX-KONTO
    PERFORM UNTIL IDX-KONTO > ANTAL-KONTI
        MOVE "N" TO WS-FUNDET
        MOVE 1   TO IDX-AENDRING
        PERFORM UNTIL IDX-AENDRING > ANTAL-AENDRINGER
            IF T-AE-KONTO-TYPE(IDX-AENDRING) = T-KO-KONTO-TYPE(IDX-KONTO)
                MOVE "Y" TO WS-FUNDET
                EXIT PERFORM
            END-IF
            ADD 1 TO IDX-AENDRING
        END-PERFORM

        IF WS-FUNDET = "Y"
            MOVE 0 TO WS-KUNDE-IDX
            MOVE 1 TO IDX-KUNDE
            PERFORM UNTIL IDX-KUNDE > ANTAL-KUNDER
                IF T-KA-KUNDEID(IDX-KUNDE) = T-KO-KUNDE-ID(IDX-KONTO)
                    MOVE IDX-KUNDE TO WS-KUNDE-IDX
                    EXIT PERFORM
                END-IF
                ADD 1 TO IDX-KUNDE
            END-PERFORM
            IF WS-KUNDE-IDX > 0
                PERFORM NOTER-KUNDE-TYPE
            END-IF
        END-IF
        ADD 1 TO IDX-KONTO
    END-PERFORM
    .

NOTER-KUNDE-TYPE.
    IF T-KA-KONTO-ID(WS-KUNDE-IDX) = SPACES
        MOVE T-KO-KONTO-ID(IDX-KONTO) TO T-KA-KONTO-ID(WS-KUNDE-IDX)
    END-IF
    MOVE 1 TO IDX-KUNDE-TYPE
    PERFORM UNTIL IDX-KUNDE-TYPE > T-KA-ANTAL-TYPER(WS-KUNDE-IDX)
        IF T-KA-TYPE(WS-KUNDE-IDX, IDX-KUNDE-TYPE)
                = T-KO-KONTO-TYPE(IDX-KONTO)
            EXIT PARAGRAPH
        END-IF
        ADD 1 TO IDX-KUNDE-TYPE
    END-PERFORM
    IF T-KA-ANTAL-TYPER(WS-KUNDE-IDX) < 5
        ADD 1 TO T-KA-ANTAL-TYPER(WS-KUNDE-IDX)
        MOVE T-KO-KONTO-TYPE(IDX-KONTO)
            TO T-KA-TYPE(WS-KUNDE-IDX, T-KA-ANTAL-TYPER(WS-KUNDE-IDX))
    END-IF
    .

*>-----------------------------------------------------------------
*>  SKRIV-VARSEL – ét brev til kunden WS-KUNDE-IDX med hver ændring
*>  for de kontotyper, kunden ejer, på kundens eget sprog. Papirbreve
*>  får en linje i forsendelsesmanifestet; e-mail-kunder får brevet
*>  som en blok i e-mail-spoolen i stedet
*>-----------------------------------------------------------------
SKRIV-VARSEL.
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
        "Varsel_"                                    DELIMITED BY SIZE
        FUNCTION TRIM(T-KA-KUNDEID(WS-KUNDE-IDX))    DELIMITED BY SIZE
        ".txt"                                       DELIMITED BY SIZE
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
        IF WS-EN = "Y"
            MOVE "EMNE: Notice of changes to your terms"
                TO EMAIL-SPOOL-TEXT
        ELSE
            MOVE "EMNE: Varsel om aendrede vilkaar"
                TO EMAIL-SPOOL-TEXT
        END-IF
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

    IF WS-EN = "Y"
        MOVE "Notice of changes to your terms" TO WS-LINJE
        PERFORM SKRIV-LINJE
        MOVE SPACES TO WS-LINJE
        STRING
            "As of "                           DELIMITED BY SIZE
            WS-DAGS-DATO                       DELIMITED BY SIZE
            " we give notice of the following changes to the terms"
                                               DELIMITED BY SIZE
            " of your accounts:"               DELIMITED BY SIZE
        INTO WS-LINJE
        END-STRING
    ELSE
        MOVE "Varsel om aendrede vilkaar" TO WS-LINJE
        PERFORM SKRIV-LINJE
        MOVE SPACES TO WS-LINJE
        STRING
            "Vi varsler hermed pr. "           DELIMITED BY SIZE
            WS-DAGS-DATO                       DELIMITED BY SIZE
            " foelgende aendringer af vilkaarene for dine konti:"
                                               DELIMITED BY SIZE
        INTO WS-LINJE
        END-STRING
    END-IF
    PERFORM SKRIV-LINJE

    MOVE 1 TO IDX-AENDRING
    PERFORM UNTIL IDX-AENDRING > ANTAL-AENDRINGER
        MOVE "N" TO WS-KUNDE-BEROERT
        MOVE 1   TO IDX-KUNDE-TYPE
        PERFORM UNTIL IDX-KUNDE-TYPE > T-KA-ANTAL-TYPER(WS-KUNDE-IDX)
            IF T-KA-TYPE(WS-KUNDE-IDX, IDX-KUNDE-TYPE)
                    = T-AE-KONTO-TYPE(IDX-AENDRING)
                MOVE "Y" TO WS-KUNDE-BEROERT
                EXIT PERFORM
            END-IF
            ADD 1 TO IDX-KUNDE-TYPE
        END-PERFORM
        IF WS-KUNDE-BEROERT = "Y"
            MOVE SPACES TO WS-LINJE
            PERFORM SKRIV-LINJE
            IF T-AE-ART(IDX-AENDRING) = "R"
                PERFORM SKRIV-RENTE-AFSNIT
            ELSE
                PERFORM SKRIV-GEBYR-AFSNIT
            END-IF
        END-IF
        ADD 1 TO IDX-AENDRING
    END-PERFORM

    MOVE SPACES TO WS-LINJE
    PERFORM SKRIV-LINJE
    IF WS-EN = "Y"
        MOVE "You may terminate the agreement free of charge before the changes take effect."
            TO WS-LINJE
    ELSE
        MOVE "Du kan opsige aftalen uden omkostninger, inden aendringerne traeder i kraft."
            TO WS-LINJE
    END-IF
    PERFORM SKRIV-LINJE
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
        ADD 1 TO ANTAL-EMAIL
    ELSE
        *> Samme manifestformat som OPGAVE10's SKRIV-MANIFEST-LINJE
        MOVE SPACES TO UDSKRIFT-MANIFEST-TEXT
        STRING
            T-KA-KONTO-ID(WS-KUNDE-IDX)              DELIMITED BY SIZE
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
*>  SKRIV-RENTE-AFSNIT – den nye versions saldointervaller med ny
*>  og hidtidig sats for IDX-AENDRING
*>-----------------------------------------------------------------
SKRIV-RENTE-AFSNIT.
    MOVE SPACES TO WS-LINJE
    IF WS-EN = "Y"
        STRING
            "Interest on your "                           DELIMITED BY SIZE
            FUNCTION TRIM(T-AE-KONTO-TYPE(IDX-AENDRING))  DELIMITED BY SIZE
            " account(s) from "                           DELIMITED BY SIZE
            T-AE-GYLDIG-FRA(IDX-AENDRING)                 DELIMITED BY SIZE
            " (annual rate):"                             DELIMITED BY SIZE
        INTO WS-LINJE
        END-STRING
    ELSE
        STRING
            "Rente paa din(e) "                           DELIMITED BY SIZE
            FUNCTION TRIM(T-AE-KONTO-TYPE(IDX-AENDRING))  DELIMITED BY SIZE
            "-konto(i) fra "                              DELIMITED BY SIZE
            T-AE-GYLDIG-FRA(IDX-AENDRING)                 DELIMITED BY SIZE
            " (aarlig sats):"                             DELIMITED BY SIZE
        INTO WS-LINJE
        END-STRING
    END-IF
    PERFORM SKRIV-LINJE

    MOVE T-AE-FORRIGE-TYPE(IDX-AENDRING) TO WS-FORRIGE-TYPE
    MOVE T-AE-FORRIGE-FRA(IDX-AENDRING)  TO WS-FORRIGE-FRA
    MOVE 1 TO IDX-RENTE-SATS
    PERFORM UNTIL IDX-RENTE-SATS > ANTAL-RENTE-SATSER
        IF T-RS-KONTO-TYPE(IDX-RENTE-SATS) = T-AE-TABEL-TYPE(IDX-AENDRING)
                AND T-RS-GYLDIG-FRA(IDX-RENTE-SATS)
                    = T-AE-GYLDIG-FRA(IDX-AENDRING)
            MOVE T-RS-SALDO-FRA(IDX-RENTE-SATS) TO SALDO-FRA-EDIT
            MOVE T-RS-PCT(IDX-RENTE-SATS)       TO PCT-EDIT
            MOVE "N" TO WS-HAR-GL-PCT
            IF WS-FORRIGE-FRA NOT = SPACES
                MOVE T-RS-SALDO-FRA(IDX-RENTE-SATS) TO WS-GL-SALDO-FRA
                PERFORM FIND-GAMMEL-SATS
            END-IF
            MOVE WS-GL-PCT TO PCT-GL-EDIT
            MOVE SPACES TO WS-LINJE
            IF WS-EN = "Y"
                STRING
                    "  Balance from "         DELIMITED BY SIZE
                    SALDO-FRA-EDIT            DELIMITED BY SIZE
                    " DKK: "                  DELIMITED BY SIZE
                    PCT-EDIT                  DELIMITED BY SIZE
                    " pct."                   DELIMITED BY SIZE
                INTO WS-LINJE
                END-STRING
                IF WS-HAR-GL-PCT = "Y"
                    MOVE SPACES TO WS-LINJE-2
                    STRING
                        FUNCTION TRIM(WS-LINJE TRAILING) DELIMITED BY SIZE
                        " (previously "       DELIMITED BY SIZE
                        FUNCTION TRIM(PCT-GL-EDIT) DELIMITED BY SIZE
                        " pct.)"              DELIMITED BY SIZE
                    INTO WS-LINJE-2
                    END-STRING
                    MOVE WS-LINJE-2 TO WS-LINJE
                END-IF
            ELSE
                STRING
                    "  Saldo fra "            DELIMITED BY SIZE
                    SALDO-FRA-EDIT            DELIMITED BY SIZE
                    " kr.: "                  DELIMITED BY SIZE
                    PCT-EDIT                  DELIMITED BY SIZE
                    " pct."                   DELIMITED BY SIZE
                INTO WS-LINJE
                END-STRING
                IF WS-HAR-GL-PCT = "Y"
                    MOVE SPACES TO WS-LINJE-2
                    STRING
                        FUNCTION TRIM(WS-LINJE TRAILING) DELIMITED BY SIZE
                        " (hidtil "           DELIMITED BY SIZE
                        FUNCTION TRIM(PCT-GL-EDIT) DELIMITED BY SIZE
                        " pct.)"              DELIMITED BY SIZE
                    INTO WS-LINJE-2
                    END-STRING
                    MOVE WS-LINJE-2 TO WS-LINJE
                END-IF
            END-IF
            PERFORM SKRIV-LINJE
        END-IF
        ADD 1 TO IDX-RENTE-SATS
    END-PERFORM
    .

*>-----------------------------------------------------------------
*>  SKRIV-GEBYR-AFSNIT – de gebyrer, der ændres for IDX-AENDRING's
*>  kontotype, med hidtidigt og nyt beløb
*>-----------------------------------------------------------------
SKRIV-GEBYR-AFSNIT.
    MOVE SPACES TO WS-LINJE
    IF WS-EN = "Y"
        STRING
            "Fees on your "                               DELIMITED BY SIZE
            FUNCTION TRIM(T-AE-KONTO-TYPE(IDX-AENDRING))  DELIMITED BY SIZE
            " account(s) from "                           DELIMITED BY SIZE
            T-AE-GYLDIG-FRA(IDX-AENDRING)                 DELIMITED BY SIZE
            ":"                                           DELIMITED BY SIZE
        INTO WS-LINJE
        END-STRING
    ELSE
        STRING
            "Gebyrer paa din(e) "                         DELIMITED BY SIZE
            FUNCTION TRIM(T-AE-KONTO-TYPE(IDX-AENDRING))  DELIMITED BY SIZE
            "-konto(i) fra "                              DELIMITED BY SIZE
            T-AE-GYLDIG-FRA(IDX-AENDRING)                 DELIMITED BY SIZE
            ":"                                           DELIMITED BY SIZE
        INTO WS-LINJE
        END-STRING
    END-IF
    PERFORM SKRIV-LINJE

    MOVE T-AE-GN-IDX(IDX-AENDRING) TO IDX-GEBYR-NY

    *> Månedsgebyr
    MOVE 0 TO WS-GL-BELOB
    EVALUATE TRUE
        WHEN T-AE-GN-FORRIGE(IDX-AENDRING) > 0
            MOVE T-GN-MDR(T-AE-GN-FORRIGE(IDX-AENDRING)) TO WS-GL-BELOB
        WHEN T-AE-GS-IDX(IDX-AENDRING) > 0
            MOVE T-GS-MDR(T-AE-GS-IDX(IDX-AENDRING)) TO WS-GL-BELOB
    END-EVALUATE
    MOVE T-GN-MDR(IDX-GEBYR-NY) TO WS-NY-BELOB
    IF WS-EN = "Y"
        MOVE "Monthly fee" TO WS-GEBYR-TEKST
    ELSE
        MOVE "Maanedligt gebyr" TO WS-GEBYR-TEKST
    END-IF
    PERFORM SKRIV-GEBYR-LINJE

    *> Gebyr pr. postering ud over de frie
    MOVE 0 TO WS-GL-BELOB
    EVALUATE TRUE
        WHEN T-AE-GN-FORRIGE(IDX-AENDRING) > 0
            MOVE T-GN-POST(T-AE-GN-FORRIGE(IDX-AENDRING)) TO WS-GL-BELOB
        WHEN T-AE-GS-IDX(IDX-AENDRING) > 0
            MOVE T-GS-POST(T-AE-GS-IDX(IDX-AENDRING)) TO WS-GL-BELOB
    END-EVALUATE
    MOVE T-GN-POST(IDX-GEBYR-NY) TO WS-NY-BELOB
    IF WS-EN = "Y"
        MOVE "Fee per posting" TO WS-GEBYR-TEKST
    ELSE
        MOVE "Gebyr pr. postering" TO WS-GEBYR-TEKST
    END-IF
    PERFORM SKRIV-GEBYR-LINJE

    *> Antal frie posteringer pr. periode
    MOVE 0 TO WS-GL-BELOB
    EVALUATE TRUE
        WHEN T-AE-GN-FORRIGE(IDX-AENDRING) > 0
            MOVE T-GN-FRIE(T-AE-GN-FORRIGE(IDX-AENDRING)) TO WS-GL-BELOB
        WHEN T-AE-GS-IDX(IDX-AENDRING) > 0
            MOVE T-GS-FRIE(T-AE-GS-IDX(IDX-AENDRING)) TO WS-GL-BELOB
    END-EVALUATE
    MOVE T-GN-FRIE(IDX-GEBYR-NY) TO WS-NY-BELOB
    IF WS-EN = "Y"
        MOVE "Free postings (number)" TO WS-GEBYR-TEKST
    ELSE
        MOVE "Frie posteringer (antal)" TO WS-GEBYR-TEKST
    END-IF
    PERFORM SKRIV-GEBYR-LINJE

    *> Gebyr pr. genudskrift
    MOVE 0 TO WS-GL-BELOB
    EVALUATE TRUE
        WHEN T-AE-GN-FORRIGE(IDX-AENDRING) > 0
            MOVE T-GN-GENUDSKR(T-AE-GN-FORRIGE(IDX-AENDRING))
                TO WS-GL-BELOB
        WHEN T-AE-GS-IDX(IDX-AENDRING) > 0
            MOVE T-GS-GENUDSKR(T-AE-GS-IDX(IDX-AENDRING)) TO WS-GL-BELOB
    END-EVALUATE
    MOVE T-GN-GENUDSKR(IDX-GEBYR-NY) TO WS-NY-BELOB
    IF WS-EN = "Y"
        MOVE "Fee per statement reprint" TO WS-GEBYR-TEKST
    ELSE
        MOVE "Gebyr pr. genudskrift" TO WS-GEBYR-TEKST
    END-IF
    PERFORM SKRIV-GEBYR-LINJE
    .

*>-----------------------------------------------------------------
*>  SKRIV-GEBYR-LINJE – én linje "tekst: hidtil -> nyt", kun hvis
*>  beløbet faktisk ændres
*>-----------------------------------------------------------------
SKRIV-GEBYR-LINJE.
    IF WS-GL-BELOB = WS-NY-BELOB
        EXIT PARAGRAPH
    END-IF
    MOVE WS-GL-BELOB TO BELOB-GL-EDIT
    MOVE WS-NY-BELOB TO BELOB-NY-EDIT
    MOVE SPACES TO WS-LINJE
    IF WS-EN = "Y"
        STRING
            "  "                     DELIMITED BY SIZE
            WS-GEBYR-TEKST           DELIMITED BY SIZE
            BELOB-NY-EDIT            DELIMITED BY SIZE
            "  (previously "         DELIMITED BY SIZE
            FUNCTION TRIM(BELOB-GL-EDIT) DELIMITED BY SIZE
            ")"                      DELIMITED BY SIZE
        INTO WS-LINJE
        END-STRING
    ELSE
        STRING
            "  "                     DELIMITED BY SIZE
            WS-GEBYR-TEKST           DELIMITED BY SIZE
            BELOB-NY-EDIT            DELIMITED BY SIZE
            "  (hidtil "             DELIMITED BY SIZE
            FUNCTION TRIM(BELOB-GL-EDIT) DELIMITED BY SIZE
            ")"                      DELIMITED BY SIZE
        INTO WS-LINJE
        END-STRING
    END-IF
    PERFORM SKRIV-LINJE
    .

*>-----------------------------------------------------------------
*>  REGISTRER-VARSLEDE – de varslede ændringer føjes til
*>  VarsletAendring.txt, én linje pr. (art, tabeltype, dato), så de
*>  ikke varsles igen ved næste kørsel
*>-----------------------------------------------------------------
REGISTRER-VARSLEDE.
    OPEN EXTEND VarsletFil
    IF WS-VARSLET-STATUS = "35"
        OPEN OUTPUT VarsletFil
    END-IF
    MOVE 1 TO IDX-AENDRING
    PERFORM UNTIL IDX-AENDRING > ANTAL-AENDRINGER
        IF VA-ART        NOT = T-AE-ART(IDX-AENDRING)
                OR VA-KONTO-TYPE NOT = T-AE-TABEL-TYPE(IDX-AENDRING)
                OR VA-GYLDIG-FRA NOT = T-AE-GYLDIG-FRA(IDX-AENDRING)
                OR IDX-AENDRING = 1
            MOVE T-AE-ART(IDX-AENDRING)        TO VA-ART
            MOVE T-AE-TABEL-TYPE(IDX-AENDRING) TO VA-KONTO-TYPE
            MOVE T-AE-GYLDIG-FRA(IDX-AENDRING) TO VA-GYLDIG-FRA
            MOVE WS-DAGS-DATO                  TO VA-VARSEL-DATO
            WRITE VARSLET-REC
        END-IF
        ADD 1 TO IDX-AENDRING
    END-PERFORM
    CLOSE VarsletFil
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

*>-----------------------------------------------------------------
*>  ARKIVER-VARSLER – kopiér kørslens varslingsbreve til en
*>  tidsstemplet undermappe under Arkiv/, samme mønster som
*>  KUNDE-BREVE's ARKIVER-BREVE
*>-----------------------------------------------------------------
ARKIVER-VARSLER.
    MOVE FUNCTION CURRENT-DATE(1:14) TO WS-ARKIV-STAMP
    MOVE SPACES TO WS-ARKIV-CMD
    STRING
        "mkdir -p Arkiv/Varsler_"            DELIMITED BY SIZE
        WS-ARKIV-STAMP                       DELIMITED BY SIZE
        " && cp Varsel_*.txt Arkiv/Varsler_" DELIMITED BY SIZE
        WS-ARKIV-STAMP                       DELIMITED BY SIZE
        "/ 2>/dev/null"                      DELIMITED BY SIZE
    INTO WS-ARKIV-CMD
    END-STRING
    CALL "SYSTEM" USING WS-ARKIV-CMD
    .
END PROGRAM VARSEL-BREVE.
