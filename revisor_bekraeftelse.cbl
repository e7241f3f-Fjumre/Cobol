>>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. REVISOR-BEKRAEFTELSE.

*>-----------------------------------------------------------------
*>  REVISOR-BEKRAEFTELSE – revisorbekræftelser: én bekræftelse pr.
*>  anmodning i RevisorAnmodninger.txt (KUNDEID + opgørelsesdato,
*>  se REVISORANMODNING.cpy) af alt, kunden havde hos os på
*>  opgørelsesdatoen:
*>    - hver konto (som primær ejer i KontoOpl.txt og som medejer i
*>      KontoEjere.txt) med saldoen pr. opgørelsesdatoen - slutsaldoen
*>      på kontoens sidste SaldoHistorik.txt-linje på eller før datoen
*>      (den SIDSTE linje pr. (konto, dato) gælder). En konto uden
*>      historik på eller før datoen fandtes ikke endnu og udelades
*>    - kassekreditterne på de konti, der ikke var udløbet på datoen
*>      (Kassekreditter.txt)
*>    - tidsindskuddene på kontiene (TermIndskud.txt)
*>    - de fuldmagter, kunden har givet, som var i kraft på datoen
*>      (Fuldmagter.txt - en dødsbo-markering efter datoen tæller
*>      ikke)
*>    - spærringerne på kontiene, der var lagt på datoen
*>      (KontoSpaerring.txt)
*>  Kassekredit-, tidsindskuds- og spærreregistrene er aktuelle
*>  registre: en facilitet eller spærring, der er ophørt siden
*>  opgørelsesdatoen, kan ikke ses og kommer derfor ikke med.
*>
*>  Bekræftelsen skrives på kundens SPROG som
*>  Revisorbekraeftelse_<kundeid>_<opgørelsesdato>.txt med
*>  AARSOVERSIGT's dokumentopsætning og får en reference ("RB" +
*>  dags dato + løbenummer). Den arkiveres som
*>  Arkiv/Revisorbekraeftelse/<reference>.txt og registreres i
*>  RevisorBekraeftelseLog.txt (REVISORLOG.cpy). En ny anmodning for
*>  samme kunde og opgørelsesdato får det arkiverede dokument
*>  udleveret uændret under samme reference, samme fremgangsmåde som
*>  GENUDSKRIV - registrene kan have ændret sig siden. RA-NY-UDGAVE
*>  = "J" danner i stedet en ny bekræftelse med ny reference.
*>
*>  De behandlede anmodninger flyttes til
*>  RevisorAnmodningerBehandlet.txt, så en genkørsel ikke danner dem
*>  igen
*>-----------------------------------------------------------------

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT AnmodningFil
        ASSIGN TO "RevisorAnmodninger.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-ANMODNING-STATUS.

    *> Registeret akkumulerer over alle kørsler - derfor EXTEND
    SELECT RevisorLogFil
        ASSIGN TO "RevisorBekraeftelseLog.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-REVLOG-STATUS.

    *> Holdes bevidst rå - felterne hentes via reference-modifikation
    SELECT Kundeoplysninger
        ASSIGN TO "Kundeoplysninger.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-KUNDE-STATUS.

    SELECT Kontofil
        ASSIGN TO "KontoOpl.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-KONTO-STATUS.

    *> Medejere ud over den primære KUNDE-ID - valgfri
    SELECT KontoEjereFil
        ASSIGN TO "KontoEjere.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-EJER-STATUS.

    SELECT SaldoHistorikFil
        ASSIGN TO "SaldoHistorik.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-HISTORIK-STATUS.

    SELECT KassekreditFil
        ASSIGN TO "Kassekreditter.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-KASSEKREDIT-STATUS.

    SELECT TermIndskudFil
        ASSIGN TO "TermIndskud.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-TERMIN-STATUS.

    SELECT FuldmagtFil
        ASSIGN TO "Fuldmagter.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FULDMAGT-STATUS.

    SELECT SpaerringFil
        ASSIGN TO "KontoSpaerring.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-SPAERRING-STATUS.

    SELECT BrevFil
        ASSIGN TO WS-BREV-FILNAVN
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.

FD AnmodningFil.
01 RAW-ANMODNING PIC X(49).     *> 10+8+1+30 = 49
01 ANMODNING-REC REDEFINES RAW-ANMODNING.
   COPY "REVISORANMODNING.cpy".

FD RevisorLogFil.
01 RAW-REVLOG PIC X(119).       *> 16+1+10+1+8+1+8+1+1+1+30+1+40
01 REVLOG-REC REDEFINES RAW-REVLOG.
   COPY "REVISORLOG.cpy".

FD Kundeoplysninger.
01 RAW-KUNDE PIC X(302).

FD Kontofil.
01 RAW-KONTO PIC X(52).
01 KONTO-REC REDEFINES RAW-KONTO.
   COPY "KONTOOPL.cpy".

FD KontoEjereFil.
01 RAW-EJER PIC X(25).     *> 14+1+10 = 25
01 EJER-REC REDEFINES RAW-EJER.
   COPY "KONTOEJERE.cpy".

FD SaldoHistorikFil.
01 SALDO-HISTORIK-REC.
   COPY "SALDOHISTORIK.cpy".

FD KassekreditFil.
01 KASSEKREDIT-REC.
   COPY "KASSEKREDIT.cpy".

FD TermIndskudFil.
01 TERMINDSKUD-REC.
   COPY "TERMINDSKUD.cpy".

FD FuldmagtFil.
01 FULDMAGT-REC.
   COPY "FULDMAGT.cpy".

FD SpaerringFil.
01 SPAERRING-REC.
   COPY "KONTOSPAERRING.cpy".

FD BrevFil.
01 BREV-REC.
   02 BREV-TEXT PIC X(120).

WORKING-STORAGE SECTION.
01 EOF-ANMODNING   PIC X VALUE "N".
01 EOF-REVLOG      PIC X VALUE "N".
01 EOF-KUNDE       PIC X VALUE "N".
01 EOF-KONTO       PIC X VALUE "N".
01 EOF-EJER        PIC X VALUE "N".
01 EOF-HISTORIK    PIC X VALUE "N".
01 EOF-KASSEKREDIT PIC X VALUE "N".
01 EOF-TERMIN      PIC X VALUE "N".
01 EOF-FULDMAGT    PIC X VALUE "N".
01 EOF-SPAERRING   PIC X VALUE "N".

01 WS-ANMODNING-STATUS   PIC XX VALUE SPACES.
01 WS-REVLOG-STATUS      PIC XX VALUE SPACES.
01 WS-KUNDE-STATUS       PIC XX VALUE SPACES.
01 WS-KONTO-STATUS       PIC XX VALUE SPACES.
01 WS-EJER-STATUS        PIC XX VALUE SPACES.
01 WS-HISTORIK-STATUS    PIC XX VALUE SPACES.
01 WS-KASSEKREDIT-STATUS PIC XX VALUE SPACES.
01 WS-TERMIN-STATUS      PIC XX VALUE SPACES.
01 WS-FULDMAGT-STATUS    PIC XX VALUE SPACES.
01 WS-SPAERRING-STATUS   PIC XX VALUE SPACES.

01 WS-DAGS-DATO    PIC X(8)  VALUE SPACES.
01 WS-BREV-FILNAVN PIC X(60) VALUE SPACES.

*> De bekræftelser, registeret kender: reference, kunde og
*> opgørelsesdato for hver udstedt bekræftelse. Dagens løbenummer
*> fortsætter efter de bekræftelser, der allerede er udstedt i dag
01 MAX-UDSTEDT    PIC 9(5) VALUE 20000.
01 ANTAL-UDSTEDT  PIC 9(5) VALUE 0.
01 IDX-UDSTEDT    PIC 9(5) VALUE 0.
01 UDSTEDT-TABEL.
   02 UDSTEDT-POST OCCURS 20000 TIMES.
      03 T-UD-REFERENCE PIC X(16).
      03 T-UD-KUNDE-ID  PIC X(10).
      03 T-UD-SKAEDATO  PIC X(8).
01 WS-LOEBENR      PIC 9(6)  VALUE 0.
01 WS-REFERENCE    PIC X(16) VALUE SPACES.
01 WS-TIDLIGERE    PIC 9(5)  VALUE 0.

*> Kunden på den anmodning, der behandles
01 WS-KUNDE-FUNDET PIC X     VALUE "N".
01 WS-KUNDE-NAVN   PIC X(41) VALUE SPACES.
01 WS-KUNDE-ADR1   PIC X(45) VALUE SPACES.
01 WS-KUNDE-ADR2   PIC X(45) VALUE SPACES.
01 WS-KUNDE-SPROG  PIC X(2)  VALUE SPACES.

*> Kundens konti med saldoen pr. opgørelsesdatoen. T-RV-MEDEJER =
*> "J" for en konto, kunden ejer som medejer
01 MAX-RV-KONTI    PIC 9(3) VALUE 100.
01 ANTAL-RV-KONTI  PIC 9(3) VALUE 0.
01 IDX-RV-KONTO    PIC 9(3) VALUE 0.
01 IDX-RV-NY       PIC 9(3) VALUE 0.
01 RV-KONTO-TABEL.
   02 RV-KONTO-POST OCCURS 100 TIMES.
      03 T-RV-KONTO-ID   PIC X(14).
      03 T-RV-TYPE       PIC X(10).
      03 T-RV-VALUTA     PIC X(3).
      03 T-RV-MEDEJER    PIC X(1).
      03 T-RV-SALDO-DATO PIC X(8).
      03 T-RV-SALDO      PIC S9(13)V99.

01 WS-KONTO-SOEG   PIC X(14) VALUE SPACES.
01 WS-KONTO-MATCH  PIC 9(3)  VALUE 0.
01 WS-MEDEJER      PIC X(1)  VALUE "N".

*> Det dokument, der skrives
01 WS-LINJE        PIC X(120) VALUE SPACES.
01 WS-OVERSKRIFT   PIC X(60)  VALUE SPACES.
01 WS-EN           PIC X      VALUE "N".
01 WS-LEDETEKST    PIC X(34)  VALUE SPACES.
01 WS-BELOB        PIC S9(15)V99 VALUE 0.
01 WS-DATO-ARB     PIC X(8)   VALUE SPACES.
01 WS-DATO-TEKST   PIC X(10)  VALUE SPACES.
01 WS-SKAEDATO-TEKST PIC X(10) VALUE SPACES.
01 BELOB-EDIT      PIC -ZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.
01 RENTE-EDIT      PIC Z9.99.
01 TERMIN-EDIT     PIC ZZ9.
01 WS-SUM-SALDO    PIC S9(15)V99 VALUE 0.
01 WS-ANTAL-I-AFSNIT PIC 9(5) VALUE 0.
01 WS-TEKST-1      PIC X(30)  VALUE SPACES.
01 WS-TEKST-2      PIC X(30)  VALUE SPACES.

*> Registerlinjen for anmodningen
01 WS-LOG-STATUS-KODE PIC X(1)  VALUE SPACES.
01 WS-BEMAERKNING     PIC X(40) VALUE SPACES.

01 WS-KOPI-CMD     PIC X(250) VALUE SPACES.

01 ANTAL-ANMODNINGER PIC 9(5) VALUE 0.
01 ANTAL-DANNET      PIC 9(5) VALUE 0.
01 ANTAL-GENUDSTEDT  PIC 9(5) VALUE 0.
01 ANTAL-AFVIST      PIC 9(5) VALUE 0.
01 ANTAL-AFKORTET    PIC 9(5) VALUE 0.

PROCEDURE DIVISION.
    MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DAGS-DATO

    OPEN INPUT AnmodningFil
    IF WS-ANMODNING-STATUS NOT = "00"
        DISPLAY "REVISOR-BEKRAEFTELSE: ingen RevisorAnmodninger.txt"
                " - intet at behandle"
        STOP RUN
    END-IF

    PERFORM LAES-REVISOR-LOG

    OPEN EXTEND RevisorLogFil
    IF WS-REVLOG-STATUS = "35"
        OPEN OUTPUT RevisorLogFil
    END-IF

    PERFORM UNTIL EOF-ANMODNING = "Y"
        READ AnmodningFil
            AT END
                MOVE "Y" TO EOF-ANMODNING
            NOT AT END
                IF RAW-ANMODNING NOT = SPACES
                    ADD 1 TO ANTAL-ANMODNINGER
                    PERFORM BEHANDL-ANMODNING
                END-IF
        END-READ
    END-PERFORM
    CLOSE AnmodningFil
    CLOSE RevisorLogFil

    CALL "SYSTEM" USING "cat RevisorAnmodninger.txt >> RevisorAnmodningerBehandlet.txt && rm -f RevisorAnmodninger.txt"

    IF ANTAL-AFKORTET > 0
        DISPLAY "REVISOR-BEKRAEFTELSE: " ANTAL-AFKORTET
                " kunde(r) har flere end " MAX-RV-KONTI
                " konti - de overskydende er udeladt"
    END-IF
    DISPLAY "REVISOR-BEKRAEFTELSE gennemført - " ANTAL-ANMODNINGER
            " anmodning(er): " ANTAL-DANNET " dannet, "
            ANTAL-GENUDSTEDT " genudstedt, " ANTAL-AFVIST " afvist"
    STOP RUN.

*>-----------------------------------------------------------------
*>  LAES-REVISOR-LOG – de allerede udstedte bekræftelser fra
*>  registeret, og dagens højeste løbenummer
*>-----------------------------------------------------------------
LAES-REVISOR-LOG.
    OPEN INPUT RevisorLogFil
    IF WS-REVLOG-STATUS = "00"
        PERFORM UNTIL EOF-REVLOG = "Y"
            READ RevisorLogFil
                AT END
                    MOVE "Y" TO EOF-REVLOG
                NOT AT END
                    IF RB-UDSTEDT
                        PERFORM NOTER-UDSTEDT
                        IF RB-REFERENCE(3:8) = WS-DAGS-DATO
                                AND RB-REFERENCE(11:6) IS NUMERIC
                                AND RB-REFERENCE(11:6) > WS-LOEBENR
                            MOVE RB-REFERENCE(11:6) TO WS-LOEBENR
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
        CLOSE RevisorLogFil
    END-IF
    .

*>-----------------------------------------------------------------
*>  NOTER-UDSTEDT – registerlinjen i REVLOG-REC i UDSTEDT-TABEL
*>-----------------------------------------------------------------
NOTER-UDSTEDT.
    IF ANTAL-UDSTEDT < MAX-UDSTEDT
        ADD 1 TO ANTAL-UDSTEDT
        MOVE RB-REFERENCE TO T-UD-REFERENCE(ANTAL-UDSTEDT)
        MOVE RB-KUNDE-ID  TO T-UD-KUNDE-ID(ANTAL-UDSTEDT)
        MOVE RB-SKAEDATO  TO T-UD-SKAEDATO(ANTAL-UDSTEDT)
    END-IF
    .

*>-----------------------------------------------------------------
*>  BEHANDL-ANMODNING – kontrollér anmodningen og udlever enten den
*>  tidligere udstedte bekræftelse eller dan en ny
*>-----------------------------------------------------------------
BEHANDL-ANMODNING.
    MOVE SPACES TO WS-REFERENCE

    IF RA-KUNDE-ID = SPACES
        MOVE "Intet KUNDEID" TO WS-BEMAERKNING
        PERFORM AFVIS-ANMODNING
        EXIT PARAGRAPH
    END-IF
    IF RA-SKAEDATO IS NOT NUMERIC
            OR RA-SKAEDATO(5:2) < "01" OR RA-SKAEDATO(5:2) > "12"
            OR RA-SKAEDATO(7:2) < "01" OR RA-SKAEDATO(7:2) > "31"
        MOVE "Ugyldig opgoerelsesdato" TO WS-BEMAERKNING
        PERFORM AFVIS-ANMODNING
        EXIT PARAGRAPH
    END-IF
    IF RA-SKAEDATO > WS-DAGS-DATO
        MOVE "Opgoerelsesdato efter dags dato" TO WS-BEMAERKNING
        PERFORM AFVIS-ANMODNING
        EXIT PARAGRAPH
    END-IF

    PERFORM FIND-KUNDE
    IF WS-KUNDE-FUNDET = "N"
        MOVE "Ukendt kunde" TO WS-BEMAERKNING
        PERFORM AFVIS-ANMODNING
        EXIT PARAGRAPH
    END-IF

    MOVE SPACES TO WS-BREV-FILNAVN
    STRING
        "Revisorbekraeftelse_"         DELIMITED BY SIZE
        FUNCTION TRIM(RA-KUNDE-ID)     DELIMITED BY SIZE
        "_"                            DELIMITED BY SIZE
        RA-SKAEDATO                    DELIMITED BY SIZE
        ".txt"                         DELIMITED BY SIZE
    INTO WS-BREV-FILNAVN
    END-STRING

    PERFORM FIND-TIDLIGERE
    IF WS-TIDLIGERE > 0 AND NOT RA-NY
        PERFORM GENUDSTED-BEKRAEFTELSE
        IF WS-LOG-STATUS-KODE = "G"
            EXIT PARAGRAPH
        END-IF
    END-IF

    PERFORM DAN-BEKRAEFTELSE
    .

*>-----------------------------------------------------------------
*>  AFVIS-ANMODNING – anmodningen registreres som afvist med årsagen
*>  i WS-BEMAERKNING
*>-----------------------------------------------------------------
AFVIS-ANMODNING.
    ADD 1 TO ANTAL-AFVIST
    MOVE "A" TO WS-LOG-STATUS-KODE
    PERFORM SKRIV-REVISOR-LOG
    DISPLAY "REVISOR-BEKRAEFTELSE: anmodning for kunde " RA-KUNDE-ID
            " pr. " RA-SKAEDATO " afvist - "
            FUNCTION TRIM(WS-BEMAERKNING)
    .

*>-----------------------------------------------------------------
*>  FIND-KUNDE – navn, adresselinjer og sprog for RA-KUNDE-ID -
*>  positionerne følger KUNDER.cpy, som i AARSOVERSIGT
*>-----------------------------------------------------------------
FIND-KUNDE.
    MOVE "N" TO WS-KUNDE-FUNDET
    MOVE "N" TO EOF-KUNDE
    OPEN INPUT Kundeoplysninger
    IF WS-KUNDE-STATUS = "00"
        PERFORM UNTIL EOF-KUNDE = "Y"
            READ Kundeoplysninger
                AT END
                    MOVE "Y" TO EOF-KUNDE
                NOT AT END
                    IF RAW-KUNDE(1:10) = RA-KUNDE-ID
                        MOVE "J" TO WS-KUNDE-FUNDET
                        MOVE "Y" TO EOF-KUNDE
                        MOVE RAW-KUNDE(51:41) TO WS-KUNDE-NAVN
                        MOVE SPACES TO WS-KUNDE-ADR1
                        STRING
                            FUNCTION TRIM(RAW-KUNDE(92:35))
                                DELIMITED BY SIZE
                            " " DELIMITED BY SIZE
                            FUNCTION TRIM(RAW-KUNDE(127:6))
                                DELIMITED BY SIZE
                        INTO WS-KUNDE-ADR1
                        END-STRING
                        MOVE SPACES TO WS-KUNDE-ADR2
                        STRING
                            RAW-KUNDE(174:4) DELIMITED BY SIZE
                            " " DELIMITED BY SIZE
                            FUNCTION TRIM(RAW-KUNDE(139:35))
                                DELIMITED BY SIZE
                        INTO WS-KUNDE-ADR2
                        END-STRING
                        MOVE RAW-KUNDE(279:2) TO WS-KUNDE-SPROG
                    END-IF
            END-READ
        END-PERFORM
        CLOSE Kundeoplysninger
    END-IF
    .

*>-----------------------------------------------------------------
*>  FIND-TIDLIGERE – den senest udstedte bekræftelse for samme kunde
*>  og opgørelsesdato. WS-TIDLIGERE = 0, hvis der ingen er
*>-----------------------------------------------------------------
FIND-TIDLIGERE.
    MOVE 0 TO WS-TIDLIGERE
    MOVE 1 TO IDX-UDSTEDT
    PERFORM UNTIL IDX-UDSTEDT > ANTAL-UDSTEDT
        IF T-UD-KUNDE-ID(IDX-UDSTEDT) = RA-KUNDE-ID
                AND T-UD-SKAEDATO(IDX-UDSTEDT) = RA-SKAEDATO
            MOVE IDX-UDSTEDT TO WS-TIDLIGERE
        END-IF
        ADD 1 TO IDX-UDSTEDT
    END-PERFORM
    .

*>-----------------------------------------------------------------
*>  GENUDSTED-BEKRAEFTELSE – kopiér den arkiverede bekræftelse
*>  uændret til arbejdsmappen. Mangler arkivkopien, sættes
*>  WS-LOG-STATUS-KODE ikke til "G", og der dannes en ny
*>-----------------------------------------------------------------
GENUDSTED-BEKRAEFTELSE.
    MOVE SPACES TO WS-LOG-STATUS-KODE
    MOVE T-UD-REFERENCE(WS-TIDLIGERE) TO WS-REFERENCE

    MOVE SPACES TO WS-KOPI-CMD
    STRING
        "cp Arkiv/Revisorbekraeftelse/"     DELIMITED BY SIZE
        FUNCTION TRIM(WS-REFERENCE)         DELIMITED BY SIZE
        ".txt "                             DELIMITED BY SIZE
        FUNCTION TRIM(WS-BREV-FILNAVN)      DELIMITED BY SIZE
        " 2>/dev/null"                      DELIMITED BY SIZE
    INTO WS-KOPI-CMD
    END-STRING
    CALL "SYSTEM" USING WS-KOPI-CMD

    IF RETURN-CODE = 0
        ADD 1 TO ANTAL-GENUDSTEDT
        MOVE "G" TO WS-LOG-STATUS-KODE
        MOVE "Genudstedt fra arkivet" TO WS-BEMAERKNING
        PERFORM SKRIV-REVISOR-LOG
    ELSE
        DISPLAY "REVISOR-BEKRAEFTELSE: arkivkopien af "
                FUNCTION TRIM(WS-REFERENCE)
                " mangler - der dannes en ny bekraeftelse"
        MOVE SPACES TO WS-REFERENCE
    END-IF
    .

*>-----------------------------------------------------------------
*>  DAN-BEKRAEFTELSE – saml kundens konti og saldi, tildel en ny
*>  reference, skriv dokumentet, arkivér det og registrér det
*>-----------------------------------------------------------------
DAN-BEKRAEFTELSE.
    PERFORM SAML-KONTI
    PERFORM LAES-SALDI
    PERFORM FJERN-KONTI-UDEN-SALDO

    ADD 1 TO WS-LOEBENR
    MOVE SPACES TO WS-REFERENCE
    STRING
        "RB"         DELIMITED BY SIZE
        WS-DAGS-DATO DELIMITED BY SIZE
        WS-LOEBENR   DELIMITED BY SIZE
    INTO WS-REFERENCE
    END-STRING

    PERFORM SKRIV-BEKRAEFTELSE
    PERFORM ARKIVER-BEKRAEFTELSE

    ADD 1 TO ANTAL-DANNET
    MOVE "U" TO WS-LOG-STATUS-KODE
    MOVE SPACES TO WS-BEMAERKNING
    IF WS-TIDLIGERE > 0
        STRING
            "Ny udgave - erstatter "             DELIMITED BY SIZE
            T-UD-REFERENCE(WS-TIDLIGERE)         DELIMITED BY SIZE
        INTO WS-BEMAERKNING
        END-STRING
    END-IF
    PERFORM SKRIV-REVISOR-LOG

    *> En gentagen anmodning i samme fil får den netop udstedte
    MOVE WS-REFERENCE TO RB-REFERENCE
    MOVE RA-KUNDE-ID  TO RB-KUNDE-ID
    MOVE RA-SKAEDATO  TO RB-SKAEDATO
    PERFORM NOTER-UDSTEDT
    .

*>-----------------------------------------------------------------
*>  SAML-KONTI – kundens konti: først dem, kunden er medejer af
*>  (KontoEjere.txt), derefter dem, kunden er primær ejer af, og
*>  type og valuta for dem alle fra KontoOpl.txt
*>-----------------------------------------------------------------
SAML-KONTI.
    MOVE 0 TO ANTAL-RV-KONTI

    MOVE "J" TO WS-MEDEJER
    MOVE "N" TO EOF-EJER
    OPEN INPUT KontoEjereFil
    IF WS-EJER-STATUS = "00"
        PERFORM UNTIL EOF-EJER = "Y"
            READ KontoEjereFil
                AT END
                    MOVE "Y" TO EOF-EJER
                NOT AT END
                    IF KE-KUNDE-ID = RA-KUNDE-ID
                            AND KE-KONTO-ID NOT = SPACES
                        MOVE KE-KONTO-ID TO WS-KONTO-SOEG
                        PERFORM NOTER-KONTO
                    END-IF
            END-READ
        END-PERFORM
        CLOSE KontoEjereFil
    END-IF

    MOVE "N" TO WS-MEDEJER
    MOVE "N" TO EOF-KONTO
    OPEN INPUT Kontofil
    IF WS-KONTO-STATUS = "00"
        PERFORM UNTIL EOF-KONTO = "Y"
            READ Kontofil
                AT END
                    MOVE "Y" TO EOF-KONTO
                NOT AT END
                    MOVE KONTO-ID OF KONTO-REC TO WS-KONTO-SOEG
                    IF KUNDE-ID OF KONTO-REC = RA-KUNDE-ID
                            AND WS-KONTO-SOEG NOT = SPACES
                        PERFORM NOTER-KONTO
                    ELSE
                        PERFORM FIND-KONTO
                    END-IF
                    IF WS-KONTO-MATCH > 0
                        MOVE KONTO-TYPE OF KONTO-REC
                            TO T-RV-TYPE(WS-KONTO-MATCH)
                        MOVE VALUTA-KD OF KONTO-REC
                            TO T-RV-VALUTA(WS-KONTO-MATCH)
                    END-IF
            END-READ
        END-PERFORM
        CLOSE Kontofil
    END-IF
    .

*>-----------------------------------------------------------------
*>  NOTER-KONTO – WS-KONTO-SOEG på kundens liste med ejerskabet i
*>  WS-MEDEJER. En konto, kunden både er medejer og primær ejer af,
*>  står der én gang som primær. WS-KONTO-MATCH peger på posten (0,
*>  hvis listen er fuld)
*>-----------------------------------------------------------------
NOTER-KONTO.
    PERFORM FIND-KONTO
    IF WS-KONTO-MATCH > 0
        MOVE WS-MEDEJER TO T-RV-MEDEJER(WS-KONTO-MATCH)
        EXIT PARAGRAPH
    END-IF
    IF ANTAL-RV-KONTI < MAX-RV-KONTI
        ADD 1 TO ANTAL-RV-KONTI
        MOVE ANTAL-RV-KONTI TO WS-KONTO-MATCH
        MOVE WS-KONTO-SOEG TO T-RV-KONTO-ID(WS-KONTO-MATCH)
        MOVE SPACES        TO T-RV-TYPE(WS-KONTO-MATCH)
        MOVE SPACES        TO T-RV-VALUTA(WS-KONTO-MATCH)
        MOVE WS-MEDEJER    TO T-RV-MEDEJER(WS-KONTO-MATCH)
        MOVE SPACES        TO T-RV-SALDO-DATO(WS-KONTO-MATCH)
        MOVE 0             TO T-RV-SALDO(WS-KONTO-MATCH)
    ELSE
        ADD 1 TO ANTAL-AFKORTET
    END-IF
    .

*>-----------------------------------------------------------------
*>  FIND-KONTO – slå WS-KONTO-SOEG op på kundens liste.
*>  WS-KONTO-MATCH = 0, hvis kontoen ikke er kundens
*>-----------------------------------------------------------------
FIND-KONTO.
    MOVE 0 TO WS-KONTO-MATCH
    MOVE 1 TO IDX-RV-KONTO
    PERFORM UNTIL IDX-RV-KONTO > ANTAL-RV-KONTI
        IF T-RV-KONTO-ID(IDX-RV-KONTO) = WS-KONTO-SOEG
            MOVE IDX-RV-KONTO TO WS-KONTO-MATCH
            EXIT PERFORM
        END-IF
        ADD 1 TO IDX-RV-KONTO
    END-PERFORM
    .

*>-----------------------------------------------------------------
*>  LAES-SALDI – slutsaldoen på kontoens sidste historiklinje på
*>  eller før opgørelsesdatoen. Samme eller senere dato end den
*>  hidtil fundne overskriver, så den sidste linje pr. dato gælder
*>-----------------------------------------------------------------
LAES-SALDI.
    IF ANTAL-RV-KONTI = 0
        EXIT PARAGRAPH
    END-IF
    MOVE "N" TO EOF-HISTORIK
    OPEN INPUT SaldoHistorikFil
    IF WS-HISTORIK-STATUS = "00"
        PERFORM UNTIL EOF-HISTORIK = "Y"
            READ SaldoHistorikFil
                AT END
                    MOVE "Y" TO EOF-HISTORIK
                NOT AT END
                    IF SH-DATO <= RA-SKAEDATO
                        MOVE SH-KONTO-ID TO WS-KONTO-SOEG
                        PERFORM FIND-KONTO
                        IF WS-KONTO-MATCH > 0
                                AND SH-DATO >=
                                    T-RV-SALDO-DATO(WS-KONTO-MATCH)
                            MOVE SH-DATO
                                TO T-RV-SALDO-DATO(WS-KONTO-MATCH)
                            MOVE SH-SLUT-SALDO
                                TO T-RV-SALDO(WS-KONTO-MATCH)
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
        CLOSE SaldoHistorikFil
    END-IF
    .

*>-----------------------------------------------------------------
*>  FJERN-KONTI-UDEN-SALDO – konti uden historik på eller før
*>  opgørelsesdatoen var ikke oprettet endnu og tages af listen
*>-----------------------------------------------------------------
FJERN-KONTI-UDEN-SALDO.
    MOVE 0 TO IDX-RV-NY
    MOVE 1 TO IDX-RV-KONTO
    PERFORM UNTIL IDX-RV-KONTO > ANTAL-RV-KONTI
        IF T-RV-SALDO-DATO(IDX-RV-KONTO) NOT = SPACES
            ADD 1 TO IDX-RV-NY
            IF IDX-RV-NY NOT = IDX-RV-KONTO
                MOVE RV-KONTO-POST(IDX-RV-KONTO)
                    TO RV-KONTO-POST(IDX-RV-NY)
            END-IF
        END-IF
        ADD 1 TO IDX-RV-KONTO
    END-PERFORM
    MOVE IDX-RV-NY TO ANTAL-RV-KONTI
    .

*>-----------------------------------------------------------------
*>  SKRIV-BEKRAEFTELSE – bekræftelsen på kundens eget sprog: hoved
*>  med reference, konti og saldi, kassekreditter, tidsindskud,
*>  fuldmagter og spærringer
*>-----------------------------------------------------------------
SKRIV-BEKRAEFTELSE.
    MOVE "N" TO WS-EN
    IF WS-KUNDE-SPROG = "EN"
        MOVE "Y" TO WS-EN
    END-IF
    MOVE RA-SKAEDATO TO WS-DATO-ARB
    PERFORM FORMATER-DATO
    MOVE WS-DATO-TEKST TO WS-SKAEDATO-TEKST

    OPEN OUTPUT BrevFil

    MOVE FUNCTION TRIM(WS-KUNDE-NAVN) TO WS-LINJE
    PERFORM SKRIV-LINJE
    MOVE WS-KUNDE-ADR1 TO WS-LINJE
    PERFORM SKRIV-LINJE
    MOVE WS-KUNDE-ADR2 TO WS-LINJE
    PERFORM SKRIV-LINJE
    MOVE SPACES TO WS-LINJE
    PERFORM SKRIV-LINJE

    MOVE SPACES TO WS-LINJE
    IF WS-EN = "Y"
        STRING
            "Balance confirmation for audit purposes as at "
                                DELIMITED BY SIZE
            WS-SKAEDATO-TEKST   DELIMITED BY SIZE
        INTO WS-LINJE
        END-STRING
    ELSE
        STRING
            "Revisorbekraeftelse pr. " DELIMITED BY SIZE
            WS-SKAEDATO-TEKST          DELIMITED BY SIZE
        INTO WS-LINJE
        END-STRING
    END-IF
    PERFORM SKRIV-LINJE
    MOVE SPACES TO WS-LINJE
    PERFORM SKRIV-LINJE

    MOVE "Reference" TO WS-TEKST-1
    MOVE WS-REFERENCE TO WS-TEKST-2
    PERFORM SKRIV-FELT-LINJE
    IF WS-EN = "Y"
        MOVE "Customer no." TO WS-TEKST-1
    ELSE
        MOVE "Kundenummer"  TO WS-TEKST-1
    END-IF
    MOVE RA-KUNDE-ID TO WS-TEKST-2
    PERFORM SKRIV-FELT-LINJE
    MOVE WS-DAGS-DATO TO WS-DATO-ARB
    PERFORM FORMATER-DATO
    IF WS-EN = "Y"
        MOVE "Issued"   TO WS-TEKST-1
    ELSE
        MOVE "Udstedt"  TO WS-TEKST-1
    END-IF
    MOVE WS-DATO-TEKST TO WS-TEKST-2
    PERFORM SKRIV-FELT-LINJE
    IF RA-REVISOR NOT = SPACES
        IF WS-EN = "Y"
            MOVE "Auditor"      TO WS-TEKST-1
        ELSE
            MOVE "Til revisor"  TO WS-TEKST-1
        END-IF
        MOVE RA-REVISOR TO WS-TEKST-2
        PERFORM SKRIV-FELT-LINJE
    END-IF

    MOVE SPACES TO WS-LINJE
    PERFORM SKRIV-LINJE
    MOVE SPACES TO WS-LINJE
    IF WS-EN = "Y"
        STRING
            "We confirm the customer's engagement with us as at "
                                DELIMITED BY SIZE
            WS-SKAEDATO-TEKST   DELIMITED BY SIZE
            ". All balances are in DKK."
                                DELIMITED BY SIZE
        INTO WS-LINJE
        END-STRING
    ELSE
        STRING
            "Hermed bekraefter vi kundens engagement med banken pr. "
                                DELIMITED BY SIZE
            WS-SKAEDATO-TEKST   DELIMITED BY SIZE
            ". Alle saldi er i DKK."
                                DELIMITED BY SIZE
        INTO WS-LINJE
        END-STRING
    END-IF
    PERFORM SKRIV-LINJE

    PERFORM SKRIV-KONTI-AFSNIT
    PERFORM SKRIV-KASSEKREDITTER
    PERFORM SKRIV-TIDSINDSKUD
    PERFORM SKRIV-FULDMAGTER
    PERFORM SKRIV-SPAERRINGER

    MOVE SPACES TO WS-LINJE
    PERFORM SKRIV-LINJE
    IF WS-EN = "Y"
        MOVE "This confirmation is based on our records as at the cut-off date."
            TO WS-LINJE
    ELSE
        MOVE "Bekraeftelsen er dannet ud fra bankens registreringer pr. opgoerelsesdatoen."
            TO WS-LINJE
    END-IF
    PERFORM SKRIV-LINJE
    IF WS-EN = "Y"
        MOVE "Please quote the reference in any enquiry about it."
            TO WS-LINJE
    ELSE
        MOVE "Oplys venligst referencen ved henvendelser om bekraeftelsen."
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
    .

*>-----------------------------------------------------------------
*>  SKRIV-AFSNIT-OVERSKRIFT – tom linje og afsnittets overskrift i
*>  WS-OVERSKRIFT; tælleren for afsnittets linjer nulstilles
*>-----------------------------------------------------------------
SKRIV-AFSNIT-OVERSKRIFT.
    MOVE SPACES TO WS-LINJE
    PERFORM SKRIV-LINJE
    MOVE WS-OVERSKRIFT TO WS-LINJE
    PERFORM SKRIV-LINJE
    MOVE 0 TO WS-ANTAL-I-AFSNIT
    .

*>-----------------------------------------------------------------
*>  SKRIV-INGEN – "Ingen" under et afsnit uden linjer
*>-----------------------------------------------------------------
SKRIV-INGEN.
    IF WS-ANTAL-I-AFSNIT = 0
        IF WS-EN = "Y"
            MOVE "  None" TO WS-LINJE
        ELSE
            MOVE "  Ingen" TO WS-LINJE
        END-IF
        PERFORM SKRIV-LINJE
    END-IF
    .

*>-----------------------------------------------------------------
*>  SKRIV-KONTI-AFSNIT – hver konto med saldoen pr.
*>  opgørelsesdatoen og saldiene i alt
*>-----------------------------------------------------------------
SKRIV-KONTI-AFSNIT.
    IF WS-EN = "Y"
        MOVE "Accounts and balances" TO WS-OVERSKRIFT
    ELSE
        MOVE "Konti og saldi" TO WS-OVERSKRIFT
    END-IF
    PERFORM SKRIV-AFSNIT-OVERSKRIFT

    MOVE 0 TO WS-SUM-SALDO
    MOVE 1 TO IDX-RV-KONTO
    PERFORM UNTIL IDX-RV-KONTO > ANTAL-RV-KONTI
        ADD 1 TO WS-ANTAL-I-AFSNIT
        MOVE SPACES TO WS-LINJE
        IF WS-EN = "Y"
            STRING
                "  Account "                              DELIMITED BY SIZE
                FUNCTION TRIM(T-RV-KONTO-ID(IDX-RV-KONTO)) DELIMITED BY SIZE
                " ("                                      DELIMITED BY SIZE
                FUNCTION TRIM(T-RV-TYPE(IDX-RV-KONTO))    DELIMITED BY SIZE
                " "                                       DELIMITED BY SIZE
                T-RV-VALUTA(IDX-RV-KONTO)                 DELIMITED BY SIZE
                ")"                                       DELIMITED BY SIZE
            INTO WS-LINJE
            END-STRING
        ELSE
            STRING
                "  Konto "                                DELIMITED BY SIZE
                FUNCTION TRIM(T-RV-KONTO-ID(IDX-RV-KONTO)) DELIMITED BY SIZE
                " ("                                      DELIMITED BY SIZE
                FUNCTION TRIM(T-RV-TYPE(IDX-RV-KONTO))    DELIMITED BY SIZE
                " "                                       DELIMITED BY SIZE
                T-RV-VALUTA(IDX-RV-KONTO)                 DELIMITED BY SIZE
                ")"                                       DELIMITED BY SIZE
            INTO WS-LINJE
            END-STRING
        END-IF
        IF T-RV-MEDEJER(IDX-RV-KONTO) = "J"
            IF WS-EN = "Y"
                STRING
                    FUNCTION TRIM(WS-LINJE TRAILING) DELIMITED BY SIZE
                    " - joint account"               DELIMITED BY SIZE
                INTO WS-LINJE
                END-STRING
            ELSE
                STRING
                    FUNCTION TRIM(WS-LINJE TRAILING) DELIMITED BY SIZE
                    " - faelleskonto"                DELIMITED BY SIZE
                INTO WS-LINJE
                END-STRING
            END-IF
        END-IF
        PERFORM SKRIV-LINJE

        MOVE SPACES TO WS-LEDETEKST
        IF WS-EN = "Y"
            STRING
                "    Balance at "   DELIMITED BY SIZE
                WS-SKAEDATO-TEKST   DELIMITED BY SIZE
            INTO WS-LEDETEKST
            END-STRING
        ELSE
            STRING
                "    Saldo pr. "    DELIMITED BY SIZE
                WS-SKAEDATO-TEKST   DELIMITED BY SIZE
            INTO WS-LEDETEKST
            END-STRING
        END-IF
        MOVE T-RV-SALDO(IDX-RV-KONTO) TO WS-BELOB
        PERFORM SKRIV-BELOB-LINJE
        ADD T-RV-SALDO(IDX-RV-KONTO) TO WS-SUM-SALDO
        ADD 1 TO IDX-RV-KONTO
    END-PERFORM

    IF WS-ANTAL-I-AFSNIT = 0
        PERFORM SKRIV-INGEN
    ELSE
        IF WS-EN = "Y"
            MOVE "  Total of balances" TO WS-LEDETEKST
        ELSE
            MOVE "  Saldi i alt" TO WS-LEDETEKST
        END-IF
        MOVE WS-SUM-SALDO TO WS-BELOB
        PERFORM SKRIV-BELOB-LINJE
    END-IF
    .

*>-----------------------------------------------------------------
*>  SKRIV-KASSEKREDITTER – kassekreditterne på kundens konti, der
*>  ikke var udløbet på opgørelsesdatoen: limit, udløb og rente
*>-----------------------------------------------------------------
SKRIV-KASSEKREDITTER.
    IF WS-EN = "Y"
        MOVE "Overdraft facilities" TO WS-OVERSKRIFT
    ELSE
        MOVE "Kassekreditter" TO WS-OVERSKRIFT
    END-IF
    PERFORM SKRIV-AFSNIT-OVERSKRIFT

    MOVE "N" TO EOF-KASSEKREDIT
    OPEN INPUT KassekreditFil
    IF WS-KASSEKREDIT-STATUS = "00"
        PERFORM UNTIL EOF-KASSEKREDIT = "Y"
            READ KassekreditFil
                AT END
                    MOVE "Y" TO EOF-KASSEKREDIT
                NOT AT END
                    MOVE KAS-KONTO-ID TO WS-KONTO-SOEG
                    PERFORM FIND-KONTO
                    IF WS-KONTO-MATCH > 0
                            AND (KAS-UDLOEB = SPACES
                                 OR KAS-UDLOEB >= RA-SKAEDATO)
                        PERFORM SKRIV-KASSEKREDIT
                    END-IF
            END-READ
        END-PERFORM
        CLOSE KassekreditFil
    END-IF
    PERFORM SKRIV-INGEN
    .

SKRIV-KASSEKREDIT.
    ADD 1 TO WS-ANTAL-I-AFSNIT
    MOVE SPACES TO WS-LEDETEKST
    IF WS-EN = "Y"
        STRING
            "  Account "                DELIMITED BY SIZE
            FUNCTION TRIM(KAS-KONTO-ID) DELIMITED BY SIZE
            ", limit"                   DELIMITED BY SIZE
        INTO WS-LEDETEKST
        END-STRING
    ELSE
        STRING
            "  Konto "                  DELIMITED BY SIZE
            FUNCTION TRIM(KAS-KONTO-ID) DELIMITED BY SIZE
            ", limit"                   DELIMITED BY SIZE
        INTO WS-LEDETEKST
        END-STRING
    END-IF
    MOVE FUNCTION NUMVAL(KAS-LIMIT) TO WS-BELOB
    PERFORM SKRIV-BELOB-LINJE

    MOVE KAS-RENTE-PCT TO RENTE-EDIT
    MOVE SPACES TO WS-LINJE
    IF KAS-UDLOEB = SPACES
        IF WS-EN = "Y"
            STRING
                "    No expiry date, rate "  DELIMITED BY SIZE
                FUNCTION TRIM(RENTE-EDIT)    DELIMITED BY SIZE
                " pct. p.a."                 DELIMITED BY SIZE
            INTO WS-LINJE
            END-STRING
        ELSE
            STRING
                "    Uden udloebsdato, rente " DELIMITED BY SIZE
                FUNCTION TRIM(RENTE-EDIT)      DELIMITED BY SIZE
                " pct. p.a."                   DELIMITED BY SIZE
            INTO WS-LINJE
            END-STRING
        END-IF
    ELSE
        MOVE KAS-UDLOEB TO WS-DATO-ARB
        PERFORM FORMATER-DATO
        IF WS-EN = "Y"
            STRING
                "    Expires "              DELIMITED BY SIZE
                WS-DATO-TEKST               DELIMITED BY SIZE
                ", rate "                   DELIMITED BY SIZE
                FUNCTION TRIM(RENTE-EDIT)   DELIMITED BY SIZE
                " pct. p.a."                DELIMITED BY SIZE
            INTO WS-LINJE
            END-STRING
        ELSE
            STRING
                "    Udloeber "             DELIMITED BY SIZE
                WS-DATO-TEKST               DELIMITED BY SIZE
                ", rente "                  DELIMITED BY SIZE
                FUNCTION TRIM(RENTE-EDIT)   DELIMITED BY SIZE
                " pct. p.a."                DELIMITED BY SIZE
            INTO WS-LINJE
            END-STRING
        END-IF
    END-IF
    PERFORM SKRIV-LINJE
    .

*>-----------------------------------------------------------------
*>  SKRIV-TIDSINDSKUD – tidsindskuddene på kundens konti: termin,
*>  forfaldsdato og hvad der sker ved forfald
*>-----------------------------------------------------------------
SKRIV-TIDSINDSKUD.
    IF WS-EN = "Y"
        MOVE "Term deposits" TO WS-OVERSKRIFT
    ELSE
        MOVE "Tidsindskud" TO WS-OVERSKRIFT
    END-IF
    PERFORM SKRIV-AFSNIT-OVERSKRIFT

    MOVE "N" TO EOF-TERMIN
    OPEN INPUT TermIndskudFil
    IF WS-TERMIN-STATUS = "00"
        PERFORM UNTIL EOF-TERMIN = "Y"
            READ TermIndskudFil
                AT END
                    MOVE "Y" TO EOF-TERMIN
                NOT AT END
                    MOVE TI-KONTO-ID TO WS-KONTO-SOEG
                    PERFORM FIND-KONTO
                    IF WS-KONTO-MATCH > 0
                        PERFORM SKRIV-TIDSINDSKUD-LINJE
                    END-IF
            END-READ
        END-PERFORM
        CLOSE TermIndskudFil
    END-IF
    PERFORM SKRIV-INGEN
    .

SKRIV-TIDSINDSKUD-LINJE.
    ADD 1 TO WS-ANTAL-I-AFSNIT
    MOVE TI-TERMIN-MDR TO TERMIN-EDIT
    MOVE TI-FORFALDSDATO TO WS-DATO-ARB
    PERFORM FORMATER-DATO
    MOVE SPACES TO WS-TEKST-1
    IF WS-EN = "Y"
        IF TI-RULOVER
            MOVE "renewed at maturity" TO WS-TEKST-1
        ELSE
            MOVE "paid out at maturity" TO WS-TEKST-1
        END-IF
    ELSE
        IF TI-RULOVER
            MOVE "fornyes ved forfald" TO WS-TEKST-1
        ELSE
            MOVE "udbetales ved forfald" TO WS-TEKST-1
        END-IF
    END-IF
    MOVE SPACES TO WS-LINJE
    IF WS-EN = "Y"
        STRING
            "  Account "                DELIMITED BY SIZE
            FUNCTION TRIM(TI-KONTO-ID)  DELIMITED BY SIZE
            ": term "                   DELIMITED BY SIZE
            FUNCTION TRIM(TERMIN-EDIT)  DELIMITED BY SIZE
            " months, maturity "        DELIMITED BY SIZE
            WS-DATO-TEKST               DELIMITED BY SIZE
            ", "                        DELIMITED BY SIZE
            FUNCTION TRIM(WS-TEKST-1)   DELIMITED BY SIZE
        INTO WS-LINJE
        END-STRING
    ELSE
        STRING
            "  Konto "                  DELIMITED BY SIZE
            FUNCTION TRIM(TI-KONTO-ID)  DELIMITED BY SIZE
            ": termin "                 DELIMITED BY SIZE
            FUNCTION TRIM(TERMIN-EDIT)  DELIMITED BY SIZE
            " mdr., forfald "           DELIMITED BY SIZE
            WS-DATO-TEKST               DELIMITED BY SIZE
            ", "                        DELIMITED BY SIZE
            FUNCTION TRIM(WS-TEKST-1)   DELIMITED BY SIZE
        INTO WS-LINJE
        END-STRING
    END-IF
    PERFORM SKRIV-LINJE
    .

*>-----------------------------------------------------------------
*>  SKRIV-FULDMAGTER – fuldmagter, kunden har givet, i kraft på
*>  opgørelsesdatoen: startet, ikke udløbet og ikke dødsbo-markeret
*>  på eller før datoen (som KUNDE-OPSLAG's LAES-FULDMAGTER, men pr.
*>  opgørelsesdatoen i stedet for dags dato)
*>-----------------------------------------------------------------
SKRIV-FULDMAGTER.
    IF WS-EN = "Y"
        MOVE "Powers of attorney granted by the customer" TO WS-OVERSKRIFT
    ELSE
        MOVE "Fuldmagter givet af kunden" TO WS-OVERSKRIFT
    END-IF
    PERFORM SKRIV-AFSNIT-OVERSKRIFT

    MOVE "N" TO EOF-FULDMAGT
    OPEN INPUT FuldmagtFil
    IF WS-FULDMAGT-STATUS = "00"
        PERFORM UNTIL EOF-FULDMAGT = "Y"
            READ FuldmagtFil
                AT END
                    MOVE "Y" TO EOF-FULDMAGT
                NOT AT END
                    IF FM-GIVER-KUNDEID = RA-KUNDE-ID
                            AND FM-START-DATO <= RA-SKAEDATO
                            AND (FM-UDLOEB-DATO = SPACES
                                 OR FM-UDLOEB-DATO >= RA-SKAEDATO)
                            AND (FM-MARKERING = SPACE
                                 OR FM-MARKERET-DATO > RA-SKAEDATO)
                        PERFORM SKRIV-FULDMAGT-LINJE
                    END-IF
            END-READ
        END-PERFORM
        CLOSE FuldmagtFil
    END-IF
    PERFORM SKRIV-INGEN
    .

SKRIV-FULDMAGT-LINJE.
    ADD 1 TO WS-ANTAL-I-AFSNIT
    MOVE SPACES TO WS-LINJE
    STRING
        "  "                           DELIMITED BY SIZE
        FUNCTION TRIM(FM-HAVER-NAVN)   DELIMITED BY SIZE
        " ("                           DELIMITED BY SIZE
        FUNCTION TRIM(FM-HAVER-ID)     DELIMITED BY SIZE
        ")"                            DELIMITED BY SIZE
    INTO WS-LINJE
    END-STRING
    PERFORM SKRIV-LINJE

    MOVE SPACES TO WS-TEKST-1
    MOVE SPACES TO WS-TEKST-2
    IF WS-EN = "Y"
        EVALUATE TRUE
            WHEN FM-KUN-INDSIGT MOVE "view only"   TO WS-TEKST-1
            WHEN FM-BETALINGER  MOVE "payments"    TO WS-TEKST-1
            WHEN FM-FULD        MOVE "full"        TO WS-TEKST-1
            WHEN OTHER          MOVE "unknown"     TO WS-TEKST-1
        END-EVALUATE
        IF FM-KONTO-ID = SPACES
            MOVE "all accounts" TO WS-TEKST-2
        ELSE
            STRING
                "account "                  DELIMITED BY SIZE
                FUNCTION TRIM(FM-KONTO-ID)  DELIMITED BY SIZE
            INTO WS-TEKST-2
            END-STRING
        END-IF
    ELSE
        EVALUATE TRUE
            WHEN FM-KUN-INDSIGT MOVE "kun indsigt" TO WS-TEKST-1
            WHEN FM-BETALINGER  MOVE "betalinger"  TO WS-TEKST-1
            WHEN FM-FULD        MOVE "fuld"        TO WS-TEKST-1
            WHEN OTHER          MOVE "ukendt"      TO WS-TEKST-1
        END-EVALUATE
        IF FM-KONTO-ID = SPACES
            MOVE "alle konti" TO WS-TEKST-2
        ELSE
            STRING
                "konto "                    DELIMITED BY SIZE
                FUNCTION TRIM(FM-KONTO-ID)  DELIMITED BY SIZE
            INTO WS-TEKST-2
            END-STRING
        END-IF
    END-IF

    MOVE FM-START-DATO TO WS-DATO-ARB
    PERFORM FORMATER-DATO
    MOVE SPACES TO WS-LINJE
    IF WS-EN = "Y"
        STRING
            "    Scope "                DELIMITED BY SIZE
            FUNCTION TRIM(WS-TEKST-1)   DELIMITED BY SIZE
            ", "                        DELIMITED BY SIZE
            FUNCTION TRIM(WS-TEKST-2)   DELIMITED BY SIZE
            ", from "                   DELIMITED BY SIZE
            WS-DATO-TEKST               DELIMITED BY SIZE
        INTO WS-LINJE
        END-STRING
    ELSE
        STRING
            "    Omfang "               DELIMITED BY SIZE
            FUNCTION TRIM(WS-TEKST-1)   DELIMITED BY SIZE
            ", "                        DELIMITED BY SIZE
            FUNCTION TRIM(WS-TEKST-2)   DELIMITED BY SIZE
            ", fra "                    DELIMITED BY SIZE
            WS-DATO-TEKST               DELIMITED BY SIZE
        INTO WS-LINJE
        END-STRING
    END-IF
    IF FM-UDLOEB-DATO = SPACES
        IF WS-EN = "Y"
            STRING
                FUNCTION TRIM(WS-LINJE TRAILING) DELIMITED BY SIZE
                " until revoked"                 DELIMITED BY SIZE
            INTO WS-LINJE
            END-STRING
        ELSE
            STRING
                FUNCTION TRIM(WS-LINJE TRAILING) DELIMITED BY SIZE
                " indtil tilbagekaldt"           DELIMITED BY SIZE
            INTO WS-LINJE
            END-STRING
        END-IF
    ELSE
        MOVE FM-UDLOEB-DATO TO WS-DATO-ARB
        PERFORM FORMATER-DATO
        IF WS-EN = "Y"
            STRING
                FUNCTION TRIM(WS-LINJE TRAILING) DELIMITED BY SIZE
                " to "                           DELIMITED BY SIZE
                WS-DATO-TEKST                    DELIMITED BY SIZE
            INTO WS-LINJE
            END-STRING
        ELSE
            STRING
                FUNCTION TRIM(WS-LINJE TRAILING) DELIMITED BY SIZE
                " til "                          DELIMITED BY SIZE
                WS-DATO-TEKST                    DELIMITED BY SIZE
            INTO WS-LINJE
            END-STRING
        END-IF
    END-IF
    PERFORM SKRIV-LINJE
    .

*>-----------------------------------------------------------------
*>  SKRIV-SPAERRINGER – spærringer på kundens konti, der var lagt på
*>  eller før opgørelsesdatoen
*>-----------------------------------------------------------------
SKRIV-SPAERRINGER.
    IF WS-EN = "Y"
        MOVE "Account freezes" TO WS-OVERSKRIFT
    ELSE
        MOVE "Spaerringer" TO WS-OVERSKRIFT
    END-IF
    PERFORM SKRIV-AFSNIT-OVERSKRIFT

    MOVE "N" TO EOF-SPAERRING
    OPEN INPUT SpaerringFil
    IF WS-SPAERRING-STATUS = "00"
        PERFORM UNTIL EOF-SPAERRING = "Y"
            READ SpaerringFil
                AT END
                    MOVE "Y" TO EOF-SPAERRING
                NOT AT END
                    MOVE SP-KONTO-ID TO WS-KONTO-SOEG
                    PERFORM FIND-KONTO
                    IF WS-KONTO-MATCH > 0
                            AND SP-DATO <= RA-SKAEDATO
                        PERFORM SKRIV-SPAERRING-LINJE
                    END-IF
            END-READ
        END-PERFORM
        CLOSE SpaerringFil
    END-IF
    PERFORM SKRIV-INGEN
    .

SKRIV-SPAERRING-LINJE.
    ADD 1 TO WS-ANTAL-I-AFSNIT
    MOVE SP-DATO TO WS-DATO-ARB
    PERFORM FORMATER-DATO
    MOVE SPACES TO WS-TEKST-1
    IF WS-EN = "Y"
        IF SP-DEBET
            MOVE "debits frozen" TO WS-TEKST-1
        ELSE
            MOVE "fully frozen" TO WS-TEKST-1
        END-IF
    ELSE
        IF SP-DEBET
            MOVE "debetspaerret" TO WS-TEKST-1
        ELSE
            MOVE "fuldt spaerret" TO WS-TEKST-1
        END-IF
    END-IF
    MOVE SPACES TO WS-LINJE
    IF WS-EN = "Y"
        STRING
            "  Account "                DELIMITED BY SIZE
            FUNCTION TRIM(SP-KONTO-ID)  DELIMITED BY SIZE
            ": "                        DELIMITED BY SIZE
            FUNCTION TRIM(WS-TEKST-1)   DELIMITED BY SIZE
            " since "                   DELIMITED BY SIZE
            WS-DATO-TEKST               DELIMITED BY SIZE
            " (reason "                 DELIMITED BY SIZE
            FUNCTION TRIM(SP-AARSAG)    DELIMITED BY SIZE
            ")"                         DELIMITED BY SIZE
        INTO WS-LINJE
        END-STRING
    ELSE
        STRING
            "  Konto "                  DELIMITED BY SIZE
            FUNCTION TRIM(SP-KONTO-ID)  DELIMITED BY SIZE
            ": "                        DELIMITED BY SIZE
            FUNCTION TRIM(WS-TEKST-1)   DELIMITED BY SIZE
            " siden "                   DELIMITED BY SIZE
            WS-DATO-TEKST               DELIMITED BY SIZE
            " (aarsag "                 DELIMITED BY SIZE
            FUNCTION TRIM(SP-AARSAG)    DELIMITED BY SIZE
            ")"                         DELIMITED BY SIZE
        INTO WS-LINJE
        END-STRING
    END-IF
    PERFORM SKRIV-LINJE
    .

*>-----------------------------------------------------------------
*>  SKRIV-FELT-LINJE – hovedfelt: ledetekst WS-TEKST-1 og værdi
*>  WS-TEKST-2
*>-----------------------------------------------------------------
SKRIV-FELT-LINJE.
    MOVE SPACES TO WS-LINJE
    MOVE WS-TEKST-1 TO WS-LINJE(1:16)
    MOVE ": "       TO WS-LINJE(17:2)
    MOVE WS-TEKST-2 TO WS-LINJE(19:30)
    PERFORM SKRIV-LINJE
    .

*>-----------------------------------------------------------------
*>  SKRIV-BELOB-LINJE – ledetekst WS-LEDETEKST og beløb WS-BELOB
*>-----------------------------------------------------------------
SKRIV-BELOB-LINJE.
    MOVE WS-BELOB TO BELOB-EDIT
    MOVE SPACES TO WS-LINJE
    STRING
        WS-LEDETEKST DELIMITED BY SIZE
        BELOB-EDIT   DELIMITED BY SIZE
    INTO WS-LINJE
    END-STRING
    PERFORM SKRIV-LINJE
    .

*>-----------------------------------------------------------------
*>  FORMATER-DATO – ÅÅÅÅMMDD i WS-DATO-ARB vises som DD-MM-ÅÅÅÅ i
*>  WS-DATO-TEKST
*>-----------------------------------------------------------------
FORMATER-DATO.
    MOVE SPACES TO WS-DATO-TEKST
    STRING
        WS-DATO-ARB(7:2) DELIMITED BY SIZE
        "-"              DELIMITED BY SIZE
        WS-DATO-ARB(5:2) DELIMITED BY SIZE
        "-"              DELIMITED BY SIZE
        WS-DATO-ARB(1:4) DELIMITED BY SIZE
    INTO WS-DATO-TEKST
    END-STRING
    .

*>-----------------------------------------------------------------
*>  SKRIV-LINJE – dokumentlinjen WS-LINJE til bekræftelsen
*>-----------------------------------------------------------------
SKRIV-LINJE.
    MOVE WS-LINJE TO BREV-TEXT
    WRITE BREV-REC
    .

*>-----------------------------------------------------------------
*>  ARKIVER-BEKRAEFTELSE – gem bekræftelsen under sin reference, så
*>  en ny anmodning kan få præcis samme dokument udleveret
*>-----------------------------------------------------------------
ARKIVER-BEKRAEFTELSE.
    MOVE SPACES TO WS-KOPI-CMD
    STRING
        "mkdir -p Arkiv/Revisorbekraeftelse && cp "  DELIMITED BY SIZE
        FUNCTION TRIM(WS-BREV-FILNAVN)               DELIMITED BY SIZE
        " Arkiv/Revisorbekraeftelse/"                DELIMITED BY SIZE
        FUNCTION TRIM(WS-REFERENCE)                  DELIMITED BY SIZE
        ".txt"                                       DELIMITED BY SIZE
    INTO WS-KOPI-CMD
    END-STRING
    CALL "SYSTEM" USING WS-KOPI-CMD
    .

*>-----------------------------------------------------------------
*>  SKRIV-REVISOR-LOG – anmodningens linje i registeret med
*>  WS-REFERENCE, WS-LOG-STATUS-KODE og WS-BEMAERKNING
*>-----------------------------------------------------------------
SKRIV-REVISOR-LOG.
    MOVE SPACES             TO RAW-REVLOG
    MOVE WS-REFERENCE       TO RB-REFERENCE
    MOVE RA-KUNDE-ID        TO RB-KUNDE-ID
    MOVE RA-SKAEDATO        TO RB-SKAEDATO
    MOVE WS-DAGS-DATO       TO RB-DATO
    MOVE WS-LOG-STATUS-KODE TO RB-STATUS
    MOVE RA-REVISOR         TO RB-REVISOR
    MOVE WS-BEMAERKNING     TO RB-BEMAERKNING
    WRITE REVLOG-REC
    .
END PROGRAM REVISOR-BEKRAEFTELSE.
