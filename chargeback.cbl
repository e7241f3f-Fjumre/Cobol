>>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. CHARGEBACK.

*>-----------------------------------------------------------------
*>  CHARGEBACK – indsendelse af chargebacks til kortordningen og
*>  indlæsning af ordningens svar. TVIST-SAG opretter sagen og
*>  TVIST-ALDER holder øje med fristen; CHARGEBACK gør selve
*>  indsendelsen, som hidtil er sket i hånden.
*>
*>  1) Ordningens svar i ChargebackSvar.txt (CHARGEBACKSVAR.cpy)
*>     flytter sager i status "C" (indsendt) videre:
*>       A  accepteret     -> "F" med notatet "MEDHOLD ...", så
*>                            OPGAVE10 gør den foreløbige kreditering
*>                            endelig
*>       R  afvist         -> "F" uden medhold, så OPGAVE10
*>                            tilbagefører den foreløbige kreditering
*>       P  repræsentation -> "R"; back office afgør sagen i TVIST-SAG
*>                            (til "F", eller til "B" for at sende den
*>                            igen)
*>     Svarfilen flyttes derefter til ChargebackSvarBehandlet.txt.
*>
*>  2) Sager i status "B", hvis bestridte postering er et kortkøb
*>     (BUTIK udfyldt), skrives til ChargebackUdgaaende.txt
*>     (CHARGEBACK.cpy) med TRANS-REFERENCE, beløb og årsagskode, og
*>     sættes i status "C". Kontrolposten ChargebackUdgaaende.ctl
*>     har samme format som NetsUdgaaende.ctl (postantal + beløbs-
*>     hashtotal). Posteringen slås op i Transaktioner.txt og
*>     tidligere års arkiver fra AARS-RUL, som i TVIST-SAG. Sager
*>     uden kortkøb eller uden årsagskode bliver stående i "B" og
*>     logges i ChargebackLog.txt til manuel behandling
*>-----------------------------------------------------------------

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    *> Sagsfilen fra TVIST-SAG - findes den ikke, er der intet at gøre
    SELECT TvisterFil
        ASSIGN TO "Tvister.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-TVISTER-STATUS.

    SELECT TvisterNyFil
        ASSIGN TO "Tvister.new"
        ORGANIZATION IS LINE SEQUENTIAL.

    *> Kortordningens svar - valgfri
    SELECT SvarFil
        ASSIGN TO "ChargebackSvar.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-SVAR-STATUS.

    *> Den bestridte postering - BUTIK, dato, beløb og valuta
    SELECT Transfil
        ASSIGN TO "Transaktioner.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-TRANS-STATUS.

    *> Årsarkiverne fra AARS-RUL, samme søgning som TVIST-SAG
    SELECT TransArkivListeFil
        ASSIGN TO "TransArkivListe.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-ARKIVLISTE-STATUS.

    SELECT TransArkivFil
        ASSIGN TO WS-TRANS-ARKIV-NAVN
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-TRANS-ARKIV-STATUS.

    SELECT ChargebackUdFil
        ASSIGN TO "ChargebackUdgaaende.txt"
        ORGANIZATION IS LINE SEQUENTIAL.

    SELECT ChargebackKontrolFil
        ASSIGN TO "ChargebackUdgaaende.ctl"
        ORGANIZATION IS LINE SEQUENTIAL.

    SELECT ChargebackLogFil
        ASSIGN TO "ChargebackLog.txt"
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.

FD TvisterFil.
01 RAW-TVIST PIC X(156).
01 TVIST-REC REDEFINES RAW-TVIST.
   COPY "TVISTER.cpy".

FD TvisterNyFil.
01 RAW-TVIST-NY PIC X(156).
01 TVIST-NY-REC REDEFINES RAW-TVIST-NY.
   COPY "TVISTER.cpy" REPLACING LEADING ==TV-== BY ==TVN-==.

FD SvarFil.
01 RAW-SVAR PIC X(75).           *> 6+20+1+8+40 = 75
01 SVAR-REC REDEFINES RAW-SVAR.
   COPY "CHARGEBACKSVAR.cpy".

FD Transfil.
01 RAW-TRANS PIC X(223).
01 TRANS-REC REDEFINES RAW-TRANS.
   COPY "TRANSAKTIONER.cpy".

FD TransArkivListeFil.
01 ARKIVLISTE-REC.
   02 ARKIVLISTE-NAVN PIC X(40).

FD TransArkivFil.
01 RAW-ARKIV-TRANS PIC X(223).

FD ChargebackUdFil.
01 RAW-CHARGEBACK PIC X(88).     *> 6+20+14+20+8+13+3+4 = 88
01 CHARGEBACK-REC REDEFINES RAW-CHARGEBACK.
   COPY "CHARGEBACK.cpy".

FD ChargebackKontrolFil.
01 CHARGEBACK-KONTROL-REC.
   02 CK-ANTAL PIC 9(9).
   02 FILLER   PIC X(1).
   02 CK-HASH  PIC 9(13)V99.

FD ChargebackLogFil.
01 LOG-REC.
   02 LOG-TEXT PIC X(120).

WORKING-STORAGE SECTION.
01 EOF-TVIST       PIC X VALUE "N".
01 EOF-SVAR        PIC X VALUE "N".
01 EOF-TRANS       PIC X VALUE "N".

01 WS-TVISTER-STATUS PIC XX VALUE SPACES.
01 WS-SVAR-STATUS    PIC XX VALUE SPACES.
01 WS-TRANS-STATUS   PIC XX VALUE SPACES.
01 WS-DAGS-DATO      PIC X(8).

*> Hele sagsfilen holdes i et array under kørslen og skrives samlet
*> tilbage til sidst, samme fremgangsmåde som TVIST-SAG
01 MAX-SAGER   PIC 9(5) VALUE 5000.
01 ANTAL-SAGER PIC 9(5) VALUE 0.
01 IDX-SAG     PIC 9(5).

01 SAG-TABEL.
   02 T-SAG-POST OCCURS 5000 TIMES.
      03 T-SAG-SAGSNR          PIC 9(6).
      03 T-SAG-TRANS-REFERENCE PIC X(20).
      03 T-SAG-KONTO-ID        PIC X(14).
      03 T-SAG-KUNDE-ID        PIC X(10).
      03 T-SAG-NAVN            PIC X(30).
      03 T-SAG-BELOB           PIC X(15).
      03 T-SAG-STATUS          PIC X(1).
      03 T-SAG-OPRETTET-DATO   PIC X(8).
      03 T-SAG-STATUS-DATO     PIC X(8).
      03 T-SAG-NOTAT           PIC X(40).
      03 T-SAG-AARSAGSKODE     PIC X(4).
      *> Den bestridte postering, udfyldt for sager i "B" - "Y" når
      *> den er fundet
      03 T-SAG-FUNDET          PIC X(1).
      03 T-SAG-BUTIK           PIC X(20).
      03 T-SAG-TRANS-DATO      PIC X(8).
      03 T-SAG-ORG-BELOB       PIC X(15).
      03 T-SAG-VALUTA          PIC X(4).

*> Arkivsøgningen over tidligere års transaktionsfiler
01 WS-ARKIVLISTE-STATUS  PIC XX VALUE SPACES.
01 WS-TRANS-ARKIV-STATUS PIC XX VALUE SPACES.
01 WS-TRANS-ARKIV-NAVN   PIC X(40) VALUE SPACES.
01 EOF-ARKIVLISTE        PIC X VALUE "N".
01 EOF-ARKIV-TRANS       PIC X VALUE "N".
01 WS-MANGLER-ORIGINAL   PIC X VALUE "N".
01 WS-ARKIV-LS-CMD       PIC X(100) VALUE
   "ls Transaktioner-[0-9]*.txt > TransArkivListe.txt 2>/dev/null".

01 WS-SAG-MATCH     PIC 9(5) VALUE 0.
01 SAGSNR-EDIT      PIC Z(5)9.
01 WS-BELOB-NUM     PIC S9(11)V99 VALUE 0.
01 WS-CB-HASH       PIC 9(13)V99 VALUE 0.

01 ANTAL-SVAR        PIC 9(5) VALUE 0.
01 ANTAL-SVAR-IGNORERET PIC 9(5) VALUE 0.
01 ANTAL-INDSENDT    PIC 9(9) VALUE 0.
01 ANTAL-IKKE-SENDT  PIC 9(5) VALUE 0.

PROCEDURE DIVISION.
    MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DAGS-DATO

    OPEN OUTPUT ChargebackLogFil

    PERFORM LAES-TVISTER
    IF WS-TVISTER-STATUS NOT = "00"
        MOVE "Tvister.txt findes ikke - ingen sager at behandle"
            TO LOG-TEXT
        WRITE LOG-REC
        CLOSE ChargebackLogFil
        DISPLAY "CHARGEBACK: Tvister.txt findes ikke - intet at behandle"
        STOP RUN
    END-IF

    *> 1) Svarene først, så en sag, back office har sendt tilbage til
    *> "B" efter en repræsentation, kan indsendes igen samme nat
    PERFORM INDLAES-SVAR

    *> 2) Indsendelse af sager i "B"
    PERFORM FIND-ORIGINALER

    OPEN OUTPUT ChargebackUdFil
    MOVE 1 TO IDX-SAG
    PERFORM UNTIL IDX-SAG > ANTAL-SAGER
        IF T-SAG-STATUS(IDX-SAG) = "B"
            PERFORM INDSEND-CHARGEBACK
        END-IF
        ADD 1 TO IDX-SAG
    END-PERFORM
    CLOSE ChargebackUdFil
    PERFORM SKRIV-KONTROLPOST

    PERFORM SKRIV-TVISTER

    CLOSE ChargebackLogFil

    DISPLAY "CHARGEBACK gennemført - " ANTAL-SVAR " svar indlæst ("
            ANTAL-SVAR-IGNORERET " ignoreret), " ANTAL-INDSENDT
            " chargeback(s) indsendt, " ANTAL-IKKE-SENDT
            " sag(er) i B kunne ikke indsendes"
    STOP RUN.

*>-----------------------------------------------------------------
*>  LAES-TVISTER – læs Tvister.txt ind i SAG-TABEL
*>-----------------------------------------------------------------
LAES-TVISTER.
    OPEN INPUT TvisterFil
    IF WS-TVISTER-STATUS = "00"
        PERFORM UNTIL EOF-TVIST = "Y"
            READ TvisterFil
                AT END
                    MOVE "Y" TO EOF-TVIST
                NOT AT END
                    IF ANTAL-SAGER < MAX-SAGER
                        ADD 1 TO ANTAL-SAGER
                        MOVE TV-SAGSNR OF TVIST-REC
                            TO T-SAG-SAGSNR(ANTAL-SAGER)
                        MOVE TV-TRANS-REFERENCE OF TVIST-REC
                            TO T-SAG-TRANS-REFERENCE(ANTAL-SAGER)
                        MOVE TV-KONTO-ID OF TVIST-REC
                            TO T-SAG-KONTO-ID(ANTAL-SAGER)
                        MOVE TV-KUNDE-ID OF TVIST-REC
                            TO T-SAG-KUNDE-ID(ANTAL-SAGER)
                        MOVE TV-NAVN OF TVIST-REC
                            TO T-SAG-NAVN(ANTAL-SAGER)
                        MOVE TV-BELOB OF TVIST-REC
                            TO T-SAG-BELOB(ANTAL-SAGER)
                        MOVE TV-STATUS OF TVIST-REC
                            TO T-SAG-STATUS(ANTAL-SAGER)
                        MOVE TV-OPRETTET-DATO OF TVIST-REC
                            TO T-SAG-OPRETTET-DATO(ANTAL-SAGER)
                        MOVE TV-STATUS-DATO OF TVIST-REC
                            TO T-SAG-STATUS-DATO(ANTAL-SAGER)
                        MOVE TV-NOTAT OF TVIST-REC
                            TO T-SAG-NOTAT(ANTAL-SAGER)
                        MOVE TV-AARSAGSKODE OF TVIST-REC
                            TO T-SAG-AARSAGSKODE(ANTAL-SAGER)
                        MOVE "N"    TO T-SAG-FUNDET(ANTAL-SAGER)
                        MOVE SPACES TO T-SAG-BUTIK(ANTAL-SAGER)
                                       T-SAG-TRANS-DATO(ANTAL-SAGER)
                                       T-SAG-ORG-BELOB(ANTAL-SAGER)
                                       T-SAG-VALUTA(ANTAL-SAGER)
                    ELSE
                        MOVE "ADVARSEL: Tvister.txt rummer flere sager end SAG-TABEL - overskydende droppes"
                            TO LOG-TEXT
                        WRITE LOG-REC
                    END-IF
            END-READ
        END-PERFORM
        CLOSE TvisterFil
    END-IF
    .

*>-----------------------------------------------------------------
*>  INDLAES-SVAR – anvend kortordningens svar på de indsendte sager
*>  og arkivér svarfilen
*>-----------------------------------------------------------------
INDLAES-SVAR.
    OPEN INPUT SvarFil
    IF WS-SVAR-STATUS NOT = "00"
        EXIT PARAGRAPH
    END-IF

    PERFORM UNTIL EOF-SVAR = "Y"
        READ SvarFil
            AT END
                MOVE "Y" TO EOF-SVAR
            NOT AT END
                IF CS-TRANS-REFERENCE OF SVAR-REC NOT = SPACES
                    PERFORM BEHANDL-SVAR
                END-IF
        END-READ
    END-PERFORM
    CLOSE SvarFil

    CALL "SYSTEM" USING "cat ChargebackSvar.txt >> ChargebackSvarBehandlet.txt && rm -f ChargebackSvar.txt"
    .

*>-----------------------------------------------------------------
*>  BEHANDL-SVAR – ét svar. Sagen skal findes på sagsnummer og
*>  reference og stå i "C"; ellers logges svaret og ignoreres
*>-----------------------------------------------------------------
BEHANDL-SVAR.
    MOVE 0 TO WS-SAG-MATCH
    MOVE 1 TO IDX-SAG
    PERFORM UNTIL IDX-SAG > ANTAL-SAGER
        IF T-SAG-SAGSNR(IDX-SAG) = CS-SAGSNR OF SVAR-REC
                AND T-SAG-TRANS-REFERENCE(IDX-SAG)
                    = CS-TRANS-REFERENCE OF SVAR-REC
            MOVE IDX-SAG TO WS-SAG-MATCH
            EXIT PERFORM
        END-IF
        ADD 1 TO IDX-SAG
    END-PERFORM

    MOVE CS-SAGSNR OF SVAR-REC TO SAGSNR-EDIT
    IF WS-SAG-MATCH = 0
        ADD 1 TO ANTAL-SVAR-IGNORERET
        MOVE SPACES TO LOG-TEXT
        STRING
            "ADVARSEL: svar for sag nr. "                DELIMITED BY SIZE
            FUNCTION TRIM(SAGSNR-EDIT)                   DELIMITED BY SIZE
            " reference "                                DELIMITED BY SIZE
            FUNCTION TRIM(CS-TRANS-REFERENCE OF SVAR-REC) DELIMITED BY SIZE
            " - ingen saadan sag, svaret ignoreret"      DELIMITED BY SIZE
        INTO LOG-TEXT
        END-STRING
        WRITE LOG-REC
        EXIT PARAGRAPH
    END-IF

    IF T-SAG-STATUS(WS-SAG-MATCH) NOT = "C"
        ADD 1 TO ANTAL-SVAR-IGNORERET
        MOVE SPACES TO LOG-TEXT
        STRING
            "ADVARSEL: svar for sag nr. "                DELIMITED BY SIZE
            FUNCTION TRIM(SAGSNR-EDIT)                   DELIMITED BY SIZE
            " - sagen staar i status "                   DELIMITED BY SIZE
            T-SAG-STATUS(WS-SAG-MATCH)                   DELIMITED BY SIZE
            ", ikke indsendt - svaret ignoreret"         DELIMITED BY SIZE
        INTO LOG-TEXT
        END-STRING
        WRITE LOG-REC
        EXIT PARAGRAPH
    END-IF

    EVALUATE TRUE
        WHEN CS-ACCEPTERET OF SVAR-REC
            *> OPGAVE10's AFSLUT-TVIST-PROVISION fastholder den
            *> foreløbige kreditering, når notatet siger MEDHOLD
            MOVE "F" TO T-SAG-STATUS(WS-SAG-MATCH)
            MOVE SPACES TO T-SAG-NOTAT(WS-SAG-MATCH)
            STRING
                "MEDHOLD - chargeback accepteret " DELIMITED BY SIZE
                CS-SVAR-DATO OF SVAR-REC           DELIMITED BY SIZE
            INTO T-SAG-NOTAT(WS-SAG-MATCH)
            END-STRING
        WHEN CS-AFVIST OF SVAR-REC
            MOVE "F" TO T-SAG-STATUS(WS-SAG-MATCH)
            MOVE SPACES TO T-SAG-NOTAT(WS-SAG-MATCH)
            STRING
                "Chargeback afvist: "              DELIMITED BY SIZE
                CS-BEGRUNDELSE OF SVAR-REC         DELIMITED BY SIZE
            INTO T-SAG-NOTAT(WS-SAG-MATCH)
            END-STRING
        WHEN CS-REPRAESENTATION OF SVAR-REC
            MOVE "R" TO T-SAG-STATUS(WS-SAG-MATCH)
            MOVE SPACES TO T-SAG-NOTAT(WS-SAG-MATCH)
            STRING
                "Repraesentation: "                DELIMITED BY SIZE
                CS-BEGRUNDELSE OF SVAR-REC         DELIMITED BY SIZE
            INTO T-SAG-NOTAT(WS-SAG-MATCH)
            END-STRING
        WHEN OTHER
            ADD 1 TO ANTAL-SVAR-IGNORERET
            MOVE SPACES TO LOG-TEXT
            STRING
                "ADVARSEL: ukendt svar '"          DELIMITED BY SIZE
                CS-SVAR OF SVAR-REC                DELIMITED BY SIZE
                "' for sag nr. "                   DELIMITED BY SIZE
                FUNCTION TRIM(SAGSNR-EDIT)         DELIMITED BY SIZE
                " - svaret ignoreret"              DELIMITED BY SIZE
            INTO LOG-TEXT
            END-STRING
            WRITE LOG-REC
            EXIT PARAGRAPH
    END-EVALUATE

    MOVE WS-DAGS-DATO TO T-SAG-STATUS-DATO(WS-SAG-MATCH)
    ADD 1 TO ANTAL-SVAR
    MOVE SPACES TO LOG-TEXT
    STRING
        "Sag nr. "                                 DELIMITED BY SIZE
        FUNCTION TRIM(SAGSNR-EDIT)                 DELIMITED BY SIZE
        " svar "                                   DELIMITED BY SIZE
        CS-SVAR OF SVAR-REC                        DELIMITED BY SIZE
        " - flyttet til status "                   DELIMITED BY SIZE
        T-SAG-STATUS(WS-SAG-MATCH)                 DELIMITED BY SIZE
        " ("                                       DELIMITED BY SIZE
        FUNCTION TRIM(T-SAG-NOTAT(WS-SAG-MATCH))   DELIMITED BY SIZE
        ")"                                        DELIMITED BY SIZE
    INTO LOG-TEXT
    END-STRING
    WRITE LOG-REC
    .

*>-----------------------------------------------------------------
*>  FIND-ORIGINALER – slå den bestridte postering op for hver sag i
*>  "B", først i Transaktioner.txt og derefter i årsarkiverne
*>-----------------------------------------------------------------
FIND-ORIGINALER.
    OPEN INPUT Transfil
    IF WS-TRANS-STATUS = "00"
        PERFORM UNTIL EOF-TRANS = "Y"
            READ Transfil
                AT END
                    MOVE "Y" TO EOF-TRANS
                NOT AT END
                    PERFORM SAET-ORIGINAL
            END-READ
        END-PERFORM
        CLOSE Transfil
    END-IF

    MOVE "N" TO WS-MANGLER-ORIGINAL
    MOVE 1   TO IDX-SAG
    PERFORM UNTIL IDX-SAG > ANTAL-SAGER
        IF T-SAG-STATUS(IDX-SAG) = "B"
                AND T-SAG-FUNDET(IDX-SAG) = "N"
            MOVE "Y" TO WS-MANGLER-ORIGINAL
            EXIT PERFORM
        END-IF
        ADD 1 TO IDX-SAG
    END-PERFORM
    IF WS-MANGLER-ORIGINAL = "Y"
        PERFORM FIND-ORIGINALER-ARKIV
    END-IF
    .

FIND-ORIGINALER-ARKIV.
    CALL "SYSTEM" USING WS-ARKIV-LS-CMD

    MOVE "N" TO EOF-ARKIVLISTE
    OPEN INPUT TransArkivListeFil
    IF WS-ARKIVLISTE-STATUS = "00"
        PERFORM UNTIL EOF-ARKIVLISTE = "Y"
            READ TransArkivListeFil
                AT END
                    MOVE "Y" TO EOF-ARKIVLISTE
                NOT AT END
                    IF ARKIVLISTE-NAVN NOT = SPACES
                        MOVE ARKIVLISTE-NAVN TO WS-TRANS-ARKIV-NAVN
                        PERFORM GENNEMLOEB-ARKIV
                    END-IF
            END-READ
        END-PERFORM
        CLOSE TransArkivListeFil
    END-IF
    .

GENNEMLOEB-ARKIV.
    MOVE "N" TO EOF-ARKIV-TRANS
    OPEN INPUT TransArkivFil
    IF WS-TRANS-ARKIV-STATUS = "00"
        PERFORM UNTIL EOF-ARKIV-TRANS = "Y"
            READ TransArkivFil
                AT END
                    MOVE "Y" TO EOF-ARKIV-TRANS
                NOT AT END
                    MOVE RAW-ARKIV-TRANS TO RAW-TRANS
                    PERFORM SAET-ORIGINAL
            END-READ
        END-PERFORM
        CLOSE TransArkivFil
    END-IF
    .

*>-----------------------------------------------------------------
*>  SAET-ORIGINAL – matcher den aktuelle postering mod alle endnu
*>  ikke-fundne sager i "B" (samme reference og konto)
*>-----------------------------------------------------------------
SAET-ORIGINAL.
    MOVE 1 TO IDX-SAG
    PERFORM UNTIL IDX-SAG > ANTAL-SAGER
        IF T-SAG-STATUS(IDX-SAG) = "B"
                AND T-SAG-FUNDET(IDX-SAG) = "N"
                AND T-SAG-TRANS-REFERENCE(IDX-SAG)
                    = TRANS-REFERENCE OF TRANS-REC
                AND T-SAG-KONTO-ID(IDX-SAG) = KONTO-ID OF TRANS-REC
            MOVE "Y"                   TO T-SAG-FUNDET(IDX-SAG)
            MOVE BUTIK OF TRANS-REC    TO T-SAG-BUTIK(IDX-SAG)
            MOVE BELØB-TEXT OF TRANS-REC TO T-SAG-ORG-BELOB(IDX-SAG)
            MOVE VALUTA OF TRANS-REC   TO T-SAG-VALUTA(IDX-SAG)
            MOVE SPACES TO T-SAG-TRANS-DATO(IDX-SAG)
            STRING
                TIDSPUNKT OF TRANS-REC(1:4) DELIMITED BY SIZE
                TIDSPUNKT OF TRANS-REC(6:2) DELIMITED BY SIZE
                TIDSPUNKT OF TRANS-REC(9:2) DELIMITED BY SIZE
            INTO T-SAG-TRANS-DATO(IDX-SAG)
            END-STRING
        END-IF
        ADD 1 TO IDX-SAG
    END-PERFORM
    .

*>-----------------------------------------------------------------
*>  INDSEND-CHARGEBACK – skriv sagen i IDX-SAG til den udgående fil
*>  og sæt den i "C" - hvis den bestridte postering er et kortkøb og
*>  sagen har en årsagskode. Ellers bliver den stående i "B"
*>-----------------------------------------------------------------
INDSEND-CHARGEBACK.
    MOVE T-SAG-SAGSNR(IDX-SAG) TO SAGSNR-EDIT

    IF T-SAG-FUNDET(IDX-SAG) = "N"
        ADD 1 TO ANTAL-IKKE-SENDT
        MOVE SPACES TO LOG-TEXT
        STRING
            "Sag nr. "                                     DELIMITED BY SIZE
            FUNCTION TRIM(SAGSNR-EDIT)                     DELIMITED BY SIZE
            " ikke indsendt - reference "                  DELIMITED BY SIZE
            FUNCTION TRIM(T-SAG-TRANS-REFERENCE(IDX-SAG))  DELIMITED BY SIZE
            " ikke fundet i transaktionsfilerne"           DELIMITED BY SIZE
        INTO LOG-TEXT
        END-STRING
        WRITE LOG-REC
        EXIT PARAGRAPH
    END-IF

    IF T-SAG-BUTIK(IDX-SAG) = SPACES
        ADD 1 TO ANTAL-IKKE-SENDT
        MOVE SPACES TO LOG-TEXT
        STRING
            "Sag nr. "                                     DELIMITED BY SIZE
            FUNCTION TRIM(SAGSNR-EDIT)                     DELIMITED BY SIZE
            " ikke indsendt - reference "                  DELIMITED BY SIZE
            FUNCTION TRIM(T-SAG-TRANS-REFERENCE(IDX-SAG))  DELIMITED BY SIZE
            " er ikke et kortkoeb, behandles manuelt"      DELIMITED BY SIZE
        INTO LOG-TEXT
        END-STRING
        WRITE LOG-REC
        EXIT PARAGRAPH
    END-IF

    IF T-SAG-AARSAGSKODE(IDX-SAG) = SPACES
        ADD 1 TO ANTAL-IKKE-SENDT
        MOVE SPACES TO LOG-TEXT
        STRING
            "Sag nr. "                                     DELIMITED BY SIZE
            FUNCTION TRIM(SAGSNR-EDIT)                     DELIMITED BY SIZE
            " ikke indsendt - mangler aarsagskode (saettes i TVIST-SAG)"
                                                           DELIMITED BY SIZE
        INTO LOG-TEXT
        END-STRING
        WRITE LOG-REC
        EXIT PARAGRAPH
    END-IF

    COMPUTE WS-BELOB-NUM
        = FUNCTION ABS(FUNCTION NUMVAL(T-SAG-ORG-BELOB(IDX-SAG)))

    MOVE SPACES TO RAW-CHARGEBACK
    MOVE T-SAG-SAGSNR(IDX-SAG)          TO CB-SAGSNR
    MOVE T-SAG-TRANS-REFERENCE(IDX-SAG) TO CB-TRANS-REFERENCE
    MOVE T-SAG-KONTO-ID(IDX-SAG)        TO CB-KONTO-ID
    MOVE T-SAG-BUTIK(IDX-SAG)           TO CB-BUTIK
    MOVE T-SAG-TRANS-DATO(IDX-SAG)      TO CB-TRANS-DATO
    MOVE WS-BELOB-NUM                   TO CB-BELOB
    MOVE T-SAG-VALUTA(IDX-SAG)          TO CB-VALUTA
    IF T-SAG-VALUTA(IDX-SAG) = SPACES
        MOVE "DKK" TO CB-VALUTA
    END-IF
    MOVE T-SAG-AARSAGSKODE(IDX-SAG)     TO CB-AARSAGSKODE
    WRITE CHARGEBACK-REC
    ADD 1 TO ANTAL-INDSENDT
    ADD WS-BELOB-NUM TO WS-CB-HASH

    MOVE "C"          TO T-SAG-STATUS(IDX-SAG)
    MOVE WS-DAGS-DATO TO T-SAG-STATUS-DATO(IDX-SAG)

    MOVE SPACES TO LOG-TEXT
    STRING
        "Sag nr. "                                     DELIMITED BY SIZE
        FUNCTION TRIM(SAGSNR-EDIT)                     DELIMITED BY SIZE
        " indsendt som chargeback - reference "        DELIMITED BY SIZE
        FUNCTION TRIM(T-SAG-TRANS-REFERENCE(IDX-SAG))  DELIMITED BY SIZE
        ", aarsagskode "                               DELIMITED BY SIZE
        T-SAG-AARSAGSKODE(IDX-SAG)                     DELIMITED BY SIZE
    INTO LOG-TEXT
    END-STRING
    WRITE LOG-REC
    .

*>-----------------------------------------------------------------
*>  SKRIV-KONTROLPOST – postantal og beløbs-hashtotal for den
*>  udgående fil, samme format som NetsUdgaaende.ctl
*>-----------------------------------------------------------------
SKRIV-KONTROLPOST.
    OPEN OUTPUT ChargebackKontrolFil
    MOVE SPACES TO CHARGEBACK-KONTROL-REC
    MOVE ANTAL-INDSENDT TO CK-ANTAL
    MOVE WS-CB-HASH     TO CK-HASH
    WRITE CHARGEBACK-KONTROL-REC
    CLOSE ChargebackKontrolFil
    .

*>-----------------------------------------------------------------
*>  SKRIV-TVISTER – skriv hele sagsfilen tilbage, samme .new/mv-
*>  fremgangsmåde som TVIST-SAG
*>-----------------------------------------------------------------
SKRIV-TVISTER.
    OPEN OUTPUT TvisterNyFil
    MOVE 1 TO IDX-SAG
    PERFORM UNTIL IDX-SAG > ANTAL-SAGER
        MOVE SPACES TO RAW-TVIST-NY
        MOVE T-SAG-SAGSNR(IDX-SAG)          TO TVN-SAGSNR
        MOVE T-SAG-TRANS-REFERENCE(IDX-SAG) TO TVN-TRANS-REFERENCE
        MOVE T-SAG-KONTO-ID(IDX-SAG)        TO TVN-KONTO-ID
        MOVE T-SAG-KUNDE-ID(IDX-SAG)        TO TVN-KUNDE-ID
        MOVE T-SAG-NAVN(IDX-SAG)            TO TVN-NAVN
        MOVE T-SAG-BELOB(IDX-SAG)           TO TVN-BELOB
        MOVE T-SAG-STATUS(IDX-SAG)          TO TVN-STATUS
        MOVE T-SAG-OPRETTET-DATO(IDX-SAG)   TO TVN-OPRETTET-DATO
        MOVE T-SAG-STATUS-DATO(IDX-SAG)     TO TVN-STATUS-DATO
        MOVE T-SAG-NOTAT(IDX-SAG)           TO TVN-NOTAT
        MOVE T-SAG-AARSAGSKODE(IDX-SAG)     TO TVN-AARSAGSKODE
        WRITE RAW-TVIST-NY
        ADD 1 TO IDX-SAG
    END-PERFORM
    CLOSE TvisterNyFil

    CALL "SYSTEM" USING "mv Tvister.new Tvister.txt"
    .
END PROGRAM CHARGEBACK.
