>>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. CRS-INDBERETNING.

*>-----------------------------------------------------------------
*>  CRS-INDBERETNING – årsindberetningen (CRS/FATCA) over konti ejet
*>  af kunder, der er skattepligtige i udlandet. Udvælgelsen sker på
*>  kundens skattemæssige hjemland: SKATTE-LAND, hvor det er udfyldt,
*>  ellers postadressens LANDKODE. Alt andet end "DK" (og blank)
*>  indberettes.
*>
*>  Pr. kunde totaliseres kontiernes årsultimosaldo fra
*>  SaldoHistorik.txt (seneste linje i indberetningsåret pr. konto;
*>  en negativ saldo indberettes som 0) og årets tilskrevne
*>  kreditrente fra RenteLog.txt (samme udvælgelse som SKAT-RENTE).
*>  En konto tælles med hos den primære ejer fra KontoOpl.txt og hos
*>  hver medejer i KontoEjere.txt - hver kontohaver indberettes for
*>  hele kontoen.
*>
*>  CrsIndberetning.txt skrives i myndighedens faste format, samme
*>  H/D/T-opbygning som SKAT-RENTE: en H-linje med år og dato, én
*>  D-linje pr. kunde og en T-linje med antal og kontroltotaler.
*>  Indberetningsåret tages fra SkatAar.txt, som for SKAT-RENTE
*>-----------------------------------------------------------------

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    *> Valgfrit indberetningsår (ÅÅÅÅ) - findes filen ikke, bruges
    *> indeværende kalenderår
    SELECT SkatAarFil
        ASSIGN TO "SkatAar.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-AAR-STATUS.

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

    SELECT RenteLogFil
        ASSIGN TO "RenteLog.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-LOG-STATUS.

    SELECT Kundeoplysninger
        ASSIGN TO "Kundeoplysninger.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-KUNDE-STATUS.

    SELECT IndberetningFil
        ASSIGN TO "CrsIndberetning.txt"
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.

FD SkatAarFil.
01 AAR-REC.
   02 AAR-INP PIC X(4).

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

FD RenteLogFil.
01 RENTELOG-REC.
   COPY "RENTELOG.cpy".

FD Kundeoplysninger.
01 RAW-KUNDE PIC X(302).
01 KUNDEOPL REDEFINES RAW-KUNDE.
   COPY "KUNDER.cpy".

FD IndberetningFil.
01 INDBERETNING-REC.
   02 INDBERETNING-TEXT PIC X(100).
01 INDBERETNING-H-REC REDEFINES INDBERETNING-REC.
   02 CH-ART      PIC X(1).
   02 CH-AAR      PIC X(4).
   02 CH-DATO     PIC X(8).
   02 CH-TYPE     PIC X(10).
   02 FILLER      PIC X(77).
*> CD-ID-NR er CPR for privatkunder og CVR for erhvervskunder.
*> CD-FATCA = "U" for amerikansk skattepligtige (FATCA), ellers blank
01 INDBERETNING-D-REC REDEFINES INDBERETNING-REC.
   02 CD-ART        PIC X(1).
   02 CD-KUNDEID    PIC X(10).
   02 CD-KUNDE-TYPE PIC X(1).
   02 CD-ID-NR      PIC X(11).
   02 CD-NAVN       PIC X(41).
   02 CD-SKATTELAND PIC X(2).
   02 CD-FATCA      PIC X(1).
   02 CD-ANTAL-KONTI PIC 9(3).
   02 CD-SALDO-OERE PIC 9(13).
   02 CD-RENTE-OERE PIC 9(11).
   02 FILLER        PIC X(6).
01 INDBERETNING-T-REC REDEFINES INDBERETNING-REC.
   02 CT-ART        PIC X(1).
   02 CT-ANTAL      PIC 9(7).
   02 CT-SALDO-OERE PIC 9(15).
   02 CT-RENTE-OERE PIC 9(13).
   02 FILLER        PIC X(64).

WORKING-STORAGE SECTION.
01 EOF-KONTO     PIC X VALUE "N".
01 EOF-EJER      PIC X VALUE "N".
01 EOF-HISTORIK  PIC X VALUE "N".
01 EOF-LOG       PIC X VALUE "N".
01 EOF-KUNDE     PIC X VALUE "N".

01 WS-AAR-STATUS      PIC XX VALUE SPACES.
01 WS-KONTO-STATUS    PIC XX VALUE SPACES.
01 WS-EJER-STATUS     PIC XX VALUE SPACES.
01 WS-HISTORIK-STATUS PIC XX VALUE SPACES.
01 WS-LOG-STATUS      PIC XX VALUE SPACES.
01 WS-KUNDE-STATUS    PIC XX VALUE SPACES.

01 WS-AAR          PIC X(4) VALUE SPACES.

*> Kontiene med årsultimosaldo og årets rente
01 MAX-KONTI   PIC 9(5) VALUE 50000.
01 ANTAL-KONTI PIC 9(5) VALUE 0.
01 IDX-KONTO   PIC 9(5).
01 KONTO-TABEL.
   02 KONTO-POST OCCURS 50000 TIMES.
      03 T-KO-KONTO-ID  PIC X(14).
      03 T-KO-KUNDE-ID  PIC X(10).
      03 T-KO-SALDO-DATO PIC X(8).
      03 T-KO-SALDO     PIC S9(13)V99.
      03 T-KO-RENTE     PIC S9(11)V99.

*> Medejere fra KontoEjere.txt
01 MAX-EJERE   PIC 9(5) VALUE 20000.
01 ANTAL-EJERE PIC 9(5) VALUE 0.
01 IDX-EJER    PIC 9(5).
01 EJER-TABEL.
   02 EJER-POST OCCURS 20000 TIMES.
      03 T-KE-KONTO-ID PIC X(14).
      03 T-KE-KUNDE-ID PIC X(10).

01 WS-KONTO-MATCH  PIC 9(5) VALUE 0.
01 WS-KONTO-SOEG   PIC X(14) VALUE SPACES.
01 WS-SKATTELAND   PIC X(2) VALUE SPACES.
01 WS-KUNDE-KONTI  PIC 9(3) VALUE 0.
01 WS-KUNDE-SALDO  PIC S9(13)V99 VALUE 0.
01 WS-KUNDE-RENTE  PIC S9(11)V99 VALUE 0.
01 WS-SALDO-OERE   PIC 9(13) VALUE 0.
01 WS-RENTE-OERE   PIC 9(11) VALUE 0.
01 WS-TOTAL-SALDO-OERE PIC 9(15) VALUE 0.
01 WS-TOTAL-RENTE-OERE PIC 9(13) VALUE 0.
01 ANTAL-INDBERETTET   PIC 9(7) VALUE 0.

PROCEDURE DIVISION.
    PERFORM LAES-AAR
    PERFORM LAES-KONTI
    PERFORM LAES-MEDEJERE
    PERFORM LAES-SALDOHISTORIK
    PERFORM LAES-RENTELOG

    OPEN OUTPUT IndberetningFil
    MOVE SPACES TO INDBERETNING-TEXT
    MOVE "H"                        TO CH-ART
    MOVE WS-AAR                     TO CH-AAR
    MOVE FUNCTION CURRENT-DATE(1:8) TO CH-DATO
    MOVE "CRS/FATCA"                TO CH-TYPE
    WRITE INDBERETNING-REC

    PERFORM UDVAELG-KUNDER

    MOVE SPACES TO INDBERETNING-TEXT
    MOVE "T"                 TO CT-ART
    MOVE ANTAL-INDBERETTET   TO CT-ANTAL
    MOVE WS-TOTAL-SALDO-OERE TO CT-SALDO-OERE
    MOVE WS-TOTAL-RENTE-OERE TO CT-RENTE-OERE
    WRITE INDBERETNING-REC
    CLOSE IndberetningFil

    DISPLAY "CRS-INDBERETNING gennemført - " ANTAL-INDBERETTET
            " udenlandsk skattepligtig(e) kunde(r) indberettet for "
            WS-AAR
    STOP RUN.

*>-----------------------------------------------------------------
*>  LAES-AAR – læs et evt. SkatAar.txt. Findes filen ikke, bruges
*>  indeværende kalenderår
*>-----------------------------------------------------------------
LAES-AAR.
    MOVE FUNCTION CURRENT-DATE(1:4) TO WS-AAR
    OPEN INPUT SkatAarFil
    IF WS-AAR-STATUS = "00"
        READ SkatAarFil
            AT END
                CONTINUE
            NOT AT END
                IF AAR-INP NOT = SPACES
                    MOVE AAR-INP TO WS-AAR
                END-IF
        END-READ
        CLOSE SkatAarFil
        DISPLAY "SkatAar.txt fundet - indberetter for " WS-AAR
    END-IF
    .

*>-----------------------------------------------------------------
*>  LAES-KONTI – konto -> primær ejer fra KontoOpl.txt
*>-----------------------------------------------------------------
LAES-KONTI.
    OPEN INPUT Kontofil
    IF WS-KONTO-STATUS = "00"
        PERFORM UNTIL EOF-KONTO = "Y"
            READ Kontofil
                AT END
                    MOVE "Y" TO EOF-KONTO
                NOT AT END
                    IF KONTO-ID OF KONTO-REC NOT = SPACES
                            AND ANTAL-KONTI < MAX-KONTI
                        ADD 1 TO ANTAL-KONTI
                        MOVE KONTO-ID OF KONTO-REC
                            TO T-KO-KONTO-ID(ANTAL-KONTI)
                        MOVE KUNDE-ID OF KONTO-REC
                            TO T-KO-KUNDE-ID(ANTAL-KONTI)
                        MOVE SPACES TO T-KO-SALDO-DATO(ANTAL-KONTI)
                        MOVE 0      TO T-KO-SALDO(ANTAL-KONTI)
                        MOVE 0      TO T-KO-RENTE(ANTAL-KONTI)
                    END-IF
            END-READ
        END-PERFORM
        CLOSE Kontofil
    END-IF
    .

*>-----------------------------------------------------------------
*>  LAES-MEDEJERE – medejerne fra en evt. KontoEjere.txt
*>-----------------------------------------------------------------
LAES-MEDEJERE.
    OPEN INPUT KontoEjereFil
    IF WS-EJER-STATUS = "00"
        PERFORM UNTIL EOF-EJER = "Y"
            READ KontoEjereFil
                AT END
                    MOVE "Y" TO EOF-EJER
                NOT AT END
                    IF KE-KONTO-ID NOT = SPACES
                            AND KE-KUNDE-ID NOT = SPACES
                            AND ANTAL-EJERE < MAX-EJERE
                        ADD 1 TO ANTAL-EJERE
                        MOVE KE-KONTO-ID TO T-KE-KONTO-ID(ANTAL-EJERE)
                        MOVE KE-KUNDE-ID TO T-KE-KUNDE-ID(ANTAL-EJERE)
                    END-IF
            END-READ
        END-PERFORM
        CLOSE KontoEjereFil
    END-IF
    .

*>-----------------------------------------------------------------
*>  FIND-KONTO – slå WS-KONTO-SOEG op i KONTO-TABEL. WS-KONTO-MATCH
*>  = 0, hvis kontoen ikke findes i kontostamdata
*>-----------------------------------------------------------------
FIND-KONTO.
    MOVE 0 TO WS-KONTO-MATCH
    MOVE 1 TO IDX-KONTO
    PERFORM UNTIL IDX-KONTO > ANTAL-KONTI
        IF T-KO-KONTO-ID(IDX-KONTO) = WS-KONTO-SOEG
            MOVE IDX-KONTO TO WS-KONTO-MATCH
            EXIT PERFORM
        END-IF
        ADD 1 TO IDX-KONTO
    END-PERFORM
    .

*>-----------------------------------------------------------------
*>  LAES-SALDOHISTORIK – årsultimosaldoen er slutsaldoen på kontoens
*>  seneste historiklinje i indberetningsåret. Ved samme dato vinder
*>  den sidste linje (genstartsreglen i SALDOHISTORIK.cpy)
*>-----------------------------------------------------------------
LAES-SALDOHISTORIK.
    OPEN INPUT SaldoHistorikFil
    IF WS-HISTORIK-STATUS = "00"
        PERFORM UNTIL EOF-HISTORIK = "Y"
            READ SaldoHistorikFil
                AT END
                    MOVE "Y" TO EOF-HISTORIK
                NOT AT END
                    IF SH-DATO(1:4) = WS-AAR
                        MOVE SH-KONTO-ID TO WS-KONTO-SOEG
                        PERFORM FIND-KONTO
                        IF WS-KONTO-MATCH > 0
                            IF SH-DATO >= T-KO-SALDO-DATO(WS-KONTO-MATCH)
                                MOVE SH-DATO
                                    TO T-KO-SALDO-DATO(WS-KONTO-MATCH)
                                MOVE SH-SLUT-SALDO
                                    TO T-KO-SALDO(WS-KONTO-MATCH)
                            END-IF
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
        CLOSE SaldoHistorikFil
    END-IF
    .

*>-----------------------------------------------------------------
*>  LAES-RENTELOG – årets kreditrente pr. konto. Overtræksrente
*>  (RL-ART "D") er ikke en renteindtægt og holdes ude; reguleringer
*>  ("R"/"N") forhøjer/nedsætter, som i SKAT-RENTE
*>-----------------------------------------------------------------
LAES-RENTELOG.
    OPEN INPUT RenteLogFil
    IF WS-LOG-STATUS = "00"
        PERFORM UNTIL EOF-LOG = "Y"
            READ RenteLogFil
                AT END
                    MOVE "Y" TO EOF-LOG
                NOT AT END
                    IF RL-DATO OF RENTELOG-REC (1:4) = WS-AAR
                            AND RL-ART OF RENTELOG-REC NOT = "D"
                        MOVE RL-KONTO-ID OF RENTELOG-REC TO WS-KONTO-SOEG
                        PERFORM FIND-KONTO
                        IF WS-KONTO-MATCH > 0
                            IF RL-REGULERING-NED OF RENTELOG-REC
                                SUBTRACT RL-RENTE OF RENTELOG-REC
                                    FROM T-KO-RENTE(WS-KONTO-MATCH)
                            ELSE
                                ADD RL-RENTE OF RENTELOG-REC
                                    TO T-KO-RENTE(WS-KONTO-MATCH)
                            END-IF
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
        CLOSE RenteLogFil
    END-IF
    .

*>-----------------------------------------------------------------
*>  UDVAELG-KUNDER – gennemløb kundestamdata og indberet hver kunde
*>  med udenlandsk skattemæssigt hjemland, der har konti
*>-----------------------------------------------------------------
UDVAELG-KUNDER.
    OPEN INPUT Kundeoplysninger
    IF WS-KUNDE-STATUS = "00"
        PERFORM UNTIL EOF-KUNDE = "Y"
            READ Kundeoplysninger
                AT END
                    MOVE "Y" TO EOF-KUNDE
                NOT AT END
                    IF SKATTE-LAND OF KUNDEOPL NOT = SPACES
                        MOVE SKATTE-LAND OF KUNDEOPL TO WS-SKATTELAND
                    ELSE
                        MOVE LANDKODE OF ADRESSE OF KUNDEOPL
                            TO WS-SKATTELAND
                    END-IF
                    IF WS-SKATTELAND NOT = SPACES
                            AND WS-SKATTELAND NOT = "DK"
                        PERFORM SUM-KUNDE-KONTI
                        IF WS-KUNDE-KONTI > 0
                            PERFORM SKRIV-D-LINJE
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
        CLOSE Kundeoplysninger
    END-IF
    .

*>-----------------------------------------------------------------
*>  SUM-KUNDE-KONTI – kundens konti som primær ejer og som medejer.
*>  En negativ årsultimosaldo indberettes som 0
*>-----------------------------------------------------------------
SUM-KUNDE-KONTI.
    MOVE 0 TO WS-KUNDE-KONTI
    MOVE 0 TO WS-KUNDE-SALDO
    MOVE 0 TO WS-KUNDE-RENTE

    MOVE 1 TO IDX-KONTO
    PERFORM UNTIL IDX-KONTO > ANTAL-KONTI
        IF T-KO-KUNDE-ID(IDX-KONTO) = KUNDEID OF KUNDEOPL
            MOVE IDX-KONTO TO WS-KONTO-MATCH
            PERFORM LAEG-KONTO-TIL
        END-IF
        ADD 1 TO IDX-KONTO
    END-PERFORM

    MOVE 1 TO IDX-EJER
    PERFORM UNTIL IDX-EJER > ANTAL-EJERE
        IF T-KE-KUNDE-ID(IDX-EJER) = KUNDEID OF KUNDEOPL
            MOVE T-KE-KONTO-ID(IDX-EJER) TO WS-KONTO-SOEG
            PERFORM FIND-KONTO
            IF WS-KONTO-MATCH > 0
                    AND T-KO-KUNDE-ID(WS-KONTO-MATCH)
                        NOT = KUNDEID OF KUNDEOPL
                PERFORM LAEG-KONTO-TIL
            END-IF
        END-IF
        ADD 1 TO IDX-EJER
    END-PERFORM
    .

LAEG-KONTO-TIL.
    IF WS-KUNDE-KONTI < 999
        ADD 1 TO WS-KUNDE-KONTI
    END-IF
    IF T-KO-SALDO(WS-KONTO-MATCH) > 0
        ADD T-KO-SALDO(WS-KONTO-MATCH) TO WS-KUNDE-SALDO
    END-IF
    ADD T-KO-RENTE(WS-KONTO-MATCH) TO WS-KUNDE-RENTE
    .

*>-----------------------------------------------------------------
*>  SKRIV-D-LINJE – én D-linje pr. kunde, beløb i hele ører
*>-----------------------------------------------------------------
SKRIV-D-LINJE.
    *> En nedregulering kan ikke bringe årets renteindtægt under nul
    IF WS-KUNDE-RENTE < 0
        MOVE 0 TO WS-KUNDE-RENTE
    END-IF
    COMPUTE WS-SALDO-OERE ROUNDED = WS-KUNDE-SALDO * 100
    COMPUTE WS-RENTE-OERE ROUNDED = WS-KUNDE-RENTE * 100
    ADD WS-SALDO-OERE TO WS-TOTAL-SALDO-OERE
    ADD WS-RENTE-OERE TO WS-TOTAL-RENTE-OERE
    ADD 1 TO ANTAL-INDBERETTET

    MOVE SPACES TO INDBERETNING-TEXT
    MOVE "D"                TO CD-ART
    MOVE KUNDEID OF KUNDEOPL TO CD-KUNDEID
    IF KUNDE-ERHVERV OF KUNDEOPL
        MOVE "E"                 TO CD-KUNDE-TYPE
        MOVE CVR-NR OF KUNDEOPL  TO CD-ID-NR
    ELSE
        MOVE "P"                 TO CD-KUNDE-TYPE
        MOVE CPR-NR OF KUNDEOPL  TO CD-ID-NR
    END-IF
    MOVE NAVN OF KUNDEOPL   TO CD-NAVN
    MOVE WS-SKATTELAND      TO CD-SKATTELAND
    IF WS-SKATTELAND = "US"
        MOVE "U" TO CD-FATCA
    END-IF
    MOVE WS-KUNDE-KONTI     TO CD-ANTAL-KONTI
    MOVE WS-SALDO-OERE      TO CD-SALDO-OERE
    MOVE WS-RENTE-OERE      TO CD-RENTE-OERE
    WRITE INDBERETNING-REC
    .
END PROGRAM CRS-INDBERETNING.
