>>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. SKRANKE-OPSLAG.

*>-----------------------------------------------------------------
*>  SKRANKE-OPSLAG – interaktivt opslagsbillede til filialens
*>  kasse/rådgiver. Hvor KUNDE-OPSLAG er et batchjob (forespørgsel i
*>  KundeOpslagInput.txt, svar efter natkørslen), slår dette billede
*>  en kunde op med det samme på KUNDEID, KONTO-ID eller CPR-NR og
*>  viser adresse, konti og saldi, spærringer fra KontoSpaerring.txt,
*>  tilbageholdte poster i Ventende.txt og åbne sager i Tvister.txt.
*>
*>  Kunde og konto slås op med ét nøglelæs i de indekserede
*>  stamdatafiler fra MASTER-ISAM (Kundeoplysninger.isf/KontoOpl.isf);
*>  mangler de, falder opslaget tilbage til et sekventielt gennemløb
*>  af .txt-filerne, som i KUNDE-OPSLAG. CPR-NR er ingen nøgle i
*>  indeksfilerne og søges altid sekventielt.
*>
*>  Billedet ændrer aldrig stamdata selv: en adresseændring tastet
*>  ved skranken lægges som en linje i KundeOpdateringSkranke.txt.
*>  OPDATER-KUNDE tager filen ind i KundeOpdatering.txt ved næste
*>  dry run, og ændringen går den sædvanlige vej gennem to-personers-
*>  kontrollen (OpdateringDiff.txt / OpdateringGodkendt.txt) - en
*>  ændring tastet efter, at diffen er gennemset, kan derfor ikke
*>  komme med i den godkendte kørsel. Hvert opslag og hver indsendt
*>  ændring logges med medarbejderens initialer i SkrankeLog.txt
*>-----------------------------------------------------------------

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT KundeIsamFil
        ASSIGN TO "Kundeoplysninger.isf"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS KIS-KUNDEID
        FILE STATUS IS WS-KUNDE-ISAM-STATUS.

    SELECT KontoIsamFil
        ASSIGN TO "KontoOpl.isf"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS KOS-KONTO-ID
        FILE STATUS IS WS-KONTO-ISAM-STATUS.

    SELECT Kundeoplysninger
        ASSIGN TO "Kundeoplysninger.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-KUNDE-STATUS.

    SELECT Kontofil
        ASSIGN TO "KontoOpl.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-KONTO-STATUS.

    *> Medejere - en fælleskonto vises hos alle ejere
    SELECT KontoEjereFil
        ASSIGN TO "KontoEjere.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-EJER-STATUS.

    SELECT KontoSpaerringFil
        ASSIGN TO "KontoSpaerring.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-SPAER-STATUS.

    SELECT VentendeFil
        ASSIGN TO "Ventende.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-VENTENDE-STATUS.

    SELECT TvisterFil
        ASSIGN TO "Tvister.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-TVIST-STATUS.

    *> Skrankens egen kø til OPDATER-KUNDE - akkumulerer, til næste
    *> dry run lægger den over i KundeOpdatering.txt, derfor EXTEND
    SELECT KundeOpdateringFil
        ASSIGN TO "KundeOpdateringSkranke.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-OPDATERING-STATUS.

    SELECT SkrankeLogFil
        ASSIGN TO "SkrankeLog.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-LOG-STATUS.

DATA DIVISION.
FILE SECTION.

*> Nøglen som positionsfelt forrest i posten, som i MASTER-ISAM
FD KundeIsamFil.
01 KUNDE-ISAM-REC.
   02 KIS-KUNDEID PIC X(10).
   02 KIS-RESTEN  PIC X(292).

FD KontoIsamFil.
01 KONTO-ISAM-REC.
   02 KOS-KONTO-ID PIC X(14).
   02 KOS-RESTEN   PIC X(38).

FD Kundeoplysninger.
01 RAW-KUNDE PIC X(302).
01 KUNDEOPL REDEFINES RAW-KUNDE.
   COPY "KUNDER.cpy".

FD Kontofil.
01 RAW-KONTO PIC X(52).
01 KONTO-REC REDEFINES RAW-KONTO.
   COPY "KONTOOPL.cpy".

FD KontoEjereFil.
01 RAW-EJER PIC X(25).          *> 14+1+10 = 25
01 EJER-REC REDEFINES RAW-EJER.
   COPY "KONTOEJERE.cpy".

FD KontoSpaerringFil.
01 RAW-SPAERRING PIC X(27).     *> 14+1+8+4 = 27
01 SPAERRING-REC REDEFINES RAW-SPAERRING.
   COPY "KONTOSPAERRING.cpy".

FD VentendeFil.
01 RAW-VENTENDE PIC X(223).
01 VENTENDE-REC REDEFINES RAW-VENTENDE.
   COPY "TRANSAKTIONER.cpy".

FD TvisterFil.
01 RAW-TVIST PIC X(156).
01 TVIST-REC REDEFINES RAW-TVIST.
   COPY "TVISTER.cpy".

FD KundeOpdateringFil.
01 RAW-OPDATERING PIC X(146).
01 OPDATERING-REC REDEFINES RAW-OPDATERING.
   COPY "KUNDEOPDATERING.cpy".

FD SkrankeLogFil.
01 SKRANKELOG-REC.
   02 SL-TIDSPUNKT   PIC X(14).
   02 FILLER         PIC X(1).
   02 SL-MEDARBEJDER PIC X(3).
   02 FILLER         PIC X(1).
   02 SL-HANDLING    PIC X(8).
   02 FILLER         PIC X(1).
   02 SL-KUNDEID     PIC X(10).
   02 FILLER         PIC X(1).
   02 SL-TEKST       PIC X(60).

WORKING-STORAGE SECTION.
01 WS-KUNDE-ISAM-STATUS PIC XX VALUE SPACES.
01 WS-KONTO-ISAM-STATUS PIC XX VALUE SPACES.
01 WS-KUNDE-STATUS      PIC XX VALUE SPACES.
01 WS-KONTO-STATUS      PIC XX VALUE SPACES.
01 WS-EJER-STATUS       PIC XX VALUE SPACES.
01 WS-SPAER-STATUS      PIC XX VALUE SPACES.
01 WS-VENTENDE-STATUS   PIC XX VALUE SPACES.
01 WS-TVIST-STATUS      PIC XX VALUE SPACES.
01 WS-OPDATERING-STATUS PIC XX VALUE SPACES.
01 WS-LOG-STATUS        PIC XX VALUE SPACES.

01 WS-KUNDE-ISAM-AKTIV  PIC X VALUE "N".
01 WS-KONTO-ISAM-AKTIV  PIC X VALUE "N".

01 EOF-KUNDE     PIC X VALUE "N".
01 EOF-KONTO     PIC X VALUE "N".
01 EOF-EJER      PIC X VALUE "N".
01 EOF-SPAER     PIC X VALUE "N".
01 EOF-VENTENDE  PIC X VALUE "N".
01 EOF-TVIST     PIC X VALUE "N".

*> Felterne på søgebilledet
01 WS-MEDARBEJDER PIC X(3)  VALUE SPACES.
01 WS-SOEGETYPE   PIC X(1)  VALUE SPACES.
   88 SOEG-KUNDE  VALUE "K" "k".
   88 SOEG-KONTO  VALUE "A" "a".
   88 SOEG-CPR    VALUE "C" "c".
   88 SOEG-AFSLUT VALUE "X" "x".
01 WS-NOEGLE      PIC X(14) VALUE SPACES.
01 WS-MEDDELELSE  PIC X(79) VALUE SPACES.
01 WS-AFSLUT      PIC X     VALUE "N".

*> Den fundne kunde
01 WS-KUNDE-FUNDET PIC X VALUE "N".
01 WS-KUNDEID-X    PIC X(10) VALUE SPACES.
01 WS-KUNDEID-NUM  PIC 9(10) VALUE 0.
01 WS-CPR-IND      PIC X(11) VALUE SPACES.
01 WS-CPR-UD       PIC X(11) VALUE SPACES.
01 WS-CPR-SOEG     PIC X(11) VALUE SPACES.

*> Kundebilledets hoved
01 WS-VIS-KUNDE    PIC X(79) VALUE SPACES.
01 WS-VIS-ID       PIC X(79) VALUE SPACES.
01 WS-VIS-ADRESSE  PIC X(79) VALUE SPACES.
01 WS-VIS-KONTAKT  PIC X(79) VALUE SPACES.
01 WS-STATUS-TEKST PIC X(16) VALUE SPACES.
01 WS-ADR-PTR      PIC 9(3)  VALUE 1.
01 WS-HANDLING     PIC X(1)  VALUE SPACES.
   88 HANDLING-ADRESSE VALUE "A" "a".

*> Kundebilledets liste - konti, tilbageholdte poster og tvister i
*> den rækkefølge, de fyldes på; kan alt ikke være der, vises en
*> henvisning til dossieret fra KUNDE-OPSLAG
01 MAX-VIS-LINJER  PIC 9(2) VALUE 14.
01 ANTAL-VIS-LINJER PIC 9(2) VALUE 0.
01 IDX-VIS         PIC 9(2).
01 WS-VIS-TABEL.
   02 WS-VIS-LINJE PIC X(79) OCCURS 14 TIMES.
01 WS-VIS-OVERLOEB PIC X VALUE "N".
01 WS-LINJE        PIC X(79) VALUE SPACES.

*> Kundens konti - egne og medejede
01 MAX-KUNDE-KONTI   PIC 9(3) VALUE 100.
01 ANTAL-KUNDE-KONTI PIC 9(3) VALUE 0.
01 IDX-KK            PIC 9(3).
01 KUNDE-KONTO-TABEL.
   02 KK-POST OCCURS 100 TIMES.
      03 KK-KONTO-ID  PIC X(14).
      03 KK-TYPE      PIC X(10).
      03 KK-BALANCE   PIC S9(11)V99.
      03 KK-VALUTA    PIC X(3).
      03 KK-MEDEJER   PIC X(1).
01 ANTAL-MEDEJER     PIC 9(3) VALUE 0.
01 IDX-ME            PIC 9(3).
01 MEDEJER-TABEL.
   02 ME-KONTO-ID PIC X(14) OCCURS 100 TIMES.
01 WS-KONTO-KENDT    PIC X VALUE "N".
01 WS-MEDEJER        PIC X VALUE "N".

01 WS-BELOB-EDIT     PIC -(11)9.99.
01 WS-SPAER-TEKST    PIC X(24) VALUE SPACES.
01 ANTAL-VENTENDE    PIC 9(5) VALUE 0.
01 ANTAL-TVISTER     PIC 9(5) VALUE 0.
01 WS-ANTAL-EDIT     PIC ZZZZ9.
01 WS-TVIST-TEKST    PIC X(20) VALUE SPACES.

*> Adresseændringsbilledet - blanke felter ændres ikke (samme regel
*> som KundeOpdatering.txt)
01 WS-NY-VEJNAVN   PIC X(35) VALUE SPACES.
01 WS-NY-HUSNR     PIC X(6)  VALUE SPACES.
01 WS-NY-ETAGE     PIC X(3)  VALUE SPACES.
01 WS-NY-SIDE      PIC X(3)  VALUE SPACES.
01 WS-NY-POSTNR    PIC X(4)  VALUE SPACES.
01 WS-NY-BYNAVN    PIC X(35) VALUE SPACES.
01 WS-NY-LANDKODE  PIC X(2)  VALUE SPACES.
01 WS-NY-TELEFON   PIC X(18) VALUE SPACES.
01 WS-NY-EMAIL     PIC X(30) VALUE SPACES.
01 WS-BEKRAEFT     PIC X(1)  VALUE SPACES.
   88 BEKRAEFTET   VALUE "J" "j".
01 WS-ADR-FEJL     PIC X VALUE "N".

01 WS-LOG-HANDLING PIC X(8)  VALUE SPACES.
01 WS-LOG-TEKST    PIC X(60) VALUE SPACES.

SCREEN SECTION.
01 SOEG-SKAERM BLANK SCREEN.
   02 LINE 1 COLUMN 1
      VALUE "SKRANKE-OPSLAG   Kunde, konti, spaerringer, ventende poster og tvister".
   02 LINE 3 COLUMN 1  VALUE "Medarbejder (initialer) . . :".
   02 LINE 3 COLUMN 31 PIC X(3) USING WS-MEDARBEJDER.
   02 LINE 5 COLUMN 1  VALUE "Soeg paa  K=kunde-id  A=konto-id  C=CPR-nr  X=afslut :".
   02 LINE 5 COLUMN 56 PIC X(1) USING WS-SOEGETYPE.
   02 LINE 6 COLUMN 1  VALUE "Noegle . . . . . . . . . . :".
   02 LINE 6 COLUMN 31 PIC X(14) USING WS-NOEGLE.
   02 LINE 22 COLUMN 1 PIC X(79) FROM WS-MEDDELELSE.

01 KUNDE-SKAERM BLANK SCREEN.
   02 LINE 1 COLUMN 1  PIC X(79) FROM WS-VIS-KUNDE.
   02 LINE 2 COLUMN 1  PIC X(79) FROM WS-VIS-ID.
   02 LINE 3 COLUMN 1  PIC X(79) FROM WS-VIS-ADRESSE.
   02 LINE 4 COLUMN 1  PIC X(79) FROM WS-VIS-KONTAKT.
   02 LINE 6 COLUMN 1  PIC X(79) FROM WS-VIS-LINJE(1).
   02 LINE 7 COLUMN 1  PIC X(79) FROM WS-VIS-LINJE(2).
   02 LINE 8 COLUMN 1  PIC X(79) FROM WS-VIS-LINJE(3).
   02 LINE 9 COLUMN 1  PIC X(79) FROM WS-VIS-LINJE(4).
   02 LINE 10 COLUMN 1 PIC X(79) FROM WS-VIS-LINJE(5).
   02 LINE 11 COLUMN 1 PIC X(79) FROM WS-VIS-LINJE(6).
   02 LINE 12 COLUMN 1 PIC X(79) FROM WS-VIS-LINJE(7).
   02 LINE 13 COLUMN 1 PIC X(79) FROM WS-VIS-LINJE(8).
   02 LINE 14 COLUMN 1 PIC X(79) FROM WS-VIS-LINJE(9).
   02 LINE 15 COLUMN 1 PIC X(79) FROM WS-VIS-LINJE(10).
   02 LINE 16 COLUMN 1 PIC X(79) FROM WS-VIS-LINJE(11).
   02 LINE 17 COLUMN 1 PIC X(79) FROM WS-VIS-LINJE(12).
   02 LINE 18 COLUMN 1 PIC X(79) FROM WS-VIS-LINJE(13).
   02 LINE 19 COLUMN 1 PIC X(79) FROM WS-VIS-LINJE(14).
   02 LINE 21 COLUMN 1
      VALUE "Handling  A=adresseaendring  Enter=ny soegning :".
   02 LINE 21 COLUMN 51 PIC X(1) USING WS-HANDLING.
   02 LINE 22 COLUMN 1 PIC X(79) FROM WS-MEDDELELSE.

01 ADRESSE-SKAERM BLANK SCREEN.
   02 LINE 1 COLUMN 1  PIC X(79) FROM WS-VIS-KUNDE.
   02 LINE 2 COLUMN 1  PIC X(79) FROM WS-VIS-ADRESSE.
   02 LINE 3 COLUMN 1  PIC X(79) FROM WS-VIS-KONTAKT.
   02 LINE 5 COLUMN 1
      VALUE "Ny adresse/kontakt - blanke felter forbliver uaendrede".
   02 LINE 7 COLUMN 1  VALUE "Vejnavn . . :".
   02 LINE 7 COLUMN 15 PIC X(35) USING WS-NY-VEJNAVN.
   02 LINE 8 COLUMN 1  VALUE "Husnr . . . :".
   02 LINE 8 COLUMN 15 PIC X(6)  USING WS-NY-HUSNR.
   02 LINE 8 COLUMN 24 VALUE "Etage :".
   02 LINE 8 COLUMN 32 PIC X(3)  USING WS-NY-ETAGE.
   02 LINE 8 COLUMN 38 VALUE "Side :".
   02 LINE 8 COLUMN 45 PIC X(3)  USING WS-NY-SIDE.
   02 LINE 9 COLUMN 1  VALUE "Postnr  . . :".
   02 LINE 9 COLUMN 15 PIC X(4)  USING WS-NY-POSTNR.
   02 LINE 9 COLUMN 21 VALUE "By :".
   02 LINE 9 COLUMN 26 PIC X(35) USING WS-NY-BYNAVN.
   02 LINE 10 COLUMN 1 VALUE "Landkode  . :".
   02 LINE 10 COLUMN 15 PIC X(2) USING WS-NY-LANDKODE.
   02 LINE 11 COLUMN 1 VALUE "Telefon . . :".
   02 LINE 11 COLUMN 15 PIC X(18) USING WS-NY-TELEFON.
   02 LINE 12 COLUMN 1 VALUE "E-mail  . . :".
   02 LINE 12 COLUMN 15 PIC X(30) USING WS-NY-EMAIL.
   02 LINE 14 COLUMN 1
      VALUE "Send til godkendelse (J/N) :".
   02 LINE 14 COLUMN 30 PIC X(1) USING WS-BEKRAEFT.
   02 LINE 22 COLUMN 1 PIC X(79) FROM WS-MEDDELELSE.

PROCEDURE DIVISION.
    *> Nøgleadgang, hvis MASTER-ISAM har bygget indeksfilerne
    OPEN INPUT KundeIsamFil
    IF WS-KUNDE-ISAM-STATUS = "00"
        MOVE "Y" TO WS-KUNDE-ISAM-AKTIV
    END-IF
    OPEN INPUT KontoIsamFil
    IF WS-KONTO-ISAM-STATUS = "00"
        MOVE "Y" TO WS-KONTO-ISAM-AKTIV
    END-IF

    OPEN EXTEND SkrankeLogFil
    IF WS-LOG-STATUS = "35"
        OPEN OUTPUT SkrankeLogFil
    END-IF

    PERFORM UNTIL WS-AFSLUT = "Y"
        PERFORM SOEG-BILLEDE
    END-PERFORM

    IF WS-KUNDE-ISAM-AKTIV = "Y"
        CLOSE KundeIsamFil
    END-IF
    IF WS-KONTO-ISAM-AKTIV = "Y"
        CLOSE KontoIsamFil
    END-IF
    CLOSE SkrankeLogFil
    STOP RUN.

*>-----------------------------------------------------------------
*>  SOEG-BILLEDE – søgebilledet; et gyldigt opslag går videre til
*>  kundebilledet
*>-----------------------------------------------------------------
SOEG-BILLEDE.
    MOVE SPACES TO WS-SOEGETYPE WS-NOEGLE
    DISPLAY SOEG-SKAERM
    ACCEPT SOEG-SKAERM
    MOVE SPACES TO WS-MEDDELELSE

    IF SOEG-AFSLUT
        MOVE "Y" TO WS-AFSLUT
        EXIT PARAGRAPH
    END-IF
    IF WS-MEDARBEJDER = SPACES
        MOVE "Angiv dine initialer foer opslag" TO WS-MEDDELELSE
        EXIT PARAGRAPH
    END-IF
    IF WS-NOEGLE = SPACES
        MOVE "Angiv en noegle at soege paa" TO WS-MEDDELELSE
        EXIT PARAGRAPH
    END-IF

    MOVE "N" TO WS-KUNDE-FUNDET
    EVALUATE TRUE
        WHEN SOEG-KUNDE
            PERFORM FIND-KUNDE-PAA-ID
        WHEN SOEG-KONTO
            PERFORM FIND-KUNDE-PAA-KONTO
        WHEN SOEG-CPR
            PERFORM FIND-KUNDE-PAA-CPR
        WHEN OTHER
            MOVE "Soegetype skal vaere K, A, C eller X" TO WS-MEDDELELSE
            EXIT PARAGRAPH
    END-EVALUATE

    IF WS-KUNDE-FUNDET = "N"
        IF WS-MEDDELELSE = SPACES
            STRING
                "Ingen kunde fundet paa "  DELIMITED BY SIZE
                FUNCTION TRIM(WS-NOEGLE)   DELIMITED BY SIZE
            INTO WS-MEDDELELSE
            END-STRING
        END-IF
        EXIT PARAGRAPH
    END-IF

    MOVE "OPSLAG" TO WS-LOG-HANDLING
    MOVE SPACES TO WS-LOG-TEKST
    STRING
        "Soegt paa "                DELIMITED BY SIZE
        WS-SOEGETYPE                DELIMITED BY SIZE
        " "                         DELIMITED BY SIZE
        FUNCTION TRIM(WS-NOEGLE)    DELIMITED BY SIZE
    INTO WS-LOG-TEKST
    END-STRING
    PERFORM SKRIV-SKRANKELOG

    PERFORM KUNDE-BILLEDE
    .

*>-----------------------------------------------------------------
*>  FIND-KUNDE-PAA-ID – ét nøglelæs i Kundeoplysninger.isf, ellers
*>  sekventielt gennemløb af Kundeoplysninger.txt. Den fundne post
*>  står bagefter i KUNDEOPL
*>-----------------------------------------------------------------
FIND-KUNDE-PAA-ID.
    IF FUNCTION TEST-NUMVAL(WS-NOEGLE) NOT = 0
        MOVE "Kunde-id skal vaere numerisk" TO WS-MEDDELELSE
        EXIT PARAGRAPH
    END-IF
    MOVE FUNCTION NUMVAL(WS-NOEGLE) TO WS-KUNDEID-NUM
    MOVE WS-KUNDEID-NUM TO WS-KUNDEID-X
    PERFORM LAES-KUNDE
    .

LAES-KUNDE.
    IF WS-KUNDE-ISAM-AKTIV = "Y"
        MOVE WS-KUNDEID-X TO KIS-KUNDEID
        READ KundeIsamFil
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                MOVE "Y" TO WS-KUNDE-FUNDET
                MOVE KUNDE-ISAM-REC TO RAW-KUNDE
        END-READ
        EXIT PARAGRAPH
    END-IF

    MOVE "N" TO EOF-KUNDE
    OPEN INPUT Kundeoplysninger
    IF WS-KUNDE-STATUS NOT = "00"
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL EOF-KUNDE = "Y" OR WS-KUNDE-FUNDET = "Y"
        READ Kundeoplysninger
            AT END
                MOVE "Y" TO EOF-KUNDE
            NOT AT END
                IF KUNDEID OF KUNDEOPL = WS-KUNDEID-NUM
                    MOVE "Y" TO WS-KUNDE-FUNDET
                END-IF
        END-READ
    END-PERFORM
    CLOSE Kundeoplysninger
    .

*>-----------------------------------------------------------------
*>  FIND-KUNDE-PAA-KONTO – kontoens ejer fra KontoOpl.isf (ejerens
*>  kunde-id står lige efter nøglen), ellers fra KontoOpl.txt
*>-----------------------------------------------------------------
FIND-KUNDE-PAA-KONTO.
    MOVE SPACES TO WS-KUNDEID-X
    IF WS-KONTO-ISAM-AKTIV = "Y"
        MOVE WS-NOEGLE TO KOS-KONTO-ID
        READ KontoIsamFil
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                MOVE KOS-RESTEN(1:10) TO WS-KUNDEID-X
        END-READ
    ELSE
        MOVE "N" TO EOF-KONTO
        OPEN INPUT Kontofil
        IF WS-KONTO-STATUS = "00"
            PERFORM UNTIL EOF-KONTO = "Y"
                READ Kontofil
                    AT END
                        MOVE "Y" TO EOF-KONTO
                    NOT AT END
                        IF KONTO-ID OF KONTO-REC = WS-NOEGLE
                            MOVE KUNDE-ID OF KONTO-REC TO WS-KUNDEID-X
                            MOVE "Y" TO EOF-KONTO
                        END-IF
                END-READ
            END-PERFORM
            CLOSE Kontofil
        END-IF
    END-IF

    IF WS-KUNDEID-X = SPACES
        STRING
            "Konto "                   DELIMITED BY SIZE
            FUNCTION TRIM(WS-NOEGLE)   DELIMITED BY SIZE
            " findes ikke i KontoOpl"  DELIMITED BY SIZE
        INTO WS-MEDDELELSE
        END-STRING
        EXIT PARAGRAPH
    END-IF
    MOVE FUNCTION NUMVAL(WS-KUNDEID-X) TO WS-KUNDEID-NUM
    MOVE WS-KUNDEID-NUM TO WS-KUNDEID-X
    PERFORM LAES-KUNDE
    .

*>-----------------------------------------------------------------
*>  FIND-KUNDE-PAA-CPR – CPR-NR er ingen nøgle i indeksfilerne, så
*>  Kundeoplysninger.txt gennemløbes; begge skrivemåder af nummeret
*>  (med og uden bindestreg) genkendes. En GDPR-slettet kunde findes
*>  ikke på CPR
*>-----------------------------------------------------------------
FIND-KUNDE-PAA-CPR.
    MOVE WS-NOEGLE(1:11) TO WS-CPR-IND
    PERFORM NORMALISER-CPR
    MOVE WS-CPR-UD TO WS-CPR-SOEG

    MOVE "N" TO EOF-KUNDE
    OPEN INPUT Kundeoplysninger
    IF WS-KUNDE-STATUS NOT = "00"
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL EOF-KUNDE = "Y" OR WS-KUNDE-FUNDET = "Y"
        READ Kundeoplysninger
            AT END
                MOVE "Y" TO EOF-KUNDE
            NOT AT END
                IF NOT STATUS-SLETTET OF KUNDEOPL
                        AND CPR-NR OF KUNDEOPL NOT = SPACES
                    MOVE CPR-NR OF KUNDEOPL TO WS-CPR-IND
                    PERFORM NORMALISER-CPR
                    IF WS-CPR-UD = WS-CPR-SOEG
                        MOVE "Y" TO WS-KUNDE-FUNDET
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    CLOSE Kundeoplysninger

    IF WS-KUNDE-FUNDET = "Y"
        MOVE KUNDEID OF KUNDEOPL TO WS-KUNDEID-NUM
        MOVE WS-KUNDEID-NUM TO WS-KUNDEID-X
    END-IF
    .

NORMALISER-CPR.
    IF WS-CPR-IND(7:1) = "-"
        MOVE WS-CPR-IND TO WS-CPR-UD
    ELSE
        MOVE SPACES TO WS-CPR-UD
        STRING
            WS-CPR-IND(1:6) DELIMITED BY SIZE
            "-"             DELIMITED BY SIZE
            WS-CPR-IND(7:4) DELIMITED BY SIZE
        INTO WS-CPR-UD
        END-STRING
    END-IF
    .

*>-----------------------------------------------------------------
*>  KUNDE-BILLEDE – saml kundens oplysninger og vis dem; "A" fører
*>  videre til adresseændringen, Enter tilbage til søgningen
*>-----------------------------------------------------------------
KUNDE-BILLEDE.
    MOVE KUNDEID OF KUNDEOPL TO WS-KUNDEID-NUM
    MOVE WS-KUNDEID-NUM TO WS-KUNDEID-X
    PERFORM BYG-KUNDE-HOVED
    PERFORM SAML-KONTI

    MOVE 0 TO ANTAL-VIS-LINJER
    MOVE "N" TO WS-VIS-OVERLOEB
    MOVE SPACES TO WS-VIS-TABEL
    PERFORM VIS-KONTI
    PERFORM VIS-VENTENDE
    PERFORM VIS-TVISTER
    IF WS-VIS-OVERLOEB = "Y"
        MOVE "Flere linjer end billedet kan vise - bestil dossier via KUNDE-OPSLAG"
            TO WS-MEDDELELSE
    END-IF

    MOVE SPACES TO WS-HANDLING
    DISPLAY KUNDE-SKAERM
    ACCEPT KUNDE-SKAERM
    MOVE SPACES TO WS-MEDDELELSE

    IF HANDLING-ADRESSE
        PERFORM ADRESSE-BILLEDE
    END-IF
    .

BYG-KUNDE-HOVED.
    EVALUATE TRUE
        WHEN STATUS-AKTIV OF KUNDEOPL
            MOVE "Aktiv"            TO WS-STATUS-TEKST
        WHEN STATUS-LUKKET OF KUNDEOPL
            MOVE "Lukket"           TO WS-STATUS-TEKST
        WHEN STATUS-SLETTET OF KUNDEOPL
            MOVE "Slettet (GDPR)"   TO WS-STATUS-TEKST
        WHEN STATUS-BO OF KUNDEOPL
            MOVE "Doedsbo"          TO WS-STATUS-TEKST
        WHEN OTHER
            MOVE "Aktiv"            TO WS-STATUS-TEKST
    END-EVALUATE

    MOVE SPACES TO WS-VIS-KUNDE WS-VIS-ID WS-VIS-ADRESSE WS-VIS-KONTAKT
    STRING
        "Kunde "                           DELIMITED BY SIZE
        WS-KUNDEID-X                       DELIMITED BY SIZE
        "  "                               DELIMITED BY SIZE
        FUNCTION TRIM(NAVN OF KUNDEOPL)    DELIMITED BY SIZE
    INTO WS-VIS-KUNDE
    END-STRING

    IF KUNDE-ERHVERV OF KUNDEOPL
        STRING
            "CVR "                         DELIMITED BY SIZE
            CVR-NR OF KUNDEOPL             DELIMITED BY SIZE
            "   Status: "                  DELIMITED BY SIZE
            WS-STATUS-TEKST                DELIMITED BY SIZE
        INTO WS-VIS-ID
        END-STRING
    ELSE
        STRING
            "CPR "                         DELIMITED BY SIZE
            CPR-NR OF KUNDEOPL             DELIMITED BY SIZE
            "   Status: "                  DELIMITED BY SIZE
            WS-STATUS-TEKST                DELIMITED BY SIZE
        INTO WS-VIS-ID
        END-STRING
    END-IF

    MOVE 1 TO WS-ADR-PTR
    STRING
        FUNCTION TRIM(VEJNAVN OF KUNDEOPL) DELIMITED BY SIZE
        " "                                DELIMITED BY SIZE
        FUNCTION TRIM(HUSNR OF KUNDEOPL)   DELIMITED BY SIZE
    INTO WS-VIS-ADRESSE WITH POINTER WS-ADR-PTR
    END-STRING
    IF ETAGE OF KUNDEOPL NOT = SPACES OR SIDE OF KUNDEOPL NOT = SPACES
        STRING
            " "                                DELIMITED BY SIZE
            FUNCTION TRIM(ETAGE OF KUNDEOPL)   DELIMITED BY SIZE
            " "                                DELIMITED BY SIZE
            FUNCTION TRIM(SIDE OF KUNDEOPL)    DELIMITED BY SIZE
        INTO WS-VIS-ADRESSE WITH POINTER WS-ADR-PTR
        END-STRING
    END-IF
    STRING
        ", "                               DELIMITED BY SIZE
        POSTNR OF KUNDEOPL                 DELIMITED BY SIZE
        " "                                DELIMITED BY SIZE
        FUNCTION TRIM(BYNAVN OF KUNDEOPL)  DELIMITED BY SIZE
        " "                                DELIMITED BY SIZE
        LANDKODE OF KUNDEOPL               DELIMITED BY SIZE
    INTO WS-VIS-ADRESSE WITH POINTER WS-ADR-PTR
    END-STRING

    STRING
        "Tlf. "                            DELIMITED BY SIZE
        FUNCTION TRIM(TELEFON OF KUNDEOPL) DELIMITED BY SIZE
        "   E-mail "                       DELIMITED BY SIZE
        FUNCTION TRIM(EMAIL OF KUNDEOPL)   DELIMITED BY SIZE
    INTO WS-VIS-KONTAKT
    END-STRING
    .

*>-----------------------------------------------------------------
*>  SAML-KONTI – kundens egne konti og de konti, kunden er medejer
*>  af ifølge KontoEjere.txt, med type og saldo fra KontoOpl.txt
*>-----------------------------------------------------------------
SAML-KONTI.
    MOVE 0 TO ANTAL-KUNDE-KONTI ANTAL-MEDEJER

    MOVE "N" TO EOF-EJER
    OPEN INPUT KontoEjereFil
    IF WS-EJER-STATUS = "00"
        PERFORM UNTIL EOF-EJER = "Y"
            READ KontoEjereFil
                AT END
                    MOVE "Y" TO EOF-EJER
                NOT AT END
                    IF KE-KUNDE-ID OF EJER-REC = WS-KUNDEID-X
                            AND ANTAL-MEDEJER < MAX-KUNDE-KONTI
                        ADD 1 TO ANTAL-MEDEJER
                        MOVE KE-KONTO-ID OF EJER-REC
                            TO ME-KONTO-ID(ANTAL-MEDEJER)
                    END-IF
            END-READ
        END-PERFORM
        CLOSE KontoEjereFil
    END-IF

    MOVE "N" TO EOF-KONTO
    OPEN INPUT Kontofil
    IF WS-KONTO-STATUS NOT = "00"
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL EOF-KONTO = "Y"
        READ Kontofil
            AT END
                MOVE "Y" TO EOF-KONTO
            NOT AT END
                IF KUNDE-ID OF KONTO-REC = WS-KUNDEID-X
                    MOVE "N" TO WS-MEDEJER
                    PERFORM HUSK-KONTO
                ELSE
                    MOVE 1 TO IDX-ME
                    PERFORM UNTIL IDX-ME > ANTAL-MEDEJER
                        IF ME-KONTO-ID(IDX-ME) = KONTO-ID OF KONTO-REC
                            MOVE "J" TO WS-MEDEJER
                            PERFORM HUSK-KONTO
                            EXIT PERFORM
                        END-IF
                        ADD 1 TO IDX-ME
                    END-PERFORM
                END-IF
        END-READ
    END-PERFORM
    CLOSE Kontofil
    .

HUSK-KONTO.
    IF ANTAL-KUNDE-KONTI NOT < MAX-KUNDE-KONTI
        MOVE "Y" TO WS-VIS-OVERLOEB
        EXIT PARAGRAPH
    END-IF
    ADD 1 TO ANTAL-KUNDE-KONTI
    MOVE WS-MEDEJER              TO KK-MEDEJER(ANTAL-KUNDE-KONTI)
    MOVE KONTO-ID OF KONTO-REC   TO KK-KONTO-ID(ANTAL-KUNDE-KONTI)
    MOVE KONTO-TYPE OF KONTO-REC TO KK-TYPE(ANTAL-KUNDE-KONTI)
    MOVE BALANCE OF KONTO-REC    TO KK-BALANCE(ANTAL-KUNDE-KONTI)
    MOVE VALUTA-KD OF KONTO-REC  TO KK-VALUTA(ANTAL-KUNDE-KONTI)
    .

*>-----------------------------------------------------------------
*>  VIS-KONTI – én linje pr. konto med saldo og en eventuel spærring
*>-----------------------------------------------------------------
VIS-KONTI.
    MOVE "Konto-id       Type              Saldo Val  Spaerring" TO WS-LINJE
    PERFORM TILFOEJ-LINJE
    IF ANTAL-KUNDE-KONTI = 0
        MOVE "  (ingen konti)" TO WS-LINJE
        PERFORM TILFOEJ-LINJE
        EXIT PARAGRAPH
    END-IF

    MOVE 1 TO IDX-KK
    PERFORM UNTIL IDX-KK > ANTAL-KUNDE-KONTI
        PERFORM FIND-SPAERRING
        MOVE KK-BALANCE(IDX-KK) TO WS-BELOB-EDIT
        MOVE SPACES TO WS-LINJE
        STRING
            KK-KONTO-ID(IDX-KK)  DELIMITED BY SIZE
            " "                  DELIMITED BY SIZE
            KK-TYPE(IDX-KK)      DELIMITED BY SIZE
            WS-BELOB-EDIT        DELIMITED BY SIZE
            " "                  DELIMITED BY SIZE
            KK-VALUTA(IDX-KK)    DELIMITED BY SIZE
            "  "                 DELIMITED BY SIZE
            WS-SPAER-TEKST       DELIMITED BY SIZE
        INTO WS-LINJE
        END-STRING
        IF KK-MEDEJER(IDX-KK) = "J"
            MOVE "(medejer)" TO WS-LINJE(70:9)
        END-IF
        PERFORM TILFOEJ-LINJE
        ADD 1 TO IDX-KK
    END-PERFORM
    .

FIND-SPAERRING.
    MOVE SPACES TO WS-SPAER-TEKST
    MOVE "N" TO EOF-SPAER
    OPEN INPUT KontoSpaerringFil
    IF WS-SPAER-STATUS NOT = "00"
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL EOF-SPAER = "Y"
        READ KontoSpaerringFil
            AT END
                MOVE "Y" TO EOF-SPAER
            NOT AT END
                IF SP-KONTO-ID OF SPAERRING-REC = KK-KONTO-ID(IDX-KK)
                    IF SP-FULD OF SPAERRING-REC
                        MOVE "FULD"  TO WS-SPAER-TEKST(1:6)
                    ELSE
                        MOVE "DEBET" TO WS-SPAER-TEKST(1:6)
                    END-IF
                    MOVE SP-DATO OF SPAERRING-REC   TO WS-SPAER-TEKST(7:8)
                    MOVE SP-AARSAG OF SPAERRING-REC TO WS-SPAER-TEKST(16:4)
                    MOVE "Y" TO EOF-SPAER
                END-IF
        END-READ
    END-PERFORM
    CLOSE KontoSpaerringFil
    .

*>-----------------------------------------------------------------
*>  VIS-VENTENDE – tilbageholdte poster i Ventende.txt på kundens
*>  konti
*>-----------------------------------------------------------------
VIS-VENTENDE.
    MOVE 0 TO ANTAL-VENTENDE
    MOVE SPACES TO WS-LINJE
    PERFORM TILFOEJ-LINJE
    MOVE "Tilbageholdte poster (Ventende.txt):" TO WS-LINJE
    PERFORM TILFOEJ-LINJE

    MOVE "N" TO EOF-VENTENDE
    OPEN INPUT VentendeFil
    IF WS-VENTENDE-STATUS = "00"
        PERFORM UNTIL EOF-VENTENDE = "Y"
            READ VentendeFil
                AT END
                    MOVE "Y" TO EOF-VENTENDE
                NOT AT END
                    PERFORM TJEK-KUNDE-KONTO
                    IF WS-KONTO-KENDT = "Y"
                        ADD 1 TO ANTAL-VENTENDE
                        MOVE SPACES TO WS-LINJE
                        STRING
                            "  "                              DELIMITED BY SIZE
                            TIDSPUNKT OF VENTENDE-REC(1:10)   DELIMITED BY SIZE
                            " "                               DELIMITED BY SIZE
                            KONTO-ID OF VENTENDE-REC          DELIMITED BY SIZE
                            " "                               DELIMITED BY SIZE
                            TRANSAKTIONSTYPE OF VENTENDE-REC  DELIMITED BY SIZE
                            " "                               DELIMITED BY SIZE
                            BELØB-TEXT OF VENTENDE-REC        DELIMITED BY SIZE
                            " "                               DELIMITED BY SIZE
                            VALUTA OF VENTENDE-REC            DELIMITED BY SIZE
                            " "                               DELIMITED BY SIZE
                            TRANS-REFERENCE OF VENTENDE-REC   DELIMITED BY SIZE
                        INTO WS-LINJE
                        END-STRING
                        PERFORM TILFOEJ-LINJE
                    END-IF
            END-READ
        END-PERFORM
        CLOSE VentendeFil
    END-IF

    IF ANTAL-VENTENDE = 0
        MOVE "  (ingen)" TO WS-LINJE
        PERFORM TILFOEJ-LINJE
    END-IF
    .

TJEK-KUNDE-KONTO.
    MOVE "N" TO WS-KONTO-KENDT
    MOVE 1 TO IDX-KK
    PERFORM UNTIL IDX-KK > ANTAL-KUNDE-KONTI
        IF KK-KONTO-ID(IDX-KK) = KONTO-ID OF VENTENDE-REC
            MOVE "Y" TO WS-KONTO-KENDT
            EXIT PERFORM
        END-IF
        ADD 1 TO IDX-KK
    END-PERFORM
    .

*>-----------------------------------------------------------------
*>  VIS-TVISTER – kundens sager i Tvister.txt, der ikke er afsluttet
*>-----------------------------------------------------------------
VIS-TVISTER.
    MOVE 0 TO ANTAL-TVISTER
    MOVE SPACES TO WS-LINJE
    PERFORM TILFOEJ-LINJE
    MOVE "Aabne tvister (Tvister.txt):" TO WS-LINJE
    PERFORM TILFOEJ-LINJE

    MOVE "N" TO EOF-TVIST
    OPEN INPUT TvisterFil
    IF WS-TVIST-STATUS = "00"
        PERFORM UNTIL EOF-TVIST = "Y"
            READ TvisterFil
                AT END
                    MOVE "Y" TO EOF-TVIST
                NOT AT END
                    IF RAW-TVIST NOT = SPACES
                            AND NOT TV-AFSLUTTET OF TVIST-REC
                        PERFORM TJEK-TVIST-KUNDE
                    END-IF
            END-READ
        END-PERFORM
        CLOSE TvisterFil
    END-IF

    IF ANTAL-TVISTER = 0
        MOVE "  (ingen)" TO WS-LINJE
        PERFORM TILFOEJ-LINJE
    END-IF
    .

TJEK-TVIST-KUNDE.
    MOVE "N" TO WS-KONTO-KENDT
    IF TV-KUNDE-ID OF TVIST-REC = WS-KUNDEID-X
        MOVE "Y" TO WS-KONTO-KENDT
    ELSE
        MOVE 1 TO IDX-KK
        PERFORM UNTIL IDX-KK > ANTAL-KUNDE-KONTI
            IF KK-KONTO-ID(IDX-KK) = TV-KONTO-ID OF TVIST-REC
                MOVE "Y" TO WS-KONTO-KENDT
                EXIT PERFORM
            END-IF
            ADD 1 TO IDX-KK
        END-PERFORM
    END-IF
    IF WS-KONTO-KENDT = "N"
        EXIT PARAGRAPH
    END-IF

    EVALUATE TRUE
        WHEN TV-AABEN OF TVIST-REC
            MOVE "Aaben"                TO WS-TVIST-TEKST
        WHEN TV-UNDER-BEHANDLING OF TVIST-REC
            MOVE "Under behandling"     TO WS-TVIST-TEKST
        WHEN TV-CHARGEBACK-INDSENDT OF TVIST-REC
            MOVE "Chargeback indsendt"  TO WS-TVIST-TEKST
        WHEN TV-REPRAESENTATION OF TVIST-REC
            MOVE "Repraesentation"      TO WS-TVIST-TEKST
        WHEN OTHER
            MOVE TV-STATUS OF TVIST-REC TO WS-TVIST-TEKST
    END-EVALUATE

    ADD 1 TO ANTAL-TVISTER
    MOVE SPACES TO WS-LINJE
    STRING
        "  Sag "                         DELIMITED BY SIZE
        TV-SAGSNR OF TVIST-REC           DELIMITED BY SIZE
        " "                              DELIMITED BY SIZE
        TV-KONTO-ID OF TVIST-REC         DELIMITED BY SIZE
        " "                              DELIMITED BY SIZE
        FUNCTION TRIM(TV-BELOB OF TVIST-REC) DELIMITED BY SIZE
        " "                              DELIMITED BY SIZE
        FUNCTION TRIM(WS-TVIST-TEKST)    DELIMITED BY SIZE
        ", oprettet "                    DELIMITED BY SIZE
        TV-OPRETTET-DATO OF TVIST-REC    DELIMITED BY SIZE
    INTO WS-LINJE
    END-STRING
    PERFORM TILFOEJ-LINJE
    .

TILFOEJ-LINJE.
    IF ANTAL-VIS-LINJER < MAX-VIS-LINJER
        ADD 1 TO ANTAL-VIS-LINJER
        MOVE WS-LINJE TO WS-VIS-LINJE(ANTAL-VIS-LINJER)
    ELSE
        MOVE "Y" TO WS-VIS-OVERLOEB
    END-IF
    .

*>-----------------------------------------------------------------
*>  ADRESSE-BILLEDE – adresse-/kontaktændring tastet ved skranken.
*>  Lægges i KundeOpdateringSkranke.txt til OPDATER-KUNDE; stamdata
*>  røres ikke, før ændringen er godkendt af en anden medarbejder
*>-----------------------------------------------------------------
ADRESSE-BILLEDE.
    IF STATUS-SLETTET OF KUNDEOPL
        MOVE "Kunden er slettet (GDPR) - adressen kan ikke aendres"
            TO WS-MEDDELELSE
        EXIT PARAGRAPH
    END-IF

    MOVE SPACES TO WS-NY-VEJNAVN WS-NY-HUSNR WS-NY-ETAGE WS-NY-SIDE
                   WS-NY-POSTNR WS-NY-BYNAVN WS-NY-LANDKODE
                   WS-NY-TELEFON WS-NY-EMAIL WS-BEKRAEFT
    MOVE "Y" TO WS-ADR-FEJL
    PERFORM UNTIL WS-ADR-FEJL = "N"
        DISPLAY ADRESSE-SKAERM
        ACCEPT ADRESSE-SKAERM
        MOVE SPACES TO WS-MEDDELELSE
        PERFORM KONTROLLER-ADRESSE
    END-PERFORM

    IF NOT BEKRAEFTET
        MOVE "Adresseaendringen er annulleret" TO WS-MEDDELELSE
        EXIT PARAGRAPH
    END-IF

    PERFORM SKRIV-KUNDEOPDATERING

    MOVE "ADRESSE" TO WS-LOG-HANDLING
    MOVE "Adresse-/kontaktaendring lagt i KundeOpdateringSkranke.txt"
        TO WS-LOG-TEKST
    PERFORM SKRIV-SKRANKELOG

    STRING
        "Aendringen for kunde "   DELIMITED BY SIZE
        WS-KUNDEID-X              DELIMITED BY SIZE
        " afventer godkendelse i OPDATER-KUNDE" DELIMITED BY SIZE
    INTO WS-MEDDELELSE
    END-STRING
    .

*>-----------------------------------------------------------------
*>  KONTROLLER-ADRESSE – et annulleret billede (alt andet end J)
*>  godtages altid; et bekræftet skal rumme mindst én ændring og et
*>  numerisk postnummer
*>-----------------------------------------------------------------
KONTROLLER-ADRESSE.
    MOVE "N" TO WS-ADR-FEJL
    IF NOT BEKRAEFTET
        EXIT PARAGRAPH
    END-IF

    IF WS-NY-POSTNR NOT = SPACES AND WS-NY-POSTNR IS NOT NUMERIC
        MOVE "Postnummer skal vaere 4 cifre" TO WS-MEDDELELSE
        MOVE "Y" TO WS-ADR-FEJL
        MOVE SPACES TO WS-BEKRAEFT
        EXIT PARAGRAPH
    END-IF

    IF WS-NY-VEJNAVN = SPACES AND WS-NY-HUSNR = SPACES
            AND WS-NY-ETAGE = SPACES AND WS-NY-SIDE = SPACES
            AND WS-NY-POSTNR = SPACES AND WS-NY-BYNAVN = SPACES
            AND WS-NY-LANDKODE = SPACES AND WS-NY-TELEFON = SPACES
            AND WS-NY-EMAIL = SPACES
        MOVE "Ingen felter udfyldt - intet at sende" TO WS-MEDDELELSE
        MOVE "Y" TO WS-ADR-FEJL
        MOVE SPACES TO WS-BEKRAEFT
    END-IF
    .

SKRIV-KUNDEOPDATERING.
    OPEN EXTEND KundeOpdateringFil
    IF WS-OPDATERING-STATUS = "35"
        OPEN OUTPUT KundeOpdateringFil
    END-IF

    MOVE SPACES TO OPDATERING-REC
    MOVE WS-KUNDEID-NUM  TO KO-KUNDEID  OF OPDATERING-REC
    MOVE WS-NY-VEJNAVN   TO KO-VEJNAVN  OF OPDATERING-REC
    MOVE WS-NY-HUSNR     TO KO-HUSNR    OF OPDATERING-REC
    MOVE WS-NY-ETAGE     TO KO-ETAGE    OF OPDATERING-REC
    MOVE WS-NY-SIDE      TO KO-SIDE     OF OPDATERING-REC
    MOVE WS-NY-BYNAVN    TO KO-BYNAVN   OF OPDATERING-REC
    IF WS-NY-POSTNR = SPACES
        MOVE 0 TO KO-POSTNR OF OPDATERING-REC
    ELSE
        MOVE WS-NY-POSTNR TO KO-POSTNR OF OPDATERING-REC
    END-IF
    MOVE WS-NY-LANDKODE  TO KO-LANDKODE OF OPDATERING-REC
    MOVE WS-NY-TELEFON   TO KO-TELEFON  OF OPDATERING-REC
    MOVE WS-NY-EMAIL     TO KO-EMAIL    OF OPDATERING-REC
    WRITE OPDATERING-REC
    CLOSE KundeOpdateringFil
    .

*>-----------------------------------------------------------------
*>  SKRIV-SKRANKELOG – hvem har set/ændret hvad; kaldsstedet har sat
*>  WS-LOG-HANDLING og WS-LOG-TEKST
*>-----------------------------------------------------------------
SKRIV-SKRANKELOG.
    MOVE SPACES TO SKRANKELOG-REC
    MOVE FUNCTION CURRENT-DATE(1:14) TO SL-TIDSPUNKT
    MOVE WS-MEDARBEJDER  TO SL-MEDARBEJDER
    MOVE WS-LOG-HANDLING TO SL-HANDLING
    MOVE WS-KUNDEID-X    TO SL-KUNDEID
    MOVE WS-LOG-TEKST    TO SL-TEKST
    WRITE SKRANKELOG-REC
    .
END PROGRAM SKRANKE-OPSLAG.
