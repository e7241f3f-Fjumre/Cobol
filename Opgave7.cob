           ASSIGN TO "KundeEksportOverflow.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

    *> Markedsføringssamtykkeregistret fra SAMTYKKE - valgfrit
    SELECT SamtykkeFil
           ASSIGN TO "Samtykke.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SAMTYKKE-STATUS.

    *> Findes denne fil, er kørslen en servicebrevsforsendelse (fx et
    *> lovpligtigt brev til alle kunder), og samtykkeregistret
    *> anvendes ikke. Ellers er udtrækket en markedsføringskørsel
    SELECT ServicebrevFlagFil
           ASSIGN TO "Opgave7Servicebrev.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SERVICEBREV-STATUS.

DATA DIVISION.
FILE SECTION.
FD  Kundeoplysninger.
01  KUNDE-UD-OVERFLOW-REC.
    02 KUNDE-UD-OVERFLOW-TEXT PIC X(100).

FD  SamtykkeFil.
01  SAMTYKKE-REC.
    COPY "SAMTYKKE.cpy".

FD  ServicebrevFlagFil.
01  SERVICEBREV-FLAG-REC.
    02 SERVICEBREV-FLAG-TEXT PIC X(40).

WORKING-STORAGE SECTION.
01  EOF-FLAG  PIC X VALUE "N".
01  EOF-FLAG-2 PIC X VALUE "N".
01  SWAP-KU-KUNDE.
    COPY "KUNDER".

*> Markedsføringskørsel (standard): kunder, der har trukket brev-
*> samtykket tilbage, udelades af begge udtræk, og e-mailadressen
*> medtages kun for kunder med givet e-mailsamtykke (se SAMTYKKE.cpy)
01  SAMTYKKE-STATUS       PIC XX VALUE SPACES.
01  SERVICEBREV-STATUS    PIC XX VALUE SPACES.
01  MARKEDSFOERING-OK     PIC X  VALUE "Y".
01  EOF-SAMTYKKE          PIC X  VALUE "N".
01  MAX-SAMTYKKE          PIC 9(5) VALUE 50000.
01  ANTAL-BREV-FRAVALGT   PIC 9(5) VALUE 0.
01  ANTAL-EMAIL-GIVET     PIC 9(5) VALUE 0.
01  IDX-SAMTYKKE          PIC 9(5) VALUE 0.
01  BREV-FRAVALGT-TABEL.
    02 T-BF-KUNDE-ID OCCURS 50000 TIMES PIC X(10).
01  EMAIL-GIVET-TABEL.
    02 T-EG-KUNDE-ID OCCURS 50000 TIMES PIC X(10).
01  SAMTYKKE-FUNDET       PIC X  VALUE "N".
01  ANTAL-UDELADT         PIC 9(7) VALUE 0.

PROCEDURE DIVISION.
    OPEN INPUT  Kundeoplysninger
         OUTPUT KundeoplysningerOut
    END-STRING
    WRITE KUNDE-CSV-REC

    PERFORM LAES-SAMTYKKE

    PERFORM UNTIL EOF-FLAG = "Y"
        READ Kundeoplysninger
            AT END

    CLOSE KundeoplysningerOut
          KundeoplysningerCsv.

    IF MARKEDSFOERING-OK = "Y"
        DISPLAY "OPGAVE7: markedsfoeringskoersel - " ANTAL-UDELADT
                " kunde(r) uden brevsamtykke udeladt"
    END-IF
    STOP RUN.

*> =====================================================
*>  LAES-SAMTYKKE – afgør, om kørslen er en markedsføringskørsel,
*>  og indlæs i så fald de kunder, der har fravalgt brev, og dem,
*>  der har givet e-mailsamtykke, fra Samtykke.txt
*> =====================================================
LAES-SAMTYKKE.
    OPEN INPUT ServicebrevFlagFil
    IF SERVICEBREV-STATUS = "00"
        CLOSE ServicebrevFlagFil
        MOVE "N" TO MARKEDSFOERING-OK
        DISPLAY "OPGAVE7: servicebrevskoersel - samtykkeregistret "
                "anvendes ikke"
        EXIT PARAGRAPH
    END-IF

    OPEN INPUT SamtykkeFil
    IF SAMTYKKE-STATUS NOT = "00"
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL EOF-SAMTYKKE = "Y"
        READ SamtykkeFil
            AT END
                MOVE "Y" TO EOF-SAMTYKKE
            NOT AT END
                IF SA-BREV AND SA-TRUKKET
                        AND ANTAL-BREV-FRAVALGT < MAX-SAMTYKKE
                    ADD 1 TO ANTAL-BREV-FRAVALGT
                    MOVE SA-KUNDE-ID
                        TO T-BF-KUNDE-ID(ANTAL-BREV-FRAVALGT)
                END-IF
                IF SA-EMAIL AND SA-GIVET
                        AND ANTAL-EMAIL-GIVET < MAX-SAMTYKKE
                    ADD 1 TO ANTAL-EMAIL-GIVET
                    MOVE SA-KUNDE-ID
                        TO T-EG-KUNDE-ID(ANTAL-EMAIL-GIVET)
                END-IF
        END-READ
    END-PERFORM
    CLOSE SamtykkeFil
    .

*> =====================================================
*>  TJEK-SAMTYKKE – på en markedsføringskørsel: har kunden i
*>  KUNDEOPL fravalgt brev (SAMTYKKE-FUNDET = "N"), og fjernes
*>  e-mailadressen, når der ikke er givet e-mailsamtykke
*> =====================================================
TJEK-SAMTYKKE.
    MOVE "Y" TO SAMTYKKE-FUNDET
    IF MARKEDSFOERING-OK = "N"
        EXIT PARAGRAPH
    END-IF

    MOVE 1 TO IDX-SAMTYKKE
    PERFORM UNTIL IDX-SAMTYKKE > ANTAL-BREV-FRAVALGT
        IF T-BF-KUNDE-ID(IDX-SAMTYKKE) = KUNDEID OF KUNDEOPL
            MOVE "N" TO SAMTYKKE-FUNDET
            EXIT PARAGRAPH
        END-IF
        ADD 1 TO IDX-SAMTYKKE
    END-PERFORM

    MOVE 1 TO IDX-SAMTYKKE
    PERFORM UNTIL IDX-SAMTYKKE > ANTAL-EMAIL-GIVET
        IF T-EG-KUNDE-ID(IDX-SAMTYKKE) = KUNDEID OF KUNDEOPL
            EXIT PARAGRAPH
        END-IF
        ADD 1 TO IDX-SAMTYKKE
    END-PERFORM
    MOVE SPACES TO EMAIL OF KONTAKTOPL OF KUNDEOPL
    .

*> =====================================================
*>  SORT-KUNDE-UD – sorterer KUNDE-UD-TABEL stigende på postnummer
*> =====================================================
*>  CSV-linje
*> =====================================================
SKRIV-KUNDE-LINJER.
    *> Kunder, der har fravalgt brev, kommer ikke med i en
    *> markedsføringskørsel
    PERFORM TJEK-SAMTYKKE
    IF SAMTYKKE-FUNDET = "N"
        ADD 1 TO ANTAL-UDELADT
        EXIT PARAGRAPH
    END-IF

    *> 1) Kunde-ID
    MOVE SPACES TO NAVN-ADR
    STRING "Kunde-ID: "                       DELIMITED BY SIZE
