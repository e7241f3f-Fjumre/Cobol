>>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. OPSPARING-LOFT.

*>-----------------------------------------------------------------
*>  OPSPARING-LOFT – årsopgørelse over de lovbundne opsparingskonti
*>  i LaastOpsparing.txt: for hver konto årets indskud mod produktets
*>  årlige loft og det resterende beløb, samt frigivelsesdatoen og
*>  kontoens saldo fra KontoOpl.txt. Skrives til OpsparingLoft.txt.
*>
*>  Opgørelsesåret er det foregående kalenderår, når programmet køres
*>  i januar (årsskiftet - typisk som årstrin fra BATCH-STYRING på
*>  årets første bankdag), og ellers det løbende år. Registret holder
*>  både årets og det foregående års indskud, så opgørelsen er
*>  rigtig, selvom OPGAVE10 allerede har bogført indskud i det nye år
*>-----------------------------------------------------------------

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT LaastOpsparingFil
        ASSIGN TO "LaastOpsparing.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-LO-STATUS.

    SELECT Kontofil
        ASSIGN TO "KontoOpl.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-KONTO-STATUS.

    SELECT RapportFil
        ASSIGN TO "OpsparingLoft.txt"
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.

FD LaastOpsparingFil.
01 RAW-LAAST PIC X(69).     *> 14+10+8+11+4+11+11 = 69
01 LAAST-REC REDEFINES RAW-LAAST.
   COPY "LAASTOPSPARING.cpy".

FD Kontofil.
01 RAW-KONTO PIC X(52).
01 KONTO-REC REDEFINES RAW-KONTO.
   COPY "KONTOOPL.cpy".

FD RapportFil.
01 RAPPORT-REC.
   02 RAPPORT-TEXT PIC X(132).

WORKING-STORAGE SECTION.
01 EOF-LO     PIC X VALUE "N".
01 EOF-KONTO  PIC X VALUE "N".

01 WS-LO-STATUS    PIC XX VALUE SPACES.
01 WS-KONTO-STATUS PIC XX VALUE SPACES.

01 WS-DAGS-DATO    PIC X(8) VALUE SPACES.
01 WS-OPG-AAR      PIC 9(4) VALUE 0.
01 WS-OPG-AAR-X REDEFINES WS-OPG-AAR PIC X(4).
01 WS-NAESTE-AAR   PIC 9(4) VALUE 0.
01 WS-NAESTE-AAR-X REDEFINES WS-NAESTE-AAR PIC X(4).
01 WS-AAR-SLUT     PIC X(8) VALUE SPACES.

*> Kontosaldi fra KontoOpl.txt
01 MAX-KONTI   PIC 9(5) VALUE 50000.
01 ANTAL-KONTI PIC 9(5) VALUE 0.
01 IDX-KONTO   PIC 9(5).
01 KONTO-TABEL.
   02 KONTO-POST OCCURS 50000 TIMES.
      03 T-KO-KONTO-ID PIC X(14).
      03 T-KO-BALANCE  PIC S9(11)V99.

01 WS-INDBETALT-NUM PIC 9(9)V99 VALUE 0.
01 WS-REST-NUM      PIC 9(9)V99 VALUE 0.
01 WS-SALDO-NUM     PIC S9(11)V99 VALUE 0.
01 WS-STATUS-TEKST  PIC X(12) VALUE SPACES.

01 INDBETALT-EDIT   PIC Z(8)9.99.
01 LOFT-EDIT        PIC Z(8)9.99.
01 REST-EDIT        PIC Z(8)9.99.
01 SALDO-EDIT       PIC -(10)9.99.
01 TOTAL-EDIT       PIC Z(10)9.99.

01 ANTAL-LAASTE     PIC 9(5) VALUE 0.
01 ANTAL-FULDE      PIC 9(5) VALUE 0.
01 TOTAL-INDBETALT-NUM PIC 9(11)V99 VALUE 0.

PROCEDURE DIVISION.
    MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DAGS-DATO
    MOVE WS-DAGS-DATO(1:4) TO WS-OPG-AAR
    IF WS-DAGS-DATO(5:2) = "01"
        SUBTRACT 1 FROM WS-OPG-AAR
    END-IF
    COMPUTE WS-NAESTE-AAR = WS-OPG-AAR + 1
    STRING
        WS-OPG-AAR-X DELIMITED BY SIZE
        "1231"       DELIMITED BY SIZE
    INTO WS-AAR-SLUT
    END-STRING

    PERFORM LAES-KONTI

    OPEN OUTPUT RapportFil
    MOVE SPACES TO RAPPORT-TEXT
    STRING
        "Lovbunden opsparing - indskud mod aarligt loft "
                                            DELIMITED BY SIZE
        WS-OPG-AAR-X                        DELIMITED BY SIZE
        " (koerselsdato "                   DELIMITED BY SIZE
        WS-DAGS-DATO                        DELIMITED BY SIZE
        ")"                                 DELIMITED BY SIZE
    INTO RAPPORT-TEXT
    END-STRING
    WRITE RAPPORT-REC
    MOVE SPACES TO RAPPORT-TEXT
    WRITE RAPPORT-REC
    MOVE "Konto          Produkt    Frigives     Indbetalt          Loft    Resterende            Saldo  Status"
        TO RAPPORT-TEXT
    WRITE RAPPORT-REC

    OPEN INPUT LaastOpsparingFil
    IF WS-LO-STATUS = "00"
        PERFORM UNTIL EOF-LO = "Y"
            READ LaastOpsparingFil
                AT END
                    MOVE "Y" TO EOF-LO
                NOT AT END
                    IF LO-KONTO-ID NOT = SPACES
                        PERFORM SKRIV-KONTO-LINJE
                    END-IF
            END-READ
        END-PERFORM
        CLOSE LaastOpsparingFil
    ELSE
        MOVE "LaastOpsparing.txt findes ikke - ingen lovbundne opsparingskonti"
            TO RAPPORT-TEXT
        WRITE RAPPORT-REC
    END-IF

    MOVE SPACES TO RAPPORT-TEXT
    WRITE RAPPORT-REC
    MOVE TOTAL-INDBETALT-NUM TO TOTAL-EDIT
    MOVE SPACES TO RAPPORT-TEXT
    STRING
        "I alt "                            DELIMITED BY SIZE
        ANTAL-LAASTE                        DELIMITED BY SIZE
        " konti, indbetalt "                DELIMITED BY SIZE
        FUNCTION TRIM(TOTAL-EDIT)           DELIMITED BY SIZE
        " DKK, "                            DELIMITED BY SIZE
        ANTAL-FULDE                         DELIMITED BY SIZE
        " konti har naaet loftet"           DELIMITED BY SIZE
    INTO RAPPORT-TEXT
    END-STRING
    WRITE RAPPORT-REC
    CLOSE RapportFil

    DISPLAY "OPSPARING-LOFT gennemført - " ANTAL-LAASTE
            " lovbundne konti opgjort for " WS-OPG-AAR-X
    STOP RUN.

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
                        MOVE BALANCE OF KONTO-REC
                            TO T-KO-BALANCE(ANTAL-KONTI)
                    END-IF
            END-READ
        END-PERFORM
        CLOSE Kontofil
    END-IF
    .

*>-----------------------------------------------------------------
*>  SKRIV-KONTO-LINJE – opgørelsesårets indskud tages fra LO-INDBETALT
*>  eller, er registret allerede rullet ind i det nye år, fra
*>  LO-FORRIGE-INDBETALT
*>-----------------------------------------------------------------
SKRIV-KONTO-LINJE.
    ADD 1 TO ANTAL-LAASTE
    EVALUATE TRUE
        WHEN LO-AAR = WS-OPG-AAR-X
            MOVE LO-INDBETALT TO WS-INDBETALT-NUM
        WHEN LO-AAR = WS-NAESTE-AAR-X
            MOVE LO-FORRIGE-INDBETALT TO WS-INDBETALT-NUM
        WHEN OTHER
            MOVE 0 TO WS-INDBETALT-NUM
    END-EVALUATE
    ADD WS-INDBETALT-NUM TO TOTAL-INDBETALT-NUM

    MOVE SPACES TO WS-STATUS-TEKST
    MOVE 0 TO WS-REST-NUM
    IF LO-AARLIGT-LOFT = 0
        MOVE "intet loft" TO WS-STATUS-TEKST
    ELSE
        IF WS-INDBETALT-NUM >= LO-AARLIGT-LOFT
            MOVE "loft naaet" TO WS-STATUS-TEKST
            ADD 1 TO ANTAL-FULDE
        ELSE
            COMPUTE WS-REST-NUM = LO-AARLIGT-LOFT - WS-INDBETALT-NUM
        END-IF
    END-IF
    IF LO-FRIGIVELSESDATO <= WS-AAR-SLUT
        MOVE "frigivet" TO WS-STATUS-TEKST
    END-IF

    MOVE 0 TO WS-SALDO-NUM
    MOVE 1 TO IDX-KONTO
    PERFORM UNTIL IDX-KONTO > ANTAL-KONTI
        IF T-KO-KONTO-ID(IDX-KONTO) = LO-KONTO-ID
            MOVE T-KO-BALANCE(IDX-KONTO) TO WS-SALDO-NUM
            EXIT PERFORM
        END-IF
        ADD 1 TO IDX-KONTO
    END-PERFORM

    MOVE WS-INDBETALT-NUM TO INDBETALT-EDIT
    MOVE LO-AARLIGT-LOFT  TO LOFT-EDIT
    MOVE WS-REST-NUM      TO REST-EDIT
    MOVE WS-SALDO-NUM     TO SALDO-EDIT
    MOVE SPACES TO RAPPORT-TEXT
    STRING
        LO-KONTO-ID                         DELIMITED BY SIZE
        " "                                 DELIMITED BY SIZE
        LO-PRODUKT                          DELIMITED BY SIZE
        " "                                 DELIMITED BY SIZE
        LO-FRIGIVELSESDATO                  DELIMITED BY SIZE
        "  "                                DELIMITED BY SIZE
        INDBETALT-EDIT                      DELIMITED BY SIZE
        "  "                                DELIMITED BY SIZE
        LOFT-EDIT                           DELIMITED BY SIZE
        "  "                                DELIMITED BY SIZE
        REST-EDIT                           DELIMITED BY SIZE
        "  "                                DELIMITED BY SIZE
        SALDO-EDIT                          DELIMITED BY SIZE
        "  "                                DELIMITED BY SIZE
        WS-STATUS-TEKST                     DELIMITED BY SIZE
    INTO RAPPORT-TEXT
    END-STRING
    WRITE RAPPORT-REC
    .
END PROGRAM OPSPARING-LOFT.
