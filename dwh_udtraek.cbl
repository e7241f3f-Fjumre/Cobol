>>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. DWH-UDTRAEK.

*>-----------------------------------------------------------------
*>  DWH-UDTRAEK – nattens ændringsudtræk til datavarehuset. I stedet
*>  for hele Kundeoplysninger.txt, KontoOpl.txt og Transaktioner.txt
*>  skrives kun det, der er ændret siden sidste gennemførte udtræk,
*>  til DwhUdtraek.txt (DWHUDTRAEK.cpy) med kontroltotaler i
*>  DwhUdtraek.ctl (DWHKONTROL.cpy):
*>    - ændrede kunder og konti fra StamdataJournal.txt (U)
*>    - nye kunder (aktive med statusdato i vinduet, som OPGAVE5
*>      opretter dem) og nye konti fra KontoAabning.txt (I)
*>    - GDPR-sletninger fra SLET-KUNDE (journalens STATUS -> "S" og
*>      SlettedeKunder.txt), kunder, der er forsvundet fra
*>      stamdata ved en sammenlægning, og formelle lukninger fra
*>      KontoLukning.txt (D)
*>    - nye posteringer i Transaktioner.txt efter højvandsmærket (I)
*>  D vinder over I, og I over U.
*>
*>  Hvor langt sidste udtræk nåede, står i DwhMaerke.txt
*>  (DWHMAERKE.cpy). Mærket og udtrækket skrives først, når kørslen
*>  er gennemført - en fejlet eller glemt nat tages automatisk med
*>  af næste kørsel. Kan Kundeoplysninger.txt eller KontoOpl.txt
*>  ikke åbnes, stopper kørslen (RC 8) uden udtræk og med mærket
*>  uændret. Uden DwhMaerke.txt dannes en fuld førstegangs-load
*>  (alt som I). Skal et udtræk dannes igen fra en bestemt dag,
*>  lægges datoen (ÅÅÅÅMMDD) i DwhFraDato.txt - et ENGANGSFLAG, der
*>  forbruges af kørslen, som GENERATION-RUL forbruger
*>  RulTilbageTil.txt
*>-----------------------------------------------------------------

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT MaerkeFil
        ASSIGN TO "DwhMaerke.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-MAERKE-STATUS.

    SELECT FraDatoFil
        ASSIGN TO "DwhFraDato.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FRADATO-STATUS.

    SELECT StamJournalFil
        ASSIGN TO "StamdataJournal.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-JOURNAL-STATUS.

    SELECT SlettedeKunderFil
        ASSIGN TO "SlettedeKunder.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-SLETTEDE-STATUS.

    SELECT KontoLukningFil
        ASSIGN TO "KontoLukning.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-LUKNING-STATUS.

    SELECT KontoAabningFil
        ASSIGN TO "KontoAabning.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-AABNING-STATUS.

    SELECT Kundeoplysninger
        ASSIGN TO "Kundeoplysninger.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-KUNDE-STATUS.

    SELECT Kontofil
        ASSIGN TO "KontoOpl.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-KONTO-STATUS.

    SELECT Transfil
        ASSIGN TO "Transaktioner.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-TRANS-STATUS.

    *> Udtræk og kontroltotal dannes som .new og flyttes på plads
    *> samtidig med mærket, når kørslen er gennemført
    SELECT UdtraekFil
        ASSIGN TO "DwhUdtraek.new"
        ORGANIZATION IS LINE SEQUENTIAL.

    SELECT KontrolFil
        ASSIGN TO "DwhUdtraekCtl.new"
        ORGANIZATION IS LINE SEQUENTIAL.

    *> Den fælles, severity-kodede fejllog for hele batchsuiten
    SELECT FejlLogFil
        ASSIGN TO "FejlLog.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FEJLLOG-STATUS.

DATA DIVISION.
FILE SECTION.

FD MaerkeFil.
01 MAERKE-REC.
   COPY "DWHMAERKE.cpy".

FD FraDatoFil.
01 FRADATO-REC.
   02 FD-DATO PIC X(8).
   02 FILLER  PIC X(42).

FD StamJournalFil.
01 STAMJOURNAL-REC.
   COPY "STAMJOURNAL.cpy".

FD SlettedeKunderFil.
01 SLETTET-REC.
   02 SLETTET-TEXT PIC X(100).

FD KontoLukningFil.
01 LUKNING-REC.
   COPY "KONTOLUKNING.cpy".

FD KontoAabningFil.
01 AABNING-REC.
   COPY "KONTOAABNING.cpy".

FD Kundeoplysninger.
01 RAW-KUNDE PIC X(302).
01 KUNDEOPL REDEFINES RAW-KUNDE.
   COPY "KUNDER.cpy".

FD Kontofil.
01 RAW-KONTO PIC X(52).
01 KONTO-REC REDEFINES RAW-KONTO.
   COPY "KONTOOPL.cpy".

FD Transfil.
01 RAW-TRANS PIC X(223).
01 TRANSAKTION REDEFINES RAW-TRANS.
   COPY "TRANSAKTIONER.cpy".

FD UdtraekFil.
01 UDTRAEK-REC.
   COPY "DWHUDTRAEK.cpy".

FD KontrolFil.
01 KONTROL-REC.
   COPY "DWHKONTROL.cpy".

FD FejlLogFil.
01 FEJLLOG-REC.
   COPY "FEJLLOG.cpy".

WORKING-STORAGE SECTION.
01 WS-MAERKE-STATUS   PIC XX VALUE SPACES.
01 WS-FRADATO-STATUS  PIC XX VALUE SPACES.
01 WS-JOURNAL-STATUS  PIC XX VALUE SPACES.
01 WS-SLETTEDE-STATUS PIC XX VALUE SPACES.
01 WS-LUKNING-STATUS  PIC XX VALUE SPACES.
01 WS-AABNING-STATUS  PIC XX VALUE SPACES.
01 WS-KUNDE-STATUS    PIC XX VALUE SPACES.
01 WS-KONTO-STATUS    PIC XX VALUE SPACES.
01 WS-TRANS-STATUS    PIC XX VALUE SPACES.
01 WS-STAMDATA-STATUS PIC XX VALUE SPACES.

01 EOF-JOURNAL  PIC X VALUE "N".
01 EOF-SLETTEDE PIC X VALUE "N".
01 EOF-LUKNING  PIC X VALUE "N".
01 EOF-AABNING  PIC X VALUE "N".
01 EOF-KUNDE    PIC X VALUE "N".
01 EOF-KONTO    PIC X VALUE "N".
01 EOF-TRANS    PIC X VALUE "N".

01 WS-DAGS-DATO     PIC X(8)  VALUE SPACES.
01 WS-KOERSEL-TID   PIC X(14) VALUE SPACES.

*> Udtrækkets tilstand: F = fuld førstegangsload, G = genudtræk fra
*> DwhFraDato.txt, N = normal nat fra DwhMaerke.txt
01 WS-TILSTAND      PIC X VALUE "N".
01 WS-FRA-DATO      PIC X(8) VALUE "00000000".
01 WS-DATO-NUM      PIC 9(8) VALUE 0.

*> Mærket fra sidste kørsel og det nye, der skrives ved afslutningen
01 WS-GL-JOURNAL-DATO  PIC X(8)  VALUE SPACES.
01 WS-GL-JOURNAL-ANTAL PIC 9(9)  VALUE 0.
01 WS-GL-TRANS-TID     PIC X(26) VALUE LOW-VALUES.
01 WS-GL-TRANS-REF     PIC X(20) VALUE LOW-VALUES.
01 WS-NY-JOURNAL-DATO  PIC X(8)  VALUE SPACES.
01 WS-NY-JOURNAL-ANTAL PIC 9(9)  VALUE 0.
01 WS-NY-TRANS-TID     PIC X(26) VALUE LOW-VALUES.
01 WS-NY-TRANS-REF     PIC X(20) VALUE LOW-VALUES.

01 WS-I-VINDUE      PIC X VALUE "N".
01 WS-TRANS-DATO    PIC X(8) VALUE SPACES.

*> Ændrede nøgler - K = kunde, O = konto - med den handling, der
*> skal udtrækkes. T-EN-FUNDET sættes, når nøglen mødes i stamdata;
*> en nøgle, der ikke findes dér længere, udtrækkes som D
01 MAX-ENDRING   PIC 9(5) VALUE 50000.
01 ANTAL-ENDRING PIC 9(5) VALUE 0.
01 IDX-ENDRING   PIC 9(5).
01 ENDRING-TABEL.
   02 ENDRING-POST OCCURS 50000 TIMES.
      03 T-EN-TYPE     PIC X(1).
      03 T-EN-NOEGLE   PIC X(14).
      03 T-EN-HANDLING PIC X(1).
      03 T-EN-FUNDET   PIC X(1).
01 WS-EN-IDX       PIC 9(5) VALUE 0.
01 WS-EN-TYPE      PIC X(1)  VALUE SPACE.
01 WS-EN-NOEGLE    PIC X(14) VALUE SPACES.
01 WS-EN-HANDLING  PIC X(1)  VALUE SPACE.

*> SlettedeKunder.txt: "Kunde <id> anonymiseret <dato>"
01 WS-ORD1 PIC X(20) VALUE SPACES.
01 WS-ORD2 PIC X(20) VALUE SPACES.
01 WS-ORD3 PIC X(20) VALUE SPACES.
01 WS-ORD4 PIC X(20) VALUE SPACES.

*> Kontroltotaler pr. type og handling: 1-3 = K I/U/D, 4-6 = O I/U/D,
*> 7 = T I
01 KONTROL-VAERDIER.
   02 FILLER PIC X(2) VALUE "KI".
   02 FILLER PIC X(2) VALUE "KU".
   02 FILLER PIC X(2) VALUE "KD".
   02 FILLER PIC X(2) VALUE "OI".
   02 FILLER PIC X(2) VALUE "OU".
   02 FILLER PIC X(2) VALUE "OD".
   02 FILLER PIC X(2) VALUE "TI".
01 KONTROL-NAVNE REDEFINES KONTROL-VAERDIER.
   02 KONTROL-NAVN OCCURS 7 TIMES.
      03 T-KT-TYPE     PIC X(1).
      03 T-KT-HANDLING PIC X(1).
01 KONTROL-TABEL.
   02 KONTROL-POST OCCURS 7 TIMES.
      03 T-KT-ANTAL PIC 9(9).
      03 T-KT-HASH  PIC S9(16)V99.
01 IDX-KONTROL    PIC 9(1).
01 WS-KT-IDX      PIC 9(1) VALUE 0.
01 WS-HASH-BIDRAG PIC S9(16)V99 VALUE 0.
01 WS-HASH-MODULO PIC 9(17) VALUE 10000000000000000.
01 WS-TOTAL-ANTAL PIC 9(9) VALUE 0.
01 WS-TOTAL-HASH  PIC S9(16)V99 VALUE 0.

*> Den fælles fejllog (FejlLog.txt) - se FEJLLOG.cpy
01 WS-FEJLLOG-STATUS PIC XX VALUE SPACES.
01 WS-FEJL-PROGRAM   PIC X(12) VALUE "DWH-UDTRAEK".
01 WS-FEJL-SEV       PIC X(1)  VALUE "I".
01 WS-FEJL-NOEGLE    PIC X(20) VALUE SPACES.
01 WS-FEJL-TEKST     PIC X(100) VALUE SPACES.
01 WS-FEJL-MAX-SEV   PIC X(1)  VALUE "I".

PROCEDURE DIVISION.
    MOVE FUNCTION CURRENT-DATE(1:8)  TO WS-DAGS-DATO
    MOVE FUNCTION CURRENT-DATE(1:14) TO WS-KOERSEL-TID

    OPEN EXTEND FejlLogFil
    IF WS-FEJLLOG-STATUS = "35"
        OPEN OUTPUT FejlLogFil
    END-IF

    PERFORM BESTEM-VINDUE
    INITIALIZE KONTROL-TABEL

    OPEN OUTPUT UdtraekFil

    PERFORM LAES-JOURNAL
    IF WS-TILSTAND NOT = "F"
        PERFORM LAES-SLETTEDE-KUNDER
        PERFORM LAES-LUKNINGER
        PERFORM LAES-AABNINGER
    END-IF

    PERFORM UDTRAEK-KUNDER
    PERFORM UDTRAEK-KONTI
    PERFORM UDTRAEK-POSTERINGER
    CLOSE UdtraekFil

    PERFORM SKRIV-KONTROL

    *> Udtræk, kontroltotal og mærke gøres gældende samlet
    CALL "SYSTEM" USING "mv DwhUdtraek.new DwhUdtraek.txt"
    CALL "SYSTEM" USING "mv DwhUdtraekCtl.new DwhUdtraek.ctl"
    PERFORM SKRIV-MAERKE
    IF WS-TILSTAND = "G"
        CALL "SYSTEM" USING "rm -f DwhFraDato.txt"
    END-IF

    MOVE "I" TO WS-FEJL-SEV
    MOVE WS-FRA-DATO TO WS-FEJL-NOEGLE
    MOVE SPACES TO WS-FEJL-TEKST
    STRING
        "Udtraek dannet ("                   DELIMITED BY SIZE
        WS-TILSTAND                          DELIMITED BY SIZE
        ") - "                               DELIMITED BY SIZE
        WS-TOTAL-ANTAL                       DELIMITED BY SIZE
        " poster"                            DELIMITED BY SIZE
    INTO WS-FEJL-TEKST
    END-STRING
    PERFORM SKRIV-FEJLLOG

    CLOSE FejlLogFil
    IF WS-FEJL-MAX-SEV = "F"
        MOVE 8 TO RETURN-CODE
    END-IF

    DISPLAY "DWH-UDTRAEK: " WS-TOTAL-ANTAL " poster udtrukket fra "
            WS-FRA-DATO

    STOP RUN.

*>-----------------------------------------------------------------
*>  BESTEM-VINDUE – fuld load, genudtræk eller normal nat. I en
*>  normal nat begynder de datostyrede kilder dagen efter sidste
*>  udtræk; journalen og posteringerne fortsætter fra mærket
*>-----------------------------------------------------------------
BESTEM-VINDUE.
    MOVE "F" TO WS-TILSTAND
    OPEN INPUT MaerkeFil
    IF WS-MAERKE-STATUS = "00"
        READ MaerkeFil
            AT END
                CONTINUE
            NOT AT END
                IF DM-UDTRAEK-DATO OF MAERKE-REC NUMERIC
                    MOVE "N" TO WS-TILSTAND
                    MOVE DM-JOURNAL-DATO  OF MAERKE-REC
                        TO WS-GL-JOURNAL-DATO
                    MOVE DM-JOURNAL-ANTAL OF MAERKE-REC
                        TO WS-GL-JOURNAL-ANTAL
                    MOVE DM-TRANS-TID     OF MAERKE-REC
                        TO WS-GL-TRANS-TID
                    MOVE DM-TRANS-REF     OF MAERKE-REC
                        TO WS-GL-TRANS-REF
                    MOVE DM-UDTRAEK-DATO  OF MAERKE-REC TO WS-DATO-NUM
                    COMPUTE WS-DATO-NUM = FUNCTION DATE-OF-INTEGER(
                        FUNCTION INTEGER-OF-DATE(WS-DATO-NUM) + 1)
                    MOVE WS-DATO-NUM TO WS-FRA-DATO
                END-IF
        END-READ
        CLOSE MaerkeFil
    END-IF

    *> Mærket føres videre, hvis intet nyt mødes
    MOVE WS-GL-JOURNAL-DATO  TO WS-NY-JOURNAL-DATO
    MOVE WS-GL-JOURNAL-ANTAL TO WS-NY-JOURNAL-ANTAL
    MOVE WS-GL-TRANS-TID     TO WS-NY-TRANS-TID
    MOVE WS-GL-TRANS-REF     TO WS-NY-TRANS-REF

    OPEN INPUT FraDatoFil
    IF WS-FRADATO-STATUS = "00"
        READ FraDatoFil
            AT END
                MOVE SPACES TO FD-DATO
        END-READ
        CLOSE FraDatoFil
        MOVE 0 TO WS-DATO-NUM
        IF FD-DATO NUMERIC
            MOVE FD-DATO TO WS-DATO-NUM
        END-IF
        IF WS-DATO-NUM > 0
                AND FUNCTION TEST-DATE-YYYYMMDD(WS-DATO-NUM) = 0
                AND FD-DATO <= WS-DAGS-DATO
            MOVE "G" TO WS-TILSTAND
            MOVE FD-DATO TO WS-FRA-DATO
            DISPLAY "DWH-UDTRAEK: genudtraek fra " WS-FRA-DATO
        ELSE
            *> En ugyldig dato må ikke give et stille, forkert vindue
            MOVE "F" TO WS-FEJL-SEV
            MOVE FD-DATO TO WS-FEJL-NOEGLE
            MOVE "Ugyldig dato i DwhFraDato.txt - intet udtraek dannet"
                TO WS-FEJL-TEKST
            PERFORM SKRIV-FEJLLOG
            CLOSE FejlLogFil
            DISPLAY "DWH-UDTRAEK: ugyldig dato i DwhFraDato.txt"
            MOVE 8 TO RETURN-CODE
            STOP RUN
        END-IF
    END-IF

    IF WS-TILSTAND = "F"
        MOVE "00000000" TO WS-FRA-DATO
        DISPLAY "DWH-UDTRAEK: intet DwhMaerke.txt - fuld foerstegangsload"
    END-IF
    .

*>-----------------------------------------------------------------
*>  LAES-JOURNAL – ændrede kunder og konti. Samtidig tælles linjerne
*>  pr. dato, så mærket kan pege præcist ind i sidste dato
*>-----------------------------------------------------------------
LAES-JOURNAL.
    MOVE SPACES TO WS-NY-JOURNAL-DATO
    MOVE 0 TO WS-NY-JOURNAL-ANTAL
    OPEN INPUT StamJournalFil
    IF WS-JOURNAL-STATUS NOT = "00"
        MOVE WS-GL-JOURNAL-DATO  TO WS-NY-JOURNAL-DATO
        MOVE WS-GL-JOURNAL-ANTAL TO WS-NY-JOURNAL-ANTAL
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL EOF-JOURNAL = "Y"
        READ StamJournalFil
            AT END
                MOVE "Y" TO EOF-JOURNAL
            NOT AT END
                IF SJ-DATO OF STAMJOURNAL-REC NOT = WS-NY-JOURNAL-DATO
                    MOVE SJ-DATO OF STAMJOURNAL-REC TO WS-NY-JOURNAL-DATO
                    MOVE 0 TO WS-NY-JOURNAL-ANTAL
                END-IF
                ADD 1 TO WS-NY-JOURNAL-ANTAL
                IF WS-TILSTAND NOT = "F"
                    PERFORM TJEK-JOURNAL-VINDUE
                    IF WS-I-VINDUE = "Y"
                        PERFORM BEHANDL-JOURNAL-LINJE
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    CLOSE StamJournalFil
    IF WS-NY-JOURNAL-DATO = SPACES
        MOVE WS-GL-JOURNAL-DATO  TO WS-NY-JOURNAL-DATO
        MOVE WS-GL-JOURNAL-ANTAL TO WS-NY-JOURNAL-ANTAL
    END-IF
    .

TJEK-JOURNAL-VINDUE.
    MOVE "N" TO WS-I-VINDUE
    IF WS-TILSTAND = "G"
        IF SJ-DATO OF STAMJOURNAL-REC >= WS-FRA-DATO
            MOVE "Y" TO WS-I-VINDUE
        END-IF
        EXIT PARAGRAPH
    END-IF
    IF SJ-DATO OF STAMJOURNAL-REC > WS-GL-JOURNAL-DATO
        MOVE "Y" TO WS-I-VINDUE
    END-IF
    IF SJ-DATO OF STAMJOURNAL-REC = WS-GL-JOURNAL-DATO
            AND WS-NY-JOURNAL-ANTAL > WS-GL-JOURNAL-ANTAL
        MOVE "Y" TO WS-I-VINDUE
    END-IF
    .

BEHANDL-JOURNAL-LINJE.
    IF NOT SJ-KUNDE OF STAMJOURNAL-REC
            AND NOT SJ-KONTO OF STAMJOURNAL-REC
        EXIT PARAGRAPH
    END-IF
    MOVE SJ-NOEGLETYPE OF STAMJOURNAL-REC TO WS-EN-TYPE
    MOVE SJ-NOEGLE OF STAMJOURNAL-REC     TO WS-EN-NOEGLE
    MOVE "U" TO WS-EN-HANDLING
    *> SLET-KUNDE sætter status "S" ved en GDPR-sletning
    IF SJ-KUNDE OF STAMJOURNAL-REC
            AND SJ-FELT OF STAMJOURNAL-REC = "STATUS"
            AND SJ-EFTER OF STAMJOURNAL-REC(1:1) = "S"
        MOVE "D" TO WS-EN-HANDLING
    END-IF
    PERFORM REGISTRER-ENDRING
    .

*>-----------------------------------------------------------------
*>  LAES-SLETTEDE-KUNDER – SLET-KUNDEs liste over anonymiserede
*>  kunder fra seneste kørsel
*>-----------------------------------------------------------------
LAES-SLETTEDE-KUNDER.
    OPEN INPUT SlettedeKunderFil
    IF WS-SLETTEDE-STATUS NOT = "00"
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL EOF-SLETTEDE = "Y"
        READ SlettedeKunderFil
            AT END
                MOVE "Y" TO EOF-SLETTEDE
            NOT AT END
                MOVE SPACES TO WS-ORD1 WS-ORD2 WS-ORD3 WS-ORD4
                UNSTRING SLETTET-TEXT DELIMITED BY ALL SPACE
                    INTO WS-ORD1 WS-ORD2 WS-ORD3 WS-ORD4
                END-UNSTRING
                IF WS-ORD1 = "Kunde" AND WS-ORD3 = "anonymiseret"
                        AND WS-ORD4(1:8) >= WS-FRA-DATO
                    MOVE "K"     TO WS-EN-TYPE
                    MOVE WS-ORD2 TO WS-EN-NOEGLE
                    MOVE "D"     TO WS-EN-HANDLING
                    PERFORM REGISTRER-ENDRING
                END-IF
        END-READ
    END-PERFORM
    CLOSE SlettedeKunderFil
    .

*>-----------------------------------------------------------------
*>  LAES-LUKNINGER / LAES-AABNINGER – formelt lukkede og nyåbnede
*>  konti med dato i vinduet
*>-----------------------------------------------------------------
LAES-LUKNINGER.
    OPEN INPUT KontoLukningFil
    IF WS-LUKNING-STATUS NOT = "00"
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL EOF-LUKNING = "Y"
        READ KontoLukningFil
            AT END
                MOVE "Y" TO EOF-LUKNING
            NOT AT END
                IF KL-LUKNINGSDATO OF LUKNING-REC >= WS-FRA-DATO
                        AND KL-LUKNINGSDATO OF LUKNING-REC
                            <= WS-DAGS-DATO
                    MOVE "O" TO WS-EN-TYPE
                    MOVE KL-KONTO-ID OF LUKNING-REC TO WS-EN-NOEGLE
                    MOVE "D" TO WS-EN-HANDLING
                    PERFORM REGISTRER-ENDRING
                END-IF
        END-READ
    END-PERFORM
    CLOSE KontoLukningFil
    .

LAES-AABNINGER.
    OPEN INPUT KontoAabningFil
    IF WS-AABNING-STATUS NOT = "00"
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL EOF-AABNING = "Y"
        READ KontoAabningFil
            AT END
                MOVE "Y" TO EOF-AABNING
            NOT AT END
                IF KA-AABNINGSDATO OF AABNING-REC >= WS-FRA-DATO
                        AND KA-AABNINGSDATO OF AABNING-REC
                            <= WS-DAGS-DATO
                    MOVE "O" TO WS-EN-TYPE
                    MOVE KA-KONTO-ID OF AABNING-REC TO WS-EN-NOEGLE
                    MOVE "I" TO WS-EN-HANDLING
                    PERFORM REGISTRER-ENDRING
                END-IF
        END-READ
    END-PERFORM
    CLOSE KontoAabningFil
    .

*>-----------------------------------------------------------------
*>  REGISTRER-ENDRING – læg WS-EN-TYPE/-NOEGLE i ENDRING-TABEL med
*>  den stærkeste handling (D over I over U)
*>-----------------------------------------------------------------
REGISTRER-ENDRING.
    PERFORM FIND-ENDRING
    IF WS-EN-IDX > 0
        IF WS-EN-HANDLING = "D"
                OR (WS-EN-HANDLING = "I"
                    AND T-EN-HANDLING(WS-EN-IDX) = "U")
            MOVE WS-EN-HANDLING TO T-EN-HANDLING(WS-EN-IDX)
        END-IF
        EXIT PARAGRAPH
    END-IF
    IF ANTAL-ENDRING >= MAX-ENDRING
        *> Et ufuldstændigt udtræk må ikke flytte mærket - kørslen
        *> stopper, og næste nat forsøger igen fra samme sted
        MOVE "F" TO WS-FEJL-SEV
        MOVE WS-EN-NOEGLE TO WS-FEJL-NOEGLE
        MOVE "ENDRING-TABEL fuld - intet udtraek dannet, maerket uaendret"
            TO WS-FEJL-TEKST
        PERFORM SKRIV-FEJLLOG
        CLOSE FejlLogFil UdtraekFil
        CALL "SYSTEM" USING "rm -f DwhUdtraek.new"
        DISPLAY "DWH-UDTRAEK: ENDRING-TABEL fuld - intet udtraek dannet"
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    ADD 1 TO ANTAL-ENDRING
    MOVE WS-EN-TYPE     TO T-EN-TYPE(ANTAL-ENDRING)
    MOVE WS-EN-NOEGLE   TO T-EN-NOEGLE(ANTAL-ENDRING)
    MOVE WS-EN-HANDLING TO T-EN-HANDLING(ANTAL-ENDRING)
    MOVE "N"            TO T-EN-FUNDET(ANTAL-ENDRING)
    .

FIND-ENDRING.
    MOVE 0 TO WS-EN-IDX
    MOVE 1 TO IDX-ENDRING
    PERFORM UNTIL IDX-ENDRING > ANTAL-ENDRING
        IF T-EN-NOEGLE(IDX-ENDRING) = WS-EN-NOEGLE
                AND T-EN-TYPE(IDX-ENDRING) = WS-EN-TYPE
            MOVE IDX-ENDRING TO WS-EN-IDX
            EXIT PERFORM
        END-IF
        ADD 1 TO IDX-ENDRING
    END-PERFORM
    .

*>-----------------------------------------------------------------
*>  UDTRAEK-KUNDER – de ændrede kunder med deres aktuelle linje. En
*>  kunde, der er blevet aktiv i vinduet uden at være journalført,
*>  er ny (I). Ved fuld load udtrækkes alle kunder som I
*>-----------------------------------------------------------------
UDTRAEK-KUNDER.
    OPEN INPUT Kundeoplysninger
    IF WS-KUNDE-STATUS = "00"
        PERFORM UNTIL EOF-KUNDE = "Y"
            READ Kundeoplysninger
                AT END
                    MOVE "Y" TO EOF-KUNDE
                NOT AT END
                    PERFORM BEHANDL-KUNDE
            END-READ
        END-PERFORM
        CLOSE Kundeoplysninger
    ELSE
        MOVE "Kundeoplysninger.txt" TO WS-FEJL-NOEGLE
        MOVE WS-KUNDE-STATUS TO WS-STAMDATA-STATUS
        PERFORM STAMDATA-MANGLER
    END-IF
    MOVE "K" TO WS-EN-TYPE
    PERFORM SKRIV-IKKE-FUNDNE
    .

BEHANDL-KUNDE.
    MOVE "K" TO WS-EN-TYPE
    MOVE SPACES TO WS-EN-NOEGLE
    MOVE KUNDEID OF KUNDEOPL TO WS-EN-NOEGLE
    IF WS-TILSTAND = "F"
        MOVE "I" TO WS-EN-HANDLING
        MOVE RAW-KUNDE TO DU-DATA OF UDTRAEK-REC
        PERFORM SKRIV-UDTRAEK
        EXIT PARAGRAPH
    END-IF

    PERFORM FIND-ENDRING
    IF WS-EN-IDX > 0
        MOVE "Y" TO T-EN-FUNDET(WS-EN-IDX)
        MOVE T-EN-HANDLING(WS-EN-IDX) TO WS-EN-HANDLING
    ELSE
        IF STATUS-AKTIV OF KUNDEOPL
                AND STATUS-DATO OF KUNDEOPL >= WS-FRA-DATO
            MOVE "I" TO WS-EN-HANDLING
        ELSE
            EXIT PARAGRAPH
        END-IF
    END-IF
    IF WS-EN-HANDLING = "D"
        MOVE SPACES TO DU-DATA OF UDTRAEK-REC
    ELSE
        MOVE RAW-KUNDE TO DU-DATA OF UDTRAEK-REC
    END-IF
    PERFORM SKRIV-UDTRAEK
    .

*>-----------------------------------------------------------------
*>  UDTRAEK-KONTI – de ændrede, nye og lukkede konti
*>-----------------------------------------------------------------
UDTRAEK-KONTI.
    OPEN INPUT Kontofil
    IF WS-KONTO-STATUS = "00"
        PERFORM UNTIL EOF-KONTO = "Y"
            READ Kontofil
                AT END
                    MOVE "Y" TO EOF-KONTO
                NOT AT END
                    PERFORM BEHANDL-KONTO
            END-READ
        END-PERFORM
        CLOSE Kontofil
    ELSE
        MOVE "KontoOpl.txt" TO WS-FEJL-NOEGLE
        MOVE WS-KONTO-STATUS TO WS-STAMDATA-STATUS
        PERFORM STAMDATA-MANGLER
    END-IF
    MOVE "O" TO WS-EN-TYPE
    PERFORM SKRIV-IKKE-FUNDNE
    .

BEHANDL-KONTO.
    MOVE "O" TO WS-EN-TYPE
    MOVE KONTO-ID OF KONTO-REC TO WS-EN-NOEGLE
    IF WS-TILSTAND = "F"
        MOVE "I" TO WS-EN-HANDLING
        MOVE RAW-KONTO TO DU-DATA OF UDTRAEK-REC
        PERFORM SKRIV-UDTRAEK
        EXIT PARAGRAPH
    END-IF

    PERFORM FIND-ENDRING
    IF WS-EN-IDX = 0
        EXIT PARAGRAPH
    END-IF
    MOVE "Y" TO T-EN-FUNDET(WS-EN-IDX)
    MOVE T-EN-HANDLING(WS-EN-IDX) TO WS-EN-HANDLING
    IF WS-EN-HANDLING = "D"
        MOVE SPACES TO DU-DATA OF UDTRAEK-REC
    ELSE
        MOVE RAW-KONTO TO DU-DATA OF UDTRAEK-REC
    END-IF
    PERFORM SKRIV-UDTRAEK
    .

*>-----------------------------------------------------------------
*>  STAMDATA-MANGLER – stamdatafilen i WS-FEJL-NOEGLE kunne ikke
*>  åbnes. Uden den ville hver journalført nøgle gå videre som en
*>  sletning (D) og mærket flytte forbi dem, så kørslen stopper uden
*>  udtræk og med mærket uændret - næste nat forsøger igen
*>-----------------------------------------------------------------
STAMDATA-MANGLER.
    MOVE "F" TO WS-FEJL-SEV
    MOVE SPACES TO WS-FEJL-TEKST
    STRING "Kan ikke aabne stamdata (status " WS-STAMDATA-STATUS
           ") - intet udtraek dannet, maerket uaendret"
        DELIMITED BY SIZE INTO WS-FEJL-TEKST
    PERFORM SKRIV-FEJLLOG
    CLOSE FejlLogFil UdtraekFil
    CALL "SYSTEM" USING "rm -f DwhUdtraek.new"
    DISPLAY "DWH-UDTRAEK: kan ikke aabne " FUNCTION TRIM(WS-FEJL-NOEGLE)
            " - intet udtraek dannet"
    MOVE 8 TO RETURN-CODE
    STOP RUN
    .

*>-----------------------------------------------------------------
*>  SKRIV-IKKE-FUNDNE – ændrede nøgler af typen WS-EN-TYPE, der ikke
*>  findes i stamdata længere (fx sammenlagt væk), er slettet set fra
*>  datavarehuset. En åbning uden konto i KontoOpl.txt springes over
*>-----------------------------------------------------------------
SKRIV-IKKE-FUNDNE.
    MOVE 1 TO IDX-ENDRING
    PERFORM UNTIL IDX-ENDRING > ANTAL-ENDRING
        IF T-EN-TYPE(IDX-ENDRING) = WS-EN-TYPE
                AND T-EN-FUNDET(IDX-ENDRING) = "N"
                AND T-EN-HANDLING(IDX-ENDRING) NOT = "I"
            MOVE T-EN-NOEGLE(IDX-ENDRING) TO WS-EN-NOEGLE
            MOVE "D" TO WS-EN-HANDLING
            MOVE SPACES TO DU-DATA OF UDTRAEK-REC
            PERFORM SKRIV-UDTRAEK
        END-IF
        ADD 1 TO IDX-ENDRING
    END-PERFORM
    .

*>-----------------------------------------------------------------
*>  UDTRAEK-POSTERINGER – posteringer efter højvandsmærket
*>  (TIDSPUNKT + TRANS-REFERENCE), ved genudtræk alle fra fra-datoen
*>-----------------------------------------------------------------
UDTRAEK-POSTERINGER.
    OPEN INPUT Transfil
    IF WS-TRANS-STATUS NOT = "00"
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL EOF-TRANS = "Y"
        READ Transfil
            AT END
                MOVE "Y" TO EOF-TRANS
            NOT AT END
                IF RAW-TRANS NOT = SPACES
                    PERFORM BEHANDL-POSTERING
                END-IF
        END-READ
    END-PERFORM
    CLOSE Transfil
    .

BEHANDL-POSTERING.
    MOVE "N" TO WS-I-VINDUE
    EVALUATE WS-TILSTAND
        WHEN "F"
            MOVE "Y" TO WS-I-VINDUE
        WHEN "G"
            MOVE SPACES TO WS-TRANS-DATO
            STRING
                TIDSPUNKT OF TRANSAKTION(1:4) DELIMITED BY SIZE
                TIDSPUNKT OF TRANSAKTION(6:2) DELIMITED BY SIZE
                TIDSPUNKT OF TRANSAKTION(9:2) DELIMITED BY SIZE
            INTO WS-TRANS-DATO
            END-STRING
            IF WS-TRANS-DATO >= WS-FRA-DATO
                MOVE "Y" TO WS-I-VINDUE
            END-IF
        WHEN OTHER
            IF TIDSPUNKT OF TRANSAKTION > WS-GL-TRANS-TID
                    OR (TIDSPUNKT OF TRANSAKTION = WS-GL-TRANS-TID
                        AND TRANS-REFERENCE OF TRANSAKTION
                            > WS-GL-TRANS-REF)
                MOVE "Y" TO WS-I-VINDUE
            END-IF
    END-EVALUATE

    IF TIDSPUNKT OF TRANSAKTION > WS-NY-TRANS-TID
            OR (TIDSPUNKT OF TRANSAKTION = WS-NY-TRANS-TID
                AND TRANS-REFERENCE OF TRANSAKTION > WS-NY-TRANS-REF)
        MOVE TIDSPUNKT OF TRANSAKTION       TO WS-NY-TRANS-TID
        MOVE TRANS-REFERENCE OF TRANSAKTION TO WS-NY-TRANS-REF
    END-IF

    IF WS-I-VINDUE = "N"
        EXIT PARAGRAPH
    END-IF
    MOVE "T" TO WS-EN-TYPE
    MOVE "I" TO WS-EN-HANDLING
    MOVE RAW-TRANS TO DU-DATA OF UDTRAEK-REC
    PERFORM SKRIV-UDTRAEK
    .

*>-----------------------------------------------------------------
*>  SKRIV-UDTRAEK – én udtrækslinje (WS-EN-TYPE/-HANDLING, nøgle og
*>  DU-DATA sat af kaldsstedet) og dens bidrag til kontroltotalen
*>-----------------------------------------------------------------
SKRIV-UDTRAEK.
    MOVE WS-EN-TYPE     TO DU-TYPE     OF UDTRAEK-REC
    MOVE WS-EN-HANDLING TO DU-HANDLING OF UDTRAEK-REC
    MOVE WS-DAGS-DATO   TO DU-DATO     OF UDTRAEK-REC
    MOVE 0 TO WS-HASH-BIDRAG
    IF WS-EN-TYPE = "T"
        MOVE TRANS-REFERENCE OF TRANSAKTION TO DU-NOEGLE OF UDTRAEK-REC
        IF BELØB-TEXT OF TRANSAKTION NOT = SPACES
            MOVE FUNCTION NUMVAL(BELØB-TEXT OF TRANSAKTION)
                TO WS-HASH-BIDRAG
        END-IF
    ELSE
        MOVE WS-EN-NOEGLE TO DU-NOEGLE OF UDTRAEK-REC
        IF WS-EN-NOEGLE(1:10) NUMERIC AND WS-EN-NOEGLE(11:4) = SPACES
            MOVE WS-EN-NOEGLE(1:10) TO WS-HASH-BIDRAG
        END-IF
        IF WS-EN-NOEGLE NUMERIC
            MOVE WS-EN-NOEGLE TO WS-HASH-BIDRAG
        END-IF
    END-IF
    WRITE UDTRAEK-REC

    MOVE 0 TO WS-KT-IDX
    MOVE 1 TO IDX-KONTROL
    PERFORM UNTIL IDX-KONTROL > 7
        IF T-KT-TYPE(IDX-KONTROL) = WS-EN-TYPE
                AND T-KT-HANDLING(IDX-KONTROL) = WS-EN-HANDLING
            MOVE IDX-KONTROL TO WS-KT-IDX
            EXIT PERFORM
        END-IF
        ADD 1 TO IDX-KONTROL
    END-PERFORM
    IF WS-KT-IDX > 0
        ADD 1 TO T-KT-ANTAL(WS-KT-IDX)
        COMPUTE T-KT-HASH(WS-KT-IDX) = FUNCTION REM(
            T-KT-HASH(WS-KT-IDX) + WS-HASH-BIDRAG, WS-HASH-MODULO)
    END-IF
    .

*>-----------------------------------------------------------------
*>  SKRIV-KONTROL – kontroltotal pr. type og handling plus total
*>-----------------------------------------------------------------
SKRIV-KONTROL.
    OPEN OUTPUT KontrolFil
    MOVE 0 TO WS-TOTAL-ANTAL WS-TOTAL-HASH
    MOVE 1 TO IDX-KONTROL
    PERFORM UNTIL IDX-KONTROL > 7
        MOVE SPACES TO KONTROL-REC
        MOVE T-KT-TYPE(IDX-KONTROL)     TO DK-TYPE     OF KONTROL-REC
        MOVE T-KT-HANDLING(IDX-KONTROL) TO DK-HANDLING OF KONTROL-REC
        MOVE T-KT-ANTAL(IDX-KONTROL)    TO DK-ANTAL    OF KONTROL-REC
        MOVE T-KT-HASH(IDX-KONTROL)     TO DK-HASH     OF KONTROL-REC
        MOVE WS-FRA-DATO    TO DK-FRA-DATO  OF KONTROL-REC
        MOVE WS-KOERSEL-TID TO DK-TIDSPUNKT OF KONTROL-REC
        WRITE KONTROL-REC
        ADD T-KT-ANTAL(IDX-KONTROL) TO WS-TOTAL-ANTAL
        COMPUTE WS-TOTAL-HASH = FUNCTION REM(
            WS-TOTAL-HASH + T-KT-HASH(IDX-KONTROL), WS-HASH-MODULO)
        ADD 1 TO IDX-KONTROL
    END-PERFORM
    MOVE SPACES TO KONTROL-REC
    MOVE "*"            TO DK-TYPE      OF KONTROL-REC
    MOVE WS-TOTAL-ANTAL TO DK-ANTAL     OF KONTROL-REC
    MOVE WS-TOTAL-HASH  TO DK-HASH      OF KONTROL-REC
    MOVE WS-FRA-DATO    TO DK-FRA-DATO  OF KONTROL-REC
    MOVE WS-KOERSEL-TID TO DK-TIDSPUNKT OF KONTROL-REC
    WRITE KONTROL-REC
    CLOSE KontrolFil
    .

*>-----------------------------------------------------------------
*>  SKRIV-MAERKE – hvor langt dette udtræk nåede
*>-----------------------------------------------------------------
SKRIV-MAERKE.
    OPEN OUTPUT MaerkeFil
    MOVE SPACES TO MAERKE-REC
    MOVE WS-DAGS-DATO        TO DM-UDTRAEK-DATO  OF MAERKE-REC
    MOVE WS-NY-JOURNAL-DATO  TO DM-JOURNAL-DATO  OF MAERKE-REC
    MOVE WS-NY-JOURNAL-ANTAL TO DM-JOURNAL-ANTAL OF MAERKE-REC
    MOVE WS-NY-TRANS-TID     TO DM-TRANS-TID     OF MAERKE-REC
    MOVE WS-NY-TRANS-REF     TO DM-TRANS-REF     OF MAERKE-REC
    WRITE MAERKE-REC
    CLOSE MaerkeFil
    .

*>-----------------------------------------------------------------
*>  SKRIV-FEJLLOG – appendér én linje til FejlLog.txt
*>-----------------------------------------------------------------
SKRIV-FEJLLOG.
    MOVE SPACES TO FEJLLOG-REC
    MOVE FUNCTION CURRENT-DATE(1:14) TO FL-TIDSPUNKT OF FEJLLOG-REC
    MOVE WS-FEJL-PROGRAM TO FL-PROGRAM   OF FEJLLOG-REC
    MOVE WS-FEJL-SEV     TO FL-SEVERITET OF FEJLLOG-REC
    MOVE WS-FEJL-NOEGLE  TO FL-NOEGLE    OF FEJLLOG-REC
    MOVE WS-FEJL-TEKST   TO FL-TEKST     OF FEJLLOG-REC
    WRITE FEJLLOG-REC

    IF WS-FEJL-SEV = "F"
        MOVE "F" TO WS-FEJL-MAX-SEV
    ELSE
        IF WS-FEJL-SEV = "A" AND WS-FEJL-MAX-SEV NOT = "F"
            MOVE "A" TO WS-FEJL-MAX-SEV
        END-IF
    END-IF
    .
END PROGRAM DWH-UDTRAEK.
