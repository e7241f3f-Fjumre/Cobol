FILE SECTION.

FD TvisterFil.
01 RAW-TVIST PIC X(156).
01 TVIST-REC REDEFINES RAW-TVIST.
   COPY "TVISTER.cpy".

*> Gennemløb
01 ANTAL-AABNE       PIC 9(5) VALUE 0.
01 ANTAL-BEHANDLING  PIC 9(5) VALUE 0.
01 ANTAL-INDSENDT    PIC 9(5) VALUE 0.
01 ANTAL-AFSLUTTET   PIC 9(5) VALUE 0.
01 WS-AFSLUT-DAGE    PIC S9(9) VALUE 0.
01 WS-AFSLUT-SUM     PIC 9(9) VALUE 0.
            PERFORM TAEL-ALDER
            PERFORM TJEK-ESKALATION
        WHEN "B"
        WHEN "R"
            ADD 1 TO ANTAL-BEHANDLING
            PERFORM TAEL-ALDER
            PERFORM TJEK-ESKALATION
        WHEN "C"
            *> Chargebacken er indsendt inden fristen - sagen ældes
            *> stadig, men eskaleres ikke
            ADD 1 TO ANTAL-INDSENDT
            PERFORM TAEL-ALDER
        WHEN "F"
            ADD 1 TO ANTAL-AFSLUTTET
            IF TV-STATUS-DATO OF TVIST-REC NOT = SPACES

    MOVE SPACES TO RAPPORT-TEXT
    WRITE RAPPORT-REC
    MOVE "Aldersfordeling (aabne, under behandling og indsendt):"
        TO RAPPORT-TEXT
    WRITE RAPPORT-REC

    END-STRING
    WRITE RAPPORT-REC

    MOVE ANTAL-INDSENDT TO ANTAL-EDIT
    MOVE SPACES TO RAPPORT-TEXT
    STRING
        "  Chargeback indsendt:    " DELIMITED BY SIZE
        FUNCTION TRIM(ANTAL-EDIT)    DELIMITED BY SIZE
    INTO RAPPORT-TEXT
    END-STRING
    WRITE RAPPORT-REC

    MOVE ANTAL-AFSLUTTET TO ANTAL-EDIT
    MOVE SPACES TO RAPPORT-TEXT
    STRING
