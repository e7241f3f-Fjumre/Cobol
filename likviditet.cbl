   COPY "KONTOOPL.cpy".

FD VentendeFil.
01 RAW-VENTENDE PIC X(223).

FD OrdreFil.
01 RAW-ORDRE PIC X(94).
01 ORDRE-REC REDEFINES RAW-ORDRE.
   COPY "STAAENDEORDRE.cpy".

01 WS-KAND-MND   PIC 9(2) VALUE 0.
01 WS-KAND-DAG   PIC 9(2) VALUE 0.
01 WS-MND-DAGE   PIC 9(2) VALUE 0.
01 WS-KAND-DATO  PIC X(8) VALUE SPACES.
01 WS-MND-TAELLER PIC 9(2) VALUE 0.

        WHEN 4 WHEN 6 WHEN 9 WHEN 11
            MOVE 30 TO WS-MND-DAGE
        WHEN OTHER
            *> Skudår: deleligt med 4, men ikke med 100 - medmindre
            *> det også er deleligt med 400
            IF FUNCTION MOD(WS-KAND-AAR, 4) = 0
                    AND (FUNCTION MOD(WS-KAND-AAR, 100) NOT = 0
                         OR FUNCTION MOD(WS-KAND-AAR, 400) = 0)
                MOVE 29 TO WS-MND-DAGE
            ELSE
                MOVE 28 TO WS-MND-DAGE
