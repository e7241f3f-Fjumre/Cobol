
*> -------- TVISTHANDLINGER (ønskede sagshandlinger) --------
FD TvistHandlingerFil.
01 RAW-HANDLING PIC X(66).
01 HANDLING-REC REDEFINES RAW-HANDLING.
   COPY "TVISTHANDLING.cpy".

*> -------- TVISTER (sagsfilen) --------
FD TvisterFil.
01 RAW-TVIST PIC X(156).
01 TVIST-REC REDEFINES RAW-TVIST.
   COPY "TVISTER.cpy".

FD TvisterNyFil.
01 RAW-TVIST-NY PIC X(156).
01 TVIST-NY-REC REDEFINES RAW-TVIST-NY.
   COPY "TVISTER.cpy" REPLACING LEADING ==TV-== BY ==TVN-==.

*> -------- TRANSAKTIONER (den bestridte postering) --------
FD Transfil.
01 RAW-TRANS PIC X(223).
01 TRANS-REC REDEFINES RAW-TRANS.
   COPY "TRANSAKTIONER.cpy".

   02 ARKIVLISTE-NAVN PIC X(40).

FD TransArkivFil.
01 RAW-ARKIV-TRANS PIC X(223).

WORKING-STORAGE SECTION.
01 EOF-HANDLING    PIC X VALUE "N".
      03 T-HA-TRANS-REFERENCE PIC X(20).
      03 T-HA-NY-STATUS       PIC X(1).
      03 T-HA-NOTAT           PIC X(40).
      03 T-HA-AARSAGSKODE     PIC X(4).
      *> Kontekst fra Transaktioner.txt/KontoOpl.txt, udfyldt inden
      *> handlingerne behandles - "Y" når transaktionen er fundet
      03 T-HA-FUNDET          PIC X(1).
      03 T-SAG-OPRETTET-DATO   PIC X(8).
      03 T-SAG-STATUS-DATO     PIC X(8).
      03 T-SAG-NOTAT           PIC X(40).
      03 T-SAG-AARSAGSKODE     PIC X(4).

*> Arkivsøgningen over tidligere års transaktionsfiler
01 WS-ARKIVLISTE-STATUS  PIC XX VALUE SPACES.
                            TO T-SAG-STATUS-DATO(ANTAL-SAGER)
                        MOVE TV-NOTAT OF TVIST-REC
                            TO T-SAG-NOTAT(ANTAL-SAGER)
                        MOVE TV-AARSAGSKODE OF TVIST-REC
                            TO T-SAG-AARSAGSKODE(ANTAL-SAGER)
                        IF TV-SAGSNR OF TVIST-REC >= WS-NAESTE-SAGSNR
                            COMPUTE WS-NAESTE-SAGSNR
                                = TV-SAGSNR OF TVIST-REC + 1
                        TO T-HA-NY-STATUS(ANTAL-HANDLINGER)
                    MOVE TH-NOTAT OF HANDLING-REC
                        TO T-HA-NOTAT(ANTAL-HANDLINGER)
                    MOVE TH-AARSAGSKODE OF HANDLING-REC
                        TO T-HA-AARSAGSKODE(ANTAL-HANDLINGER)
                    MOVE "N" TO T-HA-FUNDET(ANTAL-HANDLINGER)
                ELSE
                    MOVE SPACES TO LOG-TEXT
                MOVE WS-DAGS-DATO TO T-SAG-STATUS-DATO(ANTAL-SAGER)
                MOVE T-HA-NOTAT(IDX-HANDLING)
                    TO T-SAG-NOTAT(ANTAL-SAGER)
                MOVE T-HA-AARSAGSKODE(IDX-HANDLING)
                    TO T-SAG-AARSAGSKODE(ANTAL-SAGER)
                ADD 1 TO ANTAL-OPRETTET
                MOVE T-SAG-SAGSNR(ANTAL-SAGER) TO SAGSNR-EDIT
                MOVE SPACES TO LOG-TEXT

*>-----------------------------------------------------------------
*>  SKIFT-SAG-STATUS – flyt en eksisterende sag til TH-NY-STATUS og
*>  stempl statusdatoen. Et udfyldt notat erstatter sagens notat, og
*>  en udfyldt årsagskode sagens kode. "C" sættes kun af CHARGEBACK;
*>  en sag i repræsentation ("R") afsluttes eller sendes igen ved at
*>  flytte den til "F" eller "B" herfra
*>-----------------------------------------------------------------
SKIFT-SAG-STATUS.
    PERFORM FIND-SAG
                MOVE T-HA-NOTAT(IDX-HANDLING)
                    TO T-SAG-NOTAT(WS-SAG-MATCH)
            END-IF
            IF T-HA-AARSAGSKODE(IDX-HANDLING) NOT = SPACES
                MOVE T-HA-AARSAGSKODE(IDX-HANDLING)
                    TO T-SAG-AARSAGSKODE(WS-SAG-MATCH)
            END-IF
            ADD 1 TO ANTAL-SKIFTET
            MOVE T-SAG-SAGSNR(WS-SAG-MATCH) TO SAGSNR-EDIT
            MOVE SPACES TO LOG-TEXT
        MOVE T-SAG-OPRETTET-DATO(IDX-SAG)   TO TVN-OPRETTET-DATO
        MOVE T-SAG-STATUS-DATO(IDX-SAG)     TO TVN-STATUS-DATO
        MOVE T-SAG-NOTAT(IDX-SAG)           TO TVN-NOTAT
        MOVE T-SAG-AARSAGSKODE(IDX-SAG)     TO TVN-AARSAGSKODE
        WRITE RAW-TVIST-NY
        ADD 1 TO IDX-SAG
    END-PERFORM
