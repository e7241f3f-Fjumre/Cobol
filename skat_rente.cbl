
*> -------- KUNDEOPLYSNINGER (kundestamdata) --------
FD Kundeoplysninger.
01 RAW-KUNDE PIC X(302).
01 KUNDEOPL REDEFINES RAW-KUNDE.
   COPY "KUNDER.cpy".

01 KUNDE-RENTE-TABEL.
   02 KUNDE-RENTE-POST OCCURS 10000 TIMES.
      03 T-KR-KUNDE-ID PIC X(10).
      03 T-KR-RENTE    PIC S9(11)V99.
      03 T-KR-NAVN     PIC X(41).
      03 T-KR-CPR      PIC X(11).

                    *> Kun kreditrente indgår i renteindtægts-
                    *> opgørelsen - overtræksrente på kassekreditter
                    *> (RL-ART "D") er kundens renteudgift, ikke en
                    *> indtægt, og holdes ude af indberetningen.
                    *> Reguleringer for valørdaterede posteringer
                    *> ("R"/"N") forhøjer/nedsætter kreditrenten
                    IF RL-DATO OF RENTELOG-REC (1:4) = WS-AAR
                            AND RL-ART OF RENTELOG-REC NOT = "D"
                        ADD 1 TO ANTAL-LOG-LINJER
    END-IF

    IF WS-KUNDE-MATCH > 0
        IF RL-REGULERING-NED OF RENTELOG-REC
            SUBTRACT RL-RENTE OF RENTELOG-REC
                FROM T-KR-RENTE(WS-KUNDE-MATCH)
        ELSE
            ADD RL-RENTE OF RENTELOG-REC TO T-KR-RENTE(WS-KUNDE-MATCH)
        END-IF
    END-IF
    .

    .

SKRIV-D-LINJE.
    *> En nedregulering kan ikke bringe årets renteindtægt under nul
    IF T-KR-RENTE(IDX-KUNDE) < 0
        MOVE 0 TO T-KR-RENTE(IDX-KUNDE)
    END-IF
    COMPUTE WS-RENTE-OERE ROUNDED = T-KR-RENTE(IDX-KUNDE) * 100
    ADD WS-RENTE-OERE TO WS-TOTAL-OERE

