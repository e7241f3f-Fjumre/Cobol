*>  transaktioner.
*>
*>  Hver række valideres: kendt/velformet valutakode (tre bogstaver),
*>  parsebar dato, positiv kurs, en evt. købs-/salgskurs skal ligge
*>  på hver sin side af midtkursen, og kursen skal ligge inden for et
*>  konfigurerbart procentbånd (KursBaandPct.txt, standard 10 pct.)
*>  af valutaens hidtil nyeste kurs. Godkendte rækker appenderes til
*>  Valutakurser.txt; afviste og mistænkelige rækker rapporteres til
FILE SECTION.

FD KursFeedFil.
01 RAW-FEED PIC X(38).
01 FEED-REC REDEFINES RAW-FEED.
   COPY "VALUTAKURS.cpy".

FD Valutafil.
01 RAW-VALUTA PIC X(38).
01 VALUTAKURS-REC REDEFINES RAW-VALUTA.
   COPY "VALUTAKURS.cpy" REPLACING LEADING ==VK-== BY ==VG-==.

FD ValutaUdFil.
01 RAW-VALUTA-UD PIC X(38).

FD BaandFil.
01 BAAND-REC.
        END-IF
    END-IF

    IF WS-AFVIST-AARSAG = SPACES
        PERFORM TJEK-SPREAD
    END-IF

    IF WS-AFVIST-AARSAG = SPACES
        PERFORM TJEK-KURS-BAAND
    END-IF
    END-IF
    .

*>-----------------------------------------------------------------
*>  TJEK-SPREAD – købs- og salgskurs er valgfri (blank = ingen
*>  spread), men angives de, skal begge være der, og købskursen må
*>  ikke ligge over eller salgskursen under midtkursen
*>-----------------------------------------------------------------
TJEK-SPREAD.
    IF RAW-FEED(21:18) = SPACES
        EXIT PARAGRAPH
    END-IF
    IF VK-KOEBSKURS OF FEED-REC NOT NUMERIC
            OR VK-SALGSKURS OF FEED-REC NOT NUMERIC
        MOVE "koebs-/salgskurs ikke numerisk" TO WS-AFVIST-AARSAG
        EXIT PARAGRAPH
    END-IF
    IF VK-KOEBSKURS OF FEED-REC = 0 AND VK-SALGSKURS OF FEED-REC = 0
        EXIT PARAGRAPH
    END-IF
    IF VK-KOEBSKURS OF FEED-REC = 0 OR VK-SALGSKURS OF FEED-REC = 0
        MOVE "kun den ene af koebs-/salgskurs angivet"
            TO WS-AFVIST-AARSAG
        EXIT PARAGRAPH
    END-IF
    IF VK-KOEBSKURS OF FEED-REC > VK-KURS OF FEED-REC
            OR VK-SALGSKURS OF FEED-REC < VK-KURS OF FEED-REC
        MOVE "koebskurs over eller salgskurs under midtkursen"
            TO WS-AFVIST-AARSAG
    END-IF
    .

*>-----------------------------------------------------------------
*>  TJEK-KURS-BAAND – afvig kursen mere end WS-BAAND-PCT pct. fra
*>  valutaens hidtil nyeste kurs, afvises rækken som mistænkelig.
