   COPY "KONTOEJERE.cpy".

FD Valutafil.
01 RAW-VALUTA PIC X(38).
01 VALUTAKURS-REC REDEFINES RAW-VALUTA.
   COPY "VALUTAKURS.cpy".

FD Kundeoplysninger.
01 RAW-KUNDE PIC X(302).

FD RapportFil.
01 RAPPORT-REC.
