FILE SECTION.

FD Transfil.
01 RAW-TRANS PIC X(223).
01 TRANS-REC REDEFINES RAW-TRANS.
   COPY "TRANSAKTIONER.cpy".

FD Valutafil.
01 RAW-VALUTA PIC X(38).
01 VALUTAKURS-REC REDEFINES RAW-VALUTA.
   COPY "VALUTAKURS.cpy".

