
*> -------- TRANSAKTIONER (historikken, der gennemsøges) --------
FD Transfil.
01 RAW-TRANS PIC X(223).
01 TRANS-REC REDEFINES RAW-TRANS.
   COPY "TRANSAKTIONER.cpy".

