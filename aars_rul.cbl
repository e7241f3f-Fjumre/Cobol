FILE SECTION.

FD Transfil.
01 RAW-TRANS PIC X(223).
01 TRANS-REC REDEFINES RAW-TRANS.
   COPY "TRANSAKTIONER.cpy".

FD TransNyFil.
01 RAW-TRANS-NY PIC X(223).

FD ArkivFil.
01 RAW-ARKIV PIC X(223).

FD ArkivKontrolFil.
01 ARKIV-KONTROL-REC.
