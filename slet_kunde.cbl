
*> -------- KUNDEOPLYSNINGER (kundestamdata) --------
FD Kundeoplysninger.
01 RAW-KUNDE PIC X(302).
01 KUNDEOPL REDEFINES RAW-KUNDE.
   COPY "KUNDER.cpy".

FD KundeoplysningerNyFil.
01 RAW-KUNDE-NY PIC X(302).

FD SlettedeKunderFil.
01 SLETTET-REC.

*> -------- TRANSAKTIONER (indeholder selv CPR/navn/adresse) --------
FD Transfil.
01 RAW-TRANS PIC X(223).
01 TRANS-REC REDEFINES RAW-TRANS.
   COPY "TRANSAKTIONER.cpy".

FD TransfilNyFil.
01 RAW-TRANS-NY PIC X(223).

FD SletteHoldFil.
01 HOLD-REC.
