   02 DA-DATO    PIC X(8).

FD Kundeoplysninger.
01 RAW-KUNDE PIC X(302).
01 KUNDEOPL REDEFINES RAW-KUNDE.
   COPY "KUNDER.cpy".

FD KundeoplysningerNyFil.
01 RAW-KUNDE-NY PIC X(302).

FD Kontofil.
01 RAW-KONTO PIC X(52).
