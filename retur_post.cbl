   COPY "KONTOOPL.cpy".

FD Kundeoplysninger.
01 RAW-KUNDE PIC X(302).

FD UleveretFil.
01 ULEVERET-REC.
