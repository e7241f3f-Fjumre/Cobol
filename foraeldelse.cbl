   COPY "KONTOOPL.cpy".

FD Kundeoplysninger.
01 RAW-KUNDE PIC X(302).

FD MilepaelFil.
01 MILEPAEL-REC.
