   02 MODE-INP PIC X(7).

FD Kundeoplysninger.
01 RAW-KUNDE PIC X(302).

FD Kontofil.
01 RAW-KONTO PIC X(52).
FD KundeIsamFil.
01 KUNDE-ISAM-REC.
   02 KIS-KUNDEID PIC X(10).
   02 KIS-RESTEN  PIC X(292).

FD KontoIsamFil.
01 KONTO-ISAM-REC.
   02 KOS-RESTEN   PIC X(38).

FD KundeEksportFil.
01 RAW-KUNDE-EKSPORT PIC X(302).

FD KontoEksportFil.
01 RAW-KONTO-EKSPORT PIC X(52).
