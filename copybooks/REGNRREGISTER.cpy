      *>----------------------------------------------------------------
      *>  REGNRREGISTER.cpy  -  record layout for RegNrRegister.txt,
      *>  the official published register of Danish registration
      *>  numbers, as received from the sector.  One line per REG-NR:
      *>  the institution's name, whether the number is in use ("A",
      *>  or blank) or retired ("U"), the date it ceased, and - after a
      *>  merger - the REG-NR that took over its accounts.  A REG-NR in
      *>  Banker.txt that the register no longer lists at all is also
      *>  treated as retired by REGNR-AFSTEMNING.
      *>----------------------------------------------------------------
      02 RR-REG-NR      PIC X(4).
      02 FILLER         PIC X(1).
      02 RR-BANKNAVN    PIC X(30).
      02 FILLER         PIC X(1).
      02 RR-STATUS      PIC X(1).
         88 RR-AKTIV    VALUE "A" SPACE.
         88 RR-UDGAAET  VALUE "U".
      02 FILLER         PIC X(1).
      02 RR-OPHOER-DATO PIC X(8).
      02 FILLER         PIC X(1).
      02 RR-NY-REG-NR   PIC X(4).
