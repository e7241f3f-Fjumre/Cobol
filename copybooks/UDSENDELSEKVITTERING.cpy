      *>----------------------------------------------------------------
      *>  UDSENDELSEKVITTERING.cpy  -  record layout for
      *>  UdsendelseKvittering.txt, the delivery receipt log written by
      *>  UDSENDELSE.  One line per file in the distribution table per
      *>  cycle: when it was handled, the recipient, the file name, its
      *>  record count (lines) and what happened to it.  The log is
      *>  appended to, so earlier nights are kept as history.
      *>----------------------------------------------------------------
      02 UK-TIDSPUNKT    PIC X(14).
      02 FILLER          PIC X(1).
      02 UK-MODTAGER     PIC X(14).
      02 FILLER          PIC X(1).
      02 UK-FIL          PIC X(40).
      02 FILLER          PIC X(1).
      02 UK-ANTAL        PIC 9(9).
      02 FILLER          PIC X(1).
      02 UK-STATUS       PIC X(1).
         *> Lagt i modtagerens leveringsmappe
         88 UK-LEVERET   VALUE "L".
         *> Påkrævet fil, som cyklussen ikke dannede
         88 UK-MANGLER   VALUE "M".
         *> Valgfri fil, som ikke blev dannet i nat
         88 UK-IKKE-DANNET VALUE "I".
         *> Filen findes, men kunne ikke kopieres
         88 UK-FEJLET    VALUE "F".
      02 FILLER          PIC X(1).
      02 UK-MAPPE        PIC X(40).
