      *>----------------------------------------------------------------
      *>  FORDELING.cpy  -  record layout for Fordeling.txt, the
      *>  distribution table read by UDSENDELSE at the end of the night
      *>  cycle.  One line per output file: the file name, the
      *>  recipient whose delivery folder it goes to (COMPLIANCE,
      *>  FINANS, BACKOFFICE, NETS, KORRESPONDENT, ...), and whether
      *>  the cycle must always produce it ("J") or only produces it
      *>  on some nights ("N" or blank).  A required file that is
      *>  missing is reported; an optional one is merely noted in the
      *>  receipt log.  Without Fordeling.txt UDSENDELSE uses its
      *>  built-in table.
      *>----------------------------------------------------------------
      02 FO-FIL          PIC X(40).
      02 FILLER          PIC X(1).
      02 FO-MODTAGER     PIC X(14).
      02 FILLER          PIC X(1).
      02 FO-KRAEVET      PIC X(1).
         88 FO-KRAEVES   VALUE "J".
         88 FO-VALGFRI   VALUE "N" SPACE.
