      *>----------------------------------------------------------------
      *>  RYKKER.cpy  -  record layout for RykkerRegister.txt, the
      *>  dunning register kept by RYKKER, and for RykkerHistorik.txt,
      *>  its cumulative stage history.  The register holds one line
      *>  per KONTO-ID currently in dunning: the stage reached, the date
      *>  it was reached, the date the case opened, the account's
      *>  balance (DKK) and the Kassekreditter.txt limit in force at
      *>  that date, and the reminder fee raised for the stage.  The
      *>  history gets a copy of every stage change, including the
      *>  closing ones, and is never rewritten - it is the account's
      *>  record for complaints.  A settled case ("U") leaves the
      *>  register; a written-off one ("A") stays in it for good, so
      *>  the account is not dunned again.
      *>----------------------------------------------------------------
      02 RK-KONTO-ID     PIC X(14).
      02 RK-TRIN         PIC X(1).
         88 RK-RYKKER-1   VALUE "1".
         88 RK-RYKKER-2   VALUE "2".
         88 RK-OPSIGELSE  VALUE "O".
         88 RK-INKASSO    VALUE "I".
         88 RK-AFSKREVET  VALUE "A".
         88 RK-UDLIGNET   VALUE "U".
      02 RK-DATO         PIC X(8).
      02 RK-START-DATO   PIC X(8).
      02 RK-SALDO        PIC S9(13)V99.
      02 RK-GRAENSE      PIC 9(13)V99.
      02 RK-GEBYR        PIC 9(7)V99.
