      *>----------------------------------------------------------------
      *>  GEBYRNY.cpy  -  record layout for GebyrSatserNy.txt, the
      *>  pending fee schedule.  Same fields as GEBYRSATS.cpy, preceded
      *>  by the date the line takes effect.  VARSEL-BREVE compares it
      *>  with GebyrSatser.txt and sends the advance-notice letters;
      *>  OPGAVE10's BEREGN-GEBYR applies a line from its effective date
      *>  on, in place of the KONTO-TYPE's line in GebyrSatser.txt,
      *>  unless VARSEL-BREVE has refused the change (VarselAfvist.txt).
      *>----------------------------------------------------------------
      02 GN-GYLDIG-FRA      PIC X(8).
      02 GN-KONTO-TYPE      PIC X(10).
      02 GN-MDR-GEBYR       PIC X(15).
      02 GN-FRIE-POSTER     PIC 9(3).
      02 GN-POST-GEBYR      PIC X(15).
      02 GN-GENUDSKR-GEBYR  PIC X(15).
