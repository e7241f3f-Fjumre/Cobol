      *>----------------------------------------------------------------
      *>  STAMJOURNAL.cpy  -  record layout for StamdataJournal.txt,
      *>  the field-level audit journal over every mutation of
      *>  Kundeoplysninger.txt, KontoOpl.txt and the consent register
      *>  Samtykke.txt.  One line per changed field: run date, the
      *>  writing program, the key type ("K" = KUNDEID, "O" =
      *>  KONTO-ID), the key, the field name and the before/after
      *>  values.  Appended to (OPEN EXTEND) by OPDATER-KUNDE,
      *>  SLET-KUNDE, SAMTYKKE, KUNDE-FLYT, OPGAVE5's merge and
      *>  OPGAVE10's OPDATER-KONTO-BALANCE; JOURNAL-OPSLAG reconstructs
      *>  a record's change history by key.
      *>----------------------------------------------------------------
      02 SJ-DATO       PIC X(8).
      02 SJ-PROGRAM    PIC X(12).
