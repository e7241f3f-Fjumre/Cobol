      *>----------------------------------------------------------------
      *>  STORNOANMODNING.cpy  -  record layout for
      *>  StornoAnmodninger.txt, the reversal requests read by STORNO.
      *>  One line per posting to be reversed, keyed on the original
      *>  posting's TRANS-REFERENCE as it stands in
      *>  PosteringsJournal.txt.  SA-KONTO-ID is optional; when given
      *>  it must match the journalled posting's KONTO-ID, as a guard
      *>  against a mistyped reference.  SA-AARSAG is free text kept
      *>  in StornoRegister.txt.
      *>----------------------------------------------------------------
      02 SA-TRANS-REFERENCE PIC X(20).
      02 SA-KONTO-ID        PIC X(14).
      02 SA-AARSAG          PIC X(30).
