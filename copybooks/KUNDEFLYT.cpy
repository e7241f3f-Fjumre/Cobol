      *>----------------------------------------------------------------
      *>  KUNDEFLYT.cpy  -  record layout for KundeFlytning.txt, the
      *>  queue of ownership moves applied by KUNDE-FLYT.
      *>  Type S merges a duplicate customer into another: every
      *>  account, co-ownership, dispute, statement cycle and screening
      *>  hit moves to TIL, and FRA is closed.  KF-KONTO-ID must be
      *>  blank.  Type O transfers one account (KF-KONTO-ID), or all of
      *>  FRA's accounts when it is blank, to a new owner, e.g. a
      *>  business takeover or a gift to a child.  FRA stays a customer.
      *>  Nothing is applied before the move has been approved
      *>  (KundeFlytGodkendt.txt with the approver's initials).
      *>----------------------------------------------------------------
      02 KF-TYPE          PIC X(1).
         88 KF-SAMMENLAEG VALUE "S".
         88 KF-OVERDRAG   VALUE "O".
      02 KF-FRA-KUNDE-ID  PIC X(10).
      02 KF-TIL-KUNDE-ID  PIC X(10).
      02 KF-KONTO-ID      PIC X(14).
      *> Fritekst til journalen og rapporten, f.eks. DUBLET, GAVE
      02 KF-AARSAG        PIC X(30).
