      *>----------------------------------------------------------------
      *>  STORNOREGISTER.cpy  -  record layout for StornoRegister.txt,
      *>  the cumulative register of reversals generated by STORNO.
      *>  One line per reversal: the original posting's reference and
      *>  account, the reference of the offsetting "Storno" posting,
      *>  the date it was generated (YYYYMMDD) and the reason given.
      *>  A reference may appear only once as SR-ORIG-REFERENCE, and
      *>  a reference found as SR-STORNO-REFERENCE may not itself be
      *>  reversed.
      *>----------------------------------------------------------------
      02 SR-ORIG-REFERENCE   PIC X(20).
      02 SR-KONTO-ID         PIC X(14).
      02 SR-STORNO-REFERENCE PIC X(20).
      02 SR-DATO             PIC X(8).
      02 SR-AARSAG           PIC X(30).
