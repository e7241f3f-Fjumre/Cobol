      *>----------------------------------------------------------------
      *>  KONTOFLYTUD.cpy  -  record layout for KontoflytningUd.txt, the
      *>  bank-switch export to the receiving banks written by
      *>  KONTOFLYTNING for the switches registered in the run.  Per
      *>  account moved: one "H" line with the customer, our account,
      *>  the receiving REG-NR/account and the switch date, followed by
      *>  the account's standing orders ("S", the StaaendeOrdrer.txt
      *>  line unchanged, see STAAENDEORDRE.cpy) and direct-debit
      *>  mandates ("B", the BSMandater.txt line unchanged, see
      *>  BSMANDAT.cpy) still in force on the switch date.
      *>----------------------------------------------------------------
      02 FU-TYPE             PIC X(1).
         88 FU-HOVED         VALUE "H".
         88 FU-ORDRE         VALUE "S".
         88 FU-MANDAT        VALUE "B".
      02 FU-FLYT-NR          PIC 9(6).
      02 FU-DATA             PIC X(94).
      02 FU-HOVED-DATA REDEFINES FU-DATA.
         03 FU-H-KUNDE-ID    PIC X(10).
         03 FU-H-NAVN        PIC X(30).
         03 FU-H-KONTO-ID    PIC X(14).
         03 FU-H-AFS-REG-NR  PIC X(4).
         03 FU-H-MODT-REG-NR PIC X(4).
         03 FU-H-MODT-KONTO  PIC X(14).
         03 FU-H-FLYT-DATO   PIC X(8).
         03 FILLER           PIC X(10).
      02 FU-ORDRE-DATA REDEFINES FU-DATA.
         03 FU-S-ORDRE       PIC X(94).
      02 FU-MANDAT-DATA REDEFINES FU-DATA.
         03 FU-B-MANDAT      PIC X(72).
         03 FILLER           PIC X(22).
