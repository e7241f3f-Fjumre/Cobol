      *>----------------------------------------------------------------
      *>  VAERGEGODKENDELSE.cpy  -  record layout for
      *>  VaergeGodkendelse.txt, a guardian's approval of a debit
      *>  OPGAVE10 has held on a minor's account (GH-AARSAG "M" in
      *>  GraenseHoldt.txt).  Matched on account and TRANS-REFERENCE;
      *>  the guardian must be registered in Vaerger.txt for the
      *>  account's owner, otherwise the approval is ignored and the
      *>  debit stays held.
      *>----------------------------------------------------------------
      02 VGG-KONTO-ID     PIC X(14).
      02 VGG-REFERENCE    PIC X(20).
      02 VGG-VAERGE-ID    PIC X(10).
