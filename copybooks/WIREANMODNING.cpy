      *>  KONTO-ID with us, the beneficiary name, the correspondent
      *>  bank's UB-SWIFT-KEY (matched against BankerUdland.txt, see
      *>  BANKERUDLAND.cpy), the beneficiary IBAN, and the amount in
      *>  the wire's own currency.  WA-ANMODET-AF identifies who placed the
      *>  request when it is not the account holder - a representative
      *>  under Fuldmagter.txt (FULDMAGT.cpy); blank = the holder.
      *>----------------------------------------------------------------
      02 WA-ANMOD-NR    PIC 9(6).
      02 WA-KONTO-ID    PIC X(14).
      02 WA-IBAN        PIC X(34).
      02 WA-BELOB       PIC X(15).
      02 WA-VALUTA      PIC X(3).
      02 WA-ANMODET-AF  PIC X(10).
