      *>----------------------------------------------------------------
      *>  LAASTOPSPARING.cpy  -  record layout for LaastOpsparing.txt,
      *>  the register of legally locked savings accounts (boerne-
      *>  opsparing, boligopsparing, pension-type products). One line
      *>  per KONTO-ID: the product, the date before which no debit
      *>  may be posted, and the maximum deposit per calendar year
      *>  (0 = no cap). LO-AAR/LO-INDBETALT are the deposits posted so
      *>  far in that year, maintained by OPGAVE10; when the first
      *>  deposit of a new year is posted the old year's total moves
      *>  to LO-FORRIGE-INDBETALT, so the year-end report can still
      *>  show it. A new account is added by hand with LO-AAR blank
      *>  and both totals zero.
      *>----------------------------------------------------------------
      02 LO-KONTO-ID           PIC X(14).
      02 LO-PRODUKT            PIC X(10).
      02 LO-FRIGIVELSESDATO    PIC X(8).
      02 LO-AARLIGT-LOFT       PIC 9(9)V99.
      02 LO-AAR                PIC X(4).
      02 LO-INDBETALT          PIC 9(9)V99.
      02 LO-FORRIGE-INDBETALT  PIC 9(9)V99.
