      *>  "1 unit of VK-VALUTAKODE = VK-KURS DKK", effective from
      *>  VK-EFFEKTIV-DATO (YYYYMMDD) until superseded by a later dated
      *>  row for the same currency.  Shared by OPGAVE10 and OPGAVE11.
      *>  VK-KURS is the mid rate.  VK-KOEBSKURS/VK-SALGSKURS are the
      *>  bank's buying and selling rates for customer conversions
      *>  (credits converted at the buying rate, debits at the selling
      *>  rate); blank or zero means no spread, and the mid rate is
      *>  used both ways.  Rows written before the spread was added are
      *>  20 bytes long and read that way.
      *>----------------------------------------------------------------
      02 VK-VALUTAKODE      PIC X(3).
      02 VK-EFFEKTIV-DATO   PIC X(8).
      02 VK-KURS            PIC 9(5)V9999.
      02 VK-KOEBSKURS       PIC 9(5)V9999.
      02 VK-SALGSKURS       PIC 9(5)V9999.
