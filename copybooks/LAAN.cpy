      *>----------------------------------------------------------------
      *>  LAAN.cpy  -  record layout for Laan.txt, the loan register
      *>  read by LAAN-AFDRAG.  One line per loan: the paying KONTO-ID
      *>  (and its REG-NR, carried onto the generated postings like
      *>  STAAENDEORDRE.cpy), the original principal in DKK, the
      *>  agreed annual rate in percent (e.g. 0450 = 4.50 pct., same
      *>  convention as KASSEKREDIT.cpy), the term in months, the day
      *>  of month the installment falls due, and the date the loan
      *>  was paid out.  Installments are level annuities computed from
      *>  the original principal, rate and term; the outstanding
      *>  principal is kept by LAAN-AFDRAG in LaanRestgaeld.txt.
      *>----------------------------------------------------------------
      02 LN-LAAN-NR      PIC 9(6).
      02 LN-KONTO-ID     PIC X(14).
      02 LN-REG-NR       PIC X(4).
      02 LN-HOVEDSTOL    PIC X(15).
      02 LN-RENTE-PCT    PIC 9(2)V99.
      02 LN-LOEBETID     PIC 9(3).
      02 LN-DAG          PIC 9(2).
      02 LN-START-DATO   PIC X(8).
