      *>----------------------------------------------------------------
      *>  KONTOTYPEROLLUP.cpy  -  record layout for KontotypeRollup.txt,
      *>  OPGAVE8's balance rollup per KONTO-TYPE across the whole of
      *>  KontoOpl.txt, rewritten each run.  Same figures as the
      *>  "Saldo pr. kontotype" section of OrphanRapport.txt, in fixed
      *>  columns for programs that reconcile to the book total (e.g.
      *>  NATIONALBANK-INDLAAN).  KR-SALDO is the plain sum of the
      *>  balances in their own currency, as in OPGAVE8.
      *>----------------------------------------------------------------
      02 KR-KONTO-TYPE  PIC X(10).
      02 KR-ANTAL       PIC 9(7).
      02 KR-SALDO       PIC S9(13)V99.
