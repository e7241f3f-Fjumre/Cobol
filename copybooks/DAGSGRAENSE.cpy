      *>----------------------------------------------------------------
      *>  DAGSGRAENSE.cpy  -  record layout for Dagsgraenser.txt, the
      *>  withdrawal and spending limits enforced by OPGAVE10 while
      *>  posting. One line per limit, keyed either on one KONTO-ID
      *>  (DG-ART "K") or on a KONTO-TYPE (DG-ART "T"); a KONTO-ID line
      *>  takes precedence over its account type's line. The limits
      *>  are positive DKK amounts: the maximum total of debits per
      *>  calendar day (by TIDSPUNKT) and the maximum single debit.
      *>  Zero means no limit of that kind. Debits over a limit are
      *>  not posted but held in Ventende.txt until the fraud desk
      *>  releases them (see GRAENSEHOLD.cpy).
      *>----------------------------------------------------------------
      02 DG-ART          PIC X(1).
         88 DG-PR-KONTO     VALUE "K".
         88 DG-PR-TYPE      VALUE "T".
      02 DG-NOEGLE       PIC X(14).
      02 DG-MAX-DAG      PIC 9(11)V99.
      02 DG-MAX-ENKELT   PIC 9(11)V99.
