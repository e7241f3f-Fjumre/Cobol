      *>  After a checkpoint restart the replayed accounts may appear
      *>  twice on the same date - readers keep the LAST line per
      *>  (konto, dato).
      *>  SH-OEVRIG is the period's other posted movement that is not
      *>  in SH-IND/SH-UD - reversals, write-offs and internal
      *>  transfers, signed.  Lines written before the field existed
      *>  are shorter and read it as spaces - treat non-numeric as 0.
      *>  SH-GEBYR is the period's fees charged to the account (fee
      *>  postings and machine fees), signed as posted - i.e. negative.
      *>  Already included in SH-IND/SH-UD; same rule for old lines.
      *>----------------------------------------------------------------
      02 SH-DATO        PIC X(8).
      02 SH-KONTO-ID    PIC X(14).
      02 SH-SLUT-SALDO  PIC S9(13)V99.
      02 SH-IND         PIC S9(13)V99.
      02 SH-UD          PIC S9(13)V99.
      02 SH-OEVRIG      PIC S9(13)V99.
      02 SH-GEBYR       PIC S9(13)V99.
