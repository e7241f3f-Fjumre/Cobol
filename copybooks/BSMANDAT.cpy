      *>----------------------------------------------------------------
      *>  BSMANDAT.cpy  -  record layout for BSMandater.txt, the
      *>  Betalingsservice mandate register read by BETALINGSSERVICE.
      *>  One line per direct-debit agreement a customer has given a
      *>  creditor: the debtor KONTO-ID (and its REG-NR, carried onto
      *>  the generated postings like STAAENDEORDRE.cpy), the
      *>  creditor's Betalingsservice number, the customer's reference
      *>  with that creditor (customer/policy number), the period the
      *>  mandate covers (BM-STOP-DATO spaces = open-ended) and an
      *>  optional ceiling per collection in DKK as text (spaces or
      *>  zero = no ceiling).  A collection is only paid if a mandate
      *>  matches KONTO-ID + creditor + reference and is in force on
      *>  the collection's due date.
      *>----------------------------------------------------------------
      02 BM-KONTO-ID     PIC X(14).
      02 BM-REG-NR       PIC X(4).
      02 BM-KREDITOR-NR  PIC X(8).
      02 BM-KUNDE-REF    PIC X(15).
      02 BM-START-DATO   PIC X(8).
      02 BM-STOP-DATO    PIC X(8).
      02 BM-MAX-BELOB    PIC X(15).
