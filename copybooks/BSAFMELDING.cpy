      *>----------------------------------------------------------------
      *>  BSAFMELDING.cpy  -  record layout for BSAfmeldinger.txt, the
      *>  customers' cancellations of a single upcoming Betalingsservice
      *>  collection, read by BETALINGSSERVICE.  A line identifies the
      *>  collection by debtor KONTO-ID, creditor number, customer
      *>  reference and due date, and carries the date the customer
      *>  cancelled it.  The cancellation only counts if it was made
      *>  before the due date; the mandate itself stays in force.
      *>----------------------------------------------------------------
      02 BF-KONTO-ID      PIC X(14).
      02 BF-KREDITOR-NR   PIC X(8).
      02 BF-KUNDE-REF     PIC X(15).
      02 BF-FORFALD       PIC X(8).
      02 BF-AFMELDT-DATO  PIC X(8).
