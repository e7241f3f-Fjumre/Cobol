      *>----------------------------------------------------------------
      *>  BSOPKRAEVNING.cpy  -  record layout for BSOpkraevninger.txt,
      *>  the creditor collection requests received via Betalingsservice,
      *>  and for BSVentende.txt, where BETALINGSSERVICE keeps accepted
      *>  collections until their due date.  One line per collection:
      *>  the creditor's Betalingsservice number and name, the debtor
      *>  KONTO-ID with us, the customer's reference with the creditor,
      *>  the amount in oere, the currency, the due date and the
      *>  creditor's own reference for the collection (carried through
      *>  unchanged as TRANS-REFERENCE, so the posting can be traced
      *>  back to the request).
      *>----------------------------------------------------------------
      02 BO-KREDITOR-NR    PIC X(8).
      02 BO-KREDITOR-NAVN  PIC X(20).
      02 BO-KONTO-ID       PIC X(14).
      02 BO-KUNDE-REF      PIC X(15).
      02 BO-BELOB-OERE     PIC 9(13).
      02 BO-VALUTA         PIC X(3).
      02 BO-FORFALD        PIC X(8).
      02 BO-OPKR-REF       PIC X(20).
