      *>----------------------------------------------------------------
      *>  UDLANDINDBETALING.cpy  -  record layout for
      *>  UdlandIndbetalinger.txt, the correspondent's file of incoming
      *>  cross-border credit transfers read by UDLANDSINDBETALING.
      *>  One line per payment: the sending bank's full SWIFT/BIC
      *>  (its first 6 characters are matched against UB-SWIFT-KEY in
      *>  BankerUdland.txt, see BANKERUDLAND.cpy), the correspondent's
      *>  own reference, the beneficiary IBAN or plain KONTO-ID, the
      *>  ordering customer's name (screened against the watch list
      *>  before posting), and the amount in minor units (oere/cent)
      *>  in the payment's own currency.  The same layout is used for
      *>  payments held in UdlandIndStoppet.txt and returned in
      *>  UdlandIndRetur.txt.
      *>----------------------------------------------------------------
      02 UI-SWIFT         PIC X(11).
      02 UI-REFERENCE     PIC X(20).
      02 UI-IBAN          PIC X(34).
      02 UI-ORDRE-NAVN    PIC X(30).
      02 UI-BELOB-OERE    PIC 9(13).
      02 UI-VALUTA        PIC X(3).
      02 UI-DATO          PIC X(8).
