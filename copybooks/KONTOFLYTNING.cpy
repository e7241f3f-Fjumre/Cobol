      *>----------------------------------------------------------------
      *>  KONTOFLYTNING.cpy  -  record layout for Kontoflytninger.txt,
      *>  KONTOFLYTNING's register of outgoing bank switches.  One line
      *>  per switch and account moved, rewritten every run: the switch
      *>  number, customer, account, sending REG-NR, receiving bank's
      *>  REG-NR and account, the agreed switch date, the status and the
      *>  date it was reached, the INDLANDSBETALING request number that
      *>  carries the latest balance transfer (numbered from 900001 up,
      *>  so they do not mix with manually placed requests), the total
      *>  amount sent in DKK, the number of standing orders and
      *>  direct-debit mandates exported to the receiving bank, and a
      *>  remark.
      *>    M  modtaget   - registered and exported, awaiting the date
      *>    H  holdt      - the date is reached but the account cannot
      *>                    be moved yet, or a remaining balance is to
      *>                    be sent (see remark); retried each run
      *>    S  sendt      - orders and mandates stopped, transfer
      *>                    requested; awaiting INDLANDSBETALING and
      *>                    OPGAVE10
      *>    A  afsluttet  - the transfer is debited, the account stood
      *>                    at 0 and its closure is written (or there
      *>                    was no balance to move)
      *>    F  fejl       - INDLANDSBETALING rejected the transfer;
      *>                    must be followed up by hand
      *>    X  afvist     - the order itself was rejected
      *>----------------------------------------------------------------
      02 KF-FLYT-NR        PIC 9(6).
      02 FILLER            PIC X(1).
      02 KF-KUNDE-ID       PIC X(10).
      02 FILLER            PIC X(1).
      02 KF-KONTO-ID       PIC X(14).
      02 FILLER            PIC X(1).
      02 KF-REG-NR         PIC X(4).
      02 FILLER            PIC X(1).
      02 KF-MODT-REG-NR    PIC X(4).
      02 FILLER            PIC X(1).
      02 KF-MODT-KONTO     PIC X(14).
      02 FILLER            PIC X(1).
      02 KF-FLYT-DATO      PIC X(8).
      02 FILLER            PIC X(1).
      02 KF-STATUS         PIC X(1).
         88 KF-MODTAGET    VALUE "M".
         88 KF-HOLDT       VALUE "H".
         88 KF-SENDT       VALUE "S".
         88 KF-AFSLUTTET   VALUE "A".
         88 KF-FEJL        VALUE "F".
         88 KF-AFVIST      VALUE "X".
      02 FILLER            PIC X(1).
      02 KF-STATUS-DATO    PIC X(8).
      02 FILLER            PIC X(1).
      02 KF-ANMOD-NR       PIC 9(6).
      02 FILLER            PIC X(1).
      02 KF-BELOB          PIC S9(13)V99.
      02 FILLER            PIC X(1).
      02 KF-ANTAL-ORDRER   PIC 9(3).
      02 FILLER            PIC X(1).
      02 KF-ANTAL-MANDATER PIC 9(3).
      02 FILLER            PIC X(1).
      02 KF-BEMAERKNING    PIC X(40).
