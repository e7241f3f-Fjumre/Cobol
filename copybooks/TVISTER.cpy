      *>  case file maintained by TVIST-SAG.  One line per dispute
      *>  raised against a TRANS-REFERENCE from Transaktioner.txt,
      *>  carrying the konto/kunde context captured when the case was
      *>  opened, and the case's current state.  Card-purchase cases
      *>  are filed with the card scheme by CHARGEBACK ("C"), and the
      *>  scheme's answer moves them on: accepted/rejected to "F", a
      *>  representment from the merchant to "R" for back office.
      *>----------------------------------------------------------------
      02 TV-SAGSNR          PIC 9(6).
      02 TV-TRANS-REFERENCE PIC X(20).
      02 TV-KUNDE-ID        PIC X(10).
      02 TV-NAVN            PIC X(30).
      02 TV-BELOB           PIC X(15).
      *> Sagens tilstand: åben -> under behandling -> (chargeback
      *> indsendt -> evt. repræsentation ->) afsluttet
      02 TV-STATUS          PIC X(1).
         88 TV-AABEN            VALUE "A".
         88 TV-UNDER-BEHANDLING VALUE "B".
         88 TV-CHARGEBACK-INDSENDT VALUE "C".
         88 TV-REPRAESENTATION  VALUE "R".
         88 TV-AFSLUTTET        VALUE "F".
      02 TV-OPRETTET-DATO   PIC X(8).
      02 TV-STATUS-DATO     PIC X(8).
      02 TV-NOTAT           PIC X(40).
      *> Kortordningens årsagskode til chargebacken, sat af TVIST-SAG
      02 TV-AARSAGSKODE     PIC X(4).
