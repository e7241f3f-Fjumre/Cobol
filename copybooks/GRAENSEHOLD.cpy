      *>----------------------------------------------------------------
      *>  GRAENSEHOLD.cpy  -  record layout for GraenseHoldt.txt, the
      *>  register of debits OPGAVE10 has diverted to Ventende.txt for
      *>  breaking a limit in Dagsgraenser.txt. One line per diverted
      *>  posting: account, TRANS-REFERENCE, the date it was diverted,
      *>  the DKK amount and which limit it broke ("E" single debit,
      *>  "D" daily total). While a posting is in the register it is
      *>  put back in Ventende.txt each run; once the fraud desk lists
      *>  it in GraenseFrigivelse.txt it is posted without a limit
      *>  check and leaves the register. A debit above the limit in
      *>  MindreaarigGraense.txt from a minor's account is held the
      *>  same way with reason "M"; only a registered guardian's
      *>  approval in VaergeGodkendelse.txt releases it (VAERGE.cpy).
      *>  INDLANDSBETALING and STAAENDE-ORDRE put a payment to one of
      *>  our own accounts here with reason "N" when the beneficiary
      *>  name does not match the receiving account's holders; only the
      *>  paying customer's confirmation in ModtagerBekraeftelse.txt
      *>  releases it (MODTAGERBEKRAEFT.cpy).
      *>----------------------------------------------------------------
      02 GH-KONTO-ID     PIC X(14).
      02 GH-REFERENCE    PIC X(20).
      02 GH-DATO         PIC X(8).
      02 GH-BELOB        PIC S9(13)V99.
      02 GH-AARSAG       PIC X(1).
         88 GH-ENKELT       VALUE "E".
         88 GH-DAG          VALUE "D".
         88 GH-MINDREAARIG  VALUE "M".
         88 GH-MODTAGERNAVN VALUE "N".
