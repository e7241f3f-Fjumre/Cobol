      *>----------------------------------------------------------------
      *>  CHARGEBACKSVAR.cpy  -  record layout for ChargebackSvar.txt,
      *>  the card scheme's answers to filed chargebacks, imported by
      *>  CHARGEBACK.  Keyed by our case number + TRANS-REFERENCE as
      *>  sent in ChargebackUdgaaende.txt (CHARGEBACK.cpy).
      *>----------------------------------------------------------------
      02 CS-SAGSNR          PIC 9(6).
      02 CS-TRANS-REFERENCE PIC X(20).
      *> Svaret: accepteret (kunden får medhold), afvist, eller
      *> repræsentation (forretningen fastholder og genindsender)
      02 CS-SVAR            PIC X(1).
         88 CS-ACCEPTERET       VALUE "A".
         88 CS-AFVIST           VALUE "R".
         88 CS-REPRAESENTATION  VALUE "P".
      02 CS-SVAR-DATO       PIC X(8).
      02 CS-BEGRUNDELSE     PIC X(40).
