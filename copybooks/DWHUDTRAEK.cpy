      *>----------------------------------------------------------------
      *>  DWHUDTRAEK.cpy  -  record layout for DwhUdtraek.txt, the
      *>  nightly change-data extract DWH-UDTRAEK writes for the data
      *>  warehouse.  One line per changed customer ("K"), account
      *>  ("O") or new posting ("T"), flagged insert/update/delete.
      *>  I and U carry the whole current record image and are loaded
      *>  as an upsert; I means the record is new (or re-entered) in
      *>  the window, U that an existing record changed.  D carries the
      *>  key only - the customer was erased/merged away or the account
      *>  formally closed.  Postings are always I.
      *>----------------------------------------------------------------
      02 DU-TYPE       PIC X(1).
         88 DU-KUNDE       VALUE "K".
         88 DU-KONTO       VALUE "O".
         88 DU-POSTERING   VALUE "T".
      02 DU-HANDLING   PIC X(1).
         88 DU-INDSAET     VALUE "I".
         88 DU-OPDATER     VALUE "U".
         88 DU-SLET        VALUE "D".
      *> KUNDEID, KONTO-ID eller TRANS-REFERENCE
      02 DU-NOEGLE     PIC X(20).
      *> Udtrækkets kørselsdato
      02 DU-DATO       PIC X(8).
      *> Kundeoplysninger- (302), KontoOpl- (52) eller
      *> Transaktioner-linjen (223) - blank ved D
      02 DU-DATA       PIC X(302).
