      *>----------------------------------------------------------------
      *>  VAERGE.cpy  -  record layout for Vaerger.txt, the register of
      *>  guardians for customers under 18 (age from CPR-NR on the
      *>  customer master).  One line per minor and guardian - a minor
      *>  with two guardians has two lines.  VG-VAERGE-ID is the
      *>  guardian's KUNDEID, or the ID the guardian signs approvals
      *>  with if not a customer.  OPGAVE10 accepts a release in
      *>  VaergeGodkendelse.txt (VAERGEGODKENDELSE.cpy) only from a
      *>  guardian registered here for the account's owner.
      *>----------------------------------------------------------------
      02 VG-KUNDEID       PIC X(10).
      02 VG-VAERGE-ID     PIC X(10).
      02 VG-VAERGE-NAVN   PIC X(30).
      02 VG-START-DATO    PIC X(8).
