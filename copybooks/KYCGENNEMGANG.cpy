      *>----------------------------------------------------------------
      *>  KYCGENNEMGANG.cpy  -  record layout for KycGennemgaaet.txt,
      *>  the completed KYC reviews compliance keys in: the KUNDEID
      *>  and the date the review was completed (blank = today).  A
      *>  back-dated line can be used to load the date of a review
      *>  done before the register existed.  KYC-GENNEMGANG applies
      *>  the lines at the start of its run and then archives the
      *>  file to KycGennemgaaetBehandlet.txt.
      *>----------------------------------------------------------------
      02 KG-KUNDEID            PIC X(10).
      02 KG-DATO               PIC X(8).
