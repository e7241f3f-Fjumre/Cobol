      *>----------------------------------------------------------------
      *>  TRANSAKTIONER.cpy  -  record layout for Transaktioner.txt.
      *>  Shared by OPGAVE10 and OPGAVE11.
      *>  RENTEDATO is the value date (YYYYMMDD) the posting bears
      *>  interest from, when it differs from the day OPGAVE10 books
      *>  it - e.g. a Nets clearing line that arrives a day late, or a
      *>  standing order generated after its due date.  Blank means
      *>  the booking date.  Lines written before the field existed
      *>  are 8 bytes shorter and read with RENTEDATO blank.
      *>----------------------------------------------------------------
      02 CPR                PIC X(15).
      02 NAVN               PIC X(30).
      02 TRANS-REFERENCE    PIC X(20).
      02 TIDSPUNKT          PIC X(26).
      02 FILLER             PIC X(4).
      02 RENTEDATO          PIC X(8).
