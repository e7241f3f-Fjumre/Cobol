      *>----------------------------------------------------------------
      *>  STATISTIKLAGER.cpy  -  record layout for StatistikLager.txt,
      *>  OPGAVE11's persistent statistics store.  It holds the totals
      *>  built from every posting in Transaktioner.txt up to the
      *>  store's mark, so the next run only has to add the postings
      *>  after it.  One "H" line first, then one line per table row:
      *>    "H"  mark (TIDSPUNKT + TRANS-REFERENCE of the newest posting
      *>         included, as in Opgave10Hvm.txt), the number of lines
      *>         Transaktioner.txt had at that point, when the store was
      *>         written, and the run totals that are not kept per row
      *>    "K"  customer (CPR, name, balance in DKK)
      *>    "M"  year+month totals and type counts
      *>    "B"  store name, count and turnover
      *>    "A"  spending category, count and turnover
      *>    "R"  postcode region (index into OPGAVE11's region table)
      *>    "V"  converted DKK total per currency code
      *>    "D"  a TRANS-REFERENCE already counted (duplicate check)
      *>    "U"  a store name left out because the store table was full
      *>  Signs are carried as an overpunch in the last digit.  The
      *>  whole file is rewritten at the end of every complete run.
      *>----------------------------------------------------------------
      02 SL-TYPE              PIC X(1).
         88 SL-HOVED          VALUE "H".
         88 SL-KUNDE          VALUE "K".
         88 SL-MAANED         VALUE "M".
         88 SL-BUTIK          VALUE "B".
         88 SL-KATEGORI       VALUE "A".
         88 SL-REGION         VALUE "R".
         88 SL-VALUTA         VALUE "V".
         88 SL-DUBLET         VALUE "D".
         88 SL-UDELADT        VALUE "U".
      02 SL-DATA              PIC X(145).
      02 SL-HOVED-DATA REDEFINES SL-DATA.
         03 SL-H-TID          PIC X(26).
         03 SL-H-REF          PIC X(20).
         03 SL-H-ANTAL-LINJER PIC 9(9).
         03 SL-H-DANNET       PIC X(14).
         03 SL-H-DUBLETTER    PIC 9(9).
         03 SL-H-NETTO-DKK    PIC S9(15)V99.
         03 SL-H-KUNDE-OVERFLOW PIC 9(5).
         03 SL-H-BUTIK-OVERFLOW PIC 9(4).
         03 SL-H-UOPL-ANTAL   PIC 9(9).
         03 SL-H-UOPL-OMS     PIC S9(15)V99.
         03 FILLER            PIC X(15).
      02 SL-KUNDE-DATA REDEFINES SL-DATA.
         03 SL-K-CPR          PIC X(15).
         03 SL-K-NAVN         PIC X(30).
         03 SL-K-SALDO        PIC S9(13)V99.
         03 FILLER            PIC X(85).
      02 SL-MAANED-DATA REDEFINES SL-DATA.
         03 SL-M-AAR          PIC X(4).
         03 SL-M-MND          PIC 99.
         03 SL-M-IN-BELOB     PIC S9(15)V99.
         03 SL-M-UD-BELOB     PIC S9(15)V99.
         03 SL-M-TYPE-IND     PIC 9(9).
         03 SL-M-TYPE-UDB     PIC 9(9).
         03 SL-M-TYPE-OVF     PIC 9(9).
         03 SL-M-TYPE-UKD     PIC 9(9).
         03 SL-M-TYPE-GEBYR   PIC 9(9).
         03 SL-M-TYPE-RENTE   PIC 9(9).
         03 SL-M-USD-DKK      PIC S9(15)V99.
         03 SL-M-EUR-DKK      PIC S9(15)V99.
         03 SL-M-DKK-DKK      PIC S9(15)V99.
      02 SL-BUTIK-DATA REDEFINES SL-DATA.
         03 SL-B-NAVN         PIC X(35).
         03 SL-B-ANTAL        PIC 9(9).
         03 SL-B-OMS          PIC S9(15)V99.
         03 FILLER            PIC X(84).
      02 SL-KATEGORI-DATA REDEFINES SL-DATA.
         03 SL-A-NAVN         PIC X(20).
         03 SL-A-ANTAL        PIC 9(7).
         03 SL-A-OMS          PIC S9(15)V99.
         03 FILLER            PIC X(101).
      02 SL-REGION-DATA REDEFINES SL-DATA.
         03 SL-R-IDX          PIC 9(2).
         03 SL-R-ANTAL        PIC 9(9).
         03 SL-R-OMS          PIC S9(15)V99.
         03 FILLER            PIC X(117).
      02 SL-VALUTA-DATA REDEFINES SL-DATA.
         03 SL-V-KODE         PIC X(6).
         03 SL-V-DKK          PIC S9(15)V99.
         03 SL-V-ANTAL        PIC 9(9).
         03 FILLER            PIC X(113).
      02 SL-DUBLET-DATA REDEFINES SL-DATA.
         03 SL-D-REF          PIC X(20).
         03 FILLER            PIC X(125).
      02 SL-UDELADT-DATA REDEFINES SL-DATA.
         03 SL-U-NAVN         PIC X(35).
         03 FILLER            PIC X(110).
