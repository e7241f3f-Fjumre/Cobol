      *>----------------------------------------------------------------
      *>  DATAKVALITET.cpy  -  record layout for DatakvalitetHistorik.txt,
      *>  one line per DATAKVALITET run with the number of customers and
      *>  accounts checked and the number failing each check.  A re-run
      *>  on the same day replaces that day's line.  The scorecard in
      *>  DatakvalitetRapport.txt compares today's counts with the line
      *>  in force 1-7 weeks back, so the trend can be read week by week.
      *>----------------------------------------------------------------
      02 DQ-DATO             PIC X(8).
      02 DQ-ANTAL-KUNDER     PIC 9(7).
      02 DQ-ANTAL-KONTI      PIC 9(7).
      *> Fejltællinger, i scorecardets rækkefølge
      02 DQ-TAELLINGER.
         03 DQ-EMAIL-MANGLER  PIC 9(7).
         03 DQ-EMAIL-UGYLDIG  PIC 9(7).
         03 DQ-TLF-MANGLER    PIC 9(7).
         03 DQ-TLF-UGYLDIG    PIC 9(7).
         03 DQ-CPR-MANGLER    PIC 9(7).
         03 DQ-POSTNR-UKENDT  PIC 9(7).
         03 DQ-NAVN-PLADSHOLD PIC 9(7).
         03 DQ-SPROG-MANGLER  PIC 9(7).
         03 DQ-KONTOTYPE-UKENDT PIC 9(7).
         03 DQ-VALUTA-UKENDT  PIC 9(7).
      02 DQ-TAELLING-TABEL REDEFINES DQ-TAELLINGER.
         03 DQ-TAELLING       PIC 9(7) OCCURS 10 TIMES.
