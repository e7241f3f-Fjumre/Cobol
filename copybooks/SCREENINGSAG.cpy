      *>  (sagsnr + ny status) at the start of each run.
      *>----------------------------------------------------------------
      02 SS-SAGSNR         PIC 9(6).
      *> Kilden for traeffet: "K" = kundestamdata, "T" = transaktion,
      *> "I" = ordregiver paa en indgaaende udlandsbetaling,
      *> "R" = reel ejer af en erhvervskunde (Virksomhedspersoner.txt)
      02 SS-KILDE          PIC X(1).
      *> Det matchede navn, med store bogstaver som i LISTE-TABEL
      02 SS-NOEGLE         PIC X(41).
