      *> CPR-nummer (DDMMYY-NNNN) - valideres af OPGAVE5 med modulus
      *> 11 og datodel, inden det lander paa kundestamdata
      02 KI-CPR           PIC X(11).
      *> Kundetype P/E - blank tolkes af OPGAVE5 som "P" (privat)
      02 KI-KUNDE-TYPE    PIC X(1).
      *> CVR-nummer for erhvervskunder - valideres af OPGAVE5 med
      *> modulus 11, inden det lander paa kundestamdata
      02 KI-CVR           PIC X(8).
      *> Skattemaessigt hjemland, naar det afviger fra KI-LANDKODE -
      *> blank = landekoden gaelder
      02 KI-SKATTE-LAND   PIC X(2).
