INPUT-OUTPUT SECTION.
FILE-CONTROL.
    *> Valgfri - en kørselsdag kan have adresse-/kontaktændringer,
    *> kontotype-ændringer eller begge dele. Skrankens ændringer
    *> ligger i KundeOpdateringSkranke.txt og lægges hertil ved
    *> næste dry run
    SELECT KundeOpdateringFil
        ASSIGN TO "KundeOpdatering.txt"
        ORGANIZATION IS LINE SEQUENTIAL

*> -------- KUNDEOPLYSNINGER (kundestamdata) --------
FD Kundeoplysninger.
01 RAW-KUNDE PIC X(302).
01 KUNDEOPL REDEFINES RAW-KUNDE.
   COPY "KUNDER.cpy".

FD KundeoplysningerNyFil.
01 RAW-KUNDE-NY PIC X(302).

FD OpdateretKunderFil.
01 OPDATERET-REC.

    PERFORM LAES-SPAERRINGER

    *> Skrankens adresseændringer (SKRANKE-OPSLAG) tages kun ind i
    *> køen ved en dry run, så en godkendt kørsel anvender præcis det,
    *> godkenderen har set i OpdateringDiff.txt. Staging-filen flyttes
    *> væk først, så en linje tastet under sammenlægningen venter til
    *> næste dry run i stedet for at gå tabt
    PERFORM TJEK-GODKENDELSE
    IF WS-GODKENDT = "N"
        CALL "SYSTEM" USING
            "test -s KundeOpdateringSkranke.txt && mv KundeOpdateringSkranke.txt KundeOpdateringSkranke.flyt && cat KundeOpdateringSkranke.flyt >> KundeOpdatering.txt && rm -f KundeOpdateringSkranke.flyt"
    END-IF

    OPEN INPUT KundeOpdateringFil
    IF WS-OPDATERING-STATUS = "00"
        PERFORM UNTIL EOF-OPDATERING = "Y"

    *> To-personers-kontrollen: uden godkendelse skrives kun diffen
    *> over de afventende ændringer, og intet anvendes
    IF WS-GODKENDT = "N"
        PERFORM SKRIV-OPDATERING-DIFF
        CLOSE OpdateretKunderFil FejlLogFil StamJournalFil
