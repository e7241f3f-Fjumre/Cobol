    *> "grupperet" er ikke nok, da en splittet kontoblok i flette-
    *> resultatet ville få hovedløkken til at genåbne (og dermed
    *> overskrive) kontoens udskrift. Antagelsen håndhæves af et
    *> rækkefølgetjek i LAES-BRANCH-1..16
    SELECT BranchFil1 ASSIGN TO WS-BRANCH-NAVN-1
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-BRANCH-STATUS-1.
    SELECT BranchFil8 ASSIGN TO WS-BRANCH-NAVN-8
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-BRANCH-STATUS-8.
    SELECT BranchFil9 ASSIGN TO WS-BRANCH-NAVN-9
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-BRANCH-STATUS-9.
    SELECT BranchFil10 ASSIGN TO WS-BRANCH-NAVN-10
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-BRANCH-STATUS-10.
    SELECT BranchFil11 ASSIGN TO WS-BRANCH-NAVN-11
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-BRANCH-STATUS-11.
    SELECT BranchFil12 ASSIGN TO WS-BRANCH-NAVN-12
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-BRANCH-STATUS-12.
    SELECT BranchFil13 ASSIGN TO WS-BRANCH-NAVN-13
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-BRANCH-STATUS-13.
    SELECT BranchFil14 ASSIGN TO WS-BRANCH-NAVN-14
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-BRANCH-STATUS-14.
    SELECT BranchFil15 ASSIGN TO WS-BRANCH-NAVN-15
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-BRANCH-STATUS-15.
    SELECT BranchFil16 ASSIGN TO WS-BRANCH-NAVN-16
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-BRANCH-STATUS-16.

    *> Tømning af de forbrugte generator-udtræk efter en fuldført
    *> kørsel - ét håndtag med variabelt navn, se FORBRUG-FLETTEKILDER
        ASSIGN TO "TermForfald.txt"
        ORGANIZATION IS LINE SEQUENTIAL.

    *> Valgfrit register over lovbundne opsparingskonti (børne-,
    *> bolig- og pensionsopsparing) - en konto med en række her kan
    *> ikke debiteres før sin frigivelsesdato, og årets indskud må
    *> ikke overstige produktets årlige loft (se TJEK-LAAST-OPSPARING).
    *> Årets indskud skrives tilbage ved kørslens afslutning. Findes
    *> filen ikke, behandles alle konti som hidtil
    SELECT LaastOpsparingFil
        ASSIGN TO "LaastOpsparing.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-LO-STATUS.

    SELECT LaastOpsparingNyFil
        ASSIGN TO "LaastOpsparing.new"
        ORGANIZATION IS LINE SEQUENTIAL.

    *> Valgfrit register over bevilgede kassekreditter - en konto med
    *> en række her må stå negativt op til sin bevilgede limit uden at
    *> havne i Overtraek.txt, og trækket forrentes i stedet med den
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-GEBYR-SATS-STATUS.

    *> Valgfrit kommende gebyrregulativ - en linje træder i stedet for
    *> kontotypens linje i GebyrSatser.txt fra sin ikrafttrædelsesdato
    SELECT GebyrNyFil
        ASSIGN TO "GebyrSatserNy.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-GEBYR-NY-STATUS.

    *> Rente- og gebyrændringer, VARSEL-BREVE har afvist, fordi de
    *> ikke kunne varsles rettidigt - de træder ikke i kraft
    SELECT VarselAfvistFil
        ASSIGN TO "VarselAfvist.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-VARSEL-AFVIST-STATUS.

    *> VARSEL-BREVE's register over varslede ændringer - en ændring,
    *> der træder i kraft inden for varslingsfristen uden at stå her,
    *> holdes ude, også før VARSEL-BREVE har afvist den
    SELECT VarsletFil
        ASSIGN TO "VarsletAendring.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-VARSLET-STATUS.

    *> Valgfri rentetabel pr. kontotype, ikrafttrædelsesdato og
    *> saldointerval - findes filen ikke, forrentes der efter
    *> standardsatserne, se LAES-RENTESATSER
    SELECT RenteSatsFil
        ASSIGN TO "RenteSatser.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RENTE-SATS-STATUS.

    *> Den levende saldohistorik og rentelog læses ved kørslens start
    *> til dag-for-dag-opsparingen af kreditrente (OPSPAR-RENTE) -
    *> altid de levende filer, også når SaldoHistorikFil/RenteLogFil
    *> er omdirigeret under en simulering
    SELECT RenteHistorikFil
        ASSIGN TO "SaldoHistorik.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RENTE-HIST-STATUS.

    SELECT RentePeriodeFil
        ASSIGN TO "RenteLog.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RENTE-PER-STATUS.

    *> Genudskrifts-gebyrkø fra GENUDSKRIV - én linje pr. genudskrevet
    *> Kontoudskrift. Rækker for konti, der behandles i denne kørsel,
    *> faktureres og fjernes; resten bliver stående til næste kørsel
        ASSIGN TO "GenudskrivGebyr.new"
        ORGANIZATION IS LINE SEQUENTIAL.

    *> Rykkergebyr-kø fra RYKKER - én linje pr. udsendt rykker,
    *> faktureres og fjernes på samme måde som genudskriftskøen
    SELECT RykkerGebyrFil
        ASSIGN TO "RykkerGebyr.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RYKKER-GEBYR-STATUS.

    SELECT RykkerGebyrNyFil
        ASSIGN TO "RykkerGebyr.new"
        ORGANIZATION IS LINE SEQUENTIAL.

    *> Balanceret finansposteringsfil til hovedbogssystemet - én
    *> debet/kredit-parring pr. posteringsklasse af kørslens
    *> afstemningstotaler, se SKRIV-GL-EKSPORT
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-EMAIL-KILDE-STATUS.

    *> Valgfrit register over kundernes adviseringsabonnementer -
    *> stor hævning, lønindgang, lav saldo, ny spærring og
    *> posteringer lagt i Ventende.txt adviseres straks pr. SMS eller
    *> e-mail i stedet for først på næste udskrift (se SEND-ADVISERING)
    SELECT AdviseringFil
        ASSIGN TO "AdviseringAbonnement.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-ADVIS-STATUS.

    *> Udgående adviseringer til SMS-/mailgatewayen - akkumulerer,
    *> til gatewayen har hentet dem, derfor EXTEND
    SELECT AdviseringSpoolFil
        ASSIGN TO WS-ADVIS-SPOOL-NAVN
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-ADVIS-SPOOL-STATUS.

    *> Dagens antal sendte adviseringer pr. hændelsestype - hver
    *> kørsel lægger sine egne til dagens linjer, se SKRIV-ADVIS-TAELLING
    SELECT AdviseringTaellingFil
        ASSIGN TO "AdviseringTaelling.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-ADVIS-TAELLING-STATUS.

    SELECT AdviseringTaellingNyFil
        ASSIGN TO "AdviseringTaelling.new"
        ORGANIZATION IS LINE SEQUENTIAL.

    *> Spærringsregistret, som det så ud ved sidste kørsel - en
    *> spærring, der ikke stod her, er ny og adviseres
    SELECT AdviseringSpaerFil
        ASSIGN TO "AdviseringSpaerringer.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-ADVIS-SPAER-STATUS.

    SELECT AdviseringSpaerNyFil
        ASSIGN TO "AdviseringSpaerringer.new"
        ORGANIZATION IS LINE SEQUENTIAL.

    *> Dansk bankhelligdagskalender - én dato (ÅÅÅÅMMDD) pr. linje.
    *> TJEK-CYKLUS-FORFALDEN bruger den til at lade en uge-/måneds-
    *> udskrift, hvis skæringsdag falder på en helligdag, forfalde på
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-JOURNAL-STATUS.

    *> Posteringsjournalen - hver bogført transaktionslinje, uanset
    *> hvilken flettekilde den kom fra. Generator-udtrækkene tømmes
    *> efter bogføring, så journalen er det eneste sted, en bogført
    *> postering kan findes igen ud fra sin TRANS-REFERENCE (STORNO)
    SELECT PostJournalFil
        ASSIGN TO "PosteringsJournal.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-POSTJOURNAL-STATUS.

    *> Recycle-køen: transaktionslinjer afvist med en årsagskode i
    *> stedet for at ende spredt i undtagelsesfilerne uden at nogen
    *> genindtaster pengene. RECYCLE-VEDLIGEHOLD retter og frigiver
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-SPAER-STATUS.

    *> Valgfrie hæve- og forbrugsgrænser pr. konto eller kontotype -
    *> debiteringer over en grænse bogføres ikke, men lægges i
    *> Ventende.txt og registreres i GraenseHoldt.txt, til svindel-
    *> afdelingen frigiver dem i GraenseFrigivelse.txt (se
    *> TJEK-DAGSGRAENSE). GraenseBrud.txt er dagens brudrapport
    SELECT DagsgraenseFil
        ASSIGN TO "Dagsgraenser.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-DAGSGRAENSE-STATUS.

    SELECT GraenseHoldtFil
        ASSIGN TO "GraenseHoldt.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-GRAENSE-HOLDT-STATUS.

    SELECT GraenseHoldtNyFil
        ASSIGN TO "GraenseHoldt.new"
        ORGANIZATION IS LINE SEQUENTIAL.

    SELECT GraenseFrigivelseFil
        ASSIGN TO "GraenseFrigivelse.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-GRAENSE-FRIGIV-STATUS.

    SELECT GraenseBrudFil
        ASSIGN TO WS-GRAENSEBRUD-NAVN
        ORGANIZATION IS LINE SEQUENTIAL.

    *> Mindreårige kunders konti - en debitering over beløbsgrænsen i
    *> MindreaarigGraense.txt holdes tilbage i samme register som
    *> grænsebruddene (årsag "M"), til en værge registreret i
    *> Vaerger.txt godkender den i VaergeGodkendelse.txt (se
    *> TJEK-DAGSGRAENSE). Findes grænsefilen ikke, gælder standard-
    *> grænsen i WS-MINDRE-GRAENSE-NUM
    SELECT MindreaarigGraenseFil
        ASSIGN TO "MindreaarigGraense.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-MINDRE-GRAENSE-STATUS.

    SELECT VaergeFil
        ASSIGN TO "Vaerger.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-VAERGE-STATUS.

    SELECT VaergeGodkendelseFil
        ASSIGN TO "VaergeGodkendelse.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-VAERGE-GODKEND-STATUS.

    *> Kundens bekræftelse af en betaling, INDLANDSBETALING eller
    *> STAAENDE-ORDRE har holdt tilbage, fordi modtagernavnet ikke
    *> passede til kontohaverne (årsag "N" - se
    *> LAES-MODTAGER-BEKRAEFTELSER)
    SELECT ModtagerBekraeftelseFil
        ASSIGN TO "ModtagerBekraeftelse.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-MODTAGER-BEKR-STATUS.

    SELECT BankGruppeFil
        ASSIGN TO "BankGruppe.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-UDSKR-MANIFEST-STATUS.

    *> Husstandsregistret fra HUSSTAND - valgfrit. Kunder uden en
    *> række (eller uden filen) er deres egen husstand
    SELECT HusstandFil
        ASSIGN TO "Husstande.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-HUSSTAND-STATUS.

    *> Kuvertmanifestet - papirmanifestets udskrifter samlet pr.
    *> husstand, én kuvert pr. husstand pr. kørsel, se
    *> SKRIV-KUVERT-MANIFEST
    SELECT KuvertManifestFil
        ASSIGN TO WS-KUVERT-MANIFEST-NAVN
        ORGANIZATION IS LINE SEQUENTIAL.

    *> Løbende log over tilskrevet rente pr. konto pr. kørsel - SKAT-
    *> RENTE ruller et helt års linjer op pr. kunde til
    *> årsindberetningen
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-NOTICE-STATUS.

    *> Markedsføringssamtykkeregistret fra SAMTYKKE - valgfrit. Kunder,
    *> der har trukket samtykket til udskriftsindlæg tilbage, får ikke
    *> meddelelsesblokken
    SELECT SamtykkeFil
        ASSIGN TO "Samtykke.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-SAMTYKKE-STATUS.

    *> Valgfrit udskriftscyklus-register pr. kunde/konto - konti uden
    *> en række (eller uden filen) får en udskrift hver kørsel som
    *> hidtil
        ASSIGN TO "ValutaForaeldet.txt"
        ORGANIZATION IS LINE SEQUENTIAL.

    *> Daglig valutaindtjeningsrapport pr. valuta
    SELECT ValutaAvanceFil
        ASSIGN TO "ValutaAvance.txt"
        ORGANIZATION IS LINE SEQUENTIAL.

    *> Valgfri AML-beløbsgrænse (DKK) - findes filen ikke, bruges
    *> standardgrænsen i WS-STOR-TRANS-GRAENSE-NUM
    SELECT StorTransGraenseFil

*> -------- TRANSAKTIONER --------
FD Transfil.
01 RAW-TRANS       PIC X(223).      *> 15+30+50+11+14+6+15+4+20+20+26+4+8 = 223
01 TRANS-REC REDEFINES RAW-TRANS.
   COPY "TRANSAKTIONER.cpy".

01 MANIFEST-REC.
   02 MANIFEST-FILNAVN PIC X(60).

*> -------- BRANCHFIL1-16 (filialudtræk til fletning) --------
*> Holdes bevidst som rå, ikke-udredefinerede poster - KONTO-ID'et,
*> fletningen sammenligner på, hentes i stedet via reference-
*> modifikation (position 107, længde 14 - samme layout som
*> andetsteds i programmet (BELØB-TEXT, NAVN, TRANS-REFERENCE m.fl.)
*> ikke pludselig bliver tvetydige
FD BranchFil1.
01 RAW-BRANCH-1    PIC X(223).

FD BranchFil2.
01 RAW-BRANCH-2    PIC X(223).

FD BranchFil3.
01 RAW-BRANCH-3    PIC X(223).

FD BranchFil4.
01 RAW-BRANCH-4    PIC X(223).

FD BranchFil5.
01 RAW-BRANCH-5    PIC X(223).

FD BranchFil6.
01 RAW-BRANCH-6    PIC X(223).

FD BranchFil7.
01 RAW-BRANCH-7    PIC X(223).

FD BranchFil8.
01 RAW-BRANCH-8    PIC X(223).

FD BranchFil9.
01 RAW-BRANCH-9   PIC X(223).

FD BranchFil10.
01 RAW-BRANCH-10   PIC X(223).

FD BranchFil11.
01 RAW-BRANCH-11   PIC X(223).

FD BranchFil12.
01 RAW-BRANCH-12   PIC X(223).

FD BranchFil13.
01 RAW-BRANCH-13   PIC X(223).

FD BranchFil14.
01 RAW-BRANCH-14   PIC X(223).

FD BranchFil15.
01 RAW-BRANCH-15   PIC X(223).

FD BranchFil16.
01 RAW-BRANCH-16   PIC X(223).

FD ForbrugFil.
01 RAW-FORBRUG     PIC X(223).

FD TransSamletFil.
01 RAW-SAMLET      PIC X(223).

*> -------- VALUTAKURSER --------
FD Valutafil.
01 RAW-VALUTA      PIC X(38).
01 VALUTAKURS-REC REDEFINES RAW-VALUTA.
   COPY "VALUTAKURS.cpy".

01 TERM-FORFALD-REC.
   02 TERM-FORFALD-TEXT PIC X(150).

FD LaastOpsparingFil.
01 RAW-LAAST PIC X(69).     *> 14+10+8+11+4+11+11 = 69
01 LAAST-REC REDEFINES RAW-LAAST.
   COPY "LAASTOPSPARING.cpy".

FD LaastOpsparingNyFil.
01 LAAST-NY-REC.
   COPY "LAASTOPSPARING.cpy".

FD KassekreditFil.
01 RAW-KASSEKREDIT PIC X(41).     *> 14+15+8+4 = 41
01 KASSEKREDIT-REC REDEFINES RAW-KASSEKREDIT.
01 GEBYR-SATS-REC REDEFINES RAW-GEBYR-SATS.
   COPY "GEBYRSATS.cpy".

FD GebyrNyFil.
01 RAW-GEBYR-NY PIC X(66).       *> 8+10+15+3+15+15 = 66
01 GEBYR-NY-REC REDEFINES RAW-GEBYR-NY.
   COPY "GEBYRNY.cpy".

FD VarselAfvistFil.
01 RAW-VARSEL-AFVIST PIC X(79).  *> 1+10+8+60 = 79
01 VARSEL-AFVIST-REC REDEFINES RAW-VARSEL-AFVIST.
   COPY "VARSELAFVIST.cpy".

*> Samme opbygning som i VARSEL-BREVE
FD VarsletFil.
01 VARSLET-REC.
   02 VL-ART          PIC X(1).
   02 VL-KONTO-TYPE   PIC X(10).
   02 VL-GYLDIG-FRA   PIC X(8).
   02 VL-VARSEL-DATO  PIC X(8).

FD RenteSatsFil.
01 RAW-RENTE-SATS PIC X(41).     *> 10+8+15+8 = 41
01 RENTE-SATS-REC REDEFINES RAW-RENTE-SATS.
   COPY "RENTESATS.cpy".

FD RenteHistorikFil.
01 RENTE-HISTORIK-REC.
   COPY "SALDOHISTORIK.cpy".

FD RentePeriodeFil.
01 RENTE-PERIODE-REC.
   COPY "RENTELOG.cpy".

FD GenudskrivGebyrFil.
01 GENUDSKR-GEBYR-REC.
   02 GG-KONTO-ID PIC X(14).
   02 GGN-KONTO-ID PIC X(14).
   02 GGN-DATO     PIC X(8).

FD RykkerGebyrFil.
01 RYKKER-GEBYR-REC.
   02 RG-KONTO-ID PIC X(14).
   02 RG-DATO     PIC X(8).
   02 RG-TRIN     PIC X(1).
   02 RG-BELOB    PIC 9(7)V99.

FD RykkerGebyrNyFil.
01 RYKKER-GEBYR-NY-REC.
   02 RGN-KONTO-ID PIC X(14).
   02 RGN-DATO     PIC X(8).
   02 RGN-TRIN     PIC X(1).
   02 RGN-BELOB    PIC 9(7)V99.

FD GLPosteringFil.
01 GL-POSTERING-REC.
   COPY "GLPOST.cpy".

FD TvisterFil.
01 RAW-TVIST PIC X(156).
01 TVIST-REC REDEFINES RAW-TVIST.
   COPY "TVISTER.cpy".

01 SPAERRING-REC REDEFINES RAW-SPAERRING.
   COPY "KONTOSPAERRING.cpy".

FD DagsgraenseFil.
01 RAW-DAGSGRAENSE PIC X(41).   *> 1+14+13+13 = 41
01 DAGSGRAENSE-REC REDEFINES RAW-DAGSGRAENSE.
   COPY "DAGSGRAENSE.cpy".

FD GraenseHoldtFil.
01 RAW-GRAENSE-HOLDT PIC X(58). *> 14+20+8+15+1 = 58
01 GRAENSE-HOLDT-REC REDEFINES RAW-GRAENSE-HOLDT.
   COPY "GRAENSEHOLD.cpy".

FD GraenseHoldtNyFil.
01 GRAENSE-HOLDT-NY-REC.
   COPY "GRAENSEHOLD.cpy".

FD GraenseFrigivelseFil.
01 GRAENSE-FRIGIV-REC.
   02 GF-KONTO-ID   PIC X(14).
   02 GF-REFERENCE  PIC X(20).

FD GraenseBrudFil.
01 GRAENSE-BRUD-REC.
   02 GRAENSE-BRUD-TEXT PIC X(120).

FD MindreaarigGraenseFil.
01 MINDRE-GRAENSE-REC.
   02 MINDRE-GRAENSE-INP PIC 9(7)V99.

FD VaergeFil.
01 RAW-VAERGE PIC X(58).          *> 10+10+30+8 = 58
01 VAERGE-REC REDEFINES RAW-VAERGE.
   COPY "VAERGE.cpy".

FD VaergeGodkendelseFil.
01 RAW-VAERGE-GODKEND PIC X(44).  *> 14+20+10 = 44
01 VAERGE-GODKEND-REC REDEFINES RAW-VAERGE-GODKEND.
   COPY "VAERGEGODKENDELSE.cpy".

FD ModtagerBekraeftelseFil.
01 RAW-MODTAGER-BEKR PIC X(42).   *> 14+20+8 = 42
01 MODTAGER-BEKR-REC REDEFINES RAW-MODTAGER-BEKR.
   COPY "MODTAGERBEKRAEFT.cpy".

FD LeveringsPraefFil.
01 LEVERING-REC.
   02 LP-KUNDE-ID PIC X(10).
   02 UA-DATO     PIC X(8).

FD TransRecycleFil.
01 RAW-RECYCLE PIC X(223).

FD HelligdageFil.
01 HELLIGDAG-REC.
01 STAMJOURNAL-REC.
   COPY "STAMJOURNAL.cpy".

FD PostJournalFil.
01 RAW-POSTJOURNAL PIC X(223).

FD KoerselSamFil.
01 KOERSEL-SAM-REC.
   COPY "KOERSELSAM.cpy".
01 EMAIL-KILDE-REC.
   02 EMAIL-KILDE-TEXT PIC X(200).

FD AdviseringFil.
01 RAW-ADVIS PIC X(23).         *> 10+1+11+1 = 23
01 ADVIS-REC REDEFINES RAW-ADVIS.
   COPY "ADVISERING.cpy".

FD AdviseringSpoolFil.
01 RAW-ADVIS-SPOOL PIC X(212).  *> 14+1+30+2+10+14+1+20+120 = 212
01 ADVIS-SPOOL-REC REDEFINES RAW-ADVIS-SPOOL.
   COPY "ADVISERINGSPOOL.cpy".

FD AdviseringTaellingFil.
01 RAW-ADVIS-TAELLING PIC X(16).  *> 8+1+7 = 16
01 ADVIS-TAELLING-REC REDEFINES RAW-ADVIS-TAELLING.
   COPY "ADVISERINGTAELLING.cpy".

FD AdviseringTaellingNyFil.
01 RAW-ADVIS-TAELLING-NY PIC X(16).

FD AdviseringSpaerFil.
01 RAW-ADVIS-SPAER PIC X(27).   *> KONTOSPAERRING.cpy, 27
01 ADVIS-SPAER-REC REDEFINES RAW-ADVIS-SPAER.
   COPY "KONTOSPAERRING.cpy".

FD AdviseringSpaerNyFil.
01 RAW-ADVIS-SPAER-NY PIC X(27).

FD KontoAktivitetFil.
01 AKTIVITET-REC.
   02 KAK-KONTO-ID PIC X(14).
*> af felterne skal slås op ved navn her, kun dato-delen via
*> reference-modifikation, så TRANSAKTIONER.cpy ikke geninddrages
FD VentendeGammelFil.
01 RAW-VENTENDE-GAMMEL PIC X(223).

FD VentendeDueFil.
01 RAW-VENTENDE-DUE    PIC X(223).

FD VentendeNyFil.
01 RAW-VENTENDE-NY     PIC X(223).

FD VentendeFil.
01 RAW-VENTENDE        PIC X(223).

FD UdskriftManifestFil.
01 UDSKRIFT-MANIFEST-REC.
   02 UDSKRIFT-MANIFEST-TEXT PIC X(150).

FD HusstandFil.
01 HUSSTAND-REC.
   COPY "HUSSTAND.cpy".

FD KuvertManifestFil.
01 KUVERT-MANIFEST-REC.
   02 KUVERT-MANIFEST-TEXT PIC X(150).

FD LavsaldoGraenseFil.
01 LAVSALDO-GRAENSE-REC.
   02 LAVSALDO-GRAENSE-INP PIC 9(7)V99.
01 NOTICE-REC.
   02 NOTICE-INP-TEXT PIC X(120).

FD SamtykkeFil.
01 SAMTYKKE-REC.
   COPY "SAMTYKKE.cpy".

FD KundeCyklusFil.
01 CYKLUS-REC.
   COPY "KUNDECYKLUS.cpy".
01 VALUTA-FORAELDET-REC.
   02 VALUTA-FORAELDET-TEXT PIC X(150).

FD ValutaAvanceFil.
01 VALUTA-AVANCE-REC.
   02 VALUTA-AVANCE-TEXT PIC X(132).

FD StorTransGraenseFil.
01 STOR-TRANS-GRAENSE-REC.
   02 STOR-TRANS-GRAENSE-INP PIC 9(9)V99.
*> reference-modifikation, så KUNDER.cpy ikke geninddrages og gør
*> NAVN/ADRESSE-referencerne fra TRANSAKTIONER.cpy tvetydige
FD KundeNavnFil.
01 RAW-KUNDE-NAVN  PIC X(302).

WORKING-STORAGE SECTION.

*> findes filen ikke, køres der som hidtil på Transaktioner.txt alene
01 WS-MANIFEST-STATUS  PIC XX   VALUE SPACES.
01 EOF-MANIFEST        PIC X    VALUE "N".
*> Fan-in 16: Transaktioner.txt, generator-udtrækkene (se
*> FORBRUG-FLETTEKILDER for de kendte filnavne), VentendeDue.txt og
*> ledige pladser til egentlige filialudtræk. Generatorerne
*> registrerer sig aldrig på sidste plads, så VentendeDue altid kan
*> komme med
01 MAX-BRANCH-FILER    PIC 9(2) VALUE 16.
01 ANTAL-MANIFEST-FILER PIC 9(2) VALUE 0.
01 MANIFEST-NAVN-TABEL.
   02 MANIFEST-NAVN OCCURS 16 TIMES PIC X(60).

*> Filhåndtag for op til 16 branch-udtræk - FD'er kan ikke indekseres
*> i COBOL, så læse-paragrafferne er udrullet, men nøglebuffere,
*> EOF-flag og rækkefølgetjek holdes i BR-KILDE-TABEL, så
*> VAELG-MINDSTE-BRANCH kan vælge med en simpel løkke
01 WS-BRANCH-NAVN-6 PIC X(60) VALUE SPACES.
01 WS-BRANCH-NAVN-7 PIC X(60) VALUE SPACES.
01 WS-BRANCH-NAVN-8 PIC X(60) VALUE SPACES.
01 WS-BRANCH-NAVN-9 PIC X(60) VALUE SPACES.
01 WS-BRANCH-NAVN-10 PIC X(60) VALUE SPACES.
01 WS-BRANCH-NAVN-11 PIC X(60) VALUE SPACES.
01 WS-BRANCH-NAVN-12 PIC X(60) VALUE SPACES.
01 WS-BRANCH-NAVN-13 PIC X(60) VALUE SPACES.
01 WS-BRANCH-NAVN-14 PIC X(60) VALUE SPACES.
01 WS-BRANCH-NAVN-15 PIC X(60) VALUE SPACES.
01 WS-BRANCH-NAVN-16 PIC X(60) VALUE SPACES.
01 WS-BRANCH-STATUS-1 PIC XX VALUE SPACES.
01 WS-BRANCH-STATUS-2 PIC XX VALUE SPACES.
01 WS-BRANCH-STATUS-3 PIC XX VALUE SPACES.
01 WS-BRANCH-STATUS-6 PIC XX VALUE SPACES.
01 WS-BRANCH-STATUS-7 PIC XX VALUE SPACES.
01 WS-BRANCH-STATUS-8 PIC XX VALUE SPACES.
01 WS-BRANCH-STATUS-9 PIC XX VALUE SPACES.
01 WS-BRANCH-STATUS-10 PIC XX VALUE SPACES.
01 WS-BRANCH-STATUS-11 PIC XX VALUE SPACES.
01 WS-BRANCH-STATUS-12 PIC XX VALUE SPACES.
01 WS-BRANCH-STATUS-13 PIC XX VALUE SPACES.
01 WS-BRANCH-STATUS-14 PIC XX VALUE SPACES.
01 WS-BRANCH-STATUS-15 PIC XX VALUE SPACES.
01 WS-BRANCH-STATUS-16 PIC XX VALUE SPACES.

*> Pr. kilde: EOF-flag, den aktuelle nøgle (KONTO-ID, position 107)
*> og rækkefølgetjekkets forrige nøgle - k-vejs-fletningen er kun
*> korrekt, når hver kilde er stigende sorteret, så et brud logges
*> (én gang pr. kilde) i KontrolAfvigelser.txt
01 BR-KILDE-TABEL.
   02 BR-KILDE OCCURS 16 TIMES.
      03 BR-EOF-T    PIC X     VALUE "Y".
      03 BR-NOEGLE-T PIC X(14) VALUE SPACES.
      03 BR-PREV-T   PIC X(14) VALUE SPACES.
      03 BR-SORT-ADVARET PIC X VALUE "N".
01 WS-SORT-BRANCH-NR PIC 9(2) VALUE 0.
01 WS-VALGT-BRANCH   PIC 9(2) VALUE 0.
01 IDX-BRANCH        PIC 9(2) VALUE 0.
01 WS-MINDSTE-NOEGLE PIC X(14) VALUE SPACES.

*> Tømningen af forbrugte generator-udtræk ved kørslens afslutning
01 WS-FORBRUG-NAVN   PIC X(60) VALUE SPACES.
01 ANTAL-MANIFEST-REST PIC 9(2) VALUE 0.
01 MANIFEST-REST-TABEL.
   02 MANIFEST-REST-NAVN OCCURS 16 TIMES PIC X(60).

*> Fremtidsdaterede transaktioner (Ventende.txt) - en transaktion med
*> TIDSPUNKT efter kørselsdatoen bogføres ikke nu, men lægges til
01 WS-OVERTRAEK-NAVN     PIC X(40) VALUE "Overtraek.txt".
01 WS-LAVSALDO-NAVN      PIC X(40) VALUE "Lavsaldo.txt".
01 WS-EMAIL-SPOOL-NAVN   PIC X(40) VALUE "EmailSpool.txt".
01 WS-GRAENSEBRUD-NAVN   PIC X(40) VALUE "GraenseBrud.txt".
01 WS-VENTENDE-FIL-STATUS PIC XX   VALUE SPACES.
01 WS-UDSKR-MANIFEST-NAVN PIC X(40) VALUE "UdskriftManifest.txt".
01 WS-RENTELOG-NAVN      PIC X(40) VALUE "RenteLog.txt".
01 NOTICE-TABEL.
   02 T-NOTICE-LINJE OCCURS 20 TIMES PIC X(120).

*> Kunder, der har fravalgt udskriftsindlæg (kanal "U" med status
*> "N" i Samtykke.txt) - kun indlæst, når der er en meddelelse.
*> Kaldsstedet sætter WS-NOTICE-KONTO-ID før SKRIV-NOTICE-BLOK;
*> blokken følger kontoens primærejers samtykke
01 WS-SAMTYKKE-STATUS    PIC XX    VALUE SPACES.
01 EOF-SAMTYKKE          PIC X     VALUE "N".
01 MAX-INDLAEG-FRAVALGT  PIC 9(5)  VALUE 50000.
01 ANTAL-INDLAEG-FRAVALGT PIC 9(5) VALUE 0.
01 IDX-INDLAEG-FRAVALGT  PIC 9(5)  VALUE 0.
01 INDLAEG-FRAVALGT-TABEL.
   02 T-IF-KUNDE-ID OCCURS 50000 TIMES PIC X(10).
01 WS-NOTICE-KONTO-ID    PIC X(14) VALUE SPACES.
01 WS-NOTICE-KUNDE-ID    PIC X(10) VALUE SPACES.
01 IDX-NOTICE-KONTO      PIC 9(5)  VALUE 0.
01 ANTAL-NOTICE-UDELADT  PIC 9(7)  VALUE 0.

*> Udskriftscyklus pr. kunde/konto (KundeCyklus.txt) - afgør om en
*> konto overhovedet skal have en Kontoudskrift i denne kørsel.
*> En formel lukning trumfer altid cyklussen
      03 VT-VALUTAKODE     PIC X(3).
      03 VT-EFFEKTIV-DATO  PIC X(8).
      03 VT-KURS           PIC 9(5)V9999.
      03 VT-KOEBSKURS      PIC 9(5)V9999.
      03 VT-SALGSKURS      PIC 9(5)V9999.

*> Til opslag af kurs for én transaktion
01 WS-TRANS-DATO      PIC X(8).
01 WS-KURS-FUNDET     PIC X VALUE "N".
01 WS-KURS            PIC 9(5)V9999.
01 WS-KOEBSKURS       PIC 9(5)V9999.
01 WS-SALGSKURS       PIC 9(5)V9999.
01 WS-BEST-DATO       PIC X(8) VALUE LOW-VALUES.

*> Valutaavance på én konvertering: forskellen mellem beløbet omregnet
*> til midtkurs og til købs-/salgskursen, kunden faktisk fik
01 WS-KUNDE-DKK-NUM       PIC S9(13)V99 VALUE 0.
01 WS-MIDT-DKK-NUM        PIC S9(13)V99 VALUE 0.
01 WS-VALUTA-AVANCE-NUM   PIC S9(13)V99 VALUE 0.
01 WS-VALUTA-TRIM     PIC X(6).

*> Til opslag under behandling
01 WS-LUKNINGSDATO-FUNDET PIC X(8).
01 WS-LUKNINGSBELOB-NUM   PIC S9(13)V99 VALUE 0.
01 LUKNING-EDIT           PIC ZZ,ZZZ,ZZ9.99.
*> Saldoen på en konto, hvis lukning med slutudbetaling 0 udsættes
01 WS-LUKNING-RESTSALDO   PIC S9(13)V99 VALUE 0.
01 LUKNING-REST-EDIT      PIC -ZZ,ZZZ,ZZ9.99.

01 LUKNING-TABEL.
   02 LUKNING-POST OCCURS 50000 TIMES.
01 WS-TERM-BELOB-NUM     PIC S9(13)V99 VALUE 0.
01 TERM-BELOB-EDIT       PIC -(9)9.99.
01 WS-TERM-REF           PIC X(20) VALUE SPACES.
01 WS-TERM-LEG           PIC X(223) VALUE SPACES.
01 WS-TERM-TIDSPUNKT     PIC X(26) VALUE SPACES.

*> Ny forfaldsdato ved rul i ny termin
01 WS-TERM-SKUD-REST     PIC 9(4) VALUE 0.
01 WS-TERM-NY-FORFALD    PIC X(8) VALUE SPACES.

*> Lovbundne opsparingskonti (LaastOpsparing.txt) - T-LO-INDBETALT
*> tælles op, efterhånden som indskud bogføres (OPDATER-LAAST-
*> INDBETALT), og skrives tilbage ved kørslens afslutning
01 WS-LO-STATUS          PIC XX   VALUE SPACES.
01 EOF-LO                PIC X    VALUE "N".
01 MAX-LO                PIC 9(5) VALUE 5000.
01 ANTAL-LO              PIC 9(5) VALUE 0.
01 IDX-LO                PIC 9(5) VALUE 0.
01 WS-LO-IDX             PIC 9(5) VALUE 0.
01 WS-LO-SOEGE-KONTO     PIC X(14) VALUE SPACES.
01 LAAST-TABEL.
   02 LAAST-POST OCCURS 5000 TIMES.
      03 T-LO-KONTO-ID   PIC X(14).
      03 T-LO-PRODUKT    PIC X(10).
      03 T-LO-FRIGIVELSE PIC X(8).
      03 T-LO-LOFT       PIC 9(9)V99.
      03 T-LO-AAR        PIC X(4).
      03 T-LO-INDBETALT  PIC 9(9)V99.
      03 T-LO-FORRIGE    PIC 9(9)V99.
01 WS-LO-DATO            PIC X(8) VALUE SPACES.
01 WS-LO-BELOB-NUM       PIC S9(13)V99 VALUE 0.
01 WS-LO-AAR-INDBETALT   PIC 9(11)V99 VALUE 0.
01 ANTAL-LAAST-AFVIST    PIC 9(7) VALUE 0.
01 LAAST-AFVIST-EDIT     PIC Z(6)9.

*> Bevilgede kassekreditter (Kassekreditter.txt) - slås op i
*> TJEK-OVERTRAEK(-DVALE) og BEREGN-RENTE via WS-KK-SOEGE-KONTO.
*> Eget indeks (IDX-KK), så opslaget kan løbe inde fra dvale-løkken
01 IDX-GEBYR-SATS           PIC 9(3) VALUE 0.
01 WS-GEBYR-SATS-IDX        PIC 9(3) VALUE 0.

*> Rentetabel (RenteSatser.txt) - én række pr. kontotype,
*> ikrafttrædelsesdato og saldointerval, se LAES-RENTESATSER og
*> BEREGN-DAGSRENTE
01 WS-RENTE-SATS-STATUS     PIC XX   VALUE SPACES.
01 EOF-RENTE-SATS           PIC X    VALUE "N".
01 MAX-RENTE-SATSER         PIC 9(3) VALUE 500.
01 ANTAL-RENTE-SATSER       PIC 9(3) VALUE 0.
01 IDX-RENTE-SATS           PIC 9(3) VALUE 0.
01 IDX-RENTE-BAAND          PIC 9(3) VALUE 0.

01 RENTE-SATS-TABEL.
   02 RENTE-SATS-POST OCCURS 500 TIMES.
      03 T-RS-KONTO-TYPE PIC X(10).
      03 T-RS-GYLDIG-FRA PIC X(8).
      03 T-RS-SALDO-FRA  PIC S9(13)V99.
      03 T-RS-PCT        PIC S9(3)V9(4).

*> Dag-for-dag-opsparing af kreditrente fra SaldoHistorik.txt, se
*> OPSPAR-RENTE
01 WS-RENTE-HIST-STATUS     PIC XX   VALUE SPACES.
01 EOF-RENTE-HIST           PIC X    VALUE "N".
01 WS-RENTE-PER-STATUS      PIC XX   VALUE SPACES.
01 EOF-RENTE-PER            PIC X    VALUE "N".
01 WS-RENTE-SOEGE-KONTO     PIC X(14) VALUE SPACES.
01 WS-RENTE-KONTO-IDX       PIC 9(5) VALUE 0.
01 WS-RENTE-HINT            PIC 9(5) VALUE 0.
*> Aktuelt opsparingsstykke: fra-dato (inkl.), til-dato (ekskl.),
*> den saldo der stod på kontoen i stykket og kontoens rentetype
01 WS-STYKKE-FRA            PIC X(8) VALUE SPACES.
01 WS-STYKKE-TIL            PIC X(8) VALUE SPACES.
01 WS-STYKKE-SALDO          PIC S9(13)V99 VALUE 0.
01 WS-STYKKE-TYPE           PIC X(10) VALUE SPACES.
01 WS-STYKKE-FRA-INT        PIC 9(8) VALUE 0.
01 WS-STYKKE-TIL-INT        PIC 9(8) VALUE 0.
01 WS-DEL-TIL-INT           PIC 9(8) VALUE 0.
01 WS-DEL-DAGE              PIC 9(8) VALUE 0.
*> Gældende satsversion og næste versionsskifte for stykkets type
01 WS-RS-VERSION            PIC X(8) VALUE SPACES.
01 WS-RS-NAESTE             PIC X(8) VALUE SPACES.
01 WS-RS-DATO               PIC X(8) VALUE SPACES.
01 WS-RS-DATO-NUM           PIC 9(8) VALUE 0.
01 WS-BAAND-TIL             PIC S9(13)V99 VALUE 0.
01 WS-BAAND-BELOB           PIC S9(13)V99 VALUE 0.
01 WS-BAAND-OEVERST         PIC X    VALUE "N".
*> Årlig rente i kr. af saldoen efter den gældende versions
*> saldointervaller (før omregning til dage)
01 WS-AARS-RENTE            PIC S9(13)V9(6) VALUE 0.

*> Renteregulering for en postering med RENTEDATO forskellig fra
*> bogføringsdagen, se BEREGN-VALOER-REGULERING. Perioden mellem
*> de to datoer, saldoen før posteringen, årsrenten uden posteringen
*> og fortegnet (+1 tilbagevaluteret, -1 fremvaluteret)
01 WS-VALOER-FRA            PIC X(8) VALUE SPACES.
01 WS-VALOER-TIL            PIC X(8) VALUE SPACES.
01 WS-VALOER-FORTEGN        PIC S9   VALUE 0.
01 WS-VALOER-BASIS          PIC S9(13)V99 VALUE 0.
01 WS-VALOER-AARS-FOER      PIC S9(13)V9(6) VALUE 0.
01 WS-VALOER-OPSPARET       PIC S9(13)V9(6) VALUE 0.
01 WS-VALOER-RENTE          PIC S9(13)V99 VALUE 0.
01 WS-VALOER-EDIT           PIC -(9)9.99.

01 GEBYR-SATS-TABEL.
   02 GEBYR-SATS-POST OCCURS 100 TIMES.
      03 T-GS-KONTO-TYPE PIC X(10).
      03 T-GS-FRIE       PIC 9(3).
      03 T-GS-POST       PIC S9(9)V99.
      03 T-GS-GENUDSKR   PIC S9(9)V99.
      *> Ikrafttrædelsesdato for linjen - "00000000" for linjer fra
      *> GebyrSatser.txt, ellers GebyrSatserNy.txt-linjens dato
      03 T-GS-GYLDIG-FRA PIC X(8).

01 WS-GEBYR-NY-STATUS       PIC XX   VALUE SPACES.
01 EOF-GEBYR-NY             PIC X    VALUE "N".
01 ANTAL-GEBYR-NY           PIC 9(3) VALUE 0.

*> Afviste rente-/gebyrændringer (VarselAfvist.txt) - se
*> LAES-VARSEL-AFVIST og TJEK-VARSEL-AFVIST
01 WS-VARSEL-AFVIST-STATUS  PIC XX   VALUE SPACES.
01 EOF-VARSEL-AFVIST        PIC X    VALUE "N".
01 MAX-VARSEL-AFVIST        PIC 9(3) VALUE 200.
01 ANTAL-VARSEL-AFVIST      PIC 9(3) VALUE 0.
01 IDX-VARSEL-AFVIST        PIC 9(3) VALUE 0.
01 WS-VA-ART                PIC X(1)  VALUE SPACE.
01 WS-VA-KONTO-TYPE         PIC X(10) VALUE SPACES.
01 WS-VA-GYLDIG-FRA         PIC X(8)  VALUE SPACES.
01 WS-VA-AFVIST             PIC X     VALUE "N".

01 VARSEL-AFVIST-TABEL.
   02 VARSEL-AFVIST-POST OCCURS 200 TIMES.
      03 T-VA-ART        PIC X(1).
      03 T-VA-KONTO-TYPE PIC X(10).
      03 T-VA-GYLDIG-FRA PIC X(8).

*> Varslede ændringer (VarsletAendring.txt) og varslingsfristen -
*> samme frist og beregning som VARSEL-BREVE. En ændring, der træder
*> i kraft fra i dag og før fristdatoen, skal stå som varslet
01 WS-VARSLET-STATUS        PIC XX   VALUE SPACES.
01 EOF-VARSLET              PIC X    VALUE "N".
01 MAX-VARSLET              PIC 9(4) VALUE 2000.
01 ANTAL-VARSLET            PIC 9(4) VALUE 0.
01 IDX-VARSLET              PIC 9(4) VALUE 0.
01 VARSLET-TABEL.
   02 VARSLET-POST OCCURS 2000 TIMES.
      03 T-VL-ART        PIC X(1).
      03 T-VL-KONTO-TYPE PIC X(10).
      03 T-VL-GYLDIG-FRA PIC X(8).
01 VARSEL-MAANEDER          PIC 9(2) VALUE 2.
01 WS-VARSEL-FRIST          PIC X(8) VALUE SPACES.
01 WS-VARSEL-FRIST-NUM      PIC 9(8) VALUE 0.
01 WS-VARSEL-FRIST-AAR      PIC 9(4) VALUE 0.
01 WS-VARSEL-FRIST-MD       PIC 9(2) VALUE 0.
01 WS-VARSEL-FRIST-DAG      PIC 9(2) VALUE 0.
01 WS-VARSEL-MD-SUM         PIC 9(3) VALUE 0.

01 WS-GENUDSKR-GEBYR-STATUS PIC XX   VALUE SPACES.
01 EOF-GENUDSKR-GEBYR       PIC X    VALUE "N".
      *> skal skrives tilbage i køen
      03 T-GG-BRUGT    PIC X(1).

*> Rykkergebyr-køen fra RYKKER - gebyret står på linjen, da det er
*> rentelovens faste rykkergebyr og ikke en del af regulativet
01 WS-RYKKER-GEBYR-STATUS   PIC XX   VALUE SPACES.
01 EOF-RYKKER-GEBYR         PIC X    VALUE "N".
01 MAX-RG                   PIC 9(5) VALUE 5000.
01 ANTAL-RG                 PIC 9(5) VALUE 0.
01 IDX-RG                   PIC 9(5) VALUE 0.

01 RYKKER-GEBYR-TABEL.
   02 RYKKER-GEBYR-POST OCCURS 5000 TIMES.
      03 T-RG-KONTO-ID PIC X(14).
      03 T-RG-DATO     PIC X(8).
      03 T-RG-TRIN     PIC X(1).
      03 T-RG-BELOB    PIC 9(7)V99.
      03 T-RG-BRUGT    PIC X(1).

*> Beregningen af én kontos gebyrer - antal posteringer i perioden
*> tælles op i BEHANDL-TRANS-LINJE og nulstilles pr. konto
01 KONTO-ANTAL-POSTER       PIC 9(5) VALUE 0.
*> rente), til finansposteringseksporten
01 GT-TOTAL-RENTE-NUM       PIC S9(15)V99 VALUE 0.

*> Kørslens tilbageførte posteringer (TRANSAKTIONSTYPE "Storno"),
*> summeret uden fortegn, til afstemningen og finansposterings-
*> eksporten
01 GT-TOTAL-STORNO-NUM      PIC S9(15)V99 VALUE 0.
*> Heraf de tilbageførsler, der debiterer kunden (negativt beløb) -
*> finansposteringseksporten fører dem på deres egen klasse
*> STORNO-DEBET, så GL-AFSTEMNING kan genskabe fortegnet
01 GT-TOTAL-STORNO-DEBET-NUM PIC S9(15)V99 VALUE 0.

*> Kørslens afskrivninger (TRANSAKTIONSTYPE "Afskrivning" fra
*> RYKKER), summeret uden fortegn, til afstemningen og finans-
*> posteringseksporten
01 GT-TOTAL-AFSKREVET-NUM   PIC S9(15)V99 VALUE 0.

*> Kørslens valutaavance (købs-/salgskurs mod midtkurs), til
*> afstemningen, ValutaAvance.txt og finansposteringseksporten
01 GT-TOTAL-VALUTA-AVANCE-NUM PIC S9(15)V99 VALUE 0.
01 VA-ANTAL-EDIT            PIC Z(8)9.
01 VA-DKK-EDIT              PIC -ZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.
01 VA-AVANCE-EDIT           PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.

*> Finansposteringseksporten (GLPosteringer.txt) - WS-GL-NET skal
*> ende i nul, ellers er eksporten ubalanceret og kørslen fejler
01 WS-GL-NET-NUM            PIC S9(15)V99 VALUE 0.
01 WS-TVIST-BELOB-NUM   PIC S9(13)V99 VALUE 0.
01 TVIST-BELOB-EDIT     PIC -(9)9.99.
01 WS-TVIST-REF         PIC X(20) VALUE SPACES.
01 WS-TVIST-LEG         PIC X(223) VALUE SPACES.
01 WS-TVIST-MEDHOLD     PIC 9(3) VALUE 0.
01 TVIST-SAGSNR-EDIT    PIC 9(6).

      03 T-SP-KONTO-ID PIC X(14).
      03 T-SP-TYPE     PIC X(1).

*> Hæve- og forbrugsgrænser (Dagsgraenser.txt) - se TJEK-DAGSGRAENSE
01 WS-DAGSGRAENSE-STATUS    PIC XX   VALUE SPACES.
01 EOF-DAGSGRAENSE          PIC X    VALUE "N".
01 MAX-DG                   PIC 9(5) VALUE 2000.
01 ANTAL-DG                 PIC 9(5) VALUE 0.
01 IDX-DG                   PIC 9(5) VALUE 0.

01 DAGSGRAENSE-TABEL.
   02 DAGSGRAENSE-POST OCCURS 2000 TIMES.
      03 T-DG-ART        PIC X(1).
      03 T-DG-NOEGLE     PIC X(14).
      03 T-DG-MAX-DAG    PIC 9(11)V99.
      03 T-DG-MAX-ENKELT PIC 9(11)V99.

*> Den konto, grænserne aktuelt gælder for: dens grænser, hvor de
*> kommer fra ("K" konto/"T" kontotype/mellemrum ingen), og summen
*> af de debiteringer, der er bogført pr. dag i denne kørsel. Skiftes
*> ved kontoskift i TJEK-DAGSGRAENSE selv
01 WS-DG-KONTO-ID           PIC X(14) VALUE SPACES.
01 WS-DG-KONTO-TYPE         PIC X(10) VALUE SPACES.
01 WS-DG-KILDE              PIC X(1)  VALUE SPACE.
01 WS-DG-MAX-DAG            PIC 9(11)V99 VALUE 0.
01 WS-DG-MAX-ENKELT         PIC 9(11)V99 VALUE 0.
01 WS-DG-BELOB-NUM          PIC S9(13)V99 VALUE 0.
01 WS-DG-DATO               PIC X(8)  VALUE SPACES.
01 WS-DG-AARSAG             PIC X(1)  VALUE SPACE.
01 WS-OVER-GRAENSE          PIC X     VALUE "N".
01 WS-DG-GENHOLDT           PIC X     VALUE "N".
*> "Y" når transaktionen er den spejlende debitering af en overførsel,
*> der allerede er sendt ud af banken (se TJEK-SENDT-OVERFOERSEL)
01 WS-SENDT-OVERFOERSEL     PIC X     VALUE "N".
01 IDX-DG-KONTO             PIC 9(5)  VALUE 0.
01 MAX-DD                   PIC 9(3)  VALUE 60.
01 ANTAL-DD                 PIC 9(3)  VALUE 0.
01 IDX-DD                   PIC 9(3)  VALUE 0.
01 DG-DAG-TABEL.
   02 DG-DAG-POST OCCURS 60 TIMES.
      03 T-DD-DATO PIC X(8).
      03 T-DD-SUM  PIC S9(13)V99.

*> Tilbageholdte debiteringer (GraenseHoldt.txt) og svindel-
*> afdelingens frigivelser (GraenseFrigivelse.txt). T-GH-STATUS:
*> "H" fortsat tilbageholdt fra en tidligere kørsel, "N" omdirigeret
*> i denne kørsel, "B" frigivet og bogført nu (skrives ikke tilbage)
01 WS-GRAENSE-HOLDT-STATUS  PIC XX   VALUE SPACES.
01 WS-GRAENSE-FRIGIV-STATUS PIC XX   VALUE SPACES.
01 EOF-GRAENSE-HOLDT        PIC X    VALUE "N".
01 EOF-GRAENSE-FRIGIV       PIC X    VALUE "N".
01 MAX-GH                   PIC 9(5) VALUE 5000.
01 ANTAL-GH                 PIC 9(5) VALUE 0.
01 IDX-GH                   PIC 9(5) VALUE 0.
01 ANTAL-GRAENSE-HOLDT      PIC 9(7) VALUE 0.
01 ANTAL-GRAENSE-FRIGIVET   PIC 9(7) VALUE 0.
01 GRAENSE-HOLDT-EDIT       PIC Z(6)9.
01 GRAENSE-BELOB-EDIT       PIC -,---,---,--9.99.
01 GRAENSE-DAG-EDIT         PIC Z,ZZZ,ZZZ,ZZ9.99.
01 GRAENSE-ENKELT-EDIT      PIC Z,ZZZ,ZZZ,ZZ9.99.
01 GRAENSE-DAG-TEXT         PIC X(16).
01 GRAENSE-ENKELT-TEXT      PIC X(16).
01 WS-GB-SIDSTE-KONTO       PIC X(14) VALUE SPACES.

01 GRAENSE-HOLDT-TABEL.
   02 GRAENSE-HOLDT-POST OCCURS 5000 TIMES.
      03 T-GH-KONTO-ID     PIC X(14).
      03 T-GH-REFERENCE    PIC X(20).
      03 T-GH-DATO         PIC X(8).
      03 T-GH-BELOB        PIC S9(13)V99.
      03 T-GH-AARSAG       PIC X(1).
      03 T-GH-STATUS       PIC X(1).
      03 T-GH-FRIGIVET     PIC X(1).
      *> Grænserne og posteringens tidspunkt, som de var ved
      *> omdirigeringen - kun til denne kørsels brudrapport
      03 T-GH-KILDE        PIC X(1).
      03 T-GH-MAX-DAG      PIC 9(11)V99.
      03 T-GH-MAX-ENKELT   PIC 9(11)V99.
      03 T-GH-TIDSPUNKT    PIC X(19).

*> Aktivitetsregistret (KontoAktivitet.txt)
01 WS-AKTIVITET-STATUS PIC XX VALUE SPACES.
01 EOF-AKTIVITET       PIC X  VALUE "N".

01 WS-LEVERING-EMAIL      PIC X(1) VALUE "N".
01 ANTAL-PAPIR-LEVERING   PIC 9(7) VALUE 0.

*> Adviseringsabonnementer fra AdviseringAbonnement.txt, med
*> modtager (mobilnummer eller e-mail) og sprog hentet fra
*> kundestamdata - se LAES-ADVISERINGER/SEND-ADVISERING
01 WS-ADVIS-STATUS          PIC XX   VALUE SPACES.
01 WS-ADVIS-SPOOL-STATUS    PIC XX   VALUE SPACES.
01 WS-ADVIS-TAELLING-STATUS PIC XX   VALUE SPACES.
01 WS-ADVIS-SPAER-STATUS    PIC XX   VALUE SPACES.
01 EOF-ADVIS                PIC X    VALUE "N".
01 EOF-ADVIS-KUNDE          PIC X    VALUE "N".
01 EOF-ADVIS-SET            PIC X    VALUE "N".
01 EOF-ADVIS-TAELLING       PIC X    VALUE "N".
01 EOF-ADVIS-SPAER          PIC X    VALUE "N".
01 EOF-ADVIS-VENTE          PIC X    VALUE "N".
01 MAX-ADVIS                PIC 9(5) VALUE 50000.
01 ANTAL-ADVIS              PIC 9(5) VALUE 0.
01 ANTAL-ADVIS-LAEST        PIC 9(5) VALUE 0.
01 ANTAL-ADVIS-V            PIC 9(5) VALUE 0.
01 IDX-ADVIS                PIC 9(5) VALUE 0.
01 IDX-ADVIS-KM             PIC 9(5) VALUE 0.
01 IDX-ADVIS-ME             PIC 9(5) VALUE 0.

01 ADVIS-TABEL.
   02 ADVIS-POST OCCURS 50000 TIMES.
      03 T-AV-KUNDE-ID   PIC X(10).
      03 T-AV-HAENDELSE  PIC X(1).
      03 T-AV-GRAENSE    PIC 9(9)V99.
      03 T-AV-KANAL      PIC X(1).
      03 T-AV-MODTAGER   PIC X(30).
      03 T-AV-SPROG      PIC X(2).

*> Simuleringen omdirigerer spoolen som e-mail-spoolen
01 WS-ADVIS-SPOOL-NAVN      PIC X(40) VALUE "AdviseringSpool.txt".

*> Den aktuelle hændelse, som SEND-ADVISERING skal matche mod
*> abonnementerne: konto, type, posteringens beløb og reference samt
*> saldoen før og efter posteringen (til "S")
01 WS-AV-KONTO-ID           PIC X(14) VALUE SPACES.
01 WS-AV-HAENDELSE          PIC X(1)  VALUE SPACES.
01 WS-AV-REFERENCE          PIC X(20) VALUE SPACES.
01 WS-AV-BELOB              PIC S9(13)V99 VALUE 0.
01 WS-AV-VALUTA             PIC X(4)  VALUE "DKK".
01 WS-AV-SALDO-FOER         PIC S9(13)V99 VALUE 0.
01 WS-AV-SALDO-EFTER        PIC S9(13)V99 VALUE 0.
01 WS-AV-MATCH              PIC X     VALUE "N".
01 WS-AV-ER-EJER            PIC X     VALUE "N".
01 WS-AV-BELOB-EDIT         PIC Z,ZZZ,ZZZ,ZZ9.99.
01 WS-AV-SALDO-EDIT         PIC -,---,---,--9.99.
01 WS-AV-GRAENSE-EDIT       PIC Z,ZZZ,ZZZ,ZZ9.99.
01 WS-AV-TEKST              PIC X(120) VALUE SPACES.

*> Kontoens ejere (hovedejer + medejere fra KontoEjere.txt), slået
*> op én gang pr. konto
01 WS-AV-EJER-KONTO         PIC X(14) VALUE SPACES.
01 ANTAL-AV-EJERE           PIC 9(2)  VALUE 0.
01 IDX-AV-EJER              PIC 9(2)  VALUE 0.
01 AV-EJER-TABEL.
   02 AV-EJER-POST OCCURS 10 TIMES.
      03 T-AE-KUNDE-ID   PIC X(10).

*> Det persisterede højvandsmærke - posteringer op til det er
*> allerede adviseret af en inkrementel mini-batch tidligere på dagen
*> og adviseres ikke igen af den fulde kørsel
01 WS-AV-HVM-TID            PIC X(26) VALUE LOW-VALUES.
01 WS-AV-HVM-REF            PIC X(20) VALUE LOW-VALUES.

*> Genstart: adviseringer, den afbrudte kørsel allerede lagde i
*> spoolen (kunde + konto + type + reference)
01 MAX-ADVIS-SET            PIC 9(5) VALUE 50000.
01 ANTAL-ADVIS-SET          PIC 9(5) VALUE 0.
01 IDX-ADVIS-SET            PIC 9(5) VALUE 0.
01 WS-ADVIS-NOEGLE          PIC X(45) VALUE SPACES.
01 WS-ADVIS-ALLEREDE        PIC X     VALUE "N".
01 ADVIS-SET-TABEL.
   02 ADVIS-SET-POST OCCURS 50000 TIMES.
      03 T-ASS-NOEGLE    PIC X(45).

*> Posteringer, der allerede lå i Ventende.txt før denne kørsel og
*> nu blot lægges tilbage igen af en stadig aktiv spærring - de er
*> adviseret, da de første gang blev holdt tilbage
01 MAX-ADVIS-VENTE          PIC 9(5) VALUE 50000.
01 ANTAL-ADVIS-VENTE        PIC 9(5) VALUE 0.
01 IDX-ADVIS-VENTE          PIC 9(5) VALUE 0.
01 WS-ADVIS-VENTE-NOEGLE    PIC X(34) VALUE SPACES.
01 WS-ADVIS-VENTE-KENDT     PIC X     VALUE "N".
01 ADVIS-VENTE-TABEL.
   02 ADVIS-VENTE-POST OCCURS 50000 TIMES.
      03 T-AVK-NOEGLE    PIC X(34).

*> Spærringsregistret fra sidste kørsel (AdviseringSpaerringer.txt)
01 MAX-ADVIS-SPAER          PIC 9(5) VALUE 5000.
01 ANTAL-ADVIS-SPAER        PIC 9(5) VALUE 0.
01 IDX-ADVIS-SPAER          PIC 9(5) VALUE 0.
01 WS-ADVIS-SPAER-NY        PIC X     VALUE "N".
01 ADVIS-SPAER-TABEL.
   02 ADVIS-SPAER-POST OCCURS 5000 TIMES.
      03 T-ASP-KONTO-ID  PIC X(14).
      03 T-ASP-TYPE      PIC X(1).

*> Kørslens antal sendte adviseringer pr. hændelsestype
01 ADVIS-TYPE-VAERDIER.
   02 FILLER PIC X(5) VALUE "HLSPV".
01 ADVIS-TYPE-TABEL REDEFINES ADVIS-TYPE-VAERDIER.
   02 T-AT-TYPE PIC X(1) OCCURS 5 TIMES.
01 ADVIS-ANTAL-TABEL.
   02 T-AT-ANTAL PIC 9(7) OCCURS 5 TIMES VALUE 0.
01 IDX-ADVIS-TYPE           PIC 9(1) VALUE 0.
01 ANTAL-ADVIS-SENDT        PIC 9(7) VALUE 0.
01 ADVIS-ANTAL-EDIT         PIC Z(6)9.

*> Husstandsnummer pr. kunde fra Husstande.txt, til kuvertmanifestet
01 WS-HUSSTAND-STATUS     PIC XX VALUE SPACES.
01 EOF-HUSSTAND           PIC X  VALUE "N".
01 MAX-HUSSTAND           PIC 9(5) VALUE 50000.
01 ANTAL-HUSSTAND         PIC 9(5) VALUE 0.
01 IDX-HUSSTAND           PIC 9(5) VALUE 0.
01 HUSSTAND-OPSLAG-TABEL.
   02 HUSSTAND-OPSLAG-POST OCCURS 50000 TIMES.
      03 T-HS-KUNDE-ID    PIC X(10).
      03 T-HS-HUSSTAND-NR PIC X(10).

*> Papirmanifestets udskrifter, genlæst ved kørslens afslutning og
*> sorteret på husstand - se SKRIV-KUVERT-MANIFEST
01 WS-KUVERT-MANIFEST-NAVN PIC X(40) VALUE "KuvertManifest.txt".
01 EOF-KUVERT             PIC X  VALUE "N".
01 MAX-KUVERT             PIC 9(5) VALUE 50000.
01 ANTAL-KUVERT-LINJER    PIC 9(5) VALUE 0.
01 IDX-KUVERT             PIC 9(5) VALUE 0.
01 IDX-KUVERT-SORT        PIC 9(5) VALUE 0.
01 IDX-KUVERT-MIN         PIC 9(5) VALUE 0.
01 IDX-KUVERT-KM          PIC 9(5) VALUE 0.
01 KUVERT-TABEL.
   02 KUVERT-POST OCCURS 50000 TIMES.
      03 T-KVT-NOEGLE.
         04 T-KVT-HUSSTAND PIC X(14).
         04 T-KVT-KONTO-ID PIC X(14).
      03 T-KVT-FILNAVN     PIC X(40).
      03 T-KVT-ADRESSE     PIC X(100).
01 SWAP-KUVERT-POST.
   03 SW-KVT-NOEGLE        PIC X(28).
   03 SW-KVT-FILNAVN       PIC X(40).
   03 SW-KVT-ADRESSE       PIC X(100).
01 WS-KVT-KUNDE-ID        PIC X(10) VALUE SPACES.
01 WS-KVT-PTR             PIC 9(3) VALUE 0.
01 WS-KVT-FORRIGE         PIC X(14) VALUE SPACES.
01 WS-KVT-ANTAL           PIC 9(5) VALUE 0.
01 IDX-KVT-TAEL           PIC 9(5) VALUE 0.
01 ANTAL-KUVERTER         PIC 9(7) VALUE 0.
01 KVT-ANTAL-EDIT         PIC Z(4)9.
01 ANTAL-EMAIL-LEVERING   PIC 9(7) VALUE 0.
01 LEVERING-ANTAL-EDIT    PIC Z(6)9.

01 WS-JN-FOER-EDIT   PIC -(11)9.99.
01 WS-JN-EFTER-EDIT  PIC -(11)9.99.

*> Posteringsjournalen (PosteringsJournal.txt) - en simulering
*> journalfører intet
01 WS-POSTJOURNAL-STATUS PIC XX VALUE SPACES.

*> Recycle-køen (TransRecycle.txt) - afvisningsårsagen bæres i
*> TRANSAKTIONER.cpy's FILLER-felt (position 212, længde 4):
*>   RB01 = uparsebart beløb, RK02 = ukendt KONTO-ID,
*>   RV03 = ukendt valutakode, RL04 = debitering af lovbunden
*>   opsparing før frigivelsesdatoen, RI05 = indskud over årets loft
01 WS-RECYCLE-STATUS     PIC XX VALUE SPACES.
01 EOF-RECYCLE-OPT       PIC X  VALUE "N".
01 WS-ER-AFVIST          PIC X  VALUE "N".
      03 T-VS-KODE  PIC X(6).
      03 T-VS-DKK   PIC S9(15)V99.
      03 T-VS-ANTAL PIC 9(9).
      *> Kørslens valutaavance i valutaen (DKK), til ValutaAvance.txt
      03 T-VS-AVANCE PIC S9(13)V99.
01 WS-VS-BELOB-NUM      PIC S9(13)V99 VALUE 0.

*> Saldohistorikken (SaldoHistorik.txt) - åbningssaldoen huskes fra
01 WS-HISTORIK-STATUS     PIC XX VALUE SPACES.
01 WS-HIST-AABN-SALDO     PIC S9(13)V99 VALUE 0.

*> camt.053-eksporten pr. opted-in konto (Camt053Konti.txt). Kun
*> erhvervskunders konti eksporteres - ejeren slås op i kontostamdata
*> og kundetypen i kundestamdata, se FRASORTER-CAMT-PRIVATE
01 WS-CAMT-KONTI-STATUS   PIC XX VALUE SPACES.
01 EOF-CAMT-KONTI         PIC X  VALUE "N".
01 EOF-CAMT-KUNDE         PIC X  VALUE "N".
01 MAX-CAMT-KONTI         PIC 9(5) VALUE 10000.
01 ANTAL-CAMT-KONTI       PIC 9(5) VALUE 0.
01 ANTAL-CAMT-BEHOLDT     PIC 9(5) VALUE 0.
01 ANTAL-CAMT-FRASORTERET PIC 9(5) VALUE 0.
01 IDX-CAMT               PIC 9(5) VALUE 0.
01 CAMT-KONTI-TABEL.
   02 CAMT-KONTO-POST OCCURS 10000 TIMES.
      03 T-CAMT-KONTO-ID  PIC X(14).
      03 T-CAMT-KUNDE-ID  PIC X(10).
      03 T-CAMT-ERHVERV   PIC X.

01 WS-CAMT-NAVN           PIC X(40) VALUE SPACES.
01 WS-CAMT-AKTIV          PIC X  VALUE "N".
      03 T-BO-KUNDE-ID PIC X(10).
      03 T-BO-NAVN     PIC X(41).

*> Mindreårige kunder (under 18 år efter CPR-NR på kundestamdata) og
*> deres værger (Vaerger.txt) - se LAES-MINDREAARIGE og
*> TJEK-DAGSGRAENSE. Beløbsgrænsen er i DKK pr. debitering
01 WS-MINDRE-GRAENSE-STATUS PIC XX   VALUE SPACES.
01 WS-MINDRE-GRAENSE-NUM    PIC 9(7)V99 VALUE 1000.00.
01 WS-VAERGE-STATUS         PIC XX   VALUE SPACES.
01 WS-VAERGE-GODKEND-STATUS PIC XX   VALUE SPACES.
01 EOF-MINDRE               PIC X    VALUE "N".
01 EOF-VAERGE               PIC X    VALUE "N".
01 EOF-VAERGE-GODKEND       PIC X    VALUE "N".
01 MAX-MINDRE               PIC 9(5) VALUE 10000.
01 ANTAL-MINDRE             PIC 9(5) VALUE 0.
01 IDX-MINDRE               PIC 9(5) VALUE 0.
01 MAX-VAERGE               PIC 9(5) VALUE 10000.
01 ANTAL-VAERGE             PIC 9(5) VALUE 0.
01 IDX-VAERGE               PIC 9(5) VALUE 0.
01 IDX-MI-KM                PIC 9(5) VALUE 0.
01 WS-ER-MINDRE             PIC X    VALUE "N".
01 WS-VAERGE-GYLDIG         PIC X    VALUE "N".
01 WS-MI-SOEGE-KONTO        PIC X(14) VALUE SPACES.
01 WS-MI-EJER               PIC X(10) VALUE SPACES.
01 ANTAL-VAERGE-GODKENDT    PIC 9(5) VALUE 0.
01 ANTAL-VAERGE-AFVIST      PIC 9(5) VALUE 0.

*> Kundernes bekræftelser af holdte betalinger (årsag "N")
01 WS-MODTAGER-BEKR-STATUS  PIC XX   VALUE SPACES.
01 EOF-MODTAGER-BEKR        PIC X    VALUE "N".
01 ANTAL-MODTAGER-BEKR      PIC 9(5) VALUE 0.

01 MINDRE-TABEL.
   02 T-MI-KUNDE-ID OCCURS 10000 TIMES PIC X(10).

01 VAERGE-TABEL.
   02 VAERGE-POST OCCURS 10000 TIMES.
      03 T-VG-KUNDE-ID  PIC X(10).
      03 T-VG-VAERGE-ID PIC X(10).

*> Fødselsdato ud fra CPR-NR (DDMMÅÅ-NNNN): århundredet følger af
*> løbenummerets første ciffer efter CPR-kontorets regler. Kunden er
*> myndig fra 18-årsdagen (fødselsdato + 180000 som ÅÅÅÅMMDD)
01 WS-CPR                   PIC X(11) VALUE SPACES.
01 WS-CPR-CIFRE             PIC X(10) VALUE SPACES.
01 WS-CPR-DAG               PIC 9(2)  VALUE 0.
01 WS-CPR-MND               PIC 9(2)  VALUE 0.
01 WS-CPR-AAR               PIC 9(2)  VALUE 0.
01 WS-CPR-LOEBE1            PIC 9(1)  VALUE 0.
01 WS-CPR-AARHUNDREDE       PIC 9(4)  VALUE 0.
01 WS-FOEDSELSDATO          PIC 9(8)  VALUE 0.
01 WS-MYNDIG-DATO           PIC 9(8)  VALUE 0.
01 WS-DAGS-DATO-NUM         PIC 9(8)  VALUE 0.

*> Forfaldslisten - tidsindskud der forfalder inden for varslet
01 WS-TERM-VARSEL-DAGE   PIC 9(3) VALUE 7.
01 WS-TERM-VARSEL-DATO   PIC X(8) VALUE SPACES.
01 TOTAL-GEBYR-NUM  PIC S9(13)V99 VALUE 0.
01 TOTAL-RENTE-NUM  PIC S9(13)V99 VALUE 0.
01 TOTAL-INTERNE-NUM PIC S9(13)V99 VALUE 0.
01 TOTAL-STORNO-NUM PIC S9(13)V99 VALUE 0.
01 TOTAL-AFSKREVET-NUM PIC S9(13)V99 VALUE 0.
*> Kontoens samlede renteregulering for valørdaterede posteringer,
*> tilskrives sammen med renten i BEREGN-RENTE
01 TOTAL-VALOER-RENTE-NUM PIC S9(13)V99 VALUE 0.
01 WS-TRANS-TYPE-STR PIC X(20).

*> Udskriftslinjens modpartsfelt - BUTIK, eller for en tilbageførsel
*> "Tilbageført" + den oprindelige posterings reference, som STORNO
*> lægger i BUTIK
01 WS-UDSKRIFT-BUTIK PIC X(40).
01 WS-CAMT-RVSL      PIC X(24).

*> Kørslens samlede varighed - kun start- og sluttidspunkt inden for
*> samme døgn understøttes præcist, en kørsel der krydser midnat
*> tæller med et helt døgns sekunder ekstra
01 GT-EDIT           PIC -(15)9.99.
01 GT-ANTAL-EDIT     PIC Z,ZZZ,ZZ9.

*> Rentetilskrivning ved statement-afslutning - den dag for dag
*> opsparede rente efter rentetabellen for kontoens KONTO-TYPE
01 AKT-KONTO-TYPE    PIC X(10).
01 RENTE-BELOB-NUM   PIC S9(13)V99 VALUE 0.
01 RENTE-EDIT        PIC ZZ,ZZZ,ZZ9.99.

01 TOTAL-GEBYR-EDIT PIC ZZ,ZZZ,ZZ9.99.
01 TOTAL-RENTE-EDIT PIC ZZ,ZZZ,ZZ9.99.
01 TOTAL-INTERNE-EDIT PIC ZZ,ZZZ,ZZ9.99.
01 TOTAL-STORNO-EDIT PIC --,---,--9.99.
01 TOTAL-AFSKREVET-EDIT PIC --,---,--9.99.
01 SALDO-EDIT       PIC ZZ,ZZZ,ZZ9.99.
01 OVERTRAEK-EDIT   PIC -Z,ZZZ,ZZ9.99.
01 BANK-SALDO-EDIT  PIC -Z,ZZZ,ZZZ,ZZ9.99.
      *> kørselsdatoen af MARKER-KONTO-SET, når kontoen har en
      *> transaktion, og skrives tilbage af SKRIV-KONTO-AKTIVITET
      03 T-KM-AKTIV-DATO   PIC X(8) VALUE SPACES.
      *> Kreditrente opsparet dag for dag siden seneste tilskrivning
      *> (OPSPAR-RENTE): fra-datoen er datoen for kontoens seneste
      *> "K"-linje i RenteLog.txt, og SH-datoen/-saldoen er seneste
      *> læste SaldoHistorik-linje, hvis saldo står til næste linje
      03 T-KM-RENTE-FRA    PIC X(8) VALUE SPACES.
      03 T-KM-SH-DATO      PIC X(8) VALUE SPACES.
      03 T-KM-SH-SALDO     PIC S9(13)V99 VALUE 0.
      03 T-KM-OPSPARET     PIC S9(9)V9(6) VALUE 0.

PROCEDURE DIVISION.
    *> Kørslens starttidspunkt, til brug i køresammendraget i
        MOVE "Y" TO WS-SIMULERING
        MOVE "VentendeSimulering.txt"   TO WS-VENTENDE-FIL-NAVN
        MOVE "UdskriftManifestSim.txt"  TO WS-UDSKR-MANIFEST-NAVN
        MOVE "KuvertManifestSim.txt"    TO WS-KUVERT-MANIFEST-NAVN
        MOVE "RenteLogSimulering.txt"   TO WS-RENTELOG-NAVN
        MOVE "SaldoHistorikSim.txt"     TO WS-HISTORIK-NAVN
        *> Undtagelseslisterne og e-mail-spoolen omdirigeres også -
        MOVE "OvertraekSimulering.txt"  TO WS-OVERTRAEK-NAVN
        MOVE "LavsaldoSimulering.txt"   TO WS-LAVSALDO-NAVN
        MOVE "EmailSpoolSimulering.txt" TO WS-EMAIL-SPOOL-NAVN
        MOVE "AdviseringSpoolSimulering.txt" TO WS-ADVIS-SPOOL-NAVN
        MOVE "GraenseBrudSimulering.txt" TO WS-GRAENSEBRUD-NAVN
        DISPLAY "*** SIMULERING - intet bogfoeres varigt i denne "
                "koersel ***"
    END-IF
                        TO VT-EFFEKTIV-DATO (ANTAL-VALUTAKURSER)
                    MOVE VK-KURS          OF VALUTAKURS-REC
                        TO VT-KURS          (ANTAL-VALUTAKURSER)
                    *> Række uden spread (eller fra før spreaden):
                    *> midtkursen bruges begge veje
                    IF VK-KOEBSKURS OF VALUTAKURS-REC NUMERIC
                            AND VK-SALGSKURS OF VALUTAKURS-REC NUMERIC
                            AND VK-KOEBSKURS OF VALUTAKURS-REC > 0
                            AND VK-SALGSKURS OF VALUTAKURS-REC > 0
                        MOVE VK-KOEBSKURS OF VALUTAKURS-REC
                            TO VT-KOEBSKURS (ANTAL-VALUTAKURSER)
                        MOVE VK-SALGSKURS OF VALUTAKURS-REC
                            TO VT-SALGSKURS (ANTAL-VALUTAKURSER)
                    ELSE
                        MOVE VK-KURS OF VALUTAKURS-REC
                            TO VT-KOEBSKURS (ANTAL-VALUTAKURSER)
                        MOVE VK-KURS OF VALUTAKURS-REC
                            TO VT-SALGSKURS (ANTAL-VALUTAKURSER)
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    *> brug for TJEK-TERMINDSKUD/TJEK-TERMINDSKUD-DVALE
    PERFORM LAES-TERMINDSKUD

    *> 1c-4a) Læs evt. register over lovbundne opsparingskonti ind i
    *> array, til brug for TJEK-LAAST-OPSPARING/OPDATER-LAAST-INDBETALT
    PERFORM LAES-LAASTE-KONTI

    *> 1c-5) Læs evt. bevilgede kassekreditter ind i array, til brug
    *> for TJEK-OVERTRAEK(-DVALE) og overtræksrenten i BEREGN-RENTE
    PERFORM LAES-KASSEKREDITTER

    *> 1c-6) Læs evt. gebyrregulativ og genudskrifts-gebyrkø ind, til
    *> brug for BEREGN-GEBYR ved hver kontos afslutning. Ændringer,
    *> VARSEL-BREVE har afvist, indlæses først, så de holdes ude
    PERFORM LAES-VARSEL-AFVIST
    PERFORM LAES-GEBYRSATSER
    PERFORM LAES-GENUDSKRIV-GEBYRER
    PERFORM LAES-RYKKER-GEBYRER

    *> 1c-6b) Læs rentetabellen (eller standardsatserne) ind, til
    *> brug for dag-for-dag-opsparingen af kreditrente
    PERFORM LAES-RENTESATSER

    *> 1c-7) Læs evt. tvistsager og registret over foreløbige
    *> krediteringer ind, til brug for BEHANDL-TVIST-PROVISIONER
    *> TJEK-SPAERRING i hovedløkken
    PERFORM LAES-SPAERRINGER

    *> 1c-8a) Læs mindreårige kunder, deres værger og beløbsgrænsen
    *> for debiteringer uden værgegodkendelse ind, til brug for
    *> TJEK-DAGSGRAENSE og værgegodkendelserne i LAES-DAGSGRAENSER
    PERFORM LAES-MINDREAARIGE

    *> 1c-8b) Læs evt. hæve-/forbrugsgrænser, de tilbageholdte
    *> debiteringer og svindelafdelingens frigivelser ind, til brug
    *> for TJEK-DAGSGRAENSE
    PERFORM LAES-DAGSGRAENSER

    *> 1c-9) Læs kunder i bo-status ind, til debiteringsstop og
    *> bo-adressering af udskrifterne
    PERFORM LAES-BO-KUNDER
    *> får deres udskrift i e-mail-spoolen i stedet for på papir
    PERFORM LAES-LEVERINGS-PRAEFERENCER

    *> 1c-11b) Læs evt. adviseringsabonnementer ind, med modtager og
    *> sprog fra kundestamdata, til brug for SEND-ADVISERING
    PERFORM LAES-ADVISERINGER

    *> 1c-11a) Læs evt. husstandsregister ind - papirudskrifterne
    *> samles i én kuvert pr. husstand i kuvertmanifestet
    PERFORM LAES-HUSSTANDE

    *> 1c-12) Læs kunder med uleverbar adresse ind - deres
    *> papirudskrifter holdes ude af forsendelsesmanifestet
    PERFORM LAES-ULEVERBARE
    *>     urørt til den fulde kørsel
    IF WS-INKREMENTEL = "N"
        PERFORM BEHANDL-VENTENDE
        *> De forfaldne poster har været holdt tilbage før - lægges
        *> de tilbage i køen af en stadig aktiv spærring, er de
        *> allerede adviseret
        IF ANTAL-ADVIS-V > 0 AND WS-ANTAL-VENTENDE-DUE > 0
            PERFORM LAES-ADVIS-VENTE-KENDT
        END-IF
    END-IF

    IF ANTAL-MANIFEST-FILER > 0
        WRITE STOR-TRANS-REC
    END-IF

    *> Opspar kreditrenten dag for dag siden hver kontos seneste
    *> tilskrivning - efter genstart-indlæsningen ovenfor, så den
    *> afbrudte kørsels egne RenteLog-linjer kan lades ude af betragtning
    PERFORM OPSPAR-RENTE

    *> Tæl de ukorrigerede linjer, der allerede ligger i recycle-
    *> køen - ingen afvist linje må rådne ubemærket
    PERFORM TAEL-RECYCLE-KOE
        OPEN OUTPUT TransRecycleFil
    END-IF

    *> Adviseringsspoolen akkumulerer, til gatewayen henter den -
    *> derfor EXTEND. Ved en genstart indlæses først, hvad den
    *> afbrudte kørsel allerede nåede at advisere
    IF ANTAL-ADVIS > 0
        IF WS-RESTART-COUNT > 0
            PERFORM LAES-ADVIS-SET
        END-IF
        OPEN EXTEND AdviseringSpoolFil
        IF WS-ADVIS-SPOOL-STATUS = "35"
            OPEN OUTPUT AdviseringSpoolFil
        END-IF
    END-IF

    *> Nye spærringer siden sidste kørsel adviseres, før
    *> posteringerne behandles. En partitioneret kørsel ser kun sit
    *> eget interval og lader dem stå til en fuld kørsel
    IF WS-PARTITION-AKTIV = "N"
        PERFORM ADVIS-NYE-SPAERRINGER
    END-IF

    *> Ventende.txt blev allerede skrevet forfra af BEHANDL-VENTENDE
    *> tidligere i denne kørsel (kun de stadig fremtidige poster fra
    *> sidst) - nye fremtidsdaterede transaktioner fra denne kørsel
        OPEN OUTPUT SaldoHistorikFil
    END-IF

    *> ... og posteringsjournalen ligeså. Ved en genstart kan de
    *> linjer, den afbrudte kørsel nåede at journalføre for konti
    *> efter checkpointet, komme til at stå to gange - opslag i
    *> journalen bruger derfor altid første forekomst
    IF WS-SIMULERING = "N"
        OPEN EXTEND PostJournalFil
        IF WS-POSTJOURNAL-STATUS = "35"
            OPEN OUTPUT PostJournalFil
        END-IF
    END-IF

    IF WS-SIMULERING = "Y"
        MOVE "*** SIMULERING - intet er bogfoert ***"
            TO AFSTEMNING-TEXT
                                ADD 1 TO ANTAL-BO-HOLDT
                            ELSE
                                ADD 1 TO ANTAL-SPAER-HOLDT
                                PERFORM ADVIS-VENTENDE-POSTERING
                            END-IF
                        END-IF
                    ELSE
                                             TOTAL-GEBYR-NUM
                                             TOTAL-RENTE-NUM
                                             TOTAL-INTERNE-NUM
                                             TOTAL-STORNO-NUM
                                             TOTAL-AFSKREVET-NUM
                                             TOTAL-VALOER-RENTE-NUM
                                             KONTO-ANTAL-POSTER
                        PERFORM SAET-AABNINGSSALDO

    *> Kørslens samlede kontroltotal på tværs af alle konti, til
    *> afstemning mod inputfilens egne totaler
    PERFORM SKRIV-AFSTEMNING
    PERFORM SKRIV-VALUTA-AVANCE

    *> Balanceret finanspostering af kørslens totaler til hovedbogen
    *> og kørselssammendraget til krydsafstemningen - en simulering
    CLOSE Transfil ValutaExceptionFil DuplikatFil AfstemningFil
          UdskriftManifestFil ValutaForaeldetFil
          StoreTransaktionerFil RenteLogFil
    IF WS-SIMULERING = "N"
        CLOSE PostJournalFil
    END-IF

    *> Afstem det, der faktisk blev læst fra Transaktioner.txt, mod
    *> en evt. Transaktioner.ctl kontroltotal

    CLOSE OvertraekFil LavsaldoFil VentendeFil SaldoHistorikFil
          TransRecycleFil
    IF ANTAL-ADVIS > 0
        CLOSE AdviseringSpoolFil
    END-IF

    *> ... dagens brudrapport til svindelafdelingen og tilbage-
    *> skrivningen af registret over tilbageholdte debiteringer. En
    *> inkrementel mini-batch har intet lagt i køen og rører dem ikke
    IF WS-INKREMENTEL = "N"
        IF ANTAL-DG > 0 OR ANTAL-GH > 0
            PERFORM SKRIV-GRAENSEBRUD-RAPPORT
        END-IF
        IF WS-SIMULERING = "N"
                AND (WS-GRAENSE-HOLDT-STATUS = "00" OR ANTAL-GH > 0)
            PERFORM SKRIV-GRAENSE-HOLDT
        END-IF
        *> Frigivelserne er brugt - en partitioneret kørsel lader dem
        *> dog stå, da de næste partitioner også skal se dem
        IF WS-SIMULERING = "N" AND WS-PARTITION-AKTIV = "N"
                AND WS-GRAENSE-FRIGIV-STATUS = "00"
            CALL "SYSTEM" USING
                "cat GraenseFrigivelse.txt >> GraenseFrigivelseBehandlet.txt && rm -f GraenseFrigivelse.txt"
        END-IF
        IF WS-SIMULERING = "N" AND WS-PARTITION-AKTIV = "N"
                AND WS-VAERGE-GODKEND-STATUS = "00"
            CALL "SYSTEM" USING
                "cat VaergeGodkendelse.txt >> VaergeGodkendelseBehandlet.txt && rm -f VaergeGodkendelse.txt"
        END-IF
        IF WS-SIMULERING = "N" AND WS-PARTITION-AKTIV = "N"
                AND WS-MODTAGER-BEKR-STATUS = "00"
            CALL "SYSTEM" USING
                "cat ModtagerBekraeftelse.txt >> ModtagerBekraeftelseBehandlet.txt && rm -f ModtagerBekraeftelse.txt"
        END-IF
    END-IF

    *> ... og provisionsregistret skrives tilbage
    IF WS-SIMULERING = "N"
        PERFORM SKRIV-TVIST-PROVISION
    END-IF

    *> 3a2) Skriv de endnu ikke fakturerede genudskrifts- og rykker-
    *> gebyrlinjer tilbage i køerne, så de prøves igen næste kørsel
    IF WS-GENUDSKR-GEBYR-STATUS = "00" AND WS-SIMULERING = "N"
        PERFORM SKRIV-GENUDSKRIV-GEBYR-KOE
    END-IF
    IF WS-RYKKER-GEBYR-STATUS = "00" AND WS-SIMULERING = "N"
        PERFORM SKRIV-RYKKER-GEBYR-KOE
    END-IF

    *> 3b) Forfaldslisten til indlånsbordet og tilbageskrivningen af
    *> terminregistret (udbetalte indskud droppes, rullede beholdes
        END-IF
    END-IF

    *> 3b1) Årets indskud på de lovbundne opsparingskonti skrives
    *> tilbage til registret
    IF WS-LO-STATUS = "00" AND WS-SIMULERING = "N"
        PERFORM SKRIV-LAASTE-KONTI
    END-IF

    *> 4) Konsolideret bankrapport - saldi rullet op pr. bank
    PERFORM BEREGN-BANK-ROLLUP
    PERFORM TJEK-BANK-KONCENTRATION
    *> udskrifter samlet i én fil, inden arkiveringen
    PERFORM SKRIV-EMAIL-SPOOL

    *> Dagens tælling af sendte adviseringer pr. type, og spærrings-
    *> registret, som det står nu, til næste kørsels sammenligning
    IF ANTAL-ADVIS > 0
        PERFORM VIS-ADVIS-TAELLING
        IF WS-SIMULERING = "N"
            PERFORM SKRIV-ADVIS-TAELLING
        END-IF
    END-IF
    IF WS-SIMULERING = "N" AND WS-PARTITION-AKTIV = "N"
        PERFORM SKRIV-ADVIS-SPAERRINGER
    END-IF

    *> Kuvertmanifestet - dagens papirudskrifter samlet pr. husstand
    PERFORM SKRIV-KUVERT-MANIFEST

    IF ANTAL-NOTICE-UDELADT > 0
        DISPLAY "Meddelelsesblokken udeladt på " ANTAL-NOTICE-UDELADT
                " udskrift(er) - udskriftsindlæg fravalgt"
    END-IF

    *> Hele kørslen er gennemført uden afbrydelse - nulstil
    *> checkpointet, så en efterfølgende kørsel starter forfra
    PERFORM SLET-CHECKPOINT
                    END-IF

                    PERFORM SKIP-TJEK-DUPLIKAT
                    *> En debitering, hovedløkken omdirigerede over en
                    *> grænse, blev ikke bogført - gentag vurderingen,
                    *> så den heller ikke tælles med her
                    MOVE "N" TO WS-OVER-GRAENSE
                    IF WS-ER-DUPLIKAT = "N"
                        PERFORM TJEK-DAGSGRAENSE
                    END-IF
                    IF WS-ER-DUPLIKAT = "N" AND WS-OVER-GRAENSE = "N"
                        PERFORM OPDATER-HVM-MAX
                        PERFORM SKIP-BEREGN-DKK
                        MOVE WS-SKIP-BELOEB-DKK-NUM TO WS-VS-BELOB-NUM
                        PERFORM OPDATER-VALUTA-SUM
                        *> Registret skrives først ved kørslens
                        *> afslutning - den afbrudte kørsels indskud
                        *> på lovbundne opsparinger tælles op igen
                        MOVE WS-SKIP-BELOEB-DKK-NUM TO WS-LO-BELOB-NUM
                        PERFORM OPDATER-LAAST-INDBETALT
                        PERFORM TJEK-INTERN-OVERFOERSEL
                        EVALUATE TRUE
                            WHEN TRANSAKTIONSTYPE OF TRANS-REC = "Storno"
                                COMPUTE GT-TOTAL-STORNO-NUM =
                                    GT-TOTAL-STORNO-NUM
                                  + FUNCTION ABS(WS-SKIP-BELOEB-DKK-NUM)
                                IF WS-SKIP-BELOEB-DKK-NUM < 0
                                    COMPUTE GT-TOTAL-STORNO-DEBET-NUM =
                                        GT-TOTAL-STORNO-DEBET-NUM
                                      - WS-SKIP-BELOEB-DKK-NUM
                                END-IF
                            WHEN TRANSAKTIONSTYPE OF TRANS-REC = "Afskrivning"
                                COMPUTE GT-TOTAL-AFSKREVET-NUM =
                                    GT-TOTAL-AFSKREVET-NUM
                                  + FUNCTION ABS(WS-SKIP-BELOEB-DKK-NUM)
                            WHEN WS-ER-INTERN-OVERFOERSEL = "J"
                                IF WS-SKIP-BELOEB-DKK-NUM > 0
                                    ADD WS-SKIP-BELOEB-DKK-NUM TO GT-TOTAL-INTERNE-NUM
                                ELSE
                                    COMPUTE GT-TOTAL-INTERNE-NUM =
                                        GT-TOTAL-INTERNE-NUM - WS-SKIP-BELOEB-DKK-NUM
                                END-IF
                            WHEN OTHER
                                IF WS-SKIP-BELOEB-DKK-NUM > 0
                                    ADD WS-SKIP-BELOEB-DKK-NUM TO GT-TOTAL-IN-NUM
                                ELSE
                                    ADD WS-SKIP-BELOEB-DKK-NUM TO GT-TOTAL-UD-NUM
                                END-IF
                        END-EVALUATE
                        ADD 1 TO GT-ANTAL-TRANS
                    END-IF
                END-IF

    PERFORM FIND-VALUTAKURS

    MOVE 0 TO WS-VALUTA-AVANCE-NUM
    IF WS-KURS-FUNDET = "Y"
        PERFORM BEREGN-KUNDEKURS-DKK
        MOVE WS-KUNDE-DKK-NUM TO WS-SKIP-BELOEB-DKK-NUM
    ELSE
        EVALUATE WS-VALUTA-TRIM
            WHEN "USD"
        MOVE "N" TO BR-EOF-T(8)
        PERFORM LAES-BRANCH-8
    END-IF
    IF ANTAL-MANIFEST-FILER >= 9
        MOVE MANIFEST-NAVN(9) TO WS-BRANCH-NAVN-9
        OPEN INPUT BranchFil9
        MOVE "N" TO BR-EOF-T(9)
        PERFORM LAES-BRANCH-9
    END-IF
    IF ANTAL-MANIFEST-FILER >= 10
        MOVE MANIFEST-NAVN(10) TO WS-BRANCH-NAVN-10
        OPEN INPUT BranchFil10
        MOVE "N" TO BR-EOF-T(10)
        PERFORM LAES-BRANCH-10
    END-IF
    IF ANTAL-MANIFEST-FILER >= 11
        MOVE MANIFEST-NAVN(11) TO WS-BRANCH-NAVN-11
        OPEN INPUT BranchFil11
        MOVE "N" TO BR-EOF-T(11)
        PERFORM LAES-BRANCH-11
    END-IF
    IF ANTAL-MANIFEST-FILER >= 12
        MOVE MANIFEST-NAVN(12) TO WS-BRANCH-NAVN-12
        OPEN INPUT BranchFil12
        MOVE "N" TO BR-EOF-T(12)
        PERFORM LAES-BRANCH-12
    END-IF
    IF ANTAL-MANIFEST-FILER >= 13
        MOVE MANIFEST-NAVN(13) TO WS-BRANCH-NAVN-13
        OPEN INPUT BranchFil13
        MOVE "N" TO BR-EOF-T(13)
        PERFORM LAES-BRANCH-13
    END-IF
    IF ANTAL-MANIFEST-FILER >= 14
        MOVE MANIFEST-NAVN(14) TO WS-BRANCH-NAVN-14
        OPEN INPUT BranchFil14
        MOVE "N" TO BR-EOF-T(14)
        PERFORM LAES-BRANCH-14
    END-IF
    IF ANTAL-MANIFEST-FILER >= 15
        MOVE MANIFEST-NAVN(15) TO WS-BRANCH-NAVN-15
        OPEN INPUT BranchFil15
        MOVE "N" TO BR-EOF-T(15)
        PERFORM LAES-BRANCH-15
    END-IF
    IF ANTAL-MANIFEST-FILER >= 16
        MOVE MANIFEST-NAVN(16) TO WS-BRANCH-NAVN-16
        OPEN INPUT BranchFil16
        MOVE "N" TO BR-EOF-T(16)
        PERFORM LAES-BRANCH-16
    END-IF

    OPEN OUTPUT TransSamletFil
    PERFORM VAELG-MINDSTE-BRANCH
                MOVE RAW-BRANCH-8 TO RAW-SAMLET
                WRITE RAW-SAMLET
                PERFORM LAES-BRANCH-8
            WHEN 9
                MOVE RAW-BRANCH-9 TO RAW-SAMLET
                WRITE RAW-SAMLET
                PERFORM LAES-BRANCH-9
            WHEN 10
                MOVE RAW-BRANCH-10 TO RAW-SAMLET
                WRITE RAW-SAMLET
                PERFORM LAES-BRANCH-10
            WHEN 11
                MOVE RAW-BRANCH-11 TO RAW-SAMLET
                WRITE RAW-SAMLET
                PERFORM LAES-BRANCH-11
            WHEN 12
                MOVE RAW-BRANCH-12 TO RAW-SAMLET
                WRITE RAW-SAMLET
                PERFORM LAES-BRANCH-12
            WHEN 13
                MOVE RAW-BRANCH-13 TO RAW-SAMLET
                WRITE RAW-SAMLET
                PERFORM LAES-BRANCH-13
            WHEN 14
                MOVE RAW-BRANCH-14 TO RAW-SAMLET
                WRITE RAW-SAMLET
                PERFORM LAES-BRANCH-14
            WHEN 15
                MOVE RAW-BRANCH-15 TO RAW-SAMLET
                WRITE RAW-SAMLET
                PERFORM LAES-BRANCH-15
            WHEN 16
                MOVE RAW-BRANCH-16 TO RAW-SAMLET
                WRITE RAW-SAMLET
                PERFORM LAES-BRANCH-16
        END-EVALUATE
        PERFORM VAELG-MINDSTE-BRANCH
    END-PERFORM
    IF ANTAL-MANIFEST-FILER >= 6 CLOSE BranchFil6 END-IF
    IF ANTAL-MANIFEST-FILER >= 7 CLOSE BranchFil7 END-IF
    IF ANTAL-MANIFEST-FILER >= 8 CLOSE BranchFil8 END-IF
    IF ANTAL-MANIFEST-FILER >= 9 CLOSE BranchFil9 END-IF
    IF ANTAL-MANIFEST-FILER >= 10 CLOSE BranchFil10 END-IF
    IF ANTAL-MANIFEST-FILER >= 11 CLOSE BranchFil11 END-IF
    IF ANTAL-MANIFEST-FILER >= 12 CLOSE BranchFil12 END-IF
    IF ANTAL-MANIFEST-FILER >= 13 CLOSE BranchFil13 END-IF
    IF ANTAL-MANIFEST-FILER >= 14 CLOSE BranchFil14 END-IF
    IF ANTAL-MANIFEST-FILER >= 15 CLOSE BranchFil15 END-IF
    IF ANTAL-MANIFEST-FILER >= 16 CLOSE BranchFil16 END-IF
    .

*>-----------------------------------------------------------------
            MOVE BR-NOEGLE-T(8) TO BR-PREV-T(8)
    END-READ
    .
LAES-BRANCH-9.
    READ BranchFil9
        AT END MOVE "Y" TO BR-EOF-T(9)
        NOT AT END
            MOVE RAW-BRANCH-9(107:14) TO BR-NOEGLE-T(9)
            IF BR-NOEGLE-T(9) < BR-PREV-T(9)
                MOVE 9 TO WS-SORT-BRANCH-NR
                PERFORM ADVAR-BRANCH-SORTERING
            END-IF
            MOVE BR-NOEGLE-T(9) TO BR-PREV-T(9)
    END-READ
    .
LAES-BRANCH-10.
    READ BranchFil10
        AT END MOVE "Y" TO BR-EOF-T(10)
        NOT AT END
            MOVE RAW-BRANCH-10(107:14) TO BR-NOEGLE-T(10)
            IF BR-NOEGLE-T(10) < BR-PREV-T(10)
                MOVE 10 TO WS-SORT-BRANCH-NR
                PERFORM ADVAR-BRANCH-SORTERING
            END-IF
            MOVE BR-NOEGLE-T(10) TO BR-PREV-T(10)
    END-READ
    .
LAES-BRANCH-11.
    READ BranchFil11
        AT END MOVE "Y" TO BR-EOF-T(11)
        NOT AT END
            MOVE RAW-BRANCH-11(107:14) TO BR-NOEGLE-T(11)
            IF BR-NOEGLE-T(11) < BR-PREV-T(11)
                MOVE 11 TO WS-SORT-BRANCH-NR
                PERFORM ADVAR-BRANCH-SORTERING
            END-IF
            MOVE BR-NOEGLE-T(11) TO BR-PREV-T(11)
    END-READ
    .
LAES-BRANCH-12.
    READ BranchFil12
        AT END MOVE "Y" TO BR-EOF-T(12)
        NOT AT END
            MOVE RAW-BRANCH-12(107:14) TO BR-NOEGLE-T(12)
            IF BR-NOEGLE-T(12) < BR-PREV-T(12)
                MOVE 12 TO WS-SORT-BRANCH-NR
                PERFORM ADVAR-BRANCH-SORTERING
            END-IF
            MOVE BR-NOEGLE-T(12) TO BR-PREV-T(12)
    END-READ
    .
LAES-BRANCH-13.
    READ BranchFil13
        AT END MOVE "Y" TO BR-EOF-T(13)
        NOT AT END
            MOVE RAW-BRANCH-13(107:14) TO BR-NOEGLE-T(13)
            IF BR-NOEGLE-T(13) < BR-PREV-T(13)
                MOVE 13 TO WS-SORT-BRANCH-NR
                PERFORM ADVAR-BRANCH-SORTERING
            END-IF
            MOVE BR-NOEGLE-T(13) TO BR-PREV-T(13)
    END-READ
    .
LAES-BRANCH-14.
    READ BranchFil14
        AT END MOVE "Y" TO BR-EOF-T(14)
        NOT AT END
            MOVE RAW-BRANCH-14(107:14) TO BR-NOEGLE-T(14)
            IF BR-NOEGLE-T(14) < BR-PREV-T(14)
                MOVE 14 TO WS-SORT-BRANCH-NR
                PERFORM ADVAR-BRANCH-SORTERING
            END-IF
            MOVE BR-NOEGLE-T(14) TO BR-PREV-T(14)
    END-READ
    .
LAES-BRANCH-15.
    READ BranchFil15
        AT END MOVE "Y" TO BR-EOF-T(15)
        NOT AT END
            MOVE RAW-BRANCH-15(107:14) TO BR-NOEGLE-T(15)
            IF BR-NOEGLE-T(15) < BR-PREV-T(15)
                MOVE 15 TO WS-SORT-BRANCH-NR
                PERFORM ADVAR-BRANCH-SORTERING
            END-IF
            MOVE BR-NOEGLE-T(15) TO BR-PREV-T(15)
    END-READ
    .
LAES-BRANCH-16.
    READ BranchFil16
        AT END MOVE "Y" TO BR-EOF-T(16)
        NOT AT END
            MOVE RAW-BRANCH-16(107:14) TO BR-NOEGLE-T(16)
            IF BR-NOEGLE-T(16) < BR-PREV-T(16)
                MOVE 16 TO WS-SORT-BRANCH-NR
                PERFORM ADVAR-BRANCH-SORTERING
            END-IF
            MOVE BR-NOEGLE-T(16) TO BR-PREV-T(16)
    END-READ
    .

*>-----------------------------------------------------------------
*>  ADVAR-BRANCH-SORTERING – en flettekilde leverede et KONTO-ID
*>  Vises i så fald som en tydelig slutudbetalingslinje på kontoens
*>  udskrift, og den beregnede SALDO-NUM erstattes af den reelle
*>  udbetaling, så både udskriften og kontostamdata ender med den
*>  faktiske lukkesaldo, ikke den ordinære transaktionsberegning.
*>  En lukning med slutudbetaling 0 (som KONTOFLYTNING's) betyder, at
*>  pengene allerede er bogført ud - står der alligevel en saldo,
*>  udsættes lukningen (LUKNING-UDSAT), så beløbet ikke forsvinder
*>-----------------------------------------------------------------
TJEK-LUKNING.
    MOVE SIDSTE-KONTO-ID TO WS-LUKNING-SOEGE-KONTO
    PERFORM FIND-LUKNING
    IF WS-LUKNING-FUNDET = "J"
            AND WS-LUKNINGSBELOB-NUM = 0
            AND SALDO-NUM NOT = 0
        MOVE SALDO-NUM TO WS-LUKNING-RESTSALDO
        PERFORM LUKNING-UDSAT
    END-IF
    IF WS-LUKNING-FUNDET = "J"
        MOVE WS-LUKNINGSBELOB-NUM TO LUKNING-EDIT
        MOVE SPACES TO OUT-TEXT
TJEK-LUKNING-DVALE.
    MOVE T-KM-KONTO-ID(IDX-KONTO) TO WS-LUKNING-SOEGE-KONTO
    PERFORM FIND-LUKNING
    IF WS-LUKNING-FUNDET = "J"
            AND WS-LUKNINGSBELOB-NUM = 0
            AND T-KM-BALANCE(IDX-KONTO) NOT = 0
        MOVE T-KM-BALANCE(IDX-KONTO) TO WS-LUKNING-RESTSALDO
        PERFORM LUKNING-UDSAT
    END-IF
    IF WS-LUKNING-FUNDET = "J"
        MOVE WS-LUKNINGSBELOB-NUM TO LUKNING-EDIT
        MOVE SPACES TO OUT-TEXT
    END-IF
    .

*>-----------------------------------------------------------------
*>  LUKNING-UDSAT – lukningen af WS-LUKNING-SOEGE-KONTO gennemføres
*>  ikke i denne kørsel: saldoen WS-LUKNING-RESTSALDO bliver stående
*>  og logges som advarsel. Lukningen slår igennem ved den første
*>  kørsel, hvor kontoen står i 0 (KONTOFLYTNING overfører resten)
*>-----------------------------------------------------------------
LUKNING-UDSAT.
    MOVE "N" TO WS-LUKNING-FUNDET
    MOVE WS-LUKNING-RESTSALDO TO LUKNING-REST-EDIT
    MOVE "A" TO WS-FEJL-SEV
    MOVE WS-LUKNING-SOEGE-KONTO TO WS-FEJL-NOEGLE
    MOVE SPACES TO WS-FEJL-TEKST
    STRING
        "Lukning med slutudbetaling 0 udsat - saldo "
                                              DELIMITED BY SIZE
        FUNCTION TRIM(LUKNING-REST-EDIT)      DELIMITED BY SIZE
        " staar stadig paa kontoen"           DELIMITED BY SIZE
    INTO WS-FEJL-TEKST
    END-STRING
    PERFORM SKRIV-FEJLLOG
    DISPLAY "ADVARSEL: lukning af konto "
            FUNCTION TRIM(WS-LUKNING-SOEGE-KONTO)
            " udsat - saldo " FUNCTION TRIM(LUKNING-REST-EDIT)
    .

*>-----------------------------------------------------------------
*>  LAES-TERMINDSKUD – læs et evt. TermIndskud.txt ind i TERM-TABEL.
*>  Findes filen ikke, forbliver ANTAL-TERM 0, og ingen konto regnes
    .

*>-----------------------------------------------------------------
*>  LAES-LAASTE-KONTI – læs et evt. LaastOpsparing.txt ind i
*>  LAAST-TABEL. Findes filen ikke, forbliver ANTAL-LO 0, og ingen
*>  konto er lovbunden
*>-----------------------------------------------------------------
LAES-LAASTE-KONTI.
    OPEN INPUT LaastOpsparingFil
    IF WS-LO-STATUS = "00"
        PERFORM UNTIL EOF-LO = "Y"
            READ LaastOpsparingFil
                AT END
                    MOVE "Y" TO EOF-LO
                NOT AT END
                    IF LO-KONTO-ID OF LAAST-REC NOT = SPACES
                            AND ANTAL-LO < MAX-LO
                        ADD 1 TO ANTAL-LO
                        MOVE LO-KONTO-ID          OF LAAST-REC
                            TO T-LO-KONTO-ID(ANTAL-LO)
                        MOVE LO-PRODUKT           OF LAAST-REC
                            TO T-LO-PRODUKT(ANTAL-LO)
                        MOVE LO-FRIGIVELSESDATO   OF LAAST-REC
                            TO T-LO-FRIGIVELSE(ANTAL-LO)
                        MOVE LO-AARLIGT-LOFT      OF LAAST-REC
                            TO T-LO-LOFT(ANTAL-LO)
                        MOVE LO-AAR               OF LAAST-REC
                            TO T-LO-AAR(ANTAL-LO)
                        MOVE LO-INDBETALT         OF LAAST-REC
                            TO T-LO-INDBETALT(ANTAL-LO)
                        MOVE LO-FORRIGE-INDBETALT OF LAAST-REC
                            TO T-LO-FORRIGE(ANTAL-LO)
                    END-IF
            END-READ
        END-PERFORM
        CLOSE LaastOpsparingFil
        DISPLAY "LaastOpsparing.txt fundet - " ANTAL-LO
                " lovbundne opsparingskonti"
    END-IF
    .

*>-----------------------------------------------------------------
*>  FIND-LAAST-POST – slå WS-LO-SOEGE-KONTO op i LAAST-TABEL.
*>  WS-LO-IDX = 0, hvis kontoen ikke er lovbunden
*>-----------------------------------------------------------------
FIND-LAAST-POST.
    MOVE 0 TO WS-LO-IDX
    MOVE 1 TO IDX-LO
    PERFORM UNTIL IDX-LO > ANTAL-LO
        IF T-LO-KONTO-ID(IDX-LO) = WS-LO-SOEGE-KONTO
            MOVE IDX-LO TO WS-LO-IDX
            EXIT PERFORM
        END-IF
        ADD 1 TO IDX-LO
    END-PERFORM
    .

*>-----------------------------------------------------------------
*>  SAET-LO-DATO – transaktionens bogføringsdato (ÅÅÅÅMMDD) ud fra
*>  TIDSPUNKT; en linje uden tidspunkt regnes for dags dato
*>-----------------------------------------------------------------
SAET-LO-DATO.
    IF TIDSPUNKT = SPACES
        MOVE WS-DAGS-DATO TO WS-LO-DATO
    ELSE
        STRING
            TIDSPUNKT(1:4) DELIMITED BY SIZE
            TIDSPUNKT(6:2) DELIMITED BY SIZE
            TIDSPUNKT(9:2) DELIMITED BY SIZE
        INTO WS-LO-DATO
        END-STRING
    END-IF
    .

*>-----------------------------------------------------------------
*>  TJEK-LAAST-OPSPARING – er transaktionens konto lovbunden, afvises
*>  en debitering før frigivelsesdatoen (RL04) og et indskud, der
*>  ville bringe årets indskud over loftet (RI05). Bankens egne
*>  posteringer (gebyr, rente, tilbageførsel, afskrivning, lånerente
*>  og afdrag) er som ved dagsgrænserne undtaget, og det samme er en
*>  udgående overførsel, der allerede er sendt - dens lovbinding er
*>  kontrolleret før afsendelsen (se TJEK-SENDT-OVERFOERSEL)
*>-----------------------------------------------------------------
TJEK-LAAST-OPSPARING.
    MOVE KONTO-ID OF TRANS-REC TO WS-LO-SOEGE-KONTO
    PERFORM FIND-LAAST-POST
    IF WS-LO-IDX = 0 OR BELØB-TEXT = SPACES
        EXIT PARAGRAPH
    END-IF

    EVALUATE TRANSAKTIONSTYPE OF TRANS-REC
        WHEN "Gebyr"
        WHEN "Rente"
        WHEN "Storno"
        WHEN "Afskrivning"
        WHEN "Laanrente"
        WHEN "Afdrag"
            EXIT PARAGRAPH
    END-EVALUATE
    PERFORM TJEK-SENDT-OVERFOERSEL
    IF WS-SENDT-OVERFOERSEL = "Y"
        EXIT PARAGRAPH
    END-IF

    PERFORM SKIP-BEREGN-DKK
    MOVE WS-SKIP-BELOEB-DKK-NUM TO WS-LO-BELOB-NUM
    PERFORM SAET-LO-DATO

    IF WS-LO-BELOB-NUM < 0
        IF WS-LO-DATO < T-LO-FRIGIVELSE(WS-LO-IDX)
            MOVE "Y"    TO WS-ER-AFVIST
            MOVE "RL04" TO WS-AFVIST-KODE
        END-IF
        EXIT PARAGRAPH
    END-IF

    IF T-LO-LOFT(WS-LO-IDX) = 0 OR WS-LO-BELOB-NUM = 0
        EXIT PARAGRAPH
    END-IF

    EVALUATE TRUE
        WHEN WS-LO-DATO(1:4) = T-LO-AAR(WS-LO-IDX)
            COMPUTE WS-LO-AAR-INDBETALT
                = T-LO-INDBETALT(WS-LO-IDX) + WS-LO-BELOB-NUM
        WHEN WS-LO-DATO(1:4) < T-LO-AAR(WS-LO-IDX)
            COMPUTE WS-LO-AAR-INDBETALT
                = T-LO-FORRIGE(WS-LO-IDX) + WS-LO-BELOB-NUM
        WHEN OTHER
            MOVE WS-LO-BELOB-NUM TO WS-LO-AAR-INDBETALT
    END-EVALUATE
    IF WS-LO-AAR-INDBETALT > T-LO-LOFT(WS-LO-IDX)
        MOVE "Y"    TO WS-ER-AFVIST
        MOVE "RI05" TO WS-AFVIST-KODE
    END-IF
    .

*>-----------------------------------------------------------------
*>  OPDATER-LAAST-INDBETALT – læg et bogført indskud (WS-LO-BELOB-NUM,
*>  DKK) til årets indskud på en lovbunden opsparing. Første indskud
*>  i et nyt år flytter det gamle års total til T-LO-FORRIGE
*>-----------------------------------------------------------------
OPDATER-LAAST-INDBETALT.
    IF ANTAL-LO = 0 OR WS-LO-BELOB-NUM <= 0
        EXIT PARAGRAPH
    END-IF

    EVALUATE TRANSAKTIONSTYPE OF TRANS-REC
        WHEN "Gebyr"
        WHEN "Rente"
        WHEN "Storno"
        WHEN "Afskrivning"
        WHEN "Laanrente"
        WHEN "Afdrag"
            EXIT PARAGRAPH
    END-EVALUATE

    MOVE KONTO-ID OF TRANS-REC TO WS-LO-SOEGE-KONTO
    PERFORM FIND-LAAST-POST
    IF WS-LO-IDX = 0
        EXIT PARAGRAPH
    END-IF

    PERFORM SAET-LO-DATO
    EVALUATE TRUE
        WHEN WS-LO-DATO(1:4) = T-LO-AAR(WS-LO-IDX)
            ADD WS-LO-BELOB-NUM TO T-LO-INDBETALT(WS-LO-IDX)
        WHEN WS-LO-DATO(1:4) < T-LO-AAR(WS-LO-IDX)
            ADD WS-LO-BELOB-NUM TO T-LO-FORRIGE(WS-LO-IDX)
        WHEN OTHER
            IF T-LO-AAR(WS-LO-IDX) NOT = SPACES
                    AND FUNCTION NUMVAL(WS-LO-DATO(1:4))
                      = FUNCTION NUMVAL(T-LO-AAR(WS-LO-IDX)) + 1
                MOVE T-LO-INDBETALT(WS-LO-IDX)
                    TO T-LO-FORRIGE(WS-LO-IDX)
            ELSE
                MOVE 0 TO T-LO-FORRIGE(WS-LO-IDX)
            END-IF
            MOVE WS-LO-DATO(1:4)  TO T-LO-AAR(WS-LO-IDX)
            MOVE WS-LO-BELOB-NUM  TO T-LO-INDBETALT(WS-LO-IDX)
    END-EVALUATE
    .

*>-----------------------------------------------------------------
*>  SKRIV-LAASTE-KONTI – skriv registret tilbage med årets indskud.
*>  Samme .new/mv-fremgangsmåde som terminregistret
*>-----------------------------------------------------------------
SKRIV-LAASTE-KONTI.
    OPEN OUTPUT LaastOpsparingNyFil
    MOVE 1 TO IDX-LO
    PERFORM UNTIL IDX-LO > ANTAL-LO
        MOVE SPACES TO LAAST-NY-REC
        MOVE T-LO-KONTO-ID(IDX-LO)
            TO LO-KONTO-ID          OF LAAST-NY-REC
        MOVE T-LO-PRODUKT(IDX-LO)
            TO LO-PRODUKT           OF LAAST-NY-REC
        MOVE T-LO-FRIGIVELSE(IDX-LO)
            TO LO-FRIGIVELSESDATO   OF LAAST-NY-REC
        MOVE T-LO-LOFT(IDX-LO)
            TO LO-AARLIGT-LOFT      OF LAAST-NY-REC
        MOVE T-LO-AAR(IDX-LO)
            TO LO-AAR               OF LAAST-NY-REC
        MOVE T-LO-INDBETALT(IDX-LO)
            TO LO-INDBETALT         OF LAAST-NY-REC
        MOVE T-LO-FORRIGE(IDX-LO)
            TO LO-FORRIGE-INDBETALT OF LAAST-NY-REC
        WRITE LAAST-NY-REC
        ADD 1 TO IDX-LO
    END-PERFORM
    CLOSE LaastOpsparingNyFil

    CALL "SYSTEM" USING "mv LaastOpsparing.new LaastOpsparing.txt"
    .

*>-----------------------------------------------------------------
*>  LAES-INTERNE-OVERFOERSLER – forudscan denne kørsels Transfil for
*>  "Overførsel"-transaktioner mellem to af vores egne konti (dvs.
*>  begge KONTO-ID'er findes i KONTO-MASTER-TABEL), og par dem op på
*>  TRANS-REFERENCE + modsat fortegn + samme beløb. Et fundet par
*>  registreres i MATCHED-REF-TABEL til brug i TJEK-INTERN-OVERFOERSEL,
*>  når hovedløkken senere behandler begge ben. Transfil åbnes og
*>  lukkes udelukkende til denne forudscanning - hovedløkken åbner den
*>  helt forfra bagefter
*>-----------------------------------------------------------------
LAES-INTERNE-OVERFOERSLER.
    OPEN INPUT Transfil
    MOVE "N" TO EOF-INTERN-SCAN
    PERFORM UNTIL EOF-INTERN-SCAN = "Y"
        READ Transfil
            AT END
                MOVE "Y" TO EOF-INTERN-SCAN
            NOT AT END
                IF FUNCTION TRIM(TRANSAKTIONSTYPE) = "Overførsel"
                        AND BELØB-TEXT NOT = SPACES
                        AND TRANS-REFERENCE NOT = SPACES
                    PERFORM SOEG-KONTO-MASTER-FOR-TRANS
                    IF IDX-KONTO <= ANTAL-KONTI
                        PERFORM FIND-INTERN-MODPART
                        IF WS-INTERN-FUNDET = "J"
                            PERFORM TILFOEJ-MATCHED-REF
                        ELSE
                            IF ANTAL-INTERNE < MAX-INTERNE
                                ADD 1 TO ANTAL-INTERNE
                                MOVE TRANS-REFERENCE OF TRANS-REC
                                    TO IO-REFERENCE (ANTAL-INTERNE)
        DISPLAY "StatementNotice.txt fundet - " ANTAL-NOTICE-LINJER
                " meddelelseslinje(r) trykkes på alle udskrifter"
    END-IF

    IF ANTAL-NOTICE-LINJER > 0
        PERFORM LAES-SAMTYKKE-INDLAEG
    END-IF
    .

*>-----------------------------------------------------------------
*>  LAES-SAMTYKKE-INDLAEG – de kunder i et evt. Samtykke.txt, der har
*>  trukket samtykket til udskriftsindlæg tilbage
*>-----------------------------------------------------------------
LAES-SAMTYKKE-INDLAEG.
    OPEN INPUT SamtykkeFil
    IF WS-SAMTYKKE-STATUS NOT = "00"
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL EOF-SAMTYKKE = "Y"
        READ SamtykkeFil
            AT END
                MOVE "Y" TO EOF-SAMTYKKE
            NOT AT END
                IF SA-INDLAEG AND SA-TRUKKET
                        AND ANTAL-INDLAEG-FRAVALGT < MAX-INDLAEG-FRAVALGT
                    ADD 1 TO ANTAL-INDLAEG-FRAVALGT
                    MOVE SA-KUNDE-ID
                        TO T-IF-KUNDE-ID(ANTAL-INDLAEG-FRAVALGT)
                END-IF
        END-READ
    END-PERFORM
    CLOSE SamtykkeFil
    DISPLAY "Samtykke.txt fundet - " ANTAL-INDLAEG-FRAVALGT
            " kunde(r) har fravalgt meddelelsesblokken"
    .

*>-----------------------------------------------------------------
*>  SKRIV-NOTICE-BLOK – tryk meddelelsesblokken på den åbne
*>  kontoudskrift (UdFil), indrammet så den skiller sig ud fra
*>  transaktionslinjerne. Udelades, hvis primærejeren af
*>  WS-NOTICE-KONTO-ID har fravalgt udskriftsindlæg
*>-----------------------------------------------------------------
SKRIV-NOTICE-BLOK.
    IF ANTAL-NOTICE-LINJER > 0 AND ANTAL-INDLAEG-FRAVALGT > 0
        MOVE SPACES TO WS-NOTICE-KUNDE-ID
        MOVE 1 TO IDX-NOTICE-KONTO
        PERFORM UNTIL IDX-NOTICE-KONTO > ANTAL-KONTI
            IF T-KM-KONTO-ID(IDX-NOTICE-KONTO) = WS-NOTICE-KONTO-ID
                MOVE T-KM-KUNDE-ID(IDX-NOTICE-KONTO)
                    TO WS-NOTICE-KUNDE-ID
                EXIT PERFORM
            END-IF
            ADD 1 TO IDX-NOTICE-KONTO
        END-PERFORM
        MOVE 1 TO IDX-INDLAEG-FRAVALGT
        PERFORM UNTIL IDX-INDLAEG-FRAVALGT > ANTAL-INDLAEG-FRAVALGT
            IF T-IF-KUNDE-ID(IDX-INDLAEG-FRAVALGT) = WS-NOTICE-KUNDE-ID
                ADD 1 TO ANTAL-NOTICE-UDELADT
                EXIT PARAGRAPH
            END-IF
            ADD 1 TO IDX-INDLAEG-FRAVALGT
        END-PERFORM
    END-IF

    IF ANTAL-NOTICE-LINJER > 0
        MOVE SPACES TO OUT-TEXT
        WRITE OUT-REC
        WRITE AFSTEMNING-REC
    END-IF

    *> Tilbageførte posteringer (STORNO) vises for sig
    IF GT-TOTAL-STORNO-NUM NOT = 0
        MOVE GT-TOTAL-STORNO-NUM TO GT-EDIT
        MOVE SPACES TO AFSTEMNING-TEXT
        STRING
            "Tilbagefoert denne koersel (DKK): " DELIMITED BY SIZE
            FUNCTION TRIM(GT-EDIT)              DELIMITED BY SIZE
        INTO AFSTEMNING-TEXT
        END-STRING
        WRITE AFSTEMNING-REC
    END-IF

    *> Afskrivninger (RYKKER) vises ligeledes for sig
    IF GT-TOTAL-AFSKREVET-NUM NOT = 0
        MOVE GT-TOTAL-AFSKREVET-NUM TO GT-EDIT
        MOVE SPACES TO AFSTEMNING-TEXT
        STRING
            "Afskrevet denne koersel (DKK): "   DELIMITED BY SIZE
            FUNCTION TRIM(GT-EDIT)              DELIMITED BY SIZE
        INTO AFSTEMNING-TEXT
        END-STRING
        WRITE AFSTEMNING-REC
    END-IF

    *> Valutaavancen ved købs-/salgskurs vises for sig (detaljer pr.
    *> valuta i ValutaAvance.txt)
    IF GT-TOTAL-VALUTA-AVANCE-NUM NOT = 0
        MOVE GT-TOTAL-VALUTA-AVANCE-NUM TO GT-EDIT
        MOVE SPACES TO AFSTEMNING-TEXT
        STRING
            "Valutaavance denne koersel (DKK): " DELIMITED BY SIZE
            FUNCTION TRIM(GT-EDIT)               DELIMITED BY SIZE
        INTO AFSTEMNING-TEXT
        END-STRING
        WRITE AFSTEMNING-REC
    END-IF

    *> Maskinelt rejste gebyrer (BEREGN-GEBYR) vises for sig, så
    *> finansafdelingen kan afstemme kørslens gebyrindtægt direkte
    IF GT-TOTAL-GEBYR-NUM NOT = 0
        WRITE AFSTEMNING-REC
    END-IF

    IF ANTAL-GRAENSE-HOLDT > 0
        MOVE ANTAL-GRAENSE-HOLDT TO GRAENSE-HOLDT-EDIT
        MOVE SPACES TO AFSTEMNING-TEXT
        STRING
            "Debiteringer over haeve-/forbrugsgraense omdirigeret: "
                                                      DELIMITED BY SIZE
            FUNCTION TRIM(GRAENSE-HOLDT-EDIT)         DELIMITED BY SIZE
        INTO AFSTEMNING-TEXT
        END-STRING
        WRITE AFSTEMNING-REC
    END-IF

    IF ANTAL-GRAENSE-FRIGIVET > 0
        MOVE ANTAL-GRAENSE-FRIGIVET TO GRAENSE-HOLDT-EDIT
        MOVE SPACES TO AFSTEMNING-TEXT
        STRING
            "Tilbageholdte debiteringer frigivet og bogfoert: "
                                                      DELIMITED BY SIZE
            FUNCTION TRIM(GRAENSE-HOLDT-EDIT)         DELIMITED BY SIZE
        INTO AFSTEMNING-TEXT
        END-STRING
        WRITE AFSTEMNING-REC
    END-IF

    IF ANTAL-ULEVERBAR-HOLDT > 0
        MOVE ANTAL-ULEVERBAR-HOLDT TO LEVERING-ANTAL-EDIT
        MOVE SPACES TO AFSTEMNING-TEXT
        END-STRING
        WRITE AFSTEMNING-REC

        IF ANTAL-LAAST-AFVIST > 0
            MOVE ANTAL-LAAST-AFVIST TO LAAST-AFVIST-EDIT
            MOVE SPACES TO AFSTEMNING-TEXT
            STRING
                "  heraf paa lovbunden opsparing (RL04/RI05): "
                                                  DELIMITED BY SIZE
                FUNCTION TRIM(LAAST-AFVIST-EDIT)  DELIMITED BY SIZE
            INTO AFSTEMNING-TEXT
            END-STRING
            WRITE AFSTEMNING-REC
        END-IF

        MOVE ANTAL-RECYCLE-GAMLE TO RECYCLE-ANTAL-EDIT
        MOVE SPACES TO AFSTEMNING-TEXT
        STRING
    .

*>-----------------------------------------------------------------
*>  LAES-DAGSGRAENSER – læs et evt. Dagsgraenser.txt ind i
*>  DAGSGRAENSE-TABEL, registret over tilbageholdte debiteringer ind
*>  i GRAENSE-HOLDT-TABEL, og markér dem, svindelafdelingen har
*>  frigivet i GraenseFrigivelse.txt. Findes Dagsgraenser.txt ikke,
*>  håndhæves ingen grænser - men allerede tilbageholdte debiteringer
*>  bliver fortsat stående, til de frigives
*>-----------------------------------------------------------------
LAES-DAGSGRAENSER.
    OPEN INPUT DagsgraenseFil
    IF WS-DAGSGRAENSE-STATUS = "00"
        PERFORM UNTIL EOF-DAGSGRAENSE = "Y"
            READ DagsgraenseFil
                AT END
                    MOVE "Y" TO EOF-DAGSGRAENSE
                NOT AT END
                    IF DG-NOEGLE OF DAGSGRAENSE-REC NOT = SPACES
                            AND (DG-PR-KONTO OF DAGSGRAENSE-REC
                              OR DG-PR-TYPE OF DAGSGRAENSE-REC)
                            AND ANTAL-DG < MAX-DG
                        ADD 1 TO ANTAL-DG
                        MOVE DG-ART OF DAGSGRAENSE-REC
                            TO T-DG-ART(ANTAL-DG)
                        MOVE DG-NOEGLE OF DAGSGRAENSE-REC
                            TO T-DG-NOEGLE(ANTAL-DG)
                        MOVE DG-MAX-DAG OF DAGSGRAENSE-REC
                            TO T-DG-MAX-DAG(ANTAL-DG)
                        MOVE DG-MAX-ENKELT OF DAGSGRAENSE-REC
                            TO T-DG-MAX-ENKELT(ANTAL-DG)
                    END-IF
            END-READ
        END-PERFORM
        CLOSE DagsgraenseFil
        DISPLAY "Dagsgraenser.txt fundet - " ANTAL-DG
                " haeve-/forbrugsgraense(r) aktive"
    END-IF

    OPEN INPUT GraenseHoldtFil
    IF WS-GRAENSE-HOLDT-STATUS = "00"
        PERFORM UNTIL EOF-GRAENSE-HOLDT = "Y"
            READ GraenseHoldtFil
                AT END
                    MOVE "Y" TO EOF-GRAENSE-HOLDT
                NOT AT END
                    IF GH-KONTO-ID OF GRAENSE-HOLDT-REC NOT = SPACES
                            AND ANTAL-GH < MAX-GH
                        ADD 1 TO ANTAL-GH
                        MOVE GH-KONTO-ID OF GRAENSE-HOLDT-REC
                            TO T-GH-KONTO-ID(ANTAL-GH)
                        MOVE GH-REFERENCE OF GRAENSE-HOLDT-REC
                            TO T-GH-REFERENCE(ANTAL-GH)
                        MOVE GH-DATO OF GRAENSE-HOLDT-REC
                            TO T-GH-DATO(ANTAL-GH)
                        MOVE GH-BELOB OF GRAENSE-HOLDT-REC
                            TO T-GH-BELOB(ANTAL-GH)
                        MOVE GH-AARSAG OF GRAENSE-HOLDT-REC
                            TO T-GH-AARSAG(ANTAL-GH)
                        MOVE "H"    TO T-GH-STATUS(ANTAL-GH)
                        MOVE "N"    TO T-GH-FRIGIVET(ANTAL-GH)
                        MOVE SPACE  TO T-GH-KILDE(ANTAL-GH)
                        MOVE 0      TO T-GH-MAX-DAG(ANTAL-GH)
                                       T-GH-MAX-ENKELT(ANTAL-GH)
                        MOVE SPACES TO T-GH-TIDSPUNKT(ANTAL-GH)
                    END-IF
            END-READ
        END-PERFORM
        CLOSE GraenseHoldtFil
    END-IF

    OPEN INPUT GraenseFrigivelseFil
    IF WS-GRAENSE-FRIGIV-STATUS = "00"
        PERFORM UNTIL EOF-GRAENSE-FRIGIV = "Y"
            READ GraenseFrigivelseFil
                AT END
                    MOVE "Y" TO EOF-GRAENSE-FRIGIV
                NOT AT END
                    MOVE 1 TO IDX-GH
                    PERFORM UNTIL IDX-GH > ANTAL-GH
                        IF T-GH-KONTO-ID(IDX-GH) = GF-KONTO-ID
                                AND T-GH-REFERENCE(IDX-GH) = GF-REFERENCE
                                AND T-GH-AARSAG(IDX-GH) NOT = "M"
                                AND T-GH-AARSAG(IDX-GH) NOT = "N"
                            MOVE "Y" TO T-GH-FRIGIVET(IDX-GH)
                            EXIT PERFORM
                        END-IF
                        ADD 1 TO IDX-GH
                    END-PERFORM
            END-READ
        END-PERFORM
        CLOSE GraenseFrigivelseFil
    END-IF

    PERFORM LAES-VAERGE-GODKENDELSER
    PERFORM LAES-MODTAGER-BEKRAEFTELSER
    .

*>-----------------------------------------------------------------
*>  LAES-MODTAGER-BEKRAEFTELSER – kundens bekræftelse frigiver en
*>  betaling, der er holdt tilbage, fordi modtagernavnet ikke passede
*>  til modtagerkontoens ejere (årsag "N"). Hverken svindelafdelingen
*>  eller en værge kan frigive dem; en bekræftelse gælder kun for en
*>  sådan betaling
*>-----------------------------------------------------------------
LAES-MODTAGER-BEKRAEFTELSER.
    OPEN INPUT ModtagerBekraeftelseFil
    IF WS-MODTAGER-BEKR-STATUS NOT = "00"
        EXIT PARAGRAPH
    END-IF

    PERFORM UNTIL EOF-MODTAGER-BEKR = "Y"
        READ ModtagerBekraeftelseFil
            AT END
                MOVE "Y" TO EOF-MODTAGER-BEKR
            NOT AT END
                IF MB-KONTO-ID NOT = SPACES
                    MOVE 1 TO IDX-GH
                    PERFORM UNTIL IDX-GH > ANTAL-GH
                        IF T-GH-KONTO-ID(IDX-GH) = MB-KONTO-ID
                                AND T-GH-REFERENCE(IDX-GH) = MB-REFERENCE
                                AND T-GH-AARSAG(IDX-GH) = "N"
                            MOVE "Y" TO T-GH-FRIGIVET(IDX-GH)
                            ADD 1 TO ANTAL-MODTAGER-BEKR
                            EXIT PERFORM
                        END-IF
                        ADD 1 TO IDX-GH
                    END-PERFORM
                    IF IDX-GH > ANTAL-GH
                        DISPLAY "ADVARSEL: ModtagerBekraeftelse.txt - "
                                MB-KONTO-ID " " MB-REFERENCE
                                " er ikke en tilbageholdt betaling"
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    CLOSE ModtagerBekraeftelseFil
    DISPLAY "ModtagerBekraeftelse.txt fundet - " ANTAL-MODTAGER-BEKR
            " betaling(er) bekraeftet af kunden"
    .

*>-----------------------------------------------------------------
*>  LAES-VAERGE-GODKENDELSER – en værges godkendelse frigiver en
*>  debitering, der er holdt tilbage på en mindreårigs konto (årsag
*>  "M"). Svindelafdelingens GraenseFrigivelse.txt kan ikke frigive
*>  dem. Godkendelsen gælder kun fra en værge, der i Vaerger.txt er
*>  registreret for kontoens ejer - ellers bliver debiteringen stående
*>-----------------------------------------------------------------
LAES-VAERGE-GODKENDELSER.
    OPEN INPUT VaergeGodkendelseFil
    IF WS-VAERGE-GODKEND-STATUS NOT = "00"
        EXIT PARAGRAPH
    END-IF

    PERFORM UNTIL EOF-VAERGE-GODKEND = "Y"
        READ VaergeGodkendelseFil
            AT END
                MOVE "Y" TO EOF-VAERGE-GODKEND
            NOT AT END
                IF VGG-KONTO-ID NOT = SPACES
                    PERFORM BEHANDL-VAERGE-GODKENDELSE
                END-IF
        END-READ
    END-PERFORM
    CLOSE VaergeGodkendelseFil
    DISPLAY "VaergeGodkendelse.txt fundet - " ANTAL-VAERGE-GODKENDT
            " godkendt, " ANTAL-VAERGE-AFVIST " afvist"
    .

BEHANDL-VAERGE-GODKENDELSE.
    MOVE VGG-KONTO-ID TO WS-MI-SOEGE-KONTO
    PERFORM FIND-MI-KONTO-EJER

    MOVE "N" TO WS-VAERGE-GYLDIG
    IF WS-MI-EJER NOT = SPACES
        MOVE 1 TO IDX-VAERGE
        PERFORM UNTIL IDX-VAERGE > ANTAL-VAERGE
            IF T-VG-KUNDE-ID(IDX-VAERGE) = WS-MI-EJER
                    AND T-VG-VAERGE-ID(IDX-VAERGE) = VGG-VAERGE-ID
                MOVE "Y" TO WS-VAERGE-GYLDIG
                EXIT PERFORM
            END-IF
            ADD 1 TO IDX-VAERGE
        END-PERFORM
    END-IF
    IF WS-VAERGE-GYLDIG = "N"
        ADD 1 TO ANTAL-VAERGE-AFVIST
        DISPLAY "ADVARSEL: VaergeGodkendelse.txt - " VGG-VAERGE-ID
                " er ikke registreret vaerge for konto " VGG-KONTO-ID
                " - " VGG-REFERENCE " forbliver tilbageholdt"
        EXIT PARAGRAPH
    END-IF

    MOVE 1 TO IDX-GH
    PERFORM UNTIL IDX-GH > ANTAL-GH
        IF T-GH-KONTO-ID(IDX-GH) = VGG-KONTO-ID
                AND T-GH-REFERENCE(IDX-GH) = VGG-REFERENCE
                AND T-GH-AARSAG(IDX-GH) = "M"
            MOVE "Y" TO T-GH-FRIGIVET(IDX-GH)
            ADD 1 TO ANTAL-VAERGE-GODKENDT
            EXIT PARAGRAPH
        END-IF
        ADD 1 TO IDX-GH
    END-PERFORM

    ADD 1 TO ANTAL-VAERGE-AFVIST
    DISPLAY "ADVARSEL: VaergeGodkendelse.txt - " VGG-KONTO-ID " "
            VGG-REFERENCE " er ikke en tilbageholdt debitering"
    .

*>-----------------------------------------------------------------
*>  TJEK-DAGSGRAENSE – skal den aktuelle transaktion omdirigeres til
*>  Ventende.txt (WS-OVER-GRAENSE = "Y")? Kun kundens egne
*>  debiteringer vurderes - maskinelt rejste gebyrer/renter,
*>  tilbageførsler, afskrivninger, lånerenter og afdrag er ikke
*>  forbrug. En debitering, der allerede står i registret, holdes
*>  fortsat tilbage (WS-DG-GENHOLDT = "Y"), til den er frigivet - da
*>  bogføres den uden ny vurdering. En udgående overførsel, der
*>  allerede er sendt, er vurderet før afsendelsen og bogføres altid
*>  (se TJEK-SENDT-OVERFOERSEL). Ellers omdirigeres debiteringen,
*>  hvis den alene er større end kontoens grænse pr. postering, eller
*>  hvis den sammen med dagens allerede bogførte debiteringer (pr.
*>  TIDSPUNKT-dato) overstiger dagsgrænsen. Bogførte debiteringer
*>  lægges til dagens sum. Nye omdirigeringer registreres i
*>  GRAENSE-HOLDT-TABEL
*>-----------------------------------------------------------------
TJEK-DAGSGRAENSE.
    MOVE "N" TO WS-OVER-GRAENSE
    MOVE "N" TO WS-DG-GENHOLDT
    IF ANTAL-DG = 0 AND ANTAL-GH = 0 AND ANTAL-MINDRE = 0
        EXIT PARAGRAPH
    END-IF

    IF KONTO-ID OF TRANS-REC NOT = WS-DG-KONTO-ID
        PERFORM FIND-DAGSGRAENSE
    END-IF

    EVALUATE TRANSAKTIONSTYPE OF TRANS-REC
        WHEN "Gebyr"
        WHEN "Rente"
        WHEN "Storno"
        WHEN "Afskrivning"
        WHEN "Laanrente"
        WHEN "Afdrag"
            EXIT PARAGRAPH
    END-EVALUATE

    IF BELØB-TEXT = SPACES
        EXIT PARAGRAPH
    END-IF
    PERFORM SKIP-BEREGN-DKK
    MOVE WS-SKIP-BELOEB-DKK-NUM TO WS-DG-BELOB-NUM
    IF WS-DG-BELOB-NUM >= 0
        EXIT PARAGRAPH
    END-IF

    IF TIDSPUNKT = SPACES
        MOVE WS-DAGS-DATO TO WS-DG-DATO
    ELSE
        STRING
            TIDSPUNKT(1:4) DELIMITED BY SIZE
            TIDSPUNKT(6:2) DELIMITED BY SIZE
            TIDSPUNKT(9:2) DELIMITED BY SIZE
        INTO WS-DG-DATO
        END-STRING
    END-IF
    PERFORM FIND-DG-DAG

    *> Allerede tilbageholdt?
    MOVE 1 TO IDX-GH
    PERFORM UNTIL IDX-GH > ANTAL-GH
        IF T-GH-KONTO-ID(IDX-GH) = KONTO-ID OF TRANS-REC
                AND T-GH-REFERENCE(IDX-GH) = TRANS-REFERENCE
                AND T-GH-STATUS(IDX-GH) NOT = "B"
            IF T-GH-FRIGIVET(IDX-GH) = "Y"
                MOVE "B" TO T-GH-STATUS(IDX-GH)
                ADD 1 TO ANTAL-GRAENSE-FRIGIVET
                IF IDX-DD > 0
                    SUBTRACT WS-DG-BELOB-NUM FROM T-DD-SUM(IDX-DD)
                END-IF
            ELSE
                MOVE "Y" TO WS-OVER-GRAENSE
                MOVE "Y" TO WS-DG-GENHOLDT
            END-IF
            EXIT PARAGRAPH
        END-IF
        ADD 1 TO IDX-GH
    END-PERFORM

    *> Allerede sendt ud af banken - bogføres, men tæller med i dagens
    *> sum over for kontoens øvrige debiteringer
    PERFORM TJEK-SENDT-OVERFOERSEL
    IF WS-SENDT-OVERFOERSEL = "Y"
        IF IDX-DD > 0
            SUBTRACT WS-DG-BELOB-NUM FROM T-DD-SUM(IDX-DD)
        END-IF
        EXIT PARAGRAPH
    END-IF

    *> En mindreårig kontohavers debitering over beløbsgrænsen kræver
    *> værgens godkendelse, uanset kontoens øvrige grænser
    IF ANTAL-MINDRE > 0
            AND (0 - WS-DG-BELOB-NUM) > WS-MINDRE-GRAENSE-NUM
        MOVE KONTO-ID OF TRANS-REC TO WS-MI-SOEGE-KONTO
        PERFORM TJEK-MINDREAARIG-KONTO
        IF WS-ER-MINDRE = "Y"
            MOVE "M" TO WS-DG-AARSAG
            MOVE "Y" TO WS-OVER-GRAENSE
            IF WS-INKREMENTEL = "N"
                PERFORM REGISTRER-GRAENSE-HOLDT
            END-IF
            EXIT PARAGRAPH
        END-IF
    END-IF

    IF WS-DG-KILDE = SPACE
        EXIT PARAGRAPH
    END-IF

    MOVE SPACE TO WS-DG-AARSAG
    IF WS-DG-MAX-ENKELT > 0
            AND (0 - WS-DG-BELOB-NUM) > WS-DG-MAX-ENKELT
        MOVE "E" TO WS-DG-AARSAG
    ELSE
        IF WS-DG-MAX-DAG > 0 AND IDX-DD > 0
            IF T-DD-SUM(IDX-DD) - WS-DG-BELOB-NUM > WS-DG-MAX-DAG
                MOVE "D" TO WS-DG-AARSAG
            END-IF
        END-IF
    END-IF

    IF WS-DG-AARSAG = SPACE
        IF IDX-DD > 0
            SUBTRACT WS-DG-BELOB-NUM FROM T-DD-SUM(IDX-DD)
        END-IF
    ELSE
        MOVE "Y" TO WS-OVER-GRAENSE
        IF WS-INKREMENTEL = "N"
            PERFORM REGISTRER-GRAENSE-HOLDT
        END-IF
    END-IF
    .

*>-----------------------------------------------------------------
*>  TJEK-SENDT-OVERFOERSEL – er transaktionen den spejlende debitering
*>  af en overførsel, INDLANDSBETALING eller UDLANDSBETALING allerede
*>  har sendt til Nets eller korrespondentbanken? Referencen er "IB"
*>  eller "UB" + anmodningsnr (6) + dato (8). Programmerne kontrollerer
*>  lovbinding, dagsgrænser og værgekravet før afsendelsen, så her
*>  kan debiteringen ikke længere holdes tilbage eller afvises
*>-----------------------------------------------------------------
TJEK-SENDT-OVERFOERSEL.
    MOVE "N" TO WS-SENDT-OVERFOERSEL
    IF (TRANS-REFERENCE(1:2) = "IB" OR TRANS-REFERENCE(1:2) = "UB")
            AND TRANS-REFERENCE(3:14) IS NUMERIC
            AND TRANS-REFERENCE(17:4) = SPACES
            AND TRANSAKTIONSTYPE OF TRANS-REC = "Overførsel"
        MOVE "Y" TO WS-SENDT-OVERFOERSEL
    END-IF
    .

*>-----------------------------------------------------------------
*>  FIND-DAGSGRAENSE – slå grænserne op for transaktionens konto:
*>  først en linje for selve KONTO-ID, ellers en for kontoens type
*>  i kontostamdata. Dagssummerne nulstilles for den nye konto
*>-----------------------------------------------------------------
FIND-DAGSGRAENSE.
    MOVE KONTO-ID OF TRANS-REC TO WS-DG-KONTO-ID
    MOVE 0      TO ANTAL-DD
    MOVE SPACE  TO WS-DG-KILDE
    MOVE 0      TO WS-DG-MAX-DAG WS-DG-MAX-ENKELT
    MOVE SPACES TO WS-DG-KONTO-TYPE
    IF ANTAL-DG = 0
        EXIT PARAGRAPH
    END-IF

    MOVE 1 TO IDX-DG
    PERFORM UNTIL IDX-DG > ANTAL-DG
        IF T-DG-ART(IDX-DG) = "K"
                AND T-DG-NOEGLE(IDX-DG) = WS-DG-KONTO-ID
            MOVE "K" TO WS-DG-KILDE
            MOVE T-DG-MAX-DAG(IDX-DG)    TO WS-DG-MAX-DAG
            MOVE T-DG-MAX-ENKELT(IDX-DG) TO WS-DG-MAX-ENKELT
            EXIT PARAGRAPH
        END-IF
        ADD 1 TO IDX-DG
    END-PERFORM

    MOVE 1 TO IDX-DG-KONTO
    PERFORM UNTIL IDX-DG-KONTO > ANTAL-KONTI
        IF T-KM-KONTO-ID(IDX-DG-KONTO) = WS-DG-KONTO-ID
            MOVE T-KM-KONTO-TYPE(IDX-DG-KONTO) TO WS-DG-KONTO-TYPE
            EXIT PERFORM
        END-IF
        ADD 1 TO IDX-DG-KONTO
    END-PERFORM
    IF WS-DG-KONTO-TYPE = SPACES
        EXIT PARAGRAPH
    END-IF

    MOVE 1 TO IDX-DG
    PERFORM UNTIL IDX-DG > ANTAL-DG
        IF T-DG-ART(IDX-DG) = "T"
                AND FUNCTION TRIM(T-DG-NOEGLE(IDX-DG)) =
                    FUNCTION TRIM(WS-DG-KONTO-TYPE)
            MOVE "T" TO WS-DG-KILDE
            MOVE T-DG-MAX-DAG(IDX-DG)    TO WS-DG-MAX-DAG
            MOVE T-DG-MAX-ENKELT(IDX-DG) TO WS-DG-MAX-ENKELT
            EXIT PERFORM
        END-IF
        ADD 1 TO IDX-DG
    END-PERFORM
    .

*>-----------------------------------------------------------------
*>  FIND-DG-DAG – find (eller opret) dagssummen for WS-DG-DATO på
*>  den aktuelle konto. IDX-DD = 0, hvis tabellen er fuld - da
*>  håndhæves kun grænsen pr. postering
*>-----------------------------------------------------------------
FIND-DG-DAG.
    MOVE 1 TO IDX-DD
    PERFORM UNTIL IDX-DD > ANTAL-DD
        IF T-DD-DATO(IDX-DD) = WS-DG-DATO
            EXIT PARAGRAPH
        END-IF
        ADD 1 TO IDX-DD
    END-PERFORM

    IF ANTAL-DD < MAX-DD
        ADD 1 TO ANTAL-DD
        MOVE ANTAL-DD   TO IDX-DD
        MOVE WS-DG-DATO TO T-DD-DATO(IDX-DD)
        MOVE 0          TO T-DD-SUM(IDX-DD)
    ELSE
        MOVE 0 TO IDX-DD
    END-IF
    .

*>-----------------------------------------------------------------
*>  REGISTRER-GRAENSE-HOLDT – læg den netop omdirigerede debitering
*>  i registret, med grænserne den brød, til brudrapporten
*>-----------------------------------------------------------------
REGISTRER-GRAENSE-HOLDT.
    IF ANTAL-GH >= MAX-GH
        DISPLAY "ADVARSEL: GraenseHoldt-tabellen er fuld - "
                KONTO-ID OF TRANS-REC " " TRANS-REFERENCE
                " omdirigeres, men vurderes igen naeste koersel"
        EXIT PARAGRAPH
    END-IF
    ADD 1 TO ANTAL-GH
    MOVE KONTO-ID OF TRANS-REC TO T-GH-KONTO-ID(ANTAL-GH)
    MOVE TRANS-REFERENCE       TO T-GH-REFERENCE(ANTAL-GH)
    MOVE WS-DAGS-DATO          TO T-GH-DATO(ANTAL-GH)
    MOVE WS-DG-BELOB-NUM       TO T-GH-BELOB(ANTAL-GH)
    MOVE WS-DG-AARSAG          TO T-GH-AARSAG(ANTAL-GH)
    MOVE "N"                   TO T-GH-STATUS(ANTAL-GH)
    MOVE "N"                   TO T-GH-FRIGIVET(ANTAL-GH)
    MOVE WS-DG-KILDE           TO T-GH-KILDE(ANTAL-GH)
    MOVE WS-DG-MAX-DAG         TO T-GH-MAX-DAG(ANTAL-GH)
    MOVE WS-DG-MAX-ENKELT      TO T-GH-MAX-ENKELT(ANTAL-GH)
    MOVE TIDSPUNKT(1:19)       TO T-GH-TIDSPUNKT(ANTAL-GH)
    .

*>-----------------------------------------------------------------
*>  SKRIV-GRAENSE-HOLDT – skriv registret tilbage uden de frigivne og
*>  nu bogførte debiteringer, samme .new/mv-fremgangsmåde som
*>  stamdatafilerne
*>-----------------------------------------------------------------
SKRIV-GRAENSE-HOLDT.
    OPEN OUTPUT GraenseHoldtNyFil
    MOVE 1 TO IDX-GH
    PERFORM UNTIL IDX-GH > ANTAL-GH
        IF T-GH-STATUS(IDX-GH) NOT = "B"
            MOVE SPACES TO GRAENSE-HOLDT-NY-REC
            MOVE T-GH-KONTO-ID(IDX-GH)
                TO GH-KONTO-ID  OF GRAENSE-HOLDT-NY-REC
            MOVE T-GH-REFERENCE(IDX-GH)
                TO GH-REFERENCE OF GRAENSE-HOLDT-NY-REC
            MOVE T-GH-DATO(IDX-GH)
                TO GH-DATO      OF GRAENSE-HOLDT-NY-REC
            MOVE T-GH-BELOB(IDX-GH)
                TO GH-BELOB     OF GRAENSE-HOLDT-NY-REC
            MOVE T-GH-AARSAG(IDX-GH)
                TO GH-AARSAG    OF GRAENSE-HOLDT-NY-REC
            WRITE GRAENSE-HOLDT-NY-REC
        END-IF
        ADD 1 TO IDX-GH
    END-PERFORM
    CLOSE GraenseHoldtNyFil

    CALL "SYSTEM" USING "mv GraenseHoldt.new GraenseHoldt.txt"
    .

*>-----------------------------------------------------------------
*>  SKRIV-GRAENSEBRUD-RAPPORT – dagens brudrapport til svindel-
*>  afdelingen: pr. konto grænserne og de debiteringer, der er
*>  omdirigeret i denne kørsel, efterfulgt af status for registret
*>-----------------------------------------------------------------
SKRIV-GRAENSEBRUD-RAPPORT.
    OPEN OUTPUT GraenseBrudFil
    MOVE SPACES TO GRAENSE-BRUD-TEXT
    STRING
        "Haeve-/forbrugsgraensebrud - koerselsdato " DELIMITED BY SIZE
        WS-DAGS-DATO                                 DELIMITED BY SIZE
    INTO GRAENSE-BRUD-TEXT
    END-STRING
    WRITE GRAENSE-BRUD-REC

    MOVE SPACES TO WS-GB-SIDSTE-KONTO
    MOVE 1 TO IDX-GH
    PERFORM UNTIL IDX-GH > ANTAL-GH
        IF T-GH-STATUS(IDX-GH) = "N"
            IF T-GH-KONTO-ID(IDX-GH) NOT = WS-GB-SIDSTE-KONTO
                MOVE T-GH-KONTO-ID(IDX-GH) TO WS-GB-SIDSTE-KONTO
                MOVE SPACES TO GRAENSE-BRUD-TEXT
                WRITE GRAENSE-BRUD-REC
                MOVE T-GH-MAX-DAG(IDX-GH)    TO GRAENSE-DAG-EDIT
                MOVE T-GH-MAX-ENKELT(IDX-GH) TO GRAENSE-ENKELT-EDIT
                MOVE GRAENSE-DAG-EDIT        TO GRAENSE-DAG-TEXT
                MOVE GRAENSE-ENKELT-EDIT     TO GRAENSE-ENKELT-TEXT
                IF T-GH-MAX-DAG(IDX-GH) = 0
                    MOVE "ingen" TO GRAENSE-DAG-TEXT
                END-IF
                IF T-GH-MAX-ENKELT(IDX-GH) = 0
                    MOVE "ingen" TO GRAENSE-ENKELT-TEXT
                END-IF
                MOVE SPACES TO GRAENSE-BRUD-TEXT
                STRING
                    "Konto "                        DELIMITED BY SIZE
                    T-GH-KONTO-ID(IDX-GH)           DELIMITED BY SIZE
                    " graense pr. dag "             DELIMITED BY SIZE
                    FUNCTION TRIM(GRAENSE-DAG-TEXT) DELIMITED BY SIZE
                    ", pr. postering "              DELIMITED BY SIZE
                    FUNCTION TRIM(GRAENSE-ENKELT-TEXT)
                                                    DELIMITED BY SIZE
                INTO GRAENSE-BRUD-TEXT
                END-STRING
                IF T-GH-KILDE(IDX-GH) = "T"
                    STRING
                        FUNCTION TRIM(GRAENSE-BRUD-TEXT)
                                                    DELIMITED BY SIZE
                        " (kontotypens graense)"    DELIMITED BY SIZE
                    INTO GRAENSE-BRUD-TEXT
                    END-STRING
                END-IF
                WRITE GRAENSE-BRUD-REC
            END-IF

            MOVE T-GH-BELOB(IDX-GH) TO GRAENSE-BELOB-EDIT
            MOVE SPACES TO GRAENSE-BRUD-TEXT
            STRING
                "  "                        DELIMITED BY SIZE
                T-GH-TIDSPUNKT(IDX-GH)      DELIMITED BY SIZE
                "  "                        DELIMITED BY SIZE
                T-GH-REFERENCE(IDX-GH)      DELIMITED BY SIZE
                "  "                        DELIMITED BY SIZE
                GRAENSE-BELOB-EDIT          DELIMITED BY SIZE
                "  "                        DELIMITED BY SIZE
            INTO GRAENSE-BRUD-TEXT
            END-STRING
            EVALUATE T-GH-AARSAG(IDX-GH)
                WHEN "E"
                    MOVE "over graensen pr. postering"
                        TO GRAENSE-BRUD-TEXT(80:41)
                WHEN "M"
                    MOVE "mindreaarig - afventer vaergegodkendelse"
                        TO GRAENSE-BRUD-TEXT(80:41)
                WHEN "N"
                    MOVE "modtagernavn - afventer kundebekraeftelse"
                        TO GRAENSE-BRUD-TEXT(80:41)
                WHEN OTHER
                    MOVE "over dagsgraensen"
                        TO GRAENSE-BRUD-TEXT(80:41)
            END-EVALUATE
            WRITE GRAENSE-BRUD-REC
        END-IF
        ADD 1 TO IDX-GH
    END-PERFORM

    MOVE SPACES TO GRAENSE-BRUD-TEXT
    WRITE GRAENSE-BRUD-REC
    MOVE ANTAL-GRAENSE-HOLDT TO GRAENSE-HOLDT-EDIT
    MOVE SPACES TO GRAENSE-BRUD-TEXT
    STRING
        "Omdirigeret til Ventende.txt i denne koersel: " DELIMITED BY SIZE
        FUNCTION TRIM(GRAENSE-HOLDT-EDIT)               DELIMITED BY SIZE
    INTO GRAENSE-BRUD-TEXT
    END-STRING
    WRITE GRAENSE-BRUD-REC

    MOVE 0 TO IDX-DG
    MOVE 1 TO IDX-GH
    PERFORM UNTIL IDX-GH > ANTAL-GH
        IF T-GH-STATUS(IDX-GH) = "H"
            ADD 1 TO IDX-DG
        END-IF
        ADD 1 TO IDX-GH
    END-PERFORM
    MOVE IDX-DG TO GRAENSE-HOLDT-EDIT
    MOVE SPACES TO GRAENSE-BRUD-TEXT
    STRING
        "Fortsat tilbageholdt fra tidligere koersler: " DELIMITED BY SIZE
        FUNCTION TRIM(GRAENSE-HOLDT-EDIT)              DELIMITED BY SIZE
    INTO GRAENSE-BRUD-TEXT
    END-STRING
    WRITE GRAENSE-BRUD-REC

    MOVE ANTAL-GRAENSE-FRIGIVET TO GRAENSE-HOLDT-EDIT
    MOVE SPACES TO GRAENSE-BRUD-TEXT
    STRING
        "Frigivet og bogfoert i denne koersel: " DELIMITED BY SIZE
        FUNCTION TRIM(GRAENSE-HOLDT-EDIT)       DELIMITED BY SIZE
    INTO GRAENSE-BRUD-TEXT
    END-STRING
    WRITE GRAENSE-BRUD-REC

    CLOSE GraenseBrudFil
    .

*>-----------------------------------------------------------------
*>  LAES-LEVERINGS-PRAEFERENCER – læs en evt. LeveringsPraeference.txt
*>  ind, og hent e-mail/sprog fra Kundeoplysninger.txt for de kunder,
*>  der har valgt elektronisk levering
*>-----------------------------------------------------------------
LAES-LEVERINGS-PRAEFERENCER.
    OPEN INPUT LeveringsPraefFil
    IF WS-LEVERING-STATUS = "00"
        PERFORM UNTIL EOF-LEVERING = "Y"
            READ LeveringsPraefFil
                AT END
                    MOVE "Y" TO EOF-LEVERING
                NOT AT END
                    IF LP-KUNDE-ID NOT = SPACES
                            AND ANTAL-LEVERING < MAX-LEVERING
                        ADD 1 TO ANTAL-LEVERING
                        MOVE LP-KUNDE-ID TO T-LV-KUNDE-ID(ANTAL-LEVERING)
                        MOVE LP-KANAL    TO T-LV-KANAL(ANTAL-LEVERING)
                        MOVE SPACES      TO T-LV-EMAIL(ANTAL-LEVERING)
                        MOVE "DA"        TO T-LV-SPROG(ANTAL-LEVERING)
                    END-IF
            END-READ
        END-PERFORM
        CLOSE LeveringsPraefFil
    END-IF

    IF ANTAL-LEVERING > 0
        *> E-mail og sprog hentes rå fra kundestamdata (positionerne
        *> følger KUNDER.cpy), samme begrundelse som LAES-KUNDE-NAVNE
        MOVE "N" TO EOF-LEVERING-KUNDE
        OPEN INPUT KundeNavnFil
        IF WS-KUNDENAVN-STATUS = "00"
            PERFORM UNTIL EOF-LEVERING-KUNDE = "Y"
                READ KundeNavnFil
                    AT END
                        MOVE "Y" TO EOF-LEVERING-KUNDE
                    NOT AT END
                        MOVE 1 TO IDX-LEVERING
                        PERFORM UNTIL IDX-LEVERING > ANTAL-LEVERING
                            IF T-LV-KUNDE-ID(IDX-LEVERING)
                                    = RAW-KUNDE-NAVN(1:10)
                                MOVE RAW-KUNDE-NAVN(240:30)
                                    TO T-LV-EMAIL(IDX-LEVERING)
                                MOVE RAW-KUNDE-NAVN(279:2)
                                    TO T-LV-SPROG(IDX-LEVERING)
                            END-IF
                            ADD 1 TO IDX-LEVERING
                        END-PERFORM
                END-READ
            END-PERFORM
            CLOSE KundeNavnFil
        END-IF
        DISPLAY "LeveringsPraeference.txt fundet - " ANTAL-LEVERING
                " praeference(r) indlaest"
    END-IF
    .

*>-----------------------------------------------------------------
*>  LAES-HUSSTANDE – kunde-id og husstandsnummer fra et evt.
*>  Husstande.txt (se HUSSTAND.cpy)
*>-----------------------------------------------------------------
LAES-HUSSTANDE.
    OPEN INPUT HusstandFil
    IF WS-HUSSTAND-STATUS = "00"
        PERFORM UNTIL EOF-HUSSTAND = "Y"
            READ HusstandFil
                AT END
                    MOVE "Y" TO EOF-HUSSTAND
                NOT AT END
                    IF HU-KUNDE-ID NOT = SPACES
                            AND ANTAL-HUSSTAND < MAX-HUSSTAND
                        ADD 1 TO ANTAL-HUSSTAND
                        MOVE HU-KUNDE-ID
                            TO T-HS-KUNDE-ID(ANTAL-HUSSTAND)
                        MOVE HU-HUSSTAND-NR
                            TO T-HS-HUSSTAND-NR(ANTAL-HUSSTAND)
                    END-IF
            END-READ
        END-PERFORM
        CLOSE HusstandFil
    END-IF
    .

*>-----------------------------------------------------------------
*>  SKRIV-KUVERT-MANIFEST – genlæs papirmanifestet (så også de
*>  linjer, en afbrudt kørsel nåede at skrive før en genstart, kommer
*>  med), slå hver kontos husstand op via primærejeren og skriv én
*>  KUVERT-linje pr. husstand efterfulgt af dens udskrifter. En konto
*>  uden husstand får sin egen kuvert under kundens eget id, og en
*>  konto uden for kontostamdata under konto-id'et
*>-----------------------------------------------------------------
SKRIV-KUVERT-MANIFEST.
    MOVE 0 TO ANTAL-KUVERT-LINJER
    MOVE "N" TO EOF-KUVERT
    OPEN INPUT UdskriftManifestFil
    IF WS-UDSKR-MANIFEST-STATUS NOT = "00"
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL EOF-KUVERT = "Y"
        READ UdskriftManifestFil
            AT END
                MOVE "Y" TO EOF-KUVERT
            NOT AT END
                IF UDSKRIFT-MANIFEST-TEXT(1:8) NOT = "Konto-ID"
                        AND UDSKRIFT-MANIFEST-TEXT(1:14) NOT = SPACES
                        AND ANTAL-KUVERT-LINJER < MAX-KUVERT
                    PERFORM OPRET-KUVERT-LINJE
                END-IF
        END-READ
    END-PERFORM
    CLOSE UdskriftManifestFil

    *> Sortér på husstand og konto (udvælgelsessortering)
    MOVE 1 TO IDX-KUVERT
    PERFORM UNTIL IDX-KUVERT >= ANTAL-KUVERT-LINJER
        MOVE IDX-KUVERT TO IDX-KUVERT-MIN
        COMPUTE IDX-KUVERT-SORT = IDX-KUVERT + 1
        PERFORM UNTIL IDX-KUVERT-SORT > ANTAL-KUVERT-LINJER
            IF T-KVT-NOEGLE(IDX-KUVERT-SORT)
                    < T-KVT-NOEGLE(IDX-KUVERT-MIN)
                MOVE IDX-KUVERT-SORT TO IDX-KUVERT-MIN
            END-IF
            ADD 1 TO IDX-KUVERT-SORT
        END-PERFORM
        IF IDX-KUVERT-MIN NOT = IDX-KUVERT
            MOVE KUVERT-POST(IDX-KUVERT)     TO SWAP-KUVERT-POST
            MOVE KUVERT-POST(IDX-KUVERT-MIN) TO KUVERT-POST(IDX-KUVERT)
            MOVE SWAP-KUVERT-POST            TO KUVERT-POST(IDX-KUVERT-MIN)
        END-IF
        ADD 1 TO IDX-KUVERT
    END-PERFORM

    OPEN OUTPUT KuvertManifestFil
    MOVE SPACES TO KUVERT-MANIFEST-TEXT
    STRING
        "Kuvert husstand        Antal  Navn og adresse (herunder konto-id og udskriftsfil)"
        DELIMITED BY SIZE
    INTO KUVERT-MANIFEST-TEXT
    END-STRING
    WRITE KUVERT-MANIFEST-REC

    MOVE SPACES TO WS-KVT-FORRIGE
    MOVE 1 TO IDX-KUVERT
    PERFORM UNTIL IDX-KUVERT > ANTAL-KUVERT-LINJER
        IF T-KVT-HUSSTAND(IDX-KUVERT) NOT = WS-KVT-FORRIGE
            PERFORM SKRIV-KUVERT-HOVED
        END-IF
        MOVE SPACES TO KUVERT-MANIFEST-TEXT
        STRING
            "    "                                DELIMITED BY SIZE
            T-KVT-KONTO-ID(IDX-KUVERT)            DELIMITED BY SIZE
            "  "                                  DELIMITED BY SIZE
            FUNCTION TRIM(T-KVT-FILNAVN(IDX-KUVERT))
                                                  DELIMITED BY SIZE
        INTO KUVERT-MANIFEST-TEXT
        END-STRING
        WRITE KUVERT-MANIFEST-REC
        ADD 1 TO IDX-KUVERT
    END-PERFORM
    CLOSE KuvertManifestFil

    DISPLAY "Kuvertmanifest: " ANTAL-KUVERT-LINJER " papirudskrift(er) i "
            ANTAL-KUVERTER " kuvert(er)"
    .

*>-----------------------------------------------------------------
*>  OPRET-KUVERT-LINJE – én manifestlinje (konto-id, filnavn og
*>  navn/adresse, som SKRIV-MANIFEST-LINJE skriver den) ind i
*>  KUVERT-TABEL med kontoens husstand
*>-----------------------------------------------------------------
OPRET-KUVERT-LINJE.
    ADD 1 TO ANTAL-KUVERT-LINJER
    MOVE UDSKRIFT-MANIFEST-TEXT(1:14)
        TO T-KVT-KONTO-ID(ANTAL-KUVERT-LINJER)
    MOVE SPACES TO T-KVT-FILNAVN(ANTAL-KUVERT-LINJER)
                   T-KVT-ADRESSE(ANTAL-KUVERT-LINJER)
    MOVE 17 TO WS-KVT-PTR
    UNSTRING UDSKRIFT-MANIFEST-TEXT DELIMITED BY "  "
        INTO T-KVT-FILNAVN(ANTAL-KUVERT-LINJER)
        WITH POINTER WS-KVT-PTR
    END-UNSTRING
    IF WS-KVT-PTR <= 150
        MOVE UDSKRIFT-MANIFEST-TEXT(WS-KVT-PTR:)
            TO T-KVT-ADRESSE(ANTAL-KUVERT-LINJER)
    END-IF

    MOVE SPACES TO WS-KVT-KUNDE-ID
    MOVE 1 TO IDX-KUVERT-KM
    PERFORM UNTIL IDX-KUVERT-KM > ANTAL-KONTI
        IF T-KM-KONTO-ID(IDX-KUVERT-KM)
                = T-KVT-KONTO-ID(ANTAL-KUVERT-LINJER)
            MOVE T-KM-KUNDE-ID(IDX-KUVERT-KM) TO WS-KVT-KUNDE-ID
            EXIT PERFORM
        END-IF
        ADD 1 TO IDX-KUVERT-KM
    END-PERFORM

    IF WS-KVT-KUNDE-ID = SPACES
        MOVE T-KVT-KONTO-ID(ANTAL-KUVERT-LINJER)
            TO T-KVT-HUSSTAND(ANTAL-KUVERT-LINJER)
        EXIT PARAGRAPH
    END-IF
    MOVE WS-KVT-KUNDE-ID TO T-KVT-HUSSTAND(ANTAL-KUVERT-LINJER)
    MOVE 1 TO IDX-HUSSTAND
    PERFORM UNTIL IDX-HUSSTAND > ANTAL-HUSSTAND
        IF T-HS-KUNDE-ID(IDX-HUSSTAND) = WS-KVT-KUNDE-ID
            MOVE T-HS-HUSSTAND-NR(IDX-HUSSTAND)
                TO T-KVT-HUSSTAND(ANTAL-KUVERT-LINJER)
            EXIT PERFORM
        END-IF
        ADD 1 TO IDX-HUSSTAND
    END-PERFORM
    .

*>-----------------------------------------------------------------
*>  SKRIV-KUVERT-HOVED – KUVERT-linjen for husstanden på
*>  IDX-KUVERT: husstandsnummer, antal udskrifter i kuverten og
*>  navn/adresse fra husstandens første udskrift
*>-----------------------------------------------------------------
SKRIV-KUVERT-HOVED.
    MOVE T-KVT-HUSSTAND(IDX-KUVERT) TO WS-KVT-FORRIGE
    ADD 1 TO ANTAL-KUVERTER
    MOVE 0 TO WS-KVT-ANTAL
    MOVE IDX-KUVERT TO IDX-KVT-TAEL
    PERFORM UNTIL IDX-KVT-TAEL > ANTAL-KUVERT-LINJER
        IF T-KVT-HUSSTAND(IDX-KVT-TAEL) NOT = WS-KVT-FORRIGE
            EXIT PERFORM
        END-IF
        ADD 1 TO WS-KVT-ANTAL
        ADD 1 TO IDX-KVT-TAEL
    END-PERFORM
    MOVE WS-KVT-ANTAL TO KVT-ANTAL-EDIT

    MOVE SPACES TO KUVERT-MANIFEST-TEXT
    STRING
        "KUVERT "                             DELIMITED BY SIZE
        T-KVT-HUSSTAND(IDX-KUVERT)            DELIMITED BY SIZE
        "  "                                  DELIMITED BY SIZE
        KVT-ANTAL-EDIT                        DELIMITED BY SIZE
        "  "                                  DELIMITED BY SIZE
        FUNCTION TRIM(T-KVT-ADRESSE(IDX-KUVERT))
                                              DELIMITED BY SIZE
    INTO KUVERT-MANIFEST-TEXT
    END-STRING
    WRITE KUVERT-MANIFEST-REC
    .

*>-----------------------------------------------------------------
*>  SKRIV-SALDO-HISTORIK – én historiklinje for den netop afsluttede
*>  konto: kørselsdato, åbnings-/slutsaldo og periodens bevægelser -
*>  ind-/udbetalt og de øvrige bogførte (tilbageførsler, afskrivninger,
*>  interne overførsler) samt periodens gebyrer
*>-----------------------------------------------------------------
SKRIV-SALDO-HISTORIK.
    MOVE WS-DAGS-DATO       TO SH-DATO        OF SALDO-HISTORIK-REC
    MOVE SIDSTE-KONTO-ID    TO SH-KONTO-ID    OF SALDO-HISTORIK-REC
    MOVE WS-HIST-AABN-SALDO TO SH-AABN-SALDO  OF SALDO-HISTORIK-REC
    MOVE SALDO-NUM          TO SH-SLUT-SALDO  OF SALDO-HISTORIK-REC
    MOVE TOTAL-IN-NUM       TO SH-IND         OF SALDO-HISTORIK-REC
    MOVE TOTAL-UD-NUM       TO SH-UD          OF SALDO-HISTORIK-REC
    COMPUTE SH-OEVRIG OF SALDO-HISTORIK-REC
        = TOTAL-STORNO-NUM + TOTAL-AFSKREVET-NUM + TOTAL-INTERNE-NUM
    MOVE TOTAL-GEBYR-NUM    TO SH-GEBYR       OF SALDO-HISTORIK-REC
    WRITE SALDO-HISTORIK-REC
    .

*>-----------------------------------------------------------------
*>  SKRIV-SALDO-HISTORIK-DVALE – dvalekontoens historiklinje: saldoen
*>  uændret og ingen bevægelser, så historikken dækker hele bogen
*>-----------------------------------------------------------------
SKRIV-SALDO-HISTORIK-DVALE.
    MOVE WS-DAGS-DATO             TO SH-DATO       OF SALDO-HISTORIK-REC
    MOVE T-KM-KONTO-ID(IDX-KONTO) TO SH-KONTO-ID   OF SALDO-HISTORIK-REC
    MOVE T-KM-BALANCE(IDX-KONTO)  TO SH-AABN-SALDO OF SALDO-HISTORIK-REC
    MOVE T-KM-BALANCE(IDX-KONTO)  TO SH-SLUT-SALDO OF SALDO-HISTORIK-REC
    MOVE 0                        TO SH-IND        OF SALDO-HISTORIK-REC
    MOVE 0                        TO SH-UD         OF SALDO-HISTORIK-REC
    MOVE 0                        TO SH-OEVRIG     OF SALDO-HISTORIK-REC
    MOVE 0                        TO SH-GEBYR      OF SALDO-HISTORIK-REC
    WRITE SALDO-HISTORIK-REC
    .

*>-----------------------------------------------------------------
*>  LAES-CAMT-KONTI – læs en evt. Camt053Konti.txt med de konti, der
*>  skal have en maskinlæsbar udskrift ved siden af tekstudgaven
*>-----------------------------------------------------------------
LAES-CAMT-KONTI.
    OPEN INPUT Camt053KontiFil
    IF WS-CAMT-KONTI-STATUS = "00"
        PERFORM UNTIL EOF-CAMT-KONTI = "Y"
            READ Camt053KontiFil
                AT END
                    MOVE "Y" TO EOF-CAMT-KONTI
                NOT AT END
                    IF CK-KONTO-ID NOT = SPACES
                            AND ANTAL-CAMT-KONTI < MAX-CAMT-KONTI
                        ADD 1 TO ANTAL-CAMT-KONTI
                        MOVE CK-KONTO-ID
                            TO T-CAMT-KONTO-ID(ANTAL-CAMT-KONTI)
                        MOVE SPACES TO T-CAMT-KUNDE-ID(ANTAL-CAMT-KONTI)
                        MOVE "N"    TO T-CAMT-ERHVERV(ANTAL-CAMT-KONTI)
                    END-IF
            END-READ
        END-PERFORM
        CLOSE Camt053KontiFil
        IF ANTAL-CAMT-KONTI > 0
            PERFORM FRASORTER-CAMT-PRIVATE
        END-IF
        DISPLAY "Camt053Konti.txt fundet - " ANTAL-CAMT-KONTI
                " konto(er) med camt.053-eksport, "
                ANTAL-CAMT-FRASORTERET " frasorteret (ikke erhverv)"
    END-IF
    .

*>-----------------------------------------------------------------
*>  FRASORTER-CAMT-PRIVATE – camt.053 er et erhvervsprodukt: hver
*>  registreret kontos ejer slås op i kontostamdata, og kun konti ejet
*>  af en erhvervskunde (KUNDE-TYPE "E", læst rå fra kundestamdata,
*>  samme begrundelse som LAES-KUNDE-NAVNE) bliver i tabellen
*>-----------------------------------------------------------------
FRASORTER-CAMT-PRIVATE.
    MOVE 1 TO IDX-CAMT
    PERFORM UNTIL IDX-CAMT > ANTAL-CAMT-KONTI
        MOVE 1 TO IDX-KONTO
        PERFORM UNTIL IDX-KONTO > ANTAL-KONTI
            IF T-KM-KONTO-ID(IDX-KONTO) = T-CAMT-KONTO-ID(IDX-CAMT)
                MOVE T-KM-KUNDE-ID(IDX-KONTO)
                    TO T-CAMT-KUNDE-ID(IDX-CAMT)
                EXIT PERFORM
            END-IF
            ADD 1 TO IDX-KONTO
        END-PERFORM
        ADD 1 TO IDX-CAMT
    END-PERFORM

    MOVE "N" TO EOF-CAMT-KUNDE
    OPEN INPUT KundeNavnFil
    IF WS-KUNDENAVN-STATUS = "00"
        PERFORM UNTIL EOF-CAMT-KUNDE = "Y"
            READ KundeNavnFil
                AT END
                    MOVE "Y" TO EOF-CAMT-KUNDE
                NOT AT END
                    IF RAW-KUNDE-NAVN(292:1) = "E"
                        MOVE 1 TO IDX-CAMT
                        PERFORM UNTIL IDX-CAMT > ANTAL-CAMT-KONTI
                            IF T-CAMT-KUNDE-ID(IDX-CAMT)
                                    = RAW-KUNDE-NAVN(1:10)
                                MOVE "Y" TO T-CAMT-ERHVERV(IDX-CAMT)
                            END-IF
                            ADD 1 TO IDX-CAMT
                        END-PERFORM
                    END-IF
            END-READ
        END-PERFORM
        CLOSE KundeNavnFil
    END-IF

    *> Pak tabellen sammen om de erhvervskonti, der beholdes
    MOVE 0 TO ANTAL-CAMT-BEHOLDT
    MOVE 1 TO IDX-CAMT
    PERFORM UNTIL IDX-CAMT > ANTAL-CAMT-KONTI
        IF T-CAMT-ERHVERV(IDX-CAMT) = "Y"
            ADD 1 TO ANTAL-CAMT-BEHOLDT
            MOVE CAMT-KONTO-POST(IDX-CAMT)
                TO CAMT-KONTO-POST(ANTAL-CAMT-BEHOLDT)
        ELSE
            ADD 1 TO ANTAL-CAMT-FRASORTERET
        END-IF
        ADD 1 TO IDX-CAMT
    END-PERFORM
    MOVE ANTAL-CAMT-BEHOLDT TO ANTAL-CAMT-KONTI
    .

*>-----------------------------------------------------------------
*>  AABN-CAMT – åbn camt.053-filen for den konto, der netop er
*>  påbegyndt, og skriv hoved + åbningssaldo (SALDO-NUM er netop sat
*>  af SAET-AABNINGSSALDO). Konti uden en række i registret - eller
*>  ejet af en privatkunde - får som hidtil kun tekstudskriften
*>-----------------------------------------------------------------
AABN-CAMT.
    MOVE "N" TO WS-CAMT-AKTIV
    *> Ingen camt-filer i en simulering: xml-formatet har ikke
    *> tekstudskrifternes SIMULERING-mærke, så en simuleret eksport
    *> ville være uskelnelig fra en rigtig i arbejdskataloget
    IF WS-SIMULERING = "Y"
        EXIT PARAGRAPH
    END-IF
    IF ANTAL-CAMT-KONTI = 0
        EXIT PARAGRAPH
    END-IF
    MOVE 1 TO IDX-CAMT
    PERFORM UNTIL IDX-CAMT > ANTAL-CAMT-KONTI
        IF T-CAMT-KONTO-ID(IDX-CAMT) = KONTO-ID OF TRANS-REC
            MOVE "Y" TO WS-CAMT-AKTIV
            EXIT PERFORM
        END-IF
        ADD 1 TO IDX-CAMT
    END-PERFORM
    IF WS-CAMT-AKTIV = "N"
        EXIT PARAGRAPH
    END-IF

    MOVE SPACES TO WS-CAMT-NAVN
    STRING
        "Camt053_"                           DELIMITED BY SIZE
        FUNCTION TRIM(KONTO-ID OF TRANS-REC) DELIMITED BY SIZE
        ".xml"                               DELIMITED BY SIZE
    INTO WS-CAMT-NAVN
    END-STRING

    OPEN OUTPUT CamtFil

    MOVE "<?xml version=""1.0"" encoding=""UTF-8""?>" TO CAMT-TEXT
    WRITE CAMT-REC
    MOVE "<BkToCstmrStmt>" TO CAMT-TEXT
    WRITE CAMT-REC

    MOVE SPACES TO CAMT-TEXT
    STRING
        "  <Stmt><Acct><Id>"                 DELIMITED BY SIZE
        FUNCTION TRIM(KONTO-ID OF TRANS-REC) DELIMITED BY SIZE
        "</Id></Acct>"                       DELIMITED BY SIZE
    INTO CAMT-TEXT
    END-STRING
    WRITE CAMT-REC

    MOVE SALDO-NUM TO WS-CAMT-AABN-SALDO
    MOVE SALDO-NUM TO CAMT-BELOB-EDIT
    MOVE SPACES TO CAMT-TEXT
    STRING
        "  <Bal><Tp>OPBD</Tp><Amt Ccy=""DKK"">" DELIMITED BY SIZE
        FUNCTION TRIM(CAMT-BELOB-EDIT)          DELIMITED BY SIZE
        "</Amt></Bal>"                          DELIMITED BY SIZE
    INTO CAMT-TEXT
    END-STRING
    WRITE CAMT-REC
    .

*>-----------------------------------------------------------------
*>  SKRIV-CAMT-ENTRY – én Ntry pr. bogført transaktionslinje, med
*>  DKK-beløbet, originalbeløb/valuta og TRANS-REFERENCE
*>-----------------------------------------------------------------
SKRIV-CAMT-ENTRY.
    IF BELØB-DKK-NUM < 0
        MOVE "DBIT" TO WS-CAMT-CD
    ELSE
        MOVE "CRDT" TO WS-CAMT-CD
    END-IF
    COMPUTE CAMT-BELOB-EDIT = FUNCTION ABS(BELØB-DKK-NUM)

    *> En tilbageførsel markeres som reversal i camt.053
    MOVE SPACES TO WS-CAMT-RVSL
    IF WS-TRANS-TYPE-STR = "Storno"
        MOVE "<RvslInd>true</RvslInd>" TO WS-CAMT-RVSL
    END-IF

    MOVE SPACES TO CAMT-TEXT
    STRING
        "  <Ntry><Amt Ccy=""DKK"">"        DELIMITED BY SIZE
        FUNCTION TRIM(CAMT-BELOB-EDIT)     DELIMITED BY SIZE
        "</Amt><CdtDbtInd>"                DELIMITED BY SIZE
        WS-CAMT-CD                         DELIMITED BY SIZE
        "</CdtDbtInd>"                     DELIMITED BY SIZE
        WS-CAMT-RVSL                       DELIMITED BY SPACE
        "<BookgDt>"                        DELIMITED BY SIZE
        TIDSPUNKT(1:10)                    DELIMITED BY SIZE
        "</BookgDt><NtryRef>"              DELIMITED BY SIZE
        FUNCTION TRIM(TRANS-REFERENCE)     DELIMITED BY SIZE
        "</NtryRef>"                       DELIMITED BY SIZE
    INTO CAMT-TEXT
    END-STRING
    WRITE CAMT-REC

    COMPUTE CAMT-BELOB-EDIT = FUNCTION ABS(BELØB-NUM)
    MOVE SPACES TO CAMT-TEXT
    STRING
        "    <AmtDtls><InstdAmt Ccy="""    DELIMITED BY SIZE
        FUNCTION TRIM(VALUTA)              DELIMITED BY SIZE
        """>"                              DELIMITED BY SIZE
        FUNCTION TRIM(CAMT-BELOB-EDIT)     DELIMITED BY SIZE
        "</InstdAmt></AmtDtls></Ntry>"     DELIMITED BY SIZE
    INTO CAMT-TEXT
    END-STRING
    WRITE CAMT-REC
    .

*>-----------------------------------------------------------------
*>  LUK-CAMT – slutsaldo og fod, når kontoens udskrift lukkes
*>-----------------------------------------------------------------
LUK-CAMT.
    MOVE SALDO-NUM TO CAMT-BELOB-EDIT
    MOVE SPACES TO CAMT-TEXT
    STRING
        "  <Bal><Tp>CLBD</Tp><Amt Ccy=""DKK"">" DELIMITED BY SIZE
        FUNCTION TRIM(CAMT-BELOB-EDIT)          DELIMITED BY SIZE
        "</Amt></Bal>"                          DELIMITED BY SIZE
    INTO CAMT-TEXT
    END-STRING
    WRITE CAMT-REC

    MOVE "  </Stmt>" TO CAMT-TEXT
    WRITE CAMT-REC
    MOVE "</BkToCstmrStmt>" TO CAMT-TEXT
    WRITE CAMT-REC

    CLOSE CamtFil
    MOVE "N" TO WS-CAMT-AKTIV
    .

*>-----------------------------------------------------------------
*>  LAES-ULEVERBARE – læs kunderne fra en evt. UleveretAdresser.txt
*>-----------------------------------------------------------------
LAES-ULEVERBARE.
    OPEN INPUT UleveretFil
    IF WS-ULEVERET-STATUS = "00"
        PERFORM UNTIL EOF-ULEVERET = "Y"
            READ UleveretFil
                AT END
                    MOVE "Y" TO EOF-ULEVERET
                NOT AT END
                    IF UA-KUNDE-ID NOT = SPACES
                            AND ANTAL-ULEVERET < MAX-ULEVERET
                        ADD 1 TO ANTAL-ULEVERET
                        MOVE UA-KUNDE-ID
                            TO T-UL-KUNDE-ID(ANTAL-ULEVERET)
                    END-IF
            END-READ
        END-PERFORM
        CLOSE UleveretFil
        IF ANTAL-ULEVERET > 0
            DISPLAY "UleveretAdresser.txt fundet - " ANTAL-ULEVERET
                    " kunde(r) faar ikke papirudskrift"
        END-IF
    END-IF
    .

*>-----------------------------------------------------------------
*>  TJEK-ULEVERBAR – er den aktuelle kontos ejer meldt uleverbar?
*>  Ejeren står i T-KM-KUNDE-ID(IDX-KONTO), som ved TJEK-LEVERING
*>-----------------------------------------------------------------
TJEK-ULEVERBAR.
    MOVE "N" TO WS-ER-ULEVERBAR
    IF ANTAL-ULEVERET = 0 OR IDX-KONTO > ANTAL-KONTI
        EXIT PARAGRAPH
    END-IF
    MOVE 1 TO IDX-ULEVERET
    PERFORM UNTIL IDX-ULEVERET > ANTAL-ULEVERET
        IF T-UL-KUNDE-ID(IDX-ULEVERET) = T-KM-KUNDE-ID(IDX-KONTO)
            MOVE "Y" TO WS-ER-ULEVERBAR
            EXIT PERFORM
        END-IF
        ADD 1 TO IDX-ULEVERET
    END-PERFORM
    .

*>-----------------------------------------------------------------
*>  TJEK-LEVERING – skal den aktuelle kontos udskrift leveres
*>  elektronisk? Kontoens ejer står i T-KM-KUNDE-ID(IDX-KONTO) fra
*>  SOEG-KONTO-MASTER-FOR-TRANS tidligere i kontoskiftet. Vælges
*>  e-mail, lægges udskriften i spool-køen her
*>-----------------------------------------------------------------
TJEK-LEVERING.
    MOVE "N" TO WS-LEVERING-EMAIL
    IF ANTAL-LEVERING = 0 OR IDX-KONTO > ANTAL-KONTI
        EXIT PARAGRAPH
    END-IF
    MOVE 1 TO IDX-LEVERING
    PERFORM UNTIL IDX-LEVERING > ANTAL-LEVERING
        IF T-LV-KUNDE-ID(IDX-LEVERING) = T-KM-KUNDE-ID(IDX-KONTO)
            IF T-LV-KANAL(IDX-LEVERING) = "E"
                    AND T-LV-EMAIL(IDX-LEVERING) NOT = SPACES
                MOVE "Y" TO WS-LEVERING-EMAIL
                IF ANTAL-EMAIL-KOE < MAX-EMAIL-KOE
                    ADD 1 TO ANTAL-EMAIL-KOE
                    ADD 1 TO ANTAL-EMAIL-LEVERING
                    MOVE KONTO-ID OF TRANS-REC
                        TO T-EK-KONTO-ID(ANTAL-EMAIL-KOE)
                    MOVE T-LV-EMAIL(IDX-LEVERING)
                        TO T-EK-EMAIL(ANTAL-EMAIL-KOE)
                    MOVE T-LV-SPROG(IDX-LEVERING)
                        TO T-EK-SPROG(ANTAL-EMAIL-KOE)
                END-IF
            END-IF
            EXIT PERFORM
        END-IF
        ADD 1 TO IDX-LEVERING
    END-PERFORM
    .

*>-----------------------------------------------------------------
*>  SKRIV-EMAIL-SPOOL – skriv én blok pr. elektronisk leveret
*>  udskrift til EmailSpool.txt: modtager, emne på kundens sprog og
*>  udskriftens indhold, klar til mailgatewayen
*>-----------------------------------------------------------------
SKRIV-EMAIL-SPOOL.
    IF ANTAL-EMAIL-KOE = 0
        EXIT PARAGRAPH
    END-IF

    OPEN OUTPUT EmailSpoolFil
    MOVE 1 TO IDX-EMAIL-KOE
    PERFORM UNTIL IDX-EMAIL-KOE > ANTAL-EMAIL-KOE
        PERFORM SKRIV-EMAIL-BLOK
        ADD 1 TO IDX-EMAIL-KOE
    END-PERFORM
    CLOSE EmailSpoolFil
    .

SKRIV-EMAIL-BLOK.
    MOVE SPACES TO EMAIL-SPOOL-TEXT
    STRING
        "TIL: "                                    DELIMITED BY SIZE
        FUNCTION TRIM(T-EK-EMAIL(IDX-EMAIL-KOE))   DELIMITED BY SIZE
    INTO EMAIL-SPOOL-TEXT
    END-STRING
    WRITE EMAIL-SPOOL-REC

    MOVE SPACES TO EMAIL-SPOOL-TEXT
    IF T-EK-SPROG(IDX-EMAIL-KOE) = "EN"
        STRING
            "EMNE: Your account statement, account " DELIMITED BY SIZE
            FUNCTION TRIM(T-EK-KONTO-ID(IDX-EMAIL-KOE)) DELIMITED BY SIZE
        INTO EMAIL-SPOOL-TEXT
        END-STRING
    ELSE
        STRING
            "EMNE: Din kontoudskrift, konto "      DELIMITED BY SIZE
            FUNCTION TRIM(T-EK-KONTO-ID(IDX-EMAIL-KOE)) DELIMITED BY SIZE
        INTO EMAIL-SPOOL-TEXT
        END-STRING
    END-IF
    WRITE EMAIL-SPOOL-REC

    *> Udskriftens indhold kopieres ind som brevkrop
    MOVE SPACES TO WS-EMAIL-KILDE-NAVN
    STRING
        "Kontoudskrift_"                           DELIMITED BY SIZE
        FUNCTION TRIM(T-EK-KONTO-ID(IDX-EMAIL-KOE)) DELIMITED BY SIZE
        ".txt"                                     DELIMITED BY SIZE
    INTO WS-EMAIL-KILDE-NAVN
    END-STRING

    MOVE "N" TO EOF-EMAIL-KILDE
    OPEN INPUT EmailKildeFil
    IF WS-EMAIL-KILDE-STATUS = "00"
        PERFORM UNTIL EOF-EMAIL-KILDE = "Y"
            READ EmailKildeFil
                AT END
                    MOVE "Y" TO EOF-EMAIL-KILDE
                NOT AT END
                    MOVE EMAIL-KILDE-TEXT TO EMAIL-SPOOL-TEXT
                    WRITE EMAIL-SPOOL-REC
            END-READ
        END-PERFORM
        CLOSE EmailKildeFil
    END-IF

    MOVE "=== SLUT ===" TO EMAIL-SPOOL-TEXT
    WRITE EMAIL-SPOOL-REC
    .

*>-----------------------------------------------------------------
*>  LAES-ADVISERINGER – læs et evt. AdviseringAbonnement.txt ind i
*>  ADVIS-TABEL (se ADVISERING.cpy). Modtageren (TELEFON for SMS,
*>  EMAIL for e-mail) og sproget hentes rå fra kundestamdata,
*>  samme begrundelse som LAES-KUNDE-NAVNE. Abonnementer for kunder,
*>  der er lukket, slettet eller i bo-status, eller som mangler et
*>  mobilnummer/en e-mail-adresse på den valgte kanal, springes over
*>-----------------------------------------------------------------
LAES-ADVISERINGER.
    OPEN INPUT AdviseringFil
    IF WS-ADVIS-STATUS NOT = "00"
        EXIT PARAGRAPH
    END-IF

    PERFORM UNTIL EOF-ADVIS = "Y"
        READ AdviseringFil
            AT END
                MOVE "Y" TO EOF-ADVIS
            NOT AT END
                IF AV-KUNDE-ID NOT = SPACES
                        AND (AV-STOR-HAEVNING OR AV-LOENINDGANG
                          OR AV-LAV-SALDO OR AV-NY-SPAERRING
                          OR AV-VENTENDE)
                        AND (AV-SMS OR AV-EMAIL)
                        AND ANTAL-ADVIS < MAX-ADVIS
                    ADD 1 TO ANTAL-ADVIS
                    MOVE AV-KUNDE-ID  TO T-AV-KUNDE-ID(ANTAL-ADVIS)
                    MOVE AV-HAENDELSE TO T-AV-HAENDELSE(ANTAL-ADVIS)
                    MOVE 0            TO T-AV-GRAENSE(ANTAL-ADVIS)
                    IF AV-GRAENSE IS NUMERIC
                        MOVE AV-GRAENSE TO T-AV-GRAENSE(ANTAL-ADVIS)
                    END-IF
                    MOVE AV-KANAL     TO T-AV-KANAL(ANTAL-ADVIS)
                    MOVE SPACES       TO T-AV-MODTAGER(ANTAL-ADVIS)
                    MOVE "DA"         TO T-AV-SPROG(ANTAL-ADVIS)
                END-IF
        END-READ
    END-PERFORM
    CLOSE AdviseringFil
    MOVE ANTAL-ADVIS TO ANTAL-ADVIS-LAEST

    IF ANTAL-ADVIS > 0
        MOVE "N" TO EOF-ADVIS-KUNDE
        OPEN INPUT KundeNavnFil
        IF WS-KUNDENAVN-STATUS = "00"
            PERFORM UNTIL EOF-ADVIS-KUNDE = "Y"
                READ KundeNavnFil
                    AT END
                        MOVE "Y" TO EOF-ADVIS-KUNDE
                    NOT AT END
                        IF RAW-KUNDE-NAVN(270:1) NOT = "L"
                                AND RAW-KUNDE-NAVN(270:1) NOT = "S"
                                AND RAW-KUNDE-NAVN(270:1) NOT = "B"
                            PERFORM SAET-ADVIS-MODTAGER
                        END-IF
                END-READ
            END-PERFORM
            CLOSE KundeNavnFil
        END-IF
    END-IF

    *> Abonnementer uden en modtager fjernes fra tabellen
    MOVE 0 TO ANTAL-ADVIS
    MOVE 1 TO IDX-ADVIS
    PERFORM UNTIL IDX-ADVIS > ANTAL-ADVIS-LAEST
        IF T-AV-MODTAGER(IDX-ADVIS) NOT = SPACES
            ADD 1 TO ANTAL-ADVIS
            IF ANTAL-ADVIS NOT = IDX-ADVIS
                MOVE ADVIS-POST(IDX-ADVIS) TO ADVIS-POST(ANTAL-ADVIS)
            END-IF
            IF T-AV-HAENDELSE(ANTAL-ADVIS) = "V"
                ADD 1 TO ANTAL-ADVIS-V
            END-IF
        END-IF
        ADD 1 TO IDX-ADVIS
    END-PERFORM

    DISPLAY "AdviseringAbonnement.txt fundet - " ANTAL-ADVIS
            " abonnement(er) aktive af " ANTAL-ADVIS-LAEST " indlaest"

    *> En fuld kørsel genbogfører også de posteringer, dagens
    *> inkrementelle mini-batches allerede har bogført og adviseret -
    *> deres højvandsmærke afgør, hvilke der skal springes over
    IF ANTAL-ADVIS > 0 AND WS-INKREMENTEL = "N"
        OPEN INPUT HvmFil
        IF WS-HVM-STATUS = "00"
            READ HvmFil
                AT END
                    CONTINUE
                NOT AT END
                    MOVE HVM-TIDSPUNKT TO WS-AV-HVM-TID
                    MOVE HVM-REFERENCE TO WS-AV-HVM-REF
            END-READ
            CLOSE HvmFil
        END-IF
    END-IF
    .

SAET-ADVIS-MODTAGER.
    MOVE 1 TO IDX-ADVIS
    PERFORM UNTIL IDX-ADVIS > ANTAL-ADVIS
        IF T-AV-KUNDE-ID(IDX-ADVIS) = RAW-KUNDE-NAVN(1:10)
            IF T-AV-KANAL(IDX-ADVIS) = "S"
                MOVE RAW-KUNDE-NAVN(222:18)
                    TO T-AV-MODTAGER(IDX-ADVIS)
            ELSE
                MOVE RAW-KUNDE-NAVN(240:30)
                    TO T-AV-MODTAGER(IDX-ADVIS)
            END-IF
            IF RAW-KUNDE-NAVN(279:2) NOT = SPACES
                MOVE RAW-KUNDE-NAVN(279:2) TO T-AV-SPROG(IDX-ADVIS)
            END-IF
        END-IF
        ADD 1 TO IDX-ADVIS
    END-PERFORM
    .

*>-----------------------------------------------------------------
*>  LAES-ADVIS-VENTE-KENDT – nøglerne (reference + konto) for de
*>  forfaldne poster fra Ventende.txt, der flettes ind i denne
*>  kørsel. Holdes de tilbage igen, er de allerede adviseret
*>-----------------------------------------------------------------
LAES-ADVIS-VENTE-KENDT.
    OPEN INPUT VentendeDueFil
    IF WS-VENTENDE-DUE-STATUS = "00"
        MOVE "N" TO EOF-ADVIS-VENTE
        PERFORM UNTIL EOF-ADVIS-VENTE = "Y"
            READ VentendeDueFil
                AT END
                    MOVE "Y" TO EOF-ADVIS-VENTE
                NOT AT END
                    IF ANTAL-ADVIS-VENTE < MAX-ADVIS-VENTE
                        ADD 1 TO ANTAL-ADVIS-VENTE
                        MOVE SPACES TO T-AVK-NOEGLE(ANTAL-ADVIS-VENTE)
                        STRING
                            RAW-VENTENDE-DUE(166:20) DELIMITED BY SIZE
                            RAW-VENTENDE-DUE(107:14) DELIMITED BY SIZE
                        INTO T-AVK-NOEGLE(ANTAL-ADVIS-VENTE)
                        END-STRING
                    END-IF
            END-READ
        END-PERFORM
        CLOSE VentendeDueFil
    END-IF
    .

*>-----------------------------------------------------------------
*>  LAES-ADVIS-SET – genstart: indlæs nøglerne (kunde + konto + type
*>  + reference) for de adviseringer, der allerede ligger i spoolen,
*>  så genafspilningen ikke sender dem en gang til
*>-----------------------------------------------------------------
LAES-ADVIS-SET.
    OPEN INPUT AdviseringSpoolFil
    IF WS-ADVIS-SPOOL-STATUS = "00"
        MOVE "N" TO EOF-ADVIS-SET
        PERFORM UNTIL EOF-ADVIS-SET = "Y"
            READ AdviseringSpoolFil
                AT END
                    MOVE "Y" TO EOF-ADVIS-SET
                NOT AT END
                    IF ANTAL-ADVIS-SET < MAX-ADVIS-SET
                        ADD 1 TO ANTAL-ADVIS-SET
                        MOVE SPACES TO T-ASS-NOEGLE(ANTAL-ADVIS-SET)
                        STRING
                            AS-KUNDE-ID  DELIMITED BY SIZE
                            AS-KONTO-ID  DELIMITED BY SIZE
                            AS-HAENDELSE DELIMITED BY SIZE
                            AS-REFERENCE DELIMITED BY SIZE
                        INTO T-ASS-NOEGLE(ANTAL-ADVIS-SET)
                        END-STRING
                    END-IF
            END-READ
        END-PERFORM
        CLOSE AdviseringSpoolFil
    END-IF
    .

*>-----------------------------------------------------------------
*>  ADVIS-NYE-SPAERRINGER – sammenlign spærringsregistret med
*>  AdviseringSpaerringer.txt fra sidste kørsel. En konto, der ikke
*>  stod der, eller hvis spærretype er ændret, har fået en ny
*>  spærring, og dens ejere adviseres. Findes sidste kørsels udgave
*>  ikke (første kørsel), adviseres intet - ellers ville samtlige
*>  stående spærringer blive adviseret på én gang
*>-----------------------------------------------------------------
ADVIS-NYE-SPAERRINGER.
    IF ANTAL-ADVIS = 0 OR ANTAL-SPAER = 0
        EXIT PARAGRAPH
    END-IF

    OPEN INPUT AdviseringSpaerFil
    IF WS-ADVIS-SPAER-STATUS NOT = "00"
        EXIT PARAGRAPH
    END-IF
    MOVE "N" TO EOF-ADVIS-SPAER
    PERFORM UNTIL EOF-ADVIS-SPAER = "Y"
        READ AdviseringSpaerFil
            AT END
                MOVE "Y" TO EOF-ADVIS-SPAER
            NOT AT END
                IF SP-KONTO-ID OF ADVIS-SPAER-REC NOT = SPACES
                        AND ANTAL-ADVIS-SPAER < MAX-ADVIS-SPAER
                    ADD 1 TO ANTAL-ADVIS-SPAER
                    MOVE SP-KONTO-ID OF ADVIS-SPAER-REC
                        TO T-ASP-KONTO-ID(ANTAL-ADVIS-SPAER)
                    MOVE SP-TYPE OF ADVIS-SPAER-REC
                        TO T-ASP-TYPE(ANTAL-ADVIS-SPAER)
                END-IF
        END-READ
    END-PERFORM
    CLOSE AdviseringSpaerFil

    MOVE 1 TO IDX-SPAER
    PERFORM UNTIL IDX-SPAER > ANTAL-SPAER
        MOVE "Y" TO WS-ADVIS-SPAER-NY
        MOVE 1 TO IDX-ADVIS-SPAER
        PERFORM UNTIL IDX-ADVIS-SPAER > ANTAL-ADVIS-SPAER
            IF T-ASP-KONTO-ID(IDX-ADVIS-SPAER) = T-SP-KONTO-ID(IDX-SPAER)
                    AND T-ASP-TYPE(IDX-ADVIS-SPAER) = T-SP-TYPE(IDX-SPAER)
                MOVE "N" TO WS-ADVIS-SPAER-NY
                EXIT PERFORM
            END-IF
            ADD 1 TO IDX-ADVIS-SPAER
        END-PERFORM

        IF WS-ADVIS-SPAER-NY = "Y"
            MOVE "P"                    TO WS-AV-HAENDELSE
            MOVE T-SP-KONTO-ID(IDX-SPAER) TO WS-AV-KONTO-ID
            MOVE SPACES                 TO WS-AV-REFERENCE
            STRING
                "SPAER-"                DELIMITED BY SIZE
                T-SP-TYPE(IDX-SPAER)    DELIMITED BY SIZE
            INTO WS-AV-REFERENCE
            END-STRING
            MOVE 0     TO WS-AV-BELOB WS-AV-SALDO-FOER WS-AV-SALDO-EFTER
            MOVE "DKK" TO WS-AV-VALUTA
            PERFORM SEND-ADVISERING
        END-IF
        ADD 1 TO IDX-SPAER
    END-PERFORM
    .

*>-----------------------------------------------------------------
*>  SKRIV-ADVIS-SPAERRINGER – gem spærringsregistret, som det står
*>  nu (konto og spærretype), til næste kørsels ADVIS-NYE-SPAERRINGER.
*>  Samme .new/mv-fremgangsmåde som stamdatafilerne
*>-----------------------------------------------------------------
SKRIV-ADVIS-SPAERRINGER.
    OPEN OUTPUT AdviseringSpaerNyFil
    MOVE 1 TO IDX-SPAER
    PERFORM UNTIL IDX-SPAER > ANTAL-SPAER
        *> Samme layout som KontoSpaerring.txt - dato og årsag
        *> bruges ikke til sammenligningen og efterlades blanke
        MOVE SPACES                   TO RAW-ADVIS-SPAER-NY
        MOVE T-SP-KONTO-ID(IDX-SPAER) TO RAW-ADVIS-SPAER-NY(1:14)
        MOVE T-SP-TYPE(IDX-SPAER)     TO RAW-ADVIS-SPAER-NY(15:1)
        WRITE RAW-ADVIS-SPAER-NY
        ADD 1 TO IDX-SPAER
    END-PERFORM
    CLOSE AdviseringSpaerNyFil

    CALL "SYSTEM" USING
        "mv AdviseringSpaerringer.new AdviseringSpaerringer.txt"
    .

*>-----------------------------------------------------------------
*>  ADVIS-POSTERING – en netop bogført postering: en debitering kan
*>  udløse "H" (stor hævning), en kreditering "L" (lønindgang), og
*>  en debitering, der bringer saldoen under en kundes grænse, "S".
*>  Tilbageførsler, afskrivninger, gebyrer og renter er ikke kundens
*>  egne hævninger/indbetalinger, og en overførsel mellem kundens
*>  egne konti er ingen lønindgang - men alle debiteringer kan
*>  bringe saldoen under grænsen
*>-----------------------------------------------------------------
ADVIS-POSTERING.
    IF WS-INKREMENTEL = "N"
            AND (TIDSPUNKT < WS-AV-HVM-TID
              OR (TIDSPUNKT = WS-AV-HVM-TID
                  AND TRANS-REFERENCE <= WS-AV-HVM-REF))
        EXIT PARAGRAPH
    END-IF

    MOVE KONTO-ID OF TRANS-REC TO WS-AV-KONTO-ID
    MOVE TRANS-REFERENCE       TO WS-AV-REFERENCE
    MOVE BELØB-DKK-NUM         TO WS-AV-BELOB
    MOVE "DKK"                 TO WS-AV-VALUTA
    COMPUTE WS-AV-SALDO-FOER = SALDO-NUM - BELØB-DKK-NUM
    MOVE SALDO-NUM             TO WS-AV-SALDO-EFTER

    IF WS-TRANS-TYPE-STR NOT = "Storno"
            AND WS-TRANS-TYPE-STR NOT = "Afskrivning"
            AND WS-TRANS-TYPE-STR NOT = "Gebyr"
            AND WS-TRANS-TYPE-STR NOT = "Rente"
        IF BELØB-DKK-NUM < 0
            MOVE "H" TO WS-AV-HAENDELSE
            PERFORM SEND-ADVISERING
        END-IF
        IF BELØB-DKK-NUM > 0 AND WS-ER-INTERN-OVERFOERSEL NOT = "J"
            MOVE "L" TO WS-AV-HAENDELSE
            PERFORM SEND-ADVISERING
        END-IF
    END-IF

    IF BELØB-DKK-NUM < 0
        MOVE "S" TO WS-AV-HAENDELSE
        PERFORM SEND-ADVISERING
    END-IF
    .

*>-----------------------------------------------------------------
*>  ADVIS-VENTENDE-POSTERING – den aktuelle postering er netop lagt
*>  i Ventende.txt af en spærring eller en hæve-/forbrugsgrænse i
*>  stedet for at blive bogført. Beløbet adviseres i posteringens
*>  egen valuta, da den endnu ikke er omregnet
*>-----------------------------------------------------------------
ADVIS-VENTENDE-POSTERING.
    IF ANTAL-ADVIS-V = 0
        EXIT PARAGRAPH
    END-IF

    IF ANTAL-ADVIS-VENTE > 0
        MOVE SPACES TO WS-ADVIS-VENTE-NOEGLE
        STRING
            TRANS-REFERENCE OF TRANS-REC DELIMITED BY SIZE
            KONTO-ID        OF TRANS-REC DELIMITED BY SIZE
        INTO WS-ADVIS-VENTE-NOEGLE
        END-STRING
        MOVE 1 TO IDX-ADVIS-VENTE
        PERFORM UNTIL IDX-ADVIS-VENTE > ANTAL-ADVIS-VENTE
            IF T-AVK-NOEGLE(IDX-ADVIS-VENTE) = WS-ADVIS-VENTE-NOEGLE
                EXIT PARAGRAPH
            END-IF
            ADD 1 TO IDX-ADVIS-VENTE
        END-PERFORM
    END-IF

    MOVE "V"                   TO WS-AV-HAENDELSE
    MOVE KONTO-ID OF TRANS-REC TO WS-AV-KONTO-ID
    MOVE TRANS-REFERENCE       TO WS-AV-REFERENCE
    MOVE 0                     TO WS-AV-BELOB
    IF BELØB-TEXT NOT = SPACES
        MOVE FUNCTION NUMVAL(BELØB-TEXT) TO WS-AV-BELOB
    END-IF
    MOVE VALUTA                TO WS-AV-VALUTA
    IF WS-AV-VALUTA = SPACES
        MOVE "DKK" TO WS-AV-VALUTA
    END-IF
    MOVE 0 TO WS-AV-SALDO-FOER WS-AV-SALDO-EFTER
    PERFORM SEND-ADVISERING
    .

*>-----------------------------------------------------------------
*>  SEND-ADVISERING – match hændelsen i WS-AV-* mod abonnementerne
*>  hos kontoens ejere (hovedejer og medejere) og skriv en advisering
*>  pr. abonnement, hvis grænse hændelsen når
*>-----------------------------------------------------------------
SEND-ADVISERING.
    PERFORM FIND-ADVIS-EJERE
    IF ANTAL-AV-EJERE = 0
        EXIT PARAGRAPH
    END-IF

    MOVE 1 TO IDX-ADVIS
    PERFORM UNTIL IDX-ADVIS > ANTAL-ADVIS
        IF T-AV-HAENDELSE(IDX-ADVIS) = WS-AV-HAENDELSE
            MOVE "N" TO WS-AV-ER-EJER
            MOVE 1 TO IDX-AV-EJER
            PERFORM UNTIL IDX-AV-EJER > ANTAL-AV-EJERE
                IF T-AE-KUNDE-ID(IDX-AV-EJER) = T-AV-KUNDE-ID(IDX-ADVIS)
                    MOVE "Y" TO WS-AV-ER-EJER
                    EXIT PERFORM
                END-IF
                ADD 1 TO IDX-AV-EJER
            END-PERFORM

            IF WS-AV-ER-EJER = "Y"
                PERFORM TJEK-ADVIS-GRAENSE
                IF WS-AV-MATCH = "Y"
                    PERFORM SKRIV-ADVISERING
                END-IF
            END-IF
        END-IF
        ADD 1 TO IDX-ADVIS
    END-PERFORM
    .

*>-----------------------------------------------------------------
*>  FIND-ADVIS-EJERE – kontoens hovedejer fra KONTO-MASTER-TABEL og
*>  medejerne fra MEDEJER-TABEL. Slås kun op igen, når kontoen skifter
*>-----------------------------------------------------------------
FIND-ADVIS-EJERE.
    IF WS-AV-KONTO-ID = WS-AV-EJER-KONTO
        EXIT PARAGRAPH
    END-IF
    MOVE WS-AV-KONTO-ID TO WS-AV-EJER-KONTO
    MOVE 0 TO ANTAL-AV-EJERE

    MOVE 1 TO IDX-ADVIS-KM
    PERFORM UNTIL IDX-ADVIS-KM > ANTAL-KONTI
        IF T-KM-KONTO-ID(IDX-ADVIS-KM) = WS-AV-KONTO-ID
            IF T-KM-KUNDE-ID(IDX-ADVIS-KM) NOT = SPACES
                ADD 1 TO ANTAL-AV-EJERE
                MOVE T-KM-KUNDE-ID(IDX-ADVIS-KM)
                    TO T-AE-KUNDE-ID(ANTAL-AV-EJERE)
            END-IF
            EXIT PERFORM
        END-IF
        ADD 1 TO IDX-ADVIS-KM
    END-PERFORM

    MOVE 1 TO IDX-ADVIS-ME
    PERFORM UNTIL IDX-ADVIS-ME > ANTAL-MEDEJERE
        IF ME-KONTO-ID(IDX-ADVIS-ME) = WS-AV-KONTO-ID
                AND ANTAL-AV-EJERE < 10
            ADD 1 TO ANTAL-AV-EJERE
            MOVE ME-KUNDE-ID(IDX-ADVIS-ME)
                TO T-AE-KUNDE-ID(ANTAL-AV-EJERE)
        END-IF
        ADD 1 TO IDX-ADVIS-ME
    END-PERFORM
    .

*>-----------------------------------------------------------------
*>  TJEK-ADVIS-GRAENSE – når hændelsen abonnementets grænse? "H":
*>  hævningen er mindst grænsen, "L": indbetalingen er mindst
*>  grænsen, "S": saldoen var på eller over grænsen før posteringen
*>  og er under den efter - så en kunde adviseres, når saldoen
*>  krydser grænsen, ikke for hver postering, mens den står under.
*>  "P" og "V" har ingen grænse
*>-----------------------------------------------------------------
TJEK-ADVIS-GRAENSE.
    MOVE "N" TO WS-AV-MATCH
    EVALUATE WS-AV-HAENDELSE
        WHEN "H"
            IF 0 - WS-AV-BELOB >= T-AV-GRAENSE(IDX-ADVIS)
                MOVE "Y" TO WS-AV-MATCH
            END-IF
        WHEN "L"
            IF WS-AV-BELOB >= T-AV-GRAENSE(IDX-ADVIS)
                MOVE "Y" TO WS-AV-MATCH
            END-IF
        WHEN "S"
            IF WS-AV-SALDO-FOER >= T-AV-GRAENSE(IDX-ADVIS)
                    AND WS-AV-SALDO-EFTER < T-AV-GRAENSE(IDX-ADVIS)
                MOVE "Y" TO WS-AV-MATCH
            END-IF
        WHEN OTHER
            MOVE "Y" TO WS-AV-MATCH
    END-EVALUATE
    .

*>-----------------------------------------------------------------
*>  SKRIV-ADVISERING – én linje i adviseringsspoolen til abonnement
*>  IDX-ADVIS, med teksten på kundens sprog, og tæl den med i
*>  kørslens antal pr. type
*>-----------------------------------------------------------------
SKRIV-ADVISERING.
    *> Ved en genstart kan den afbrudte kørsel allerede have sendt
    *> denne advisering - den tælles da med her, da den afbrudte
    *> kørsel aldrig nåede at skrive sin tælling
    IF ANTAL-ADVIS-SET > 0
        MOVE SPACES TO WS-ADVIS-NOEGLE
        STRING
            T-AV-KUNDE-ID(IDX-ADVIS) DELIMITED BY SIZE
            WS-AV-KONTO-ID           DELIMITED BY SIZE
            WS-AV-HAENDELSE          DELIMITED BY SIZE
            WS-AV-REFERENCE          DELIMITED BY SIZE
        INTO WS-ADVIS-NOEGLE
        END-STRING
        MOVE "N" TO WS-ADVIS-ALLEREDE
        MOVE 1 TO IDX-ADVIS-SET
        PERFORM UNTIL IDX-ADVIS-SET > ANTAL-ADVIS-SET
            IF T-ASS-NOEGLE(IDX-ADVIS-SET) = WS-ADVIS-NOEGLE
                MOVE "Y" TO WS-ADVIS-ALLEREDE
                EXIT PERFORM
            END-IF
            ADD 1 TO IDX-ADVIS-SET
        END-PERFORM
        IF WS-ADVIS-ALLEREDE = "Y"
            PERFORM TAEL-ADVISERING
            EXIT PARAGRAPH
        END-IF
    END-IF

    *> Beløbet vises uden fortegn - teksten siger selv, om det er
    *> en hævning eller en indbetaling
    MOVE FUNCTION ABS(WS-AV-BELOB) TO WS-AV-BELOB-EDIT
    MOVE WS-AV-SALDO-EFTER       TO WS-AV-SALDO-EDIT
    MOVE T-AV-GRAENSE(IDX-ADVIS) TO WS-AV-GRAENSE-EDIT
    MOVE SPACES TO WS-AV-TEKST
    IF T-AV-SPROG(IDX-ADVIS) = "EN"
        EVALUATE WS-AV-HAENDELSE
            WHEN "H"
                STRING
                    "Withdrawal of "                 DELIMITED BY SIZE
                    FUNCTION TRIM(WS-AV-BELOB-EDIT)  DELIMITED BY SIZE
                    " DKK from account "             DELIMITED BY SIZE
                    FUNCTION TRIM(WS-AV-KONTO-ID)    DELIMITED BY SIZE
                INTO WS-AV-TEKST
                END-STRING
            WHEN "L"
                STRING
                    "Payment of "                    DELIMITED BY SIZE
                    FUNCTION TRIM(WS-AV-BELOB-EDIT)  DELIMITED BY SIZE
                    " DKK received on account "      DELIMITED BY SIZE
                    FUNCTION TRIM(WS-AV-KONTO-ID)    DELIMITED BY SIZE
                INTO WS-AV-TEKST
                END-STRING
            WHEN "S"
                STRING
                    "The balance on account "        DELIMITED BY SIZE
                    FUNCTION TRIM(WS-AV-KONTO-ID)    DELIMITED BY SIZE
                    " is now "                       DELIMITED BY SIZE
                    FUNCTION TRIM(WS-AV-SALDO-EDIT)  DELIMITED BY SIZE
                    " DKK, below your limit of "     DELIMITED BY SIZE
                    FUNCTION TRIM(WS-AV-GRAENSE-EDIT) DELIMITED BY SIZE
                    " DKK"                           DELIMITED BY SIZE
                INTO WS-AV-TEKST
                END-STRING
            WHEN "P"
                STRING
                    "Account "                       DELIMITED BY SIZE
                    FUNCTION TRIM(WS-AV-KONTO-ID)    DELIMITED BY SIZE
                    " has been blocked. Please contact the bank"
                                                     DELIMITED BY SIZE
                INTO WS-AV-TEKST
                END-STRING
            WHEN "V"
                STRING
                    "A posting of "                  DELIMITED BY SIZE
                    FUNCTION TRIM(WS-AV-BELOB-EDIT)  DELIMITED BY SIZE
                    " "                              DELIMITED BY SIZE
                    FUNCTION TRIM(WS-AV-VALUTA)      DELIMITED BY SIZE
                    " on account "                   DELIMITED BY SIZE
                    FUNCTION TRIM(WS-AV-KONTO-ID)    DELIMITED BY SIZE
                    " is on hold and has not been completed"
                                                     DELIMITED BY SIZE
                INTO WS-AV-TEKST
                END-STRING
        END-EVALUATE
    ELSE
        EVALUATE WS-AV-HAENDELSE
            WHEN "H"
                STRING
                    "Haevning paa "                  DELIMITED BY SIZE
                    FUNCTION TRIM(WS-AV-BELOB-EDIT)  DELIMITED BY SIZE
                    " DKK fra konto "                DELIMITED BY SIZE
                    FUNCTION TRIM(WS-AV-KONTO-ID)    DELIMITED BY SIZE
                INTO WS-AV-TEKST
                END-STRING
            WHEN "L"
                STRING
                    "Indbetaling paa "               DELIMITED BY SIZE
                    FUNCTION TRIM(WS-AV-BELOB-EDIT)  DELIMITED BY SIZE
                    " DKK modtaget paa konto "       DELIMITED BY SIZE
                    FUNCTION TRIM(WS-AV-KONTO-ID)    DELIMITED BY SIZE
                INTO WS-AV-TEKST
                END-STRING
            WHEN "S"
                STRING
                    "Saldoen paa konto "             DELIMITED BY SIZE
                    FUNCTION TRIM(WS-AV-KONTO-ID)    DELIMITED BY SIZE
                    " er nu "                        DELIMITED BY SIZE
                    FUNCTION TRIM(WS-AV-SALDO-EDIT)  DELIMITED BY SIZE
                    " DKK, under din graense paa "   DELIMITED BY SIZE
                    FUNCTION TRIM(WS-AV-GRAENSE-EDIT) DELIMITED BY SIZE
                    " DKK"                           DELIMITED BY SIZE
                INTO WS-AV-TEKST
                END-STRING
            WHEN "P"
                STRING
                    "Konto "                         DELIMITED BY SIZE
                    FUNCTION TRIM(WS-AV-KONTO-ID)    DELIMITED BY SIZE
                    " er blevet spaerret. Kontakt venligst banken"
                                                     DELIMITED BY SIZE
                INTO WS-AV-TEKST
                END-STRING
            WHEN "V"
                STRING
                    "En postering paa "              DELIMITED BY SIZE
                    FUNCTION TRIM(WS-AV-BELOB-EDIT)  DELIMITED BY SIZE
                    " "                              DELIMITED BY SIZE
                    FUNCTION TRIM(WS-AV-VALUTA)      DELIMITED BY SIZE
                    " paa konto "                    DELIMITED BY SIZE
                    FUNCTION TRIM(WS-AV-KONTO-ID)    DELIMITED BY SIZE
                    " er tilbageholdt og ikke gennemfoert"
                                                     DELIMITED BY SIZE
                INTO WS-AV-TEKST
                END-STRING
        END-EVALUATE
    END-IF

    MOVE SPACES                          TO RAW-ADVIS-SPOOL
    MOVE FUNCTION CURRENT-DATE(1:14)     TO AS-TIDSPUNKT
    MOVE T-AV-KANAL(IDX-ADVIS)           TO AS-KANAL
    MOVE T-AV-MODTAGER(IDX-ADVIS)        TO AS-MODTAGER
    MOVE T-AV-SPROG(IDX-ADVIS)           TO AS-SPROG
    MOVE T-AV-KUNDE-ID(IDX-ADVIS)        TO AS-KUNDE-ID
    MOVE WS-AV-KONTO-ID                  TO AS-KONTO-ID
    MOVE WS-AV-HAENDELSE                 TO AS-HAENDELSE
    MOVE WS-AV-REFERENCE                 TO AS-REFERENCE
    MOVE WS-AV-TEKST                     TO AS-TEKST
    WRITE ADVIS-SPOOL-REC

    PERFORM TAEL-ADVISERING
    .

TAEL-ADVISERING.
    MOVE 1 TO IDX-ADVIS-TYPE
    PERFORM UNTIL IDX-ADVIS-TYPE > 5
        IF T-AT-TYPE(IDX-ADVIS-TYPE) = WS-AV-HAENDELSE
            ADD 1 TO T-AT-ANTAL(IDX-ADVIS-TYPE)
            EXIT PERFORM
        END-IF
        ADD 1 TO IDX-ADVIS-TYPE
    END-PERFORM
    ADD 1 TO ANTAL-ADVIS-SENDT
    .

*>-----------------------------------------------------------------
*>  VIS-ADVIS-TAELLING – kørslens antal sendte adviseringer pr. type
*>-----------------------------------------------------------------
VIS-ADVIS-TAELLING.
    MOVE ANTAL-ADVIS-SENDT TO ADVIS-ANTAL-EDIT
    DISPLAY "Adviseringer sendt i denne koersel: "
            FUNCTION TRIM(ADVIS-ANTAL-EDIT)
    MOVE 1 TO IDX-ADVIS-TYPE
    PERFORM UNTIL IDX-ADVIS-TYPE > 5
        MOVE T-AT-ANTAL(IDX-ADVIS-TYPE) TO ADVIS-ANTAL-EDIT
        DISPLAY "  Type " T-AT-TYPE(IDX-ADVIS-TYPE) ": "
                ADVIS-ANTAL-EDIT
        ADD 1 TO IDX-ADVIS-TYPE
    END-PERFORM
    .

*>-----------------------------------------------------------------
*>  SKRIV-ADVIS-TAELLING – læg kørslens antal til dagens linjer i
*>  AdviseringTaelling.txt (én pr. type) og bevar tidligere dages
*>  linjer uændret. Samme .new/mv-fremgangsmåde som stamdatafilerne
*>-----------------------------------------------------------------
SKRIV-ADVIS-TAELLING.
    OPEN OUTPUT AdviseringTaellingNyFil
    OPEN INPUT AdviseringTaellingFil
    IF WS-ADVIS-TAELLING-STATUS = "00"
        MOVE "N" TO EOF-ADVIS-TAELLING
        PERFORM UNTIL EOF-ADVIS-TAELLING = "Y"
            READ AdviseringTaellingFil
                AT END
                    MOVE "Y" TO EOF-ADVIS-TAELLING
                NOT AT END
                    IF AT-DATO = WS-DAGS-DATO
                        MOVE 1 TO IDX-ADVIS-TYPE
                        PERFORM UNTIL IDX-ADVIS-TYPE > 5
                            IF T-AT-TYPE(IDX-ADVIS-TYPE) = AT-HAENDELSE
                                    AND AT-ANTAL IS NUMERIC
                                ADD AT-ANTAL
                                    TO T-AT-ANTAL(IDX-ADVIS-TYPE)
                                EXIT PERFORM
                            END-IF
                            ADD 1 TO IDX-ADVIS-TYPE
                        END-PERFORM
                    ELSE
                        MOVE RAW-ADVIS-TAELLING TO RAW-ADVIS-TAELLING-NY
                        WRITE RAW-ADVIS-TAELLING-NY
                    END-IF
            END-READ
        END-PERFORM
        CLOSE AdviseringTaellingFil
    END-IF

    MOVE 1 TO IDX-ADVIS-TYPE
    PERFORM UNTIL IDX-ADVIS-TYPE > 5
        MOVE WS-DAGS-DATO               TO AT-DATO
        MOVE T-AT-TYPE(IDX-ADVIS-TYPE)  TO AT-HAENDELSE
        MOVE T-AT-ANTAL(IDX-ADVIS-TYPE) TO AT-ANTAL
        MOVE RAW-ADVIS-TAELLING TO RAW-ADVIS-TAELLING-NY
        WRITE RAW-ADVIS-TAELLING-NY
        ADD 1 TO IDX-ADVIS-TYPE
    END-PERFORM
    CLOSE AdviseringTaellingNyFil

    CALL "SYSTEM" USING "mv AdviseringTaelling.new AdviseringTaelling.txt"
    .

*>-----------------------------------------------------------------
    .

*>-----------------------------------------------------------------
*>  TJEK-BO-KONTO – tilhører WS-BO-SOEGE-KONTO et dødsbo? Kontoens
*>  ejer slås op i KONTO-MASTER-TABEL og derefter i BO-TABEL, med
*>  egne indeks, så hverken hovedløkken eller dvale-løkken forstyrres
*>-----------------------------------------------------------------
TJEK-BO-KONTO.
    MOVE "N"    TO WS-ER-BO
    MOVE SPACES TO WS-BO-NAVN
    IF ANTAL-BO = 0
        EXIT PARAGRAPH
    END-IF

    MOVE 1 TO IDX-BO-KM
    PERFORM UNTIL IDX-BO-KM > ANTAL-KONTI
        IF T-KM-KONTO-ID(IDX-BO-KM) = WS-BO-SOEGE-KONTO
            MOVE 1 TO IDX-BO
            PERFORM UNTIL IDX-BO > ANTAL-BO
                IF T-BO-KUNDE-ID(IDX-BO)
                        = T-KM-KUNDE-ID(IDX-BO-KM)
                    MOVE "Y" TO WS-ER-BO
                    MOVE T-BO-NAVN(IDX-BO) TO WS-BO-NAVN
                    EXIT PERFORM
                END-IF
                ADD 1 TO IDX-BO
            END-PERFORM
            EXIT PERFORM
        END-IF
        ADD 1 TO IDX-BO-KM
    END-PERFORM
    .

*>-----------------------------------------------------------------
*>  LAES-MINDREAARIGE – beløbsgrænsen fra en evt.
*>  MindreaarigGraense.txt, kunder under 18 år (fødselsdato ud fra
*>  CPR-NR, position 281 i KUNDER.cpy) ind i MINDRE-TABEL og
*>  værgerne fra en evt. Vaerger.txt ind i VAERGE-TABEL. Kunder uden
*>  CPR-NR kan ikke aldersbestemmes og behandles som myndige
*>-----------------------------------------------------------------
LAES-MINDREAARIGE.
    OPEN INPUT MindreaarigGraenseFil
    IF WS-MINDRE-GRAENSE-STATUS = "00"
        READ MindreaarigGraenseFil
            AT END
                CONTINUE
            NOT AT END
                MOVE MINDRE-GRAENSE-INP TO WS-MINDRE-GRAENSE-NUM
        END-READ
        CLOSE MindreaarigGraenseFil
    END-IF

    IF WS-DAGS-DATO IS NUMERIC
        MOVE WS-DAGS-DATO TO WS-DAGS-DATO-NUM
    END-IF

    OPEN INPUT KundeNavnFil
    IF WS-KUNDENAVN-STATUS = "00"
        MOVE "N" TO EOF-MINDRE
        PERFORM UNTIL EOF-MINDRE = "Y"
            READ KundeNavnFil
                AT END
                    MOVE "Y" TO EOF-MINDRE
                NOT AT END
                    IF RAW-KUNDE-NAVN(281:11) NOT = SPACES
                        MOVE RAW-KUNDE-NAVN(281:11) TO WS-CPR
                        PERFORM BEREGN-FOEDSELSDATO
                        IF WS-FOEDSELSDATO > 0
                            COMPUTE WS-MYNDIG-DATO
                                = WS-FOEDSELSDATO + 180000
                            IF WS-DAGS-DATO-NUM < WS-MYNDIG-DATO
                                    AND ANTAL-MINDRE < MAX-MINDRE
                                ADD 1 TO ANTAL-MINDRE
                                MOVE RAW-KUNDE-NAVN(1:10)
                                    TO T-MI-KUNDE-ID(ANTAL-MINDRE)
                            END-IF
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
        CLOSE KundeNavnFil
    END-IF

    OPEN INPUT VaergeFil
    IF WS-VAERGE-STATUS = "00"
        PERFORM UNTIL EOF-VAERGE = "Y"
            READ VaergeFil
                AT END
                    MOVE "Y" TO EOF-VAERGE
                NOT AT END
                    IF VG-KUNDEID NOT = SPACES
                            AND ANTAL-VAERGE < MAX-VAERGE
                        ADD 1 TO ANTAL-VAERGE
                        MOVE VG-KUNDEID
                            TO T-VG-KUNDE-ID(ANTAL-VAERGE)
                        MOVE VG-VAERGE-ID
                            TO T-VG-VAERGE-ID(ANTAL-VAERGE)
                    END-IF
            END-READ
        END-PERFORM
        CLOSE VaergeFil
    END-IF

    IF ANTAL-MINDRE > 0
        DISPLAY "Kundeoplysninger.txt: " ANTAL-MINDRE
                " mindreaarig(e) kunde(r) - debiteringer over "
                WS-MINDRE-GRAENSE-NUM " DKK kraever vaergegodkendelse"
    END-IF
    .

*>-----------------------------------------------------------------
*>  BEREGN-FOEDSELSDATO – fødselsdato (ÅÅÅÅMMDD) ud fra WS-CPR, med
*>  eller uden bindestreg. 0, hvis CPR-nummeret ikke er numerisk
*>-----------------------------------------------------------------
BEREGN-FOEDSELSDATO.
    MOVE 0 TO WS-FOEDSELSDATO
    MOVE SPACES TO WS-CPR-CIFRE
    IF WS-CPR(7:1) = "-"
        STRING
            WS-CPR(1:6) DELIMITED BY SIZE
            WS-CPR(8:4) DELIMITED BY SIZE
        INTO WS-CPR-CIFRE
        END-STRING
    ELSE
        MOVE WS-CPR(1:10) TO WS-CPR-CIFRE
    END-IF
    IF WS-CPR-CIFRE NOT NUMERIC
        EXIT PARAGRAPH
    END-IF

    MOVE WS-CPR-CIFRE(1:2) TO WS-CPR-DAG
    MOVE WS-CPR-CIFRE(3:2) TO WS-CPR-MND
    MOVE WS-CPR-CIFRE(5:2) TO WS-CPR-AAR
    MOVE WS-CPR-CIFRE(7:1) TO WS-CPR-LOEBE1
    EVALUATE TRUE
        WHEN WS-CPR-LOEBE1 <= 3
            MOVE 1900 TO WS-CPR-AARHUNDREDE
        WHEN WS-CPR-LOEBE1 = 4 OR WS-CPR-LOEBE1 = 9
            IF WS-CPR-AAR <= 36
                MOVE 2000 TO WS-CPR-AARHUNDREDE
            ELSE
                MOVE 1900 TO WS-CPR-AARHUNDREDE
            END-IF
        WHEN OTHER
            IF WS-CPR-AAR <= 57
                MOVE 2000 TO WS-CPR-AARHUNDREDE
            ELSE
                MOVE 1800 TO WS-CPR-AARHUNDREDE
            END-IF
    END-EVALUATE
    COMPUTE WS-FOEDSELSDATO
        = (WS-CPR-AARHUNDREDE + WS-CPR-AAR) * 10000
        + WS-CPR-MND * 100 + WS-CPR-DAG
    .

*>-----------------------------------------------------------------
*>  FIND-MI-KONTO-EJER / TJEK-MINDREAARIG-KONTO – kontoens ejer
*>  (WS-MI-EJER) fra KONTO-MASTER-TABEL, og om ejeren er mindreårig
*>  (WS-ER-MINDRE), med egne indeks som TJEK-BO-KONTO
*>-----------------------------------------------------------------
FIND-MI-KONTO-EJER.
    MOVE SPACES TO WS-MI-EJER
    MOVE 1 TO IDX-MI-KM
    PERFORM UNTIL IDX-MI-KM > ANTAL-KONTI
        IF T-KM-KONTO-ID(IDX-MI-KM) = WS-MI-SOEGE-KONTO
            MOVE T-KM-KUNDE-ID(IDX-MI-KM) TO WS-MI-EJER
            EXIT PERFORM
        END-IF
        ADD 1 TO IDX-MI-KM
    END-PERFORM
    .

TJEK-MINDREAARIG-KONTO.
    MOVE "N" TO WS-ER-MINDRE
    PERFORM FIND-MI-KONTO-EJER
    IF WS-MI-EJER = SPACES
        EXIT PARAGRAPH
    END-IF
    MOVE 1 TO IDX-MINDRE
    PERFORM UNTIL IDX-MINDRE > ANTAL-MINDRE
        IF T-MI-KUNDE-ID(IDX-MINDRE) = WS-MI-EJER
            MOVE "Y" TO WS-ER-MINDRE
            EXIT PERFORM
        END-IF
        ADD 1 TO IDX-MINDRE
    END-PERFORM
    .

*>  BEHANDL-TVIST-PROVISIONER – pengesiden af tvistsagerne:
*>    - en sag i status "under behandling" uden en bogført foreløbig
*>      kreditering får den lagt i Ventende.txt (bogføres på næste
*>      kørsel gennem den normale pipeline og dublettjek). Det gælder
*>      også en sag, CHARGEBACK allerede har sendt videre til
*>      kortordningen ("C"/"R"), før den nåede en bogføringskørsel
*>    - en afsluttet sag med en bogført kreditering tilbageføres,
*>      medmindre notatet indeholder MEDHOLD - da gøres den permanent
*>  Begge ben står derefter på kundens kontoudskrift og i kørslens
        PERFORM FIND-TVIST-PROVISION
        EVALUATE T-TV-STATUS(IDX-TVIST)
            WHEN "B"
            WHEN "C"
            WHEN "R"
                IF WS-TVIST-PROV-IDX = 0
                    PERFORM POSTER-TVIST-KREDITERING
                END-IF
    IF WS-VALUTA-KENDT = "N"
        MOVE "Y"    TO WS-ER-AFVIST
        MOVE "RV03" TO WS-AFVIST-KODE
        EXIT PARAGRAPH
    END-IF

    *> En lovbunden opsparingskonto må hverken debiteres før sin
    *> frigivelsesdato eller modtage mere end årets loft
    IF ANTAL-LO > 0 AND KONTO-ID OF TRANS-REC NOT = SPACES
        PERFORM TJEK-LAAST-OPSPARING
    END-IF
    .

    MOVE WS-AFVIST-KODE  TO RAW-RECYCLE(212:4)
    WRITE RAW-RECYCLE
    ADD 1 TO ANTAL-RECYCLE-NYE
    IF WS-AFVIST-KODE = "RL04" OR WS-AFVIST-KODE = "RI05"
        ADD 1 TO ANTAL-LAAST-AFVIST
    END-IF

    MOVE "A" TO WS-FEJL-SEV
    MOVE TRANS-REFERENCE TO WS-FEJL-NOEGLE
    .

*>-----------------------------------------------------------------
*>  OPDATER-VALUTA-SUM – læg WS-VS-BELOB-NUM og konverteringens
*>  valutaavance til transaktionens valutasum (WS-VALUTA-TRIM og
*>  WS-VALUTA-AVANCE-NUM er netop sat af konverteringen)
*>-----------------------------------------------------------------
OPDATER-VALUTA-SUM.
    ADD WS-VALUTA-AVANCE-NUM TO GT-TOTAL-VALUTA-AVANCE-NUM
    MOVE 1 TO IDX-VALUTA-SUM
    PERFORM UNTIL IDX-VALUTA-SUM > ANTAL-VALUTA-SUM
        IF T-VS-KODE(IDX-VALUTA-SUM) = WS-VALUTA-TRIM
            ADD WS-VS-BELOB-NUM TO T-VS-DKK(IDX-VALUTA-SUM)
            ADD 1 TO T-VS-ANTAL(IDX-VALUTA-SUM)
            ADD WS-VALUTA-AVANCE-NUM TO T-VS-AVANCE(IDX-VALUTA-SUM)
            EXIT PARAGRAPH
        END-IF
        ADD 1 TO IDX-VALUTA-SUM
        MOVE WS-VALUTA-TRIM  TO T-VS-KODE(ANTAL-VALUTA-SUM)
        MOVE WS-VS-BELOB-NUM TO T-VS-DKK(ANTAL-VALUTA-SUM)
        MOVE 1               TO T-VS-ANTAL(ANTAL-VALUTA-SUM)
        MOVE WS-VALUTA-AVANCE-NUM TO T-VS-AVANCE(ANTAL-VALUTA-SUM)
    END-IF
    .

*>-----------------------------------------------------------------
*>  SKRIV-VALUTA-AVANCE – den daglige valutaindtjeningsrapport
*>  (ValutaAvance.txt): pr. fremmed valuta antal konverteringer, det
*>  konverterede beløb i DKK og avancen ved købs-/salgskursen
*>-----------------------------------------------------------------
SKRIV-VALUTA-AVANCE.
    OPEN OUTPUT ValutaAvanceFil
    MOVE SPACES TO VALUTA-AVANCE-TEXT
    STRING
        "Valutaavance - koersel "           DELIMITED BY SIZE
        WS-DAGS-DATO                        DELIMITED BY SIZE
    INTO VALUTA-AVANCE-TEXT
    END-STRING
    WRITE VALUTA-AVANCE-REC
    MOVE SPACES TO VALUTA-AVANCE-TEXT
    WRITE VALUTA-AVANCE-REC
    MOVE "Valuta  Konverteringer      Konverteret (DKK)        Avance (DKK)"
        TO VALUTA-AVANCE-TEXT
    WRITE VALUTA-AVANCE-REC

    MOVE 1 TO IDX-VALUTA-SUM
    PERFORM UNTIL IDX-VALUTA-SUM > ANTAL-VALUTA-SUM
        IF T-VS-KODE(IDX-VALUTA-SUM) NOT = "DKK"
                AND T-VS-KODE(IDX-VALUTA-SUM) NOT = SPACES
            MOVE T-VS-ANTAL(IDX-VALUTA-SUM)  TO VA-ANTAL-EDIT
            MOVE T-VS-DKK(IDX-VALUTA-SUM)    TO VA-DKK-EDIT
            MOVE T-VS-AVANCE(IDX-VALUTA-SUM) TO VA-AVANCE-EDIT
            MOVE SPACES TO VALUTA-AVANCE-TEXT
            STRING
                T-VS-KODE(IDX-VALUTA-SUM)(1:3) DELIMITED BY SIZE
                "     "                        DELIMITED BY SIZE
                VA-ANTAL-EDIT                  DELIMITED BY SIZE
                "  "                           DELIMITED BY SIZE
                VA-DKK-EDIT                    DELIMITED BY SIZE
                "  "                           DELIMITED BY SIZE
                VA-AVANCE-EDIT                 DELIMITED BY SIZE
            INTO VALUTA-AVANCE-TEXT
            END-STRING
            WRITE VALUTA-AVANCE-REC
        END-IF
        ADD 1 TO IDX-VALUTA-SUM
    END-PERFORM

    MOVE SPACES TO VALUTA-AVANCE-TEXT
    WRITE VALUTA-AVANCE-REC
    MOVE GT-TOTAL-VALUTA-AVANCE-NUM TO VA-AVANCE-EDIT
    MOVE SPACES TO VALUTA-AVANCE-TEXT
    STRING
        "Valutaavance i alt (DKK): "        DELIMITED BY SIZE
        FUNCTION TRIM(VA-AVANCE-EDIT)       DELIMITED BY SIZE
        " - bogfoert som klassen VALUTAAVANCE i GLPosteringer.txt"
                                            DELIMITED BY SIZE
    INTO VALUTA-AVANCE-TEXT
    END-STRING
    WRITE VALUTA-AVANCE-REC
    CLOSE ValutaAvanceFil
    .

*>-----------------------------------------------------------------
*>  SKRIV-KOERSEL-SAM – det maskinlæsbare kørselssammendrag: én
*>  H-linje med kørslens nøgletal og én V-linje pr. valuta
    MOVE "OPGAVE10"       TO KS-FELT
    IF ANTAL-MANIFEST-FILER = 0
            AND ANTAL-SPAER-HOLDT = 0
            AND ANTAL-GRAENSE-HOLDT = 0
            AND ANTAL-BO-HOLDT = 0
            AND ANTAL-RECYCLE-NYE = 0
            AND ANTAL-FREMTIDIG-HOLDT = 0
*>-----------------------------------------------------------------
*>  SKRIV-GL-EKSPORT – skriv den balancerede finansposteringsfil:
*>  én debet/kredit-parring pr. posteringsklasse (indbetalinger,
*>  udbetalinger, interne overførsler, renter, gebyrer, tilbage-
*>  førsler i hver retning, afskrivninger, valutaavance) med kørsels-
*>  dato og hashtotal. Går eksporten ikke i nul, fejler kørslen med
*>  returkode 8, så BATCH-STYRING standser cyklussen samme nat
*>-----------------------------------------------------------------
    COMPUTE WS-GL-BELOB-NUM = FUNCTION ABS(GT-TOTAL-GEBYR-NUM)
    PERFORM SKRIV-GL-PAR

    *> Tilbageførsler føres adskilt efter retning: STORNO krediterer
    *> kunden, STORNO-DEBET debiterer kunden
    MOVE "STORNO" TO WS-GL-KLASSE
    COMPUTE WS-GL-BELOB-NUM
        = GT-TOTAL-STORNO-NUM - GT-TOTAL-STORNO-DEBET-NUM
    PERFORM SKRIV-GL-PAR

    MOVE "STORNO-DEBET" TO WS-GL-KLASSE
    MOVE GT-TOTAL-STORNO-DEBET-NUM TO WS-GL-BELOB-NUM
    PERFORM SKRIV-GL-PAR

    MOVE "AFSKRIVNING" TO WS-GL-KLASSE
    MOVE GT-TOTAL-AFSKREVET-NUM TO WS-GL-BELOB-NUM
    PERFORM SKRIV-GL-PAR

    MOVE "VALUTAAVANCE" TO WS-GL-KLASSE
    MOVE GT-TOTAL-VALUTA-AVANCE-NUM TO WS-GL-BELOB-NUM
    PERFORM SKRIV-GL-PAR

    MOVE SPACES TO GL-POSTERING-REC
    MOVE "T"            TO GL-ART
    MOVE WS-DAGS-DATO   TO GL-DATO
*>-----------------------------------------------------------------
*>  FORBRUG-FLETTEKILDER – tøm de kendte generator-udtræk, der nu er
*>  bogført, og skriv TransManifest.txt tilbage uden dem. Egentlige
*>  filialudtræk (alt andet end generatorernes kendte filnavne) røres
*>  ikke - de vedligeholdes af filialerne selv. Står der til sidst
*>  kun Transaktioner.txt (eller intet) tilbage, fjernes manifestet,
*>  så næste kørsel igen læser Transaktioner.txt direkte.
            WHEN "UdlandsPoster.txt"
            WHEN "KontoIntagPoster.txt"
            WHEN "RecycleFrigivet.txt"
            WHEN "LaanPoster.txt"
            WHEN "BSPoster.txt"
            WHEN "IndlandPoster.txt"
            WHEN "UdlandIndPoster.txt"
            WHEN "StornoPoster.txt"
            WHEN "RykkerPoster.txt"
                *> Bogført generator-udtræk - tøm filen
                MOVE MANIFEST-NAVN(IDX-BRANCH) TO WS-FORBRUG-NAVN
                OPEN OUTPUT ForbrugFil
    .

*>-----------------------------------------------------------------
*>  BEREGN-RENTE – tilskriv SIDSTE-KONTO-ID den kreditrente, der er
*>  opsparet dag for dag siden kontoens seneste tilskrivning (se
*>  OPSPAR-RENTE) efter rentetabellens satser for kontoens type. Der
*>  opspares kun rente af et positivt indestående - konti i overtræk
*>  rammes i stedet af Overtraek.txt eller kassekreditrenten nedenfor,
*>  ikke af en negativ rentetilskrivning.
*>-----------------------------------------------------------------
BEREGN-RENTE.
    MOVE SPACES TO AKT-KONTO-TYPE
        ADD 1 TO IDX-KONTO
    END-PERFORM

    MOVE 0 TO RENTE-BELOB-NUM
    IF IDX-KONTO <= ANTAL-KONTI
        COMPUTE RENTE-BELOB-NUM ROUNDED = T-KM-OPSPARET(IDX-KONTO)
        MOVE 0 TO T-KM-OPSPARET(IDX-KONTO)
    END-IF

    IF RENTE-BELOB-NUM > 0
        ADD RENTE-BELOB-NUM TO SALDO-NUM
        ADD RENTE-BELOB-NUM TO TOTAL-IN-NUM
        ADD RENTE-BELOB-NUM TO TOTAL-RENTE-NUM
        END-IF
    END-IF

    *> Renteregulering for kontoens valørdaterede posteringer (se
    *> BEREGN-VALOER-REGULERING) tilskrives eller trækkes sammen med
    *> renten og logges som "R" (forhøjelse) eller "N" (nedsættelse)
    *> af kreditrenten, så SKAT-RENTEs årsopgørelse passer
    IF TOTAL-VALOER-RENTE-NUM NOT = 0
        ADD TOTAL-VALOER-RENTE-NUM TO SALDO-NUM
        ADD TOTAL-VALOER-RENTE-NUM TO TOTAL-RENTE-NUM
        ADD TOTAL-VALOER-RENTE-NUM TO GT-TOTAL-RENTE-NUM
        IF TOTAL-VALOER-RENTE-NUM > 0
            ADD TOTAL-VALOER-RENTE-NUM TO TOTAL-IN-NUM
            ADD TOTAL-VALOER-RENTE-NUM TO GT-TOTAL-IN-NUM
        ELSE
            ADD TOTAL-VALOER-RENTE-NUM TO TOTAL-UD-NUM
            ADD TOTAL-VALOER-RENTE-NUM TO GT-TOTAL-UD-NUM
        END-IF

        PERFORM TJEK-RENTELOG-ALLEREDE
        IF WS-RL-ALLEREDE = "N"
            MOVE WS-DAGS-DATO    TO RL-DATO     OF RENTELOG-REC
            MOVE SIDSTE-KONTO-ID TO RL-KONTO-ID OF RENTELOG-REC
            IF IDX-KONTO <= ANTAL-KONTI
                MOVE T-KM-KUNDE-ID(IDX-KONTO)
                    TO RL-KUNDE-ID OF RENTELOG-REC
            ELSE
                MOVE SPACES TO RL-KUNDE-ID OF RENTELOG-REC
            END-IF
            IF TOTAL-VALOER-RENTE-NUM > 0
                MOVE TOTAL-VALOER-RENTE-NUM TO RL-RENTE OF RENTELOG-REC
                MOVE "R" TO RL-ART OF RENTELOG-REC
            ELSE
                COMPUTE RL-RENTE OF RENTELOG-REC
                    = TOTAL-VALOER-RENTE-NUM * -1
                MOVE "N" TO RL-ART OF RENTELOG-REC
            END-IF
            WRITE RENTELOG-REC
        END-IF
    END-IF

    *> Overtræksrente: et træk på en bevilget, uudløbet kassekredit
    *> forrentes med den aftalte sats i stedet for at blive flaget i
    *> Overtraek.txt. Konti i overtræk UDEN en facilitet rammes
    .

*>-----------------------------------------------------------------
*>  LAES-KASSEKREDITTER – læs et evt. Kassekreditter.txt ind i
*>  KASSEKREDIT-TABEL. Findes filen ikke, forbliver ANTAL-KK 0, og
*>  enhver negativ saldo behandles som hidtil
*>-----------------------------------------------------------------
LAES-KASSEKREDITTER.
    OPEN INPUT KassekreditFil
    IF WS-KK-STATUS = "00"
        PERFORM UNTIL EOF-KK = "Y"
            READ KassekreditFil
                AT END
                    MOVE "Y" TO EOF-KK
                NOT AT END
                    IF ANTAL-KK < MAX-KK
                        ADD 1 TO ANTAL-KK
                        MOVE KAS-KONTO-ID OF KASSEKREDIT-REC
                            TO T-KK-KONTO-ID(ANTAL-KK)
                        MOVE FUNCTION NUMVAL(KAS-LIMIT OF KASSEKREDIT-REC)
                            TO T-KK-LIMIT(ANTAL-KK)
                        MOVE KAS-UDLOEB OF KASSEKREDIT-REC
                            TO T-KK-UDLOEB(ANTAL-KK)
                        MOVE KAS-RENTE-PCT OF KASSEKREDIT-REC
                            TO T-KK-RENTE(ANTAL-KK)
                    END-IF
            END-READ
        END-PERFORM
        CLOSE KassekreditFil
        DISPLAY "Kassekreditter.txt fundet - " ANTAL-KK
                " bevilget(e) facilitet(er)"
    END-IF
    .

*>-----------------------------------------------------------------
*>  FIND-KASSEKREDIT – slå WS-KK-SOEGE-KONTO op i KASSEKREDIT-TABEL.
*>  WS-KK-IDX = 0, hvis kontoen ingen facilitet har
*>-----------------------------------------------------------------
FIND-KASSEKREDIT.
    MOVE 0 TO WS-KK-IDX
    MOVE 1 TO IDX-KK
    PERFORM UNTIL IDX-KK > ANTAL-KK
        IF T-KK-KONTO-ID(IDX-KK) = WS-KK-SOEGE-KONTO
            MOVE IDX-KK TO WS-KK-IDX
            EXIT PERFORM
        END-IF
        ADD 1 TO IDX-KK
    END-PERFORM
    .

*>-----------------------------------------------------------------
*>  LAES-GEBYRSATSER – læs et evt. GebyrSatser.txt ind i
*>  GEBYR-SATS-TABEL. Findes filen ikke, forbliver ANTAL-GEBYR-SATSER
*>  0, og BEREGN-GEBYR rejser ingenting
*>-----------------------------------------------------------------
LAES-GEBYRSATSER.
    OPEN INPUT GebyrSatsFil
    IF WS-GEBYR-SATS-STATUS = "00"
        PERFORM UNTIL EOF-GEBYR-SATS = "Y"
            READ GebyrSatsFil
                AT END
                    MOVE "Y" TO EOF-GEBYR-SATS
                NOT AT END
                    IF ANTAL-GEBYR-SATSER < MAX-GEBYR-SATSER
                        ADD 1 TO ANTAL-GEBYR-SATSER
                        MOVE GS-KONTO-TYPE OF GEBYR-SATS-REC
                            TO T-GS-KONTO-TYPE(ANTAL-GEBYR-SATSER)
                        MOVE FUNCTION NUMVAL(GS-MDR-GEBYR OF GEBYR-SATS-REC)
                            TO T-GS-MDR(ANTAL-GEBYR-SATSER)
                        MOVE GS-FRIE-POSTER OF GEBYR-SATS-REC
                            TO T-GS-FRIE(ANTAL-GEBYR-SATSER)
                        MOVE FUNCTION NUMVAL(GS-POST-GEBYR OF GEBYR-SATS-REC)
                            TO T-GS-POST(ANTAL-GEBYR-SATSER)
                        MOVE FUNCTION NUMVAL(GS-GENUDSKR-GEBYR
                                             OF GEBYR-SATS-REC)
                            TO T-GS-GENUDSKR(ANTAL-GEBYR-SATSER)
                        MOVE "00000000"
                            TO T-GS-GYLDIG-FRA(ANTAL-GEBYR-SATSER)
                    END-IF
            END-READ
        END-PERFORM
        CLOSE GebyrSatsFil
        DISPLAY "GebyrSatser.txt fundet - " ANTAL-GEBYR-SATSER
                " kontotype(r) i gebyrregulativet"
    END-IF

    PERFORM LAES-GEBYRSATSER-NY
    .

*>-----------------------------------------------------------------
*>  LAES-GEBYRSATSER-NY – læg de linjer fra et evt. GebyrSatserNy.txt,
*>  der er trådt i kraft (GN-GYLDIG-FRA <= dags dato), ind i stedet
*>  for kontotypens linje i GEBYR-SATS-TABEL - eller som en ny
*>  kontotype. Har en type flere ikrafttrådte linjer, gælder den
*>  senest ikrafttrådte. Linjer, der ikke er rettidigt varslet (se
*>  TJEK-VARSEL-AFVIST), springes over
*>-----------------------------------------------------------------
LAES-GEBYRSATSER-NY.
    OPEN INPUT GebyrNyFil
    IF WS-GEBYR-NY-STATUS = "00"
        PERFORM UNTIL EOF-GEBYR-NY = "Y"
            READ GebyrNyFil
                AT END
                    MOVE "Y" TO EOF-GEBYR-NY
                NOT AT END
                    IF GN-KONTO-TYPE NOT = SPACES
                            AND GN-GYLDIG-FRA IS NUMERIC
                            AND GN-GYLDIG-FRA <= WS-DAGS-DATO
                        MOVE "G"           TO WS-VA-ART
                        MOVE GN-KONTO-TYPE TO WS-VA-KONTO-TYPE
                        MOVE GN-GYLDIG-FRA TO WS-VA-GYLDIG-FRA
                        PERFORM TJEK-VARSEL-AFVIST
                        IF WS-VA-AFVIST = "N"
                            PERFORM INDSAET-GEBYR-NY
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
        CLOSE GebyrNyFil
        IF ANTAL-GEBYR-NY > 0
            DISPLAY "GebyrSatserNy.txt - " ANTAL-GEBYR-NY
                    " ikrafttraadt(e) gebyrlinje(r) anvendt"
        END-IF
    END-IF
    .

*>-----------------------------------------------------------------
*>  INDSAET-GEBYR-NY – GebyrSatserNy.txt-linjen i GEBYR-NY-REC
*>  erstatter kontotypens linje i GEBYR-SATS-TABEL, hvis den er
*>  trådt i kraft senere end den gældende; en ukendt kontotype får
*>  en ny linje
*>-----------------------------------------------------------------
INDSAET-GEBYR-NY.
    MOVE 0 TO WS-GEBYR-SATS-IDX
    MOVE 1 TO IDX-GEBYR-SATS
    PERFORM UNTIL IDX-GEBYR-SATS > ANTAL-GEBYR-SATSER
        IF T-GS-KONTO-TYPE(IDX-GEBYR-SATS) = GN-KONTO-TYPE
            MOVE IDX-GEBYR-SATS TO WS-GEBYR-SATS-IDX
            EXIT PERFORM
        END-IF
        ADD 1 TO IDX-GEBYR-SATS
    END-PERFORM

    IF WS-GEBYR-SATS-IDX = 0
        IF ANTAL-GEBYR-SATSER >= MAX-GEBYR-SATSER
            EXIT PARAGRAPH
        END-IF
        ADD 1 TO ANTAL-GEBYR-SATSER
        MOVE ANTAL-GEBYR-SATSER TO WS-GEBYR-SATS-IDX
        MOVE GN-KONTO-TYPE TO T-GS-KONTO-TYPE(WS-GEBYR-SATS-IDX)
        MOVE "00000000"    TO T-GS-GYLDIG-FRA(WS-GEBYR-SATS-IDX)
    END-IF

    IF GN-GYLDIG-FRA >= T-GS-GYLDIG-FRA(WS-GEBYR-SATS-IDX)
        MOVE GN-GYLDIG-FRA TO T-GS-GYLDIG-FRA(WS-GEBYR-SATS-IDX)
        MOVE FUNCTION NUMVAL(GN-MDR-GEBYR)
            TO T-GS-MDR(WS-GEBYR-SATS-IDX)
        MOVE GN-FRIE-POSTER
            TO T-GS-FRIE(WS-GEBYR-SATS-IDX)
        MOVE FUNCTION NUMVAL(GN-POST-GEBYR)
            TO T-GS-POST(WS-GEBYR-SATS-IDX)
        MOVE FUNCTION NUMVAL(GN-GENUDSKR-GEBYR)
            TO T-GS-GENUDSKR(WS-GEBYR-SATS-IDX)
        ADD 1 TO ANTAL-GEBYR-NY
    END-IF
    .

*>-----------------------------------------------------------------
*>  LAES-VARSEL-AFVIST – læs de rente-/gebyrændringer, VARSEL-BREVE
*>  har afvist, ind i VARSEL-AFVIST-TABEL
*>-----------------------------------------------------------------
LAES-VARSEL-AFVIST.
    OPEN INPUT VarselAfvistFil
    IF WS-VARSEL-AFVIST-STATUS = "00"
        PERFORM UNTIL EOF-VARSEL-AFVIST = "Y"
            READ VarselAfvistFil
                AT END
                    MOVE "Y" TO EOF-VARSEL-AFVIST
                NOT AT END
                    IF VF-KONTO-TYPE NOT = SPACES
                            AND ANTAL-VARSEL-AFVIST < MAX-VARSEL-AFVIST
                        ADD 1 TO ANTAL-VARSEL-AFVIST
                        MOVE VF-ART
                            TO T-VA-ART(ANTAL-VARSEL-AFVIST)
                        MOVE VF-KONTO-TYPE
                            TO T-VA-KONTO-TYPE(ANTAL-VARSEL-AFVIST)
                        MOVE VF-GYLDIG-FRA
                            TO T-VA-GYLDIG-FRA(ANTAL-VARSEL-AFVIST)
                    END-IF
            END-READ
        END-PERFORM
        CLOSE VarselAfvistFil
        IF ANTAL-VARSEL-AFVIST > 0
            DISPLAY "VarselAfvist.txt - " ANTAL-VARSEL-AFVIST
                    " afvist(e) rente-/gebyraendring(er) holdes ude"
        END-IF
    END-IF

    PERFORM BEREGN-VARSEL-FRIST
    OPEN INPUT VarsletFil
    IF WS-VARSLET-STATUS = "00"
        PERFORM UNTIL EOF-VARSLET = "Y"
            READ VarsletFil
                AT END
                    MOVE "Y" TO EOF-VARSLET
                NOT AT END
                    IF VL-KONTO-TYPE NOT = SPACES
                            AND ANTAL-VARSLET < MAX-VARSLET
                        ADD 1 TO ANTAL-VARSLET
                        MOVE VL-ART
                            TO T-VL-ART(ANTAL-VARSLET)
                        MOVE VL-KONTO-TYPE
                            TO T-VL-KONTO-TYPE(ANTAL-VARSLET)
                        MOVE VL-GYLDIG-FRA
                            TO T-VL-GYLDIG-FRA(ANTAL-VARSLET)
                    END-IF
            END-READ
        END-PERFORM
        CLOSE VarsletFil
    END-IF
    .

*>-----------------------------------------------------------------
*>  BEREGN-VARSEL-FRIST – dags dato lagt VARSEL-MAANEDER måneder
*>  frem, som i VARSEL-BREVE. Findes dagen ikke i fristmåneden,
*>  bruges månedens sidste dag
*>-----------------------------------------------------------------
BEREGN-VARSEL-FRIST.
    MOVE WS-DAGS-DATO(1:4) TO WS-VARSEL-FRIST-AAR
    MOVE WS-DAGS-DATO(7:2) TO WS-VARSEL-FRIST-DAG
    COMPUTE WS-VARSEL-MD-SUM = FUNCTION NUMVAL(WS-DAGS-DATO(5:2))
                             + VARSEL-MAANEDER
    PERFORM UNTIL WS-VARSEL-MD-SUM <= 12
        SUBTRACT 12 FROM WS-VARSEL-MD-SUM
        ADD 1 TO WS-VARSEL-FRIST-AAR
    END-PERFORM
    MOVE WS-VARSEL-MD-SUM TO WS-VARSEL-FRIST-MD

    COMPUTE WS-VARSEL-FRIST-NUM = WS-VARSEL-FRIST-AAR * 10000
                                + WS-VARSEL-FRIST-MD * 100
                                + WS-VARSEL-FRIST-DAG
    PERFORM UNTIL FUNCTION TEST-DATE-YYYYMMDD(WS-VARSEL-FRIST-NUM) = 0
        SUBTRACT 1 FROM WS-VARSEL-FRIST-NUM
    END-PERFORM
    MOVE WS-VARSEL-FRIST-NUM TO WS-VARSEL-FRIST
    .

*>-----------------------------------------------------------------
*>  TJEK-VARSEL-AFVIST – er ændringen WS-VA-ART/-KONTO-TYPE/
*>  -GYLDIG-FRA afvist? Svar i WS-VA-AFVIST. Ud over VARSEL-BREVE's
*>  afvisninger holdes en ændring ude, der træder i kraft fra i dag
*>  og før varslingsfristen uden at være varslet - VARSEL-BREVE
*>  kører efter OPGAVE10 og ville ellers først afvise den bagefter
*>-----------------------------------------------------------------
TJEK-VARSEL-AFVIST.
    MOVE "N" TO WS-VA-AFVIST
    MOVE 1   TO IDX-VARSEL-AFVIST
    PERFORM UNTIL IDX-VARSEL-AFVIST > ANTAL-VARSEL-AFVIST
        IF T-VA-ART(IDX-VARSEL-AFVIST)        = WS-VA-ART
                AND T-VA-KONTO-TYPE(IDX-VARSEL-AFVIST) = WS-VA-KONTO-TYPE
                AND T-VA-GYLDIG-FRA(IDX-VARSEL-AFVIST) = WS-VA-GYLDIG-FRA
            MOVE "Y" TO WS-VA-AFVIST
            EXIT PARAGRAPH
        END-IF
        ADD 1 TO IDX-VARSEL-AFVIST
    END-PERFORM

    IF WS-VA-GYLDIG-FRA < WS-DAGS-DATO
            OR WS-VA-GYLDIG-FRA >= WS-VARSEL-FRIST
        EXIT PARAGRAPH
    END-IF
    MOVE 1 TO IDX-VARSLET
    PERFORM UNTIL IDX-VARSLET > ANTAL-VARSLET
        IF T-VL-ART(IDX-VARSLET)        = WS-VA-ART
                AND T-VL-KONTO-TYPE(IDX-VARSLET) = WS-VA-KONTO-TYPE
                AND T-VL-GYLDIG-FRA(IDX-VARSLET) = WS-VA-GYLDIG-FRA
            EXIT PARAGRAPH
        END-IF
        ADD 1 TO IDX-VARSLET
    END-PERFORM
    MOVE "Y" TO WS-VA-AFVIST
    DISPLAY "Ikke varslet " WS-VA-ART " "
            FUNCTION TRIM(WS-VA-KONTO-TYPE) " pr. " WS-VA-GYLDIG-FRA
            " - holdes ude til VARSEL-BREVE har vurderet den"
    .

*>-----------------------------------------------------------------
*>  LAES-RENTESATSER – læs et evt. RenteSatser.txt ind i
*>  RENTE-SATS-TABEL. Rækker med en ugyldig ikrafttrædelsesdato
*>  afvises, og versioner, der ikke er rettidigt varslet (se
*>  TJEK-VARSEL-AFVIST), springes over. Findes filen ikke (eller
*>  er den tom), indlæses de hidtidige faste satser som én version
*>  gældende fra altid: Opsparing 1,50, Budget 0,25, Løn 0 og
*>  øvrige typer ("*") 0,10 pct.
*>-----------------------------------------------------------------
LAES-RENTESATSER.
    OPEN INPUT RenteSatsFil
    IF WS-RENTE-SATS-STATUS = "00"
        PERFORM UNTIL EOF-RENTE-SATS = "Y"
            READ RenteSatsFil
                AT END
                    MOVE "Y" TO EOF-RENTE-SATS
                NOT AT END
                    EVALUATE TRUE
                    WHEN RS-KONTO-TYPE = SPACES
                        CONTINUE
                    WHEN RS-GYLDIG-FRA IS NOT NUMERIC
                        DISPLAY "RenteSatser.txt: ugyldig dato for "
                                FUNCTION TRIM(RS-KONTO-TYPE) " - "
                                RS-GYLDIG-FRA " - linjen springes over"
                    WHEN ANTAL-RENTE-SATSER < MAX-RENTE-SATSER
                        MOVE "R"           TO WS-VA-ART
                        MOVE RS-KONTO-TYPE TO WS-VA-KONTO-TYPE
                        MOVE RS-GYLDIG-FRA TO WS-VA-GYLDIG-FRA
                        PERFORM TJEK-VARSEL-AFVIST
                        IF WS-VA-AFVIST = "N"
                            PERFORM INDSAET-RENTESATS
                        END-IF
                    END-EVALUATE
            END-READ
        END-PERFORM
        CLOSE RenteSatsFil
        DISPLAY "RenteSatser.txt fundet - " ANTAL-RENTE-SATSER
                " rentesats(er) i rentetabellen"
    END-IF

    IF ANTAL-RENTE-SATSER = 0
        MOVE "Opsparing" TO T-RS-KONTO-TYPE(1)
        MOVE 1.5000      TO T-RS-PCT(1)
        MOVE "Budget"    TO T-RS-KONTO-TYPE(2)
        MOVE 0.2500      TO T-RS-PCT(2)
        MOVE "Løn"       TO T-RS-KONTO-TYPE(3)
        MOVE 0           TO T-RS-PCT(3)
        MOVE "*"         TO T-RS-KONTO-TYPE(4)
        MOVE 0.1000      TO T-RS-PCT(4)
        MOVE 4 TO ANTAL-RENTE-SATSER
        MOVE 1 TO IDX-RENTE-SATS
        PERFORM UNTIL IDX-RENTE-SATS > ANTAL-RENTE-SATSER
            MOVE "00000000" TO T-RS-GYLDIG-FRA(IDX-RENTE-SATS)
            MOVE 0          TO T-RS-SALDO-FRA(IDX-RENTE-SATS)
            ADD 1 TO IDX-RENTE-SATS
        END-PERFORM
    END-IF
    .

*>-----------------------------------------------------------------
*>  INDSAET-RENTESATS – rækken i RENTE-SATS-REC som ny post i
*>  RENTE-SATS-TABEL
*>-----------------------------------------------------------------
INDSAET-RENTESATS.
    ADD 1 TO ANTAL-RENTE-SATSER
    MOVE RS-KONTO-TYPE TO T-RS-KONTO-TYPE(ANTAL-RENTE-SATSER)
    MOVE RS-GYLDIG-FRA TO T-RS-GYLDIG-FRA(ANTAL-RENTE-SATSER)
    MOVE FUNCTION NUMVAL(RS-SALDO-FRA)
        TO T-RS-SALDO-FRA(ANTAL-RENTE-SATSER)
    MOVE FUNCTION NUMVAL(RS-RENTE-PCT)
        TO T-RS-PCT(ANTAL-RENTE-SATSER)
    .

*>-----------------------------------------------------------------
*>  OPSPAR-RENTE – opspar hver kontos kreditrente dag for dag fra
*>  dens seneste tilskrivning frem til (ikke med) dags dato. Saldoen
*>  på en SaldoHistorik-linje står på kontoen fra linjens dato til
*>  næste linjes dato; den sidste linjes saldo står frem til i dag.
*>  Hver dag forrentes med den satsversion, der var gældende den dag,
*>  så både satsskift og saldoudsving midt i perioden rammes præcist.
*>  Dags datos egne historiklinjer (en genstart) tæller ikke med
*>-----------------------------------------------------------------
OPSPAR-RENTE.
    PERFORM LAES-RENTE-PERIODER
    PERFORM LAES-RENTE-HISTORIK

    *> Sidste stykke: fra kontoens seneste historiklinje til i dag
    MOVE WS-DAGS-DATO TO WS-STYKKE-TIL
    MOVE 1 TO WS-RENTE-KONTO-IDX
    PERFORM UNTIL WS-RENTE-KONTO-IDX > ANTAL-KONTI
        IF T-KM-SH-DATO(WS-RENTE-KONTO-IDX) NOT = SPACES
            PERFORM OPSPAR-STYKKE
        END-IF
        ADD 1 TO WS-RENTE-KONTO-IDX
    END-PERFORM
    .

*>-----------------------------------------------------------------
*>  LAES-RENTE-PERIODER – find i RenteLog.txt hver kontos seneste
*>  kreditrentetilskrivning; opsparingen starter den dag. Ved en
*>  genstart ses der bort fra den afbrudte kørsels linjer (loggens
*>  højeste dato, se LAES-RENTELOG-SET) - de genbehandlede konti
*>  skal have tilskrevet det samme beløb igen
*>-----------------------------------------------------------------
LAES-RENTE-PERIODER.
    MOVE 0 TO WS-RENTE-HINT
    OPEN INPUT RentePeriodeFil
    IF WS-RENTE-PER-STATUS = "00"
        PERFORM UNTIL EOF-RENTE-PER = "Y"
            READ RentePeriodeFil
                AT END
                    MOVE "Y" TO EOF-RENTE-PER
                NOT AT END
                    IF RL-KREDIT OF RENTE-PERIODE-REC
                        IF WS-RESTART-COUNT > 0
                                AND WS-SIMULERING = "N"
                                AND RL-DATO OF RENTE-PERIODE-REC
                                    = WS-RL-MAX-DATO
                            CONTINUE
                        ELSE
                            MOVE RL-KONTO-ID OF RENTE-PERIODE-REC
                                TO WS-RENTE-SOEGE-KONTO
                            PERFORM FIND-RENTE-KONTO
                            IF WS-RENTE-KONTO-IDX > 0
                                IF RL-DATO OF RENTE-PERIODE-REC
                                    > T-KM-RENTE-FRA(WS-RENTE-KONTO-IDX)
                                    MOVE RL-DATO OF RENTE-PERIODE-REC
                                        TO T-KM-RENTE-FRA(WS-RENTE-KONTO-IDX)
                                END-IF
                            END-IF
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
        CLOSE RentePeriodeFil
    END-IF
    .

*>-----------------------------------------------------------------
*>  LAES-RENTE-HISTORIK – én gennemløbning af SaldoHistorik.txt. Når
*>  en konto får en ny dato, opspares renten af den forrige linjes
*>  saldo for dagene imellem; flere linjer på samme dato (genstart)
*>  overskriver hinanden, så den sidste gælder
*>-----------------------------------------------------------------
LAES-RENTE-HISTORIK.
    MOVE 0 TO WS-RENTE-HINT
    OPEN INPUT RenteHistorikFil
    IF WS-RENTE-HIST-STATUS = "00"
        PERFORM UNTIL EOF-RENTE-HIST = "Y"
            READ RenteHistorikFil
                AT END
                    MOVE "Y" TO EOF-RENTE-HIST
                NOT AT END
                    IF SH-DATO OF RENTE-HISTORIK-REC < WS-DAGS-DATO
                        MOVE SH-KONTO-ID OF RENTE-HISTORIK-REC
                            TO WS-RENTE-SOEGE-KONTO
                        PERFORM FIND-RENTE-KONTO
                        IF WS-RENTE-KONTO-IDX > 0
                            PERFORM REGISTRER-RENTE-HISTORIK
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
        CLOSE RenteHistorikFil
    END-IF
    .

*>-----------------------------------------------------------------
*>  REGISTRER-RENTE-HISTORIK – læg den læste historiklinje på
*>  WS-RENTE-KONTO-IDX's række, efter at have opsparet renten af den
*>  forrige linjes saldo frem til denne linjes dato. Linjer, der er
*>  ældre end kontoens seneste, ignoreres
*>-----------------------------------------------------------------
REGISTRER-RENTE-HISTORIK.
    IF T-KM-SH-DATO(WS-RENTE-KONTO-IDX) = SPACES
        MOVE SH-DATO OF RENTE-HISTORIK-REC
            TO T-KM-SH-DATO(WS-RENTE-KONTO-IDX)
        MOVE SH-SLUT-SALDO OF RENTE-HISTORIK-REC
            TO T-KM-SH-SALDO(WS-RENTE-KONTO-IDX)
    ELSE
        IF SH-DATO OF RENTE-HISTORIK-REC
                >= T-KM-SH-DATO(WS-RENTE-KONTO-IDX)
            IF SH-DATO OF RENTE-HISTORIK-REC
                    > T-KM-SH-DATO(WS-RENTE-KONTO-IDX)
                MOVE SH-DATO OF RENTE-HISTORIK-REC TO WS-STYKKE-TIL
                PERFORM OPSPAR-STYKKE
            END-IF
            MOVE SH-DATO OF RENTE-HISTORIK-REC
                TO T-KM-SH-DATO(WS-RENTE-KONTO-IDX)
            MOVE SH-SLUT-SALDO OF RENTE-HISTORIK-REC
                TO T-KM-SH-SALDO(WS-RENTE-KONTO-IDX)
        END-IF
    END-IF
    .

*>-----------------------------------------------------------------
*>  FIND-RENTE-KONTO – find WS-RENTE-SOEGE-KONTO i KONTO-MASTER-
*>  TABEL. Loggen og historikken er skrevet i kontoorden, så forrige
*>  fund og rækken efter prøves først; ellers søges hele tabellen.
*>  WS-RENTE-KONTO-IDX = 0 hvis kontoen ikke findes
*>-----------------------------------------------------------------
FIND-RENTE-KONTO.
    MOVE 0 TO WS-RENTE-KONTO-IDX
    IF WS-RENTE-HINT > 0 AND WS-RENTE-HINT <= ANTAL-KONTI
        IF T-KM-KONTO-ID(WS-RENTE-HINT) = WS-RENTE-SOEGE-KONTO
            MOVE WS-RENTE-HINT TO WS-RENTE-KONTO-IDX
        ELSE
            IF WS-RENTE-HINT < ANTAL-KONTI
                IF T-KM-KONTO-ID(WS-RENTE-HINT + 1)
                        = WS-RENTE-SOEGE-KONTO
                    COMPUTE WS-RENTE-KONTO-IDX = WS-RENTE-HINT + 1
                END-IF
            END-IF
        END-IF
    END-IF

    IF WS-RENTE-KONTO-IDX = 0
        MOVE 1 TO WS-RENTE-HINT
        PERFORM UNTIL WS-RENTE-HINT > ANTAL-KONTI
            IF T-KM-KONTO-ID(WS-RENTE-HINT) = WS-RENTE-SOEGE-KONTO
                MOVE WS-RENTE-HINT TO WS-RENTE-KONTO-IDX
                EXIT PERFORM
            END-IF
            ADD 1 TO WS-RENTE-HINT
        END-PERFORM
    END-IF

    IF WS-RENTE-KONTO-IDX > 0
        MOVE WS-RENTE-KONTO-IDX TO WS-RENTE-HINT
    END-IF
    .

*>-----------------------------------------------------------------
*>  OPSPAR-STYKKE – opspar renten for WS-RENTE-KONTO-IDX af den
*>  saldo, der stod på kontoen fra dens seneste historiklinje til
*>  WS-STYKKE-TIL (ekskl.), dog tidligst fra seneste tilskrivning.
*>  Stykket deles ved hvert satsskift for kontoens type, og hver
*>  del forrentes med sin version: årlig rente * dage / 365
*>-----------------------------------------------------------------
OPSPAR-STYKKE.
    MOVE T-KM-SH-DATO(WS-RENTE-KONTO-IDX)  TO WS-STYKKE-FRA
    IF T-KM-RENTE-FRA(WS-RENTE-KONTO-IDX) > WS-STYKKE-FRA
        MOVE T-KM-RENTE-FRA(WS-RENTE-KONTO-IDX) TO WS-STYKKE-FRA
    END-IF
    MOVE T-KM-SH-SALDO(WS-RENTE-KONTO-IDX) TO WS-STYKKE-SALDO

    IF WS-STYKKE-SALDO > 0 AND WS-STYKKE-FRA < WS-STYKKE-TIL
            AND WS-STYKKE-FRA IS NUMERIC
            AND WS-STYKKE-TIL IS NUMERIC
        PERFORM FIND-RENTE-TYPE
        COMPUTE WS-STYKKE-FRA-INT
            = FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-STYKKE-FRA))
        COMPUTE WS-STYKKE-TIL-INT
            = FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-STYKKE-TIL))
        IF WS-STYKKE-FRA-INT = 0 OR WS-STYKKE-TIL-INT = 0
            MOVE WS-STYKKE-TIL-INT TO WS-STYKKE-FRA-INT
        END-IF

        PERFORM UNTIL WS-STYKKE-FRA-INT >= WS-STYKKE-TIL-INT
            COMPUTE WS-RS-DATO-NUM
                = FUNCTION DATE-OF-INTEGER(WS-STYKKE-FRA-INT)
            MOVE WS-RS-DATO-NUM TO WS-RS-DATO
            PERFORM FIND-RENTE-VERSION

            MOVE WS-STYKKE-TIL-INT TO WS-DEL-TIL-INT
            IF WS-RS-NAESTE NOT = SPACES
                COMPUTE WS-DEL-TIL-INT = FUNCTION INTEGER-OF-DATE
                    (FUNCTION NUMVAL(WS-RS-NAESTE))
                IF WS-DEL-TIL-INT > WS-STYKKE-TIL-INT
                        OR WS-DEL-TIL-INT <= WS-STYKKE-FRA-INT
                    MOVE WS-STYKKE-TIL-INT TO WS-DEL-TIL-INT
                END-IF
            END-IF
            COMPUTE WS-DEL-DAGE = WS-DEL-TIL-INT - WS-STYKKE-FRA-INT

            IF WS-RS-VERSION NOT = SPACES
                PERFORM BEREGN-AARS-RENTE
                COMPUTE T-KM-OPSPARET(WS-RENTE-KONTO-IDX)
                    = T-KM-OPSPARET(WS-RENTE-KONTO-IDX)
                    + WS-AARS-RENTE * WS-DEL-DAGE / 365
            END-IF
            MOVE WS-DEL-TIL-INT TO WS-STYKKE-FRA-INT
        END-PERFORM
    END-IF
    .

*>-----------------------------------------------------------------
*>  FIND-RENTE-TYPE – hvilken rentetype forrentes WS-RENTE-KONTO-IDX
*>  efter? Kontoens egen KONTO-TYPE, hvis rentetabellen har rækker
*>  for den, ellers fællestypen "*"
*>-----------------------------------------------------------------
FIND-RENTE-TYPE.
    MOVE "*" TO WS-STYKKE-TYPE
    MOVE 1   TO IDX-RENTE-SATS
    PERFORM UNTIL IDX-RENTE-SATS > ANTAL-RENTE-SATSER
        IF T-RS-KONTO-TYPE(IDX-RENTE-SATS)
                = T-KM-KONTO-TYPE(WS-RENTE-KONTO-IDX)
            MOVE T-RS-KONTO-TYPE(IDX-RENTE-SATS) TO WS-STYKKE-TYPE
            EXIT PERFORM
        END-IF
        ADD 1 TO IDX-RENTE-SATS
    END-PERFORM
    .

*>-----------------------------------------------------------------
*>  FIND-RENTE-VERSION – find for WS-STYKKE-TYPE den satsversion, der
*>  er gældende WS-RS-DATO (højeste GYLDIG-FRA <= datoen), og datoen
*>  for næste versionsskifte (laveste GYLDIG-FRA > datoen). SPACES
*>  hvis der ingen er
*>-----------------------------------------------------------------
FIND-RENTE-VERSION.
    MOVE SPACES TO WS-RS-VERSION
    MOVE SPACES TO WS-RS-NAESTE
    MOVE 1      TO IDX-RENTE-SATS
    PERFORM UNTIL IDX-RENTE-SATS > ANTAL-RENTE-SATSER
        IF T-RS-KONTO-TYPE(IDX-RENTE-SATS) = WS-STYKKE-TYPE
            IF T-RS-GYLDIG-FRA(IDX-RENTE-SATS) <= WS-RS-DATO
                IF WS-RS-VERSION = SPACES
                        OR T-RS-GYLDIG-FRA(IDX-RENTE-SATS) > WS-RS-VERSION
                    MOVE T-RS-GYLDIG-FRA(IDX-RENTE-SATS) TO WS-RS-VERSION
                END-IF
            ELSE
                IF WS-RS-NAESTE = SPACES
                        OR T-RS-GYLDIG-FRA(IDX-RENTE-SATS) < WS-RS-NAESTE
                    MOVE T-RS-GYLDIG-FRA(IDX-RENTE-SATS) TO WS-RS-NAESTE
                END-IF
            END-IF
        END-IF
        ADD 1 TO IDX-RENTE-SATS
    END-PERFORM
    .

*>-----------------------------------------------------------------
*>  BEREGN-AARS-RENTE – årlig rente i kr. af WS-STYKKE-SALDO efter
*>  versionen WS-RS-VERSION for WS-STYKKE-TYPE. Hvert saldointerval
*>  forrenter den del af saldoen, der ligger fra intervallets
*>  SALDO-FRA op til næste intervals SALDO-FRA
*>-----------------------------------------------------------------
BEREGN-AARS-RENTE.
    MOVE 0 TO WS-AARS-RENTE
    MOVE 1 TO IDX-RENTE-SATS
    PERFORM UNTIL IDX-RENTE-SATS > ANTAL-RENTE-SATSER
        IF T-RS-KONTO-TYPE(IDX-RENTE-SATS) = WS-STYKKE-TYPE
                AND T-RS-GYLDIG-FRA(IDX-RENTE-SATS) = WS-RS-VERSION
                AND WS-STYKKE-SALDO > T-RS-SALDO-FRA(IDX-RENTE-SATS)
            *> Intervallets øvre grænse: næste SALDO-FRA i versionen
            MOVE "Y" TO WS-BAAND-OEVERST
            MOVE 0   TO WS-BAAND-TIL
            MOVE 1   TO IDX-RENTE-BAAND
            PERFORM UNTIL IDX-RENTE-BAAND > ANTAL-RENTE-SATSER
                IF T-RS-KONTO-TYPE(IDX-RENTE-BAAND) = WS-STYKKE-TYPE
                        AND T-RS-GYLDIG-FRA(IDX-RENTE-BAAND)
                            = WS-RS-VERSION
                        AND T-RS-SALDO-FRA(IDX-RENTE-BAAND)
                            > T-RS-SALDO-FRA(IDX-RENTE-SATS)
                    IF WS-BAAND-OEVERST = "Y"
                            OR T-RS-SALDO-FRA(IDX-RENTE-BAAND)
                                < WS-BAAND-TIL
                        MOVE T-RS-SALDO-FRA(IDX-RENTE-BAAND)
                            TO WS-BAAND-TIL
                        MOVE "N" TO WS-BAAND-OEVERST
                    END-IF
                END-IF
                ADD 1 TO IDX-RENTE-BAAND
            END-PERFORM

            IF WS-BAAND-OEVERST = "Y" OR WS-STYKKE-SALDO < WS-BAAND-TIL
                COMPUTE WS-BAAND-BELOB
                    = WS-STYKKE-SALDO - T-RS-SALDO-FRA(IDX-RENTE-SATS)
            ELSE
                COMPUTE WS-BAAND-BELOB
                    = WS-BAAND-TIL - T-RS-SALDO-FRA(IDX-RENTE-SATS)
            END-IF
            COMPUTE WS-AARS-RENTE = WS-AARS-RENTE
                + WS-BAAND-BELOB * T-RS-PCT(IDX-RENTE-SATS) / 100
        END-IF
        ADD 1 TO IDX-RENTE-SATS
    END-PERFORM
    .

*>-----------------------------------------------------------------
*>  BEREGN-GEBYR – rejs periodens gebyrer for SIDSTE-KONTO-ID efter
*>  regulativet for kontoens type: kontogebyr, posteringsgebyr ud
*>  over de frie posteringer, og genudskriftsgebyr pr. linje i køen
*>  fra GENUDSKRIV - samt de rykkergebyrer, RYKKER har lagt i kø for
*>  kontoen. Kaldes lige efter BEREGN-RENTE, som har sat
*>  AKT-KONTO-TYPE, og mens UdFil stadig er åben
*>-----------------------------------------------------------------
BEREGN-GEBYR.
    *> Rykkergebyrer fra RYKKER rejses uanset regulativet
    IF ANTAL-RG > 0
        PERFORM POSTER-RYKKER-GEBYRER
    END-IF

    IF ANTAL-GEBYR-SATSER = 0
        EXIT PARAGRAPH
    END-IF
    CALL "SYSTEM" USING "mv GenudskrivGebyr.new GenudskrivGebyr.txt"
    .

*>-----------------------------------------------------------------
*>  LAES-RYKKER-GEBYRER – læs en evt. RykkerGebyr.txt (rykkere,
*>  RYKKER har sendt, men som endnu ikke er faktureret) ind
*>-----------------------------------------------------------------
LAES-RYKKER-GEBYRER.
    OPEN INPUT RykkerGebyrFil
    IF WS-RYKKER-GEBYR-STATUS = "00"
        PERFORM UNTIL EOF-RYKKER-GEBYR = "Y"
            READ RykkerGebyrFil
                AT END
                    MOVE "Y" TO EOF-RYKKER-GEBYR
                NOT AT END
                    IF RG-KONTO-ID NOT = SPACES
                            AND ANTAL-RG < MAX-RG
                        ADD 1 TO ANTAL-RG
                        MOVE RG-KONTO-ID TO T-RG-KONTO-ID(ANTAL-RG)
                        MOVE RG-DATO     TO T-RG-DATO(ANTAL-RG)
                        MOVE RG-TRIN     TO T-RG-TRIN(ANTAL-RG)
                        MOVE RG-BELOB    TO T-RG-BELOB(ANTAL-RG)
                        MOVE "N"         TO T-RG-BRUGT(ANTAL-RG)
                    END-IF
            END-READ
        END-PERFORM
        CLOSE RykkerGebyrFil
    END-IF
    .

*>-----------------------------------------------------------------
*>  POSTER-RYKKER-GEBYRER – bogfør køens rykkergebyrer for
*>  SIDSTE-KONTO-ID, ét gebyr pr. rykker, og markér linjerne som
*>  fakturerede
*>-----------------------------------------------------------------
POSTER-RYKKER-GEBYRER.
    MOVE 1 TO IDX-RG
    PERFORM UNTIL IDX-RG > ANTAL-RG
        IF T-RG-KONTO-ID(IDX-RG) = SIDSTE-KONTO-ID
                AND T-RG-BRUGT(IDX-RG) = "N"
            MOVE "Y" TO T-RG-BRUGT(IDX-RG)
            MOVE T-RG-BELOB(IDX-RG) TO WS-GEBYR-NUM
            MOVE SPACES TO OUT-TEXT
            STRING
                "Gebyr - rykker "         DELIMITED BY SIZE
                T-RG-TRIN(IDX-RG)         DELIMITED BY SIZE
                " af "                    DELIMITED BY SIZE
                T-RG-DATO(IDX-RG)         DELIMITED BY SIZE
                ": -"                     DELIMITED BY SIZE
            INTO OUT-TEXT
            END-STRING
            PERFORM POSTER-GEBYR
        END-IF
        ADD 1 TO IDX-RG
    END-PERFORM
    .

*>-----------------------------------------------------------------
*>  SKRIV-RYKKER-GEBYR-KOE – skriv de endnu ikke fakturerede
*>  rykkergebyrer tilbage, samme .new/mv-fremgangsmåde som
*>  genudskriftskøen
*>-----------------------------------------------------------------
SKRIV-RYKKER-GEBYR-KOE.
    OPEN OUTPUT RykkerGebyrNyFil
    MOVE 1 TO IDX-RG
    PERFORM UNTIL IDX-RG > ANTAL-RG
        IF T-RG-BRUGT(IDX-RG) = "N"
            MOVE T-RG-KONTO-ID(IDX-RG) TO RGN-KONTO-ID
            MOVE T-RG-DATO(IDX-RG)     TO RGN-DATO
            MOVE T-RG-TRIN(IDX-RG)     TO RGN-TRIN
            MOVE T-RG-BELOB(IDX-RG)    TO RGN-BELOB
            WRITE RYKKER-GEBYR-NY-REC
        END-IF
        ADD 1 TO IDX-RG
    END-PERFORM
    CLOSE RykkerGebyrNyFil

    CALL "SYSTEM" USING "mv RykkerGebyr.new RykkerGebyr.txt"
    .

*>-----------------------------------------------------------------
*>  SKRIV-KONTO-MASTER-OVERFLOW – KontoOpl.txt-post ud over MAX-KONTI
*>-----------------------------------------------------------------
    MOVE T-KM-KONTO-ID(IDX-KONTO) TO WS-MEDEJER-SOEGE-KONTO
    PERFORM SKRIV-MEDEJERE

    *> Evt. meddelelsesblok fra StatementNotice.txt til alle kunder,
    *> der ikke har fravalgt udskriftsindlæg
    MOVE T-KM-KONTO-ID(IDX-KONTO) TO WS-NOTICE-KONTO-ID
    PERFORM SKRIV-NOTICE-BLOK

    MOVE SPACES TO OUT-TEXT
        WRITE OUT-REC
    END-IF

    *> Evt. meddelelsesblok fra StatementNotice.txt til alle kunder,
    *> der ikke har fravalgt udskriftsindlæg
    MOVE KONTO-ID OF TRANS-REC TO WS-NOTICE-KONTO-ID
    PERFORM SKRIV-NOTICE-BLOK

    *> Overskrift for transaktioner
*>  BEHANDL-TRANS-LINJE – én linje fra Transaktioner.txt
*>-----------------------------------------------------------------
BEHANDL-TRANS-LINJE.
    *> En debitering over kontoens hæve-/forbrugsgrænse bogføres
    *> ikke, men omdirigeres til Ventende.txt til manuel frigivelse.
    *> En inkrementel mini-batch lægger den ikke i køen - natkørslen
    *> vurderer den igen og lægger den op én gang
    PERFORM TJEK-DAGSGRAENSE
    IF WS-OVER-GRAENSE = "Y"
        IF WS-INKREMENTEL = "N"
            PERFORM SKRIV-VENTENDE-LINJE
            IF WS-DG-GENHOLDT = "N"
                ADD 1 TO ANTAL-GRAENSE-HOLDT
                PERFORM ADVIS-VENTENDE-POSTERING
            END-IF
        END-IF
        EXIT PARAGRAPH
    END-IF

    *> Linjen bogføres nu - først her må højvandsmærket rykkes frem
    PERFORM OPDATER-HVM-MAX

    *> 2) Opdatér totals i DKK - et ben af et bekræftet internt
    *> overførselspar (se LAES-INTERNE-OVERFOERSLER) nettes ud af de
    *> almindelige ind-/udbetalt-totaler og GT-afstemningstotalerne, og
    *> lægges i stedet på sin egen "Interne overførsler"-subtotal. En
    *> tilbageførsel (STORNO) og en afskrivning (RYKKER) holdes
    *> ligeledes ude af ind-/udbetalt og lægges på hver sin subtotal og
    *> finanspostklasse
    MOVE FUNCTION TRIM(TRANSAKTIONSTYPE) TO WS-TRANS-TYPE-STR
    PERFORM TJEK-INTERN-OVERFOERSEL
    EVALUATE TRUE
        WHEN WS-TRANS-TYPE-STR = "Storno"
            ADD BELØB-DKK-NUM TO TOTAL-STORNO-NUM
            COMPUTE GT-TOTAL-STORNO-NUM = GT-TOTAL-STORNO-NUM
                                        + FUNCTION ABS(BELØB-DKK-NUM)
            IF BELØB-DKK-NUM < 0
                COMPUTE GT-TOTAL-STORNO-DEBET-NUM
                    = GT-TOTAL-STORNO-DEBET-NUM - BELØB-DKK-NUM
            END-IF
        WHEN WS-TRANS-TYPE-STR = "Afskrivning"
            ADD BELØB-DKK-NUM TO TOTAL-AFSKREVET-NUM
            COMPUTE GT-TOTAL-AFSKREVET-NUM = GT-TOTAL-AFSKREVET-NUM
                                           + FUNCTION ABS(BELØB-DKK-NUM)
        WHEN WS-ER-INTERN-OVERFOERSEL = "J"
            ADD BELØB-DKK-NUM TO TOTAL-INTERNE-NUM
            IF BELØB-DKK-NUM > 0
                ADD BELØB-DKK-NUM TO GT-TOTAL-INTERNE-NUM
            ELSE
                COMPUTE GT-TOTAL-INTERNE-NUM = GT-TOTAL-INTERNE-NUM - BELØB-DKK-NUM
            END-IF
        WHEN OTHER
            IF BELØB-DKK-NUM > 0
                ADD BELØB-DKK-NUM TO TOTAL-IN-NUM
                ADD BELØB-DKK-NUM TO GT-TOTAL-IN-NUM
            ELSE
                ADD BELØB-DKK-NUM TO TOTAL-UD-NUM
                ADD BELØB-DKK-NUM TO GT-TOTAL-UD-NUM
            END-IF
    END-EVALUATE
    ADD 1 TO GT-ANTAL-TRANS
    ADD 1 TO KONTO-ANTAL-POSTER

    ADD BELØB-DKK-NUM TO SALDO-NUM

    *> Straksadvisering af stor hævning, lønindgang og lav saldo til
    *> de ejere, der abonnerer på det
    IF ANTAL-ADVIS > 0
        PERFORM ADVIS-POSTERING
    END-IF

    *> Et bogført indskud på en lovbunden opsparing tæller mod årets
    *> loft
    MOVE BELØB-DKK-NUM TO WS-LO-BELOB-NUM
    PERFORM OPDATER-LAAST-INDBETALT

    *> Den bogførte linje journalføres, som den blev læst
    IF WS-SIMULERING = "N"
        MOVE RAW-TRANS TO RAW-POSTJOURNAL
        WRITE RAW-POSTJOURNAL
    END-IF

    *> 2b) AML-gennemgang - en internt nettet overførsel tælles stadig
    *> med her, en ekstern part på et af benene kan fortsat udgøre en
    *> hvidvaskrisiko uanset den interne nulstilling af GT-totalerne

    *> Gebyr og rente holdes desuden på egne totaler, så de kan
    *> udskrives for sig i stedet for kun at indgå i ind-/udbetalt
    EVALUATE WS-TRANS-TYPE-STR
        WHEN "Gebyr"
            ADD BELØB-DKK-NUM TO TOTAL-GEBYR-NUM
            ADD BELØB-DKK-NUM TO TOTAL-RENTE-NUM
    END-EVALUATE

    *> En tilbageførsel vises som "Tilbageført" ud for den
    *> oprindelige posterings reference
    MOVE SPACES TO WS-UDSKRIFT-BUTIK
    IF WS-TRANS-TYPE-STR = "Storno"
        STRING
            "Tilbageført "                 DELIMITED BY SIZE
            FUNCTION TRIM(BUTIK)           DELIMITED BY SIZE
        INTO WS-UDSKRIFT-BUTIK
        END-STRING
    ELSE
        MOVE BUTIK TO WS-UDSKRIFT-BUTIK
    END-IF

    *> 3) Formater beløb til tekst
    MOVE FUNCTION NUMVAL(BELØB-TEXT) TO BELØB-NUM
    MOVE BELØB-NUM     TO BELØB-ORG-EDIT
        "  "                DELIMITED BY SIZE
        VALUTA              DELIMITED BY SIZE
        "  "                DELIMITED BY SIZE
        WS-UDSKRIFT-BUTIK   DELIMITED BY SIZE
    INTO OUT-TEXT
    END-STRING
    WRITE OUT-REC
    IF WS-CAMT-AKTIV = "Y"
        PERFORM SKRIV-CAMT-ENTRY
    END-IF

    *> 4) En postering med en anden rentedato end bogføringsdagen
    *> rentereguleres
    IF RENTEDATO OF TRANS-REC NOT = SPACES
            AND RENTEDATO OF TRANS-REC NOT = WS-DAGS-DATO
        PERFORM BEREGN-VALOER-REGULERING
    END-IF
    .

*>-----------------------------------------------------------------
*>  BEREGN-VALOER-REGULERING – renten bogføres efter saldoen pr.
*>  bogføringsdag (SaldoHistorik.txt, se OPSPAR-RENTE). En postering
*>  med en tidligere rentedato (tilbagevaluteret) skulle have stået
*>  på kontoen fra rentedatoen, og en med en senere (fremvaluteret)
*>  først fra rentedatoen. Forskellen i kreditrente for dagene mellem
*>  de to datoer beregnes her - med de satsversioner og saldo-
*>  intervaller, der gjaldt dagene, af saldoen før posteringen med
*>  og uden posteringen - skrives som reguleringslinje på udskriften
*>  og samles til BEREGN-RENTE, der tilskriver den og logger den i
*>  RenteLog.txt. Saldoens udsving mellem de to datoer genskabes ikke;
*>  saldoen før posteringen bruges for hele perioden.
*>  Overtræksrenten på kassekreditter beregnes fortsat månedsvis af
*>  den bogførte saldo og reguleres ikke
*>-----------------------------------------------------------------
BEREGN-VALOER-REGULERING.
    IF RENTEDATO OF TRANS-REC IS NOT NUMERIC
        EXIT PARAGRAPH
    END-IF

    MOVE KONTO-ID OF TRANS-REC TO WS-RENTE-SOEGE-KONTO
    PERFORM FIND-RENTE-KONTO
    IF WS-RENTE-KONTO-IDX = 0
        EXIT PARAGRAPH
    END-IF
    PERFORM FIND-RENTE-TYPE

    IF RENTEDATO OF TRANS-REC < WS-DAGS-DATO
        MOVE RENTEDATO OF TRANS-REC TO WS-VALOER-FRA
        MOVE WS-DAGS-DATO           TO WS-VALOER-TIL
        MOVE 1                      TO WS-VALOER-FORTEGN
    ELSE
        MOVE WS-DAGS-DATO           TO WS-VALOER-FRA
        MOVE RENTEDATO OF TRANS-REC TO WS-VALOER-TIL
        MOVE -1                     TO WS-VALOER-FORTEGN
    END-IF

    COMPUTE WS-VALOER-BASIS = SALDO-NUM - BELØB-DKK-NUM
    COMPUTE WS-STYKKE-FRA-INT
        = FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-VALOER-FRA))
    COMPUTE WS-STYKKE-TIL-INT
        = FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-VALOER-TIL))
    IF WS-STYKKE-FRA-INT = 0 OR WS-STYKKE-TIL-INT = 0
        EXIT PARAGRAPH
    END-IF

    *> Perioden deles ved hvert satsskift, som i OPSPAR-STYKKE
    MOVE 0 TO WS-VALOER-OPSPARET
    PERFORM UNTIL WS-STYKKE-FRA-INT >= WS-STYKKE-TIL-INT
        COMPUTE WS-RS-DATO-NUM
            = FUNCTION DATE-OF-INTEGER(WS-STYKKE-FRA-INT)
        MOVE WS-RS-DATO-NUM TO WS-RS-DATO
        PERFORM FIND-RENTE-VERSION

        MOVE WS-STYKKE-TIL-INT TO WS-DEL-TIL-INT
        IF WS-RS-NAESTE NOT = SPACES
            COMPUTE WS-DEL-TIL-INT = FUNCTION INTEGER-OF-DATE
                (FUNCTION NUMVAL(WS-RS-NAESTE))
            IF WS-DEL-TIL-INT > WS-STYKKE-TIL-INT
                    OR WS-DEL-TIL-INT <= WS-STYKKE-FRA-INT
                MOVE WS-STYKKE-TIL-INT TO WS-DEL-TIL-INT
            END-IF
        END-IF
        COMPUTE WS-DEL-DAGE = WS-DEL-TIL-INT - WS-STYKKE-FRA-INT

        IF WS-RS-VERSION NOT = SPACES
            MOVE WS-VALOER-BASIS TO WS-STYKKE-SALDO
            PERFORM BEREGN-AARS-RENTE
            MOVE WS-AARS-RENTE TO WS-VALOER-AARS-FOER
            COMPUTE WS-STYKKE-SALDO = WS-VALOER-BASIS + BELØB-DKK-NUM
            PERFORM BEREGN-AARS-RENTE
            COMPUTE WS-VALOER-OPSPARET = WS-VALOER-OPSPARET
                + (WS-AARS-RENTE - WS-VALOER-AARS-FOER)
                * WS-DEL-DAGE / 365
        END-IF
        MOVE WS-DEL-TIL-INT TO WS-STYKKE-FRA-INT
    END-PERFORM

    COMPUTE WS-VALOER-RENTE ROUNDED
        = WS-VALOER-OPSPARET * WS-VALOER-FORTEGN
    IF WS-VALOER-RENTE = 0
        EXIT PARAGRAPH
    END-IF
    ADD WS-VALOER-RENTE TO TOTAL-VALOER-RENTE-NUM

    MOVE WS-VALOER-RENTE TO WS-VALOER-EDIT
    MOVE SPACES TO OUT-TEXT
    STRING
        "    Renteregulering, rentedato "    DELIMITED BY SIZE
        RENTEDATO OF TRANS-REC(1:4)          DELIMITED BY SIZE
        "-"                                  DELIMITED BY SIZE
        RENTEDATO OF TRANS-REC(5:2)          DELIMITED BY SIZE
        "-"                                  DELIMITED BY SIZE
        RENTEDATO OF TRANS-REC(7:2)          DELIMITED BY SIZE
        ": "                                 DELIMITED BY SIZE
        FUNCTION TRIM(WS-VALOER-EDIT)        DELIMITED BY SIZE
    INTO OUT-TEXT
    END-STRING
    WRITE OUT-REC
    .

*>-----------------------------------------------------------------
        WRITE OUT-REC
    END-IF

    IF TOTAL-STORNO-NUM NOT = 0
        MOVE TOTAL-STORNO-NUM TO TOTAL-STORNO-EDIT
        MOVE SPACES TO OUT-TEXT
        STRING
            "Tilbageførsler (DKK):  "
            TOTAL-STORNO-EDIT DELIMITED BY SIZE
        INTO OUT-TEXT
        END-STRING
        WRITE OUT-REC
    END-IF

    IF TOTAL-AFSKREVET-NUM NOT = 0
        MOVE TOTAL-AFSKREVET-NUM TO TOTAL-AFSKREVET-EDIT
        MOVE SPACES TO OUT-TEXT
        STRING
            "Afskrevet (DKK):       "
            TOTAL-AFSKREVET-EDIT DELIMITED BY SIZE
        INTO OUT-TEXT
        END-STRING
        WRITE OUT-REC
    END-IF

    MOVE SPACES TO OUT-TEXT
    STRING
        "Saldo (DKK):             "
    MOVE WS-TRANS-HASH-NUM    TO PS-HASH
    MOVE GT-TOTAL-RENTE-NUM   TO PS-TOTAL-RENTE
    MOVE GT-TOTAL-GEBYR-NUM   TO PS-TOTAL-GEBYR
    MOVE GT-TOTAL-STORNO-NUM  TO PS-TOTAL-STORNO
    MOVE GT-TOTAL-STORNO-DEBET-NUM TO PS-TOTAL-STORNO-DEBET
    MOVE GT-TOTAL-AFSKREVET-NUM TO PS-TOTAL-AFSKREVET
    MOVE GT-TOTAL-VALUTA-AVANCE-NUM TO PS-TOTAL-VALUTA-AVANCE
    WRITE PARTITION-SAMMENDRAG-REC
    CLOSE PartitionSammendragFil
    .
           AND VT-EFFEKTIV-DATO(IDX-VALUTA) >= WS-BEST-DATO
            MOVE VT-EFFEKTIV-DATO(IDX-VALUTA) TO WS-BEST-DATO
            MOVE VT-KURS(IDX-VALUTA)          TO WS-KURS
            MOVE VT-KOEBSKURS(IDX-VALUTA)     TO WS-KOEBSKURS
            MOVE VT-SALGSKURS(IDX-VALUTA)     TO WS-SALGSKURS
            MOVE "Y"                          TO WS-KURS-FUNDET
        END-IF
        ADD 1 TO IDX-VALUTA
    *> Slå den kurs op der var gældende på transaktionsdatoen
    PERFORM FIND-VALUTAKURS

    MOVE 0 TO WS-VALUTA-AVANCE-NUM
    IF WS-KURS-FUNDET = "Y"
        PERFORM BEREGN-KUNDEKURS-DKK
        MOVE WS-KUNDE-DKK-NUM TO BELØB-DKK-NUM
        PERFORM TJEK-VALUTAKURS-ALDER
    ELSE
        *> Ingen kurs fundet i Valutakurser.txt - brug fast kurs som
    END-IF
    .

*>-----------------------------------------------------------------
*>  BEREGN-KUNDEKURS-DKK – omregn BELØB-NUM med kundekursen til
*>  WS-KUNDE-DKK-NUM: en debitering til bankens salgskurs, en
*>  kreditering til købskursen. Forskellen til midtkursen er bankens
*>  valutaavance (WS-VALUTA-AVANCE-NUM, altid >= 0)
*>-----------------------------------------------------------------
BEREGN-KUNDEKURS-DKK.
    IF BELØB-NUM < 0
        COMPUTE WS-KUNDE-DKK-NUM = BELØB-NUM * WS-SALGSKURS
    ELSE
        COMPUTE WS-KUNDE-DKK-NUM = BELØB-NUM * WS-KOEBSKURS
    END-IF
    COMPUTE WS-MIDT-DKK-NUM = BELØB-NUM * WS-KURS
    COMPUTE WS-VALUTA-AVANCE-NUM = WS-MIDT-DKK-NUM - WS-KUNDE-DKK-NUM
    .

*>-----------------------------------------------------------------
*>  TJEK-VALUTAKURS-ALDER – flag til ValutaForaeldet.txt, hvis den
*>  kurs FIND-VALUTAKURS lige har matchet (WS-BEST-DATO) er ældre end
