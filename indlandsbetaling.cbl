>>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. INDLANDSBETALING.

*>-----------------------------------------------------------------
*>  INDLANDSBETALING – udgående indenlandske overførsler til andre
*>  danske banker via Nets, som hidtil er tastet i hånden. Den
*>  indenlandske pendant til UDLANDSBETALING og den udgående pendant
*>  til NETS-IMPORT.
*>
*>  Læser IndlandAnmodninger.txt (se INDLANDANMODNING.cpy) og
*>  validerer hver anmodning:
*>    - modtagerens REG-NR skal findes i Banker.txt
*>    - den betalende konto skal findes i KontoOpl.txt og må hverken
*>      være spærret i KontoSpaerring.txt (uanset spærretype, da en
*>      overførsel er en debitering) eller tilhøre et dødsbo
*>      (KUNDE-STATUS "B" i Kundeoplysninger.txt)
*>    - saldo (omregnet til DKK via nyeste kurs) plus en evt. gyldig
*>      kassekredit fra Kassekreditter.txt skal dække beløbet, efter
*>      fradrag af kørslens egne og endnu ikke bogførte overførsler
*>      fra samme konto
*>    - er anmodningen afgivet af en anden end kontohaveren
*>      (IA-ANMODET-AF udfyldt og hverken ejer eller medejer i
*>      KontoEjere.txt), kræves en gyldig fuldmagt i Fuldmagter.txt
*>      (FULDMAGT.cpy) fra kontohaveren med omfang betalinger eller
*>      fuld
*>    - OPGAVE10's regler for debiteringer: ingen overførsel fra en
*>      lovbunden opsparing før frigivelsesdatoen (LaastOpsparing.txt),
*>      ingen over kontoens grænse pr. postering eller pr. dag
*>      (Dagsgraenser.txt), og ingen fra en mindreårigs konto over
*>      grænsen i MindreaarigGraense.txt, medmindre en værge fra
*>      Vaerger.txt har afgivet anmodningen (se UDGAAENDETJEK.cpy).
*>      OPGAVE10 bogfører altid debiteringen af en overførsel, der er
*>      sendt, så kontrollen skal ske her
*>
*>  og skriver:
*>    - NetsUdgaaende.txt: den udgående fil til Nets i samme format
*>      som den indgående clearingfil (NETSCLEARING.cpy), med
*>      kontrolpost NetsUdgaaende.ctl (postantal + beløbs-hashtotal)
*>    - IndlandPoster.txt: den spejlende debitering af kundens konto
*>      i TRANSAKTIONER.cpy-format, lagt op i TransManifest.txt til
*>      næste OPGAVE10-kørsel - kumulativt, som UdlandsPoster.txt
*>    - IndlandAfvist.txt: afviste anmodninger med årsag
*>
*>  De behandlede anmodninger flyttes til IndlandBehandlet.txt, så en
*>  genkørsel ikke sender og debiterer dem en gang til
*>
*>  Går overførslen til en konto hos os selv, kontrolleres modtager-
*>  navnet mod kontoens ejer og medejere (se TJEK-MODTAGER-NAVN), og
*>  resultatet skrives på ModtagerTjek.txt. Passer navnet slet ikke,
*>  sendes overførslen ikke: debiteringen lægges i Ventende.txt og
*>  registreres i GraenseHoldt.txt med årsag "N", og anmodningen
*>  gemmes i IndlandHoldt.txt (INDLANDHOLDT.cpy). Når kunden har
*>  bekræftet den i ModtagerBekraeftelse.txt, sendes den til Nets ved
*>  næste kørsel (se BEHANDL-HOLDTE-OVERFOERSLER), og OPGAVE10 bogfører
*>  debiteringen. Kontrollerne ovenfor gentages, før den sendes; en
*>  bekræftet overførsel, der ikke består dem, bliver stående med
*>  bekræftelsen gemt i IndlandHoldt.txt
*>-----------------------------------------------------------------

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT AnmodningFil
        ASSIGN TO "IndlandAnmodninger.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-ANMODNING-STATUS.

    SELECT Bankfil
        ASSIGN TO "Banker.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-BANK-STATUS.

    SELECT Kontofil
        ASSIGN TO "KontoOpl.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-KONTO-STATUS.

    SELECT SpaerringFil
        ASSIGN TO "KontoSpaerring.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-SPAERRING-STATUS.

    SELECT KassekreditFil
        ASSIGN TO "Kassekreditter.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-KK-STATUS.

    SELECT Valutafil
        ASSIGN TO "Valutakurser.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-VALUTA-STATUS.

    *> Kundestamdata - kontoejerens navn/adresse og bo-status
    SELECT Kundeoplysninger
        ASSIGN TO "Kundeoplysninger.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-KUNDE-STATUS.

    SELECT NetsUdFil
        ASSIGN TO "NetsUdgaaende.txt"
        ORGANIZATION IS LINE SEQUENTIAL.

    SELECT NetsUdKontrolFil
        ASSIGN TO "NetsUdgaaende.ctl"
        ORGANIZATION IS LINE SEQUENTIAL.

    SELECT PosterFil
        ASSIGN TO "IndlandPoster.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-POSTER-STATUS.

    SELECT AfvistFil
        ASSIGN TO "IndlandAfvist.txt"
        ORGANIZATION IS LINE SEQUENTIAL.

    SELECT TransManifestFil
        ASSIGN TO "TransManifest.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-MANIFEST-STATUS.

    *> Fuldmagtsregistret og medejerne - begge valgfri
    SELECT FuldmagtFil
        ASSIGN TO "Fuldmagter.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FULDMAGT-STATUS.

    SELECT KontoEjereFil
        ASSIGN TO "KontoEjere.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-EJER-STATUS.

    *> Bankens egne REG-NR til navnekontrollen af modtageren - valgfri
    SELECT EgneRegFil
        ASSIGN TO "EgneRegNr.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-EGNE-REG-STATUS.

    *> Advarselsrapporten over navnekontrollen - kumulativ
    SELECT ModtagerTjekFil
        ASSIGN TO "ModtagerTjek.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-MODTAGER-TJEK-STATUS.

    *> En overførsel, hvis modtagernavn ikke passer, holdes i OPGAVE10's
    *> venteliste og grænseregister og gemmes i IndlandHoldt.txt, til
    *> kunden bekræfter den i ModtagerBekraeftelse.txt
    SELECT VentendeFil
        ASSIGN TO "Ventende.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-VENTENDE-STATUS.

    SELECT GraenseHoldtFil
        ASSIGN TO "GraenseHoldt.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-GRAENSE-HOLDT-STATUS.

    SELECT IndlandHoldtFil
        ASSIGN TO "IndlandHoldt.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-INDLAND-HOLDT-STATUS.

    SELECT IndlandHoldtNyFil
        ASSIGN TO "IndlandHoldt.new"
        ORGANIZATION IS LINE SEQUENTIAL.

    SELECT ModtagerBekraeftelseFil
        ASSIGN TO "ModtagerBekraeftelse.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-MODTAGER-BEKR-STATUS.

    SELECT ModtagerBekraeftelseNyFil
        ASSIGN TO "ModtagerBekraeftelse.new"
        ORGANIZATION IS LINE SEQUENTIAL.

    *> OPGAVE10's regler for debiteringer, kontrolleret før overførslen
    *> sendes (se UDGAAENDETJEK.cpy). Manglende filer betyder ingen
    *> lovbinding, ingen grænser og ingen værger
    SELECT LaastOpsparingFil
        ASSIGN TO "LaastOpsparing.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-UG-LO-STATUS.

    SELECT DagsgraenseFil
        ASSIGN TO "Dagsgraenser.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-UG-DG-STATUS.

    SELECT MindreaarigGraenseFil
        ASSIGN TO "MindreaarigGraense.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-UG-MINDRE-STATUS.

    SELECT VaergeFil
        ASSIGN TO "Vaerger.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-UG-VAERGE-STATUS.

DATA DIVISION.
FILE SECTION.

FD AnmodningFil.
01 RAW-ANMODNING PIC X(97).      *> 6+14+4+4+14+30+15+10 = 97
01 ANMODNING-REC REDEFINES RAW-ANMODNING.
   COPY "INDLANDANMODNING.cpy".

FD Bankfil.
01 RAW-BANK PIC X(130).
01 BANK-REC REDEFINES RAW-BANK.
   COPY "BANKER.cpy".

FD Kontofil.
01 RAW-KONTO PIC X(52).
01 KONTO-REC REDEFINES RAW-KONTO.
   COPY "KONTOOPL.cpy".

FD SpaerringFil.
01 RAW-SPAERRING PIC X(27).      *> 14+1+8+4 = 27
01 SPAERRING-REC REDEFINES RAW-SPAERRING.
   COPY "KONTOSPAERRING.cpy".

FD KassekreditFil.
01 RAW-KASSEKREDIT PIC X(41).    *> 14+15+8+4 = 41
01 KASSEKREDIT-REC REDEFINES RAW-KASSEKREDIT.
   COPY "KASSEKREDIT.cpy".

FD Valutafil.
01 RAW-VALUTA PIC X(38).
01 VALUTAKURS-REC REDEFINES RAW-VALUTA.
   COPY "VALUTAKURS.cpy".

*> Holdes bevidst rå - kun KUNDEID, NAVN, adressefelterne og
*> KUNDE-STATUS (270:1) hentes via reference-modifikation, samme
*> begrundelse som NETS-IMPORT
FD Kundeoplysninger.
01 RAW-KUNDE PIC X(302).

*> Den udgående Nets-fil - samme layout som den indgående
FD NetsUdFil.
01 RAW-NETS-UD PIC X(99).        *> 2+4+4+14+13+1+3+8+30+20 = 99
01 NETS-UD-REC REDEFINES RAW-NETS-UD.
   COPY "NETSCLEARING.cpy".

FD NetsUdKontrolFil.
01 NETS-UD-KONTROL-REC.
   02 NK-ANTAL PIC 9(9).
   02 FILLER   PIC X(1).
   02 NK-HASH  PIC 9(13)V99.

FD PosterFil.
01 RAW-POSTER PIC X(223).
01 POSTER-REC REDEFINES RAW-POSTER.
   COPY "TRANSAKTIONER.cpy".

FD AfvistFil.
01 AFVIST-REC.
   02 AFVIST-TEXT PIC X(150).

FD TransManifestFil.
01 MANIFEST-REC.
   02 MANIFEST-FILNAVN PIC X(60).

FD FuldmagtFil.
01 RAW-FULDMAGT PIC X(96).      *> 6+10+10+30+14+1+8+8+1+8 = 96
01 FULDMAGT-REC REDEFINES RAW-FULDMAGT.
   COPY "FULDMAGT.cpy".

FD KontoEjereFil.
01 RAW-EJER PIC X(25).          *> 14+1+10 = 25
01 EJER-REC REDEFINES RAW-EJER.
   COPY "KONTOEJERE.cpy".

FD EgneRegFil.
01 EGNE-REG-REC.
   02 ER-REG-NR PIC X(4).

FD ModtagerTjekFil.
01 MODTAGER-TJEK-REC.
   02 MODTAGER-TJEK-TEXT PIC X(200).

FD VentendeFil.
01 RAW-VENTENDE PIC X(223).

FD GraenseHoldtFil.
01 RAW-GRAENSE-HOLDT PIC X(58).  *> 14+20+8+15+1 = 58
01 GRAENSE-HOLDT-REC REDEFINES RAW-GRAENSE-HOLDT.
   COPY "GRAENSEHOLD.cpy".

FD IndlandHoldtFil.
01 RAW-INDLAND-HOLDT PIC X(129). *> 20+1+8+1+97+1+1 = 129
01 INDLAND-HOLDT-REC REDEFINES RAW-INDLAND-HOLDT.
   COPY "INDLANDHOLDT.cpy".

FD IndlandHoldtNyFil.
01 RAW-INDLAND-HOLDT-NY PIC X(129).

FD ModtagerBekraeftelseFil.
01 RAW-MODTAGER-BEKR PIC X(42).  *> 14+20+8 = 42
01 MODTAGER-BEKR-REC REDEFINES RAW-MODTAGER-BEKR.
   COPY "MODTAGERBEKRAEFT.cpy".

FD ModtagerBekraeftelseNyFil.
01 MODTAGER-BEKR-NY-REC.
   COPY "MODTAGERBEKRAEFT.cpy".

FD LaastOpsparingFil.
01 RAW-LAAST PIC X(69).          *> 14+10+8+11+4+11+11 = 69
01 LAAST-REC REDEFINES RAW-LAAST.
   COPY "LAASTOPSPARING.cpy".

FD DagsgraenseFil.
01 RAW-DAGSGRAENSE PIC X(41).    *> 1+14+13+13 = 41
01 DAGSGRAENSE-REC REDEFINES RAW-DAGSGRAENSE.
   COPY "DAGSGRAENSE.cpy".

FD MindreaarigGraenseFil.
01 MINDRE-GRAENSE-REC.
   02 MINDRE-GRAENSE-INP PIC 9(7)V99.

FD VaergeFil.
01 RAW-VAERGE PIC X(58).         *> 10+10+30+8 = 58
01 VAERGE-REC REDEFINES RAW-VAERGE.
   COPY "VAERGE.cpy".

WORKING-STORAGE SECTION.
01 EOF-ANMODNING   PIC X VALUE "N".
01 EOF-BANK        PIC X VALUE "N".
01 EOF-KONTO       PIC X VALUE "N".
01 EOF-SPAERRING   PIC X VALUE "N".
01 EOF-KK          PIC X VALUE "N".
01 EOF-VALUTA      PIC X VALUE "N".
01 EOF-KUNDE       PIC X VALUE "N".
01 EOF-POSTER      PIC X VALUE "N".
01 EOF-MANIFEST    PIC X VALUE "N".

01 WS-ANMODNING-STATUS  PIC XX VALUE SPACES.
01 WS-BANK-STATUS       PIC XX VALUE SPACES.
01 WS-KONTO-STATUS      PIC XX VALUE SPACES.
01 WS-SPAERRING-STATUS  PIC XX VALUE SPACES.
01 WS-KK-STATUS         PIC XX VALUE SPACES.
01 WS-VALUTA-STATUS     PIC XX VALUE SPACES.
01 WS-KUNDE-STATUS      PIC XX VALUE SPACES.
01 WS-POSTER-STATUS     PIC XX VALUE SPACES.
01 WS-MANIFEST-STATUS   PIC XX VALUE SPACES.
01 WS-ANMODNING-LAEST   PIC X  VALUE "N".

01 WS-DAGS-DATO PIC X(8) VALUE SPACES.

*> Kendte REG-NR fra Banker.txt
01 MAX-BANKER   PIC 9(5) VALUE 5000.
01 ANTAL-BANKER PIC 9(5) VALUE 0.
01 IDX-BANK     PIC 9(5).
01 BANK-REG-TABEL.
   02 T-BK-REG-NR OCCURS 5000 TIMES PIC X(4).

*> Kontostamdata - konto -> saldo/valuta/ejer, samt hvad der
*> allerede er reserveret af ikke-bogførte overførsler (i DKK)
01 MAX-KONTI   PIC 9(5) VALUE 50000.
01 ANTAL-KONTI PIC 9(5) VALUE 0.
01 IDX-KONTO   PIC 9(5).
01 KONTO-SALDO-TABEL.
   02 KONTO-SALDO-POST OCCURS 50000 TIMES.
      03 T-KS-KONTO-ID     PIC X(14).
      03 T-KS-BALANCE      PIC S9(11)V99.
      03 T-KS-VALUTA-KD    PIC X(3).
      03 T-KS-KUNDE-ID     PIC X(10).
      03 T-KS-KONTO-TYPE   PIC X(10).
      03 T-KS-RESERVERET   PIC S9(13)V99.

*> Spærrede konti fra KontoSpaerring.txt
01 MAX-SPAERRINGER   PIC 9(5) VALUE 5000.
01 ANTAL-SPAERRINGER PIC 9(5) VALUE 0.
01 IDX-SPAERRING     PIC 9(5).
01 SPAERRING-TABEL.
   02 T-SP-KONTO-ID OCCURS 5000 TIMES PIC X(14).

*> Bevilgede kassekreditter fra Kassekreditter.txt
01 MAX-KK   PIC 9(5) VALUE 5000.
01 ANTAL-KK PIC 9(5) VALUE 0.
01 IDX-KK   PIC 9(5).
01 KK-TABEL.
   02 KK-POST OCCURS 5000 TIMES.
      03 T-KK-KONTO-ID PIC X(14).
      03 T-KK-LIMIT    PIC S9(13)V99.
      03 T-KK-UDLOEB   PIC X(8).

*> Kunde -> navn/adresse/status-opslag fra Kundeoplysninger.txt
01 MAX-KUNDER   PIC 9(5) VALUE 50000.
01 ANTAL-KUNDER PIC 9(5) VALUE 0.
01 IDX-KUNDE    PIC 9(5).
01 KUNDE-ADR-TABEL.
   02 KUNDE-ADR-POST OCCURS 50000 TIMES.
      03 T-KA-KUNDEID PIC X(10).
      03 T-KA-NAVN    PIC X(30).
      03 T-KA-ADRESSE PIC X(50).
      03 T-KA-STATUS  PIC X(1).

01 WS-KUNDE-ID-FUNDET PIC X(10) VALUE SPACES.
01 WS-NAVN-FUNDET     PIC X(30) VALUE SPACES.
01 WS-ADRESSE-FUNDET  PIC X(50) VALUE SPACES.
01 WS-STATUS-FUNDET   PIC X(1)  VALUE SPACE.

*> Nyeste kurs pr. valuta, samme princip som UDLANDSBETALING
01 MAX-KURSER   PIC 9(4) VALUE 200.
01 ANTAL-KURSER PIC 9(4) VALUE 0.
01 IDX-KURS     PIC 9(4).
01 KURS-TABEL.
   02 KURS-POST OCCURS 200 TIMES.
      03 T-KU-VALUTA PIC X(3).
      03 T-KU-DATO   PIC X(8).
      03 T-KU-KURS   PIC 9(5)V9999.

01 WS-KURS-FUNDET  PIC X VALUE "N".
01 WS-KURS         PIC 9(5)V9999 VALUE 0.
01 WS-SOEGE-VALUTA PIC X(3) VALUE SPACES.

*> Den aktuelle anmodnings opslag og vurdering
01 WS-KONTO-IDX      PIC 9(5) VALUE 0.
01 WS-REG-NR-KENDT   PIC X VALUE "N".
01 WS-SPAERRET       PIC X VALUE "N".
01 WS-AFVIST-AARSAG  PIC X(50) VALUE SPACES.
01 WS-BELOB-NUM      PIC S9(11)V99 VALUE 0.
01 WS-DISPONIBELT    PIC S9(13)V99 VALUE 0.
01 WS-KK-LIMIT       PIC S9(13)V99 VALUE 0.

01 WS-BELOB-EDIT    PIC -(9)9.99.
01 WS-REFERENCE     PIC X(20) VALUE SPACES.
01 WS-TIDSPUNKT     PIC X(26) VALUE SPACES.
01 ANMOD-NR-EDIT    PIC 9(6).
01 WS-NETS-HASH     PIC 9(13)V99 VALUE 0.

*> De spejlende debiteringer samles og sorteres stigende på KONTO-ID,
*> samme begrundelse som i UDLANDSBETALING/NETS-IMPORT
01 MAX-POSTER   PIC 9(5) VALUE 10000.
01 ANTAL-POSTER PIC 9(5) VALUE 0.
01 IDX-POSTER   PIC 9(5).
01 IDX-POSTER-J PIC 9(5).
01 POSTER-TABEL.
   02 POSTER-LINJE OCCURS 10000 TIMES PIC X(223).
01 SWAP-POSTER-LINJE PIC X(223).

01 ANTAL-GODKENDT PIC 9(5) VALUE 0.
01 ANTAL-AFVIST   PIC 9(5) VALUE 0.

*> Fuldmagter og medejere til kontrollen af anmodninger afgivet af
*> en repræsentant (se TJEK-FULDMAGT)
01 WS-FULDMAGT-STATUS PIC XX VALUE SPACES.
01 WS-EJER-STATUS     PIC XX VALUE SPACES.
01 EOF-FULDMAGT       PIC X  VALUE "N".
01 EOF-EJER           PIC X  VALUE "N".
01 MAX-FULDMAGTER   PIC 9(5) VALUE 5000.
01 ANTAL-FULDMAGTER PIC 9(5) VALUE 0.
01 IDX-FULDMAGT     PIC 9(5).
01 FULDMAGT-TABEL.
   02 FULDMAGT-POST OCCURS 5000 TIMES.
      03 T-FM-GIVER     PIC X(10).
      03 T-FM-HAVER     PIC X(10).
      03 T-FM-KONTO-ID  PIC X(14).
      03 T-FM-OMFANG    PIC X(1).
      03 T-FM-START     PIC X(8).
      03 T-FM-UDLOEB    PIC X(8).
      03 T-FM-MARKERING PIC X(1).
01 MAX-MEDEJERE   PIC 9(5) VALUE 20000.
01 ANTAL-MEDEJERE PIC 9(5) VALUE 0.
01 IDX-MEDEJER    PIC 9(5).
01 MEDEJER-TABEL.
   02 MEDEJER-POST OCCURS 20000 TIMES.
      03 T-ME-KONTO-ID PIC X(14).
      03 T-ME-KUNDE-ID PIC X(10).
01 WS-ANMODET-AF     PIC X(10) VALUE SPACES.
01 WS-FM-KONTO-ID    PIC X(14) VALUE SPACES.
01 WS-FM-GIVER-OK    PIC X     VALUE "N".
*> Bedste fund: B = gyldig til betaling, V = kun indsigt,
*> U = udløbet/ikke startet/markeret, blank = ingen fuldmagt
01 WS-FM-RESULTAT    PIC X     VALUE SPACE.

*> Flettemanifestet genlæses og genskrives med posteringsfilen
*> tilføjet - samme fremgangsmåde som UDLANDSBETALING.
*> OPGAVE10 fletter op til MAX-MANIFEST kilder, men generatorerne
*> går aldrig over MANIFEST-GRAENSE - sidste plads er reserveret til
*> VentendeDue.txt, som OPGAVE10 selv lægger op
01 MAX-MANIFEST        PIC 9(2)  VALUE 16.
01 MANIFEST-GRAENSE    PIC 9(2)  VALUE 15.
01 ANTAL-MANIFEST      PIC 9(2)  VALUE 0.
01 IDX-MANIFEST        PIC 9(2).
01 WS-ALLEREDE-I-MANIFEST PIC X  VALUE "N".
01 POSTER-FILNAVN      PIC X(60) VALUE "IndlandPoster.txt".
01 MANIFEST-NAVN-TABEL.
   02 MANIFEST-NAVN OCCURS 16 TIMES PIC X(60).

*> Navnekontrol af modtageren, når der betales til en konto hos os
*> (se MODTAGERNAVNTJEK.cpy)
COPY "MODTAGERNAVNDATA.cpy".

*> Holdte overførsler (IndlandHoldt.txt) og kundernes bekræftelser
*> (ModtagerBekraeftelse.txt - OPGAVE10 arkiverer filen, når den har
*> frigivet debiteringerne). Filen skrives kun om, når en bekræftet
*> overførsel bliver stående (linjen tages ud, T-MB-FJERNET) eller en
*> tidligere bekræftet sendes (linjen sættes ind igen)
01 WS-INDLAND-HOLDT-STATUS PIC XX VALUE SPACES.
01 WS-MODTAGER-BEKR-STATUS PIC XX VALUE SPACES.
01 EOF-INDLAND-HOLDT       PIC X  VALUE "N".
01 EOF-MODTAGER-BEKR       PIC X  VALUE "N".
01 WS-IH-AABEN             PIC X  VALUE "N".
01 WS-BEKRAEFTET           PIC X  VALUE "N".
01 WS-MB-AENDRET           PIC X  VALUE "N".
01 WS-MB-FULD              PIC X  VALUE "N".
01 WS-MB-IDX               PIC 9(5) VALUE 0.
01 MAX-BEKRAEFT            PIC 9(5) VALUE 5000.
01 ANTAL-BEKRAEFT          PIC 9(5) VALUE 0.
01 IDX-BEKRAEFT            PIC 9(5).
01 BEKRAEFT-TABEL.
   02 BEKRAEFT-POST OCCURS 5000 TIMES.
      03 T-MB-KONTO-ID   PIC X(14).
      03 T-MB-REFERENCE  PIC X(20).
      03 T-MB-DATO       PIC X(8).
      03 T-MB-FJERNET    PIC X(1).
01 ANTAL-IH-FRIGIVET       PIC 9(5) VALUE 0.

*> Lovbinding, dagsgrænser og mindreåriges konti (se UDGAAENDETJEK.cpy)
COPY "UDGAAENDEGRAENSE.cpy".

PROCEDURE DIVISION.
    MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DAGS-DATO

    OPEN OUTPUT NetsUdFil
    OPEN OUTPUT AfvistFil

    PERFORM LAES-BANKER
    PERFORM LAES-KONTI
    PERFORM LAES-SPAERRINGER
    PERFORM LAES-KASSEKREDITTER
    PERFORM LAES-UDGAAENDE-GRAENSER
    PERFORM LAES-KUNDE-ADRESSER
    PERFORM LAES-KURSER
    PERFORM LAES-FULDMAGTER
    PERFORM LAES-MEDEJERE
    PERFORM LAES-EGNE-REG-NR
    PERFORM LAES-EKSISTERENDE-POSTER
    PERFORM AABN-MODTAGER-TJEK

    *> Først de tidligere holdte overførsler, kunden siden har
    *> bekræftet - de reserverer deres beløb før dagens anmodninger
    PERFORM BEHANDL-HOLDTE-OVERFOERSLER

    OPEN INPUT AnmodningFil
    IF WS-ANMODNING-STATUS = "00"
        MOVE "Y" TO WS-ANMODNING-LAEST
        PERFORM UNTIL EOF-ANMODNING = "Y"
            READ AnmodningFil
                AT END
                    MOVE "Y" TO EOF-ANMODNING
                NOT AT END
                    IF IA-KONTO-ID OF ANMODNING-REC NOT = SPACES
                        PERFORM BEHANDL-ANMODNING
                    END-IF
            END-READ
        END-PERFORM
        CLOSE AnmodningFil
    END-IF

    CLOSE NetsUdFil
    PERFORM SKRIV-NETS-KONTROLPOST

    PERFORM SORTER-POSTER
    PERFORM SKRIV-POSTER

    IF ANTAL-POSTER > 0
        PERFORM OPDATER-TRANS-MANIFEST
    END-IF

    *> Anmodningerne er nu sendt og debiteret (eller afvist) - flyt
    *> dem til behandlet-arkivet, så en genkørsel ikke behandler de
    *> samme anmodninger en gang til
    IF WS-ANMODNING-LAEST = "Y"
        CALL "SYSTEM" USING
            "cat IndlandAnmodninger.txt >> IndlandBehandlet.txt && rm -f IndlandAnmodninger.txt"
    END-IF

    CLOSE AfvistFil
    CLOSE ModtagerTjekFil
    IF WS-HOLD-AABEN = "Y"
        CLOSE VentendeFil
        CLOSE GraenseHoldtFil
    END-IF
    IF WS-IH-AABEN = "Y"
        CLOSE IndlandHoldtFil
    END-IF

    DISPLAY "INDLANDSBETALING gennemført - " ANTAL-GODKENDT
            " overfoersel(er) sendt til Nets, " ANTAL-AFVIST " afvist"
    IF ANTAL-MN-TJEKKET > 0 OR ANTAL-IH-FRIGIVET > 0
        DISPLAY "INDLANDSBETALING: " ANTAL-MN-TJEKKET
                " modtagernavn(e) kontrolleret, " ANTAL-MN-HOLDT
                " holdt til kundens bekraeftelse, " ANTAL-IH-FRIGIVET
                " bekraeftet og sendt"
    END-IF
    STOP RUN.

*>-----------------------------------------------------------------
*>  LAES-BANKER – læs Banker.txt ind, kun REG-NR, til validering af
*>  modtagerens registreringsnummer, samme indlæsning som NETS-IMPORT
*>-----------------------------------------------------------------
LAES-BANKER.
    OPEN INPUT Bankfil
    IF WS-BANK-STATUS = "00"
        PERFORM UNTIL EOF-BANK = "Y"
            READ Bankfil
                AT END
                    MOVE "Y" TO EOF-BANK
                NOT AT END
                    IF ANTAL-BANKER < MAX-BANKER
                        ADD 1 TO ANTAL-BANKER
                        MOVE REG-NR OF BANK-REC
                            TO T-BK-REG-NR(ANTAL-BANKER)
                    END-IF
            END-READ
        END-PERFORM
        CLOSE Bankfil
    END-IF
    .

*>-----------------------------------------------------------------
*>  LAES-KONTI – konto -> saldo/valuta/ejer/type fra KontoOpl.txt
*>-----------------------------------------------------------------
LAES-KONTI.
    OPEN INPUT Kontofil
    IF WS-KONTO-STATUS = "00"
        PERFORM UNTIL EOF-KONTO = "Y"
            READ Kontofil
                AT END
                    MOVE "Y" TO EOF-KONTO
                NOT AT END
                    IF ANTAL-KONTI < MAX-KONTI
                        ADD 1 TO ANTAL-KONTI
                        MOVE KONTO-ID  OF KONTO-REC
                            TO T-KS-KONTO-ID(ANTAL-KONTI)
                        MOVE BALANCE   OF KONTO-REC
                            TO T-KS-BALANCE(ANTAL-KONTI)
                        MOVE VALUTA-KD OF KONTO-REC
                            TO T-KS-VALUTA-KD(ANTAL-KONTI)
                        MOVE KUNDE-ID  OF KONTO-REC
                            TO T-KS-KUNDE-ID(ANTAL-KONTI)
                        MOVE KONTO-TYPE OF KONTO-REC
                            TO T-KS-KONTO-TYPE(ANTAL-KONTI)
                        MOVE 0 TO T-KS-RESERVERET(ANTAL-KONTI)
                    END-IF
            END-READ
        END-PERFORM
        CLOSE Kontofil
    END-IF
    .

*>-----------------------------------------------------------------
*>  LAES-SPAERRINGER – spærrede konti fra KontoSpaerring.txt. Både
*>  debet- og fuld spærring standser en udgående overførsel
*>-----------------------------------------------------------------
LAES-SPAERRINGER.
    OPEN INPUT SpaerringFil
    IF WS-SPAERRING-STATUS = "00"
        PERFORM UNTIL EOF-SPAERRING = "Y"
            READ SpaerringFil
                AT END
                    MOVE "Y" TO EOF-SPAERRING
                NOT AT END
                    IF SP-KONTO-ID OF SPAERRING-REC NOT = SPACES
                            AND ANTAL-SPAERRINGER < MAX-SPAERRINGER
                        ADD 1 TO ANTAL-SPAERRINGER
                        MOVE SP-KONTO-ID OF SPAERRING-REC
                            TO T-SP-KONTO-ID(ANTAL-SPAERRINGER)
                    END-IF
            END-READ
        END-PERFORM
        CLOSE SpaerringFil
    END-IF
    .

*>-----------------------------------------------------------------
*>  LAES-KASSEKREDITTER – bevilgede kassekreditter; kun en facilitet,
*>  der ikke er udløbet, tæller med i dækningen (som i OPGAVE10)
*>-----------------------------------------------------------------
LAES-KASSEKREDITTER.
    OPEN INPUT KassekreditFil
    IF WS-KK-STATUS = "00"
        PERFORM UNTIL EOF-KK = "Y"
            READ KassekreditFil
                AT END
                    MOVE "Y" TO EOF-KK
                NOT AT END
                    IF KAS-KONTO-ID OF KASSEKREDIT-REC NOT = SPACES
                            AND ANTAL-KK < MAX-KK
                        ADD 1 TO ANTAL-KK
                        MOVE KAS-KONTO-ID OF KASSEKREDIT-REC
                            TO T-KK-KONTO-ID(ANTAL-KK)
                        MOVE FUNCTION NUMVAL(KAS-LIMIT OF KASSEKREDIT-REC)
                            TO T-KK-LIMIT(ANTAL-KK)
                        MOVE KAS-UDLOEB OF KASSEKREDIT-REC
                            TO T-KK-UDLOEB(ANTAL-KK)
                    END-IF
            END-READ
        END-PERFORM
        CLOSE KassekreditFil
    END-IF
    .

*>-----------------------------------------------------------------
*>  LAES-KUNDE-ADRESSER – kunde -> navn, sammensat adresse og
*>  KUNDE-STATUS fra Kundeoplysninger.txt; kunder under 18 år efter
*>  CPR-NR (281:11) noteres til kontrollen af mindreåriges konti
*>-----------------------------------------------------------------
LAES-KUNDE-ADRESSER.
    OPEN INPUT Kundeoplysninger
    IF WS-KUNDE-STATUS = "00"
        PERFORM UNTIL EOF-KUNDE = "Y"
            READ Kundeoplysninger
                AT END
                    MOVE "Y" TO EOF-KUNDE
                NOT AT END
                    IF ANTAL-KUNDER < MAX-KUNDER
                        ADD 1 TO ANTAL-KUNDER
                        MOVE RAW-KUNDE(1:10)
                            TO T-KA-KUNDEID(ANTAL-KUNDER)
                        MOVE RAW-KUNDE(51:30)
                            TO T-KA-NAVN(ANTAL-KUNDER)
                        MOVE RAW-KUNDE(270:1)
                            TO T-KA-STATUS(ANTAL-KUNDER)
                        MOVE SPACES TO T-KA-ADRESSE(ANTAL-KUNDER)
                        STRING
                            FUNCTION TRIM(RAW-KUNDE(92:35))
                                DELIMITED BY SIZE
                            " "          DELIMITED BY SIZE
                            FUNCTION TRIM(RAW-KUNDE(127:6))
                                DELIMITED BY SIZE
                            ", "         DELIMITED BY SIZE
                            RAW-KUNDE(174:4) DELIMITED BY SIZE
                            " "          DELIMITED BY SIZE
                            FUNCTION TRIM(RAW-KUNDE(139:35))
                                DELIMITED BY SIZE
                        INTO T-KA-ADRESSE(ANTAL-KUNDER)
                        END-STRING
                        MOVE RAW-KUNDE(1:10)   TO WS-UG-KUNDE-ID
                        MOVE RAW-KUNDE(281:11) TO WS-UG-CPR
                        PERFORM REGISTRER-MINDREAARIG
                    END-IF
            END-READ
        END-PERFORM
        CLOSE Kundeoplysninger
    END-IF
    .

*>-----------------------------------------------------------------
*>  LAES-KURSER – behold den nyeste kurs pr. valuta, samme princip
*>  som UDLANDSBETALING
*>-----------------------------------------------------------------
LAES-KURSER.
    OPEN INPUT Valutafil
    IF WS-VALUTA-STATUS = "00"
        PERFORM UNTIL EOF-VALUTA = "Y"
            READ Valutafil
                AT END
                    MOVE "Y" TO EOF-VALUTA
                NOT AT END
                    PERFORM OPDATER-KURS
            END-READ
        END-PERFORM
        CLOSE Valutafil
    END-IF
    .

OPDATER-KURS.
    MOVE 1 TO IDX-KURS
    PERFORM UNTIL IDX-KURS > ANTAL-KURSER
        IF T-KU-VALUTA(IDX-KURS) = VK-VALUTAKODE OF VALUTAKURS-REC
            IF VK-EFFEKTIV-DATO OF VALUTAKURS-REC
                    >= T-KU-DATO(IDX-KURS)
                MOVE VK-EFFEKTIV-DATO OF VALUTAKURS-REC
                    TO T-KU-DATO(IDX-KURS)
                MOVE VK-KURS OF VALUTAKURS-REC
                    TO T-KU-KURS(IDX-KURS)
            END-IF
            EXIT PARAGRAPH
        END-IF
        ADD 1 TO IDX-KURS
    END-PERFORM

    IF ANTAL-KURSER < MAX-KURSER
        ADD 1 TO ANTAL-KURSER
        MOVE VK-VALUTAKODE    OF VALUTAKURS-REC
            TO T-KU-VALUTA(ANTAL-KURSER)
        MOVE VK-EFFEKTIV-DATO OF VALUTAKURS-REC
            TO T-KU-DATO(ANTAL-KURSER)
        MOVE VK-KURS          OF VALUTAKURS-REC
            TO T-KU-KURS(ANTAL-KURSER)
    END-IF
    .

*>-----------------------------------------------------------------
*>  FIND-NYESTE-KURS – nyeste kendte kurs for WS-SOEGE-VALUTA. DKK
*>  står altid i kurs 1, uanset kurstabellen
*>-----------------------------------------------------------------
FIND-NYESTE-KURS.
    IF FUNCTION TRIM(WS-SOEGE-VALUTA) = "DKK"
            OR WS-SOEGE-VALUTA = SPACES
        MOVE "Y" TO WS-KURS-FUNDET
        MOVE 1   TO WS-KURS
    ELSE
        MOVE "N" TO WS-KURS-FUNDET
        MOVE 0   TO WS-KURS
        MOVE 1   TO IDX-KURS
        PERFORM UNTIL IDX-KURS > ANTAL-KURSER
            IF T-KU-VALUTA(IDX-KURS) = WS-SOEGE-VALUTA
                MOVE "Y" TO WS-KURS-FUNDET
                MOVE T-KU-KURS(IDX-KURS) TO WS-KURS
                EXIT PERFORM
            END-IF
            ADD 1 TO IDX-KURS
        END-PERFORM
    END-IF
    .

*>-----------------------------------------------------------------
*>  LAES-EKSISTERENDE-POSTER – læs et evt. eksisterende udtræk ind i
*>  POSTER-TABEL, før der genereres nyt. Debiteringer, OPGAVE10
*>  endnu ikke har bogført, bevares dermed - og de reserverer deres
*>  beløb på kontoen, så dækningen ikke bruges to gange. Dagens
*>  tæller desuden med i kontoens sum over for dagsgrænsen
*>-----------------------------------------------------------------
LAES-EKSISTERENDE-POSTER.
    OPEN INPUT PosterFil
    IF WS-POSTER-STATUS = "00"
        PERFORM UNTIL EOF-POSTER = "Y"
            READ PosterFil
                AT END
                    MOVE "Y" TO EOF-POSTER
                NOT AT END
                    IF ANTAL-POSTER < MAX-POSTER
                        ADD 1 TO ANTAL-POSTER
                        MOVE RAW-POSTER
                            TO POSTER-LINJE(ANTAL-POSTER)
                        MOVE 1 TO IDX-KONTO
                        PERFORM UNTIL IDX-KONTO > ANTAL-KONTI
                            IF T-KS-KONTO-ID(IDX-KONTO)
                                    = KONTO-ID OF POSTER-REC
                                SUBTRACT FUNCTION NUMVAL(BELØB-TEXT OF POSTER-REC)
                                    FROM T-KS-RESERVERET(IDX-KONTO)
                                EXIT PERFORM
                            END-IF
                            ADD 1 TO IDX-KONTO
                        END-PERFORM
                        IF TIDSPUNKT OF POSTER-REC(1:4) = WS-DAGS-DATO(1:4)
                                AND TIDSPUNKT OF POSTER-REC(6:2)
                                    = WS-DAGS-DATO(5:2)
                                AND TIDSPUNKT OF POSTER-REC(9:2)
                                    = WS-DAGS-DATO(7:2)
                            MOVE KONTO-ID OF POSTER-REC TO WS-UG-KONTO-ID
                            COMPUTE WS-UG-BELOB-DKK = FUNCTION NUMVAL(
                                BELØB-TEXT OF POSTER-REC) * -1
                            PERFORM REGISTRER-UDGAAENDE
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
        CLOSE PosterFil
    END-IF
    .

*>-----------------------------------------------------------------
*>  BEHANDL-ANMODNING – validér én overførselsanmodning og skriv
*>  enten Nets-linjen + den spejlende debitering, eller en afvisning
*>-----------------------------------------------------------------
BEHANDL-ANMODNING.
    MOVE SPACES TO WS-AFVIST-AARSAG

    PERFORM TJEK-REG-NR
    IF WS-REG-NR-KENDT = "N"
        MOVE "modtagende REG-NR ukendt i Banker.txt"
            TO WS-AFVIST-AARSAG
    END-IF

    IF WS-AFVIST-AARSAG = SPACES
        PERFORM FIND-KONTO-SALDO
        IF WS-KONTO-IDX = 0
            MOVE "KONTO-ID ukendt i KontoOpl.txt"
                TO WS-AFVIST-AARSAG
        END-IF
    END-IF

    IF WS-AFVIST-AARSAG = SPACES
        PERFORM TJEK-SPAERRING
        IF WS-SPAERRET = "Y"
            MOVE "kontoen er spaerret i KontoSpaerring.txt"
                TO WS-AFVIST-AARSAG
        END-IF
    END-IF

    IF WS-AFVIST-AARSAG = SPACES
        MOVE T-KS-KUNDE-ID(WS-KONTO-IDX) TO WS-KUNDE-ID-FUNDET
        PERFORM FIND-KUNDE-ADRESSE
        IF WS-STATUS-FUNDET = "B"
            MOVE "kontoen tilhoerer et doedsbo - debitering standset"
                TO WS-AFVIST-AARSAG
        END-IF
    END-IF

    IF WS-AFVIST-AARSAG = SPACES
        MOVE IA-ANMODET-AF OF ANMODNING-REC TO WS-ANMODET-AF
        MOVE IA-KONTO-ID   OF ANMODNING-REC TO WS-FM-KONTO-ID
        PERFORM TJEK-FULDMAGT
    END-IF

    IF WS-AFVIST-AARSAG = SPACES
        PERFORM TJEK-DAEKNING
    END-IF

    IF WS-AFVIST-AARSAG = SPACES
        PERFORM TJEK-BETALINGSGRAENSER
    END-IF

    IF WS-AFVIST-AARSAG NOT = SPACES
        PERFORM SKRIV-AFVISNING
        EXIT PARAGRAPH
    END-IF

    *> Til en konto hos os: passer modtagernavnet slet ikke til
    *> kontohaverne, holdes overførslen til kunden bekræfter den
    PERFORM DAN-REFERENCE
    MOVE IA-KONTO-ID    OF ANMODNING-REC TO WS-MN-BETALER-KONTO
    MOVE IA-MODT-REG-NR OF ANMODNING-REC TO WS-MN-MODT-REG
    MOVE IA-MODT-KONTO  OF ANMODNING-REC TO WS-MN-MODT-KONTO
    MOVE IA-MODTAGER    OF ANMODNING-REC TO WS-MN-MODTAGER
    PERFORM TJEK-MODTAGER-NAVN

    IF WS-MN-RESULTAT = "I"
        PERFORM HOLD-ANMODNING
    ELSE
        PERFORM SKRIV-NETS-LINJE
        PERFORM GENERER-DEBITERING
        PERFORM REGISTRER-UDGAAENDE
        ADD 1 TO ANTAL-GODKENDT
    END-IF
    ADD WS-BELOB-NUM TO T-KS-RESERVERET(WS-KONTO-IDX)
    .

TJEK-REG-NR.
    MOVE "N" TO WS-REG-NR-KENDT
    MOVE 1   TO IDX-BANK
    PERFORM UNTIL IDX-BANK > ANTAL-BANKER
        IF FUNCTION TRIM(T-BK-REG-NR(IDX-BANK)) =
           FUNCTION TRIM(IA-MODT-REG-NR OF ANMODNING-REC)
            MOVE "Y" TO WS-REG-NR-KENDT
            EXIT PERFORM
        END-IF
        ADD 1 TO IDX-BANK
    END-PERFORM
    .

FIND-KONTO-SALDO.
    MOVE 0 TO WS-KONTO-IDX
    MOVE 1 TO IDX-KONTO
    PERFORM UNTIL IDX-KONTO > ANTAL-KONTI
        IF T-KS-KONTO-ID(IDX-KONTO) = IA-KONTO-ID OF ANMODNING-REC
            MOVE IDX-KONTO TO WS-KONTO-IDX
            EXIT PERFORM
        END-IF
        ADD 1 TO IDX-KONTO
    END-PERFORM
    .

TJEK-SPAERRING.
    MOVE "N" TO WS-SPAERRET
    MOVE 1   TO IDX-SPAERRING
    PERFORM UNTIL IDX-SPAERRING > ANTAL-SPAERRINGER
        IF T-SP-KONTO-ID(IDX-SPAERRING) = IA-KONTO-ID OF ANMODNING-REC
            MOVE "Y" TO WS-SPAERRET
            EXIT PERFORM
        END-IF
        ADD 1 TO IDX-SPAERRING
    END-PERFORM
    .

*>-----------------------------------------------------------------
*>  TJEK-DAEKNING – disponibelt beløb i DKK = saldo omregnet via
*>  nyeste kurs + en gyldig kassekredit - allerede reserverede,
*>  ikke bogførte overførsler. Afvis hvis det ikke dækker beløbet
*>-----------------------------------------------------------------
TJEK-DAEKNING.
    MOVE FUNCTION NUMVAL(IA-BELOB OF ANMODNING-REC) TO WS-BELOB-NUM
    IF WS-BELOB-NUM <= 0
        MOVE "beloeb skal vaere positivt" TO WS-AFVIST-AARSAG
        EXIT PARAGRAPH
    END-IF

    MOVE T-KS-VALUTA-KD(WS-KONTO-IDX) TO WS-SOEGE-VALUTA
    PERFORM FIND-NYESTE-KURS
    IF WS-KURS-FUNDET = "N"
        MOVE "kontoens valuta uden kurs - daekning kan ikke vurderes"
            TO WS-AFVIST-AARSAG
        EXIT PARAGRAPH
    END-IF

    MOVE 0 TO WS-KK-LIMIT
    MOVE 1 TO IDX-KK
    PERFORM UNTIL IDX-KK > ANTAL-KK
        IF T-KK-KONTO-ID(IDX-KK) = IA-KONTO-ID OF ANMODNING-REC
                AND WS-DAGS-DATO <= T-KK-UDLOEB(IDX-KK)
            MOVE T-KK-LIMIT(IDX-KK) TO WS-KK-LIMIT
            EXIT PERFORM
        END-IF
        ADD 1 TO IDX-KK
    END-PERFORM

    COMPUTE WS-DISPONIBELT = T-KS-BALANCE(WS-KONTO-IDX) * WS-KURS
                           + WS-KK-LIMIT
                           - T-KS-RESERVERET(WS-KONTO-IDX)
    IF WS-DISPONIBELT < WS-BELOB-NUM
        MOVE "utilstraekkelig daekning (saldo + kassekredit)"
            TO WS-AFVIST-AARSAG
    END-IF
    .

*>-----------------------------------------------------------------
*>  TJEK-BETALINGSGRAENSER – lovbinding, mindreårig ejer og kontoens
*>  dagsgrænser for overførslen på WS-BELOB-NUM (DKK) fra den fundne
*>  konto (WS-KONTO-IDX); se TJEK-UDGAAENDE-GRAENSER
*>-----------------------------------------------------------------
TJEK-BETALINGSGRAENSER.
    MOVE IA-KONTO-ID   OF ANMODNING-REC TO WS-UG-KONTO-ID
    MOVE T-KS-KONTO-TYPE(WS-KONTO-IDX)  TO WS-UG-KONTO-TYPE
    MOVE T-KS-KUNDE-ID(WS-KONTO-IDX)    TO WS-UG-EJER
    MOVE IA-ANMODET-AF OF ANMODNING-REC TO WS-UG-ANMODET-AF
    MOVE WS-BELOB-NUM                   TO WS-UG-BELOB-DKK
    PERFORM TJEK-UDGAAENDE-GRAENSER
    MOVE WS-UG-AARSAG TO WS-AFVIST-AARSAG
    .

*>-----------------------------------------------------------------
*>  LAES-FULDMAGTER – Fuldmagter.txt ind i FULDMAGT-TABEL
*>-----------------------------------------------------------------
LAES-FULDMAGTER.
    OPEN INPUT FuldmagtFil
    IF WS-FULDMAGT-STATUS = "00"
        PERFORM UNTIL EOF-FULDMAGT = "Y"
            READ FuldmagtFil
                AT END
                    MOVE "Y" TO EOF-FULDMAGT
                NOT AT END
                    IF FM-HAVER-ID NOT = SPACES
                            AND ANTAL-FULDMAGTER < MAX-FULDMAGTER
                        ADD 1 TO ANTAL-FULDMAGTER
                        MOVE FM-GIVER-KUNDEID
                            TO T-FM-GIVER(ANTAL-FULDMAGTER)
                        MOVE FM-HAVER-ID
                            TO T-FM-HAVER(ANTAL-FULDMAGTER)
                        MOVE FM-KONTO-ID
                            TO T-FM-KONTO-ID(ANTAL-FULDMAGTER)
                        MOVE FM-OMFANG
                            TO T-FM-OMFANG(ANTAL-FULDMAGTER)
                        MOVE FM-START-DATO
                            TO T-FM-START(ANTAL-FULDMAGTER)
                        MOVE FM-UDLOEB-DATO
                            TO T-FM-UDLOEB(ANTAL-FULDMAGTER)
                        MOVE FM-MARKERING
                            TO T-FM-MARKERING(ANTAL-FULDMAGTER)
                    END-IF
            END-READ
        END-PERFORM
        CLOSE FuldmagtFil
    END-IF
    .

LAES-MEDEJERE.
    OPEN INPUT KontoEjereFil
    IF WS-EJER-STATUS = "00"
        PERFORM UNTIL EOF-EJER = "Y"
            READ KontoEjereFil
                AT END
                    MOVE "Y" TO EOF-EJER
                NOT AT END
                    IF KE-KONTO-ID NOT = SPACES
                            AND ANTAL-MEDEJERE < MAX-MEDEJERE
                        ADD 1 TO ANTAL-MEDEJERE
                        MOVE KE-KONTO-ID
                            TO T-ME-KONTO-ID(ANTAL-MEDEJERE)
                        MOVE KE-KUNDE-ID
                            TO T-ME-KUNDE-ID(ANTAL-MEDEJERE)
                    END-IF
            END-READ
        END-PERFORM
        CLOSE KontoEjereFil
    END-IF
    .

*>-----------------------------------------------------------------
*>  TJEK-FULDMAGT – er anmodningen afgivet af en anden end kontoens
*>  ejer eller en medejer, skal der være en fuldmagt fra ejeren (eller
*>  en medejer) til den pågældende, der dækker kontoen, er trådt i
*>  kraft, ikke er udløbet eller markeret, og har omfang betalinger
*>  eller fuld. Afvisningsårsagen siger, hvad der manglede
*>-----------------------------------------------------------------
TJEK-FULDMAGT.
    IF WS-ANMODET-AF = SPACES
            OR WS-ANMODET-AF = T-KS-KUNDE-ID(WS-KONTO-IDX)
        EXIT PARAGRAPH
    END-IF

    MOVE 1 TO IDX-MEDEJER
    PERFORM UNTIL IDX-MEDEJER > ANTAL-MEDEJERE
        IF T-ME-KONTO-ID(IDX-MEDEJER) = WS-FM-KONTO-ID
                AND T-ME-KUNDE-ID(IDX-MEDEJER) = WS-ANMODET-AF
            EXIT PARAGRAPH
        END-IF
        ADD 1 TO IDX-MEDEJER
    END-PERFORM

    MOVE SPACE TO WS-FM-RESULTAT
    MOVE 1 TO IDX-FULDMAGT
    PERFORM UNTIL IDX-FULDMAGT > ANTAL-FULDMAGTER
               OR WS-FM-RESULTAT = "B"
        IF T-FM-HAVER(IDX-FULDMAGT) = WS-ANMODET-AF
                AND (T-FM-KONTO-ID(IDX-FULDMAGT) = WS-FM-KONTO-ID
                     OR T-FM-KONTO-ID(IDX-FULDMAGT) = SPACES)
            PERFORM TJEK-FULDMAGT-GIVER
            IF WS-FM-GIVER-OK = "Y"
                EVALUATE TRUE
                    WHEN T-FM-MARKERING(IDX-FULDMAGT) NOT = SPACE
                        OR T-FM-START(IDX-FULDMAGT) > WS-DAGS-DATO
                        OR (T-FM-UDLOEB(IDX-FULDMAGT) NOT = SPACES
                            AND T-FM-UDLOEB(IDX-FULDMAGT) < WS-DAGS-DATO)
                        IF WS-FM-RESULTAT = SPACE
                            MOVE "U" TO WS-FM-RESULTAT
                        END-IF
                    WHEN T-FM-OMFANG(IDX-FULDMAGT) = "B"
                        OR T-FM-OMFANG(IDX-FULDMAGT) = "F"
                        MOVE "B" TO WS-FM-RESULTAT
                    WHEN OTHER
                        MOVE "V" TO WS-FM-RESULTAT
                END-EVALUATE
            END-IF
        END-IF
        ADD 1 TO IDX-FULDMAGT
    END-PERFORM

    EVALUATE WS-FM-RESULTAT
        WHEN "B"
            CONTINUE
        WHEN "V"
            MOVE "fuldmagten daekker kun indsigt, ikke betalinger"
                TO WS-AFVIST-AARSAG
        WHEN "U"
            MOVE "fuldmagten er udloebet, ej i kraft eller markeret"
                TO WS-AFVIST-AARSAG
        WHEN OTHER
            MOVE "anmoder er ikke kontohaver og har ingen fuldmagt"
                TO WS-AFVIST-AARSAG
    END-EVALUATE
    .

*>-----------------------------------------------------------------
*>  TJEK-FULDMAGT-GIVER – fuldmagten i IDX-FULDMAGT skal være givet af
*>  kontoens ejer eller en af dens medejere
*>-----------------------------------------------------------------
TJEK-FULDMAGT-GIVER.
    MOVE "N" TO WS-FM-GIVER-OK
    IF T-FM-GIVER(IDX-FULDMAGT) = T-KS-KUNDE-ID(WS-KONTO-IDX)
        MOVE "Y" TO WS-FM-GIVER-OK
        EXIT PARAGRAPH
    END-IF
    MOVE 1 TO IDX-MEDEJER
    PERFORM UNTIL IDX-MEDEJER > ANTAL-MEDEJERE
        IF T-ME-KONTO-ID(IDX-MEDEJER) = WS-FM-KONTO-ID
                AND T-ME-KUNDE-ID(IDX-MEDEJER) = T-FM-GIVER(IDX-FULDMAGT)
            MOVE "Y" TO WS-FM-GIVER-OK
            EXIT PERFORM
        END-IF
        ADD 1 TO IDX-MEDEJER
    END-PERFORM
    .

*>-----------------------------------------------------------------
*>  SKRIV-AFVISNING – én afvist anmodning med årsag
*>-----------------------------------------------------------------
SKRIV-AFVISNING.
    ADD 1 TO ANTAL-AFVIST
    MOVE SPACES TO AFVIST-TEXT
    STRING
        "Anmodning "                                  DELIMITED BY SIZE
        IA-ANMOD-NR OF ANMODNING-REC                  DELIMITED BY SIZE
        ", konto "                                    DELIMITED BY SIZE
        FUNCTION TRIM(IA-KONTO-ID OF ANMODNING-REC)   DELIMITED BY SIZE
        " afvist - "                                  DELIMITED BY SIZE
        FUNCTION TRIM(WS-AFVIST-AARSAG)               DELIMITED BY SIZE
    INTO AFVIST-TEXT
    END-STRING
    WRITE AFVIST-REC
    .

*>-----------------------------------------------------------------
*>  DAN-REFERENCE – referencen "IB" + anmodningsnr + dato, som går
*>  igen på Nets-linjen og debiteringen
*>-----------------------------------------------------------------
DAN-REFERENCE.
    MOVE IA-ANMOD-NR OF ANMODNING-REC TO ANMOD-NR-EDIT
    MOVE SPACES TO WS-REFERENCE
    STRING
        "IB"          DELIMITED BY SIZE
        ANMOD-NR-EDIT DELIMITED BY SIZE
        WS-DAGS-DATO  DELIMITED BY SIZE
    INTO WS-REFERENCE
    END-STRING
    .

*>-----------------------------------------------------------------
*>  SKRIV-NETS-LINJE – én betalingspost (type 22) i den udgående
*>  Nets-fil. Afsender er vores REG-NR og kontoejerens navn; Nets-
*>  referencen er WS-REFERENCE (se DAN-REFERENCE)
*>-----------------------------------------------------------------
SKRIV-NETS-LINJE.
    MOVE SPACES TO NETS-UD-REC
    SET NC-BETALING OF NETS-UD-REC TO TRUE
    MOVE IA-REG-NR      OF ANMODNING-REC TO NC-AFS-REG-NR  OF NETS-UD-REC
    MOVE IA-MODT-REG-NR OF ANMODNING-REC TO NC-MODT-REG-NR OF NETS-UD-REC
    MOVE IA-MODT-KONTO  OF ANMODNING-REC TO NC-KONTO-ID    OF NETS-UD-REC
    COMPUTE NC-BELOB-OERE OF NETS-UD-REC = WS-BELOB-NUM * 100
    MOVE "+"            TO NC-FORTEGN        OF NETS-UD-REC
    MOVE "DKK"          TO NC-VALUTA         OF NETS-UD-REC
    MOVE WS-DAGS-DATO   TO NC-DATO           OF NETS-UD-REC
    MOVE WS-NAVN-FUNDET TO NC-AFSENDER-NAVN  OF NETS-UD-REC
    MOVE WS-REFERENCE   TO NC-NETS-REFERENCE OF NETS-UD-REC
    WRITE NETS-UD-REC
    ADD WS-BELOB-NUM TO WS-NETS-HASH
    .

*>-----------------------------------------------------------------
*>  SKRIV-NETS-KONTROLPOST – postantal og beløbs-hashtotal for den
*>  udgående fil, i samme format som Transaktioner.ctl
*>-----------------------------------------------------------------
SKRIV-NETS-KONTROLPOST.
    OPEN OUTPUT NetsUdKontrolFil
    MOVE SPACES TO NETS-UD-KONTROL-REC
    MOVE ANTAL-GODKENDT TO NK-ANTAL
    MOVE WS-NETS-HASH   TO NK-HASH
    WRITE NETS-UD-KONTROL-REC
    CLOSE NetsUdKontrolFil
    .

*>-----------------------------------------------------------------
*>  GENERER-DEBITERING – den spejlende debitering af kundens konto i
*>  TRANSAKTIONER.cpy-format, til næste OPGAVE10-kørsel, adresseret
*>  med ejerens navn/adresse. Samme reference som Nets-linjen, så
*>  posteringen kan spores til den udgående betaling
*>-----------------------------------------------------------------
GENERER-DEBITERING.
    IF ANTAL-POSTER >= MAX-POSTER
        DISPLAY "INDLANDSBETALING: POSTER-TABEL fuld - debitering for "
                "anmodning " IA-ANMOD-NR OF ANMODNING-REC
                " ikke genereret"
        EXIT PARAGRAPH
    END-IF

    PERFORM DAN-DEBITERING
    ADD 1 TO ANTAL-POSTER
    MOVE RAW-POSTER TO POSTER-LINJE(ANTAL-POSTER)
    .

*>-----------------------------------------------------------------
*>  DAN-DEBITERING – byg debiteringslinjen i RAW-POSTER
*>-----------------------------------------------------------------
DAN-DEBITERING.
    MOVE SPACES TO RAW-POSTER
    MOVE WS-NAVN-FUNDET    TO NAVN    OF POSTER-REC
    MOVE WS-ADRESSE-FUNDET TO ADRESSE OF POSTER-REC
    MOVE "Overførsel" TO TRANSAKTIONSTYPE OF POSTER-REC
    MOVE IA-KONTO-ID OF ANMODNING-REC TO KONTO-ID OF POSTER-REC
    MOVE IA-REG-NR   OF ANMODNING-REC TO REG-NR   OF POSTER-REC
    MOVE IA-MODTAGER OF ANMODNING-REC(1:20) TO BUTIK OF POSTER-REC

    COMPUTE WS-BELOB-EDIT = WS-BELOB-NUM * -1
    MOVE WS-BELOB-EDIT TO BELØB-TEXT OF POSTER-REC
    MOVE "DKK"         TO VALUTA     OF POSTER-REC
    MOVE WS-REFERENCE  TO TRANS-REFERENCE OF POSTER-REC

    MOVE SPACES TO WS-TIDSPUNKT
    STRING
        WS-DAGS-DATO(1:4) DELIMITED BY SIZE
        "-"               DELIMITED BY SIZE
        WS-DAGS-DATO(5:2) DELIMITED BY SIZE
        "-"               DELIMITED BY SIZE
        WS-DAGS-DATO(7:2) DELIMITED BY SIZE
        " 00:00:00"       DELIMITED BY SIZE
    INTO WS-TIDSPUNKT
    END-STRING
    MOVE WS-TIDSPUNKT TO TIDSPUNKT OF POSTER-REC
    .

*>-----------------------------------------------------------------
*>  HOLD-ANMODNING – overførslen sendes ikke: debiteringen holdes i
*>  Ventende.txt/GraenseHoldt.txt, og anmodningen gemmes uændret i
*>  IndlandHoldt.txt under debiteringens reference, til kunden har
*>  bekræftet modtageren
*>-----------------------------------------------------------------
HOLD-ANMODNING.
    PERFORM DAN-DEBITERING
    PERFORM HOLD-BETALING

    IF WS-IH-AABEN = "N"
        OPEN EXTEND IndlandHoldtFil
        IF WS-INDLAND-HOLDT-STATUS = "35"
            OPEN OUTPUT IndlandHoldtFil
        END-IF
        MOVE "Y" TO WS-IH-AABEN
    END-IF
    MOVE SPACES TO RAW-INDLAND-HOLDT
    MOVE WS-REFERENCE  TO IH-REFERENCE
    MOVE WS-DAGS-DATO  TO IH-DATO
    MOVE RAW-ANMODNING TO IH-ANMODNING
    WRITE RAW-INDLAND-HOLDT
    .

*>-----------------------------------------------------------------
*>  BEHANDL-HOLDTE-OVERFOERSLER – gennemgå IndlandHoldt.txt. En
*>  overførsel, kunden har bekræftet i ModtagerBekraeftelse.txt
*>  (konto + reference) eller i en tidligere kørsel (IH-BEKRAEFTET),
*>  sendes nu til Nets med sin oprindelige reference - debiteringen
*>  står allerede i Ventende.txt, og OPGAVE10 bogfører den på samme
*>  bekræftelse. Resten skrives tilbage, samme .new/mv-fremgangsmåde
*>  som STAAENDE-ORDRE
*>-----------------------------------------------------------------
BEHANDL-HOLDTE-OVERFOERSLER.
    OPEN INPUT IndlandHoldtFil
    IF WS-INDLAND-HOLDT-STATUS NOT = "00"
        EXIT PARAGRAPH
    END-IF

    OPEN INPUT ModtagerBekraeftelseFil
    IF WS-MODTAGER-BEKR-STATUS = "00"
        PERFORM UNTIL EOF-MODTAGER-BEKR = "Y"
            READ ModtagerBekraeftelseFil
                AT END
                    MOVE "Y" TO EOF-MODTAGER-BEKR
                NOT AT END
                    IF MB-KONTO-ID OF MODTAGER-BEKR-REC NOT = SPACES
                        IF ANTAL-BEKRAEFT < MAX-BEKRAEFT
                            ADD 1 TO ANTAL-BEKRAEFT
                            MOVE MB-KONTO-ID OF MODTAGER-BEKR-REC
                                TO T-MB-KONTO-ID(ANTAL-BEKRAEFT)
                            MOVE MB-REFERENCE OF MODTAGER-BEKR-REC
                                TO T-MB-REFERENCE(ANTAL-BEKRAEFT)
                            MOVE MB-DATO OF MODTAGER-BEKR-REC
                                TO T-MB-DATO(ANTAL-BEKRAEFT)
                            MOVE "N" TO T-MB-FJERNET(ANTAL-BEKRAEFT)
                        ELSE
                            MOVE "Y" TO WS-MB-FULD
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
        CLOSE ModtagerBekraeftelseFil
    END-IF

    *> Kan filen ikke skrives om uden at miste linjer, venter alle
    *> holdte overførsler til næste kørsel
    IF WS-MB-FULD = "Y"
        DISPLAY "INDLANDSBETALING: BEKRAEFT-TABEL fuld - holdte "
                "overfoersler behandles ikke i denne koersel"
        CLOSE IndlandHoldtFil
        EXIT PARAGRAPH
    END-IF

    OPEN OUTPUT IndlandHoldtNyFil
    PERFORM UNTIL EOF-INDLAND-HOLDT = "Y"
        READ IndlandHoldtFil
            AT END
                MOVE "Y" TO EOF-INDLAND-HOLDT
            NOT AT END
                IF IH-REFERENCE NOT = SPACES
                    PERFORM FRIGIV-HOLDT-OVERFOERSEL
                END-IF
        END-READ
    END-PERFORM
    CLOSE IndlandHoldtFil
    CLOSE IndlandHoldtNyFil

    CALL "SYSTEM" USING "mv IndlandHoldt.new IndlandHoldt.txt"

    IF WS-MB-AENDRET = "Y"
        PERFORM SKRIV-BEKRAEFTELSER
    END-IF
    .

FRIGIV-HOLDT-OVERFOERSEL.
    MOVE IH-ANMODNING TO RAW-ANMODNING

    MOVE 0 TO WS-MB-IDX
    MOVE 1 TO IDX-BEKRAEFT
    PERFORM UNTIL IDX-BEKRAEFT > ANTAL-BEKRAEFT
        IF T-MB-KONTO-ID(IDX-BEKRAEFT) = IA-KONTO-ID OF ANMODNING-REC
                AND T-MB-REFERENCE(IDX-BEKRAEFT) = IH-REFERENCE
            MOVE IDX-BEKRAEFT TO WS-MB-IDX
            EXIT PERFORM
        END-IF
        ADD 1 TO IDX-BEKRAEFT
    END-PERFORM

    MOVE "N" TO WS-BEKRAEFTET
    IF WS-MB-IDX > 0 OR IH-BEKRAEFTET = "Y"
        MOVE "Y" TO WS-BEKRAEFTET
    END-IF

    IF WS-BEKRAEFTET = "N"
        MOVE RAW-INDLAND-HOLDT TO RAW-INDLAND-HOLDT-NY
        WRITE RAW-INDLAND-HOLDT-NY
        EXIT PARAGRAPH
    END-IF

    *> Bekræftet - men overførslen skal stadig bestå de samme
    *> kontroller som en ny anmodning. Ellers bliver den stående med
    *> bekræftelsen gemt i IH-BEKRAEFTET, og bekræftelseslinjen tages
    *> ud, så OPGAVE10 ikke bogfører debiteringen af penge, der ikke
    *> er sendt
    PERFORM TJEK-HOLDT-OVERFOERSEL
    IF WS-AFVIST-AARSAG NOT = SPACES
        DISPLAY "INDLANDSBETALING: " FUNCTION TRIM(IH-REFERENCE)
                " er bekraeftet, men "
                FUNCTION TRIM(WS-AFVIST-AARSAG) " - forbliver holdt"
        MOVE "Y" TO IH-BEKRAEFTET
        MOVE RAW-INDLAND-HOLDT TO RAW-INDLAND-HOLDT-NY
        WRITE RAW-INDLAND-HOLDT-NY
        IF WS-MB-IDX > 0
            MOVE "Y" TO T-MB-FJERNET(WS-MB-IDX)
            MOVE "Y" TO WS-MB-AENDRET
        END-IF
        EXIT PARAGRAPH
    END-IF

    *> Bekræftet i en tidligere kørsel - OPGAVE10 skal have linjen
    *> tilbage for at bogføre debiteringen
    IF WS-MB-IDX = 0
        ADD 1 TO ANTAL-BEKRAEFT
        MOVE IA-KONTO-ID OF ANMODNING-REC
            TO T-MB-KONTO-ID(ANTAL-BEKRAEFT)
        MOVE IH-REFERENCE TO T-MB-REFERENCE(ANTAL-BEKRAEFT)
        MOVE WS-DAGS-DATO TO T-MB-DATO(ANTAL-BEKRAEFT)
        MOVE "N"          TO T-MB-FJERNET(ANTAL-BEKRAEFT)
        MOVE "Y" TO WS-MB-AENDRET
    END-IF

    MOVE IH-REFERENCE TO WS-REFERENCE
    ADD WS-BELOB-NUM TO T-KS-RESERVERET(WS-KONTO-IDX)
    PERFORM SKRIV-NETS-LINJE
    PERFORM REGISTRER-UDGAAENDE
    ADD 1 TO ANTAL-GODKENDT
    ADD 1 TO ANTAL-IH-FRIGIVET

    MOVE SPACES TO MODTAGER-TJEK-TEXT
    STRING
        WS-DAGS-DATO                                   DELIMITED BY SIZE
        " "                                            DELIMITED BY SIZE
        FUNCTION TRIM(WS-REFERENCE)                    DELIMITED BY SIZE
        " konto "                                      DELIMITED BY SIZE
        FUNCTION TRIM(IA-KONTO-ID OF ANMODNING-REC)    DELIMITED BY SIZE
        " holdt "                                      DELIMITED BY SIZE
        IH-DATO                                        DELIMITED BY SIZE
        ": BEKRAEFTET af kunden - sendt til Nets"      DELIMITED BY SIZE
    INTO MODTAGER-TJEK-TEXT
    END-STRING
    WRITE MODTAGER-TJEK-REC
    .

*>-----------------------------------------------------------------
*>  TJEK-HOLDT-OVERFOERSEL – en bekræftet overførsel sendes kun, hvis
*>  kontoen stadig findes og hverken er spærret eller tilhører et
*>  dødsbo, hvis dækningen er der, og hvis OPGAVE10's regler for
*>  debiteringer stadig er overholdt - samme kontroller som i
*>  BEHANDL-ANMODNING. Årsagen til at holde den i WS-AFVIST-AARSAG.
*>  Sætter desuden WS-BELOB-NUM, WS-KONTO-IDX og ejerens navn/adresse
*>-----------------------------------------------------------------
TJEK-HOLDT-OVERFOERSEL.
    MOVE SPACES TO WS-AFVIST-AARSAG

    PERFORM FIND-KONTO-SALDO
    IF WS-KONTO-IDX = 0
        MOVE "KONTO-ID ukendt i KontoOpl.txt" TO WS-AFVIST-AARSAG
        EXIT PARAGRAPH
    END-IF

    PERFORM TJEK-SPAERRING
    IF WS-SPAERRET = "Y"
        MOVE "kontoen er spaerret i KontoSpaerring.txt"
            TO WS-AFVIST-AARSAG
        EXIT PARAGRAPH
    END-IF

    MOVE T-KS-KUNDE-ID(WS-KONTO-IDX) TO WS-KUNDE-ID-FUNDET
    PERFORM FIND-KUNDE-ADRESSE
    IF WS-STATUS-FUNDET = "B"
        MOVE "kontoen tilhoerer et doedsbo - debitering standset"
            TO WS-AFVIST-AARSAG
        EXIT PARAGRAPH
    END-IF

    PERFORM TJEK-DAEKNING
    IF WS-AFVIST-AARSAG NOT = SPACES
        EXIT PARAGRAPH
    END-IF

    PERFORM TJEK-BETALINGSGRAENSER
    IF WS-AFVIST-AARSAG NOT = SPACES
        EXIT PARAGRAPH
    END-IF

    IF WS-MB-IDX = 0 AND ANTAL-BEKRAEFT >= MAX-BEKRAEFT
        MOVE "BEKRAEFT-TABEL fuld - sendes ved naeste koersel"
            TO WS-AFVIST-AARSAG
    END-IF
    .

*>-----------------------------------------------------------------
*>  SKRIV-BEKRAEFTELSER – skriv ModtagerBekraeftelse.txt om fra
*>  BEKRAEFT-TABEL uden de linjer, hvis overførsel bliver stående
*>-----------------------------------------------------------------
SKRIV-BEKRAEFTELSER.
    OPEN OUTPUT ModtagerBekraeftelseNyFil
    MOVE 1 TO IDX-BEKRAEFT
    PERFORM UNTIL IDX-BEKRAEFT > ANTAL-BEKRAEFT
        IF T-MB-FJERNET(IDX-BEKRAEFT) = "N"
            MOVE SPACES TO MODTAGER-BEKR-NY-REC
            MOVE T-MB-KONTO-ID(IDX-BEKRAEFT)
                TO MB-KONTO-ID OF MODTAGER-BEKR-NY-REC
            MOVE T-MB-REFERENCE(IDX-BEKRAEFT)
                TO MB-REFERENCE OF MODTAGER-BEKR-NY-REC
            MOVE T-MB-DATO(IDX-BEKRAEFT)
                TO MB-DATO OF MODTAGER-BEKR-NY-REC
            WRITE MODTAGER-BEKR-NY-REC
        END-IF
        ADD 1 TO IDX-BEKRAEFT
    END-PERFORM
    CLOSE ModtagerBekraeftelseNyFil

    CALL "SYSTEM" USING
        "mv ModtagerBekraeftelse.new ModtagerBekraeftelse.txt"
    .

*>-----------------------------------------------------------------
*>  FIND-KUNDE-ADRESSE – slå WS-KUNDE-ID-FUNDET op til navn/adresse
*>  og KUNDE-STATUS. En konto uden kendt ejer debiteres stadig, blot
*>  uadresseret
*>-----------------------------------------------------------------
FIND-KUNDE-ADRESSE.
    MOVE SPACES TO WS-NAVN-FUNDET
                   WS-ADRESSE-FUNDET
                   WS-STATUS-FUNDET
    IF WS-KUNDE-ID-FUNDET NOT = SPACES
        MOVE 1 TO IDX-KUNDE
        PERFORM UNTIL IDX-KUNDE > ANTAL-KUNDER
            IF T-KA-KUNDEID(IDX-KUNDE) = WS-KUNDE-ID-FUNDET
                MOVE T-KA-NAVN(IDX-KUNDE)    TO WS-NAVN-FUNDET
                MOVE T-KA-ADRESSE(IDX-KUNDE) TO WS-ADRESSE-FUNDET
                MOVE T-KA-STATUS(IDX-KUNDE)  TO WS-STATUS-FUNDET
                EXIT PERFORM
            END-IF
            ADD 1 TO IDX-KUNDE
        END-PERFORM
    END-IF
    .

*>-----------------------------------------------------------------
*>  SORTER-POSTER – sortér debiteringerne stigende på KONTO-ID
*>  (position 107, længde 14), samme fremgangsmåde som UDLANDSBETALING
*>-----------------------------------------------------------------
SORTER-POSTER.
    MOVE 1 TO IDX-POSTER
    PERFORM UNTIL IDX-POSTER >= ANTAL-POSTER
        COMPUTE IDX-POSTER-J = IDX-POSTER + 1
        PERFORM UNTIL IDX-POSTER-J > ANTAL-POSTER
            IF POSTER-LINJE(IDX-POSTER-J)(107:14)
                    < POSTER-LINJE(IDX-POSTER)(107:14)
                MOVE POSTER-LINJE(IDX-POSTER)   TO SWAP-POSTER-LINJE
                MOVE POSTER-LINJE(IDX-POSTER-J) TO POSTER-LINJE(IDX-POSTER)
                MOVE SWAP-POSTER-LINJE          TO POSTER-LINJE(IDX-POSTER-J)
            END-IF
            ADD 1 TO IDX-POSTER-J
        END-PERFORM
        ADD 1 TO IDX-POSTER
    END-PERFORM
    .

SKRIV-POSTER.
    OPEN OUTPUT PosterFil
    MOVE 1 TO IDX-POSTER
    PERFORM UNTIL IDX-POSTER > ANTAL-POSTER
        MOVE POSTER-LINJE(IDX-POSTER) TO RAW-POSTER
        WRITE RAW-POSTER
        ADD 1 TO IDX-POSTER
    END-PERFORM
    CLOSE PosterFil
    .

*>-----------------------------------------------------------------
*>  OPDATER-TRANS-MANIFEST – sørg for at IndlandPoster.txt står i
*>  TransManifest.txt, samme fremgangsmåde som UDLANDSBETALING
*>-----------------------------------------------------------------
OPDATER-TRANS-MANIFEST.
    MOVE "N" TO WS-ALLEREDE-I-MANIFEST
    OPEN INPUT TransManifestFil
    IF WS-MANIFEST-STATUS = "00"
        PERFORM UNTIL EOF-MANIFEST = "Y"
            READ TransManifestFil
                AT END
                    MOVE "Y" TO EOF-MANIFEST
                NOT AT END
                    IF MANIFEST-FILNAVN NOT = SPACES
                            AND ANTAL-MANIFEST < MAX-MANIFEST
                        ADD 1 TO ANTAL-MANIFEST
                        MOVE MANIFEST-FILNAVN
                            TO MANIFEST-NAVN(ANTAL-MANIFEST)
                        IF MANIFEST-FILNAVN = POSTER-FILNAVN
                            MOVE "Y" TO WS-ALLEREDE-I-MANIFEST
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
        CLOSE TransManifestFil
    END-IF

    IF WS-ALLEREDE-I-MANIFEST = "N"
        IF ANTAL-MANIFEST < MANIFEST-GRAENSE
            IF ANTAL-MANIFEST = 0
                ADD 1 TO ANTAL-MANIFEST
                MOVE "Transaktioner.txt" TO MANIFEST-NAVN(ANTAL-MANIFEST)
            END-IF
            ADD 1 TO ANTAL-MANIFEST
            MOVE POSTER-FILNAVN TO MANIFEST-NAVN(ANTAL-MANIFEST)

            OPEN OUTPUT TransManifestFil
            MOVE 1 TO IDX-MANIFEST
            PERFORM UNTIL IDX-MANIFEST > ANTAL-MANIFEST
                MOVE MANIFEST-NAVN(IDX-MANIFEST) TO MANIFEST-FILNAVN
                WRITE MANIFEST-REC
                ADD 1 TO IDX-MANIFEST
            END-PERFORM
            CLOSE TransManifestFil
        ELSE
            DISPLAY "INDLANDSBETALING: TransManifest.txt er fuldt - "
                    "IndlandPoster.txt ikke lagt op til fletning"
        END-IF
    END-IF
    .

*> Navnekontrol af modtageren og tilbageholdelse af betalingen -
*> fælles med STAAENDE-ORDRE
COPY "MODTAGERNAVNTJEK.cpy".

*>-----------------------------------------------------------------
*>  FIND-MN-MODT-KONTO – modtagerkontoen WS-MN-MODT-KONTO i KontoOpl.txt
*>  og dens ejer (WS-MN-KUNDE-ID)
*>-----------------------------------------------------------------
FIND-MN-MODT-KONTO.
    MOVE "N"    TO WS-MN-KONTO-FUNDET
    MOVE SPACES TO WS-MN-KUNDE-ID
    MOVE 1 TO IDX-KONTO
    PERFORM UNTIL IDX-KONTO > ANTAL-KONTI
        IF T-KS-KONTO-ID(IDX-KONTO) = WS-MN-MODT-KONTO
            MOVE "Y" TO WS-MN-KONTO-FUNDET
            MOVE T-KS-KUNDE-ID(IDX-KONTO) TO WS-MN-KUNDE-ID
            EXIT PERFORM
        END-IF
        ADD 1 TO IDX-KONTO
    END-PERFORM
    .

*> Lovbinding, dagsgrænser og mindreåriges konti - fælles med
*> UDLANDSBETALING
COPY "UDGAAENDETJEK.cpy".

END PROGRAM INDLANDSBETALING.
