*>  kørslen kræver: parametre og generationssikring først, OPGAVE5
*>  skal have indlæst dagens kundeintag, før load_banker/OPGAVE10 kan
*>  bruge kundedata, og load_banker skal have opdateret bank.db, før
*>  OPGAVE10 kan slå bankoplysninger op. Et modtaget officielt
*>  REG-NR-register afstemmes mod Banker.txt lige før load_banker.
*>  Kursimport, dødsboer og
*>  udtræksgeneratorerne (stående ordrer, låneterminer, Nets,
*>  Betalingsservice, udland ud og ind, indland, tilbageførsler,
*>  kontointag, recycle-frigivelser) ligger ligeledes FØR OPGAVE10, så deres
*>  posteringer kommer med i nattens fletning i stedet for at vente
*>  et døgn. Husstandsregistret genopbygges lige før OPGAVE10, der
*>  samler papirudskrifterne i én kuvert pr. husstand. Dagens
*>  samtykkeændringer anvendes før OPGAVE10 og OPGAVE7, så en
*>  tilbagetrækning gælder allerede for nattens meddelelsesblok og
*>  masseforsendelsesudtræk. Kundesammenlægninger og konto-
*>  overdragelser (kunde_flyt) ligger i kundevedligeholdelsen efter
*>  opdater_kunde og før GDPR-sletningen. Datakvalitetskontrollen
*>  køres efter dagens kundevedligeholdelse, så scorecardet viser
*>  stamdata, som de står efter natten. Ændringsudtrækket til
*>  datavarehuset (dwh_udtraek) følger lige efter, så det ligeledes
*>  ser nattens færdige stamdata, journal og posteringer.
*>  Varslingsbrevene om rente- og gebyrændringer skrives
*>  lige EFTER OPGAVE10, fordi OPGAVE10 danner forsendelsesmanifestet
*>  og e-mail-spoolen forfra, og brevene skal med i samme forsendelse.
*>  Køaldringen (koe_aldring) ligger efter OPGAVE10 og afstemningerne,
*>  så den ælder og returnerer fra nattens færdige Ventende.txt og
*>  TransRecycle.txt, og afstemningerne ser køerne, som OPGAVE10
*>  efterlod dem.
*>  Opbevaringssletningen (opbevaring_slet) køres kun, når JobPlan.txt
*>  nævner den, og ligger sidst før fejlrapporten, så den ser
*>  nattens færdige arkiver og historikfiler.
*>  Udsendelsen (udsendelse) kopierer til sidst hver modtagers
*>  uddatafiler til dens leveringsmappe efter Fordeling.txt; den
*>  ligger lige før fejlrapporten, så manglende påkrævede filer står
*>  i morgenens FejlRapport.txt.
*>
*>  Ved en frisk cyklus (ikke en genstart) rulles FejlLog.txt til
*>  FejlLogHistorik.txt, så fejl_rapport og returkode-oprulningen

    *> Kalenderstyret jobplan: hvilke trin køres på hvilke dage.
    *> Trin uden en række køres hver cyklus som hidtil - undtagen de
    *> rene måneds- og årstrin (SKAT-RENTE, CRS-INDBERETNING,
    *> VALUTA-EKSPONERING, VALUTA-OMVURDERING, MYNDIG-OVERGANG,
    *> OPSPARING-LOFT, KUNDE-RENTABILITET, AARSOVERSIGT,
    *> NATIONALBANK-INDLAAN, OPBEVARING-SLET), der KUN køres, når
    *> planen nævner dem
    SELECT JobPlanFil
        ASSIGN TO "JobPlan.txt"
        ORGANIZATION IS LINE SEQUENTIAL
01 JOBPLAN-REC.
   02 JP-TRIN  PIC X(20).
   *> "D" = hver cyklus, "U" = ugens foerste bankdag,
   *> "M" = maanedens foerste bankdag, "A" = aarets foerste bankdag
   02 JP-REGEL PIC X(1).

FD HelligdageFil.
01 CMD-OPGAVE8      PIC X(40) VALUE "./Opgave8".
01 CMD-OPDATER-KUNDE PIC X(40) VALUE "./opdater_kunde".
01 CMD-SLET-KUNDE    PIC X(40) VALUE "./slet_kunde".
01 CMD-KUNDE-FLYT    PIC X(40) VALUE "./kunde_flyt".
01 CMD-SCREENING     PIC X(40) VALUE "./screening".
01 CMD-KOERSEL-AFSTEM PIC X(40) VALUE "./koersel_afstemning".
01 CMD-GL-AFSTEMNING PIC X(40) VALUE "./gl_afstemning".
01 CMD-FEJL-RAPPORT  PIC X(40) VALUE "./fejl_rapport".
01 CMD-PARAMETER-TJEK PIC X(40) VALUE "./parameter_tjek".
01 CMD-MASTER-ISAM   PIC X(40) VALUE "./master_isam".
01 CMD-GENERATION-BACKUP PIC X(40) VALUE "./generation_backup".
01 CMD-SKAT-RENTE    PIC X(40) VALUE "./skat_rente".
01 CMD-CRS-INDBERETNING PIC X(40) VALUE "./crs_indberetning".
01 CMD-VALUTA-EKSP   PIC X(40) VALUE "./valuta_eksponering".
01 CMD-VALUTA-OMV    PIC X(40) VALUE "./valuta_omvurdering".
01 CMD-MYNDIG-OVERGANG PIC X(40) VALUE "./myndig_overgang".
01 CMD-OPSPARING-LOFT PIC X(40) VALUE "./opsparing_loft".
01 CMD-KUNDE-RENTABILITET PIC X(40) VALUE "./kunde_rentabilitet".
01 CMD-AARSOVERSIGT PIC X(40) VALUE "./aarsoversigt".
01 CMD-NATIONALBANK-INDLAAN PIC X(40) VALUE "./nationalbank_indlaan".
01 CMD-HUSSTAND PIC X(40) VALUE "./husstand".
01 CMD-SAMTYKKE PIC X(40) VALUE "./samtykke".
01 CMD-DATAKVALITET PIC X(40) VALUE "./datakvalitet".
01 CMD-KOE-ALDRING PIC X(40) VALUE "./koe_aldring".
01 CMD-OPBEVARING-SLET PIC X(40) VALUE "./opbevaring_slet".
01 CMD-DWH-UDTRAEK PIC X(40) VALUE "./dwh_udtraek".
01 CMD-REGNR-AFSTEMNING PIC X(40) VALUE "./regnr_afstemning".
01 CMD-KURS-IMPORT   PIC X(40) VALUE "./kurs_import".
01 CMD-DOEDSBO       PIC X(40) VALUE "./doedsbo".
01 CMD-STAAENDE-ORDRE PIC X(40) VALUE "./staaende_ordre".
01 CMD-LAAN-AFDRAG   PIC X(40) VALUE "./laan_afdrag".
01 CMD-NETS-IMPORT   PIC X(40) VALUE "./nets_import".
01 CMD-BETALINGSSERVICE PIC X(40) VALUE "./betalingsservice".
01 CMD-UDLANDSBETALING PIC X(40) VALUE "./udlandsbetaling".
01 CMD-INDLANDSBETALING PIC X(40) VALUE "./indlandsbetaling".
01 CMD-UDLANDSINDBETALING PIC X(40) VALUE "./udlandsindbetaling".
01 CMD-STORNO        PIC X(40) VALUE "./storno".
01 CMD-KONTO-INTAG   PIC X(40) VALUE "./konto_intag".
01 CMD-RECYCLE       PIC X(40) VALUE "./recycle_vedligehold".
01 CMD-RETUR-POST    PIC X(40) VALUE "./retur_post".
01 CMD-VARSEL-BREVE  PIC X(40) VALUE "./varsel_breve".
01 CMD-RYKKER        PIC X(40) VALUE "./rykker".
01 CMD-SVINDEL-OVERVAAG PIC X(40) VALUE "./svindel_overvaagning".
01 CMD-CHARGEBACK    PIC X(40) VALUE "./chargeback".
01 CMD-KYC-GENNEMGANG PIC X(40) VALUE "./kyc_gennemgang".
01 CMD-FULDMAGT-TJEK PIC X(40) VALUE "./fuldmagt_tjek".
01 CMD-KONTOFLYTNING PIC X(40) VALUE "./kontoflytning".
01 CMD-UDSENDELSE    PIC X(40) VALUE "./udsendelse".

*> Vedligeholdelsestrin køres kun, når deres inputfil rent faktisk
*> indeholder noget - "test -s" giver returkode 0, hvis filen findes
*> og har en størrelse større end 0
*> Skrankens adresseændringer venter i KundeOpdateringSkranke.txt,
*> til OPDATER-KUNDEs næste dry run tager dem ind
01 CMD-TEST-OPDATERING PIC X(100)
   VALUE
   "test -s KundeOpdatering.txt || test -s KundeOpdateringSkranke.txt || test -s KontoTypeOpdatering.txt".
01 CMD-TEST-SLETNING   PIC X(70)
   VALUE
   "test -s SletteAnmodninger.txt || test -s IndsigtsAnmodninger.txt".
   VALUE "test -s KursFeed.txt".
01 CMD-TEST-DOEDSBO    PIC X(60)
   VALUE "test -s Doedsanmeldelser.txt".
01 CMD-TEST-FULDMAGT   PIC X(60)
   VALUE "test -s Fuldmagter.txt".
*> Registrerede flytninger følges op, også når der ikke er nye ordrer
01 CMD-TEST-KONTOFLYT  PIC X(70)
   VALUE
   "test -s KontoflytningOrdrer.txt || test -s Kontoflytninger.txt".
01 CMD-TEST-REGNR      PIC X(60)
   VALUE "test -s RegNrRegister.txt".
01 CMD-TEST-NETS       PIC X(60)
   VALUE "test -s NetsClearing.txt".
01 CMD-TEST-WIRE       PIC X(60)
   VALUE "test -s WireAnmodninger.txt".
*> Holdte overførsler sendes, når kunden har bekræftet dem, også
*> når der ikke er nye anmodninger
01 CMD-TEST-INDLAND   PIC X(70)
   VALUE
   "test -s IndlandAnmodninger.txt || test -s IndlandHoldt.txt".
*> Standsede betalinger genvurderes, også når der ikke er nye
01 CMD-TEST-UDLANDIND  PIC X(70)
   VALUE
   "test -s UdlandIndbetalinger.txt || test -s UdlandIndStoppet.txt".
01 CMD-TEST-STORNO    PIC X(60)
   VALUE "test -s StornoAnmodninger.txt".
01 CMD-TEST-TVISTER  PIC X(60)
   VALUE "test -s Tvister.txt".
01 CMD-TEST-KONTOINTAG PIC X(60)
   VALUE "test -s KontoInput.txt".
01 CMD-TEST-RECYCLE    PIC X(60)
   VALUE "test -s RecycleRettelser.txt".
01 CMD-TEST-RETURPOST  PIC X(60)
   VALUE "test -s ReturneretPost.txt".
01 CMD-TEST-SAMTYKKE   PIC X(60)
   VALUE "test -s SamtykkeAendringer.txt".
01 CMD-TEST-KUNDEFLYT  PIC X(60)
   VALUE "test -s KundeFlytning.txt".

*> Ved en frisk cyklus rulles den fælles fejllog til historikken,
*> så nattens oprulning kun daekker dette døgn - ved en genstart
01 HELLIGDAGE-TABEL.
   02 T-HD-DATO OCCURS 100 TIMES PIC X(8).

*> Forfaldsflag for dags dato: er det ugens, månedens hhv. årets
*> første bankdag? Samme beregning som OPGAVE10's BEREGN-CYKLUS-FORFALD
01 WS-DUE-UGE       PIC X VALUE "N".
01 WS-DUE-MAANED    PIC X VALUE "N".
01 WS-DUE-AAR       PIC X VALUE "N".
01 WS-BD-TJEK-INT   PIC 9(9) VALUE 0.
01 WS-BD-TJEK-YMD   PIC 9(8) VALUE 0.
01 WS-BD-ER-BANKDAG PIC X VALUE "N".
    PERFORM KOER-GENERATION-BACKUP
    PERFORM KOER-OPGAVE5
    PERFORM KOER-SCREENING-HVIS-LISTE
    PERFORM KOER-SVINDEL-OVERVAAGNING
    PERFORM KOER-KYC-GENNEMGANG
    PERFORM KOER-REGNR-AFSTEMNING-HVIS-REGISTER
    PERFORM KOER-LOAD-BANKER
    PERFORM KOER-KURS-IMPORT-HVIS-FEED
    PERFORM KOER-DOEDSBO-HVIS-INPUT
    PERFORM KOER-FULDMAGT-TJEK-HVIS-REGISTER
    PERFORM KOER-KONTOFLYTNING-HVIS-INPUT
    PERFORM KOER-STAAENDE-ORDRE
    PERFORM KOER-LAAN-AFDRAG
    PERFORM KOER-NETS-IMPORT-HVIS-INPUT
    PERFORM KOER-BETALINGSSERVICE
    PERFORM KOER-UDLANDSBETALING-HVIS-INPUT
    PERFORM KOER-INDLANDSBETALING-HVIS-INPUT
    PERFORM KOER-UDLANDSINDBETALING-HVIS-INPUT
    PERFORM KOER-STORNO-HVIS-INPUT
    PERFORM KOER-CHARGEBACK-HVIS-SAGER
    PERFORM KOER-KONTO-INTAG-HVIS-INPUT
    PERFORM KOER-RECYCLE-HVIS-INPUT
    PERFORM KOER-SAMTYKKE-HVIS-INPUT
    PERFORM KOER-HUSSTAND
    PERFORM KOER-OPGAVE10
    PERFORM KOER-VARSEL-BREVE
    PERFORM KOER-RYKKER
    PERFORM KOER-AARSOVERSIGT-HVIS-PLANLAGT
    PERFORM KOER-OPGAVE11
    PERFORM KOER-KOERSEL-AFSTEMNING
    PERFORM KOER-GL-AFSTEMNING
    PERFORM KOER-KOE-ALDRING
    PERFORM KOER-OPGAVE6
    PERFORM KOER-OPGAVE7
    PERFORM KOER-OPGAVE8
    PERFORM KOER-NATIONALBANK-HVIS-PLANLAGT
    PERFORM KOER-RETUR-POST-HVIS-INPUT
    PERFORM KOER-OPDATER-KUNDE-HVIS-INPUT
    PERFORM KOER-KUNDE-FLYT-HVIS-INPUT
    PERFORM KOER-SLET-KUNDE-HVIS-INPUT
    PERFORM KOER-DATAKVALITET
    PERFORM KOER-DWH-UDTRAEK
    PERFORM KOER-SKAT-RENTE-HVIS-PLANLAGT
    PERFORM KOER-CRS-HVIS-PLANLAGT
    PERFORM KOER-VALUTA-EKSP-HVIS-PLANLAGT
    PERFORM KOER-VALUTA-OMV-HVIS-PLANLAGT
    PERFORM KOER-MYNDIG-OVERGANG-HVIS-PLANLAGT
    PERFORM KOER-OPSPARING-LOFT-HVIS-PLANLAGT
    PERFORM KOER-RENTABILITET-HVIS-PLANLAGT
    PERFORM KOER-MASTER-ISAM
    PERFORM KOER-OPBEVARING-HVIS-PLANLAGT
    PERFORM KOER-UDSENDELSE
    PERFORM KOER-FEJL-RAPPORT

    CLOSE VarighedFil
    .

*>--------------------------------------------------
*>  TJEK-JOBPLAN – står trinnet i jobplanen med en uge-, måneds- eller
*>  årsregel, køres det kun på ugens, månedens hhv. årets første
*>  bankdag
*>--------------------------------------------------
TJEK-JOBPLAN.
    PERFORM FIND-PLAN-REGEL
                        FUNCTION TRIM(WS-TRIN-NAVN)
                        " er et maanedstrin og ikke forfaldent i dag"
            END-IF
        WHEN "A"
            IF WS-DUE-AAR NOT = "Y"
                MOVE "Y" TO WS-TRIN-SPRUNGET
                DISPLAY "BATCH-STYRING: "
                        FUNCTION TRIM(WS-TRIN-NAVN)
                        " er et aarstrin og ikke forfaldent i dag"
            END-IF
        WHEN OTHER
            CONTINUE
    END-EVALUATE
    IF WS-BD-FUNDET-INT = WS-DAGS-INT
        MOVE "Y" TO WS-DUE-MAANED
    END-IF

    MOVE "0101" TO WS-MAANED-START(5:4)
    COMPUTE WS-BD-TJEK-INT
        = FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-MAANED-START))
    PERFORM FIND-FOERSTE-BANKDAG
    IF WS-BD-FUNDET-INT = WS-DAGS-INT
        MOVE "Y" TO WS-DUE-AAR
    END-IF
    .

*>--------------------------------------------------
    END-IF
    .

*>--------------------------------------------------
*>  KOER-SVINDEL-OVERVAAGNING – kortsvindelsovervågning af
*>  Transaktioner.txt mod kundernes normalprofil; svindel-
*>  afdelingens vagtliste dannes hver cyklus
*>--------------------------------------------------
KOER-SVINDEL-OVERVAAGNING.
    MOVE "SVINDEL-OVERVAAGNING" TO WS-TRIN-NAVN
    PERFORM TRIN-FORBEREDT
    IF WS-TRIN-SPRUNGET = "Y"
        EXIT PARAGRAPH
    END-IF
    DISPLAY "BATCH-STYRING: kører svindel_overvaagning..."
    CALL "SYSTEM" USING CMD-SVINDEL-OVERVAAG
    MOVE RETURN-CODE TO WS-TRIN-RC
    PERFORM TRIN-AFSLUT
    IF WS-TRIN-RC NOT = 0
        DISPLAY "BATCH-STYRING: svindel_overvaagning fejlede "
                "(returkode " WS-TRIN-RC ") - resten af kørslen "
                "springes over"
        STOP RUN
    END-IF
    .

*>--------------------------------------------------
*>  KOER-KYC-GENNEMGANG – periodisk gennemgang af kundekendskabet;
*>  arbejdslisten dannes hver cyklus. Skal køre FØR OPGAVE10, så en
*>  ny KYC-debetspærring holder allerede i nattens bogføring
*>--------------------------------------------------
KOER-KYC-GENNEMGANG.
    MOVE "KYC-GENNEMGANG" TO WS-TRIN-NAVN
    PERFORM TRIN-FORBEREDT
    IF WS-TRIN-SPRUNGET = "Y"
        EXIT PARAGRAPH
    END-IF
    DISPLAY "BATCH-STYRING: kører kyc_gennemgang..."
    CALL "SYSTEM" USING CMD-KYC-GENNEMGANG
    MOVE RETURN-CODE TO WS-TRIN-RC
    PERFORM TRIN-AFSLUT
    IF WS-TRIN-RC NOT = 0
        DISPLAY "BATCH-STYRING: kyc_gennemgang fejlede "
                "(returkode " WS-TRIN-RC ") - resten af kørslen "
                "springes over"
        STOP RUN
    END-IF
    .

*>--------------------------------------------------
*>  KOER-REGNR-AFSTEMNING-HVIS-REGISTER – afstem Banker.txt mod det
*>  officielle REG-NR-register, når et er modtaget, lige før
*>  load_banker, så rapporten over udgåede numre og de stående
*>  ordrer, der skal omdirigeres, ligger klar om morgenen. Rapporten
*>  standser ikke kørslen
*>--------------------------------------------------
KOER-REGNR-AFSTEMNING-HVIS-REGISTER.
    MOVE "REGNR-AFSTEMNING" TO WS-TRIN-NAVN
    PERFORM TRIN-FORBEREDT
    IF WS-TRIN-SPRUNGET = "Y"
        EXIT PARAGRAPH
    END-IF
    CALL "SYSTEM" USING CMD-TEST-REGNR
    IF RETURN-CODE = 0
        DISPLAY "BATCH-STYRING: kører regnr_afstemning..."
        CALL "SYSTEM" USING CMD-REGNR-AFSTEMNING
        MOVE RETURN-CODE TO WS-TRIN-RC
        PERFORM TRIN-AFSLUT
        IF WS-TRIN-RC NOT = 0
            DISPLAY "BATCH-STYRING: regnr_afstemning fejlede (returkode "
                    WS-TRIN-RC ") - kørslen fortsætter"
            MOVE 0 TO WS-TRIN-RC
        END-IF
    ELSE
        DISPLAY "BATCH-STYRING: intet REG-NR-register - "
                "regnr_afstemning springes over"
        MOVE 0 TO WS-TRIN-RC
        PERFORM TRIN-AFSLUT
    END-IF
    .

*>--------------------------------------------------
*>  KOER-LOAD-BANKER
*>--------------------------------------------------
    END-IF
    .

*>--------------------------------------------------
*>  KOER-FULDMAGT-TJEK-HVIS-REGISTER – fuldmagter, hvor giver eller
*>  fuldmagtshaver netop er gået i dødsbo, markeres, FØR dagens
*>  betalingsanmodninger behandles
*>--------------------------------------------------
KOER-FULDMAGT-TJEK-HVIS-REGISTER.
    MOVE "FULDMAGT-TJEK" TO WS-TRIN-NAVN
    PERFORM TRIN-FORBEREDT
    IF WS-TRIN-SPRUNGET = "Y"
        EXIT PARAGRAPH
    END-IF
    CALL "SYSTEM" USING CMD-TEST-FULDMAGT
    IF RETURN-CODE = 0
        DISPLAY "BATCH-STYRING: kører fuldmagt_tjek..."
        CALL "SYSTEM" USING CMD-FULDMAGT-TJEK
        MOVE RETURN-CODE TO WS-TRIN-RC
        PERFORM TRIN-AFSLUT
        IF WS-TRIN-RC NOT = 0
            DISPLAY "BATCH-STYRING: fuldmagt_tjek fejlede (returkode "
                    WS-TRIN-RC ") - resten af kørslen springes over"
            STOP RUN
        END-IF
    ELSE
        DISPLAY "BATCH-STYRING: intet fuldmagtsregister - "
                "fuldmagt_tjek springes over"
        MOVE 0 TO WS-TRIN-RC
        PERFORM TRIN-AFSLUT
    END-IF
    .

*>--------------------------------------------------
*>  KOER-KONTOFLYTNING-HVIS-INPUT – udgående kontoflytninger. Køres
*>  FØR stående ordrer og Betalingsservice, så en flyttet kontos
*>  ordrer og mandater er stoppet, og FØR INDLANDSBETALING, så
*>  saldooverførslen sendes i samme kørsel
*>--------------------------------------------------
KOER-KONTOFLYTNING-HVIS-INPUT.
    MOVE "KONTOFLYTNING" TO WS-TRIN-NAVN
    PERFORM TRIN-FORBEREDT
    IF WS-TRIN-SPRUNGET = "Y"
        EXIT PARAGRAPH
    END-IF
    CALL "SYSTEM" USING CMD-TEST-KONTOFLYT
    IF RETURN-CODE = 0
        DISPLAY "BATCH-STYRING: kører kontoflytning..."
        CALL "SYSTEM" USING CMD-KONTOFLYTNING
        MOVE RETURN-CODE TO WS-TRIN-RC
        PERFORM TRIN-AFSLUT
        IF WS-TRIN-RC NOT = 0
            DISPLAY "BATCH-STYRING: kontoflytning fejlede (returkode "
                    WS-TRIN-RC ") - resten af kørslen springes over"
            STOP RUN
        END-IF
    ELSE
        DISPLAY "BATCH-STYRING: ingen kontoflytninger - "
                "kontoflytning springes over"
        MOVE 0 TO WS-TRIN-RC
        PERFORM TRIN-AFSLUT
    END-IF
    .

*>--------------------------------------------------
*>  KOER-STAAENDE-ORDRE – generér dagens forfaldne ordrerater til
*>  fletning i OPGAVE10. Køres hver cyklus - programmet er selv en
    END-IF
    .

*>--------------------------------------------------
*>  KOER-LAAN-AFDRAG – generér dagens forfaldne låneterminer til
*>  fletning i OPGAVE10. Køres hver cyklus - programmet er selv en
*>  stille no-op uden låneregister
*>--------------------------------------------------
KOER-LAAN-AFDRAG.
    MOVE "LAAN-AFDRAG" TO WS-TRIN-NAVN
    PERFORM TRIN-FORBEREDT
    IF WS-TRIN-SPRUNGET = "Y"
        EXIT PARAGRAPH
    END-IF
    DISPLAY "BATCH-STYRING: kører laan_afdrag..."
    CALL "SYSTEM" USING CMD-LAAN-AFDRAG
    MOVE RETURN-CODE TO WS-TRIN-RC
    PERFORM TRIN-AFSLUT
    IF WS-TRIN-RC NOT = 0
        DISPLAY "BATCH-STYRING: laan_afdrag fejlede (returkode "
                WS-TRIN-RC ") - resten af kørslen springes over"
        STOP RUN
    END-IF
    .

*>--------------------------------------------------
*>  KOER-NETS-IMPORT-HVIS-INPUT – konverter nattens clearingfil fra
*>  Nets til et flettekildeudtræk, når der ligger en
    END-IF
    .

*>--------------------------------------------------
*>  KOER-BETALINGSSERVICE – modtag nye Betalingsservice-opkrævninger
*>  og hæv de forfaldne til fletning i OPGAVE10. Køres hver cyklus,
*>  også uden ny opkrævningsfil, da ventende opkrævninger forfalder
*>--------------------------------------------------
KOER-BETALINGSSERVICE.
    MOVE "BETALINGSSERVICE" TO WS-TRIN-NAVN
    PERFORM TRIN-FORBEREDT
    IF WS-TRIN-SPRUNGET = "Y"
        EXIT PARAGRAPH
    END-IF
    DISPLAY "BATCH-STYRING: kører betalingsservice..."
    CALL "SYSTEM" USING CMD-BETALINGSSERVICE
    MOVE RETURN-CODE TO WS-TRIN-RC
    PERFORM TRIN-AFSLUT
    IF WS-TRIN-RC NOT = 0
        DISPLAY "BATCH-STYRING: betalingsservice fejlede (returkode "
                WS-TRIN-RC ") - resten af kørslen springes over"
        STOP RUN
    END-IF
    .

*>--------------------------------------------------
*>  KOER-UDLANDSBETALING-HVIS-INPUT – send dagens wire-anmodninger
*>  og generér de spejlende debiteringer, når der ligger anmodninger
    END-IF
    .

*>--------------------------------------------------
*>  KOER-INDLANDSBETALING-HVIS-INPUT – send dagens indenlandske
*>  overførsler til Nets og generér de spejlende debiteringer, når
*>  der ligger anmodninger eller holdte overførsler
*>--------------------------------------------------
KOER-INDLANDSBETALING-HVIS-INPUT.
    MOVE "INDLANDSBETALING" TO WS-TRIN-NAVN
    PERFORM TRIN-FORBEREDT
    IF WS-TRIN-SPRUNGET = "Y"
        EXIT PARAGRAPH
    END-IF
    CALL "SYSTEM" USING CMD-TEST-INDLAND
    IF RETURN-CODE = 0
        DISPLAY "BATCH-STYRING: kører indlandsbetaling..."
        CALL "SYSTEM" USING CMD-INDLANDSBETALING
        MOVE RETURN-CODE TO WS-TRIN-RC
        PERFORM TRIN-AFSLUT
        IF WS-TRIN-RC NOT = 0
            DISPLAY "BATCH-STYRING: indlandsbetaling fejlede "
                    "(returkode " WS-TRIN-RC ") - resten af kørslen "
                    "springes over"
            STOP RUN
        END-IF
    ELSE
        DISPLAY "BATCH-STYRING: ingen indlandsanmodninger - "
                "indlandsbetaling springes over"
        MOVE 0 TO WS-TRIN-RC
        PERFORM TRIN-AFSLUT
    END-IF
    .

*>--------------------------------------------------
*>  KOER-UDLANDSINDBETALING-HVIS-INPUT – bogfør dagens indgående
*>  udlandsbetalinger og genvurdér de standsede, når der er nogen.
*>  Skal ligge efter SCREENING, som danner dagens vagtliste
*>--------------------------------------------------
KOER-UDLANDSINDBETALING-HVIS-INPUT.
    MOVE "UDLANDSINDBETALING" TO WS-TRIN-NAVN
    PERFORM TRIN-FORBEREDT
    IF WS-TRIN-SPRUNGET = "Y"
        EXIT PARAGRAPH
    END-IF
    CALL "SYSTEM" USING CMD-TEST-UDLANDIND
    IF RETURN-CODE = 0
        DISPLAY "BATCH-STYRING: kører udlandsindbetaling..."
        CALL "SYSTEM" USING CMD-UDLANDSINDBETALING
        MOVE RETURN-CODE TO WS-TRIN-RC
        PERFORM TRIN-AFSLUT
        IF WS-TRIN-RC NOT = 0
            DISPLAY "BATCH-STYRING: udlandsindbetaling fejlede "
                    "(returkode " WS-TRIN-RC ") - resten af kørslen "
                    "springes over"
            STOP RUN
        END-IF
    ELSE
        DISPLAY "BATCH-STYRING: ingen indgaaende udlandsbetalinger - "
                "udlandsindbetaling springes over"
        MOVE 0 TO WS-TRIN-RC
        PERFORM TRIN-AFSLUT
    END-IF
    .

*>--------------------------------------------------
*>  KOER-STORNO-HVIS-INPUT – generér dagens tilbageførsler, når der
*>  er anmodninger. Skal køre FØR OPGAVE10, så modposteringerne
*>  kommer med i nattens fletning
*>--------------------------------------------------
KOER-STORNO-HVIS-INPUT.
    MOVE "STORNO" TO WS-TRIN-NAVN
    PERFORM TRIN-FORBEREDT
    IF WS-TRIN-SPRUNGET = "Y"
        EXIT PARAGRAPH
    END-IF
    CALL "SYSTEM" USING CMD-TEST-STORNO
    IF RETURN-CODE = 0
        DISPLAY "BATCH-STYRING: kører storno..."
        CALL "SYSTEM" USING CMD-STORNO
        MOVE RETURN-CODE TO WS-TRIN-RC
        PERFORM TRIN-AFSLUT
        IF WS-TRIN-RC NOT = 0
            DISPLAY "BATCH-STYRING: storno fejlede "
                    "(returkode " WS-TRIN-RC ") - resten af kørslen "
                    "springes over"
            STOP RUN
        END-IF
    ELSE
        DISPLAY "BATCH-STYRING: ingen tilbageførselsanmodninger - "
                "storno springes over"
        MOVE 0 TO WS-TRIN-RC
        PERFORM TRIN-AFSLUT
    END-IF
    .

*>--------------------------------------------------
*>  KOER-CHARGEBACK-HVIS-SAGER – indlæs kortordningens svar og send
*>  nye chargebacks, når der er tvistsager. Skal køre FØR OPGAVE10,
*>  så en accepteret eller afvist chargeback afslutter den foreløbige
*>  kreditering i samme nat
*>--------------------------------------------------
KOER-CHARGEBACK-HVIS-SAGER.
    MOVE "CHARGEBACK" TO WS-TRIN-NAVN
    PERFORM TRIN-FORBEREDT
    IF WS-TRIN-SPRUNGET = "Y"
        EXIT PARAGRAPH
    END-IF
    CALL "SYSTEM" USING CMD-TEST-TVISTER
    IF RETURN-CODE = 0
        DISPLAY "BATCH-STYRING: kører chargeback..."
        CALL "SYSTEM" USING CMD-CHARGEBACK
        MOVE RETURN-CODE TO WS-TRIN-RC
        PERFORM TRIN-AFSLUT
        IF WS-TRIN-RC NOT = 0
            DISPLAY "BATCH-STYRING: chargeback fejlede "
                    "(returkode " WS-TRIN-RC ") - resten af kørslen "
                    "springes over"
            STOP RUN
        END-IF
    ELSE
        DISPLAY "BATCH-STYRING: ingen tvistsager - "
                "chargeback springes over"
        MOVE 0 TO WS-TRIN-RC
        PERFORM TRIN-AFSLUT
    END-IF
    .

*>--------------------------------------------------
*>  KOER-KONTO-INTAG-HVIS-INPUT – valideret intag af nye konti inkl.
*>  åbningstransaktionerne til fletning, når der ligger et intag
    END-IF
    .

*>--------------------------------------------------
*>  KOER-VARSEL-BREVE – varslingsbreve om kommende rente- og
*>  gebyrændringer, i manifestet/e-mail-spoolen OPGAVE10 har dannet
*>--------------------------------------------------
KOER-VARSEL-BREVE.
    MOVE "VARSEL-BREVE" TO WS-TRIN-NAVN
    PERFORM TRIN-FORBEREDT
    IF WS-TRIN-SPRUNGET = "Y"
        EXIT PARAGRAPH
    END-IF
    DISPLAY "BATCH-STYRING: kører varsel_breve..."
    CALL "SYSTEM" USING CMD-VARSEL-BREVE
    MOVE RETURN-CODE TO WS-TRIN-RC
    PERFORM TRIN-AFSLUT
    IF WS-TRIN-RC NOT = 0
        DISPLAY "BATCH-STYRING: varsel_breve fejlede (returkode "
                WS-TRIN-RC ") - resten af kørslen springes over"
        STOP RUN
    END-IF
    .

*>--------------------------------------------------
*>  KOER-RYKKER – rykkerforløbet for konti i overtræk ud over
*>  kassekreditten, på nattens saldi; brevene lægges i det
*>  manifest/den e-mail-spool OPGAVE10 har dannet
*>--------------------------------------------------
KOER-RYKKER.
    MOVE "RYKKER" TO WS-TRIN-NAVN
    PERFORM TRIN-FORBEREDT
    IF WS-TRIN-SPRUNGET = "Y"
        EXIT PARAGRAPH
    END-IF
    DISPLAY "BATCH-STYRING: kører rykker..."
    CALL "SYSTEM" USING CMD-RYKKER
    MOVE RETURN-CODE TO WS-TRIN-RC
    PERFORM TRIN-AFSLUT
    IF WS-TRIN-RC NOT = 0
        DISPLAY "BATCH-STYRING: rykker fejlede (returkode "
                WS-TRIN-RC ") - resten af kørslen springes over"
        STOP RUN
    END-IF
    .

*>--------------------------------------------------
*>  KOER-AARSOVERSIGT-HVIS-PLANLAGT – årsoversigten til kunderne, på
*>  den dag planen angiver (i januar); dokumenterne lægges i det
*>  manifest/den e-mail-spool OPGAVE10 har dannet
*>--------------------------------------------------
KOER-AARSOVERSIGT-HVIS-PLANLAGT.
    MOVE "AARSOVERSIGT" TO WS-TRIN-NAVN
    PERFORM FIND-PLAN-REGEL
    IF WS-PLAN-REGEL = SPACE
        EXIT PARAGRAPH
    END-IF
    PERFORM TRIN-FORBEREDT
    IF WS-TRIN-SPRUNGET = "Y"
        EXIT PARAGRAPH
    END-IF
    DISPLAY "BATCH-STYRING: kører aarsoversigt..."
    CALL "SYSTEM" USING CMD-AARSOVERSIGT
    MOVE RETURN-CODE TO WS-TRIN-RC
    PERFORM TRIN-AFSLUT
    IF WS-TRIN-RC NOT = 0
        DISPLAY "BATCH-STYRING: aarsoversigt fejlede "
                "(returkode " WS-TRIN-RC ")"
        STOP RUN
    END-IF
    .

*>--------------------------------------------------
*>  KOER-OPGAVE11
*>--------------------------------------------------
    END-IF
    .

*>--------------------------------------------------
*>  KOER-GL-AFSTEMNING – kontobogens nettobevægelse (SaldoHistorik)
*>  mod finansposteringerne fra OPGAVE10, så en kontobog, der ikke
*>  stemmer med hovedbogen, standser cyklussen samme nat
*>--------------------------------------------------
KOER-GL-AFSTEMNING.
    MOVE "GL-AFSTEMNING" TO WS-TRIN-NAVN
    PERFORM TRIN-FORBEREDT
    IF WS-TRIN-SPRUNGET = "Y"
        EXIT PARAGRAPH
    END-IF
    DISPLAY "BATCH-STYRING: kører gl_afstemning..."
    CALL "SYSTEM" USING CMD-GL-AFSTEMNING
    MOVE RETURN-CODE TO WS-TRIN-RC
    PERFORM TRIN-AFSLUT
    IF WS-TRIN-RC NOT = 0
        DISPLAY "BATCH-STYRING: gl_afstemning fandt en forskel mellem "
                "kontobog og finansposteringer (returkode " WS-TRIN-RC
                ") - se GLAfstemning.txt. Resten af kørslen springes over"
        STOP RUN
    END-IF
    .

*>--------------------------------------------------
*>  KOER-KOE-ALDRING – aldring af Ventende.txt og TransRecycle.txt med
*>  eskalering og automatisk retur. Fejler trinnet, står køerne
*>  urørte, og kørslen fortsætter
*>--------------------------------------------------
KOER-KOE-ALDRING.
    MOVE "KOE-ALDRING" TO WS-TRIN-NAVN
    PERFORM TRIN-FORBEREDT
    IF WS-TRIN-SPRUNGET = "Y"
        EXIT PARAGRAPH
    END-IF
    DISPLAY "BATCH-STYRING: kører koe_aldring..."
    CALL "SYSTEM" USING CMD-KOE-ALDRING
    MOVE RETURN-CODE TO WS-TRIN-RC
    PERFORM TRIN-AFSLUT
    IF WS-TRIN-RC NOT = 0
        DISPLAY "BATCH-STYRING: koe_aldring fejlede (returkode "
                WS-TRIN-RC ") - koealdringsrapporten mangler i nat"
        MOVE 0 TO WS-TRIN-RC
    END-IF
    .

*>--------------------------------------------------
*>  KOER-OPGAVE6 – lukkede kunder
*>--------------------------------------------------
    END-IF
    .

*>--------------------------------------------------
*>  KOER-NATIONALBANK-HVIS-PLANLAGT – månedens indlånsstatistik til
*>  Nationalbanken. Ligger lige efter OPGAVE8, hvis kontotype-rollup
*>  indberetningen afstemmes mod, før andre trin ændrer KontoOpl.txt
*>--------------------------------------------------
KOER-NATIONALBANK-HVIS-PLANLAGT.
    MOVE "NATIONALBANK-INDLAAN" TO WS-TRIN-NAVN
    PERFORM FIND-PLAN-REGEL
    IF WS-PLAN-REGEL = SPACE
        EXIT PARAGRAPH
    END-IF
    PERFORM TRIN-FORBEREDT
    IF WS-TRIN-SPRUNGET = "Y"
        EXIT PARAGRAPH
    END-IF
    DISPLAY "BATCH-STYRING: kører nationalbank_indlaan..."
    CALL "SYSTEM" USING CMD-NATIONALBANK-INDLAAN
    MOVE RETURN-CODE TO WS-TRIN-RC
    PERFORM TRIN-AFSLUT
    IF WS-TRIN-RC NOT = 0
        DISPLAY "BATCH-STYRING: nationalbank_indlaan fejlede "
                "(returkode " WS-TRIN-RC ")"
        STOP RUN
    END-IF
    .

*>--------------------------------------------------
*>  KOER-RETUR-POST-HVIS-INPUT – registrér returneret post og sæt
*>  uleverbare adresser på vagtlisten, når der ligger returpost

*>--------------------------------------------------
*>  KOER-OPDATER-KUNDE-HVIS-INPUT – kør kun vedligeholdelsen, hvis der
*>  rent faktisk ligger opdateringer til den i KundeOpdatering.txt,
*>  KundeOpdateringSkranke.txt eller KontoTypeOpdatering.txt
*>--------------------------------------------------
KOER-OPDATER-KUNDE-HVIS-INPUT.
    MOVE "OPDATER-KUNDE" TO WS-TRIN-NAVN
    END-IF
    .

*>--------------------------------------------------
*>  KOER-KUNDE-FLYT-HVIS-INPUT – kør kun kundesammenlægning og
*>  kontooverdragelse, hvis der ligger flytninger i KundeFlytning.txt
*>--------------------------------------------------
KOER-KUNDE-FLYT-HVIS-INPUT.
    MOVE "KUNDE-FLYT" TO WS-TRIN-NAVN
    PERFORM TRIN-FORBEREDT
    IF WS-TRIN-SPRUNGET = "Y"
        EXIT PARAGRAPH
    END-IF
    CALL "SYSTEM" USING CMD-TEST-KUNDEFLYT
    IF RETURN-CODE = 0
        DISPLAY "BATCH-STYRING: kører kunde_flyt..."
        CALL "SYSTEM" USING CMD-KUNDE-FLYT
        MOVE RETURN-CODE TO WS-TRIN-RC
        PERFORM TRIN-AFSLUT
        EVALUATE WS-TRIN-RC
            WHEN 0
                CONTINUE
            WHEN RC-LOAD-BANKER-DRY
                *> Flytningerne afventer to-personers-godkendelse -
                *> samme protokol som load_banker (4 * 256)
                DISPLAY "BATCH-STYRING: kunde_flyt koerte som dry "
                        "run - flytningerne er IKKE anvendt. Gennemse "
                        "KundeFlytDiff.txt, opret "
                        "KundeFlytGodkendt.txt og genstart koerslen"
                STOP RUN
            WHEN OTHER
                DISPLAY "BATCH-STYRING: kunde_flyt fejlede "
                        "(returkode " WS-TRIN-RC ") - resten af "
                        "kørslen springes over"
                STOP RUN
        END-EVALUATE
    ELSE
        DISPLAY "BATCH-STYRING: ingen kundeflytninger - "
                "kunde_flyt springes over"
        MOVE 0 TO WS-TRIN-RC
        PERFORM TRIN-AFSLUT
    END-IF
    .

*>--------------------------------------------------
*>  KOER-SLET-KUNDE-HVIS-INPUT – kør kun GDPR-behandlingen, hvis der
*>  rent faktisk ligger anmodninger i SletteAnmodninger.txt eller
    END-IF
    .

*>--------------------------------------------------
*>  KOER-CRS-HVIS-PLANLAGT – CRS/FATCA-indberetningen over
*>  udenlandsk skattepligtige kunder er et årstrin ved siden af
*>  SKAT-RENTE og køres ligeledes kun, når JobPlan.txt nævner det
*>--------------------------------------------------
KOER-CRS-HVIS-PLANLAGT.
    MOVE "CRS-INDBERETNING" TO WS-TRIN-NAVN
    PERFORM FIND-PLAN-REGEL
    IF WS-PLAN-REGEL = SPACE
        EXIT PARAGRAPH
    END-IF
    PERFORM TRIN-FORBEREDT
    IF WS-TRIN-SPRUNGET = "Y"
        EXIT PARAGRAPH
    END-IF
    DISPLAY "BATCH-STYRING: kører crs_indberetning..."
    CALL "SYSTEM" USING CMD-CRS-INDBERETNING
    MOVE RETURN-CODE TO WS-TRIN-RC
    PERFORM TRIN-AFSLUT
    IF WS-TRIN-RC NOT = 0
        DISPLAY "BATCH-STYRING: crs_indberetning fejlede (returkode "
                WS-TRIN-RC ")"
        STOP RUN
    END-IF
    .

*>--------------------------------------------------
*>  KOER-VALUTA-EKSP-HVIS-PLANLAGT – eksponeringsrapporten til
*>  bestyrelsesmappen, ligeledes kun når JobPlan.txt nævner trinnet
    END-IF
    .

*>--------------------------------------------------
*>  KOER-VALUTA-OMV-HVIS-PLANLAGT – månedsultimo-omvurderingen af
*>  saldi i fremmed valuta er et månedstrin (regel "M") og køres
*>  ligeledes kun, når JobPlan.txt nævner det
*>--------------------------------------------------
KOER-VALUTA-OMV-HVIS-PLANLAGT.
    MOVE "VALUTA-OMVURDERING" TO WS-TRIN-NAVN
    PERFORM FIND-PLAN-REGEL
    IF WS-PLAN-REGEL = SPACE
        EXIT PARAGRAPH
    END-IF
    PERFORM TRIN-FORBEREDT
    IF WS-TRIN-SPRUNGET = "Y"
        EXIT PARAGRAPH
    END-IF
    DISPLAY "BATCH-STYRING: kører valuta_omvurdering..."
    CALL "SYSTEM" USING CMD-VALUTA-OMV
    MOVE RETURN-CODE TO WS-TRIN-RC
    PERFORM TRIN-AFSLUT
    IF WS-TRIN-RC NOT = 0
        DISPLAY "BATCH-STYRING: valuta_omvurdering fejlede (returkode "
                WS-TRIN-RC ")"
        STOP RUN
    END-IF
    .

*>--------------------------------------------------
*>  KOER-MYNDIG-OVERGANG-HVIS-PLANLAGT – kunder der bliver myndige i
*>  den kommende måned; kun når JobPlan.txt nævner trinnet
*>--------------------------------------------------
KOER-MYNDIG-OVERGANG-HVIS-PLANLAGT.
    MOVE "MYNDIG-OVERGANG" TO WS-TRIN-NAVN
    PERFORM FIND-PLAN-REGEL
    IF WS-PLAN-REGEL = SPACE
        EXIT PARAGRAPH
    END-IF
    PERFORM TRIN-FORBEREDT
    IF WS-TRIN-SPRUNGET = "Y"
        EXIT PARAGRAPH
    END-IF
    DISPLAY "BATCH-STYRING: kører myndig_overgang..."
    CALL "SYSTEM" USING CMD-MYNDIG-OVERGANG
    MOVE RETURN-CODE TO WS-TRIN-RC
    PERFORM TRIN-AFSLUT
    IF WS-TRIN-RC NOT = 0
        DISPLAY "BATCH-STYRING: myndig_overgang fejlede "
                "(returkode " WS-TRIN-RC ")"
        STOP RUN
    END-IF
    .

*>--------------------------------------------------
*>  KOER-OPSPARING-LOFT-HVIS-PLANLAGT – årsopgørelsen over de
*>  lovbundne opsparingskonti; kun når JobPlan.txt nævner trinnet
*>  (normalt med årsreglen "A")
*>--------------------------------------------------
KOER-OPSPARING-LOFT-HVIS-PLANLAGT.
    MOVE "OPSPARING-LOFT" TO WS-TRIN-NAVN
    PERFORM FIND-PLAN-REGEL
    IF WS-PLAN-REGEL = SPACE
        EXIT PARAGRAPH
    END-IF
    PERFORM TRIN-FORBEREDT
    IF WS-TRIN-SPRUNGET = "Y"
        EXIT PARAGRAPH
    END-IF
    DISPLAY "BATCH-STYRING: kører opsparing_loft..."
    CALL "SYSTEM" USING CMD-OPSPARING-LOFT
    MOVE RETURN-CODE TO WS-TRIN-RC
    PERFORM TRIN-AFSLUT
    IF WS-TRIN-RC NOT = 0
        DISPLAY "BATCH-STYRING: opsparing_loft fejlede "
                "(returkode " WS-TRIN-RC ")"
        STOP RUN
    END-IF
    .

*>--------------------------------------------------
*>  KOER-RENTABILITET-HVIS-PLANLAGT – månedens kunderentabilitet
*>  til produktafdelingen, på den dag planen angiver (normalt
*>  månedens første bankdag, så foregående måned er komplet)
*>--------------------------------------------------
KOER-RENTABILITET-HVIS-PLANLAGT.
    MOVE "KUNDE-RENTABILITET" TO WS-TRIN-NAVN
    PERFORM FIND-PLAN-REGEL
    IF WS-PLAN-REGEL = SPACE
        EXIT PARAGRAPH
    END-IF
    PERFORM TRIN-FORBEREDT
    IF WS-TRIN-SPRUNGET = "Y"
        EXIT PARAGRAPH
    END-IF
    DISPLAY "BATCH-STYRING: kører kunde_rentabilitet..."
    CALL "SYSTEM" USING CMD-KUNDE-RENTABILITET
    MOVE RETURN-CODE TO WS-TRIN-RC
    PERFORM TRIN-AFSLUT
    IF WS-TRIN-RC NOT = 0
        DISPLAY "BATCH-STYRING: kunde_rentabilitet fejlede "
                "(returkode " WS-TRIN-RC ")"
        STOP RUN
    END-IF
    .

*>--------------------------------------------------
*>  KOER-HUSSTAND – genopbyg Husstande.txt fra dagens kundeadresser,
*>  før OPGAVE10 samler papirudskrifterne i kuverter pr. husstand.
*>  Fejler trinnet, bruger OPGAVE10 blot det forrige register
*>--------------------------------------------------
KOER-HUSSTAND.
    MOVE "HUSSTAND" TO WS-TRIN-NAVN
    PERFORM TRIN-FORBEREDT
    IF WS-TRIN-SPRUNGET = "Y"
        EXIT PARAGRAPH
    END-IF
    DISPLAY "BATCH-STYRING: kører husstand..."
    CALL "SYSTEM" USING CMD-HUSSTAND
    MOVE RETURN-CODE TO WS-TRIN-RC
    PERFORM TRIN-AFSLUT
    IF WS-TRIN-RC NOT = 0
        DISPLAY "BATCH-STYRING: husstand fejlede (returkode "
                WS-TRIN-RC ") - kuverterne dannes ud fra det "
                "forrige husstandsregister"
        MOVE 0 TO WS-TRIN-RC
    END-IF
    .

*>--------------------------------------------------
*>  KOER-SAMTYKKE-HVIS-INPUT – dagens samtykkeændringer skal være i
*>  registret, FØR OPGAVE10 og OPGAVE7 sender markedsføring ud
*>--------------------------------------------------
KOER-SAMTYKKE-HVIS-INPUT.
    MOVE "SAMTYKKE" TO WS-TRIN-NAVN
    PERFORM TRIN-FORBEREDT
    IF WS-TRIN-SPRUNGET = "Y"
        EXIT PARAGRAPH
    END-IF
    CALL "SYSTEM" USING CMD-TEST-SAMTYKKE
    IF RETURN-CODE = 0
        DISPLAY "BATCH-STYRING: kører samtykke..."
        CALL "SYSTEM" USING CMD-SAMTYKKE
        MOVE RETURN-CODE TO WS-TRIN-RC
        PERFORM TRIN-AFSLUT
        IF WS-TRIN-RC NOT = 0
            DISPLAY "BATCH-STYRING: samtykke fejlede (returkode "
                    WS-TRIN-RC ") - resten af kørslen springes over"
            STOP RUN
        END-IF
    ELSE
        DISPLAY "BATCH-STYRING: ingen samtykkeaendringer - "
                "samtykke springes over"
        MOVE 0 TO WS-TRIN-RC
        PERFORM TRIN-AFSLUT
    END-IF
    .

*>--------------------------------------------------
*>  KOER-DATAKVALITET – nattens scorecard over stamdatakvaliteten.
*>  Rent rapporttrin - fejler det, fortsætter kørslen
*>--------------------------------------------------
KOER-DATAKVALITET.
    MOVE "DATAKVALITET" TO WS-TRIN-NAVN
    PERFORM TRIN-FORBEREDT
    IF WS-TRIN-SPRUNGET = "Y"
        EXIT PARAGRAPH
    END-IF
    DISPLAY "BATCH-STYRING: kører datakvalitet..."
    CALL "SYSTEM" USING CMD-DATAKVALITET
    MOVE RETURN-CODE TO WS-TRIN-RC
    PERFORM TRIN-AFSLUT
    IF WS-TRIN-RC NOT = 0
        DISPLAY "BATCH-STYRING: datakvalitet fejlede (returkode "
                WS-TRIN-RC ") - scorecardet mangler i nat"
        MOVE 0 TO WS-TRIN-RC
    END-IF
    .

*>--------------------------------------------------
*>  KOER-DWH-UDTRAEK – nattens ændringsudtræk til datavarehuset.
*>  Fejler trinnet, står mærket uændret, og næste nats udtræk tager
*>  det manglende med - kørslen fortsætter
*>--------------------------------------------------
KOER-DWH-UDTRAEK.
    MOVE "DWH-UDTRAEK" TO WS-TRIN-NAVN
    PERFORM TRIN-FORBEREDT
    IF WS-TRIN-SPRUNGET = "Y"
        EXIT PARAGRAPH
    END-IF
    DISPLAY "BATCH-STYRING: kører dwh_udtraek..."
    CALL "SYSTEM" USING CMD-DWH-UDTRAEK
    MOVE RETURN-CODE TO WS-TRIN-RC
    PERFORM TRIN-AFSLUT
    IF WS-TRIN-RC NOT = 0
        DISPLAY "BATCH-STYRING: dwh_udtraek fejlede (returkode "
                WS-TRIN-RC ") - udtraekket indhentes i naeste koersel"
        MOVE 0 TO WS-TRIN-RC
    END-IF
    .

*>--------------------------------------------------
*>  KOER-MASTER-ISAM – genopbyg Kundeoplysninger.isf/KontoOpl.isf
*>--------------------------------------------------
    END-IF
    .

*>--------------------------------------------------
*>  KOER-OPBEVARING-HVIS-PLANLAGT – slet arkiver og historiklinjer
*>  ud over opbevaringsperioden; kun når JobPlan.txt nævner trinnet.
*>  Uden OpbevaringGodkendt.txt er det en dry run, der blot skriver
*>  OpbevaringDiff.txt - kørslen fortsætter i begge tilfælde
*>--------------------------------------------------
KOER-OPBEVARING-HVIS-PLANLAGT.
    MOVE "OPBEVARING-SLET" TO WS-TRIN-NAVN
    PERFORM FIND-PLAN-REGEL
    IF WS-PLAN-REGEL = SPACE
        EXIT PARAGRAPH
    END-IF
    PERFORM TRIN-FORBEREDT
    IF WS-TRIN-SPRUNGET = "Y"
        EXIT PARAGRAPH
    END-IF
    DISPLAY "BATCH-STYRING: kører opbevaring_slet..."
    CALL "SYSTEM" USING CMD-OPBEVARING-SLET
    MOVE RETURN-CODE TO WS-TRIN-RC
    PERFORM TRIN-AFSLUT
    EVALUATE WS-TRIN-RC
        WHEN 0
            CONTINUE
        WHEN RC-LOAD-BANKER-DRY
            DISPLAY "BATCH-STYRING: opbevaring_slet koerte som dry "
                    "run - intet er slettet. Gennemse "
                    "OpbevaringDiff.txt og opret "
                    "OpbevaringGodkendt.txt"
            MOVE 0 TO WS-TRIN-RC
        WHEN OTHER
            DISPLAY "BATCH-STYRING: opbevaring_slet fejlede "
                    "(returkode " WS-TRIN-RC ") - intet er slettet"
            MOVE 0 TO WS-TRIN-RC
    END-EVALUATE
    .

*>--------------------------------------------------
*>  KOER-UDSENDELSE – fordel nattens uddata til modtagernes
*>  leveringsmapper og skriv UdsendelseKvittering.txt. En fil, der
*>  ikke kunne leveres, stopper ikke cyklussen - den står i
*>  fejlrapporten, og filen ligger stadig i kørselsmappen
*>--------------------------------------------------
KOER-UDSENDELSE.
    MOVE "UDSENDELSE" TO WS-TRIN-NAVN
    PERFORM TRIN-FORBEREDT
    IF WS-TRIN-SPRUNGET = "Y"
        EXIT PARAGRAPH
    END-IF
    DISPLAY "BATCH-STYRING: kører udsendelse..."
    CALL "SYSTEM" USING CMD-UDSENDELSE
    MOVE RETURN-CODE TO WS-TRIN-RC
    PERFORM TRIN-AFSLUT
    IF WS-TRIN-RC NOT = 0
        DISPLAY "BATCH-STYRING: udsendelse fejlede (returkode "
                WS-TRIN-RC ") - en eller flere filer er ikke "
                "leveret, se UdsendelseKvittering.txt"
        MOVE 0 TO WS-TRIN-RC
    END-IF
    .

*>--------------------------------------------------
*>  KOER-FEJL-RAPPORT – rul FejlLog.txt op pr. program og severity
*>--------------------------------------------------
