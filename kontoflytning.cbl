>>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. KONTOFLYTNING.

*>-----------------------------------------------------------------
*>  KONTOFLYTNING – udgående kontoflytninger: en kunde flytter sine
*>  konti til en anden dansk bank. Læser nye flytteordrer fra
*>  KontoflytningOrdrer.txt (KUNDEID, evt. én konto, vores REG-NR,
*>  den modtagende banks REG-NR/konto og flyttedatoen, se
*>  KONTOFLYTORDRE.cpy) og følger hver flytning i registeret
*>  Kontoflytninger.txt (KONTOFLYTNING.cpy) til den er afsluttet.
*>
*>  En ny ordre valideres: kunden skal findes og må ikke være et
*>  dødsbo, den modtagende bank skal findes i Banker.txt og må ikke
*>  være os selv (EgneRegNr.txt), datoen skal være gyldig, og en
*>  konto må ikke allerede være under flytning. Uden konto på ordren
*>  flyttes alle konti, kunden er primær ejer af i KontoOpl.txt.
*>  Hver konto får en linje i registeret med status M, og kontoens
*>  stående ordrer (StaaendeOrdrer.txt) og Betalingsservice-mandater
*>  (BSMandater.txt), der stadig er i kraft på flyttedatoen, sendes
*>  til den modtagende bank i KontoflytningUd.txt (KONTOFLYTUD.cpy).
*>
*>  På flyttedatoen (eller første kørsel efter) udføres flytningen:
*>    - kontoens stående ordrer og mandater stoppes dagen før, så
*>      STAAENDE-ORDRE og BETALINGSSERVICE ikke trækker på den mere
*>    - saldoen (omregnet til DKK via nyeste kurs) overføres til den
*>      nye bank som en anmodning i IndlandAnmodninger.txt, som
*>      INDLANDSBETALING sender via Nets i samme kørsel. Anmodningen
*>      får et nummer fra 900001 og op, og flytningen står som
*>      sendt (S). Pengene flyttes alene af den debitering,
*>      INDLANDSBETALING lægger i IndlandPoster.txt, og som OPGAVE10
*>      bogfører
*>  En spærret konto eller en konto i overtræk holdes (status H) og
*>  prøves igen ved hver kørsel.
*>
*>  Ved de følgende kørsler følges overførslen op i
*>  INDLANDSBETALING's filer. Er den afvist (IndlandAfvist.txt),
*>  står flytningen i fejl (F) til manuel opfølgning, og kontoen
*>  lukkes ikke. Er anmodningen behandlet og debiteringen bogført,
*>  ses på kontoens saldo i KontoOpl.txt:
*>    - står kontoen i 0, skrives lukningen i KontoLukning.txt med
*>      slutudbetaling 0, og flytningen er afsluttet (A)
*>    - er der bogført mere på kontoen, siden saldoen blev læst
*>      (renter, gebyrer, indbetalinger samme dag), overføres
*>      resten på samme måde med en ny anmodning, og lukningen venter
*>      til kontoen står i 0
*>  En konto uden saldo at overføre lukkes straks. OPGAVE10 udsætter
*>  en lukning med slutudbetaling 0, så længe kontoen har en saldo,
*>  og en afsluttet flytnings konto holdes derfor under opsyn: får
*>  den en saldo igen, genoptages flytningen, og beløbet overføres.
*>
*>  KontoflytningStatus.txt dannes ved hver kørsel med alle
*>  flytninger, der ikke er afsluttet, og dagens ændringer.
*>  De behandlede ordrer flyttes til KontoflytningOrdrerBehandlet.txt
*>-----------------------------------------------------------------

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OrdreFil
        ASSIGN TO "KontoflytningOrdrer.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-ORDRE-STATUS.

    *> Registeret genskrives ved hver kørsel via .new + mv
    SELECT RegisterFil
        ASSIGN TO "Kontoflytninger.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-REGISTER-STATUS.

    SELECT RegisterNyFil
        ASSIGN TO "Kontoflytninger.new"
        ORGANIZATION IS LINE SEQUENTIAL.

    *> Holdes bevidst rå - felterne hentes via reference-modifikation
    SELECT Kundeoplysninger
        ASSIGN TO "Kundeoplysninger.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-KUNDE-STATUS.

    SELECT Kontofil
        ASSIGN TO "KontoOpl.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-KONTO-STATUS.

    SELECT Bankfil
        ASSIGN TO "Banker.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-BANK-STATUS.

    *> Bankens egne REG-NR - valgfri
    SELECT EgneRegFil
        ASSIGN TO "EgneRegNr.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-EGNE-REG-STATUS.

    SELECT SpaerringFil
        ASSIGN TO "KontoSpaerring.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-SPAERRING-STATUS.

    SELECT Valutafil
        ASSIGN TO "Valutakurser.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-VALUTA-STATUS.

    SELECT StaaendeOrdreFil
        ASSIGN TO "StaaendeOrdrer.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-SO-STATUS.

    SELECT StaaendeOrdreNyFil
        ASSIGN TO "StaaendeOrdrer.new"
        ORGANIZATION IS LINE SEQUENTIAL.

    SELECT MandatFil
        ASSIGN TO "BSMandater.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-MANDAT-STATUS.

    SELECT MandatNyFil
        ASSIGN TO "BSMandater.new"
        ORGANIZATION IS LINE SEQUENTIAL.

    *> Eksporten til de modtagende banker - dannes ved hver kørsel,
    *> tom når der ikke er registreret nye flytninger
    SELECT UdFil
        ASSIGN TO "KontoflytningUd.txt"
        ORGANIZATION IS LINE SEQUENTIAL.

    *> Læses først (opfølgning), og forlænges derefter med dagens
    *> saldooverførsler
    SELECT IndlandAnmodFil
        ASSIGN TO "IndlandAnmodninger.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-IA-STATUS.

    SELECT IndlandBehandletFil
        ASSIGN TO "IndlandBehandlet.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-IB-STATUS.

    SELECT IndlandAfvistFil
        ASSIGN TO "IndlandAfvist.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-IAF-STATUS.

    SELECT IndlandPosterFil
        ASSIGN TO "IndlandPoster.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-IP-STATUS.

    SELECT LukningFil
        ASSIGN TO "KontoLukning.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-LUKNING-STATUS.

    SELECT StatusFil
        ASSIGN TO "KontoflytningStatus.txt"
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.

FD OrdreFil.
01 RAW-ORDRE PIC X(54).          *> 10+14+4+4+14+8 = 54
01 ORDRE-REC REDEFINES RAW-ORDRE.
   COPY "KONTOFLYTORDRE.cpy".

FD RegisterFil.
01 RAW-REGISTER PIC X(149).      *> se KONTOFLYTNING.cpy
01 REGISTER-REC REDEFINES RAW-REGISTER.
   COPY "KONTOFLYTNING.cpy".

FD RegisterNyFil.
01 RAW-REGISTER-NY PIC X(149).
01 REGISTER-NY-REC REDEFINES RAW-REGISTER-NY.
   COPY "KONTOFLYTNING.cpy".

FD Kundeoplysninger.
01 RAW-KUNDE PIC X(302).

FD Kontofil.
01 RAW-KONTO PIC X(52).
01 KONTO-REC REDEFINES RAW-KONTO.
   COPY "KONTOOPL.cpy".

FD Bankfil.
01 RAW-BANK PIC X(130).
01 BANK-REC REDEFINES RAW-BANK.
   COPY "BANKER.cpy".

FD EgneRegFil.
01 EGNE-REG-REC.
   02 ER-REG-NR PIC X(4).

FD SpaerringFil.
01 RAW-SPAERRING PIC X(27).      *> 14+1+8+4 = 27
01 SPAERRING-REC REDEFINES RAW-SPAERRING.
   COPY "KONTOSPAERRING.cpy".

FD Valutafil.
01 RAW-VALUTA PIC X(38).
01 VALUTAKURS-REC REDEFINES RAW-VALUTA.
   COPY "VALUTAKURS.cpy".

FD StaaendeOrdreFil.
01 RAW-SO PIC X(94).             *> 6+14+4+20+15+3+2+8+8+14 = 94
01 SO-REC REDEFINES RAW-SO.
   COPY "STAAENDEORDRE.cpy".

FD StaaendeOrdreNyFil.
01 RAW-SO-NY PIC X(94).

FD MandatFil.
01 RAW-MANDAT PIC X(72).         *> 14+4+8+15+8+8+15 = 72
01 MANDAT-REC REDEFINES RAW-MANDAT.
   COPY "BSMANDAT.cpy".

FD MandatNyFil.
01 RAW-MANDAT-NY PIC X(72).

FD UdFil.
01 RAW-UD PIC X(101).            *> 1+6+94 = 101
01 UD-REC REDEFINES RAW-UD.
   COPY "KONTOFLYTUD.cpy".

FD IndlandAnmodFil.
01 RAW-IA PIC X(97).             *> 6+14+4+4+14+30+15+10 = 97
01 IA-REC REDEFINES RAW-IA.
   COPY "INDLANDANMODNING.cpy".

FD IndlandBehandletFil.
01 RAW-IB PIC X(97).
01 IB-REC REDEFINES RAW-IB.
   COPY "INDLANDANMODNING.cpy".

FD IndlandAfvistFil.
01 IAF-REC.
   02 IAF-TEXT PIC X(150).

FD IndlandPosterFil.
01 RAW-IP PIC X(223).
01 IP-REC REDEFINES RAW-IP.
   COPY "TRANSAKTIONER.cpy".

FD LukningFil.
01 RAW-LUKNING PIC X(37).        *> 14+8+15 = 37
01 LUKNING-REC REDEFINES RAW-LUKNING.
   COPY "KONTOLUKNING.cpy".

FD StatusFil.
01 STATUS-REC.
   02 STATUS-TEXT PIC X(160).

WORKING-STORAGE SECTION.
01 EOF-ORDRE     PIC X VALUE "N".
01 EOF-REGISTER  PIC X VALUE "N".
01 EOF-KUNDE     PIC X VALUE "N".
01 EOF-KONTO     PIC X VALUE "N".
01 EOF-BANK      PIC X VALUE "N".
01 EOF-EGNE-REG  PIC X VALUE "N".
01 EOF-SPAERRING PIC X VALUE "N".
01 EOF-VALUTA    PIC X VALUE "N".
01 EOF-SO        PIC X VALUE "N".
01 EOF-MANDAT    PIC X VALUE "N".
01 EOF-IA        PIC X VALUE "N".
01 EOF-IB        PIC X VALUE "N".
01 EOF-IAF       PIC X VALUE "N".
01 EOF-IP        PIC X VALUE "N".
01 EOF-LUKNING   PIC X VALUE "N".

01 WS-ORDRE-STATUS     PIC XX VALUE SPACES.
01 WS-REGISTER-STATUS  PIC XX VALUE SPACES.
01 WS-KUNDE-STATUS     PIC XX VALUE SPACES.
01 WS-KONTO-STATUS     PIC XX VALUE SPACES.
01 WS-BANK-STATUS      PIC XX VALUE SPACES.
01 WS-EGNE-REG-STATUS  PIC XX VALUE SPACES.
01 WS-SPAERRING-STATUS PIC XX VALUE SPACES.
01 WS-VALUTA-STATUS    PIC XX VALUE SPACES.
01 WS-SO-STATUS        PIC XX VALUE SPACES.
01 WS-MANDAT-STATUS    PIC XX VALUE SPACES.
01 WS-IA-STATUS        PIC XX VALUE SPACES.
01 WS-IB-STATUS        PIC XX VALUE SPACES.
01 WS-IAF-STATUS       PIC XX VALUE SPACES.
01 WS-IP-STATUS        PIC XX VALUE SPACES.
01 WS-LUKNING-STATUS   PIC XX VALUE SPACES.
01 WS-ORDRE-LAEST      PIC X  VALUE "N".

01 WS-DAGS-DATO  PIC X(8) VALUE SPACES.
*> Dagen før dags dato - de flyttede kontis stående ordrer og
*> mandater ophører denne dag
01 WS-STOP-DATO  PIC X(8) VALUE SPACES.
01 WS-DATO-NUM   PIC 9(8) VALUE 0.

*> Registeret - én post pr. flytning og konto. T-KF-NY = "J" for
*> linjer registreret i kørslen (skal eksporteres), T-KF-UDFOERT =
*> "J" for linjer udført i kørslen (ordrer og mandater stoppes).
*> T-KF-SPOR samler opfølgningen på en sendt overførsel: V = venter
*> i IndlandAnmodninger.txt, P = debiteringen venter på bogføring,
*> B = behandlet, R = afvist (R vinder over de øvrige)
01 MAX-KF    PIC 9(5) VALUE 5000.
01 ANTAL-KF  PIC 9(5) VALUE 0.
01 IDX-KF    PIC 9(5) VALUE 0.
01 IDX-KF-J  PIC 9(5) VALUE 0.
01 KF-TABEL.
   02 KF-POST OCCURS 5000 TIMES.
      03 T-KF-FLYT-NR        PIC 9(6).
      03 T-KF-KUNDE-ID       PIC X(10).
      03 T-KF-KONTO-ID       PIC X(14).
      03 T-KF-REG-NR         PIC X(4).
      03 T-KF-MODT-REG-NR    PIC X(4).
      03 T-KF-MODT-KONTO     PIC X(14).
      03 T-KF-FLYT-DATO      PIC X(8).
      03 T-KF-STATUS         PIC X(1).
      03 T-KF-STATUS-DATO    PIC X(8).
      03 T-KF-ANMOD-NR       PIC 9(6).
      03 T-KF-BELOB          PIC S9(13)V99.
      03 T-KF-ANTAL-ORDRER   PIC 9(3).
      03 T-KF-ANTAL-MANDATER PIC 9(3).
      03 T-KF-BEMAERKNING    PIC X(40).
      03 T-KF-NY             PIC X(1).
      03 T-KF-UDFOERT        PIC X(1).
      03 T-KF-SPOR           PIC X(1).
01 WS-FLYT-NR    PIC 9(6) VALUE 0.
01 WS-ANMOD-NR   PIC 9(6) VALUE 900000.
01 ANMOD-NR-EDIT PIC 9(6).

*> Kunde -> navn/status fra Kundeoplysninger.txt
01 MAX-KUNDER   PIC 9(5) VALUE 50000.
01 ANTAL-KUNDER PIC 9(5) VALUE 0.
01 IDX-KUNDE    PIC 9(5).
01 KUNDE-TABEL.
   02 KUNDE-POST OCCURS 50000 TIMES.
      03 T-KU-KUNDEID PIC X(10).
      03 T-KU-NAVN    PIC X(30).
      03 T-KU-STATUS  PIC X(1).

*> Kontostamdata fra KontoOpl.txt
01 MAX-KONTI   PIC 9(5) VALUE 50000.
01 ANTAL-KONTI PIC 9(5) VALUE 0.
01 IDX-KONTO   PIC 9(5).
01 KONTO-TABEL.
   02 KONTO-POST OCCURS 50000 TIMES.
      03 T-KS-KONTO-ID  PIC X(14).
      03 T-KS-KUNDE-ID  PIC X(10).
      03 T-KS-BALANCE   PIC S9(11)V99.
      03 T-KS-VALUTA-KD PIC X(3).

*> Kendte REG-NR fra Banker.txt
01 MAX-BANKER   PIC 9(5) VALUE 5000.
01 ANTAL-BANKER PIC 9(5) VALUE 0.
01 IDX-BANK     PIC 9(5).
01 BANK-REG-TABEL.
   02 T-BK-REG-NR OCCURS 5000 TIMES PIC X(4).

*> Bankens egne REG-NR
01 MAX-EGNE-REG   PIC 9(3) VALUE 100.
01 ANTAL-EGNE-REG PIC 9(3) VALUE 0.
01 IDX-EGNE-REG   PIC 9(3).
01 EGNE-REG-TABEL.
   02 T-ER-REG-NR OCCURS 100 TIMES PIC X(4).

*> Konti, der allerede står i KontoLukning.txt - lukningen skrives
*> kun én gang, også når flytningen genoptages for en restsaldo
01 MAX-LUKKET   PIC 9(5) VALUE 5000.
01 ANTAL-LUKKET PIC 9(5) VALUE 0.
01 IDX-LUKKET   PIC 9(5).
01 LUKKET-TABEL.
   02 T-LK-KONTO-ID OCCURS 5000 TIMES PIC X(14).

*> Spærrede konti fra KontoSpaerring.txt
01 MAX-SPAERRINGER   PIC 9(5) VALUE 5000.
01 ANTAL-SPAERRINGER PIC 9(5) VALUE 0.
01 IDX-SPAERRING     PIC 9(5).
01 SPAERRING-TABEL.
   02 T-SP-KONTO-ID OCCURS 5000 TIMES PIC X(14).

*> Nyeste kurs pr. valuta, samme princip som INDLANDSBETALING
01 MAX-KURSER   PIC 9(4) VALUE 200.
01 ANTAL-KURSER PIC 9(4) VALUE 0.
01 IDX-KURS     PIC 9(4).
01 KURS-TABEL.
   02 KURS-POST OCCURS 200 TIMES.
      03 T-VK-VALUTA PIC X(3).
      03 T-VK-DATO   PIC X(8).
      03 T-VK-KURS   PIC 9(5)V9999.

01 WS-KURS-FUNDET  PIC X VALUE "N".
01 WS-KURS         PIC 9(5)V9999 VALUE 0.
01 WS-SOEGE-VALUTA PIC X(3) VALUE SPACES.

*> Den ordre, der behandles
01 WS-KUNDE-IDX     PIC 9(5) VALUE 0.
01 WS-AFVIST-AARSAG PIC X(40) VALUE SPACES.
01 WS-FUNDET        PIC X VALUE "N".
01 WS-ANTAL-KONTI   PIC 9(5) VALUE 0.

*> Den flytning, der udføres
01 WS-SPAERRET      PIC X VALUE "N".
01 WS-BELOB-DKK     PIC S9(13)V99 VALUE 0.
01 WS-BELOB-TEKST   PIC Z(11)9.99.
01 WS-BELOB-EDIT    PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
01 WS-IA-AABEN      PIC X VALUE "N".
01 WS-LUKNING-AABEN PIC X VALUE "N".

*> Opfølgning
01 WS-SPOR-NR       PIC 9(6) VALUE 0.
01 WS-SPOR-KONTO    PIC X(14) VALUE SPACES.
01 WS-SPOR-KODE     PIC X(1) VALUE SPACE.
01 WS-AFVIST-TEKST  PIC X(150) VALUE SPACES.
01 WS-AFVIST-FOER   PIC X(150) VALUE SPACES.

*> Statusrapporten
01 WS-STATUS-NAVN   PIC X(12) VALUE SPACES.
01 WS-DATO-TEKST    PIC X(10) VALUE SPACES.
01 WS-STATUS-DATO-TEKST PIC X(10) VALUE SPACES.
01 WS-DATO-ARB      PIC X(8)  VALUE SPACES.
01 FLYT-NR-EDIT     PIC 9(6).
01 ANTAL-EDIT       PIC ZZZZ9.
01 ORDRE-EDIT       PIC ZZ9.
01 MANDAT-EDIT      PIC ZZ9.

01 ANTAL-ORDRER-LAEST PIC 9(5) VALUE 0.
01 ANTAL-REGISTRERET  PIC 9(5) VALUE 0.
01 ANTAL-ORDRE-AFVIST PIC 9(5) VALUE 0.
01 ANTAL-UDFOERT      PIC 9(5) VALUE 0.
01 ANTAL-HOLDT        PIC 9(5) VALUE 0.
01 ANTAL-AFSLUTTET    PIC 9(5) VALUE 0.
01 ANTAL-FEJL         PIC 9(5) VALUE 0.
01 ANTAL-SO-STOPPET   PIC 9(5) VALUE 0.
01 ANTAL-BM-STOPPET   PIC 9(5) VALUE 0.
01 ANTAL-UD-LINJER    PIC 9(5) VALUE 0.
01 ANTAL-I-RAPPORT    PIC 9(5) VALUE 0.
01 ANTAL-ST-M         PIC 9(5) VALUE 0.
01 ANTAL-ST-H         PIC 9(5) VALUE 0.
01 ANTAL-ST-S         PIC 9(5) VALUE 0.
01 ANTAL-ST-A         PIC 9(5) VALUE 0.
01 ANTAL-ST-F         PIC 9(5) VALUE 0.
01 ANTAL-ST-X         PIC 9(5) VALUE 0.

PROCEDURE DIVISION.
    MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DAGS-DATO
    MOVE WS-DAGS-DATO TO WS-DATO-NUM
    COMPUTE WS-DATO-NUM = FUNCTION DATE-OF-INTEGER(
        FUNCTION INTEGER-OF-DATE(WS-DATO-NUM) - 1)
    MOVE WS-DATO-NUM TO WS-STOP-DATO

    PERFORM LAES-REGISTER
    PERFORM LAES-KUNDER
    PERFORM LAES-KONTI
    PERFORM LAES-BANKER
    PERFORM LAES-EGNE-REG-NR
    PERFORM LAES-SPAERRINGER
    PERFORM LAES-KURSER
    PERFORM LAES-LUKNINGER

    *> Nye flytteordrer
    OPEN INPUT OrdreFil
    IF WS-ORDRE-STATUS = "00"
        MOVE "Y" TO WS-ORDRE-LAEST
        PERFORM UNTIL EOF-ORDRE = "Y"
            READ OrdreFil
                AT END
                    MOVE "Y" TO EOF-ORDRE
                NOT AT END
                    IF RAW-ORDRE NOT = SPACES
                        ADD 1 TO ANTAL-ORDRER-LAEST
                        PERFORM BEHANDL-ORDRE
                    END-IF
            END-READ
        END-PERFORM
        CLOSE OrdreFil
    END-IF

    PERFORM EKSPORTER-NYE

    *> Først opfølgningen på tidligere kørslers overførsler, så
    *> INDLANDSBETALING's filer læses, før dagens anmodninger lægges
    *> i IndlandAnmodninger.txt
    PERFORM FOELG-OP-SENDTE
    PERFORM TJEK-AFSLUTTEDE

    *> Også flytninger, opfølgningen netop har genoptaget (H) for en
    *> restsaldo
    PERFORM UDFOER-FLYTNINGER
    IF WS-IA-AABEN = "Y"
        CLOSE IndlandAnmodFil
    END-IF
    IF WS-LUKNING-AABEN = "Y"
        CLOSE LukningFil
    END-IF

    IF ANTAL-UDFOERT > 0
        PERFORM STOP-STAAENDE-ORDRER
        PERFORM STOP-MANDATER
    END-IF

    PERFORM SKRIV-REGISTER
    PERFORM SKRIV-STATUSRAPPORT

    *> Ordrerne er nu registreret (eller afvist) - flyt dem til
    *> behandlet-arkivet, så en genkørsel ikke registrerer dem igen
    IF WS-ORDRE-LAEST = "Y"
        CALL "SYSTEM" USING
            "cat KontoflytningOrdrer.txt >> KontoflytningOrdrerBehandlet.txt && rm -f KontoflytningOrdrer.txt"
    END-IF

    DISPLAY "KONTOFLYTNING gennemført - " ANTAL-ORDRER-LAEST
            " ordre(r) læst: " ANTAL-REGISTRERET " konto(er) registreret, "
            ANTAL-ORDRE-AFVIST " afvist"
    DISPLAY "KONTOFLYTNING: " ANTAL-UDFOERT " konto(er) flyttet, "
            ANTAL-HOLDT " holdt, " ANTAL-AFSLUTTET " afsluttet, "
            ANTAL-FEJL " i fejl; " ANTAL-SO-STOPPET " staaende ordre(r) og "
            ANTAL-BM-STOPPET " mandat(er) stoppet"
    STOP RUN.

*>-----------------------------------------------------------------
*>  LAES-REGISTER – registeret i KF-TABEL, og højeste flyttenummer og
*>  anmodningsnummer, så nye numre fortsætter efter dem
*>-----------------------------------------------------------------
LAES-REGISTER.
    OPEN INPUT RegisterFil
    IF WS-REGISTER-STATUS = "00"
        PERFORM UNTIL EOF-REGISTER = "Y"
            READ RegisterFil
                AT END
                    MOVE "Y" TO EOF-REGISTER
                NOT AT END
                    IF RAW-REGISTER NOT = SPACES
                            AND ANTAL-KF < MAX-KF
                        ADD 1 TO ANTAL-KF
                        PERFORM NOTER-REGISTER-LINJE
                    END-IF
            END-READ
        END-PERFORM
        CLOSE RegisterFil
    END-IF
    .

*>-----------------------------------------------------------------
*>  NOTER-REGISTER-LINJE – linjen i REGISTER-REC som post ANTAL-KF
*>-----------------------------------------------------------------
NOTER-REGISTER-LINJE.
    MOVE KF-FLYT-NR        OF REGISTER-REC TO T-KF-FLYT-NR(ANTAL-KF)
    MOVE KF-KUNDE-ID       OF REGISTER-REC TO T-KF-KUNDE-ID(ANTAL-KF)
    MOVE KF-KONTO-ID       OF REGISTER-REC TO T-KF-KONTO-ID(ANTAL-KF)
    MOVE KF-REG-NR         OF REGISTER-REC TO T-KF-REG-NR(ANTAL-KF)
    MOVE KF-MODT-REG-NR    OF REGISTER-REC TO T-KF-MODT-REG-NR(ANTAL-KF)
    MOVE KF-MODT-KONTO     OF REGISTER-REC TO T-KF-MODT-KONTO(ANTAL-KF)
    MOVE KF-FLYT-DATO      OF REGISTER-REC TO T-KF-FLYT-DATO(ANTAL-KF)
    MOVE KF-STATUS         OF REGISTER-REC TO T-KF-STATUS(ANTAL-KF)
    MOVE KF-STATUS-DATO    OF REGISTER-REC TO T-KF-STATUS-DATO(ANTAL-KF)
    MOVE KF-ANMOD-NR       OF REGISTER-REC TO T-KF-ANMOD-NR(ANTAL-KF)
    MOVE KF-BELOB          OF REGISTER-REC TO T-KF-BELOB(ANTAL-KF)
    MOVE KF-ANTAL-ORDRER   OF REGISTER-REC
        TO T-KF-ANTAL-ORDRER(ANTAL-KF)
    MOVE KF-ANTAL-MANDATER OF REGISTER-REC
        TO T-KF-ANTAL-MANDATER(ANTAL-KF)
    MOVE KF-BEMAERKNING    OF REGISTER-REC TO T-KF-BEMAERKNING(ANTAL-KF)
    MOVE "N"   TO T-KF-NY(ANTAL-KF)
    MOVE "N"   TO T-KF-UDFOERT(ANTAL-KF)
    MOVE SPACE TO T-KF-SPOR(ANTAL-KF)

    IF T-KF-FLYT-NR(ANTAL-KF) > WS-FLYT-NR
        MOVE T-KF-FLYT-NR(ANTAL-KF) TO WS-FLYT-NR
    END-IF
    IF T-KF-ANMOD-NR(ANTAL-KF) > WS-ANMOD-NR
        MOVE T-KF-ANMOD-NR(ANTAL-KF) TO WS-ANMOD-NR
    END-IF
    .

*>-----------------------------------------------------------------
*>  LAES-KUNDER – kunde -> navn og KUNDE-STATUS fra
*>  Kundeoplysninger.txt
*>-----------------------------------------------------------------
LAES-KUNDER.
    OPEN INPUT Kundeoplysninger
    IF WS-KUNDE-STATUS = "00"
        PERFORM UNTIL EOF-KUNDE = "Y"
            READ Kundeoplysninger
                AT END
                    MOVE "Y" TO EOF-KUNDE
                NOT AT END
                    IF RAW-KUNDE(1:10) NOT = SPACES
                            AND ANTAL-KUNDER < MAX-KUNDER
                        ADD 1 TO ANTAL-KUNDER
                        MOVE RAW-KUNDE(1:10)
                            TO T-KU-KUNDEID(ANTAL-KUNDER)
                        MOVE RAW-KUNDE(51:30)
                            TO T-KU-NAVN(ANTAL-KUNDER)
                        MOVE RAW-KUNDE(270:1)
                            TO T-KU-STATUS(ANTAL-KUNDER)
                    END-IF
            END-READ
        END-PERFORM
        CLOSE Kundeoplysninger
    END-IF
    .

*>-----------------------------------------------------------------
*>  LAES-KONTI – konto -> ejer/saldo/valuta fra KontoOpl.txt
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
                        MOVE KUNDE-ID  OF KONTO-REC
                            TO T-KS-KUNDE-ID(ANTAL-KONTI)
                        MOVE BALANCE   OF KONTO-REC
                            TO T-KS-BALANCE(ANTAL-KONTI)
                        MOVE VALUTA-KD OF KONTO-REC
                            TO T-KS-VALUTA-KD(ANTAL-KONTI)
                    END-IF
            END-READ
        END-PERFORM
        CLOSE Kontofil
    END-IF
    .

*>-----------------------------------------------------------------
*>  LAES-BANKER – kendte REG-NR fra Banker.txt, samme indlæsning som
*>  INDLANDSBETALING
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
*>  LAES-EGNE-REG-NR – bankens egne REG-NR fra EgneRegNr.txt (valgfri,
*>  ét REG-NR pr. linje)
*>-----------------------------------------------------------------
LAES-EGNE-REG-NR.
    OPEN INPUT EgneRegFil
    IF WS-EGNE-REG-STATUS = "00"
        PERFORM UNTIL EOF-EGNE-REG = "Y"
            READ EgneRegFil
                AT END
                    MOVE "Y" TO EOF-EGNE-REG
                NOT AT END
                    IF ER-REG-NR NOT = SPACES
                            AND ANTAL-EGNE-REG < MAX-EGNE-REG
                        ADD 1 TO ANTAL-EGNE-REG
                        MOVE ER-REG-NR TO T-ER-REG-NR(ANTAL-EGNE-REG)
                    END-IF
            END-READ
        END-PERFORM
        CLOSE EgneRegFil
    END-IF
    .

*>-----------------------------------------------------------------
*>  LAES-SPAERRINGER – spærrede konti fra KontoSpaerring.txt. Både
*>  debet- og fuld spærring holder en flytning, da saldoen skal
*>  debiteres
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
*>  LAES-LUKNINGER – konti, der allerede står i KontoLukning.txt
*>-----------------------------------------------------------------
LAES-LUKNINGER.
    OPEN INPUT LukningFil
    IF WS-LUKNING-STATUS = "00"
        PERFORM UNTIL EOF-LUKNING = "Y"
            READ LukningFil
                AT END
                    MOVE "Y" TO EOF-LUKNING
                NOT AT END
                    IF KL-KONTO-ID OF LUKNING-REC NOT = SPACES
                            AND ANTAL-LUKKET < MAX-LUKKET
                        ADD 1 TO ANTAL-LUKKET
                        MOVE KL-KONTO-ID OF LUKNING-REC
                            TO T-LK-KONTO-ID(ANTAL-LUKKET)
                    END-IF
            END-READ
        END-PERFORM
        CLOSE LukningFil
    END-IF
    .

*>-----------------------------------------------------------------
*>  LAES-KURSER – behold den nyeste kurs pr. valuta, samme princip
*>  som INDLANDSBETALING
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
        IF T-VK-VALUTA(IDX-KURS) = VK-VALUTAKODE OF VALUTAKURS-REC
            IF VK-EFFEKTIV-DATO OF VALUTAKURS-REC
                    >= T-VK-DATO(IDX-KURS)
                MOVE VK-EFFEKTIV-DATO OF VALUTAKURS-REC
                    TO T-VK-DATO(IDX-KURS)
                MOVE VK-KURS OF VALUTAKURS-REC
                    TO T-VK-KURS(IDX-KURS)
            END-IF
            EXIT PARAGRAPH
        END-IF
        ADD 1 TO IDX-KURS
    END-PERFORM

    IF ANTAL-KURSER < MAX-KURSER
        ADD 1 TO ANTAL-KURSER
        MOVE VK-VALUTAKODE    OF VALUTAKURS-REC
            TO T-VK-VALUTA(ANTAL-KURSER)
        MOVE VK-EFFEKTIV-DATO OF VALUTAKURS-REC
            TO T-VK-DATO(ANTAL-KURSER)
        MOVE VK-KURS          OF VALUTAKURS-REC
            TO T-VK-KURS(ANTAL-KURSER)
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
            IF T-VK-VALUTA(IDX-KURS) = WS-SOEGE-VALUTA
                MOVE "Y" TO WS-KURS-FUNDET
                MOVE T-VK-KURS(IDX-KURS) TO WS-KURS
                EXIT PERFORM
            END-IF
            ADD 1 TO IDX-KURS
        END-PERFORM
    END-IF
    .

*>-----------------------------------------------------------------
*>  BEHANDL-ORDRE – valider én flytteordre og registrér en linje pr.
*>  konto. En afvist ordre registreres med status X, så den også
*>  står på statusrapporten
*>-----------------------------------------------------------------
BEHANDL-ORDRE.
    MOVE SPACES TO WS-AFVIST-AARSAG
    ADD 1 TO WS-FLYT-NR

    PERFORM VALIDER-ORDRE
    IF WS-AFVIST-AARSAG NOT = SPACES
        PERFORM REGISTRER-AFVIST
        EXIT PARAGRAPH
    END-IF

    MOVE 0 TO WS-ANTAL-KONTI
    IF FO-KONTO-ID OF ORDRE-REC NOT = SPACES
        MOVE "N" TO WS-FUNDET
        MOVE 1 TO IDX-KONTO
        PERFORM UNTIL IDX-KONTO > ANTAL-KONTI
            IF T-KS-KONTO-ID(IDX-KONTO) = FO-KONTO-ID OF ORDRE-REC
                MOVE "Y" TO WS-FUNDET
                EXIT PERFORM
            END-IF
            ADD 1 TO IDX-KONTO
        END-PERFORM
        IF WS-FUNDET = "N"
            MOVE "Kontoen findes ikke" TO WS-AFVIST-AARSAG
        ELSE
            IF T-KS-KUNDE-ID(IDX-KONTO) NOT = FO-KUNDE-ID OF ORDRE-REC
                MOVE "Kunden er ikke kontoens ejer"
                    TO WS-AFVIST-AARSAG
            ELSE
                PERFORM TJEK-KONTO-LEDIG
                IF WS-AFVIST-AARSAG = SPACES
                    PERFORM REGISTRER-KONTO
                END-IF
            END-IF
        END-IF
    ELSE
        *> Alle konti, kunden er primær ejer af. En konto, der
        *> allerede er under flytning, springes over
        MOVE 1 TO IDX-KONTO
        PERFORM UNTIL IDX-KONTO > ANTAL-KONTI
            IF T-KS-KUNDE-ID(IDX-KONTO) = FO-KUNDE-ID OF ORDRE-REC
                MOVE SPACES TO WS-AFVIST-AARSAG
                PERFORM TJEK-KONTO-LEDIG
                IF WS-AFVIST-AARSAG = SPACES
                    PERFORM REGISTRER-KONTO
                END-IF
            END-IF
            ADD 1 TO IDX-KONTO
        END-PERFORM
        IF WS-ANTAL-KONTI > 0
            MOVE SPACES TO WS-AFVIST-AARSAG
        END-IF
    END-IF

    IF WS-ANTAL-KONTI = 0
        IF WS-AFVIST-AARSAG = SPACES
            MOVE "Ingen konti at flytte" TO WS-AFVIST-AARSAG
        END-IF
        PERFORM REGISTRER-AFVIST
    END-IF
    .

*>-----------------------------------------------------------------
*>  VALIDER-ORDRE – ordrens faste felter; årsagen i WS-AFVIST-AARSAG
*>-----------------------------------------------------------------
VALIDER-ORDRE.
    IF FO-KUNDE-ID OF ORDRE-REC = SPACES
            OR FO-REG-NR OF ORDRE-REC = SPACES
            OR FO-MODT-REG-NR OF ORDRE-REC = SPACES
            OR FO-MODT-KONTO OF ORDRE-REC = SPACES
        MOVE "Ordren er ikke udfyldt" TO WS-AFVIST-AARSAG
        EXIT PARAGRAPH
    END-IF

    IF FO-FLYT-DATO OF ORDRE-REC IS NOT NUMERIC
        MOVE "Ugyldig flyttedato" TO WS-AFVIST-AARSAG
        EXIT PARAGRAPH
    END-IF
    IF FUNCTION TEST-DATE-YYYYMMDD(
            FUNCTION NUMVAL(FO-FLYT-DATO OF ORDRE-REC)) NOT = 0
        MOVE "Ugyldig flyttedato" TO WS-AFVIST-AARSAG
        EXIT PARAGRAPH
    END-IF

    MOVE 0 TO WS-KUNDE-IDX
    MOVE 1 TO IDX-KUNDE
    PERFORM UNTIL IDX-KUNDE > ANTAL-KUNDER
        IF T-KU-KUNDEID(IDX-KUNDE) = FO-KUNDE-ID OF ORDRE-REC
            MOVE IDX-KUNDE TO WS-KUNDE-IDX
            EXIT PERFORM
        END-IF
        ADD 1 TO IDX-KUNDE
    END-PERFORM
    IF WS-KUNDE-IDX = 0
        MOVE "Kunden findes ikke" TO WS-AFVIST-AARSAG
        EXIT PARAGRAPH
    END-IF
    IF T-KU-STATUS(WS-KUNDE-IDX) = "B"
        MOVE "Kunden er et doedsbo" TO WS-AFVIST-AARSAG
        EXIT PARAGRAPH
    END-IF

    *> Vores REG-NR skal være et af bankens egne, hvis de kendes
    IF ANTAL-EGNE-REG > 0
        MOVE "N" TO WS-FUNDET
        MOVE 1 TO IDX-EGNE-REG
        PERFORM UNTIL IDX-EGNE-REG > ANTAL-EGNE-REG
            IF T-ER-REG-NR(IDX-EGNE-REG) = FO-REG-NR OF ORDRE-REC
                MOVE "Y" TO WS-FUNDET
                EXIT PERFORM
            END-IF
            ADD 1 TO IDX-EGNE-REG
        END-PERFORM
        IF WS-FUNDET = "N"
            MOVE "REG-NR er ikke bankens eget" TO WS-AFVIST-AARSAG
            EXIT PARAGRAPH
        END-IF
    END-IF

    *> Den modtagende bank skal kendes og må ikke være os selv
    MOVE 1 TO IDX-EGNE-REG
    PERFORM UNTIL IDX-EGNE-REG > ANTAL-EGNE-REG
        IF T-ER-REG-NR(IDX-EGNE-REG) = FO-MODT-REG-NR OF ORDRE-REC
            MOVE "Modtagende REG-NR er bankens eget"
                TO WS-AFVIST-AARSAG
            EXIT PARAGRAPH
        END-IF
        ADD 1 TO IDX-EGNE-REG
    END-PERFORM
    MOVE "N" TO WS-FUNDET
    MOVE 1 TO IDX-BANK
    PERFORM UNTIL IDX-BANK > ANTAL-BANKER
        IF T-BK-REG-NR(IDX-BANK) = FO-MODT-REG-NR OF ORDRE-REC
            MOVE "Y" TO WS-FUNDET
            EXIT PERFORM
        END-IF
        ADD 1 TO IDX-BANK
    END-PERFORM
    IF WS-FUNDET = "N"
        MOVE "Modtagende REG-NR ukendt" TO WS-AFVIST-AARSAG
    END-IF
    .

*>-----------------------------------------------------------------
*>  TJEK-KONTO-LEDIG – kontoen T-KS-KONTO-ID(IDX-KONTO) må ikke have
*>  en flytning, der ikke er afsluttet, afvist eller i fejl
*>-----------------------------------------------------------------
TJEK-KONTO-LEDIG.
    MOVE 1 TO IDX-KF
    PERFORM UNTIL IDX-KF > ANTAL-KF
        IF T-KF-KONTO-ID(IDX-KF) = T-KS-KONTO-ID(IDX-KONTO)
                AND (T-KF-STATUS(IDX-KF) = "M"
                     OR T-KF-STATUS(IDX-KF) = "H"
                     OR T-KF-STATUS(IDX-KF) = "S")
            MOVE "Kontoen er allerede under flytning"
                TO WS-AFVIST-AARSAG
            EXIT PARAGRAPH
        END-IF
        ADD 1 TO IDX-KF
    END-PERFORM
    .

*>-----------------------------------------------------------------
*>  REGISTRER-KONTO – ny registerlinje for ordren og kontoen
*>  T-KS-KONTO-ID(IDX-KONTO), status M
*>-----------------------------------------------------------------
REGISTRER-KONTO.
    IF ANTAL-KF >= MAX-KF
        DISPLAY "KONTOFLYTNING: registeret er fuldt - konto "
                T-KS-KONTO-ID(IDX-KONTO) " ikke registreret"
        EXIT PARAGRAPH
    END-IF
    ADD 1 TO ANTAL-KF
    PERFORM UDFYLD-NY-LINJE
    MOVE T-KS-KONTO-ID(IDX-KONTO) TO T-KF-KONTO-ID(ANTAL-KF)
    MOVE "M" TO T-KF-STATUS(ANTAL-KF)
    MOVE "J" TO T-KF-NY(ANTAL-KF)
    ADD 1 TO WS-ANTAL-KONTI
    ADD 1 TO ANTAL-REGISTRERET
    .

*>-----------------------------------------------------------------
*>  REGISTRER-AFVIST – registerlinje med status X og årsagen
*>-----------------------------------------------------------------
REGISTRER-AFVIST.
    ADD 1 TO ANTAL-ORDRE-AFVIST
    DISPLAY "KONTOFLYTNING: ordre for kunde "
            FO-KUNDE-ID OF ORDRE-REC " afvist - "
            FUNCTION TRIM(WS-AFVIST-AARSAG)
    IF ANTAL-KF >= MAX-KF
        EXIT PARAGRAPH
    END-IF
    ADD 1 TO ANTAL-KF
    PERFORM UDFYLD-NY-LINJE
    MOVE FO-KONTO-ID OF ORDRE-REC TO T-KF-KONTO-ID(ANTAL-KF)
    MOVE "X" TO T-KF-STATUS(ANTAL-KF)
    MOVE WS-AFVIST-AARSAG TO T-KF-BEMAERKNING(ANTAL-KF)
    .

*>-----------------------------------------------------------------
*>  UDFYLD-NY-LINJE – ordrens felter i post ANTAL-KF
*>-----------------------------------------------------------------
UDFYLD-NY-LINJE.
    MOVE WS-FLYT-NR                 TO T-KF-FLYT-NR(ANTAL-KF)
    MOVE FO-KUNDE-ID OF ORDRE-REC   TO T-KF-KUNDE-ID(ANTAL-KF)
    MOVE FO-REG-NR OF ORDRE-REC     TO T-KF-REG-NR(ANTAL-KF)
    MOVE FO-MODT-REG-NR OF ORDRE-REC
        TO T-KF-MODT-REG-NR(ANTAL-KF)
    MOVE FO-MODT-KONTO OF ORDRE-REC TO T-KF-MODT-KONTO(ANTAL-KF)
    MOVE FO-FLYT-DATO OF ORDRE-REC  TO T-KF-FLYT-DATO(ANTAL-KF)
    MOVE WS-DAGS-DATO               TO T-KF-STATUS-DATO(ANTAL-KF)
    MOVE 0      TO T-KF-ANMOD-NR(ANTAL-KF)
    MOVE 0      TO T-KF-BELOB(ANTAL-KF)
    MOVE 0      TO T-KF-ANTAL-ORDRER(ANTAL-KF)
    MOVE 0      TO T-KF-ANTAL-MANDATER(ANTAL-KF)
    MOVE SPACES TO T-KF-BEMAERKNING(ANTAL-KF)
    MOVE "N"    TO T-KF-NY(ANTAL-KF)
    MOVE "N"    TO T-KF-UDFOERT(ANTAL-KF)
    MOVE SPACE  TO T-KF-SPOR(ANTAL-KF)
    .

*>-----------------------------------------------------------------
*>  EKSPORTER-NYE – KontoflytningUd.txt med de nyregistrerede konti:
*>  en hovedlinje pr. konto, fulgt af kontoens stående ordrer og
*>  mandater, der stadig er i kraft på flyttedatoen
*>-----------------------------------------------------------------
EKSPORTER-NYE.
    OPEN OUTPUT UdFil
    MOVE 1 TO IDX-KF
    PERFORM UNTIL IDX-KF > ANTAL-KF
        IF T-KF-NY(IDX-KF) = "J"
            PERFORM EKSPORTER-KONTO
        END-IF
        ADD 1 TO IDX-KF
    END-PERFORM
    CLOSE UdFil
    .

*>-----------------------------------------------------------------
*>  EKSPORTER-KONTO – hovedlinje, ordrer og mandater for post IDX-KF
*>-----------------------------------------------------------------
EKSPORTER-KONTO.
    MOVE SPACES TO RAW-UD
    MOVE "H" TO FU-TYPE
    MOVE T-KF-FLYT-NR(IDX-KF)     TO FU-FLYT-NR
    MOVE T-KF-KUNDE-ID(IDX-KF)    TO FU-H-KUNDE-ID
    MOVE SPACES TO FU-H-NAVN
    MOVE 1 TO IDX-KUNDE
    PERFORM UNTIL IDX-KUNDE > ANTAL-KUNDER
        IF T-KU-KUNDEID(IDX-KUNDE) = T-KF-KUNDE-ID(IDX-KF)
            MOVE T-KU-NAVN(IDX-KUNDE) TO FU-H-NAVN
            EXIT PERFORM
        END-IF
        ADD 1 TO IDX-KUNDE
    END-PERFORM
    MOVE T-KF-KONTO-ID(IDX-KF)    TO FU-H-KONTO-ID
    MOVE T-KF-REG-NR(IDX-KF)      TO FU-H-AFS-REG-NR
    MOVE T-KF-MODT-REG-NR(IDX-KF) TO FU-H-MODT-REG-NR
    MOVE T-KF-MODT-KONTO(IDX-KF)  TO FU-H-MODT-KONTO
    MOVE T-KF-FLYT-DATO(IDX-KF)   TO FU-H-FLYT-DATO
    WRITE UD-REC
    ADD 1 TO ANTAL-UD-LINJER

    MOVE "N" TO EOF-SO
    OPEN INPUT StaaendeOrdreFil
    IF WS-SO-STATUS = "00"
        PERFORM UNTIL EOF-SO = "Y"
            READ StaaendeOrdreFil
                AT END
                    MOVE "Y" TO EOF-SO
                NOT AT END
                    IF SO-KONTO-ID OF SO-REC = T-KF-KONTO-ID(IDX-KF)
                            AND (SO-SLUT-DATO OF SO-REC = SPACES
                                 OR SO-SLUT-DATO OF SO-REC
                                    >= T-KF-FLYT-DATO(IDX-KF))
                        MOVE SPACES TO RAW-UD
                        MOVE "S" TO FU-TYPE
                        MOVE T-KF-FLYT-NR(IDX-KF) TO FU-FLYT-NR
                        MOVE RAW-SO TO FU-S-ORDRE
                        WRITE UD-REC
                        ADD 1 TO ANTAL-UD-LINJER
                        ADD 1 TO T-KF-ANTAL-ORDRER(IDX-KF)
                    END-IF
            END-READ
        END-PERFORM
        CLOSE StaaendeOrdreFil
    END-IF

    MOVE "N" TO EOF-MANDAT
    OPEN INPUT MandatFil
    IF WS-MANDAT-STATUS = "00"
        PERFORM UNTIL EOF-MANDAT = "Y"
            READ MandatFil
                AT END
                    MOVE "Y" TO EOF-MANDAT
                NOT AT END
                    IF BM-KONTO-ID OF MANDAT-REC = T-KF-KONTO-ID(IDX-KF)
                            AND (BM-STOP-DATO OF MANDAT-REC = SPACES
                                 OR BM-STOP-DATO OF MANDAT-REC
                                    >= T-KF-FLYT-DATO(IDX-KF))
                        MOVE SPACES TO RAW-UD
                        MOVE "B" TO FU-TYPE
                        MOVE T-KF-FLYT-NR(IDX-KF) TO FU-FLYT-NR
                        MOVE RAW-MANDAT TO FU-B-MANDAT
                        WRITE UD-REC
                        ADD 1 TO ANTAL-UD-LINJER
                        ADD 1 TO T-KF-ANTAL-MANDATER(IDX-KF)
                    END-IF
            END-READ
        END-PERFORM
        CLOSE MandatFil
    END-IF
    .

*>-----------------------------------------------------------------
*>  FOELG-OP-SENDTE – følg de overførsler op, der er sendt ved en
*>  tidligere kørsel: spor anmodningsnummeret gennem
*>  INDLANDSBETALING's filer. En afvist overførsel sætter status F;
*>  en bogført afslutter flytningen via AFSLUT-KONTO
*>-----------------------------------------------------------------
FOELG-OP-SENDTE.
    *> Venter stadig på INDLANDSBETALING
    OPEN INPUT IndlandAnmodFil
    IF WS-IA-STATUS = "00"
        PERFORM UNTIL EOF-IA = "Y"
            READ IndlandAnmodFil
                AT END
                    MOVE "Y" TO EOF-IA
                NOT AT END
                    IF IA-ANMOD-NR OF IA-REC > 900000
                        MOVE IA-ANMOD-NR OF IA-REC TO WS-SPOR-NR
                        MOVE IA-KONTO-ID OF IA-REC TO WS-SPOR-KONTO
                        MOVE "V" TO WS-SPOR-KODE
                        PERFORM NOTER-SPOR
                    END-IF
            END-READ
        END-PERFORM
        CLOSE IndlandAnmodFil
    END-IF

    *> Behandlet af INDLANDSBETALING
    OPEN INPUT IndlandBehandletFil
    IF WS-IB-STATUS = "00"
        PERFORM UNTIL EOF-IB = "Y"
            READ IndlandBehandletFil
                AT END
                    MOVE "Y" TO EOF-IB
                NOT AT END
                    IF IA-ANMOD-NR OF IB-REC > 900000
                        MOVE IA-ANMOD-NR OF IB-REC TO WS-SPOR-NR
                        MOVE IA-KONTO-ID OF IB-REC TO WS-SPOR-KONTO
                        MOVE "B" TO WS-SPOR-KODE
                        PERFORM NOTER-SPOR
                    END-IF
            END-READ
        END-PERFORM
        CLOSE IndlandBehandletFil
    END-IF

    *> Debiteringen venter på OPGAVE10's bogføring. Referencen er
    *> "IB" + anmodningsnummer + dato, se INDLANDSBETALING
    OPEN INPUT IndlandPosterFil
    IF WS-IP-STATUS = "00"
        PERFORM UNTIL EOF-IP = "Y"
            READ IndlandPosterFil
                AT END
                    MOVE "Y" TO EOF-IP
                NOT AT END
                    IF TRANS-REFERENCE OF IP-REC(1:2) = "IB"
                            AND TRANS-REFERENCE OF IP-REC(3:6) IS NUMERIC
                        MOVE TRANS-REFERENCE OF IP-REC(3:6)
                            TO WS-SPOR-NR
                        MOVE KONTO-ID OF IP-REC TO WS-SPOR-KONTO
                        MOVE "P" TO WS-SPOR-KODE
                        IF WS-SPOR-NR > 900000
                            PERFORM NOTER-SPOR
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
        CLOSE IndlandPosterFil
    END-IF

    *> Afvist ved INDLANDSBETALING's seneste kørsel
    OPEN INPUT IndlandAfvistFil
    IF WS-IAF-STATUS = "00"
        PERFORM UNTIL EOF-IAF = "Y"
            READ IndlandAfvistFil
                AT END
                    MOVE "Y" TO EOF-IAF
                NOT AT END
                    IF IAF-TEXT(1:10) = "Anmodning "
                            AND IAF-TEXT(11:6) IS NUMERIC
                        MOVE IAF-TEXT(11:6) TO WS-SPOR-NR
                        IF WS-SPOR-NR > 900000
                            PERFORM NOTER-AFVISNING
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
        CLOSE IndlandAfvistFil
    END-IF

    MOVE 1 TO IDX-KF
    PERFORM UNTIL IDX-KF > ANTAL-KF
        IF T-KF-STATUS(IDX-KF) = "S"
                AND T-KF-STATUS-DATO(IDX-KF) < WS-DAGS-DATO
            EVALUATE T-KF-SPOR(IDX-KF)
                WHEN "R"
                    MOVE "F" TO T-KF-STATUS(IDX-KF)
                    MOVE WS-DAGS-DATO TO T-KF-STATUS-DATO(IDX-KF)
                    ADD 1 TO ANTAL-FEJL
                WHEN "B"
                    PERFORM AFSLUT-KONTO
                WHEN "P"
                    MOVE "Debiteringen afventer bogfoering"
                        TO T-KF-BEMAERKNING(IDX-KF)
                WHEN OTHER
                    MOVE "Overfoerslen afventer INDLANDSBETALING"
                        TO T-KF-BEMAERKNING(IDX-KF)
            END-EVALUATE
        END-IF
        ADD 1 TO IDX-KF
    END-PERFORM
    .

*>-----------------------------------------------------------------
*>  AFSLUT-KONTO – overførslen på post IDX-KF er bogført. Står
*>  kontoen i 0, skrives lukningen, og flytningen er afsluttet (A).
*>  Er der bogført mere på kontoen, efter saldoen blev læst, holdes
*>  flytningen (H), og UDFOER-FLYTNINGER overfører resten i samme
*>  kørsel - kontoen lukkes aldrig med en saldo på
*>-----------------------------------------------------------------
AFSLUT-KONTO.
    MOVE "N" TO WS-FUNDET
    MOVE 1 TO IDX-KONTO
    PERFORM UNTIL IDX-KONTO > ANTAL-KONTI
        IF T-KS-KONTO-ID(IDX-KONTO) = T-KF-KONTO-ID(IDX-KF)
            MOVE "Y" TO WS-FUNDET
            EXIT PERFORM
        END-IF
        ADD 1 TO IDX-KONTO
    END-PERFORM

    MOVE WS-DAGS-DATO TO T-KF-STATUS-DATO(IDX-KF)
    IF WS-FUNDET = "Y" AND T-KS-BALANCE(IDX-KONTO) NOT = 0
        MOVE "H" TO T-KF-STATUS(IDX-KF)
        MOVE "Restsaldo efter overfoersel"
            TO T-KF-BEMAERKNING(IDX-KF)
        EXIT PARAGRAPH
    END-IF

    PERFORM SKRIV-LUKNING
    MOVE "A" TO T-KF-STATUS(IDX-KF)
    MOVE SPACES TO T-KF-BEMAERKNING(IDX-KF)
    ADD 1 TO ANTAL-AFSLUTTET
    .

*>-----------------------------------------------------------------
*>  TJEK-AFSLUTTEDE – en afsluttet flytnings konto, der har fået en
*>  saldo igen (en indbetaling efter lukningen, eller en postering
*>  samme dag, som fik OPGAVE10 til at udsætte lukningen), genoptages
*>  som holdt (H), så UDFOER-FLYTNINGER overfører beløbet
*>-----------------------------------------------------------------
TJEK-AFSLUTTEDE.
    MOVE 1 TO IDX-KF
    PERFORM UNTIL IDX-KF > ANTAL-KF
        IF T-KF-STATUS(IDX-KF) = "A"
                AND T-KF-STATUS-DATO(IDX-KF) < WS-DAGS-DATO
            MOVE 1 TO IDX-KONTO
            PERFORM UNTIL IDX-KONTO > ANTAL-KONTI
                IF T-KS-KONTO-ID(IDX-KONTO) = T-KF-KONTO-ID(IDX-KF)
                    IF T-KS-BALANCE(IDX-KONTO) NOT = 0
                        MOVE "H" TO T-KF-STATUS(IDX-KF)
                        MOVE WS-DAGS-DATO TO T-KF-STATUS-DATO(IDX-KF)
                        MOVE "Restsaldo efter lukning"
                            TO T-KF-BEMAERKNING(IDX-KF)
                    END-IF
                    EXIT PERFORM
                END-IF
                ADD 1 TO IDX-KONTO
            END-PERFORM
        END-IF
        ADD 1 TO IDX-KF
    END-PERFORM
    .

*>-----------------------------------------------------------------
*>  NOTER-SPOR – WS-SPOR-KODE på den sendte flytning med
*>  anmodningsnummer WS-SPOR-NR og konto WS-SPOR-KONTO. B tæller kun,
*>  hvis intet andet er set; V og P vinder over B
*>-----------------------------------------------------------------
NOTER-SPOR.
    MOVE 1 TO IDX-KF-J
    PERFORM UNTIL IDX-KF-J > ANTAL-KF
        IF T-KF-ANMOD-NR(IDX-KF-J) = WS-SPOR-NR
                AND T-KF-KONTO-ID(IDX-KF-J) = WS-SPOR-KONTO
                AND T-KF-STATUS(IDX-KF-J) = "S"
            IF T-KF-SPOR(IDX-KF-J) NOT = "R"
                IF WS-SPOR-KODE NOT = "B"
                        OR T-KF-SPOR(IDX-KF-J) = SPACE
                    MOVE WS-SPOR-KODE TO T-KF-SPOR(IDX-KF-J)
                END-IF
            END-IF
            EXIT PARAGRAPH
        END-IF
        ADD 1 TO IDX-KF-J
    END-PERFORM
    .

*>-----------------------------------------------------------------
*>  NOTER-AFVISNING – IndlandAfvist.txt-linjen i IAF-TEXT hører til
*>  en sendt flytning: marker den R og gem årsagen som bemærkning
*>-----------------------------------------------------------------
NOTER-AFVISNING.
    MOVE SPACES TO WS-AFVIST-FOER
    MOVE SPACES TO WS-AFVIST-TEKST
    UNSTRING IAF-TEXT DELIMITED BY " afvist - "
        INTO WS-AFVIST-FOER WS-AFVIST-TEKST
    END-UNSTRING
    MOVE 1 TO IDX-KF-J
    PERFORM UNTIL IDX-KF-J > ANTAL-KF
        IF T-KF-ANMOD-NR(IDX-KF-J) = WS-SPOR-NR
                AND T-KF-STATUS(IDX-KF-J) = "S"
            MOVE "R" TO T-KF-SPOR(IDX-KF-J)
            MOVE SPACES TO T-KF-BEMAERKNING(IDX-KF-J)
            STRING
                "Overfoersel afvist: "           DELIMITED BY SIZE
                FUNCTION TRIM(WS-AFVIST-TEKST)   DELIMITED BY SIZE
            INTO T-KF-BEMAERKNING(IDX-KF-J)
            END-STRING
            EXIT PARAGRAPH
        END-IF
        ADD 1 TO IDX-KF-J
    END-PERFORM
    .

*>-----------------------------------------------------------------
*>  UDFOER-FLYTNINGER – flytninger med status M eller H, hvis
*>  flyttedato er nået
*>-----------------------------------------------------------------
UDFOER-FLYTNINGER.
    MOVE 1 TO IDX-KF
    PERFORM UNTIL IDX-KF > ANTAL-KF
        IF (T-KF-STATUS(IDX-KF) = "M" OR T-KF-STATUS(IDX-KF) = "H")
                AND T-KF-FLYT-DATO(IDX-KF) <= WS-DAGS-DATO
            PERFORM UDFOER-KONTO
        END-IF
        ADD 1 TO IDX-KF
    END-PERFORM
    .

*>-----------------------------------------------------------------
*>  UDFOER-KONTO – flyt kontoen på post IDX-KF: hold den, hvis den
*>  ikke kan flyttes endnu, ellers bestil saldooverførslen. Lukningen
*>  skrives først, når overførslen er bogført (AFSLUT-KONTO) - kun en
*>  konto uden saldo lukkes straks. Ordrer og mandater stoppes samlet
*>  bagefter
*>-----------------------------------------------------------------
UDFOER-KONTO.
    MOVE "N" TO WS-FUNDET
    MOVE 1 TO IDX-KONTO
    PERFORM UNTIL IDX-KONTO > ANTAL-KONTI
        IF T-KS-KONTO-ID(IDX-KONTO) = T-KF-KONTO-ID(IDX-KF)
            MOVE "Y" TO WS-FUNDET
            EXIT PERFORM
        END-IF
        ADD 1 TO IDX-KONTO
    END-PERFORM
    IF WS-FUNDET = "N"
        MOVE "F" TO T-KF-STATUS(IDX-KF)
        MOVE WS-DAGS-DATO TO T-KF-STATUS-DATO(IDX-KF)
        MOVE "Kontoen findes ikke laengere" TO T-KF-BEMAERKNING(IDX-KF)
        ADD 1 TO ANTAL-FEJL
        EXIT PARAGRAPH
    END-IF

    MOVE "N" TO WS-SPAERRET
    MOVE 1 TO IDX-SPAERRING
    PERFORM UNTIL IDX-SPAERRING > ANTAL-SPAERRINGER
        IF T-SP-KONTO-ID(IDX-SPAERRING) = T-KF-KONTO-ID(IDX-KF)
            MOVE "Y" TO WS-SPAERRET
            EXIT PERFORM
        END-IF
        ADD 1 TO IDX-SPAERRING
    END-PERFORM
    IF WS-SPAERRET = "Y"
        MOVE "Kontoen er spaerret" TO WS-AFVIST-AARSAG
        PERFORM HOLD-KONTO
        EXIT PARAGRAPH
    END-IF
    IF T-KS-BALANCE(IDX-KONTO) < 0
        MOVE "Kontoen er i overtraek" TO WS-AFVIST-AARSAG
        PERFORM HOLD-KONTO
        EXIT PARAGRAPH
    END-IF

    MOVE T-KS-VALUTA-KD(IDX-KONTO) TO WS-SOEGE-VALUTA
    PERFORM FIND-NYESTE-KURS
    IF WS-KURS-FUNDET = "N"
        MOVE "Ingen kurs for kontoens valuta" TO WS-AFVIST-AARSAG
        PERFORM HOLD-KONTO
        EXIT PARAGRAPH
    END-IF
    COMPUTE WS-BELOB-DKK = T-KS-BALANCE(IDX-KONTO) * WS-KURS

    *> T-KF-BELOB er det samlede overførte beløb - en genoptaget
    *> flytning lægger restsaldoen til
    IF WS-BELOB-DKK > 0
        PERFORM SKRIV-OVERFOERSEL
        MOVE "S" TO T-KF-STATUS(IDX-KF)
        MOVE "Overfoersel bestilt" TO T-KF-BEMAERKNING(IDX-KF)
        ADD WS-BELOB-DKK TO T-KF-BELOB(IDX-KF)
    ELSE
        MOVE "A" TO T-KF-STATUS(IDX-KF)
        MOVE "Ingen saldo at overfoere" TO T-KF-BEMAERKNING(IDX-KF)
        PERFORM SKRIV-LUKNING
        ADD 1 TO ANTAL-AFSLUTTET
    END-IF
    MOVE WS-DAGS-DATO TO T-KF-STATUS-DATO(IDX-KF)
    MOVE "J" TO T-KF-UDFOERT(IDX-KF)
    ADD 1 TO ANTAL-UDFOERT
    .

*>-----------------------------------------------------------------
*>  HOLD-KONTO – post IDX-KF holdes med årsagen i WS-AFVIST-AARSAG
*>-----------------------------------------------------------------
HOLD-KONTO.
    IF T-KF-STATUS(IDX-KF) NOT = "H"
        MOVE WS-DAGS-DATO TO T-KF-STATUS-DATO(IDX-KF)
    END-IF
    MOVE "H" TO T-KF-STATUS(IDX-KF)
    MOVE WS-AFVIST-AARSAG TO T-KF-BEMAERKNING(IDX-KF)
    ADD 1 TO ANTAL-HOLDT
    .

*>-----------------------------------------------------------------
*>  SKRIV-OVERFOERSEL – saldooverførslen som anmodning til
*>  INDLANDSBETALING. IndlandAnmodninger.txt kan allerede indeholde
*>  dagens manuelle anmodninger og forlænges derfor
*>-----------------------------------------------------------------
SKRIV-OVERFOERSEL.
    IF WS-IA-AABEN = "N"
        OPEN EXTEND IndlandAnmodFil
        IF WS-IA-STATUS = "35"
            OPEN OUTPUT IndlandAnmodFil
        END-IF
        MOVE "Y" TO WS-IA-AABEN
    END-IF

    ADD 1 TO WS-ANMOD-NR
    MOVE WS-ANMOD-NR TO T-KF-ANMOD-NR(IDX-KF)

    MOVE SPACES TO RAW-IA
    MOVE WS-ANMOD-NR              TO IA-ANMOD-NR OF IA-REC
    MOVE T-KF-KONTO-ID(IDX-KF)    TO IA-KONTO-ID OF IA-REC
    MOVE T-KF-REG-NR(IDX-KF)      TO IA-REG-NR OF IA-REC
    MOVE T-KF-MODT-REG-NR(IDX-KF) TO IA-MODT-REG-NR OF IA-REC
    MOVE T-KF-MODT-KONTO(IDX-KF)  TO IA-MODT-KONTO OF IA-REC
    MOVE 1 TO IDX-KUNDE
    PERFORM UNTIL IDX-KUNDE > ANTAL-KUNDER
        IF T-KU-KUNDEID(IDX-KUNDE) = T-KF-KUNDE-ID(IDX-KF)
            MOVE T-KU-NAVN(IDX-KUNDE) TO IA-MODTAGER OF IA-REC
            EXIT PERFORM
        END-IF
        ADD 1 TO IDX-KUNDE
    END-PERFORM
    MOVE WS-BELOB-DKK TO WS-BELOB-TEKST
    MOVE WS-BELOB-TEKST TO IA-BELOB OF IA-REC
    WRITE IA-REC
    .

*>-----------------------------------------------------------------
*>  SKRIV-LUKNING – kontoen lukkes i KontoLukning.txt med dags dato
*>  og slutudbetaling 0. Det overførte beløb er allerede bogført som
*>  INDLANDSBETALING's debitering og må ikke udbetales en gang til.
*>  Står kontoen der allerede (en genoptaget flytning), gælder den
*>  første lukning fortsat, og der skrives ikke en ny
*>-----------------------------------------------------------------
SKRIV-LUKNING.
    MOVE 1 TO IDX-LUKKET
    PERFORM UNTIL IDX-LUKKET > ANTAL-LUKKET
        IF T-LK-KONTO-ID(IDX-LUKKET) = T-KF-KONTO-ID(IDX-KF)
            EXIT PARAGRAPH
        END-IF
        ADD 1 TO IDX-LUKKET
    END-PERFORM
    IF ANTAL-LUKKET < MAX-LUKKET
        ADD 1 TO ANTAL-LUKKET
        MOVE T-KF-KONTO-ID(IDX-KF) TO T-LK-KONTO-ID(ANTAL-LUKKET)
    END-IF

    IF WS-LUKNING-AABEN = "N"
        OPEN EXTEND LukningFil
        IF WS-LUKNING-STATUS = "35"
            OPEN OUTPUT LukningFil
        END-IF
        MOVE "Y" TO WS-LUKNING-AABEN
    END-IF

    MOVE SPACES TO RAW-LUKNING
    MOVE T-KF-KONTO-ID(IDX-KF) TO KL-KONTO-ID OF LUKNING-REC
    MOVE WS-DAGS-DATO          TO KL-LUKNINGSDATO OF LUKNING-REC
    MOVE 0                     TO WS-BELOB-TEKST
    MOVE WS-BELOB-TEKST        TO KL-UDBETALING OF LUKNING-REC
    WRITE LUKNING-REC
    .

*>-----------------------------------------------------------------
*>  STOP-STAAENDE-ORDRER – de flyttede kontis stående ordrer får
*>  slutdato WS-STOP-DATO, medmindre de allerede slutter før.
*>  Filen genskrives via .new + mv
*>-----------------------------------------------------------------
STOP-STAAENDE-ORDRER.
    MOVE "N" TO EOF-SO
    OPEN INPUT StaaendeOrdreFil
    IF WS-SO-STATUS NOT = "00"
        EXIT PARAGRAPH
    END-IF
    OPEN OUTPUT StaaendeOrdreNyFil
    PERFORM UNTIL EOF-SO = "Y"
        READ StaaendeOrdreFil
            AT END
                MOVE "Y" TO EOF-SO
            NOT AT END
                MOVE SO-KONTO-ID OF SO-REC TO WS-SPOR-KONTO
                PERFORM FIND-UDFOERT-KONTO
                IF WS-FUNDET = "Y"
                        AND (SO-SLUT-DATO OF SO-REC = SPACES
                             OR SO-SLUT-DATO OF SO-REC > WS-STOP-DATO)
                    MOVE WS-STOP-DATO TO SO-SLUT-DATO OF SO-REC
                    ADD 1 TO ANTAL-SO-STOPPET
                END-IF
                MOVE RAW-SO TO RAW-SO-NY
                WRITE RAW-SO-NY
        END-READ
    END-PERFORM
    CLOSE StaaendeOrdreFil
    CLOSE StaaendeOrdreNyFil
    CALL "SYSTEM" USING "mv StaaendeOrdrer.new StaaendeOrdrer.txt"
    .

*>-----------------------------------------------------------------
*>  STOP-MANDATER – de flyttede kontis Betalingsservice-mandater får
*>  stopdato WS-STOP-DATO på samme måde
*>-----------------------------------------------------------------
STOP-MANDATER.
    MOVE "N" TO EOF-MANDAT
    OPEN INPUT MandatFil
    IF WS-MANDAT-STATUS NOT = "00"
        EXIT PARAGRAPH
    END-IF
    OPEN OUTPUT MandatNyFil
    PERFORM UNTIL EOF-MANDAT = "Y"
        READ MandatFil
            AT END
                MOVE "Y" TO EOF-MANDAT
            NOT AT END
                MOVE BM-KONTO-ID OF MANDAT-REC TO WS-SPOR-KONTO
                PERFORM FIND-UDFOERT-KONTO
                IF WS-FUNDET = "Y"
                        AND (BM-STOP-DATO OF MANDAT-REC = SPACES
                             OR BM-STOP-DATO OF MANDAT-REC > WS-STOP-DATO)
                    MOVE WS-STOP-DATO TO BM-STOP-DATO OF MANDAT-REC
                    ADD 1 TO ANTAL-BM-STOPPET
                END-IF
                MOVE RAW-MANDAT TO RAW-MANDAT-NY
                WRITE RAW-MANDAT-NY
        END-READ
    END-PERFORM
    CLOSE MandatFil
    CLOSE MandatNyFil
    CALL "SYSTEM" USING "mv BSMandater.new BSMandater.txt"
    .

*>-----------------------------------------------------------------
*>  FIND-UDFOERT-KONTO – WS-FUNDET = "Y", hvis WS-SPOR-KONTO er
*>  flyttet i kørslen
*>-----------------------------------------------------------------
FIND-UDFOERT-KONTO.
    MOVE "N" TO WS-FUNDET
    IF WS-SPOR-KONTO = SPACES
        EXIT PARAGRAPH
    END-IF
    MOVE 1 TO IDX-KF-J
    PERFORM UNTIL IDX-KF-J > ANTAL-KF
        IF T-KF-UDFOERT(IDX-KF-J) = "J"
                AND T-KF-KONTO-ID(IDX-KF-J) = WS-SPOR-KONTO
            MOVE "Y" TO WS-FUNDET
            EXIT PARAGRAPH
        END-IF
        ADD 1 TO IDX-KF-J
    END-PERFORM
    .

*>-----------------------------------------------------------------
*>  SKRIV-REGISTER – hele registeret til Kontoflytninger.new, som
*>  derefter erstatter Kontoflytninger.txt
*>-----------------------------------------------------------------
SKRIV-REGISTER.
    OPEN OUTPUT RegisterNyFil
    MOVE 1 TO IDX-KF
    PERFORM UNTIL IDX-KF > ANTAL-KF
        MOVE SPACES TO RAW-REGISTER-NY
        MOVE T-KF-FLYT-NR(IDX-KF)     TO KF-FLYT-NR OF REGISTER-NY-REC
        MOVE T-KF-KUNDE-ID(IDX-KF)    TO KF-KUNDE-ID OF REGISTER-NY-REC
        MOVE T-KF-KONTO-ID(IDX-KF)    TO KF-KONTO-ID OF REGISTER-NY-REC
        MOVE T-KF-REG-NR(IDX-KF)      TO KF-REG-NR OF REGISTER-NY-REC
        MOVE T-KF-MODT-REG-NR(IDX-KF)
            TO KF-MODT-REG-NR OF REGISTER-NY-REC
        MOVE T-KF-MODT-KONTO(IDX-KF)
            TO KF-MODT-KONTO OF REGISTER-NY-REC
        MOVE T-KF-FLYT-DATO(IDX-KF)   TO KF-FLYT-DATO OF REGISTER-NY-REC
        MOVE T-KF-STATUS(IDX-KF)      TO KF-STATUS OF REGISTER-NY-REC
        MOVE T-KF-STATUS-DATO(IDX-KF)
            TO KF-STATUS-DATO OF REGISTER-NY-REC
        MOVE T-KF-ANMOD-NR(IDX-KF)    TO KF-ANMOD-NR OF REGISTER-NY-REC
        MOVE T-KF-BELOB(IDX-KF)       TO KF-BELOB OF REGISTER-NY-REC
        MOVE T-KF-ANTAL-ORDRER(IDX-KF)
            TO KF-ANTAL-ORDRER OF REGISTER-NY-REC
        MOVE T-KF-ANTAL-MANDATER(IDX-KF)
            TO KF-ANTAL-MANDATER OF REGISTER-NY-REC
        MOVE T-KF-BEMAERKNING(IDX-KF)
            TO KF-BEMAERKNING OF REGISTER-NY-REC
        WRITE REGISTER-NY-REC
        ADD 1 TO IDX-KF
    END-PERFORM
    CLOSE RegisterNyFil
    CALL "SYSTEM" USING "mv Kontoflytninger.new Kontoflytninger.txt"
    .

*>-----------------------------------------------------------------
*>  SKRIV-STATUSRAPPORT – KontoflytningStatus.txt: alle flytninger,
*>  der endnu ikke er afsluttet, og dem der har skiftet status i dag,
*>  med en optælling pr. status for hele registeret
*>-----------------------------------------------------------------
SKRIV-STATUSRAPPORT.
    OPEN OUTPUT StatusFil
    MOVE WS-DAGS-DATO TO WS-DATO-ARB
    PERFORM FORMATER-DATO
    MOVE SPACES TO STATUS-TEXT
    STRING
        "KONTOFLYTNINGER - STATUS PR. " DELIMITED BY SIZE
        WS-DATO-TEKST                   DELIMITED BY SIZE
    INTO STATUS-TEXT
    END-STRING
    WRITE STATUS-REC
    MOVE ALL "=" TO STATUS-TEXT(1:130)
    WRITE STATUS-REC
    MOVE SPACES TO STATUS-TEXT
    WRITE STATUS-REC
    MOVE SPACES TO STATUS-TEXT
    STRING
        "Flytnr Kunde      Konto          Til REG/konto       "
            DELIMITED BY SIZE
        "Flyttedato Status       Dato       Ordr Mand"
            DELIMITED BY SIZE
        "        Overfoert DKK Bemaerkning" DELIMITED BY SIZE
    INTO STATUS-TEXT
    END-STRING
    WRITE STATUS-REC
    MOVE ALL "-" TO STATUS-TEXT(1:130)
    WRITE STATUS-REC

    MOVE 1 TO IDX-KF
    PERFORM UNTIL IDX-KF > ANTAL-KF
        EVALUATE T-KF-STATUS(IDX-KF)
            WHEN "M" ADD 1 TO ANTAL-ST-M
            WHEN "H" ADD 1 TO ANTAL-ST-H
            WHEN "S" ADD 1 TO ANTAL-ST-S
            WHEN "A" ADD 1 TO ANTAL-ST-A
            WHEN "F" ADD 1 TO ANTAL-ST-F
            WHEN "X" ADD 1 TO ANTAL-ST-X
        END-EVALUATE
        IF (T-KF-STATUS(IDX-KF) NOT = "A"
                AND T-KF-STATUS(IDX-KF) NOT = "X")
                OR T-KF-STATUS-DATO(IDX-KF) = WS-DAGS-DATO
            PERFORM SKRIV-STATUSLINJE
        END-IF
        ADD 1 TO IDX-KF
    END-PERFORM

    IF ANTAL-I-RAPPORT = 0
        MOVE "Ingen aabne kontoflytninger" TO STATUS-TEXT
        WRITE STATUS-REC
    END-IF

    MOVE SPACES TO STATUS-TEXT
    WRITE STATUS-REC
    MOVE "Registeret i alt:" TO STATUS-TEXT
    WRITE STATUS-REC
    MOVE ANTAL-ST-M TO ANTAL-EDIT
    MOVE SPACES TO STATUS-TEXT
    STRING "  Modtaget (afventer flyttedato) " ANTAL-EDIT
        DELIMITED BY SIZE INTO STATUS-TEXT
    END-STRING
    WRITE STATUS-REC
    MOVE ANTAL-ST-H TO ANTAL-EDIT
    MOVE SPACES TO STATUS-TEXT
    STRING "  Holdt                          " ANTAL-EDIT
        DELIMITED BY SIZE INTO STATUS-TEXT
    END-STRING
    WRITE STATUS-REC
    MOVE ANTAL-ST-S TO ANTAL-EDIT
    MOVE SPACES TO STATUS-TEXT
    STRING "  Sendt (afventer overfoersel)   " ANTAL-EDIT
        DELIMITED BY SIZE INTO STATUS-TEXT
    END-STRING
    WRITE STATUS-REC
    MOVE ANTAL-ST-F TO ANTAL-EDIT
    MOVE SPACES TO STATUS-TEXT
    STRING "  Fejl (manuel opfoelgning)      " ANTAL-EDIT
        DELIMITED BY SIZE INTO STATUS-TEXT
    END-STRING
    WRITE STATUS-REC
    MOVE ANTAL-ST-A TO ANTAL-EDIT
    MOVE SPACES TO STATUS-TEXT
    STRING "  Afsluttet                      " ANTAL-EDIT
        DELIMITED BY SIZE INTO STATUS-TEXT
    END-STRING
    WRITE STATUS-REC
    MOVE ANTAL-ST-X TO ANTAL-EDIT
    MOVE SPACES TO STATUS-TEXT
    STRING "  Afviste ordrer                 " ANTAL-EDIT
        DELIMITED BY SIZE INTO STATUS-TEXT
    END-STRING
    WRITE STATUS-REC
    CLOSE StatusFil
    .

*>-----------------------------------------------------------------
*>  SKRIV-STATUSLINJE – én linje på statusrapporten for post IDX-KF
*>-----------------------------------------------------------------
SKRIV-STATUSLINJE.
    ADD 1 TO ANTAL-I-RAPPORT
    EVALUATE T-KF-STATUS(IDX-KF)
        WHEN "M" MOVE "Modtaget"  TO WS-STATUS-NAVN
        WHEN "H" MOVE "Holdt"     TO WS-STATUS-NAVN
        WHEN "S" MOVE "Sendt"     TO WS-STATUS-NAVN
        WHEN "A" MOVE "Afsluttet" TO WS-STATUS-NAVN
        WHEN "F" MOVE "Fejl"      TO WS-STATUS-NAVN
        WHEN "X" MOVE "Afvist"    TO WS-STATUS-NAVN
        WHEN OTHER MOVE "Ukendt"  TO WS-STATUS-NAVN
    END-EVALUATE
    MOVE T-KF-FLYT-DATO(IDX-KF) TO WS-DATO-ARB
    PERFORM FORMATER-DATO
    MOVE WS-DATO-TEKST TO WS-STATUS-DATO-TEKST
    MOVE T-KF-STATUS-DATO(IDX-KF) TO WS-DATO-ARB
    PERFORM FORMATER-DATO
    MOVE T-KF-FLYT-NR(IDX-KF)        TO FLYT-NR-EDIT
    MOVE T-KF-ANTAL-ORDRER(IDX-KF)   TO ORDRE-EDIT
    MOVE T-KF-ANTAL-MANDATER(IDX-KF) TO MANDAT-EDIT
    MOVE T-KF-BELOB(IDX-KF)          TO WS-BELOB-EDIT

    MOVE SPACES TO STATUS-TEXT
    MOVE FLYT-NR-EDIT                TO STATUS-TEXT(1:6)
    MOVE T-KF-KUNDE-ID(IDX-KF)       TO STATUS-TEXT(8:10)
    MOVE T-KF-KONTO-ID(IDX-KF)       TO STATUS-TEXT(19:14)
    MOVE T-KF-MODT-REG-NR(IDX-KF)    TO STATUS-TEXT(34:4)
    MOVE T-KF-MODT-KONTO(IDX-KF)     TO STATUS-TEXT(39:14)
    MOVE WS-STATUS-DATO-TEKST        TO STATUS-TEXT(54:10)
    MOVE WS-STATUS-NAVN              TO STATUS-TEXT(65:12)
    MOVE WS-DATO-TEKST               TO STATUS-TEXT(78:10)
    MOVE ORDRE-EDIT                  TO STATUS-TEXT(90:3)
    MOVE MANDAT-EDIT                 TO STATUS-TEXT(95:3)
    MOVE WS-BELOB-EDIT               TO STATUS-TEXT(98:21)
    MOVE T-KF-BEMAERKNING(IDX-KF)    TO STATUS-TEXT(120:40)
    WRITE STATUS-REC
    .

*>-----------------------------------------------------------------
*>  FORMATER-DATO – WS-DATO-ARB (ÅÅÅÅMMDD) som DD-MM-ÅÅÅÅ i
*>  WS-DATO-TEKST
*>-----------------------------------------------------------------
FORMATER-DATO.
    MOVE SPACES TO WS-DATO-TEKST
    IF WS-DATO-ARB NOT = SPACES
        STRING
            WS-DATO-ARB(7:2) "-" WS-DATO-ARB(5:2) "-" WS-DATO-ARB(1:4)
            DELIMITED BY SIZE
        INTO WS-DATO-TEKST
        END-STRING
    END-IF
    .

END PROGRAM KONTOFLYTNING.
