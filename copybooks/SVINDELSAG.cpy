      *>----------------------------------------------------------------
      *>  SVINDELSAG.cpy  -  record layout for SvindelSager.txt, the
      *>  card-fraud case register kept by SVINDEL-OVERVAAGNING in the
      *>  style of ScreeningSager.txt.  One line per flagged posting
      *>  (KONTO-ID + TRANS-REFERENCE): a case number, the profile rules
      *>  the posting broke, the posting itself and the case's current
      *>  status.  The fraud desk moves cases on through
      *>  SvindelDispositioner.txt (sagsnr + ny status), applied at the
      *>  start of each run; the daily worklist only shows open cases.
      *>----------------------------------------------------------------
      02 SV-SAGSNR         PIC 9(6).
      *> Profilnoeglen: kundens CPR, eller KONTO-ID hvis CPR mangler
      02 SV-NOEGLE         PIC X(15).
      02 SV-KONTO-ID       PIC X(14).
      02 SV-REFERENCE      PIC X(20).
      *> De brudte regler, én position pr. regel (blank = ikke brudt):
      *> S = beloebsspids, V = foerste udenlandske valuta,
      *> H = mange debiteringer paa kort tid, N = ukendt forretning
      *> om natten
      02 SV-REGLER.
         03 SV-REGEL-SPIDS   PIC X(1).
         03 SV-REGEL-VALUTA  PIC X(1).
         03 SV-REGEL-HYPPIG  PIC X(1).
         03 SV-REGEL-NAT     PIC X(1).
      *> Posteringens beloeb omregnet til DKK
      02 SV-BELOB          PIC S9(13)V99.
      02 SV-VALUTA         PIC X(3).
      02 SV-BUTIK          PIC X(20).
      02 SV-TIDSPUNKT      PIC X(19).
      *> Status: ny -> under behandling -> falsk alarm/bekraeftet svindel
      02 SV-STATUS         PIC X(1).
         88 SV-NY             VALUE "N".
         88 SV-UNDER-BEHANDL  VALUE "U".
         88 SV-FALSK-ALARM    VALUE "F".
         88 SV-BEKRAEFTET     VALUE "B".
      02 SV-OPRETTET-DATO  PIC X(8).
      02 SV-STATUS-DATO    PIC X(8).
