      *>----------------------------------------------------------------
      *>  UDGAAENDEGRAENSE.cpy  -  working storage for the checks
      *>  INDLANDSBETALING and UDLANDSBETALING make before a payment
      *>  leaves the bank (paragraphs in UDGAAENDETJEK.cpy).  OPGAVE10
      *>  always posts the mirror debit of a payment already sent to
      *>  Nets or the correspondent bank, so its own rules are applied
      *>  here instead: no debit before the release date of a locked
      *>  savings account (LaastOpsparing.txt, LAASTOPSPARING.cpy), no
      *>  debit over the account's single or daily limit
      *>  (Dagsgraenser.txt, DAGSGRAENSE.cpy), and no debit from a
      *>  minor's account over the limit in MindreaarigGraense.txt
      *>  unless a guardian registered in Vaerger.txt (VAERGE.cpy)
      *>  placed the request.  The daily total is the outgoing payments
      *>  for the account sent today by the program itself.
      *>----------------------------------------------------------------
      01 WS-UG-LO-STATUS       PIC XX   VALUE SPACES.
      01 WS-UG-DG-STATUS       PIC XX   VALUE SPACES.
      01 WS-UG-MINDRE-STATUS   PIC XX   VALUE SPACES.
      01 WS-UG-VAERGE-STATUS   PIC XX   VALUE SPACES.
      01 EOF-UG                PIC X    VALUE "N".

      *> Lovbundne opsparingskonti - konto og frigivelsesdato
      01 MAX-UG-LO             PIC 9(5) VALUE 5000.
      01 ANTAL-UG-LO           PIC 9(5) VALUE 0.
      01 IDX-UG-LO             PIC 9(5).
      01 UG-LAAST-TABEL.
         02 UG-LAAST-POST OCCURS 5000 TIMES.
            03 T-UG-LO-KONTO-ID   PIC X(14).
            03 T-UG-LO-FRIGIVELSE PIC X(8).

      *> Hæve- og forbrugsgrænser pr. konto ("K") eller kontotype ("T")
      01 MAX-UG-DG             PIC 9(5) VALUE 2000.
      01 ANTAL-UG-DG           PIC 9(5) VALUE 0.
      01 IDX-UG-DG             PIC 9(5).
      01 UG-DG-TABEL.
         02 UG-DG-POST OCCURS 2000 TIMES.
            03 T-UG-DG-ART        PIC X(1).
            03 T-UG-DG-NOEGLE     PIC X(14).
            03 T-UG-DG-MAX-DAG    PIC 9(11)V99.
            03 T-UG-DG-MAX-ENKELT PIC 9(11)V99.

      *> Mindreårige kunder og deres værger; beløbsgrænsen i DKK pr.
      *> debitering - samme standard som OPGAVE10, hvis filen mangler
      01 WS-UG-MINDRE-GRAENSE  PIC 9(7)V99 VALUE 1000.00.
      01 MAX-UG-MINDRE         PIC 9(5) VALUE 10000.
      01 ANTAL-UG-MINDRE       PIC 9(5) VALUE 0.
      01 IDX-UG-MINDRE         PIC 9(5).
      01 UG-MINDRE-TABEL.
         02 T-UG-MI-KUNDE-ID OCCURS 10000 TIMES PIC X(10).
      01 MAX-UG-VAERGE         PIC 9(5) VALUE 10000.
      01 ANTAL-UG-VAERGE       PIC 9(5) VALUE 0.
      01 IDX-UG-VAERGE         PIC 9(5).
      01 UG-VAERGE-TABEL.
         02 UG-VAERGE-POST OCCURS 10000 TIMES.
            03 T-UG-VG-KUNDE-ID   PIC X(10).
            03 T-UG-VG-VAERGE-ID  PIC X(10).

      *> Dagens udgående betalinger pr. konto (DKK)
      01 MAX-UG-DS             PIC 9(5) VALUE 10000.
      01 ANTAL-UG-DS           PIC 9(5) VALUE 0.
      01 IDX-UG-DS             PIC 9(5).
      01 UG-DAGSSUM-TABEL.
         02 UG-DAGSSUM-POST OCCURS 10000 TIMES.
            03 T-UG-DS-KONTO-ID   PIC X(14).
            03 T-UG-DS-SUM        PIC S9(13)V99.

      *> Alder ud fra CPR-NR, samme beregning som OPGAVE10
      01 WS-UG-CPR             PIC X(11) VALUE SPACES.
      01 WS-UG-CPR-CIFRE       PIC X(10) VALUE SPACES.
      01 WS-UG-CPR-DAG         PIC 99    VALUE 0.
      01 WS-UG-CPR-MND         PIC 99    VALUE 0.
      01 WS-UG-CPR-AAR         PIC 99    VALUE 0.
      01 WS-UG-CPR-LOEBE1      PIC 9     VALUE 0.
      01 WS-UG-CPR-AARHUNDREDE PIC 9(4)  VALUE 0.
      01 WS-UG-FOEDSELSDATO    PIC 9(8)  VALUE 0.
      01 WS-UG-MYNDIG-DATO     PIC 9(8)  VALUE 0.
      01 WS-UG-DAGS-DATO-NUM   PIC 9(8)  VALUE 0.

      *> Betalingen, der vurderes, og resultatet - WS-UG-AARSAG er
      *> blank, når betalingen må sendes
      01 WS-UG-KONTO-ID        PIC X(14) VALUE SPACES.
      01 WS-UG-KONTO-TYPE      PIC X(10) VALUE SPACES.
      01 WS-UG-EJER            PIC X(10) VALUE SPACES.
      01 WS-UG-KUNDE-ID        PIC X(10) VALUE SPACES.
      01 WS-UG-ANMODET-AF      PIC X(10) VALUE SPACES.
      01 WS-UG-BELOB-DKK       PIC S9(13)V99 VALUE 0.
      01 WS-UG-KILDE           PIC X(1)  VALUE SPACE.
      01 WS-UG-MAX-DAG         PIC 9(11)V99 VALUE 0.
      01 WS-UG-MAX-ENKELT      PIC 9(11)V99 VALUE 0.
      01 WS-UG-DAGSSUM         PIC S9(13)V99 VALUE 0.
      01 WS-UG-ER-MINDRE       PIC X     VALUE "N".
      01 WS-UG-ER-VAERGE       PIC X     VALUE "N".
      01 WS-UG-AARSAG          PIC X(50) VALUE SPACES.
