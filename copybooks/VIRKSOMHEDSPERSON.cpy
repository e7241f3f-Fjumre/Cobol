      *>----------------------------------------------------------------
      *>  VIRKSOMHEDSPERSON.cpy  -  record layout for
      *>  Virksomhedspersoner.txt, the register of the persons behind
      *>  each business customer (KUNDE-TYPE "E").  One line per
      *>  company and person: the company's KUNDEID, the role (legal
      *>  representative or beneficial owner), the person's KUNDEID
      *>  when the person is a customer here, otherwise the person's
      *>  CPR, and the name as registered.  VP-EJERANDEL is the owned
      *>  share in percent for beneficial owners (0 for a legal
      *>  representative).  Maintained by compliance from the CVR
      *>  register; a person holding both roles has one line per role.
      *>  SCREENING and AML-RISIKO screen the beneficial owners, and
      *>  KUNDE-OPSLAG shows the register under the company.
      *>----------------------------------------------------------------
      02 VP-VIRKSOMHED-KUNDEID PIC X(10).
      *> Rolle: L = tegningsberettiget/ledelse, R = reel ejer
      02 VP-ROLLE              PIC X(1).
         88 VP-TEGNINGSBERETTIGET VALUE "L".
         88 VP-REEL-EJER          VALUE "R".
      *> Personens KUNDEID, naar personen selv er kunde - ellers blank
      *> og personen kendes paa CPR
      02 VP-PERSON-KUNDEID     PIC X(10).
      02 VP-CPR                PIC X(11).
      02 VP-NAVN               PIC X(41).
      02 VP-EJERANDEL          PIC 9(3)V99.
