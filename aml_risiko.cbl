*>      screeningtræf, trans    15 point
*>      valutaundtagelse         5 point
*>      udlandstransaktion       5 point
*>      screeningtræf, reel ejer 25 point
*>      reel ejer med egen score 10 point pr. ejer
*>
*>  De to sidste gælder erhvervskunder: træf på en reel ejer
*>  ("EJER:"-linjer fra SCREENING) og reelle ejere i
*>  Virksomhedspersoner.txt, der selv har en score i denne kørsel
*>  (under deres KUNDEID eller CPR), lægges på virksomhedens KUNDEID.
*>
*>  AmlRisikoListe.txt er den rangerede gennemgangsliste med de
*>  bidragende faktorer pr. kunde. Forrige kørsels scorer holdes i
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-KONTO-STATUS.

    *> Erhvervskundernes reelle ejere - valgfri
    SELECT VirksomhedsPersonFil
        ASSIGN TO "Virksomhedspersoner.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-VP-STATUS.

    *> Forrige kørsels scorer - valgfri ved første kørsel
    SELECT ForrigeFil
        ASSIGN TO "AmlRisikoForrige.txt"
   COPY "BANKERUDLAND.cpy".

FD Transfil.
01 RAW-TRANS PIC X(223).
01 TRANS-REC REDEFINES RAW-TRANS.
   COPY "TRANSAKTIONER.cpy".

01 KONTO-REC REDEFINES RAW-KONTO.
   COPY "KONTOOPL.cpy".

FD VirksomhedsPersonFil.
01 RAW-VP PIC X(78).     *> 10+1+10+11+41+5 = 78
01 VP-REC REDEFINES RAW-VP.
   COPY "VIRKSOMHEDSPERSON.cpy".

FD ForrigeFil.
01 FORRIGE-REC.
   02 FO-NOEGLE PIC X(15).
01 EOF-TRANS       PIC X VALUE "N".
01 EOF-KONTO       PIC X VALUE "N".
01 EOF-FORRIGE     PIC X VALUE "N".
01 EOF-VP          PIC X VALUE "N".

01 WS-STOR-STATUS       PIC XX VALUE SPACES.
01 WS-TRAEF-STATUS      PIC XX VALUE SPACES.
01 WS-TRANS-STATUS      PIC XX VALUE SPACES.
01 WS-KONTO-STATUS      PIC XX VALUE SPACES.
01 WS-FORRIGE-STATUS    PIC XX VALUE SPACES.
01 WS-VP-STATUS         PIC XX VALUE SPACES.

*> Vægtene pr. signal
01 VAEGT-STOR      PIC 9(3) VALUE 10.
01 VAEGT-SCR-TRANS PIC 9(3) VALUE 15.
01 VAEGT-VX        PIC 9(3) VALUE 5.
01 VAEGT-UDLAND    PIC 9(3) VALUE 5.
01 VAEGT-SCR-EJER  PIC 9(3) VALUE 25.
01 VAEGT-EJER-RISK PIC 9(3) VALUE 10.

*> Konto -> kunde-opslag fra KontoOpl.txt
01 MAX-KONTI   PIC 9(5) VALUE 50000.
      03 T-SC-SCR-TRANS PIC 9(5).
      03 T-SC-VX        PIC 9(5).
      03 T-SC-UDLAND    PIC 9(5).
      03 T-SC-SCR-EJER  PIC 9(5).
      03 T-SC-EJER-RISK PIC 9(5).
      03 T-SC-SCORE     PIC 9(7).
      03 T-SC-FORRIGE   PIC 9(7).
      03 T-SC-SKREVET   PIC X(1).
01 WS-KONTO-SOEG   PIC X(14)  VALUE SPACES.
01 WS-KUNDE-FUNDET PIC X(10)  VALUE SPACES.

*> Opslag af en reel ejers egen score (uden at oprette en række)
01 WS-EJER-NOEGLE  PIC X(15)  VALUE SPACES.
01 WS-EJER-RISIKO  PIC X      VALUE "N".
01 ANTAL-EJER-RISK PIC 9(5)   VALUE 0.

*> Rangeringen (selection sort på score, faldende)
01 IDX-RANG        PIC 9(5) VALUE 0.
01 BEST-IDX        PIC 9(5) VALUE 0.
    PERFORM SAML-VALUTA-EXCEPTIONS
    PERFORM SAML-UDLANDS-TRANS

    PERFORM BEREGN-SCORER
    PERFORM SAML-EJER-RISIKO
    PERFORM BEREGN-SCORER
    PERFORM LAES-FORRIGE-SCORER


    DISPLAY "AML-RISIKO gennemført - " ANTAL-SCORE
            " kunde(r)/CPR scoret, " ANTAL-STEGET
            " med stigende score siden sidst, " ANTAL-EJER-RISK
            " ejersignal(er) på erhvervskunder"
    STOP RUN.

*>-----------------------------------------------------------------
                  T-SC-SCR-TRANS(ANTAL-SCORE)
                  T-SC-VX(ANTAL-SCORE)
                  T-SC-UDLAND(ANTAL-SCORE)
                  T-SC-SCR-EJER(ANTAL-SCORE)
                  T-SC-EJER-RISK(ANTAL-SCORE)
                  T-SC-SCORE(ANTAL-SCORE)
                  T-SC-FORRIGE(ANTAL-SCORE)
        MOVE "N" TO T-SC-SKREVET(ANTAL-SCORE)
    .

*>-----------------------------------------------------------------
*>  SAML-SCREENING-TRAEF – kunde-, transaktions- og ejertræf fra
*>  ScreeningTraef.txt ("KUNDE: <id> ..." / "TRANS: konto <id> ..." /
*>  "EJER:  <virksomhedens id> ...")
*>-----------------------------------------------------------------
SAML-SCREENING-TRAEF.
    OPEN INPUT ScreeningTraefFil
                            IF WS-SC-IDX > 0
                                ADD 1 TO T-SC-SCR-TRANS(WS-SC-IDX)
                            END-IF
                        WHEN "EJER:  "
                            MOVE SPACES TO WS-DEL-1
                            UNSTRING TRAEF-LINE(8:30)
                                DELIMITED BY " "
                                INTO WS-DEL-1
                            END-UNSTRING
                            MOVE WS-DEL-1(1:15) TO WS-SC-NOEGLE
                            MOVE "KUNDE"        TO WS-SC-TYPE
                            PERFORM FIND-ELLER-OPRET-SCORE
                            IF WS-SC-IDX > 0
                                ADD 1 TO T-SC-SCR-EJER(WS-SC-IDX)
                            END-IF
                        WHEN OTHER
                            CONTINUE
                    END-EVALUATE
            + T-SC-SCR-TRANS(IDX-SCORE) * VAEGT-SCR-TRANS
            + T-SC-VX(IDX-SCORE)        * VAEGT-VX
            + T-SC-UDLAND(IDX-SCORE)    * VAEGT-UDLAND
            + T-SC-SCR-EJER(IDX-SCORE)  * VAEGT-SCR-EJER
            + T-SC-EJER-RISK(IDX-SCORE) * VAEGT-EJER-RISK
        ADD 1 TO IDX-SCORE
    END-PERFORM
    .

*>-----------------------------------------------------------------
*>  SAML-EJER-RISIKO – for hver reel ejer i Virksomhedspersoner.txt:
*>  har ejeren selv en score (under sit KUNDEID eller sit CPR), får
*>  virksomheden et ejersignal. Køres efter første BEREGN-SCORER, så
*>  ejernes egne scorer er kendt; scorerne beregnes derefter igen
*>-----------------------------------------------------------------
SAML-EJER-RISIKO.
    OPEN INPUT VirksomhedsPersonFil
    IF WS-VP-STATUS = "00"
        PERFORM UNTIL EOF-VP = "Y"
            READ VirksomhedsPersonFil
                AT END
                    MOVE "Y" TO EOF-VP
                NOT AT END
                    IF VP-REEL-EJER
                        PERFORM TJEK-EJER-RISIKO
                    END-IF
            END-READ
        END-PERFORM
        CLOSE VirksomhedsPersonFil
    END-IF
    .

TJEK-EJER-RISIKO.
    MOVE "N" TO WS-EJER-RISIKO
    IF VP-PERSON-KUNDEID NOT = SPACES
        MOVE VP-PERSON-KUNDEID TO WS-EJER-NOEGLE
        PERFORM FIND-EJER-SCORE
    END-IF
    IF WS-EJER-RISIKO = "N" AND VP-CPR NOT = SPACES
        MOVE VP-CPR TO WS-EJER-NOEGLE
        PERFORM FIND-EJER-SCORE
    END-IF
    IF WS-EJER-RISIKO = "N"
        EXIT PARAGRAPH
    END-IF

    MOVE VP-VIRKSOMHED-KUNDEID TO WS-SC-NOEGLE
    MOVE "KUNDE"               TO WS-SC-TYPE
    PERFORM FIND-ELLER-OPRET-SCORE
    IF WS-SC-IDX > 0
        ADD 1 TO T-SC-EJER-RISK(WS-SC-IDX)
        ADD 1 TO ANTAL-EJER-RISK
    END-IF
    .

FIND-EJER-SCORE.
    MOVE 1 TO IDX-SCORE
    PERFORM UNTIL IDX-SCORE > ANTAL-SCORE
        IF T-SC-NOEGLE(IDX-SCORE) = WS-EJER-NOEGLE
            IF T-SC-SCORE(IDX-SCORE) > 0
                MOVE "Y" TO WS-EJER-RISIKO
            END-IF
            EXIT PERFORM
        END-IF
        ADD 1 TO IDX-SCORE
    END-PERFORM
    .
        WS-DAGS-DATO               DELIMITED BY SIZE
        " - hoejeste foerst. Faktorer: stor trans/screening kunde/"
                                   DELIMITED BY SIZE
        "screening trans/valutaund./udland/"
                                   DELIMITED BY SIZE
        "ejertraef/ejere med score"
                                   DELIMITED BY SIZE
    INTO LISTE-TEXT
    END-STRING
        T-SC-VX(BEST-IDX)                DELIMITED BY SIZE
        "/"                              DELIMITED BY SIZE
        T-SC-UDLAND(BEST-IDX)            DELIMITED BY SIZE
        "/"                              DELIMITED BY SIZE
        T-SC-SCR-EJER(BEST-IDX)          DELIMITED BY SIZE
        "/"                              DELIMITED BY SIZE
        T-SC-EJER-RISK(BEST-IDX)         DELIMITED BY SIZE
    INTO LISTE-TEXT
    END-STRING

