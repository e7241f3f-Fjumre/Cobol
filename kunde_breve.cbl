*>  hændelse som Brev_<konto-id>.txt - på dansk eller engelsk efter
*>  kundens valg. Brevene registreres i UdskriftManifest.txt, så de
*>  rider med samme forsendelseskørsel som Kontoudskrifterne, og
*>  arkiveres i en tidsstemplet undermappe under Arkiv/ ligesom dem.
*>
*>  KYC-GENNEMGANG's påmindelser i KycPaamindelser.txt ("Kunde <id>
*>  forfald <dato> <V|O>") bliver til et brev pr. kunde,
*>  Brev_KYC_<kundeid>.txt, om den forestående (V) eller overskredne
*>  (O) gennemgang af kundekendskabet. Listen arkiveres til
*>  KycPaamindelserBehandlet.txt, når brevene er skrevet
*>
*>  MYNDIG-OVERGANG's liste i MyndigBreve.txt ("Kunde <id> myndig
*>  <dato>") bliver til et brev pr. kunde, Brev_Myndig_<kundeid>.txt,
*>  med tilbud om omlægning til et voksenprodukt fra 18-årsdagen.
*>  Listen arkiveres til MyndigBreveBehandlet.txt
*>-----------------------------------------------------------------

ENVIRONMENT DIVISION.
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-LAVSALDO-STATUS.

    SELECT KycPaamindelseFil
        ASSIGN TO "KycPaamindelser.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-KYC-STATUS.

    SELECT MyndigBreveFil
        ASSIGN TO "MyndigBreve.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-MYNDIG-STATUS.

    SELECT Kontofil
        ASSIGN TO "KontoOpl.txt"
        ORGANIZATION IS LINE SEQUENTIAL
FD LavsaldoFil.
01 LAVSALDO-LINE PIC X(100).

FD KycPaamindelseFil.
01 KYC-PAAMINDELSE-LINE PIC X(40).

FD MyndigBreveFil.
01 MYNDIG-BREV-LINE PIC X(40).

FD Kontofil.
01 RAW-KONTO PIC X(52).
01 KONTO-REC REDEFINES RAW-KONTO.
   COPY "KONTOOPL.cpy".

FD Kundeoplysninger.
01 RAW-KUNDE PIC X(302).

FD BrevFil.
01 BREV-REC.
01 EOF-LAVSALDO  PIC X VALUE "N".
01 EOF-KONTO     PIC X VALUE "N".
01 EOF-KUNDE     PIC X VALUE "N".
01 EOF-KYC       PIC X VALUE "N".
01 EOF-MYNDIG    PIC X VALUE "N".

01 WS-OVERTRAEK-STATUS PIC XX VALUE SPACES.
01 WS-LAVSALDO-STATUS  PIC XX VALUE SPACES.
01 WS-KONTO-STATUS     PIC XX VALUE SPACES.
01 WS-KUNDE-STATUS     PIC XX VALUE SPACES.
01 WS-MANIFEST-STATUS  PIC XX VALUE SPACES.
01 WS-KYC-STATUS       PIC XX VALUE SPACES.
01 WS-MYNDIG-STATUS    PIC XX VALUE SPACES.

01 WS-DAGS-DATO   PIC X(8) VALUE SPACES.
01 WS-BREV-FILNAVN PIC X(40) VALUE SPACES.
01 WS-DEL-2         PIC X(100) VALUE SPACES.
01 WS-DEL-3         PIC X(100) VALUE SPACES.
01 WS-KUNDE-IDX     PIC 9(5) VALUE 0.
*> KYC-påmindelser: forfaldsdato og V (varsel) / O (overskredet).
*> WS-KONTO-SOEG bærer kunde-id'et til filnavn og manifest
01 WS-KYC-FORFALD   PIC X(8)  VALUE SPACES.
01 WS-KYC-ART       PIC X(1)  VALUE SPACE.
*> Myndighedsbreve: datoen for 18-årsdagen
01 WS-MYNDIG-DATO   PIC X(8)  VALUE SPACES.

01 ANTAL-BREVE      PIC 9(5) VALUE 0.
01 ANTAL-UDEN-KUNDE PIC 9(5) VALUE 0.

    PERFORM BEHANDL-OVERTRAEK-LISTE
    PERFORM BEHANDL-LAVSALDO-LISTE
    PERFORM BEHANDL-KYC-LISTE
    PERFORM BEHANDL-MYNDIG-LISTE

    CLOSE UdskriftManifestFil

    END-IF
    .

*>-----------------------------------------------------------------
*>  BEHANDL-KYC-LISTE – KYC-GENNEMGANG's påmindelser; kunden slås op
*>  direkte på kunde-id. Listen arkiveres, så et brev kun sendes én
*>  gang
*>-----------------------------------------------------------------
BEHANDL-KYC-LISTE.
    OPEN INPUT KycPaamindelseFil
    IF WS-KYC-STATUS NOT = "00"
        EXIT PARAGRAPH
    END-IF

    PERFORM UNTIL EOF-KYC = "Y"
        READ KycPaamindelseFil
            AT END
                MOVE "Y" TO EOF-KYC
            NOT AT END
                IF KYC-PAAMINDELSE-LINE(1:6) = "Kunde "
                    MOVE "K" TO WS-HAENDELSE
                    MOVE SPACES TO WS-KONTO-SOEG
                    MOVE KYC-PAAMINDELSE-LINE(7:10)  TO WS-KONTO-SOEG
                    MOVE KYC-PAAMINDELSE-LINE(26:8)  TO WS-KYC-FORFALD
                    MOVE KYC-PAAMINDELSE-LINE(35:1)  TO WS-KYC-ART
                    MOVE 0 TO WS-KUNDE-IDX
                    MOVE 1 TO IDX-KUNDE
                    PERFORM UNTIL IDX-KUNDE > ANTAL-KUNDER
                        IF T-KA-KUNDEID(IDX-KUNDE)
                                = KYC-PAAMINDELSE-LINE(7:10)
                            MOVE IDX-KUNDE TO WS-KUNDE-IDX
                            EXIT PERFORM
                        END-IF
                        ADD 1 TO IDX-KUNDE
                    END-PERFORM
                    IF WS-KUNDE-IDX = 0
                        ADD 1 TO ANTAL-UDEN-KUNDE
                    ELSE
                        PERFORM SKRIV-BREV
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    CLOSE KycPaamindelseFil

    CALL "SYSTEM" USING "cat KycPaamindelser.txt >> KycPaamindelserBehandlet.txt && rm -f KycPaamindelser.txt"
    .

*>-----------------------------------------------------------------
*>  BEHANDL-MYNDIG-LISTE – kunder der bliver myndige i den kommende
*>  måned; kunden slås op direkte på kunde-id som ved KYC-listen
*>-----------------------------------------------------------------
BEHANDL-MYNDIG-LISTE.
    OPEN INPUT MyndigBreveFil
    IF WS-MYNDIG-STATUS NOT = "00"
        EXIT PARAGRAPH
    END-IF

    PERFORM UNTIL EOF-MYNDIG = "Y"
        READ MyndigBreveFil
            AT END
                MOVE "Y" TO EOF-MYNDIG
            NOT AT END
                IF MYNDIG-BREV-LINE(1:6) = "Kunde "
                    MOVE "M" TO WS-HAENDELSE
                    MOVE SPACES TO WS-KONTO-SOEG
                    MOVE MYNDIG-BREV-LINE(7:10)  TO WS-KONTO-SOEG
                    MOVE MYNDIG-BREV-LINE(25:8)  TO WS-MYNDIG-DATO
                    MOVE 0 TO WS-KUNDE-IDX
                    MOVE 1 TO IDX-KUNDE
                    PERFORM UNTIL IDX-KUNDE > ANTAL-KUNDER
                        IF T-KA-KUNDEID(IDX-KUNDE)
                                = MYNDIG-BREV-LINE(7:10)
                            MOVE IDX-KUNDE TO WS-KUNDE-IDX
                            EXIT PERFORM
                        END-IF
                        ADD 1 TO IDX-KUNDE
                    END-PERFORM
                    IF WS-KUNDE-IDX = 0
                        ADD 1 TO ANTAL-UDEN-KUNDE
                    ELSE
                        PERFORM SKRIV-BREV
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    CLOSE MyndigBreveFil

    CALL "SYSTEM" USING "cat MyndigBreve.txt >> MyndigBreveBehandlet.txt && rm -f MyndigBreve.txt"
    .

*>-----------------------------------------------------------------
*>  BEHANDL-HAENDELSE – udtræk konto og saldotekst af undtagelses-
*>  linjen i WS-DEL-3, slå kunden op og skriv brevet
*>-----------------------------------------------------------------
SKRIV-BREV.
    MOVE SPACES TO WS-BREV-FILNAVN
    EVALUATE WS-HAENDELSE
        WHEN "K"
            STRING
                "Brev_KYC_"                    DELIMITED BY SIZE
                FUNCTION TRIM(WS-KONTO-SOEG)   DELIMITED BY SIZE
                ".txt"                         DELIMITED BY SIZE
            INTO WS-BREV-FILNAVN
            END-STRING
        WHEN "M"
            STRING
                "Brev_Myndig_"                 DELIMITED BY SIZE
                FUNCTION TRIM(WS-KONTO-SOEG)   DELIMITED BY SIZE
                ".txt"                         DELIMITED BY SIZE
            INTO WS-BREV-FILNAVN
            END-STRING
        WHEN OTHER
            STRING
                "Brev_"                        DELIMITED BY SIZE
                FUNCTION TRIM(WS-KONTO-SOEG)   DELIMITED BY SIZE
                ".txt"                         DELIMITED BY SIZE
            INTO WS-BREV-FILNAVN
            END-STRING
    END-EVALUATE

    OPEN OUTPUT BrevFil

    .

SKRIV-BREV-DA.
    IF WS-HAENDELSE = "K"
        PERFORM SKRIV-KYC-BREV-DA
        EXIT PARAGRAPH
    END-IF
    IF WS-HAENDELSE = "M"
        PERFORM SKRIV-MYNDIG-BREV-DA
        EXIT PARAGRAPH
    END-IF
    IF WS-HAENDELSE = "O"
        MOVE "Din konto er i overtraek" TO BREV-TEXT
        WRITE BREV-REC
    .

SKRIV-BREV-EN.
    IF WS-HAENDELSE = "K"
        PERFORM SKRIV-KYC-BREV-EN
        EXIT PARAGRAPH
    END-IF
    IF WS-HAENDELSE = "M"
        PERFORM SKRIV-MYNDIG-BREV-EN
        EXIT PARAGRAPH
    END-IF
    IF WS-HAENDELSE = "O"
        MOVE "Your account is overdrawn" TO BREV-TEXT
        WRITE BREV-REC
    END-IF
    .

*>-----------------------------------------------------------------
*>  SKRIV-KYC-BREV-DA / -EN – påmindelse om gennemgang af kunde-
*>  kendskabet: før forfald (V) eller efter overskredet frist (O)
*>-----------------------------------------------------------------
SKRIV-KYC-BREV-DA.
    IF WS-KYC-ART = "O"
        MOVE "Fristen for opdatering af dine kundeoplysninger er overskredet"
            TO BREV-TEXT
        WRITE BREV-REC
        MOVE SPACES TO BREV-TEXT
        STRING
            "Vi skulle have gennemgaaet dine oplysninger senest "
                                                DELIMITED BY SIZE
            WS-KYC-FORFALD                      DELIMITED BY SIZE
            "."                                 DELIMITED BY SIZE
        INTO BREV-TEXT
        END-STRING
        WRITE BREV-REC
        MOVE "Kontakt venligst din raadgiver hurtigst muligt - ellers spaerres dine konti for udbetalinger."
            TO BREV-TEXT
        WRITE BREV-REC
    ELSE
        MOVE "Vi skal opdatere dine kundeoplysninger" TO BREV-TEXT
        WRITE BREV-REC
        MOVE "Efter hvidvaskloven skal vi med jaevne mellemrum opdatere vores kendskab til dig som kunde."
            TO BREV-TEXT
        WRITE BREV-REC
        MOVE SPACES TO BREV-TEXT
        STRING
            "Kontakt venligst din raadgiver senest "
                                                DELIMITED BY SIZE
            WS-KYC-FORFALD                      DELIMITED BY SIZE
            ", saa vi kan gennemgaa dine oplysninger."
                                                DELIMITED BY SIZE
        INTO BREV-TEXT
        END-STRING
        WRITE BREV-REC
    END-IF
    .

SKRIV-KYC-BREV-EN.
    IF WS-KYC-ART = "O"
        MOVE "The deadline for updating your customer information has passed"
            TO BREV-TEXT
        WRITE BREV-REC
        MOVE SPACES TO BREV-TEXT
        STRING
            "We should have reviewed your information by "
                                                DELIMITED BY SIZE
            WS-KYC-FORFALD                      DELIMITED BY SIZE
            "."                                 DELIMITED BY SIZE
        INTO BREV-TEXT
        END-STRING
        WRITE BREV-REC
        MOVE "Please contact your adviser as soon as possible - otherwise withdrawals from your accounts will be blocked."
            TO BREV-TEXT
        WRITE BREV-REC
    ELSE
        MOVE "We need to update your customer information" TO BREV-TEXT
        WRITE BREV-REC
        MOVE "Under the anti-money-laundering act we must regularly update what we know about you as a customer."
            TO BREV-TEXT
        WRITE BREV-REC
        MOVE SPACES TO BREV-TEXT
        STRING
            "Please contact your adviser by "   DELIMITED BY SIZE
            WS-KYC-FORFALD                      DELIMITED BY SIZE
            " so we can review your information."
                                                DELIMITED BY SIZE
        INTO BREV-TEXT
        END-STRING
        WRITE BREV-REC
    END-IF
    .

*>-----------------------------------------------------------------
*>  SKRIV-MYNDIG-BREV-DA / -EN – kunden bliver myndig: tilbud om
*>  omlægning af børne- og ungdomskonti til et voksenprodukt
*>-----------------------------------------------------------------
SKRIV-MYNDIG-BREV-DA.
    MOVE "Tillykke med de 18 aar" TO BREV-TEXT
    WRITE BREV-REC
    MOVE SPACES TO BREV-TEXT
    STRING
        "Du bliver myndig den "             DELIMITED BY SIZE
        WS-MYNDIG-DATO                      DELIMITED BY SIZE
        ". Fra den dag skal din vaerge ikke laengere godkende dine udbetalinger."
                                            DELIMITED BY SIZE
    INTO BREV-TEXT
    END-STRING
    WRITE BREV-REC
    MOVE "Vi tilbyder at omlaegge dine boerne- og ungdomskonti til et voksenprodukt fra samme dato."
        TO BREV-TEXT
    WRITE BREV-REC
    MOVE "Kontakt din raadgiver, hvis du vil tage imod tilbuddet eller hoere mere."
        TO BREV-TEXT
    WRITE BREV-REC
    .

SKRIV-MYNDIG-BREV-EN.
    MOVE "Congratulations on turning 18" TO BREV-TEXT
    WRITE BREV-REC
    MOVE SPACES TO BREV-TEXT
    STRING
        "You come of age on "               DELIMITED BY SIZE
        WS-MYNDIG-DATO                      DELIMITED BY SIZE
        ". From that day your guardian no longer needs to approve your withdrawals."
                                            DELIMITED BY SIZE
    INTO BREV-TEXT
    END-STRING
    WRITE BREV-REC
    MOVE "We offer to convert your child and youth accounts to an adult product from the same date."
        TO BREV-TEXT
    WRITE BREV-REC
    MOVE "Please contact your adviser to accept the offer or to learn more."
        TO BREV-TEXT
    WRITE BREV-REC
    .

*>-----------------------------------------------------------------
*>  ARKIVER-BREVE – kopiér kørslens breve til en tidsstemplet
*>  undermappe under Arkiv/, samme mønster som kontoudskrifterne
