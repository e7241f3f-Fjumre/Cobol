      *>----------------------------------------------------------------
      *>  UDGAAENDETJEK.cpy  -  procedure paragraphs for the checks
      *>  INDLANDSBETALING and UDLANDSBETALING make before a payment
      *>  leaves the bank; working storage in UDGAAENDEGRAENSE.cpy.
      *>  The including program declares LaastOpsparingFil (record
      *>  LAAST-REC, LAASTOPSPARING.cpy), DagsgraenseFil
      *>  (DAGSGRAENSE-REC, DAGSGRAENSE.cpy), MindreaarigGraenseFil
      *>  (MINDRE-GRAENSE-INP PIC 9(7)V99) and VaergeFil (VAERGE-REC,
      *>  VAERGE.cpy) with the WS-UG-...-STATUS fields as file status,
      *>  and WS-DAGS-DATO (AAAAMMDD).  Call order:
      *>    LAES-UDGAAENDE-GRAENSER   once, before the customers are read
      *>    REGISTRER-MINDREAARIG     per customer (WS-UG-KUNDE-ID and
      *>                              WS-UG-CPR from position 281)
      *>    TJEK-UDGAAENDE-GRAENSER   per payment (WS-UG-KONTO-ID,
      *>                              -KONTO-TYPE, -EJER, -ANMODET-AF,
      *>                              -BELOB-DKK); reason in WS-UG-AARSAG
      *>    REGISTRER-UDGAAENDE       per payment sent, also for today's
      *>                              payments already in the extract
      *>----------------------------------------------------------------

*>-----------------------------------------------------------------
*>  LAES-UDGAAENDE-GRAENSER – lovbundne konti, dagsgrænser, den
*>  mindreåriges beløbsgrænse og værgerne ind i tabellerne. Manglende
*>  filer betyder ingen lovbinding, ingen grænser og ingen værger
*>-----------------------------------------------------------------
LAES-UDGAAENDE-GRAENSER.
    OPEN INPUT LaastOpsparingFil
    IF WS-UG-LO-STATUS = "00"
        MOVE "N" TO EOF-UG
        PERFORM UNTIL EOF-UG = "Y"
            READ LaastOpsparingFil
                AT END
                    MOVE "Y" TO EOF-UG
                NOT AT END
                    IF LO-KONTO-ID OF LAAST-REC NOT = SPACES
                            AND ANTAL-UG-LO < MAX-UG-LO
                        ADD 1 TO ANTAL-UG-LO
                        MOVE LO-KONTO-ID OF LAAST-REC
                            TO T-UG-LO-KONTO-ID(ANTAL-UG-LO)
                        MOVE LO-FRIGIVELSESDATO OF LAAST-REC
                            TO T-UG-LO-FRIGIVELSE(ANTAL-UG-LO)
                    END-IF
            END-READ
        END-PERFORM
        CLOSE LaastOpsparingFil
    END-IF

    OPEN INPUT DagsgraenseFil
    IF WS-UG-DG-STATUS = "00"
        MOVE "N" TO EOF-UG
        PERFORM UNTIL EOF-UG = "Y"
            READ DagsgraenseFil
                AT END
                    MOVE "Y" TO EOF-UG
                NOT AT END
                    IF DG-NOEGLE OF DAGSGRAENSE-REC NOT = SPACES
                            AND (DG-PR-KONTO OF DAGSGRAENSE-REC
                              OR DG-PR-TYPE OF DAGSGRAENSE-REC)
                            AND ANTAL-UG-DG < MAX-UG-DG
                        ADD 1 TO ANTAL-UG-DG
                        MOVE DG-ART OF DAGSGRAENSE-REC
                            TO T-UG-DG-ART(ANTAL-UG-DG)
                        MOVE DG-NOEGLE OF DAGSGRAENSE-REC
                            TO T-UG-DG-NOEGLE(ANTAL-UG-DG)
                        MOVE DG-MAX-DAG OF DAGSGRAENSE-REC
                            TO T-UG-DG-MAX-DAG(ANTAL-UG-DG)
                        MOVE DG-MAX-ENKELT OF DAGSGRAENSE-REC
                            TO T-UG-DG-MAX-ENKELT(ANTAL-UG-DG)
                    END-IF
            END-READ
        END-PERFORM
        CLOSE DagsgraenseFil
    END-IF

    OPEN INPUT MindreaarigGraenseFil
    IF WS-UG-MINDRE-STATUS = "00"
        READ MindreaarigGraenseFil
            AT END
                CONTINUE
            NOT AT END
                MOVE MINDRE-GRAENSE-INP TO WS-UG-MINDRE-GRAENSE
        END-READ
        CLOSE MindreaarigGraenseFil
    END-IF

    OPEN INPUT VaergeFil
    IF WS-UG-VAERGE-STATUS = "00"
        MOVE "N" TO EOF-UG
        PERFORM UNTIL EOF-UG = "Y"
            READ VaergeFil
                AT END
                    MOVE "Y" TO EOF-UG
                NOT AT END
                    IF VG-KUNDEID OF VAERGE-REC NOT = SPACES
                            AND ANTAL-UG-VAERGE < MAX-UG-VAERGE
                        ADD 1 TO ANTAL-UG-VAERGE
                        MOVE VG-KUNDEID OF VAERGE-REC
                            TO T-UG-VG-KUNDE-ID(ANTAL-UG-VAERGE)
                        MOVE VG-VAERGE-ID OF VAERGE-REC
                            TO T-UG-VG-VAERGE-ID(ANTAL-UG-VAERGE)
                    END-IF
            END-READ
        END-PERFORM
        CLOSE VaergeFil
    END-IF

    IF WS-DAGS-DATO IS NUMERIC
        MOVE WS-DAGS-DATO TO WS-UG-DAGS-DATO-NUM
    END-IF
    .

*>-----------------------------------------------------------------
*>  REGISTRER-MINDREAARIG – er kunden WS-UG-KUNDE-ID under 18 år efter
*>  CPR-NR'et i WS-UG-CPR, lægges den i UG-MINDRE-TABEL. En kunde uden
*>  gyldigt CPR-NR kan ikke aldersbestemmes og behandles som myndig,
*>  samme regel som OPGAVE10
*>-----------------------------------------------------------------
REGISTRER-MINDREAARIG.
    IF WS-UG-CPR = SPACES OR WS-UG-DAGS-DATO-NUM = 0
        EXIT PARAGRAPH
    END-IF
    PERFORM BEREGN-UG-FOEDSELSDATO
    IF WS-UG-FOEDSELSDATO = 0
        EXIT PARAGRAPH
    END-IF
    COMPUTE WS-UG-MYNDIG-DATO = WS-UG-FOEDSELSDATO + 180000
    IF WS-UG-DAGS-DATO-NUM < WS-UG-MYNDIG-DATO
            AND ANTAL-UG-MINDRE < MAX-UG-MINDRE
        ADD 1 TO ANTAL-UG-MINDRE
        MOVE WS-UG-KUNDE-ID TO T-UG-MI-KUNDE-ID(ANTAL-UG-MINDRE)
    END-IF
    .

*>-----------------------------------------------------------------
*>  BEREGN-UG-FOEDSELSDATO – fødselsdato (ÅÅÅÅMMDD) ud fra WS-UG-CPR,
*>  med eller uden bindestreg, samme regler for århundredet som
*>  OPGAVE10's BEREGN-FOEDSELSDATO. 0, hvis CPR-nummeret ikke er
*>  numerisk
*>-----------------------------------------------------------------
BEREGN-UG-FOEDSELSDATO.
    MOVE 0 TO WS-UG-FOEDSELSDATO
    MOVE SPACES TO WS-UG-CPR-CIFRE
    IF WS-UG-CPR(7:1) = "-"
        STRING
            WS-UG-CPR(1:6) DELIMITED BY SIZE
            WS-UG-CPR(8:4) DELIMITED BY SIZE
        INTO WS-UG-CPR-CIFRE
        END-STRING
    ELSE
        MOVE WS-UG-CPR(1:10) TO WS-UG-CPR-CIFRE
    END-IF
    IF WS-UG-CPR-CIFRE NOT NUMERIC
        EXIT PARAGRAPH
    END-IF

    MOVE WS-UG-CPR-CIFRE(1:2) TO WS-UG-CPR-DAG
    MOVE WS-UG-CPR-CIFRE(3:2) TO WS-UG-CPR-MND
    MOVE WS-UG-CPR-CIFRE(5:2) TO WS-UG-CPR-AAR
    MOVE WS-UG-CPR-CIFRE(7:1) TO WS-UG-CPR-LOEBE1
    EVALUATE TRUE
        WHEN WS-UG-CPR-LOEBE1 <= 3
            MOVE 1900 TO WS-UG-CPR-AARHUNDREDE
        WHEN WS-UG-CPR-LOEBE1 = 4 OR WS-UG-CPR-LOEBE1 = 9
            IF WS-UG-CPR-AAR <= 36
                MOVE 2000 TO WS-UG-CPR-AARHUNDREDE
            ELSE
                MOVE 1900 TO WS-UG-CPR-AARHUNDREDE
            END-IF
        WHEN OTHER
            IF WS-UG-CPR-AAR <= 57
                MOVE 2000 TO WS-UG-CPR-AARHUNDREDE
            ELSE
                MOVE 1800 TO WS-UG-CPR-AARHUNDREDE
            END-IF
    END-EVALUATE
    COMPUTE WS-UG-FOEDSELSDATO
        = (WS-UG-CPR-AARHUNDREDE + WS-UG-CPR-AAR) * 10000
        + WS-UG-CPR-MND * 100 + WS-UG-CPR-DAG
    .

*>-----------------------------------------------------------------
*>  TJEK-UDGAAENDE-GRAENSER – må betalingen på WS-UG-BELOB-DKK fra
*>  WS-UG-KONTO-ID sendes? Afvises (årsag i WS-UG-AARSAG), hvis
*>  kontoen er en lovbunden opsparing før frigivelsesdatoen, hvis
*>  ejeren er mindreårig og beløbet over grænsen, uden at en
*>  registreret værge har afgivet anmodningen, eller hvis beløbet
*>  alene eller med dagens øvrige udgående betalinger bryder kontoens
*>  grænser i Dagsgraenser.txt - samme regler som OPGAVE10
*>-----------------------------------------------------------------
TJEK-UDGAAENDE-GRAENSER.
    MOVE SPACES TO WS-UG-AARSAG

    MOVE 1 TO IDX-UG-LO
    PERFORM UNTIL IDX-UG-LO > ANTAL-UG-LO
        IF T-UG-LO-KONTO-ID(IDX-UG-LO) = WS-UG-KONTO-ID
            IF WS-DAGS-DATO < T-UG-LO-FRIGIVELSE(IDX-UG-LO)
                STRING
                    "lovbunden opsparing - laast til " DELIMITED BY SIZE
                    T-UG-LO-FRIGIVELSE(IDX-UG-LO)      DELIMITED BY SIZE
                INTO WS-UG-AARSAG
                END-STRING
                EXIT PARAGRAPH
            END-IF
            EXIT PERFORM
        END-IF
        ADD 1 TO IDX-UG-LO
    END-PERFORM

    IF WS-UG-BELOB-DKK > WS-UG-MINDRE-GRAENSE
        PERFORM TJEK-UG-MINDREAARIG
        IF WS-UG-ER-MINDRE = "Y" AND WS-UG-ER-VAERGE = "N"
            MOVE "mindreaarig ejer - over graensen, kraever vaergen"
                TO WS-UG-AARSAG
            EXIT PARAGRAPH
        END-IF
    END-IF

    PERFORM FIND-UG-DAGSGRAENSE
    IF WS-UG-KILDE = SPACE
        EXIT PARAGRAPH
    END-IF
    IF WS-UG-MAX-ENKELT > 0 AND WS-UG-BELOB-DKK > WS-UG-MAX-ENKELT
        MOVE "over kontoens graense pr. postering (Dagsgraenser)"
            TO WS-UG-AARSAG
        EXIT PARAGRAPH
    END-IF
    IF WS-UG-MAX-DAG > 0
        PERFORM FIND-UG-DAGSSUM
        IF WS-UG-DAGSSUM + WS-UG-BELOB-DKK > WS-UG-MAX-DAG
            MOVE "over kontoens dagsgraense (Dagsgraenser)"
                TO WS-UG-AARSAG
        END-IF
    END-IF
    .

*>-----------------------------------------------------------------
*>  TJEK-UG-MINDREAARIG – er ejeren WS-UG-EJER mindreårig
*>  (WS-UG-ER-MINDRE), og er anmoderen WS-UG-ANMODET-AF en af dens
*>  registrerede værger (WS-UG-ER-VAERGE)?
*>-----------------------------------------------------------------
TJEK-UG-MINDREAARIG.
    MOVE "N" TO WS-UG-ER-MINDRE
    MOVE "N" TO WS-UG-ER-VAERGE
    IF WS-UG-EJER = SPACES
        EXIT PARAGRAPH
    END-IF
    MOVE 1 TO IDX-UG-MINDRE
    PERFORM UNTIL IDX-UG-MINDRE > ANTAL-UG-MINDRE
        IF T-UG-MI-KUNDE-ID(IDX-UG-MINDRE) = WS-UG-EJER
            MOVE "Y" TO WS-UG-ER-MINDRE
            EXIT PERFORM
        END-IF
        ADD 1 TO IDX-UG-MINDRE
    END-PERFORM
    IF WS-UG-ER-MINDRE = "N" OR WS-UG-ANMODET-AF = SPACES
        EXIT PARAGRAPH
    END-IF
    MOVE 1 TO IDX-UG-VAERGE
    PERFORM UNTIL IDX-UG-VAERGE > ANTAL-UG-VAERGE
        IF T-UG-VG-KUNDE-ID(IDX-UG-VAERGE) = WS-UG-EJER
                AND T-UG-VG-VAERGE-ID(IDX-UG-VAERGE) = WS-UG-ANMODET-AF
            MOVE "Y" TO WS-UG-ER-VAERGE
            EXIT PERFORM
        END-IF
        ADD 1 TO IDX-UG-VAERGE
    END-PERFORM
    .

*>-----------------------------------------------------------------
*>  FIND-UG-DAGSGRAENSE – grænserne for WS-UG-KONTO-ID: en linje for
*>  selve kontoen går forud for en linje for dens kontotype, samme
*>  opslag som OPGAVE10's FIND-DAGSGRAENSE. WS-UG-KILDE blank = ingen
*>-----------------------------------------------------------------
FIND-UG-DAGSGRAENSE.
    MOVE SPACE TO WS-UG-KILDE
    MOVE 0     TO WS-UG-MAX-DAG WS-UG-MAX-ENKELT
    MOVE 1 TO IDX-UG-DG
    PERFORM UNTIL IDX-UG-DG > ANTAL-UG-DG
        IF T-UG-DG-ART(IDX-UG-DG) = "K"
                AND T-UG-DG-NOEGLE(IDX-UG-DG) = WS-UG-KONTO-ID
            MOVE "K" TO WS-UG-KILDE
            MOVE T-UG-DG-MAX-DAG(IDX-UG-DG)    TO WS-UG-MAX-DAG
            MOVE T-UG-DG-MAX-ENKELT(IDX-UG-DG) TO WS-UG-MAX-ENKELT
            EXIT PARAGRAPH
        END-IF
        ADD 1 TO IDX-UG-DG
    END-PERFORM

    IF WS-UG-KONTO-TYPE = SPACES
        EXIT PARAGRAPH
    END-IF
    MOVE 1 TO IDX-UG-DG
    PERFORM UNTIL IDX-UG-DG > ANTAL-UG-DG
        IF T-UG-DG-ART(IDX-UG-DG) = "T"
                AND FUNCTION TRIM(T-UG-DG-NOEGLE(IDX-UG-DG)) =
                    FUNCTION TRIM(WS-UG-KONTO-TYPE)
            MOVE "T" TO WS-UG-KILDE
            MOVE T-UG-DG-MAX-DAG(IDX-UG-DG)    TO WS-UG-MAX-DAG
            MOVE T-UG-DG-MAX-ENKELT(IDX-UG-DG) TO WS-UG-MAX-ENKELT
            EXIT PERFORM
        END-IF
        ADD 1 TO IDX-UG-DG
    END-PERFORM
    .

*>-----------------------------------------------------------------
*>  FIND-UG-DAGSSUM – dagens udgående betalinger fra WS-UG-KONTO-ID
*>  (WS-UG-DAGSSUM) og kontoens plads i tabellen (IDX-UG-DS, 0 = ingen)
*>-----------------------------------------------------------------
FIND-UG-DAGSSUM.
    MOVE 0 TO WS-UG-DAGSSUM
    MOVE 1 TO IDX-UG-DS
    PERFORM UNTIL IDX-UG-DS > ANTAL-UG-DS
        IF T-UG-DS-KONTO-ID(IDX-UG-DS) = WS-UG-KONTO-ID
            MOVE T-UG-DS-SUM(IDX-UG-DS) TO WS-UG-DAGSSUM
            EXIT PARAGRAPH
        END-IF
        ADD 1 TO IDX-UG-DS
    END-PERFORM
    MOVE 0 TO IDX-UG-DS
    .

*>-----------------------------------------------------------------
*>  REGISTRER-UDGAAENDE – læg en sendt betaling (WS-UG-BELOB-DKK) til
*>  dagens sum for WS-UG-KONTO-ID
*>-----------------------------------------------------------------
REGISTRER-UDGAAENDE.
    PERFORM FIND-UG-DAGSSUM
    IF IDX-UG-DS = 0
        IF ANTAL-UG-DS >= MAX-UG-DS
            EXIT PARAGRAPH
        END-IF
        ADD 1 TO ANTAL-UG-DS
        MOVE ANTAL-UG-DS    TO IDX-UG-DS
        MOVE WS-UG-KONTO-ID TO T-UG-DS-KONTO-ID(IDX-UG-DS)
        MOVE 0              TO T-UG-DS-SUM(IDX-UG-DS)
    END-IF
    ADD WS-UG-BELOB-DKK TO T-UG-DS-SUM(IDX-UG-DS)
    .
