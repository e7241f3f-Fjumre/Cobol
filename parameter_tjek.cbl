*>      Partition.txt, LavsaldoGraense.txt, StorTransGraense.txt,
*>      KoncentrationsGraense.txt, ValutaForaeldelseGraense.txt,
*>      TopNKonfig.txt, StikproeveAntal.txt, GenaabningsVindue.txt,
*>      SkatAar.txt, MindreaarigGraense.txt, KoeAldringGraenser.txt)
*>      i deres eksisterende
*>      formater, så alle programmer læser deres styring uændret
*>    - SLETTER styrefiler, hvis nøgle ikke står i medlemmet - en
*>      glemt rest fra i går kan derfor ikke længere styre i nat
*>    - skriver de effektive parametre til ParametreEffektive.txt og
01 SAT-STIKPROEVE  PIC X VALUE "N".
01 SAT-GENAABNING  PIC X VALUE "N".
01 SAT-SKATAAR     PIC X VALUE "N".
01 SAT-MINDRE      PIC X VALUE "N".
01 SAT-KOEALDER    PIC X VALUE "N".

*> Editfelter til de genererede filers faste formater
01 WS-9-7-2   PIC 9(7)V99.
01 WS-9-3-2   PIC 9(3)V99.
01 WS-9-3-2-X REDEFINES WS-9-3-2 PIC X(5).
01 WS-9-5     PIC 9(5).
01 WS-9-5-B   PIC 9(5).
01 WS-9-2     PIC 9(2).
01 WS-9-2-B   PIC 9(2).

            PERFORM SAET-GENAABNING
        WHEN "SKATAAR"
            PERFORM SAET-SKATAAR
        WHEN "MINDREAARIGGRAENSE"
            PERFORM SAET-MINDRE
        WHEN "KOEALDER"
            PERFORM SAET-KOEALDER
        WHEN OTHER
            ADD 1 TO ANTAL-FEJL
            MOVE SPACES TO EFFEKTIV-TEXT
    PERFORM SKRIV-EFFEKTIV
    .

SAET-MINDRE.
    COMPUTE WS-TAL-NUM = FUNCTION NUMVAL(WS-VAERDI)
    IF WS-TAL-NUM <= 0 OR WS-TAL-NUM > 9999999.99
        PERFORM PARAM-FEJL
        EXIT PARAGRAPH
    END-IF
    MOVE "Y" TO SAT-MINDRE
    MOVE WS-TAL-NUM TO WS-9-7-2
    MOVE "MindreaarigGraense.txt" TO WS-STYREFIL-NAVN
    OPEN OUTPUT StyreFil
    MOVE SPACES TO STYRE-TEXT
    MOVE WS-9-7-2-X TO STYRE-TEXT(1:9)
    WRITE STYRE-REC
    CLOSE StyreFil
    PERFORM SKRIV-EFFEKTIV
    .

SAET-KONC.
    COMPUTE WS-TAL-NUM = FUNCTION NUMVAL(WS-VAERDI)
    IF WS-TAL-NUM <= 0 OR WS-TAL-NUM > 100
    PERFORM SKRIV-EFFEKTIV
    .

*> KOEALDER <eskalering> <retur> i dage - returgrænsen skal ligge
*> over eskaleringsgrænsen (KOE-ALDRING)
SAET-KOEALDER.
    COMPUTE WS-TAL-NUM  = FUNCTION NUMVAL(WS-VAERDI)
    COMPUTE WS-TAL2-NUM = FUNCTION NUMVAL(WS-VAERDI2)
    IF WS-TAL-NUM < 1 OR WS-TAL-NUM > 99999
            OR WS-TAL2-NUM < 1 OR WS-TAL2-NUM > 99999
            OR WS-TAL2-NUM NOT > WS-TAL-NUM
        PERFORM PARAM-FEJL
        EXIT PARAGRAPH
    END-IF
    MOVE "Y" TO SAT-KOEALDER
    MOVE WS-TAL-NUM  TO WS-9-5
    MOVE WS-TAL2-NUM TO WS-9-5-B
    MOVE "KoeAldringGraenser.txt" TO WS-STYREFIL-NAVN
    OPEN OUTPUT StyreFil
    MOVE SPACES TO STYRE-TEXT
    MOVE WS-9-5   TO STYRE-TEXT(1:5)
    MOVE WS-9-5-B TO STYRE-TEXT(7:5)
    WRITE STYRE-REC
    CLOSE StyreFil
    PERFORM SKRIV-EFFEKTIV
    .

*>-----------------------------------------------------------------
*>  RYD-IKKE-SATTE – fjern styrefiler, hvis nøgle ikke står i
*>  medlemmet, så gamle rester ikke kan styre kørslen
        MOVE "rm -f SkatAar.txt" TO WS-RM-CMD
        CALL "SYSTEM" USING WS-RM-CMD
    END-IF
    IF SAT-MINDRE = "N"
        MOVE "rm -f MindreaarigGraense.txt" TO WS-RM-CMD
        CALL "SYSTEM" USING WS-RM-CMD
    END-IF
    IF SAT-KOEALDER = "N"
        MOVE "rm -f KoeAldringGraenser.txt" TO WS-RM-CMD
        CALL "SYSTEM" USING WS-RM-CMD
    END-IF
    .
END PROGRAM PARAMETER-TJEK.
