        ASSIGN TO "KundeKontoCSV.txt"
        ORGANIZATION IS LINE SEQUENTIAL.

    *> Saldo-rollup'en pr. kontotype i faste kolonner, så andre
    *> programmer kan afstemme mod bogens total - se KONTOTYPEROLLUP.cpy
    SELECT KontotypeRollupFil
        ASSIGN TO "KontotypeRollup.txt"
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.

FILE SECTION.

FD Kundefil.
01 RAW-KUNDE PIC X(302).
01 KUNDEOPL REDEFINES RAW-KUNDE.
   COPY "KUNDER.cpy".

01 KUNDE-KONTO-CSV-REC.
   02 KUNDE-KONTO-CSV-TEXT PIC X(150).

FD KontotypeRollupFil.
01 KONTOTYPE-ROLLUP-REC.
   COPY "KONTOTYPEROLLUP.cpy".

WORKING-STORAGE SECTION.
01 EOF-KUNDE   PIC X VALUE "N".
01 EOF-KONTO   PIC X VALUE "N".

*> =====================================================
*>  SKRIV-KONTOTYPE-ROLLUP – saldo-rollup pr. kontotype, tilføjet
*>  nederst i OrphanRapport.txt og i faste kolonner til
*>  KontotypeRollup.txt
*> =====================================================
SKRIV-KONTOTYPE-ROLLUP.
    MOVE SPACES TO ORPHAN-TEXT
    END-STRING
    WRITE ORPHAN-REC

    OPEN OUTPUT KontotypeRollupFil
    MOVE 1 TO LOOP-KONTO-TYPE
    PERFORM UNTIL LOOP-KONTO-TYPE > ANTAL-KONTO-TYPER
        MOVE KT-TYPE(LOOP-KONTO-TYPE)      TO KR-KONTO-TYPE
        MOVE KT-ANTAL(LOOP-KONTO-TYPE)     TO KR-ANTAL
        MOVE KT-SALDO-SUM(LOOP-KONTO-TYPE) TO KR-SALDO
        WRITE KONTOTYPE-ROLLUP-REC

        MOVE KT-ANTAL(LOOP-KONTO-TYPE)     TO KT-ANTAL-EDIT
        MOVE KT-SALDO-SUM(LOOP-KONTO-TYPE) TO KT-SALDO-EDIT
        MOVE SPACES TO ORPHAN-TEXT
        WRITE ORPHAN-REC
        ADD 1 TO LOOP-KONTO-TYPE
    END-PERFORM
    CLOSE KontotypeRollupFil
    .

*> =====================================================
