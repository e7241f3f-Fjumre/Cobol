*> felterne hentes via reference-modifikation, samme begrundelse som
*> KundeNavnFil i Opgave10.cob
FD Kundeoplysninger.
01 RAW-KUNDE PIC X(302).

FD PosterFil.
01 RAW-POSTER PIC X(223).
01 POSTER-REC REDEFINES RAW-POSTER.
   COPY "TRANSAKTIONER.cpy".

01 IDX-POSTER   PIC 9(5).
01 IDX-POSTER-J PIC 9(5).
01 POSTER-TABEL.
   02 POSTER-LINJE OCCURS 50000 TIMES PIC X(223).
01 SWAP-POSTER-LINJE PIC X(223).

*> Beløbskonvertering (øre -> beløbstekst med fortegn)
01 WS-BELOB-NUM    PIC S9(11)V99 VALUE 0.
*> OPGAVE10 fletter op til MAX-MANIFEST kilder, men generatorerne
*> går aldrig over MANIFEST-GRAENSE - sidste plads er reserveret til
*> VentendeDue.txt, som OPGAVE10 selv lægger op
01 MAX-MANIFEST        PIC 9(2)  VALUE 16.
01 MANIFEST-GRAENSE    PIC 9(2)  VALUE 15.
01 ANTAL-MANIFEST      PIC 9(2)  VALUE 0.
01 IDX-MANIFEST        PIC 9(2).
01 WS-ALLEREDE-I-MANIFEST PIC X  VALUE "N".
01 POSTER-FILNAVN      PIC X(60) VALUE "NetsPoster.txt".
01 MANIFEST-NAVN-TABEL.
   02 MANIFEST-NAVN OCCURS 16 TIMES PIC X(60).

PROCEDURE DIVISION.
    OPEN OUTPUT ImportLogFil
    END-STRING
    MOVE WS-TIDSPUNKT TO TIDSPUNKT OF POSTER-REC

    *> Clearingdatoen er posteringens rentedato, også når linjen
    *> først når frem og bogføres en senere dag
    MOVE NC-DATO OF CLEARING-REC TO RENTEDATO OF POSTER-REC

    ADD 1 TO ANTAL-POSTER
    MOVE RAW-POSTER TO POSTER-LINJE(ANTAL-POSTER)
    .
