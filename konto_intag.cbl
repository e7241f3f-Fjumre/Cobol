*> felterne hentes via reference-modifikation, samme begrundelse som
*> KundeNavnFil i Opgave10.cob
FD Kundeoplysninger.
01 RAW-KUNDE PIC X(302).

FD Kontofil.
01 RAW-KONTO PIC X(52).
   COPY "KONTOAABNING.cpy".

FD PosterFil.
01 RAW-POSTER PIC X(223).
01 POSTER-REC REDEFINES RAW-POSTER.
   COPY "TRANSAKTIONER.cpy".

01 IDX-POSTER   PIC 9(5).
01 IDX-POSTER-J PIC 9(5).
01 POSTER-TABEL.
   02 POSTER-LINJE OCCURS 10000 TIMES PIC X(223).
01 SWAP-POSTER-LINJE PIC X(223).

01 ANTAL-OPRETTET PIC 9(5) VALUE 0.
01 ANTAL-AFVIST   PIC 9(5) VALUE 0.
*> OPGAVE10 fletter op til MAX-MANIFEST kilder, men generatorerne
*> går aldrig over MANIFEST-GRAENSE - sidste plads er reserveret til
*> VentendeDue.txt, som OPGAVE10 selv lægger op
01 MAX-MANIFEST        PIC 9(2)  VALUE 16.
01 MANIFEST-GRAENSE    PIC 9(2)  VALUE 15.
01 ANTAL-MANIFEST      PIC 9(2)  VALUE 0.
01 IDX-MANIFEST        PIC 9(2).
01 WS-ALLEREDE-I-MANIFEST PIC X  VALUE "N".
01 POSTER-FILNAVN      PIC X(60) VALUE "KontoIntagPoster.txt".
01 MANIFEST-NAVN-TABEL.
   02 MANIFEST-NAVN OCCURS 16 TIMES PIC X(60).

PROCEDURE DIVISION.
    MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DAGS-DATO
