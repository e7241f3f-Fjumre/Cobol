FILE SECTION.

FD RecycleFil.
01 RAW-RECYCLE PIC X(223).

FD RecycleNyFil.
01 RAW-RECYCLE-NY PIC X(223).

FD RettelseFil.
01 RAW-RETTELSE PIC X(223).

FD FrigivetFil.
01 RAW-FRIGIVET PIC X(223).

FD TransManifestFil.
01 MANIFEST-REC.
01 IDX-RETTELSE    PIC 9(4).
01 RETTELSE-TABEL.
   02 RETTELSE-POST OCCURS 5000 TIMES.
      03 T-RT-LINJE PIC X(223).
      03 T-RT-BRUGT PIC X(1).

01 WS-RT-IDX       PIC 9(4) VALUE 0.
01 IDX-FRIGIVET    PIC 9(4).
01 IDX-FRIGIVET-J  PIC 9(4).
01 FRIGIVET-TABEL.
   02 FRIGIVET-LINJE OCCURS 5000 TIMES PIC X(223).
01 SWAP-FRIGIVET   PIC X(223).

01 ANTAL-STAAENDE  PIC 9(7) VALUE 0.

*> tilføjet - samme fremgangsmåde som STAAENDE-ORDRE. Generatorerne
*> går aldrig over MANIFEST-GRAENSE - sidste plads er reserveret til
*> VentendeDue.txt, som OPGAVE10 selv lægger op
01 MAX-MANIFEST        PIC 9(2)  VALUE 16.
01 MANIFEST-GRAENSE    PIC 9(2)  VALUE 15.
01 ANTAL-MANIFEST      PIC 9(2)  VALUE 0.
01 IDX-MANIFEST        PIC 9(2).
01 WS-ALLEREDE-I-MANIFEST PIC X  VALUE "N".
01 POSTER-FILNAVN      PIC X(60) VALUE "RecycleFrigivet.txt".
01 MANIFEST-NAVN-TABEL.
   02 MANIFEST-NAVN OCCURS 16 TIMES PIC X(60).

PROCEDURE DIVISION.
    OPEN OUTPUT LogFil
