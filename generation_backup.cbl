   02 GK-ANTAL-TRANS  PIC 9(9).

FD TaelleFil.
01 TAELLE-LINE PIC X(302).

WORKING-STORAGE SECTION.
01 EOF-TAELLE PIC X VALUE "N".
