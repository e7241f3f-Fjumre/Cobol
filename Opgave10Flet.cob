01 GT-TOTAL-NETTO-NUM PIC S9(15)V99 VALUE 0.
01 GT-TOTAL-RENTE-NUM PIC S9(15)V99 VALUE 0.
01 GT-TOTAL-GEBYR-NUM PIC S9(15)V99 VALUE 0.
01 GT-TOTAL-STORNO-NUM PIC S9(15)V99 VALUE 0.
01 GT-TOTAL-STORNO-DEBET-NUM PIC S9(15)V99 VALUE 0.
01 GT-TOTAL-AFSKREVET-NUM PIC S9(15)V99 VALUE 0.
01 GT-TOTAL-VALUTA-AVANCE-NUM PIC S9(15)V99 VALUE 0.
01 WS-TRANS-HASH-NUM  PIC S9(13)V99 VALUE 0.

*> Finansposteringseksporten - samme balancekontrol som i OPGAVE10
                ADD PS-HASH          OF PART-SAM-REC1 TO WS-TRANS-HASH-NUM
                ADD PS-TOTAL-RENTE   OF PART-SAM-REC1 TO GT-TOTAL-RENTE-NUM
                ADD PS-TOTAL-GEBYR   OF PART-SAM-REC1 TO GT-TOTAL-GEBYR-NUM
                ADD PS-TOTAL-STORNO  OF PART-SAM-REC1 TO GT-TOTAL-STORNO-NUM
                ADD PS-TOTAL-STORNO-DEBET OF PART-SAM-REC1
                    TO GT-TOTAL-STORNO-DEBET-NUM
                ADD PS-TOTAL-AFSKREVET OF PART-SAM-REC1
                    TO GT-TOTAL-AFSKREVET-NUM
                ADD PS-TOTAL-VALUTA-AVANCE OF PART-SAM-REC1
                    TO GT-TOTAL-VALUTA-AVANCE-NUM
        END-READ
        CLOSE PartSamFil1
    ELSE
                ADD PS-HASH          OF PART-SAM-REC2 TO WS-TRANS-HASH-NUM
                ADD PS-TOTAL-RENTE   OF PART-SAM-REC2 TO GT-TOTAL-RENTE-NUM
                ADD PS-TOTAL-GEBYR   OF PART-SAM-REC2 TO GT-TOTAL-GEBYR-NUM
                ADD PS-TOTAL-STORNO  OF PART-SAM-REC2 TO GT-TOTAL-STORNO-NUM
                ADD PS-TOTAL-STORNO-DEBET OF PART-SAM-REC2
                    TO GT-TOTAL-STORNO-DEBET-NUM
                ADD PS-TOTAL-AFSKREVET OF PART-SAM-REC2
                    TO GT-TOTAL-AFSKREVET-NUM
                ADD PS-TOTAL-VALUTA-AVANCE OF PART-SAM-REC2
                    TO GT-TOTAL-VALUTA-AVANCE-NUM
        END-READ
        CLOSE PartSamFil2
    ELSE
                ADD PS-HASH          OF PART-SAM-REC3 TO WS-TRANS-HASH-NUM
                ADD PS-TOTAL-RENTE   OF PART-SAM-REC3 TO GT-TOTAL-RENTE-NUM
                ADD PS-TOTAL-GEBYR   OF PART-SAM-REC3 TO GT-TOTAL-GEBYR-NUM
                ADD PS-TOTAL-STORNO  OF PART-SAM-REC3 TO GT-TOTAL-STORNO-NUM
                ADD PS-TOTAL-STORNO-DEBET OF PART-SAM-REC3
                    TO GT-TOTAL-STORNO-DEBET-NUM
                ADD PS-TOTAL-AFSKREVET OF PART-SAM-REC3
                    TO GT-TOTAL-AFSKREVET-NUM
                ADD PS-TOTAL-VALUTA-AVANCE OF PART-SAM-REC3
                    TO GT-TOTAL-VALUTA-AVANCE-NUM
        END-READ
        CLOSE PartSamFil3
    ELSE
                ADD PS-HASH          OF PART-SAM-REC4 TO WS-TRANS-HASH-NUM
                ADD PS-TOTAL-RENTE   OF PART-SAM-REC4 TO GT-TOTAL-RENTE-NUM
                ADD PS-TOTAL-GEBYR   OF PART-SAM-REC4 TO GT-TOTAL-GEBYR-NUM
                ADD PS-TOTAL-STORNO  OF PART-SAM-REC4 TO GT-TOTAL-STORNO-NUM
                ADD PS-TOTAL-STORNO-DEBET OF PART-SAM-REC4
                    TO GT-TOTAL-STORNO-DEBET-NUM
                ADD PS-TOTAL-AFSKREVET OF PART-SAM-REC4
                    TO GT-TOTAL-AFSKREVET-NUM
                ADD PS-TOTAL-VALUTA-AVANCE OF PART-SAM-REC4
                    TO GT-TOTAL-VALUTA-AVANCE-NUM
        END-READ
        CLOSE PartSamFil4
    ELSE
                ADD PS-HASH          OF PART-SAM-REC5 TO WS-TRANS-HASH-NUM
                ADD PS-TOTAL-RENTE   OF PART-SAM-REC5 TO GT-TOTAL-RENTE-NUM
                ADD PS-TOTAL-GEBYR   OF PART-SAM-REC5 TO GT-TOTAL-GEBYR-NUM
                ADD PS-TOTAL-STORNO  OF PART-SAM-REC5 TO GT-TOTAL-STORNO-NUM
                ADD PS-TOTAL-STORNO-DEBET OF PART-SAM-REC5
                    TO GT-TOTAL-STORNO-DEBET-NUM
                ADD PS-TOTAL-AFSKREVET OF PART-SAM-REC5
                    TO GT-TOTAL-AFSKREVET-NUM
                ADD PS-TOTAL-VALUTA-AVANCE OF PART-SAM-REC5
                    TO GT-TOTAL-VALUTA-AVANCE-NUM
        END-READ
        CLOSE PartSamFil5
    ELSE
        WRITE AFSTEMNING-REC
    END-IF

    IF GT-TOTAL-STORNO-NUM NOT = 0
        MOVE GT-TOTAL-STORNO-NUM TO GT-EDIT
        MOVE SPACES TO AFSTEMNING-TEXT
        STRING
            "Tilbagefoert denne koersel (DKK): " DELIMITED BY SIZE
            FUNCTION TRIM(GT-EDIT)              DELIMITED BY SIZE
        INTO AFSTEMNING-TEXT
        END-STRING
        WRITE AFSTEMNING-REC
    END-IF

    IF GT-TOTAL-AFSKREVET-NUM NOT = 0
        MOVE GT-TOTAL-AFSKREVET-NUM TO GT-EDIT
        MOVE SPACES TO AFSTEMNING-TEXT
        STRING
            "Afskrevet denne koersel (DKK): "   DELIMITED BY SIZE
            FUNCTION TRIM(GT-EDIT)              DELIMITED BY SIZE
        INTO AFSTEMNING-TEXT
        END-STRING
        WRITE AFSTEMNING-REC
    END-IF

    IF GT-TOTAL-VALUTA-AVANCE-NUM NOT = 0
        MOVE GT-TOTAL-VALUTA-AVANCE-NUM TO GT-EDIT
        MOVE SPACES TO AFSTEMNING-TEXT
        STRING
            "Valutaavance denne koersel (DKK): " DELIMITED BY SIZE
            FUNCTION TRIM(GT-EDIT)               DELIMITED BY SIZE
        INTO AFSTEMNING-TEXT
        END-STRING
        WRITE AFSTEMNING-REC
    END-IF

    MOVE GT-ANTAL-TRANS TO GT-ANTAL-EDIT
    MOVE SPACES TO AFSTEMNING-TEXT
    STRING
    COMPUTE WS-GL-BELOB-NUM = FUNCTION ABS(GT-TOTAL-GEBYR-NUM)
    PERFORM SKRIV-GL-PAR

    MOVE "STORNO" TO WS-GL-KLASSE
    COMPUTE WS-GL-BELOB-NUM
        = GT-TOTAL-STORNO-NUM - GT-TOTAL-STORNO-DEBET-NUM
    PERFORM SKRIV-GL-PAR

    MOVE "STORNO-DEBET" TO WS-GL-KLASSE
    MOVE GT-TOTAL-STORNO-DEBET-NUM TO WS-GL-BELOB-NUM
    PERFORM SKRIV-GL-PAR

    MOVE "AFSKRIVNING" TO WS-GL-KLASSE
    MOVE GT-TOTAL-AFSKREVET-NUM TO WS-GL-BELOB-NUM
    PERFORM SKRIV-GL-PAR

    MOVE "VALUTAAVANCE" TO WS-GL-KLASSE
    MOVE GT-TOTAL-VALUTA-AVANCE-NUM TO WS-GL-BELOB-NUM
    PERFORM SKRIV-GL-PAR

    MOVE SPACES TO GL-POSTERING-REC
    MOVE "T"            TO GL-ART
    MOVE WS-DAGS-DATO   TO GL-DATO
