000314*    2026-09-02 JRC  START AND END NOW STAMPED ON THE            *
000318*                    COMMON RUN LOG VIA THE CS122                *
000322*                    STAMPER.                                    *
000323*    2026-10-15 JRC  WAIVER AGES ARE NOW MEASURED FROM THE       *
000324*                    PROCESSING DATE FROM THE CS133 SERVICE, NOT *
000325*                    THE CALENDAR DATE.                          *
000326*                                                                *
000330*****************************************************************
000340 ENVIRONMENT                 DIVISION.
001580*
001583 01  WS-RLOG-INTERFACE.
001586     COPY CS1RLGI.
001587*
001588 01  WS-PDAT-INTERFACE.
001589     COPY CS1PDTI.
001590*
001592 PROCEDURE                   DIVISION.
001600*
001610 0000-MAINLINE.
001680     STOP RUN.
001690*
001700 1000-INITIALIZE.
001706     CALL 'CS133'            USING WS-PDAT-INTERFACE.
001712     MOVE LK-PDAT-PROCESS-DATE   TO WS-TODAY-DATE.
001720     COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE
001730         (FUNCTION NUMVAL (WS-TODAY-DATE)).
001740     OPEN INPUT CS111-RVW-FILE.
