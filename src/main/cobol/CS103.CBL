000269*                    TONIGHT'S RUN INSTEAD OF BEING REWRITTEN.   *
000272*    2026-09-02 JRC  START AND END NOW STAMPED ON THE            *
000275*                    COMMON RUN LOG VIA THE CS122                *
000276*                    STAMPER.                                    *
000277*    2026-10-15 JRC  WAIVERS ARE NOW LOGGED UNDER THE PROCESSING *
000278*                    DATE FROM THE CS133 SERVICE, NOT THE        *
000279*                    CALENDAR DATE.                              *
000281*                                                                *
000284*****************************************************************
000290 ENVIRONMENT                 DIVISION.
000910*
000913 01  WS-RLOG-INTERFACE.
000916     COPY CS1RLGI.
000917*
000918 01  WS-PDAT-INTERFACE.
000919     COPY CS1PDTI.
000920*
000922 PROCEDURE                   DIVISION.
000930*
000940 0000-MAINLINE.
001152     IF NOT WS-RVW-OK
001154         OPEN OUTPUT CS103-RVW-FILE
001156     END-IF.
001157     CALL 'CS133'            USING WS-PDAT-INTERFACE.
001158     MOVE LK-PDAT-PROCESS-DATE   TO WS-TODAY-DATE.
001160 1000-INITIALIZE-EXIT.
001170     EXIT.
001180*
