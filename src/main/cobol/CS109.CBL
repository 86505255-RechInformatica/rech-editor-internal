000370*                    LOADER (THE GAP RULE ABOVE MOVED WITH IT);  *
000380*                    THIS PROGRAM NOW ROLLS UP THE PARSED CPY    *
000390*                    RECORDS FOR TONIGHT'S SWEEP.                *
000392*    2026-10-15 JRC  THE SWEEP-ID IS NOW THE NIGHT'S PROCESSING  *
000394*                    DATE FROM THE CS133 SERVICE, NOT THE        *
000396*                    CALENDAR DATE.                              *
000400*                                                                *
000410*****************************************************************
000420 ENVIRONMENT                 DIVISION.
001060 01  WS-RLOG-INTERFACE.
001070     COPY CS1RLGI.
001080*
001082 01  WS-PDAT-INTERFACE.
001084     COPY CS1PDTI.
001086*
001090 PROCEDURE                   DIVISION.
001100*
001110 0000-MAINLINE.
001190     STOP RUN.
001200*
001210 1000-INITIALIZE.
001216     CALL 'CS133'            USING WS-PDAT-INTERFACE.
001222     MOVE LK-PDAT-SWEEP-ID   TO WS-TODAY-SWEEP-ID.
001230     OPEN INPUT CS109-PRE-FILE.
001240     IF NOT WS-PRE-OK
001250         DISPLAY 'CS109 - CANNOT OPEN PARSED-HEADER REPOSITORY'
