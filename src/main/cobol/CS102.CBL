000390*                    LOADER; THIS PROGRAM NOW READS THE PARSED   *
000400*                    HDR RECORDS FOR TONIGHT'S SWEEP FROM THE    *
000410*                    SHARED REPOSITORY.                          *
000412*    2026-10-15 JRC  THE SWEEP-ID IS NOW THE NIGHT'S PROCESSING  *
000414*                    DATE FROM THE CS133 SERVICE, NOT THE        *
000416*                    CALENDAR DATE.                              *
000420*                                                                *
000430*****************************************************************
000440 ENVIRONMENT                 DIVISION.
000960 01  WS-RLOG-INTERFACE.
000970     COPY CS1RLGI.
000980*
000982 01  WS-PDAT-INTERFACE.
000984     COPY CS1PDTI.
000986*
000990 PROCEDURE                   DIVISION.
001000*
001010 0000-MAINLINE.
001090     STOP RUN.
001100*
001110 1000-INITIALIZE.
001116     CALL 'CS133'            USING WS-PDAT-INTERFACE.
001122     MOVE LK-PDAT-SWEEP-ID   TO WS-TODAY-SWEEP-ID.
001130     OPEN INPUT CS102-PRE-FILE.
001140     IF NOT WS-PRE-OK
001150         DISPLAY 'CS102 - CANNOT OPEN PARSED-HEADER REPOSITORY'
