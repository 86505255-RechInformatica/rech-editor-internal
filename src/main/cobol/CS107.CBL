000520*                    LOADER; BOTH PASSES NOW READ THE PARSED     *
000530*                    REPOSITORY, AND THE -DC= LIST IS TAKEN      *
000540*                    VERBATIM FROM EACH MODULE'S HDR RECORD.     *
000542*    2026-10-15 JRC  THE SWEEP-ID IS NOW THE NIGHT'S PROCESSING  *
000544*                    DATE FROM THE CS133 SERVICE, NOT THE        *
000546*                    CALENDAR DATE.                              *
000550*                                                                *
000560*****************************************************************
000570 ENVIRONMENT                 DIVISION.
001690 01  WS-RLOG-INTERFACE.
001700     COPY CS1RLGI.
001710*
001712 01  WS-PDAT-INTERFACE.
001714     COPY CS1PDTI.
001716*
001720 PROCEDURE                   DIVISION.
001730*
001740 0000-MAINLINE.
001820     STOP RUN.
001830*
001840 1000-INITIALIZE.
001846     CALL 'CS133'            USING WS-PDAT-INTERFACE.
001852     MOVE LK-PDAT-SWEEP-ID   TO WS-TODAY-SWEEP-ID.
001860     OPEN INPUT CS107-PRE-FILE.
001870     IF NOT WS-PRE-OK
001880         DISPLAY 'CS107 - CANNOT OPEN PARSED-HEADER REPOSITORY'
