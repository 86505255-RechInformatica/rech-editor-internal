000322*                    OF PENDING FUTURE-DATED CHANGES (CS112RPT)  *
000323*                    MAKES THE CUTOVER PLAN VISIBLE IN ADVANCE.  *
000325*    2026-09-02 JRC  START AND END NOW STAMPED ON THE            *
000326*                    COMMON RUN LOG VIA THE CS122                *
000327*                    STAMPER.                                    *
000328*    2026-10-15 JRC  EFFECTIVE DATES ARE NOW COMPARED WITH THE   *
000329*                    PROCESSING DATE FROM THE CS133 SERVICE; THE *
000330*                    JOURNAL STAMP IS STILL THE CLOCK TIME.      *
000331*                                                                *
000333*****************************************************************
000340 ENVIRONMENT                 DIVISION.
001290 01  WS-RLOG-INTERFACE.
001292     COPY CS1RLGI.
001294*
001295 01  WS-PDAT-INTERFACE.
001296     COPY CS1PDTI.
001297*
001298 PROCEDURE                   DIVISION.
001300*
001310 0000-MAINLINE.
001314     PERFORM 9000-LOG-START THRU 9000-LOG-START-EXIT.
001380*
001390 1000-INITIALIZE.
001400     MOVE FUNCTION CURRENT-DATE (1:14) TO WS-RUN-STAMP.
001406     CALL 'CS133'            USING WS-PDAT-INTERFACE.
001412     MOVE LK-PDAT-PROCESS-DATE   TO WS-TODAY-DATE.
001420     OPEN INPUT CS112-PRM-FILE.
001430     IF WS-PRM-OK
001440         PERFORM 1100-LOAD-PARM THRU 1100-LOAD-PARM-EXIT
