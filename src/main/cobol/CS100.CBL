000325*                    DATED RECORD NOT AFTER THE RUN DATE, SO A   *
000326*                    FUTURE-DATED CS112 CUTOVER STAYS DORMANT    *
000327*                    UNTIL ITS DATE ARRIVES.                     *
000328*    2026-10-15 JRC  FUTURE-DATED OVERRIDES ARE NOW JUDGED       *
000329*                    AGAINST THE PROCESSING DATE FROM THE CS133  *
000330*                    SERVICE, NOT THE CALENDAR DATE.             *
000331*                                                                *
000332*****************************************************************
000333 ENVIRONMENT                 DIVISION.
000340 CONFIGURATION               SECTION.
000350 SPECIAL-NAMES.
000360     DECIMAL-POINT IS COMMA.
000900     05  DL-ORIOBJ           PIC X(10).
000910     05  DL-SOURCE           PIC X(15).
000920*
000922 01  WS-PDAT-INTERFACE.
000924     COPY CS1PDTI.
000926*
000930 LINKAGE                     SECTION.
000940 01  LK-CS100-INTERFACE.
000950     COPY CS1PRMI.
001101     MOVE 'N'                TO WS-TABLE-LOADED-SW.
001102     MOVE ZERO               TO WS-PARM-COUNT.
001103     MOVE 'N'                TO WS-EOF-SW.
001104     CALL 'CS133'            USING WS-PDAT-INTERFACE.
001105     MOVE LK-PDAT-PROCESS-DATE   TO WS-TODAY-DATE.
001106     OPEN INPUT CS100-PARM-FILE.
001110     IF NOT WS-PARM-OK
001120         MOVE 04             TO LK-RETURN-CODE
001130         GO TO 1000-INITIALIZE-EXIT
