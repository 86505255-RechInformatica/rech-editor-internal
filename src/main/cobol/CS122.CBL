000250*    DATE       INIT DESCRIPTION                                *
000260*    ---------- ---- -------------------------------------------*
000270*    2026-09-02 JRC  ORIGINAL PROGRAM.                          *
000272*    2026-10-15 JRC  EACH RECORD NOW CARRIES THE PROCESSING DATE *
000274*                    THE STEP RAN UNDER, TAKEN FROM THE CS133    *
000276*                    SERVICE.                                    *
000280*                                                                *
000290*****************************************************************
000300 ENVIRONMENT                 DIVISION.
000530     05  WS-RLOG-OPEN-SW     PIC X(01)      VALUE 'N'.
000540         88  WS-RLOG-OPENED      VALUE 'Y'.
000550         88  WS-RLOG-DISABLED    VALUE 'D'.
000552*
000554 01  WS-PDAT-INTERFACE.
000556     COPY CS1PDTI.
000560*
000570 LINKAGE                     SECTION.
000580 01  LK-CS122-INTERFACE.
000950     ELSE
000960         MOVE ZERO           TO CS1-RLOG-RETURN-CODE
000970     END-IF.
000973     CALL 'CS133'            USING WS-PDAT-INTERFACE.
000976     MOVE LK-PDAT-PROCESS-DATE   TO CS1-RLOG-PROCESS-DATE.
000980     WRITE CS122-RLOG-REC.
000990 2000-WRITE-RECORD-EXIT.
001000     EXIT.
