000010 IDENTIFICATION              DIVISION.
000020 PROGRAM-ID.                 CS133.
000030 AUTHOR.                     J. R. CASSEL.
000040 INSTALLATION.               SIGER - DEPTO DE DESENVOLVIMENTO.
000050 DATE-WRITTEN.               15/10/2026.
000060 DATE-COMPILED.              15/10/2026.
000070*****************************************************************
000080*                                                                *
000090*    CS133 - PROCESSING-DATE SERVICE                             *
000100*                                                                *
000110*    EVERY STEP OF THE SUITE USED TO BUILD "TONIGHT" FROM THE    *
000120*    SYSTEM CLOCK, SO A NIGHT THAT RAN PAST MIDNIGHT, OR A       *
000130*    SWEEP RESTARTED NEXT MORNING, DISAGREED WITH ITSELF - A     *
000140*    CS104 RESTART GOT A NEW SWEEP-ID AND RECOMPILED THE WHOLE   *
000150*    LIBRARY INSTEAD OF RESUMING.  EACH STEP NOW CALLS THIS      *
000160*    SUBPROGRAM (INTERFACE CS1PDTI.CPY) FOR ITS SWEEP-ID AND     *
000170*    BUSINESS DATE, WHICH COME FROM THE PROCESSING-DATE CONTROL  *
000180*    RECORD (CS1PDAT.CPY) THAT CS131 OPENS AND CS132 CLOSES.     *
000190*    THE RECORD IS READ ONCE PER RUN UNIT AND KEPT.  WITH NO     *
000200*    CONTROL FILE, OR NO NIGHT OPEN, THE CLOCK DATE IS RETURNED  *
000210*    AS BEFORE AND FLAGGED AS SUCH - LIKE THE CS122 RUN LOG,     *
000220*    THE DATE SERVICE MUST NEVER BE WHAT TAKES THE NIGHT DOWN.   *
000230*    A CLOCK ANSWER IS NOT KEPT, SO A STEP THAT OPENS THE NIGHT  *
000240*    SEES THE NEW DATE ON ITS NEXT CALL.                         *
000250*                                                                *
000260*    MODIFICATION HISTORY                                        *
000270*    ----------------------                                      *
000280*    DATE       INIT DESCRIPTION                                 *
000290*    ---------- ---- ------------------------------------------- *
000300*    2026-10-15 JRC  ORIGINAL PROGRAM.                           *
000310*                                                                *
000320*****************************************************************
000330 ENVIRONMENT                 DIVISION.
000340 CONFIGURATION               SECTION.
000350 SPECIAL-NAMES.
000360     DECIMAL-POINT IS COMMA.
000370 INPUT-OUTPUT                SECTION.
000380 FILE-CONTROL.
000390     SELECT CS133-PDAT-FILE  ASSIGN TO CS1PDAT
000400                             ORGANIZATION IS LINE SEQUENTIAL
000410                             FILE STATUS IS WS-PDAT-STATUS.
000420
000430 DATA                        DIVISION.
000440 FILE                        SECTION.
000450 FD  CS133-PDAT-FILE
000460     RECORDING MODE IS F.
000470 01  CS133-PDAT-REC.
000480     COPY CS1PDAT.
000490
000500 WORKING-STORAGE             SECTION.
000510 01  WS-SWITCHES.
000520     05  WS-PDAT-STATUS      PIC X(02)      VALUE SPACES.
000530         88  WS-PDAT-OK          VALUE '00'.
000540*    STATE KEPT ACROSS CALLS: ONCE AN OPEN NIGHT HAS BEEN READ
000550*    ITS DATES ARE KEPT FOR THE REST OF THE RUN UNIT, AND THE
000560*    CLOCK-DATE WARNING IS ONLY DISPLAYED ONCE.
000570     05  WS-LOADED-SW        PIC X(01)      VALUE 'N'.
000580         88  WS-LOADED-YES       VALUE 'Y'.
000590     05  WS-WARNED-SW        PIC X(01)      VALUE 'N'.
000600         88  WS-WARNED-YES       VALUE 'Y'.
000610*
000620 01  WS-KEPT-DATES.
000630     05  WS-KEPT-SWEEP-ID    PIC X(08)      VALUE SPACES.
000640     05  WS-KEPT-PROCESS-DATE    PIC X(08)  VALUE SPACES.
000650     05  WS-KEPT-OPENED-STAMP    PIC X(14)  VALUE SPACES.
000660     05  WS-KEPT-RERUN-SW    PIC X(01)      VALUE 'N'.
000670*
000680 LINKAGE                     SECTION.
000690 01  LK-CS133-INTERFACE.
000700     COPY CS1PDTI.
000710*
000720 PROCEDURE                   DIVISION USING LK-CS133-INTERFACE.
000730*
000740 0000-MAINLINE.
000750     IF NOT WS-LOADED-YES
000760         PERFORM 1000-LOAD-CONTROL THRU 1000-LOAD-CONTROL-EXIT
000770     END-IF.
000780     IF WS-LOADED-YES
000790         MOVE WS-KEPT-SWEEP-ID       TO LK-PDAT-SWEEP-ID
000800         MOVE WS-KEPT-PROCESS-DATE   TO LK-PDAT-PROCESS-DATE
000810         MOVE WS-KEPT-OPENED-STAMP   TO LK-PDAT-OPENED-STAMP
000820         MOVE WS-KEPT-RERUN-SW       TO LK-PDAT-RERUN-SW
000830         SET LK-PDAT-FROM-CONTROL    TO TRUE
000840     ELSE
000850         MOVE FUNCTION CURRENT-DATE (1:8) TO LK-PDAT-SWEEP-ID
000860                                             LK-PDAT-PROCESS-DATE
000870         MOVE SPACES         TO LK-PDAT-OPENED-STAMP
000880         MOVE 'N'            TO LK-PDAT-RERUN-SW
000890         SET LK-PDAT-FROM-CLOCK      TO TRUE
000900     END-IF.
000910     GOBACK.
000920*
000930 1000-LOAD-CONTROL.
000940     OPEN INPUT CS133-PDAT-FILE.
000950     IF NOT WS-PDAT-OK
000960         PERFORM 1900-WARN-CLOCK THRU 1900-WARN-CLOCK-EXIT
000970         GO TO 1000-LOAD-CONTROL-EXIT
000980     END-IF.
000990     READ CS133-PDAT-FILE
001000         AT END
001010             CLOSE CS133-PDAT-FILE
001020             PERFORM 1900-WARN-CLOCK THRU 1900-WARN-CLOCK-EXIT
001030             GO TO 1000-LOAD-CONTROL-EXIT
001040     END-READ.
001050     CLOSE CS133-PDAT-FILE.
001060     IF NOT CS1-PDAT-NIGHT-OPEN
001070         PERFORM 1900-WARN-CLOCK THRU 1900-WARN-CLOCK-EXIT
001080         GO TO 1000-LOAD-CONTROL-EXIT
001090     END-IF.
001100     MOVE CS1-PDAT-SWEEP-ID      TO WS-KEPT-SWEEP-ID.
001110     MOVE CS1-PDAT-PROCESS-DATE  TO WS-KEPT-PROCESS-DATE.
001120     MOVE CS1-PDAT-OPENED-STAMP  TO WS-KEPT-OPENED-STAMP.
001130     IF CS1-PDAT-RERUN
001140         MOVE 'Y'            TO WS-KEPT-RERUN-SW
001150     ELSE
001160         MOVE 'N'            TO WS-KEPT-RERUN-SW
001170     END-IF.
001180     MOVE 'Y'                TO WS-LOADED-SW.
001190 1000-LOAD-CONTROL-EXIT.
001200     EXIT.
001210*
001220 1900-WARN-CLOCK.
001230     IF WS-WARNED-YES
001240         GO TO 1900-WARN-CLOCK-EXIT
001250     END-IF.
001260     DISPLAY 'CS133 - NO NIGHT OPEN ON CS1PDAT, CLOCK DATE USED'.
001270     MOVE 'Y'                TO WS-WARNED-SW.
001280 1900-WARN-CLOCK-EXIT.
001290     EXIT.
