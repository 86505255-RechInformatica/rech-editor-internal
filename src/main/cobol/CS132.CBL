000010 IDENTIFICATION              DIVISION.
000020 PROGRAM-ID.                 CS132.
000030 AUTHOR.                     J. R. CASSEL.
000040 INSTALLATION.               SIGER - DEPTO DE DESENVOLVIMENTO.
000050 DATE-WRITTEN.               15/10/2026.
000060 DATE-COMPILED.              15/10/2026.
000070*****************************************************************
000080*                                                                *
000090*    CS132 - CLOSE THE NIGHT                                     *
000100*                                                                *
000110*    LAST STEP OF THE NIGHT.  CLOSES THE PROCESSING-DATE         *
000120*    CONTROL RECORD (CS1PDAT.CPY) CS131 OPENED AND ADVANCES IT   *
000130*    TO THE NEXT NIGHT'S DATE: THE DAY AFTER THE NIGHT JUST      *
000140*    CLOSED, OR - WHEN THAT NIGHT WAS AN OPERATOR RERUN - THE    *
000150*    DATE THE REGULAR SCHEDULE HAD REACHED BEFORE THE RERUN.     *
000160*    UNTIL CS131 OPENS THE NEXT NIGHT, THE CS133 SERVICE HANDS   *
000170*    OUT THE CLOCK DATE.  CLOSING WHEN NO NIGHT IS OPEN CHANGES  *
000180*    NOTHING AND ENDS WITH RETURN CODE 4.                        *
000190*                                                                *
000200*    MODIFICATION HISTORY                                        *
000210*    ----------------------                                      *
000220*    DATE       INIT DESCRIPTION                                 *
000230*    ---------- ---- ------------------------------------------- *
000240*    2026-10-15 JRC  ORIGINAL PROGRAM.                           *
000250*                                                                *
000260*****************************************************************
000270 ENVIRONMENT                 DIVISION.
000280 CONFIGURATION               SECTION.
000290 SPECIAL-NAMES.
000300     DECIMAL-POINT IS COMMA.
000310 INPUT-OUTPUT                SECTION.
000320 FILE-CONTROL.
000330     SELECT CS132-PDAT-FILE  ASSIGN TO CS1PDAT
000340                             ORGANIZATION IS LINE SEQUENTIAL
000350                             FILE STATUS IS WS-PDAT-STATUS.
000360
000370 DATA                        DIVISION.
000380 FILE                        SECTION.
000390 FD  CS132-PDAT-FILE
000400     RECORDING MODE IS F.
000410 01  CS132-PDAT-REC.
000420     COPY CS1PDAT.
000430
000440 WORKING-STORAGE             SECTION.
000450 01  WS-SWITCHES.
000460     05  WS-PDAT-STATUS      PIC X(02)      VALUE SPACES.
000470         88  WS-PDAT-OK          VALUE '00'.
000480     05  WS-HAVE-RECORD-SW   PIC X(01)      VALUE 'N'.
000490         88  WS-HAVE-RECORD      VALUE 'Y'.
000500*
000510 01  WS-CLOCK-STAMP          PIC X(14)      VALUE SPACES.
000520 01  WS-CLOSED-DATE          PIC X(08)      VALUE SPACES.
000530 01  WS-NEXT-DATE            PIC X(08)      VALUE SPACES.
000540 01  WS-DATE-NUM             PIC 9(08)      VALUE ZERO.
000550*
000560 01  WS-PDAT-RECORD.
000570     COPY CS1PDAT.
000580*
000590 01  WS-RLOG-INTERFACE.
000600     COPY CS1RLGI.
000610*
000620 PROCEDURE                   DIVISION.
000630*
000640 0000-MAINLINE.
000650     PERFORM 9000-LOG-START THRU 9000-LOG-START-EXIT.
000660     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
000670     PERFORM 2000-CLOSE-NIGHT THRU 2000-CLOSE-NIGHT-EXIT.
000680     PERFORM 9100-LOG-END THRU 9100-LOG-END-EXIT.
000690     STOP RUN.
000700*
000710 1000-INITIALIZE.
000720     MOVE FUNCTION CURRENT-DATE (1:14) TO WS-CLOCK-STAMP.
000730     MOVE SPACES             TO WS-PDAT-RECORD.
000740     OPEN INPUT CS132-PDAT-FILE.
000750     IF NOT WS-PDAT-OK
000760         GO TO 1000-INITIALIZE-EXIT
000770     END-IF.
000780     READ CS132-PDAT-FILE
000790         AT END
000800             CONTINUE
000810         NOT AT END
000820             MOVE CS132-PDAT-REC TO WS-PDAT-RECORD
000830             MOVE 'Y'        TO WS-HAVE-RECORD-SW
000840     END-READ.
000850     CLOSE CS132-PDAT-FILE.
000860 1000-INITIALIZE-EXIT.
000870     EXIT.
000880*
000890 2000-CLOSE-NIGHT.
000900     IF NOT WS-HAVE-RECORD
000910             OR NOT CS1-PDAT-NIGHT-OPEN IN WS-PDAT-RECORD
000920         DISPLAY 'CS132 - NO NIGHT OPEN, NOTHING CLOSED'
000930         MOVE 4              TO RETURN-CODE
000940         GO TO 2000-CLOSE-NIGHT-EXIT
000950     END-IF.
000960     MOVE CS1-PDAT-PROCESS-DATE IN WS-PDAT-RECORD
000970                             TO WS-CLOSED-DATE.
000980     IF CS1-PDAT-RERUN IN WS-PDAT-RECORD
000990             AND CS1-PDAT-RESUME-DATE IN WS-PDAT-RECORD NUMERIC
001000         MOVE CS1-PDAT-RESUME-DATE IN WS-PDAT-RECORD
001010                             TO WS-NEXT-DATE
001020     ELSE
001030         MOVE WS-CLOSED-DATE TO WS-DATE-NUM
001040         COMPUTE WS-DATE-NUM = FUNCTION DATE-OF-INTEGER
001050             (FUNCTION INTEGER-OF-DATE (WS-DATE-NUM) + 1)
001060         MOVE WS-DATE-NUM    TO WS-NEXT-DATE
001070     END-IF.
001080     MOVE WS-PDAT-RECORD     TO CS132-PDAT-REC.
001090     MOVE WS-NEXT-DATE
001100         TO CS1-PDAT-PROCESS-DATE IN CS132-PDAT-REC
001110            CS1-PDAT-SWEEP-ID IN CS132-PDAT-REC.
001120     SET CS1-PDAT-NIGHT-CLOSED IN CS132-PDAT-REC TO TRUE.
001130     MOVE WS-CLOCK-STAMP
001140         TO CS1-PDAT-CLOSED-STAMP IN CS132-PDAT-REC.
001150     MOVE 'N'    TO CS1-PDAT-RERUN-SW IN CS132-PDAT-REC.
001160     MOVE SPACES TO CS1-PDAT-RESUME-DATE IN CS132-PDAT-REC
001170                    CS1-PDAT-OPERATOR IN CS132-PDAT-REC.
001180     OPEN OUTPUT CS132-PDAT-FILE.
001190     IF NOT WS-PDAT-OK
001200         DISPLAY 'CS132 - CANNOT WRITE PROCESSING-DATE RECORD'
001210         MOVE 8              TO RETURN-CODE
001220         GO TO 2000-CLOSE-NIGHT-EXIT
001230     END-IF.
001240     WRITE CS132-PDAT-REC.
001250     CLOSE CS132-PDAT-FILE.
001260     DISPLAY 'CS132 - NIGHT OF ' WS-CLOSED-DATE
001270         ' CLOSED, NEXT PROCESSING DATE ' WS-NEXT-DATE.
001280 2000-CLOSE-NIGHT-EXIT.
001290     EXIT.
001300*
001310 9000-LOG-START.
001320     MOVE 'CS132'            TO LK-RLOG-PROGRAM.
001330     MOVE 'START'            TO LK-RLOG-EVENT.
001340     MOVE ZERO               TO LK-RLOG-RETURN-CODE.
001350     CALL 'CS122'            USING WS-RLOG-INTERFACE.
001360 9000-LOG-START-EXIT.
001370     EXIT.
001380*
001390 9100-LOG-END.
001400     MOVE 'END'              TO LK-RLOG-EVENT.
001410     MOVE RETURN-CODE        TO LK-RLOG-RETURN-CODE.
001420     CALL 'CS122'            USING WS-RLOG-INTERFACE.
001430 9100-LOG-END-EXIT.
001440     EXIT.
