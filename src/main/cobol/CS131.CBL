000010 IDENTIFICATION              DIVISION.
000020 PROGRAM-ID.                 CS131.
000030 AUTHOR.                     J. R. CASSEL.
000040 INSTALLATION.               SIGER - DEPTO DE DESENVOLVIMENTO.
000050 DATE-WRITTEN.               15/10/2026.
000060 DATE-COMPILED.              15/10/2026.
000070*****************************************************************
000080*                                                                *
000090*    CS131 - OPEN THE NIGHT                                      *
000100*                                                                *
000110*    FIRST STEP OF THE NIGHT.  SETS THE PROCESSING-DATE CONTROL  *
000120*    RECORD (CS1PDAT.CPY) THAT EVERY LATER STEP TAKES ITS        *
000130*    SWEEP-ID AND BUSINESS DATE FROM THROUGH THE CS133 SERVICE.  *
000140*    THE DATE OPENED IS THE ONE CS132 ADVANCED TO WHEN IT CLOSED *
000150*    THE LAST NIGHT, EVEN WHEN A LATE START FINDS THE CALENDAR   *
000155*    ALREADY A DAY PAST IT.  ONLY WHEN WHOLE NIGHTS WERE         *
000160*    SKIPPED (THE DATE IS MORE THAN ONE DAY BEHIND THE CALENDAR) *
000163*    IS IT BROUGHT FORWARD TO THE CALENDAR DATE; THE FIRST       *
000166*    NIGHT EVER OPENS ON THE CALENDAR DATE.  A NIGHT THAT WAS    *
000170*    NEVER CLOSED IS LEFT AS IT IS, SO A RESTART AFTER A         *
000180*    FAILURE RESUMES UNDER THE SAME SWEEP-ID INSTEAD OF STARTING *
000190*    A NEW ONE.                                                  *
000200*    AN OPERATOR RERUN OF A PRIOR NIGHT IS ASKED FOR ON THE      *
000210*    CS131CTL CONTROL CARD (RERUN DATE, OPERATOR ID).  THE DATE  *
000220*    THE REGULAR SCHEDULE HAD REACHED IS KEPT ON THE RECORD SO   *
000230*    CS132 RETURNS TO IT WHEN THE RERUN IS CLOSED.  A RERUN      *
000240*    DATE THAT IS NOT A VALID DATE, OR IS LATER THAN TODAY, IS   *
000250*    REFUSED AND THE STEP ENDS WITH RETURN CODE 8.               *
000260*    THE RUN-LOG START RECORD IS WRITTEN ONCE THE NIGHT IS OPEN, *
000270*    SO IT CARRIES THE NEW PROCESSING DATE LIKE THE REST OF THE  *
000280*    NIGHT'S RECORDS.                                            *
000290*                                                                *
000300*    MODIFICATION HISTORY                                        *
000310*    ----------------------                                      *
000320*    DATE       INIT DESCRIPTION                                 *
000330*    ---------- ---- ------------------------------------------- *
000340*    2026-10-15 JRC  ORIGINAL PROGRAM.                           *
000342*    2026-10-15 JRC  A LATE START NO LONGER MOVES THE NIGHT TO   *
000344*                    THE CALENDAR DATE; THE DATE CS132 ADVANCED  *
000346*                    TO IS KEPT UNLESS WHOLE NIGHTS WERE SKIPPED.*
000350*                                                                *
000360*****************************************************************
000370 ENVIRONMENT                 DIVISION.
000380 CONFIGURATION               SECTION.
000390 SPECIAL-NAMES.
000400     DECIMAL-POINT IS COMMA.
000410 INPUT-OUTPUT                SECTION.
000420 FILE-CONTROL.
000430     SELECT CS131-PDAT-FILE  ASSIGN TO CS1PDAT
000440                             ORGANIZATION IS LINE SEQUENTIAL
000450                             FILE STATUS IS WS-PDAT-STATUS.
000460
000470     SELECT CS131-CTL-FILE   ASSIGN TO CS131CTL
000480                             ORGANIZATION IS LINE SEQUENTIAL
000490                             FILE STATUS IS WS-CTL-STATUS.
000500
000510 DATA                        DIVISION.
000520 FILE                        SECTION.
000530 FD  CS131-PDAT-FILE
000540     RECORDING MODE IS F.
000550 01  CS131-PDAT-REC.
000560     COPY CS1PDAT.
000570
000580 FD  CS131-CTL-FILE
000590     RECORDING MODE IS F.
000600 01  CS131-CTL-REC.
000610     05  CTL-RERUN-DATE      PIC X(08).
000620     05  CTL-RERUN-DATE-NUM  REDEFINES CTL-RERUN-DATE
000630                             PIC 9(08).
000640     05  CTL-OPERATOR        PIC X(08).
000650
000660 WORKING-STORAGE             SECTION.
000670 01  WS-SWITCHES.
000680     05  WS-PDAT-STATUS      PIC X(02)      VALUE SPACES.
000690         88  WS-PDAT-OK          VALUE '00'.
000700     05  WS-CTL-STATUS       PIC X(02)      VALUE SPACES.
000710         88  WS-CTL-OK           VALUE '00'.
000720     05  WS-HAVE-RECORD-SW   PIC X(01)      VALUE 'N'.
000730         88  WS-HAVE-RECORD      VALUE 'Y'.
000740     05  WS-RERUN-REQ-SW     PIC X(01)      VALUE 'N'.
000750         88  WS-RERUN-REQUESTED  VALUE 'Y'.
000760*
000770 01  WS-CLOCK-STAMP          PIC X(14)      VALUE SPACES.
000780 01  WS-CLOCK-DATE           PIC X(08)      VALUE SPACES.
000790 01  WS-OPEN-DATE            PIC X(08)      VALUE SPACES.
000800 01  WS-RESUME-DATE          PIC X(08)      VALUE SPACES.
000810 01  WS-OPERATOR             PIC X(08)      VALUE SPACES.
000813 01  WS-CLOCK-INT            PIC 9(08)      COMP   VALUE ZERO.
000816 01  WS-OPEN-INT             PIC 9(08)      COMP   VALUE ZERO.
000820*
000830*    THE RECORD AS READ, KEPT FOR THE RESTART AND RESUME RULES.
000840 01  WS-OLD-RECORD.
000850     COPY CS1PDAT.
000860*
000870 01  WS-PDAT-INTERFACE.
000880     COPY CS1PDTI.
000890*
000900 01  WS-RLOG-INTERFACE.
000910     COPY CS1RLGI.
000920*
000930 PROCEDURE                   DIVISION.
000940*
000950 0000-MAINLINE.
000960     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
000970     PERFORM 2000-OPEN-NIGHT THRU 2000-OPEN-NIGHT-EXIT.
000980     PERFORM 9000-LOG-START THRU 9000-LOG-START-EXIT.
000990     PERFORM 8000-FINISH THRU 8000-FINISH-EXIT.
001000     PERFORM 9100-LOG-END THRU 9100-LOG-END-EXIT.
001010     STOP RUN.
001020*
001030 1000-INITIALIZE.
001040     MOVE FUNCTION CURRENT-DATE (1:14) TO WS-CLOCK-STAMP.
001050     MOVE WS-CLOCK-STAMP (1 : 8) TO WS-CLOCK-DATE.
001060     MOVE SPACES             TO WS-OLD-RECORD.
001070     OPEN INPUT CS131-PDAT-FILE.
001080     IF WS-PDAT-OK
001090         READ CS131-PDAT-FILE
001100             AT END
001110                 CONTINUE
001120             NOT AT END
001130                 MOVE CS131-PDAT-REC TO WS-OLD-RECORD
001140                 MOVE 'Y'    TO WS-HAVE-RECORD-SW
001150         END-READ
001160         CLOSE CS131-PDAT-FILE
001170     END-IF.
001180     IF NOT WS-HAVE-RECORD
001190         DISPLAY 'CS131 - NO PROCESSING-DATE RECORD, FIRST NIGHT '
001200             'OPENS ON THE CALENDAR DATE'
001210     END-IF.
001220     PERFORM 1100-READ-CONTROL THRU 1100-READ-CONTROL-EXIT.
001230 1000-INITIALIZE-EXIT.
001240     EXIT.
001250*
001260 1100-READ-CONTROL.
001270*    NO CONTROL CARD, OR A BLANK ONE, IS THE REGULAR NIGHTLY
001280*    OPEN.  A CARD THAT IS PRESENT BUT UNUSABLE STOPS THE STEP:
001290*    OPENING THE WRONG NIGHT WOULD BE WORSE THAN OPENING NONE.
001300     OPEN INPUT CS131-CTL-FILE.
001310     IF NOT WS-CTL-OK
001320         GO TO 1100-READ-CONTROL-EXIT
001330     END-IF.
001340     READ CS131-CTL-FILE
001350         AT END
001360             CLOSE CS131-CTL-FILE
001370             GO TO 1100-READ-CONTROL-EXIT
001380     END-READ.
001390     CLOSE CS131-CTL-FILE.
001400     IF CTL-RERUN-DATE = SPACES
001410         GO TO 1100-READ-CONTROL-EXIT
001420     END-IF.
001430     IF CTL-RERUN-DATE NOT NUMERIC
001440         DISPLAY 'CS131 - RERUN DATE NOT NUMERIC: ' CTL-RERUN-DATE
001450         MOVE 8              TO RETURN-CODE
001460         STOP RUN
001470     END-IF.
001480     IF FUNCTION TEST-DATE-YYYYMMDD (CTL-RERUN-DATE-NUM)
001490             NOT = ZERO
001500             OR CTL-RERUN-DATE > WS-CLOCK-DATE
001510         DISPLAY 'CS131 - RERUN DATE REFUSED: ' CTL-RERUN-DATE
001520         MOVE 8              TO RETURN-CODE
001530         STOP RUN
001540     END-IF.
001550     MOVE 'Y'                TO WS-RERUN-REQ-SW.
001560     MOVE CTL-OPERATOR       TO WS-OPERATOR.
001570 1100-READ-CONTROL-EXIT.
001580     EXIT.
001590*
001600 2000-OPEN-NIGHT.
001610     IF WS-HAVE-RECORD
001620             AND CS1-PDAT-NIGHT-OPEN IN WS-OLD-RECORD
001630             AND NOT WS-RERUN-REQUESTED
001640         DISPLAY 'CS131 - NIGHT OF '
001650             CS1-PDAT-PROCESS-DATE IN WS-OLD-RECORD
001660             ' WAS NEVER CLOSED, RESUMING UNDER SWEEP-ID '
001670             CS1-PDAT-SWEEP-ID IN WS-OLD-RECORD
001680         GO TO 2000-OPEN-NIGHT-EXIT
001690     END-IF.
001700     IF WS-RERUN-REQUESTED
001710         PERFORM 2100-SET-RERUN THRU 2100-SET-RERUN-EXIT
001720     ELSE
001730         PERFORM 2200-SET-REGULAR THRU 2200-SET-REGULAR-EXIT
001740     END-IF.
001750     MOVE SPACES             TO CS131-PDAT-REC.
001760     MOVE WS-OPEN-DATE
001770         TO CS1-PDAT-PROCESS-DATE IN CS131-PDAT-REC
001780            CS1-PDAT-SWEEP-ID IN CS131-PDAT-REC.
001790     SET CS1-PDAT-NIGHT-OPEN IN CS131-PDAT-REC TO TRUE.
001800     MOVE WS-CLOCK-STAMP
001810         TO CS1-PDAT-OPENED-STAMP IN CS131-PDAT-REC.
001820     IF WS-RERUN-REQUESTED
001830         MOVE 'Y'    TO CS1-PDAT-RERUN-SW IN CS131-PDAT-REC
001840     ELSE
001850         MOVE 'N'    TO CS1-PDAT-RERUN-SW IN CS131-PDAT-REC
001860     END-IF.
001870     MOVE WS-RESUME-DATE
001880         TO CS1-PDAT-RESUME-DATE IN CS131-PDAT-REC.
001890     MOVE WS-OPERATOR
001900         TO CS1-PDAT-OPERATOR IN CS131-PDAT-REC.
001910     OPEN OUTPUT CS131-PDAT-FILE.
001920     IF NOT WS-PDAT-OK
001930         DISPLAY 'CS131 - CANNOT WRITE PROCESSING-DATE RECORD'
001940         MOVE 8              TO RETURN-CODE
001950         STOP RUN
001960     END-IF.
001970     WRITE CS131-PDAT-REC.
001980     CLOSE CS131-PDAT-FILE.
001990 2000-OPEN-NIGHT-EXIT.
002000     EXIT.
002010*
002020 2100-SET-RERUN.
002030*    A RERUN OPENED ON TOP OF ANOTHER RERUN KEEPS THE FIRST ONE'S
002040*    RESUME DATE; OTHERWISE THE NIGHT THE RERUN DISPLACES - THE
002050*    ONE STILL OPEN, OR THE NEXT ONE CS132 ADVANCED TO - IS
002060*    WHERE THE SCHEDULE PICKS UP AGAIN AFTERWARDS.
002070     MOVE CTL-RERUN-DATE     TO WS-OPEN-DATE.
002080     EVALUATE TRUE
002090         WHEN NOT WS-HAVE-RECORD
002100             MOVE WS-CLOCK-DATE  TO WS-RESUME-DATE
002110         WHEN CS1-PDAT-RERUN IN WS-OLD-RECORD
002120                 AND CS1-PDAT-RESUME-DATE IN WS-OLD-RECORD
002130                     NOT = SPACES
002140             MOVE CS1-PDAT-RESUME-DATE IN WS-OLD-RECORD
002150                 TO WS-RESUME-DATE
002160         WHEN OTHER
002170             MOVE CS1-PDAT-PROCESS-DATE IN WS-OLD-RECORD
002180                 TO WS-RESUME-DATE
002190     END-EVALUATE.
002200     DISPLAY 'CS131 - OPERATOR RERUN OF ' WS-OPEN-DATE
002210         ' REQUESTED BY ' WS-OPERATOR
002220         ', SCHEDULE RESUMES AT ' WS-RESUME-DATE.
002230 2100-SET-RERUN-EXIT.
002240     EXIT.
002250*
002260 2200-SET-REGULAR.
002270     IF WS-HAVE-RECORD
002280             AND CS1-PDAT-PROCESS-DATE IN WS-OLD-RECORD NUMERIC
002290         MOVE CS1-PDAT-PROCESS-DATE IN WS-OLD-RECORD
002300             TO WS-OPEN-DATE
002310     ELSE
002320         MOVE WS-CLOCK-DATE  TO WS-OPEN-DATE
002330     END-IF.
002331*    A START AFTER MIDNIGHT FINDS THE CALENDAR ONE DAY PAST THE
002332*    NIGHT IT BELONGS TO; THAT NIGHT STILL OPENS ON ITS OWN DATE.
002333*    ONLY A DATE MORE THAN ONE DAY BEHIND MEANS NIGHTS WERE
002334*    SKIPPED.
002335     COMPUTE WS-CLOCK-INT = FUNCTION INTEGER-OF-DATE
002336         (FUNCTION NUMVAL (WS-CLOCK-DATE)).
002337     COMPUTE WS-OPEN-INT = FUNCTION INTEGER-OF-DATE
002338         (FUNCTION NUMVAL (WS-OPEN-DATE)).
002340     IF WS-OPEN-INT < WS-CLOCK-INT - 1
002350         DISPLAY 'CS131 - NO NIGHT RUN SINCE ' WS-OPEN-DATE
002360             ', OPENING ON THE CALENDAR DATE'
002370         MOVE WS-CLOCK-DATE  TO WS-OPEN-DATE
002380     END-IF.
002390     MOVE SPACES             TO WS-RESUME-DATE WS-OPERATOR.
002400 2200-SET-REGULAR-EXIT.
002410     EXIT.
002420*
002430 8000-FINISH.
002440     CALL 'CS133'            USING WS-PDAT-INTERFACE.
002450     DISPLAY 'CS131 - NIGHT OPEN, PROCESSING DATE '
002460         LK-PDAT-PROCESS-DATE ' SWEEP-ID ' LK-PDAT-SWEEP-ID.
002470 8000-FINISH-EXIT.
002480     EXIT.
002490*
002500 9000-LOG-START.
002510     MOVE 'CS131'            TO LK-RLOG-PROGRAM.
002520     MOVE 'START'            TO LK-RLOG-EVENT.
002530     MOVE ZERO               TO LK-RLOG-RETURN-CODE.
002540     CALL 'CS122'            USING WS-RLOG-INTERFACE.
002550 9000-LOG-START-EXIT.
002560     EXIT.
002570*
002580 9100-LOG-END.
002590     MOVE 'END'              TO LK-RLOG-EVENT.
002600     MOVE RETURN-CODE        TO LK-RLOG-RETURN-CODE.
002610     CALL 'CS122'            USING WS-RLOG-INTERFACE.
002620 9100-LOG-END-EXIT.
002630     EXIT.
