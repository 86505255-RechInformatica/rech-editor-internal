000010 IDENTIFICATION              DIVISION.
000020 PROGRAM-ID.                 CS135.
000030 AUTHOR.                     J. R. CASSEL.
000040 INSTALLATION.               SIGER - DEPTO DE DESENVOLVIMENTO.
000050 DATE-WRITTEN.               15/10/2026.
000060 DATE-COMPILED.              15/10/2026.
000070*****************************************************************
000080*                                                                *
000090*    CS135 - PER-TEAM EXCEPTION DISTRIBUTION                     *
000100*                                                                *
000110*    AT 7AM THE CS118 FAILURE CLASSIFICATION, THE CS111 AGING    *
000120*    REPORT AND THE CS106/CS121 EXCEPTION LISTS ALL WENT TO ONE  *
000130*    PERSON, WHO CUT THEM UP BY HAND FOR THE OWNING TEAMS.  THIS *
000140*    STEP SPLITS THE NIGHT'S EXCEPTIONS BY OWNER INSTEAD, USING  *
000150*    THE CS134 OWNERSHIP REGISTRY (READ AS CS135OWN, SAME        *
000160*    DATASET AS CS134OWN).  CS135RPT CARRIES ONE SECTION PER     *
000170*    TEAM ON THE REGISTRY, EACH LISTING ONLY THAT TEAM'S WORK:   *
000180*      - MEMBERS THAT FAILED IN TONIGHT'S SWEEP, WITH THEIR      *
000190*        CS104FDT DIAGNOSTIC LINES (READ AS CS135FDT);           *
000200*      - UNSIGNED WARNING HITS IN THE CS103 REVIEW FILE, WITH    *
000210*        THE NIGHTS EACH HAS BEEN SITTING, AGED AS CS111 DOES;   *
000220*      - CONFIGOO NOMPRG MISMATCHES FROM THE CS106 REPORT;       *
000230*      - INVOKES OF UNDEFINED METHODS FROM THE CS121 REPORT.     *
000240*    A MEMBER WITH NO OWNER ON THE REGISTRY HAS ITS EXCEPTIONS   *
000250*    PRINTED IN A SEPARATE UNASSIGNED SECTION AT THE END, SO     *
000260*    NOTHING FALLS THROUGH THE SPLIT.  THE CS104 CHECKPOINT      *
000270*    DECIDES WHICH MEMBERS FAILED: DIAGNOSTICS OF A MEMBER A     *
000280*    RERUN HAS SINCE COMPILED ARE NOT SENT, AND A FAILED MEMBER  *
000290*    THAT LEFT NO DIAGNOSTIC LINES IS STILL LISTED.  AN INPUT    *
000300*    THAT IS MISSING IS NAMED AT THE TOP OF THE REPORT.          *
000310*                                                                *
000320*    MODIFICATION HISTORY                                        *
000330*    ----------------------                                      *
000340*    DATE       INIT DESCRIPTION                                 *
000350*    ---------- ---- ------------------------------------------- *
000360*    2026-10-15 JRC  ORIGINAL PROGRAM.                           *
000363*    2026-10-15 JRC  CHECKPOINT RECORD KEY IS NOW LIBRARY PLUS   *
000366*                    MEMBER (CS1-CKPT-KEY).                      *
000367*    2026-10-15 JRC  A MEMBER NAME THAT FAILED IN BOTH LIBRARIES *
000368*                    IS LISTED ONCE, SO ITS DIAGNOSTIC LINES NO  *
000369*                    LONGER LEAVE A FALSE "NO DIAGNOSTIC LINES"  *
000370*                    EXCEPTION AGAINST THE SECOND COPY.          *
000371*                                                                *
000380*****************************************************************
000390 ENVIRONMENT                 DIVISION.
000400 CONFIGURATION               SECTION.
000410 SPECIAL-NAMES.
000420     DECIMAL-POINT IS COMMA.
000430 INPUT-OUTPUT                SECTION.
000440 FILE-CONTROL.
000450     SELECT CS135-OWN-FILE   ASSIGN TO CS135OWN
000460                             ORGANIZATION IS LINE SEQUENTIAL
000470                             FILE STATUS IS WS-OWN-STATUS.
000480
000490     SELECT CS135-CKPT-FILE  ASSIGN TO CS104CKP
000500                             ORGANIZATION IS INDEXED
000510                             ACCESS MODE IS SEQUENTIAL
000520                             RECORD KEY IS CS1-CKPT-KEY
000530                             FILE STATUS IS WS-CKPT-STATUS.
000540
000550     SELECT CS135-FDT-FILE   ASSIGN TO CS135FDT
000560                             ORGANIZATION IS LINE SEQUENTIAL
000570                             FILE STATUS IS WS-FDT-STATUS.
000580
000590     SELECT CS135-RVW-FILE   ASSIGN TO CS103RVW
000600                             ORGANIZATION IS LINE SEQUENTIAL
000610                             FILE STATUS IS WS-RVW-STATUS.
000620
000630     SELECT CS135-R106-FILE  ASSIGN TO CS106RPT
000640                             ORGANIZATION IS LINE SEQUENTIAL
000650                             FILE STATUS IS WS-R106-STATUS.
000660
000670     SELECT CS135-R121-FILE  ASSIGN TO CS121RPT
000680                             ORGANIZATION IS LINE SEQUENTIAL
000690                             FILE STATUS IS WS-R121-STATUS.
000700
000710     SELECT CS135-RPT-FILE   ASSIGN TO CS135RPT
000720                             ORGANIZATION IS LINE SEQUENTIAL
000730                             FILE STATUS IS WS-RPT-STATUS.
000740
000750 DATA                        DIVISION.
000760 FILE                        SECTION.
000770 FD  CS135-OWN-FILE
000780     RECORDING MODE IS F.
000790 01  CS135-OWN-REC.
000800     COPY CS1OWNR.
000810
000820 FD  CS135-CKPT-FILE
000825     RECORDING MODE IS F.
000830 01  CS135-CKPT-REC.
000840     COPY CS1CKPT.
000850
000860 FD  CS135-FDT-FILE
000870     RECORDING MODE IS F.
000880 01  CS135-FDT-REC.
000890     COPY CS1FDTL.
000900
000910 FD  CS135-RVW-FILE
000920     RECORDING MODE IS F.
000930 01  CS135-RVW-REC.
000940     COPY CS1WLOG.
000950
000960 FD  CS135-R106-FILE
000970     RECORDING MODE IS F.
000980 01  CS135-R106-REC          PIC X(100).
000990
001000 FD  CS135-R121-FILE
001010     RECORDING MODE IS F.
001020 01  CS135-R121-REC          PIC X(100).
001030
001040 FD  CS135-RPT-FILE
001050     RECORDING MODE IS F.
001060 01  CS135-RPT-REC           PIC X(100).
001070
001080 WORKING-STORAGE             SECTION.
001090 01  WS-SWITCHES.
001100     05  WS-OWN-STATUS       PIC X(02)      VALUE SPACES.
001110         88  WS-OWN-OK           VALUE '00'.
001120     05  WS-CKPT-STATUS      PIC X(02)      VALUE SPACES.
001130         88  WS-CKPT-OK          VALUE '00'.
001140     05  WS-FDT-STATUS       PIC X(02)      VALUE SPACES.
001150         88  WS-FDT-OK           VALUE '00'.
001160     05  WS-RVW-STATUS       PIC X(02)      VALUE SPACES.
001170         88  WS-RVW-OK           VALUE '00'.
001180     05  WS-R106-STATUS      PIC X(02)      VALUE SPACES.
001190         88  WS-R106-OK          VALUE '00'.
001200     05  WS-R121-STATUS      PIC X(02)      VALUE SPACES.
001210         88  WS-R121-OK          VALUE '00'.
001220     05  WS-RPT-STATUS       PIC X(02)      VALUE SPACES.
001230         88  WS-RPT-OK           VALUE '00'.
001240     05  WS-OWN-EOF-SW       PIC X(01)      VALUE 'N'.
001250         88  WS-OWN-EOF-YES      VALUE 'Y'.
001260     05  WS-CKPT-EOF-SW      PIC X(01)      VALUE 'N'.
001270         88  WS-CKPT-EOF-YES     VALUE 'Y'.
001280     05  WS-FDT-EOF-SW       PIC X(01)      VALUE 'N'.
001290         88  WS-FDT-EOF-YES      VALUE 'Y'.
001300     05  WS-RVW-EOF-SW       PIC X(01)      VALUE 'N'.
001310         88  WS-RVW-EOF-YES      VALUE 'Y'.
001320     05  WS-R106-EOF-SW      PIC X(01)      VALUE 'N'.
001330         88  WS-R106-EOF-YES     VALUE 'Y'.
001340     05  WS-R121-EOF-SW      PIC X(01)      VALUE 'N'.
001350         88  WS-R121-EOF-YES     VALUE 'Y'.
001360     05  WS-CKPT-AVAIL-SW    PIC X(01)      VALUE 'N'.
001370         88  WS-CKPT-AVAIL       VALUE 'Y'.
001380*
001390 01  WS-TODAY-SWEEP-ID       PIC X(08)      VALUE SPACES.
001400 01  WS-TODAY-INT            PIC 9(08)      COMP   VALUE ZERO.
001410 01  WS-LOGGED-INT           PIC 9(08)      COMP   VALUE ZERO.
001420 01  WS-AGE-DAYS             PIC S9(05)     COMP   VALUE ZERO.
001430 01  WS-SCAN-POS             PIC 9(03)      COMP   VALUE ZERO.
001440 01  WS-LOOKUP-NAME          PIC X(08)      VALUE SPACES.
001450 01  WS-FOUND-IX             PIC 9(04)      COMP   VALUE ZERO.
001460 01  WS-LAST-MEMBER          PIC X(08)      VALUE SPACES.
001470*
001480*    THE TEAMS, IN THE ORDER THEY FIRST APPEAR ON THE REGISTRY.
001490*    ENTRY 1 IS THE UNASSIGNED SECTION, PRINTED LAST.
001500 01  WS-TEAM-TABLE-COUNTERS.
001510     05  WS-TEAM-COUNT       PIC 9(04)      COMP   VALUE 1.
001520     05  WS-TEAM-IX          PIC 9(04)      COMP   VALUE ZERO.
001530     05  WS-TEAM-FOUND-IX    PIC 9(04)      COMP   VALUE ZERO.
001540     05  WS-MAX-TEAMS        PIC 9(04)      COMP   VALUE 200.
001550*
001560 01  WS-TEAM-TABLE.
001570     05  WS-TEAM-ENTRY       OCCURS 200 TIMES
001580                             INDEXED BY WS-TEAM-IDX.
001590         10  WS-TBL-TEAM-NAME    PIC X(08).
001600         10  WS-TBL-TEAM-EXC-COUNT   PIC 9(05)  COMP.
001610         10  WS-TBL-TEAM-KIND-COUNT  PIC 9(05)  COMP
001620                                 OCCURS 4 TIMES.
001630*
001640 01  WS-OWN-TABLE-COUNTERS.
001650     05  WS-OWN-COUNT        PIC 9(04)      COMP   VALUE ZERO.
001660     05  WS-OWN-IX           PIC 9(04)      COMP   VALUE ZERO.
001670     05  WS-MAX-OWNS         PIC 9(04)      COMP   VALUE 2000.
001680*
001690 01  WS-OWN-TABLE.
001700     05  WS-OWN-ENTRY        OCCURS 2000 TIMES
001710                             INDEXED BY WS-OWN-IDX.
001720         10  WS-TBL-OWN-NAME     PIC X(08).
001730         10  WS-TBL-OWN-TEAM-IX  PIC 9(04)      COMP.
001740         10  WS-TBL-OWN-CONTACT  PIC X(30).
001750*
001760*    MEMBERS THE CHECKPOINT SHOWS FAILED IN TONIGHT'S SWEEP.
001770 01  WS-FAIL-TABLE-COUNTERS.
001780     05  WS-FAIL-COUNT       PIC 9(04)      COMP   VALUE ZERO.
001790     05  WS-FAIL-IX          PIC 9(04)      COMP   VALUE ZERO.
001800     05  WS-MAX-FAILS        PIC 9(04)      COMP   VALUE 2000.
001810*
001820 01  WS-FAIL-TABLE.
001830     05  WS-FAIL-ENTRY       OCCURS 2000 TIMES
001840                             INDEXED BY WS-FAIL-IDX.
001850         10  WS-TBL-FAIL-MEMBER  PIC X(08).
001860         10  WS-TBL-FAIL-LINES-SW    PIC X(01).
001870             88  WS-TBL-FAIL-HAS-LINES   VALUE 'Y'.
001880*
001890*    EVERY EXCEPTION OF THE NIGHT, TAGGED WITH ITS KIND (1 =
001900*    FAILURE DIAGNOSTIC, 2 = UNSIGNED HIT, 3 = NOMPRG MISMATCH,
001910*    4 = UNDEFINED INVOKE) AND THE TEAM-TABLE ENTRY OF ITS OWNER.
001920 01  WS-EXC-TABLE-COUNTERS.
001930     05  WS-EXC-COUNT        PIC 9(04)      COMP   VALUE ZERO.
001940     05  WS-EXC-IX           PIC 9(04)      COMP   VALUE ZERO.
001950     05  WS-MAX-EXCS         PIC 9(04)      COMP   VALUE 3000.
001960*
001970 01  WS-EXC-TABLE.
001980     05  WS-EXC-ENTRY        OCCURS 3000 TIMES
001990                             INDEXED BY WS-EXC-IDX.
002000         10  WS-TBL-EXC-KIND     PIC 9(01).
002010         10  WS-TBL-EXC-TEAM-IX  PIC 9(04)      COMP.
002020         10  WS-TBL-EXC-MEMBER   PIC X(08).
002030         10  WS-TBL-EXC-CONTACT  PIC X(30).
002040         10  WS-TBL-EXC-CODE     PIC X(04).
002050         10  WS-TBL-EXC-AGE      PIC S9(05)     COMP.
002060         10  WS-TBL-EXC-TEXT     PIC X(72).
002070*
002080 01  WS-NEW-EXCEPTION.
002090     05  WS-NEW-KIND         PIC 9(01)      VALUE ZERO.
002100     05  WS-NEW-MEMBER       PIC X(08)      VALUE SPACES.
002110     05  WS-NEW-CODE         PIC X(04)      VALUE SPACES.
002120     05  WS-NEW-AGE          PIC S9(05)     COMP   VALUE ZERO.
002130     05  WS-NEW-TEXT         PIC X(72)      VALUE SPACES.
002140*
002150 01  WS-KIND-IX              PIC 9(01)      VALUE ZERO.
002160 01  WS-KIND-NAMES.
002170     05  FILLER              PIC X(50) VALUE
002180         'FAILED IN TONIGHT''S SWEEP (CS104FDT DIAGNOSTICS)'.
002190     05  FILLER              PIC X(50) VALUE
002200         'UNSIGNED WARNING HITS (CS103RVW)'.
002210     05  FILLER              PIC X(50) VALUE
002220         'CONFIGOO NOMPRG MISMATCHES (CS106)'.
002230     05  FILLER              PIC X(50) VALUE
002240         'INVOKES OF UNDEFINED METHODS (CS121)'.
002250 01  WS-KIND-TABLE REDEFINES WS-KIND-NAMES.
002260     05  WS-KIND-NAME        PIC X(50)      OCCURS 4 TIMES.
002270*
002280 01  WS-COUNTERS.
002290     05  WS-SECTION-COUNT    PIC 9(04)      COMP   VALUE ZERO.
002300     05  WS-OWNED-EXC-COUNT  PIC 9(05)      COMP   VALUE ZERO.
002310     05  WS-SECTION-COUNT-ED PIC ZZZ9.
002320     05  WS-EXC-COUNT-ED     PIC ZZZZ9.
002330     05  WS-OWNED-EXC-COUNT-ED   PIC ZZZZ9.
002340     05  WS-UNASSIGNED-COUNT-ED  PIC ZZZZ9.
002350     05  WS-KIND-COUNT-ED    PIC ZZZZ9  OCCURS 4 TIMES.
002360*
002370 01  WS-HEADING-1            PIC X(70)      VALUE
002380     'CS135 - NIGHTLY EXCEPTIONS BY OWNING TEAM'.
002390 01  WS-TEAM-LINE.
002400     05  FILLER              PIC X(06) VALUE 'TEAM: '.
002410     05  TL-TEAM             PIC X(08).
002420     05  FILLER              PIC X(04) VALUE SPACES.
002430     05  TL-NOTE             PIC X(50).
002440 01  WS-MEMBER-LINE.
002450     05  FILLER              PIC X(04) VALUE SPACES.
002460     05  FILLER              PIC X(08) VALUE 'MEMBER: '.
002470     05  ML-MEMBER           PIC X(08).
002480     05  FILLER              PIC X(04) VALUE SPACES.
002490     05  ML-CONTACT-LABEL    PIC X(09).
002500     05  ML-CONTACT          PIC X(30).
002510 01  WS-DETAIL-LINE.
002520     05  FILLER              PIC X(08) VALUE SPACES.
002530     05  DL-CODE             PIC X(06).
002540     05  DL-AGE-AREA         PIC X(14).
002550     05  DL-AGE-AREA-X REDEFINES DL-AGE-AREA.
002560         10  DL-AGE          PIC ZZZZ9.
002570         10  FILLER          PIC X(01).
002580         10  DL-AGE-LABEL    PIC X(08).
002590     05  DL-TEXT             PIC X(72).
002600 01  WS-TOTAL-LINE           PIC X(100).
002610*
002620 01  WS-RLOG-INTERFACE.
002630     COPY CS1RLGI.
002640*
002650 01  WS-PDAT-INTERFACE.
002660     COPY CS1PDTI.
002670*
002680 PROCEDURE                   DIVISION.
002690*
002700 0000-MAINLINE.
002710     PERFORM 9000-LOG-START THRU 9000-LOG-START-EXIT.
002720     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
002730     PERFORM 2000-WRITE-SECTION THRU 2000-WRITE-SECTION-EXIT
002740         VARYING WS-TEAM-IX FROM 2 BY 1
002750         UNTIL WS-TEAM-IX > WS-TEAM-COUNT.
002760     MOVE 1                  TO WS-TEAM-IX.
002770     PERFORM 2000-WRITE-SECTION THRU 2000-WRITE-SECTION-EXIT.
002780     PERFORM 8000-FINISH THRU 8000-FINISH-EXIT.
002790     PERFORM 9100-LOG-END THRU 9100-LOG-END-EXIT.
002800     STOP RUN.
002810*
002820 1000-INITIALIZE.
002830     CALL 'CS133'            USING WS-PDAT-INTERFACE.
002840     MOVE LK-PDAT-SWEEP-ID   TO WS-TODAY-SWEEP-ID.
002850     COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE
002860         (FUNCTION NUMVAL (LK-PDAT-PROCESS-DATE)).
002870     MOVE SPACES             TO WS-TBL-TEAM-NAME (1).
002880     MOVE ZERO               TO WS-TBL-TEAM-EXC-COUNT (1)
002890                                WS-TBL-TEAM-KIND-COUNT (1 1)
002900                                WS-TBL-TEAM-KIND-COUNT (1 2)
002910                                WS-TBL-TEAM-KIND-COUNT (1 3)
002920                                WS-TBL-TEAM-KIND-COUNT (1 4).
002930     OPEN OUTPUT CS135-RPT-FILE.
002940     MOVE WS-HEADING-1       TO CS135-RPT-REC.
002950     WRITE CS135-RPT-REC.
002960     MOVE SPACES             TO CS135-RPT-REC.
002970     WRITE CS135-RPT-REC.
002980     PERFORM 1100-LOAD-REGISTRY THRU 1100-LOAD-REGISTRY-EXIT.
002990     PERFORM 1200-LOAD-FAILED THRU 1200-LOAD-FAILED-EXIT.
003000     PERFORM 1300-LOAD-DETAIL THRU 1300-LOAD-DETAIL-EXIT.
003010     PERFORM 1400-LOAD-REVIEW THRU 1400-LOAD-REVIEW-EXIT.
003020     PERFORM 1500-LOAD-NOMPRG THRU 1500-LOAD-NOMPRG-EXIT.
003030     PERFORM 1600-LOAD-INVOKES THRU 1600-LOAD-INVOKES-EXIT.
003040 1000-INITIALIZE-EXIT.
003050     EXIT.
003060*
003070 1100-LOAD-REGISTRY.
003080*    WITHOUT THE REGISTRY EVERY EXCEPTION IS UNASSIGNED - THE
003090*    REPORT STILL CARRIES THE NIGHT'S WORK, JUST NOT SPLIT.
003100     OPEN INPUT CS135-OWN-FILE.
003110     IF NOT WS-OWN-OK
003120         DISPLAY 'CS135 - NO OWNERSHIP REGISTRY, EVERYTHING '
003130             'UNASSIGNED'
003140         MOVE 'NO OWNERSHIP REGISTRY - EVERYTHING IS UNASSIGNED'
003150             TO CS135-RPT-REC
003160         WRITE CS135-RPT-REC
003170         GO TO 1100-LOAD-REGISTRY-EXIT
003180     END-IF.
003190     PERFORM 1150-LOAD-OWN-RECORD THRU 1150-LOAD-OWN-RECORD-EXIT
003200         UNTIL WS-OWN-EOF-YES.
003210     CLOSE CS135-OWN-FILE.
003220 1100-LOAD-REGISTRY-EXIT.
003230     EXIT.
003240*
003250 1150-LOAD-OWN-RECORD.
003260*    EVERY TEAM GETS A SECTION, BUT ONLY MEMBER ENTRIES ARE
003270*    LOOKED UP - EVERY EXCEPTION HERE BELONGS TO A MEMBER.
003280     READ CS135-OWN-FILE
003290         AT END
003300             SET WS-OWN-EOF-YES  TO TRUE
003310             GO TO 1150-LOAD-OWN-RECORD-EXIT
003320     END-READ.
003330     MOVE ZERO               TO WS-TEAM-FOUND-IX.
003340     PERFORM VARYING WS-TEAM-IDX FROM 2 BY 1
003350             UNTIL WS-TEAM-IDX > WS-TEAM-COUNT
003360                 OR WS-TEAM-FOUND-IX > ZERO
003370         IF WS-TBL-TEAM-NAME (WS-TEAM-IDX) = CS1-OWNR-TEAM
003380             SET WS-TEAM-FOUND-IX    TO WS-TEAM-IDX
003390         END-IF
003400     END-PERFORM.
003410     IF WS-TEAM-FOUND-IX = ZERO
003420         IF WS-TEAM-COUNT < WS-MAX-TEAMS
003430             ADD 1           TO WS-TEAM-COUNT
003440             SET WS-TEAM-IDX TO WS-TEAM-COUNT
003450             MOVE CS1-OWNR-TEAM  TO WS-TBL-TEAM-NAME (WS-TEAM-IDX)
003460             MOVE ZERO
003470                 TO WS-TBL-TEAM-EXC-COUNT (WS-TEAM-IDX)
003480                    WS-TBL-TEAM-KIND-COUNT (WS-TEAM-IDX 1)
003490                    WS-TBL-TEAM-KIND-COUNT (WS-TEAM-IDX 2)
003500                    WS-TBL-TEAM-KIND-COUNT (WS-TEAM-IDX 3)
003510                    WS-TBL-TEAM-KIND-COUNT (WS-TEAM-IDX 4)
003520             MOVE WS-TEAM-COUNT  TO WS-TEAM-FOUND-IX
003530         ELSE
003540             DISPLAY 'CS135 - TEAM TABLE FULL, OWNER DROPPED: '
003550                 CS1-OWNR-ITEM-NAME ' TEAM ' CS1-OWNR-TEAM
003560             GO TO 1150-LOAD-OWN-RECORD-EXIT
003570         END-IF
003580     END-IF.
003590     IF NOT CS1-OWNR-IS-MEMBER
003600         GO TO 1150-LOAD-OWN-RECORD-EXIT
003610     END-IF.
003620     IF WS-OWN-COUNT < WS-MAX-OWNS
003630         ADD 1               TO WS-OWN-COUNT
003640         SET WS-OWN-IDX      TO WS-OWN-COUNT
003650         MOVE CS1-OWNR-ITEM-NAME TO WS-TBL-OWN-NAME (WS-OWN-IDX)
003660         MOVE WS-TEAM-FOUND-IX
003670                             TO WS-TBL-OWN-TEAM-IX (WS-OWN-IDX)
003680         MOVE CS1-OWNR-CONTACT
003690                             TO WS-TBL-OWN-CONTACT (WS-OWN-IDX)
003700     ELSE
003710         DISPLAY 'CS135 - OWNER TABLE FULL, RECORD DROPPED: '
003720             CS1-OWNR-ITEM-NAME
003730     END-IF.
003740 1150-LOAD-OWN-RECORD-EXIT.
003750     EXIT.
003760*
003770 1200-LOAD-FAILED.
003780*    WITHOUT THE CHECKPOINT EVERY DIAGNOSTIC LINE OF TONIGHT'S
003790*    SWEEP IS SENT, AS CS118 WOULD CLASSIFY IT.
003800     OPEN INPUT CS135-CKPT-FILE.
003810     IF NOT WS-CKPT-OK
003820         DISPLAY 'CS135 - NO CHECKPOINT, DIAGNOSTICS SENT '
003830             'UNFILTERED'
003840         GO TO 1200-LOAD-FAILED-EXIT
003850     END-IF.
003860     MOVE 'Y'                TO WS-CKPT-AVAIL-SW.
003870     PERFORM 1250-LOAD-CKPT-RECORD THRU 1250-LOAD-CKPT-RECORD-EXIT
003880         UNTIL WS-CKPT-EOF-YES.
003890     CLOSE CS135-CKPT-FILE.
003900 1200-LOAD-FAILED-EXIT.
003910     EXIT.
003920*
003930 1250-LOAD-CKPT-RECORD.
003940     READ CS135-CKPT-FILE
003950         AT END
003960             SET WS-CKPT-EOF-YES TO TRUE
003970             GO TO 1250-LOAD-CKPT-RECORD-EXIT
003980     END-READ.
003990     IF CS1-CKPT-SWEEP-ID NOT = WS-TODAY-SWEEP-ID
004000             OR NOT CS1-CKPT-FAILED
004010         GO TO 1250-LOAD-CKPT-RECORD-EXIT
004020     END-IF.
004021*    THE DIAGNOSTIC LINES CARRY NO LIBRARY, SO A NAME THAT FAILED
004022*    IN BOTH LIBRARIES IS LISTED ONCE.
004023     MOVE ZERO               TO WS-FOUND-IX.
004024     PERFORM VARYING WS-FAIL-IDX FROM 1 BY 1
004025             UNTIL WS-FAIL-IDX > WS-FAIL-COUNT
004026                 OR WS-FOUND-IX > ZERO
004027         IF WS-TBL-FAIL-MEMBER (WS-FAIL-IDX)
004028                 = CS1-CKPT-MEMBER-NAME
004029             SET WS-FOUND-IX TO WS-FAIL-IDX
004030         END-IF
004031     END-PERFORM.
004032     IF WS-FOUND-IX > ZERO
004033         GO TO 1250-LOAD-CKPT-RECORD-EXIT
004034     END-IF.
004035     IF WS-FAIL-COUNT < WS-MAX-FAILS
004040         ADD 1               TO WS-FAIL-COUNT
004050         SET WS-FAIL-IDX     TO WS-FAIL-COUNT
004060         MOVE CS1-CKPT-MEMBER-NAME
004070                             TO WS-TBL-FAIL-MEMBER (WS-FAIL-IDX)
004080         MOVE 'N'            TO WS-TBL-FAIL-LINES-SW (WS-FAIL-IDX)
004090     ELSE
004100         DISPLAY 'CS135 - FAILED TABLE FULL, MEMBER DROPPED: '
004110             CS1-CKPT-MEMBER-NAME
004120     END-IF.
004130 1250-LOAD-CKPT-RECORD-EXIT.
004140     EXIT.
004150*
004160 1300-LOAD-DETAIL.
004170*    CS104 CREATES THE FAILURE DETAIL FILE ON THE FIRST FAILURE
004180*    OF A RUN, SO A MISSING FILE IS THE CLEAN-NIGHT CASE.  A
004190*    FAILED MEMBER THAT LEFT NO LINES IS STILL SENT TO ITS TEAM.
004200     OPEN INPUT CS135-FDT-FILE.
004210     IF WS-FDT-OK
004220         PERFORM 1350-LOAD-FDT-RECORD
004230             THRU 1350-LOAD-FDT-RECORD-EXIT
004240             UNTIL WS-FDT-EOF-YES
004250         CLOSE CS135-FDT-FILE
004260     END-IF.
004270     PERFORM VARYING WS-FAIL-IDX FROM 1 BY 1
004280             UNTIL WS-FAIL-IDX > WS-FAIL-COUNT
004290         IF NOT WS-TBL-FAIL-HAS-LINES (WS-FAIL-IDX)
004300             MOVE 1          TO WS-NEW-KIND
004310             MOVE WS-TBL-FAIL-MEMBER (WS-FAIL-IDX)
004320                             TO WS-NEW-MEMBER
004330             MOVE SPACES     TO WS-NEW-CODE
004340             MOVE ZERO       TO WS-NEW-AGE
004350             MOVE 'NO DIAGNOSTIC LINES CAPTURED - SEE THE LISTING'
004360                             TO WS-NEW-TEXT
004370             PERFORM 1900-ADD-EXCEPTION
004380                 THRU 1900-ADD-EXCEPTION-EXIT
004390         END-IF
004400     END-PERFORM.
004410 1300-LOAD-DETAIL-EXIT.
004420     EXIT.
004430*
004440 1350-LOAD-FDT-RECORD.
004450*    THE DETAIL FILE IS OPENED EXTEND BY CS104; EARLIER NIGHTS
004460*    MAY STILL SIT AHEAD OF TONIGHT'S SWEEP.
004470     READ CS135-FDT-FILE
004480         AT END
004490             SET WS-FDT-EOF-YES  TO TRUE
004500             GO TO 1350-LOAD-FDT-RECORD-EXIT
004510     END-READ.
004520     IF CS1-FDTL-SWEEP-ID NOT = WS-TODAY-SWEEP-ID
004530         GO TO 1350-LOAD-FDT-RECORD-EXIT
004540     END-IF.
004550     IF WS-CKPT-AVAIL
004560         MOVE ZERO           TO WS-FOUND-IX
004570         PERFORM VARYING WS-FAIL-IDX FROM 1 BY 1
004580                 UNTIL WS-FAIL-IDX > WS-FAIL-COUNT
004590                     OR WS-FOUND-IX > ZERO
004600             IF WS-TBL-FAIL-MEMBER (WS-FAIL-IDX)
004610                     = CS1-FDTL-MEMBER-NAME
004620                 SET WS-FOUND-IX TO WS-FAIL-IDX
004630                 MOVE 'Y'    TO WS-TBL-FAIL-LINES-SW (WS-FAIL-IDX)
004640             END-IF
004650         END-PERFORM
004660         IF WS-FOUND-IX = ZERO
004670             GO TO 1350-LOAD-FDT-RECORD-EXIT
004680         END-IF
004690     END-IF.
004700     MOVE 1                  TO WS-NEW-KIND.
004710     MOVE CS1-FDTL-MEMBER-NAME   TO WS-NEW-MEMBER.
004720     MOVE CS1-FDTL-ERROR-CODE    TO WS-NEW-CODE.
004730     MOVE ZERO               TO WS-NEW-AGE.
004740     MOVE CS1-FDTL-MESSAGE-TEXT  TO WS-NEW-TEXT.
004750     PERFORM 1900-ADD-EXCEPTION THRU 1900-ADD-EXCEPTION-EXIT.
004760 1350-LOAD-FDT-RECORD-EXIT.
004770     EXIT.
004780*
004790 1400-LOAD-REVIEW.
004800     OPEN INPUT CS135-RVW-FILE.
004810     IF NOT WS-RVW-OK
004820         DISPLAY 'CS135 - NO SIGN-OFF REVIEW FILE, UNSIGNED HITS '
004830             'NOT DISTRIBUTED'
004840         MOVE 'NO CS103 REVIEW FILE - UNSIGNED HITS NOT SENT'
004850             TO CS135-RPT-REC
004860         WRITE CS135-RPT-REC
004870         GO TO 1400-LOAD-REVIEW-EXIT
004880     END-IF.
004890     PERFORM 1450-LOAD-RVW-RECORD THRU 1450-LOAD-RVW-RECORD-EXIT
004900         UNTIL WS-RVW-EOF-YES.
004910     CLOSE CS135-RVW-FILE.
004920 1400-LOAD-REVIEW-EXIT.
004930     EXIT.
004940*
004950 1450-LOAD-RVW-RECORD.
004960*    AGED AS CS111 AGES THEM: NIGHTS FROM THE DATE CS103 LOGGED
004970*    THE HIT TO THE PROCESSING DATE; NO LOGGED DATE AGES AS ZERO.
004980     READ CS135-RVW-FILE
004990         AT END
005000             SET WS-RVW-EOF-YES  TO TRUE
005010             GO TO 1450-LOAD-RVW-RECORD-EXIT
005020     END-READ.
005030     IF CS1-WLOG-SIGNED-OFF-BY NOT = SPACES
005040         GO TO 1450-LOAD-RVW-RECORD-EXIT
005050     END-IF.
005060     MOVE ZERO               TO WS-AGE-DAYS.
005070     IF CS1-WLOG-LOGGED-DATE NOT = SPACES
005080             AND CS1-WLOG-LOGGED-DATE NUMERIC
005090         COMPUTE WS-LOGGED-INT = FUNCTION INTEGER-OF-DATE
005100             (FUNCTION NUMVAL (CS1-WLOG-LOGGED-DATE))
005110         COMPUTE WS-AGE-DAYS = WS-TODAY-INT - WS-LOGGED-INT
005120         IF WS-AGE-DAYS < ZERO
005130             MOVE ZERO       TO WS-AGE-DAYS
005140         END-IF
005150     END-IF.
005160     MOVE 2                  TO WS-NEW-KIND.
005170     MOVE CS1-WLOG-PROGRAM-NAME  TO WS-NEW-MEMBER.
005180     MOVE CS1-WLOG-WARNING-CODE  TO WS-NEW-CODE.
005190     MOVE WS-AGE-DAYS        TO WS-NEW-AGE.
005200     MOVE CS1-WLOG-MESSAGE-TEXT  TO WS-NEW-TEXT.
005210     PERFORM 1900-ADD-EXCEPTION THRU 1900-ADD-EXCEPTION-EXIT.
005220 1450-LOAD-RVW-RECORD-EXIT.
005230     EXIT.
005240*
005250 1500-LOAD-NOMPRG.
005260     OPEN INPUT CS135-R106-FILE.
005270     IF NOT WS-R106-OK
005280         DISPLAY 'CS135 - NO CS106 REPORT, NOMPRG MISMATCHES NOT '
005290             'DISTRIBUTED'
005300         MOVE 'NO CS106 REPORT - NOMPRG MISMATCHES NOT SENT'
005310             TO CS135-RPT-REC
005320         WRITE CS135-RPT-REC
005330         GO TO 1500-LOAD-NOMPRG-EXIT
005340     END-IF.
005350     PERFORM 1550-LOAD-R106-LINE THRU 1550-LOAD-R106-LINE-EXIT
005360         UNTIL WS-R106-EOF-YES.
005370     CLOSE CS135-R106-FILE.
005380 1500-LOAD-NOMPRG-EXIT.
005390     EXIT.
005400*
005410 1550-LOAD-R106-LINE.
005420*    CS106 DETAIL LINES: MODULE, OWN-NAME, (NOMPRG) AND "NOMPRG"
005430*    IN 10-BYTE COLUMNS, '*** MISMATCH ***' IN THE RESULT.
005440     READ CS135-R106-FILE
005450         AT END
005460             SET WS-R106-EOF-YES TO TRUE
005470             GO TO 1550-LOAD-R106-LINE-EXIT
005480     END-READ.
005490     MOVE ZERO               TO WS-SCAN-POS.
005500     INSPECT CS135-R106-REC TALLYING WS-SCAN-POS
005510         FOR CHARACTERS BEFORE INITIAL '*** MISMATCH ***'.
005520     IF WS-SCAN-POS NOT < LENGTH OF CS135-R106-REC
005530         GO TO 1550-LOAD-R106-LINE-EXIT
005540     END-IF.
005550     MOVE 3                  TO WS-NEW-KIND.
005560     MOVE CS135-R106-REC (1 : 8) TO WS-NEW-MEMBER.
005570     MOVE SPACES             TO WS-NEW-CODE WS-NEW-TEXT.
005580     MOVE ZERO               TO WS-NEW-AGE.
005590     STRING 'OWN NAME ' DELIMITED BY SIZE
005600         CS135-R106-REC (11 : 8) DELIMITED BY SIZE
005610         '  (NOMPRG) '      DELIMITED BY SIZE
005620         CS135-R106-REC (21 : 8) DELIMITED BY SIZE
005630         '  "NOMPRG" '      DELIMITED BY SIZE
005640         CS135-R106-REC (31 : 8) DELIMITED BY SIZE
005650         INTO WS-NEW-TEXT.
005660     PERFORM 1900-ADD-EXCEPTION THRU 1900-ADD-EXCEPTION-EXIT.
005670 1550-LOAD-R106-LINE-EXIT.
005680     EXIT.
005690*
005700 1600-LOAD-INVOKES.
005710     OPEN INPUT CS135-R121-FILE.
005720     IF NOT WS-R121-OK
005730         DISPLAY 'CS135 - NO CS121 REPORT, BROKEN INVOKES NOT '
005740             'DISTRIBUTED'
005750         MOVE 'NO CS121 REPORT - BROKEN INVOKES NOT SENT'
005760             TO CS135-RPT-REC
005770         WRITE CS135-RPT-REC
005780         GO TO 1600-LOAD-INVOKES-EXIT
005790     END-IF.
005800     PERFORM 1650-LOAD-R121-LINE THRU 1650-LOAD-R121-LINE-EXIT
005810         UNTIL WS-R121-EOF-YES.
005820     CLOSE CS135-R121-FILE.
005830 1600-LOAD-INVOKES-EXIT.
005840     EXIT.
005850*
005860 1650-LOAD-R121-LINE.
005870*    CS121 INVOKE LINES: MEMBER IN 10 BYTES, THE METHOD IN 32,
005880*    '*** UNDEFINED ***' IN THE RESOLUTION.
005890     READ CS135-R121-FILE
005900         AT END
005910             SET WS-R121-EOF-YES TO TRUE
005920             GO TO 1650-LOAD-R121-LINE-EXIT
005930     END-READ.
005940     MOVE ZERO               TO WS-SCAN-POS.
005950     INSPECT CS135-R121-REC TALLYING WS-SCAN-POS
005960         FOR CHARACTERS BEFORE INITIAL '*** UNDEFINED ***'.
005970     IF WS-SCAN-POS NOT < LENGTH OF CS135-R121-REC
005980         GO TO 1650-LOAD-R121-LINE-EXIT
005990     END-IF.
006000     MOVE 4                  TO WS-NEW-KIND.
006010     MOVE CS135-R121-REC (1 : 8) TO WS-NEW-MEMBER.
006020     MOVE SPACES             TO WS-NEW-CODE WS-NEW-TEXT.
006030     MOVE ZERO               TO WS-NEW-AGE.
006040     STRING 'INVOKES ' DELIMITED BY SIZE
006050         CS135-R121-REC (11 : 32) DELIMITED BY SIZE
006060         ' - NO CLASS DEFINES IT' DELIMITED BY SIZE
006070         INTO WS-NEW-TEXT.
006080     PERFORM 1900-ADD-EXCEPTION THRU 1900-ADD-EXCEPTION-EXIT.
006090 1650-LOAD-R121-LINE-EXIT.
006100     EXIT.
006110*
006120 1900-ADD-EXCEPTION.
006130*    FILES WS-NEW-EXCEPTION UNDER ITS OWNER'S TEAM, OR UNDER
006140*    ENTRY 1 (UNASSIGNED) WHEN THE MEMBER HAS NO OWNER.
006150     IF WS-EXC-COUNT >= WS-MAX-EXCS
006160         DISPLAY 'CS135 - EXCEPTION TABLE FULL, RECORD DROPPED: '
006170             WS-NEW-MEMBER
006180         GO TO 1900-ADD-EXCEPTION-EXIT
006190     END-IF.
006200     ADD 1                   TO WS-EXC-COUNT.
006210     SET WS-EXC-IDX          TO WS-EXC-COUNT.
006220     MOVE WS-NEW-KIND        TO WS-TBL-EXC-KIND (WS-EXC-IDX).
006230     MOVE WS-NEW-MEMBER      TO WS-TBL-EXC-MEMBER (WS-EXC-IDX).
006240     MOVE WS-NEW-CODE        TO WS-TBL-EXC-CODE (WS-EXC-IDX).
006250     MOVE WS-NEW-AGE         TO WS-TBL-EXC-AGE (WS-EXC-IDX).
006260     MOVE WS-NEW-TEXT        TO WS-TBL-EXC-TEXT (WS-EXC-IDX).
006270     MOVE 1                  TO WS-TBL-EXC-TEAM-IX (WS-EXC-IDX).
006280     MOVE SPACES             TO WS-TBL-EXC-CONTACT (WS-EXC-IDX).
006290     MOVE WS-NEW-MEMBER      TO WS-LOOKUP-NAME.
006300     PERFORM 1950-FIND-OWNER THRU 1950-FIND-OWNER-EXIT.
006310     IF WS-FOUND-IX > ZERO
006320         MOVE WS-TBL-OWN-TEAM-IX (WS-FOUND-IX)
006330             TO WS-TBL-EXC-TEAM-IX (WS-EXC-IDX)
006340         MOVE WS-TBL-OWN-CONTACT (WS-FOUND-IX)
006350             TO WS-TBL-EXC-CONTACT (WS-EXC-IDX)
006360     END-IF.
006370     SET WS-TEAM-IDX         TO WS-TBL-EXC-TEAM-IX (WS-EXC-IDX).
006380     ADD 1 TO WS-TBL-TEAM-EXC-COUNT (WS-TEAM-IDX).
006390     ADD 1 TO WS-TBL-TEAM-KIND-COUNT (WS-TEAM-IDX WS-NEW-KIND).
006400 1900-ADD-EXCEPTION-EXIT.
006410     EXIT.
006420*
006430 1950-FIND-OWNER.
006440*    WS-FOUND-IX COMES BACK ZERO WHEN WS-LOOKUP-NAME HAS NO
006450*    MEMBER ENTRY ON THE REGISTRY.
006460     MOVE ZERO               TO WS-FOUND-IX.
006470     PERFORM VARYING WS-OWN-IDX FROM 1 BY 1
006480             UNTIL WS-OWN-IDX > WS-OWN-COUNT OR WS-FOUND-IX > ZERO
006490         IF WS-TBL-OWN-NAME (WS-OWN-IDX) = WS-LOOKUP-NAME
006500             SET WS-FOUND-IX TO WS-OWN-IDX
006510         END-IF
006520     END-PERFORM.
006530 1950-FIND-OWNER-EXIT.
006540     EXIT.
006550*
006560 2000-WRITE-SECTION.
006570*    ONE SECTION PER TEAM, EVEN ON A NIGHT IT HAS NOTHING, SO
006580*    EVERY TEAM CAN SEE ITS SLATE IS CLEAN.  THE UNASSIGNED
006590*    SECTION IS PRINTED ONLY WHEN SOMETHING LANDED IN IT.
006600     IF WS-TEAM-IX = 1
006610             AND WS-TBL-TEAM-EXC-COUNT (1) = ZERO
006620         GO TO 2000-WRITE-SECTION-EXIT
006630     END-IF.
006640     ADD 1                   TO WS-SECTION-COUNT.
006650     MOVE ALL '-'            TO CS135-RPT-REC.
006660     WRITE CS135-RPT-REC.
006670     MOVE SPACES             TO WS-TEAM-LINE.
006680     IF WS-TEAM-IX = 1
006690         MOVE 'UNASSIGNED'   TO TL-TEAM
006700         MOVE '(NO OWNER ON THE CS134 REGISTRY)' TO TL-NOTE
006710     ELSE
006720         MOVE WS-TBL-TEAM-NAME (WS-TEAM-IX)  TO TL-TEAM
006730     END-IF.
006740     IF WS-TBL-TEAM-EXC-COUNT (WS-TEAM-IX) = ZERO
006750         MOVE 'NOTHING FOR THIS TEAM TONIGHT' TO TL-NOTE
006760     END-IF.
006770     MOVE WS-TEAM-LINE       TO CS135-RPT-REC.
006780     WRITE CS135-RPT-REC.
006790     PERFORM 2100-WRITE-KIND THRU 2100-WRITE-KIND-EXIT
006800         VARYING WS-KIND-IX FROM 1 BY 1
006810         UNTIL WS-KIND-IX > 4.
006820     MOVE SPACES             TO CS135-RPT-REC.
006830     WRITE CS135-RPT-REC.
006840 2000-WRITE-SECTION-EXIT.
006850     EXIT.
006860*
006870 2100-WRITE-KIND.
006880     IF WS-TBL-TEAM-KIND-COUNT (WS-TEAM-IX WS-KIND-IX) = ZERO
006890         GO TO 2100-WRITE-KIND-EXIT
006900     END-IF.
006910     MOVE SPACES             TO CS135-RPT-REC.
006920     WRITE CS135-RPT-REC.
006930     MOVE SPACES             TO CS135-RPT-REC.
006940     MOVE WS-KIND-NAME (WS-KIND-IX)  TO CS135-RPT-REC (3 : 50).
006950     WRITE CS135-RPT-REC.
006960     MOVE SPACES             TO WS-LAST-MEMBER.
006970     PERFORM 2200-WRITE-EXCEPTION THRU 2200-WRITE-EXCEPTION-EXIT
006980         VARYING WS-EXC-IX FROM 1 BY 1
006990         UNTIL WS-EXC-IX > WS-EXC-COUNT.
007000 2100-WRITE-KIND-EXIT.
007010     EXIT.
007020*
007030 2200-WRITE-EXCEPTION.
007040     IF WS-TBL-EXC-TEAM-IX (WS-EXC-IX) NOT = WS-TEAM-IX
007050             OR WS-TBL-EXC-KIND (WS-EXC-IX) NOT = WS-KIND-IX
007060         GO TO 2200-WRITE-EXCEPTION-EXIT
007070     END-IF.
007080     IF WS-TBL-EXC-MEMBER (WS-EXC-IX) NOT = WS-LAST-MEMBER
007090         MOVE WS-TBL-EXC-MEMBER (WS-EXC-IX)  TO WS-LAST-MEMBER
007100         MOVE SPACES         TO WS-MEMBER-LINE
007110         MOVE WS-TBL-EXC-MEMBER (WS-EXC-IX)  TO ML-MEMBER
007120         IF WS-TBL-EXC-CONTACT (WS-EXC-IX) NOT = SPACES
007130             MOVE 'CONTACT: '    TO ML-CONTACT-LABEL
007140             MOVE WS-TBL-EXC-CONTACT (WS-EXC-IX) TO ML-CONTACT
007150         END-IF
007160         MOVE WS-MEMBER-LINE TO CS135-RPT-REC
007170         WRITE CS135-RPT-REC
007180     END-IF.
007190     MOVE SPACES             TO WS-DETAIL-LINE.
007200     MOVE WS-TBL-EXC-CODE (WS-EXC-IX)    TO DL-CODE.
007210     IF WS-TBL-EXC-KIND (WS-EXC-IX) = 2
007220         MOVE WS-TBL-EXC-AGE (WS-EXC-IX) TO DL-AGE
007230         MOVE 'NIGHTS'       TO DL-AGE-LABEL
007240     END-IF.
007250     MOVE WS-TBL-EXC-TEXT (WS-EXC-IX)    TO DL-TEXT.
007260     MOVE WS-DETAIL-LINE     TO CS135-RPT-REC.
007270     WRITE CS135-RPT-REC.
007280 2200-WRITE-EXCEPTION-EXIT.
007290     EXIT.
007300*
007310 8000-FINISH.
007320     COMPUTE WS-OWNED-EXC-COUNT = WS-EXC-COUNT
007330         - WS-TBL-TEAM-EXC-COUNT (1).
007340     MOVE WS-SECTION-COUNT   TO WS-SECTION-COUNT-ED.
007350     MOVE WS-EXC-COUNT       TO WS-EXC-COUNT-ED.
007360     MOVE WS-OWNED-EXC-COUNT TO WS-OWNED-EXC-COUNT-ED.
007370     MOVE WS-TBL-TEAM-EXC-COUNT (1)  TO WS-UNASSIGNED-COUNT-ED.
007380     MOVE ALL '-'            TO CS135-RPT-REC.
007390     WRITE CS135-RPT-REC.
007400     MOVE SPACES             TO WS-TOTAL-LINE.
007410     STRING 'SECTIONS: '     DELIMITED BY SIZE
007420         WS-SECTION-COUNT-ED DELIMITED BY SIZE
007430         '   EXCEPTIONS: '   DELIMITED BY SIZE
007440         WS-EXC-COUNT-ED     DELIMITED BY SIZE
007450         '   TO OWNERS: '    DELIMITED BY SIZE
007460         WS-OWNED-EXC-COUNT-ED   DELIMITED BY SIZE
007470         '   UNASSIGNED: '   DELIMITED BY SIZE
007480         WS-UNASSIGNED-COUNT-ED  DELIMITED BY SIZE
007490         INTO WS-TOTAL-LINE.
007500     MOVE WS-TOTAL-LINE      TO CS135-RPT-REC.
007510     WRITE CS135-RPT-REC.
007520     CLOSE CS135-RPT-FILE.
007530     DISPLAY 'CS135 - EXCEPTIONS DISTRIBUTED: ' WS-EXC-COUNT.
007540     DISPLAY 'CS135 - UNASSIGNED: ' WS-TBL-TEAM-EXC-COUNT (1).
007550     IF WS-TBL-TEAM-EXC-COUNT (1) > ZERO
007560         MOVE 4              TO RETURN-CODE
007570     END-IF.
007580 8000-FINISH-EXIT.
007590     EXIT.
007600*
007610 9000-LOG-START.
007620     MOVE 'CS135'            TO LK-RLOG-PROGRAM.
007630     MOVE 'START'            TO LK-RLOG-EVENT.
007640     MOVE ZERO               TO LK-RLOG-RETURN-CODE.
007650     CALL 'CS122'            USING WS-RLOG-INTERFACE.
007660 9000-LOG-START-EXIT.
007670     EXIT.
007680*
007690 9100-LOG-END.
007700     MOVE 'END'              TO LK-RLOG-EVENT.
007710     MOVE RETURN-CODE        TO LK-RLOG-RETURN-CODE.
007720     CALL 'CS122'            USING WS-RLOG-INTERFACE.
007730 9100-LOG-END-EXIT.
007740     EXIT.
