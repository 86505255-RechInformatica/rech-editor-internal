000010 IDENTIFICATION              DIVISION.
000020 PROGRAM-ID.                 CS139.
000030 AUTHOR.                     J. R. CASSEL.
000040 INSTALLATION.               SIGER - DEPTO DE DESENVOLVIMENTO.
000050 DATE-WRITTEN.               15/10/2026.
000060 DATE-COMPILED.              15/10/2026.
000070*****************************************************************
000080*                                                                *
000090*    CS139 - ORIOBJ CONSISTENCY ACROSS THE CLASS HIERARCHY       *
000100*                                                                *
000110*    A CLASS THAT INHERITS FROM SRIC10 CAN BE GIVEN A DIFFERENT  *
000120*    RUNTIME ORIOBJ ANSWER BY CS100 THAN ITS PARENT - A CS100PRM *
000130*    ENTRY FOR ONE, THE SHOP DEFAULT FOR THE OTHER - AND UNTIL   *
000140*    NOW THAT ONLY SHOWED UP AS ODD BEHAVIOR IN PRODUCTION.      *
000150*    THIS PROGRAM WALKS THE CLASS TREE CS105 BUILDS (CS1CTRE,    *
000160*    READ AS CS139TRE) AND, FOR EVERY CLASS:                     *
000170*      - RESOLVES THE ORIOBJ VALUE CS100 WOULD RETURN AS OF THE  *
000180*        PROCESSING DATE, BY THE SAME RULES CS100 LOADS          *
000190*        CS100PRM WITH (LATEST RECORD NOT AFTER THE DATE WINS,   *
000200*        NO RECORD MEANS THE SHOP DEFAULT), AND THE NEXT         *
000210*        FUTURE-DATED CS112 CUTOVER FOR THE NAME, IF ANY;        *
000220*      - RECORDS WHICH $IF W78-HERDA-CLASSE BRANCH FIRED FOR     *
000230*        THE MODULE, FROM THE SAME CS127 HDR RECORDS CS102       *
000240*        REPORTS (READ AS CS139PRE), TAKING THE MOST RECENT      *
000250*        SWEEP UP TO TONIGHT'S.                                  *
000260*    THE NAME CS100 IS ASKED ABOUT IS THE CLASS-ID OR            *
000270*    PROGRAM-ID THE BUILD PRODUCED, OR THE TREE'S CLASS-ID       *
000280*    WHEN THE MODULE HAS NO HDR RECORD.                          *
000290*                                                                *
000300*    FINDINGS ON CS139RPT (RETURN CODE 4 IF ANY):                *
000310*      - SPLIT   A SUBCLASS WHOSE SETTING DIFFERS FROM ITS       *
000320*                PARENT'S TODAY;                                 *
000330*      - HERDA   A CLASS WHOSE BRANCH CONTRADICTS ITS INHERITS   *
000340*                FROM CLAUSE - THE HERDA BRANCH FIRED WITH NO    *
000350*                PARENT NAMED, OR A PARENT IS NAMED BUT THE      *
000360*                $ELSE BRANCH FIRED;                             *
000370*      - CUTOVER A PENDING CS112 CUTOVER THAT WOULD OPEN A       *
000380*                SPLIT ON ITS EFFECTIVE DATE.  THE CUTOVER DATES *
000390*                ARE TAKEN IN ORDER, SO A SPLIT ALREADY OPEN IS  *
000400*                NOT REPORTED AGAIN.                             *
000410*    WITHOUT THE TREE THERE IS NOTHING TO CHECK (RETURN CODE     *
000420*    8).  WITHOUT CS100PRM EVERY CLASS GETS THE SHOP DEFAULT,    *
000430*    AS IN CS100 ITSELF.  WITHOUT THE REPOSITORY NO BRANCH IS    *
000440*    KNOWN AND THE HERDA CHECK IS SKIPPED (RETURN CODE 4).       *
000450*                                                                *
000460*    MODIFICATION HISTORY                                        *
000470*    ----------------------                                      *
000480*    DATE       INIT DESCRIPTION                                 *
000490*    ---------- ---- ------------------------------------------- *
000500*    2026-10-15 JRC  ORIGINAL PROGRAM.                           *
000510*                                                                *
000520*****************************************************************
000530 ENVIRONMENT                 DIVISION.
000540 CONFIGURATION               SECTION.
000550 SPECIAL-NAMES.
000560     DECIMAL-POINT IS COMMA.
000570 INPUT-OUTPUT                SECTION.
000580 FILE-CONTROL.
000590     SELECT CS139-TRE-FILE   ASSIGN TO CS139TRE
000600                             ORGANIZATION IS LINE SEQUENTIAL
000610                             FILE STATUS IS WS-TRE-STATUS.
000620
000630     SELECT CS139-PRM-FILE   ASSIGN TO CS100PRM
000640                             ORGANIZATION IS LINE SEQUENTIAL
000650                             FILE STATUS IS WS-PRM-STATUS.
000660
000670     SELECT CS139-PRE-FILE   ASSIGN TO CS139PRE
000680                             ORGANIZATION IS INDEXED
000690                             ACCESS MODE IS SEQUENTIAL
000700                             RECORD KEY IS CS1-PREP-KEY
000710                             FILE STATUS IS WS-PRE-STATUS.
000720
000730     SELECT CS139-RPT-FILE   ASSIGN TO CS139RPT
000740                             ORGANIZATION IS LINE SEQUENTIAL
000750                             FILE STATUS IS WS-RPT-STATUS.
000760
000770 DATA                        DIVISION.
000780 FILE                        SECTION.
000790 FD  CS139-TRE-FILE
000800     RECORDING MODE IS F.
000810 01  CS139-TRE-REC.
000820     COPY CS1CTRE.
000830
000840 FD  CS139-PRM-FILE
000850     RECORDING MODE IS F.
000860 01  CS139-PRM-REC.
000870     COPY CS1PARM.
000880
000890 FD  CS139-PRE-FILE
000900     RECORDING MODE IS F.
000910 01  CS139-PRE-REC.
000920     COPY CS1PREP.
000930
000940 FD  CS139-RPT-FILE
000950     RECORDING MODE IS F.
000960 01  CS139-RPT-REC           PIC X(132).
000970
000980 WORKING-STORAGE             SECTION.
000990 01  WS-SWITCHES.
001000     05  WS-TRE-STATUS       PIC X(02)      VALUE SPACES.
001010         88  WS-TRE-OK           VALUE '00'.
001020     05  WS-PRM-STATUS       PIC X(02)      VALUE SPACES.
001030         88  WS-PRM-OK           VALUE '00'.
001040     05  WS-PRE-STATUS       PIC X(02)      VALUE SPACES.
001050         88  WS-PRE-OK           VALUE '00'.
001060     05  WS-RPT-STATUS       PIC X(02)      VALUE SPACES.
001070         88  WS-RPT-OK           VALUE '00'.
001080     05  WS-TRE-EOF-SW       PIC X(01)      VALUE 'N'.
001090         88  WS-TRE-EOF-YES      VALUE 'Y'.
001100     05  WS-PRM-EOF-SW       PIC X(01)      VALUE 'N'.
001110         88  WS-PRM-EOF-YES      VALUE 'Y'.
001120     05  WS-PRE-EOF-SW       PIC X(01)      VALUE 'N'.
001130         88  WS-PRE-EOF-YES      VALUE 'Y'.
001140     05  WS-TRE-AVAIL-SW     PIC X(01)      VALUE 'N'.
001150         88  WS-TRE-AVAIL        VALUE 'Y'.
001160     05  WS-PRE-AVAIL-SW     PIC X(01)      VALUE 'N'.
001170         88  WS-PRE-AVAIL        VALUE 'Y'.
001180     05  WS-SPLIT-SW         PIC X(01)      VALUE 'N'.
001190         88  WS-SPLIT-YES        VALUE 'Y'.
001200*
001210*    SAME SHOP-WIDE DEFAULT AS WS-DEFAULT-ORIOBJ IN CS100.
001220 01  WS-DEFAULT-ORIOBJ       PIC X(01)      VALUE 'N'.
001230 01  WS-TODAY-DATE           PIC X(08)      VALUE SPACES.
001240 01  WS-TODAY-SWEEP-ID       PIC X(08)      VALUE SPACES.
001250*
001260*    FLAG RESOLUTION: THE NAME AND AS-OF DATE GO IN, THE FLAG
001270*    CS100 WOULD ANSWER AND WHERE IT CAME FROM COME OUT.
001280 01  WS-RES-NAME             PIC X(08)      VALUE SPACES.
001290 01  WS-RES-DATE             PIC X(08)      VALUE SPACES.
001300 01  WS-RES-FLAG             PIC X(01)      VALUE SPACES.
001310 01  WS-RES-SOURCE           PIC X(04)      VALUE SPACES.
001320 01  WS-RES-EFFDATE          PIC X(08)      VALUE SPACES.
001330 01  WS-RES-HIT-SW           PIC X(01)      VALUE 'N'.
001340     88  WS-RES-HIT              VALUE 'Y'.
001350*
001360*    THE CLASS TREE, ONE ENTRY PER CS1CTRE RECORD, WITH WHAT
001370*    THIS PROGRAM WORKS OUT FOR EACH CLASS.
001380 01  WS-CLS-TABLE-COUNTERS.
001390     05  WS-CLS-COUNT        PIC 9(04)      COMP   VALUE ZERO.
001400     05  WS-CLS-IX           PIC 9(04)      COMP   VALUE ZERO.
001410     05  WS-PAR-IX           PIC 9(04)      COMP   VALUE ZERO.
001420     05  WS-MAX-CLS          PIC 9(04)      COMP   VALUE 500.
001430*
001440 01  WS-CLS-TABLE.
001450     05  WS-CLS-ENTRY        OCCURS 500 TIMES
001460                             INDEXED BY WS-CLS-IDX.
001470         10  WS-TBL-CLS-MEMBER       PIC X(08).
001480         10  WS-TBL-CLS-LIBRARY      PIC X(60).
001490         10  WS-TBL-CLS-CLASS-ID     PIC X(08).
001500         10  WS-TBL-CLS-INHERITS     PIC X(08).
001510         10  WS-TBL-CLS-PARENT       PIC X(08).
001520         10  WS-TBL-CLS-PARENT-LIB   PIC X(60).
001530         10  WS-TBL-CLS-DEPTH        PIC 9(02).
001540         10  WS-TBL-CLS-PARENT-IX    PIC 9(04)  COMP.
001550         10  WS-TBL-CLS-BRANCH       PIC X(01).
001560             88  WS-TBL-CLS-HERDA        VALUE 'Y'.
001570             88  WS-TBL-CLS-NO-HERDA     VALUE 'N'.
001580             88  WS-TBL-CLS-NOT-SEEN     VALUE SPACE.
001590         10  WS-TBL-CLS-RUN-NAME     PIC X(08).
001600         10  WS-TBL-CLS-FLAG         PIC X(01).
001610         10  WS-TBL-CLS-SOURCE       PIC X(04).
001620         10  WS-TBL-CLS-NEXT-DATE    PIC X(08).
001630         10  WS-TBL-CLS-NEXT-FLAG    PIC X(01).
001640         10  WS-TBL-CLS-ASOF-FLAG    PIC X(01).
001650         10  WS-TBL-CLS-SPLIT-SW     PIC X(01).
001660*
001670*    EVERY CS100PRM RECORD IN FILE ORDER, FUTURE-DATED ONES
001680*    INCLUDED, SO THE FLAG CAN BE RESOLVED AS OF ANY DATE.
001690 01  WS-PRM-TABLE-COUNTERS.
001700     05  WS-PRM-COUNT        PIC 9(04)      COMP   VALUE ZERO.
001710     05  WS-PRM-IX           PIC 9(04)      COMP   VALUE ZERO.
001720     05  WS-MAX-PRM          PIC 9(04)      COMP   VALUE 2000.
001730*
001740 01  WS-PRM-TABLE.
001750     05  WS-PRM-ENTRY        OCCURS 2000 TIMES
001760                             INDEXED BY WS-PRM-IDX.
001770         10  WS-TBL-PRM-PROGRAM      PIC X(08).
001780         10  WS-TBL-PRM-FLAG         PIC X(01).
001790         10  WS-TBL-PRM-EFFDATE      PIC X(08).
001800*
001810*    THE DISTINCT FUTURE EFFECTIVE DATES ON CS100PRM, ASCENDING.
001820 01  WS-CUT-TABLE-COUNTERS.
001830     05  WS-CUT-COUNT        PIC 9(04)      COMP   VALUE ZERO.
001840     05  WS-CUT-IX           PIC 9(04)      COMP   VALUE ZERO.
001850     05  WS-CUT-INS-IX       PIC 9(04)      COMP   VALUE ZERO.
001860     05  WS-MAX-CUT          PIC 9(04)      COMP   VALUE 100.
001870*
001880 01  WS-CUT-TABLE.
001890     05  WS-CUT-ENTRY        OCCURS 100 TIMES
001900                             INDEXED BY WS-CUT-IDX.
001910         10  WS-TBL-CUT-DATE         PIC X(08).
001920*
001930 01  WS-COUNTERS.
001940     05  WS-SPLIT-COUNT      PIC 9(05)      COMP   VALUE ZERO.
001950     05  WS-HERDA-COUNT      PIC 9(05)      COMP   VALUE ZERO.
001960     05  WS-CUTOVER-COUNT    PIC 9(05)      COMP   VALUE ZERO.
001970     05  WS-NOT-SEEN-COUNT   PIC 9(05)      COMP   VALUE ZERO.
001980     05  WS-COUNT-ED         PIC ZZZZ9.
001990*
002000 01  WS-HEADING-1            PIC X(70)      VALUE
002010     'CS139 - ORIOBJ CONSISTENCY ACROSS THE CLASS HIERARCHY'.
002020 01  WS-DATE-LINE.
002030     05  FILLER              PIC X(17) VALUE 'PROCESSING DATE: '.
002040     05  DT-PROCESS-DATE     PIC X(08).
002050 01  WS-HEADING-2.
002060     05  FILLER              PIC X(09) VALUE 'MEMBER'.
002070     05  FILLER              PIC X(09) VALUE 'CLASS-ID'.
002080     05  FILLER              PIC X(09) VALUE 'PARENT'.
002090     05  FILLER              PIC X(04) VALUE 'LVL'.
002100     05  FILLER              PIC X(09) VALUE 'RUN NAME'.
002110     05  FILLER              PIC X(07) VALUE 'ORIOBJ'.
002120     05  FILLER              PIC X(05) VALUE 'SRC'.
002130     05  FILLER              PIC X(09) VALUE 'BRANCH'.
002140     05  FILLER              PIC X(11) VALUE 'NEXT CUT'.
002150     05  FILLER              PIC X(60) VALUE 'LIBRARY'.
002160 01  WS-DETAIL-LINE.
002170     05  DL-MEMBER           PIC X(09).
002180     05  DL-CLASS-ID         PIC X(09).
002190     05  DL-PARENT           PIC X(09).
002200     05  DL-DEPTH            PIC 9(02).
002210     05  FILLER              PIC X(02).
002220     05  DL-RUN-NAME         PIC X(09).
002230     05  DL-FLAG             PIC X(07).
002240     05  DL-SOURCE           PIC X(05).
002250     05  DL-BRANCH           PIC X(09).
002260     05  DL-NEXT-DATE        PIC X(09).
002270     05  DL-NEXT-FLAG        PIC X(02).
002280     05  DL-LIBRARY          PIC X(60).
002290 01  WS-HEADING-3.
002300     05  FILLER              PIC X(09) VALUE 'FINDING'.
002310     05  FILLER              PIC X(09) VALUE 'MEMBER'.
002320     05  FILLER              PIC X(09) VALUE 'CLASS-ID'.
002330     05  FILLER              PIC X(105) VALUE 'DETAIL'.
002340 01  WS-FINDING-LINE.
002350     05  FL-KIND             PIC X(09).
002360     05  FL-MEMBER           PIC X(09).
002370     05  FL-CLASS-ID         PIC X(09).
002380     05  FL-NOTE             PIC X(105).
002390 01  WS-TOTAL-LINE.
002400     05  TL-LABEL            PIC X(40).
002410     05  TL-COUNT            PIC X(07).
002420     05  FILLER              PIC X(85).
002430*
002440 01  WS-RLOG-INTERFACE.
002450     COPY CS1RLGI.
002460*
002470 01  WS-PDAT-INTERFACE.
002480     COPY CS1PDTI.
002490*
002500 PROCEDURE                   DIVISION.
002510*
002520 0000-MAINLINE.
002530     PERFORM 9000-LOG-START THRU 9000-LOG-START-EXIT.
002540     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
002550     IF WS-TRE-AVAIL
002560         PERFORM 2000-RESOLVE-CLASSES
002570             THRU 2000-RESOLVE-CLASSES-EXIT
002580         PERFORM 3000-CHECK-CLASSES THRU 3000-CHECK-CLASSES-EXIT
002590         PERFORM 4000-CHECK-CUTOVERS THRU 4000-CHECK-CUTOVERS-EXIT
002600     END-IF.
002610     PERFORM 8000-FINISH THRU 8000-FINISH-EXIT.
002620     PERFORM 9100-LOG-END THRU 9100-LOG-END-EXIT.
002630     STOP RUN.
002640*
002650 1000-INITIALIZE.
002660     CALL 'CS133'            USING WS-PDAT-INTERFACE.
002670     MOVE LK-PDAT-PROCESS-DATE   TO WS-TODAY-DATE.
002680     MOVE LK-PDAT-SWEEP-ID   TO WS-TODAY-SWEEP-ID.
002690     OPEN OUTPUT CS139-RPT-FILE.
002700     IF NOT WS-RPT-OK
002710         DISPLAY 'CS139 - CANNOT OPEN REPORT'
002720         STOP RUN
002730     END-IF.
002740     MOVE WS-HEADING-1       TO CS139-RPT-REC.
002750     WRITE CS139-RPT-REC.
002760     MOVE WS-TODAY-DATE      TO DT-PROCESS-DATE.
002770     MOVE WS-DATE-LINE       TO CS139-RPT-REC.
002780     WRITE CS139-RPT-REC.
002790     MOVE SPACES             TO CS139-RPT-REC.
002800     WRITE CS139-RPT-REC.
002810     PERFORM 1100-LOAD-TREE THRU 1100-LOAD-TREE-EXIT.
002820     IF NOT WS-TRE-AVAIL
002830         GO TO 1000-INITIALIZE-EXIT
002840     END-IF.
002850     PERFORM 1200-LOAD-PARMS THRU 1200-LOAD-PARMS-EXIT.
002860     PERFORM 1300-LOAD-BRANCHES THRU 1300-LOAD-BRANCHES-EXIT.
002870 1000-INITIALIZE-EXIT.
002880     EXIT.
002890*
002900 1100-LOAD-TREE.
002910     OPEN INPUT CS139-TRE-FILE.
002920     IF NOT WS-TRE-OK
002930         DISPLAY 'CS139 - CLASS TREE NOT AVAILABLE, NOTHING '
002940             'CHECKED'
002950         MOVE 'NO CLASS TREE (CS139TRE) - NOTHING CHECKED'
002960             TO CS139-RPT-REC
002970         WRITE CS139-RPT-REC
002980         MOVE 8              TO RETURN-CODE
002990         GO TO 1100-LOAD-TREE-EXIT
003000     END-IF.
003010     MOVE 'Y'                TO WS-TRE-AVAIL-SW.
003020     PERFORM 1150-LOAD-TREE-RECORD THRU 1150-LOAD-TREE-RECORD-EXIT
003030         UNTIL WS-TRE-EOF-YES.
003040     CLOSE CS139-TRE-FILE.
003050 1100-LOAD-TREE-EXIT.
003060     EXIT.
003070*
003080 1150-LOAD-TREE-RECORD.
003090     READ CS139-TRE-FILE
003100         AT END
003110             SET WS-TRE-EOF-YES  TO TRUE
003120             GO TO 1150-LOAD-TREE-RECORD-EXIT
003130     END-READ.
003140     IF WS-CLS-COUNT NOT < WS-MAX-CLS
003150         DISPLAY 'CS139 - CLASS TABLE FULL, RECORD DROPPED: '
003160             CS1-CTRE-MEMBER-NAME
003170         GO TO 1150-LOAD-TREE-RECORD-EXIT
003180     END-IF.
003190     ADD 1                   TO WS-CLS-COUNT.
003200     SET WS-CLS-IDX          TO WS-CLS-COUNT.
003210     MOVE SPACES             TO WS-CLS-ENTRY (WS-CLS-IDX).
003220     MOVE CS1-CTRE-MEMBER-NAME
003230                             TO WS-TBL-CLS-MEMBER (WS-CLS-IDX).
003240     MOVE CS1-CTRE-LIBRARY-DIR
003250                             TO WS-TBL-CLS-LIBRARY (WS-CLS-IDX).
003260     MOVE CS1-CTRE-CLASS-ID  TO WS-TBL-CLS-CLASS-ID (WS-CLS-IDX).
003270     MOVE CS1-CTRE-INHERITS-FROM
003280                             TO WS-TBL-CLS-INHERITS (WS-CLS-IDX).
003290     MOVE CS1-CTRE-PARENT-MEMBER
003300                             TO WS-TBL-CLS-PARENT (WS-CLS-IDX).
003310     MOVE CS1-CTRE-PARENT-LIBRARY
003320         TO WS-TBL-CLS-PARENT-LIB (WS-CLS-IDX).
003330     MOVE CS1-CTRE-DEPTH     TO WS-TBL-CLS-DEPTH (WS-CLS-IDX).
003340     MOVE ZERO               TO WS-TBL-CLS-PARENT-IX (WS-CLS-IDX).
003350     MOVE CS1-CTRE-CLASS-ID  TO WS-TBL-CLS-RUN-NAME (WS-CLS-IDX).
003360     MOVE 'N'                TO WS-TBL-CLS-SPLIT-SW (WS-CLS-IDX).
003370 1150-LOAD-TREE-RECORD-EXIT.
003380     EXIT.
003390*
003400 1200-LOAD-PARMS.
003410*    A MISSING PARAMETER FILE LEAVES THE TABLE EMPTY, SO EVERY
003420*    CLASS RESOLVES TO THE DEFAULT - WHICH IS WHAT CS100 WOULD
003430*    ANSWER TOO.
003440     OPEN INPUT CS139-PRM-FILE.
003450     IF NOT WS-PRM-OK
003460         DISPLAY 'CS139 - NO CS100PRM, EVERY CLASS GETS THE '
003470             'DEFAULT'
003480         MOVE 'NO PARAMETER FILE (CS100PRM) - SHOP DEFAULT'
003490             TO CS139-RPT-REC
003500         WRITE CS139-RPT-REC
003510         MOVE SPACES         TO CS139-RPT-REC
003520         WRITE CS139-RPT-REC
003530         GO TO 1200-LOAD-PARMS-EXIT
003540     END-IF.
003550     PERFORM 1250-LOAD-PARM-RECORD THRU 1250-LOAD-PARM-RECORD-EXIT
003560         UNTIL WS-PRM-EOF-YES.
003570     CLOSE CS139-PRM-FILE.
003580 1200-LOAD-PARMS-EXIT.
003590     EXIT.
003600*
003610 1250-LOAD-PARM-RECORD.
003620     READ CS139-PRM-FILE
003630         AT END
003640             SET WS-PRM-EOF-YES  TO TRUE
003650             GO TO 1250-LOAD-PARM-RECORD-EXIT
003660     END-READ.
003670     IF WS-PRM-COUNT NOT < WS-MAX-PRM
003680         DISPLAY 'CS139 - PARM TABLE FULL, RECORD DROPPED: '
003690             CS1-PARM-PROGRAM-NAME
003700         GO TO 1250-LOAD-PARM-RECORD-EXIT
003710     END-IF.
003720     ADD 1                   TO WS-PRM-COUNT.
003730     SET WS-PRM-IDX          TO WS-PRM-COUNT.
003740     MOVE CS1-PARM-PROGRAM-NAME
003750                             TO WS-TBL-PRM-PROGRAM (WS-PRM-IDX).
003760     MOVE CS1-PARM-ORIOBJ-FLAG
003770                             TO WS-TBL-PRM-FLAG (WS-PRM-IDX).
003780     MOVE CS1-PARM-EFFECTIVE-DATE
003790                             TO WS-TBL-PRM-EFFDATE (WS-PRM-IDX).
003800*    A FUTURE DATE IS A PENDING CUTOVER; EACH DISTINCT DATE IS
003810*    KEPT ONCE, IN ASCENDING ORDER.
003820     IF CS1-PARM-EFFECTIVE-DATE NUMERIC
003830             AND CS1-PARM-EFFECTIVE-DATE > WS-TODAY-DATE
003840         PERFORM 1270-ADD-CUTOVER-DATE
003850             THRU 1270-ADD-CUTOVER-DATE-EXIT
003860     END-IF.
003870 1250-LOAD-PARM-RECORD-EXIT.
003880     EXIT.
003890*
003900 1270-ADD-CUTOVER-DATE.
003910     MOVE ZERO               TO WS-CUT-INS-IX.
003920     PERFORM VARYING WS-CUT-IX FROM 1 BY 1
003930             UNTIL WS-CUT-IX > WS-CUT-COUNT
003940                OR WS-CUT-INS-IX > ZERO
003950         IF WS-TBL-CUT-DATE (WS-CUT-IX) = CS1-PARM-EFFECTIVE-DATE
003960             GO TO 1270-ADD-CUTOVER-DATE-EXIT
003970         END-IF
003980         IF WS-TBL-CUT-DATE (WS-CUT-IX) > CS1-PARM-EFFECTIVE-DATE
003990             MOVE WS-CUT-IX  TO WS-CUT-INS-IX
004000         END-IF
004010     END-PERFORM.
004020     IF WS-CUT-COUNT NOT < WS-MAX-CUT
004030         DISPLAY 'CS139 - CUTOVER TABLE FULL, DATE DROPPED: '
004040             CS1-PARM-EFFECTIVE-DATE
004050         GO TO 1270-ADD-CUTOVER-DATE-EXIT
004060     END-IF.
004070     IF WS-CUT-INS-IX = ZERO
004080         COMPUTE WS-CUT-INS-IX = WS-CUT-COUNT + 1
004090     END-IF.
004100     PERFORM VARYING WS-CUT-IX FROM WS-CUT-COUNT BY -1
004110             UNTIL WS-CUT-IX < WS-CUT-INS-IX
004120         MOVE WS-TBL-CUT-DATE (WS-CUT-IX)
004130                             TO WS-TBL-CUT-DATE (WS-CUT-IX + 1)
004140     END-PERFORM.
004150     MOVE CS1-PARM-EFFECTIVE-DATE
004160                             TO WS-TBL-CUT-DATE (WS-CUT-INS-IX).
004170     ADD 1                   TO WS-CUT-COUNT.
004180 1270-ADD-CUTOVER-DATE-EXIT.
004190     EXIT.
004200*
004210 1300-LOAD-BRANCHES.
004220     OPEN INPUT CS139-PRE-FILE.
004230     IF NOT WS-PRE-OK
004240         DISPLAY 'CS139 - REPOSITORY NOT AVAILABLE, BRANCHES NOT '
004250             'CHECKED'
004260         MOVE 'NO REPOSITORY (CS139PRE) - BRANCHES NOT CHECKED'
004270             TO CS139-RPT-REC
004280         WRITE CS139-RPT-REC
004290         MOVE SPACES         TO CS139-RPT-REC
004300         WRITE CS139-RPT-REC
004310         GO TO 1300-LOAD-BRANCHES-EXIT
004320     END-IF.
004330     MOVE 'Y'                TO WS-PRE-AVAIL-SW.
004340     PERFORM 1350-LOAD-PRE-RECORD THRU 1350-LOAD-PRE-RECORD-EXIT
004350         UNTIL WS-PRE-EOF-YES.
004360     CLOSE CS139-PRE-FILE.
004370 1300-LOAD-BRANCHES-EXIT.
004380     EXIT.
004390*
004400 1350-LOAD-PRE-RECORD.
004410     READ CS139-PRE-FILE NEXT RECORD
004420         AT END
004430             SET WS-PRE-EOF-YES  TO TRUE
004440             GO TO 1350-LOAD-PRE-RECORD-EXIT
004450     END-READ.
004460     IF CS1-PREP-SWEEP-ID > WS-TODAY-SWEEP-ID
004470             OR NOT CS1-PREP-HEADER
004480         GO TO 1350-LOAD-PRE-RECORD-EXIT
004490     END-IF.
004500*    THE REPOSITORY IS IN SWEEP-ID ORDER, SO A LATER BUILD OF THE
004510*    MODULE OVERLAYS AN EARLIER ONE.  THE HDR RECORD CARRIES NO
004520*    LIBRARY, SO BOTH COPIES OF A SHADOWED NAME TAKE IT.
004530     PERFORM VARYING WS-CLS-IX FROM 1 BY 1
004540             UNTIL WS-CLS-IX > WS-CLS-COUNT
004550         IF WS-TBL-CLS-MEMBER (WS-CLS-IX) = CS1-PREP-MODULE
004560             MOVE CS1-PREP-HERDA-SW
004570                             TO WS-TBL-CLS-BRANCH (WS-CLS-IX)
004580             IF CS1-PREP-CLASS-ID-NAME NOT = SPACES
004590                 MOVE CS1-PREP-CLASS-ID-NAME
004600                             TO WS-TBL-CLS-RUN-NAME (WS-CLS-IX)
004610             ELSE
004620                 IF CS1-PREP-PROGRAM-ID-NAME NOT = SPACES
004630                     MOVE CS1-PREP-PROGRAM-ID-NAME
004640                             TO WS-TBL-CLS-RUN-NAME (WS-CLS-IX)
004650                 END-IF
004660             END-IF
004670         END-IF
004680     END-PERFORM.
004690 1350-LOAD-PRE-RECORD-EXIT.
004700     EXIT.
004710*
004720 2000-RESOLVE-CLASSES.
004730     MOVE WS-HEADING-2       TO CS139-RPT-REC.
004740     WRITE CS139-RPT-REC.
004750     PERFORM VARYING WS-CLS-IX FROM 1 BY 1
004760             UNTIL WS-CLS-IX > WS-CLS-COUNT
004770         PERFORM 2100-RESOLVE-CLASS THRU 2100-RESOLVE-CLASS-EXIT
004780     END-PERFORM.
004790 2000-RESOLVE-CLASSES-EXIT.
004800     EXIT.
004810*
004820 2100-RESOLVE-CLASS.
004830*    THE PARENT IS LOOKED UP BY MEMBER AND LIBRARY, AS CS105
004840*    RESOLVED IT; A ROOT CLASS KEEPS A ZERO PARENT INDEX.
004850     IF WS-TBL-CLS-PARENT (WS-CLS-IX) NOT = SPACES
004860         PERFORM VARYING WS-PAR-IX FROM 1 BY 1
004870                 UNTIL WS-PAR-IX > WS-CLS-COUNT
004880                    OR WS-TBL-CLS-PARENT-IX (WS-CLS-IX) > ZERO
004890             IF WS-TBL-CLS-MEMBER (WS-PAR-IX)
004900                     = WS-TBL-CLS-PARENT (WS-CLS-IX)
004910                     AND WS-TBL-CLS-LIBRARY (WS-PAR-IX)
004920                     = WS-TBL-CLS-PARENT-LIB (WS-CLS-IX)
004930                 MOVE WS-PAR-IX
004940                     TO WS-TBL-CLS-PARENT-IX (WS-CLS-IX)
004950             END-IF
004960         END-PERFORM
004970     END-IF.
004980     MOVE WS-TBL-CLS-RUN-NAME (WS-CLS-IX) TO WS-RES-NAME.
004990     MOVE WS-TODAY-DATE      TO WS-RES-DATE.
005000     PERFORM 5000-RESOLVE-FLAG THRU 5000-RESOLVE-FLAG-EXIT.
005010     MOVE WS-RES-FLAG        TO WS-TBL-CLS-FLAG (WS-CLS-IX).
005020     MOVE WS-RES-SOURCE      TO WS-TBL-CLS-SOURCE (WS-CLS-IX).
005030*    THE NEXT CUTOVER IS THE EARLIEST FUTURE DATE ON ANY RECORD
005040*    FOR THE NAME, WITH THE FLAG CS100 WILL ANSWER FROM THEN.
005050     PERFORM VARYING WS-PRM-IX FROM 1 BY 1
005060             UNTIL WS-PRM-IX > WS-PRM-COUNT
005070         IF WS-TBL-PRM-PROGRAM (WS-PRM-IX) = WS-RES-NAME
005080                 AND WS-TBL-PRM-EFFDATE (WS-PRM-IX) NUMERIC
005090                 AND WS-TBL-PRM-EFFDATE (WS-PRM-IX)
005100                     > WS-TODAY-DATE
005110             IF WS-TBL-CLS-NEXT-DATE (WS-CLS-IX) = SPACES
005120                     OR WS-TBL-PRM-EFFDATE (WS-PRM-IX)
005130                        < WS-TBL-CLS-NEXT-DATE (WS-CLS-IX)
005140                 MOVE WS-TBL-PRM-EFFDATE (WS-PRM-IX)
005150                     TO WS-TBL-CLS-NEXT-DATE (WS-CLS-IX)
005160             END-IF
005170         END-IF
005180     END-PERFORM.
005190     IF WS-TBL-CLS-NEXT-DATE (WS-CLS-IX) NOT = SPACES
005200         MOVE WS-TBL-CLS-NEXT-DATE (WS-CLS-IX) TO WS-RES-DATE
005210         PERFORM 5000-RESOLVE-FLAG THRU 5000-RESOLVE-FLAG-EXIT
005220         MOVE WS-RES-FLAG    TO WS-TBL-CLS-NEXT-FLAG (WS-CLS-IX)
005230     END-IF.
005240     MOVE SPACES             TO WS-DETAIL-LINE.
005250     MOVE WS-TBL-CLS-MEMBER (WS-CLS-IX)     TO DL-MEMBER.
005260     MOVE WS-TBL-CLS-CLASS-ID (WS-CLS-IX)   TO DL-CLASS-ID.
005270     IF WS-TBL-CLS-PARENT (WS-CLS-IX) = SPACES
005280         MOVE '(ROOT)'       TO DL-PARENT
005290     ELSE
005300         MOVE WS-TBL-CLS-PARENT (WS-CLS-IX) TO DL-PARENT
005310     END-IF.
005320     MOVE WS-TBL-CLS-DEPTH (WS-CLS-IX)      TO DL-DEPTH.
005330     MOVE WS-TBL-CLS-RUN-NAME (WS-CLS-IX)   TO DL-RUN-NAME.
005340     MOVE WS-TBL-CLS-FLAG (WS-CLS-IX)       TO DL-FLAG.
005350     MOVE WS-TBL-CLS-SOURCE (WS-CLS-IX)     TO DL-SOURCE.
005360     EVALUATE TRUE
005370         WHEN WS-TBL-CLS-HERDA (WS-CLS-IX)
005380             MOVE 'HERDA'    TO DL-BRANCH
005390         WHEN WS-TBL-CLS-NO-HERDA (WS-CLS-IX)
005400             MOVE 'NO-HERDA' TO DL-BRANCH
005410         WHEN OTHER
005420             MOVE 'NOT SEEN' TO DL-BRANCH
005430     END-EVALUATE.
005440     MOVE WS-TBL-CLS-NEXT-DATE (WS-CLS-IX)  TO DL-NEXT-DATE.
005450     MOVE WS-TBL-CLS-NEXT-FLAG (WS-CLS-IX)  TO DL-NEXT-FLAG.
005460     MOVE WS-TBL-CLS-LIBRARY (WS-CLS-IX)    TO DL-LIBRARY.
005470     MOVE WS-DETAIL-LINE     TO CS139-RPT-REC.
005480     WRITE CS139-RPT-REC.
005490 2100-RESOLVE-CLASS-EXIT.
005500     EXIT.
005510*
005520 3000-CHECK-CLASSES.
005530     MOVE SPACES             TO CS139-RPT-REC.
005540     WRITE CS139-RPT-REC.
005550     MOVE WS-HEADING-3       TO CS139-RPT-REC.
005560     WRITE CS139-RPT-REC.
005570     PERFORM VARYING WS-CLS-IX FROM 1 BY 1
005580             UNTIL WS-CLS-IX > WS-CLS-COUNT
005590         PERFORM 3100-CHECK-CLASS THRU 3100-CHECK-CLASS-EXIT
005600     END-PERFORM.
005610 3000-CHECK-CLASSES-EXIT.
005620     EXIT.
005630*
005640 3100-CHECK-CLASS.
005650*    THE HERDA BRANCH IS THE ONE THAT INHERITS, SO IT MUST COME
005660*    WITH AN INHERITS FROM CLAUSE, AND THE $ELSE BRANCH WITHOUT.
005670     EVALUATE TRUE
005680         WHEN WS-TBL-CLS-NOT-SEEN (WS-CLS-IX)
005690             ADD 1           TO WS-NOT-SEEN-COUNT
005700         WHEN WS-TBL-CLS-HERDA (WS-CLS-IX)
005710                 AND WS-TBL-CLS-INHERITS (WS-CLS-IX) = SPACES
005720             MOVE SPACES     TO WS-FINDING-LINE
005730             MOVE 'HERDA'    TO FL-KIND
005740             MOVE
005750                 'HERDA BRANCH FIRED, NO INHERITS FROM CLAUSE'
005760                             TO FL-NOTE
005770             ADD 1           TO WS-HERDA-COUNT
005780             PERFORM 6000-WRITE-FINDING
005790                 THRU 6000-WRITE-FINDING-EXIT
005800         WHEN WS-TBL-CLS-NO-HERDA (WS-CLS-IX)
005810                 AND WS-TBL-CLS-INHERITS (WS-CLS-IX) NOT = SPACES
005820             MOVE SPACES     TO WS-FINDING-LINE
005830             MOVE 'HERDA'    TO FL-KIND
005840             STRING 'INHERITS FROM '       DELIMITED BY SIZE
005850                    WS-TBL-CLS-INHERITS (WS-CLS-IX)
005860                                           DELIMITED BY SPACE
005870                    ' BUT THE $ELSE (NO-HERDA) BRANCH FIRED'
005880                                           DELIMITED BY SIZE
005890                 INTO FL-NOTE
005900             END-STRING
005910             ADD 1           TO WS-HERDA-COUNT
005920             PERFORM 6000-WRITE-FINDING
005930                 THRU 6000-WRITE-FINDING-EXIT
005940     END-EVALUATE.
005950     MOVE WS-TBL-CLS-PARENT-IX (WS-CLS-IX)  TO WS-PAR-IX.
005960     IF WS-PAR-IX = ZERO
005970         GO TO 3100-CHECK-CLASS-EXIT
005980     END-IF.
005990     IF WS-TBL-CLS-FLAG (WS-CLS-IX) = WS-TBL-CLS-FLAG (WS-PAR-IX)
006000         GO TO 3100-CHECK-CLASS-EXIT
006010     END-IF.
006020     MOVE 'Y'                TO WS-TBL-CLS-SPLIT-SW (WS-CLS-IX).
006030     MOVE SPACES             TO WS-FINDING-LINE.
006040     MOVE 'SPLIT'            TO FL-KIND.
006050     STRING 'ORIOBJ '        DELIMITED BY SIZE
006060            WS-TBL-CLS-FLAG (WS-CLS-IX)     DELIMITED BY SIZE
006070            ' ('             DELIMITED BY SIZE
006080            WS-TBL-CLS-SOURCE (WS-CLS-IX)   DELIMITED BY SIZE
006090            ') BUT PARENT '  DELIMITED BY SIZE
006100            WS-TBL-CLS-PARENT (WS-CLS-IX)   DELIMITED BY SPACE
006110            ' HAS '          DELIMITED BY SIZE
006120            WS-TBL-CLS-FLAG (WS-PAR-IX)     DELIMITED BY SIZE
006130            ' ('             DELIMITED BY SIZE
006140            WS-TBL-CLS-SOURCE (WS-PAR-IX)   DELIMITED BY SIZE
006150            ')'              DELIMITED BY SIZE
006160         INTO FL-NOTE
006170     END-STRING.
006180     ADD 1                   TO WS-SPLIT-COUNT.
006190     PERFORM 6000-WRITE-FINDING THRU 6000-WRITE-FINDING-EXIT.
006200 3100-CHECK-CLASS-EXIT.
006210     EXIT.
006220*
006230 4000-CHECK-CUTOVERS.
006240*    EACH PENDING DATE IS APPLIED IN TURN ON TOP OF THE ONES
006250*    BEFORE IT; A PAIR THAT IS NOT SPLIT AT ONE POINT AND IS
006260*    SPLIT AT THE NEXT WAS SPLIT BY THAT DATE'S CUTOVER.
006270     PERFORM VARYING WS-CUT-IX FROM 1 BY 1
006280             UNTIL WS-CUT-IX > WS-CUT-COUNT
006290         PERFORM 4100-CHECK-CUTOVER-DATE
006300             THRU 4100-CHECK-CUTOVER-DATE-EXIT
006310     END-PERFORM.
006320 4000-CHECK-CUTOVERS-EXIT.
006330     EXIT.
006340*
006350 4100-CHECK-CUTOVER-DATE.
006360     MOVE WS-TBL-CUT-DATE (WS-CUT-IX) TO WS-RES-DATE.
006370     PERFORM VARYING WS-CLS-IX FROM 1 BY 1
006380             UNTIL WS-CLS-IX > WS-CLS-COUNT
006390         MOVE WS-TBL-CLS-RUN-NAME (WS-CLS-IX) TO WS-RES-NAME
006400         PERFORM 5000-RESOLVE-FLAG THRU 5000-RESOLVE-FLAG-EXIT
006410         MOVE WS-RES-FLAG    TO WS-TBL-CLS-ASOF-FLAG (WS-CLS-IX)
006420     END-PERFORM.
006430     PERFORM VARYING WS-CLS-IX FROM 1 BY 1
006440             UNTIL WS-CLS-IX > WS-CLS-COUNT
006450         PERFORM 4200-CHECK-CUTOVER-CLASS
006460             THRU 4200-CHECK-CUTOVER-CLASS-EXIT
006470     END-PERFORM.
006480 4100-CHECK-CUTOVER-DATE-EXIT.
006490     EXIT.
006500*
006510 4200-CHECK-CUTOVER-CLASS.
006520     MOVE WS-TBL-CLS-PARENT-IX (WS-CLS-IX)  TO WS-PAR-IX.
006530     IF WS-PAR-IX = ZERO
006540         GO TO 4200-CHECK-CUTOVER-CLASS-EXIT
006550     END-IF.
006560     MOVE 'N'                TO WS-SPLIT-SW.
006570     IF WS-TBL-CLS-ASOF-FLAG (WS-CLS-IX)
006580             NOT = WS-TBL-CLS-ASOF-FLAG (WS-PAR-IX)
006590         MOVE 'Y'            TO WS-SPLIT-SW
006600     END-IF.
006610     IF WS-SPLIT-YES AND WS-TBL-CLS-SPLIT-SW (WS-CLS-IX) = 'N'
006620         MOVE SPACES         TO WS-FINDING-LINE
006630         MOVE 'CUTOVER'      TO FL-KIND
006640         STRING 'FROM '      DELIMITED BY SIZE
006650                WS-RES-DATE  DELIMITED BY SIZE
006660                ' ORIOBJ WILL BE '  DELIMITED BY SIZE
006670                WS-TBL-CLS-ASOF-FLAG (WS-CLS-IX) DELIMITED BY SIZE
006680                ' BUT PARENT '      DELIMITED BY SIZE
006690                WS-TBL-CLS-PARENT (WS-CLS-IX)
006700                                    DELIMITED BY SPACE
006710                ' WILL BE '         DELIMITED BY SIZE
006720                WS-TBL-CLS-ASOF-FLAG (WS-PAR-IX) DELIMITED BY SIZE
006730             INTO FL-NOTE
006740         END-STRING
006750         ADD 1               TO WS-CUTOVER-COUNT
006760         PERFORM 6000-WRITE-FINDING THRU 6000-WRITE-FINDING-EXIT
006770     END-IF.
006780     MOVE WS-SPLIT-SW        TO WS-TBL-CLS-SPLIT-SW (WS-CLS-IX).
006790 4200-CHECK-CUTOVER-CLASS-EXIT.
006800     EXIT.
006810*
006820 5000-RESOLVE-FLAG.
006830*    THE CS100 LOAD RULE APPLIED TO ONE NAME AS OF WS-RES-DATE: A
006840*    RECORD DATED AFTER IT IS IGNORED, AND AMONG THE REST THE
006850*    LATEST EFFECTIVE DATE WINS (A BLANK DATE IS THE OLDEST, AND
006860*    ON A TIE THE LATER RECORD IN THE FILE).  NO RECORD MEANS
006870*    THE SHOP DEFAULT.
006880     MOVE WS-DEFAULT-ORIOBJ  TO WS-RES-FLAG.
006890     MOVE 'DFLT'             TO WS-RES-SOURCE.
006900     MOVE SPACES             TO WS-RES-EFFDATE.
006910     MOVE 'N'                TO WS-RES-HIT-SW.
006920     IF WS-RES-NAME = SPACES
006930         GO TO 5000-RESOLVE-FLAG-EXIT
006940     END-IF.
006950     PERFORM VARYING WS-PRM-IX FROM 1 BY 1
006960             UNTIL WS-PRM-IX > WS-PRM-COUNT
006970         IF WS-TBL-PRM-PROGRAM (WS-PRM-IX) = WS-RES-NAME
006980             PERFORM 5100-TEST-PARM THRU 5100-TEST-PARM-EXIT
006990         END-IF
007000     END-PERFORM.
007010 5000-RESOLVE-FLAG-EXIT.
007020     EXIT.
007030*
007040 5100-TEST-PARM.
007050     IF WS-TBL-PRM-EFFDATE (WS-PRM-IX) NUMERIC
007060             AND WS-TBL-PRM-EFFDATE (WS-PRM-IX) > WS-RES-DATE
007070         GO TO 5100-TEST-PARM-EXIT
007080     END-IF.
007090     IF WS-RES-HIT
007100             AND WS-TBL-PRM-EFFDATE (WS-PRM-IX) < WS-RES-EFFDATE
007110         GO TO 5100-TEST-PARM-EXIT
007120     END-IF.
007130     MOVE 'Y'                TO WS-RES-HIT-SW.
007140     MOVE WS-TBL-PRM-FLAG (WS-PRM-IX)     TO WS-RES-FLAG.
007150     MOVE WS-TBL-PRM-EFFDATE (WS-PRM-IX)  TO WS-RES-EFFDATE.
007160     MOVE 'PARM'             TO WS-RES-SOURCE.
007170 5100-TEST-PARM-EXIT.
007180     EXIT.
007190*
007200 6000-WRITE-FINDING.
007210     MOVE WS-TBL-CLS-MEMBER (WS-CLS-IX)     TO FL-MEMBER.
007220     MOVE WS-TBL-CLS-CLASS-ID (WS-CLS-IX)   TO FL-CLASS-ID.
007230     MOVE WS-FINDING-LINE    TO CS139-RPT-REC.
007240     WRITE CS139-RPT-REC.
007250 6000-WRITE-FINDING-EXIT.
007260     EXIT.
007270*
007280 8000-FINISH.
007290     MOVE SPACES             TO CS139-RPT-REC
007300                                WS-TOTAL-LINE.
007310     WRITE CS139-RPT-REC.
007320     MOVE 'CLASSES CHECKED:'                TO TL-LABEL.
007330     MOVE WS-CLS-COUNT       TO WS-COUNT-ED.
007340     PERFORM 8100-WRITE-TOTAL THRU 8100-WRITE-TOTAL-EXIT.
007350     MOVE 'PENDING CUTOVER DATES:'          TO TL-LABEL.
007360     MOVE WS-CUT-COUNT       TO WS-COUNT-ED.
007370     PERFORM 8100-WRITE-TOTAL THRU 8100-WRITE-TOTAL-EXIT.
007380     MOVE 'SUBCLASSES SPLIT FROM THEIR PARENT:' TO TL-LABEL.
007390     MOVE WS-SPLIT-COUNT     TO WS-COUNT-ED.
007400     PERFORM 8100-WRITE-TOTAL THRU 8100-WRITE-TOTAL-EXIT.
007410     MOVE 'HERDA BRANCH CONTRADICTIONS:'    TO TL-LABEL.
007420     MOVE WS-HERDA-COUNT     TO WS-COUNT-ED.
007430     PERFORM 8100-WRITE-TOTAL THRU 8100-WRITE-TOTAL-EXIT.
007440     MOVE 'SPLITS OPENED BY A PENDING CUTOVER:' TO TL-LABEL.
007450     MOVE WS-CUTOVER-COUNT   TO WS-COUNT-ED.
007460     PERFORM 8100-WRITE-TOTAL THRU 8100-WRITE-TOTAL-EXIT.
007470     MOVE 'CLASSES WITH NO BRANCH SEEN:'    TO TL-LABEL.
007480     MOVE WS-NOT-SEEN-COUNT  TO WS-COUNT-ED.
007490     PERFORM 8100-WRITE-TOTAL THRU 8100-WRITE-TOTAL-EXIT.
007500     CLOSE CS139-RPT-FILE.
007510     DISPLAY 'CS139 - CLASSES CHECKED: ' WS-CLS-COUNT.
007520     IF RETURN-CODE < 4
007530             AND (WS-SPLIT-COUNT > ZERO OR WS-HERDA-COUNT > ZERO
007540                  OR WS-CUTOVER-COUNT > ZERO)
007550         MOVE 4              TO RETURN-CODE
007560     END-IF.
007570     IF RETURN-CODE < 4 AND WS-TRE-AVAIL AND NOT WS-PRE-AVAIL
007580         MOVE 4              TO RETURN-CODE
007590     END-IF.
007600 8000-FINISH-EXIT.
007610     EXIT.
007620*
007630 8100-WRITE-TOTAL.
007640     MOVE WS-COUNT-ED        TO TL-COUNT.
007650     MOVE WS-TOTAL-LINE      TO CS139-RPT-REC.
007660     WRITE CS139-RPT-REC.
007670     MOVE SPACES             TO WS-TOTAL-LINE.
007680 8100-WRITE-TOTAL-EXIT.
007690     EXIT.
007700*
007710 9000-LOG-START.
007720     MOVE 'CS139'            TO LK-RLOG-PROGRAM.
007730     MOVE 'START'            TO LK-RLOG-EVENT.
007740     MOVE ZERO               TO LK-RLOG-RETURN-CODE.
007750     CALL 'CS122'            USING WS-RLOG-INTERFACE.
007760 9000-LOG-START-EXIT.
007770     EXIT.
007780*
007790 9100-LOG-END.
007800     MOVE 'END'              TO LK-RLOG-EVENT.
007810     MOVE RETURN-CODE        TO LK-RLOG-RETURN-CODE.
007820     CALL 'CS122'            USING WS-RLOG-INTERFACE.
007830 9100-LOG-END-EXIT.
007840     EXIT.
