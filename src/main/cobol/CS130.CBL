000010 IDENTIFICATION              DIVISION.
000020 PROGRAM-ID.                 CS130.
000030 AUTHOR.                     J. R. CASSEL.
000040 INSTALLATION.               SIGER - DEPTO DE DESENVOLVIMENTO.
000050 DATE-WRITTEN.               15/10/2026.
000060 DATE-COMPILED.              15/10/2026.
000070*****************************************************************
000080*                                                                *
000090*    CS130 - PREPROCESSOR OPTIONS RECONCILIATION                 *
000100*                                                                *
000110*    CS104 RECORDS IN THE CHECKPOINT THE SWITCH SET IT MEANT TO  *
000120*    COMPILE EACH MEMBER WITH (CS1-CKPT-SWITCHES-APPLIED), AND   *
000130*    CS108 KEEPS THE REGISTRY OF APPROVED OVERRIDES; NOTHING     *
000140*    CHECKED EITHER AGAINST WHAT THE PREPROCESSOR ACTUALLY       *
000150*    PRINTED ON ITS "OPCOES:" LINE.  CS127 NOW KEEPS THAT LINE   *
000160*    AS AN OPT RECORD PER MODULE IN THE HEADER REPOSITORY (READ  *
000170*    HERE AS CS130PRE).  FOR EVERY MODULE WITH AN OPT RECORD IN  *
000180*    TONIGHT'S SWEEP THIS STEP COMPARES THE SWITCHES USED WITH:  *
000190*      - THE SET THE CHECKPOINT SAYS WAS APPLIED;                *
000200*      - THE SET THE CS108 REGISTRY CALLS FOR (SHOP DEFAULT      *
000210*        WITH THE OVERRIDES FOLDED IN, AS CS104 BUILDS IT).      *
000220*    A MEMBER ON THE CS110 CHANGED LIST (READ AS CS130CHG)       *
000230*    THAT RAN WITH -WOP= IS FLAGGED AS WELL: A CHANGED MEMBER    *
000240*    MUST NOT HAVE ITS WARNINGS WAIVED WITHOUT SOMEONE SEEING    *
000250*    IT.  A MEMBER COMPILED TONIGHT WHOSE HEADER HAD NO OPTIONS  *
000260*    LINE IS LISTED AS UNVERIFIED.  THE "DISAGREEMENTS:" TOTAL   *
000270*    IS PICKED UP BY CS116 AS A CRITICAL MEASURE.                *
000280*                                                                *
000290*    MODIFICATION HISTORY                                        *
000300*    ----------------------                                      *
000310*    DATE       INIT DESCRIPTION                                 *
000320*    ---------- ---- ------------------------------------------- *
000330*    2026-10-15 JRC  ORIGINAL PROGRAM.                           *
000332*    2026-10-15 JRC  THE SWEEP-ID IS NOW THE NIGHT'S PROCESSING  *
000334*                    DATE FROM THE CS133 SERVICE, NOT THE        *
000336*                    CALENDAR DATE.                              *
000337*    2026-10-15 JRC  CHECKPOINT RECORD KEY IS NOW LIBRARY PLUS   *
000338*                    MEMBER (CS1-CKPT-KEY).                      *
000339*    2026-10-15 JRC  A NAME WITH TONIGHT'S CHECKPOINT IN BOTH    *
000340*                    LIBRARIES IS MATCHED IN BOTH COPIES TO THE  *
000341*                    ONE OPT RECORD CS127 KEEPS FOR THE MODULE,  *
000342*                    SO NEITHER IS LISTED AS NO OPTIONS LINE.    *
000343*                                                                *
000350*****************************************************************
000360 ENVIRONMENT                 DIVISION.
000370 CONFIGURATION               SECTION.
000380 SPECIAL-NAMES.
000390     DECIMAL-POINT IS COMMA.
000400 INPUT-OUTPUT                SECTION.
000410 FILE-CONTROL.
000420     SELECT CS130-PRE-FILE   ASSIGN TO CS130PRE
000430                             ORGANIZATION IS INDEXED
000440                             ACCESS MODE IS SEQUENTIAL
000450                             RECORD KEY IS CS1-PREP-KEY
000460                             FILE STATUS IS WS-PRE-STATUS.
000470
000480     SELECT CS130-CKPT-FILE  ASSIGN TO CS104CKP
000490                             ORGANIZATION IS INDEXED
000500                             ACCESS MODE IS DYNAMIC
000510                             RECORD KEY IS CS1-CKPT-KEY
000520                             FILE STATUS IS WS-CKPT-STATUS.
000530
000540     SELECT CS130-REG-FILE   ASSIGN TO CS108REG
000550                             ORGANIZATION IS INDEXED
000560                             ACCESS MODE IS SEQUENTIAL
000570                             RECORD KEY IS CS1-OPTR-PROGRAM-NAME
000580                                 IN CS130-REG-REC
000590                             FILE STATUS IS WS-REG-STATUS.
000600
000610     SELECT CS130-CHG-FILE   ASSIGN TO CS130CHG
000620                             ORGANIZATION IS LINE SEQUENTIAL
000630                             FILE STATUS IS WS-CHG-STATUS.
000640
000650     SELECT CS130-RPT-FILE   ASSIGN TO CS130RPT
000660                             ORGANIZATION IS LINE SEQUENTIAL
000670                             FILE STATUS IS WS-RPT-STATUS.
000680
000690 DATA                        DIVISION.
000700 FILE                        SECTION.
000710 FD  CS130-PRE-FILE
000720     RECORDING MODE IS F.
000730 01  CS130-PRE-REC.
000740     COPY CS1PREP.
000750
000760 FD  CS130-CKPT-FILE
000770     RECORDING MODE IS F.
000780 01  CS130-CKPT-REC.
000790     COPY CS1CKPT.
000800
000810 FD  CS130-REG-FILE
000820     RECORDING MODE IS F.
000830 01  CS130-REG-REC.
000840     COPY CS1OPTR.
000850
000860 FD  CS130-CHG-FILE
000870     RECORDING MODE IS F.
000880 01  CS130-CHG-REC           PIC X(08).
000890
000900 FD  CS130-RPT-FILE
000910     RECORDING MODE IS F.
000920 01  CS130-RPT-REC           PIC X(100).
000930
000940 WORKING-STORAGE             SECTION.
000950 01  WS-SWITCHES.
000960     05  WS-PRE-STATUS       PIC X(02)      VALUE SPACES.
000970         88  WS-PRE-OK           VALUE '00'.
000980     05  WS-CKPT-STATUS      PIC X(02)      VALUE SPACES.
000990         88  WS-CKPT-OK          VALUE '00'.
001000     05  WS-REG-STATUS       PIC X(02)      VALUE SPACES.
001010         88  WS-REG-OK           VALUE '00'.
001020     05  WS-CHG-STATUS       PIC X(02)      VALUE SPACES.
001030         88  WS-CHG-OK           VALUE '00'.
001040     05  WS-RPT-STATUS       PIC X(02)      VALUE SPACES.
001050         88  WS-RPT-OK           VALUE '00'.
001060     05  WS-PRE-EOF-SW       PIC X(01)      VALUE 'N'.
001070         88  WS-PRE-EOF-YES      VALUE 'Y'.
001080     05  WS-CKPT-EOF-SW      PIC X(01)      VALUE 'N'.
001090         88  WS-CKPT-EOF-YES     VALUE 'Y'.
001100     05  WS-REG-EOF-SW       PIC X(01)      VALUE 'N'.
001110         88  WS-REG-EOF-YES      VALUE 'Y'.
001120     05  WS-CHG-EOF-SW       PIC X(01)      VALUE 'N'.
001130         88  WS-CHG-EOF-YES      VALUE 'Y'.
001140     05  WS-CKPT-AVAIL-SW    PIC X(01)      VALUE 'N'.
001150         88  WS-CKPT-AVAIL       VALUE 'Y'.
001160     05  WS-DISAGREE-SW      PIC X(01)      VALUE 'N'.
001170         88  WS-DISAGREE-YES     VALUE 'Y'.
001173     05  WS-APPLIED-DIFF-SW  PIC X(01)      VALUE 'N'.
001176         88  WS-APPLIED-DIFF     VALUE 'Y'.
001180*
001190 01  WS-TODAY-SWEEP-ID       PIC X(08)      VALUE SPACES.
001200*
001210*    SHOP DEFAULT AND SWITCH ORDER ARE THOSE OF CS104 AND THE
001220*    CS1OPTR LAYOUT: -CPN -SPN -SCO -MSI -VNP -WAR -WES -CEM.
001230 01  WS-SHOP-DEFAULT         PIC X(08)      VALUE 'YYYYYYYY'.
001240 01  WS-EXPECTED-SWITCHES    PIC X(08)      VALUE SPACES.
001250 01  WS-EXPECTED-TABLE REDEFINES WS-EXPECTED-SWITCHES.
001260     05  WS-EXP-SWITCH       PIC X(01)      OCCURS 8 TIMES.
001270 01  WS-OVERRIDE-SWITCHES    PIC X(08)      VALUE SPACES.
001280 01  WS-OVERRIDE-TABLE REDEFINES WS-OVERRIDE-SWITCHES.
001290     05  WS-OVR-SWITCH       PIC X(01)      OCCURS 8 TIMES.
001300*
001310 01  WS-REG-TABLE-COUNTERS.
001320     05  WS-REG-COUNT        PIC 9(04)      COMP   VALUE ZERO.
001330     05  WS-REG-IX           PIC 9(04)      COMP   VALUE ZERO.
001340     05  WS-MAX-REG          PIC 9(04)      COMP   VALUE 200.
001350     05  WS-SUB              PIC 9(02)      COMP   VALUE ZERO.
001360*
001370 01  WS-REG-TABLE.
001380     05  WS-REG-ENTRY        OCCURS 200 TIMES
001390                             INDEXED BY WS-REG-IDX.
001400         10  WS-TBL-REG-PROGRAM      PIC X(08).
001410         10  WS-TBL-REG-SWITCHES     PIC X(08).
001420*
001430*    TONIGHT'S CHECKPOINT RECORDS, SO THE MEMBERS THAT COMPILED
001440*    WITHOUT LEAVING AN OPTIONS LINE CAN BE LISTED AT THE END.
001450 01  WS-CKP-TABLE-COUNTERS.
001460     05  WS-CKP-COUNT        PIC 9(04)      COMP   VALUE ZERO.
001470     05  WS-CKP-IX           PIC 9(04)      COMP   VALUE ZERO.
001480     05  WS-FOUND-IX         PIC 9(04)      COMP   VALUE ZERO.
001490     05  WS-MAX-CKP          PIC 9(04)      COMP   VALUE 2000.
001500*
001510 01  WS-CKP-TABLE.
001520     05  WS-CKP-ENTRY        OCCURS 2000 TIMES
001530                             INDEXED BY WS-CKP-IDX.
001540         10  WS-TBL-CKP-MEMBER       PIC X(08).
001550         10  WS-TBL-CKP-STATUS       PIC X(01).
001560         10  WS-TBL-CKP-SWITCHES     PIC X(08).
001570         10  WS-TBL-CKP-SEEN-SW      PIC X(01).
001580             88  WS-TBL-CKP-SEEN         VALUE 'Y'.
001590*
001600 01  WS-CHG-TABLE-COUNTERS.
001610     05  WS-CHG-COUNT        PIC 9(04)      COMP   VALUE ZERO.
001620     05  WS-CHG-IX           PIC 9(04)      COMP   VALUE ZERO.
001630     05  WS-MAX-CHG          PIC 9(04)      COMP   VALUE 500.
001640*
001650 01  WS-CHG-TABLE.
001660     05  WS-CHG-ENTRY        OCCURS 500 TIMES
001670                             INDEXED BY WS-CHG-IDX.
001680         10  WS-TBL-CHG-NAME         PIC X(08).
001690*
001700 01  WS-CHANGED-SW           PIC X(01)      VALUE 'N'.
001710     88  WS-CHANGED-YES          VALUE 'Y'.
001720 01  WS-FLAG-TEXT            PIC X(60)      VALUE SPACES.
001730 01  WS-FLAG-POS             PIC 9(03)      COMP   VALUE ZERO.
001740*
001750 01  WS-COUNTERS.
001760     05  WS-MODULE-COUNT     PIC 9(05)      COMP   VALUE ZERO.
001770     05  WS-DISAGREE-COUNT   PIC 9(05)      COMP   VALUE ZERO.
001780     05  WS-NOT-IN-CKPT-COUNT    PIC 9(05)  COMP   VALUE ZERO.
001790     05  WS-NO-LINE-COUNT    PIC 9(05)      COMP   VALUE ZERO.
001800     05  WS-MODULE-COUNT-ED  PIC ZZZZ9.
001810     05  WS-DISAGREE-COUNT-ED    PIC ZZZZ9.
001820     05  WS-NOT-IN-CKPT-COUNT-ED PIC ZZZZ9.
001830     05  WS-NO-LINE-COUNT-ED PIC ZZZZ9.
001840*
001850 01  WS-HEADING-1            PIC X(70)      VALUE
001860     'CS130 - PREPROCESSOR OPTIONS RECONCILIATION'.
001870 01  WS-SWEEP-LINE.
001880     05  FILLER              PIC X(18) VALUE 'SWEEP-ID CHECKED: '.
001890     05  SL-SWEEP-ID         PIC X(08).
001900 01  WS-LEGEND-LINE          PIC X(70)      VALUE
001910     'SWITCH ORDER: CPN SPN SCO MSI VNP WAR WES CEM'.
001920 01  WS-HEADING-2.
001930     05  FILLER              PIC X(10) VALUE 'MODULE'.
001940     05  FILLER              PIC X(10) VALUE 'USED'.
001950     05  FILLER              PIC X(10) VALUE 'APPLIED'.
001960     05  FILLER              PIC X(10) VALUE 'EXPECTED'.
001970     05  FILLER              PIC X(04) VALUE 'WOP'.
001980     05  FILLER              PIC X(56) VALUE 'FLAGS'.
001990 01  WS-DETAIL-LINE.
002000     05  DL-MODULE           PIC X(10).
002010     05  DL-USED             PIC X(10).
002020     05  DL-APPLIED          PIC X(10).
002030     05  DL-EXPECTED         PIC X(10).
002040     05  DL-WOP              PIC X(04).
002050     05  DL-FLAGS            PIC X(56).
002060 01  WS-TOTAL-LINE           PIC X(100).
002070*
002080 01  WS-RLOG-INTERFACE.
002090     COPY CS1RLGI.
002092*
002094 01  WS-PDAT-INTERFACE.
002096     COPY CS1PDTI.
002100*
002110 PROCEDURE                   DIVISION.
002120*
002130 0000-MAINLINE.
002140     PERFORM 9000-LOG-START THRU 9000-LOG-START-EXIT.
002150     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
002160     PERFORM 2000-PROCESS-REPOSITORY
002170         THRU 2000-PROCESS-REPOSITORY-EXIT
002180         UNTIL WS-PRE-EOF-YES.
002190     PERFORM 3000-LIST-NO-OPTIONS THRU 3000-LIST-NO-OPTIONS-EXIT
002200         VARYING WS-CKP-IX FROM 1 BY 1
002210         UNTIL WS-CKP-IX > WS-CKP-COUNT.
002220     PERFORM 8000-FINISH THRU 8000-FINISH-EXIT.
002230     PERFORM 9100-LOG-END THRU 9100-LOG-END-EXIT.
002240     STOP RUN.
002250*
002260 1000-INITIALIZE.
002270     CALL 'CS133'            USING WS-PDAT-INTERFACE.
002275     MOVE LK-PDAT-SWEEP-ID   TO WS-TODAY-SWEEP-ID.
002280     OPEN OUTPUT CS130-RPT-FILE.
002290     IF NOT WS-RPT-OK
002300         DISPLAY 'CS130 - CANNOT OPEN RECONCILIATION REPORT'
002310         STOP RUN
002320     END-IF.
002330     MOVE WS-HEADING-1       TO CS130-RPT-REC.
002340     WRITE CS130-RPT-REC.
002350     MOVE WS-TODAY-SWEEP-ID  TO SL-SWEEP-ID.
002360     MOVE WS-SWEEP-LINE      TO CS130-RPT-REC.
002370     WRITE CS130-RPT-REC.
002380     MOVE WS-LEGEND-LINE     TO CS130-RPT-REC.
002390     WRITE CS130-RPT-REC.
002400     MOVE SPACES             TO CS130-RPT-REC.
002410     WRITE CS130-RPT-REC.
002420     MOVE WS-HEADING-2       TO CS130-RPT-REC.
002430     WRITE CS130-RPT-REC.
002440     OPEN INPUT CS130-PRE-FILE.
002450     IF NOT WS-PRE-OK
002460         DISPLAY 'CS130 - CANNOT OPEN HEADER REPOSITORY'
002470         STOP RUN
002480     END-IF.
002490     PERFORM 1100-LOAD-REGISTRY THRU 1100-LOAD-REGISTRY-EXIT.
002500     PERFORM 1200-LOAD-CHANGED THRU 1200-LOAD-CHANGED-EXIT.
002510     PERFORM 1300-LOAD-CHECKPOINT THRU 1300-LOAD-CHECKPOINT-EXIT.
002520 1000-INITIALIZE-EXIT.
002530     EXIT.
002540*
002550 1100-LOAD-REGISTRY.
002560*    NO REGISTRY MEANS NO OVERRIDES: EVERY MODULE IS EXPECTED
002570*    TO RUN WITH THE SHOP DEFAULT, THE SAME FALLBACK AS CS104.
002580     OPEN INPUT CS130-REG-FILE.
002590     IF NOT WS-REG-OK
002600         DISPLAY 'CS130 - NO OVERRIDE REGISTRY, SHOP DEFAULTS '
002610             'EXPECTED'
002620         GO TO 1100-LOAD-REGISTRY-EXIT
002630     END-IF.
002640     PERFORM 1150-LOAD-REG-RECORD THRU 1150-LOAD-REG-RECORD-EXIT
002650         UNTIL WS-REG-EOF-YES.
002660     CLOSE CS130-REG-FILE.
002670 1100-LOAD-REGISTRY-EXIT.
002680     EXIT.
002690*
002700 1150-LOAD-REG-RECORD.
002710     READ CS130-REG-FILE NEXT RECORD
002720         AT END
002730             SET WS-REG-EOF-YES  TO TRUE
002740             GO TO 1150-LOAD-REG-RECORD-EXIT
002750     END-READ.
002760     IF WS-REG-COUNT < WS-MAX-REG
002770         ADD 1               TO WS-REG-COUNT
002780         SET WS-REG-IDX      TO WS-REG-COUNT
002790         MOVE CS1-OPTR-PROGRAM-NAME IN CS130-REG-REC
002800             TO WS-TBL-REG-PROGRAM (WS-REG-IDX)
002810         MOVE CS1-OPTR-SWITCHES IN CS130-REG-REC
002820             TO WS-TBL-REG-SWITCHES (WS-REG-IDX)
002830     ELSE
002840         DISPLAY 'CS130 - REGISTRY TABLE FULL, RECORD DROPPED: '
002850             CS1-OPTR-PROGRAM-NAME IN CS130-REG-REC
002860     END-IF.
002870 1150-LOAD-REG-RECORD-EXIT.
002880     EXIT.
002890*
002900 1200-LOAD-CHANGED.
002910*    NO CHANGED LIST MEANS NOTHING WAS CHANGED TONIGHT, SO NO
002920*    -WOP= USE CAN BE FLAGGED AGAINST A CHANGED MEMBER.
002930     OPEN INPUT CS130-CHG-FILE.
002940     IF NOT WS-CHG-OK
002950         DISPLAY 'CS130 - NO CHANGED LIST, -WOP= NOT CHECKED '
002960             'AGAINST CHANGED MEMBERS'
002970         GO TO 1200-LOAD-CHANGED-EXIT
002980     END-IF.
002990     PERFORM 1250-LOAD-CHG-RECORD THRU 1250-LOAD-CHG-RECORD-EXIT
003000         UNTIL WS-CHG-EOF-YES.
003010     CLOSE CS130-CHG-FILE.
003020 1200-LOAD-CHANGED-EXIT.
003030     EXIT.
003040*
003050 1250-LOAD-CHG-RECORD.
003060     READ CS130-CHG-FILE
003070         AT END
003080             SET WS-CHG-EOF-YES  TO TRUE
003090             GO TO 1250-LOAD-CHG-RECORD-EXIT
003100     END-READ.
003110     IF CS130-CHG-REC = SPACES
003120         GO TO 1250-LOAD-CHG-RECORD-EXIT
003130     END-IF.
003140     IF WS-CHG-COUNT < WS-MAX-CHG
003150         ADD 1               TO WS-CHG-COUNT
003160         SET WS-CHG-IDX      TO WS-CHG-COUNT
003170         MOVE CS130-CHG-REC  TO WS-TBL-CHG-NAME (WS-CHG-IDX)
003180     ELSE
003190         DISPLAY 'CS130 - CHANGED TABLE FULL, RECORD DROPPED: '
003200             CS130-CHG-REC
003210     END-IF.
003220 1250-LOAD-CHG-RECORD-EXIT.
003230     EXIT.
003240*
003250 1300-LOAD-CHECKPOINT.
003260*    ONLY TONIGHT'S DONE AND FAILED RECORDS ARE KEPT - A MEMBER
003270*    STILL PENDING OR BLOCKED NEVER REACHED THE PREPROCESSOR.
003280*    WITHOUT THE CHECKPOINT THE APPLIED COLUMN IS LEFT BLANK
003290*    AND ONLY THE REGISTRY COMPARISON IS MADE.
003300     OPEN INPUT CS130-CKPT-FILE.
003310     IF NOT WS-CKPT-OK
003320         DISPLAY 'CS130 - NO CHECKPOINT FILE, APPLIED SWITCHES '
003330             'NOT CHECKED'
003340         GO TO 1300-LOAD-CHECKPOINT-EXIT
003350     END-IF.
003360     MOVE 'Y'                TO WS-CKPT-AVAIL-SW.
003370     PERFORM 1350-LOAD-CKPT-RECORD THRU 1350-LOAD-CKPT-RECORD-EXIT
003380         UNTIL WS-CKPT-EOF-YES.
003390     CLOSE CS130-CKPT-FILE.
003400 1300-LOAD-CHECKPOINT-EXIT.
003410     EXIT.
003420*
003430 1350-LOAD-CKPT-RECORD.
003440     READ CS130-CKPT-FILE NEXT RECORD
003450         AT END
003460             SET WS-CKPT-EOF-YES TO TRUE
003470             GO TO 1350-LOAD-CKPT-RECORD-EXIT
003480     END-READ.
003490     IF CS1-CKPT-SWEEP-ID NOT = WS-TODAY-SWEEP-ID
003500         GO TO 1350-LOAD-CKPT-RECORD-EXIT
003510     END-IF.
003520     IF NOT CS1-CKPT-DONE AND NOT CS1-CKPT-FAILED
003530         GO TO 1350-LOAD-CKPT-RECORD-EXIT
003540     END-IF.
003550     IF WS-CKP-COUNT < WS-MAX-CKP
003560         ADD 1               TO WS-CKP-COUNT
003570         SET WS-CKP-IDX      TO WS-CKP-COUNT
003580         MOVE CS1-CKPT-MEMBER-NAME
003590                             TO WS-TBL-CKP-MEMBER (WS-CKP-IDX)
003600         MOVE CS1-CKPT-STATUS
003610                             TO WS-TBL-CKP-STATUS (WS-CKP-IDX)
003620         MOVE CS1-CKPT-SWITCHES-APPLIED
003630                             TO WS-TBL-CKP-SWITCHES (WS-CKP-IDX)
003640         MOVE 'N'            TO WS-TBL-CKP-SEEN-SW (WS-CKP-IDX)
003650     ELSE
003660         DISPLAY 'CS130 - CHECKPOINT TABLE FULL, RECORD DROPPED: '
003670             CS1-CKPT-MEMBER-NAME
003680     END-IF.
003690 1350-LOAD-CKPT-RECORD-EXIT.
003700     EXIT.
003710*
003720 2000-PROCESS-REPOSITORY.
003730     READ CS130-PRE-FILE NEXT RECORD
003740         AT END
003750             SET WS-PRE-EOF-YES  TO TRUE
003760             GO TO 2000-PROCESS-REPOSITORY-EXIT
003770     END-READ.
003780     IF CS1-PREP-SWEEP-ID NOT = WS-TODAY-SWEEP-ID
003790         GO TO 2000-PROCESS-REPOSITORY-EXIT
003800     END-IF.
003810     IF NOT CS1-PREP-OPTIONS
003820         GO TO 2000-PROCESS-REPOSITORY-EXIT
003830     END-IF.
003840     ADD 1                   TO WS-MODULE-COUNT.
003850     MOVE 'N'                TO WS-DISAGREE-SW.
003860     MOVE SPACES             TO WS-DETAIL-LINE WS-FLAG-TEXT.
003870     MOVE 1                  TO WS-FLAG-POS.
003880     MOVE CS1-PREP-MODULE    TO DL-MODULE.
003890     MOVE CS1-PREP-OPT-SWITCHES  TO DL-USED.
003900     IF CS1-PREP-OPT-WOP-PRESENT
003910         MOVE 'YES'          TO DL-WOP
003920     ELSE
003930         MOVE 'NO'           TO DL-WOP
003940     END-IF.
003950     PERFORM 2100-BUILD-EXPECTED THRU 2100-BUILD-EXPECTED-EXIT.
003960     MOVE WS-EXPECTED-SWITCHES   TO DL-EXPECTED.
003970     PERFORM 2200-FIND-CHECKPOINT THRU 2200-FIND-CHECKPOINT-EXIT.
003980     IF WS-FOUND-IX > ZERO
004000         MOVE WS-TBL-CKP-SWITCHES (WS-FOUND-IX) TO DL-APPLIED
004010         IF WS-APPLIED-DIFF
004030             SET WS-DISAGREE-YES TO TRUE
004040             STRING 'APPLIED<>USED ' DELIMITED BY SIZE
004050                 INTO WS-FLAG-TEXT WITH POINTER WS-FLAG-POS
004060         END-IF
004070     END-IF.
004080     IF WS-EXPECTED-SWITCHES NOT = CS1-PREP-OPT-SWITCHES
004090         SET WS-DISAGREE-YES TO TRUE
004100         STRING 'REGISTRY<>USED ' DELIMITED BY SIZE
004110             INTO WS-FLAG-TEXT WITH POINTER WS-FLAG-POS
004120     END-IF.
004130     IF CS1-PREP-OPT-WOP-PRESENT
004140         PERFORM 2300-CHECK-CHANGED THRU 2300-CHECK-CHANGED-EXIT
004150         IF WS-CHANGED-YES
004160             SET WS-DISAGREE-YES TO TRUE
004170             STRING '-WOP ON CHANGED MEMBER ' DELIMITED BY SIZE
004180                 INTO WS-FLAG-TEXT WITH POINTER WS-FLAG-POS
004190         END-IF
004200     END-IF.
004210     IF WS-FOUND-IX = ZERO AND WS-CKPT-AVAIL
004220         ADD 1               TO WS-NOT-IN-CKPT-COUNT
004230         STRING 'NOT IN CHECKPOINT' DELIMITED BY SIZE
004240             INTO WS-FLAG-TEXT WITH POINTER WS-FLAG-POS
004250     END-IF.
004260     IF WS-DISAGREE-YES
004270         ADD 1               TO WS-DISAGREE-COUNT
004280     END-IF.
004290     MOVE WS-FLAG-TEXT       TO DL-FLAGS.
004300     MOVE WS-DETAIL-LINE     TO CS130-RPT-REC.
004310     WRITE CS130-RPT-REC.
004320 2000-PROCESS-REPOSITORY-EXIT.
004330     EXIT.
004340*
004350 2100-BUILD-EXPECTED.
004360*    FOLD THE MODULE'S REGISTRY OVERRIDES INTO THE SHOP DEFAULT
004370*    THE SAME WAY CS104 3100-BUILD-SWITCH-SET DOES: A SPACE IN
004380*    THE OVERRIDE MEANS "USE THE DEFAULT FOR THIS SWITCH".
004390     MOVE WS-SHOP-DEFAULT    TO WS-EXPECTED-SWITCHES.
004400     MOVE SPACES             TO WS-OVERRIDE-SWITCHES.
004410     PERFORM VARYING WS-REG-IX FROM 1 BY 1
004420             UNTIL WS-REG-IX > WS-REG-COUNT
004430         IF WS-TBL-REG-PROGRAM (WS-REG-IX) = CS1-PREP-MODULE
004440             MOVE WS-TBL-REG-SWITCHES (WS-REG-IX)
004450                 TO WS-OVERRIDE-SWITCHES
004460         END-IF
004470     END-PERFORM.
004480     PERFORM VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > 8
004490         IF WS-OVR-SWITCH (WS-SUB) NOT = SPACE
004500             MOVE WS-OVR-SWITCH (WS-SUB)
004510                 TO WS-EXP-SWITCH (WS-SUB)
004520         END-IF
004530     END-PERFORM.
004540 2100-BUILD-EXPECTED-EXIT.
004550     EXIT.
004560*
004570 2200-FIND-CHECKPOINT.
004580*    WS-FOUND-IX COMES BACK ZERO WHEN THE MODULE HAS NO DONE OR
004590*    FAILED CHECKPOINT RECORD IN TONIGHT'S SWEEP.
004592*    THE OPT RECORD IS KEYED ON THE MODULE NAME ALONE, SO WHEN
004594*    BOTH LIBRARIES COMPILED THE NAME TONIGHT EVERY COPY IS
004596*    MARKED SEEN, AND ANY COPY APPLIED DIFFERENTLY COUNTS.
004600     MOVE ZERO               TO WS-FOUND-IX.
004605     MOVE 'N'                TO WS-APPLIED-DIFF-SW.
004610     PERFORM VARYING WS-CKP-IDX FROM 1 BY 1
004620             UNTIL WS-CKP-IDX > WS-CKP-COUNT
004630         IF WS-TBL-CKP-MEMBER (WS-CKP-IDX) = CS1-PREP-MODULE
004632             MOVE 'Y'        TO WS-TBL-CKP-SEEN-SW (WS-CKP-IDX)
004634             IF WS-FOUND-IX = ZERO
004636                 SET WS-FOUND-IX TO WS-CKP-IDX
004638             END-IF
004640             IF WS-TBL-CKP-SWITCHES (WS-CKP-IDX)
004642                     NOT = CS1-PREP-OPT-SWITCHES
004644                 MOVE 'Y'    TO WS-APPLIED-DIFF-SW
004646             END-IF
004650         END-IF
004660     END-PERFORM.
004670 2200-FIND-CHECKPOINT-EXIT.
004680     EXIT.
004690*
004700 2300-CHECK-CHANGED.
004710     MOVE 'N'                TO WS-CHANGED-SW.
004720     PERFORM VARYING WS-CHG-IDX FROM 1 BY 1
004730             UNTIL WS-CHG-IDX > WS-CHG-COUNT OR WS-CHANGED-YES
004740         IF WS-TBL-CHG-NAME (WS-CHG-IDX) = CS1-PREP-MODULE
004750             SET WS-CHANGED-YES  TO TRUE
004760         END-IF
004770     END-PERFORM.
004780 2300-CHECK-CHANGED-EXIT.
004790     EXIT.
004800*
004810 3000-LIST-NO-OPTIONS.
004820*    A MEMBER THAT REACHED THE PREPROCESSOR TONIGHT BUT LEFT NO
004830*    OPTIONS LINE CANNOT BE RECONCILED; IT IS LISTED SO THE
004840*    GAP IS SEEN, BUT IT IS NOT COUNTED AS A DISAGREEMENT.
004850     IF WS-TBL-CKP-SEEN (WS-CKP-IX)
004860         GO TO 3000-LIST-NO-OPTIONS-EXIT
004870     END-IF.
004880     ADD 1                   TO WS-NO-LINE-COUNT.
004890     MOVE SPACES             TO WS-DETAIL-LINE.
004900     MOVE WS-TBL-CKP-MEMBER (WS-CKP-IX)     TO DL-MODULE.
004910     MOVE WS-TBL-CKP-SWITCHES (WS-CKP-IX)   TO DL-APPLIED.
004920     MOVE 'NO OPTIONS LINE'  TO DL-FLAGS.
004930     MOVE WS-DETAIL-LINE     TO CS130-RPT-REC.
004940     WRITE CS130-RPT-REC.
004950 3000-LIST-NO-OPTIONS-EXIT.
004960     EXIT.
004970*
004980 8000-FINISH.
004990     CLOSE CS130-PRE-FILE.
005000     MOVE SPACES             TO CS130-RPT-REC.
005010     WRITE CS130-RPT-REC.
005020     MOVE WS-MODULE-COUNT    TO WS-MODULE-COUNT-ED.
005030     MOVE WS-DISAGREE-COUNT  TO WS-DISAGREE-COUNT-ED.
005040     MOVE SPACES             TO WS-TOTAL-LINE.
005050     STRING 'MODULES CHECKED: ' DELIMITED BY SIZE
005060         WS-MODULE-COUNT-ED  DELIMITED BY SIZE
005070         '   DISAGREEMENTS: ' DELIMITED BY SIZE
005080         WS-DISAGREE-COUNT-ED    DELIMITED BY SIZE
005090         INTO WS-TOTAL-LINE.
005100     MOVE WS-TOTAL-LINE      TO CS130-RPT-REC.
005110     WRITE CS130-RPT-REC.
005120     MOVE WS-NOT-IN-CKPT-COUNT   TO WS-NOT-IN-CKPT-COUNT-ED.
005130     MOVE WS-NO-LINE-COUNT   TO WS-NO-LINE-COUNT-ED.
005140     MOVE SPACES             TO WS-TOTAL-LINE.
005150     STRING 'NOT IN CHECKPOINT: ' DELIMITED BY SIZE
005160         WS-NOT-IN-CKPT-COUNT-ED DELIMITED BY SIZE
005170         '   COMPILED WITH NO OPTIONS LINE: ' DELIMITED BY SIZE
005180         WS-NO-LINE-COUNT-ED DELIMITED BY SIZE
005190         INTO WS-TOTAL-LINE.
005200     MOVE WS-TOTAL-LINE      TO CS130-RPT-REC.
005210     WRITE CS130-RPT-REC.
005220     CLOSE CS130-RPT-FILE.
005230     DISPLAY 'CS130 - MODULES CHECKED: ' WS-MODULE-COUNT
005240         ' DISAGREEMENTS: ' WS-DISAGREE-COUNT.
005250 8000-FINISH-EXIT.
005260     EXIT.
005270*
005280 9000-LOG-START.
005290     MOVE 'CS130'            TO LK-RLOG-PROGRAM.
005300     MOVE 'START'            TO LK-RLOG-EVENT.
005310     MOVE ZERO               TO LK-RLOG-RETURN-CODE.
005320     CALL 'CS122'            USING WS-RLOG-INTERFACE.
005330 9000-LOG-START-EXIT.
005340     EXIT.
005350*
005360 9100-LOG-END.
005370     MOVE 'END'              TO LK-RLOG-EVENT.
005380     MOVE RETURN-CODE        TO LK-RLOG-RETURN-CODE.
005390     CALL 'CS122'            USING WS-RLOG-INTERFACE.
005400 9100-LOG-END-EXIT.
005410     EXIT.
