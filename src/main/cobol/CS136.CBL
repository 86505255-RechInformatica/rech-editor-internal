000010 IDENTIFICATION              DIVISION.
000020 PROGRAM-ID.                 CS136.
000030 AUTHOR.                     J. R. CASSEL.
000040 INSTALLATION.               SIGER - DEPTO DE DESENVOLVIMENTO.
000050 DATE-WRITTEN.               15/10/2026.
000060 DATE-COMPILED.              15/10/2026.
000070*****************************************************************
000080*                                                                *
000090*    CS136 - APPEND-FILE RETENTION / ARCHIVE / PURGE             *
000100*                                                                *
000110*    THE CS100AUD LOOKUP AUDIT, THE CS1RLOG RUN LOG, THE         *
000120*    CS104FDT FAILURE DETAIL, THE CS124JRN AND CS112JRN          *
000130*    JOURNALS AND THE CS103RVW REVIEW FILE ARE OPENED EXTEND     *
000140*    EVERY NIGHT AND WERE NEVER TRIMMED, SO EVERY STEP THAT      *
000150*    RE-READS THEM IN FULL GOT SLOWER EACH MONTH.  THIS STEP     *
000160*    TAKES ONE CS136CTL CARD PER DATASET - ITS NAME, ITS         *
000170*    RETENTION IN DAYS AND ITS PATH - AND MOVES EVERY RECORD     *
000180*    DATED BEFORE THE PROCESSING DATE LESS THE RETENTION TO A    *
000190*    DATED ARCHIVE BESIDE IT (<PATH>.AYYYYMMDD, EXTENDED IF THE  *
000200*    STEP RUNS TWICE THE SAME NIGHT), THEN REWRITES THE LIVE     *
000210*    FILE WITH ONLY THE RECORDS KEPT.  A RECORD IS DATED BY THE  *
000220*    STAMP, SWEEP-ID OR DATE IN ITS FIRST EIGHT BYTES, EXCEPT    *
000230*    IN CS103RVW: A SIGNED-OFF HIT IS DATED BY ITS SIGN-OFF      *
000240*    (OR, FAILING THAT, BY THE DATE CS103 LOGGED IT), AND A HIT  *
000250*    STILL UNSIGNED IS PROTECTED - NEVER ARCHIVED, HOWEVER OLD.  *
000260*    A RECORD WITH NO USABLE DATE IS KEPT.  THE LIVE FILE IS     *
000270*    ONLY REWRITTEN ONCE THE WHOLE ARCHIVE HAS BEEN WRITTEN.     *
000280*    KEPT, ARCHIVED AND PROTECTED COUNTS ARE REPORTED PER        *
000290*    DATASET ON CS136RPT AND JOURNALED TO CS136JRN.              *
000300*                                                                *
000310*    MODIFICATION HISTORY                                        *
000320*    ----------------------                                      *
000330*    DATE       INIT DESCRIPTION                                 *
000340*    ---------- ---- ------------------------------------------- *
000350*    2026-10-15 JRC  ORIGINAL PROGRAM.                           *
000360*                                                                *
000370*****************************************************************
000380 ENVIRONMENT                 DIVISION.
000390 CONFIGURATION               SECTION.
000400 SPECIAL-NAMES.
000410     DECIMAL-POINT IS COMMA.
000420 INPUT-OUTPUT                SECTION.
000430 FILE-CONTROL.
000440     SELECT CS136-CTL-FILE   ASSIGN TO CS136CTL
000450                             ORGANIZATION IS LINE SEQUENTIAL
000460                             FILE STATUS IS WS-CTL-STATUS.
000470
000480     SELECT CS136-JRN-FILE   ASSIGN TO CS136JRN
000490                             ORGANIZATION IS LINE SEQUENTIAL
000500                             FILE STATUS IS WS-JRN-STATUS.
000510
000520     SELECT CS136-RPT-FILE   ASSIGN TO CS136RPT
000530                             ORGANIZATION IS LINE SEQUENTIAL
000540                             FILE STATUS IS WS-RPT-STATUS.
000550
000560     SELECT CS136-LIVE-FILE  ASSIGN TO DYNAMIC WS-LIVE-PATH
000570                             ORGANIZATION IS LINE SEQUENTIAL
000580                             FILE STATUS IS WS-LIVE-STATUS.
000590
000600     SELECT CS136-WRK-FILE   ASSIGN TO DYNAMIC WS-WORK-PATH
000610                             ORGANIZATION IS LINE SEQUENTIAL
000620                             FILE STATUS IS WS-WRK-STATUS.
000630
000640     SELECT CS136-ARC-FILE   ASSIGN TO DYNAMIC WS-ARCHIVE-PATH
000650                             ORGANIZATION IS LINE SEQUENTIAL
000660                             FILE STATUS IS WS-ARC-STATUS.
000670
000680 DATA                        DIVISION.
000690 FILE                        SECTION.
000700 FD  CS136-CTL-FILE
000710     RECORDING MODE IS F.
000720 01  CS136-CTL-REC.
000730     05  CTL-DATASET-NAME    PIC X(08).
000740         88  CTL-KNOWN-DATASET   VALUE 'CS100AUD' 'CS1RLOG'
000750                                       'CS104FDT' 'CS124JRN'
000760                                       'CS112JRN' 'CS134JRN'
000770                                       'CS103RVW'.
000780         88  CTL-IS-REVIEW       VALUE 'CS103RVW'.
000790     05  CTL-RETAIN-DAYS     PIC X(04).
000800     05  CTL-RETAIN-DAYS-N REDEFINES CTL-RETAIN-DAYS
000810                             PIC 9(04).
000820     05  CTL-DATASET-PATH    PIC X(60).
000830
000840 FD  CS136-JRN-FILE
000850     RECORDING MODE IS F.
000860 01  CS136-JRN-REC.
000870     05  JRN-STAMP           PIC X(14).
000880     05  JRN-ACTION          PIC X(06).
000890     05  JRN-DATASET-NAME    PIC X(08).
000900     05  JRN-CUTOFF-DATE     PIC X(08).
000910     05  JRN-KEPT-COUNT      PIC 9(07).
000920     05  JRN-ARCHIVED-COUNT  PIC 9(07).
000930     05  JRN-PROTECTED-COUNT PIC 9(07).
000940     05  JRN-DATASET-PATH    PIC X(60).
000950     05  JRN-ARCHIVE-PATH    PIC X(70).
000960
000970 FD  CS136-RPT-FILE
000980     RECORDING MODE IS F.
000990 01  CS136-RPT-REC           PIC X(100).
001000
001010 FD  CS136-LIVE-FILE
001020     RECORDING MODE IS F.
001030 01  CS136-LIVE-REC          PIC X(200).
001040
001050 FD  CS136-WRK-FILE
001060     RECORDING MODE IS F.
001070 01  CS136-WRK-REC           PIC X(200).
001080
001090 FD  CS136-ARC-FILE
001100     RECORDING MODE IS F.
001110 01  CS136-ARC-REC           PIC X(200).
001120
001130 WORKING-STORAGE             SECTION.
001140 01  WS-SWITCHES.
001150     05  WS-CTL-STATUS       PIC X(02)      VALUE SPACES.
001160         88  WS-CTL-OK           VALUE '00'.
001170     05  WS-JRN-STATUS       PIC X(02)      VALUE SPACES.
001180         88  WS-JRN-OK           VALUE '00'.
001190     05  WS-RPT-STATUS       PIC X(02)      VALUE SPACES.
001200         88  WS-RPT-OK           VALUE '00'.
001210     05  WS-LIVE-STATUS      PIC X(02)      VALUE SPACES.
001220         88  WS-LIVE-OK          VALUE '00'.
001230     05  WS-WRK-STATUS       PIC X(02)      VALUE SPACES.
001240         88  WS-WRK-OK           VALUE '00'.
001250     05  WS-ARC-STATUS       PIC X(02)      VALUE SPACES.
001260         88  WS-ARC-OK           VALUE '00'.
001270     05  WS-CTL-EOF-SW       PIC X(01)      VALUE 'N'.
001280         88  WS-CTL-EOF-YES      VALUE 'Y'.
001290     05  WS-LIVE-EOF-SW      PIC X(01)      VALUE 'N'.
001300         88  WS-LIVE-EOF-YES     VALUE 'Y'.
001310     05  WS-WRK-EOF-SW       PIC X(01)      VALUE 'N'.
001320         88  WS-WRK-EOF-YES      VALUE 'Y'.
001330     05  WS-ARC-OPEN-SW      PIC X(01)      VALUE 'N'.
001340         88  WS-ARC-OPENED       VALUE 'Y'.
001350     05  WS-FAILED-SW        PIC X(01)      VALUE 'N'.
001360         88  WS-FAILED-YES       VALUE 'Y'.
001370*
001380 01  WS-RUN-STAMP            PIC X(14)      VALUE SPACES.
001390 01  WS-TODAY-DATE           PIC X(08)      VALUE SPACES.
001400 01  WS-CUTOFF-DATE          PIC X(08)      VALUE SPACES.
001410 01  WS-CUTOFF-DATE-N REDEFINES WS-CUTOFF-DATE
001420                             PIC 9(08).
001430 01  WS-RECORD-DATE          PIC X(08)      VALUE SPACES.
001440 01  WS-CUTOFF-INT           PIC S9(08)     COMP   VALUE ZERO.
001450 01  WS-LIVE-PATH            PIC X(70)      VALUE SPACES.
001460 01  WS-WORK-PATH            PIC X(70)      VALUE SPACES.
001470 01  WS-ARCHIVE-PATH         PIC X(70)      VALUE SPACES.
001480*
001490*    A CS103RVW RECORD, SEEN THROUGH THE GENERIC RECORD.
001500 01  WS-REVIEW-VIEW.
001510     COPY CS1WLOG.
001520*
001530 01  WS-DATASET-COUNTERS.
001540     05  WS-KEPT-COUNT       PIC 9(07)      COMP   VALUE ZERO.
001550     05  WS-ARCHIVED-COUNT   PIC 9(07)      COMP   VALUE ZERO.
001560     05  WS-PROTECTED-COUNT  PIC 9(07)      COMP   VALUE ZERO.
001570*
001580 01  WS-COUNTERS.
001590     05  WS-CARD-COUNT       PIC 9(04)      COMP   VALUE ZERO.
001600     05  WS-REJECTED-COUNT   PIC 9(04)      COMP   VALUE ZERO.
001610     05  WS-MISSING-COUNT    PIC 9(04)      COMP   VALUE ZERO.
001620     05  WS-FAILED-COUNT     PIC 9(04)      COMP   VALUE ZERO.
001630     05  WS-TOTAL-KEPT       PIC 9(09)      COMP   VALUE ZERO.
001640     05  WS-TOTAL-ARCHIVED   PIC 9(09)      COMP   VALUE ZERO.
001650     05  WS-TOTAL-PROTECTED  PIC 9(09)      COMP   VALUE ZERO.
001660     05  WS-TOTAL-KEPT-ED    PIC ZZZZZZZZ9.
001670     05  WS-TOTAL-ARCHIVED-ED    PIC ZZZZZZZZ9.
001680     05  WS-TOTAL-PROTECTED-ED   PIC ZZZZZZZZ9.
001690*
001700 01  WS-HEADING-1            PIC X(70)      VALUE
001710     'CS136 - APPEND-FILE RETENTION AND ARCHIVE'.
001720 01  WS-HEADING-2.
001730     05  FILLER              PIC X(10) VALUE 'DATASET'.
001740     05  FILLER              PIC X(08) VALUE 'RETAIN'.
001750     05  FILLER              PIC X(10) VALUE 'CUTOFF'.
001760     05  FILLER              PIC X(10) VALUE '    KEPT'.
001770     05  FILLER              PIC X(10) VALUE 'ARCHIVED'.
001780     05  FILLER              PIC X(10) VALUE 'PROTECTED'.
001790     05  FILLER              PIC X(30) VALUE 'RESULT'.
001800 01  WS-DETAIL-LINE.
001810     05  DL-DATASET          PIC X(10).
001820     05  DL-RETAIN           PIC ZZZ9.
001830     05  FILLER              PIC X(04) VALUE SPACES.
001840     05  DL-CUTOFF           PIC X(10).
001850     05  DL-KEPT             PIC ZZZZZZ9.
001860     05  FILLER              PIC X(03) VALUE SPACES.
001870     05  DL-ARCHIVED         PIC ZZZZZZ9.
001880     05  FILLER              PIC X(03) VALUE SPACES.
001890     05  DL-PROTECTED        PIC ZZZZZZ9.
001900     05  FILLER              PIC X(03) VALUE SPACES.
001910     05  DL-RESULT           PIC X(30).
001920 01  WS-TOTAL-LINE           PIC X(100).
001930*
001940 01  WS-RLOG-INTERFACE.
001950     COPY CS1RLGI.
001960*
001970 01  WS-PDAT-INTERFACE.
001980     COPY CS1PDTI.
001990*
002000 PROCEDURE                   DIVISION.
002010*
002020*    THE RUN LOG IS ONE OF THE FILES THIS STEP REWRITES, AND
002030*    CS122 HOLDS IT OPEN FROM ITS FIRST CALL ON, SO START IS
002040*    STAMPED ONLY AFTER THE LAST CARD.
002050 0000-MAINLINE.
002060     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
002070     PERFORM 2000-PROCESS-CARDS THRU 2000-PROCESS-CARDS-EXIT
002080         UNTIL WS-CTL-EOF-YES.
002090     PERFORM 9000-LOG-START THRU 9000-LOG-START-EXIT.
002100     PERFORM 8000-FINISH THRU 8000-FINISH-EXIT.
002110     PERFORM 9100-LOG-END THRU 9100-LOG-END-EXIT.
002120     STOP RUN.
002130*
002140 1000-INITIALIZE.
002150     MOVE FUNCTION CURRENT-DATE (1:14) TO WS-RUN-STAMP.
002160     CALL 'CS133'            USING WS-PDAT-INTERFACE.
002170     MOVE LK-PDAT-PROCESS-DATE   TO WS-TODAY-DATE.
002180     OPEN INPUT CS136-CTL-FILE.
002190     IF NOT WS-CTL-OK
002200         DISPLAY 'CS136 - CANNOT OPEN CONTROL CARDS'
002210         STOP RUN
002220     END-IF.
002230     OPEN EXTEND CS136-JRN-FILE.
002240     IF NOT WS-JRN-OK
002250         OPEN OUTPUT CS136-JRN-FILE
002260     END-IF.
002270     IF NOT WS-JRN-OK
002280         DISPLAY 'CS136 - CANNOT OPEN RETENTION JOURNAL'
002290         STOP RUN
002300     END-IF.
002310     OPEN OUTPUT CS136-RPT-FILE.
002320     MOVE WS-HEADING-1       TO CS136-RPT-REC.
002330     WRITE CS136-RPT-REC.
002340     MOVE SPACES             TO CS136-RPT-REC.
002350     STRING 'PROCESSING DATE: ' DELIMITED BY SIZE
002360         WS-TODAY-DATE       DELIMITED BY SIZE
002370         INTO CS136-RPT-REC.
002380     WRITE CS136-RPT-REC.
002390     MOVE SPACES             TO CS136-RPT-REC.
002400     WRITE CS136-RPT-REC.
002410     MOVE WS-HEADING-2       TO CS136-RPT-REC.
002420     WRITE CS136-RPT-REC.
002430 1000-INITIALIZE-EXIT.
002440     EXIT.
002450*
002460 2000-PROCESS-CARDS.
002470     READ CS136-CTL-FILE
002480         AT END
002490             SET WS-CTL-EOF-YES  TO TRUE
002500             GO TO 2000-PROCESS-CARDS-EXIT
002510     END-READ.
002520     IF CS136-CTL-REC = SPACES
002530         GO TO 2000-PROCESS-CARDS-EXIT
002540     END-IF.
002550     ADD 1                   TO WS-CARD-COUNT.
002560     MOVE ZERO               TO WS-KEPT-COUNT
002570                                WS-ARCHIVED-COUNT
002580                                WS-PROTECTED-COUNT.
002590     MOVE SPACES             TO WS-CUTOFF-DATE WS-ARCHIVE-PATH.
002600     MOVE SPACES             TO WS-DETAIL-LINE.
002610     MOVE CTL-DATASET-NAME   TO DL-DATASET.
002620*    A CARD FOR A DATASET THIS STEP DOES NOT KNOW THE LAYOUT OF,
002630*    OR WITH NO RETENTION, IS REFUSED RATHER THAN GUESSED AT -
002640*    A WRONG GUESS WOULD ARCHIVE LIVE RECORDS.
002650     IF NOT CTL-KNOWN-DATASET
002660         MOVE 'REJECT - UNKNOWN DATASET'     TO DL-RESULT
002670         GO TO 2000-REJECT-CARD
002680     END-IF.
002690     IF CTL-RETAIN-DAYS NOT NUMERIC
002700             OR CTL-RETAIN-DAYS-N = ZERO
002710         MOVE 'REJECT - NO RETENTION DAYS'   TO DL-RESULT
002720         GO TO 2000-REJECT-CARD
002730     END-IF.
002740     IF CTL-DATASET-PATH = SPACES
002750         MOVE 'REJECT - NO DATASET PATH'     TO DL-RESULT
002760         GO TO 2000-REJECT-CARD
002770     END-IF.
002780     MOVE CTL-RETAIN-DAYS-N  TO DL-RETAIN.
002790     PERFORM 2100-RETAIN-ONE THRU 2100-RETAIN-ONE-EXIT.
002800     GO TO 2000-PROCESS-CARDS-EXIT.
002810 2000-REJECT-CARD.
002820     ADD 1                   TO WS-REJECTED-COUNT.
002830     DISPLAY 'CS136 - CARD REJECTED: ' CS136-CTL-REC (1 : 40).
002840     MOVE WS-DETAIL-LINE     TO CS136-RPT-REC.
002850     WRITE CS136-RPT-REC.
002860     MOVE 'REJECT'           TO JRN-ACTION.
002870     PERFORM 2900-WRITE-JOURNAL THRU 2900-WRITE-JOURNAL-EXIT.
002880 2000-PROCESS-CARDS-EXIT.
002890     EXIT.
002900*
002910 2100-RETAIN-ONE.
002920*    THE CUTOFF IS THE PROCESSING DATE LESS THE RETENTION: A
002930*    RECORD DATED BEFORE IT GOES TO THE ARCHIVE.
002940     COMPUTE WS-CUTOFF-INT = FUNCTION INTEGER-OF-DATE
002950         (FUNCTION NUMVAL (WS-TODAY-DATE)) - CTL-RETAIN-DAYS-N.
002960     COMPUTE WS-CUTOFF-DATE-N =
002970         FUNCTION DATE-OF-INTEGER (WS-CUTOFF-INT).
002980     MOVE WS-CUTOFF-DATE     TO DL-CUTOFF.
002990     MOVE CTL-DATASET-PATH   TO WS-LIVE-PATH.
003000     MOVE SPACES             TO WS-WORK-PATH.
003010     STRING CTL-DATASET-PATH DELIMITED BY SPACE
003020         '.WRK'              DELIMITED BY SIZE
003030         INTO WS-WORK-PATH.
003040     STRING CTL-DATASET-PATH DELIMITED BY SPACE
003050         '.A'                DELIMITED BY SIZE
003060         WS-TODAY-DATE       DELIMITED BY SIZE
003070         INTO WS-ARCHIVE-PATH.
003080     MOVE 'N'                TO WS-LIVE-EOF-SW WS-WRK-EOF-SW
003090                                WS-ARC-OPEN-SW WS-FAILED-SW.
003100     OPEN INPUT CS136-LIVE-FILE.
003110     IF NOT WS-LIVE-OK
003120         ADD 1               TO WS-MISSING-COUNT
003130         DISPLAY 'CS136 - DATASET NOT FOUND: ' CTL-DATASET-PATH
003140         MOVE 'MISSING - NOTHING DONE'   TO DL-RESULT
003150         MOVE 'MISS'         TO JRN-ACTION
003160         MOVE SPACES         TO WS-ARCHIVE-PATH
003170         GO TO 2100-REPORT-ONE
003180     END-IF.
003190     OPEN OUTPUT CS136-WRK-FILE.
003200     IF NOT WS-WRK-OK
003210         CLOSE CS136-LIVE-FILE
003220         DISPLAY 'CS136 - CANNOT OPEN WORK FILE: ' WS-WORK-PATH
003230         SET WS-FAILED-YES   TO TRUE
003240         GO TO 2100-FAILED
003250     END-IF.
003260     PERFORM 2200-SPLIT-RECORD THRU 2200-SPLIT-RECORD-EXIT
003270         UNTIL WS-LIVE-EOF-YES OR WS-FAILED-YES.
003280     CLOSE CS136-LIVE-FILE CS136-WRK-FILE.
003290     IF WS-ARC-OPENED
003300         CLOSE CS136-ARC-FILE
003310     END-IF.
003320     IF WS-FAILED-YES
003330         GO TO 2100-FAILED
003340     END-IF.
003350     IF WS-ARCHIVED-COUNT = ZERO
003360         MOVE 'NOTHING PAST RETENTION'   TO DL-RESULT
003370         MOVE 'NONE'         TO JRN-ACTION
003380         MOVE SPACES         TO WS-ARCHIVE-PATH
003390         GO TO 2100-REPORT-ONE
003400     END-IF.
003410*    THE ARCHIVE IS COMPLETE AND CLOSED; ONLY NOW IS THE LIVE
003420*    FILE REPLACED BY THE KEPT RECORDS.
003430     OPEN INPUT CS136-WRK-FILE.
003440     OPEN OUTPUT CS136-LIVE-FILE.
003450     IF NOT WS-WRK-OK OR NOT WS-LIVE-OK
003460         DISPLAY 'CS136 - CANNOT REWRITE LIVE FILE, KEPT RECORDS '
003470             'ARE IN ' WS-WORK-PATH
003480         SET WS-FAILED-YES   TO TRUE
003490         GO TO 2100-FAILED
003500     END-IF.
003510     PERFORM 2300-COPY-BACK THRU 2300-COPY-BACK-EXIT
003520         UNTIL WS-WRK-EOF-YES.
003530     CLOSE CS136-WRK-FILE CS136-LIVE-FILE.
003540     OPEN OUTPUT CS136-WRK-FILE.
003550     CLOSE CS136-WRK-FILE.
003560     MOVE 'ARCHIVED AND REWRITTEN'   TO DL-RESULT.
003570     MOVE 'PURGE'            TO JRN-ACTION.
003580     GO TO 2100-REPORT-ONE.
003590 2100-FAILED.
003600     ADD 1                   TO WS-FAILED-COUNT.
003610     MOVE 'FAILED - LIVE FILE UNCHANGED' TO DL-RESULT.
003620     MOVE 'FAILED'           TO JRN-ACTION.
003630 2100-REPORT-ONE.
003640     MOVE WS-KEPT-COUNT      TO DL-KEPT.
003650     MOVE WS-ARCHIVED-COUNT  TO DL-ARCHIVED.
003660     MOVE WS-PROTECTED-COUNT TO DL-PROTECTED.
003670     MOVE WS-DETAIL-LINE     TO CS136-RPT-REC.
003680     WRITE CS136-RPT-REC.
003690     ADD WS-KEPT-COUNT       TO WS-TOTAL-KEPT.
003700     ADD WS-ARCHIVED-COUNT   TO WS-TOTAL-ARCHIVED.
003710     ADD WS-PROTECTED-COUNT  TO WS-TOTAL-PROTECTED.
003720     PERFORM 2900-WRITE-JOURNAL THRU 2900-WRITE-JOURNAL-EXIT.
003730 2100-RETAIN-ONE-EXIT.
003740     EXIT.
003750*
003760 2200-SPLIT-RECORD.
003770     READ CS136-LIVE-FILE
003780         AT END
003790             SET WS-LIVE-EOF-YES TO TRUE
003800             GO TO 2200-SPLIT-RECORD-EXIT
003810     END-READ.
003820     MOVE CS136-LIVE-REC (1 : 8) TO WS-RECORD-DATE.
003830     IF CTL-IS-REVIEW
003840         MOVE CS136-LIVE-REC TO WS-REVIEW-VIEW
003850         IF CS1-WLOG-SIGNED-OFF-BY = SPACES
003860             ADD 1           TO WS-PROTECTED-COUNT
003870             GO TO 2200-WRITE-KEPT
003880         END-IF
003890         IF CS1-WLOG-SIGNED-OFF-DATE NUMERIC
003900             MOVE CS1-WLOG-SIGNED-OFF-DATE TO WS-RECORD-DATE
003910         ELSE
003920             MOVE CS1-WLOG-LOGGED-DATE TO WS-RECORD-DATE
003930         END-IF
003940     END-IF.
003950     IF WS-RECORD-DATE NOT NUMERIC
003960             OR WS-RECORD-DATE NOT < WS-CUTOFF-DATE
003970         ADD 1               TO WS-KEPT-COUNT
003980         GO TO 2200-WRITE-KEPT
003990     END-IF.
004000     IF NOT WS-ARC-OPENED
004010         OPEN EXTEND CS136-ARC-FILE
004020         IF NOT WS-ARC-OK
004030             OPEN OUTPUT CS136-ARC-FILE
004040         END-IF
004050         IF NOT WS-ARC-OK
004060             DISPLAY 'CS136 - CANNOT OPEN ARCHIVE: '
004070                 WS-ARCHIVE-PATH
004080             SET WS-FAILED-YES   TO TRUE
004090             GO TO 2200-SPLIT-RECORD-EXIT
004100         END-IF
004110         MOVE 'Y'            TO WS-ARC-OPEN-SW
004120     END-IF.
004130     MOVE CS136-LIVE-REC     TO CS136-ARC-REC.
004140     WRITE CS136-ARC-REC.
004150     IF NOT WS-ARC-OK
004160         DISPLAY 'CS136 - ARCHIVE WRITE FAILED: ' WS-ARCHIVE-PATH
004170         SET WS-FAILED-YES   TO TRUE
004180         GO TO 2200-SPLIT-RECORD-EXIT
004190     END-IF.
004200     ADD 1                   TO WS-ARCHIVED-COUNT.
004210     GO TO 2200-SPLIT-RECORD-EXIT.
004220 2200-WRITE-KEPT.
004230     MOVE CS136-LIVE-REC     TO CS136-WRK-REC.
004240     WRITE CS136-WRK-REC.
004250     IF NOT WS-WRK-OK
004260         DISPLAY 'CS136 - WORK FILE WRITE FAILED: ' WS-WORK-PATH
004270         SET WS-FAILED-YES   TO TRUE
004280     END-IF.
004290 2200-SPLIT-RECORD-EXIT.
004300     EXIT.
004310*
004320 2300-COPY-BACK.
004330     READ CS136-WRK-FILE
004340         AT END
004350             SET WS-WRK-EOF-YES  TO TRUE
004360             GO TO 2300-COPY-BACK-EXIT
004370     END-READ.
004380     MOVE CS136-WRK-REC      TO CS136-LIVE-REC.
004390     WRITE CS136-LIVE-REC.
004400 2300-COPY-BACK-EXIT.
004410     EXIT.
004420*
004430 2900-WRITE-JOURNAL.
004440     MOVE WS-RUN-STAMP       TO JRN-STAMP.
004450     MOVE CTL-DATASET-NAME   TO JRN-DATASET-NAME.
004460     MOVE WS-CUTOFF-DATE     TO JRN-CUTOFF-DATE.
004470     MOVE WS-KEPT-COUNT      TO JRN-KEPT-COUNT.
004480     MOVE WS-ARCHIVED-COUNT  TO JRN-ARCHIVED-COUNT.
004490     MOVE WS-PROTECTED-COUNT TO JRN-PROTECTED-COUNT.
004500     MOVE CTL-DATASET-PATH   TO JRN-DATASET-PATH.
004510     MOVE WS-ARCHIVE-PATH    TO JRN-ARCHIVE-PATH.
004520     WRITE CS136-JRN-REC.
004530 2900-WRITE-JOURNAL-EXIT.
004540     EXIT.
004550*
004560 8000-FINISH.
004570     MOVE WS-TOTAL-KEPT      TO WS-TOTAL-KEPT-ED.
004580     MOVE WS-TOTAL-ARCHIVED  TO WS-TOTAL-ARCHIVED-ED.
004590     MOVE WS-TOTAL-PROTECTED TO WS-TOTAL-PROTECTED-ED.
004600     MOVE SPACES             TO CS136-RPT-REC.
004610     WRITE CS136-RPT-REC.
004620     MOVE SPACES             TO WS-TOTAL-LINE.
004630     STRING 'KEPT: '         DELIMITED BY SIZE
004640         WS-TOTAL-KEPT-ED    DELIMITED BY SIZE
004650         '   ARCHIVED: '     DELIMITED BY SIZE
004660         WS-TOTAL-ARCHIVED-ED    DELIMITED BY SIZE
004670         '   PROTECTED: '    DELIMITED BY SIZE
004680         WS-TOTAL-PROTECTED-ED   DELIMITED BY SIZE
004690         INTO WS-TOTAL-LINE.
004700     MOVE WS-TOTAL-LINE      TO CS136-RPT-REC.
004710     WRITE CS136-RPT-REC.
004720     CLOSE CS136-CTL-FILE CS136-JRN-FILE CS136-RPT-FILE.
004730     DISPLAY 'CS136 - CARDS PROCESSED: ' WS-CARD-COUNT.
004740     DISPLAY 'CS136 - CARDS REJECTED: ' WS-REJECTED-COUNT.
004750     DISPLAY 'CS136 - DATASETS NOT FOUND: ' WS-MISSING-COUNT.
004760     DISPLAY 'CS136 - DATASETS FAILED: ' WS-FAILED-COUNT.
004770     IF WS-REJECTED-COUNT > ZERO OR WS-MISSING-COUNT > ZERO
004780         MOVE 4              TO RETURN-CODE
004790     END-IF.
004800     IF WS-FAILED-COUNT > ZERO
004810         MOVE 8              TO RETURN-CODE
004820     END-IF.
004830 8000-FINISH-EXIT.
004840     EXIT.
004850*
004860 9000-LOG-START.
004870     MOVE 'CS136'            TO LK-RLOG-PROGRAM.
004880     MOVE 'START'            TO LK-RLOG-EVENT.
004890     MOVE ZERO               TO LK-RLOG-RETURN-CODE.
004900     CALL 'CS122'            USING WS-RLOG-INTERFACE.
004910 9000-LOG-START-EXIT.
004920     EXIT.
004930*
004940 9100-LOG-END.
004950     MOVE 'END'              TO LK-RLOG-EVENT.
004960     MOVE RETURN-CODE        TO LK-RLOG-RETURN-CODE.
004970     CALL 'CS122'            USING WS-RLOG-INTERFACE.
004980 9100-LOG-END-EXIT.
004990     EXIT.
