000010 IDENTIFICATION              DIVISION.
000020 PROGRAM-ID.                 CS137.
000030 AUTHOR.                     J. R. CASSEL.
000040 INSTALLATION.               SIGER - DEPTO DE DESENVOLVIMENTO.
000050 DATE-WRITTEN.               15/10/2026.
000060 DATE-COMPILED.              15/10/2026.
000070*****************************************************************
000080*                                                                *
000090*    CS137 - CHANGE-MANAGEMENT TICKET INTERFACE                  *
000100*                                                                *
000110*    SWEEP FAILURES WERE RAISED AS TICKETS BY WHOEVER READ THE   *
000120*    CS118 REPORT, SO THE SAME BROKEN MEMBER GOT A NEW TICKET    *
000130*    EVERY NIGHT OR NONE AT ALL.  THIS STEP WRITES THE           *
000140*    TICKETING SYSTEM'S INPUT INSTEAD: CS137EXT, ONE ';'         *
000150*    DELIMITED RECORD PER TICKET ACTION -                        *
000160*      NEW       A MEMBER/ERROR-CODE PAIR FAILED TONIGHT (ITS    *
000170*                CS104FDT LINES, READ AS CS137FDT) WITH NO OPEN  *
000180*                TICKET: MEMBER, LIBRARY, ERROR CODE, FIRST      *
000190*                MESSAGE TEXT AND SWEEP-ID;                      *
000200*      UPDATE    THE PAIR FAILED AGAIN AND ALREADY HAS AN OPEN   *
000210*                TICKET - SAME REFERENCE, FAILURE COUNT RAISED;  *
000220*      RESOLVED  THE CS1HIST HISTORY (CS117HIS) SHOWS THE MEMBER *
000230*                COMPILED CLEAN AFTER THE TICKET'S LAST FAILURE. *
000240*    THE CS1TKTR TRACKING FILE LINKS EACH PAIR TO ITS TICKET.    *
000250*    IT IS READ AS CS137TRK AND WRITTEN AS CS137NEW; THE JOB     *
000260*    STREAM CATALOGS IT BACK, LIKE CS134OWN.  THE CS104          *
000270*    CHECKPOINT DECIDES WHICH MEMBERS FAILED TONIGHT, AND        *
000280*    SUPPLIES THEIR LIBRARY.  CS137RPT LISTS THE NIGHT'S TICKET  *
000290*    ACTIONS, THEN RECONCILES: EVERY TICKET STILL OPEN WHOSE     *
000300*    MEMBER HAS COMPILED CLEAN SINCE THE TICKET WAS OPENED IS    *
000310*    LISTED (RETURN CODE 4) - THE TICKET IS OUT OF STEP WITH THE *
000320*    MEMBER AND NEEDS A LOOK BY HAND.  A SECOND RUN THE SAME     *
000330*    NIGHT SENDS NOTHING TWICE.                                  *
000340*                                                                *
000350*    MODIFICATION HISTORY                                        *
000360*    ----------------------                                      *
000370*    DATE       INIT DESCRIPTION                                 *
000380*    ---------- ---- ------------------------------------------- *
000390*    2026-10-15 JRC  ORIGINAL PROGRAM.                           *
000392*    2026-10-15 JRC  CHECKPOINT AND HISTORY KEYS NOW CARRY THE   *
000394*                    LIBRARY; A TICKET IS RESOLVED ONLY BY A     *
000396*                    CLEAN COMPILE OF THE SAME LIBRARY'S COPY.   *
000397*    2026-10-15 JRC  A MEMBER NAME THAT FAILED IN BOTH LIBRARIES *
000398*                    IS HELD ONCE WITH NO LIBRARY, SO ITS TICKET *
000399*                    IS NOT PINNED TO A COPY THE DIAGNOSTICS MAY *
000400*                    NOT HAVE COME FROM.                         *
000401*                                                                *
000410*****************************************************************
000420 ENVIRONMENT                 DIVISION.
000430 CONFIGURATION               SECTION.
000440 SPECIAL-NAMES.
000450     DECIMAL-POINT IS COMMA.
000460 INPUT-OUTPUT                SECTION.
000470 FILE-CONTROL.
000480     SELECT CS137-TRK-FILE   ASSIGN TO CS137TRK
000490                             ORGANIZATION IS LINE SEQUENTIAL
000500                             FILE STATUS IS WS-TRK-STATUS.
000510
000520     SELECT CS137-NEW-FILE   ASSIGN TO CS137NEW
000530                             ORGANIZATION IS LINE SEQUENTIAL
000540                             FILE STATUS IS WS-NEW-STATUS.
000550
000560     SELECT CS137-CKPT-FILE  ASSIGN TO CS104CKP
000570                             ORGANIZATION IS INDEXED
000580                             ACCESS MODE IS SEQUENTIAL
000590                             RECORD KEY IS CS1-CKPT-KEY
000600                             FILE STATUS IS WS-CKPT-STATUS.
000610
000620     SELECT CS137-FDT-FILE   ASSIGN TO CS137FDT
000630                             ORGANIZATION IS LINE SEQUENTIAL
000640                             FILE STATUS IS WS-FDT-STATUS.
000650
000660     SELECT CS137-HIST-FILE  ASSIGN TO CS117HIS
000670                             ORGANIZATION IS INDEXED
000680                             ACCESS MODE IS SEQUENTIAL
000690                             RECORD KEY IS CS1-HIST-KEY
000700                             FILE STATUS IS WS-HIST-STATUS.
000710
000720     SELECT CS137-EXT-FILE   ASSIGN TO CS137EXT
000730                             ORGANIZATION IS LINE SEQUENTIAL
000740                             FILE STATUS IS WS-EXT-STATUS.
000750
000760     SELECT CS137-RPT-FILE   ASSIGN TO CS137RPT
000770                             ORGANIZATION IS LINE SEQUENTIAL
000780                             FILE STATUS IS WS-RPT-STATUS.
000790
000800 DATA                        DIVISION.
000810 FILE                        SECTION.
000820 FD  CS137-TRK-FILE
000830     RECORDING MODE IS F.
000840 01  CS137-TRK-REC.
000850     COPY CS1TKTR.
000860
000870 FD  CS137-NEW-FILE
000880     RECORDING MODE IS F.
000890 01  CS137-NEW-REC           PIC X(200).
000900
000910 FD  CS137-CKPT-FILE
000920     RECORDING MODE IS F.
000930 01  CS137-CKPT-REC.
000940     COPY CS1CKPT.
000950
000960 FD  CS137-FDT-FILE
000970     RECORDING MODE IS F.
000980 01  CS137-FDT-REC.
000990     COPY CS1FDTL.
001000
001010 FD  CS137-HIST-FILE
001020     RECORDING MODE IS F.
001030 01  CS137-HIST-REC.
001040     COPY CS1HIST.
001050
001060 FD  CS137-EXT-FILE
001070     RECORDING MODE IS F.
001080 01  CS137-EXT-REC           PIC X(200).
001090
001100 FD  CS137-RPT-FILE
001110     RECORDING MODE IS F.
001120 01  CS137-RPT-REC           PIC X(100).
001130
001140 WORKING-STORAGE             SECTION.
001150 01  WS-SWITCHES.
001160     05  WS-TRK-STATUS       PIC X(02)      VALUE SPACES.
001170         88  WS-TRK-OK           VALUE '00'.
001180     05  WS-NEW-STATUS       PIC X(02)      VALUE SPACES.
001190         88  WS-NEW-OK           VALUE '00'.
001200     05  WS-CKPT-STATUS      PIC X(02)      VALUE SPACES.
001210         88  WS-CKPT-OK          VALUE '00'.
001220     05  WS-FDT-STATUS       PIC X(02)      VALUE SPACES.
001230         88  WS-FDT-OK           VALUE '00'.
001240     05  WS-HIST-STATUS      PIC X(02)      VALUE SPACES.
001250         88  WS-HIST-OK          VALUE '00'.
001260     05  WS-EXT-STATUS       PIC X(02)      VALUE SPACES.
001270         88  WS-EXT-OK           VALUE '00'.
001280     05  WS-RPT-STATUS       PIC X(02)      VALUE SPACES.
001290         88  WS-RPT-OK           VALUE '00'.
001300     05  WS-TRK-EOF-SW       PIC X(01)      VALUE 'N'.
001310         88  WS-TRK-EOF-YES      VALUE 'Y'.
001320     05  WS-CKPT-EOF-SW      PIC X(01)      VALUE 'N'.
001330         88  WS-CKPT-EOF-YES     VALUE 'Y'.
001340     05  WS-FDT-EOF-SW       PIC X(01)      VALUE 'N'.
001350         88  WS-FDT-EOF-YES      VALUE 'Y'.
001360     05  WS-HIST-EOF-SW      PIC X(01)      VALUE 'N'.
001370         88  WS-HIST-EOF-YES     VALUE 'Y'.
001380     05  WS-CKPT-AVAIL-SW    PIC X(01)      VALUE 'N'.
001390         88  WS-CKPT-AVAIL       VALUE 'Y'.
001400*
001410 01  WS-TODAY-SWEEP-ID       PIC X(08)      VALUE SPACES.
001420 01  WS-FOUND-IX             PIC 9(04)      COMP   VALUE ZERO.
001430 01  WS-LIBRARY-DIR          PIC X(60)      VALUE SPACES.
001440 01  WS-NEXT-SEQ             PIC 9(04)      VALUE ZERO.
001450 01  WS-REF-SEQ              PIC 9(04)      VALUE ZERO.
001460*
001470*    THE TRACKING FILE, PLUS THE LATEST CLEAN COMPILE THE
001480*    HISTORY SHOWS FOR EACH TICKET'S MEMBER.
001490 01  WS-TKT-TABLE-COUNTERS.
001500     05  WS-TKT-COUNT        PIC 9(04)      COMP   VALUE ZERO.
001510     05  WS-TKT-IX           PIC 9(04)      COMP   VALUE ZERO.
001520     05  WS-MAX-TKTS         PIC 9(04)      COMP   VALUE 2000.
001530*
001540 01  WS-TKT-TABLE.
001550     05  WS-TKT-ENTRY        OCCURS 2000 TIMES
001560                             INDEXED BY WS-TKT-IDX.
001570         10  WS-TBL-TKT-REF      PIC X(12).
001580         10  WS-TBL-TKT-MEMBER   PIC X(08).
001590         10  WS-TBL-TKT-CODE     PIC X(04).
001600         10  WS-TBL-TKT-LIBRARY  PIC X(60).
001610         10  WS-TBL-TKT-STATUS   PIC X(01).
001620             88  WS-TBL-TKT-OPEN     VALUE 'O'.
001630             88  WS-TBL-TKT-RESOLVED VALUE 'R'.
001640         10  WS-TBL-TKT-OPENED   PIC X(08).
001650         10  WS-TBL-TKT-LAST-FAIL    PIC X(08).
001660         10  WS-TBL-TKT-FAIL-COUNT   PIC 9(04).
001670         10  WS-TBL-TKT-RESOLVED-ON  PIC X(08).
001680         10  WS-TBL-TKT-MESSAGE  PIC X(72).
001690         10  WS-TBL-TKT-LAST-CLEAN   PIC X(08).
001700*
001710*    MEMBERS THE CHECKPOINT SHOWS FAILED IN TONIGHT'S SWEEP.
001720 01  WS-FAIL-TABLE-COUNTERS.
001730     05  WS-FAIL-COUNT       PIC 9(04)      COMP   VALUE ZERO.
001740     05  WS-MAX-FAILS        PIC 9(04)      COMP   VALUE 2000.
001750*
001760 01  WS-FAIL-TABLE.
001770     05  WS-FAIL-ENTRY       OCCURS 2000 TIMES
001780                             INDEXED BY WS-FAIL-IDX.
001790         10  WS-TBL-FAIL-MEMBER  PIC X(08).
001800         10  WS-TBL-FAIL-LIBRARY PIC X(60).
001810*
001820*    TONIGHT'S FAILURE CLASSES: ONE ENTRY PER MEMBER/ERROR-CODE
001830*    PAIR, HOLDING THE FIRST MESSAGE LINE OF THE PAIR.
001840 01  WS-PAIR-TABLE-COUNTERS.
001850     05  WS-PAIR-COUNT       PIC 9(04)      COMP   VALUE ZERO.
001860     05  WS-PAIR-IX          PIC 9(04)      COMP   VALUE ZERO.
001870     05  WS-MAX-PAIRS        PIC 9(04)      COMP   VALUE 2000.
001880*
001890 01  WS-PAIR-TABLE.
001900     05  WS-PAIR-ENTRY       OCCURS 2000 TIMES
001910                             INDEXED BY WS-PAIR-IDX.
001920         10  WS-TBL-PAIR-MEMBER  PIC X(08).
001930         10  WS-TBL-PAIR-CODE    PIC X(04).
001940         10  WS-TBL-PAIR-LIBRARY PIC X(60).
001950         10  WS-TBL-PAIR-MESSAGE PIC X(72).
001960*
001970 01  WS-COUNTERS.
001980     05  WS-NEW-TKT-COUNT    PIC 9(05)      COMP   VALUE ZERO.
001990     05  WS-UPDATED-COUNT    PIC 9(05)      COMP   VALUE ZERO.
002000     05  WS-RESOLVED-COUNT   PIC 9(05)      COMP   VALUE ZERO.
002010     05  WS-OPEN-COUNT       PIC 9(05)      COMP   VALUE ZERO.
002020     05  WS-STALE-COUNT      PIC 9(05)      COMP   VALUE ZERO.
002030     05  WS-NEW-TKT-ED       PIC ZZZZ9.
002040     05  WS-UPDATED-ED       PIC ZZZZ9.
002050     05  WS-RESOLVED-ED      PIC ZZZZ9.
002060     05  WS-OPEN-ED          PIC ZZZZ9.
002070     05  WS-STALE-ED         PIC ZZZZ9.
002080*
002090*    ONE TICKET ACTION, AS IT GOES TO THE EXTRACT AND THE REPORT.
002100 01  WS-ACTION.
002110     05  WS-ACT-TYPE         PIC X(08)      VALUE SPACES.
002120     05  WS-ACT-REF          PIC X(12)      VALUE SPACES.
002130     05  WS-ACT-MEMBER       PIC X(08)      VALUE SPACES.
002140     05  WS-ACT-LIBRARY      PIC X(60)      VALUE SPACES.
002150     05  WS-ACT-CODE         PIC X(04)      VALUE SPACES.
002160     05  WS-ACT-MESSAGE      PIC X(72)      VALUE SPACES.
002170     05  WS-ACT-FAIL-COUNT   PIC 9(04)      VALUE ZERO.
002180*
002190 01  WS-HEADING-1            PIC X(70)      VALUE
002200     'CS137 - CHANGE-MANAGEMENT TICKET INTERFACE'.
002210 01  WS-HEADING-2.
002220     05  FILLER              PIC X(10) VALUE 'ACTION'.
002230     05  FILLER              PIC X(14) VALUE 'TICKET'.
002240     05  FILLER              PIC X(10) VALUE 'MEMBER'.
002250     05  FILLER              PIC X(06) VALUE 'CODE'.
002260     05  FILLER              PIC X(07) VALUE 'FAILS'.
002270     05  FILLER              PIC X(53) VALUE 'FIRST MESSAGE'.
002280 01  WS-HEADING-3.
002290     05  FILLER              PIC X(14) VALUE 'TICKET'.
002300     05  FILLER              PIC X(10) VALUE 'MEMBER'.
002310     05  FILLER              PIC X(06) VALUE 'CODE'.
002320     05  FILLER              PIC X(10) VALUE 'OPENED'.
002330     05  FILLER              PIC X(10) VALUE 'LAST FAIL'.
002340     05  FILLER              PIC X(50) VALUE 'CLEAN ON'.
002350 01  WS-DETAIL-LINE.
002360     05  DL-ACTION           PIC X(10).
002370     05  DL-REF              PIC X(14).
002380     05  DL-MEMBER           PIC X(10).
002390     05  DL-CODE             PIC X(06).
002400     05  DL-FAIL-COUNT       PIC ZZZ9.
002410     05  FILLER              PIC X(03).
002420     05  DL-MESSAGE          PIC X(53).
002430 01  WS-RECON-LINE.
002440     05  RL-REF              PIC X(14).
002450     05  RL-MEMBER           PIC X(10).
002460     05  RL-CODE             PIC X(06).
002470     05  RL-OPENED           PIC X(10).
002480     05  RL-LAST-FAIL        PIC X(10).
002490     05  RL-LAST-CLEAN       PIC X(50).
002500 01  WS-TOTAL-LINE           PIC X(100).
002510*
002520 01  WS-RLOG-INTERFACE.
002530     COPY CS1RLGI.
002540*
002550 01  WS-PDAT-INTERFACE.
002560     COPY CS1PDTI.
002570*
002580 PROCEDURE                   DIVISION.
002590*
002600 0000-MAINLINE.
002610     PERFORM 9000-LOG-START THRU 9000-LOG-START-EXIT.
002620     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
002630     PERFORM 2000-RESOLVE-TICKET THRU 2000-RESOLVE-TICKET-EXIT
002640         VARYING WS-TKT-IX FROM 1 BY 1
002650         UNTIL WS-TKT-IX > WS-TKT-COUNT.
002660     PERFORM 3000-RAISE-TICKET THRU 3000-RAISE-TICKET-EXIT
002670         VARYING WS-PAIR-IX FROM 1 BY 1
002680         UNTIL WS-PAIR-IX > WS-PAIR-COUNT.
002690     PERFORM 4000-RECONCILE THRU 4000-RECONCILE-EXIT.
002700     PERFORM 5000-WRITE-NEW-FILE THRU 5000-WRITE-NEW-FILE-EXIT.
002710     PERFORM 8000-FINISH THRU 8000-FINISH-EXIT.
002720     PERFORM 9100-LOG-END THRU 9100-LOG-END-EXIT.
002730     STOP RUN.
002740*
002750 1000-INITIALIZE.
002760     CALL 'CS133'            USING WS-PDAT-INTERFACE.
002770     MOVE LK-PDAT-SWEEP-ID   TO WS-TODAY-SWEEP-ID.
002780     OPEN OUTPUT CS137-EXT-FILE.
002790     IF NOT WS-EXT-OK
002800         DISPLAY 'CS137 - CANNOT OPEN TICKET EXTRACT'
002810         STOP RUN
002820     END-IF.
002830     OPEN OUTPUT CS137-RPT-FILE.
002840     MOVE WS-HEADING-1       TO CS137-RPT-REC.
002850     WRITE CS137-RPT-REC.
002860     MOVE SPACES             TO CS137-RPT-REC.
002870     STRING 'SWEEP-ID: '     DELIMITED BY SIZE
002880         WS-TODAY-SWEEP-ID   DELIMITED BY SIZE
002890         INTO CS137-RPT-REC.
002900     WRITE CS137-RPT-REC.
002910     MOVE SPACES             TO CS137-RPT-REC.
002920     WRITE CS137-RPT-REC.
002930     PERFORM 1100-LOAD-TRACKING THRU 1100-LOAD-TRACKING-EXIT.
002940     PERFORM 1200-LOAD-FAILED THRU 1200-LOAD-FAILED-EXIT.
002950     PERFORM 1300-LOAD-DETAIL THRU 1300-LOAD-DETAIL-EXIT.
002960     PERFORM 1400-LOAD-HISTORY THRU 1400-LOAD-HISTORY-EXIT.
002970     MOVE WS-HEADING-2       TO CS137-RPT-REC.
002980     WRITE CS137-RPT-REC.
002990 1000-INITIALIZE-EXIT.
003000     EXIT.
003010*
003020 1100-LOAD-TRACKING.
003030*    NO TRACKING FILE YET IS THE FIRST RUN: EVERY FAILURE CLASS
003040*    OF THE NIGHT IS A NEW TICKET.  A TICKET RESOLVED ON AN
003050*    EARLIER NIGHT HAS ALREADY BEEN SENT AND IS DROPPED HERE;
003060*    ONE RESOLVED TONIGHT IS KEPT SO A RERUN DOES NOT REOPEN IT.
003070     OPEN INPUT CS137-TRK-FILE.
003080     IF NOT WS-TRK-OK
003090         GO TO 1100-LOAD-TRACKING-EXIT
003100     END-IF.
003110     PERFORM 1150-LOAD-TRK-RECORD THRU 1150-LOAD-TRK-RECORD-EXIT
003120         UNTIL WS-TRK-EOF-YES.
003130     CLOSE CS137-TRK-FILE.
003140 1100-LOAD-TRACKING-EXIT.
003150     EXIT.
003160*
003170 1150-LOAD-TRK-RECORD.
003180     READ CS137-TRK-FILE
003190         AT END
003200             SET WS-TRK-EOF-YES  TO TRUE
003210             GO TO 1150-LOAD-TRK-RECORD-EXIT
003220     END-READ.
003230     IF CS1-TKTR-RESOLVED
003240             AND CS1-TKTR-RESOLVED-SWEEP NOT = WS-TODAY-SWEEP-ID
003250         GO TO 1150-LOAD-TRK-RECORD-EXIT
003260     END-IF.
003270*    TICKET REFERENCES OPENED TONIGHT CONTINUE THEIR SEQUENCE.
003280     IF CS1-TKTR-TICKET-REF (1 : 8) = WS-TODAY-SWEEP-ID
003290             AND CS1-TKTR-TICKET-REF (9 : 4) NUMERIC
003300         MOVE CS1-TKTR-TICKET-REF (9 : 4) TO WS-REF-SEQ
003310         IF WS-REF-SEQ > WS-NEXT-SEQ
003320             MOVE WS-REF-SEQ TO WS-NEXT-SEQ
003330         END-IF
003340     END-IF.
003350     IF WS-TKT-COUNT < WS-MAX-TKTS
003360         ADD 1               TO WS-TKT-COUNT
003370         SET WS-TKT-IDX      TO WS-TKT-COUNT
003380         MOVE CS1-TKTR-TICKET-REF
003390                             TO WS-TBL-TKT-REF (WS-TKT-IDX)
003400         MOVE CS1-TKTR-MEMBER-NAME
003410                             TO WS-TBL-TKT-MEMBER (WS-TKT-IDX)
003420         MOVE CS1-TKTR-ERROR-CODE
003430                             TO WS-TBL-TKT-CODE (WS-TKT-IDX)
003440         MOVE CS1-TKTR-LIBRARY-DIR
003450                             TO WS-TBL-TKT-LIBRARY (WS-TKT-IDX)
003460         MOVE CS1-TKTR-STATUS
003470                             TO WS-TBL-TKT-STATUS (WS-TKT-IDX)
003480         MOVE CS1-TKTR-OPENED-SWEEP
003490                             TO WS-TBL-TKT-OPENED (WS-TKT-IDX)
003500         MOVE CS1-TKTR-LAST-FAIL-SWEEP
003510                             TO WS-TBL-TKT-LAST-FAIL (WS-TKT-IDX)
003520         MOVE CS1-TKTR-FAIL-COUNT
003530                             TO WS-TBL-TKT-FAIL-COUNT (WS-TKT-IDX)
003540         MOVE CS1-TKTR-RESOLVED-SWEEP
003550                 TO WS-TBL-TKT-RESOLVED-ON (WS-TKT-IDX)
003560         MOVE CS1-TKTR-FIRST-MESSAGE
003570                             TO WS-TBL-TKT-MESSAGE (WS-TKT-IDX)
003580         MOVE SPACES         TO WS-TBL-TKT-LAST-CLEAN (WS-TKT-IDX)
003590     ELSE
003600         DISPLAY 'CS137 - TICKET TABLE FULL, RECORD DROPPED: '
003610             CS1-TKTR-TICKET-REF
003620     END-IF.
003630 1150-LOAD-TRK-RECORD-EXIT.
003640     EXIT.
003650*
003660 1200-LOAD-FAILED.
003670*    WITHOUT THE CHECKPOINT EVERY DIAGNOSTIC LINE OF TONIGHT'S
003680*    SWEEP COUNTS, AND THE LIBRARY IS LEFT BLANK.
003690     OPEN INPUT CS137-CKPT-FILE.
003700     IF NOT WS-CKPT-OK
003710         DISPLAY 'CS137 - NO CHECKPOINT, DIAGNOSTICS TAKEN '
003720             'UNFILTERED'
003730         MOVE 'NO CS104 CHECKPOINT - LIBRARY NOT KNOWN'
003740             TO CS137-RPT-REC
003750         WRITE CS137-RPT-REC
003760         GO TO 1200-LOAD-FAILED-EXIT
003770     END-IF.
003780     MOVE 'Y'                TO WS-CKPT-AVAIL-SW.
003790     PERFORM 1250-LOAD-CKPT-RECORD THRU 1250-LOAD-CKPT-RECORD-EXIT
003800         UNTIL WS-CKPT-EOF-YES.
003810     CLOSE CS137-CKPT-FILE.
003820 1200-LOAD-FAILED-EXIT.
003830     EXIT.
003840*
003850 1250-LOAD-CKPT-RECORD.
003860     READ CS137-CKPT-FILE
003870         AT END
003880             SET WS-CKPT-EOF-YES TO TRUE
003890             GO TO 1250-LOAD-CKPT-RECORD-EXIT
003900     END-READ.
003910     IF CS1-CKPT-SWEEP-ID NOT = WS-TODAY-SWEEP-ID
003920             OR NOT CS1-CKPT-FAILED
003930         GO TO 1250-LOAD-CKPT-RECORD-EXIT
003940     END-IF.
003941*    THE DIAGNOSTIC LINES CARRY NO LIBRARY.  A NAME THAT FAILED
003942*    IN BOTH LIBRARIES IS HELD ONCE WITH A BLANK LIBRARY, WHICH
003943*    A CLEAN COMPILE OF EITHER COPY MATCHES.
003944     MOVE ZERO               TO WS-FOUND-IX.
003945     PERFORM VARYING WS-FAIL-IDX FROM 1 BY 1
003946             UNTIL WS-FAIL-IDX > WS-FAIL-COUNT
003947                 OR WS-FOUND-IX > ZERO
003948         IF WS-TBL-FAIL-MEMBER (WS-FAIL-IDX)
003949                 = CS1-CKPT-MEMBER-NAME
003950             SET WS-FOUND-IX TO WS-FAIL-IDX
003951             MOVE SPACES TO WS-TBL-FAIL-LIBRARY (WS-FAIL-IDX)
003952         END-IF
003953     END-PERFORM.
003954     IF WS-FOUND-IX > ZERO
003955         GO TO 1250-LOAD-CKPT-RECORD-EXIT
003956     END-IF.
003957     IF WS-FAIL-COUNT < WS-MAX-FAILS
003960         ADD 1               TO WS-FAIL-COUNT
003970         SET WS-FAIL-IDX     TO WS-FAIL-COUNT
003980         MOVE CS1-CKPT-MEMBER-NAME
003990                             TO WS-TBL-FAIL-MEMBER (WS-FAIL-IDX)
004000         MOVE CS1-CKPT-SOURCE-DIR
004010                             TO WS-TBL-FAIL-LIBRARY (WS-FAIL-IDX)
004020     ELSE
004030         DISPLAY 'CS137 - FAILED TABLE FULL, MEMBER DROPPED: '
004040             CS1-CKPT-MEMBER-NAME
004050     END-IF.
004060 1250-LOAD-CKPT-RECORD-EXIT.
004070     EXIT.
004080*
004090 1300-LOAD-DETAIL.
004100*    CS104 CREATES THE FAILURE DETAIL FILE ON THE FIRST FAILURE
004110*    OF A RUN, SO A MISSING FILE IS THE CLEAN-NIGHT CASE.
004120     OPEN INPUT CS137-FDT-FILE.
004130     IF NOT WS-FDT-OK
004140         GO TO 1300-LOAD-DETAIL-EXIT
004150     END-IF.
004160     PERFORM 1350-LOAD-FDT-RECORD THRU 1350-LOAD-FDT-RECORD-EXIT
004170         UNTIL WS-FDT-EOF-YES.
004180     CLOSE CS137-FDT-FILE.
004190 1300-LOAD-DETAIL-EXIT.
004200     EXIT.
004210*
004220 1350-LOAD-FDT-RECORD.
004230*    THE DETAIL FILE IS OPENED EXTEND BY CS104; EARLIER NIGHTS
004240*    MAY STILL SIT AHEAD OF TONIGHT'S SWEEP.  DIAGNOSTICS OF A
004250*    MEMBER A RERUN HAS SINCE COMPILED ARE NOT TICKETED.
004260     READ CS137-FDT-FILE
004270         AT END
004280             SET WS-FDT-EOF-YES  TO TRUE
004290             GO TO 1350-LOAD-FDT-RECORD-EXIT
004300     END-READ.
004310     IF CS1-FDTL-SWEEP-ID NOT = WS-TODAY-SWEEP-ID
004320         GO TO 1350-LOAD-FDT-RECORD-EXIT
004330     END-IF.
004340     MOVE SPACES             TO WS-LIBRARY-DIR.
004350     IF WS-CKPT-AVAIL
004360         MOVE ZERO           TO WS-FOUND-IX
004370         PERFORM VARYING WS-FAIL-IDX FROM 1 BY 1
004380                 UNTIL WS-FAIL-IDX > WS-FAIL-COUNT
004390                     OR WS-FOUND-IX > ZERO
004400             IF WS-TBL-FAIL-MEMBER (WS-FAIL-IDX)
004410                     = CS1-FDTL-MEMBER-NAME
004420                 SET WS-FOUND-IX TO WS-FAIL-IDX
004430                 MOVE WS-TBL-FAIL-LIBRARY (WS-FAIL-IDX)
004440                             TO WS-LIBRARY-DIR
004450             END-IF
004460         END-PERFORM
004470         IF WS-FOUND-IX = ZERO
004480             GO TO 1350-LOAD-FDT-RECORD-EXIT
004490         END-IF
004500     END-IF.
004510*    ONLY THE FIRST LINE OF EACH MEMBER/ERROR-CODE PAIR IS KEPT.
004520     MOVE ZERO               TO WS-FOUND-IX.
004530     PERFORM VARYING WS-PAIR-IDX FROM 1 BY 1
004540             UNTIL WS-PAIR-IDX > WS-PAIR-COUNT
004550                 OR WS-FOUND-IX > ZERO
004560         IF WS-TBL-PAIR-MEMBER (WS-PAIR-IDX)
004570                     = CS1-FDTL-MEMBER-NAME
004580                 AND WS-TBL-PAIR-CODE (WS-PAIR-IDX)
004590                     = CS1-FDTL-ERROR-CODE
004600             SET WS-FOUND-IX TO WS-PAIR-IDX
004610         END-IF
004620     END-PERFORM.
004630     IF WS-FOUND-IX > ZERO
004640         GO TO 1350-LOAD-FDT-RECORD-EXIT
004650     END-IF.
004660     IF WS-PAIR-COUNT < WS-MAX-PAIRS
004670         ADD 1               TO WS-PAIR-COUNT
004680         SET WS-PAIR-IDX     TO WS-PAIR-COUNT
004690         MOVE CS1-FDTL-MEMBER-NAME
004700                             TO WS-TBL-PAIR-MEMBER (WS-PAIR-IDX)
004710         MOVE CS1-FDTL-ERROR-CODE
004720                             TO WS-TBL-PAIR-CODE (WS-PAIR-IDX)
004730         MOVE WS-LIBRARY-DIR TO WS-TBL-PAIR-LIBRARY (WS-PAIR-IDX)
004740         MOVE CS1-FDTL-MESSAGE-TEXT
004750                             TO WS-TBL-PAIR-MESSAGE (WS-PAIR-IDX)
004760     ELSE
004770         DISPLAY 'CS137 - FAILURE TABLE FULL, RECORD DROPPED: '
004780             CS1-FDTL-MEMBER-NAME ' ' CS1-FDTL-ERROR-CODE
004790     END-IF.
004800 1350-LOAD-FDT-RECORD-EXIT.
004810     EXIT.
004820*
004830 1400-LOAD-HISTORY.
004840*    WITHOUT THE HISTORY NOTHING CAN BE SHOWN CLEAN, SO NO
004850*    TICKET IS RESOLVED OR RECONCILED TONIGHT.
004860     IF WS-TKT-COUNT = ZERO
004870         GO TO 1400-LOAD-HISTORY-EXIT
004880     END-IF.
004890     OPEN INPUT CS137-HIST-FILE.
004900     IF NOT WS-HIST-OK
004910         DISPLAY 'CS137 - SWEEP HISTORY NOT AVAILABLE, NOTHING '
004920             'RESOLVED'
004930         MOVE 'NO CS117 HISTORY - NO TICKET RESOLVED'
004940             TO CS137-RPT-REC
004950         WRITE CS137-RPT-REC
004960         GO TO 1400-LOAD-HISTORY-EXIT
004970     END-IF.
004980     PERFORM 1450-LOAD-HIST-RECORD THRU 1450-LOAD-HIST-RECORD-EXIT
004990         UNTIL WS-HIST-EOF-YES.
005000     CLOSE CS137-HIST-FILE.
005010 1400-LOAD-HISTORY-EXIT.
005020     EXIT.
005030*
005040 1450-LOAD-HIST-RECORD.
005050*    THE HISTORY IS KEYED SWEEP-ID FIRST, SO THE LAST DONE
005060*    RECORD OF A MEMBER IS ITS MOST RECENT CLEAN COMPILE.  A
005062*    BLANK LIBRARY ON EITHER SIDE (A TICKET RAISED WITH NO
005064*    CHECKPOINT, OR HISTORY CONVERTED BY CS138 WITHOUT ONE)
005066*    MATCHES ON THE MEMBER NAME ALONE.
005070     READ CS137-HIST-FILE
005080         AT END
005090             SET WS-HIST-EOF-YES TO TRUE
005100             GO TO 1450-LOAD-HIST-RECORD-EXIT
005110     END-READ.
005120     IF NOT CS1-HIST-DONE
005130         GO TO 1450-LOAD-HIST-RECORD-EXIT
005140     END-IF.
005150     PERFORM VARYING WS-TKT-IDX FROM 1 BY 1
005160             UNTIL WS-TKT-IDX > WS-TKT-COUNT
005170         IF WS-TBL-TKT-MEMBER (WS-TKT-IDX) = CS1-HIST-MEMBER-NAME
005172                 AND (WS-TBL-TKT-LIBRARY (WS-TKT-IDX) = SPACES
005174                   OR CS1-HIST-SOURCE-DIR = SPACES
005176                   OR WS-TBL-TKT-LIBRARY (WS-TKT-IDX)
005178                                 = CS1-HIST-SOURCE-DIR)
005180             MOVE CS1-HIST-SWEEP-ID
005190                             TO WS-TBL-TKT-LAST-CLEAN (WS-TKT-IDX)
005200         END-IF
005210     END-PERFORM.
005220 1450-LOAD-HIST-RECORD-EXIT.
005230     EXIT.
005240*
005250 2000-RESOLVE-TICKET.
005260*    RESOLVED BEFORE TONIGHT'S FAILURES ARE RAISED: A MEMBER THAT
005270*    COMPILED CLEAN AND THEN BROKE AGAIN IS A NEW PROBLEM AND
005280*    GETS A NEW TICKET, NOT AN UPDATE OF THE OLD ONE.
005290     IF NOT WS-TBL-TKT-OPEN (WS-TKT-IX)
005300             OR WS-TBL-TKT-LAST-CLEAN (WS-TKT-IX) = SPACES
005310             OR WS-TBL-TKT-LAST-CLEAN (WS-TKT-IX)
005320                 NOT > WS-TBL-TKT-LAST-FAIL (WS-TKT-IX)
005330         GO TO 2000-RESOLVE-TICKET-EXIT
005340     END-IF.
005350     SET WS-TBL-TKT-RESOLVED (WS-TKT-IX)  TO TRUE.
005360     MOVE WS-TODAY-SWEEP-ID
005370         TO WS-TBL-TKT-RESOLVED-ON (WS-TKT-IX).
005380     ADD 1                   TO WS-RESOLVED-COUNT.
005390     MOVE 'RESOLVED'         TO WS-ACT-TYPE.
005400     PERFORM 2900-TICKET-ACTION THRU 2900-TICKET-ACTION-EXIT.
005410 2000-RESOLVE-TICKET-EXIT.
005420     EXIT.
005430*
005440 2900-TICKET-ACTION.
005450*    ONE EXTRACT RECORD AND ONE REPORT LINE FOR THE TICKET AT
005460*    WS-TKT-IX.  THE MESSAGE TEXT CANNOT CARRY THE DELIMITER.
005470     MOVE WS-TBL-TKT-REF (WS-TKT-IX)         TO WS-ACT-REF.
005480     MOVE WS-TBL-TKT-MEMBER (WS-TKT-IX)      TO WS-ACT-MEMBER.
005490     MOVE WS-TBL-TKT-LIBRARY (WS-TKT-IX)     TO WS-ACT-LIBRARY.
005500     MOVE WS-TBL-TKT-CODE (WS-TKT-IX)        TO WS-ACT-CODE.
005510     MOVE WS-TBL-TKT-MESSAGE (WS-TKT-IX)     TO WS-ACT-MESSAGE.
005520     MOVE WS-TBL-TKT-FAIL-COUNT (WS-TKT-IX)  TO WS-ACT-FAIL-COUNT.
005530     INSPECT WS-ACT-MESSAGE REPLACING ALL ';' BY ','.
005540     INSPECT WS-ACT-LIBRARY REPLACING ALL ';' BY ','.
005550     MOVE SPACES             TO CS137-EXT-REC.
005560     STRING WS-ACT-TYPE      DELIMITED BY SPACE
005570         ';'                 DELIMITED BY SIZE
005580         WS-ACT-REF          DELIMITED BY SPACE
005590         ';'                 DELIMITED BY SIZE
005600         WS-ACT-MEMBER       DELIMITED BY SPACE
005610         ';'                 DELIMITED BY SIZE
005620         FUNCTION TRIM (WS-ACT-LIBRARY TRAILING)
005630                             DELIMITED BY SIZE
005640         ';'                 DELIMITED BY SIZE
005650         WS-ACT-CODE         DELIMITED BY SPACE
005660         ';'                 DELIMITED BY SIZE
005670         FUNCTION TRIM (WS-ACT-MESSAGE TRAILING)
005680                             DELIMITED BY SIZE
005690         ';'                 DELIMITED BY SIZE
005700         WS-TODAY-SWEEP-ID   DELIMITED BY SIZE
005710         ';'                 DELIMITED BY SIZE
005720         WS-ACT-FAIL-COUNT   DELIMITED BY SIZE
005730         INTO CS137-EXT-REC.
005740     WRITE CS137-EXT-REC.
005750     MOVE SPACES             TO WS-DETAIL-LINE.
005760     MOVE WS-ACT-TYPE        TO DL-ACTION.
005770     MOVE WS-ACT-REF         TO DL-REF.
005780     MOVE WS-ACT-MEMBER      TO DL-MEMBER.
005790     MOVE WS-ACT-CODE        TO DL-CODE.
005800     MOVE WS-ACT-FAIL-COUNT  TO DL-FAIL-COUNT.
005810     MOVE WS-ACT-MESSAGE     TO DL-MESSAGE.
005820     MOVE WS-DETAIL-LINE     TO CS137-RPT-REC.
005830     WRITE CS137-RPT-REC.
005840 2900-TICKET-ACTION-EXIT.
005850     EXIT.
005860*
005870 3000-RAISE-TICKET.
005880     MOVE ZERO               TO WS-FOUND-IX.
005890     PERFORM VARYING WS-TKT-IDX FROM 1 BY 1
005900             UNTIL WS-TKT-IDX > WS-TKT-COUNT
005910                 OR WS-FOUND-IX > ZERO
005920         IF WS-TBL-TKT-OPEN (WS-TKT-IDX)
005930                 AND WS-TBL-TKT-MEMBER (WS-TKT-IDX)
005940                     = WS-TBL-PAIR-MEMBER (WS-PAIR-IX)
005950                 AND WS-TBL-TKT-CODE (WS-TKT-IDX)
005960                     = WS-TBL-PAIR-CODE (WS-PAIR-IX)
005970             SET WS-FOUND-IX TO WS-TKT-IDX
005980         END-IF
005990     END-PERFORM.
006000     IF WS-FOUND-IX > ZERO
006010         GO TO 3000-UPDATE-TICKET
006020     END-IF.
006030     IF WS-TKT-COUNT NOT < WS-MAX-TKTS
006040         DISPLAY 'CS137 - TICKET TABLE FULL, NOT RAISED: '
006050             WS-TBL-PAIR-MEMBER (WS-PAIR-IX) ' '
006060             WS-TBL-PAIR-CODE (WS-PAIR-IX)
006070         GO TO 3000-RAISE-TICKET-EXIT
006080     END-IF.
006090     ADD 1                   TO WS-TKT-COUNT.
006100     MOVE WS-TKT-COUNT       TO WS-TKT-IX.
006110     ADD 1                   TO WS-NEXT-SEQ.
006120     MOVE SPACES             TO WS-TBL-TKT-REF (WS-TKT-IX).
006130     STRING WS-TODAY-SWEEP-ID    DELIMITED BY SIZE
006140         WS-NEXT-SEQ         DELIMITED BY SIZE
006150         INTO WS-TBL-TKT-REF (WS-TKT-IX).
006160     MOVE WS-TBL-PAIR-MEMBER (WS-PAIR-IX)
006170                             TO WS-TBL-TKT-MEMBER (WS-TKT-IX).
006180     MOVE WS-TBL-PAIR-CODE (WS-PAIR-IX)
006190                             TO WS-TBL-TKT-CODE (WS-TKT-IX).
006200     MOVE WS-TBL-PAIR-LIBRARY (WS-PAIR-IX)
006210                             TO WS-TBL-TKT-LIBRARY (WS-TKT-IX).
006220     SET WS-TBL-TKT-OPEN (WS-TKT-IX)  TO TRUE.
006230     MOVE WS-TODAY-SWEEP-ID  TO WS-TBL-TKT-OPENED (WS-TKT-IX)
006240                                WS-TBL-TKT-LAST-FAIL (WS-TKT-IX).
006250     MOVE 1                  TO WS-TBL-TKT-FAIL-COUNT (WS-TKT-IX).
006260     MOVE SPACES             TO WS-TBL-TKT-RESOLVED-ON (WS-TKT-IX)
006270                                WS-TBL-TKT-LAST-CLEAN (WS-TKT-IX).
006280     MOVE WS-TBL-PAIR-MESSAGE (WS-PAIR-IX)
006290                             TO WS-TBL-TKT-MESSAGE (WS-TKT-IX).
006300     ADD 1                   TO WS-NEW-TKT-COUNT.
006310     MOVE 'NEW'              TO WS-ACT-TYPE.
006320     PERFORM 2900-TICKET-ACTION THRU 2900-TICKET-ACTION-EXIT.
006330     GO TO 3000-RAISE-TICKET-EXIT.
006340 3000-UPDATE-TICKET.
006350*    A TICKET ALREADY UPDATED FOR TONIGHT'S SWEEP IS NOT SENT
006360*    AGAIN.  THE LIBRARY FOLLOWS THE MEMBER IF IT HAS MOVED, AND
006363*    IS CLEARED WHEN TONIGHT'S CHECKPOINT SHOWS BOTH COPIES
006366*    FAILED; WITHOUT THE CHECKPOINT THE TICKET KEEPS ITS LIBRARY.
006370     MOVE WS-FOUND-IX        TO WS-TKT-IX.
006380     IF WS-TBL-TKT-LAST-FAIL (WS-TKT-IX) NOT < WS-TODAY-SWEEP-ID
006390         GO TO 3000-RAISE-TICKET-EXIT
006400     END-IF.
006410     MOVE WS-TODAY-SWEEP-ID  TO WS-TBL-TKT-LAST-FAIL (WS-TKT-IX).
006420     ADD 1                   TO WS-TBL-TKT-FAIL-COUNT (WS-TKT-IX).
006430     IF WS-CKPT-AVAIL
006435             OR WS-TBL-PAIR-LIBRARY (WS-PAIR-IX) NOT = SPACES
006440         MOVE WS-TBL-PAIR-LIBRARY (WS-PAIR-IX)
006450                             TO WS-TBL-TKT-LIBRARY (WS-TKT-IX)
006460     END-IF.
006470     ADD 1                   TO WS-UPDATED-COUNT.
006480     MOVE 'UPDATE'           TO WS-ACT-TYPE.
006490     PERFORM 2900-TICKET-ACTION THRU 2900-TICKET-ACTION-EXIT.
006500 3000-RAISE-TICKET-EXIT.
006510     EXIT.
006520*
006530 4000-RECONCILE.
006540*    A TICKET STILL OPEN WHOSE MEMBER HAS COMPILED CLEAN SINCE IT
006550*    WAS OPENED: THE CLEAN COMPILE CAME BEFORE A LATER FAILURE
006560*    OF THE SAME CLASS, OR ON THE NIGHT OF THE FAILURE ITSELF,
006570*    AND THE TICKET NEEDS CHECKING AGAINST THE MEMBER BY HAND.
006580     MOVE SPACES             TO CS137-RPT-REC.
006590     WRITE CS137-RPT-REC.
006600     MOVE 'OPEN TICKETS ON MEMBERS THAT HAVE SINCE COMPILED CLEAN'
006610         TO CS137-RPT-REC.
006620     WRITE CS137-RPT-REC.
006630     MOVE WS-HEADING-3       TO CS137-RPT-REC.
006640     WRITE CS137-RPT-REC.
006650     PERFORM VARYING WS-TKT-IX FROM 1 BY 1
006660             UNTIL WS-TKT-IX > WS-TKT-COUNT
006670         IF WS-TBL-TKT-OPEN (WS-TKT-IX)
006680             ADD 1           TO WS-OPEN-COUNT
006690             IF WS-TBL-TKT-LAST-CLEAN (WS-TKT-IX) NOT = SPACES
006700                     AND WS-TBL-TKT-LAST-CLEAN (WS-TKT-IX)
006710                         NOT < WS-TBL-TKT-OPENED (WS-TKT-IX)
006720                 ADD 1       TO WS-STALE-COUNT
006730                 MOVE SPACES TO WS-RECON-LINE
006740                 MOVE WS-TBL-TKT-REF (WS-TKT-IX)     TO RL-REF
006750                 MOVE WS-TBL-TKT-MEMBER (WS-TKT-IX)  TO RL-MEMBER
006760                 MOVE WS-TBL-TKT-CODE (WS-TKT-IX)    TO RL-CODE
006770                 MOVE WS-TBL-TKT-OPENED (WS-TKT-IX)  TO RL-OPENED
006780                 MOVE WS-TBL-TKT-LAST-FAIL (WS-TKT-IX)
006790                             TO RL-LAST-FAIL
006800                 MOVE WS-TBL-TKT-LAST-CLEAN (WS-TKT-IX)
006810                             TO RL-LAST-CLEAN
006820                 MOVE WS-RECON-LINE  TO CS137-RPT-REC
006830                 WRITE CS137-RPT-REC
006840             END-IF
006850         END-IF
006860     END-PERFORM.
006870     IF WS-STALE-COUNT = ZERO
006880         MOVE 'NONE'         TO CS137-RPT-REC
006890         WRITE CS137-RPT-REC
006900     END-IF.
006910 4000-RECONCILE-EXIT.
006920     EXIT.
006930*
006940 5000-WRITE-NEW-FILE.
006950     OPEN OUTPUT CS137-NEW-FILE.
006960     PERFORM 5100-WRITE-ONE-RECORD
006970         THRU 5100-WRITE-ONE-RECORD-EXIT
006980         VARYING WS-TKT-IX FROM 1 BY 1
006990         UNTIL WS-TKT-IX > WS-TKT-COUNT.
007000     CLOSE CS137-NEW-FILE.
007010 5000-WRITE-NEW-FILE-EXIT.
007020     EXIT.
007030*
007040 5100-WRITE-ONE-RECORD.
007050     MOVE SPACES             TO CS137-TRK-REC.
007060     MOVE WS-TBL-TKT-REF (WS-TKT-IX)
007070                             TO CS1-TKTR-TICKET-REF.
007080     MOVE WS-TBL-TKT-MEMBER (WS-TKT-IX)
007090                             TO CS1-TKTR-MEMBER-NAME.
007100     MOVE WS-TBL-TKT-CODE (WS-TKT-IX)
007110                             TO CS1-TKTR-ERROR-CODE.
007120     MOVE WS-TBL-TKT-LIBRARY (WS-TKT-IX)
007130                             TO CS1-TKTR-LIBRARY-DIR.
007140     MOVE WS-TBL-TKT-STATUS (WS-TKT-IX)      TO CS1-TKTR-STATUS.
007150     MOVE WS-TBL-TKT-OPENED (WS-TKT-IX)
007160                             TO CS1-TKTR-OPENED-SWEEP.
007170     MOVE WS-TBL-TKT-LAST-FAIL (WS-TKT-IX)
007180                             TO CS1-TKTR-LAST-FAIL-SWEEP.
007190     MOVE WS-TBL-TKT-FAIL-COUNT (WS-TKT-IX)
007200                             TO CS1-TKTR-FAIL-COUNT.
007210     MOVE WS-TBL-TKT-RESOLVED-ON (WS-TKT-IX)
007220                             TO CS1-TKTR-RESOLVED-SWEEP.
007230     MOVE WS-TBL-TKT-MESSAGE (WS-TKT-IX)
007240                             TO CS1-TKTR-FIRST-MESSAGE.
007250     MOVE CS137-TRK-REC      TO CS137-NEW-REC.
007260     WRITE CS137-NEW-REC.
007270 5100-WRITE-ONE-RECORD-EXIT.
007280     EXIT.
007290*
007300 8000-FINISH.
007310     MOVE WS-NEW-TKT-COUNT   TO WS-NEW-TKT-ED.
007320     MOVE WS-UPDATED-COUNT   TO WS-UPDATED-ED.
007330     MOVE WS-RESOLVED-COUNT  TO WS-RESOLVED-ED.
007340     MOVE WS-OPEN-COUNT      TO WS-OPEN-ED.
007350     MOVE WS-STALE-COUNT     TO WS-STALE-ED.
007360     MOVE SPACES             TO CS137-RPT-REC.
007370     WRITE CS137-RPT-REC.
007380     MOVE SPACES             TO WS-TOTAL-LINE.
007390     STRING 'NEW: '          DELIMITED BY SIZE
007400         WS-NEW-TKT-ED       DELIMITED BY SIZE
007410         '   UPDATED: '      DELIMITED BY SIZE
007420         WS-UPDATED-ED       DELIMITED BY SIZE
007430         '   RESOLVED: '     DELIMITED BY SIZE
007440         WS-RESOLVED-ED      DELIMITED BY SIZE
007450         '   STILL OPEN: '   DELIMITED BY SIZE
007460         WS-OPEN-ED          DELIMITED BY SIZE
007470         '   OPEN BUT CLEAN: '   DELIMITED BY SIZE
007480         WS-STALE-ED         DELIMITED BY SIZE
007490         INTO WS-TOTAL-LINE.
007500     MOVE WS-TOTAL-LINE      TO CS137-RPT-REC.
007510     WRITE CS137-RPT-REC.
007520     CLOSE CS137-EXT-FILE CS137-RPT-FILE.
007530     DISPLAY 'CS137 - TICKETS OPENED: ' WS-NEW-TKT-COUNT.
007540     DISPLAY 'CS137 - TICKETS UPDATED: ' WS-UPDATED-COUNT.
007550     DISPLAY 'CS137 - TICKETS RESOLVED: ' WS-RESOLVED-COUNT.
007560     DISPLAY 'CS137 - OPEN TICKETS ON CLEAN MEMBERS: '
007570         WS-STALE-COUNT.
007580     IF WS-STALE-COUNT > ZERO
007590         MOVE 4              TO RETURN-CODE
007600     END-IF.
007610 8000-FINISH-EXIT.
007620     EXIT.
007630*
007640 9000-LOG-START.
007650     MOVE 'CS137'            TO LK-RLOG-PROGRAM.
007660     MOVE 'START'            TO LK-RLOG-EVENT.
007670     MOVE ZERO               TO LK-RLOG-RETURN-CODE.
007680     CALL 'CS122'            USING WS-RLOG-INTERFACE.
007690 9000-LOG-START-EXIT.
007700     EXIT.
007710*
007720 9100-LOG-END.
007730     MOVE 'END'              TO LK-RLOG-EVENT.
007740     MOVE RETURN-CODE        TO LK-RLOG-RETURN-CODE.
007750     CALL 'CS122'            USING WS-RLOG-INTERFACE.
007760 9100-LOG-END-EXIT.
007770     EXIT.
