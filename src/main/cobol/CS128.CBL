000010 IDENTIFICATION              DIVISION.
000020 PROGRAM-ID.                 CS128.
000030 AUTHOR.                     J. R. CASSEL.
000040 INSTALLATION.               SIGER - DEPTO DE DESENVOLVIMENTO.
000050 DATE-WRITTEN.               15/10/2026.
000060 DATE-COMPILED.              15/10/2026.
000070*****************************************************************
000080*                                                                *
000090*    CS128 - PROMOTION READINESS MANIFEST                        *
000100*                                                                *
000110*    DECIDING WHETHER A CHANGED MEMBER MAY BE PROMOTED MEANT     *
000120*    READING FIVE DIFFERENT OUTPUTS BY HAND EVERY MORNING.       *
000130*    THIS STEP TAKES EVERY NAME ON THE CS110 CHANGED LIST        *
000140*    (READ AS CS128CHG), TELLS MEMBERS FROM CATALOG COPYBOOKS    *
000150*    THROUGH THE CS110 MASTER (READ AS CS128MST), AND JUDGES     *
000160*    EACH ONE AGAINST THE NIGHT'S EVIDENCE:                      *
000170*      - THE CS104 CHECKPOINT MUST SHOW THE MEMBER DONE IN       *
000180*        TONIGHT'S SWEEP;                                        *
000190*      - NO UNSIGNED W077/W078/W079 HIT MAY BE OUTSTANDING       *
000200*        FOR IT IN THE CS103 REVIEW FILE;                        *
000210*      - THE CS106 REPORT MUST NOT SHOW A NOMPRG MISMATCH;       *
000220*      - THE CS121 REPORT MUST NOT SHOW AN INVOKE OF AN          *
000230*        UNDEFINED METHOD FROM IT.                               *
000240*    A CHANGED COPYBOOK IS NOT COMPILED ON ITS OWN; IT IS        *
000250*    READY ONLY WHEN EVERY MEMBER THE CS119 WHERE-USED FILE      *
000260*    (READ AS CS128XRF) SHOWS COPYING IT IS DONE TONIGHT.        *
000270*    THE MANIFEST (CS128RPT) MARKS EACH NAME READY OR BLOCKED    *
000280*    WITH ONE LINE PER REASON, AND THE CANDIDATE FILE            *
000290*    (CS128CAN, CS1PCAN.CPY) CARRIES THE SAME VERDICT FOR THE    *
000300*    PROMOTION JOB.  A CHECK WHOSE EVIDENCE IS MISSING CANNOT    *
000310*    CLEAR ANYONE, SO AN UNAVAILABLE INPUT BLOCKS EVERY NAME     *
000320*    IT WOULD HAVE JUDGED.                                       *
000330*                                                                *
000340*    MODIFICATION HISTORY                                        *
000350*    ----------------------                                      *
000360*    DATE       INIT DESCRIPTION                                 *
000370*    ---------- ---- ------------------------------------------- *
000380*    2026-10-15 JRC  ORIGINAL PROGRAM.                           *
000382*    2026-10-15 JRC  THE SWEEP-ID IS NOW THE NIGHT'S PROCESSING  *
000384*                    DATE FROM THE CS133 SERVICE, NOT THE        *
000386*                    CALENDAR DATE.                              *
000387*    2026-10-15 JRC  CHECKPOINT IS NOW KEYED BY LIBRARY PLUS     *
000388*                    MEMBER.  A CHANGED MEMBER IS LOOKED UP IN   *
000389*                    ITS OWN LIBRARY AND A COPYING MEMBER IN THE *
000390*                    LIBRARY THE WHERE-USED FILE RECORDS FOR IT; *
000391*                    ONLY A NAME WITH NO KNOWN LIBRARY IS TAKEN  *
000392*                    IN -DC= SEARCH ORDER.                       *
000394*                                                                *
000400*****************************************************************
000410 ENVIRONMENT                 DIVISION.
000420 CONFIGURATION               SECTION.
000430 SPECIAL-NAMES.
000440     DECIMAL-POINT IS COMMA.
000450 INPUT-OUTPUT                SECTION.
000460 FILE-CONTROL.
000470     SELECT CS128-CHG-FILE   ASSIGN TO CS128CHG
000480                             ORGANIZATION IS LINE SEQUENTIAL
000490                             FILE STATUS IS WS-CHG-STATUS.
000500
000510     SELECT CS128-MSTR-FILE  ASSIGN TO CS128MST
000520                             ORGANIZATION IS LINE SEQUENTIAL
000530                             FILE STATUS IS WS-MSTR-STATUS.
000540
000550     SELECT CS128-XRF-FILE   ASSIGN TO CS128XRF
000560                             ORGANIZATION IS LINE SEQUENTIAL
000570                             FILE STATUS IS WS-XRF-STATUS.
000580
000590     SELECT CS128-CKPT-FILE  ASSIGN TO CS104CKP
000600                             ORGANIZATION IS INDEXED
000610                             ACCESS MODE IS DYNAMIC
000620                             RECORD KEY IS CS1-CKPT-KEY
000630                             FILE STATUS IS WS-CKPT-STATUS.
000640
000650     SELECT CS128-RVW-FILE   ASSIGN TO CS103RVW
000660                             ORGANIZATION IS LINE SEQUENTIAL
000670                             FILE STATUS IS WS-RVW-STATUS.
000680
000690     SELECT CS128-R106-FILE  ASSIGN TO CS106RPT
000700                             ORGANIZATION IS LINE SEQUENTIAL
000710                             FILE STATUS IS WS-R106-STATUS.
000720
000730     SELECT CS128-R121-FILE  ASSIGN TO CS121RPT
000740                             ORGANIZATION IS LINE SEQUENTIAL
000750                             FILE STATUS IS WS-R121-STATUS.
000760
000770     SELECT CS128-RPT-FILE   ASSIGN TO CS128RPT
000780                             ORGANIZATION IS LINE SEQUENTIAL
000790                             FILE STATUS IS WS-RPT-STATUS.
000800
000810     SELECT CS128-CAN-FILE   ASSIGN TO CS128CAN
000820                             ORGANIZATION IS LINE SEQUENTIAL
000830                             FILE STATUS IS WS-CAN-STATUS.
000840
000850 DATA                        DIVISION.
000860 FILE                        SECTION.
000870 FD  CS128-CHG-FILE
000880     RECORDING MODE IS F.
000890 01  CS128-CHG-REC           PIC X(08).
000900
000910 FD  CS128-MSTR-FILE
000920     RECORDING MODE IS F.
000930 01  CS128-MSTR-REC.
000940     COPY CS1MSTR.
000950
000960 FD  CS128-XRF-FILE
000970     RECORDING MODE IS F.
000980 01  CS128-XRF-REC.
000990     COPY CS1XREF.
001000
001010 FD  CS128-CKPT-FILE
001020     RECORDING MODE IS F.
001030 01  CS128-CKPT-REC.
001040     COPY CS1CKPT.
001050
001060 FD  CS128-RVW-FILE
001070     RECORDING MODE IS F.
001080 01  CS128-RVW-REC.
001090     COPY CS1WLOG.
001100
001110 FD  CS128-R106-FILE
001120     RECORDING MODE IS F.
001130 01  CS128-R106-REC          PIC X(100).
001140
001150 FD  CS128-R121-FILE
001160     RECORDING MODE IS F.
001170 01  CS128-R121-REC          PIC X(100).
001180
001190 FD  CS128-RPT-FILE
001200     RECORDING MODE IS F.
001210 01  CS128-RPT-REC           PIC X(100).
001220
001230 FD  CS128-CAN-FILE
001240     RECORDING MODE IS F.
001250 01  CS128-CAN-REC.
001260     COPY CS1PCAN.
001270
001280 WORKING-STORAGE             SECTION.
001290 01  WS-SWITCHES.
001300     05  WS-CHG-STATUS       PIC X(02)      VALUE SPACES.
001310         88  WS-CHG-OK           VALUE '00'.
001320     05  WS-MSTR-STATUS      PIC X(02)      VALUE SPACES.
001330         88  WS-MSTR-OK          VALUE '00'.
001340     05  WS-XRF-STATUS       PIC X(02)      VALUE SPACES.
001350         88  WS-XRF-OK           VALUE '00'.
001360     05  WS-CKPT-STATUS      PIC X(02)      VALUE SPACES.
001370         88  WS-CKPT-OK          VALUE '00'.
001380     05  WS-RVW-STATUS       PIC X(02)      VALUE SPACES.
001390         88  WS-RVW-OK           VALUE '00'.
001400     05  WS-R106-STATUS      PIC X(02)      VALUE SPACES.
001410         88  WS-R106-OK          VALUE '00'.
001420     05  WS-R121-STATUS      PIC X(02)      VALUE SPACES.
001430         88  WS-R121-OK          VALUE '00'.
001440     05  WS-RPT-STATUS       PIC X(02)      VALUE SPACES.
001450         88  WS-RPT-OK           VALUE '00'.
001460     05  WS-CAN-STATUS       PIC X(02)      VALUE SPACES.
001470         88  WS-CAN-OK           VALUE '00'.
001480     05  WS-CHG-EOF-SW       PIC X(01)      VALUE 'N'.
001490         88  WS-CHG-EOF-YES      VALUE 'Y'.
001500     05  WS-MSTR-EOF-SW      PIC X(01)      VALUE 'N'.
001510         88  WS-MSTR-EOF-YES     VALUE 'Y'.
001520     05  WS-XRF-EOF-SW       PIC X(01)      VALUE 'N'.
001530         88  WS-XRF-EOF-YES      VALUE 'Y'.
001540     05  WS-RVW-EOF-SW       PIC X(01)      VALUE 'N'.
001550         88  WS-RVW-EOF-YES      VALUE 'Y'.
001560     05  WS-R106-EOF-SW      PIC X(01)      VALUE 'N'.
001570         88  WS-R106-EOF-YES     VALUE 'Y'.
001580     05  WS-R121-EOF-SW      PIC X(01)      VALUE 'N'.
001590         88  WS-R121-EOF-YES     VALUE 'Y'.
001600*
001610*    ONE AVAILABILITY SWITCH PER PIECE OF EVIDENCE.  AN INPUT
001620*    THAT CANNOT BE OPENED LEAVES ITS SWITCH 'N' AND EVERY NAME
001630*    THAT CHECK WOULD HAVE JUDGED IS BLOCKED AS UNVERIFIED.
001640     05  WS-MSTR-AVAIL-SW    PIC X(01)      VALUE 'N'.
001650         88  WS-MSTR-AVAIL       VALUE 'Y'.
001660     05  WS-XRF-AVAIL-SW     PIC X(01)      VALUE 'N'.
001670         88  WS-XRF-AVAIL        VALUE 'Y'.
001680     05  WS-CKPT-AVAIL-SW    PIC X(01)      VALUE 'N'.
001690         88  WS-CKPT-AVAIL       VALUE 'Y'.
001700     05  WS-RVW-AVAIL-SW     PIC X(01)      VALUE 'N'.
001710         88  WS-RVW-AVAIL        VALUE 'Y'.
001720     05  WS-R106-AVAIL-SW    PIC X(01)      VALUE 'N'.
001730         88  WS-R106-AVAIL       VALUE 'Y'.
001740     05  WS-R121-AVAIL-SW    PIC X(01)      VALUE 'N'.
001750         88  WS-R121-AVAIL       VALUE 'Y'.
001760*
001770 01  WS-TODAY-SWEEP-ID       PIC X(08)      VALUE SPACES.
001780*
001790*    THE CHANGED LIST CARRIES BARE 8-BYTE NAMES FOR MEMBERS AND
001800*    CATALOG COPYBOOKS ALIKE; THE TYPE AND LIBRARY COME FROM THE
001810*    CS110 MASTER.  THE EVIDENCE COUNTS ARE ACCUMULATED STRAIGHT
001820*    INTO THE ENTRY AS EACH INPUT IS READ.
001830 01  WS-CHG-TABLE-COUNTERS.
001840     05  WS-CHG-COUNT        PIC 9(04)      COMP   VALUE ZERO.
001850     05  WS-CHG-IX           PIC 9(04)      COMP   VALUE ZERO.
001860     05  WS-FOUND-IX         PIC 9(04)      COMP   VALUE ZERO.
001870     05  WS-MAX-CHG          PIC 9(04)      COMP   VALUE 500.
001880*
001890 01  WS-CHG-TABLE.
001900     05  WS-CHG-ENTRY        OCCURS 500 TIMES
001910                             INDEXED BY WS-CHG-IDX.
001920         10  WS-TBL-CHG-NAME         PIC X(08).
001930         10  WS-TBL-CHG-TYPE         PIC X(01).
001940             88  WS-TBL-CHG-COPYBOOK     VALUE 'C'.
001950         10  WS-TBL-CHG-LIBRARY      PIC X(60).
001960         10  WS-TBL-CHG-CKPT-STATUS  PIC X(01).
001970         10  WS-TBL-CHG-CKPT-SWEEP   PIC X(08).
001980         10  WS-TBL-CHG-UNSIGNED     PIC 9(03)      COMP.
001990         10  WS-TBL-CHG-MISMATCH     PIC 9(03)      COMP.
002000         10  WS-TBL-CHG-INVOKES      PIC 9(03)      COMP.
002010         10  WS-TBL-CHG-COPIERS-BAD  PIC 9(03)      COMP.
002020*
002030*    COPYING MEMBERS OF THE CHANGED COPYBOOKS, FROM THE CS119
002040*    WHERE-USED FILE, EACH TIED BACK TO ITS CHANGED-TABLE ENTRY
002045*    AND CARRYING THE LIBRARY THE COPYING MEMBER LIVES IN.
002050 01  WS-CPY-TABLE-COUNTERS.
002060     05  WS-CPY-COUNT        PIC 9(04)      COMP   VALUE ZERO.
002070     05  WS-CPY-IX           PIC 9(04)      COMP   VALUE ZERO.
002080     05  WS-MAX-CPY          PIC 9(04)      COMP   VALUE 1000.
002090*
002100 01  WS-CPY-TABLE.
002110     05  WS-CPY-ENTRY        OCCURS 1000 TIMES
002120                             INDEXED BY WS-CPY-IDX.
002130         10  WS-TBL-CPY-CHG-IX       PIC 9(04)      COMP.
002140         10  WS-TBL-CPY-MEMBER       PIC X(08).
002145         10  WS-TBL-CPY-LIBRARY      PIC X(60).
002150         10  WS-TBL-CPY-CLEAN-SW     PIC X(01).
002160             88  WS-TBL-CPY-CLEAN        VALUE 'Y'.
002170*
002180 01  WS-LOOKUP-NAME          PIC X(08)      VALUE SPACES.
002181 01  WS-LOOKUP-LIBRARY       PIC X(60)      VALUE SPACES.
002182*
002183*    THE TWO SOURCE LIBRARIES IN -DC= SEARCH ORDER, AS CS126
002184*    HOLDS THEM.  THEY ARE ONLY SEARCHED FOR A NAME WITH NO
002185*    LIBRARY OF ITS OWN (A CHANGED NAME WITH NO MASTER RECORD);
002186*    THE FIRST ONE WITH A CHECKPOINT FOR IT IS THE COPY THE
002187*    PREPROCESSOR ACTUALLY COMPILES.
002188 01  WS-LIB-TABLE.
002189     05  FILLER              PIC X(60) VALUE
002190         'F:\SIGER\WC\DES\CASSEL\FON'.
002191     05  FILLER              PIC X(60) VALUE 'F:\FONTES'.
002192 01  WS-LIB-TABLE-R REDEFINES WS-LIB-TABLE.
002193     05  WS-LIB-DIR          PIC X(60)      OCCURS 2 TIMES.
002194 01  WS-LIB-IX               PIC 9(01)      COMP   VALUE ZERO.
002195*
002196 01  WS-XRF-BOOK8            PIC X(08)      VALUE SPACES.
002200 01  WS-SCAN-POS             PIC 9(03)      COMP   VALUE ZERO.
002210 01  WS-MEMBER-CLEAN-SW      PIC X(01)      VALUE 'N'.
002220     88  WS-MEMBER-CLEAN         VALUE 'Y'.
002230*
002240 01  WS-COUNTERS.
002250     05  WS-READY-COUNT      PIC 9(04)      COMP   VALUE ZERO.
002260     05  WS-BLOCKED-COUNT    PIC 9(04)      COMP   VALUE ZERO.
002270     05  WS-MEMBER-COUNT     PIC 9(04)      COMP   VALUE ZERO.
002280     05  WS-COPYBOOK-COUNT   PIC 9(04)      COMP   VALUE ZERO.
002290     05  WS-CHG-COUNT-ED     PIC ZZZ9.
002300     05  WS-READY-COUNT-ED   PIC ZZZ9.
002310     05  WS-BLOCKED-COUNT-ED PIC ZZZ9.
002320     05  WS-MEMBER-COUNT-ED  PIC ZZZ9.
002330     05  WS-COPYBOOK-COUNT-ED    PIC ZZZ9.
002340     05  WS-REASON-COUNT-ED  PIC ZZ9.
002350*
002360 01  WS-HEADING-1            PIC X(70)      VALUE
002370     'CS128 - PROMOTION READINESS MANIFEST'.
002380 01  WS-SWEEP-LINE.
002390     05  FILLER              PIC X(17) VALUE 'SWEEP-ID JUDGED: '.
002400     05  SL-SWEEP-ID         PIC X(08).
002410 01  WS-HEADING-2.
002420     05  FILLER              PIC X(10) VALUE 'MEMBER'.
002430     05  FILLER              PIC X(10) VALUE 'TYPE'.
002440     05  FILLER              PIC X(10) VALUE 'VERDICT'.
002450     05  FILLER              PIC X(60) VALUE 'REASON'.
002460 01  WS-DETAIL-LINE.
002470     05  DL-MEMBER           PIC X(10).
002480     05  DL-TYPE             PIC X(10).
002490     05  DL-VERDICT          PIC X(10).
002500     05  DL-REASON           PIC X(60).
002510 01  WS-REASON-TEXT          PIC X(60)      VALUE SPACES.
002520 01  WS-TOTAL-LINE           PIC X(90).
002530*
002540 01  WS-RLOG-INTERFACE.
002550     COPY CS1RLGI.
002552*
002554 01  WS-PDAT-INTERFACE.
002556     COPY CS1PDTI.
002560*
002570 PROCEDURE                   DIVISION.
002580*
002590 0000-MAINLINE.
002600     PERFORM 9000-LOG-START THRU 9000-LOG-START-EXIT.
002610     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
002620     PERFORM 2000-JUDGE-ENTRY THRU 2000-JUDGE-ENTRY-EXIT
002630         VARYING WS-CHG-IX FROM 1 BY 1
002640         UNTIL WS-CHG-IX > WS-CHG-COUNT.
002650     PERFORM 8000-FINISH THRU 8000-FINISH-EXIT.
002660     PERFORM 9100-LOG-END THRU 9100-LOG-END-EXIT.
002670     STOP RUN.
002680*
002690 1000-INITIALIZE.
002700     CALL 'CS133'            USING WS-PDAT-INTERFACE.
002705     MOVE LK-PDAT-SWEEP-ID   TO WS-TODAY-SWEEP-ID.
002710     OPEN OUTPUT CS128-RPT-FILE.
002720     IF NOT WS-RPT-OK
002730         DISPLAY 'CS128 - CANNOT OPEN MANIFEST REPORT'
002740         STOP RUN
002750     END-IF.
002760     OPEN OUTPUT CS128-CAN-FILE.
002770     IF NOT WS-CAN-OK
002780         DISPLAY 'CS128 - CANNOT OPEN CANDIDATE FILE'
002790         STOP RUN
002800     END-IF.
002810     MOVE WS-HEADING-1       TO CS128-RPT-REC.
002820     WRITE CS128-RPT-REC.
002830     MOVE WS-TODAY-SWEEP-ID  TO SL-SWEEP-ID.
002840     MOVE WS-SWEEP-LINE      TO CS128-RPT-REC.
002850     WRITE CS128-RPT-REC.
002860     MOVE SPACES             TO CS128-RPT-REC.
002870     WRITE CS128-RPT-REC.
002880     MOVE WS-HEADING-2       TO CS128-RPT-REC.
002890     WRITE CS128-RPT-REC.
002900     PERFORM 1100-LOAD-CHANGED THRU 1100-LOAD-CHANGED-EXIT.
002910     IF WS-CHG-COUNT = ZERO
002920         GO TO 1000-INITIALIZE-EXIT
002930     END-IF.
002940     PERFORM 1200-LOAD-MASTER THRU 1200-LOAD-MASTER-EXIT.
002950     PERFORM 1300-LOAD-WHERE-USED THRU 1300-LOAD-WHERE-USED-EXIT.
002960     PERFORM 1400-LOAD-REVIEW THRU 1400-LOAD-REVIEW-EXIT.
002970     PERFORM 1500-LOAD-NOMPRG THRU 1500-LOAD-NOMPRG-EXIT.
002980     PERFORM 1600-LOAD-INVOKES THRU 1600-LOAD-INVOKES-EXIT.
002990     OPEN INPUT CS128-CKPT-FILE.
003000     IF WS-CKPT-OK
003010         MOVE 'Y'            TO WS-CKPT-AVAIL-SW
003020     ELSE
003030         DISPLAY 'CS128 - NO CHECKPOINT FILE, NO MEMBER CAN BE '
003040             'SHOWN CLEAN'
003050     END-IF.
003060 1000-INITIALIZE-EXIT.
003070     EXIT.
003080*
003090 1100-LOAD-CHANGED.
003100*    NO CHANGED LIST MEANS NOTHING WAS CHANGED TONIGHT: THE
003110*    MANIFEST IS STILL WRITTEN, HEADED AND EMPTY.
003120     OPEN INPUT CS128-CHG-FILE.
003130     IF NOT WS-CHG-OK
003140         DISPLAY 'CS128 - NO CHANGED LIST, NOTHING TO JUDGE'
003150         GO TO 1100-LOAD-CHANGED-EXIT
003160     END-IF.
003170     PERFORM 1150-LOAD-CHG-RECORD THRU 1150-LOAD-CHG-RECORD-EXIT
003180         UNTIL WS-CHG-EOF-YES.
003190     CLOSE CS128-CHG-FILE.
003200 1100-LOAD-CHANGED-EXIT.
003210     EXIT.
003220*
003230 1150-LOAD-CHG-RECORD.
003240     READ CS128-CHG-FILE
003250         AT END
003260             SET WS-CHG-EOF-YES  TO TRUE
003270             GO TO 1150-LOAD-CHG-RECORD-EXIT
003280     END-READ.
003290     IF CS128-CHG-REC = SPACES
003300         GO TO 1150-LOAD-CHG-RECORD-EXIT
003310     END-IF.
003320     IF WS-CHG-COUNT < WS-MAX-CHG
003330         ADD 1               TO WS-CHG-COUNT
003340         SET WS-CHG-IDX      TO WS-CHG-COUNT
003350         MOVE CS128-CHG-REC  TO WS-TBL-CHG-NAME (WS-CHG-IDX)
003360         MOVE 'M'            TO WS-TBL-CHG-TYPE (WS-CHG-IDX)
003370         MOVE SPACES TO WS-TBL-CHG-LIBRARY (WS-CHG-IDX)
003380                        WS-TBL-CHG-CKPT-STATUS (WS-CHG-IDX)
003390                        WS-TBL-CHG-CKPT-SWEEP (WS-CHG-IDX)
003400         MOVE ZERO   TO WS-TBL-CHG-UNSIGNED (WS-CHG-IDX)
003410                        WS-TBL-CHG-MISMATCH (WS-CHG-IDX)
003420                        WS-TBL-CHG-INVOKES (WS-CHG-IDX)
003430                        WS-TBL-CHG-COPIERS-BAD (WS-CHG-IDX)
003440     ELSE
003450         DISPLAY 'CS128 - CHANGED TABLE FULL, RECORD DROPPED: '
003460             CS128-CHG-REC
003470     END-IF.
003480 1150-LOAD-CHG-RECORD-EXIT.
003490     EXIT.
003500*
003510 1200-LOAD-MASTER.
003520*    WITHOUT THE MASTER EVERY NAME IS JUDGED AS A SOURCE MEMBER
003530*    AND ITS LIBRARY IS TAKEN FROM ITS CHECKPOINT RECORD.
003540     OPEN INPUT CS128-MSTR-FILE.
003550     IF NOT WS-MSTR-OK
003560         DISPLAY 'CS128 - NO MEMBER MASTER, EVERY NAME JUDGED AS '
003570             'A SOURCE MEMBER'
003580         GO TO 1200-LOAD-MASTER-EXIT
003590     END-IF.
003600     MOVE 'Y'                TO WS-MSTR-AVAIL-SW.
003610     PERFORM 1250-LOAD-MSTR-RECORD THRU 1250-LOAD-MSTR-RECORD-EXIT
003620         UNTIL WS-MSTR-EOF-YES.
003630     CLOSE CS128-MSTR-FILE.
003640 1200-LOAD-MASTER-EXIT.
003650     EXIT.
003660*
003670 1250-LOAD-MSTR-RECORD.
003680*    THE SAME NAME CAN SIT IN BOTH LIBRARIES; THE FIRST MASTER
003690*    RECORD FOR A CHANGED NAME SUPPLIES ITS TYPE AND LIBRARY.
003700     READ CS128-MSTR-FILE
003710         AT END
003720             SET WS-MSTR-EOF-YES TO TRUE
003730             GO TO 1250-LOAD-MSTR-RECORD-EXIT
003740     END-READ.
003750     MOVE CS1-MSTR-MEMBER-NAME   TO WS-LOOKUP-NAME.
003760     PERFORM 1900-FIND-CHANGED THRU 1900-FIND-CHANGED-EXIT.
003770     IF WS-FOUND-IX = ZERO
003780         GO TO 1250-LOAD-MSTR-RECORD-EXIT
003790     END-IF.
003800     IF WS-TBL-CHG-LIBRARY (WS-FOUND-IX) NOT = SPACES
003810         GO TO 1250-LOAD-MSTR-RECORD-EXIT
003820     END-IF.
003830     MOVE CS1-MSTR-LIBRARY-DIR
003840                             TO WS-TBL-CHG-LIBRARY (WS-FOUND-IX).
003850     IF CS1-MSTR-IS-COPYBOOK
003860         MOVE 'C'            TO WS-TBL-CHG-TYPE (WS-FOUND-IX)
003870     END-IF.
003880 1250-LOAD-MSTR-RECORD-EXIT.
003890     EXIT.
003900*
003910 1300-LOAD-WHERE-USED.
003920*    ONLY THE COPYING MEMBERS OF A CHANGED COPYBOOK ARE KEPT.
003930*    THE WHERE-USED FILE CARRIES THE COPYBOOK NAME WITH ITS
003940*    EXTENSION STRIPPED, SO A NAME LONGER THAN EIGHT BYTES CAN
003950*    NEVER MATCH A CHANGED-LIST ENTRY (SAME RULE AS CS104).
003960     OPEN INPUT CS128-XRF-FILE.
003970     IF NOT WS-XRF-OK
003980         DISPLAY 'CS128 - NO WHERE-USED FILE, CHANGED COPYBOOKS '
003990             'CANNOT BE CLEARED'
004000         GO TO 1300-LOAD-WHERE-USED-EXIT
004010     END-IF.
004020     MOVE 'Y'                TO WS-XRF-AVAIL-SW.
004030     PERFORM 1350-LOAD-XRF-RECORD THRU 1350-LOAD-XRF-RECORD-EXIT
004040         UNTIL WS-XRF-EOF-YES.
004050     CLOSE CS128-XRF-FILE.
004060 1300-LOAD-WHERE-USED-EXIT.
004070     EXIT.
004080*
004090 1350-LOAD-XRF-RECORD.
004100     READ CS128-XRF-FILE
004110         AT END
004120             SET WS-XRF-EOF-YES  TO TRUE
004130             GO TO 1350-LOAD-XRF-RECORD-EXIT
004140     END-READ.
004150     IF CS1-XREF-COPYBOOK-NAME (9 : 4) NOT = SPACES
004160         GO TO 1350-LOAD-XRF-RECORD-EXIT
004170     END-IF.
004180     MOVE CS1-XREF-COPYBOOK-NAME (1 : 8) TO WS-XRF-BOOK8
004190                                            WS-LOOKUP-NAME.
004200     PERFORM 1900-FIND-CHANGED THRU 1900-FIND-CHANGED-EXIT.
004210     IF WS-FOUND-IX = ZERO
004220         GO TO 1350-LOAD-XRF-RECORD-EXIT
004230     END-IF.
004240     IF NOT WS-TBL-CHG-COPYBOOK (WS-FOUND-IX)
004250         GO TO 1350-LOAD-XRF-RECORD-EXIT
004260     END-IF.
004270     IF WS-CPY-COUNT < WS-MAX-CPY
004280         ADD 1               TO WS-CPY-COUNT
004290         SET WS-CPY-IDX      TO WS-CPY-COUNT
004300         MOVE WS-FOUND-IX    TO WS-TBL-CPY-CHG-IX (WS-CPY-IDX)
004310         MOVE CS1-XREF-MEMBER-NAME
004320                             TO WS-TBL-CPY-MEMBER (WS-CPY-IDX)
004325         MOVE CS1-XREF-LIBRARY-DIR
004327                             TO WS-TBL-CPY-LIBRARY (WS-CPY-IDX)
004330         MOVE 'N'            TO WS-TBL-CPY-CLEAN-SW (WS-CPY-IDX)
004340     ELSE
004350         DISPLAY 'CS128 - WHERE-USED TABLE FULL, RECORD DROPPED: '
004360             WS-XRF-BOOK8 ' ' CS1-XREF-MEMBER-NAME
004370     END-IF.
004380 1350-LOAD-XRF-RECORD-EXIT.
004390     EXIT.
004400*
004410 1400-LOAD-REVIEW.
004420*    CS103 OPENS THE REVIEW FILE EXTEND ON EVERY RUN, SO ONCE
004430*    THE NIGHT HAS REACHED THIS STEP A MISSING FILE MEANS THE
004440*    REVIEW EVIDENCE ITSELF IS GONE, NOT THAT THERE ARE NO HITS.
004450     OPEN INPUT CS128-RVW-FILE.
004460     IF NOT WS-RVW-OK
004470         DISPLAY 'CS128 - NO SIGN-OFF REVIEW FILE, WARNING '
004480             'SIGN-OFF NOT VERIFIED'
004490         GO TO 1400-LOAD-REVIEW-EXIT
004500     END-IF.
004510     MOVE 'Y'                TO WS-RVW-AVAIL-SW.
004520     PERFORM 1450-LOAD-RVW-RECORD THRU 1450-LOAD-RVW-RECORD-EXIT
004530         UNTIL WS-RVW-EOF-YES.
004540     CLOSE CS128-RVW-FILE.
004550 1400-LOAD-REVIEW-EXIT.
004560     EXIT.
004570*
004580 1450-LOAD-RVW-RECORD.
004590     READ CS128-RVW-FILE
004600         AT END
004610             SET WS-RVW-EOF-YES  TO TRUE
004620             GO TO 1450-LOAD-RVW-RECORD-EXIT
004630     END-READ.
004640     IF CS1-WLOG-SIGNED-OFF-BY NOT = SPACES
004650         GO TO 1450-LOAD-RVW-RECORD-EXIT
004660     END-IF.
004670     IF CS1-WLOG-WARNING-CODE NOT = 'W077'
004680             AND CS1-WLOG-WARNING-CODE NOT = 'W078'
004690             AND CS1-WLOG-WARNING-CODE NOT = 'W079'
004700         GO TO 1450-LOAD-RVW-RECORD-EXIT
004710     END-IF.
004720     MOVE CS1-WLOG-PROGRAM-NAME  TO WS-LOOKUP-NAME.
004730     PERFORM 1900-FIND-CHANGED THRU 1900-FIND-CHANGED-EXIT.
004740     IF WS-FOUND-IX > ZERO
004750             AND WS-TBL-CHG-UNSIGNED (WS-FOUND-IX) < 999
004760         ADD 1               TO WS-TBL-CHG-UNSIGNED (WS-FOUND-IX)
004770     END-IF.
004780 1450-LOAD-RVW-RECORD-EXIT.
004790     EXIT.
004800*
004810 1500-LOAD-NOMPRG.
004820*    CS106 PRINTS ONE DETAIL LINE PER MODULE WITH THE MODULE
004830*    NAME IN THE FIRST COLUMNS AND '*** MISMATCH ***' IN THE
004840*    RESULT COLUMN; HEADINGS AND THE TOTAL LINE NEVER CARRY
004850*    THAT MARKER.
004860     OPEN INPUT CS128-R106-FILE.
004870     IF NOT WS-R106-OK
004880         DISPLAY 'CS128 - NO CS106 REPORT, NOMPRG CHECK NOT '
004890             'VERIFIED'
004900         GO TO 1500-LOAD-NOMPRG-EXIT
004910     END-IF.
004920     MOVE 'Y'                TO WS-R106-AVAIL-SW.
004930     PERFORM 1550-LOAD-R106-LINE THRU 1550-LOAD-R106-LINE-EXIT
004940         UNTIL WS-R106-EOF-YES.
004950     CLOSE CS128-R106-FILE.
004960 1500-LOAD-NOMPRG-EXIT.
004970     EXIT.
004980*
004990 1550-LOAD-R106-LINE.
005000     READ CS128-R106-FILE
005010         AT END
005020             SET WS-R106-EOF-YES TO TRUE
005030             GO TO 1550-LOAD-R106-LINE-EXIT
005040     END-READ.
005050     MOVE ZERO               TO WS-SCAN-POS.
005060     INSPECT CS128-R106-REC TALLYING WS-SCAN-POS
005070         FOR CHARACTERS BEFORE INITIAL '*** MISMATCH ***'.
005080     IF WS-SCAN-POS NOT < LENGTH OF CS128-R106-REC
005090         GO TO 1550-LOAD-R106-LINE-EXIT
005100     END-IF.
005110     MOVE CS128-R106-REC (1 : 8) TO WS-LOOKUP-NAME.
005120     PERFORM 1900-FIND-CHANGED THRU 1900-FIND-CHANGED-EXIT.
005130     IF WS-FOUND-IX > ZERO
005140             AND WS-TBL-CHG-MISMATCH (WS-FOUND-IX) < 999
005150         ADD 1               TO WS-TBL-CHG-MISMATCH (WS-FOUND-IX)
005160     END-IF.
005170 1550-LOAD-R106-LINE-EXIT.
005180     EXIT.
005190*
005200 1600-LOAD-INVOKES.
005210*    CS121 PRINTS ONE INVOKE LINE PER INVOKE STATEMENT WITH THE
005220*    INVOKING MEMBER IN THE FIRST COLUMNS AND '*** UNDEFINED ***'
005230*    IN THE RESOLUTION COLUMN WHEN NO CLASS DEFINES THE METHOD.
005240     OPEN INPUT CS128-R121-FILE.
005250     IF NOT WS-R121-OK
005260         DISPLAY 'CS128 - NO CS121 REPORT, INVOKE CHECK NOT '
005270             'VERIFIED'
005280         GO TO 1600-LOAD-INVOKES-EXIT
005290     END-IF.
005300     MOVE 'Y'                TO WS-R121-AVAIL-SW.
005310     PERFORM 1650-LOAD-R121-LINE THRU 1650-LOAD-R121-LINE-EXIT
005320         UNTIL WS-R121-EOF-YES.
005330     CLOSE CS128-R121-FILE.
005340 1600-LOAD-INVOKES-EXIT.
005350     EXIT.
005360*
005370 1650-LOAD-R121-LINE.
005380     READ CS128-R121-FILE
005390         AT END
005400             SET WS-R121-EOF-YES TO TRUE
005410             GO TO 1650-LOAD-R121-LINE-EXIT
005420     END-READ.
005430     MOVE ZERO               TO WS-SCAN-POS.
005440     INSPECT CS128-R121-REC TALLYING WS-SCAN-POS
005450         FOR CHARACTERS BEFORE INITIAL '*** UNDEFINED ***'.
005460     IF WS-SCAN-POS NOT < LENGTH OF CS128-R121-REC
005470         GO TO 1650-LOAD-R121-LINE-EXIT
005480     END-IF.
005490     MOVE CS128-R121-REC (1 : 8) TO WS-LOOKUP-NAME.
005500     PERFORM 1900-FIND-CHANGED THRU 1900-FIND-CHANGED-EXIT.
005510     IF WS-FOUND-IX > ZERO
005520             AND WS-TBL-CHG-INVOKES (WS-FOUND-IX) < 999
005530         ADD 1               TO WS-TBL-CHG-INVOKES (WS-FOUND-IX)
005540     END-IF.
005550 1650-LOAD-R121-LINE-EXIT.
005560     EXIT.
005570*
005580 1900-FIND-CHANGED.
005590*    WS-FOUND-IX COMES BACK ZERO WHEN WS-LOOKUP-NAME IS NOT ON
005600*    THE CHANGED LIST.
005610     MOVE ZERO               TO WS-FOUND-IX.
005620     PERFORM VARYING WS-CHG-IDX FROM 1 BY 1
005630             UNTIL WS-CHG-IDX > WS-CHG-COUNT OR WS-FOUND-IX > ZERO
005640         IF WS-TBL-CHG-NAME (WS-CHG-IDX) = WS-LOOKUP-NAME
005650             SET WS-FOUND-IX TO WS-CHG-IDX
005660         END-IF
005670     END-PERFORM.
005680 1900-FIND-CHANGED-EXIT.
005690     EXIT.
005700*
005710 2000-JUDGE-ENTRY.
005720     MOVE SPACES             TO CS128-CAN-REC.
005730     MOVE WS-TODAY-SWEEP-ID  TO CS1-PCAN-SWEEP-ID.
005740     MOVE WS-TBL-CHG-NAME (WS-CHG-IX)    TO CS1-PCAN-MEMBER-NAME.
005750     MOVE WS-TBL-CHG-TYPE (WS-CHG-IX)    TO CS1-PCAN-MEMBER-TYPE.
005760     MOVE 'NNNNNN'           TO CS1-PCAN-REASON-FLAGS.
005770     MOVE ZERO               TO CS1-PCAN-UNSIGNED-COUNT
005780                                CS1-PCAN-INVOKE-COUNT.
005790     IF WS-TBL-CHG-COPYBOOK (WS-CHG-IX)
005800         ADD 1               TO WS-COPYBOOK-COUNT
005810         PERFORM 2200-CHECK-COPIERS THRU 2200-CHECK-COPIERS-EXIT
005820     ELSE
005830         ADD 1               TO WS-MEMBER-COUNT
005840         PERFORM 2100-CHECK-MEMBER THRU 2100-CHECK-MEMBER-EXIT
005850     END-IF.
005860     MOVE WS-TBL-CHG-LIBRARY (WS-CHG-IX) TO CS1-PCAN-LIBRARY-DIR.
005870     IF CS1-PCAN-REASON-FLAGS = 'NNNNNN'
005880         SET CS1-PCAN-READY  TO TRUE
005890         ADD 1               TO WS-READY-COUNT
005900     ELSE
005910         SET CS1-PCAN-BLOCKED    TO TRUE
005920         ADD 1               TO WS-BLOCKED-COUNT
005930     END-IF.
005940     WRITE CS128-CAN-REC.
005950     PERFORM 3000-PRINT-ENTRY THRU 3000-PRINT-ENTRY-EXIT.
005960 2000-JUDGE-ENTRY-EXIT.
005970     EXIT.
005980*
005990 2100-CHECK-MEMBER.
006000     MOVE WS-TBL-CHG-NAME (WS-CHG-IX)    TO WS-LOOKUP-NAME.
006005     MOVE WS-TBL-CHG-LIBRARY (WS-CHG-IX) TO WS-LOOKUP-LIBRARY.
006010     PERFORM 2150-READ-CHECKPOINT THRU 2150-READ-CHECKPOINT-EXIT.
006020     IF NOT WS-MEMBER-CLEAN
006030         MOVE 'Y'            TO CS1-PCAN-NOT-CLEAN-SW
006040     END-IF.
006050     IF WS-TBL-CHG-LIBRARY (WS-CHG-IX) = SPACES
006060             AND WS-CKPT-OK
006070         MOVE CS1-CKPT-SOURCE-DIR
006080                             TO WS-TBL-CHG-LIBRARY (WS-CHG-IX)
006090     END-IF.
006100     IF WS-TBL-CHG-UNSIGNED (WS-CHG-IX) > ZERO
006110         MOVE 'Y'            TO CS1-PCAN-UNSIGNED-SW
006120         MOVE WS-TBL-CHG-UNSIGNED (WS-CHG-IX)
006130                             TO CS1-PCAN-UNSIGNED-COUNT
006140     END-IF.
006150     IF WS-TBL-CHG-MISMATCH (WS-CHG-IX) > ZERO
006160         MOVE 'Y'            TO CS1-PCAN-NOMPRG-SW
006170     END-IF.
006180     IF WS-TBL-CHG-INVOKES (WS-CHG-IX) > ZERO
006190         MOVE 'Y'            TO CS1-PCAN-INVOKE-SW
006200         MOVE WS-TBL-CHG-INVOKES (WS-CHG-IX)
006210                             TO CS1-PCAN-INVOKE-COUNT
006220     END-IF.
006230     IF NOT WS-RVW-AVAIL OR NOT WS-R106-AVAIL
006240             OR NOT WS-R121-AVAIL
006250         MOVE 'Y'            TO CS1-PCAN-UNVERIFIED-SW
006260     END-IF.
006270 2100-CHECK-MEMBER-EXIT.
006280     EXIT.
006290*
006300 2150-READ-CHECKPOINT.
006310*    WS-MEMBER-CLEAN COMES BACK SET ONLY FOR A MEMBER WHOSE
006320*    CHECKPOINT SAYS DONE UNDER TONIGHT'S SWEEP-ID.  THE
006330*    STATUS AND SWEEP FOUND ARE KEPT FOR THE MANIFEST LINE.
006340     MOVE 'N'                TO WS-MEMBER-CLEAN-SW.
006350     MOVE SPACES             TO WS-CKPT-STATUS.
006360     IF NOT WS-CKPT-AVAIL
006370         GO TO 2150-READ-CHECKPOINT-EXIT
006380     END-IF.
006390     MOVE WS-LOOKUP-NAME     TO CS1-CKPT-MEMBER-NAME.
006394     IF WS-LOOKUP-LIBRARY = SPACES
006398         PERFORM 2160-READ-SEARCH-ORDER
006402             THRU 2160-READ-SEARCH-ORDER-EXIT
006406         IF NOT WS-CKPT-OK
006410             GO TO 2150-READ-CHECKPOINT-EXIT
006414         END-IF
006418     ELSE
006422         MOVE WS-LOOKUP-LIBRARY  TO CS1-CKPT-SOURCE-DIR
006426         READ CS128-CKPT-FILE
006430             KEY IS CS1-CKPT-KEY
006434             INVALID KEY
006438                 GO TO 2150-READ-CHECKPOINT-EXIT
006442         END-READ
006446     END-IF.
006450     IF WS-LOOKUP-NAME = WS-TBL-CHG-NAME (WS-CHG-IX)
006460         MOVE CS1-CKPT-STATUS
006470                             TO WS-TBL-CHG-CKPT-STATUS (WS-CHG-IX)
006480         MOVE CS1-CKPT-SWEEP-ID
006490                             TO WS-TBL-CHG-CKPT-SWEEP (WS-CHG-IX)
006500     END-IF.
006510     IF CS1-CKPT-DONE AND CS1-CKPT-SWEEP-ID = WS-TODAY-SWEEP-ID
006520         MOVE 'Y'            TO WS-MEMBER-CLEAN-SW
006530     END-IF.
006540 2150-READ-CHECKPOINT-EXIT.
006550     EXIT.
006560*
006561 2160-READ-SEARCH-ORDER.
006562     PERFORM VARYING WS-LIB-IX FROM 1 BY 1
006563             UNTIL WS-LIB-IX > 2 OR WS-CKPT-OK
006564         MOVE WS-LIB-DIR (WS-LIB-IX) TO CS1-CKPT-SOURCE-DIR
006565         READ CS128-CKPT-FILE
006566             KEY IS CS1-CKPT-KEY
006567             INVALID KEY
006568                 CONTINUE
006569         END-READ
006570     END-PERFORM.
006571 2160-READ-SEARCH-ORDER-EXIT.
006572     EXIT.
006573*
006574 2200-CHECK-COPIERS.
006580*    A CHANGED COPYBOOK IS CLEARED BY ITS COPYING MEMBERS: EACH
006590*    ONE MUST BE DONE TONIGHT.  ONE THAT NO MEMBER COPIES HAS
006600*    NOTHING TO HOLD IT BACK.
006610     IF NOT WS-XRF-AVAIL
006620         MOVE 'Y'            TO CS1-PCAN-UNVERIFIED-SW
006630         GO TO 2200-CHECK-COPIERS-EXIT
006640     END-IF.
006650     PERFORM 2250-CHECK-ONE-COPIER THRU 2250-CHECK-ONE-COPIER-EXIT
006660         VARYING WS-CPY-IX FROM 1 BY 1
006670         UNTIL WS-CPY-IX > WS-CPY-COUNT.
006680     IF WS-TBL-CHG-COPIERS-BAD (WS-CHG-IX) > ZERO
006690         MOVE 'Y'            TO CS1-PCAN-COPIER-SW
006700     END-IF.
006710 2200-CHECK-COPIERS-EXIT.
006720     EXIT.
006730*
006740 2250-CHECK-ONE-COPIER.
006750     IF WS-TBL-CPY-CHG-IX (WS-CPY-IX) NOT = WS-CHG-IX
006760         GO TO 2250-CHECK-ONE-COPIER-EXIT
006770     END-IF.
006780     MOVE WS-TBL-CPY-MEMBER (WS-CPY-IX)  TO WS-LOOKUP-NAME.
006785     MOVE WS-TBL-CPY-LIBRARY (WS-CPY-IX) TO WS-LOOKUP-LIBRARY.
006790     PERFORM 2150-READ-CHECKPOINT THRU 2150-READ-CHECKPOINT-EXIT.
006800     IF WS-MEMBER-CLEAN
006810         MOVE 'Y'            TO WS-TBL-CPY-CLEAN-SW (WS-CPY-IX)
006820     ELSE
006830         ADD 1               TO WS-TBL-CHG-COPIERS-BAD (WS-CHG-IX)
006840     END-IF.
006850 2250-CHECK-ONE-COPIER-EXIT.
006860     EXIT.
006870*
006880 3000-PRINT-ENTRY.
006890*    THE FIRST LINE CARRIES THE NAME, TYPE AND VERDICT; EACH
006900*    FURTHER REASON GOES ON A LINE OF ITS OWN BENEATH IT.
006910     MOVE SPACES             TO WS-DETAIL-LINE.
006920     MOVE CS1-PCAN-MEMBER-NAME   TO DL-MEMBER.
006930     IF CS1-PCAN-IS-COPYBOOK
006940         MOVE 'COPYBOOK'     TO DL-TYPE
006950     ELSE
006960         MOVE 'MEMBER'       TO DL-TYPE
006970     END-IF.
006980     IF CS1-PCAN-READY
006990         MOVE 'READY'        TO DL-VERDICT
007000         MOVE SPACES         TO WS-REASON-TEXT
007010         PERFORM 3900-WRITE-REASON THRU 3900-WRITE-REASON-EXIT
007020         GO TO 3000-PRINT-ENTRY-EXIT
007030     END-IF.
007040     MOVE 'BLOCKED'          TO DL-VERDICT.
007050     IF CS1-PCAN-NOT-CLEAN-SW = 'Y'
007060         PERFORM 3100-REASON-NOT-CLEAN
007070             THRU 3100-REASON-NOT-CLEAN-EXIT
007080     END-IF.
007090     IF CS1-PCAN-UNSIGNED-SW = 'Y'
007100         MOVE CS1-PCAN-UNSIGNED-COUNT    TO WS-REASON-COUNT-ED
007110         MOVE SPACES         TO WS-REASON-TEXT
007120         STRING 'UNSIGNED W077/W078/W079 HITS: ' DELIMITED BY SIZE
007130             WS-REASON-COUNT-ED  DELIMITED BY SIZE
007140             INTO WS-REASON-TEXT
007150         PERFORM 3900-WRITE-REASON THRU 3900-WRITE-REASON-EXIT
007160     END-IF.
007170     IF CS1-PCAN-NOMPRG-SW = 'Y'
007180         MOVE 'CONFIGOO NOMPRG MISMATCH (CS106)'
007190                             TO WS-REASON-TEXT
007200         PERFORM 3900-WRITE-REASON THRU 3900-WRITE-REASON-EXIT
007210     END-IF.
007220     IF CS1-PCAN-INVOKE-SW = 'Y'
007230         MOVE CS1-PCAN-INVOKE-COUNT  TO WS-REASON-COUNT-ED
007240         MOVE SPACES         TO WS-REASON-TEXT
007250         STRING 'UNDEFINED METHODS INVOKED (CS121): '
007260                             DELIMITED BY SIZE
007270             WS-REASON-COUNT-ED  DELIMITED BY SIZE
007280             INTO WS-REASON-TEXT
007290         PERFORM 3900-WRITE-REASON THRU 3900-WRITE-REASON-EXIT
007300     END-IF.
007310     IF CS1-PCAN-COPIER-SW = 'Y'
007320         PERFORM 3200-REASON-COPIER THRU 3200-REASON-COPIER-EXIT
007330             VARYING WS-CPY-IX FROM 1 BY 1
007340             UNTIL WS-CPY-IX > WS-CPY-COUNT
007350     END-IF.
007360     IF CS1-PCAN-UNVERIFIED-SW = 'Y'
007370         PERFORM 3300-REASON-UNVERIFIED
007380             THRU 3300-REASON-UNVERIFIED-EXIT
007390     END-IF.
007400 3000-PRINT-ENTRY-EXIT.
007410     EXIT.
007420*
007430 3100-REASON-NOT-CLEAN.
007440     MOVE SPACES             TO WS-REASON-TEXT.
007450     IF WS-TBL-CHG-CKPT-STATUS (WS-CHG-IX) = SPACES
007460         MOVE 'NOT COMPILED TONIGHT - NO CHECKPOINT RECORD'
007470                             TO WS-REASON-TEXT
007480     ELSE
007490         STRING 'NOT COMPILED CLEAN TONIGHT - CHECKPOINT '
007500                             DELIMITED BY SIZE
007510             WS-TBL-CHG-CKPT-STATUS (WS-CHG-IX)
007520                             DELIMITED BY SIZE
007530             ' IN SWEEP '    DELIMITED BY SIZE
007540             WS-TBL-CHG-CKPT-SWEEP (WS-CHG-IX)
007550                             DELIMITED BY SIZE
007560             INTO WS-REASON-TEXT
007570     END-IF.
007580     PERFORM 3900-WRITE-REASON THRU 3900-WRITE-REASON-EXIT.
007590 3100-REASON-NOT-CLEAN-EXIT.
007600     EXIT.
007610*
007620 3200-REASON-COPIER.
007630     IF WS-TBL-CPY-CHG-IX (WS-CPY-IX) NOT = WS-CHG-IX
007640             OR WS-TBL-CPY-CLEAN (WS-CPY-IX)
007650         GO TO 3200-REASON-COPIER-EXIT
007660     END-IF.
007670     MOVE SPACES             TO WS-REASON-TEXT.
007680     STRING 'COPYING MEMBER NOT CLEAN TONIGHT: ' DELIMITED BY SIZE
007690         WS-TBL-CPY-MEMBER (WS-CPY-IX)   DELIMITED BY SIZE
007700         INTO WS-REASON-TEXT.
007710     PERFORM 3900-WRITE-REASON THRU 3900-WRITE-REASON-EXIT.
007720 3200-REASON-COPIER-EXIT.
007730     EXIT.
007740*
007750 3300-REASON-UNVERIFIED.
007760     IF CS1-PCAN-IS-COPYBOOK
007770         MOVE 'NOT VERIFIED - NO WHERE-USED FILE'
007780                             TO WS-REASON-TEXT
007790         PERFORM 3900-WRITE-REASON THRU 3900-WRITE-REASON-EXIT
007800         GO TO 3300-REASON-UNVERIFIED-EXIT
007810     END-IF.
007820     IF NOT WS-RVW-AVAIL
007830         MOVE 'NOT VERIFIED - NO CS103 SIGN-OFF REVIEW FILE'
007840                             TO WS-REASON-TEXT
007850         PERFORM 3900-WRITE-REASON THRU 3900-WRITE-REASON-EXIT
007860     END-IF.
007870     IF NOT WS-R106-AVAIL
007880         MOVE 'NOT VERIFIED - NO CS106 NOMPRG REPORT'
007890                             TO WS-REASON-TEXT
007900         PERFORM 3900-WRITE-REASON THRU 3900-WRITE-REASON-EXIT
007910     END-IF.
007920     IF NOT WS-R121-AVAIL
007930         MOVE 'NOT VERIFIED - NO CS121 INVOKE REPORT'
007940                             TO WS-REASON-TEXT
007950         PERFORM 3900-WRITE-REASON THRU 3900-WRITE-REASON-EXIT
007960     END-IF.
007970 3300-REASON-UNVERIFIED-EXIT.
007980     EXIT.
007990*
008000 3900-WRITE-REASON.
008010*    AFTER THE FIRST LINE OF AN ENTRY THE NAME, TYPE AND VERDICT
008020*    COLUMNS ARE LEFT BLANK SO THE REASONS READ AS ONE BLOCK.
008030     MOVE WS-REASON-TEXT     TO DL-REASON.
008040     MOVE WS-DETAIL-LINE     TO CS128-RPT-REC.
008050     WRITE CS128-RPT-REC.
008060     MOVE SPACES             TO WS-DETAIL-LINE.
008070 3900-WRITE-REASON-EXIT.
008080     EXIT.
008090*
008100 8000-FINISH.
008110     IF WS-CKPT-AVAIL
008120         CLOSE CS128-CKPT-FILE
008130     END-IF.
008140     MOVE SPACES             TO CS128-RPT-REC.
008150     WRITE CS128-RPT-REC.
008160     MOVE WS-CHG-COUNT       TO WS-CHG-COUNT-ED.
008170     MOVE WS-MEMBER-COUNT    TO WS-MEMBER-COUNT-ED.
008180     MOVE WS-COPYBOOK-COUNT  TO WS-COPYBOOK-COUNT-ED.
008190     MOVE SPACES             TO WS-TOTAL-LINE.
008200     STRING 'CHANGED NAMES: ' DELIMITED BY SIZE
008210         WS-CHG-COUNT-ED     DELIMITED BY SIZE
008220         '   MEMBERS: '      DELIMITED BY SIZE
008230         WS-MEMBER-COUNT-ED  DELIMITED BY SIZE
008240         '   COPYBOOKS: '    DELIMITED BY SIZE
008250         WS-COPYBOOK-COUNT-ED    DELIMITED BY SIZE
008260         INTO WS-TOTAL-LINE.
008270     MOVE WS-TOTAL-LINE      TO CS128-RPT-REC.
008280     WRITE CS128-RPT-REC.
008290     MOVE WS-READY-COUNT     TO WS-READY-COUNT-ED.
008300     MOVE WS-BLOCKED-COUNT   TO WS-BLOCKED-COUNT-ED.
008310     MOVE SPACES             TO WS-TOTAL-LINE.
008320     STRING 'READY FOR PROMOTION: ' DELIMITED BY SIZE
008330         WS-READY-COUNT-ED   DELIMITED BY SIZE
008340         '   BLOCKED: '      DELIMITED BY SIZE
008350         WS-BLOCKED-COUNT-ED DELIMITED BY SIZE
008360         INTO WS-TOTAL-LINE.
008370     MOVE WS-TOTAL-LINE      TO CS128-RPT-REC.
008380     WRITE CS128-RPT-REC.
008390     CLOSE CS128-RPT-FILE CS128-CAN-FILE.
008400     DISPLAY 'CS128 - READY: ' WS-READY-COUNT
008410         ' BLOCKED: ' WS-BLOCKED-COUNT.
008420 8000-FINISH-EXIT.
008430     EXIT.
008440*
008450 9000-LOG-START.
008460     MOVE 'CS128'            TO LK-RLOG-PROGRAM.
008470     MOVE 'START'            TO LK-RLOG-EVENT.
008480     MOVE ZERO               TO LK-RLOG-RETURN-CODE.
008490     CALL 'CS122'            USING WS-RLOG-INTERFACE.
008500 9000-LOG-START-EXIT.
008510     EXIT.
008520*
008530 9100-LOG-END.
008540     MOVE 'END'              TO LK-RLOG-EVENT.
008550     MOVE RETURN-CODE        TO LK-RLOG-RETURN-CODE.
008560     CALL 'CS122'            USING WS-RLOG-INTERFACE.
008570 9100-LOG-END-EXIT.
008580     EXIT.
