000010 IDENTIFICATION              DIVISION.
000020 PROGRAM-ID.                 CS138.
000030 AUTHOR.                     J. R. CASSEL.
000040 INSTALLATION.               SIGER - DEPTO DE DESENVOLVIMENTO.
000050 DATE-WRITTEN.               15/10/2026.
000060 DATE-COMPILED.              15/10/2026.
000070*****************************************************************
000080*                                                                *
000090*    CS138 - CHECKPOINT AND HISTORY KEY CONVERSION               *
000100*                                                                *
000110*    ONE-TIME STEP THAT CARRIES THE CS104 CHECKPOINT AND THE     *
000120*    CS117 SWEEP HISTORY FORWARD FROM THEIR OLD KEYS (MEMBER     *
000130*    NAME ALONE, SWEEP-ID PLUS MEMBER NAME) TO THE LIBRARY-      *
000140*    QUALIFIED KEYS OF CS1CKPT.CPY AND CS1HIST.CPY, SO BOTH      *
000150*    COPIES OF A NAME SHADOWED ACROSS THE TWO LIBRARIES CAN      *
000160*    EACH KEEP THEIR OWN RECORDS FROM NOW ON.  THE OLD FILES     *
000170*    ARE READ AS CS138OCK AND CS138OHS; THE NEW ONES ARE         *
000180*    WRITTEN AS CS138NCK AND CS138NHS, WHICH THE JOB STREAM      *
000190*    CATALOGS BACK OVER CS104CKP AND CS117HIS.                   *
000200*                                                                *
000210*    A RECORD'S LIBRARY IS, IN ORDER OF PREFERENCE:              *
000220*      - THE OLD CHECKPOINT'S CS1-CKPT-SOURCE-DIR WHERE IT IS    *
000230*        FILLED IN.  FOR A NAME THE CS110 MASTER (CS138MST)      *
000240*        SHOWS IN BOTH LIBRARIES IT IS TRUSTED ONLY FOR THE      *
000250*        SWEEP THE CHECKPOINT ITSELF RECORDS - EARLIER NIGHTS    *
000260*        MAY HAVE COMPILED THE OTHER COPY;                       *
000270*      - THE ONE LIBRARY THE MASTER HOLDS THE NAME IN;           *
000280*      - OTHERWISE BLANK.  THE RECORD IS STILL CARRIED           *
000290*        FORWARD AND COUNTED ON CS138RPT (RETURN CODE 4).        *
000300*    A MISSING OLD FILE CONVERTS NOTHING (RETURN CODE 8).        *
000310*                                                                *
000320*    MODIFICATION HISTORY                                        *
000330*    ----------------------                                      *
000340*    DATE       INIT DESCRIPTION                                 *
000350*    ---------- ---- ------------------------------------------- *
000360*    2026-10-15 JRC  ORIGINAL PROGRAM.                           *
000370*                                                                *
000380*****************************************************************
000390 ENVIRONMENT                 DIVISION.
000400 CONFIGURATION               SECTION.
000410 SPECIAL-NAMES.
000420     DECIMAL-POINT IS COMMA.
000430 INPUT-OUTPUT                SECTION.
000440 FILE-CONTROL.
000450     SELECT CS138-OCK-FILE   ASSIGN TO CS138OCK
000460                             ORGANIZATION IS INDEXED
000470                             ACCESS MODE IS DYNAMIC
000480                             RECORD KEY IS OCK-MEMBER-NAME
000490                             FILE STATUS IS WS-OCK-STATUS.
000500
000510     SELECT CS138-NCK-FILE   ASSIGN TO CS138NCK
000520                             ORGANIZATION IS INDEXED
000530                             ACCESS MODE IS RANDOM
000540                             RECORD KEY IS CS1-CKPT-KEY
000550                             FILE STATUS IS WS-NCK-STATUS.
000560
000570     SELECT CS138-OHS-FILE   ASSIGN TO CS138OHS
000580                             ORGANIZATION IS INDEXED
000590                             ACCESS MODE IS SEQUENTIAL
000600                             RECORD KEY IS OHS-KEY
000610                             FILE STATUS IS WS-OHS-STATUS.
000620
000630     SELECT CS138-NHS-FILE   ASSIGN TO CS138NHS
000640                             ORGANIZATION IS INDEXED
000650                             ACCESS MODE IS RANDOM
000660                             RECORD KEY IS CS1-HIST-KEY
000670                             FILE STATUS IS WS-NHS-STATUS.
000680
000690     SELECT CS138-MSTR-FILE  ASSIGN TO CS138MST
000700                             ORGANIZATION IS LINE SEQUENTIAL
000710                             FILE STATUS IS WS-MSTR-STATUS.
000720
000730     SELECT CS138-RPT-FILE   ASSIGN TO CS138RPT
000740                             ORGANIZATION IS LINE SEQUENTIAL
000750                             FILE STATUS IS WS-RPT-STATUS.
000760
000770 DATA                        DIVISION.
000780 FILE                        SECTION.
000790*    THE OLD CHECKPOINT: THE SAME BYTES AS CS1CKPT.CPY, KEYED ON
000800*    THE MEMBER NAME ALONE.
000810 FD  CS138-OCK-FILE
000820     RECORDING MODE IS F.
000830 01  CS138-OCK-REC.
000840     05  OCK-SWEEP-ID        PIC X(08).
000850     05  OCK-SOURCE-DIR      PIC X(60).
000860     05  OCK-MEMBER-NAME     PIC X(08).
000870     05  FILLER              PIC X(35).
000880
000890 FD  CS138-NCK-FILE
000900     RECORDING MODE IS F.
000910 01  CS138-NCK-REC.
000920     COPY CS1CKPT.
000930
000940*    THE OLD HISTORY: CS1HIST.CPY BEFORE THE LIBRARY WAS ADDED
000950*    TO ITS KEY.
000960 FD  CS138-OHS-FILE
000970     RECORDING MODE IS F.
000980 01  CS138-OHS-REC.
000990     05  OHS-KEY.
001000         10  OHS-SWEEP-ID    PIC X(08).
001010         10  OHS-MEMBER-NAME PIC X(08).
001020     05  OHS-STREAM-NO       PIC 9(02).
001030     05  OHS-STATUS          PIC X(01).
001040     05  OHS-COMPLETION-STAMP    PIC X(14).
001050     05  OHS-RETRY-COUNT     PIC 9(03).
001060     05  OHS-SWITCHES-APPLIED    PIC X(08).
001070     05  FILLER              PIC X(16).
001080
001090 FD  CS138-NHS-FILE
001100     RECORDING MODE IS F.
001110 01  CS138-NHS-REC.
001120     COPY CS1HIST.
001130
001140 FD  CS138-MSTR-FILE
001150     RECORDING MODE IS F.
001160 01  CS138-MSTR-REC.
001170     COPY CS1MSTR.
001180
001190 FD  CS138-RPT-FILE
001200     RECORDING MODE IS F.
001210 01  CS138-RPT-REC           PIC X(100).
001220
001230 WORKING-STORAGE             SECTION.
001240 01  WS-SWITCHES.
001250     05  WS-OCK-STATUS       PIC X(02)      VALUE SPACES.
001260         88  WS-OCK-OK           VALUE '00'.
001270     05  WS-NCK-STATUS       PIC X(02)      VALUE SPACES.
001280         88  WS-NCK-OK           VALUE '00'.
001290     05  WS-OHS-STATUS       PIC X(02)      VALUE SPACES.
001300         88  WS-OHS-OK           VALUE '00'.
001310     05  WS-NHS-STATUS       PIC X(02)      VALUE SPACES.
001320         88  WS-NHS-OK           VALUE '00'.
001330     05  WS-MSTR-STATUS      PIC X(02)      VALUE SPACES.
001340         88  WS-MSTR-OK          VALUE '00'.
001350     05  WS-RPT-STATUS       PIC X(02)      VALUE SPACES.
001360         88  WS-RPT-OK           VALUE '00'.
001370     05  WS-OCK-EOF-SW       PIC X(01)      VALUE 'N'.
001380         88  WS-OCK-EOF-YES      VALUE 'Y'.
001390     05  WS-OHS-EOF-SW       PIC X(01)      VALUE 'N'.
001400         88  WS-OHS-EOF-YES      VALUE 'Y'.
001410     05  WS-MSTR-EOF-SW      PIC X(01)      VALUE 'N'.
001420         88  WS-MSTR-EOF-YES     VALUE 'Y'.
001430     05  WS-OCK-AVAIL-SW     PIC X(01)      VALUE 'N'.
001440         88  WS-OCK-AVAIL        VALUE 'Y'.
001450     05  WS-SAME-SWEEP-SW    PIC X(01)      VALUE 'N'.
001460         88  WS-SAME-SWEEP       VALUE 'Y'.
001470     05  WS-UNIQUE-SW        PIC X(01)      VALUE 'N'.
001480         88  WS-UNIQUE-YES       VALUE 'Y'.
001490     05  WS-PASS-SW          PIC X(01)      VALUE 'C'.
001500         88  WS-PASS-CHECKPOINT  VALUE 'C'.
001510         88  WS-PASS-HISTORY     VALUE 'H'.
001520*
001530*    LIBRARY RESOLUTION: THE MEMBER AND THE OLD CHECKPOINT'S
001540*    LIBRARY GO IN, THE LIBRARY TO KEY THE RECORD ON COMES OUT.
001550 01  WS-RES-MEMBER           PIC X(08)      VALUE SPACES.
001560 01  WS-RES-CKPT-DIR         PIC X(60)      VALUE SPACES.
001570 01  WS-RES-LIBRARY          PIC X(60)      VALUE SPACES.
001580 01  WS-FOUND-IX             PIC 9(04)      COMP   VALUE ZERO.
001590*
001600*    SOURCE MEMBER NAMES ON THE CS110 MASTER, WITH THE FIRST
001610*    LIBRARY SEEN AND HOW MANY LIBRARIES HOLD THE NAME.
001620 01  WS-MST-TABLE-COUNTERS.
001630     05  WS-MST-COUNT        PIC 9(04)      COMP   VALUE ZERO.
001640     05  WS-MAX-MST          PIC 9(04)      COMP   VALUE 5000.
001650*
001660 01  WS-MST-TABLE.
001670     05  WS-MST-ENTRY        OCCURS 5000 TIMES
001680                             INDEXED BY WS-MST-IDX.
001690         10  WS-TBL-MST-MEMBER   PIC X(08).
001700         10  WS-TBL-MST-LIBRARY  PIC X(60).
001710         10  WS-TBL-MST-LIBS     PIC 9(02)      COMP.
001720*
001730 01  WS-COUNTERS.
001740     05  WS-CKPT-READ        PIC 9(07)      COMP   VALUE ZERO.
001750     05  WS-CKPT-WRITTEN     PIC 9(07)      COMP   VALUE ZERO.
001760     05  WS-CKPT-FILLED      PIC 9(07)      COMP   VALUE ZERO.
001770     05  WS-CKPT-UNKNOWN     PIC 9(07)      COMP   VALUE ZERO.
001780     05  WS-HIST-READ        PIC 9(07)      COMP   VALUE ZERO.
001790     05  WS-HIST-WRITTEN     PIC 9(07)      COMP   VALUE ZERO.
001800     05  WS-HIST-UNKNOWN     PIC 9(07)      COMP   VALUE ZERO.
001810     05  WS-DUP-COUNT        PIC 9(07)      COMP   VALUE ZERO.
001820     05  WS-COUNT-ED         PIC ZZZZZZ9.
001830*
001840 01  WS-HEADING-1            PIC X(70)      VALUE
001850     'CS138 - CHECKPOINT AND HISTORY KEY CONVERSION'.
001860 01  WS-HEADING-2.
001870     05  FILLER              PIC X(12) VALUE 'FILE'.
001880     05  FILLER              PIC X(10) VALUE 'SWEEP'.
001890     05  FILLER              PIC X(10) VALUE 'MEMBER'.
001900     05  FILLER              PIC X(68) VALUE 'NOTE'.
001910 01  WS-DETAIL-LINE.
001920     05  DL-FILE             PIC X(12).
001930     05  DL-SWEEP            PIC X(10).
001940     05  DL-MEMBER           PIC X(10).
001950     05  DL-NOTE             PIC X(68).
001960 01  WS-TOTAL-LINE.
001970     05  TL-LABEL            PIC X(40).
001980     05  TL-COUNT            PIC X(09).
001990     05  FILLER              PIC X(51).
002000*
002010 01  WS-RLOG-INTERFACE.
002020     COPY CS1RLGI.
002030*
002040 PROCEDURE                   DIVISION.
002050*
002060 0000-MAINLINE.
002070     PERFORM 9000-LOG-START THRU 9000-LOG-START-EXIT.
002080     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
002090     PERFORM 2000-CONVERT-CHECKPOINT
002100         THRU 2000-CONVERT-CHECKPOINT-EXIT.
002110     PERFORM 3000-CONVERT-HISTORY THRU 3000-CONVERT-HISTORY-EXIT.
002120     PERFORM 8000-FINISH THRU 8000-FINISH-EXIT.
002130     PERFORM 9100-LOG-END THRU 9100-LOG-END-EXIT.
002140     STOP RUN.
002150*
002160 1000-INITIALIZE.
002170     OPEN OUTPUT CS138-RPT-FILE.
002180     IF NOT WS-RPT-OK
002190         DISPLAY 'CS138 - CANNOT OPEN REPORT'
002200         STOP RUN
002210     END-IF.
002220     MOVE WS-HEADING-1       TO CS138-RPT-REC.
002230     WRITE CS138-RPT-REC.
002240     MOVE SPACES             TO CS138-RPT-REC.
002250     WRITE CS138-RPT-REC.
002260     PERFORM 1100-LOAD-MASTER THRU 1100-LOAD-MASTER-EXIT.
002270     MOVE WS-HEADING-2       TO CS138-RPT-REC.
002280     WRITE CS138-RPT-REC.
002290 1000-INITIALIZE-EXIT.
002300     EXIT.
002310*
002320 1100-LOAD-MASTER.
002330*    WITHOUT THE MASTER ONLY THE OLD CHECKPOINT CAN SUPPLY A
002340*    LIBRARY; THE CONVERSION STILL RUNS.
002350     OPEN INPUT CS138-MSTR-FILE.
002360     IF NOT WS-MSTR-OK
002370         DISPLAY 'CS138 - NO CS110 MASTER, LIBRARIES COME FROM '
002380             'THE CHECKPOINT ONLY'
002390         MOVE 'NO CS110 MASTER - LIBRARIES FROM CHECKPOINT ONLY'
002400             TO CS138-RPT-REC
002410         WRITE CS138-RPT-REC
002420         MOVE SPACES         TO CS138-RPT-REC
002430         WRITE CS138-RPT-REC
002440         GO TO 1100-LOAD-MASTER-EXIT
002450     END-IF.
002460     PERFORM 1150-LOAD-MSTR-RECORD THRU 1150-LOAD-MSTR-RECORD-EXIT
002470         UNTIL WS-MSTR-EOF-YES.
002480     CLOSE CS138-MSTR-FILE.
002490 1100-LOAD-MASTER-EXIT.
002500     EXIT.
002510*
002520 1150-LOAD-MSTR-RECORD.
002530     READ CS138-MSTR-FILE
002540         AT END
002550             SET WS-MSTR-EOF-YES TO TRUE
002560             GO TO 1150-LOAD-MSTR-RECORD-EXIT
002570     END-READ.
002580*    COPYBOOK ROWS NEVER COMPILE, SO THEY HAVE NO CHECKPOINT OR
002590*    HISTORY TO CONVERT.
002600     IF CS1-MSTR-IS-COPYBOOK
002610         GO TO 1150-LOAD-MSTR-RECORD-EXIT
002620     END-IF.
002630     MOVE CS1-MSTR-MEMBER-NAME   TO WS-RES-MEMBER.
002640     PERFORM 2600-FIND-MASTER THRU 2600-FIND-MASTER-EXIT.
002650     IF WS-FOUND-IX > ZERO
002660         IF WS-TBL-MST-LIBRARY (WS-FOUND-IX)
002670                 NOT = CS1-MSTR-LIBRARY-DIR
002680             ADD 1           TO WS-TBL-MST-LIBS (WS-FOUND-IX)
002690         END-IF
002700         GO TO 1150-LOAD-MSTR-RECORD-EXIT
002710     END-IF.
002720     IF WS-MST-COUNT < WS-MAX-MST
002730         ADD 1               TO WS-MST-COUNT
002740         SET WS-MST-IDX      TO WS-MST-COUNT
002750         MOVE CS1-MSTR-MEMBER-NAME
002760                             TO WS-TBL-MST-MEMBER (WS-MST-IDX)
002770         MOVE CS1-MSTR-LIBRARY-DIR
002780                             TO WS-TBL-MST-LIBRARY (WS-MST-IDX)
002790         MOVE 1              TO WS-TBL-MST-LIBS (WS-MST-IDX)
002800     ELSE
002810         DISPLAY 'CS138 - MASTER TABLE FULL, RECORD DROPPED: '
002820             CS1-MSTR-MEMBER-NAME
002830     END-IF.
002840 1150-LOAD-MSTR-RECORD-EXIT.
002850     EXIT.
002860*
002870 2000-CONVERT-CHECKPOINT.
002880*    THE CHECKPOINT RECORD ITSELF IS UNCHANGED; ONLY A BLANK
002890*    LIBRARY IS FILLED IN FROM THE MASTER BEFORE THE RECORD IS
002900*    WRITTEN UNDER ITS NEW KEY.  THE OLD FILE STAYS OPEN FOR THE
002910*    HISTORY PASS, WHICH READS IT BY MEMBER NAME.
002920     OPEN INPUT CS138-OCK-FILE.
002930     IF NOT WS-OCK-OK
002940         DISPLAY 'CS138 - OLD CHECKPOINT NOT AVAILABLE, NOT '
002950             'CONVERTED'
002960         MOVE 'NO OLD CHECKPOINT (CS138OCK) - NOT CONVERTED'
002970             TO CS138-RPT-REC
002980         WRITE CS138-RPT-REC
002990         MOVE 8              TO RETURN-CODE
003000         GO TO 2000-CONVERT-CHECKPOINT-EXIT
003010     END-IF.
003020     MOVE 'Y'                TO WS-OCK-AVAIL-SW.
003030     OPEN OUTPUT CS138-NCK-FILE.
003040     IF NOT WS-NCK-OK
003050         DISPLAY 'CS138 - CANNOT OPEN NEW CHECKPOINT'
003060         MOVE 8              TO RETURN-CODE
003070         GO TO 2000-CONVERT-CHECKPOINT-EXIT
003080     END-IF.
003090     PERFORM 2100-CONVERT-CKPT-RECORD
003100         THRU 2100-CONVERT-CKPT-RECORD-EXIT
003110         UNTIL WS-OCK-EOF-YES.
003120     CLOSE CS138-NCK-FILE.
003130 2000-CONVERT-CHECKPOINT-EXIT.
003140     EXIT.
003150*
003160 2100-CONVERT-CKPT-RECORD.
003170     READ CS138-OCK-FILE NEXT RECORD
003180         AT END
003190             SET WS-OCK-EOF-YES  TO TRUE
003200             GO TO 2100-CONVERT-CKPT-RECORD-EXIT
003210     END-READ.
003220     ADD 1                   TO WS-CKPT-READ.
003230     MOVE CS138-OCK-REC      TO CS138-NCK-REC.
003240     IF CS1-CKPT-SOURCE-DIR = SPACES
003250         MOVE OCK-MEMBER-NAME    TO WS-RES-MEMBER
003260         MOVE SPACES         TO WS-RES-CKPT-DIR
003270         MOVE 'Y'            TO WS-SAME-SWEEP-SW
003280         PERFORM 2500-RESOLVE-LIBRARY
003290             THRU 2500-RESOLVE-LIBRARY-EXIT
003300         IF WS-RES-LIBRARY = SPACES
003310             ADD 1           TO WS-CKPT-UNKNOWN
003320             MOVE SPACES     TO WS-DETAIL-LINE
003330             MOVE 'CHECKPOINT'   TO DL-FILE
003340             MOVE OCK-SWEEP-ID   TO DL-SWEEP
003350             MOVE OCK-MEMBER-NAME    TO DL-MEMBER
003360             MOVE 'LIBRARY NOT KNOWN - KEPT WITH A BLANK LIBRARY'
003370                             TO DL-NOTE
003380             MOVE WS-DETAIL-LINE TO CS138-RPT-REC
003390             WRITE CS138-RPT-REC
003400         ELSE
003410             ADD 1           TO WS-CKPT-FILLED
003420             MOVE WS-RES-LIBRARY TO CS1-CKPT-SOURCE-DIR
003430         END-IF
003440     END-IF.
003450     WRITE CS138-NCK-REC
003460         INVALID KEY
003470             PERFORM 2900-REPORT-DUPLICATE
003480                 THRU 2900-REPORT-DUPLICATE-EXIT
003490             GO TO 2100-CONVERT-CKPT-RECORD-EXIT
003500     END-WRITE.
003510     ADD 1                   TO WS-CKPT-WRITTEN.
003520 2100-CONVERT-CKPT-RECORD-EXIT.
003530     EXIT.
003540*
003550 2500-RESOLVE-LIBRARY.
003560     MOVE SPACES             TO WS-RES-LIBRARY.
003570     PERFORM 2600-FIND-MASTER THRU 2600-FIND-MASTER-EXIT.
003580     MOVE 'N'                TO WS-UNIQUE-SW.
003590     IF WS-FOUND-IX > ZERO
003600         IF WS-TBL-MST-LIBS (WS-FOUND-IX) = 1
003610             MOVE 'Y'        TO WS-UNIQUE-SW
003620         END-IF
003630     END-IF.
003640*    THE CHECKPOINT'S OWN LIBRARY WINS WHERE IT IS FILLED IN,
003650*    UNLESS THE NAME IS SHADOWED AND THE RECORD IS FROM ANOTHER
003660*    NIGHT THAN THE ONE THE CHECKPOINT RECORDS.
003670     IF WS-RES-CKPT-DIR NOT = SPACES
003680         IF WS-SAME-SWEEP OR WS-UNIQUE-YES OR WS-FOUND-IX = ZERO
003690             MOVE WS-RES-CKPT-DIR    TO WS-RES-LIBRARY
003700             GO TO 2500-RESOLVE-LIBRARY-EXIT
003710         END-IF
003720     END-IF.
003730     IF WS-UNIQUE-YES
003740         MOVE WS-TBL-MST-LIBRARY (WS-FOUND-IX)
003750                             TO WS-RES-LIBRARY
003760     END-IF.
003770 2500-RESOLVE-LIBRARY-EXIT.
003780     EXIT.
003790*
003800 2600-FIND-MASTER.
003810*    WS-FOUND-IX COMES BACK ZERO WHEN WS-RES-MEMBER IS NOT ON
003820*    THE MASTER.
003830     MOVE ZERO               TO WS-FOUND-IX.
003840     PERFORM VARYING WS-MST-IDX FROM 1 BY 1
003850             UNTIL WS-MST-IDX > WS-MST-COUNT
003860                OR WS-FOUND-IX > ZERO
003870         IF WS-TBL-MST-MEMBER (WS-MST-IDX) = WS-RES-MEMBER
003880             SET WS-FOUND-IX TO WS-MST-IDX
003890         END-IF
003900     END-PERFORM.
003910 2600-FIND-MASTER-EXIT.
003920     EXIT.
003930*
003940 2900-REPORT-DUPLICATE.
003950*    TWO OLD RECORDS CAN ONLY MEET ON ONE NEW KEY IF THE OLD FILE
003960*    WAS DAMAGED; THE FIRST ONE IS KEPT.
003970     ADD 1                   TO WS-DUP-COUNT.
003980     MOVE SPACES             TO WS-DETAIL-LINE.
003990     IF WS-PASS-CHECKPOINT
004000         MOVE 'CHECKPOINT'   TO DL-FILE
004010         MOVE OCK-SWEEP-ID   TO DL-SWEEP
004020         MOVE OCK-MEMBER-NAME    TO DL-MEMBER
004030     ELSE
004040         MOVE 'HISTORY'      TO DL-FILE
004050         MOVE OHS-SWEEP-ID   TO DL-SWEEP
004060         MOVE OHS-MEMBER-NAME    TO DL-MEMBER
004070     END-IF.
004080     MOVE 'DUPLICATE NEW KEY - RECORD DROPPED' TO DL-NOTE.
004090     MOVE WS-DETAIL-LINE     TO CS138-RPT-REC.
004100     WRITE CS138-RPT-REC.
004110 2900-REPORT-DUPLICATE-EXIT.
004120     EXIT.
004130*
004140 3000-CONVERT-HISTORY.
004150     SET WS-PASS-HISTORY     TO TRUE.
004160     OPEN INPUT CS138-OHS-FILE.
004170     IF NOT WS-OHS-OK
004180         DISPLAY 'CS138 - OLD HISTORY NOT AVAILABLE, NOT '
004190             'CONVERTED'
004200         MOVE 'NO OLD HISTORY (CS138OHS) - NOT CONVERTED'
004210             TO CS138-RPT-REC
004220         WRITE CS138-RPT-REC
004230         MOVE 8              TO RETURN-CODE
004240         GO TO 3000-CONVERT-HISTORY-EXIT
004250     END-IF.
004260     OPEN OUTPUT CS138-NHS-FILE.
004270     IF NOT WS-NHS-OK
004280         DISPLAY 'CS138 - CANNOT OPEN NEW HISTORY'
004290         MOVE 8              TO RETURN-CODE
004300         CLOSE CS138-OHS-FILE
004310         GO TO 3000-CONVERT-HISTORY-EXIT
004320     END-IF.
004330     PERFORM 3100-CONVERT-HIST-RECORD
004340         THRU 3100-CONVERT-HIST-RECORD-EXIT
004350         UNTIL WS-OHS-EOF-YES.
004360     CLOSE CS138-OHS-FILE CS138-NHS-FILE.
004370 3000-CONVERT-HISTORY-EXIT.
004380     EXIT.
004390*
004400 3100-CONVERT-HIST-RECORD.
004410     READ CS138-OHS-FILE NEXT RECORD
004420         AT END
004430             SET WS-OHS-EOF-YES  TO TRUE
004440             GO TO 3100-CONVERT-HIST-RECORD-EXIT
004450     END-READ.
004460     ADD 1                   TO WS-HIST-READ.
004470     MOVE OHS-MEMBER-NAME    TO WS-RES-MEMBER.
004480     MOVE SPACES             TO WS-RES-CKPT-DIR.
004490     MOVE 'N'                TO WS-SAME-SWEEP-SW.
004500     IF WS-OCK-AVAIL
004510         MOVE OHS-MEMBER-NAME    TO OCK-MEMBER-NAME
004520         READ CS138-OCK-FILE
004530             KEY IS OCK-MEMBER-NAME
004540             INVALID KEY
004550                 MOVE SPACES TO OCK-SOURCE-DIR OCK-SWEEP-ID
004560         END-READ
004570         MOVE OCK-SOURCE-DIR TO WS-RES-CKPT-DIR
004580         IF OCK-SWEEP-ID = OHS-SWEEP-ID
004590             MOVE 'Y'        TO WS-SAME-SWEEP-SW
004600         END-IF
004610     END-IF.
004620     PERFORM 2500-RESOLVE-LIBRARY THRU 2500-RESOLVE-LIBRARY-EXIT.
004630     IF WS-RES-LIBRARY = SPACES
004640         ADD 1               TO WS-HIST-UNKNOWN
004650     END-IF.
004660     MOVE SPACES             TO CS138-NHS-REC.
004670     MOVE OHS-SWEEP-ID       TO CS1-HIST-SWEEP-ID.
004680     MOVE WS-RES-LIBRARY     TO CS1-HIST-SOURCE-DIR.
004690     MOVE OHS-MEMBER-NAME    TO CS1-HIST-MEMBER-NAME.
004700     MOVE OHS-STREAM-NO      TO CS1-HIST-STREAM-NO.
004710     MOVE OHS-STATUS         TO CS1-HIST-STATUS.
004720     MOVE OHS-COMPLETION-STAMP   TO CS1-HIST-COMPLETION-STAMP.
004730     MOVE OHS-RETRY-COUNT    TO CS1-HIST-RETRY-COUNT.
004740     MOVE OHS-SWITCHES-APPLIED   TO CS1-HIST-SWITCHES-APPLIED.
004750     WRITE CS138-NHS-REC
004760         INVALID KEY
004770             PERFORM 2900-REPORT-DUPLICATE
004780                 THRU 2900-REPORT-DUPLICATE-EXIT
004790             GO TO 3100-CONVERT-HIST-RECORD-EXIT
004800     END-WRITE.
004810     ADD 1                   TO WS-HIST-WRITTEN.
004820 3100-CONVERT-HIST-RECORD-EXIT.
004830     EXIT.
004840*
004850 8000-FINISH.
004860     IF WS-OCK-AVAIL
004870         CLOSE CS138-OCK-FILE
004880     END-IF.
004890     MOVE SPACES             TO CS138-RPT-REC
004900                                WS-TOTAL-LINE.
004910     WRITE CS138-RPT-REC.
004920     MOVE 'CHECKPOINT RECORDS READ:'     TO TL-LABEL.
004930     MOVE WS-CKPT-READ       TO WS-COUNT-ED.
004940     PERFORM 8100-WRITE-TOTAL THRU 8100-WRITE-TOTAL-EXIT.
004950     MOVE 'CHECKPOINT RECORDS WRITTEN:'  TO TL-LABEL.
004960     MOVE WS-CKPT-WRITTEN    TO WS-COUNT-ED.
004970     PERFORM 8100-WRITE-TOTAL THRU 8100-WRITE-TOTAL-EXIT.
004980     MOVE '  LIBRARY FILLED IN FROM THE MASTER:' TO TL-LABEL.
004990     MOVE WS-CKPT-FILLED     TO WS-COUNT-ED.
005000     PERFORM 8100-WRITE-TOTAL THRU 8100-WRITE-TOTAL-EXIT.
005010     MOVE '  LIBRARY NOT KNOWN:'         TO TL-LABEL.
005020     MOVE WS-CKPT-UNKNOWN    TO WS-COUNT-ED.
005030     PERFORM 8100-WRITE-TOTAL THRU 8100-WRITE-TOTAL-EXIT.
005040     MOVE 'HISTORY RECORDS READ:'        TO TL-LABEL.
005050     MOVE WS-HIST-READ       TO WS-COUNT-ED.
005060     PERFORM 8100-WRITE-TOTAL THRU 8100-WRITE-TOTAL-EXIT.
005070     MOVE 'HISTORY RECORDS WRITTEN:'     TO TL-LABEL.
005080     MOVE WS-HIST-WRITTEN    TO WS-COUNT-ED.
005090     PERFORM 8100-WRITE-TOTAL THRU 8100-WRITE-TOTAL-EXIT.
005100     MOVE '  LIBRARY NOT KNOWN:'         TO TL-LABEL.
005110     MOVE WS-HIST-UNKNOWN    TO WS-COUNT-ED.
005120     PERFORM 8100-WRITE-TOTAL THRU 8100-WRITE-TOTAL-EXIT.
005130     MOVE 'DUPLICATE KEYS DROPPED:'      TO TL-LABEL.
005140     MOVE WS-DUP-COUNT       TO WS-COUNT-ED.
005150     PERFORM 8100-WRITE-TOTAL THRU 8100-WRITE-TOTAL-EXIT.
005160     CLOSE CS138-RPT-FILE.
005170     DISPLAY 'CS138 - CHECKPOINT RECORDS CONVERTED: '
005180         WS-CKPT-WRITTEN.
005190     DISPLAY 'CS138 - HISTORY RECORDS CONVERTED: '
005200         WS-HIST-WRITTEN.
005210     IF RETURN-CODE < 4
005220             AND (WS-CKPT-UNKNOWN > ZERO OR WS-HIST-UNKNOWN > ZERO
005230                  OR WS-DUP-COUNT > ZERO)
005240         MOVE 4              TO RETURN-CODE
005250     END-IF.
005260 8000-FINISH-EXIT.
005270     EXIT.
005280*
005290 8100-WRITE-TOTAL.
005300     MOVE WS-COUNT-ED        TO TL-COUNT.
005310     MOVE WS-TOTAL-LINE      TO CS138-RPT-REC.
005320     WRITE CS138-RPT-REC.
005330     MOVE SPACES             TO WS-TOTAL-LINE.
005340 8100-WRITE-TOTAL-EXIT.
005350     EXIT.
005360*
005370 9000-LOG-START.
005380     MOVE 'CS138'            TO LK-RLOG-PROGRAM.
005390     MOVE 'START'            TO LK-RLOG-EVENT.
005400     MOVE ZERO               TO LK-RLOG-RETURN-CODE.
005410     CALL 'CS122'            USING WS-RLOG-INTERFACE.
005420 9000-LOG-START-EXIT.
005430     EXIT.
005440*
005450 9100-LOG-END.
005460     MOVE 'END'              TO LK-RLOG-EVENT.
005470     MOVE RETURN-CODE        TO LK-RLOG-RETURN-CODE.
005480     CALL 'CS122'            USING WS-RLOG-INTERFACE.
005490 9100-LOG-END-EXIT.
005500     EXIT.
