000264*    2026-09-02 JRC  START AND END NOW STAMPED ON THE            *
000268*                    COMMON RUN LOG VIA THE CS122                *
000272*                    STAMPER.                                    *
000273*    2026-10-15 JRC  MEMBERS CS104 DID NOT ATTEMPT BECAUSE A     *
000274*                    PARENT CLASS FAILED (CHECKPOINT STATUS 'B') *
000275*                    ARE NOW LISTED IN THEIR OWN SECTION WITH    *
000276*                    THE PARENT THAT BLOCKED THEM, FROM THE      *
000277*                    CHECKPOINT FILE AND THE CS105 CLASS TREE    *
000278*                    (CS118TRE).  THEY HAVE NO DIAGNOSTICS OF    *
000279*                    THEIR OWN AND ARE KEPT OUT OF THE ERROR     *
000280*                    CLASSES.                                    *
000281*    2026-10-15 JRC  THE SWEEP-ID IS NOW THE NIGHT'S PROCESSING  *
000282*                    DATE FROM THE CS133 SERVICE, NOT THE        *
000283*                    CALENDAR DATE.                              *
000284*    2026-10-15 JRC  CHECKPOINT RECORD KEY IS NOW LIBRARY PLUS   *
000285*                    MEMBER (CS1-CKPT-KEY).                      *
000286*                                                                *
000287*****************************************************************
000290 ENVIRONMENT                 DIVISION.
000300 CONFIGURATION               SECTION.
000310 SPECIAL-NAMES.
000400                             ORGANIZATION IS LINE SEQUENTIAL
000410                             FILE STATUS IS WS-RPT-STATUS.
000420
000421     SELECT CS118-CKPT-FILE  ASSIGN TO CS104CKP
000422                             ORGANIZATION IS INDEXED
000423                             ACCESS MODE IS SEQUENTIAL
000424                             RECORD KEY IS CS1-CKPT-KEY
000425                             FILE STATUS IS WS-CKPT-STATUS.
000426
000427     SELECT CS118-TRE-FILE   ASSIGN TO CS118TRE
000428                             ORGANIZATION IS LINE SEQUENTIAL
000429                             FILE STATUS IS WS-TRE-STATUS.
000430 DATA                        DIVISION.
000440 FILE                        SECTION.
000450 FD  CS118-FDT-FILE
000510     RECORDING MODE IS F.
000520 01  CS118-RPT-REC           PIC X(100).
000530
000531 FD  CS118-CKPT-FILE
000532     RECORDING MODE IS F.
000533 01  CS118-CKPT-REC.
000534     COPY CS1CKPT.
000535
000536 FD  CS118-TRE-FILE
000537     RECORDING MODE IS F.
000538 01  CS118-TRE-REC.
000539     COPY CS1CTRE.
000540 WORKING-STORAGE             SECTION.
000550 01  WS-SWITCHES.
000560     05  WS-FDT-STATUS       PIC X(02)      VALUE SPACES.
000610         88  WS-FDT-EOF-YES      VALUE 'Y'.
000620     05  WS-MEMBER-SEEN-SW   PIC X(01)      VALUE 'N'.
000630         88  WS-MEMBER-SEEN-YES  VALUE 'Y'.
000631     05  WS-CKPT-STATUS      PIC X(02)      VALUE SPACES.
000632         88  WS-CKPT-OK          VALUE '00'.
000633     05  WS-CKPT-EOF-SW      PIC X(01)      VALUE 'N'.
000634         88  WS-CKPT-EOF-YES     VALUE 'Y'.
000635     05  WS-TRE-STATUS       PIC X(02)      VALUE SPACES.
000636         88  WS-TRE-OK           VALUE '00'.
000637     05  WS-TRE-EOF-SW       PIC X(01)      VALUE 'N'.
000638         88  WS-TRE-EOF-YES      VALUE 'Y'.
000640*
000650 01  WS-TODAY-SWEEP-ID       PIC X(08)      VALUE SPACES.
000660*
000840 01  WS-GROUP-CODE           PIC X(04)      VALUE SPACES.
000850 01  WS-GROUP-HIT-COUNT      PIC 9(04)      COMP   VALUE ZERO.
000860 01  WS-GROUP-MBR-COUNT      PIC 9(04)      COMP   VALUE ZERO.
000861*
000862*    PARENT OF EVERY CLASS MEMBER, FROM THE CS105 CLASS TREE, SO A
000863*    BLOCKED MEMBER CAN BE SHOWN WITH THE PARENT THAT BLOCKED IT.
000864 01  WS-TRE-TABLE-COUNTERS.
000865     05  WS-TRE-COUNT        PIC 9(04)      COMP   VALUE ZERO.
000866     05  WS-TRE-IX           PIC 9(04)      COMP   VALUE ZERO.
000867     05  WS-MAX-TRE          PIC 9(04)      COMP   VALUE 500.
000868*
000869 01  WS-TRE-TABLE.
000870     05  WS-TRE-ENTRY        OCCURS 500 TIMES
000871                             INDEXED BY WS-TRE-IDX.
000872         10  WS-TBL-TRE-MEMBER   PIC X(08).
000873         10  WS-TBL-TRE-LIBRARY  PIC X(60).
000874         10  WS-TBL-TRE-PARENT   PIC X(08).
000875         10  WS-TBL-TRE-CLASS    PIC X(08).
000876*
000880 01  WS-COUNTERS.
000890     05  WS-TONIGHT-COUNT    PIC 9(05)      COMP   VALUE ZERO.
000900     05  WS-OTHER-NIGHT-COUNT    PIC 9(05)  COMP   VALUE ZERO.
000910     05  WS-CLASS-COUNT      PIC 9(04)      COMP   VALUE ZERO.
000915     05  WS-BLOCKED-COUNT    PIC 9(05)      COMP   VALUE ZERO.
000920     05  WS-TONIGHT-COUNT-ED PIC ZZZZ9.
000930     05  WS-CLASS-COUNT-ED   PIC ZZZ9.
000940     05  WS-GROUP-HIT-ED     PIC ZZZ9.
000950     05  WS-GROUP-MBR-ED     PIC ZZZ9.
000955     05  WS-BLOCKED-COUNT-ED PIC ZZZZ9.
000960*
000970 01  WS-HEADING-1            PIC X(70)      VALUE
000980     'CS118 - SWEEP FAILURES GROUPED BY ERROR CLASS'.
001080     05  DL-STREAM           PIC 9(02).
001090     05  FILLER              PIC X(06) VALUE SPACES.
001100     05  DL-MESSAGE          PIC X(60).
001101 01  WS-TOTAL-LINE           PIC X(90).
001102 01  WS-BLOCKED-TITLE        PIC X(70)      VALUE
001103     'BLOCKED BY A FAILED PARENT CLASS - NOT ATTEMPTED'.
001104 01  WS-BLOCKED-HEADING.
001105     05  FILLER              PIC X(10) VALUE 'MEMBER'.
001106     05  FILLER              PIC X(08) VALUE 'STREAM'.
001107     05  FILLER              PIC X(10) VALUE 'PARENT'.
001108     05  FILLER              PIC X(20) VALUE 'PARENT CLASS'.
001109 01  WS-BLOCKED-LINE.
001110     05  BL-MEMBER           PIC X(10).
001111     05  BL-STREAM           PIC 9(02).
001112     05  FILLER              PIC X(06) VALUE SPACES.
001113     05  BL-PARENT           PIC X(10).
001114     05  BL-CLASS            PIC X(08).
001120*
001123 01  WS-RLOG-INTERFACE.
001124     COPY CS1RLGI.
001125*
001126 01  WS-PDAT-INTERFACE.
001127     COPY CS1PDTI.
001129*
001132 PROCEDURE                   DIVISION.
001140*
001154     PERFORM 9000-LOG-START THRU 9000-LOG-START-EXIT.
001160     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
001170     PERFORM 2000-REPORT-CLASSES THRU 2000-REPORT-CLASSES-EXIT.
001175     PERFORM 3000-REPORT-BLOCKED THRU 3000-REPORT-BLOCKED-EXIT.
001180     PERFORM 8000-FINISH THRU 8000-FINISH-EXIT.
001184     PERFORM 9100-LOG-END THRU 9100-LOG-END-EXIT.
001190     STOP RUN.
001200*
001210 1000-INITIALIZE.
001216     CALL 'CS133'            USING WS-PDAT-INTERFACE.
001222     MOVE LK-PDAT-SWEEP-ID   TO WS-TODAY-SWEEP-ID.
001230*    CS104 CREATES THE FAILURE DETAIL FILE LAZILY, ON THE FIRST
001232*    FAILED MEMBER OF THE RUN - ON A CLEAN NIGHT IT SIMPLY DOES
001234*    NOT EXIST.  A MISSING FILE IS THEREFORE THE ZERO CASE AND
001270             UNTIL WS-FDT-EOF-YES
001280         CLOSE CS118-FDT-FILE
001290     END-IF.
001300     PERFORM 1200-LOAD-CLASS-TREE THRU 1200-LOAD-CLASS-TREE-EXIT.
001310     OPEN OUTPUT CS118-RPT-FILE.
001320     MOVE WS-HEADING-1       TO CS118-RPT-REC.
001330     WRITE CS118-RPT-REC.
001650                             TO WS-TBL-FDT-MESSAGE (WS-FDT-IDX)
001660         MOVE 'N'            TO WS-TBL-FDT-GROUPED-SW (WS-FDT-IDX)
001670     ELSE
001671         DISPLAY 'CS118 - DETAIL TABLE FULL, RECORD DROPPED: '
001672             CS1-FDTL-MEMBER-NAME
001673     END-IF.
001674 1100-LOAD-DETAIL-EXIT.
001675     EXIT.
001676*
001677 1200-LOAD-CLASS-TREE.
001678*    WITHOUT THE TREE A BLOCKED MEMBER IS STILL LISTED, JUST
001679*    WITHOUT ITS PARENT.
001680     OPEN INPUT CS118-TRE-FILE.
001681     IF NOT WS-TRE-OK
001682         DISPLAY 'CS118 - NO CLASS TREE, BLOCKING PARENTS NOT '
001683             'SHOWN'
001684         GO TO 1200-LOAD-CLASS-TREE-EXIT
001685     END-IF.
001686     PERFORM 1250-LOAD-TRE-RECORD THRU 1250-LOAD-TRE-RECORD-EXIT
001687         UNTIL WS-TRE-EOF-YES.
001688     CLOSE CS118-TRE-FILE.
001689 1200-LOAD-CLASS-TREE-EXIT.
001690     EXIT.
001691*
001692 1250-LOAD-TRE-RECORD.
001693     READ CS118-TRE-FILE
001694         AT END
001695             SET WS-TRE-EOF-YES  TO TRUE
001696             GO TO 1250-LOAD-TRE-RECORD-EXIT
001697     END-READ.
001698     IF WS-TRE-COUNT < WS-MAX-TRE
001699         ADD 1               TO WS-TRE-COUNT
001700         SET WS-TRE-IDX      TO WS-TRE-COUNT
001701         MOVE CS1-CTRE-MEMBER-NAME
001702                             TO WS-TBL-TRE-MEMBER (WS-TRE-IDX)
001703         MOVE CS1-CTRE-LIBRARY-DIR
001704                             TO WS-TBL-TRE-LIBRARY (WS-TRE-IDX)
001705         MOVE CS1-CTRE-PARENT-MEMBER
001706                             TO WS-TBL-TRE-PARENT (WS-TRE-IDX)
001707         MOVE CS1-CTRE-INHERITS-FROM
001708                             TO WS-TBL-TRE-CLASS (WS-TRE-IDX)
001709     ELSE
001710         DISPLAY 'CS118 - CLASS TREE TABLE FULL, RECORD DROPPED: '
001711             CS1-CTRE-MEMBER-NAME
001712     END-IF.
001713 1250-LOAD-TRE-RECORD-EXIT.
001720     EXIT.
001730*
001740 2000-REPORT-CLASSES.
002460             MOVE 'Y'        TO WS-MEMBER-SEEN-SW
002470         END-IF
002480     END-PERFORM.
002481     IF NOT WS-MEMBER-SEEN-YES
002482         ADD 1               TO WS-GROUP-MBR-COUNT
002483     END-IF.
002484 2300-COUNT-DISTINCT-MBR-EXIT.
002485     EXIT.
002486*
002487 3000-REPORT-BLOCKED.
002488*    A BLOCKED MEMBER WAS NEVER COMPILED, SO IT HAS NO FAILURE
002489*    DETAIL OF ITS OWN: THE CHECKPOINT FILE IS THE ONLY PLACE IT
002490*    SHOWS.  IT IS LISTED HERE, APART FROM THE ERROR CLASSES,
002491*    AGAINST THE PARENT WHOSE FAILURE HELD IT BACK.
002492     MOVE SPACES             TO CS118-RPT-REC.
002493     WRITE CS118-RPT-REC.
002494     MOVE WS-BLOCKED-TITLE   TO CS118-RPT-REC.
002495     WRITE CS118-RPT-REC.
002496     OPEN INPUT CS118-CKPT-FILE.
002497     IF NOT WS-CKPT-OK
002498         DISPLAY 'CS118 - CANNOT OPEN CHECKPOINT FILE, BLOCKED '
002499             'MEMBERS NOT LISTED'
002500         GO TO 3000-REPORT-BLOCKED-EXIT
002501     END-IF.
002502     MOVE WS-BLOCKED-HEADING TO CS118-RPT-REC.
002503     WRITE CS118-RPT-REC.
002504     PERFORM 3100-SCAN-CKPT-RECORD THRU 3100-SCAN-CKPT-RECORD-EXIT
002505         UNTIL WS-CKPT-EOF-YES.
002506     CLOSE CS118-CKPT-FILE.
002507 3000-REPORT-BLOCKED-EXIT.
002508     EXIT.
002509*
002510 3100-SCAN-CKPT-RECORD.
002511     READ CS118-CKPT-FILE NEXT RECORD
002512         AT END
002513             SET WS-CKPT-EOF-YES TO TRUE
002514             GO TO 3100-SCAN-CKPT-RECORD-EXIT
002515     END-READ.
002516     IF CS1-CKPT-SWEEP-ID NOT = WS-TODAY-SWEEP-ID
002517             OR NOT CS1-CKPT-BLOCKED
002518         GO TO 3100-SCAN-CKPT-RECORD-EXIT
002519     END-IF.
002520     ADD 1                   TO WS-BLOCKED-COUNT.
002521     MOVE SPACES             TO WS-BLOCKED-LINE.
002522     MOVE CS1-CKPT-MEMBER-NAME   TO BL-MEMBER.
002523     IF CS1-CKPT-STREAM-NO NUMERIC
002524         MOVE CS1-CKPT-STREAM-NO TO BL-STREAM
002525     ELSE
002526         MOVE 1              TO BL-STREAM
002527     END-IF.
002528     PERFORM VARYING WS-TRE-IX FROM 1 BY 1
002529             UNTIL WS-TRE-IX > WS-TRE-COUNT
002530         IF WS-TBL-TRE-MEMBER (WS-TRE-IX) = CS1-CKPT-MEMBER-NAME
002531                 AND WS-TBL-TRE-LIBRARY (WS-TRE-IX)
002532                     = CS1-CKPT-SOURCE-DIR
002533             MOVE WS-TBL-TRE-PARENT (WS-TRE-IX)  TO BL-PARENT
002534             MOVE WS-TBL-TRE-CLASS (WS-TRE-IX)   TO BL-CLASS
002535         END-IF
002536     END-PERFORM.
002537     MOVE WS-BLOCKED-LINE    TO CS118-RPT-REC.
002538     WRITE CS118-RPT-REC.
002539 3100-SCAN-CKPT-RECORD-EXIT.
002540     EXIT.
002541*
002550 8000-FINISH.
002560     MOVE SPACES             TO CS118-RPT-REC.
002570     WRITE CS118-RPT-REC.
002620         WS-TONIGHT-COUNT-ED DELIMITED BY SIZE
002630         '   DISTINCT ERROR CLASSES: ' DELIMITED BY SIZE
002640         WS-CLASS-COUNT-ED   DELIMITED BY SIZE
002641         INTO WS-TOTAL-LINE.
002642     MOVE WS-TOTAL-LINE      TO CS118-RPT-REC.
002643     WRITE CS118-RPT-REC.
002644     MOVE WS-BLOCKED-COUNT   TO WS-BLOCKED-COUNT-ED.
002645     MOVE SPACES             TO WS-TOTAL-LINE.
002646     STRING 'MEMBERS BLOCKED BY A FAILED PARENT: '
002647                             DELIMITED BY SIZE
002648         WS-BLOCKED-COUNT-ED DELIMITED BY SIZE
002650         INTO WS-TOTAL-LINE.
002660     MOVE WS-TOTAL-LINE      TO CS118-RPT-REC.
002670     WRITE CS118-RPT-REC.
