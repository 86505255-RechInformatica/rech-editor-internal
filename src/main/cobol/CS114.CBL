000120*    FINISHED.  WALKS THE SAME MEMBER INVENTORY THE STREAMS      *
000130*    PARTITIONED (CS114MBR, THE SAME DATASET AS CS104MBR),       *
000140*    DERIVES EACH MEMBER'S EXPECTED STREAM THE SAME WAY CS104    *
000150*    DOES (A CHARACTER SUM OF THE MEMBER NAME, MOD STREAM        *
000151*    COUNT) AND READS THE MEMBER'S CHECKPOINT RECORD UNDER ITS   *
000160*    LIBRARY-QUALIFIED KEY.  IT REPORTS PER-STREAM               *
000170*    DONE/FAILED/PENDING COUNTS AND FLAGS EVERY MEMBER THAT      *
000180*    DID NOT LAND IN EXACTLY ONE STREAM AS EXPECTED: NO          *
000190*    CHECKPOINT AT ALL, A CHECKPOINT LEFT OVER FROM AN EARLIER   *
000285*                    COUNTED, NOT FLAGGED AS PARTITION PROBLEMS. *
000286*    2026-09-02 JRC  START AND END NOW STAMPED ON THE            *
000287*                    COMMON RUN LOG VIA THE CS122 STAMPER.       *
000288*    2026-10-15 JRC  A CLASS MEMBER'S EXPECTED STREAM NOW COMES  *
000289*                    FROM ITS ROOT MEMBER IN THE CS105 CLASS     *
000290*                    TREE (READ AS CS114TRE), AS CS104 NOW       *
000291*                    PARTITIONS.  MEMBERS BLOCKED BY A FAILED    *
000292*                    PARENT CLASS ARE COUNTED PER STREAM AND IN  *
000293*                    TOTAL APART FROM REAL FAILURES.             *
000294*    2026-10-15 JRC  THE SWEEP-ID IS NOW THE NIGHT'S PROCESSING  *
000295*                    DATE FROM THE CS133 SERVICE, NOT THE        *
000296*                    CALENDAR DATE.                              *
000297*    2026-10-15 JRC  THE CHECKPOINT IS READ BY LIBRARY PLUS      *
000298*                    MEMBER (CS1-CKPT-KEY), SO EACH COPY OF A    *
000299*                    NAME SHADOWED ACROSS THE TWO LIBRARIES IS   *
000300*                    CHECKED AGAINST ITS OWN RECORD.             *
000301*                                                                *
000302*****************************************************************
000310 ENVIRONMENT                 DIVISION.
000320 CONFIGURATION               SECTION.
000330 SPECIAL-NAMES.
000450     SELECT CS114-CKPT-FILE  ASSIGN TO CS104CKP
000460                             ORGANIZATION IS INDEXED
000470                             ACCESS MODE IS DYNAMIC
000480                             RECORD KEY IS CS1-CKPT-KEY
000490                             FILE STATUS IS WS-CKPT-STATUS.
000500
000510     SELECT CS114-RPT-FILE   ASSIGN TO CS114RPT
000520                             ORGANIZATION IS LINE SEQUENTIAL
000530                             FILE STATUS IS WS-RPT-STATUS.
000532
000534     SELECT CS114-TRE-FILE   ASSIGN TO CS114TRE
000536                             ORGANIZATION IS LINE SEQUENTIAL
000538                             FILE STATUS IS WS-TRE-STATUS.
000540
000550 DATA                        DIVISION.
000560 FILE                        SECTION.
000750     RECORDING MODE IS F.
000760 01  CS114-RPT-REC           PIC X(100).
000770
000771 FD  CS114-TRE-FILE
000772     RECORDING MODE IS F.
000773 01  CS114-TRE-REC.
000774     COPY CS1CTRE.
000775
000780 WORKING-STORAGE             SECTION.
000790 01  WS-SWITCHES.
000800     05  WS-MBRS-STATUS      PIC X(02)      VALUE SPACES.
000910         88  WS-CKPT-FOUND-YES   VALUE 'Y'.
000912     05  WS-SCOPE-SW         PIC X(01)      VALUE 'N'.
000914         88  WS-IMPACT-SCOPE     VALUE 'I'.
000915     05  WS-TRE-STATUS       PIC X(02)      VALUE SPACES.
000916         88  WS-TRE-OK           VALUE '00'.
000917     05  WS-TRE-EOF-SW       PIC X(01)      VALUE 'N'.
000918         88  WS-TRE-EOF-YES      VALUE 'Y'.
000920*
000930 01  WS-TODAY-SWEEP-ID       PIC X(08)      VALUE SPACES.
000940 01  WS-STREAM-COUNT         PIC 9(02)      COMP   VALUE 1.
000950 01  WS-NAME-SUM             PIC 9(05)      COMP   VALUE ZERO.
000955 01  WS-NAME-IX              PIC 9(02)      COMP   VALUE ZERO.
000960 01  WS-CALC-STREAM          PIC 9(02)      COMP   VALUE ZERO.
000961 01  WS-STREAM-IX            PIC 9(02)      COMP   VALUE ZERO.
000962 01  WS-STREAM-NAME          PIC X(08)      VALUE SPACES.
000963*
000964*    ROOT MEMBER OF EVERY CLASS MEMBER IN THE CS105 TREE - A
000965*    CLASS FAMILY IS PARTITIONED ON ITS ROOT'S NAME.
000966 01  WS-TRE-TABLE-COUNTERS.
000967     05  WS-TRE-COUNT        PIC 9(04)      COMP   VALUE ZERO.
000968     05  WS-TRE-IX           PIC 9(04)      COMP   VALUE ZERO.
000969     05  WS-MAX-TRE          PIC 9(04)      COMP   VALUE 500.
000970*
000971 01  WS-TRE-TABLE.
000972     05  WS-TRE-ENTRY        OCCURS 500 TIMES
000973                             INDEXED BY WS-TRE-IDX.
000974         10  WS-TBL-TRE-MEMBER   PIC X(08).
000975         10  WS-TBL-TRE-LIBRARY  PIC X(60).
000976         10  WS-TBL-TRE-ROOT     PIC X(08).
000980*
000990 01  WS-STREAM-TOTALS.
001000     05  WS-STREAM-ENTRY     OCCURS 99 TIMES.
001010         10  WS-STR-DONE     PIC 9(05)      COMP.
001020         10  WS-STR-FAILED   PIC 9(05)      COMP.
001030         10  WS-STR-PENDING  PIC 9(05)      COMP.
001035         10  WS-STR-BLOCKED  PIC 9(05)      COMP.
001040*
001050 01  WS-COUNTERS.
001060     05  WS-MEMBER-COUNT     PIC 9(05)      COMP   VALUE ZERO.
001070     05  WS-PROBLEM-COUNT    PIC 9(05)      COMP   VALUE ZERO.
001072     05  WS-OUT-SCOPE-COUNT  PIC 9(05)      COMP   VALUE ZERO.
001074     05  WS-FAILED-COUNT     PIC 9(05)      COMP   VALUE ZERO.
001076     05  WS-BLOCKED-COUNT    PIC 9(05)      COMP   VALUE ZERO.
001080     05  WS-MEMBER-COUNT-ED  PIC ZZZZ9.
001090     05  WS-PROBLEM-COUNT-ED PIC ZZZZ9.
001100     05  WS-STR-DONE-ED      PIC ZZZZ9.
001110     05  WS-STR-FAILED-ED    PIC ZZZZ9.
001120     05  WS-STR-PENDING-ED   PIC ZZZZ9.
001125     05  WS-OUT-SCOPE-ED     PIC ZZZZ9.
001126     05  WS-FAILED-COUNT-ED  PIC ZZZZ9.
001127     05  WS-BLOCKED-COUNT-ED PIC ZZZZ9.
001130*
001140 01  WS-HEADING-1            PIC X(70)      VALUE
001150     'CS114 - PARTITIONED SWEEP CONSOLIDATION'.
001310     05  SL-FAILED           PIC ZZZZ9.
001320     05  FILLER              PIC X(11) VALUE '  PENDING: '.
001330     05  SL-PENDING          PIC ZZZZ9.
001333     05  FILLER              PIC X(11) VALUE '  BLOCKED: '.
001336     05  SL-BLOCKED          PIC ZZZZ9.
001340 01  WS-TOTAL-LINE           PIC X(90).
001342 01  WS-SCOPE-NOTE           PIC X(60)      VALUE
001344     'SWEEP RAN IMPACT-SCOPED - UNSWEPT MEMBERS ARE EXPECTED'.
001347 01  WS-RLOG-INTERFACE.
001348     COPY CS1RLGI.
001350*
001352 01  WS-PDAT-INTERFACE.
001354     COPY CS1PDTI.
001356*
001360 PROCEDURE                   DIVISION.
001370*
001380 0000-MAINLINE.
001440     STOP RUN.
001450*
001460 1000-INITIALIZE.
001466     CALL 'CS133'            USING WS-PDAT-INTERFACE.
001472     MOVE LK-PDAT-SWEEP-ID   TO WS-TODAY-SWEEP-ID.
001480     INITIALIZE WS-STREAM-TOTALS.
001490     PERFORM 1100-READ-CONTROL THRU 1100-READ-CONTROL-EXIT.
001495     PERFORM 1200-LOAD-CLASS-TREE THRU 1200-LOAD-CLASS-TREE-EXIT.
001500     OPEN INPUT CS114-MBRS-FILE.
001510     IF NOT WS-MBRS-OK
001520         DISPLAY 'CS114 - CANNOT OPEN MEMBER INVENTORY'
001850         MOVE CTL-STREAM-COUNT   TO WS-STREAM-COUNT
001860     END-IF.
001865     MOVE CTL-SCOPE-OPT      TO WS-SCOPE-SW.
001866 1100-READ-CONTROL-EXIT.
001867     EXIT.
001868*
001869 1200-LOAD-CLASS-TREE.
001870*    WITHOUT THE TREE EVERY MEMBER IS EXPECTED ON ITS OWN NAME'S
001871*    STREAM - RIGHT ONLY IF CS104 ALSO RAN WITHOUT IT.
001872     OPEN INPUT CS114-TRE-FILE.
001873     IF NOT WS-TRE-OK
001874         DISPLAY 'CS114 - NO CLASS TREE, STREAMS EXPECTED BY '
001875             'MEMBER NAME'
001876         GO TO 1200-LOAD-CLASS-TREE-EXIT
001877     END-IF.
001878     PERFORM 1250-LOAD-TRE-RECORD THRU 1250-LOAD-TRE-RECORD-EXIT
001879         UNTIL WS-TRE-EOF-YES.
001880     CLOSE CS114-TRE-FILE.
001881 1200-LOAD-CLASS-TREE-EXIT.
001882     EXIT.
001883*
001884 1250-LOAD-TRE-RECORD.
001885     READ CS114-TRE-FILE
001886         AT END
001887             SET WS-TRE-EOF-YES  TO TRUE
001888             GO TO 1250-LOAD-TRE-RECORD-EXIT
001889     END-READ.
001890     IF WS-TRE-COUNT < WS-MAX-TRE
001891         ADD 1               TO WS-TRE-COUNT
001892         SET WS-TRE-IDX      TO WS-TRE-COUNT
001893         MOVE CS1-CTRE-MEMBER-NAME
001894             TO WS-TBL-TRE-MEMBER (WS-TRE-IDX)
001895         MOVE CS1-CTRE-LIBRARY-DIR
001896             TO WS-TBL-TRE-LIBRARY (WS-TRE-IDX)
001897         MOVE CS1-CTRE-ROOT-MEMBER
001898             TO WS-TBL-TRE-ROOT (WS-TRE-IDX)
001899     ELSE
001900         DISPLAY 'CS114 - CLASS TREE TABLE FULL, RECORD DROPPED: '
001901             CS1-CTRE-MEMBER-NAME
001902     END-IF.
001903 1250-LOAD-TRE-RECORD-EXIT.
001904     EXIT.
001905*
001906 2000-CHECK-MEMBERS.
001910     READ CS114-MBRS-FILE
001920         AT END
001930             SET WS-MBRS-EOF-YES TO TRUE
001940             GO TO 2000-CHECK-MEMBERS-EXIT
001950     END-READ.
001960     ADD 1                   TO WS-MEMBER-COUNT.
001970     PERFORM 2350-FIND-ROOT THRU 2350-FIND-ROOT-EXIT.
001980     PERFORM 2400-CALC-STREAM THRU 2400-CALC-STREAM-EXIT.
001990     MOVE CS1-MBRS-LIBRARY-DIR TO CS1-CKPT-SOURCE-DIR.
002000     MOVE CS1-MBRS-MEMBER-NAME TO CS1-CKPT-MEMBER-NAME.
002010     MOVE 'Y'                TO WS-CKPT-FOUND-SW.
002020     READ CS114-CKPT-FILE
002030         KEY IS CS1-CKPT-KEY
002040         INVALID KEY
002050             MOVE 'N'        TO WS-CKPT-FOUND-SW
002060     END-READ.
002390             ADD 1           TO WS-STR-DONE (WS-STREAM-IX)
002400         WHEN CS1-CKPT-FAILED
002410             ADD 1           TO WS-STR-FAILED (WS-STREAM-IX)
002412             ADD 1           TO WS-FAILED-COUNT
002414         WHEN CS1-CKPT-BLOCKED
002416             ADD 1           TO WS-STR-BLOCKED (WS-STREAM-IX)
002418             ADD 1           TO WS-BLOCKED-COUNT
002420         WHEN OTHER
002430             ADD 1           TO WS-STR-PENDING (WS-STREAM-IX)
002440     END-EVALUATE.
002441 2100-COUNT-STREAM-EXIT.
002442     EXIT.
002443*
002444 2350-FIND-ROOT.
002445     MOVE CS1-MBRS-MEMBER-NAME TO WS-STREAM-NAME.
002446     PERFORM VARYING WS-TRE-IX FROM 1 BY 1
002447             UNTIL WS-TRE-IX > WS-TRE-COUNT
002448         IF WS-TBL-TRE-MEMBER (WS-TRE-IX) = CS1-MBRS-MEMBER-NAME
002449                 AND WS-TBL-TRE-LIBRARY (WS-TRE-IX)
002450                     = CS1-MBRS-LIBRARY-DIR
002451                 AND WS-TBL-TRE-ROOT (WS-TRE-IX) NOT = SPACES
002452             MOVE WS-TBL-TRE-ROOT (WS-TRE-IX) TO WS-STREAM-NAME
002453             GO TO 2350-FIND-ROOT-EXIT
002454         END-IF
002455     END-PERFORM.
002456 2350-FIND-ROOT-EXIT.
002457     EXIT.
002458*
002459 2400-CALC-STREAM.
002460*    SAME DERIVATION AS CS104'S 2400-CALC-STREAM: A CHARACTER
002461*    SUM OF THE MEMBER NAME MOD THE STREAM COUNT, SO EVERY
002462*    OCCURRENCE OF ONE CHECKPOINT KEY BELONGS TO ONE STREAM.
002463*    A CLASS MEMBER SUMS ITS ROOT MEMBER'S NAME INSTEAD.
002466     MOVE ZERO               TO WS-NAME-SUM.
002467     PERFORM 2450-SUM-NAME-CHAR THRU 2450-SUM-NAME-CHAR-EXIT
002468         VARYING WS-NAME-IX FROM 1 BY 1
002474     EXIT.
002475*
002476 2450-SUM-NAME-CHAR.
002477     IF WS-STREAM-NAME (WS-NAME-IX : 1) NOT = SPACE
002478         COMPUTE WS-NAME-SUM = WS-NAME-SUM
002479             + FUNCTION ORD
002481                 (WS-STREAM-NAME (WS-NAME-IX : 1))
002482     END-IF.
002483 2450-SUM-NAME-CHAR-EXIT.
002484     EXIT.
002700     MOVE WS-STR-DONE (WS-STREAM-IX)     TO SL-DONE.
002710     MOVE WS-STR-FAILED (WS-STREAM-IX)   TO SL-FAILED.
002720     MOVE WS-STR-PENDING (WS-STREAM-IX)  TO SL-PENDING.
002725     MOVE WS-STR-BLOCKED (WS-STREAM-IX)  TO SL-BLOCKED.
002730     MOVE WS-STREAM-LINE     TO CS114-RPT-REC.
002740     WRITE CS114-RPT-REC.
002750 3100-ONE-STREAM-TOTAL-EXIT.
002930             '   PARTITION PROBLEMS: ' DELIMITED BY SIZE
002940             WS-PROBLEM-COUNT-ED DELIMITED BY SIZE
002950             INTO WS-TOTAL-LINE
002951     END-IF.
002952     MOVE WS-TOTAL-LINE      TO CS114-RPT-REC.
002953     WRITE CS114-RPT-REC.
002954*    A MEMBER BLOCKED BY ITS PARENT WAS NEVER COMPILED - ONLY THE
002955*    FAILED COUNT IS ITS OWN COMPILE'S VERDICT.
002956     MOVE WS-FAILED-COUNT    TO WS-FAILED-COUNT-ED.
002957     MOVE WS-BLOCKED-COUNT   TO WS-BLOCKED-COUNT-ED.
002958     MOVE SPACES             TO WS-TOTAL-LINE.
002959     STRING 'MEMBERS FAILED: ' DELIMITED BY SIZE
002960         WS-FAILED-COUNT-ED DELIMITED BY SIZE
002961         '   BLOCKED BY A FAILED PARENT: ' DELIMITED BY SIZE
002962         WS-BLOCKED-COUNT-ED DELIMITED BY SIZE
002963         INTO WS-TOTAL-LINE.
002970     MOVE WS-TOTAL-LINE      TO CS114-RPT-REC.
002980     WRITE CS114-RPT-REC.
002982     IF WS-IMPACT-SCOPE
