000312*    2026-09-02 JRC  ORDER RULES EXTENDED: CS127 MUST PRECEDE   *
000314*                    CS102, CS107, AND CS109 NOW THAT THE       *
000316*                    THREE READ ITS PARSED REPOSITORY.          *
000317*    2026-10-15 JRC  ORDER RULES EXTENDED: CS103, CS104, CS106  *
000318*                    AND CS121 MUST ALL PRECEDE THE CS128       *
000319*                    PROMOTION MANIFEST THAT JUDGES THEM.       *
000320*    2026-10-15 JRC  CS105 MUST PRECEDE CS104, WHICH NOW ORDERS *
000321*                    THE SWEEP BY THE CS105 CLASS TREE.         *
000322*    2026-10-15 JRC  CS107, CS110 AND CS119 MUST PRECEDE THE    *
000323*                    CS129 LAYOUT COMPARISON THAT READS THEIR   *
000324*                    CATALOG, CHANGED LIST AND WHERE-USED FILE. *
000325*    2026-10-15 JRC  CS104, CS110 AND CS127 MUST PRECEDE THE     *
000326*                    CS130 OPTIONS RECONCILIATION, AND CS130     *
000327*                    MUST PRECEDE THE CS116 SUMMARY.             *
000328*    2026-10-15 JRC  "TONIGHT" IS NOW THE PROCESSING DATE FROM   *
000329*                    THE CS133 SERVICE, AND THE NIGHT'S RECORDS  *
000330*                    ARE THOSE STAMPED WITH IT OR WRITTEN SINCE  *
000331*                    CS131 OPENED IT.  A STEP THAT RAN UNDER A   *
000332*                    DIFFERENT PROCESSING DATE IS FLAGGED.       *
000333*                    CS131 IS AN EXPECTED STEP AND MUST PRECEDE  *
000334*                    CS101 AND CS104.                            *
000335*    2026-10-15 JRC  CS110 MUST PRECEDE THE CS134 OWNERSHIP      *
000336*                    REGISTRY CHECK, AND CS104, CS106, CS111,    *
000337*                    CS121 AND CS134 MUST PRECEDE THE CS135      *
000338*                    PER-TEAM DISTRIBUTION.                      *
000339*    2026-10-15 JRC  CS111 AND CS135 MUST PRECEDE THE CS136      *
000340*                    RETENTION STEP, WHICH REWRITES CS103RVW.    *
000341*    2026-10-15 JRC  CS104 AND CS117 MUST PRECEDE THE CS137      *
000342*                    TICKET INTERFACE.                           *
000343*    2026-10-15 JRC  CS105, CS112 AND CS127 MUST PRECEDE THE     *
000344*                    CS139 ORIOBJ HIERARCHY CHECK.               *
000345*    2026-10-15 JRC  CS119 MUST PRECEDE THE CS128 MANIFEST,      *
000346*                    WHICH READS ITS WHERE-USED FILE.            *
000347*                                                                *
000348*****************************************************************
000349 ENVIRONMENT                 DIVISION.
000350 CONFIGURATION               SECTION.
000360 SPECIAL-NAMES.
000370     DECIMAL-POINT IS COMMA.
000680         88  WS-STEP-SEEN-YES    VALUE 'Y'.
000690*
000700 01  WS-TODAY-DATE           PIC X(08)      VALUE SPACES.
000705 01  WS-OPENED-STAMP         PIC X(14)      VALUE SPACES.
000710*
000720 01  WS-STEP-TABLE-COUNTERS.
000730     05  WS-STEP-COUNT       PIC 9(02)      COMP   VALUE ZERO.
000860         10  WS-TBL-FIRST-START  PIC X(14).
000870         10  WS-TBL-LAST-END     PIC X(14).
000880         10  WS-TBL-LAST-RC      PIC 9(04).
000885         10  WS-TBL-OTHER-DATE   PIC X(08).
000890*
000900*    THE NIGHTLY STEPS THAT MUST ALWAYS LEAVE A RECORD; A NAME
000910*    MISSING FROM THE LOG ENTIRELY IS THE SKIPPED-CS101 CASE
001034     05  FILLER              PIC X(08) VALUE 'CS102'.
001036     05  FILLER              PIC X(08) VALUE 'CS111'.
001038     05  FILLER              PIC X(08) VALUE 'CS115'.
001039     05  FILLER              PIC X(08) VALUE 'CS131'.
001040 01  WS-EXPECTED-TABLE REDEFINES WS-EXPECTED-NAMES.
001050     05  WS-EXPECTED-STEP    PIC X(08)      OCCURS 15 TIMES.
001060 01  WS-EXPECTED-IX          PIC 9(02)      COMP   VALUE ZERO.
001070*
001080*    DOCUMENTED ORDER RULES, PREDECESSOR/SUCCESSOR PAIRS: THE
001222     05  FILLER              PIC X(16) VALUE 'CS127   CS102'.
001224     05  FILLER              PIC X(16) VALUE 'CS127   CS107'.
001226     05  FILLER              PIC X(16) VALUE 'CS127   CS109'.
001227     05  FILLER              PIC X(16) VALUE 'CS103   CS128'.
001228     05  FILLER              PIC X(16) VALUE 'CS104   CS128'.
001229     05  FILLER              PIC X(16) VALUE 'CS106   CS128'.
001230     05  FILLER              PIC X(16) VALUE 'CS121   CS128'.
001231     05  FILLER              PIC X(16) VALUE 'CS119   CS128'.
001232     05  FILLER              PIC X(16) VALUE 'CS105   CS104'.
001233     05  FILLER              PIC X(16) VALUE 'CS107   CS129'.
001234     05  FILLER              PIC X(16) VALUE 'CS110   CS129'.
001235     05  FILLER              PIC X(16) VALUE 'CS119   CS129'.
001236     05  FILLER              PIC X(16) VALUE 'CS104   CS130'.
001237     05  FILLER              PIC X(16) VALUE 'CS110   CS130'.
001238     05  FILLER              PIC X(16) VALUE 'CS127   CS130'.
001239     05  FILLER              PIC X(16) VALUE 'CS130   CS116'.
001240     05  FILLER              PIC X(16) VALUE 'CS131   CS101'.
001241     05  FILLER              PIC X(16) VALUE 'CS131   CS104'.
001242     05  FILLER              PIC X(16) VALUE 'CS110   CS134'.
001243     05  FILLER              PIC X(16) VALUE 'CS104   CS135'.
001244     05  FILLER              PIC X(16) VALUE 'CS106   CS135'.
001245     05  FILLER              PIC X(16) VALUE 'CS111   CS135'.
001246     05  FILLER              PIC X(16) VALUE 'CS121   CS135'.
001247     05  FILLER              PIC X(16) VALUE 'CS134   CS135'.
001248     05  FILLER              PIC X(16) VALUE 'CS111   CS136'.
001249     05  FILLER              PIC X(16) VALUE 'CS135   CS136'.
001250     05  FILLER              PIC X(16) VALUE 'CS104   CS137'.
001251     05  FILLER              PIC X(16) VALUE 'CS117   CS137'.
001252     05  FILLER              PIC X(16) VALUE 'CS105   CS139'.
001253     05  FILLER              PIC X(16) VALUE 'CS112   CS139'.
001254     05  FILLER              PIC X(16) VALUE 'CS127   CS139'.
001255 01  WS-RULE-TABLE REDEFINES WS-RULE-NAMES.
001256     05  WS-RULE-ENTRY       OCCURS 41 TIMES.
001257         10  WS-RULE-PRED    PIC X(08).
001260         10  WS-RULE-SUCC    PIC X(08).
001270 01  WS-RULE-IX              PIC 9(02)      COMP   VALUE ZERO.
001280*
001446     05  WS-MISSING-COUNT-ED PIC ZZ9.
001448     05  WS-VIOLATION-COUNT-ED   PIC ZZ9.
001449     05  WS-FLAG-POS         PIC 9(03)      COMP   VALUE ZERO.
001451     05  WS-OTHER-DATE-COUNT PIC 9(02)      COMP   VALUE ZERO.
001453     05  WS-OTHER-DATE-COUNT-ED  PIC ZZ9.
001455*
001460 01  WS-HEADING-1            PIC X(70)      VALUE
001470     'CS123 - NIGHTLY RUN-LOG STEP REPORT'.
001471*
001472 01  WS-DATE-LINE.
001473     05  FILLER              PIC X(17) VALUE 'PROCESSING DATE: '.
001474     05  DT-PROCESS-DATE     PIC X(08).
001475     05  FILLER              PIC X(02) VALUE SPACES.
001476     05  DT-NOTE             PIC X(40).
001480 01  WS-HEADING-2.
001490     05  FILLER              PIC X(10) VALUE 'STEP'.
001500     05  FILLER              PIC X(08) VALUE 'STARTS'.
001630     05  FILLER              PIC X(02) VALUE SPACES.
001640     05  DL-RC               PIC 9(04).
001650     05  FILLER              PIC X(02) VALUE SPACES.
001660     05  DL-FLAGS            PIC X(66).
001670 01  WS-MISSING-LINE.
001680     05  MS-PROGRAM          PIC X(10).
001690     05  MS-FLAG             PIC X(20).
001730     05  RL-PRED             PIC X(10).
001740     05  RL-FLAG             PIC X(25).
001750 01  WS-TOTAL-LINE           PIC X(90).
001752*
001754 01  WS-PDAT-INTERFACE.
001756     COPY CS1PDTI.
001760*
001770 PROCEDURE                   DIVISION.
001780*
001870     STOP RUN.
001880*
001890 1000-INITIALIZE.
001895     CALL 'CS133'            USING WS-PDAT-INTERFACE.
001900     MOVE LK-PDAT-PROCESS-DATE   TO WS-TODAY-DATE.
001905     MOVE LK-PDAT-OPENED-STAMP   TO WS-OPENED-STAMP.
001910     OPEN INPUT CS123-RLOG-FILE.
001920     IF NOT WS-RLOG-OK
001930         DISPLAY 'CS123 - CANNOT OPEN RUN LOG'
001940         STOP RUN
001950     END-IF.
001960     OPEN OUTPUT CS123-RPT-FILE.
001961     MOVE WS-HEADING-1       TO CS123-RPT-REC.
001962     WRITE CS123-RPT-REC.
001963     MOVE SPACES             TO WS-DATE-LINE.
001964     MOVE WS-TODAY-DATE      TO DT-PROCESS-DATE.
001965     IF LK-PDAT-FROM-CLOCK
001966         MOVE '(CLOCK DATE - NO NIGHT OPEN)' TO DT-NOTE
001967     END-IF.
001968     IF LK-PDAT-RERUN
001969         MOVE '(OPERATOR RERUN OF A PRIOR NIGHT)' TO DT-NOTE
001970     END-IF.
001971     MOVE WS-DATE-LINE       TO CS123-RPT-REC.
001980     WRITE CS123-RPT-REC.
001990     MOVE SPACES             TO CS123-RPT-REC.
002000     WRITE CS123-RPT-REC.
002100             GO TO 2000-LOAD-RUN-LOG-EXIT
002110     END-READ.
002120*    THE LOG IS OPENED EXTEND BY CS122, SO EARLIER NIGHTS MAY
002122*    STILL SIT AHEAD OF TONIGHT'S RECORDS.  TONIGHT IS EVERY
002124*    RECORD STAMPED WITH TONIGHT'S PROCESSING DATE, PLUS ANY
002126*    WRITTEN SINCE CS131 OPENED THE NIGHT WHATEVER DATE IT
002128*    CARRIES - THOSE ARE THE STEPS THAT DISAGREE WITH THE REST.
002130*    WITH NO NIGHT OPEN, TONIGHT IS THE CALENDAR DATE AS BEFORE.
002132     IF LK-PDAT-FROM-CLOCK
002134         IF CS1-RLOG-STAMP (1 : 8) NOT = WS-TODAY-DATE
002136             GO TO 2000-LOAD-RUN-LOG-EXIT
002138         END-IF
002140     ELSE
002142         IF CS1-RLOG-PROCESS-DATE NOT = WS-TODAY-DATE
002144                 AND CS1-RLOG-STAMP < WS-OPENED-STAMP
002146             GO TO 2000-LOAD-RUN-LOG-EXIT
002148         END-IF
002160     END-IF.
002170     PERFORM 2100-FIND-STEP THRU 2100-FIND-STEP-EXIT.
002180     IF WS-STEP-FOUND-IX = ZERO
002190         GO TO 2000-LOAD-RUN-LOG-EXIT
002200     END-IF.
002210     SET WS-STEP-IDX         TO WS-STEP-FOUND-IX.
002211     IF LK-PDAT-FROM-CONTROL
002212             AND CS1-RLOG-PROCESS-DATE NOT = WS-TODAY-DATE
002213         MOVE CS1-RLOG-PROCESS-DATE
002214             TO WS-TBL-OTHER-DATE (WS-STEP-IDX)
002215     END-IF.
002220     IF CS1-RLOG-START
002230         ADD 1               TO WS-TBL-STEP-STARTS (WS-STEP-IDX)
002240         IF WS-TBL-FIRST-START (WS-STEP-IDX) = SPACES
002660                                WS-TBL-STEP-ENDS (WS-STEP-IDX)
002670                                WS-TBL-LAST-RC (WS-STEP-IDX).
002680     MOVE SPACES             TO WS-TBL-FIRST-START (WS-STEP-IDX)
002686                                WS-TBL-LAST-END (WS-STEP-IDX)
002692                                WS-TBL-OTHER-DATE (WS-STEP-IDX).
002700 2100-FIND-STEP-EXIT.
002710     EXIT.
002720*
002956     END-IF.
002960     IF WS-TBL-STEP-ENDS (WS-STEP-IDX)
002970             < WS-TBL-STEP-STARTS (WS-STEP-IDX)
002971         STRING '*** NO END *** ' DELIMITED BY SIZE
002972             INTO DL-FLAGS
002973             WITH POINTER WS-FLAG-POS
002974         END-STRING
002975     END-IF.
002976     IF WS-TBL-OTHER-DATE (WS-STEP-IDX) NOT = SPACES
002977         ADD 1               TO WS-OTHER-DATE-COUNT
002978         STRING '*** RAN UNDER DATE ' DELIMITED BY SIZE
002979             WS-TBL-OTHER-DATE (WS-STEP-IDX) DELIMITED BY SIZE
002980             ' ***'          DELIMITED BY SIZE
002982             INTO DL-FLAGS
002984             WITH POINTER WS-FLAG-POS
002986         END-STRING
003490     PERFORM 4100-CHECK-ONE-EXPECTED
003500         THRU 4100-CHECK-ONE-EXPECTED-EXIT
003510         VARYING WS-EXPECTED-IX FROM 1 BY 1
003520         UNTIL WS-EXPECTED-IX > 15.
003530     IF WS-MISSING-COUNT = ZERO
003540         MOVE 'NONE - EVERY EXPECTED STEP LEFT A RECORD'
003550             TO CS123-RPT-REC
003850     WRITE CS123-RPT-REC.
003860     PERFORM 5100-CHECK-ONE-RULE THRU 5100-CHECK-ONE-RULE-EXIT
003870         VARYING WS-RULE-IX FROM 1 BY 1
003880         UNTIL WS-RULE-IX > 41.
003890     IF WS-VIOLATION-COUNT = ZERO
003900         MOVE 'NONE - EVERY STEP RAN IN ITS DOCUMENTED ORDER'
003910             TO CS123-RPT-REC
004354     MOVE WS-FLAGGED-COUNT   TO WS-FLAGGED-COUNT-ED.
004356     MOVE WS-MISSING-COUNT   TO WS-MISSING-COUNT-ED.
004358     MOVE WS-VIOLATION-COUNT TO WS-VIOLATION-COUNT-ED.
004359     MOVE WS-OTHER-DATE-COUNT    TO WS-OTHER-DATE-COUNT-ED.
004360     STRING 'STEPS LOGGED: '     DELIMITED BY SIZE
004370         WS-STEP-COUNT-ED        DELIMITED BY SIZE
004380         '  FLAGGED: '           DELIMITED BY SIZE
004410         WS-MISSING-COUNT-ED     DELIMITED BY SIZE
004420         '  SEQUENCE VIOLATIONS: ' DELIMITED BY SIZE
004430         WS-VIOLATION-COUNT-ED   DELIMITED BY SIZE
004433         '  OTHER DATE: '        DELIMITED BY SIZE
004436         WS-OTHER-DATE-COUNT-ED  DELIMITED BY SIZE
004440         INTO WS-TOTAL-LINE.
004450     MOVE WS-TOTAL-LINE      TO CS123-RPT-REC.
004460     WRITE CS123-RPT-REC.
004470     CLOSE CS123-RLOG-FILE CS123-RPT-FILE.
004480     IF WS-MISSING-COUNT > ZERO OR WS-VIOLATION-COUNT > ZERO
004485             OR WS-OTHER-DATE-COUNT > ZERO
004490         MOVE 8              TO RETURN-CODE
004500     END-IF.
004510 8000-FINISH-EXIT.
