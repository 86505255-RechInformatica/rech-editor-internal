000324*                    FALLS BACK TO THE FULL SWEEP.               *
000325*    2026-09-02 JRC  START AND END NOW STAMPED ON THE COMMON     *
000326*                    RUN LOG THROUGH THE CS122 STAMPER.          *
000327*    2026-10-15 JRC  SWEEP IS NOW INHERITANCE-ORDERED: THE CS105 *
000328*                    CLASS TREE (READ AS CS104TRE) IS LOADED AND *
000329*                    THE INVENTORY IS PASSED ONCE PER TREE       *
000330*                    DEPTH, SO A PARENT CLASS ALWAYS COMPILES    *
000331*                    BEFORE ITS SUBCLASSES, AND A CLASS FAMILY   *
000332*                    STREAMS ON ITS ROOT MEMBER'S NAME.  A       *
000333*                    SUBCLASS WHOSE PARENT FAILED (OR WAS ITSELF *
000334*                    BLOCKED) TONIGHT IS NOT ATTEMPTED: ITS      *
000335*                    CHECKPOINT IS STAMPED 'B' (BLOCKED) AND IT  *
000336*                    IS COUNTED APART FROM REAL FAILURES.        *
000337*    2026-10-15 JRC  THE SWEEP-ID IS NOW THE NIGHT'S PROCESSING  *
000338*                    DATE FROM THE CS133 SERVICE, NOT THE        *
000339*                    CALENDAR DATE.                              *
000340*    2026-10-15 JRC  THE CHECKPOINT IS NOW KEYED ON LIBRARY PLUS *
000341*                    MEMBER (CS1-CKPT-KEY): EACH COPY OF A NAME  *
000342*                    SHADOWED ACROSS THE TWO LIBRARIES KEEPS ITS *
000343*                    OWN RECORD, AND A SUBCLASS LOOKS UP ITS     *
000344*                    PARENT IN THE PARENT'S OWN LIBRARY.         *
000345*    2026-10-15 JRC  A FAILED REOPEN OF THE INVENTORY FOR A LATER*
000346*                    TREE LEVEL NOW HALTS THE SWEEP INSTEAD OF   *
000347*                    READING A CLOSED FILE.                      *
000348*                                                                *
000349*****************************************************************
000350 ENVIRONMENT                 DIVISION.
000351 CONFIGURATION               SECTION.
000352 SPECIAL-NAMES.
000353     DECIMAL-POINT IS COMMA.
000354 INPUT-OUTPUT                SECTION.
000355 FILE-CONTROL.
000356     SELECT CS104-MBRS-FILE  ASSIGN TO CS104MBR
000357                             ORGANIZATION IS LINE SEQUENTIAL
000358                             FILE STATUS IS WS-MBRS-STATUS.
000359
000360     SELECT CS104-CHG-FILE   ASSIGN TO CS104CHG
000361                             ORGANIZATION IS LINE SEQUENTIAL
000362                             FILE STATUS IS WS-CHG-STATUS.
000363
000364     SELECT CS104-CTL-FILE   ASSIGN TO CS104CTL
000365                             ORGANIZATION IS LINE SEQUENTIAL
000366                             FILE STATUS IS WS-CTL-STATUS.
000367
000368     SELECT CS104-XRF-FILE   ASSIGN TO CS104XRF
000369                             ORGANIZATION IS LINE SEQUENTIAL
000370                             FILE STATUS IS WS-XRF-STATUS.
000371
000372     SELECT CS104-CKPT-FILE  ASSIGN TO CS104CKP
000410                             ORGANIZATION IS INDEXED
000420                             ACCESS MODE IS DYNAMIC
000430                             RECORD KEY IS CS1-CKPT-KEY
000433                             FILE STATUS IS WS-CKPT-STATUS.
000436
000441     SELECT CS104-LST-FILE   ASSIGN TO CS104LST
000442                             ORGANIZATION IS LINE SEQUENTIAL
000443                             FILE STATUS IS WS-LST-STATUS.
000455                                 IN CS104-REG-REC
000456                             FILE STATUS IS WS-REG-STATUS.
000457
000459     SELECT CS104-TRE-FILE   ASSIGN TO CS104TRE
000461                             ORGANIZATION IS LINE SEQUENTIAL
000463                             FILE STATUS IS WS-TRE-STATUS.
000465 DATA                        DIVISION.
000470 FILE                        SECTION.
000480 FD  CS104-MBRS-FILE
000490     RECORDING MODE IS F.
000527 01  CS104-FDT-REC.
000528     COPY CS1FDTL.
000529
000530 FD  CS104-TRE-FILE
000531     RECORDING MODE IS F.
000532 01  CS104-TRE-REC.
000533     COPY CS1CTRE.
000534 FD  CS104-CKPT-FILE
000540     RECORDING MODE IS F.
000550 01  CS104-CKPT-REC.
000560     COPY CS1CKPT.
000648         88  WS-FDT-OPENED       VALUE 'Y'.
000649         88  WS-FDT-DISABLED     VALUE 'D'.
000650     05  WS-MBRS-EOF-SW      PIC X(01)      VALUE 'N'.
000651         88  WS-MBRS-EOF-YES     VALUE 'Y'.
000652     05  WS-TRE-STATUS       PIC X(02)      VALUE SPACES.
000653         88  WS-TRE-OK           VALUE '00'.
000654     05  WS-TRE-EOF-SW       PIC X(01)      VALUE 'N'.
000655         88  WS-TRE-EOF-YES      VALUE 'Y'.
000656     05  WS-PARENT-BLOCKED-SW PIC X(01)     VALUE 'N'.
000657         88  WS-PARENT-BLOCKED-YES VALUE 'Y'.
000658     05  WS-ABORT-SW         PIC X(01)      VALUE 'N'.
000659         88  WS-ABORT-YES        VALUE 'Y'.
000660     05  WS-CTL-STATUS       PIC X(02)      VALUE SPACES.
000661         88  WS-CTL-OK           VALUE '00'.
000662     05  WS-CONTINUE-SW      PIC X(01)      VALUE 'N'.
000663         88  WS-CONTINUE-YES     VALUE 'C'.
000664     05  WS-REG-STATUS       PIC X(02)      VALUE SPACES.
000665         88  WS-REG-OK           VALUE '00'.
000666     05  WS-REG-EOF-SW       PIC X(01)      VALUE 'N'.
000667         88  WS-REG-EOF-YES      VALUE 'Y'.
000668     05  WS-CHG-STATUS       PIC X(02)      VALUE SPACES.
000669         88  WS-CHG-OK           VALUE '00'.
000670     05  WS-CHG-EOF-SW       PIC X(01)      VALUE 'N'.
000671         88  WS-CHG-EOF-YES      VALUE 'Y'.
000672     05  WS-XRF-STATUS       PIC X(02)      VALUE SPACES.
000673         88  WS-XRF-OK           VALUE '00'.
000674     05  WS-XRF-EOF-SW       PIC X(01)      VALUE 'N'.
000675         88  WS-XRF-EOF-YES      VALUE 'Y'.
000676     05  WS-SCOPE-SW         PIC X(01)      VALUE 'N'.
000677         88  WS-IMPACT-SCOPE     VALUE 'I'.
000678     05  WS-IN-SCOPE-SW      PIC X(01)      VALUE 'N'.
000679         88  WS-IN-SCOPE-YES     VALUE 'Y'.
000680*
000681*    IMPACT SCOPE: WITH CTL-SCOPE-OPT 'I' THE SWEEP COMPILES
000682*    ONLY THE MEMBERS ON THE CS110 CHANGED LIST PLUS EVERY
000683*    MEMBER THE CS119 WHERE-USED FILE SHOWS COPYING A COPYBOOK
000684*    THAT IS ITSELF ON THE CHANGED LIST; EVERYTHING ELSE KEEPS
000685*    ITS CHECKPOINT UNTOUCHED.  THE CHANGED LIST CARRIES BARE
000686*    8-BYTE NAMES, SO A CHANGED COPYBOOK IS RECOGNIZED BY ITS
000687*    BARE NAME MATCHING A WHERE-USED COPYBOOK NAME.
000688 01  WS-SCOPE-TABLE-COUNTERS.
000689     05  WS-CHG-COUNT        PIC 9(04)      COMP   VALUE ZERO.
000690     05  WS-CHG-IX           PIC 9(04)      COMP   VALUE ZERO.
000691     05  WS-MAX-CHG          PIC 9(04)      COMP   VALUE 500.
000692     05  WS-IMP-COUNT        PIC 9(04)      COMP   VALUE ZERO.
000693     05  WS-IMP-IX           PIC 9(04)      COMP   VALUE ZERO.
000694     05  WS-MAX-IMP          PIC 9(04)      COMP   VALUE 1000.
000695*
000696 01  WS-CHG-TABLE.
000697     05  WS-CHG-ENTRY        OCCURS 500 TIMES
000698                             INDEXED BY WS-CHG-IDX.
000699         10  WS-TBL-CHG-NAME     PIC X(08).
000700*
000701 01  WS-IMP-TABLE.
000702     05  WS-IMP-ENTRY        OCCURS 1000 TIMES
000703                             INDEXED BY WS-IMP-IDX.
000704         10  WS-TBL-IMP-NAME     PIC X(08).
000705*
000706 01  WS-XRF-BOOK8            PIC X(08)      VALUE SPACES.
000707*
000708*    STREAM PARTITIONING: A MEMBER'S STREAM IS DERIVED FROM A
000709*    CHARACTER SUM OF ITS MEMBER NAME, SO EVERY INSTANCE AGREES
000710*    ON THE PARTITION WITHOUT ANY SHARED STATE.  BOTH COPIES OF
000711*    A NAME SHADOWED ACROSS THE TWO LIBRARIES SWEEP IN THE SAME
000712*    STREAM, EACH UNDER ITS OWN LIBRARY-QUALIFIED CHECKPOINT
000713*    KEY.  DEFAULTS ARE STREAM 1 OF 1 (THE OLD SINGLE-STREAM
000714*    BEHAVIOR) WHEN NO CONTROL CARD IS SUPPLIED.  A MEMBER IN
000715*    THE CS105 CLASS TREE SUMS ITS ROOT MEMBER'S NAME INSTEAD
000716*    (WS-STREAM-NAME), SO A WHOLE CLASS FAMILY SWEEPS IN ONE
000717*    STREAM AND A PARENT'S RESULT IS ALREADY IN THE CHECKPOINT
000718*    WHEN ITS SUBCLASSES COME UP.
000719 01  WS-STREAM-FIELDS.
000720     05  WS-STREAM-NO        PIC 9(02)      COMP   VALUE 1.
000721     05  WS-STREAM-COUNT     PIC 9(02)      COMP   VALUE 1.
000722     05  WS-NAME-SUM         PIC 9(05)      COMP   VALUE ZERO.
000723     05  WS-NAME-IX          PIC 9(02)      COMP   VALUE ZERO.
000724     05  WS-CALC-STREAM      PIC 9(02)      COMP   VALUE ZERO.
000725     05  WS-STREAM-NAME      PIC X(08)      VALUE SPACES.
000726*
000727*    CLASS TREE FROM CS105: DEPTH BELOW THE ROOT CLASS, THE MEMBER
000728*    DECLARING THE PARENT CLASS AND THE ROOT MEMBER, PER CLASS
000729*    MEMBER.  THE INVENTORY IS PASSED ONCE PER DEPTH (WS-SWEEP-
000730*    LEVEL), EACH PASS TAKING ONLY THE MEMBERS AT THAT DEPTH;
000731*    MEMBERS NOT IN THE TREE ARE ALL AT DEPTH ZERO.
000732 01  WS-TRE-TABLE-COUNTERS.
000733     05  WS-TRE-COUNT        PIC 9(04)      COMP   VALUE ZERO.
000734     05  WS-TRE-IX           PIC 9(04)      COMP   VALUE ZERO.
000735     05  WS-MAX-TRE          PIC 9(04)      COMP   VALUE 500.
000736     05  WS-SWEEP-LEVEL      PIC 9(02)      COMP   VALUE ZERO.
000737     05  WS-DEEPEST-LEVEL    PIC 9(02)      COMP   VALUE ZERO.
000738     05  WS-MEMBER-LEVEL     PIC 9(02)      COMP   VALUE ZERO.
000739     05  WS-PARENT-MEMBER    PIC X(08)      VALUE SPACES.
000740     05  WS-PARENT-LIBRARY   PIC X(60)      VALUE SPACES.
000741*
000742 01  WS-TRE-TABLE.
000743     05  WS-TRE-ENTRY        OCCURS 500 TIMES
000744                             INDEXED BY WS-TRE-IDX.
000745         10  WS-TBL-TRE-MEMBER   PIC X(08).
000746         10  WS-TBL-TRE-LIBRARY  PIC X(60).
000747         10  WS-TBL-TRE-PARENT   PIC X(08).
000748         10  WS-TBL-TRE-PARENT-LIB   PIC X(60).
000749         10  WS-TBL-TRE-ROOT     PIC X(08).
000750         10  WS-TBL-TRE-DEPTH    PIC 9(02).
000751*
000752 01  WS-TODAY-SWEEP-ID       PIC X(08)      VALUE SPACES.
000753 01  WS-COMPILE-RESULT       PIC X(01)      VALUE SPACES.
000754     88  WS-COMPILE-OK           VALUE 'S'.
000755     88  WS-COMPILE-FAILED       VALUE 'E'.
000756*
000757 01  WS-COUNTERS.
000760     05  WS-SKIPPED-COUNT    PIC 9(05)      COMP   VALUE ZERO.
000762     05  WS-FDTL-WRITE-COUNT PIC 9(05)      COMP   VALUE ZERO.
000764     05  WS-MEMBER-CODED-COUNT  PIC 9(05)   COMP   VALUE ZERO.
000769     05  WS-OUT-OF-SCOPE-COUNT  PIC 9(05)   COMP   VALUE ZERO.
000770     05  WS-DONE-COUNT       PIC 9(05)      COMP   VALUE ZERO.
000772     05  WS-FAILED-COUNT     PIC 9(05)      COMP   VALUE ZERO.
000773     05  WS-BLOCKED-COUNT    PIC 9(05)      COMP   VALUE ZERO.
000774     05  WS-OTHER-STREAM-COUNT  PIC 9(05)   COMP   VALUE ZERO.
000776     05  WS-CKPT-ERROR-COUNT PIC 9(05)      COMP   VALUE ZERO.
000777*
000822 01  WS-RLOG-INTERFACE.
000823     COPY CS1RLGI.
000824*
000826 01  WS-PDAT-INTERFACE.
000828     COPY CS1PDTI.
000830*
000832 PROCEDURE                   DIVISION.
000834*
000836 0000-MAINLINE.
000838     PERFORM 9000-LOG-START THRU 9000-LOG-START-EXIT.
000840     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
000842     PERFORM 1900-SWEEP-LEVEL THRU 1900-SWEEP-LEVEL-EXIT
000844         VARYING WS-SWEEP-LEVEL FROM ZERO BY 1
000846         UNTIL WS-SWEEP-LEVEL > WS-DEEPEST-LEVEL OR WS-ABORT-YES.
000851     PERFORM 8000-FINISH THRU 8000-FINISH-EXIT.
000852     PERFORM 9100-LOG-END THRU 9100-LOG-END-EXIT.
000860     STOP RUN.
000970         CLOSE CS104-CKPT-FILE
000980         OPEN I-O CS104-CKPT-FILE
000990     END-IF.
000991     PERFORM 1500-LOAD-CLASS-TREE THRU 1500-LOAD-CLASS-TREE-EXIT.
000992     CALL 'CS133'            USING WS-PDAT-INTERFACE.
000993     MOVE LK-PDAT-SWEEP-ID   TO WS-TODAY-SWEEP-ID.
000996     PERFORM 1100-READ-CONTROL THRU 1100-READ-CONTROL-EXIT.
000997     PERFORM 1200-LOAD-REGISTRY THRU 1200-LOAD-REGISTRY-EXIT.
000998     IF WS-IMPACT-SCOPE
001185 1450-ADD-IMPACT-MEMBER-EXIT.
001186     EXIT.
001187*
001188 1500-LOAD-CLASS-TREE.
001189*    A MISSING TREE FILE LEAVES EVERY MEMBER AT DEPTH ZERO: ONE
001190*    PASS IN INVENTORY ORDER, EXACTLY AS BEFORE THE TREE EXISTED.
001191     OPEN INPUT CS104-TRE-FILE.
001192     IF NOT WS-TRE-OK
001193         DISPLAY 'CS104 - NO CLASS TREE, SWEEPING IN INVENTORY '
001194             'ORDER'
001195         GO TO 1500-LOAD-CLASS-TREE-EXIT
001196     END-IF.
001197     PERFORM 1550-LOAD-TRE-RECORD THRU 1550-LOAD-TRE-RECORD-EXIT
001198         UNTIL WS-TRE-EOF-YES.
001199     CLOSE CS104-TRE-FILE.
001200     DISPLAY 'CS104 - CLASS TREE: ' WS-TRE-COUNT ' CLASSES, '
001201         WS-DEEPEST-LEVEL ' LEVELS BELOW THE ROOTS'.
001202 1500-LOAD-CLASS-TREE-EXIT.
001203     EXIT.
001204*
001205 1550-LOAD-TRE-RECORD.
001206*    A CLASS DROPPED ON A FULL TABLE FALLS BACK TO DEPTH ZERO AND
001207*    MAY THEN COMPILE AHEAD OF ITS PARENT - THE DISPLAY SAYS SO.
001208     READ CS104-TRE-FILE
001209         AT END
001210             SET WS-TRE-EOF-YES  TO TRUE
001211             GO TO 1550-LOAD-TRE-RECORD-EXIT
001212     END-READ.
001213     IF CS1-CTRE-DEPTH NOT NUMERIC
001214         MOVE ZERO           TO CS1-CTRE-DEPTH
001215     END-IF.
001216     IF WS-TRE-COUNT < WS-MAX-TRE
001217         ADD 1               TO WS-TRE-COUNT
001218         SET WS-TRE-IDX      TO WS-TRE-COUNT
001219         MOVE CS1-CTRE-MEMBER-NAME
001220             TO WS-TBL-TRE-MEMBER (WS-TRE-IDX)
001221         MOVE CS1-CTRE-LIBRARY-DIR
001222             TO WS-TBL-TRE-LIBRARY (WS-TRE-IDX)
001223         MOVE CS1-CTRE-PARENT-MEMBER
001224             TO WS-TBL-TRE-PARENT (WS-TRE-IDX)
001225         MOVE CS1-CTRE-PARENT-LIBRARY
001226             TO WS-TBL-TRE-PARENT-LIB (WS-TRE-IDX)
001227         MOVE CS1-CTRE-ROOT-MEMBER
001228             TO WS-TBL-TRE-ROOT (WS-TRE-IDX)
001229         MOVE CS1-CTRE-DEPTH TO WS-TBL-TRE-DEPTH (WS-TRE-IDX)
001230         IF CS1-CTRE-DEPTH > WS-DEEPEST-LEVEL
001231             MOVE CS1-CTRE-DEPTH TO WS-DEEPEST-LEVEL
001232         END-IF
001233     ELSE
001234         DISPLAY 'CS104 - CLASS TREE TABLE FULL, RECORD DROPPED: '
001235             CS1-CTRE-MEMBER-NAME
001236     END-IF.
001237 1550-LOAD-TRE-RECORD-EXIT.
001238     EXIT.
001239*
001240 1900-SWEEP-LEVEL.
001241*    ONE PASS OF THE INVENTORY PER TREE DEPTH, SHALLOWEST FIRST.
001242*    EVERY PASS AFTER THE FIRST STARTS THE INVENTORY OVER.
001243     IF WS-SWEEP-LEVEL > ZERO
001244         CLOSE CS104-MBRS-FILE
001245         OPEN INPUT CS104-MBRS-FILE
001246         IF NOT WS-MBRS-OK
001247             DISPLAY 'CS104 - CANNOT REOPEN MEMBER INVENTORY, '
001248                 'SWEEP HALTED AT LEVEL ' WS-SWEEP-LEVEL
001249             SET WS-ABORT-YES    TO TRUE
001250             GO TO 1900-SWEEP-LEVEL-EXIT
001251         END-IF
001252         MOVE 'N'            TO WS-MBRS-EOF-SW
001253         DISPLAY 'CS104 - SWEEPING INHERITANCE LEVEL '
001254             WS-SWEEP-LEVEL
001255     END-IF.
001256     PERFORM 2000-PROCESS-MEMBERS THRU 2000-PROCESS-MEMBERS-EXIT
001257         UNTIL WS-MBRS-EOF-YES OR WS-ABORT-YES.
001258 1900-SWEEP-LEVEL-EXIT.
001259     EXIT.
001260*
001261 2000-PROCESS-MEMBERS.
001262     READ CS104-MBRS-FILE
001263         AT END
001264             SET WS-MBRS-EOF-YES TO TRUE
001265             GO TO 2000-PROCESS-MEMBERS-EXIT
001266     END-READ.
001267     PERFORM 2600-FIND-CLASS THRU 2600-FIND-CLASS-EXIT.
001268     IF WS-MEMBER-LEVEL NOT = WS-SWEEP-LEVEL
001269         GO TO 2000-PROCESS-MEMBERS-EXIT
001270     END-IF.
001271     PERFORM 2400-CALC-STREAM THRU 2400-CALC-STREAM-EXIT.
001272     IF WS-CALC-STREAM NOT = WS-STREAM-NO
001273         ADD 1               TO WS-OTHER-STREAM-COUNT
001274         GO TO 2000-PROCESS-MEMBERS-EXIT
001275     END-IF.
001276*    IN IMPACT SCOPE AN OUT-OF-SCOPE MEMBER IS LEFT EXACTLY AS
001277*    IT STANDS - ITS CHECKPOINT RECORD IS NEITHER READ FOR
001278*    UPDATE NOR REWRITTEN.
001279     IF WS-IMPACT-SCOPE
001280         PERFORM 2050-CHECK-SCOPE THRU 2050-CHECK-SCOPE-EXIT
001281         IF NOT WS-IN-SCOPE-YES
001282             ADD 1           TO WS-OUT-OF-SCOPE-COUNT
001283             GO TO 2000-PROCESS-MEMBERS-EXIT
001284         END-IF
001285     END-IF.
001286     PERFORM 2500-CHECK-PARENT THRU 2500-CHECK-PARENT-EXIT.
001287     MOVE CS1-MBRS-MEMBER-NAME TO CS1-CKPT-MEMBER-NAME.
001288     MOVE CS1-MBRS-LIBRARY-DIR TO CS1-CKPT-SOURCE-DIR.
001289     READ CS104-CKPT-FILE
001290         KEY IS CS1-CKPT-KEY
001291         INVALID KEY
001292             PERFORM 2100-COMPILE-NEW-MEMBER
001293                 THRU 2100-COMPILE-NEW-MEMBER-EXIT
001294             GO TO 2000-PROCESS-MEMBERS-EXIT
001295     END-READ.
001296     IF CS1-CKPT-DONE AND CS1-CKPT-SWEEP-ID = WS-TODAY-SWEEP-ID
001297         ADD 1               TO WS-SKIPPED-COUNT
001298     ELSE
001299         PERFORM 2200-RETRY-MEMBER THRU 2200-RETRY-MEMBER-EXIT
001300     END-IF.
001301 2000-PROCESS-MEMBERS-EXIT.
001302     EXIT.
001303*
001304 2050-CHECK-SCOPE.
001305     MOVE 'N'                TO WS-IN-SCOPE-SW.
001306     PERFORM VARYING WS-CHG-IX FROM 1 BY 1
001307             UNTIL WS-CHG-IX > WS-CHG-COUNT
001308         IF WS-TBL-CHG-NAME (WS-CHG-IX) = CS1-MBRS-MEMBER-NAME
001309             MOVE 'Y'        TO WS-IN-SCOPE-SW
001310         END-IF
001311     END-PERFORM.
001312     IF WS-IN-SCOPE-YES
001313         GO TO 2050-CHECK-SCOPE-EXIT
001314     END-IF.
001315     PERFORM VARYING WS-IMP-IX FROM 1 BY 1
001316             UNTIL WS-IMP-IX > WS-IMP-COUNT
001317         IF WS-TBL-IMP-NAME (WS-IMP-IX) = CS1-MBRS-MEMBER-NAME
001318             MOVE 'Y'        TO WS-IN-SCOPE-SW
001319         END-IF
001320     END-PERFORM.
001321 2050-CHECK-SCOPE-EXIT.
001322     EXIT.
001323*
001324 2100-COMPILE-NEW-MEMBER.
001325     IF NOT WS-PARENT-BLOCKED-YES
001326         PERFORM 3000-COMPILE-MEMBER
001327             THRU 3000-COMPILE-MEMBER-EXIT
001328     END-IF.
001329     MOVE SPACES             TO CS104-CKPT-REC.
001330     MOVE CS1-MBRS-MEMBER-NAME  TO CS1-CKPT-MEMBER-NAME.
001331     MOVE CS1-MBRS-LIBRARY-DIR  TO CS1-CKPT-SOURCE-DIR.
001332     MOVE WS-TODAY-SWEEP-ID  TO CS1-CKPT-SWEEP-ID.
001333     MOVE WS-STREAM-NO       TO CS1-CKPT-STREAM-NO.
001334     MOVE ZERO               TO CS1-CKPT-RETRY-COUNT.
001335     PERFORM 2300-STAMP-RESULT THRU 2300-STAMP-RESULT-EXIT.
001336     WRITE CS104-CKPT-REC
001337         INVALID KEY
001338             ADD 1           TO WS-CKPT-ERROR-COUNT
001339             DISPLAY 'CS104 - CHECKPOINT WRITE FAILED, STATUS '
001340                 WS-CKPT-STATUS ' MEMBER: '
001341                 CS1-CKPT-MEMBER-NAME ' ' CS1-CKPT-SOURCE-DIR
001342     END-WRITE.
001343 2100-COMPILE-NEW-MEMBER-EXIT.
001344     EXIT.
001350*
001360 2200-RETRY-MEMBER.
001362     IF NOT WS-PARENT-BLOCKED-YES
001364         PERFORM 3000-COMPILE-MEMBER
001366             THRU 3000-COMPILE-MEMBER-EXIT
001368     END-IF.
001371*    THE RETRY COUNT COUNTS RE-ATTEMPTS WITHIN ONE SWEEP ONLY.
001372*    A RECORD LEFT FROM AN EARLIER SWEEP-ID MEANS THIS IS THE
001373*    MEMBER'S FIRST ATTEMPT TONIGHT, SO THE COUNTER RESTARTS
001410 2200-RETRY-MEMBER-EXIT.
001420     EXIT.
001430*
001431 2300-STAMP-RESULT.
001432*    A BLOCKED MEMBER WAS NEVER COMPILED: NO SWITCH SET WAS
001433*    APPLIED AND THERE IS NO LISTING TO CAPTURE, AND IT DOES NOT
001434*    HALT THE SWEEP - ITS PARENT'S FAILURE ALREADY DID OR DID NOT.
001435     IF WS-PARENT-BLOCKED-YES
001436         SET CS1-CKPT-BLOCKED TO TRUE
001437         ADD 1               TO WS-BLOCKED-COUNT
001438         DISPLAY 'CS104 - MEMBER BLOCKED BY FAILED PARENT: '
001439             CS1-MBRS-MEMBER-NAME ' PARENT: ' WS-PARENT-MEMBER
001440         MOVE FUNCTION CURRENT-DATE (1:14)
001441                             TO CS1-CKPT-COMPLETION-STAMP
001442         MOVE SPACES         TO CS1-CKPT-SWITCHES-APPLIED
001443         GO TO 2300-STAMP-RESULT-EXIT
001444     END-IF.
001450     IF WS-COMPILE-OK
001460         SET CS1-CKPT-DONE   TO TRUE
001470         ADD 1               TO WS-DONE-COUNT
001480     ELSE
001481         SET CS1-CKPT-FAILED TO TRUE
001482         PERFORM 3300-CAPTURE-FAILURE
001483             THRU 3300-CAPTURE-FAILURE-EXIT
001484         ADD 1               TO WS-FAILED-COUNT
001485         IF WS-CONTINUE-YES
001486             DISPLAY 'CS104 - MEMBER FAILED, CONTINUING: '
001487                 CS1-MBRS-MEMBER-NAME
001488         ELSE
001489             SET WS-ABORT-YES    TO TRUE
001490             DISPLAY 'CS104 - MEMBER FAILED, SWEEP HALTED: '
001491                 CS1-MBRS-MEMBER-NAME
001492         END-IF
001493     END-IF.
001494     MOVE FUNCTION CURRENT-DATE (1:14)
001495                             TO CS1-CKPT-COMPLETION-STAMP.
001496     MOVE WS-EFFECTIVE-SWITCHES
001497                             TO CS1-CKPT-SWITCHES-APPLIED.
001498 2300-STAMP-RESULT-EXIT.
001499     EXIT.
001500*
001501 2400-CALC-STREAM.
001502*    THE STREAM COMES FROM A CHARACTER SUM OF THE NAME, NEVER
001503*    FROM THE MEMBER'S POSITION IN THE INVENTORY, SO BOTH COPIES
001504*    OF A NAME SHADOWED ACROSS THE TWO LIBRARIES LAND IN THE
001505*    SAME STREAM (EACH UNDER ITS OWN CHECKPOINT KEY).  CS114
001506*    DERIVES THE EXPECTED STREAM THE SAME WAY.  THE NAME SUMMED IS
001507*    WS-STREAM-NAME, SET BY 2600-FIND-CLASS: THE ROOT MEMBER
001508*    FOR A CLASS, THE MEMBER'S OWN NAME OTHERWISE.
001509     MOVE ZERO               TO WS-NAME-SUM.
001510     PERFORM 2450-SUM-NAME-CHAR THRU 2450-SUM-NAME-CHAR-EXIT
001511         VARYING WS-NAME-IX FROM 1 BY 1
001512         UNTIL WS-NAME-IX > 8.
001513     COMPUTE WS-CALC-STREAM = FUNCTION MOD
001514         (WS-NAME-SUM, WS-STREAM-COUNT) + 1.
001515 2400-CALC-STREAM-EXIT.
001516     EXIT.
001517*
001518 2450-SUM-NAME-CHAR.
001519     IF WS-STREAM-NAME (WS-NAME-IX : 1) NOT = SPACE
001520         COMPUTE WS-NAME-SUM = WS-NAME-SUM
001521             + FUNCTION ORD
001522                 (WS-STREAM-NAME (WS-NAME-IX : 1))
001523     END-IF.
001524 2450-SUM-NAME-CHAR-EXIT.
001525     EXIT.
001526*
001527 2500-CHECK-PARENT.
001528*    A SUBCLASS IS NOT ATTEMPTED WHEN THE CLASS IT INHERITS FROM
001529*    FAILED - OR WAS ITSELF BLOCKED - IN TONIGHT'S SWEEP: ITS OWN
001530*    COMPILE COULD ONLY REPEAT THE PARENT'S ERRORS.  THE PARENT
001531*    WAS SWEPT ON AN EARLIER DEPTH PASS IN THIS SAME STREAM, SO
001532*    ITS CHECKPOINT ALREADY SHOWS TONIGHT'S RESULT.  A PARENT
001533*    WITH NO CHECKPOINT, OR ONE LEFT FROM AN EARLIER SWEEP (OUT
001534*    OF IMPACT SCOPE), BLOCKS NOTHING.  THIS READ USES THE
001535*    CHECKPOINT RECORD AREA, SO IT RUNS BEFORE THE MEMBER'S OWN
001536*    CHECKPOINT READ IN 2000-PROCESS-MEMBERS.
001537     MOVE 'N'                TO WS-PARENT-BLOCKED-SW.
001538     IF WS-PARENT-MEMBER = SPACES
001539         GO TO 2500-CHECK-PARENT-EXIT
001540     END-IF.
001541     MOVE WS-PARENT-MEMBER   TO CS1-CKPT-MEMBER-NAME.
001542     MOVE WS-PARENT-LIBRARY  TO CS1-CKPT-SOURCE-DIR.
001543     READ CS104-CKPT-FILE
001544         KEY IS CS1-CKPT-KEY
001545         INVALID KEY
001546             GO TO 2500-CHECK-PARENT-EXIT
001547     END-READ.
001548     IF CS1-CKPT-SWEEP-ID = WS-TODAY-SWEEP-ID
001549             AND (CS1-CKPT-FAILED OR CS1-CKPT-BLOCKED)
001550         SET WS-PARENT-BLOCKED-YES TO TRUE
001551     END-IF.
001552 2500-CHECK-PARENT-EXIT.
001553     EXIT.
001554*
001555 2600-FIND-CLASS.
001556*    A MEMBER THE CLASS TREE DOES NOT CARRY SITS AT DEPTH ZERO,
001557*    HAS NO PARENT AND STREAMS ON ITS OWN NAME.
001558     MOVE ZERO               TO WS-MEMBER-LEVEL.
001559     MOVE SPACES             TO WS-PARENT-MEMBER
001560                                WS-PARENT-LIBRARY.
001561     MOVE CS1-MBRS-MEMBER-NAME TO WS-STREAM-NAME.
001562     PERFORM VARYING WS-TRE-IX FROM 1 BY 1
001563             UNTIL WS-TRE-IX > WS-TRE-COUNT
001564         IF WS-TBL-TRE-MEMBER (WS-TRE-IX) = CS1-MBRS-MEMBER-NAME
001565                 AND WS-TBL-TRE-LIBRARY (WS-TRE-IX)
001566                     = CS1-MBRS-LIBRARY-DIR
001567             MOVE WS-TBL-TRE-DEPTH (WS-TRE-IX)
001568                                 TO WS-MEMBER-LEVEL
001569             MOVE WS-TBL-TRE-PARENT (WS-TRE-IX)
001570                                 TO WS-PARENT-MEMBER
001571             MOVE WS-TBL-TRE-PARENT-LIB (WS-TRE-IX)
001572                                 TO WS-PARENT-LIBRARY
001573             IF WS-PARENT-LIBRARY = SPACES
001574                 MOVE CS1-MBRS-LIBRARY-DIR TO WS-PARENT-LIBRARY
001575             END-IF
001576             IF WS-TBL-TRE-ROOT (WS-TRE-IX) NOT = SPACES
001577                 MOVE WS-TBL-TRE-ROOT (WS-TRE-IX)
001578                                 TO WS-STREAM-NAME
001579             END-IF
001580             GO TO 2600-FIND-CLASS-EXIT
001581         END-IF
001582     END-PERFORM.
001583 2600-FIND-CLASS-EXIT.
001587     EXIT.
001588*
001589 3000-COMPILE-MEMBER.
001787 8000-FINISH.
001788     CLOSE CS104-MBRS-FILE CS104-CKPT-FILE.
001789     IF WS-FDT-OPENED
001790         CLOSE CS104-FDT-FILE
001791     END-IF.
001792     DISPLAY 'CS104 - MEMBERS SKIPPED (ALREADY DONE): '
001793         WS-SKIPPED-COUNT.
001794     DISPLAY 'CS104 - MEMBERS COMPILED THIS RUN: ' WS-DONE-COUNT.
001795     DISPLAY 'CS104 - MEMBERS FAILED THIS RUN: ' WS-FAILED-COUNT.
001796     DISPLAY 'CS104 - MEMBERS BLOCKED BY A FAILED PARENT: '
001797         WS-BLOCKED-COUNT.
001798     DISPLAY 'CS104 - MEMBERS LEFT TO OTHER STREAMS: '
001799         WS-OTHER-STREAM-COUNT.
001800     DISPLAY 'CS104 - CHECKPOINT WRITE ERRORS: '
001801         WS-CKPT-ERROR-COUNT.
001802     DISPLAY 'CS104 - FAILURE DETAIL RECORDS WRITTEN: '
001803         WS-FDTL-WRITE-COUNT.
