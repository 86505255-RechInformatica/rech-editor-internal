000010 IDENTIFICATION              DIVISION.
000020 PROGRAM-ID.                 CS134.
000030 AUTHOR.                     J. R. CASSEL.
000040 INSTALLATION.               SIGER - DEPTO DE DESENVOLVIMENTO.
000050 DATE-WRITTEN.               15/10/2026.
000060 DATE-COMPILED.              15/10/2026.
000070*****************************************************************
000080*                                                                *
000090*    CS134 - OWNERSHIP REGISTRY MAINTENANCE / UNOWNED ITEMS      *
000100*                                                                *
000110*    THE MORNING EXCEPTION LISTS WERE FORWARDED BY HAND TO       *
000120*    WHICHEVER TEAM OWNS EACH MEMBER, FROM MEMORY.  THIS         *
000130*    PROGRAM KEEPS THE OWNERSHIP REGISTRY (CS1OWNR.CPY) THAT     *
000140*    MAPS EACH SOURCE MEMBER AND CATALOG COPYBOOK TO ITS TEAM    *
000150*    AND CONTACT, APPLYING ADD/CHANGE/DELETE TRANSACTIONS IN     *
000160*    THE STYLE CS112 USES FOR THE PARAMETER FILE.  A             *
000170*    TRANSACTION IS REJECTED WHEN ITS NAME OR OPERATOR IS        *
000180*    BLANK, WHEN ITS ITEM TYPE IS NOT 'M' OR 'C', WHEN AN ADD    *
000190*    OR CHANGE CARRIES NO TEAM, WHEN AN ADD DUPLICATES AN        *
000200*    EXISTING ENTRY, OR WHEN A CHANGE OR DELETE NAMES AN ITEM    *
000210*    WITH NO ENTRY.  THE OPERATOR AND DATE ARE STAMPED HERE,     *
000220*    AND EVERY ACCEPTED CHANGE WRITES A BEFORE/AFTER IMAGE TO    *
000230*    THE CS134JRN JOURNAL.  THE UPDATED REGISTRY IS WRITTEN TO   *
000240*    CS134NEW; THE JOB STREAM CATALOGS IT BACK OVER CS134OWN.    *
000250*    THE CS110 MASTER (READ AS CS134MST, SAME DATASET AS         *
000260*    CS110MSN) IS THEN CHECKED AGAINST THE UPDATED REGISTRY,     *
000270*    AND EVERY MEMBER OR COPYBOOK WITH NO OWNER IS LISTED ON     *
000280*    CS134RPT - ITS EXCEPTIONS WOULD OTHERWISE LAND IN THE       *
000290*    UNASSIGNED SECTION OF THE CS135 DISTRIBUTION.               *
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
000440     SELECT CS134-TXN-FILE   ASSIGN TO CS134TXN
000450                             ORGANIZATION IS LINE SEQUENTIAL
000460                             FILE STATUS IS WS-TXN-STATUS.
000470
000480     SELECT CS134-OWN-FILE   ASSIGN TO CS134OWN
000490                             ORGANIZATION IS LINE SEQUENTIAL
000500                             FILE STATUS IS WS-OWN-STATUS.
000510
000520     SELECT CS134-NEW-FILE   ASSIGN TO CS134NEW
000530                             ORGANIZATION IS LINE SEQUENTIAL
000540                             FILE STATUS IS WS-NEW-STATUS.
000550
000560     SELECT CS134-JRN-FILE   ASSIGN TO CS134JRN
000570                             ORGANIZATION IS LINE SEQUENTIAL
000580                             FILE STATUS IS WS-JRN-STATUS.
000590
000600     SELECT CS134-MSTR-FILE  ASSIGN TO CS134MST
000610                             ORGANIZATION IS LINE SEQUENTIAL
000620                             FILE STATUS IS WS-MSTR-STATUS.
000630
000640     SELECT CS134-RPT-FILE   ASSIGN TO CS134RPT
000650                             ORGANIZATION IS LINE SEQUENTIAL
000660                             FILE STATUS IS WS-RPT-STATUS.
000670
000680 DATA                        DIVISION.
000690 FILE                        SECTION.
000700 FD  CS134-TXN-FILE
000710     RECORDING MODE IS F.
000720 01  CS134-TXN-REC.
000730     05  TXN-CODE            PIC X(01).
000740         88  TXN-IS-ADD          VALUE 'A'.
000750         88  TXN-IS-CHANGE       VALUE 'C'.
000760         88  TXN-IS-DELETE       VALUE 'D'.
000770     05  TXN-ITEM-NAME       PIC X(08).
000780     05  TXN-ITEM-TYPE       PIC X(01).
000790         88  TXN-ITEM-TYPE-VALID VALUE 'M' 'C'.
000800     05  TXN-TEAM            PIC X(08).
000810     05  TXN-CONTACT         PIC X(30).
000820     05  TXN-OPERATOR        PIC X(08).
000830
000840 FD  CS134-OWN-FILE
000850     RECORDING MODE IS F.
000860 01  CS134-OWN-REC.
000870     COPY CS1OWNR.
000880
000890 FD  CS134-NEW-FILE
000900     RECORDING MODE IS F.
000910 01  CS134-NEW-REC           PIC X(80).
000920
000930 FD  CS134-JRN-FILE
000940     RECORDING MODE IS F.
000950 01  CS134-JRN-REC.
000960     05  JRN-STAMP           PIC X(14).
000970     05  JRN-OPERATOR        PIC X(08).
000980     05  JRN-ACTION          PIC X(06).
000990     05  JRN-BEFORE-IMAGE    PIC X(80).
001000     05  JRN-AFTER-IMAGE     PIC X(80).
001010
001020 FD  CS134-MSTR-FILE
001030     RECORDING MODE IS F.
001040 01  CS134-MSTR-REC.
001050     COPY CS1MSTR.
001060
001070 FD  CS134-RPT-FILE
001080     RECORDING MODE IS F.
001090 01  CS134-RPT-REC           PIC X(100).
001100
001110 WORKING-STORAGE             SECTION.
001120 01  WS-SWITCHES.
001130     05  WS-TXN-STATUS       PIC X(02)      VALUE SPACES.
001140         88  WS-TXN-OK           VALUE '00'.
001150     05  WS-OWN-STATUS       PIC X(02)      VALUE SPACES.
001160         88  WS-OWN-OK           VALUE '00'.
001170     05  WS-NEW-STATUS       PIC X(02)      VALUE SPACES.
001180         88  WS-NEW-OK           VALUE '00'.
001190     05  WS-JRN-STATUS       PIC X(02)      VALUE SPACES.
001200         88  WS-JRN-OK           VALUE '00'.
001210     05  WS-MSTR-STATUS      PIC X(02)      VALUE SPACES.
001220         88  WS-MSTR-OK          VALUE '00'.
001230     05  WS-RPT-STATUS       PIC X(02)      VALUE SPACES.
001240         88  WS-RPT-OK           VALUE '00'.
001250     05  WS-TXN-EOF-SW       PIC X(01)      VALUE 'N'.
001260         88  WS-TXN-EOF-YES      VALUE 'Y'.
001270     05  WS-OWN-EOF-SW       PIC X(01)      VALUE 'N'.
001280         88  WS-OWN-EOF-YES      VALUE 'Y'.
001290     05  WS-MSTR-EOF-SW      PIC X(01)      VALUE 'N'.
001300         88  WS-MSTR-EOF-YES     VALUE 'Y'.
001310*
001320 01  WS-RUN-STAMP            PIC X(14)      VALUE SPACES.
001330 01  WS-TODAY-DATE           PIC X(08)      VALUE SPACES.
001340 01  WS-LOOKUP-NAME          PIC X(08)      VALUE SPACES.
001350 01  WS-LOOKUP-TYPE          PIC X(01)      VALUE SPACES.
001360*
001370 01  WS-OWN-TABLE-COUNTERS.
001380     05  WS-OWN-COUNT        PIC 9(04)      COMP   VALUE ZERO.
001390     05  WS-OWN-IX           PIC 9(04)      COMP   VALUE ZERO.
001400     05  WS-OWN-FOUND-IX     PIC 9(04)      COMP   VALUE ZERO.
001410     05  WS-MAX-OWNS         PIC 9(04)      COMP   VALUE 2000.
001420*
001430 01  WS-OWN-TABLE.
001440     05  WS-OWN-ENTRY        OCCURS 2000 TIMES
001450                             INDEXED BY WS-OWN-IDX.
001460         10  WS-TBL-OWN-REC      PIC X(80).
001470         10  WS-TBL-OWN-REC-X REDEFINES WS-TBL-OWN-REC.
001480             15  WS-TBL-OWN-NAME      PIC X(08).
001490             15  WS-TBL-OWN-TYPE      PIC X(01).
001500             15  WS-TBL-OWN-TEAM      PIC X(08).
001510             15  WS-TBL-OWN-CONTACT   PIC X(30).
001520             15  WS-TBL-OWN-CHGBY     PIC X(08).
001530             15  WS-TBL-OWN-CHGDATE   PIC X(08).
001540             15  FILLER               PIC X(17).
001550         10  WS-TBL-OWN-DEL-SW   PIC X(01).
001560             88  WS-TBL-OWN-DELETED      VALUE 'Y'.
001570*
001580 01  WS-COUNTERS.
001590     05  WS-APPLIED-COUNT    PIC 9(04)      COMP   VALUE ZERO.
001600     05  WS-REJECTED-COUNT   PIC 9(04)      COMP   VALUE ZERO.
001610     05  WS-MSTR-COUNT       PIC 9(05)      COMP   VALUE ZERO.
001620     05  WS-UNOWNED-COUNT    PIC 9(05)      COMP   VALUE ZERO.
001630     05  WS-MSTR-COUNT-ED    PIC ZZZZ9.
001640     05  WS-UNOWNED-COUNT-ED PIC ZZZZ9.
001650*
001660 01  WS-HEADING-1            PIC X(70)      VALUE
001670     'CS134 - OWNERSHIP REGISTRY - ITEMS WITH NO OWNER'.
001680 01  WS-HEADING-2.
001690     05  FILLER              PIC X(10) VALUE 'NAME'.
001700     05  FILLER              PIC X(10) VALUE 'TYPE'.
001710     05  FILLER              PIC X(60) VALUE 'LIBRARY'.
001720 01  WS-DETAIL-LINE.
001730     05  DL-NAME             PIC X(10).
001740     05  DL-TYPE             PIC X(10).
001750     05  DL-LIBRARY          PIC X(60).
001760 01  WS-TOTAL-LINE           PIC X(70).
001770*
001780 01  WS-RLOG-INTERFACE.
001790     COPY CS1RLGI.
001800*
001810 01  WS-PDAT-INTERFACE.
001820     COPY CS1PDTI.
001830*
001840 PROCEDURE                   DIVISION.
001850*
001860 0000-MAINLINE.
001870     PERFORM 9000-LOG-START THRU 9000-LOG-START-EXIT.
001880     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
001890     PERFORM 2000-APPLY-TXNS THRU 2000-APPLY-TXNS-EXIT
001900         UNTIL WS-TXN-EOF-YES.
001910     PERFORM 3000-WRITE-NEW-FILE THRU 3000-WRITE-NEW-FILE-EXIT.
001920     PERFORM 4000-UNOWNED-REPORT THRU 4000-UNOWNED-REPORT-EXIT.
001930     PERFORM 8000-FINISH THRU 8000-FINISH-EXIT.
001940     PERFORM 9100-LOG-END THRU 9100-LOG-END-EXIT.
001950     STOP RUN.
001960*
001970 1000-INITIALIZE.
001980     MOVE FUNCTION CURRENT-DATE (1:14) TO WS-RUN-STAMP.
001990     CALL 'CS133'            USING WS-PDAT-INTERFACE.
002000     MOVE LK-PDAT-PROCESS-DATE   TO WS-TODAY-DATE.
002010*    NO REGISTRY YET IS THE FIRST RUN: THE DECK BUILDS IT.
002020     OPEN INPUT CS134-OWN-FILE.
002030     IF WS-OWN-OK
002040         PERFORM 1100-LOAD-OWNER THRU 1100-LOAD-OWNER-EXIT
002050             UNTIL WS-OWN-EOF-YES
002060         CLOSE CS134-OWN-FILE
002070     END-IF.
002080     OPEN INPUT CS134-TXN-FILE.
002090     IF NOT WS-TXN-OK
002100         DISPLAY 'CS134 - CANNOT OPEN OWNERSHIP TRANSACTIONS'
002110         STOP RUN
002120     END-IF.
002130     OPEN EXTEND CS134-JRN-FILE.
002140     IF NOT WS-JRN-OK
002150         OPEN OUTPUT CS134-JRN-FILE
002160     END-IF.
002170 1000-INITIALIZE-EXIT.
002180     EXIT.
002190*
002200 1100-LOAD-OWNER.
002210     READ CS134-OWN-FILE
002220         AT END
002230             SET WS-OWN-EOF-YES  TO TRUE
002240             GO TO 1100-LOAD-OWNER-EXIT
002250     END-READ.
002260     IF WS-OWN-COUNT < WS-MAX-OWNS
002270         ADD 1               TO WS-OWN-COUNT
002280         SET WS-OWN-IDX      TO WS-OWN-COUNT
002290         MOVE CS134-OWN-REC  TO WS-TBL-OWN-REC (WS-OWN-IDX)
002300         MOVE 'N'            TO WS-TBL-OWN-DEL-SW (WS-OWN-IDX)
002310     ELSE
002320         DISPLAY 'CS134 - OWNER TABLE FULL, RECORD DROPPED: '
002330             CS1-OWNR-ITEM-NAME
002340     END-IF.
002350 1100-LOAD-OWNER-EXIT.
002360     EXIT.
002370*
002380 2000-APPLY-TXNS.
002390     READ CS134-TXN-FILE
002400         AT END
002410             SET WS-TXN-EOF-YES  TO TRUE
002420             GO TO 2000-APPLY-TXNS-EXIT
002430     END-READ.
002440     IF TXN-ITEM-NAME = SPACES
002450         DISPLAY 'CS134 - REJECTED, BLANK ITEM NAME'
002460         ADD 1               TO WS-REJECTED-COUNT
002470         GO TO 2000-APPLY-TXNS-EXIT
002480     END-IF.
002490     IF TXN-OPERATOR = SPACES
002500         DISPLAY 'CS134 - REJECTED, BLANK OPERATOR: '
002510             TXN-ITEM-NAME
002520         ADD 1               TO WS-REJECTED-COUNT
002530         GO TO 2000-APPLY-TXNS-EXIT
002540     END-IF.
002550     IF NOT TXN-ITEM-TYPE-VALID
002560         DISPLAY 'CS134 - REJECTED, ITEM TYPE NOT M/C: '
002570             TXN-ITEM-NAME ' TYPE ' TXN-ITEM-TYPE
002580         ADD 1               TO WS-REJECTED-COUNT
002590         GO TO 2000-APPLY-TXNS-EXIT
002600     END-IF.
002610     IF (TXN-IS-ADD OR TXN-IS-CHANGE)
002620             AND TXN-TEAM = SPACES
002630         DISPLAY 'CS134 - REJECTED, BLANK TEAM: '
002640             TXN-ITEM-NAME
002650         ADD 1               TO WS-REJECTED-COUNT
002660         GO TO 2000-APPLY-TXNS-EXIT
002670     END-IF.
002680     MOVE TXN-ITEM-NAME      TO WS-LOOKUP-NAME.
002690     MOVE TXN-ITEM-TYPE      TO WS-LOOKUP-TYPE.
002700     PERFORM 2100-FIND-OWNER THRU 2100-FIND-OWNER-EXIT.
002710     EVALUATE TRUE
002720         WHEN TXN-IS-ADD
002730             PERFORM 2200-APPLY-ADD THRU 2200-APPLY-ADD-EXIT
002740         WHEN TXN-IS-CHANGE
002750             PERFORM 2300-APPLY-CHANGE THRU 2300-APPLY-CHANGE-EXIT
002760         WHEN TXN-IS-DELETE
002770             PERFORM 2400-APPLY-DELETE THRU 2400-APPLY-DELETE-EXIT
002780         WHEN OTHER
002790             DISPLAY 'CS134 - UNKNOWN TXN CODE: ' TXN-CODE
002800             ADD 1           TO WS-REJECTED-COUNT
002810     END-EVALUATE.
002820 2000-APPLY-TXNS-EXIT.
002830     EXIT.
002840*
002850 2100-FIND-OWNER.
002860*    WS-OWN-FOUND-IX COMES BACK ZERO WHEN NO LIVE ENTRY EXISTS
002870*    FOR WS-LOOKUP-NAME/WS-LOOKUP-TYPE.
002880     MOVE ZERO               TO WS-OWN-FOUND-IX.
002890     PERFORM VARYING WS-OWN-IX FROM 1 BY 1
002900             UNTIL WS-OWN-IX > WS-OWN-COUNT
002910                 OR WS-OWN-FOUND-IX > ZERO
002920         IF WS-TBL-OWN-NAME (WS-OWN-IX) = WS-LOOKUP-NAME
002930                 AND WS-TBL-OWN-TYPE (WS-OWN-IX) = WS-LOOKUP-TYPE
002940                 AND NOT WS-TBL-OWN-DELETED (WS-OWN-IX)
002950             MOVE WS-OWN-IX  TO WS-OWN-FOUND-IX
002960         END-IF
002970     END-PERFORM.
002980 2100-FIND-OWNER-EXIT.
002990     EXIT.
003000*
003010 2200-APPLY-ADD.
003020     IF WS-OWN-FOUND-IX > ZERO
003030         DISPLAY 'CS134 - ADD REJECTED, ENTRY EXISTS: '
003040             TXN-ITEM-NAME
003050         ADD 1               TO WS-REJECTED-COUNT
003060         GO TO 2200-APPLY-ADD-EXIT
003070     END-IF.
003080     IF WS-OWN-COUNT >= WS-MAX-OWNS
003090         DISPLAY 'CS134 - ADD REJECTED, TABLE FULL: '
003100             TXN-ITEM-NAME
003110         ADD 1               TO WS-REJECTED-COUNT
003120         GO TO 2200-APPLY-ADD-EXIT
003130     END-IF.
003140     ADD 1                   TO WS-OWN-COUNT.
003150     SET WS-OWN-IDX          TO WS-OWN-COUNT.
003160     MOVE SPACES             TO WS-TBL-OWN-REC (WS-OWN-IDX).
003170     MOVE TXN-ITEM-NAME      TO WS-TBL-OWN-NAME (WS-OWN-IDX).
003180     MOVE TXN-ITEM-TYPE      TO WS-TBL-OWN-TYPE (WS-OWN-IDX).
003190     MOVE TXN-TEAM           TO WS-TBL-OWN-TEAM (WS-OWN-IDX).
003200     MOVE TXN-CONTACT        TO WS-TBL-OWN-CONTACT (WS-OWN-IDX).
003210     MOVE TXN-OPERATOR       TO WS-TBL-OWN-CHGBY (WS-OWN-IDX).
003220     MOVE WS-TODAY-DATE      TO WS-TBL-OWN-CHGDATE (WS-OWN-IDX).
003230     MOVE 'N'                TO WS-TBL-OWN-DEL-SW (WS-OWN-IDX).
003240     MOVE SPACES             TO JRN-BEFORE-IMAGE.
003250     MOVE WS-TBL-OWN-REC (WS-OWN-IDX)    TO JRN-AFTER-IMAGE.
003260     MOVE 'ADD'              TO JRN-ACTION.
003270     PERFORM 2900-WRITE-JOURNAL THRU 2900-WRITE-JOURNAL-EXIT.
003280     ADD 1                   TO WS-APPLIED-COUNT.
003290 2200-APPLY-ADD-EXIT.
003300     EXIT.
003310*
003320 2300-APPLY-CHANGE.
003330     IF WS-OWN-FOUND-IX = ZERO
003340         DISPLAY 'CS134 - CHANGE REJECTED, NO ENTRY: '
003350             TXN-ITEM-NAME
003360         ADD 1               TO WS-REJECTED-COUNT
003370         GO TO 2300-APPLY-CHANGE-EXIT
003380     END-IF.
003390*    A BLANK CONTACT ON A CHANGE KEEPS THE CONTACT ON FILE, SO
003400*    MOVING AN ITEM TO ANOTHER TEAM NEED NOT RE-KEY IT.
003410     SET WS-OWN-IDX          TO WS-OWN-FOUND-IX.
003420     MOVE WS-TBL-OWN-REC (WS-OWN-IDX)    TO JRN-BEFORE-IMAGE.
003430     MOVE TXN-TEAM           TO WS-TBL-OWN-TEAM (WS-OWN-IDX).
003440     IF TXN-CONTACT NOT = SPACES
003450         MOVE TXN-CONTACT    TO WS-TBL-OWN-CONTACT (WS-OWN-IDX)
003460     END-IF.
003470     MOVE TXN-OPERATOR       TO WS-TBL-OWN-CHGBY (WS-OWN-IDX).
003480     MOVE WS-TODAY-DATE      TO WS-TBL-OWN-CHGDATE (WS-OWN-IDX).
003490     MOVE WS-TBL-OWN-REC (WS-OWN-IDX)    TO JRN-AFTER-IMAGE.
003500     MOVE 'CHANGE'           TO JRN-ACTION.
003510     PERFORM 2900-WRITE-JOURNAL THRU 2900-WRITE-JOURNAL-EXIT.
003520     ADD 1                   TO WS-APPLIED-COUNT.
003530 2300-APPLY-CHANGE-EXIT.
003540     EXIT.
003550*
003560 2400-APPLY-DELETE.
003570     IF WS-OWN-FOUND-IX = ZERO
003580         DISPLAY 'CS134 - DELETE REJECTED, NO ENTRY: '
003590             TXN-ITEM-NAME
003600         ADD 1               TO WS-REJECTED-COUNT
003610         GO TO 2400-APPLY-DELETE-EXIT
003620     END-IF.
003630     SET WS-OWN-IDX          TO WS-OWN-FOUND-IX.
003640     MOVE WS-TBL-OWN-REC (WS-OWN-IDX)    TO JRN-BEFORE-IMAGE.
003650     MOVE SPACES             TO JRN-AFTER-IMAGE.
003660     MOVE 'DELETE'           TO JRN-ACTION.
003670     PERFORM 2900-WRITE-JOURNAL THRU 2900-WRITE-JOURNAL-EXIT.
003680     MOVE 'Y'                TO WS-TBL-OWN-DEL-SW (WS-OWN-IDX).
003690     ADD 1                   TO WS-APPLIED-COUNT.
003700 2400-APPLY-DELETE-EXIT.
003710     EXIT.
003720*
003730 2900-WRITE-JOURNAL.
003740     MOVE WS-RUN-STAMP       TO JRN-STAMP.
003750     MOVE TXN-OPERATOR       TO JRN-OPERATOR.
003760     WRITE CS134-JRN-REC.
003770 2900-WRITE-JOURNAL-EXIT.
003780     EXIT.
003790*
003800 3000-WRITE-NEW-FILE.
003810     OPEN OUTPUT CS134-NEW-FILE.
003820     PERFORM 3100-WRITE-ONE-RECORD
003830         THRU 3100-WRITE-ONE-RECORD-EXIT
003840         VARYING WS-OWN-IX FROM 1 BY 1
003850         UNTIL WS-OWN-IX > WS-OWN-COUNT.
003860     CLOSE CS134-NEW-FILE.
003870 3000-WRITE-NEW-FILE-EXIT.
003880     EXIT.
003890*
003900 3100-WRITE-ONE-RECORD.
003910     IF NOT WS-TBL-OWN-DELETED (WS-OWN-IX)
003920         MOVE WS-TBL-OWN-REC (WS-OWN-IX)     TO CS134-NEW-REC
003930         WRITE CS134-NEW-REC
003940     END-IF.
003950 3100-WRITE-ONE-RECORD-EXIT.
003960     EXIT.
003970*
003980 4000-UNOWNED-REPORT.
003990*    EVERY ITEM ON THE CS110 MASTER - MEMBERS AND CATALOG
004000*    COPYBOOKS ALIKE - IS LOOKED UP IN THE REGISTRY AS IT
004010*    STANDS AFTER TONIGHT'S DECK.  A NAME IN TWO LIBRARIES IS
004020*    LISTED ONCE PER LIBRARY.
004030     OPEN OUTPUT CS134-RPT-FILE.
004040     MOVE WS-HEADING-1       TO CS134-RPT-REC.
004050     WRITE CS134-RPT-REC.
004060     MOVE SPACES             TO CS134-RPT-REC.
004070     WRITE CS134-RPT-REC.
004080     OPEN INPUT CS134-MSTR-FILE.
004090     IF NOT WS-MSTR-OK
004100         DISPLAY 'CS134 - NO CS110 MASTER, UNOWNED CHECK NOT MADE'
004110         MOVE 'NOT CHECKED - NO CS110 MASTER'    TO CS134-RPT-REC
004120         WRITE CS134-RPT-REC
004130         CLOSE CS134-RPT-FILE
004140         GO TO 4000-UNOWNED-REPORT-EXIT
004150     END-IF.
004160     MOVE WS-HEADING-2       TO CS134-RPT-REC.
004170     WRITE CS134-RPT-REC.
004180     PERFORM 4100-CHECK-ONE-ITEM THRU 4100-CHECK-ONE-ITEM-EXIT
004190         UNTIL WS-MSTR-EOF-YES.
004200     CLOSE CS134-MSTR-FILE.
004210     MOVE SPACES             TO CS134-RPT-REC.
004220     WRITE CS134-RPT-REC.
004230     MOVE WS-MSTR-COUNT      TO WS-MSTR-COUNT-ED.
004240     MOVE WS-UNOWNED-COUNT   TO WS-UNOWNED-COUNT-ED.
004250     MOVE SPACES             TO WS-TOTAL-LINE.
004260     STRING 'MASTER ITEMS CHECKED: ' DELIMITED BY SIZE
004270         WS-MSTR-COUNT-ED    DELIMITED BY SIZE
004280         '   WITH NO OWNER: ' DELIMITED BY SIZE
004290         WS-UNOWNED-COUNT-ED DELIMITED BY SIZE
004300         INTO WS-TOTAL-LINE.
004310     MOVE WS-TOTAL-LINE      TO CS134-RPT-REC.
004320     WRITE CS134-RPT-REC.
004330     CLOSE CS134-RPT-FILE.
004340 4000-UNOWNED-REPORT-EXIT.
004350     EXIT.
004360*
004370 4100-CHECK-ONE-ITEM.
004380     READ CS134-MSTR-FILE
004390         AT END
004400             SET WS-MSTR-EOF-YES TO TRUE
004410             GO TO 4100-CHECK-ONE-ITEM-EXIT
004420     END-READ.
004430     ADD 1                   TO WS-MSTR-COUNT.
004440     MOVE CS1-MSTR-MEMBER-NAME   TO WS-LOOKUP-NAME.
004450     IF CS1-MSTR-IS-COPYBOOK
004460         MOVE 'C'            TO WS-LOOKUP-TYPE
004470     ELSE
004480         MOVE 'M'            TO WS-LOOKUP-TYPE
004490     END-IF.
004500     PERFORM 2100-FIND-OWNER THRU 2100-FIND-OWNER-EXIT.
004510     IF WS-OWN-FOUND-IX > ZERO
004520         GO TO 4100-CHECK-ONE-ITEM-EXIT
004530     END-IF.
004540     ADD 1                   TO WS-UNOWNED-COUNT.
004550     MOVE SPACES             TO WS-DETAIL-LINE.
004560     MOVE CS1-MSTR-MEMBER-NAME   TO DL-NAME.
004570     IF CS1-MSTR-IS-COPYBOOK
004580         MOVE 'COPYBOOK'     TO DL-TYPE
004590     ELSE
004600         MOVE 'MEMBER'       TO DL-TYPE
004610     END-IF.
004620     MOVE CS1-MSTR-LIBRARY-DIR   TO DL-LIBRARY.
004630     MOVE WS-DETAIL-LINE     TO CS134-RPT-REC.
004640     WRITE CS134-RPT-REC.
004650 4100-CHECK-ONE-ITEM-EXIT.
004660     EXIT.
004670*
004680 8000-FINISH.
004690     CLOSE CS134-TXN-FILE CS134-JRN-FILE.
004700     DISPLAY 'CS134 - TRANSACTIONS APPLIED: ' WS-APPLIED-COUNT.
004710     DISPLAY 'CS134 - TRANSACTIONS REJECTED: ' WS-REJECTED-COUNT.
004720     DISPLAY 'CS134 - MASTER ITEMS WITH NO OWNER: '
004730         WS-UNOWNED-COUNT.
004740     IF WS-UNOWNED-COUNT > ZERO
004750         MOVE 4              TO RETURN-CODE
004760     END-IF.
004770 8000-FINISH-EXIT.
004780     EXIT.
004790*
004800 9000-LOG-START.
004810     MOVE 'CS134'            TO LK-RLOG-PROGRAM.
004820     MOVE 'START'            TO LK-RLOG-EVENT.
004830     MOVE ZERO               TO LK-RLOG-RETURN-CODE.
004840     CALL 'CS122'            USING WS-RLOG-INTERFACE.
004850 9000-LOG-START-EXIT.
004860     EXIT.
004870*
004880 9100-LOG-END.
004890     MOVE 'END'              TO LK-RLOG-EVENT.
004900     MOVE RETURN-CODE        TO LK-RLOG-RETURN-CODE.
004910     CALL 'CS122'            USING WS-RLOG-INTERFACE.
004920 9100-LOG-END-EXIT.
004930     EXIT.
