000010 IDENTIFICATION              DIVISION.
000020 PROGRAM-ID.                 CS129.
000030 AUTHOR.                     J. R. CASSEL.
000040 INSTALLATION.               SIGER - DEPTO DE DESENVOLVIMENTO.
000050 DATE-WRITTEN.               15/10/2026.
000060 DATE-COMPILED.              15/10/2026.
000070*****************************************************************
000080*                                                                *
000090*    CS129 - COPYBOOK FIELD-LAYOUT COMPARISON                    *
000100*                                                                *
000110*    WHEN CS110 PUTS A CHANGED COPYBOOK ON CS110CHG ALL ANYONE   *
000120*    LEARNS IS THAT ITS CHECKSUM MOVED - A REWORDED COMMENT      *
000130*    AND A PIC X(08) GROWN TO X(10) LOOK EXACTLY ALIKE.  THIS    *
000140*    STEP PARSES EVERY COPYBOOK OF THE -DC= DIRECTORY CATALOG    *
000150*    (READ UNDER CS129CAT, SAME CS1DCAT.CPY DATASET AS           *
000160*    CS107CAT) INTO ITS DATA ITEMS - LEVEL, NAME, PIC, USAGE,    *
000170*    OCCURS AND REDEFINES - AND WORKS OUT EACH ITEM'S OFFSET     *
000180*    AND LENGTH AND THE COPYBOOK'S RECORD LENGTH.  THE RESULT    *
000190*    IS WRITTEN TO A NEW LAYOUT MASTER (CS129LYN, CS1LAYT.CPY);  *
000200*    THE JOB STREAM CATALOGS IT BACK OVER CS129LYO, SO EACH      *
000210*    NIGHT'S PARSE IS THE PRIOR GENERATION THE NEXT NIGHT        *
000220*    COMPARES AGAINST.  EVERY COPYBOOK ON THE CHANGED LIST       *
000230*    (READ AS CS129CHG) IS COMPARED FIELD BY FIELD WITH ITS      *
000240*    PRIOR GENERATION: ADDED, REMOVED, RESIZED AND MOVED ITEMS   *
000250*    ARE LISTED WITH THEIR OLD AND NEW OFFSET AND LENGTH, AND    *
000260*    THE RECORD LENGTH BEFORE AND AFTER IS PRINTED.  FOR EACH    *
000270*    COPYBOOK WHOSE RECORD LENGTH CHANGED THE REPORT LISTS       *
000280*    EVERY COPYING MEMBER FROM THE CS119 WHERE-USED FILE (READ   *
000290*    AS CS129XRF) - THOSE PROGRAMS' FILES NEED CONVERTING, NOT   *
000300*    JUST A RECOMPILE.                                           *
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
000450     SELECT CS129-CAT-FILE   ASSIGN TO CS129CAT
000460                             ORGANIZATION IS LINE SEQUENTIAL
000470                             FILE STATUS IS WS-CAT-STATUS.
000480
000490     SELECT CS129-CHG-FILE   ASSIGN TO CS129CHG
000500                             ORGANIZATION IS LINE SEQUENTIAL
000510                             FILE STATUS IS WS-CHG-STATUS.
000520
000530     SELECT CS129-SRC-FILE   ASSIGN TO DYNAMIC WS-CURRENT-PATH
000540                             ORGANIZATION IS LINE SEQUENTIAL
000550                             FILE STATUS IS WS-SRC-STATUS.
000560
000570     SELECT CS129-LYO-FILE   ASSIGN TO CS129LYO
000580                             ORGANIZATION IS LINE SEQUENTIAL
000590                             FILE STATUS IS WS-LYO-STATUS.
000600
000610     SELECT CS129-LYN-FILE   ASSIGN TO CS129LYN
000620                             ORGANIZATION IS LINE SEQUENTIAL
000630                             FILE STATUS IS WS-LYN-STATUS.
000640
000650     SELECT CS129-XRF-FILE   ASSIGN TO CS129XRF
000660                             ORGANIZATION IS LINE SEQUENTIAL
000670                             FILE STATUS IS WS-XRF-STATUS.
000680
000690     SELECT CS129-RPT-FILE   ASSIGN TO CS129RPT
000700                             ORGANIZATION IS LINE SEQUENTIAL
000710                             FILE STATUS IS WS-RPT-STATUS.
000720
000730 DATA                        DIVISION.
000740 FILE                        SECTION.
000750 FD  CS129-CAT-FILE
000760     RECORDING MODE IS F.
000770 01  CS129-CAT-REC.
000780     COPY CS1DCAT.
000790
000800 FD  CS129-CHG-FILE
000810     RECORDING MODE IS F.
000820 01  CS129-CHG-REC           PIC X(08).
000830
000840 FD  CS129-SRC-FILE
000850     RECORDING MODE IS F.
000860 01  CS129-SRC-REC           PIC X(200).
000870
000880 FD  CS129-LYO-FILE
000890     RECORDING MODE IS F.
000900 01  CS129-LYO-REC.
000910     COPY CS1LAYT.
000920
000930 FD  CS129-LYN-FILE
000940     RECORDING MODE IS F.
000950 01  CS129-LYN-REC.
000960     COPY CS1LAYT.
000970
000980 FD  CS129-XRF-FILE
000990     RECORDING MODE IS F.
001000 01  CS129-XRF-REC.
001010     COPY CS1XREF.
001020
001030 FD  CS129-RPT-FILE
001040     RECORDING MODE IS F.
001050 01  CS129-RPT-REC           PIC X(100).
001060
001070 WORKING-STORAGE             SECTION.
001080 01  WS-SWITCHES.
001090     05  WS-CAT-STATUS       PIC X(02)      VALUE SPACES.
001100         88  WS-CAT-OK           VALUE '00'.
001110     05  WS-CHG-STATUS       PIC X(02)      VALUE SPACES.
001120         88  WS-CHG-OK           VALUE '00'.
001130     05  WS-SRC-STATUS       PIC X(02)      VALUE SPACES.
001140         88  WS-SRC-OK           VALUE '00'.
001150     05  WS-LYO-STATUS       PIC X(02)      VALUE SPACES.
001160         88  WS-LYO-OK           VALUE '00'.
001170     05  WS-LYN-STATUS       PIC X(02)      VALUE SPACES.
001180         88  WS-LYN-OK           VALUE '00'.
001190     05  WS-XRF-STATUS       PIC X(02)      VALUE SPACES.
001200         88  WS-XRF-OK           VALUE '00'.
001210     05  WS-RPT-STATUS       PIC X(02)      VALUE SPACES.
001220         88  WS-RPT-OK           VALUE '00'.
001230     05  WS-CAT-EOF-SW       PIC X(01)      VALUE 'N'.
001240         88  WS-CAT-EOF-YES      VALUE 'Y'.
001250     05  WS-CHG-EOF-SW       PIC X(01)      VALUE 'N'.
001260         88  WS-CHG-EOF-YES      VALUE 'Y'.
001270     05  WS-SRC-EOF-SW       PIC X(01)      VALUE 'N'.
001280         88  WS-SRC-EOF-YES      VALUE 'Y'.
001290     05  WS-LYO-EOF-SW       PIC X(01)      VALUE 'N'.
001300         88  WS-LYO-EOF-YES      VALUE 'Y'.
001310     05  WS-XRF-EOF-SW       PIC X(01)      VALUE 'N'.
001320         88  WS-XRF-EOF-YES      VALUE 'Y'.
001330     05  WS-CAT-AVAIL-SW     PIC X(01)      VALUE 'N'.
001340         88  WS-CAT-AVAIL        VALUE 'Y'.
001350     05  WS-CHG-AVAIL-SW     PIC X(01)      VALUE 'N'.
001360         88  WS-CHG-AVAIL        VALUE 'Y'.
001370     05  WS-OBK-DROP-SW      PIC X(01)      VALUE 'N'.
001380         88  WS-OBK-DROP-YES     VALUE 'Y'.
001390     05  WS-COMPARE-SW       PIC X(01)      VALUE 'N'.
001400         88  WS-COMPARE-YES      VALUE 'Y'.
001410     05  WS-IN-QUOTE-SW      PIC X(01)      VALUE 'N'.
001420         88  WS-IN-QUOTE-YES     VALUE 'Y'.
001430     05  WS-LITERAL-SW       PIC X(01)      VALUE 'N'.
001440         88  WS-LITERAL-YES      VALUE 'Y'.
001450     05  WS-ENTRY-END-SW     PIC X(01)      VALUE 'N'.
001460         88  WS-ENTRY-END-YES    VALUE 'Y'.
001470     05  WS-IN-REPEAT-SW     PIC X(01)      VALUE 'N'.
001480         88  WS-IN-REPEAT-YES    VALUE 'Y'.
001490     05  WS-RESUME-SW        PIC X(01)      VALUE 'N'.
001500         88  WS-RESUME-YES       VALUE 'Y'.
001510*
001520 01  WS-CURRENT-PATH         PIC X(120)     VALUE SPACES.
001530 01  WS-CURRENT-BOOK         PIC X(08)      VALUE SPACES.
001540 01  WS-CURRENT-DIR          PIC X(60)      VALUE SPACES.
001550 01  WS-UPPER-LINE           PIC X(65)      VALUE SPACES.
001560 01  WS-RAW-TOKEN            PIC X(30)      VALUE SPACES.
001570 01  WS-QUOTE-CHAR           PIC X(01)      VALUE SPACE.
001580*
001590 01  WS-SCAN-FIELDS.
001600     05  WS-SCAN-POS         PIC 9(03)      COMP   VALUE ZERO.
001610     05  WS-TOK-START        PIC 9(03)      COMP   VALUE ZERO.
001620     05  WS-TOK-LEN          PIC 9(03)      COMP   VALUE ZERO.
001630     05  WS-TOK-END          PIC 9(03)      COMP   VALUE ZERO.
001640     05  WS-CHAR-IX          PIC 9(03)      COMP   VALUE ZERO.
001650*
001660*    THE DATA-DESCRIPTION ENTRY BEING ASSEMBLED.  AN ENTRY RUNS
001670*    FROM ITS LEVEL NUMBER TO ITS SEPARATOR PERIOD AND MAY SPAN
001680*    ANY NUMBER OF SOURCE LINES; THE EXPECT BYTE SAYS WHAT THE
001690*    PREVIOUS KEYWORD WANTS NEXT.
001700 01  WS-ENTRY-FIELDS.
001710     05  WS-ENT-TOKEN-NO     PIC 9(03)      COMP   VALUE ZERO.
001720     05  WS-ENT-VALID-SW     PIC X(01)      VALUE 'N'.
001730         88  WS-ENT-VALID        VALUE 'Y'.
001740     05  WS-ENT-LEVEL        PIC 9(02)      VALUE ZERO.
001750     05  WS-ENT-NAME         PIC X(30)      VALUE SPACES.
001760     05  WS-ENT-PICTURE      PIC X(30)      VALUE SPACES.
001770     05  WS-ENT-REDEFINES    PIC X(30)      VALUE SPACES.
001780     05  WS-ENT-OCCURS       PIC 9(04)      COMP   VALUE 1.
001790     05  WS-ENT-SIGN-SEP-SW  PIC X(01)      VALUE 'N'.
001800         88  WS-ENT-SIGN-SEPARATE    VALUE 'Y'.
001810     05  WS-ENT-USAGE        PIC X(01)      VALUE 'D'.
001820         88  WS-ENT-BINARY       VALUE 'B'.
001830         88  WS-ENT-PACKED       VALUE 'P'.
001840         88  WS-ENT-FLOAT-SHORT  VALUE '1'.
001850         88  WS-ENT-FLOAT-LONG   VALUE '2'.
001860         88  WS-ENT-POINTER      VALUE 'I'.
001870     05  WS-ENT-EXPECT       PIC X(01)      VALUE SPACE.
001880         88  WS-EXPECT-NONE          VALUE SPACE.
001890         88  WS-EXPECT-PICTURE       VALUE 'P'.
001900         88  WS-EXPECT-OCCURS        VALUE 'O'.
001910         88  WS-EXPECT-OCCURS-TO     VALUE 'T'.
001920         88  WS-EXPECT-OCCURS-MAX    VALUE 'M'.
001930         88  WS-EXPECT-REDEFINES     VALUE 'R'.
001940         88  WS-EXPECT-VALUE         VALUE 'V'.
001950*
001960 01  WS-PICTURE-FIELDS.
001970     05  WS-PIC-IX           PIC 9(03)      COMP   VALUE ZERO.
001980     05  WS-PIC-CHARS        PIC 9(05)      COMP   VALUE ZERO.
001990     05  WS-PIC-DIGITS       PIC 9(03)      COMP   VALUE ZERO.
002000     05  WS-PIC-REPEAT       PIC 9(05)      COMP   VALUE ZERO.
002010     05  WS-PIC-CHAR         PIC X(01)      VALUE SPACE.
002020     05  WS-PIC-PREV         PIC X(01)      VALUE SPACE.
002030     05  WS-PIC-DIGIT-X      PIC X(01)      VALUE '0'.
002040     05  WS-PIC-DIGIT        REDEFINES WS-PIC-DIGIT-X
002050                             PIC 9(01).
002060     05  WS-ELEM-LENGTH      PIC 9(07)      COMP   VALUE ZERO.
002070*
002080*    THE DATA ITEMS OF THE COPYBOOK BEING PARSED, IN SOURCE
002090*    ORDER.  A GROUP ITEM CARRIES ELEMENTARY LENGTH ZERO UNTIL
002100*    2500-LAY-OUT-FIELDS SUMS ITS SUBORDINATES.
002110 01  WS-FLD-TABLE-COUNTERS.
002120     05  WS-FLD-COUNT        PIC 9(04)      COMP   VALUE ZERO.
002130     05  WS-FLD-IX           PIC 9(04)      COMP   VALUE ZERO.
002140     05  WS-RDF-IX           PIC 9(04)      COMP   VALUE ZERO.
002150     05  WS-RDF-FOUND-IX     PIC 9(04)      COMP   VALUE ZERO.
002160     05  WS-GRP-IX           PIC 9(04)      COMP   VALUE ZERO.
002170     05  WS-MAX-FLD          PIC 9(04)      COMP   VALUE 1000.
002180*
002190 01  WS-FLD-TABLE.
002200     05  WS-FLD-ENTRY        OCCURS 1000 TIMES
002210                             INDEXED BY WS-FLD-IDX.
002220         10  WS-TBL-FLD-LEVEL        PIC 9(02).
002230         10  WS-TBL-FLD-NAME         PIC X(30).
002240         10  WS-TBL-FLD-REDEFINES    PIC X(30).
002250         10  WS-TBL-FLD-ELEM-LEN     PIC 9(07)      COMP.
002260         10  WS-TBL-FLD-OCCURS       PIC 9(04)      COMP.
002270         10  WS-TBL-FLD-OFFSET       PIC 9(07)      COMP.
002280         10  WS-TBL-FLD-LENGTH       PIC 9(07)      COMP.
002290*
002300*    OPEN GROUP ITEMS WHILE OFFSETS ARE WORKED OUT.  A GROUP
002310*    CLOSES WHEN AN ITEM OF THE SAME OR A HIGHER LEVEL (LOWER
002320*    NUMBER) ARRIVES.  AN ITEM THAT REDEFINES ANOTHER STARTS AT
002330*    THE REDEFINED ITEM'S OFFSET AND, ONCE CLOSED, PUTS THE
002340*    OFFSET BACK WHERE IT WAS (OR PAST ITSELF IF IT IS LONGER).
002350 01  WS-STK-TABLE-COUNTERS.
002360     05  WS-STK-COUNT        PIC 9(02)      COMP   VALUE ZERO.
002370     05  WS-MAX-STK          PIC 9(02)      COMP   VALUE 50.
002380*
002390 01  WS-STK-TABLE.
002400     05  WS-STK-ENTRY        OCCURS 50 TIMES.
002410         10  WS-TBL-STK-LEVEL        PIC 9(02).
002420         10  WS-TBL-STK-FLD-IX       PIC 9(04)      COMP.
002430         10  WS-TBL-STK-START        PIC 9(07)      COMP.
002440         10  WS-TBL-STK-RESUME       PIC 9(07)      COMP.
002450         10  WS-TBL-STK-RESUME-SW    PIC X(01).
002460*
002470 01  WS-LAYOUT-FIELDS.
002480     05  WS-CUR-OFFSET       PIC 9(07)      COMP   VALUE ZERO.
002490     05  WS-RESUME-OFFSET    PIC 9(07)      COMP   VALUE ZERO.
002500     05  WS-REC-LENGTH       PIC 9(07)      COMP   VALUE ZERO.
002510     05  WS-LAYT-SEQ         PIC 9(04)      COMP   VALUE ZERO.
002520*
002530*    THE PRIOR GENERATION, ONE BOOK ENTRY PER COPYBOOK AND
002540*    DIRECTORY POINTING AT ITS CONTIGUOUS RUN OF FIELD ROWS.
002550 01  WS-OBK-TABLE-COUNTERS.
002560     05  WS-OBK-COUNT        PIC 9(04)      COMP   VALUE ZERO.
002570     05  WS-OBK-IX           PIC 9(04)      COMP   VALUE ZERO.
002580     05  WS-OBK-FOUND-IX     PIC 9(04)      COMP   VALUE ZERO.
002590     05  WS-MAX-OBK          PIC 9(04)      COMP   VALUE 2000.
002600     05  WS-OLD-COUNT        PIC 9(05)      COMP   VALUE ZERO.
002610     05  WS-OLD-IX           PIC 9(05)      COMP   VALUE ZERO.
002620     05  WS-MATCH-IX         PIC 9(05)      COMP   VALUE ZERO.
002630     05  WS-MAX-OLD          PIC 9(05)      COMP   VALUE 20000.
002640*
002650 01  WS-OBK-TABLE.
002660     05  WS-OBK-ENTRY        OCCURS 2000 TIMES
002670                             INDEXED BY WS-OBK-IDX.
002680         10  WS-TBL-OBK-NAME         PIC X(08).
002690         10  WS-TBL-OBK-DIR          PIC X(60).
002700         10  WS-TBL-OBK-FIRST        PIC 9(05)      COMP.
002710         10  WS-TBL-OBK-LAST         PIC 9(05)      COMP.
002720         10  WS-TBL-OBK-RECLEN       PIC 9(07)      COMP.
002730*
002740 01  WS-OLD-TABLE.
002750     05  WS-OLD-ENTRY        OCCURS 20000 TIMES
002760                             INDEXED BY WS-OLD-IDX.
002770         10  WS-TBL-OLD-LEVEL        PIC 9(02).
002780         10  WS-TBL-OLD-NAME         PIC X(30).
002790         10  WS-TBL-OLD-OFFSET       PIC 9(07)      COMP.
002800         10  WS-TBL-OLD-LENGTH       PIC 9(07)      COMP.
002810         10  WS-TBL-OLD-OCCURS       PIC 9(04)      COMP.
002820         10  WS-TBL-OLD-MATCHED-SW   PIC X(01).
002830             88  WS-TBL-OLD-MATCHED      VALUE 'Y'.
002840*
002850 01  WS-CHG-TABLE-COUNTERS.
002860     05  WS-CHG-COUNT        PIC 9(04)      COMP   VALUE ZERO.
002870     05  WS-CHG-IX           PIC 9(04)      COMP   VALUE ZERO.
002880     05  WS-MAX-CHG          PIC 9(04)      COMP   VALUE 2000.
002890*
002900 01  WS-CHG-TABLE.
002910     05  WS-CHG-ENTRY        OCCURS 2000 TIMES
002920                             INDEXED BY WS-CHG-IDX.
002930         10  WS-TBL-CHG-NAME PIC X(08).
002940*
002950*    COPYBOOKS WHOSE RECORD LENGTH CHANGED TONIGHT.  THE
002960*    WHERE-USED FILE KNOWS BARE NAMES ONLY, SO ONE ENTRY PER
002970*    NAME HOWEVER MANY DIRECTORIES CARRY IT.
002980 01  WS-CNV-TABLE-COUNTERS.
002990     05  WS-CNV-COUNT        PIC 9(03)      COMP   VALUE ZERO.
003000     05  WS-CNV-IX           PIC 9(03)      COMP   VALUE ZERO.
003010     05  WS-MAX-CNV          PIC 9(03)      COMP   VALUE 200.
003020*
003030 01  WS-CNV-TABLE.
003040     05  WS-CNV-ENTRY        OCCURS 200 TIMES
003050                             INDEXED BY WS-CNV-IDX.
003060         10  WS-TBL-CNV-NAME PIC X(08).
003070*
003080 01  WS-COUNTERS.
003090     05  WS-BOOK-COUNT       PIC 9(05)      COMP   VALUE ZERO.
003100     05  WS-COMPARED-COUNT   PIC 9(05)      COMP   VALUE ZERO.
003110     05  WS-BASELINE-COUNT   PIC 9(05)      COMP   VALUE ZERO.
003120     05  WS-CARRIED-COUNT    PIC 9(05)      COMP   VALUE ZERO.
003130     05  WS-ADDED-COUNT      PIC 9(05)      COMP   VALUE ZERO.
003140     05  WS-REMOVED-COUNT    PIC 9(05)      COMP   VALUE ZERO.
003150     05  WS-RESIZED-COUNT    PIC 9(05)      COMP   VALUE ZERO.
003160     05  WS-MOVED-COUNT      PIC 9(05)      COMP   VALUE ZERO.
003170     05  WS-COPIER-COUNT     PIC 9(05)      COMP   VALUE ZERO.
003180     05  WS-BOOK-DIFF-COUNT  PIC 9(05)      COMP   VALUE ZERO.
003190     05  WS-BOOK-COPIERS     PIC 9(05)      COMP   VALUE ZERO.
003200     05  WS-OLD-SIZE         PIC 9(07)      COMP   VALUE ZERO.
003210     05  WS-NEW-SIZE         PIC 9(07)      COMP   VALUE ZERO.
003220     05  WS-BOOK-COUNT-ED    PIC ZZZZ9.
003230     05  WS-COMPARED-COUNT-ED    PIC ZZZZ9.
003240     05  WS-BASELINE-COUNT-ED    PIC ZZZZ9.
003250     05  WS-CARRIED-COUNT-ED PIC ZZZZ9.
003260     05  WS-ADDED-COUNT-ED   PIC ZZZZ9.
003270     05  WS-REMOVED-COUNT-ED PIC ZZZZ9.
003280     05  WS-RESIZED-COUNT-ED PIC ZZZZ9.
003290     05  WS-MOVED-COUNT-ED   PIC ZZZZ9.
003300     05  WS-CNV-COUNT-ED     PIC ZZZZ9.
003310     05  WS-COPIER-COUNT-ED  PIC ZZZZ9.
003320*
003330 01  WS-HEADING-1            PIC X(70)      VALUE
003340     'CS129 - COPYBOOK FIELD-LAYOUT COMPARISON'.
003350 01  WS-BOOK-LINE.
003360     05  FILLER              PIC X(10) VALUE 'COPYBOOK: '.
003370     05  BK-BOOK             PIC X(10).
003380     05  FILLER              PIC X(11) VALUE 'DIRECTORY: '.
003390     05  BK-DIRECTORY        PIC X(60).
003400 01  WS-HEADING-2.
003410     05  FILLER              PIC X(04) VALUE SPACES.
003420     05  FILLER              PIC X(09) VALUE 'ACTION'.
003430     05  FILLER              PIC X(04) VALUE 'LVL'.
003440     05  FILLER              PIC X(31) VALUE 'FIELD'.
003450     05  FILLER              PIC X(09) VALUE 'OLD OFF'.
003460     05  FILLER              PIC X(09) VALUE 'OLD LEN'.
003470     05  FILLER              PIC X(09) VALUE 'NEW OFF'.
003480     05  FILLER              PIC X(07) VALUE 'NEW LEN'.
003490 01  WS-FIELD-LINE.
003500     05  FILLER              PIC X(04) VALUE SPACES.
003510     05  FL-ACTION           PIC X(09).
003520     05  FL-LEVEL            PIC 9(02).
003530     05  FILLER              PIC X(02) VALUE SPACES.
003540     05  FL-FIELD            PIC X(31).
003550     05  FL-OLD-AREA.
003560         10  FL-OLD-OFFSET   PIC ZZZZZZ9.
003570         10  FILLER          PIC X(02) VALUE SPACES.
003580         10  FL-OLD-LENGTH   PIC ZZZZZZ9.
003590         10  FILLER          PIC X(02) VALUE SPACES.
003600     05  FL-NEW-AREA.
003610         10  FL-NEW-OFFSET   PIC ZZZZZZ9.
003620         10  FILLER          PIC X(02) VALUE SPACES.
003630         10  FL-NEW-LENGTH   PIC ZZZZZZ9.
003640 01  WS-LENGTH-LINE.
003650     05  FILLER              PIC X(04) VALUE SPACES.
003660     05  FILLER              PIC X(22) VALUE
003670         'RECORD LENGTH BEFORE: '.
003680     05  LL-OLD-LENGTH       PIC ZZZZZZ9.
003690     05  FILLER              PIC X(10) VALUE '   AFTER: '.
003700     05  LL-NEW-LENGTH       PIC ZZZZZZ9.
003710     05  FILLER              PIC X(03) VALUE SPACES.
003720     05  LL-FLAG             PIC X(30).
003730 01  WS-COPIER-HEADING.
003740     05  FILLER              PIC X(10) VALUE 'COPYBOOK'.
003750     05  FILLER              PIC X(10) VALUE 'MEMBER'.
003760     05  FILLER              PIC X(60) VALUE 'LIBRARY'.
003770 01  WS-COPIER-LINE.
003780     05  CL-BOOK             PIC X(10).
003790     05  CL-MEMBER           PIC X(10).
003800     05  CL-LIBRARY          PIC X(60).
003810 01  WS-TOTAL-LINE           PIC X(90).
003820*
003830 01  WS-RLOG-INTERFACE.
003840     COPY CS1RLGI.
003850*
003860 PROCEDURE                   DIVISION.
003870*
003880 0000-MAINLINE.
003890     PERFORM 9000-LOG-START THRU 9000-LOG-START-EXIT.
003900     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
003910     PERFORM 2000-PROCESS-COPYBOOK THRU 2000-PROCESS-COPYBOOK-EXIT
003920         UNTIL WS-CAT-EOF-YES.
003930     PERFORM 4000-REPORT-CONVERSION
003940         THRU 4000-REPORT-CONVERSION-EXIT.
003950     PERFORM 8000-FINISH THRU 8000-FINISH-EXIT.
003960     PERFORM 9100-LOG-END THRU 9100-LOG-END-EXIT.
003970     STOP RUN.
003980*
003990 1000-INITIALIZE.
004000     OPEN OUTPUT CS129-RPT-FILE.
004010     IF NOT WS-RPT-OK
004020         DISPLAY 'CS129 - CANNOT OPEN LAYOUT REPORT'
004030         STOP RUN
004040     END-IF.
004050     MOVE WS-HEADING-1       TO CS129-RPT-REC.
004060     WRITE CS129-RPT-REC.
004070     PERFORM 1100-LOAD-CHANGED THRU 1100-LOAD-CHANGED-EXIT.
004080     PERFORM 1200-LOAD-OLD-LAYOUTS
004090         THRU 1200-LOAD-OLD-LAYOUTS-EXIT.
004100     OPEN OUTPUT CS129-LYN-FILE.
004110     IF NOT WS-LYN-OK
004120         DISPLAY 'CS129 - CANNOT OPEN NEW LAYOUT MASTER'
004130         STOP RUN
004140     END-IF.
004150*    WITHOUT THE CATALOG THERE IS NOTHING TO PARSE; THE WHOLE
004160*    PRIOR GENERATION IS CARRIED INTO THE NEW MASTER SO THE NEXT
004170*    GOOD NIGHT STILL HAS SOMETHING TO COMPARE AGAINST.
004180     OPEN INPUT CS129-CAT-FILE.
004190     IF NOT WS-CAT-OK
004200         DISPLAY 'CS129 - NO DIRECTORY CATALOG, PRIOR LAYOUTS '
004210             'CARRIED FORWARD'
004220         SET WS-CAT-EOF-YES  TO TRUE
004230         PERFORM 1300-CARRY-BOOK-FORWARD
004240             THRU 1300-CARRY-BOOK-FORWARD-EXIT
004250             VARYING WS-OBK-IX FROM 1 BY 1
004260             UNTIL WS-OBK-IX > WS-OBK-COUNT
004270         GO TO 1000-INITIALIZE-EXIT
004280     END-IF.
004290     MOVE 'Y'                TO WS-CAT-AVAIL-SW.
004300 1000-INITIALIZE-EXIT.
004310     EXIT.
004320*
004330 1100-LOAD-CHANGED.
004340*    NO CHANGED LIST MEANS NO WAY TO TELL WHICH COPYBOOKS MOVED,
004350*    SO EVERY CATALOG COPYBOOK IS COMPARED INSTEAD.
004360     OPEN INPUT CS129-CHG-FILE.
004370     IF NOT WS-CHG-OK
004380         DISPLAY 'CS129 - NO CHANGED LIST, EVERY CATALOG '
004390             'COPYBOOK COMPARED'
004400         GO TO 1100-LOAD-CHANGED-EXIT
004410     END-IF.
004420     MOVE 'Y'                TO WS-CHG-AVAIL-SW.
004430     PERFORM 1150-LOAD-CHG-RECORD THRU 1150-LOAD-CHG-RECORD-EXIT
004440         UNTIL WS-CHG-EOF-YES.
004450     CLOSE CS129-CHG-FILE.
004460 1100-LOAD-CHANGED-EXIT.
004470     EXIT.
004480*
004490 1150-LOAD-CHG-RECORD.
004500     READ CS129-CHG-FILE
004510         AT END
004520             SET WS-CHG-EOF-YES  TO TRUE
004530             GO TO 1150-LOAD-CHG-RECORD-EXIT
004540     END-READ.
004550     IF CS129-CHG-REC = SPACES
004560         GO TO 1150-LOAD-CHG-RECORD-EXIT
004570     END-IF.
004580     IF WS-CHG-COUNT < WS-MAX-CHG
004590         ADD 1               TO WS-CHG-COUNT
004600         SET WS-CHG-IDX      TO WS-CHG-COUNT
004610         MOVE CS129-CHG-REC  TO WS-TBL-CHG-NAME (WS-CHG-IDX)
004620     ELSE
004630         DISPLAY 'CS129 - CHANGED TABLE FULL, RECORD DROPPED: '
004640             CS129-CHG-REC
004650     END-IF.
004660 1150-LOAD-CHG-RECORD-EXIT.
004670     EXIT.
004680*
004690 1200-LOAD-OLD-LAYOUTS.
004700*    A MISSING OLD MASTER IS THE FIRST-RUN CASE: EVERY COPYBOOK
004710*    COMPARED TONIGHT IS TAKEN AS ITS OWN BASELINE.
004720     OPEN INPUT CS129-LYO-FILE.
004730     IF NOT WS-LYO-OK
004740         DISPLAY 'CS129 - NO PRIOR LAYOUT MASTER, COPYBOOKS '
004750             'TAKEN AS NEW BASELINES'
004760         GO TO 1200-LOAD-OLD-LAYOUTS-EXIT
004770     END-IF.
004780     PERFORM 1250-LOAD-OLD-RECORD THRU 1250-LOAD-OLD-RECORD-EXIT
004790         UNTIL WS-LYO-EOF-YES.
004800     CLOSE CS129-LYO-FILE.
004810 1200-LOAD-OLD-LAYOUTS-EXIT.
004820     EXIT.
004830*
004840 1250-LOAD-OLD-RECORD.
004850*    A HEADER RECORD OPENS A NEW BOOK ENTRY; THE FIELD RECORDS
004860*    THAT FOLLOW IT BELONG TO THAT BOOK.  WHEN EITHER TABLE IS
004870*    FULL THE REST OF THAT COPYBOOK IS DROPPED AS A WHOLE, SO
004880*    NO BOOK IS EVER COMPARED AGAINST HALF ITS FIELDS.
004890     READ CS129-LYO-FILE
004900         AT END
004910             SET WS-LYO-EOF-YES  TO TRUE
004920             GO TO 1250-LOAD-OLD-RECORD-EXIT
004930     END-READ.
004940     IF CS1-LAYT-FIELD-SEQ IN CS129-LYO-REC NOT NUMERIC
004950         GO TO 1250-LOAD-OLD-RECORD-EXIT
004960     END-IF.
004970     IF CS1-LAYT-IS-HEADER IN CS129-LYO-REC
004980         IF WS-OBK-COUNT < WS-MAX-OBK
004990             MOVE 'N'        TO WS-OBK-DROP-SW
005000             ADD 1           TO WS-OBK-COUNT
005010             SET WS-OBK-IDX  TO WS-OBK-COUNT
005020             MOVE CS1-LAYT-COPYBOOK-NAME IN CS129-LYO-REC
005030                             TO WS-TBL-OBK-NAME (WS-OBK-IDX)
005040             MOVE CS1-LAYT-DIRECTORY IN CS129-LYO-REC
005050                             TO WS-TBL-OBK-DIR (WS-OBK-IDX)
005060             MOVE CS1-LAYT-RECORD-LENGTH IN CS129-LYO-REC
005070                             TO WS-TBL-OBK-RECLEN (WS-OBK-IDX)
005080             COMPUTE WS-TBL-OBK-FIRST (WS-OBK-IDX)
005090                 = WS-OLD-COUNT + 1
005100             MOVE WS-OLD-COUNT   TO WS-TBL-OBK-LAST (WS-OBK-IDX)
005110         ELSE
005120             MOVE 'Y'        TO WS-OBK-DROP-SW
005130             DISPLAY 'CS129 - LAYOUT BOOK TABLE FULL, COPYBOOK '
005140                 'DROPPED: '
005150                 CS1-LAYT-COPYBOOK-NAME IN CS129-LYO-REC
005160         END-IF
005170         GO TO 1250-LOAD-OLD-RECORD-EXIT
005180     END-IF.
005190     IF WS-OBK-DROP-YES OR WS-OBK-COUNT = ZERO
005200         GO TO 1250-LOAD-OLD-RECORD-EXIT
005210     END-IF.
005220     IF WS-OLD-COUNT NOT < WS-MAX-OLD
005230         MOVE 'Y'            TO WS-OBK-DROP-SW
005240         DISPLAY 'CS129 - LAYOUT FIELD TABLE FULL, COPYBOOK '
005250             'DROPPED: ' CS1-LAYT-COPYBOOK-NAME IN CS129-LYO-REC
005260         SUBTRACT 1          FROM WS-OBK-COUNT
005270         GO TO 1250-LOAD-OLD-RECORD-EXIT
005280     END-IF.
005290     ADD 1                   TO WS-OLD-COUNT.
005300     SET WS-OLD-IDX          TO WS-OLD-COUNT.
005310     MOVE CS1-LAYT-LEVEL IN CS129-LYO-REC
005320                             TO WS-TBL-OLD-LEVEL (WS-OLD-IDX).
005330     MOVE CS1-LAYT-FIELD-NAME IN CS129-LYO-REC
005340                             TO WS-TBL-OLD-NAME (WS-OLD-IDX).
005350     MOVE CS1-LAYT-OFFSET IN CS129-LYO-REC
005360                             TO WS-TBL-OLD-OFFSET (WS-OLD-IDX).
005370     MOVE CS1-LAYT-LENGTH IN CS129-LYO-REC
005380                             TO WS-TBL-OLD-LENGTH (WS-OLD-IDX).
005390     MOVE CS1-LAYT-OCCURS IN CS129-LYO-REC
005400                             TO WS-TBL-OLD-OCCURS (WS-OLD-IDX).
005410     MOVE 'N'            TO WS-TBL-OLD-MATCHED-SW (WS-OLD-IDX).
005420     MOVE WS-OLD-COUNT       TO WS-TBL-OBK-LAST (WS-OBK-COUNT).
005430 1250-LOAD-OLD-RECORD-EXIT.
005440     EXIT.
005450*
005460 1300-CARRY-BOOK-FORWARD.
005470*    THE PRIOR GENERATION OF ONE COPYBOOK GOES INTO THE NEW
005480*    MASTER EXACTLY AS IT WAS LOADED - USED WHEN THE CATALOG OR
005490*    THE COPYBOOK ITSELF CANNOT BE READ TONIGHT.
005500     MOVE SPACES             TO CS129-LYN-REC.
005510     MOVE WS-TBL-OBK-NAME (WS-OBK-IX)
005520         TO CS1-LAYT-COPYBOOK-NAME IN CS129-LYN-REC.
005530     MOVE WS-TBL-OBK-DIR (WS-OBK-IX)
005540         TO CS1-LAYT-DIRECTORY IN CS129-LYN-REC.
005550     MOVE ZERO TO CS1-LAYT-FIELD-SEQ IN CS129-LYN-REC
005560                  CS1-LAYT-LEVEL IN CS129-LYN-REC
005570                  CS1-LAYT-OFFSET IN CS129-LYN-REC
005580                  CS1-LAYT-OCCURS IN CS129-LYN-REC.
005590     MOVE WS-TBL-OBK-RECLEN (WS-OBK-IX)
005600         TO CS1-LAYT-LENGTH IN CS129-LYN-REC
005610            CS1-LAYT-RECORD-LENGTH IN CS129-LYN-REC.
005620     WRITE CS129-LYN-REC.
005630     MOVE ZERO               TO WS-LAYT-SEQ.
005640     PERFORM 1350-CARRY-FIELD-FORWARD
005650         THRU 1350-CARRY-FIELD-FORWARD-EXIT
005660         VARYING WS-OLD-IX FROM WS-TBL-OBK-FIRST (WS-OBK-IX) BY 1
005670         UNTIL WS-OLD-IX > WS-TBL-OBK-LAST (WS-OBK-IX).
005680     ADD 1                   TO WS-CARRIED-COUNT.
005690 1300-CARRY-BOOK-FORWARD-EXIT.
005700     EXIT.
005710*
005720 1350-CARRY-FIELD-FORWARD.
005730     ADD 1                   TO WS-LAYT-SEQ.
005740     MOVE WS-LAYT-SEQ
005750         TO CS1-LAYT-FIELD-SEQ IN CS129-LYN-REC.
005760     MOVE WS-TBL-OLD-LEVEL (WS-OLD-IX)
005770         TO CS1-LAYT-LEVEL IN CS129-LYN-REC.
005780     MOVE WS-TBL-OLD-NAME (WS-OLD-IX)
005790         TO CS1-LAYT-FIELD-NAME IN CS129-LYN-REC.
005800     MOVE WS-TBL-OLD-OFFSET (WS-OLD-IX)
005810         TO CS1-LAYT-OFFSET IN CS129-LYN-REC.
005820     MOVE WS-TBL-OLD-LENGTH (WS-OLD-IX)
005830         TO CS1-LAYT-LENGTH IN CS129-LYN-REC.
005840     MOVE WS-TBL-OLD-OCCURS (WS-OLD-IX)
005850         TO CS1-LAYT-OCCURS IN CS129-LYN-REC.
005860     WRITE CS129-LYN-REC.
005870 1350-CARRY-FIELD-FORWARD-EXIT.
005880     EXIT.
005890*
005900 2000-PROCESS-COPYBOOK.
005910     READ CS129-CAT-FILE
005920         AT END
005930             SET WS-CAT-EOF-YES  TO TRUE
005940             GO TO 2000-PROCESS-COPYBOOK-EXIT
005950     END-READ.
005960*    ONLY THE BARE 8-BYTE NAMES CS110 AND CS119 CAN CARRY ARE
005970*    KEPT; THE PATH IS REBUILT THE WAY CS110 BUILDS IT.
005980     IF CS1-DCAT-COPYBOOK-NAME = SPACES
005990             OR CS1-DCAT-COPYBOOK-NAME (9 : 4) NOT = SPACES
006000         GO TO 2000-PROCESS-COPYBOOK-EXIT
006010     END-IF.
006020     MOVE CS1-DCAT-COPYBOOK-NAME (1 : 8) TO WS-CURRENT-BOOK.
006030     MOVE CS1-DCAT-DIRECTORY TO WS-CURRENT-DIR.
006040     MOVE SPACES             TO WS-CURRENT-PATH.
006050     STRING CS1-DCAT-DIRECTORY DELIMITED BY SPACE
006060         '\'                 DELIMITED BY SIZE
006070         CS1-DCAT-COPYBOOK-NAME DELIMITED BY SPACE
006080         '.CPY'              DELIMITED BY SIZE
006090         INTO WS-CURRENT-PATH.
006100     PERFORM 2050-FIND-OLD-BOOK THRU 2050-FIND-OLD-BOOK-EXIT.
006110     PERFORM 2100-PARSE-COPYBOOK THRU 2100-PARSE-COPYBOOK-EXIT.
006120     IF NOT WS-SRC-OK
006130         DISPLAY 'CS129 - CANNOT OPEN COPYBOOK, PRIOR LAYOUT '
006140             'KEPT: '
006150             WS-CURRENT-BOOK
006160         IF WS-OBK-FOUND-IX NOT = ZERO
006170             MOVE WS-OBK-FOUND-IX    TO WS-OBK-IX
006180             PERFORM 1300-CARRY-BOOK-FORWARD
006190                 THRU 1300-CARRY-BOOK-FORWARD-EXIT
006200         END-IF
006210         GO TO 2000-PROCESS-COPYBOOK-EXIT
006220     END-IF.
006230     ADD 1                   TO WS-BOOK-COUNT.
006240     PERFORM 2500-LAY-OUT-FIELDS THRU 2500-LAY-OUT-FIELDS-EXIT.
006250     PERFORM 2800-WRITE-NEW-LAYOUT
006260         THRU 2800-WRITE-NEW-LAYOUT-EXIT.
006270     PERFORM 2060-CHECK-CHANGED THRU 2060-CHECK-CHANGED-EXIT.
006280     IF WS-COMPARE-YES
006290         PERFORM 3000-COMPARE-LAYOUT THRU 3000-COMPARE-LAYOUT-EXIT
006300     END-IF.
006310 2000-PROCESS-COPYBOOK-EXIT.
006320     EXIT.
006330*
006340 2050-FIND-OLD-BOOK.
006350     MOVE ZERO               TO WS-OBK-FOUND-IX.
006360     PERFORM VARYING WS-OBK-IX FROM 1 BY 1
006370             UNTIL WS-OBK-IX > WS-OBK-COUNT
006380                OR WS-OBK-FOUND-IX NOT = ZERO
006390         IF WS-TBL-OBK-NAME (WS-OBK-IX) = WS-CURRENT-BOOK
006400                 AND WS-TBL-OBK-DIR (WS-OBK-IX) = WS-CURRENT-DIR
006410             MOVE WS-OBK-IX  TO WS-OBK-FOUND-IX
006420         END-IF
006430     END-PERFORM.
006440 2050-FIND-OLD-BOOK-EXIT.
006450     EXIT.
006460*
006470 2060-CHECK-CHANGED.
006480     IF NOT WS-CHG-AVAIL
006490         MOVE 'Y'            TO WS-COMPARE-SW
006500         GO TO 2060-CHECK-CHANGED-EXIT
006510     END-IF.
006520     MOVE 'N'                TO WS-COMPARE-SW.
006530     PERFORM VARYING WS-CHG-IX FROM 1 BY 1
006540             UNTIL WS-CHG-IX > WS-CHG-COUNT
006550         IF WS-TBL-CHG-NAME (WS-CHG-IX) = WS-CURRENT-BOOK
006560             MOVE 'Y'        TO WS-COMPARE-SW
006570         END-IF
006580     END-PERFORM.
006590 2060-CHECK-CHANGED-EXIT.
006600     EXIT.
006610*
006620 2100-PARSE-COPYBOOK.
006630     MOVE ZERO               TO WS-FLD-COUNT.
006640     MOVE 'N'                TO WS-IN-QUOTE-SW.
006650     PERFORM 2150-START-ENTRY THRU 2150-START-ENTRY-EXIT.
006660     OPEN INPUT CS129-SRC-FILE.
006670     IF NOT WS-SRC-OK
006680         GO TO 2100-PARSE-COPYBOOK-EXIT
006690     END-IF.
006700     MOVE 'N'                TO WS-SRC-EOF-SW.
006710     PERFORM 2200-SCAN-LINE THRU 2200-SCAN-LINE-EXIT
006720         UNTIL WS-SRC-EOF-YES.
006730     CLOSE CS129-SRC-FILE.
006740*    AN ENTRY LEFT OPEN AT END OF FILE (LAST PERIOD MISSING) IS
006750*    STILL TAKEN - THE COMPILER WOULD HAVE WARNED, NOT STOPPED.
006760     IF WS-ENT-TOKEN-NO > ZERO
006770         PERFORM 2400-CLOSE-ENTRY THRU 2400-CLOSE-ENTRY-EXIT
006780     END-IF.
006790*    THE STATUS IS LEFT '00' FOR THE CALLER'S OPEN CHECK.
006800     MOVE '00'               TO WS-SRC-STATUS.
006810 2100-PARSE-COPYBOOK-EXIT.
006820     EXIT.
006830*
006840 2150-START-ENTRY.
006850     MOVE ZERO               TO WS-ENT-TOKEN-NO WS-ENT-LEVEL.
006860     MOVE 'N'                TO WS-ENT-VALID-SW
006870                                WS-ENT-SIGN-SEP-SW.
006880     MOVE SPACES             TO WS-ENT-NAME WS-ENT-PICTURE
006890                                WS-ENT-REDEFINES WS-ENT-EXPECT.
006900     MOVE 1                  TO WS-ENT-OCCURS.
006910     MOVE 'D'                TO WS-ENT-USAGE.
006920 2150-START-ENTRY-EXIT.
006930     EXIT.
006940*
006950 2200-SCAN-LINE.
006960     READ CS129-SRC-FILE
006970         AT END
006980             SET WS-SRC-EOF-YES  TO TRUE
006990             GO TO 2200-SCAN-LINE-EXIT
007000     END-READ.
007010     IF CS129-SRC-REC (7 : 1) = '*' OR '/'
007020         GO TO 2200-SCAN-LINE-EXIT
007030     END-IF.
007040*    A CONTINUATION LINE REOPENS AN UNFINISHED LITERAL WITH A
007050*    QUOTE OF ITS OWN, SO THE LITERAL IS CLOSED HERE FIRST.
007060     IF CS129-SRC-REC (7 : 1) = '-'
007070         MOVE 'N'            TO WS-IN-QUOTE-SW
007080     END-IF.
007090     MOVE FUNCTION UPPER-CASE (CS129-SRC-REC (8 : 65))
007100                             TO WS-UPPER-LINE.
007110     MOVE 1                  TO WS-SCAN-POS.
007120     PERFORM 2250-NEXT-TOKEN THRU 2250-NEXT-TOKEN-EXIT
007130         UNTIL WS-SCAN-POS > 65.
007140 2200-SCAN-LINE-EXIT.
007150     EXIT.
007160*
007170 2250-NEXT-TOKEN.
007180*    TOKENS ARE SPACE-DELIMITED EXCEPT INSIDE A LITERAL, WHOSE
007190*    PIECES ARE SKIPPED.  A PERIOD ENDING A TOKEN OUTSIDE A
007200*    LITERAL IS THE SEPARATOR THAT CLOSES THE ENTRY; ONE INSIDE
007210*    A PICTURE STRING (9.99) IS NOT AT THE END OF ITS TOKEN.
007220     MOVE WS-SCAN-POS        TO WS-TOK-START.
007230     MOVE ZERO               TO WS-TOK-LEN.
007240     MOVE SPACES             TO WS-RAW-TOKEN.
007250     UNSTRING WS-UPPER-LINE DELIMITED BY ALL SPACE
007260         INTO WS-RAW-TOKEN COUNT IN WS-TOK-LEN
007270         WITH POINTER WS-SCAN-POS.
007280     IF WS-TOK-LEN = ZERO
007290         GO TO 2250-NEXT-TOKEN-EXIT
007300     END-IF.
007310     MOVE 'N'                TO WS-LITERAL-SW WS-ENTRY-END-SW.
007320     IF WS-IN-QUOTE-YES
007330             OR WS-UPPER-LINE (WS-TOK-START : 1) = '"' OR X'27'
007340         MOVE 'Y'            TO WS-LITERAL-SW
007350     END-IF.
007360     COMPUTE WS-TOK-END = WS-TOK-START + WS-TOK-LEN - 1.
007370     PERFORM 2280-SCAN-QUOTE-CHAR THRU 2280-SCAN-QUOTE-CHAR-EXIT
007380         VARYING WS-CHAR-IX FROM WS-TOK-START BY 1
007390         UNTIL WS-CHAR-IX > WS-TOK-END.
007400     IF NOT WS-IN-QUOTE-YES
007410             AND WS-UPPER-LINE (WS-TOK-END : 1) = '.'
007420         MOVE 'Y'            TO WS-ENTRY-END-SW
007430         SUBTRACT 1          FROM WS-TOK-LEN
007440     END-IF.
007450     IF WS-TOK-LEN > 30
007460         MOVE 30             TO WS-TOK-LEN
007470     END-IF.
007480     IF WS-TOK-LEN > ZERO
007490         IF WS-LITERAL-YES
007500             ADD 1           TO WS-ENT-TOKEN-NO
007510         ELSE
007520             MOVE SPACES     TO WS-RAW-TOKEN
007530             MOVE WS-UPPER-LINE (WS-TOK-START : WS-TOK-LEN)
007540                             TO WS-RAW-TOKEN
007550             PERFORM 2300-TAKE-TOKEN THRU 2300-TAKE-TOKEN-EXIT
007560         END-IF
007570     END-IF.
007580     IF WS-ENTRY-END-YES
007590         PERFORM 2400-CLOSE-ENTRY THRU 2400-CLOSE-ENTRY-EXIT
007600     END-IF.
007610 2250-NEXT-TOKEN-EXIT.
007620     EXIT.
007630*
007640 2280-SCAN-QUOTE-CHAR.
007650*    A DOUBLED QUOTE INSIDE A LITERAL CLOSES AND REOPENS IT,
007660*    WHICH LEAVES THE STATE WHERE IT WAS.
007670     IF WS-IN-QUOTE-YES
007680         IF WS-UPPER-LINE (WS-CHAR-IX : 1) = WS-QUOTE-CHAR
007690             MOVE 'N'        TO WS-IN-QUOTE-SW
007700         END-IF
007710     ELSE
007720         IF WS-UPPER-LINE (WS-CHAR-IX : 1) = '"' OR X'27'
007730             MOVE 'Y'        TO WS-IN-QUOTE-SW
007740             MOVE WS-UPPER-LINE (WS-CHAR-IX : 1) TO WS-QUOTE-CHAR
007750         END-IF
007760     END-IF.
007770 2280-SCAN-QUOTE-CHAR-EXIT.
007780     EXIT.
007790*
007800 2300-TAKE-TOKEN.
007810     ADD 1                   TO WS-ENT-TOKEN-NO.
007820*    THE FIRST TOKEN MUST BE A LEVEL NUMBER.  ANYTHING ELSE (A
007830*    NESTED COPY, A COMPILER DIRECTIVE) IS SKIPPED TO ITS PERIOD.
007840     IF WS-ENT-TOKEN-NO = 1
007850         IF WS-TOK-LEN < 3
007860                 AND WS-RAW-TOKEN (1 : WS-TOK-LEN) IS NUMERIC
007870             COMPUTE WS-ENT-LEVEL = FUNCTION NUMVAL
007880                 (WS-RAW-TOKEN (1 : WS-TOK-LEN))
007890             MOVE 'Y'        TO WS-ENT-VALID-SW
007900         END-IF
007910         GO TO 2300-TAKE-TOKEN-EXIT
007920     END-IF.
007930     IF NOT WS-ENT-VALID
007940         GO TO 2300-TAKE-TOKEN-EXIT
007950     END-IF.
007960     EVALUATE TRUE
007970         WHEN WS-EXPECT-PICTURE
007980             IF WS-RAW-TOKEN NOT = 'IS'
007990                 MOVE WS-RAW-TOKEN   TO WS-ENT-PICTURE
008000                 MOVE SPACE          TO WS-ENT-EXPECT
008010             END-IF
008020             GO TO 2300-TAKE-TOKEN-EXIT
008030         WHEN WS-EXPECT-OCCURS
008040             MOVE SPACE          TO WS-ENT-EXPECT
008050             IF WS-RAW-TOKEN (1 : WS-TOK-LEN) IS NUMERIC
008060                 COMPUTE WS-ENT-OCCURS = FUNCTION NUMVAL
008070                     (WS-RAW-TOKEN (1 : WS-TOK-LEN))
008080                 MOVE 'T'            TO WS-ENT-EXPECT
008090                 GO TO 2300-TAKE-TOKEN-EXIT
008100             END-IF
008110         WHEN WS-EXPECT-OCCURS-TO
008120             MOVE SPACE          TO WS-ENT-EXPECT
008130             IF WS-RAW-TOKEN = 'TO'
008140                 MOVE 'M'            TO WS-ENT-EXPECT
008150                 GO TO 2300-TAKE-TOKEN-EXIT
008160             END-IF
008170         WHEN WS-EXPECT-OCCURS-MAX
008180             MOVE SPACE          TO WS-ENT-EXPECT
008190             IF WS-RAW-TOKEN (1 : WS-TOK-LEN) IS NUMERIC
008200                 COMPUTE WS-ENT-OCCURS = FUNCTION NUMVAL
008210                     (WS-RAW-TOKEN (1 : WS-TOK-LEN))
008220             END-IF
008230             GO TO 2300-TAKE-TOKEN-EXIT
008240         WHEN WS-EXPECT-REDEFINES
008250             MOVE WS-RAW-TOKEN   TO WS-ENT-REDEFINES
008260             MOVE SPACE          TO WS-ENT-EXPECT
008270             GO TO 2300-TAKE-TOKEN-EXIT
008280         WHEN WS-EXPECT-VALUE
008290             GO TO 2300-TAKE-TOKEN-EXIT
008300     END-EVALUATE.
008310     EVALUATE WS-RAW-TOKEN
008320         WHEN 'PIC'
008330         WHEN 'PICTURE'
008340             MOVE 'P'            TO WS-ENT-EXPECT
008350         WHEN 'OCCURS'
008360             MOVE 'O'            TO WS-ENT-EXPECT
008370         WHEN 'REDEFINES'
008380             MOVE 'R'            TO WS-ENT-EXPECT
008390         WHEN 'VALUE'
008400         WHEN 'VALUES'
008410             MOVE 'V'            TO WS-ENT-EXPECT
008420         WHEN 'COMP'
008430         WHEN 'COMP-4'
008440         WHEN 'COMP-5'
008450         WHEN 'COMPUTATIONAL'
008460         WHEN 'COMPUTATIONAL-4'
008470         WHEN 'COMPUTATIONAL-5'
008480         WHEN 'BINARY'
008490             MOVE 'B'            TO WS-ENT-USAGE
008500         WHEN 'COMP-3'
008510         WHEN 'COMPUTATIONAL-3'
008520         WHEN 'PACKED-DECIMAL'
008530             MOVE 'P'            TO WS-ENT-USAGE
008540         WHEN 'COMP-1'
008550         WHEN 'COMPUTATIONAL-1'
008560             MOVE '1'            TO WS-ENT-USAGE
008570         WHEN 'COMP-2'
008580         WHEN 'COMPUTATIONAL-2'
008590             MOVE '2'            TO WS-ENT-USAGE
008600         WHEN 'INDEX'
008610         WHEN 'POINTER'
008620             MOVE 'I'            TO WS-ENT-USAGE
008630         WHEN 'SEPARATE'
008640             MOVE 'Y'            TO WS-ENT-SIGN-SEP-SW
008650         WHEN OTHER
008660             IF WS-ENT-TOKEN-NO = 2
008670                 MOVE WS-RAW-TOKEN   TO WS-ENT-NAME
008680             END-IF
008690     END-EVALUATE.
008700 2300-TAKE-TOKEN-EXIT.
008710     EXIT.
008720*
008730 2400-CLOSE-ENTRY.
008740*    LEVEL 88 AND 66 ENTRIES TAKE NO STORAGE; 77 IS A RECORD OF
008750*    ITS OWN AND IS LAID OUT AS A LEVEL 01.
008760     IF WS-ENT-VALID
008770         IF (WS-ENT-LEVEL > ZERO AND WS-ENT-LEVEL < 50)
008780                 OR WS-ENT-LEVEL = 77
008790             PERFORM 2450-ADD-FIELD THRU 2450-ADD-FIELD-EXIT
008800         END-IF
008810     END-IF.
008820     PERFORM 2150-START-ENTRY THRU 2150-START-ENTRY-EXIT.
008830 2400-CLOSE-ENTRY-EXIT.
008840     EXIT.
008850*
008860 2450-ADD-FIELD.
008870     IF WS-FLD-COUNT NOT < WS-MAX-FLD
008880         DISPLAY 'CS129 - FIELD TABLE FULL, FIELD DROPPED: '
008890             WS-CURRENT-BOOK ' ' WS-ENT-NAME
008900         GO TO 2450-ADD-FIELD-EXIT
008910     END-IF.
008920     ADD 1                   TO WS-FLD-COUNT.
008930     SET WS-FLD-IDX          TO WS-FLD-COUNT.
008940     IF WS-ENT-LEVEL = 77
008950         MOVE 1              TO WS-TBL-FLD-LEVEL (WS-FLD-IDX)
008960     ELSE
008970         MOVE WS-ENT-LEVEL   TO WS-TBL-FLD-LEVEL (WS-FLD-IDX)
008980     END-IF.
008990     IF WS-ENT-NAME = SPACES
009000         MOVE 'FILLER'       TO WS-TBL-FLD-NAME (WS-FLD-IDX)
009010     ELSE
009020         MOVE WS-ENT-NAME    TO WS-TBL-FLD-NAME (WS-FLD-IDX)
009030     END-IF.
009040     MOVE WS-ENT-REDEFINES   TO WS-TBL-FLD-REDEFINES (WS-FLD-IDX).
009050     IF WS-ENT-OCCURS = ZERO
009060         MOVE 1              TO WS-ENT-OCCURS
009070     END-IF.
009080     MOVE WS-ENT-OCCURS      TO WS-TBL-FLD-OCCURS (WS-FLD-IDX).
009090     PERFORM 2700-SIZE-PICTURE THRU 2700-SIZE-PICTURE-EXIT.
009100     MOVE WS-ELEM-LENGTH     TO WS-TBL-FLD-ELEM-LEN (WS-FLD-IDX).
009110     MOVE ZERO               TO WS-TBL-FLD-OFFSET (WS-FLD-IDX)
009120                                WS-TBL-FLD-LENGTH (WS-FLD-IDX).
009130 2450-ADD-FIELD-EXIT.
009140     EXIT.
009150*
009160 2500-LAY-OUT-FIELDS.
009170*    OFFSETS ARE FROM THE START OF THE ITEM'S OWN RECORD: EACH
009180*    LEVEL 01 STARTS AGAIN AT ZERO, AND THE RECORD LENGTH IS THE
009190*    LONGEST RECORD THE COPYBOOK DESCRIBES.  THE LENGTH OF AN
009200*    ITEM INSIDE AN OCCURS IS THAT OF ITS FIRST OCCURRENCE.
009210     MOVE ZERO               TO WS-CUR-OFFSET WS-REC-LENGTH
009220                                WS-STK-COUNT.
009230     PERFORM 2550-PLACE-FIELD THRU 2550-PLACE-FIELD-EXIT
009240         VARYING WS-FLD-IX FROM 1 BY 1
009250         UNTIL WS-FLD-IX > WS-FLD-COUNT.
009260     PERFORM 2600-CLOSE-GROUP THRU 2600-CLOSE-GROUP-EXIT
009270         UNTIL WS-STK-COUNT = ZERO.
009280     IF WS-CUR-OFFSET > WS-REC-LENGTH
009290         MOVE WS-CUR-OFFSET  TO WS-REC-LENGTH
009300     END-IF.
009310 2500-LAY-OUT-FIELDS-EXIT.
009320     EXIT.
009330*
009340 2550-PLACE-FIELD.
009350     PERFORM 2600-CLOSE-GROUP THRU 2600-CLOSE-GROUP-EXIT
009360         UNTIL WS-STK-COUNT = ZERO
009370            OR WS-TBL-STK-LEVEL (WS-STK-COUNT)
009380                 < WS-TBL-FLD-LEVEL (WS-FLD-IX).
009390     IF WS-TBL-FLD-LEVEL (WS-FLD-IX) = 1
009400         IF WS-CUR-OFFSET > WS-REC-LENGTH
009410             MOVE WS-CUR-OFFSET  TO WS-REC-LENGTH
009420         END-IF
009430         MOVE ZERO           TO WS-CUR-OFFSET
009440     END-IF.
009450     MOVE 'N'                TO WS-RESUME-SW.
009460     IF WS-TBL-FLD-REDEFINES (WS-FLD-IX) NOT = SPACES
009470         PERFORM 2650-FIND-REDEFINED THRU 2650-FIND-REDEFINED-EXIT
009480     END-IF.
009490     MOVE WS-CUR-OFFSET      TO WS-TBL-FLD-OFFSET (WS-FLD-IX).
009500     IF WS-TBL-FLD-ELEM-LEN (WS-FLD-IX) > ZERO
009510         MOVE WS-TBL-FLD-ELEM-LEN (WS-FLD-IX)
009520                             TO WS-TBL-FLD-LENGTH (WS-FLD-IX)
009530         COMPUTE WS-CUR-OFFSET = WS-CUR-OFFSET
009540             + WS-TBL-FLD-LENGTH (WS-FLD-IX)
009550             * WS-TBL-FLD-OCCURS (WS-FLD-IX)
009560         IF WS-RESUME-YES AND WS-RESUME-OFFSET > WS-CUR-OFFSET
009570             MOVE WS-RESUME-OFFSET   TO WS-CUR-OFFSET
009580         END-IF
009590         IF WS-CUR-OFFSET > WS-REC-LENGTH
009600             MOVE WS-CUR-OFFSET  TO WS-REC-LENGTH
009610         END-IF
009620         GO TO 2550-PLACE-FIELD-EXIT
009630     END-IF.
009640     IF WS-STK-COUNT NOT < WS-MAX-STK
009650         DISPLAY 'CS129 - GROUP NESTING TOO DEEP, GROUP TAKEN AS '
009660             'EMPTY: ' WS-CURRENT-BOOK ' '
009670             WS-TBL-FLD-NAME (WS-FLD-IX)
009680         GO TO 2550-PLACE-FIELD-EXIT
009690     END-IF.
009700     ADD 1                   TO WS-STK-COUNT.
009710     MOVE WS-TBL-FLD-LEVEL (WS-FLD-IX)
009720                             TO WS-TBL-STK-LEVEL (WS-STK-COUNT).
009730     MOVE WS-FLD-IX          TO WS-TBL-STK-FLD-IX (WS-STK-COUNT).
009740     MOVE WS-CUR-OFFSET      TO WS-TBL-STK-START (WS-STK-COUNT).
009750     MOVE WS-RESUME-OFFSET   TO WS-TBL-STK-RESUME (WS-STK-COUNT).
009760     MOVE WS-RESUME-SW   TO WS-TBL-STK-RESUME-SW (WS-STK-COUNT).
009770 2550-PLACE-FIELD-EXIT.
009780     EXIT.
009790*
009800 2600-CLOSE-GROUP.
009810     MOVE WS-TBL-STK-FLD-IX (WS-STK-COUNT) TO WS-GRP-IX.
009820     COMPUTE WS-TBL-FLD-LENGTH (WS-GRP-IX) = WS-CUR-OFFSET
009830         - WS-TBL-STK-START (WS-STK-COUNT).
009840     COMPUTE WS-CUR-OFFSET = WS-TBL-STK-START (WS-STK-COUNT)
009850         + WS-TBL-FLD-LENGTH (WS-GRP-IX)
009860         * WS-TBL-FLD-OCCURS (WS-GRP-IX).
009870     IF WS-TBL-STK-RESUME-SW (WS-STK-COUNT) = 'Y'
009880             AND WS-TBL-STK-RESUME (WS-STK-COUNT) > WS-CUR-OFFSET
009890         MOVE WS-TBL-STK-RESUME (WS-STK-COUNT) TO WS-CUR-OFFSET
009900     END-IF.
009910     IF WS-CUR-OFFSET > WS-REC-LENGTH
009920         MOVE WS-CUR-OFFSET  TO WS-REC-LENGTH
009930     END-IF.
009940     SUBTRACT 1              FROM WS-STK-COUNT.
009950 2600-CLOSE-GROUP-EXIT.
009960     EXIT.
009970*
009980 2650-FIND-REDEFINED.
009990*    THE REDEFINED ITEM IS THE NEAREST EARLIER ITEM OF THE SAME
010000*    NAME.  ONE THAT CANNOT BE FOUND LEAVES THE OFFSET RUNNING,
010010*    AS IF THE REDEFINES WERE NOT THERE.
010020     MOVE ZERO               TO WS-RDF-FOUND-IX.
010030     COMPUTE WS-RDF-IX = WS-FLD-IX - 1.
010040     PERFORM UNTIL WS-RDF-IX = ZERO OR WS-RDF-FOUND-IX NOT = ZERO
010050         IF WS-TBL-FLD-NAME (WS-RDF-IX)
010060                 = WS-TBL-FLD-REDEFINES (WS-FLD-IX)
010070             MOVE WS-RDF-IX  TO WS-RDF-FOUND-IX
010080         END-IF
010090         SUBTRACT 1          FROM WS-RDF-IX
010100     END-PERFORM.
010110     IF WS-RDF-FOUND-IX = ZERO
010120         GO TO 2650-FIND-REDEFINED-EXIT
010130     END-IF.
010140     MOVE WS-CUR-OFFSET      TO WS-RESUME-OFFSET.
010150     MOVE 'Y'                TO WS-RESUME-SW.
010160     MOVE WS-TBL-FLD-OFFSET (WS-RDF-FOUND-IX) TO WS-CUR-OFFSET.
010170 2650-FIND-REDEFINED-EXIT.
010180     EXIT.
010190*
010200 2700-SIZE-PICTURE.
010210*    STORAGE LENGTH OF ONE ELEMENTARY ITEM.  S, V AND P TAKE NO
010220*    POSITION; EVERY OTHER PICTURE SYMBOL TAKES ONE, REPEATED BY
010230*    A (N) FACTOR.  BINARY AND PACKED ITEMS ARE SIZED FROM THEIR
010240*    DIGIT COUNT.  AN ITEM WITH NO PICTURE AND NO SIZED USAGE IS
010250*    A GROUP AND SCORES ZERO HERE.
010260     MOVE ZERO               TO WS-ELEM-LENGTH WS-PIC-CHARS
010270                                WS-PIC-DIGITS.
010280     IF WS-ENT-PICTURE = SPACES
010290         EVALUATE TRUE
010300             WHEN WS-ENT-FLOAT-SHORT
010310             WHEN WS-ENT-POINTER
010320                 MOVE 4          TO WS-ELEM-LENGTH
010330             WHEN WS-ENT-FLOAT-LONG
010340                 MOVE 8          TO WS-ELEM-LENGTH
010350         END-EVALUATE
010360         GO TO 2700-SIZE-PICTURE-EXIT
010370     END-IF.
010380     MOVE SPACE              TO WS-PIC-PREV.
010390     MOVE 'N'                TO WS-IN-REPEAT-SW.
010400     PERFORM 2750-SIZE-PIC-CHAR THRU 2750-SIZE-PIC-CHAR-EXIT
010410         VARYING WS-PIC-IX FROM 1 BY 1
010420         UNTIL WS-PIC-IX > 30.
010430     EVALUATE TRUE
010440         WHEN WS-ENT-BINARY
010450             IF WS-PIC-DIGITS < 5
010460                 MOVE 2          TO WS-ELEM-LENGTH
010470             ELSE
010480                 IF WS-PIC-DIGITS < 10
010490                     MOVE 4      TO WS-ELEM-LENGTH
010500                 ELSE
010510                     MOVE 8      TO WS-ELEM-LENGTH
010520                 END-IF
010530             END-IF
010540         WHEN WS-ENT-PACKED
010550             COMPUTE WS-ELEM-LENGTH = WS-PIC-DIGITS / 2 + 1
010560         WHEN WS-ENT-FLOAT-SHORT
010570         WHEN WS-ENT-POINTER
010580             MOVE 4              TO WS-ELEM-LENGTH
010590         WHEN WS-ENT-FLOAT-LONG
010600             MOVE 8              TO WS-ELEM-LENGTH
010610         WHEN OTHER
010620             MOVE WS-PIC-CHARS   TO WS-ELEM-LENGTH
010630             IF WS-ENT-SIGN-SEPARATE
010640                 ADD 1           TO WS-ELEM-LENGTH
010650             END-IF
010660     END-EVALUATE.
010670 2700-SIZE-PICTURE-EXIT.
010680     EXIT.
010690*
010700 2750-SIZE-PIC-CHAR.
010710     MOVE WS-ENT-PICTURE (WS-PIC-IX : 1) TO WS-PIC-CHAR.
010720     IF WS-IN-REPEAT-YES
010730         IF WS-PIC-CHAR = ')'
010740             MOVE 'N'        TO WS-IN-REPEAT-SW
010750             IF WS-PIC-REPEAT > 1
010760                     AND WS-PIC-PREV NOT = 'S' AND NOT = 'V'
010770                     AND NOT = 'P'
010780                 COMPUTE WS-PIC-CHARS = WS-PIC-CHARS
010790                     + WS-PIC-REPEAT - 1
010800                 IF WS-PIC-PREV = '9'
010810                     COMPUTE WS-PIC-DIGITS = WS-PIC-DIGITS
010820                         + WS-PIC-REPEAT - 1
010830                 END-IF
010840             END-IF
010850         ELSE
010860             IF WS-PIC-CHAR IS NUMERIC
010870                 MOVE WS-PIC-CHAR    TO WS-PIC-DIGIT-X
010880                 COMPUTE WS-PIC-REPEAT = WS-PIC-REPEAT * 10
010890                     + WS-PIC-DIGIT
010900             END-IF
010910         END-IF
010920         GO TO 2750-SIZE-PIC-CHAR-EXIT
010930     END-IF.
010940     EVALUATE WS-PIC-CHAR
010950         WHEN SPACE
010960             CONTINUE
010970         WHEN '('
010980             MOVE 'Y'            TO WS-IN-REPEAT-SW
010990             MOVE ZERO           TO WS-PIC-REPEAT
011000         WHEN 'S'
011010         WHEN 'V'
011020         WHEN 'P'
011030             MOVE WS-PIC-CHAR    TO WS-PIC-PREV
011040         WHEN '9'
011050             ADD 1               TO WS-PIC-CHARS WS-PIC-DIGITS
011060             MOVE WS-PIC-CHAR    TO WS-PIC-PREV
011070         WHEN OTHER
011080             ADD 1               TO WS-PIC-CHARS
011090             MOVE WS-PIC-CHAR    TO WS-PIC-PREV
011100     END-EVALUATE.
011110 2750-SIZE-PIC-CHAR-EXIT.
011120     EXIT.
011130*
011140 2800-WRITE-NEW-LAYOUT.
011150     MOVE SPACES             TO CS129-LYN-REC.
011160     MOVE WS-CURRENT-BOOK
011170         TO CS1-LAYT-COPYBOOK-NAME IN CS129-LYN-REC.
011180     MOVE WS-CURRENT-DIR
011190         TO CS1-LAYT-DIRECTORY IN CS129-LYN-REC.
011200     MOVE ZERO TO CS1-LAYT-FIELD-SEQ IN CS129-LYN-REC
011210                  CS1-LAYT-LEVEL IN CS129-LYN-REC
011220                  CS1-LAYT-OFFSET IN CS129-LYN-REC
011230                  CS1-LAYT-OCCURS IN CS129-LYN-REC.
011240     MOVE WS-REC-LENGTH
011250         TO CS1-LAYT-LENGTH IN CS129-LYN-REC
011260            CS1-LAYT-RECORD-LENGTH IN CS129-LYN-REC.
011270     WRITE CS129-LYN-REC.
011280     PERFORM 2850-WRITE-NEW-FIELD THRU 2850-WRITE-NEW-FIELD-EXIT
011290         VARYING WS-FLD-IX FROM 1 BY 1
011300         UNTIL WS-FLD-IX > WS-FLD-COUNT.
011310 2800-WRITE-NEW-LAYOUT-EXIT.
011320     EXIT.
011330*
011340 2850-WRITE-NEW-FIELD.
011350     MOVE WS-FLD-IX
011360         TO CS1-LAYT-FIELD-SEQ IN CS129-LYN-REC.
011370     MOVE WS-TBL-FLD-LEVEL (WS-FLD-IX)
011380         TO CS1-LAYT-LEVEL IN CS129-LYN-REC.
011390     MOVE WS-TBL-FLD-NAME (WS-FLD-IX)
011400         TO CS1-LAYT-FIELD-NAME IN CS129-LYN-REC.
011410     MOVE WS-TBL-FLD-OFFSET (WS-FLD-IX)
011420         TO CS1-LAYT-OFFSET IN CS129-LYN-REC.
011430     MOVE WS-TBL-FLD-LENGTH (WS-FLD-IX)
011440         TO CS1-LAYT-LENGTH IN CS129-LYN-REC.
011450     MOVE WS-TBL-FLD-OCCURS (WS-FLD-IX)
011460         TO CS1-LAYT-OCCURS IN CS129-LYN-REC.
011470     WRITE CS129-LYN-REC.
011480 2850-WRITE-NEW-FIELD-EXIT.
011490     EXIT.
011500*
011510 3000-COMPARE-LAYOUT.
011520     ADD 1                   TO WS-COMPARED-COUNT.
011530     MOVE SPACES             TO CS129-RPT-REC.
011540     WRITE CS129-RPT-REC.
011550     MOVE WS-CURRENT-BOOK    TO BK-BOOK.
011560     MOVE WS-CURRENT-DIR     TO BK-DIRECTORY.
011570     MOVE WS-BOOK-LINE       TO CS129-RPT-REC.
011580     WRITE CS129-RPT-REC.
011590     IF WS-OBK-FOUND-IX = ZERO
011600         ADD 1               TO WS-BASELINE-COUNT
011610         MOVE '    NO PRIOR GENERATION - LAYOUT TAKEN AS THE '
011620             TO CS129-RPT-REC
011630         MOVE 'BASELINE'     TO CS129-RPT-REC (47 : 8)
011640         WRITE CS129-RPT-REC
011650         GO TO 3000-COMPARE-LAYOUT-EXIT
011660     END-IF.
011670     MOVE WS-HEADING-2       TO CS129-RPT-REC.
011680     WRITE CS129-RPT-REC.
011690     MOVE ZERO               TO WS-BOOK-DIFF-COUNT.
011700*    FIELDS PAIR UP BY NAME, EACH NEW FIELD TAKING THE FIRST
011710*    UNPAIRED OLD FIELD OF THAT NAME - SO THE N-TH FILLER PAIRS
011720*    WITH THE N-TH FILLER.
011730     PERFORM VARYING WS-OLD-IX
011740             FROM WS-TBL-OBK-FIRST (WS-OBK-FOUND-IX) BY 1
011750             UNTIL WS-OLD-IX > WS-TBL-OBK-LAST (WS-OBK-FOUND-IX)
011760         MOVE 'N'            TO WS-TBL-OLD-MATCHED-SW (WS-OLD-IX)
011770     END-PERFORM.
011780     PERFORM 3100-MATCH-NEW-FIELD THRU 3100-MATCH-NEW-FIELD-EXIT
011790         VARYING WS-FLD-IX FROM 1 BY 1
011800         UNTIL WS-FLD-IX > WS-FLD-COUNT.
011810     PERFORM 3200-REPORT-REMOVED THRU 3200-REPORT-REMOVED-EXIT
011820         VARYING WS-OLD-IX
011830         FROM WS-TBL-OBK-FIRST (WS-OBK-FOUND-IX) BY 1
011840         UNTIL WS-OLD-IX > WS-TBL-OBK-LAST (WS-OBK-FOUND-IX).
011850     IF WS-BOOK-DIFF-COUNT = ZERO
011860         MOVE '    NO FIELD-LEVEL CHANGE - COMMENT OR TEXT ONLY'
011870             TO CS129-RPT-REC
011880         WRITE CS129-RPT-REC
011890     END-IF.
011900     MOVE SPACES             TO LL-FLAG.
011910     MOVE WS-TBL-OBK-RECLEN (WS-OBK-FOUND-IX) TO LL-OLD-LENGTH.
011920     MOVE WS-REC-LENGTH      TO LL-NEW-LENGTH.
011930     IF WS-TBL-OBK-RECLEN (WS-OBK-FOUND-IX) NOT = WS-REC-LENGTH
011940         MOVE '*** LENGTH CHANGED ***' TO LL-FLAG
011950         PERFORM 3300-ADD-CONVERSION THRU 3300-ADD-CONVERSION-EXIT
011960     END-IF.
011970     MOVE WS-LENGTH-LINE     TO CS129-RPT-REC.
011980     WRITE CS129-RPT-REC.
011990 3000-COMPARE-LAYOUT-EXIT.
012000     EXIT.
012010*
012020 3100-MATCH-NEW-FIELD.
012030     MOVE ZERO               TO WS-MATCH-IX.
012040     PERFORM VARYING WS-OLD-IX
012050             FROM WS-TBL-OBK-FIRST (WS-OBK-FOUND-IX) BY 1
012060             UNTIL WS-OLD-IX > WS-TBL-OBK-LAST (WS-OBK-FOUND-IX)
012070                OR WS-MATCH-IX NOT = ZERO
012080         IF NOT WS-TBL-OLD-MATCHED (WS-OLD-IX)
012090                 AND WS-TBL-OLD-NAME (WS-OLD-IX)
012100                     = WS-TBL-FLD-NAME (WS-FLD-IX)
012110             MOVE WS-OLD-IX  TO WS-MATCH-IX
012120         END-IF
012130     END-PERFORM.
012140     MOVE SPACES             TO WS-FIELD-LINE.
012150     MOVE WS-TBL-FLD-LEVEL (WS-FLD-IX)   TO FL-LEVEL.
012160     MOVE WS-TBL-FLD-NAME (WS-FLD-IX)    TO FL-FIELD.
012170     COMPUTE WS-NEW-SIZE = WS-TBL-FLD-LENGTH (WS-FLD-IX)
012180         * WS-TBL-FLD-OCCURS (WS-FLD-IX).
012190     MOVE WS-TBL-FLD-OFFSET (WS-FLD-IX)  TO FL-NEW-OFFSET.
012200     MOVE WS-NEW-SIZE        TO FL-NEW-LENGTH.
012210     IF WS-MATCH-IX = ZERO
012220         ADD 1               TO WS-ADDED-COUNT WS-BOOK-DIFF-COUNT
012230         MOVE 'ADDED'        TO FL-ACTION
012240         MOVE SPACES         TO FL-OLD-AREA
012250         MOVE WS-FIELD-LINE  TO CS129-RPT-REC
012260         WRITE CS129-RPT-REC
012270         GO TO 3100-MATCH-NEW-FIELD-EXIT
012280     END-IF.
012290     MOVE 'Y'            TO WS-TBL-OLD-MATCHED-SW (WS-MATCH-IX).
012300     COMPUTE WS-OLD-SIZE = WS-TBL-OLD-LENGTH (WS-MATCH-IX)
012310         * WS-TBL-OLD-OCCURS (WS-MATCH-IX).
012320     MOVE WS-TBL-OLD-OFFSET (WS-MATCH-IX) TO FL-OLD-OFFSET.
012330     MOVE WS-OLD-SIZE        TO FL-OLD-LENGTH.
012340     IF WS-TBL-OLD-LENGTH (WS-MATCH-IX)
012350             NOT = WS-TBL-FLD-LENGTH (WS-FLD-IX)
012360             OR WS-TBL-OLD-OCCURS (WS-MATCH-IX)
012370                 NOT = WS-TBL-FLD-OCCURS (WS-FLD-IX)
012380         ADD 1               TO WS-RESIZED-COUNT
012390                                WS-BOOK-DIFF-COUNT
012400         MOVE 'RESIZED'      TO FL-ACTION
012410         MOVE WS-FIELD-LINE  TO CS129-RPT-REC
012420         WRITE CS129-RPT-REC
012430         GO TO 3100-MATCH-NEW-FIELD-EXIT
012440     END-IF.
012450     IF WS-TBL-OLD-OFFSET (WS-MATCH-IX)
012460             NOT = WS-TBL-FLD-OFFSET (WS-FLD-IX)
012470         ADD 1               TO WS-MOVED-COUNT WS-BOOK-DIFF-COUNT
012480         MOVE 'MOVED'        TO FL-ACTION
012490         MOVE WS-FIELD-LINE  TO CS129-RPT-REC
012500         WRITE CS129-RPT-REC
012510     END-IF.
012520 3100-MATCH-NEW-FIELD-EXIT.
012530     EXIT.
012540*
012550 3200-REPORT-REMOVED.
012560     IF WS-TBL-OLD-MATCHED (WS-OLD-IX)
012570         GO TO 3200-REPORT-REMOVED-EXIT
012580     END-IF.
012590     ADD 1                   TO WS-REMOVED-COUNT
012600                                WS-BOOK-DIFF-COUNT.
012610     MOVE SPACES             TO WS-FIELD-LINE.
012620     MOVE 'REMOVED'          TO FL-ACTION.
012630     MOVE WS-TBL-OLD-LEVEL (WS-OLD-IX)   TO FL-LEVEL.
012640     MOVE WS-TBL-OLD-NAME (WS-OLD-IX)    TO FL-FIELD.
012650     COMPUTE WS-OLD-SIZE = WS-TBL-OLD-LENGTH (WS-OLD-IX)
012660         * WS-TBL-OLD-OCCURS (WS-OLD-IX).
012670     MOVE WS-TBL-OLD-OFFSET (WS-OLD-IX)  TO FL-OLD-OFFSET.
012680     MOVE WS-OLD-SIZE        TO FL-OLD-LENGTH.
012690     MOVE SPACES             TO FL-NEW-AREA.
012700     MOVE WS-FIELD-LINE      TO CS129-RPT-REC.
012710     WRITE CS129-RPT-REC.
012720 3200-REPORT-REMOVED-EXIT.
012730     EXIT.
012740*
012750 3300-ADD-CONVERSION.
012760     PERFORM VARYING WS-CNV-IX FROM 1 BY 1
012770             UNTIL WS-CNV-IX > WS-CNV-COUNT
012780         IF WS-TBL-CNV-NAME (WS-CNV-IX) = WS-CURRENT-BOOK
012790             GO TO 3300-ADD-CONVERSION-EXIT
012800         END-IF
012810     END-PERFORM.
012820     IF WS-CNV-COUNT < WS-MAX-CNV
012830         ADD 1               TO WS-CNV-COUNT
012840         SET WS-CNV-IDX      TO WS-CNV-COUNT
012850         MOVE WS-CURRENT-BOOK    TO WS-TBL-CNV-NAME (WS-CNV-IDX)
012860     ELSE
012870         DISPLAY 'CS129 - CONVERSION TABLE FULL, COPIERS NOT '
012880             'LISTED: ' WS-CURRENT-BOOK
012890     END-IF.
012900 3300-ADD-CONVERSION-EXIT.
012910     EXIT.
012920*
012930 4000-REPORT-CONVERSION.
012940     MOVE SPACES             TO CS129-RPT-REC.
012950     WRITE CS129-RPT-REC.
012960     MOVE 'RECORD-LENGTH CHANGES - COPYING MEMBERS NEED FILE '
012970         TO CS129-RPT-REC.
012980     MOVE 'CONVERSION'       TO CS129-RPT-REC (51 : 10).
012990     WRITE CS129-RPT-REC.
013000     IF WS-CNV-COUNT = ZERO
013010         MOVE 'NONE - NO COMPARED COPYBOOK CHANGED ITS RECORD '
013020             TO CS129-RPT-REC
013030         MOVE 'LENGTH'       TO CS129-RPT-REC (48 : 6)
013040         WRITE CS129-RPT-REC
013050         GO TO 4000-REPORT-CONVERSION-EXIT
013060     END-IF.
013070     MOVE WS-COPIER-HEADING  TO CS129-RPT-REC.
013080     WRITE CS129-RPT-REC.
013090     PERFORM 4100-LIST-COPIERS THRU 4100-LIST-COPIERS-EXIT
013100         VARYING WS-CNV-IX FROM 1 BY 1
013110         UNTIL WS-CNV-IX > WS-CNV-COUNT.
013120 4000-REPORT-CONVERSION-EXIT.
013130     EXIT.
013140*
013150 4100-LIST-COPIERS.
013160*    THE WHERE-USED FILE IS READ ONCE PER CHANGED-LENGTH
013170*    COPYBOOK; THERE ARE NEVER MORE THAN A HANDFUL A NIGHT.
013180     MOVE ZERO               TO WS-BOOK-COPIERS.
013190     MOVE SPACES             TO WS-COPIER-LINE.
013200     MOVE WS-TBL-CNV-NAME (WS-CNV-IX)    TO CL-BOOK.
013210     OPEN INPUT CS129-XRF-FILE.
013220     IF NOT WS-XRF-OK
013230         MOVE 'NO WHERE-USED FILE - COPYING MEMBERS UNKNOWN'
013240             TO CL-LIBRARY
013250         MOVE WS-COPIER-LINE TO CS129-RPT-REC
013260         WRITE CS129-RPT-REC
013270         GO TO 4100-LIST-COPIERS-EXIT
013280     END-IF.
013290     MOVE 'N'                TO WS-XRF-EOF-SW.
013300     PERFORM 4150-CHECK-XRF-RECORD THRU 4150-CHECK-XRF-RECORD-EXIT
013310         UNTIL WS-XRF-EOF-YES.
013320     CLOSE CS129-XRF-FILE.
013330     IF WS-BOOK-COPIERS = ZERO
013340         MOVE SPACES         TO WS-COPIER-LINE
013350         MOVE WS-TBL-CNV-NAME (WS-CNV-IX)    TO CL-BOOK
013360         MOVE 'NO COPYING MEMBER ON THE WHERE-USED FILE'
013370             TO CL-LIBRARY
013380         MOVE WS-COPIER-LINE TO CS129-RPT-REC
013390         WRITE CS129-RPT-REC
013400     END-IF.
013410 4100-LIST-COPIERS-EXIT.
013420     EXIT.
013430*
013440 4150-CHECK-XRF-RECORD.
013450     READ CS129-XRF-FILE
013460         AT END
013470             SET WS-XRF-EOF-YES  TO TRUE
013480             GO TO 4150-CHECK-XRF-RECORD-EXIT
013490     END-READ.
013500     IF CS1-XREF-COPYBOOK-NAME (9 : 4) NOT = SPACES
013510             OR CS1-XREF-COPYBOOK-NAME (1 : 8)
013520                 NOT = WS-TBL-CNV-NAME (WS-CNV-IX)
013530         GO TO 4150-CHECK-XRF-RECORD-EXIT
013540     END-IF.
013550     ADD 1                   TO WS-BOOK-COPIERS WS-COPIER-COUNT.
013560     MOVE SPACES             TO WS-COPIER-LINE.
013570     MOVE WS-TBL-CNV-NAME (WS-CNV-IX)    TO CL-BOOK.
013580     MOVE CS1-XREF-MEMBER-NAME           TO CL-MEMBER.
013590     MOVE CS1-XREF-LIBRARY-DIR           TO CL-LIBRARY.
013600     MOVE WS-COPIER-LINE     TO CS129-RPT-REC.
013610     WRITE CS129-RPT-REC.
013620 4150-CHECK-XRF-RECORD-EXIT.
013630     EXIT.
013640*
013650 8000-FINISH.
013660     MOVE SPACES             TO CS129-RPT-REC.
013670     WRITE CS129-RPT-REC.
013680     MOVE WS-BOOK-COUNT      TO WS-BOOK-COUNT-ED.
013690     MOVE WS-COMPARED-COUNT  TO WS-COMPARED-COUNT-ED.
013700     MOVE WS-BASELINE-COUNT  TO WS-BASELINE-COUNT-ED.
013710     MOVE WS-CARRIED-COUNT   TO WS-CARRIED-COUNT-ED.
013720     MOVE WS-ADDED-COUNT     TO WS-ADDED-COUNT-ED.
013730     MOVE WS-REMOVED-COUNT   TO WS-REMOVED-COUNT-ED.
013740     MOVE WS-RESIZED-COUNT   TO WS-RESIZED-COUNT-ED.
013750     MOVE WS-MOVED-COUNT     TO WS-MOVED-COUNT-ED.
013760     MOVE WS-CNV-COUNT       TO WS-CNV-COUNT-ED.
013770     MOVE WS-COPIER-COUNT    TO WS-COPIER-COUNT-ED.
013780     MOVE SPACES             TO WS-TOTAL-LINE.
013790     STRING 'COPYBOOKS PARSED: ' DELIMITED BY SIZE
013800         WS-BOOK-COUNT-ED    DELIMITED BY SIZE
013810         '   COMPARED: '     DELIMITED BY SIZE
013820         WS-COMPARED-COUNT-ED    DELIMITED BY SIZE
013830         '   NEW BASELINES: ' DELIMITED BY SIZE
013840         WS-BASELINE-COUNT-ED    DELIMITED BY SIZE
013850         '   CARRIED: '      DELIMITED BY SIZE
013860         WS-CARRIED-COUNT-ED DELIMITED BY SIZE
013870         INTO WS-TOTAL-LINE.
013880     MOVE WS-TOTAL-LINE      TO CS129-RPT-REC.
013890     WRITE CS129-RPT-REC.
013900     MOVE SPACES             TO WS-TOTAL-LINE.
013910     STRING 'FIELDS ADDED: ' DELIMITED BY SIZE
013920         WS-ADDED-COUNT-ED   DELIMITED BY SIZE
013930         '   REMOVED: '      DELIMITED BY SIZE
013940         WS-REMOVED-COUNT-ED DELIMITED BY SIZE
013950         '   RESIZED: '      DELIMITED BY SIZE
013960         WS-RESIZED-COUNT-ED DELIMITED BY SIZE
013970         '   MOVED: '        DELIMITED BY SIZE
013980         WS-MOVED-COUNT-ED   DELIMITED BY SIZE
013990         INTO WS-TOTAL-LINE.
014000     MOVE WS-TOTAL-LINE      TO CS129-RPT-REC.
014010     WRITE CS129-RPT-REC.
014020     MOVE SPACES             TO WS-TOTAL-LINE.
014030     STRING 'RECORD LENGTHS CHANGED: ' DELIMITED BY SIZE
014040         WS-CNV-COUNT-ED     DELIMITED BY SIZE
014050         '   COPYING MEMBERS LISTED: ' DELIMITED BY SIZE
014060         WS-COPIER-COUNT-ED  DELIMITED BY SIZE
014070         INTO WS-TOTAL-LINE.
014080     MOVE WS-TOTAL-LINE      TO CS129-RPT-REC.
014090     WRITE CS129-RPT-REC.
014100     IF WS-CAT-AVAIL
014110         CLOSE CS129-CAT-FILE
014120     END-IF.
014130     CLOSE CS129-LYN-FILE CS129-RPT-FILE.
014140 8000-FINISH-EXIT.
014150     EXIT.
014160*
014170 9000-LOG-START.
014180     MOVE 'CS129'            TO LK-RLOG-PROGRAM.
014190     MOVE 'START'            TO LK-RLOG-EVENT.
014200     MOVE ZERO               TO LK-RLOG-RETURN-CODE.
014210     CALL 'CS122'            USING WS-RLOG-INTERFACE.
014220 9000-LOG-START-EXIT.
014230     EXIT.
014240*
014250 9100-LOG-END.
014260     MOVE 'END'              TO LK-RLOG-EVENT.
014270     MOVE RETURN-CODE        TO LK-RLOG-RETURN-CODE.
014280     CALL 'CS122'            USING WS-RLOG-INTERFACE.
014290 9100-LOG-END-EXIT.
014300     EXIT.
