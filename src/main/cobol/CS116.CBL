000291*    2026-09-02 JRC  START AND END NOW STAMPED ON THE            *
000294*                    COMMON RUN LOG VIA THE CS122                *
000297*                    STAMPER.                                    *
000298*    2026-10-15 JRC  CHECKPOINTS STAMPED 'B' (BLOCKED BY A FAILED*
000299*                    PARENT CLASS) ARE COUNTED AS THEIR OWN      *
000300*                    WARNING MEASURE INSTEAD OF AS PENDING; ONLY *
000301*                    THE PARENT'S OWN FAILURE IS CRITICAL.       *
000302*    2026-10-15 JRC  THE CS130 OPTIONS RECONCILIATION IS READ    *
000303*                    AND ITS DISAGREEMENTS - SWITCHES USED NOT   *
000304*                    MATCHING THOSE APPLIED OR REGISTERED, OR    *
000305*                    -WOP= ON A CHANGED MEMBER - ARE CRITICAL.   *
000306*    2026-10-15 JRC  THE SWEEP-ID IS NOW THE NIGHT'S PROCESSING  *
000307*                    DATE FROM THE CS133 SERVICE, NOT THE        *
000308*                    CALENDAR DATE.                              *
000309*    2026-10-15 JRC  CHECKPOINT RECORD KEY IS NOW LIBRARY PLUS   *
000310*                    MEMBER (CS1-CKPT-KEY).                      *
000311*                                                                *
000312*****************************************************************
000313 ENVIRONMENT                 DIVISION.
000320 CONFIGURATION               SECTION.
000330 SPECIAL-NAMES.
000340     DECIMAL-POINT IS COMMA.
000450     SELECT CS116-CKPT-FILE  ASSIGN TO CS104CKP
000460                             ORGANIZATION IS INDEXED
000470                             ACCESS MODE IS SEQUENTIAL
000480                             RECORD KEY IS CS1-CKPT-KEY
000490                             FILE STATUS IS WS-CKPT-STATUS.
000500
000510     SELECT CS116-R106-FILE  ASSIGN TO CS106RPT
000624                             ORGANIZATION IS LINE SEQUENTIAL
000626                             FILE STATUS IS WS-FDT-STATUS.
000628
000630     SELECT CS116-R130-FILE  ASSIGN TO CS130RPT
000632                             ORGANIZATION IS LINE SEQUENTIAL
000634                             FILE STATUS IS WS-R130-STATUS.
000636
000638     SELECT CS116-RPT-FILE   ASSIGN TO CS116RPT
000640                             ORGANIZATION IS LINE SEQUENTIAL
000650                             FILE STATUS IS WS-RPT-STATUS.
000660
000943 01  CS116-FDT-REC.
000944     COPY CS1FDTL.
000945
000946 FD  CS116-R130-FILE
000947     RECORDING MODE IS F.
000948 01  CS116-R130-REC          PIC X(100).
000949
000950 FD  CS116-RPT-FILE
000960     RECORDING MODE IS F.
000970 01  CS116-RPT-REC           PIC X(80).
001120         88  WS-R109-OK          VALUE '00'.
001122     05  WS-FDT-STATUS       PIC X(02)      VALUE SPACES.
001124         88  WS-FDT-OK           VALUE '00'.
001126     05  WS-R130-STATUS      PIC X(02)      VALUE SPACES.
001128         88  WS-R130-OK          VALUE '00'.
001130     05  WS-RPT-STATUS       PIC X(02)      VALUE SPACES.
001140         88  WS-RPT-OK           VALUE '00'.
001150     05  WS-SCAN-EOF-SW      PIC X(01)      VALUE 'N'.
001230     05  WS-COMPILED-COUNT   PIC 9(05)      COMP   VALUE ZERO.
001240     05  WS-FAILED-COUNT     PIC 9(05)      COMP   VALUE ZERO.
001250     05  WS-PENDING-COUNT    PIC 9(05)      COMP   VALUE ZERO.
001255     05  WS-BLOCKED-COUNT    PIC 9(05)      COMP   VALUE ZERO.
001260     05  WS-STALE-CKPT-COUNT PIC 9(05)      COMP   VALUE ZERO.
001270     05  WS-MISMATCH-COUNT   PIC 9(05)      COMP   VALUE ZERO.
001280     05  WS-DRIFT-COUNT      PIC 9(05)      COMP   VALUE ZERO.
001300     05  WS-DUP-COPY-COUNT   PIC 9(05)      COMP   VALUE ZERO.
001310     05  WS-UNSIGNED-COUNT   PIC 9(05)      COMP   VALUE ZERO.
001312     05  WS-FDETAIL-COUNT    PIC 9(05)      COMP   VALUE ZERO.
001314     05  WS-OPTION-DISAGREE-COUNT
001316                             PIC 9(05)      COMP   VALUE ZERO.
001320*
001330 01  WS-SEVERITY-COUNTERS.
001340     05  WS-CRITICAL-COUNT   PIC 9(03)      COMP   VALUE ZERO.
001510*
001513 01  WS-RLOG-INTERFACE.
001516     COPY CS1RLGI.
001517*
001518 01  WS-PDAT-INTERFACE.
001519     COPY CS1PDTI.
001520*
001522 PROCEDURE                   DIVISION.
001530*
001540 0000-MAINLINE.
001600     PERFORM 2500-SCAN-CS107 THRU 2500-SCAN-CS107-EXIT.
001610     PERFORM 2600-SCAN-CS109 THRU 2600-SCAN-CS109-EXIT.
001612     PERFORM 2700-SCAN-FDETAIL THRU 2700-SCAN-FDETAIL-EXIT.
001616     PERFORM 2950-SCAN-CS130 THRU 2950-SCAN-CS130-EXIT.
001620     PERFORM 3000-WRITE-SUMMARY THRU 3000-WRITE-SUMMARY-EXIT.
001630     PERFORM 8000-FINISH THRU 8000-FINISH-EXIT.
001634     PERFORM 9100-LOG-END THRU 9100-LOG-END-EXIT.
001640     STOP RUN.
001650*
001660 1000-INITIALIZE.
001666     CALL 'CS133'            USING WS-PDAT-INTERFACE.
001672     MOVE LK-PDAT-SWEEP-ID   TO WS-TODAY-SWEEP-ID.
001680     OPEN OUTPUT CS116-RPT-FILE.
001690     MOVE WS-HEADING-1       TO CS116-RPT-REC.
001700     WRITE CS116-RPT-REC.
002360             ADD 1           TO WS-COMPILED-COUNT
002370         WHEN CS1-CKPT-FAILED
002380             ADD 1           TO WS-FAILED-COUNT
002383         WHEN CS1-CKPT-BLOCKED
002386             ADD 1           TO WS-BLOCKED-COUNT
002390         WHEN OTHER
002400             ADD 1           TO WS-PENDING-COUNT
002410     END-EVALUATE.
003688     ADD 1                   TO WS-WARNING-COUNT.
003689 2910-NOTE-UNAVAILABLE-EXIT.
003691     EXIT.
003694*
003697 2950-SCAN-CS130.
003700     OPEN INPUT CS116-R130-FILE.
003703     IF NOT WS-R130-OK
003706         MOVE 'CS130RPT'     TO WS-UNAVAIL-DDNAME
003709         PERFORM 2910-NOTE-UNAVAILABLE
003712             THRU 2910-NOTE-UNAVAILABLE-EXIT
003715         GO TO 2950-SCAN-CS130-EXIT
003718     END-IF.
003721     MOVE 'N'                TO WS-SCAN-EOF-SW.
003724     PERFORM 2960-SCAN-CS130-LINE
003725         THRU 2960-SCAN-CS130-LINE-EXIT
003727         UNTIL WS-SCAN-EOF-YES.
003730     CLOSE CS116-R130-FILE.
003733 2950-SCAN-CS130-EXIT.
003736     EXIT.
003739*
003742 2960-SCAN-CS130-LINE.
003745     READ CS116-R130-FILE
003748         AT END
003751             SET WS-SCAN-EOF-YES TO TRUE
003754             GO TO 2960-SCAN-CS130-LINE-EXIT
003757     END-READ.
003760     MOVE ZERO               TO WS-SCAN-POS.
003763     INSPECT CS116-R130-REC TALLYING WS-SCAN-POS FOR CHARACTERS
003766         BEFORE INITIAL 'DISAGREEMENTS: '.
003769     IF WS-SCAN-POS < LENGTH OF CS116-R130-REC
003772         COMPUTE WS-OPTION-DISAGREE-COUNT = FUNCTION NUMVAL
003775             (CS116-R130-REC (WS-SCAN-POS + 16 : 6))
003778     END-IF.
003781 2960-SCAN-CS130-LINE-EXIT.
003784     EXIT.
003787*
003790 3000-WRITE-SUMMARY.
003800     MOVE 'MEMBERS SCANNED (CS101)'   TO SU-MEASURE.
003810     MOVE WS-MEMBERS-SCANNED TO SU-COUNT.
003930     MOVE WS-FAILED-COUNT    TO SU-COUNT.
003940     IF WS-FAILED-COUNT > ZERO
003950         MOVE 'CRITICAL'     TO SU-SEVERITY
003951     ELSE
003952         MOVE 'OK'           TO SU-SEVERITY
003953     END-IF.
003954     PERFORM 3900-WRITE-MEASURE THRU 3900-WRITE-MEASURE-EXIT.
003955     MOVE 'MEMBERS BLOCKED BY PARENT (CS104)' TO SU-MEASURE.
003956     MOVE WS-BLOCKED-COUNT   TO SU-COUNT.
003957     IF WS-BLOCKED-COUNT > ZERO
003958         MOVE 'WARNING'      TO SU-SEVERITY
003960     ELSE
003970         MOVE 'OK'           TO SU-SEVERITY
003980     END-IF.
004556         MOVE 'OK'           TO SU-SEVERITY
004557     END-IF.
004558     PERFORM 3900-WRITE-MEASURE THRU 3900-WRITE-MEASURE-EXIT.
004559     MOVE 'OPTION SET DISAGREEMENTS (CS130)'  TO SU-MEASURE.
004560     MOVE WS-OPTION-DISAGREE-COUNT   TO SU-COUNT.
004561     IF WS-OPTION-DISAGREE-COUNT > ZERO
004562         MOVE 'CRITICAL'     TO SU-SEVERITY
004563     ELSE
004564         MOVE 'OK'           TO SU-SEVERITY
004565     END-IF.
004566     PERFORM 3900-WRITE-MEASURE THRU 3900-WRITE-MEASURE-EXIT.
004567 3000-WRITE-SUMMARY-EXIT.
004570     EXIT.
004580*
004590 3900-WRITE-MEASURE.
