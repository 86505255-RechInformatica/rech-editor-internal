000140*    LOOK AT TONIGHT'S CHECKPOINT - THREE DATASETS, THREE        *
000150*    TOOLS.  THIS PROGRAM IS THE ONE SCREEN THE ON-CALL PERSON   *
000160*    NEEDS AT 2AM: TYPE A MEMBER NAME ON THE CONSOLE AND IT      *
000170*    SHOWS, FOR EACH LIBRARY THE NAME IS IN, THE LAST            *
000180*    CS1-HIST-DONE SWEEP WITH ITS COMPLETION STAMP AND THE       *
000190*    SWITCHES THE MEMBER WAS COMPILED WITH, EACH COPY'S STATUS   *
000200*    AND RETRY COUNT IN THE CURRENT SWEEP'S CHECKPOINT, AND      *
000210*    EVERY OUTSTANDING (UNSIGNED) CS1WLOG HIT WITH ITS AGE IN    *
000220*    DAYS.  A BLANK NAME OR 'END' LEAVES THE INQUIRY.            *
000230*                                                                *
000240*    MODIFICATION HISTORY                                       *
000250*    ----------------------                                     *
000260*    DATE       INIT DESCRIPTION                                *
000270*    ---------- ---- -------------------------------------------*
000271*    2026-09-02 JRC  ORIGINAL PROGRAM.                          *
000272*    2026-10-15 JRC  A CHECKPOINT STAMPED 'B' NOW SHOWS AS       *
000273*                    BLOCKED (BY A FAILED PARENT CLASS) INSTEAD  *
000274*                    OF PENDING.                                 *
000275*    2026-10-15 JRC  THE SWEEP-ID IS NOW THE NIGHT'S PROCESSING  *
000276*                    DATE FROM THE CS133 SERVICE, NOT THE        *
000277*                    CALENDAR DATE.                              *
000278*    2026-10-15 JRC  CHECKPOINT AND HISTORY ARE NOW KEYED BY     *
000279*                    LIBRARY PLUS MEMBER.  THE LAST CLEAN        *
000280*                    COMPILE AND TONIGHT'S STATUS ARE SHOWN PER  *
000281*                    LIBRARY, SO BOTH COPIES OF A SHADOWED NAME  *
000282*                    APPEAR.                                     *
000290*                                                                *
000300*****************************************************************
000310 ENVIRONMENT                 DIVISION.
000430     SELECT CS120-CKPT-FILE  ASSIGN TO CS104CKP
000440                             ORGANIZATION IS INDEXED
000450                             ACCESS MODE IS DYNAMIC
000460                             RECORD KEY IS CS1-CKPT-KEY
000470                             FILE STATUS IS WS-CKPT-STATUS.
000480
000490     SELECT CS120-RVW-FILE   ASSIGN TO CS103RVW
000850         88  WS-HIST-AVAIL       VALUE 'Y'.
000860     05  WS-CKPT-AVAIL-SW    PIC X(01)      VALUE 'N'.
000870         88  WS-CKPT-AVAIL       VALUE 'Y'.
000880     05  WS-CKPT-EOF-SW      PIC X(01)      VALUE 'N'.
000890         88  WS-CKPT-EOF-YES     VALUE 'Y'.
000900*
000910 01  WS-INQUIRY-MEMBER       PIC X(08)      VALUE SPACES.
000920 01  WS-TODAY-SWEEP-ID       PIC X(08)      VALUE SPACES.
000950 01  WS-AGE-DAYS             PIC S9(05)     COMP   VALUE ZERO.
000960 01  WS-AGE-DAYS-ED          PIC ZZZZ9.
000970*
000973*    BEST CLEAN COMPILE SEEN SO FAR WHILE WALKING THE HISTORY,
000976*    ONE ENTRY PER LIBRARY THE NAME IS IN: THE HISTORY IS KEYED
000979*    SWEEP-ID FIRST, SO THE LAST DONE RECORD MATCHING THE MEMBER
000982*    AND LIBRARY IS THE MOST RECENT NIGHT.
000985 01  WS-CLEAN-TABLE-COUNTERS.
000988     05  WS-CLEAN-COUNT      PIC 9(04)      COMP   VALUE ZERO.
000991     05  WS-CLEAN-IX         PIC 9(04)      COMP   VALUE ZERO.
000994     05  WS-MAX-CLEAN        PIC 9(04)      COMP   VALUE 10.
000997*
001000 01  WS-CLEAN-TABLE.
001003     05  WS-CLEAN-ENTRY      OCCURS 10 TIMES
001006                             INDEXED BY WS-CLEAN-IDX.
001009         10  WS-TBL-CLN-LIBRARY      PIC X(60).
001012         10  WS-TBL-CLN-SWEEP-ID     PIC X(08).
001015         10  WS-TBL-CLN-STAMP        PIC X(14).
001018         10  WS-TBL-CLN-SWITCHES     PIC X(08).
001021*
001024 01  WS-CKPT-HIT-COUNT       PIC 9(04)      COMP   VALUE ZERO.
001040*
001050 01  WS-WARN-COUNT           PIC 9(04)      COMP   VALUE ZERO.
001052*
001054 01  WS-PDAT-INTERFACE.
001056     COPY CS1PDTI.
001060*
001070 PROCEDURE                   DIVISION.
001080*
001140     STOP RUN.
001150*
001160 1000-INITIALIZE.
001166     CALL 'CS133'            USING WS-PDAT-INTERFACE.
001172     MOVE LK-PDAT-SWEEP-ID   TO WS-TODAY-SWEEP-ID.
001180     COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE
001190         (FUNCTION NUMVAL (WS-TODAY-SWEEP-ID)).
001200*    THE HISTORY AND CHECKPOINT FILES STAY OPEN FOR THE WHOLE
001620         DISPLAY 'LAST CLEAN COMPILE: HISTORY NOT AVAILABLE'
001630         GO TO 3100-SHOW-HISTORY-EXIT
001640     END-IF.
001665     MOVE ZERO               TO WS-CLEAN-COUNT.
001690     MOVE 'N'                TO WS-HIST-EOF-SW.
001700     MOVE LOW-VALUES         TO CS1-HIST-KEY.
001710     START CS120-HIST-FILE KEY NOT < CS1-HIST-KEY
001750     PERFORM 3150-SCAN-HIST-RECORD
001760         THRU 3150-SCAN-HIST-RECORD-EXIT
001770         UNTIL WS-HIST-EOF-YES.
001800     IF WS-CLEAN-COUNT = ZERO
001830         DISPLAY 'LAST CLEAN COMPILE: NONE ON HISTORY'
001831         GO TO 3100-SHOW-HISTORY-EXIT
001832     END-IF.
001833     PERFORM VARYING WS-CLEAN-IDX FROM 1 BY 1
001834             UNTIL WS-CLEAN-IDX > WS-CLEAN-COUNT
001835         DISPLAY 'LAST CLEAN COMPILE: SWEEP '
001836             WS-TBL-CLN-SWEEP-ID (WS-CLEAN-IDX)
001837             ' STAMP ' WS-TBL-CLN-STAMP (WS-CLEAN-IDX)
001838         DISPLAY 'LIBRARY:            '
001839             WS-TBL-CLN-LIBRARY (WS-CLEAN-IDX)
001840         DISPLAY 'SWITCHES APPLIED:   '
001841             WS-TBL-CLN-SWITCHES (WS-CLEAN-IDX)
001842     END-PERFORM.
001850 3100-SHOW-HISTORY-EXIT.
001860     EXIT.
001870*
001910             SET WS-HIST-EOF-YES TO TRUE
001920             GO TO 3150-SCAN-HIST-RECORD-EXIT
001930     END-READ.
001932     IF CS1-HIST-MEMBER-NAME NOT = WS-INQUIRY-MEMBER
001934             OR NOT CS1-HIST-DONE
001936         GO TO 3150-SCAN-HIST-RECORD-EXIT
001938     END-IF.
001940     MOVE ZERO               TO WS-CLEAN-IX.
001942     PERFORM VARYING WS-CLEAN-IDX FROM 1 BY 1
001944             UNTIL WS-CLEAN-IDX > WS-CLEAN-COUNT
001946         IF WS-TBL-CLN-LIBRARY (WS-CLEAN-IDX)
001948                 = CS1-HIST-SOURCE-DIR
001950             SET WS-CLEAN-IX     TO WS-CLEAN-IDX
001952         END-IF
001954     END-PERFORM.
001956     IF WS-CLEAN-IX = ZERO
001958         IF WS-CLEAN-COUNT >= WS-MAX-CLEAN
001960             DISPLAY 'CS120 - LIBRARY TABLE FULL, DROPPED: '
001962                 CS1-HIST-SOURCE-DIR
001964             GO TO 3150-SCAN-HIST-RECORD-EXIT
001966         END-IF
001968         ADD 1               TO WS-CLEAN-COUNT
001970         MOVE WS-CLEAN-COUNT TO WS-CLEAN-IX
001972         MOVE CS1-HIST-SOURCE-DIR
001974                             TO WS-TBL-CLN-LIBRARY (WS-CLEAN-IX)
001976     END-IF.
001978     MOVE CS1-HIST-SWEEP-ID
001980                             TO WS-TBL-CLN-SWEEP-ID (WS-CLEAN-IX).
001982     MOVE CS1-HIST-COMPLETION-STAMP
001984                             TO WS-TBL-CLN-STAMP (WS-CLEAN-IX).
001986     MOVE CS1-HIST-SWITCHES-APPLIED
001988                             TO WS-TBL-CLN-SWITCHES (WS-CLEAN-IX).
002010 3150-SCAN-HIST-RECORD-EXIT.
002020     EXIT.
002030*
002040 3200-SHOW-CHECKPOINT.
002043*    THE CHECKPOINT IS KEYED LIBRARY FIRST, SO EVERY COPY OF THE
002046*    NAME IS FOUND BY BROWSING THE WHOLE FILE, AS THE HISTORY IS.
002050     IF NOT WS-CKPT-AVAIL
002060         DISPLAY 'CURRENT SWEEP:      CHECKPOINT NOT AVAILABLE'
002070         GO TO 3200-SHOW-CHECKPOINT-EXIT
002080     END-IF.
002088     MOVE ZERO               TO WS-CKPT-HIT-COUNT.
002096     MOVE 'N'                TO WS-CKPT-EOF-SW.
002104     MOVE LOW-VALUES         TO CS1-CKPT-KEY.
002112     START CS120-CKPT-FILE KEY NOT < CS1-CKPT-KEY
002120         INVALID KEY
002121             SET WS-CKPT-EOF-YES TO TRUE
002122     END-START.
002123     PERFORM 3250-SCAN-CKPT-RECORD
002124         THRU 3250-SCAN-CKPT-RECORD-EXIT
002125         UNTIL WS-CKPT-EOF-YES.
002126     IF WS-CKPT-HIT-COUNT = ZERO
002127         DISPLAY 'CURRENT SWEEP:      NO CHECKPOINT RECORD'
002128     END-IF.
002129 3200-SHOW-CHECKPOINT-EXIT.
002130     EXIT.
002131*
002132 3250-SCAN-CKPT-RECORD.
002133     READ CS120-CKPT-FILE NEXT RECORD
002134         AT END
002135             SET WS-CKPT-EOF-YES TO TRUE
002136             GO TO 3250-SCAN-CKPT-RECORD-EXIT
002150     END-READ.
002151     IF CS1-CKPT-MEMBER-NAME NOT = WS-INQUIRY-MEMBER
002152         GO TO 3250-SCAN-CKPT-RECORD-EXIT
002153     END-IF.
002154     ADD 1                   TO WS-CKPT-HIT-COUNT.
002155     DISPLAY 'CHECKPOINT LIBRARY: ' CS1-CKPT-SOURCE-DIR.
002160     IF CS1-CKPT-SWEEP-ID NOT = WS-TODAY-SWEEP-ID
002170         DISPLAY 'CURRENT SWEEP:      NOT SWEPT TONIGHT '
002180             '(CHECKPOINT FROM SWEEP ' CS1-CKPT-SWEEP-ID ')'
002190         GO TO 3250-SCAN-CKPT-RECORD-EXIT
002200     END-IF.
002210     EVALUATE TRUE
002220         WHEN CS1-CKPT-DONE
002250         WHEN CS1-CKPT-FAILED
002260             DISPLAY 'CURRENT SWEEP:      FAILED  RETRIES '
002270                 CS1-CKPT-RETRY-COUNT
002272         WHEN CS1-CKPT-BLOCKED
002274             DISPLAY 'CURRENT SWEEP:      BLOCKED BY A FAILED '
002276                 'PARENT CLASS'
002280         WHEN OTHER
002290             DISPLAY 'CURRENT SWEEP:      PENDING RETRIES '
002300                 CS1-CKPT-RETRY-COUNT
002310     END-EVALUATE.
002320     DISPLAY 'COMPLETION STAMP:   ' CS1-CKPT-COMPLETION-STAMP.
002330 3250-SCAN-CKPT-RECORD-EXIT.
002340     EXIT.
002350*
002360 3300-SHOW-WARNINGS.
