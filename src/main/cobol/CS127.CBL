000290*    DATE       INIT DESCRIPTION                                *
000300*    ---------- ---- -------------------------------------------*
000310*    2026-09-02 JRC  ORIGINAL PROGRAM.                          *
000311*    2026-10-15 JRC  THE "OPCOES:" LINE IS NO LONGER THROWN      *
000312*                    AWAY: THE SWITCHES IT NAMES AND ANY -WOP=   *
000313*                    LIST GO TO A NEW OPT RECORD PER MODULE.     *
000314*    2026-10-15 JRC  THE SWEEP-ID IS NOW THE NIGHT'S PROCESSING  *
000315*                    DATE FROM THE CS133 SERVICE, NOT THE        *
000316*                    CALENDAR DATE.                              *
000320*                                                                *
000330*****************************************************************
000340 ENVIRONMENT                 DIVISION.
000770         88  WS-HERDA-PENDING-NO     VALUE 'N'.
000772     05  WS-PURGE-MORE-SW    PIC X(01)      VALUE 'N'.
000774         88  WS-PURGE-MORE-YES   VALUE 'Y'.
000775     05  WS-OPT-CAPTURED-SW  PIC X(01)      VALUE 'N'.
000776         88  WS-OPT-CAPTURED-YES VALUE 'Y'.
000777     05  WS-OPT-HEAD-SW      PIC X(01)      VALUE 'N'.
000778         88  WS-OPT-HEAD-YES     VALUE 'Y'.
000780*
000790 01  WS-TODAY-SWEEP-ID       PIC X(08)      VALUE SPACES.
000800 01  WS-CURRENT-PROGRAM      PIC X(08)      VALUE SPACES.
000810 01  WS-CURRENT-COPY-NAME    PIC X(08)      VALUE SPACES.
000820 01  WS-TAG-COPY-NAME        PIC X(08)      VALUE SPACES.
000821 01  WS-HERDA-HINT-SW        PIC X(01)      VALUE SPACES.
000822 01  WS-DC-LIST-TOKEN        PIC X(240)     VALUE SPACES.
000823*
000824*    THE OPTIONS LINE OF THE MODULE IN HAND.  THE SWITCH NAMES
000825*    ARE IN THE CS1OPTR ORDER CS104 BUILDS ITS SWITCH SET IN.
000826 01  WS-OPT-UPPER-LINE       PIC X(200)     VALUE SPACES.
000827 01  WS-OPT-TOKEN            PIC X(80)      VALUE SPACES.
000828 01  WS-OPT-SWITCHES         PIC X(08)      VALUE SPACES.
000829 01  WS-OPT-SWITCH-TABLE REDEFINES WS-OPT-SWITCHES.
000830     05  WS-OPT-SWITCH       PIC X(01)      OCCURS 8 TIMES.
000831 01  WS-OPT-WOP-SW           PIC X(01)      VALUE 'N'.
000832 01  WS-OPT-WOP-LIST         PIC X(60)      VALUE SPACES.
000833 01  WS-OPT-TEXT             PIC X(188)     VALUE SPACES.
000834 01  WS-OPT-SWITCH-NAMES.
000835     05  FILLER              PIC X(04) VALUE '-CPN'.
000836     05  FILLER              PIC X(04) VALUE '-SPN'.
000837     05  FILLER              PIC X(04) VALUE '-SCO'.
000838     05  FILLER              PIC X(04) VALUE '-MSI'.
000839     05  FILLER              PIC X(04) VALUE '-VNP'.
000840     05  FILLER              PIC X(04) VALUE '-WAR'.
000841     05  FILLER              PIC X(04) VALUE '-WES'.
000842     05  FILLER              PIC X(04) VALUE '-CEM'.
000843 01  WS-OPT-SWITCH-NAME-TABLE REDEFINES WS-OPT-SWITCH-NAMES.
000844     05  WS-OPT-SWITCH-NAME  PIC X(04)      OCCURS 8 TIMES.
000850*
000860 01  WS-NUMERIC-FIELDS.
000870     05  WS-PHYS-NUM         PIC 9(05)      COMP   VALUE ZERO.
001090     05  WS-MARK-POS         PIC 9(03)      COMP   VALUE ZERO.
001100     05  WS-SEARCH-FROM      PIC 9(03)      COMP   VALUE ZERO.
001110     05  WS-TOK-COUNT        PIC 9(02)      COMP   VALUE ZERO.
001112     05  WS-OPT-POS          PIC 9(03)      COMP   VALUE ZERO.
001114     05  WS-OPT-TOK-LEN      PIC 9(03)      COMP   VALUE ZERO.
001116     05  WS-OPT-IX           PIC 9(02)      COMP   VALUE ZERO.
001120*
001130 01  WS-TRAILER-TEXT         PIC X(60)      VALUE SPACES.
001140 01  WS-TOK-TABLE.
001340     05  WS-RECORD-COUNT     PIC 9(05)      COMP   VALUE ZERO.
001342     05  WS-PURGED-COUNT     PIC 9(05)      COMP   VALUE ZERO.
001344     05  WS-PURGE-SEQ        PIC 9(04)      COMP   VALUE ZERO.
001347     05  WS-OPTIONS-COUNT    PIC 9(05)      COMP   VALUE ZERO.
001350*
001360 01  WS-RLOG-INTERFACE.
001370     COPY CS1RLGI.
001372*
001374 01  WS-PDAT-INTERFACE.
001376     COPY CS1PDTI.
001380*
001390 PROCEDURE                   DIVISION.
001400*
001480     STOP RUN.
001490*
001500 1000-INITIALIZE.
001506     CALL 'CS133'            USING WS-PDAT-INTERFACE.
001512     MOVE LK-PDAT-SWEEP-ID   TO WS-TODAY-SWEEP-ID.
001520     OPEN INPUT CS127-DIAG-FILE.
001530     IF NOT WS-DIAG-OK
001540         DISPLAY 'CS127 - CANNOT OPEN DIAGNOSTIC INPUT'
002050             AND CS1-DC-PATH-LIST = SPACES
002060         PERFORM 2150-CAPTURE-DC-LIST
002070             THRU 2150-CAPTURE-DC-LIST-EXIT
002071     END-IF.
002072     MOVE ZERO               TO WS-SCAN-POS.
002073     INSPECT FUNCTION UPPER-CASE (CS1-RAW-LINE)
002074         TALLYING WS-SCAN-POS FOR CHARACTERS
002075         BEFORE INITIAL 'ES:'.
002076     IF WS-SCAN-POS < LENGTH OF CS1-RAW-LINE
002077             AND NOT WS-OPT-CAPTURED-YES
002078         PERFORM 2160-CAPTURE-OPTIONS
002079             THRU 2160-CAPTURE-OPTIONS-EXIT
002080     END-IF.
002090     PERFORM 2050-TRACK-HERDA-BRANCH
002100         THRU 2050-TRACK-HERDA-BRANCH-EXIT.
003230*    TRAILING-BACKSLASH RULES STAY IN ONE PLACE.
003240     COMPUTE WS-NAME-START = WS-SCAN-POS + 5.
003250     MOVE SPACES             TO WS-DC-LIST-TOKEN.
003251     UNSTRING CS1-RAW-LINE DELIMITED BY SPACE
003252         INTO WS-DC-LIST-TOKEN
003253         WITH POINTER WS-NAME-START.
003254     MOVE WS-DC-LIST-TOKEN   TO CS1-DC-PATH-LIST.
003255 2150-CAPTURE-DC-LIST-EXIT.
003256     EXIT.
003257*
003258 2160-CAPTURE-OPTIONS.
003259*    THE "OPCOES:" LABEL IS PRINTED ACCENTED - ONE BYTE PER
003260*    ACCENTED LETTER IN LATIN-1, TWO IN UTF-8 - SO ITS "OP" IS
003261*    LOOKED FOR BOTH FOUR AND SIX BYTES AHEAD OF THE "ES:".
003262*    EVERY SWITCH NOT NAMED ON THE LINE IS TAKEN AS OFF.
003263     MOVE FUNCTION UPPER-CASE (CS1-RAW-LINE) TO WS-OPT-UPPER-LINE.
003264     MOVE 'N'                TO WS-OPT-HEAD-SW.
003265     IF WS-SCAN-POS > 3
003266         IF WS-OPT-UPPER-LINE (WS-SCAN-POS - 3 : 2) = 'OP'
003267             MOVE 'Y'        TO WS-OPT-HEAD-SW
003268         END-IF
003269     END-IF.
003270     IF WS-SCAN-POS > 5
003271         IF WS-OPT-UPPER-LINE (WS-SCAN-POS - 5 : 2) = 'OP'
003272             MOVE 'Y'        TO WS-OPT-HEAD-SW
003273         END-IF
003274     END-IF.
003275     IF NOT WS-OPT-HEAD-YES
003276         GO TO 2160-CAPTURE-OPTIONS-EXIT
003277     END-IF.
003278     MOVE 'NNNNNNNN'         TO WS-OPT-SWITCHES.
003279     MOVE 'N'                TO WS-OPT-WOP-SW.
003280     MOVE SPACES             TO WS-OPT-WOP-LIST WS-OPT-TEXT.
003281     MOVE CS1-RAW-LINE (WS-SCAN-POS + 4 : ) TO WS-OPT-TEXT.
003282     COMPUTE WS-OPT-POS = WS-SCAN-POS + 4.
003283     PERFORM 2170-SCAN-OPTION-TOKEN
003284         THRU 2170-SCAN-OPTION-TOKEN-EXIT
003285         UNTIL WS-OPT-POS > LENGTH OF WS-OPT-UPPER-LINE.
003286     SET WS-OPT-CAPTURED-YES TO TRUE.
003287 2160-CAPTURE-OPTIONS-EXIT.
003288     EXIT.
003289*
003290 2170-SCAN-OPTION-TOKEN.
003291     MOVE SPACES             TO WS-OPT-TOKEN.
003292     MOVE ZERO               TO WS-OPT-TOK-LEN.
003293     UNSTRING WS-OPT-UPPER-LINE DELIMITED BY ALL SPACE
003294         INTO WS-OPT-TOKEN COUNT IN WS-OPT-TOK-LEN
003295         WITH POINTER WS-OPT-POS.
003296     IF WS-OPT-TOK-LEN = ZERO
003297         GO TO 2170-SCAN-OPTION-TOKEN-EXIT
003298     END-IF.
003299     IF WS-OPT-TOKEN (1 : 5) = '-WOP='
003300         MOVE 'Y'            TO WS-OPT-WOP-SW
003301         MOVE WS-OPT-TOKEN (6 : ) TO WS-OPT-WOP-LIST
003302         GO TO 2170-SCAN-OPTION-TOKEN-EXIT
003303     END-IF.
003304     PERFORM VARYING WS-OPT-IX FROM 1 BY 1 UNTIL WS-OPT-IX > 8
003305         IF WS-OPT-TOKEN = WS-OPT-SWITCH-NAME (WS-OPT-IX)
003306             MOVE 'Y'        TO WS-OPT-SWITCH (WS-OPT-IX)
003307         END-IF
003308     END-PERFORM.
003309 2170-SCAN-OPTION-TOKEN-EXIT.
003310     EXIT.
003320*
003330 2200-EXTRACT-CLASS-ID.
005300         THRU 2920-FLUSH-ONE-EXPANSION-EXIT
005310         VARYING WS-EXP-IX FROM 1 BY 1
005320         UNTIL WS-EXP-IX > WS-EXP-COUNT.
005321     PERFORM 2930-FLUSH-OPTIONS THRU 2930-FLUSH-OPTIONS-EXIT.
005322     PERFORM 2960-PURGE-STALE-RECORDS
005324         THRU 2960-PURGE-STALE-RECORDS-EXIT.
005330     MOVE SPACES             TO WS-CURRENT-PROGRAM
005360                                CS1-DC-PATH-LIST.
005370     SET CS1-HERDA-BRANCH-NOT-TAKEN TO TRUE.
005380     SET WS-HERDA-PENDING-NO TO TRUE.
005385     MOVE 'N'                TO WS-OPT-CAPTURED-SW.
005390     MOVE SPACES             TO WS-HERDA-HINT-SW.
005400     MOVE ZERO               TO WS-EXP-COUNT
005410                                WS-PHYS-NUM WS-LOGICAL-NUM
005570     MOVE WS-TBL-EXP-NEST (WS-EXP-IDX)
005580         TO CS1-PREP-NEST-LEVEL.
005590     PERFORM 2950-WRITE-REPOSITORY
005591         THRU 2950-WRITE-REPOSITORY-EXIT.
005592 2920-FLUSH-ONE-EXPANSION-EXIT.
005593     EXIT.
005594*
005595 2930-FLUSH-OPTIONS.
005596*    A MODULE WHOSE HEADER CARRIED NO OPTIONS LINE GETS NO OPT
005597*    RECORD, AND ONE LEFT BY AN EARLIER RUN TONIGHT IS REMOVED
005598*    SO CS130 NEVER RECONCILES AGAINST A STALE SWITCH SET.
005599     MOVE SPACES             TO CS127-REP-REC.
005600     MOVE WS-TODAY-SWEEP-ID  TO CS1-PREP-SWEEP-ID.
005601     MOVE WS-CURRENT-PROGRAM TO CS1-PREP-MODULE.
005602     MOVE 9999               TO CS1-PREP-SEQ-NO.
005603     IF NOT WS-OPT-CAPTURED-YES
005604         DELETE CS127-REP-FILE RECORD
005605             INVALID KEY
005606                 CONTINUE
005607         END-DELETE
005608         GO TO 2930-FLUSH-OPTIONS-EXIT
005609     END-IF.
005610     MOVE 'OPT'              TO CS1-PREP-REC-TYPE.
005611     MOVE WS-OPT-SWITCHES    TO CS1-PREP-OPT-SWITCHES.
005612     MOVE WS-OPT-WOP-SW      TO CS1-PREP-OPT-WOP-SW.
005613     MOVE WS-OPT-WOP-LIST    TO CS1-PREP-OPT-WOP-LIST.
005614     MOVE WS-OPT-TEXT        TO CS1-PREP-OPT-TEXT.
005615     PERFORM 2950-WRITE-REPOSITORY
005616         THRU 2950-WRITE-REPOSITORY-EXIT.
005617     ADD 1                   TO WS-OPTIONS-COUNT.
005618 2930-FLUSH-OPTIONS-EXIT.
005620     EXIT.
005630*
005640 2950-WRITE-REPOSITORY.
005788     DISPLAY 'CS127 - REPOSITORY RECORDS WRITTEN: '
005789         WS-RECORD-COUNT.
005791     DISPLAY 'CS127 - STALE RECORDS PURGED: ' WS-PURGED-COUNT.
005805     DISPLAY 'CS127 - OPTIONS LINES PARSED: ' WS-OPTIONS-COUNT.
005820 8000-FINISH-EXIT.
005830     EXIT.
005840*
