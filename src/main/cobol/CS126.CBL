000294*                    -DC= CATALOG COPYBOOKS; THOSE RECORDS ARE  *
000296*                    SKIPPED HERE - BOTH SECTIONS OF THIS       *
000297*                    REPORT ARE ABOUT SOURCE MEMBERS ONLY.      *
000298*    2026-10-15 JRC  THE HISTORY KEY NOW CARRIES THE LIBRARY:   *
000299*                    EACH COPY OF A SHADOWED NAME IS AGED BY    *
000300*                    ITS OWN COMPILES, SO A COPY THE SEARCH     *
000301*                    ORDER NEVER REACHES SHOWS AS A RETIREMENT  *
000302*                    CANDIDATE.  HISTORY CARRIED FORWARD WITH   *
000303*                    NO LIBRARY STILL AGES EVERY COPY.          *
000304*                                                                *
000310*****************************************************************
000320 ENVIRONMENT                 DIVISION.
000330 CONFIGURATION               SECTION.
002960             UNTIL WS-MST-IX > WS-MST-COUNT
002970         IF WS-TBL-MST-MEMBER (WS-MST-IX)
002980                 = CS1-HIST-MEMBER-NAME
002982                 AND (CS1-HIST-SOURCE-DIR = SPACES
002984                   OR CS1-HIST-SOURCE-DIR
002986                         = WS-TBL-MST-DIR (WS-MST-IX))
002990             IF CS1-HIST-SWEEP-ID
003000                     > WS-TBL-MST-LAST-SWP (WS-MST-IX)
003010                 MOVE CS1-HIST-SWEEP-ID
