000100*                                                                *
000110*    RUNS AT END OF SWEEP, AFTER CS114.  FIRST PASS ROLLS        *
000120*    EVERY RECORD OF THE CS104 CHECKPOINT FILE INTO THE          *
000130*    PERMANENT HISTORY FILE (CS1HIST.CPY, KEYED BY SWEEP-ID,     *
000140*    LIBRARY AND MEMBER); RE-RUNNING THE STEP SIMPLY REWRITES    *
000150*    THE SAME NIGHT'S RECORDS, SO IT IS SAFE TO REPEAT.  SECOND  *
000160*    PASS WALKS THE HISTORY IN KEY ORDER AND REPORTS, FOR THE    *
000170*    LAST N SWEEPS (N FROM THE CS117CTL CARD, DEFAULT 30):       *
000180*    MEMBERS PROCESSED, DONE, FAILED, RETRIES, AND THE NIGHT'S   *
000200*    STAMP - SO THE SWEEP'S GROWTH TOWARD THE BATCH-WINDOW       *
000210*    LIMIT SHOWS MONTHS BEFORE IT BLOWS IT.  "WHEN DID THIS      *
000220*    MEMBER LAST COMPILE CLEAN" IS ANSWERED BY THE HISTORY       *
000230*    FILE ITSELF, KEYED BY SWEEP-ID, LIBRARY AND MEMBER.         *
000240*                                                                *
000250*    MODIFICATION HISTORY                                       *
000260*    ----------------------                                     *
000290*    2026-08-22 JRC  ORIGINAL PROGRAM.                          *
000294*    2026-09-02 JRC  START AND END NOW STAMPED ON THE            *
000298*                    COMMON RUN LOG VIA THE CS122                *
000299*                    STAMPER.                                    *
000300*    2026-10-15 JRC  THE HISTORY KEY NOW CARRIES THE MEMBER'S    *
000301*                    LIBRARY, TAKEN FROM THE CHECKPOINT'S        *
000302*                    LIBRARY-QUALIFIED KEY, SO BOTH COPIES OF A  *
000303*                    SHADOWED NAME ARE ARCHIVED SEPARATELY.      *
000306*                                                                *
000310*****************************************************************
000320 ENVIRONMENT                 DIVISION.
000380     SELECT CS117-CKPT-FILE  ASSIGN TO CS104CKP
000390                             ORGANIZATION IS INDEXED
000400                             ACCESS MODE IS SEQUENTIAL
000410                             RECORD KEY IS CS1-CKPT-KEY
000420                             FILE STATUS IS WS-CKPT-STATUS.
000430
000440     SELECT CS117-HIST-FILE  ASSIGN TO CS117HIS
002090     END-READ.
002100     MOVE SPACES             TO CS117-HIST-REC.
002110     MOVE CS1-CKPT-SWEEP-ID  TO CS1-HIST-SWEEP-ID.
002115     MOVE CS1-CKPT-SOURCE-DIR    TO CS1-HIST-SOURCE-DIR.
002120     MOVE CS1-CKPT-MEMBER-NAME   TO CS1-HIST-MEMBER-NAME.
002130     IF CS1-CKPT-STREAM-NO NUMERIC
002140         MOVE CS1-CKPT-STREAM-NO TO CS1-HIST-STREAM-NO
