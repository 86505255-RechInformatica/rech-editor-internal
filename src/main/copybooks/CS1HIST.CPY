000060*    BY CS117.  THE CS104 CHECKPOINT FILE ONLY EVER REFLECTS     *
000070*    THE CURRENT SWEEP - EACH NIGHT REWRITES THE SAME MEMBER     *
000080*    RECORDS - SO CS117 ROLLS EACH NIGHT'S RECORDS IN HERE,      *
000090*    KEYED BY SWEEP-ID, LIBRARY AND MEMBER, WHERE THEY ARE KEPT  *
000100*    FOR GOOD.  THE HISTORY ANSWERS BOTH THE TREND QUESTION (IS  *
000110*    THE SWEEP OUTGROWING THE BATCH WINDOW) AND "WHEN DID        *
000120*    THIS MEMBER LAST COMPILE CLEAN".                           *
000130*                                                                *
000160*    DATE       INIT DESCRIPTION                                *
000170*    ---------- ---- -------------------------------------------*
000180*    2026-08-22 JRC  ORIGINAL COPYBOOK.                         *
000181*    2026-10-15 JRC  STATUS 'B' (BLOCKED BY A FAILED PARENT     *
000182*                    CLASS) CARRIED OVER FROM THE CHECKPOINT.   *
000183*    2026-10-15 JRC  CS1-HIST-SOURCE-DIR ADDED TO THE KEY       *
000184*                    BETWEEN SWEEP-ID AND MEMBER, SO BOTH       *
000185*                    COPIES OF A SHADOWED MEMBER NAME KEEP      *
000186*                    THEIR OWN HISTORY.  THE RECORD GROWS BY    *
000187*                    60 BYTES; THE CS138 CONVERSION CARRIES     *
000188*                    THE OLD FILE FORWARD.                      *
000190*                                                                *
000200*****************************************************************
000210     05  CS1-HIST-KEY.
000220         10  CS1-HIST-SWEEP-ID       PIC X(08).
000225         10  CS1-HIST-SOURCE-DIR     PIC X(60).
000230         10  CS1-HIST-MEMBER-NAME    PIC X(08).
000240     05  CS1-HIST-STREAM-NO          PIC 9(02).
000250     05  CS1-HIST-STATUS             PIC X(01).
000260         88  CS1-HIST-DONE               VALUE 'D'.
000270         88  CS1-HIST-FAILED             VALUE 'F'.
000280         88  CS1-HIST-PENDING            VALUE 'P'.
000285         88  CS1-HIST-BLOCKED            VALUE 'B'.
000290     05  CS1-HIST-COMPLETION-STAMP   PIC X(14).
000300     05  CS1-HIST-RETRY-COUNT        PIC 9(03).
000310     05  CS1-HIST-SWITCHES-APPLIED   PIC X(08).
