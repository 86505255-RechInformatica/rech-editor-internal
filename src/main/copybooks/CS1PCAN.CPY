000010*****************************************************************
000020*                                                                *
000030*    CS1PCAN.CPY                                                 *
000040*                                                                *
000050*    RECORD LAYOUT OF THE PROMOTION CANDIDATE FILE WRITTEN BY    *
000060*    CS128.  ONE RECORD PER NAME ON THE CS110 CHANGED LIST,      *
000070*    CARRYING THE SWEEP-ID IT WAS JUDGED AGAINST, WHERE THE      *
000080*    MEMBER LIVES, WHETHER IT IS READY FOR PROMOTION OR          *
000090*    BLOCKED, AND ONE Y/N FLAG PER READINESS CHECK THAT          *
000100*    BLOCKED IT.  THE PROMOTION JOB TAKES THE READY RECORDS      *
000110*    AND NOTHING ELSE; THE FLAGS ARE THERE SO IT (OR ANYONE      *
000120*    ELSE) NEVER HAS TO PARSE THE CS128 MANIFEST REPORT.         *
000130*                                                                *
000140*    MODIFICATION HISTORY                                        *
000150*    ----------------------                                      *
000160*    DATE       INIT DESCRIPTION                                 *
000170*    ---------- ---- ------------------------------------------- *
000180*    2026-10-15 JRC  ORIGINAL COPYBOOK.                          *
000190*                                                                *
000200*****************************************************************
000210     05  CS1-PCAN-SWEEP-ID           PIC X(08).
000220     05  CS1-PCAN-MEMBER-NAME        PIC X(08).
000230     05  CS1-PCAN-LIBRARY-DIR        PIC X(60).
000240     05  CS1-PCAN-MEMBER-TYPE        PIC X(01).
000250         88  CS1-PCAN-IS-MEMBER          VALUE 'M'.
000260         88  CS1-PCAN-IS-COPYBOOK        VALUE 'C'.
000270     05  CS1-PCAN-STATUS             PIC X(01).
000280         88  CS1-PCAN-READY              VALUE 'R'.
000290         88  CS1-PCAN-BLOCKED            VALUE 'B'.
000300     05  CS1-PCAN-REASON-FLAGS.
000310         10  CS1-PCAN-NOT-CLEAN-SW   PIC X(01).
000320         10  CS1-PCAN-UNSIGNED-SW    PIC X(01).
000330         10  CS1-PCAN-NOMPRG-SW      PIC X(01).
000340         10  CS1-PCAN-INVOKE-SW      PIC X(01).
000350         10  CS1-PCAN-COPIER-SW      PIC X(01).
000360         10  CS1-PCAN-UNVERIFIED-SW  PIC X(01).
000370     05  CS1-PCAN-UNSIGNED-COUNT     PIC 9(03).
000380     05  CS1-PCAN-INVOKE-COUNT       PIC 9(03).
000390     05  FILLER                      PIC X(10).
