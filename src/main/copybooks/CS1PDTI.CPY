000010*****************************************************************
000020*                                                                *
000030*    CS1PDTI.CPY                                                 *
000040*                                                                *
000050*    INTERFACE PASSED TO THE CS133 PROCESSING-DATE SERVICE BY A  *
000060*    CALLING STEP.  SHARED BY CS133 ITSELF (WHICH DECLARES IT IN *
000070*    THE LINKAGE SECTION) AND BY EVERY STEP THAT CALLS IT, THE   *
000080*    SAME ARRANGEMENT CS1RLGI.CPY PROVIDES FOR CS122.  THE       *
000090*    CALLER PASSES NOTHING IN; CS133 RETURNS THE SWEEP-ID AND    *
000100*    BUSINESS DATE OF THE NIGHT NOW OPEN, WHEN IT WAS OPENED,    *
000110*    WHETHER IT IS AN OPERATOR RERUN OF A PRIOR NIGHT, AND       *
000120*    WHERE THE DATE CAME FROM - THE CONTROL RECORD, OR THE       *
000130*    SYSTEM CLOCK WHEN NO NIGHT IS OPEN.                         *
000140*                                                                *
000150*    MODIFICATION HISTORY                                        *
000160*    ----------------------                                      *
000170*    DATE       INIT DESCRIPTION                                 *
000180*    ---------- ---- ------------------------------------------- *
000190*    2026-10-15 JRC  ORIGINAL COPYBOOK.                          *
000200*                                                                *
000210*****************************************************************
000220     05  LK-PDAT-SWEEP-ID            PIC X(08).
000230     05  LK-PDAT-PROCESS-DATE        PIC X(08).
000240     05  LK-PDAT-OPENED-STAMP        PIC X(14).
000250     05  LK-PDAT-RERUN-SW            PIC X(01).
000260         88  LK-PDAT-RERUN               VALUE 'Y'.
000270     05  LK-PDAT-SOURCE              PIC X(01).
000280         88  LK-PDAT-FROM-CONTROL        VALUE 'C'.
000290         88  LK-PDAT-FROM-CLOCK          VALUE 'K'.
