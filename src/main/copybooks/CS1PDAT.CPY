000010*****************************************************************
000020*                                                                *
000030*    CS1PDAT.CPY                                                 *
000040*                                                                *
000050*    RECORD LAYOUT OF THE PROCESSING-DATE CONTROL FILE (CS1PDAT) *
000060*    SHARED BY EVERY STEP OF THE CS1 SUITE.  THE FILE HOLDS ONE  *
000070*    RECORD.  CS131 OPENS THE NIGHT - STAMPING THE BUSINESS DATE *
000080*    AND SWEEP-ID THE WHOLE NIGHT RUNS UNDER - AND CS132 CLOSES  *
000090*    IT, ADVANCING THE DATE FOR THE NEXT NIGHT.  APART FROM      *
000100*    CS131, CS132 AND THE CS133 DATE SERVICE ITSELF, NO STEP     *
000110*    READS THE FILE: EACH ASKS CS133, SO A NIGHT THAT RUNS PAST  *
000115*    MIDNIGHT OR IS RESTARTED NEXT MORNING STILL AGREES WITH     *
000120*    ITSELF ABOUT WHICH NIGHT IT IS.                             *
000130*    WHEN THE OPERATOR OPENS A RERUN OF A PRIOR NIGHT, THE DATE  *
000140*    THE REGULAR SCHEDULE HAD REACHED IS KEPT IN                 *
000150*    CS1-PDAT-RESUME-DATE SO CS132 CAN PUT IT BACK AT CLOSE.     *
000160*                                                                *
000170*    MODIFICATION HISTORY                                        *
000180*    ----------------------                                      *
000190*    DATE       INIT DESCRIPTION                                 *
000200*    ---------- ---- ------------------------------------------- *
000210*    2026-10-15 JRC  ORIGINAL COPYBOOK.                          *
000220*                                                                *
000230*****************************************************************
000240     05  CS1-PDAT-PROCESS-DATE       PIC X(08).
000250     05  CS1-PDAT-SWEEP-ID           PIC X(08).
000260     05  CS1-PDAT-STATUS             PIC X(01).
000270         88  CS1-PDAT-NIGHT-OPEN         VALUE 'O'.
000280         88  CS1-PDAT-NIGHT-CLOSED       VALUE 'C'.
000290     05  CS1-PDAT-OPENED-STAMP       PIC X(14).
000300     05  CS1-PDAT-CLOSED-STAMP       PIC X(14).
000310     05  CS1-PDAT-RERUN-SW           PIC X(01).
000320         88  CS1-PDAT-RERUN              VALUE 'Y'.
000330     05  CS1-PDAT-RESUME-DATE        PIC X(08).
000340     05  CS1-PDAT-OPERATOR           PIC X(08).
000350     05  FILLER                      PIC X(18).
