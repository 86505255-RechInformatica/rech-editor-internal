000010*****************************************************************
000020*                                                                *
000030*    CS1LAYT.CPY                                                 *
000040*                                                                *
000050*    RECORD LAYOUT OF THE COPYBOOK FIELD-LAYOUT MASTER KEPT BY   *
000060*    CS129.  EVERY COPYBOOK OF THE -DC= DIRECTORY CATALOG IS     *
000070*    PARSED EACH NIGHT INTO ONE HEADER RECORD (FIELD SEQUENCE    *
000080*    ZERO, CARRYING THE COPYBOOK'S RECORD LENGTH) FOLLOWED BY    *
000090*    ONE RECORD PER DATA ITEM IN SOURCE ORDER - LEVEL, NAME,     *
000100*    OFFSET FROM THE START OF ITS RECORD, LENGTH OF ONE          *
000110*    OCCURRENCE AND OCCURS COUNT.  LEVEL 88 AND 66 ENTRIES       *
000120*    TAKE NO STORAGE AND ARE NOT CARRIED.  THE PRIOR NIGHT'S     *
000130*    FILE IS THE PRIOR GENERATION CS129 COMPARES AGAINST;        *
000140*    RECORDS OF ONE COPYBOOK ARE ALWAYS CONTIGUOUS.              *
000150*                                                                *
000160*    MODIFICATION HISTORY                                        *
000170*    ----------------------                                      *
000180*    DATE       INIT DESCRIPTION                                 *
000190*    ---------- ---- ------------------------------------------- *
000200*    2026-10-15 JRC  ORIGINAL COPYBOOK.                          *
000210*                                                                *
000220*****************************************************************
000230     05  CS1-LAYT-COPYBOOK-NAME      PIC X(08).
000240     05  CS1-LAYT-DIRECTORY          PIC X(60).
000250     05  CS1-LAYT-FIELD-SEQ          PIC 9(04).
000260         88  CS1-LAYT-IS-HEADER          VALUE ZERO.
000270     05  CS1-LAYT-LEVEL              PIC 9(02).
000280     05  CS1-LAYT-FIELD-NAME         PIC X(30).
000290     05  CS1-LAYT-OFFSET             PIC 9(07).
000300     05  CS1-LAYT-LENGTH             PIC 9(07).
000310     05  CS1-LAYT-OCCURS             PIC 9(04).
000320     05  CS1-LAYT-RECORD-LENGTH      PIC 9(07).
000330     05  FILLER                      PIC X(10).
