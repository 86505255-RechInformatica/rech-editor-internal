000010*****************************************************************
000020*                                                                *
000030*    CS1TKTR.CPY                                                 *
000040*                                                                *
000050*    RECORD LAYOUT OF THE TICKET TRACKING FILE KEPT BY CS137.    *
000060*    ONE RECORD PER MEMBER/ERROR-CODE PAIR THAT HAS A TICKET     *
000070*    RAISED FOR IT IN THE CHANGE-MANAGEMENT SYSTEM.  THE TICKET  *
000080*    REFERENCE IS THE SWEEP-ID THAT OPENED IT PLUS A SEQUENCE    *
000090*    NUMBER; EVERY EXTRACT RECORD FOR THE TICKET CARRIES IT, SO  *
000100*    A REPEAT FAILURE UPDATES THE SAME TICKET INSTEAD OF OPENING *
000110*    ANOTHER.  THE TICKET STAYS OPEN UNTIL THE CS1HIST HISTORY   *
000120*    SHOWS THE MEMBER COMPILED CLEAN AFTER ITS LAST FAILURE; IT  *
000130*    IS THEN MARKED RESOLVED AND DROPPED FROM THE FILE ON THE    *
000140*    NEXT NIGHT'S RUN.                                           *
000150*                                                                *
000160*    MODIFICATION HISTORY                                        *
000170*    ----------------------                                      *
000180*    DATE       INIT DESCRIPTION                                 *
000190*    ---------- ---- ------------------------------------------- *
000200*    2026-10-15 JRC  ORIGINAL COPYBOOK.                          *
000210*                                                                *
000220*****************************************************************
000230     05  CS1-TKTR-TICKET-REF         PIC X(12).
000240     05  CS1-TKTR-MEMBER-NAME        PIC X(08).
000250     05  CS1-TKTR-ERROR-CODE         PIC X(04).
000260     05  CS1-TKTR-LIBRARY-DIR        PIC X(60).
000270     05  CS1-TKTR-STATUS             PIC X(01).
000280         88  CS1-TKTR-OPEN               VALUE 'O'.
000290         88  CS1-TKTR-RESOLVED           VALUE 'R'.
000300     05  CS1-TKTR-OPENED-SWEEP       PIC X(08).
000310     05  CS1-TKTR-LAST-FAIL-SWEEP    PIC X(08).
000320     05  CS1-TKTR-FAIL-COUNT         PIC 9(04).
000330     05  CS1-TKTR-RESOLVED-SWEEP     PIC X(08).
000340     05  CS1-TKTR-FIRST-MESSAGE      PIC X(72).
000350     05  FILLER                      PIC X(15).
