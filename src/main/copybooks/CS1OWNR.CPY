000010*****************************************************************
000020*                                                                *
000030*    CS1OWNR.CPY                                                 *
000040*                                                                *
000050*    RECORD LAYOUT OF THE OWNERSHIP REGISTRY (CS134OWN), ONE     *
000060*    RECORD PER SOURCE MEMBER OR CATALOG COPYBOOK, NAMING THE    *
000070*    TEAM THAT OWNS IT AND THE CONTACT WHO TAKES ITS PROBLEMS.   *
000080*    THE REGISTRY IS MAINTAINED ONLY THROUGH CS134 ADD/CHANGE/   *
000090*    DELETE TRANSACTIONS, WHICH STAMP THE CHANGED-BY AND         *
000100*    CHANGED-DATE FIELDS; CS135 READS IT TO SPLIT THE NIGHT'S    *
000110*    EXCEPTIONS BY TEAM.  A MEMBER AND A COPYBOOK MAY SHARE A    *
000120*    NAME, SO THE KEY IS THE NAME PLUS THE ITEM TYPE.            *
000130*                                                                *
000140*    MODIFICATION HISTORY                                        *
000150*    ----------------------                                      *
000160*    DATE       INIT DESCRIPTION                                 *
000170*    ---------- ---- ------------------------------------------- *
000180*    2026-10-15 JRC  ORIGINAL COPYBOOK.                          *
000190*                                                                *
000200*****************************************************************
000210     05  CS1-OWNR-ITEM-NAME          PIC X(08).
000220     05  CS1-OWNR-ITEM-TYPE          PIC X(01).
000230         88  CS1-OWNR-IS-MEMBER          VALUE 'M'.
000240         88  CS1-OWNR-IS-COPYBOOK        VALUE 'C'.
000250     05  CS1-OWNR-TEAM               PIC X(08).
000260     05  CS1-OWNR-CONTACT            PIC X(30).
000270     05  CS1-OWNR-CHANGED-BY         PIC X(08).
000280     05  CS1-OWNR-CHANGED-DATE       PIC X(08).
000290     05  FILLER                      PIC X(17).
