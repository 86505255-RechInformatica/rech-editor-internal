000010*****************************************************************
000020*                                                                *
000030*    CS1CTRE.CPY                                                 *
000040*                                                                *
000050*    RECORD LAYOUT OF THE CLASS INHERITANCE TREE FILE WRITTEN    *
000060*    BY CS105.  ONE RECORD PER INVENTORIED MEMBER THAT DECLARES  *
000070*    A CLASS-ID, CARRYING THE CLASS ITS INHERITS FROM CLAUSE     *
000080*    NAMES AND, RESOLVED AGAINST THE REST OF THE INVENTORY, THE  *
000090*    MEMBER (AND LIBRARY) THAT DECLARES THAT PARENT CLASS, THE   *
000100*    MEMBER AT THE TOP OF ITS LINE (ITS ROOT) AND ITS DEPTH      *
000110*    BELOW THAT ROOT.                                            *
000120*    A CLASS WITH NO INHERITS FROM CLAUSE, OR WHOSE PARENT IS    *
000130*    NOT DECLARED ANYWHERE IN THE INVENTORY, IS ITS OWN ROOT AT  *
000140*    DEPTH ZERO.  CS104 COMPILES BY ASCENDING DEPTH SO A PARENT  *
000150*    CLASS IS ALWAYS COMPILED BEFORE ITS SUBCLASSES, AND KEEPS   *
000160*    EACH CLASS FAMILY IN ONE STREAM THROUGH THE ROOT MEMBER.    *
000170*                                                                *
000180*    MODIFICATION HISTORY                                        *
000190*    ----------------------                                      *
000200*    DATE       INIT DESCRIPTION                                 *
000210*    ---------- ---- ------------------------------------------- *
000220*    2026-10-15 JRC  ORIGINAL COPYBOOK.                          *
000230*                                                                *
000240*****************************************************************
000250     05  CS1-CTRE-MEMBER-NAME        PIC X(08).
000260     05  CS1-CTRE-LIBRARY-DIR        PIC X(60).
000270     05  CS1-CTRE-CLASS-ID           PIC X(08).
000280     05  CS1-CTRE-INHERITS-FROM      PIC X(08).
000290     05  CS1-CTRE-PARENT-MEMBER      PIC X(08).
000300     05  CS1-CTRE-PARENT-LIBRARY     PIC X(60).
000310     05  CS1-CTRE-ROOT-MEMBER        PIC X(08).
000320     05  CS1-CTRE-DEPTH              PIC 9(02).
000330     05  CS1-CTRE-HERDA-SW           PIC X(01).
000340         88  CS1-CTRE-HERDA-TAKEN        VALUE 'Y'.
000350         88  CS1-CTRE-HERDA-NOT-TAKEN    VALUE 'N'.
000360     05  FILLER                      PIC X(17).
