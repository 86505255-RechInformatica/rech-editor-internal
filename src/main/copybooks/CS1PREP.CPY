000240*    DATE       INIT DESCRIPTION                                *
000250*    ---------- ---- -------------------------------------------*
000260*    2026-09-02 JRC  ORIGINAL COPYBOOK.                         *
000262*    2026-10-15 JRC  NEW 'OPT' RECORD (SEQUENCE 9999) CARRYING   *
000264*                    THE SWITCHES ON THE PREPROCESSOR'S          *
000266*                    "OPCOES:" LINE, FOR CS130 TO RECONCILE.     *
000270*                                                                *
000280*****************************************************************
000290     05  CS1-PREP-KEY.
000330     05  CS1-PREP-REC-TYPE           PIC X(03).
000340         88  CS1-PREP-HEADER             VALUE 'HDR'.
000350         88  CS1-PREP-COPY               VALUE 'CPY'.
000355         88  CS1-PREP-OPTIONS            VALUE 'OPT'.
000360     05  CS1-PREP-HDR-FIELDS.
000370         10  CS1-PREP-HERDA-SW       PIC X(01).
000380             88  CS1-PREP-HERDA-TAKEN    VALUE 'Y'.
000450         10  CS1-PREP-LINES-ADDED    PIC 9(05).
000460         10  CS1-PREP-NEST-LEVEL     PIC 9(02).
000470         10  FILLER                  PIC X(242).
000480*    THE OPT RECORD: ONE Y/N BYTE PER SWITCH IN THE CS1OPTR
000490*    ORDER (-CPN -SPN -SCO -MSI -VNP -WAR -WES -CEM), WHETHER A
000500*    -WOP= LIST WAS PASSED AND WHAT IT WAS, AND THE OPTIONS TEXT
000510*    AS THE PREPROCESSOR PRINTED IT.  ITS SEQUENCE IS ALWAYS
000520*    9999, CLEAR OF THE CPY RECORDS' 1..N.
000530     05  CS1-PREP-OPT-FIELDS REDEFINES CS1-PREP-HDR-FIELDS.
000540         10  CS1-PREP-OPT-SWITCHES   PIC X(08).
000550         10  CS1-PREP-OPT-WOP-SW     PIC X(01).
000560             88  CS1-PREP-OPT-WOP-PRESENT    VALUE 'Y'.
000570         10  CS1-PREP-OPT-WOP-LIST   PIC X(60).
000580         10  CS1-PREP-OPT-TEXT       PIC X(188).
000590     05  FILLER                      PIC X(08).
