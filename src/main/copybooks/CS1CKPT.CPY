000154*    2026-08-22 JRC  ADDED CS1-CKPT-RETRY-COUNT, BUMPED EACH    *
000155*                    TIME A MEMBER IS RE-ATTEMPTED WITHIN A     *
000156*                    SWEEP, FOR THE CS117 TREND REPORT.         *
000157*    2026-10-15 JRC  NEW STATUS 'B' (BLOCKED): THE MEMBER WAS   *
000158*                    NOT ATTEMPTED BECAUSE A PARENT CLASS IT    *
000159*                    INHERITS FROM FAILED OR WAS ITSELF BLOCKED *
000160*                    IN THE SAME SWEEP.                         *
000161*    2026-10-15 JRC  THE FILE IS NOW KEYED ON CS1-CKPT-KEY,     *
000162*                    THE LIBRARY DIRECTORY PLUS THE MEMBER      *
000163*                    NAME, SO BOTH COPIES OF A MEMBER NAME      *
000164*                    SHADOWED ACROSS THE TWO LIBRARIES KEEP     *
000165*                    THEIR OWN RECORD.  THE RECORD LAYOUT IS    *
000166*                    UNCHANGED; THE CS138 CONVERSION REBUILDS   *
000167*                    A FILE KEYED ON THE MEMBER NAME ALONE.     *
000168*                                                                *
000169*****************************************************************
000180     05  CS1-CKPT-SWEEP-ID           PIC X(08).
000187     05  CS1-CKPT-KEY.
000194         10  CS1-CKPT-SOURCE-DIR     PIC X(60).
000201         10  CS1-CKPT-MEMBER-NAME    PIC X(08).
000210     05  CS1-CKPT-STATUS             PIC X(01).
000220         88  CS1-CKPT-DONE               VALUE 'D'.
000230         88  CS1-CKPT-FAILED             VALUE 'F'.
000240         88  CS1-CKPT-PENDING            VALUE 'P'.
000245         88  CS1-CKPT-BLOCKED            VALUE 'B'.
000250     05  CS1-CKPT-COMPLETION-STAMP   PIC X(14).
000255     05  CS1-CKPT-STREAM-NO          PIC 9(02).
000257     05  CS1-CKPT-SWITCHES-APPLIED   PIC X(08).
