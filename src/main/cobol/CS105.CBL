000230*    ---------- ---- -------------------------------------------*
000240*    2026-08-09 JRC  ORIGINAL PROGRAM.                          *
000244*    2026-09-02 JRC  START AND END NOW STAMPED ON THE            *
000245*                    COMMON RUN LOG VIA THE CS122                *
000246*                    STAMPER.                                    *
000247*    2026-10-15 JRC  THE RESOLVED TREE IS NOW ALSO WRITTEN TO    *
000248*                    CS105TRE (CS1CTRE.CPY) WITH PARENT, ROOT    *
000249*                    AND DEPTH FOR THE PARENT-FIRST CS104 SWEEP. *
000250*    2026-10-15 JRC  A PARENT CLASS DECLARED IN BOTH LIBRARIES   *
000251*                    IS NOW LINKED TO THE COPY IN THE CHILD'S    *
000252*                    OWN LIBRARY, ELSE THE FIRST IN -DC= SEARCH  *
000253*                    ORDER, NOT THE FIRST IN INVENTORY ORDER.    *
000256*                                                                *
000260*****************************************************************
000270 ENVIRONMENT                 DIVISION.
000420                             ORGANIZATION IS LINE SEQUENTIAL
000430                             FILE STATUS IS WS-RPT-STATUS.
000440
000442     SELECT CS105-TRE-FILE   ASSIGN TO CS105TRE
000444                             ORGANIZATION IS LINE SEQUENTIAL
000446                             FILE STATUS IS WS-TRE-STATUS.
000448
000450 DATA                        DIVISION.
000460 FILE                        SECTION.
000470 FD  CS105-MBRS-FILE
000570     RECORDING MODE IS F.
000580 01  CS105-RPT-REC           PIC X(100).
000590
000591 FD  CS105-TRE-FILE
000592     RECORDING MODE IS F.
000593 01  CS105-TRE-REC.
000594     COPY CS1CTRE.
000595
000600 WORKING-STORAGE             SECTION.
000610 COPY CS1DHDR.
000620*
000670         88  WS-SRC-OK           VALUE '00'.
000680     05  WS-RPT-STATUS       PIC X(02)      VALUE SPACES.
000690         88  WS-RPT-OK           VALUE '00'.
000693     05  WS-TRE-STATUS       PIC X(02)      VALUE SPACES.
000696         88  WS-TRE-OK           VALUE '00'.
000700     05  WS-MBRS-EOF-SW      PIC X(01)      VALUE 'N'.
000710         88  WS-MBRS-EOF-YES     VALUE 'Y'.
000720     05  WS-SRC-EOF-SW       PIC X(01)      VALUE 'N'.
000772 01  WS-PAD-LEN              PIC 9(03)      COMP   VALUE ZERO.
000773 01  WS-NAME-START           PIC 9(03)      COMP   VALUE ZERO.
000774 01  WS-NAME-LEN             PIC 9(03)      COMP   VALUE ZERO.
000775*
000776*    EVERY CLASS FOUND IS HELD HERE UNTIL THE INVENTORY IS DONE,
000777*    SINCE A PARENT CAN SIT ANYWHERE IN IT - AFTER ITS CHILDREN
000778*    AS EASILY AS BEFORE.  THE PARENT LINK IS THE TABLE INDEX OF
000779*    THE ENTRY DECLARING THE CLASS THE INHERITS CLAUSE NAMES.
000780 01  WS-CLS-TABLE-COUNTERS.
000781     05  WS-CLS-COUNT        PIC 9(04)      COMP   VALUE ZERO.
000782     05  WS-CLS-IX           PIC 9(04)      COMP   VALUE ZERO.
000783     05  WS-PAR-IX           PIC 9(04)      COMP   VALUE ZERO.
000784     05  WS-CLIMB-IX         PIC 9(04)      COMP   VALUE ZERO.
000785     05  WS-CLIMB-DEPTH      PIC 9(02)      COMP   VALUE ZERO.
000786     05  WS-MAX-DEPTH        PIC 9(02)      COMP   VALUE 20.
000787     05  WS-MAX-CLS          PIC 9(04)      COMP   VALUE 500.
000788     05  WS-TREE-WRITE-COUNT PIC 9(04)      COMP   VALUE ZERO.
000789*
000790 01  WS-CLS-TABLE.
000791     05  WS-CLS-ENTRY        OCCURS 500 TIMES
000792                             INDEXED BY WS-CLS-IDX.
000793         10  WS-TBL-CLS-MEMBER       PIC X(08).
000794         10  WS-TBL-CLS-LIBRARY      PIC X(60).
000795         10  WS-TBL-CLS-CLASS-ID     PIC X(08).
000796         10  WS-TBL-CLS-INHERITS     PIC X(08).
000797         10  WS-TBL-CLS-HERDA-SW     PIC X(01).
000798         10  WS-TBL-CLS-PARENT-IX    PIC 9(04)      COMP.
000799*
000800*    THE TWO SOURCE LIBRARIES IN -DC= SEARCH ORDER, AS CS126 AND
000801*    CS128 HOLD THEM: A PARENT NOT IN THE CHILD'S OWN LIBRARY IS
000802*    THE COPY THE PREPROCESSOR FINDS FIRST.
000803 01  WS-LIB-TABLE.
000804     05  FILLER              PIC X(60) VALUE
000805         'F:\SIGER\WC\DES\CASSEL\FON'.
000806     05  FILLER              PIC X(60) VALUE 'F:\FONTES'.
000807 01  WS-LIB-TABLE-R REDEFINES WS-LIB-TABLE.
000808     05  WS-LIB-DIR          PIC X(60)      OCCURS 2 TIMES.
000809 01  WS-LIB-IX               PIC 9(01)      COMP   VALUE ZERO.
000810 01  WS-FIND-LIBRARY         PIC X(60)      VALUE SPACES.
000811*
000812 01  WS-HEADING-1            PIC X(70)      VALUE
000813     'CS105 - CLASS-ID INHERITANCE CROSS-REFERENCE'.
000814 01  WS-HEADING-2.
000820     05  FILLER              PIC X(10) VALUE 'MODULE'.
000830     05  FILLER              PIC X(10) VALUE 'CLASS-ID'.
000840     05  FILLER              PIC X(10) VALUE 'HERDA'.
001840     MOVE CS1-CLASS-ID-NAME  TO DL-CLASS-ID.
001850     IF CS1-HERDA-BRANCH-TAKEN
001860         MOVE 'YES'          TO DL-HERDA
001861     ELSE
001862         MOVE 'NO'           TO DL-HERDA
001863     END-IF.
001864     IF CS1-INHERITS-FROM = SPACES
001865         MOVE '(ROOT)'       TO DL-INHERITS
001866     ELSE
001867         MOVE CS1-INHERITS-FROM TO DL-INHERITS
001868     END-IF.
001869     MOVE WS-DETAIL-LINE     TO CS105-RPT-REC.
001870     WRITE CS105-RPT-REC.
001871     PERFORM 2950-ADD-CLASS-ENTRY THRU 2950-ADD-CLASS-ENTRY-EXIT.
001872 2900-WRITE-DETAIL-EXIT.
001873     EXIT.
001874*
001875 2950-ADD-CLASS-ENTRY.
001876     IF WS-CLS-COUNT < WS-MAX-CLS
001877         ADD 1               TO WS-CLS-COUNT
001878         SET WS-CLS-IDX      TO WS-CLS-COUNT
001879         MOVE WS-CURRENT-MEMBER
001880                             TO WS-TBL-CLS-MEMBER (WS-CLS-IDX)
001881         MOVE CS1-MBRS-LIBRARY-DIR
001882                             TO WS-TBL-CLS-LIBRARY (WS-CLS-IDX)
001883         MOVE CS1-CLASS-ID-NAME
001884                             TO WS-TBL-CLS-CLASS-ID (WS-CLS-IDX)
001885         MOVE CS1-INHERITS-FROM
001886                             TO WS-TBL-CLS-INHERITS (WS-CLS-IDX)
001887         MOVE CS1-HERDA-CLASSE-SW
001888                             TO WS-TBL-CLS-HERDA-SW (WS-CLS-IDX)
001889         MOVE ZERO           TO WS-TBL-CLS-PARENT-IX (WS-CLS-IDX)
001890     ELSE
001891         DISPLAY 'CS105 - CLASS TABLE FULL, RECORD DROPPED: '
001892             WS-CURRENT-MEMBER
001893     END-IF.
001894 2950-ADD-CLASS-ENTRY-EXIT.
001895     EXIT.
001896*
001897 3000-WRITE-TREE.
001898*    THE TREE FILE IS REWRITTEN WHOLE EACH RUN: LINK EVERY CLASS
001899*    TO ITS PARENT FIRST, THEN CLIMB FROM EACH ONE TO ITS ROOT.
001900     OPEN OUTPUT CS105-TRE-FILE.
001901     IF NOT WS-TRE-OK
001902         DISPLAY 'CS105 - CANNOT OPEN CLASS TREE FILE, TREE NOT '
001903             'WRITTEN'
001904         GO TO 3000-WRITE-TREE-EXIT
001905     END-IF.
001906     PERFORM 3100-LINK-PARENT THRU 3100-LINK-PARENT-EXIT
001907         VARYING WS-CLS-IX FROM 1 BY 1
001908         UNTIL WS-CLS-IX > WS-CLS-COUNT.
001909     PERFORM 3200-WRITE-TREE-REC THRU 3200-WRITE-TREE-REC-EXIT
001910         VARYING WS-CLS-IX FROM 1 BY 1
001911         UNTIL WS-CLS-IX > WS-CLS-COUNT.
001912     CLOSE CS105-TRE-FILE.
001913     DISPLAY 'CS105 - CLASS TREE RECORDS WRITTEN: '
001914         WS-TREE-WRITE-COUNT.
001915 3000-WRITE-TREE-EXIT.
001916     EXIT.
001917*
001918 3100-LINK-PARENT.
001919*    A PARENT CLASS NOT DECLARED ANYWHERE IN THE INVENTORY LEAVES
001920*    THE LINK AT ZERO: THE CLASS IS TREATED AS A ROOT.
001921*    A PARENT DECLARED IN BOTH LIBRARIES IS THE COPY IN THE
001922*    CHILD'S OWN LIBRARY, ELSE THE FIRST ONE IN -DC= SEARCH
001923*    ORDER - THE COPY THE PREPROCESSOR RESOLVES - SO THE TREE
001924*    NAMES THE SAME COPY THE LIBRARY-QUALIFIED CHECKPOINT DOES.
001925     IF WS-TBL-CLS-INHERITS (WS-CLS-IX) = SPACES
001926         GO TO 3100-LINK-PARENT-EXIT
001927     END-IF.
001928     MOVE WS-TBL-CLS-LIBRARY (WS-CLS-IX) TO WS-FIND-LIBRARY.
001929     PERFORM 3150-FIND-PARENT THRU 3150-FIND-PARENT-EXIT.
001930     PERFORM VARYING WS-LIB-IX FROM 1 BY 1
001931             UNTIL WS-LIB-IX > 2
001932                OR WS-TBL-CLS-PARENT-IX (WS-CLS-IX) > ZERO
001933         MOVE WS-LIB-DIR (WS-LIB-IX) TO WS-FIND-LIBRARY
001934         PERFORM 3150-FIND-PARENT THRU 3150-FIND-PARENT-EXIT
001935     END-PERFORM.
001936 3100-LINK-PARENT-EXIT.
001937     EXIT.
001938*
001939 3150-FIND-PARENT.
001940     PERFORM VARYING WS-PAR-IX FROM 1 BY 1
001941             UNTIL WS-PAR-IX > WS-CLS-COUNT
001942                OR WS-TBL-CLS-PARENT-IX (WS-CLS-IX) > ZERO
001943         IF WS-TBL-CLS-CLASS-ID (WS-PAR-IX)
001944                 = WS-TBL-CLS-INHERITS (WS-CLS-IX)
001945                 AND WS-TBL-CLS-LIBRARY (WS-PAR-IX)
001946                 = WS-FIND-LIBRARY
001947                 AND WS-PAR-IX NOT = WS-CLS-IX
001948             MOVE WS-PAR-IX  TO WS-TBL-CLS-PARENT-IX (WS-CLS-IX)
001949         END-IF
001950     END-PERFORM.
001951 3150-FIND-PARENT-EXIT.
001952     EXIT.
001953*
001954 3200-WRITE-TREE-REC.
001955*    THE CLIMB STOPS AT WS-MAX-DEPTH SO A CIRCULAR INHERITS CHAIN
001956*    CANNOT LOOP; THE CLASS IS STILL WRITTEN, AT THAT DEPTH.
001957     MOVE WS-CLS-IX          TO WS-CLIMB-IX.
001958     MOVE ZERO               TO WS-CLIMB-DEPTH.
001959     PERFORM 3250-CLIMB-ONE THRU 3250-CLIMB-ONE-EXIT
001960         UNTIL WS-TBL-CLS-PARENT-IX (WS-CLIMB-IX) = ZERO
001961            OR WS-CLIMB-DEPTH NOT < WS-MAX-DEPTH.
001962     IF WS-TBL-CLS-PARENT-IX (WS-CLIMB-IX) > ZERO
001963         DISPLAY 'CS105 - INHERITANCE CHAIN TOO DEEP OR CIRCULAR '
001964             'AT CLASS: ' WS-TBL-CLS-CLASS-ID (WS-CLS-IX)
001965     END-IF.
001966     MOVE SPACES             TO CS105-TRE-REC.
001967     MOVE WS-TBL-CLS-MEMBER (WS-CLS-IX)  TO CS1-CTRE-MEMBER-NAME.
001968     MOVE WS-TBL-CLS-LIBRARY (WS-CLS-IX) TO CS1-CTRE-LIBRARY-DIR.
001969     MOVE WS-TBL-CLS-CLASS-ID (WS-CLS-IX)
001970                             TO CS1-CTRE-CLASS-ID.
001971     MOVE WS-TBL-CLS-INHERITS (WS-CLS-IX)
001972                             TO CS1-CTRE-INHERITS-FROM.
001973     IF WS-TBL-CLS-PARENT-IX (WS-CLS-IX) > ZERO
001974         MOVE WS-TBL-CLS-PARENT-IX (WS-CLS-IX) TO WS-PAR-IX
001975         MOVE WS-TBL-CLS-MEMBER (WS-PAR-IX)
001976                             TO CS1-CTRE-PARENT-MEMBER
001977         MOVE WS-TBL-CLS-LIBRARY (WS-PAR-IX)
001978                             TO CS1-CTRE-PARENT-LIBRARY
001979     END-IF.
001980     MOVE WS-TBL-CLS-MEMBER (WS-CLIMB-IX)
001981                             TO CS1-CTRE-ROOT-MEMBER.
001982     MOVE WS-CLIMB-DEPTH     TO CS1-CTRE-DEPTH.
001983     MOVE WS-TBL-CLS-HERDA-SW (WS-CLS-IX)
001984                             TO CS1-CTRE-HERDA-SW.
001985     WRITE CS105-TRE-REC.
001986     ADD 1                   TO WS-TREE-WRITE-COUNT.
001987 3200-WRITE-TREE-REC-EXIT.
001988     EXIT.
001989*
001990 3250-CLIMB-ONE.
001991     MOVE WS-TBL-CLS-PARENT-IX (WS-CLIMB-IX) TO WS-CLIMB-IX.
001992     ADD 1                   TO WS-CLIMB-DEPTH.
001993 3250-CLIMB-ONE-EXIT.
001994     EXIT.
001995*
002000 8000-FINISH.
002005     PERFORM 3000-WRITE-TREE THRU 3000-WRITE-TREE-EXIT.
002010     CLOSE CS105-MBRS-FILE CS105-RPT-FILE.
002020 8000-FINISH-EXIT.
002030     EXIT.
