000130*    MODIFICATION HISTORY
000140*    DATE       INIT  DESCRIPTION
000150*    2026-09-02 MKC   ORIGINAL SHARED COPYBOOK.
000151*    2026-10-07 MKC   ADDED SUD-HMN-TRACE-FIELDS.  A PROGRAM THAT
000152*                     SETS SUD-HMN-TRACE-SW TO Y BEFORE 5500-RATE-
000153*                     HUMAN GETS BACK THE RATER'S SOLVING PATH --
000154*                     ONE STEP PER PLACEMENT WITH ITS TECHNIQUE,
000155*                     AND THE CANDIDATES NAKED PAIRS ELIMINATED
000156*                     AHEAD OF IT.  THE SWITCH DEFAULTS TO N.
000157*    2026-10-15 MKC   ADDED SUD-HMN-UNIT-TYPES -- 3 FOR A CLASSIC
000158*                     GRID, 4 WHEN THE TWO DIAGONALS OF AN
000159*                     X-SUDOKU GRID ARE UNITS TOO.
000160******************************************************************
000170 01  SUD-HUMAN-FIELDS.
000180     05  SUD-HUMAN-GRADE         PIC X(08) VALUE SPACES.
000380     05  SUD-HMN-HIT-FLAT        PIC 9(02) COMP.
000390     05  SUD-HMN-HIT-COUNT       PIC 9(02) COMP.
000400     05  SUD-HMN-UNIT-TYPE       PIC 9(01) COMP.
000402     05  SUD-HMN-UNIT-TYPES      PIC 9(01) COMP VALUE 3.
000410     05  SUD-HMN-UNIT-NUM        PIC 9(02) COMP.
000420     05  SUD-HMN-UNIT-POS        PIC 9(02) COMP.
000430     05  SUD-HMN-MAP-FLAT        PIC 9(02) COMP.
000580         10  SUD-HMN-CAND-COUNT  PIC 9(02) COMP.
000590         10  SUD-HMN-CAND-SET.
000600             15  SUD-HMN-CAND-FLAG OCCURS 9 TIMES PIC X(01).
000610
000620*    SUD-HMN-TECH IS THE TECHNIQUE OF THE SCAN IN PROGRESS:
000630*        1 -- NAKED SINGLE
000640*        2 -- HIDDEN SINGLE
000650*        3 -- NAKED SINGLE FOUND AFTER NAKED-PAIR ELIMINATIONS
000660*        4 -- HIDDEN SINGLE FOUND AFTER NAKED-PAIR ELIMINATIONS
000670*    EACH ELIMINATION ENTRY IS TAGGED WITH THE STEP IT LED TO.
000680*    ELIMINATIONS THAT LED TO NO PLACEMENT (THE RATER WAS STUCK)
000690*    CARRY A STEP NUMBER ONE PAST SUD-HMN-STEP-USED.
000700 01  SUD-HMN-TRACE-FIELDS.
000710     05  SUD-HMN-TRACE-SW        PIC X(01) VALUE 'N'.
000720         88  SUD-HMN-TRACE-ON            VALUE 'Y'.
000730     05  SUD-HMN-TECH            PIC 9(01) COMP.
000740     05  SUD-HMN-STEP-USED       PIC 9(02) COMP VALUE 0.
000750     05  SUD-HMN-ELIM-USED       PIC 9(04) COMP VALUE 0.
000760     05  SUD-HMN-ELIM-OVERFLOW   PIC 9(08) COMP VALUE 0.
000770     05  SUD-HMN-STEP-ENTRY OCCURS 81 TIMES.
000780         10  SUD-HMN-STEP-TECH   PIC 9(01).
000790         10  SUD-HMN-STEP-ROW    PIC 9(01).
000800         10  SUD-HMN-STEP-COL    PIC 9(01).
000810         10  SUD-HMN-STEP-VAL    PIC 9(01).
000820     05  SUD-HMN-ELIM-ENTRY OCCURS 1000 TIMES.
000830         10  SUD-HMN-ELIM-STEP   PIC 9(02).
000840         10  SUD-HMN-ELIM-ROW    PIC 9(01).
000850         10  SUD-HMN-ELIM-COL    PIC 9(01).
000860         10  SUD-HMN-ELIM-VAL    PIC 9(01).
