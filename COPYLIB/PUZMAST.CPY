000141*                     A BOOKLET ISSUE.  A NON-BLANK ISSUE ID
000142*                     MEANS THE PUZZLE IS SPOKEN FOR AND MUST
000143*                     NEVER BE PICKED FOR A SECOND ISSUE.
000144*    2026-10-15 MKC   ADDED PUZ-MST-SUSPECT, SET BY SUDOKUCACHE
000145*                     WHEN A PUBLISHED PUZZLE'S CACHED ANSWER
000146*                     FAILS VERIFICATION.
000147*    2026-10-15 MKC   ADDED PUZ-MST-VARIANT, ONE BYTE AT THE END
000148*                     (C CLASSIC, X X-SUDOKU, BLANK = CLASSIC).
000149******************************************************************
000150 01  PUZ-MASTER-RECORD.
000160     05  PUZ-MST-ID              PIC X(10).
000170     05  PUZ-MST-STATUS          PIC X(09).
000212         88  PUZ-MST-TIMEOUT             VALUE 'TIMEOUT'.
000214         88  PUZ-MST-UNSOLVED            VALUE 'UNSOLVED'.
000216         88  PUZ-MST-INVALID             VALUE 'INVALID'.
000218         88  PUZ-MST-SUSPECT             VALUE 'SUSPECT'.
000220     05  PUZ-MST-DATE-ADDED      PIC X(08).
000230     05  PUZ-MST-DATE-SOLVED     PIC X(08).
000240     05  PUZ-MST-CELL OCCURS 81 TIMES PIC 9.
000250     05  PUZ-MST-ISSUE-ID        PIC X(08).
000260     05  PUZ-MST-DATE-ASSIGNED   PIC X(08).
000270     05  PUZ-MST-VARIANT         PIC X(01).
000280         88  PUZ-MST-CLASSIC             VALUE 'C' ' '.
000290         88  PUZ-MST-DIAGONAL            VALUE 'X'.
