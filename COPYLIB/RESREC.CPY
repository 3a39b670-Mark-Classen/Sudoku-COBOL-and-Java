000340*                     NOT RUN.  THE MACHINE RATING STAYS IN
000350*                     RES-DIFFICULTY FOR PERFORMANCE ANALYSIS;
000360*                     THE PUBLISHED GRADE IS THE HUMAN ONE.
000362*    2026-10-15 MKC   ADDED RES-VARIANT -- C CLASSIC, X X-SUDOKU
000364*                     -- SO THE BOOKLET, WALKTHROUGH AND WEB FEED
000366*                     KNOW TO TREAT THE DIAGONALS AS UNITS.
000370******************************************************************
000380 01  RES-OUTPUT-RECORD.
000390     05  RES-ID                  PIC X(10).
000540         88  RES-OUTCOME-TIMEOUT         VALUE 'TIMEOUT'.
000550     05  RES-GIVEN-CELL OCCURS 81 TIMES PIC 9.
000560     05  RES-HUMAN-GRADE         PIC X(08).
000570     05  RES-VARIANT             PIC X(01).
000580         88  RES-VARIANT-CLASSIC         VALUE 'C' ' '.
000590         88  RES-VARIANT-DIAGONAL        VALUE 'X'.
