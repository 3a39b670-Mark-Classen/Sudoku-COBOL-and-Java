000174*                     RUNAWAY-SOLVER GUARD STOPPED THE COUNT, A
000175*                     COUNT OF ONE PROVES NOTHING AND THE CELL
000176*                     IS PUT BACK.
000177*    2026-10-15 MKC   GENERATES IN WHATEVER SUD-VARIANT THE CALLER
000178*                     SET.  THE FILL AND THE UNIQUENESS PROOF GO
000179*                     THROUGH THE SOLVER, WHICH HONOURS DIAGONALS.
000180******************************************************************
000190 6000-GENERATE-PUZZLE.
000200     MOVE ZEROES TO SUD-GRID
