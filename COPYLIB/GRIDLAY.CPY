000106*                     VALIFLDS.CPY -- SOLVGRID.CPY'S BOX-LEGALITY
000107*                     CHECK NEEDS THEM AND MUST NOT DEPEND ON A
000108*                     COPYBOOK THAT IS ONLY ABOUT VALIDATION.
000109*    2026-10-15 MKC   ADDED SUD-VARIANT.  C (OR BLANK) IS A
000110*                     CLASSIC GRID; X IS X-SUDOKU, WHERE BOTH MAIN
000111*                     DIAGONALS MUST ALSO HOLD 1-9.  VALIGRID,
000112*                     SOLVGRID AND HUMNGRID HONOUR THE DIAGONALS
000113*                     WHEN IT IS X.  THE CALLER SETS IT FROM THE
000114*                     PUZZLE RECORD BEFORE VALIDATING OR SOLVING.
000115******************************************************************
000120 01  SUD-GRID.
000130     05  SUD-ROW OCCURS 9 TIMES.
000140         10  SUD-CELL OCCURS 9 TIMES PIC 9.
000240         10  SUD-SEEN-FLAG OCCURS 9 TIMES PIC X(01).
000250         88  SUD-VALUE-IS-SEEN         VALUE 'Y'.
000260         88  SUD-VALUE-NOT-SEEN        VALUE 'N'.
000270     05  SUD-VARIANT         PIC X(01) VALUE 'C'.
000280         88  SUD-VARIANT-CLASSIC       VALUE 'C' ' '.
000290         88  SUD-VARIANT-DIAGONAL      VALUE 'X'.
000300         88  SUD-VARIANT-KNOWN         VALUE 'C' ' ' 'X'.
