000030*    VALIDATION LOGIC FOR A SUDOKU STARTING GRID.  COPIED INTO
000040*    THE PROCEDURE DIVISION OF ANY PROGRAM THAT HAS ALSO COPIED
000050*    GRIDLAY.CPY AND VALIFLDS.CPY INTO WORKING-STORAGE.  CHECKS
000060*    EVERY ROW, COLUMN AND 3X3 BOX -- AND, FOR AN X-SUDOKU GRID
000070*    (SUD-VARIANT X), BOTH MAIN DIAGONALS -- FOR A DUPLICATE
000072*    NON-ZERO DIGIT AND SETS SUD-VALID-SW / SUD-VALID-MSG
000074*    ACCORDINGLY.  AN UNKNOWN VARIANT CODE FAILS THE GRID.
000080*
000090*    MODIFICATION HISTORY
000100*    DATE       INIT  DESCRIPTION
000119*                     SAME BOX COULD SILENTLY OVERWRITE
000120*                     SUD-ERR-ROW/SUD-ERR-COL AFTER THE FIRST
000121*                     ONE WAS ALREADY FOUND.
000122*    2026-10-15 MKC   X-SUDOKU: 3400-CHECK-DIAGONALS, AND AN
000123*                     UNKNOWN VARIANT CODE FAILS THE GRID.
000124******************************************************************
000125
000126******************************************************************
000127*    3000-VALIDATE-GRID
000128*    AN UNKNOWN VARIANT CODE FAILS THE GRID BEFORE ANY UNIT CHECK.
000129******************************************************************
000130 3000-VALIDATE-GRID.
000140     MOVE 'Y' TO SUD-VALID-SW
000150     MOVE SPACES TO SUD-VALID-MSG
000151     IF NOT SUD-VARIANT-KNOWN
000152         MOVE 'N' TO SUD-VALID-SW
000153         STRING 'UNKNOWN PUZZLE VARIANT CODE ' SUD-VARIANT
000154             DELIMITED BY SIZE INTO SUD-VALID-MSG
000155         GO TO 3000-EXIT
000156     END-IF
000160     PERFORM 3100-CHECK-ONE-ROW THRU 3100-EXIT
000170         VARYING SUD-R FROM 1 BY 1 UNTIL SUD-R > 9
000180             OR SUD-GRID-NOT-VALID
000260             VARYING SUD-BOX-R FROM 1 BY 1 UNTIL SUD-BOX-R > 3
000270                 OR SUD-GRID-NOT-VALID
000280             AFTER SUD-BOX-C FROM 1 BY 1 UNTIL SUD-BOX-C > 3
000282     END-IF
000284     IF SUD-GRID-IS-VALID AND SUD-VARIANT-DIAGONAL
000286         PERFORM 3400-CHECK-DIAGONALS THRU 3400-EXIT
000290     END-IF
000300     IF SUD-GRID-NOT-VALID
000310         MOVE SUD-ERR-ROW TO SUD-ERR-ROW-DISP
001150     END-IF.
001160 3310-EXIT.
001170     EXIT.
001180
001190******************************************************************
001200*    3400-CHECK-DIAGONALS
001210*    X-SUDOKU ONLY.  THE MAIN DIAGONAL (ROW = COLUMN) AND THE
001220*    ANTI-DIAGONAL (ROW + COLUMN = 10) ARE EACH ONE MORE UNIT
001230*    THAT MAY NOT REPEAT A DIGIT.  EACH CELL IS CHECKED BY THE
001240*    SAME 3120-CHECK-ROW-CELL AS A ROW, ONCE SUD-C IS SET.
001250******************************************************************
001260 3400-CHECK-DIAGONALS.
001270     PERFORM 3110-RESET-SEEN THRU 3110-EXIT
001280     PERFORM 3410-CHECK-MAIN-DIAG-CELL THRU 3410-EXIT
001290         VARYING SUD-R FROM 1 BY 1 UNTIL SUD-R > 9
001300             OR SUD-GRID-NOT-VALID
001310     IF SUD-GRID-IS-VALID
001320         PERFORM 3110-RESET-SEEN THRU 3110-EXIT
001330         PERFORM 3420-CHECK-ANTI-DIAG-CELL THRU 3420-EXIT
001340             VARYING SUD-R FROM 1 BY 1 UNTIL SUD-R > 9
001350                 OR SUD-GRID-NOT-VALID
001360     END-IF.
001370 3400-EXIT.
001380     EXIT.
001390
001400 3410-CHECK-MAIN-DIAG-CELL.
001410     MOVE SUD-R TO SUD-C
001420     PERFORM 3120-CHECK-ROW-CELL THRU 3120-EXIT.
001430 3410-EXIT.
001440     EXIT.
001450
001460 3420-CHECK-ANTI-DIAG-CELL.
001470     COMPUTE SUD-C = 10 - SUD-R
001480     PERFORM 3120-CHECK-ROW-CELL THRU 3120-EXIT.
001490 3420-EXIT.
001500     EXIT.
