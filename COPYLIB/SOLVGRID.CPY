000430*                     GUESS AND BACKTRACK COUNTS (AND SO THE
000440*                     MACHINE DIFFICULTY RATING) SHIFT DOWNWARD
000450*                     ON HARD PUZZLES AS A RESULT.
000451*    2026-10-15 MKC   4400-CHECK-LEGAL ALSO BARS A VALUE ALREADY
000452*                     ON THE CELL'S DIAGONAL WHEN THE GRID IS
000453*                     X-SUDOKU (SUD-VARIANT X) -- SEE 4440-CHECK-
000454*                     DIAGONALS.  SOLVING, COUNTING, GENERATING
000455*                     AND HUMAN RATING ALL GO THROUGH 4400, SO
000456*                     ALL OF THEM HONOUR THE DIAGONALS.
000460******************************************************************
000470 4000-SOLVE-SUDOKU.
000480     MOVE 'N' TO SUD-IS-SOLVED
002210     END-IF
002220     IF SUD-VALUE-LEGAL
002230         PERFORM 4430-CHECK-BOX THRU 4430-EXIT
002232     END-IF
002234     IF SUD-VALUE-LEGAL AND SUD-VARIANT-DIAGONAL
002236         PERFORM 4440-CHECK-DIAGONALS THRU 4440-EXIT
002240     END-IF.
002250 4400-EXIT.
002260     EXIT.
002680     END-IF.
002690 4431-EXIT.
002700     EXIT.
002701
002702******************************************************************
002703*    4440-CHECK-DIAGONALS
002704*    X-SUDOKU ONLY.  A CELL ON THE MAIN DIAGONAL (ROW = COLUMN)
002705*    OR THE ANTI-DIAGONAL (ROW + COLUMN = 10) MAY NOT REPEAT A
002706*    VALUE ALREADY ON THAT DIAGONAL.  THE CENTRE CELL IS ON
002707*    BOTH.
002708******************************************************************
002709 4440-CHECK-DIAGONALS.
002710     IF SUD-CUR-ROW = SUD-CUR-COL
002711         PERFORM 4441-CHECK-MAIN-DIAG THRU 4441-EXIT
002712             VARYING SUD-SCAN-IDX FROM 1 BY 1
002713                 UNTIL SUD-SCAN-IDX > 9 OR SUD-LEGAL-SW = 'N'
002714     END-IF
002715     IF SUD-VALUE-LEGAL AND SUD-CUR-ROW + SUD-CUR-COL = 10
002716         PERFORM 4442-CHECK-ANTI-DIAG THRU 4442-EXIT
002717             VARYING SUD-SCAN-IDX FROM 1 BY 1
002718                 UNTIL SUD-SCAN-IDX > 9 OR SUD-LEGAL-SW = 'N'
002719     END-IF.
002720 4440-EXIT.
002721     EXIT.
002722
002723 4441-CHECK-MAIN-DIAG.
002724     IF SUD-SCAN-IDX NOT = SUD-CUR-ROW
002725         IF SUD-CELL(SUD-SCAN-IDX, SUD-SCAN-IDX) = SUD-SCAN-VAL
002726             MOVE 'N' TO SUD-LEGAL-SW
002727         END-IF
002728     END-IF.
002729 4441-EXIT.
002730     EXIT.
002731
002732 4442-CHECK-ANTI-DIAG.
002733     COMPUTE SUD-TEMP-N = 10 - SUD-SCAN-IDX
002734     IF SUD-SCAN-IDX NOT = SUD-CUR-ROW
002735         IF SUD-CELL(SUD-SCAN-IDX, SUD-TEMP-N) = SUD-SCAN-VAL
002736             MOVE 'N' TO SUD-LEGAL-SW
002737         END-IF
002738     END-IF.
002739 4442-EXIT.
002740     EXIT.
002741
002742 4800-RATE-DIFFICULTY.
002743     EVALUATE TRUE
002744         WHEN SUD-SOLVE-TIMED-OUT
002750             MOVE 'TIMEOUT' TO SUD-DIFFICULTY
002760         WHEN SUD-NOT-SOLVED
002770             MOVE 'UNSOLVED' TO SUD-DIFFICULTY
