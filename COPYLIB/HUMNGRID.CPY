000260*    MODIFICATION HISTORY
000270*    DATE       INIT  DESCRIPTION
000280*    2026-09-02 MKC   ORIGINAL SHARED COPYBOOK.
000281*    2026-10-07 MKC   WITH SUD-HMN-TRACE-SW SET (HUMNFLDS.CPY)
000282*                     EVERY PLACEMENT IS RECORDED AS A STEP WITH
000283*                     ITS TECHNIQUE AND EVERY NAKED-PAIR
000284*                     ELIMINATION AGAINST THE STEP IT LEADS TO.
000285*    2026-10-15 MKC   X-SUDOKU.  HIDDEN SINGLES AND NAKED PAIRS
000286*                     ALSO WORK THE TWO DIAGONALS AS UNIT TYPE 4
000287*                     WHEN SUD-VARIANT IS X (5590-MAP-UNIT-CELL).
000290******************************************************************
000300 5500-RATE-HUMAN.
000310     MOVE SUD-GRID TO SUD-HMN-SAVED-GRID
000320     MOVE 0 TO SUD-HMN-HARDEST
000330     MOVE 'N' TO SUD-HMN-DONE-SW
000340     MOVE 'N' TO SUD-HMN-STUCK-SW
000341     MOVE 0 TO SUD-HMN-STEP-USED
000342     MOVE 0 TO SUD-HMN-ELIM-USED
000343     MOVE 0 TO SUD-HMN-ELIM-OVERFLOW
000344     IF SUD-VARIANT-DIAGONAL
000345         MOVE 4 TO SUD-HMN-UNIT-TYPES
000346     ELSE
000347         MOVE 3 TO SUD-HMN-UNIT-TYPES
000348     END-IF
000350     PERFORM 5510-HUMAN-PASS THRU 5510-EXIT
000360         UNTIL SUD-HMN-DONE
000370     EVALUATE TRUE
000720         GO TO 5510-EXIT
000730     END-IF
000740     MOVE 0 TO SUD-HMN-PLACED
000742     MOVE 1 TO SUD-HMN-TECH
000750     PERFORM 5530-FIND-NAKED-SINGLE THRU 5530-EXIT
000760     IF SUD-HMN-PLACED > 0
000770         IF SUD-HMN-HARDEST < 1
000790         END-IF
000800         GO TO 5510-EXIT
000810     END-IF
000812     MOVE 2 TO SUD-HMN-TECH
000820     PERFORM 5540-FIND-HIDDEN-SINGLE THRU 5540-EXIT
000830     IF SUD-HMN-PLACED > 0
000840         IF SUD-HMN-HARDEST < 2
000890     MOVE 0 TO SUD-HMN-ELIMS
000900     PERFORM 5550-APPLY-NAKED-PAIRS THRU 5550-EXIT
000910     IF SUD-HMN-ELIMS > 0
000912         MOVE 3 TO SUD-HMN-TECH
000920         PERFORM 5530-FIND-NAKED-SINGLE THRU 5530-EXIT
000930         IF SUD-HMN-PLACED = 0
000932             MOVE 4 TO SUD-HMN-TECH
000940             PERFORM 5540-FIND-HIDDEN-SINGLE THRU 5540-EXIT
000950         END-IF
000960     END-IF
001820
001830******************************************************************
001840*    5540-FIND-HIDDEN-SINGLE
001850*    UNIT TYPE 1 IS A ROW, 2 A COLUMN, 3 A BOX, 4 A DIAGONAL
001860*    (X-SUDOKU ONLY) -- SEE 5590-MAP-UNIT-CELL.  STOPS AT THE
001870*    FIRST PLACEMENT SO EACH PASS COSTS ONE TECHNIQUE
001872*    APPLICATION, LIKE A HUMAN.
001880******************************************************************
001890 5540-FIND-HIDDEN-SINGLE.
001900     PERFORM 5541-HIDDEN-ONE-UNIT THRU 5541-EXIT
001910         VARYING SUD-HMN-UNIT-TYPE FROM 1 BY 1
001920             UNTIL SUD-HMN-UNIT-TYPE > SUD-HMN-UNIT-TYPES
001930                 OR SUD-HMN-PLACED > 0
001940             AFTER SUD-HMN-UNIT-NUM FROM 1 BY 1
001950                 UNTIL SUD-HMN-UNIT-NUM > 9
001980     EXIT.
001990
002000 5541-HIDDEN-ONE-UNIT.
002002     IF SUD-HMN-UNIT-TYPE = 4 AND SUD-HMN-UNIT-NUM > 2
002004         GO TO 5541-EXIT
002006     END-IF
002010     PERFORM 5542-HIDDEN-ONE-VALUE THRU 5542-EXIT
002020         VARYING SUD-HMN-VAL FROM 1 BY 1
002030             UNTIL SUD-HMN-VAL > 9
002380 5550-APPLY-NAKED-PAIRS.
002390     PERFORM 5551-PAIRS-ONE-UNIT THRU 5551-EXIT
002400         VARYING SUD-HMN-UNIT-TYPE FROM 1 BY 1
002410             UNTIL SUD-HMN-UNIT-TYPE > SUD-HMN-UNIT-TYPES
002420             AFTER SUD-HMN-UNIT-NUM FROM 1 BY 1
002430                 UNTIL SUD-HMN-UNIT-NUM > 9.
002440 5550-EXIT.
002450     EXIT.
002460
002470 5551-PAIRS-ONE-UNIT.
002472     IF SUD-HMN-UNIT-TYPE = 4 AND SUD-HMN-UNIT-NUM > 2
002474         GO TO 5551-EXIT
002476     END-IF
002480     PERFORM 5552-PAIRS-FIRST-CELL THRU 5552-EXIT
002490         VARYING SUD-HMN-P1 FROM 1 BY 1
002500             UNTIL SUD-HMN-P1 > 8.
002990         MOVE 'N' TO SUD-HMN-CAND-FLAG(SUD-HMN-F3, SUD-HMN-VAL)
003000         SUBTRACT 1 FROM SUD-HMN-CAND-COUNT(SUD-HMN-F3)
003010         ADD 1 TO SUD-HMN-ELIMS
003012         IF SUD-HMN-TRACE-ON
003014             PERFORM 5596-TRACE-ELIMINATION THRU 5596-EXIT
003016         END-IF
003020     END-IF.
003030 5555-EXIT.
003040     EXIT.
003100         SUD-HMN-TEMP - (SUD-HMN-ROW * 9) + 1
003110     ADD 1 TO SUD-HMN-ROW
003120     MOVE SUD-HMN-HIT-VAL TO SUD-CELL(SUD-HMN-ROW, SUD-HMN-COL)
003130     ADD 1 TO SUD-HMN-PLACED
003132     IF SUD-HMN-TRACE-ON
003134         PERFORM 5595-TRACE-PLACEMENT THRU 5595-EXIT
003136     END-IF.
003140 5580-EXIT.
003150     EXIT.
003160
003270*    5590-MAP-UNIT-CELL
003280*    MAPS (UNIT TYPE, UNIT NUMBER, POSITION IN UNIT) TO THE FLAT
003290*    ROW-MAJOR CELL NUMBER 1-81.  TYPE 1 = ROW, 2 = COLUMN,
003300*    3 = 3X3 BOX NUMBERED LEFT TO RIGHT, TOP TO BOTTOM,
003302*    4 = DIAGONAL, 1 THE MAIN (TOP LEFT TO BOTTOM RIGHT) AND 2
003304*    THE ANTI-DIAGONAL (TOP RIGHT TO BOTTOM LEFT).
003310******************************************************************
003320 5590-MAP-UNIT-CELL.
003330     EVALUATE SUD-HMN-UNIT-TYPE
003370         WHEN 2
003380             COMPUTE SUD-HMN-MAP-FLAT =
003390                 (SUD-HMN-UNIT-POS - 1) * 9 + SUD-HMN-UNIT-NUM
003400         WHEN 3
003410             SUBTRACT 1 FROM SUD-HMN-UNIT-NUM
003420                 GIVING SUD-HMN-TEMP
003430             DIVIDE SUD-HMN-TEMP BY 3 GIVING SUD-HMN-BOX-R
003490             COMPUTE SUD-HMN-MAP-FLAT =
003500                 (SUD-HMN-BOX-R * 3 + SUD-HMN-POS-R) * 9
003510                     + SUD-HMN-BOX-C * 3 + SUD-HMN-POS-C + 1
003511         WHEN OTHER
003512             IF SUD-HMN-UNIT-NUM = 1
003513                 COMPUTE SUD-HMN-MAP-FLAT =
003514                     (SUD-HMN-UNIT-POS - 1) * 9 + SUD-HMN-UNIT-POS
003515             ELSE
003516                 COMPUTE SUD-HMN-MAP-FLAT =
003517                     (SUD-HMN-UNIT-POS - 1) * 9 + 10
003518                         - SUD-HMN-UNIT-POS
003519             END-IF
003520     END-EVALUATE.
003530 5590-EXIT.
003540     EXIT.
003550
003560******************************************************************
003570*    5595-TRACE-PLACEMENT / 5596-TRACE-ELIMINATION
003580*    RECORD THE SOLVING PATH WHEN SUD-HMN-TRACE-SW IS SET.  A
003590*    PUZZLE HAS AT MOST 81 PLACEMENTS, SO THE STEP TABLE CANNOT
003600*    FILL; ELIMINATIONS PAST THE END OF THEIR TABLE ARE COUNTED
003610*    IN SUD-HMN-ELIM-OVERFLOW FOR THE CALLER TO REPORT.
003620******************************************************************
003630 5595-TRACE-PLACEMENT.
003640     ADD 1 TO SUD-HMN-STEP-USED
003650     MOVE SUD-HMN-TECH TO SUD-HMN-STEP-TECH(SUD-HMN-STEP-USED)
003660     MOVE SUD-HMN-ROW TO SUD-HMN-STEP-ROW(SUD-HMN-STEP-USED)
003670     MOVE SUD-HMN-COL TO SUD-HMN-STEP-COL(SUD-HMN-STEP-USED)
003680     MOVE SUD-HMN-HIT-VAL TO SUD-HMN-STEP-VAL(SUD-HMN-STEP-USED).
003690 5595-EXIT.
003700     EXIT.
003710
003720 5596-TRACE-ELIMINATION.
003730     IF SUD-HMN-ELIM-USED >= 1000
003740         ADD 1 TO SUD-HMN-ELIM-OVERFLOW
003750         GO TO 5596-EXIT
003760     END-IF
003770     ADD 1 TO SUD-HMN-ELIM-USED
003780     COMPUTE SUD-HMN-ELIM-STEP(SUD-HMN-ELIM-USED) =
003790         SUD-HMN-STEP-USED + 1
003800     SUBTRACT 1 FROM SUD-HMN-F3 GIVING SUD-HMN-TEMP
003810     DIVIDE SUD-HMN-TEMP BY 9 GIVING SUD-HMN-ROW
003820     COMPUTE SUD-HMN-COL =
003830         SUD-HMN-TEMP - (SUD-HMN-ROW * 9) + 1
003840     ADD 1 TO SUD-HMN-ROW
003850     MOVE SUD-HMN-ROW TO SUD-HMN-ELIM-ROW(SUD-HMN-ELIM-USED)
003860     MOVE SUD-HMN-COL TO SUD-HMN-ELIM-COL(SUD-HMN-ELIM-USED)
003870     MOVE SUD-HMN-VAL TO SUD-HMN-ELIM-VAL(SUD-HMN-ELIM-USED).
003880 5596-EXIT.
003890     EXIT.
