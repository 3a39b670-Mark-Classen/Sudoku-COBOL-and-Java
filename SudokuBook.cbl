000380*                     END OF JOB, SAME AS SUDOKUBATCH -- "WHICH
000390*                     RUN PRODUCED A SHORT BOOKLET.DAT" IS
000400*                     EXACTLY THE QUESTION THE LOG ANSWERS.
000401*    2026-10-15 MKC   X-SUDOKU.  A DIAGONAL PUZZLE (RES-VARIANT X)
000402*                     IS TITLED X-SUDOKU AND ITS EMPTY DIAGONAL
000403*                     CELLS PRINT AS * INSTEAD OF A PERIOD, SO THE
000404*                     TWO DIAGONALS STAND OUT ON THE PAGE.  RECORD
000405*                     LENGTH FOLLOWS THE WIDENED RESREC.CPY.
000410******************************************************************
000420 IDENTIFICATION DIVISION.
000430 PROGRAM-ID. SudokuBook.
000710 DATA DIVISION.
000720 FILE SECTION.
000730 FD  RESULT-INPUT-FILE.
000740 01  BOOK-RESULT-FILE-REC        PIC X(221).
000750
000760 FD  BOOKLET-PRINT-FILE.
000770     COPY REPRINT.
001290     05  BOOK-INPUT-FILE-NAME    PIC X(20)
001300         VALUE "PUZOUT.DAT".
001310     05  BOOK-DISP-USED          PIC 9(04).
001312     05  BOOK-XSUDOKU-COUNT      PIC 9(05) VALUE 0.
001320
001330 01  BOOK-PUZZLE-TABLE.
001340     05  BOOK-ENTRY OCCURS 500 TIMES.
001350         10  BOOK-ENT-ID         PIC X(10).
001360         10  BOOK-ENT-DIFF       PIC X(08).
001362         10  BOOK-ENT-VARIANT    PIC X(01).
001364             88  BOOK-ENT-DIAGONAL       VALUE 'X'.
001370         10  BOOK-ENT-GIVEN OCCURS 81 TIMES PIC 9.
001380         10  BOOK-ENT-SOL OCCURS 81 TIMES PIC 9.
001390
002570     ELSE
002580         MOVE RES-HUMAN-GRADE TO BOOK-ENT-DIFF(BOOK-USED)
002590     END-IF
002592     MOVE RES-VARIANT TO BOOK-ENT-VARIANT(BOOK-USED)
002594     IF RES-VARIANT-DIAGONAL
002596         ADD 1 TO BOOK-XSUDOKU-COUNT
002598     END-IF
002600     PERFORM 2200-STORE-ONE-CELL THRU 2200-EXIT
002610         VARYING BOOK-FLAT-IDX FROM 1 BY 1
002620             UNTIL BOOK-FLAT-IDX > 81.
003480
003490 5200-BUILD-ONE-TITLE.
003500     MOVE SPACES TO BOOK-TITLE-TEXT
003510     EVALUATE TRUE
003520         WHEN BOOK-MODE-PUZZLE AND BOOK-ENT-DIAGONAL(BOOK-ENT-IDX)
003530             STRING 'PUZZLE ' BOOK-ENT-ID(BOOK-ENT-IDX)
003540                 'X-SUDOKU (' DELIMITED BY SIZE
003550                 BOOK-ENT-DIFF(BOOK-ENT-IDX) DELIMITED BY SPACE
003560                 ')' DELIMITED BY SIZE INTO BOOK-TITLE-TEXT
003570         WHEN BOOK-MODE-PUZZLE
003580             STRING 'PUZZLE ' BOOK-ENT-ID(BOOK-ENT-IDX)
003590                 '(' DELIMITED BY SIZE
003591                 BOOK-ENT-DIFF(BOOK-ENT-IDX) DELIMITED BY SPACE
003592                 ')' DELIMITED BY SIZE INTO BOOK-TITLE-TEXT
003593         WHEN BOOK-ENT-DIAGONAL(BOOK-ENT-IDX)
003594             STRING 'SOLUTION ' BOOK-ENT-ID(BOOK-ENT-IDX)
003595                 'X-SUDOKU' DELIMITED BY SIZE INTO BOOK-TITLE-TEXT
003596         WHEN OTHER
003597             STRING 'SOLUTION ' BOOK-ENT-ID(BOOK-ENT-IDX)
003598                 DELIMITED BY SIZE INTO BOOK-TITLE-TEXT
003599     END-EVALUATE
003600     IF BOOK-ENT-IDX = BOOK-BAND-START
003610         MOVE BOOK-TITLE-TEXT TO BOOK-PRINT-LINE(1:40)
003620     ELSE
004250*    5700-BUILD-ONE-CELL
004260*    CELLS SIT AT COLUMNS 1 3 5, 9 11 13 AND 17 19 21 OF THE
004270*    21-CHARACTER GRID TEXT, LEAVING 7 AND 15 FOR THE BOX BARS.
004280*    PUZZLE PAGES SHOW THE GIVENS WITH A PERIOD FOR A BLANK (AN
004290*    ASTERISK FOR A BLANK ON AN X-SUDOKU DIAGONAL); SOLUTION
004292*    PAGES SHOW THE FULL GRID.
004300******************************************************************
004310 5700-BUILD-ONE-CELL.
004320     COMPUTE BOOK-FLAT-IDX =
004360             TO BOOK-CELL-CHAR
004370         IF BOOK-CELL-CHAR = '0'
004380             MOVE '.' TO BOOK-CELL-CHAR
004381             IF BOOK-ENT-DIAGONAL(BOOK-ENT-IDX)
004382                 AND (BOOK-GRID-ROW = BOOK-GRID-COL
004383                   OR BOOK-GRID-ROW + BOOK-GRID-COL = 10)
004384                 MOVE '*' TO BOOK-CELL-CHAR
004385             END-IF
004390         END-IF
004400     ELSE
004410         MOVE BOOK-ENT-SOL(BOOK-ENT-IDX, BOOK-FLAT-IDX)
004700     DISPLAY "RESULT DATASET         : " BOOK-INPUT-FILE-NAME.
004710     DISPLAY "RESULT RECORDS READ    : " BOOK-READ-COUNT.
004720     DISPLAY "PUZZLES IN THE BOOKLET : " BOOK-USED.
004722     DISPLAY "  OF WHICH X-SUDOKU    : " BOOK-XSUDOKU-COUNT.
004730     DISPLAY "LEFT OUT (NOT SOLVED)  : " BOOK-LEFT-OUT-COUNT.
004740     DISPLAY "LEFT OUT (MULTI)       : " BOOK-MULTI-OUT-COUNT.
004750     IF BOOK-OVERFLOW-COUNT > 0
