000100*    HARD, EXPERT -- THE SAME ORDER AS SUDOKUGEN'S BAND TABLE.
000110*    A NON-BLANK ISS-CTL-DATE-RUN MEANS THE SELECTION HAS RUN
000120*    FOR THIS ISSUE AND IT MUST NOT BE FILLED A SECOND TIME.
000122*    THE X-SUDOKU COUNTS ARE HOW MANY OF THE ISSUE'S PUZZLES,
000124*    WHATEVER THEIR BAND, ARE TO BE X-SUDOKU (DIAGONAL) PUZZLES.
000130*
000140*    MODIFICATION HISTORY
000150*    DATE       INIT  DESCRIPTION
000160*    2026-09-02 MKC   ORIGINAL SHARED COPYBOOK.
000162*    2026-10-15 MKC   X-SUDOKU WANTED AND FILLED COUNTS.
000170******************************************************************
000180 01  ISS-CONTROL-RECORD.
000190     05  ISS-CTL-ID              PIC X(08).
000220     05  ISS-CTL-BAND-ENTRY OCCURS 4 TIMES.
000230         10  ISS-CTL-WANTED      PIC 9(04).
000240         10  ISS-CTL-FILLED      PIC 9(04).
000250     05  ISS-CTL-XSUDOKU-WANTED  PIC 9(04).
000260     05  ISS-CTL-XSUDOKU-FILLED  PIC 9(04).
