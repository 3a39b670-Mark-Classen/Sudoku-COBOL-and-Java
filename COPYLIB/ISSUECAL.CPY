000010******************************************************************
000020*    ISSUECAL.CPY
000030*    BOOKLET ISSUE CALENDAR RECORD.  ONE KEYED RECORD PER PLANNED
000040*    ISSUE, ENTERED AHEAD OF TIME SO THE PUZZLE STOCK CAN BE
000050*    FORECAST AGAINST WHAT IS COMING (SUDOKUFCST.CBL) AND THE
000060*    ISSUE ASSIGNMENT RUN (SUDOKUISSUE.CBL) CAN TAKE ITS MIX
000070*    FROM HERE INSTEAD OF FROM HAND-TYPED CARDS.  RECORD KEY IS
000080*    ISS-CAL-ID, THE SAME ISSUE ID AS ISS-CTL-ID ON THE ISSUE
000090*    CONTROL FILE (ISSUECTL.CPY).  MAINTAINED BY SUDOKUCAL.CBL.
000100*
000110*    THE DEADLINE IS THE PRINT DEADLINE (YYYYMMDD) -- THE ISSUE
000120*    MUST BE FILLED BY THEN.  THE FOUR BAND ENTRIES ARE ALWAYS
000130*    IN THE ORDER EASY, MEDIUM, HARD, EXPERT, AND THE X-SUDOKU
000140*    COUNT IS HOW MANY OF THOSE PUZZLES, WHATEVER THEIR BAND, ARE
000150*    TO BE X-SUDOKU -- THE SAME MEANING AS ON ISSUECTL.CPY.
000160*
000170*    MODIFICATION HISTORY
000180*    DATE       INIT  DESCRIPTION
000190*    2026-10-15 MKC   ORIGINAL SHARED COPYBOOK.
000200******************************************************************
000210 01  ISS-CALENDAR-RECORD.
000220     05  ISS-CAL-ID              PIC X(08).
000230     05  ISS-CAL-DEADLINE        PIC X(08).
000240     05  ISS-CAL-BAND-ENTRY OCCURS 4 TIMES.
000250         10  ISS-CAL-WANTED      PIC 9(04).
000260     05  ISS-CAL-XSUDOKU-WANTED  PIC 9(04).
000270     05  ISS-CAL-DATE-ADDED      PIC X(08).
000280     05  ISS-CAL-DATE-CHANGED    PIC X(08).
