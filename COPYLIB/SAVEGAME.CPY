000010******************************************************************
000020*    SAVEGAME.CPY
000030*    SAVED PLAY-MODE GAME RECORD.  ONE KEYED RECORD PER GAME
000040*    PUT ASIDE WITH "SAVE AND EXIT" IN SUDOKUGAME'S PLAY MODE,
000050*    SO A LONG PUZZLE CAN BE FINISHED ON A LATER SHIFT.  RECORD
000060*    KEY IS SAV-KEY -- THE OPERATOR ID PLUS THE PUZZLE ID -- SO
000070*    EACH OPERATOR HOLDS AT MOST ONE SAVED GAME PER PUZZLE.
000080*
000090*    THE RECORD CARRIES THE GIVENS AND THE BOARD AS IT STOOD,
000100*    BOTH ROW-MAJOR AND ZERO FOR A BLANK, THE HINTS TAKEN SO
000110*    FAR, AND THE MOVE JOURNAL THE UNDO COMMAND STEPS BACK
000120*    THROUGH.  EACH JOURNAL ENTRY HOLDS THE CELL, THE DIGIT IT
000130*    HELD BEFORE AND AFTER, AND WHETHER THE OPERATOR OR A HINT
000140*    MADE THE CHANGE.  THE SOLUTION IS NOT KEPT -- IT IS SOLVED
000150*    AGAIN FROM THE GIVENS ON RESUME.  THE RECORD IS DELETED
000160*    WHEN THE RESUMED GAME IS FINISHED OR GIVEN UP.
000170*
000180*    MODIFICATION HISTORY
000190*    DATE       INIT  DESCRIPTION
000200*    2026-10-06 MKC   ORIGINAL SHARED COPYBOOK.
000210*    2026-10-15 MKC   SAV-VARIANT ADDED AT THE END SO A RESUMED
000220*                     X-SUDOKU KEEPS ITS DIAGONAL RULE (BLANK
000230*                     IS CLASSIC).
000240******************************************************************
000250 01  SAV-GAME-RECORD.
000260     05  SAV-KEY.
000270         10  SAV-OPERATOR-ID     PIC X(08).
000280         10  SAV-PUZZLE-ID       PIC X(10).
000290     05  SAV-DATE-SAVED          PIC X(08).
000300     05  SAV-TIME-SAVED          PIC X(06).
000310     05  SAV-DIFFICULTY          PIC X(08).
000320     05  SAV-GIVENS.
000330         10  SAV-GIVEN-CELL OCCURS 81 TIMES PIC 9.
000340     05  SAV-BOARD.
000350         10  SAV-BOARD-CELL OCCURS 81 TIMES PIC 9.
000360     05  SAV-HINTS-USED          PIC 9(03).
000370     05  SAV-MOVE-COUNT          PIC 9(03).
000380     05  SAV-MOVE-JOURNAL.
000390         10  SAV-MOVE-ENTRY OCCURS 250 TIMES.
000400             15  SAV-MOVE-ROW    PIC 9(01).
000410             15  SAV-MOVE-COL    PIC 9(01).
000420             15  SAV-MOVE-OLD    PIC 9(01).
000430             15  SAV-MOVE-NEW    PIC 9(01).
000440             15  SAV-MOVE-TYPE   PIC X(01).
000450                 88  SAV-MOVE-BY-OPERATOR    VALUE 'M'.
000460                 88  SAV-MOVE-BY-HINT        VALUE 'H'.
000470     05  SAV-VARIANT             PIC X(01).
