000330*                     SUDOKUAUDIT'S DAY TABLE, SIGNATURE LOOKUP
000340*                     FOLLOWS SUDOKUBATCH.  THE RUN IS LOGGED TO
000350*                     THE RUN HISTORY FILE (RUNHIST.CPY).
000352*    2026-10-15 MKC   THE CACHE LOOKUP KEYS ON THE PUZZLE VARIANT
000354*                     AS WELL AS THE GIVENS (BLANK TAKEN AS
000356*                     CLASSIC), AS SUDOKUBATCH NOW DOES.
000360******************************************************************
000370 IDENTIFICATION DIVISION.
000380 PROGRAM-ID. SudokuInv.
004870*    THE SIGNATURE IS THE 81 GIVENS, THE SAME KEY SUDOKUBATCH
004880*    BUILDS FOR ITS DUPLICATE CHECK -- A HIT MEANS THE SOLUTION
004890*    IS ALREADY ON THE CACHE WHILE THE PUZZLE WAITS IN A QUEUE.
004892*    THE VARIANT FOLLOWS THE GIVENS IN THE KEY.
004900******************************************************************
004910 2330-CHECK-CACHE-MATCH.
004920     PERFORM 2340-BUILD-SIGNATURE THRU 2340-EXIT
004930         VARYING INV-SIG-IDX FROM 1 BY 1
004940             UNTIL INV-SIG-IDX > 81
004941     IF PUZ-MST-VARIANT = SPACE
004942         MOVE 'C' TO CACHE-VARIANT
004943     ELSE
004944         MOVE PUZ-MST-VARIANT TO CACHE-VARIANT
004945     END-IF
004950     READ SOLVED-CACHE-FILE
004960         INVALID KEY
004970             GO TO 2330-EXIT
