000080*    MODIFICATION HISTORY
000090*    DATE       INIT  DESCRIPTION
000100*    2026-08-09 MKC   ORIGINAL SHARED COPYBOOK.
000102*    2026-10-15 MKC   ADDED PUZ-VARIANT -- C CLASSIC, X X-SUDOKU
000104*                     (DIAGONALS TOO).  A BLANK, AS ON EVERY FILE
000106*                     BUILT BEFORE THE FIELD EXISTED, IS CLASSIC.
000110******************************************************************
000120 01  PUZ-INPUT-RECORD.
000130     05  PUZ-ID                  PIC X(10).
000140     05  PUZ-CELL OCCURS 81 TIMES PIC 9.
000150     05  PUZ-VARIANT             PIC X(01).
000160         88  PUZ-VARIANT-CLASSIC         VALUE 'C' ' '.
000170         88  PUZ-VARIANT-DIAGONAL        VALUE 'X'.
