000060*    IDENTIFIER EVERY WEEK STILL MATCHES.  A BATCH RUN THAT HITS
000070*    THE CACHE REUSES THE STORED SOLUTION AND DIFFICULTY INSTEAD
000080*    OF SOLVING THE SAME GRID AGAIN.
000081*
000082*    THE SIGNATURE ENDS WITH CACHE-VARIANT (C CLASSIC, X X-SUDOKU)
000083*    SO THE TWO VARIANTS NEVER SHARE AN ENTRY.  IT MUST BE C OR X,
000084*    NEVER BLANK, BEFORE A KEYED READ.  A CACHE WRITTEN UNDER THE
000085*    OLD 81-BYTE KEY MUST BE RE-CREATED WITH SUDOKUCACHE
000086*    MODE=REBUILD.
000090*
000100*    MODIFICATION HISTORY
000110*    DATE       INIT  DESCRIPTION
000134*                     (CACHED BEFORE THE RATER EXISTED) IS
000135*                     RE-RATED AND PUT BACK, THE SAME WAY AS A
000136*                     BLANK UNIQUE/MULTI VERDICT.
000137*    2026-10-15 MKC   KEY IS NOW THE 81 GIVENS PLUS CACHE-VARIANT
000138*                     (82 BYTES); REBUILD THE CACHE -- SEE ABOVE.
000139******************************************************************
000140 01  CACHE-RECORD.
000150     05  CACHE-SIGNATURE.
000152         10  CACHE-SIG-GIVENS    PIC X(81).
000154         10  CACHE-VARIANT       PIC X(01).
000160     05  CACHE-FIRST-ID          PIC X(10).
000170     05  CACHE-DATE-SOLVED       PIC X(08).
000180     05  CACHE-DIFFICULTY        PIC X(08).
