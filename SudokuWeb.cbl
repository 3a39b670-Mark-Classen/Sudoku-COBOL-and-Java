000110*
000120*    FEED LAYOUT, ONE COMMA-DELIMITED LINE PER PUZZLE:
000130*        HDR,YYYYMMDD                  (FIRST LINE)
000140*        ID,GRADE,GIVENS81,CELLS81,V   (ONE PER PUZZLE -- THE
000150*                                       TWO 81-DIGIT STRINGS ARE
000160*                                       ROW-MAJOR, ZERO FOR A
000170*                                       BLANK GIVEN; V IS THE
000172*                                       VARIANT, C CLASSIC OR
000174*                                       X X-SUDOKU)
000180*        TRL,COUNT                     (LAST LINE -- THE LOADER
000190*                                       VERIFIES THE COUNT THE
000200*                                       SAME WAY OUR OWN
000370*                     FOLLOWS SUDPARM.DAT; THE RUN IS LOGGED TO
000380*                     THE RUN HISTORY FILE (RUNHIST.CPY) LIKE
000390*                     EVERY BATCH PROGRAM.
000392*    2026-10-15 MKC   X-SUDOKU.  EACH PUZZLE LINE ENDS WITH THE
000394*                     VARIANT (C OR X, BLANK RESULTS SENT AS C) SO
000396*                     THE SITE DRAWS THE DIAGONALS.  RECORD LENGTH
000398*                     FOLLOWS THE WIDENED RESREC.CPY.
000400******************************************************************
000410 IDENTIFICATION DIVISION.
000420 PROGRAM-ID. SudokuWeb.
000710 DATA DIVISION.
000720 FILE SECTION.
000730 FD  RESULT-INPUT-FILE.
000740 01  WEB-RESULT-FILE-REC         PIC X(221).
000750
000760 FD  WEB-FEED-FILE.
000770 01  WEB-FEED-RECORD             PIC X(200).
001040         VALUE "WEBFEED.DAT".
001050     05  WEB-CURRENT-STAMP       PIC X(21).
001060     05  WEB-GRADE               PIC X(08).
001062     05  WEB-VARIANT             PIC X(01).
001070     05  WEB-GIVENS-TEXT         PIC X(81).
001080     05  WEB-CELLS-TEXT          PIC X(81).
001090     05  WEB-FLAT-IDX            PIC 9(02) COMP.
002610     ELSE
002620         MOVE RES-HUMAN-GRADE TO WEB-GRADE
002630     END-IF
002631     IF RES-VARIANT-DIAGONAL
002632         MOVE 'X' TO WEB-VARIANT
002633     ELSE
002634         MOVE 'C' TO WEB-VARIANT
002635     END-IF
002640     PERFORM 2210-STORE-ONE-CELL THRU 2210-EXIT
002650         VARYING WEB-FLAT-IDX FROM 1 BY 1
002660             UNTIL WEB-FLAT-IDX > 81
002720         WEB-GIVENS-TEXT DELIMITED BY SIZE
002730         "," DELIMITED BY SIZE
002740         WEB-CELLS-TEXT DELIMITED BY SIZE
002742         "," DELIMITED BY SIZE
002744         WEB-VARIANT DELIMITED BY SIZE
002750         INTO WEB-FEED-LINE
002760     WRITE WEB-FEED-RECORD FROM WEB-FEED-LINE
002770     ADD 1 TO WEB-EXPORTED-COUNT.
