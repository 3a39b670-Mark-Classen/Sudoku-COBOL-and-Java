000220*    (20 EASY, 20 MEDIUM, 8 HARD, 2 EXPERT).  RECORDS STARTING
000230*    WITH * ARE COMMENTS.
000240*
000241*    X-SUDOKU (DIAGONAL) PUZZLES ARE ASKED FOR BY THE SAME FOUR
000242*    BANDS WITH AN X- PREFIX, FOR EXAMPLE
000243*        X-EASY=0004
000244*        X-HARD=0002
000245*    THE X- BANDS DEFAULT TO NONE.  THEIR IDS ARE GENX + SEQUENCE
000246*    + BAND LETTER AND THEIR RECORDS CARRY VARIANT X.
000247*
000250*    AUTHOR.     M. CLASSEN, APPLICATIONS PROGRAMMING.
000260*    INSTALLATION. GAMES AND UTILITIES.
000270*    DATE-WRITTEN. 2026-08-22.
000390*                     END OF JOB, SAME AS SUDOKUBATCH, SO A RUN
000400*                     CAN BE RECONSTRUCTED AFTER THE SYSOUT
000410*                     SCROLLBACK IS GONE.
000412*    2026-10-15 MKC   X-EASY, X-MEDIUM, X-HARD AND X-EXPERT BANDS
000414*                     GENERATE X-SUDOKU (DIAGONAL) PUZZLES.  THE
000416*                     PUZZLE RECORD GREW BY THE VARIANT BYTE.
000420******************************************************************
000430 IDENTIFICATION DIVISION.
000440 PROGRAM-ID. SudokuGen.
000740 01  GEN-PARM-RECORD             PIC X(80).
000750
000760 FD  PUZZLE-OUTPUT-FILE.
000770 01  GEN-OUTPUT-RECORD           PIC X(92).
000780
000790 FD  PRINT-REPORT-FILE.
000800     COPY REPRINT.
001170     05  GEN-TOTAL-WANTED        PIC 9(08) VALUE 0.
001180     05  GEN-CURRENT-STAMP       PIC X(21).
001190     05  GEN-DISP-WANTED         PIC 9(04).
001192     05  GEN-X-WANTED            PIC 9(04) VALUE 0.
001200
001210 01  GEN-BAND-TABLE.
001220     05  GEN-BAND-ENTRY OCCURS 8 TIMES.
001230         10  GEN-BAND-NAME       PIC X(08).
001232         10  GEN-BAND-GRADE      PIC X(08).
001240         10  GEN-BAND-LETTER     PIC X(01).
001242         10  GEN-BAND-PREFIX     PIC X(04).
001244         10  GEN-BAND-VARIANT    PIC X(01).
001250         10  GEN-BAND-TARGET     PIC 9(02) COMP.
001260         10  GEN-BAND-WANTED     PIC 9(04) COMP.
001270         10  GEN-BAND-MADE       PIC 9(04) COMP.
001580     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001590     PERFORM 2000-GENERATE-ONE-BAND THRU 2000-EXIT
001600         VARYING GEN-BAND-IDX FROM 1 BY 1
001610             UNTIL GEN-BAND-IDX > 8
001620     PERFORM 9000-END-OF-JOB THRU 9000-EXIT
001630     PERFORM 9999-TERMINATE THRU 9999-EXIT.
001640 0000-EXIT.
001990     MOVE 'X'      TO GEN-BAND-LETTER(4)
002000     MOVE 24       TO GEN-BAND-TARGET(4)
002010     MOVE 2        TO GEN-BAND-WANTED(4)
002012     MOVE 'X-EASY'   TO GEN-BAND-NAME(5)
002014     MOVE 'X-MEDIUM' TO GEN-BAND-NAME(6)
002016     MOVE 'X-HARD'   TO GEN-BAND-NAME(7)
002018     MOVE 'X-EXPERT' TO GEN-BAND-NAME(8)
002020     PERFORM 1150-ZERO-ONE-BAND THRU 1150-EXIT
002030         VARYING GEN-BAND-IDX FROM 1 BY 1
002040             UNTIL GEN-BAND-IDX > 8.
002050 1100-EXIT.
002060     EXIT.
002070
002072*    BANDS 5-8 ARE THE X-SUDOKU COPIES OF BANDS 1-4: SAME GRADE,
002074*    LETTER AND CLUE TARGET, NONE WANTED UNLESS ASKED FOR.
002080 1150-ZERO-ONE-BAND.
002090     MOVE 0 TO GEN-BAND-MADE(GEN-BAND-IDX)
002100     MOVE 0 TO GEN-BAND-RATED-OK(GEN-BAND-IDX)
002101     IF GEN-BAND-IDX > 4
002102         PERFORM 1160-COPY-X-BAND THRU 1160-EXIT
002103     ELSE
002104         MOVE GEN-BAND-NAME(GEN-BAND-IDX)
002105             TO GEN-BAND-GRADE(GEN-BAND-IDX)
002106         MOVE 'GEN' TO GEN-BAND-PREFIX(GEN-BAND-IDX)
002107         MOVE 'C' TO GEN-BAND-VARIANT(GEN-BAND-IDX)
002108     END-IF.
002110 1150-EXIT.
002120     EXIT.
002121
002122******************************************************************
002123*    1160-COPY-X-BAND
002124*    AN X-SUDOKU BAND (5-8) TAKES ITS GRADE, LETTER AND CLUE
002125*    TARGET FROM THE CLASSIC BAND FOUR BELOW IT.
002126******************************************************************
002127 1160-COPY-X-BAND.
002128     COMPUTE GEN-FLAT-IDX = GEN-BAND-IDX - 4
002129     MOVE GEN-BAND-NAME(GEN-FLAT-IDX)
002130         TO GEN-BAND-GRADE(GEN-BAND-IDX)
002131     MOVE GEN-BAND-LETTER(GEN-FLAT-IDX)
002132         TO GEN-BAND-LETTER(GEN-BAND-IDX)
002133     MOVE GEN-BAND-TARGET(GEN-FLAT-IDX)
002134         TO GEN-BAND-TARGET(GEN-BAND-IDX)
002135     MOVE 0 TO GEN-BAND-WANTED(GEN-BAND-IDX)
002136     MOVE 'GENX' TO GEN-BAND-PREFIX(GEN-BAND-IDX)
002137     MOVE 'X' TO GEN-BAND-VARIANT(GEN-BAND-IDX).
002138 1160-EXIT.
002139     EXIT.
002140
002141******************************************************************
002150*    1200-READ-PARM-FILE
002160*    A MISSING PARAMETER FILE IS NOT AN ERROR -- THE DEFAULT
002170*    MIX IS USED AND SAID SO.
002650             MOVE GEN-PARM-COUNT TO GEN-BAND-WANTED(3)
002660         WHEN 'EXPERT'
002670             MOVE GEN-PARM-COUNT TO GEN-BAND-WANTED(4)
002671         WHEN 'X-EASY'
002672             MOVE GEN-PARM-COUNT TO GEN-BAND-WANTED(5)
002673         WHEN 'X-MEDIUM'
002674             MOVE GEN-PARM-COUNT TO GEN-BAND-WANTED(6)
002675         WHEN 'X-HARD'
002676             MOVE GEN-PARM-COUNT TO GEN-BAND-WANTED(7)
002677         WHEN 'X-EXPERT'
002678             MOVE GEN-PARM-COUNT TO GEN-BAND-WANTED(8)
002680         WHEN OTHER
002690             DISPLAY "UNKNOWN PARAMETER IGNORED: "
002700                 GEN-PARM-RECORD
002780*    WRITTEN AT END OF JOB CARRIES THE COUNT ACTUALLY MADE.
002790******************************************************************
002800 1300-WRITE-HEADER.
002802     COMPUTE GEN-X-WANTED =
002804         GEN-BAND-WANTED(5) + GEN-BAND-WANTED(6)
002806             + GEN-BAND-WANTED(7) + GEN-BAND-WANTED(8)
002810     COMPUTE GEN-TOTAL-WANTED =
002820         GEN-BAND-WANTED(1) + GEN-BAND-WANTED(2)
002830             + GEN-BAND-WANTED(3) + GEN-BAND-WANTED(4)
002832             + GEN-X-WANTED
002840     MOVE SPACES TO PUZ-INPUT-RECORD
002850     MOVE 'HDR' TO PUZ-HDR-TAG
002860     MOVE 'PUZGEN' TO PUZ-HDR-BATCH-ID
003090******************************************************************
003100 2100-GENERATE-ONE-PUZZLE.
003110     MOVE GEN-BAND-TARGET(GEN-BAND-IDX) TO SUD-CLUE-TARGET
003112     MOVE GEN-BAND-VARIANT(GEN-BAND-IDX) TO SUD-VARIANT
003120     PERFORM 6000-GENERATE-PUZZLE THRU 6000-EXIT
003130     MOVE SUD-GIVEN-COUNT TO GEN-ACTUAL-GIVENS
003140     ADD 1 TO GEN-SEQ
003150     MOVE SPACES TO PUZ-ID
003160     STRING GEN-BAND-PREFIX(GEN-BAND-IDX) DELIMITED BY SPACE
003162         GEN-SEQ GEN-BAND-LETTER(GEN-BAND-IDX)
003170         DELIMITED BY SIZE INTO PUZ-ID
003172     MOVE GEN-BAND-VARIANT(GEN-BAND-IDX) TO PUZ-VARIANT
003180     PERFORM 2110-STORE-PUZZLE-ROW THRU 2110-EXIT
003190         VARYING SUD-R FROM 1 BY 1 UNTIL SUD-R > 9
003200     WRITE GEN-OUTPUT-RECORD FROM PUZ-INPUT-RECORD
003210     PERFORM 4000-SOLVE-SUDOKU THRU 4000-EXIT
003220     ADD 1 TO GEN-BAND-MADE(GEN-BAND-IDX)
003230     ADD 1 TO GEN-TOTAL-MADE
003240     IF SUD-DIFFICULTY = GEN-BAND-GRADE(GEN-BAND-IDX)
003250         ADD 1 TO GEN-BAND-RATED-OK(GEN-BAND-IDX)
003260     END-IF
003270     PERFORM 2150-REPORT-ONE-PUZZLE THRU 2150-EXIT.
003670     WRITE PRT-REPORT-LINE
003680     PERFORM 9100-SUMMARIZE-ONE-BAND THRU 9100-EXIT
003690         VARYING GEN-BAND-IDX FROM 1 BY 1
003700             UNTIL GEN-BAND-IDX > 8
003710     DISPLAY " ".
003720     DISPLAY "====================================".
003730     DISPLAY "END OF JOB GENERATION REPORT".
003980     MOVE 'SudokuGen' TO RUN-LOG-PROGRAM
003990     MOVE "GENPARM.DAT" TO RUN-LOG-INPUT-DSN
004000     MOVE "PUZGEN.DAT" TO RUN-LOG-OUTPUT-DSN
004010     MOVE "E=0000 M=0000 H=0000 X=0000 XSUDOKU=0000"
004012         TO RUN-LOG-PARM-TEXT
004020     MOVE GEN-BAND-WANTED(1) TO GEN-DISP-WANTED
004030     MOVE GEN-DISP-WANTED TO RUN-LOG-PARM-TEXT(3:4)
004040     MOVE GEN-BAND-WANTED(2) TO GEN-DISP-WANTED
004070     MOVE GEN-DISP-WANTED TO RUN-LOG-PARM-TEXT(17:4)
004080     MOVE GEN-BAND-WANTED(4) TO GEN-DISP-WANTED
004090     MOVE GEN-DISP-WANTED TO RUN-LOG-PARM-TEXT(24:4)
004092     MOVE GEN-X-WANTED TO RUN-LOG-PARM-TEXT(37:4)
004100     MOVE GEN-TOTAL-MADE TO RUN-LOG-READ-COUNT
004110     MOVE GEN-TOTAL-MADE TO RUN-LOG-SOLVED-COUNT
004120     PERFORM 7500-RUN-HIST-WRITE THRU 7500-EXIT.
