000010******************************************************************
000020*    SUDOKUWALK.CBL
000030*    STEP-BY-STEP SOLVING WALKTHROUGH PRINT.
000040*
000050*    READS AN ISSUE'S SELECTION FILE (THE PUZISSUE.DAT SUDOKUISSUE
000060*    WRITES, RESULT LAYOUT RESREC.CPY) AND, FOR EACH PUZZLE, RUNS
000070*    THE HUMAN-TECHNIQUE RATER (HUMNGRID.CPY) OVER THE GIVENS WITH
000080*    ITS TRACE SWITCHED ON, SO THE PATH THE RATER TOOK IS KEPT
000090*    INSTEAD OF JUST THE GRADE.  EACH PLACEMENT IS PRINTED AS A
000100*    NUMBERED STEP WITH ITS TECHNIQUE, ROW, COLUMN AND DIGIT; A
000110*    STEP THAT NEEDED NAKED PAIRS IS FOLLOWED BY THE CANDIDATES
000120*    THE PAIRS STRUCK OUT, WRITTEN R3C5:7 FOR "7 IS NO LONGER A
000130*    CANDIDATE AT ROW 3 COLUMN 5".  A PUZZLE THE RATER CANNOT
000140*    FINISH (GRADE EXPERT) IS WALKED AS FAR AS IT GOES AND THE
000150*    CELLS LEFT ARE COUNTED.  ONLY SOLVED RESULTS ARE WALKED;
000160*    ANYTHING ELSE IN THE FILE IS SKIPPED AND COUNTED.
000170*
000180*    THE REPORT GOES TO WALKRPT.DAT.  THE SAME STEPS GO TO A
000190*    DELIMITED FILE FOR THE WEB TEAM TO PUT BESIDE WEBFEED.DAT,
000200*    FRAMED THE SAME WAY AS THE WEB FEED:
000210*        HDR,YYYYMMDD                      (FIRST LINE)
000220*        STP,ID,STEP,TECHNIQUE,ROW,COL,DIGIT
000230*        ELM,ID,STEP,ROW,COL,DIGIT         (A CANDIDATE STRUCK
000240*                                           OUT BY NAKED PAIRS
000250*                                           AHEAD OF THAT STEP)
000260*        END,ID,STEPS,COMPLETE OR STUCK    (ONE PER PUZZLE)
000270*        TRL,COUNT                         (LAST LINE -- COUNT OF
000280*                                           PUZZLES WALKED, WHICH
000290*                                           IS THE NUMBER OF END
000300*                                           LINES)
000310*    TECHNIQUE IS NAKED-SINGLE, HIDDEN-SINGLE, PAIRS-NAKED-SINGLE
000320*    OR PAIRS-HIDDEN-SINGLE.  ELM LINES TAGGED ONE PAST THE LAST
000330*    STEP BELONG TO A PUZZLE THAT ENDED STUCK.
000340*
000350*    CONTROL CARD (WALKPARM.DAT, KEYWORD=VALUE, * FOR COMMENTS):
000360*        INPUT=PUZISSUE.DAT
000370*        OUTPUT=WALKFEED.DAT
000380*
000390*    AUTHOR.     M. CLASSEN, APPLICATIONS PROGRAMMING.
000400*    INSTALLATION. GAMES AND UTILITIES.
000410*    DATE-WRITTEN. 2026-10-07.
000420*
000430*    MODIFICATION HISTORY
000440*    DATE       INIT  DESCRIPTION
000450*    2026-10-07 MKC   ORIGINAL PROGRAM.  CONTROL CARD CONVENTION
000460*                     FOLLOWS SUDPARM.DAT AND THE FEED FRAMING
000470*                     FOLLOWS SUDOKUWEB.  THE RUN IS LOGGED TO THE
000480*                     RUN HISTORY FILE (RUNHIST.CPY).
000490*    2026-10-15 MKC   X-SUDOKU.  THE RATER IS TOLD THE PUZZLE
000500*                     VARIANT (RES-VARIANT, BLANK TAKEN AS
000510*                     CLASSIC) SO A DIAGONAL PUZZLE IS WALKED WITH
000520*                     ITS DIAGONALS, AND THE PUZZLE LINE SAYS SO.
000530*                     RECORD LENGTH FOLLOWS THE WIDENED
000540*                     RESREC.CPY.
000550******************************************************************
000560 IDENTIFICATION DIVISION.
000570 PROGRAM-ID. SudokuWalk.
000580 AUTHOR. M. CLASSEN.
000590 INSTALLATION. GAMES AND UTILITIES.
000600 DATE-WRITTEN. 2026-10-07.
000610 DATE-COMPILED. 2026-10-07.
000620
000630 ENVIRONMENT DIVISION.
000640 INPUT-OUTPUT SECTION.
000650 FILE-CONTROL.
000660     SELECT RESULT-INPUT-FILE
000670         ASSIGN TO DYNAMIC WLK-INPUT-FILE-NAME
000680         ORGANIZATION IS LINE SEQUENTIAL
000690         FILE STATUS IS WLK-RESULT-FILE-STATUS.
000700
000710     SELECT WALK-FEED-FILE
000720         ASSIGN TO DYNAMIC WLK-OUTPUT-FILE-NAME
000730         ORGANIZATION IS LINE SEQUENTIAL
000740         FILE STATUS IS WLK-FEED-FILE-STATUS.
000750
000760     SELECT PRINT-REPORT-FILE ASSIGN TO "WALKRPT.DAT"
000770         ORGANIZATION IS LINE SEQUENTIAL
000780         FILE STATUS IS WLK-PRINT-FILE-STATUS.
000790
000800     SELECT CONTROL-CARD-FILE ASSIGN TO "WALKPARM.DAT"
000810         ORGANIZATION IS LINE SEQUENTIAL
000820         FILE STATUS IS WLK-PARM-FILE-STATUS.
000830
000840     SELECT RUN-HISTORY-FILE ASSIGN TO "RUNHIST.DAT"
000850         ORGANIZATION IS INDEXED
000860         ACCESS MODE IS DYNAMIC
000870         RECORD KEY IS RUN-HIST-KEY
000880         FILE STATUS IS RUN-LOG-FILE-STATUS.
000890
000900 DATA DIVISION.
000910 FILE SECTION.
000920 FD  RESULT-INPUT-FILE.
000930 01  WLK-RESULT-FILE-REC         PIC X(221).
000940
000950 FD  WALK-FEED-FILE.
000960 01  WLK-FEED-RECORD             PIC X(200).
000970
000980 FD  PRINT-REPORT-FILE.
000990     COPY REPRINT.
001000
001010 FD  CONTROL-CARD-FILE.
001020 01  PRM-CONTROL-RECORD          PIC X(80).
001030
001040 FD  RUN-HISTORY-FILE.
001050     COPY RUNHIST.
001060
001070 WORKING-STORAGE SECTION.
001080*    THE RESULT RECORD IS STAGED IN WORKING-STORAGE, THE SAME
001090*    WAY SUDOKUBOOK STAGES IT.
001100 COPY RESREC.
001110 COPY GRIDLAY.
001120 COPY SOLVFLDS.
001130 COPY HUMNFLDS.
001140 COPY RUNHFLD.
001150
001160 01  WLK-FILE-STATUS-FIELDS.
001170     05  WLK-RESULT-FILE-STATUS  PIC X(02).
001180     05  WLK-FEED-FILE-STATUS    PIC X(02).
001190     05  WLK-PRINT-FILE-STATUS   PIC X(02).
001200     05  WLK-PARM-FILE-STATUS    PIC X(02).
001210
001220 01  WLK-WORK-FIELDS.
001230     05  WLK-EOF-SW              PIC X(01) VALUE 'N'.
001240         88  WLK-EOF                     VALUE 'Y'.
001250     05  WLK-RUN-FAILED-SW       PIC X(01) VALUE 'N'.
001260         88  WLK-RUN-FAILED              VALUE 'Y'.
001270     05  WLK-FILES-OPEN-SW       PIC X(01) VALUE 'N'.
001280         88  WLK-FILES-ARE-OPEN          VALUE 'Y'.
001290     05  WLK-ELIM-DONE-SW        PIC X(01).
001300         88  WLK-ELIM-DONE               VALUE 'Y'.
001310     05  WLK-INPUT-FILE-NAME     PIC X(20)
001320         VALUE "PUZISSUE.DAT".
001330     05  WLK-OUTPUT-FILE-NAME    PIC X(20)
001340         VALUE "WALKFEED.DAT".
001350     05  WLK-CURRENT-STAMP       PIC X(21).
001360     05  WLK-FLAT-IDX            PIC 9(02) COMP.
001370     05  WLK-GIVEN-COUNT         PIC 9(02) COMP.
001380     05  WLK-CELLS-LEFT          PIC 9(02) COMP.
001390     05  WLK-STEP-IDX            PIC 9(02) COMP.
001400     05  WLK-ELIM-FOR-STEP       PIC 9(02) COMP.
001410     05  WLK-ELIM-IDX            PIC 9(04) COMP.
001420     05  WLK-ELL-COUNT           PIC 9(02) COMP.
001430     05  WLK-ELL-POS             PIC 9(02) COMP.
001440     05  WLK-TECH-IDX            PIC 9(01) COMP.
001450     05  WLK-FEED-STEP           PIC 9(02).
001460     05  WLK-FEED-OUTCOME        PIC X(08).
001470     05  WLK-ELIM-ITEM.
001480         10  FILLER              PIC X(01) VALUE 'R'.
001490         10  WLK-EI-ROW          PIC 9(01).
001500         10  FILLER              PIC X(01) VALUE 'C'.
001510         10  WLK-EI-COL          PIC 9(01).
001520         10  FILLER              PIC X(01) VALUE ':'.
001530         10  WLK-EI-VAL          PIC 9(01).
001540     05  WLK-READ-COUNT          PIC 9(08) VALUE 0.
001550     05  WLK-WALKED-COUNT        PIC 9(08) VALUE 0.
001560     05  WLK-COMPLETE-COUNT      PIC 9(08) VALUE 0.
001570     05  WLK-STUCK-COUNT         PIC 9(08) VALUE 0.
001580     05  WLK-SKIPPED-COUNT       PIC 9(08) VALUE 0.
001590     05  WLK-STEP-TOTAL          PIC 9(08) VALUE 0.
001600     05  WLK-ELIM-TOTAL          PIC 9(08) VALUE 0.
001610     05  WLK-ELIM-LOST-COUNT     PIC 9(08) VALUE 0.
001620     05  WLK-FEED-LINE           PIC X(200).
001630
001640*    TECHNIQUE NAMES BY SUD-HMN-STEP-TECH (SEE HUMNFLDS.CPY) --
001650*    THE PRINTED NAME AND THE CODE THE FEED CARRIES.
001660 01  WLK-TECH-NAMES.
001670     05  FILLER                  PIC X(28) VALUE 'NAKED SINGLE'.
001680     05  FILLER                  PIC X(28) VALUE 'HIDDEN SINGLE'.
001690     05  FILLER                  PIC X(28)
001700         VALUE 'NAKED PAIRS + NAKED SINGLE'.
001710     05  FILLER                  PIC X(28)
001720         VALUE 'NAKED PAIRS + HIDDEN SINGLE'.
001730 01  WLK-TECH-NAME-TABLE REDEFINES WLK-TECH-NAMES.
001740     05  WLK-TECH-NAME OCCURS 4 TIMES PIC X(28).
001750
001760 01  WLK-TECH-CODES.
001770     05  FILLER                  PIC X(20) VALUE 'NAKED-SINGLE'.
001780     05  FILLER                  PIC X(20) VALUE 'HIDDEN-SINGLE'.
001790     05  FILLER                  PIC X(20)
001800         VALUE 'PAIRS-NAKED-SINGLE'.
001810     05  FILLER                  PIC X(20)
001820         VALUE 'PAIRS-HIDDEN-SINGLE'.
001830 01  WLK-TECH-CODE-TABLE REDEFINES WLK-TECH-CODES.
001840     05  WLK-TECH-CODE OCCURS 4 TIMES PIC X(20).
001850
001860 01  PRM-CONTROL-FIELDS.
001870     05  PRM-EOF-SW              PIC X(01) VALUE 'N'.
001880         88  PRM-EOF                     VALUE 'Y'.
001890     05  PRM-OPEN-SW             PIC X(01) VALUE 'N'.
001900         88  PRM-IS-OPEN                 VALUE 'Y'.
001910     05  PRM-KEY                 PIC X(20).
001920     05  PRM-VALUE               PIC X(20).
001930
001940 01  WLK-TITLE-LINE.
001950     05  FILLER                  PIC X(27)
001960         VALUE 'SOLVING WALKTHROUGH FOR THE'.
001970     05  FILLER                  PIC X(11) VALUE ' SELECTION '.
001980     05  WLK-TTL-DSN             PIC X(20).
001990     05  FILLER                  PIC X(09) VALUE 'PREPARED '.
002000     05  WLK-TTL-DATE            PIC X(08).
002010     05  FILLER                  PIC X(05) VALUE SPACES.
002020
002030 01  WLK-PUZZLE-LINE.
002040     05  FILLER                  PIC X(07) VALUE 'PUZZLE '.
002050     05  WLK-PZL-ID              PIC X(10).
002060     05  FILLER                  PIC X(08) VALUE '  GRADE '.
002070     05  WLK-PZL-GRADE           PIC X(08).
002080     05  FILLER                  PIC X(09) VALUE '  GIVENS '.
002090     05  WLK-PZL-GIVENS          PIC Z9.
002100     05  FILLER                  PIC X(02) VALUE SPACES.
002110     05  WLK-PZL-VARIANT         PIC X(08).
002120     05  FILLER                  PIC X(26) VALUE SPACES.
002130
002140 01  WLK-STEP-HEAD-LINE.
002150     05  FILLER                  PIC X(06) VALUE '  STEP'.
002160     05  FILLER                  PIC X(02) VALUE SPACES.
002170     05  FILLER                  PIC X(30) VALUE 'TECHNIQUE'.
002180     05  FILLER                  PIC X(04) VALUE ' ROW'.
002190     05  FILLER                  PIC X(05) VALUE '  COL'.
002200     05  FILLER                  PIC X(06) VALUE ' DIGIT'.
002210     05  FILLER                  PIC X(27) VALUE SPACES.
002220
002230 01  WLK-STEP-LINE.
002240     05  WLK-STL-STEP            PIC Z(05)9.
002250     05  FILLER                  PIC X(02) VALUE SPACES.
002260     05  WLK-STL-TECH            PIC X(28).
002270     05  FILLER                  PIC X(05) VALUE SPACES.
002280     05  WLK-STL-ROW             PIC 9(01).
002290     05  FILLER                  PIC X(04) VALUE SPACES.
002300     05  WLK-STL-COL             PIC 9(01).
002310     05  FILLER                  PIC X(05) VALUE SPACES.
002320     05  WLK-STL-DIGIT           PIC 9(01).
002330     05  FILLER                  PIC X(27) VALUE SPACES.
002340
002350 01  WLK-ELIM-LINE.
002360     05  FILLER                  PIC X(08) VALUE SPACES.
002370     05  WLK-ELL-LABEL           PIC X(16).
002380     05  WLK-ELL-TEXT            PIC X(56).
002390
002400 01  WLK-TOTAL-LINE.
002410     05  FILLER                  PIC X(02) VALUE SPACES.
002420     05  WLK-TTL-TEXT            PIC X(44).
002430     05  WLK-TTL-COUNT           PIC Z(07)9.
002440     05  FILLER                  PIC X(26) VALUE SPACES.
002450
002460 PROCEDURE DIVISION.
002470
002480******************************************************************
002490*    0000-MAINLINE
002500******************************************************************
002510 0000-MAINLINE.
002520     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002530     PERFORM 2000-READ-ONE-RESULT THRU 2000-EXIT
002540         UNTIL WLK-EOF
002550     IF NOT WLK-RUN-FAILED
002560         PERFORM 2900-WRITE-CONTROL-TOTAL THRU 2900-EXIT
002570     END-IF
002580     PERFORM 9000-END-OF-JOB THRU 9000-EXIT
002590     PERFORM 9999-TERMINATE THRU 9999-EXIT.
002600 0000-EXIT.
002610     EXIT.
002620
002630******************************************************************
002640*    1000-INITIALIZE
002650******************************************************************
002660 1000-INITIALIZE.
002670     PERFORM 1500-READ-CONTROL-CARD THRU 1500-EXIT
002680     OPEN INPUT RESULT-INPUT-FILE
002690     IF WLK-RESULT-FILE-STATUS NOT = "00"
002700         DISPLAY "SELECTION FILE " WLK-INPUT-FILE-NAME
002710             " NOT AVAILABLE -- STATUS "
002720             WLK-RESULT-FILE-STATUS
002730         PERFORM 1900-FAIL-THE-RUN THRU 1900-EXIT
002740         GO TO 1000-EXIT
002750     END-IF
002760     OPEN OUTPUT WALK-FEED-FILE
002770     IF WLK-FEED-FILE-STATUS NOT = "00"
002780         DISPLAY "FEED FILE " WLK-OUTPUT-FILE-NAME
002790             " NOT AVAILABLE -- STATUS " WLK-FEED-FILE-STATUS
002800         CLOSE RESULT-INPUT-FILE
002810         PERFORM 1900-FAIL-THE-RUN THRU 1900-EXIT
002820         GO TO 1000-EXIT
002830     END-IF
002840     OPEN OUTPUT PRINT-REPORT-FILE
002850     MOVE 'Y' TO WLK-FILES-OPEN-SW
002860     MOVE 'Y' TO SUD-HMN-TRACE-SW
002870     MOVE FUNCTION CURRENT-DATE TO WLK-CURRENT-STAMP
002880     MOVE WLK-INPUT-FILE-NAME TO WLK-TTL-DSN
002890     MOVE WLK-CURRENT-STAMP(1:8) TO WLK-TTL-DATE
002900     WRITE PRT-REPORT-LINE FROM WLK-TITLE-LINE
002910     MOVE SPACES TO WLK-FEED-LINE
002920     STRING "HDR," WLK-CURRENT-STAMP(1:8)
002930         DELIMITED BY SIZE INTO WLK-FEED-LINE
002940     WRITE WLK-FEED-RECORD FROM WLK-FEED-LINE.
002950 1000-EXIT.
002960     EXIT.
002970
002980******************************************************************
002990*    1500-READ-CONTROL-CARD
003000*    KEYWORD=VALUE RECORDS, SAME CONVENTION AS SUDPARM.DAT.
003010******************************************************************
003020 1500-READ-CONTROL-CARD.
003030     OPEN INPUT CONTROL-CARD-FILE
003040     IF WLK-PARM-FILE-STATUS = "00"
003050         MOVE 'Y' TO PRM-OPEN-SW
003060     ELSE
003070         DISPLAY "NO WALKPARM.DAT -- USING PROGRAM DEFAULTS"
003080         MOVE 'Y' TO PRM-EOF-SW
003090     END-IF
003100     PERFORM 1510-READ-ONE-CARD THRU 1510-EXIT
003110         UNTIL PRM-EOF
003120     IF PRM-IS-OPEN
003130         CLOSE CONTROL-CARD-FILE
003140     END-IF.
003150 1500-EXIT.
003160     EXIT.
003170
003180 1510-READ-ONE-CARD.
003190     READ CONTROL-CARD-FILE
003200         AT END
003210             MOVE 'Y' TO PRM-EOF-SW
003220         NOT AT END
003230             IF PRM-CONTROL-RECORD(1:1) NOT = '*'
003240                 AND PRM-CONTROL-RECORD NOT = SPACES
003250                 PERFORM 1520-APPLY-ONE-CARD THRU 1520-EXIT
003260             END-IF
003270     END-READ.
003280 1510-EXIT.
003290     EXIT.
003300
003310 1520-APPLY-ONE-CARD.
003320     MOVE SPACES TO PRM-KEY
003330     MOVE SPACES TO PRM-VALUE
003340     UNSTRING PRM-CONTROL-RECORD DELIMITED BY '='
003350         INTO PRM-KEY PRM-VALUE
003360     EVALUATE PRM-KEY
003370         WHEN 'INPUT'
003380             MOVE PRM-VALUE TO WLK-INPUT-FILE-NAME
003390         WHEN 'OUTPUT'
003400             MOVE PRM-VALUE TO WLK-OUTPUT-FILE-NAME
003410         WHEN OTHER
003420             DISPLAY "UNKNOWN CONTROL KEYWORD IGNORED: "
003430                 PRM-CONTROL-RECORD
003440     END-EVALUATE.
003450 1520-EXIT.
003460     EXIT.
003470
003480 1900-FAIL-THE-RUN.
003490     MOVE 'Y' TO WLK-RUN-FAILED-SW
003500     MOVE 'Y' TO WLK-EOF-SW
003510     MOVE 8 TO RETURN-CODE.
003520 1900-EXIT.
003530     EXIT.
003540
003550******************************************************************
003560*    2000-READ-ONE-RESULT
003570******************************************************************
003580 2000-READ-ONE-RESULT.
003590     READ RESULT-INPUT-FILE INTO RES-OUTPUT-RECORD
003600         AT END
003610             MOVE 'Y' TO WLK-EOF-SW
003620         NOT AT END
003630             ADD 1 TO WLK-READ-COUNT
003640             PERFORM 2100-WALK-ONE-PUZZLE THRU 2100-EXIT
003650     END-READ.
003660 2000-EXIT.
003670     EXIT.
003680
003690******************************************************************
003700*    2100-WALK-ONE-PUZZLE
003710*    THE RATER IS RUN OVER THE GIVENS, NOT THE SOLVED CELLS, WITH
003720*    THE TRACE ON -- IT HANDS BACK THE STEP AND ELIMINATION TABLES
003730*    AND LEAVES SUD-GRID AS IT FOUND IT.
003740******************************************************************
003750 2100-WALK-ONE-PUZZLE.
003760     IF NOT RES-OUTCOME-SOLVED
003770         ADD 1 TO WLK-SKIPPED-COUNT
003780         GO TO 2100-EXIT
003790     END-IF
003800     MOVE 0 TO WLK-GIVEN-COUNT
003810     PERFORM 2110-LOAD-ONE-GIVEN THRU 2110-EXIT
003820         VARYING WLK-FLAT-IDX FROM 1 BY 1
003830             UNTIL WLK-FLAT-IDX > 81
003840     MOVE RES-VARIANT TO SUD-VARIANT
003850     IF SUD-VARIANT = SPACE
003860         MOVE 'C' TO SUD-VARIANT
003870     END-IF
003880     PERFORM 5500-RATE-HUMAN THRU 5500-EXIT
003890     ADD 1 TO WLK-WALKED-COUNT
003900     ADD SUD-HMN-STEP-USED TO WLK-STEP-TOTAL
003910     MOVE RES-ID TO WLK-PZL-ID
003920     MOVE SUD-HUMAN-GRADE TO WLK-PZL-GRADE
003930     MOVE WLK-GIVEN-COUNT TO WLK-PZL-GIVENS
003940     IF SUD-VARIANT-DIAGONAL
003950         MOVE 'X-SUDOKU' TO WLK-PZL-VARIANT
003960     ELSE
003970         MOVE SPACES TO WLK-PZL-VARIANT
003980     END-IF
003990     WRITE PRT-REPORT-LINE FROM WLK-PUZZLE-LINE
004000     WRITE PRT-REPORT-LINE FROM WLK-STEP-HEAD-LINE
004010     MOVE 1 TO WLK-ELIM-IDX
004020     PERFORM 2200-PRINT-ONE-STEP THRU 2200-EXIT
004030         VARYING WLK-STEP-IDX FROM 1 BY 1
004040             UNTIL WLK-STEP-IDX > SUD-HMN-STEP-USED
004050     PERFORM 2300-PRINT-OUTCOME THRU 2300-EXIT.
004060 2100-EXIT.
004070     EXIT.
004080
004090 2110-LOAD-ONE-GIVEN.
004100     SUBTRACT 1 FROM WLK-FLAT-IDX GIVING SUD-TEMP-N
004110     DIVIDE SUD-TEMP-N BY 9 GIVING SUD-R
004120     COMPUTE SUD-C = SUD-TEMP-N - (SUD-R * 9) + 1
004130     ADD 1 TO SUD-R
004140     MOVE RES-GIVEN-CELL(WLK-FLAT-IDX) TO SUD-CELL(SUD-R, SUD-C)
004150     IF RES-GIVEN-CELL(WLK-FLAT-IDX) NOT = 0
004160         ADD 1 TO WLK-GIVEN-COUNT
004170     END-IF.
004180 2110-EXIT.
004190     EXIT.
004200
004210******************************************************************
004220*    2200-PRINT-ONE-STEP
004230*    THE PAIR ELIMINATIONS A STEP NEEDED ARE PRINTED UNDER IT.
004240*    THEY WERE RECORDED IN STEP ORDER, SO ONE POINTER WALKS THE
004250*    ELIMINATION TABLE ALONGSIDE THE STEPS.
004260******************************************************************
004270 2200-PRINT-ONE-STEP.
004280     MOVE SUD-HMN-STEP-TECH(WLK-STEP-IDX) TO WLK-TECH-IDX
004290     MOVE WLK-STEP-IDX TO WLK-STL-STEP
004300     MOVE WLK-TECH-NAME(WLK-TECH-IDX) TO WLK-STL-TECH
004310     MOVE SUD-HMN-STEP-ROW(WLK-STEP-IDX) TO WLK-STL-ROW
004320     MOVE SUD-HMN-STEP-COL(WLK-STEP-IDX) TO WLK-STL-COL
004330     MOVE SUD-HMN-STEP-VAL(WLK-STEP-IDX) TO WLK-STL-DIGIT
004340     WRITE PRT-REPORT-LINE FROM WLK-STEP-LINE
004350     MOVE WLK-STEP-IDX TO WLK-FEED-STEP
004360     MOVE SPACES TO WLK-FEED-LINE
004370     STRING "STP," DELIMITED BY SIZE
004380         RES-ID DELIMITED BY SPACE
004390         "," WLK-FEED-STEP "," DELIMITED BY SIZE
004400         WLK-TECH-CODE(WLK-TECH-IDX) DELIMITED BY SPACE
004410         "," SUD-HMN-STEP-ROW(WLK-STEP-IDX)
004420         "," SUD-HMN-STEP-COL(WLK-STEP-IDX)
004430         "," SUD-HMN-STEP-VAL(WLK-STEP-IDX)
004440         DELIMITED BY SIZE INTO WLK-FEED-LINE
004450     WRITE WLK-FEED-RECORD FROM WLK-FEED-LINE
004460     MOVE WLK-STEP-IDX TO WLK-ELIM-FOR-STEP
004470     PERFORM 2210-PRINT-STEP-ELIMS THRU 2210-EXIT.
004480 2200-EXIT.
004490     EXIT.
004500
004510******************************************************************
004520*    2210-PRINT-STEP-ELIMS
004530*    EIGHT ELIMINATIONS TO A PRINT LINE.  ONLY THE FIRST LINE OF
004540*    A STEP CARRIES THE LABEL.
004550******************************************************************
004560 2210-PRINT-STEP-ELIMS.
004570     MOVE 'PAIRS REMOVED:' TO WLK-ELL-LABEL
004580     MOVE SPACES TO WLK-ELL-TEXT
004590     MOVE 0 TO WLK-ELL-COUNT
004600     MOVE 'N' TO WLK-ELIM-DONE-SW
004610     PERFORM 2220-TAKE-ONE-ELIM THRU 2220-EXIT
004620         UNTIL WLK-ELIM-DONE
004630     IF WLK-ELL-COUNT > 0
004640         WRITE PRT-REPORT-LINE FROM WLK-ELIM-LINE
004650     END-IF.
004660 2210-EXIT.
004670     EXIT.
004680
004690 2220-TAKE-ONE-ELIM.
004700     IF WLK-ELIM-IDX > SUD-HMN-ELIM-USED
004710         MOVE 'Y' TO WLK-ELIM-DONE-SW
004720         GO TO 2220-EXIT
004730     END-IF
004740     IF SUD-HMN-ELIM-STEP(WLK-ELIM-IDX) NOT = WLK-ELIM-FOR-STEP
004750         MOVE 'Y' TO WLK-ELIM-DONE-SW
004760         GO TO 2220-EXIT
004770     END-IF
004780     MOVE SUD-HMN-ELIM-ROW(WLK-ELIM-IDX) TO WLK-EI-ROW
004790     MOVE SUD-HMN-ELIM-COL(WLK-ELIM-IDX) TO WLK-EI-COL
004800     MOVE SUD-HMN-ELIM-VAL(WLK-ELIM-IDX) TO WLK-EI-VAL
004810     COMPUTE WLK-ELL-POS = WLK-ELL-COUNT * 7 + 1
004820     MOVE WLK-ELIM-ITEM TO WLK-ELL-TEXT(WLK-ELL-POS:6)
004830     ADD 1 TO WLK-ELL-COUNT
004840     IF WLK-ELL-COUNT = 8
004850         WRITE PRT-REPORT-LINE FROM WLK-ELIM-LINE
004860         MOVE SPACES TO WLK-ELL-LABEL
004870         MOVE SPACES TO WLK-ELL-TEXT
004880         MOVE 0 TO WLK-ELL-COUNT
004890     END-IF
004900     MOVE WLK-ELIM-FOR-STEP TO WLK-FEED-STEP
004910     MOVE SPACES TO WLK-FEED-LINE
004920     STRING "ELM," DELIMITED BY SIZE
004930         RES-ID DELIMITED BY SPACE
004940         "," WLK-FEED-STEP
004950         "," WLK-EI-ROW "," WLK-EI-COL "," WLK-EI-VAL
004960         DELIMITED BY SIZE INTO WLK-FEED-LINE
004970     WRITE WLK-FEED-RECORD FROM WLK-FEED-LINE
004980     ADD 1 TO WLK-ELIM-TOTAL
004990     ADD 1 TO WLK-ELIM-IDX.
005000 2220-EXIT.
005010     EXIT.
005020
005030******************************************************************
005040*    2300-PRINT-OUTCOME
005050*    A STUCK PUZZLE SHOWS ANY PAIR ELIMINATIONS THAT LED NOWHERE,
005060*    THEN THE NUMBER OF CELLS THE CATALOGUED TECHNIQUES COULD NOT
005070*    REACH.
005080******************************************************************
005090 2300-PRINT-OUTCOME.
005100     IF SUD-HMN-STUCK
005110         ADD 1 TO WLK-STUCK-COUNT
005120         COMPUTE WLK-ELIM-FOR-STEP = SUD-HMN-STEP-USED + 1
005130         PERFORM 2210-PRINT-STEP-ELIMS THRU 2210-EXIT
005140         COMPUTE WLK-CELLS-LEFT =
005150             81 - WLK-GIVEN-COUNT - SUD-HMN-STEP-USED
005160         MOVE 'STUCK -- CELLS BEYOND SINGLES AND PAIRS'
005170             TO WLK-TTL-TEXT
005180         MOVE WLK-CELLS-LEFT TO WLK-TTL-COUNT
005190         WRITE PRT-REPORT-LINE FROM WLK-TOTAL-LINE
005200         MOVE 'STUCK' TO WLK-FEED-OUTCOME
005210     ELSE
005220         ADD 1 TO WLK-COMPLETE-COUNT
005230         MOVE 'COMPLETE -- STEPS TAKEN' TO WLK-TTL-TEXT
005240         MOVE SUD-HMN-STEP-USED TO WLK-TTL-COUNT
005250         WRITE PRT-REPORT-LINE FROM WLK-TOTAL-LINE
005260         MOVE 'COMPLETE' TO WLK-FEED-OUTCOME
005270     END-IF
005280     IF SUD-HMN-ELIM-OVERFLOW > 0
005290         ADD SUD-HMN-ELIM-OVERFLOW TO WLK-ELIM-LOST-COUNT
005300         MOVE 'ELIMINATION LIST FULL -- NOT SHOWN' TO WLK-TTL-TEXT
005310         MOVE SUD-HMN-ELIM-OVERFLOW TO WLK-TTL-COUNT
005320         WRITE PRT-REPORT-LINE FROM WLK-TOTAL-LINE
005330     END-IF
005340     MOVE SPACES TO PRT-REPORT-LINE
005350     WRITE PRT-REPORT-LINE
005360     MOVE SUD-HMN-STEP-USED TO WLK-FEED-STEP
005370     MOVE SPACES TO WLK-FEED-LINE
005380     STRING "END," DELIMITED BY SIZE
005390         RES-ID DELIMITED BY SPACE
005400         "," WLK-FEED-STEP "," DELIMITED BY SIZE
005410         WLK-FEED-OUTCOME DELIMITED BY SPACE
005420         INTO WLK-FEED-LINE
005430     WRITE WLK-FEED-RECORD FROM WLK-FEED-LINE.
005440 2300-EXIT.
005450     EXIT.
005460
005470 2900-WRITE-CONTROL-TOTAL.
005480     MOVE SPACES TO WLK-FEED-LINE
005490     STRING "TRL," WLK-WALKED-COUNT
005500         DELIMITED BY SIZE INTO WLK-FEED-LINE
005510     WRITE WLK-FEED-RECORD FROM WLK-FEED-LINE.
005520 2900-EXIT.
005530     EXIT.
005540
005550******************************************************************
005560*    9000-END-OF-JOB
005570*    EVERY RECORD READ MUST BE EITHER WALKED OR SKIPPED, AND A
005580*    WALKTHROUGH WITH ELIMINATIONS MISSING IS NOT FIT TO PRINT.
005590******************************************************************
005600 9000-END-OF-JOB.
005610     DISPLAY " ".
005620     DISPLAY "====================================".
005630     DISPLAY "END OF JOB SOLVING WALKTHROUGH REPORT".
005640     DISPLAY "RESULT RECORDS READ    : " WLK-READ-COUNT.
005650     DISPLAY "PUZZLES WALKED         : " WLK-WALKED-COUNT.
005660     DISPLAY "  COMPLETE             : " WLK-COMPLETE-COUNT.
005670     DISPLAY "  STUCK (EXPERT)       : " WLK-STUCK-COUNT.
005680     DISPLAY "SKIPPED (NOT SOLVED)   : " WLK-SKIPPED-COUNT.
005690     DISPLAY "STEPS PRINTED          : " WLK-STEP-TOTAL.
005700     DISPLAY "ELIMINATIONS PRINTED   : " WLK-ELIM-TOTAL.
005710     DISPLAY "SELECTION DATASET      : " WLK-INPUT-FILE-NAME.
005720     DISPLAY "FEED DATASET           : " WLK-OUTPUT-FILE-NAME.
005730     IF NOT WLK-RUN-FAILED
005740         IF WLK-READ-COUNT NOT = WLK-WALKED-COUNT
005750                 + WLK-SKIPPED-COUNT
005760             DISPLAY "RUN FAILED -- RECORDS READ DO NOT MATCH "
005770                 "WALKED PLUS SKIPPED"
005780             MOVE 8 TO RETURN-CODE
005790         END-IF
005800         IF WLK-ELIM-LOST-COUNT > 0
005810             DISPLAY "RUN FAILED -- " WLK-ELIM-LOST-COUNT
005820                 " ELIMINATIONS DID NOT FIT THE TRACE TABLE"
005830             MOVE 8 TO RETURN-CODE
005840         END-IF
005850         DISPLAY "REPORT WRITTEN TO WALKRPT.DAT"
005860     END-IF.
005870     DISPLAY "====================================".
005880     PERFORM 9500-LOG-RUN-HISTORY THRU 9500-EXIT.
005890 9000-EXIT.
005900     EXIT.
005910
005920******************************************************************
005930*    9500-LOG-RUN-HISTORY
005940*    THE SOLVED COUNT IS THE PUZZLES WALKED TO COMPLETION, THE
005950*    UNSOLVED COUNT THOSE THAT ENDED STUCK AND THE INVALID COUNT
005960*    THE RECORDS SKIPPED.
005970******************************************************************
005980 9500-LOG-RUN-HISTORY.
005990     MOVE 'SudokuWalk' TO RUN-LOG-PROGRAM
006000     MOVE WLK-INPUT-FILE-NAME TO RUN-LOG-INPUT-DSN
006010     MOVE WLK-OUTPUT-FILE-NAME TO RUN-LOG-OUTPUT-DSN
006020     MOVE SPACES TO RUN-LOG-PARM-TEXT
006030     STRING "STEPS=" WLK-STEP-TOTAL
006040         " ELIMS=" WLK-ELIM-TOTAL
006050         DELIMITED BY SIZE INTO RUN-LOG-PARM-TEXT
006060     MOVE WLK-READ-COUNT TO RUN-LOG-READ-COUNT
006070     MOVE WLK-COMPLETE-COUNT TO RUN-LOG-SOLVED-COUNT
006080     MOVE WLK-STUCK-COUNT TO RUN-LOG-UNSOLVED-COUNT
006090     MOVE WLK-SKIPPED-COUNT TO RUN-LOG-INVALID-COUNT
006100     PERFORM 7500-RUN-HIST-WRITE THRU 7500-EXIT.
006110 9500-EXIT.
006120     EXIT.
006130
006140******************************************************************
006150*    9999-TERMINATE
006160******************************************************************
006170 9999-TERMINATE.
006180     IF WLK-FILES-ARE-OPEN
006190         CLOSE RESULT-INPUT-FILE
006200         CLOSE WALK-FEED-FILE
006210         CLOSE PRINT-REPORT-FILE
006220     END-IF
006230     STOP RUN.
006240 9999-EXIT.
006250     EXIT.
006260
006270     COPY SOLVGRID.
006280     COPY HUMNGRID.
006290     COPY RUNHWRT.
