000010******************************************************************
000020*    SUDOKUCACHE.CBL
000030*    SOLVED-PUZZLE CACHE INTEGRITY VERIFY AND REBUILD.
000040*
000050*    SUDOKUBATCH REUSES A CACHED SOLUTION ON A SIGNATURE HIT AND
000060*    SUDOKUISSUE PUBLISHES STRAIGHT FROM CACHE-CELL, SO ONE BAD
000070*    RECORD ON SOLVCACH.DAT (SOLVCACH.CPY) IS A WRONG ANSWER IN
000080*    PRINT.  TWO RUNS, CHOSEN BY THE MODE= CARD:
000090*
000100*    MODE=VERIFY SWEEPS THE WHOLE CACHE AND CHECKS EVERY RECORD
000110*    WITHOUT TRUSTING ANYTHING ON IT:
000120*        - THE VARIANT IN THE KEY IS C OR X
000130*        - THE 81 GIVENS IN THE KEY ARE ALL DIGITS
000140*        - THE SOLUTION IS COMPLETE (EVERY CELL 1-9)
000150*        - THE SOLUTION AGREES WITH EVERY GIVEN IN THE KEY
000160*        - THE SOLUTION IS A LEGAL GRID UNDER THE KEY'S VARIANT
000170*          (VALIGRID -- ROWS, COLUMNS, BOXES, AND THE DIAGONALS
000180*          FOR X-SUDOKU)
000190*        - CACHE-UNIQUE-FLAG IS UNIQUE OR MULTI
000200*        - CACHE-HUMAN-GRADE IS EASY, MEDIUM, HARD OR EXPERT
000210*    A RECORD THAT FAILS ANY CHECK IS LISTED ON CACHRPT.DAT WITH
000220*    THE FIRST FAILURE FOUND, APPENDED UNCHANGED TO THE
000230*    QUARANTINE FILE AND DELETED FROM THE CACHE, SO NEITHER
000240*    SUDOKUBATCH NOR SUDOKUISSUE CAN USE IT AGAIN -- THE NEXT
000250*    BATCH RUN THAT MEETS THE GRID SOLVES IT AFRESH.  THE PUZZLE
000260*    MASTER IS THEN SWEPT, AND EVERY PUZZLE ALREADY ASSIGNED TO
000270*    AN ISSUE WHOSE GIVENS AND VARIANT ARE THE KEY OF A
000280*    QUARANTINED RECORD IS LISTED, AND IF IT IS PUBLISHED ITS
000290*    STATUS IS SET TO SUSPECT (JOURNALLED) UNTIL THE PRINTED
000300*    ANSWER HAS BEEN CHECKED.  SUDOKUUPD MARK-PUBLISHED PUTS IT
000310*    BACK.  THE RUN IS REFUSED IF THE MASTER OR THE JOURNAL WILL
000320*    NOT OPEN.
000330*
000340*    MODE=REBUILD RE-CREATES THE CACHE FROM RETAINED RESULT FILES
000350*    (RESREC.CPY), NAMED ON ONE OR MORE RESULTS= CARDS AND READ
000360*    IN CARD ORDER -- OLDEST FIRST, SO THE FIRST SOLVE OF A GRID
000370*    IS THE ONE KEPT, AS IT WAS ON THE ORIGINAL CACHE.  EVERY
000380*    RESULTS FILE IS OPENED AND CLOSED BEFORE THE CACHE IS
000390*    TOUCHED; ONE THAT WILL NOT OPEN REFUSES THE RUN AND LEAVES
000400*    THE CACHE AS IT WAS.  THE CACHE IS THEN CREATED EMPTY.  EACH
000410*    SOLVED RESULT IS BUILT INTO A CACHE RECORD (KEY FROM
000420*    RES-GIVEN-CELL AND RES-VARIANT, DATE SOLVED THE DATE OF THE
000430*    REBUILD, SINCE A RESULT CARRIES NONE) AND PUT THROUGH THE
000440*    SAME CHECKS AS VERIFY BEFORE IT IS WRITTEN, SO A REBUILT
000450*    CACHE VERIFIES CLEAN.  A RESULT THAT FAILS IS LISTED AND
000460*    LEFT OUT -- INCLUDING ONE FROM A RUN WITHOUT THE UNIQUENESS
000470*    CHECK OR THE HUMAN RATER, WHICH SUDOKUBATCH WILL SOLVE AND
000480*    CACHE AGAIN THE NEXT TIME IT MEETS THE GRID.
000490*
000500*    ANY RECORD QUARANTINED OR LEFT OUT ENDS THE RUN WITH RETURN
000510*    CODE 4; AN UNUSABLE FILE, A FAILED DELETE OR JOURNAL WRITE,
000520*    OR MORE BAD RECORDS THAN THE RUN CAN HOLD WITH RETURN CODE
000530*    8.
000540*
000550*    CONTROL CARD (CACHPARM.DAT, KEYWORD=VALUE, * FOR COMMENTS):
000560*        MODE=VERIFY             (OR REBUILD -- NO DEFAULT)
000570*        QUARANTINE=CACHQUAR.DAT (VERIFY ONLY)
000580*        RESULTS=PUZOUT.DAT      (REBUILD ONLY -- UP TO 20
000590*                                 CARDS, DEFAULT PUZOUT.DAT)
000600*
000610*    AUTHOR.     M. CLASSEN, APPLICATIONS PROGRAMMING.
000620*    INSTALLATION. GAMES AND UTILITIES.
000630*    DATE-WRITTEN. 2026-10-15.
000640*
000650*    MODIFICATION HISTORY
000660*    DATE       INIT  DESCRIPTION
000670*    2026-10-15 MKC   ORIGINAL PROGRAM.  MODE CARD AND PROVE-
000680*                     BEFORE-REPLACE FOLLOW SUDOKURECOV, THE
000690*                     MASTER SIGNATURE FOLLOWS SUDOKUISSUE, AND
000700*                     MASTER CHANGES ARE JOURNALLED (MSTJRNL.CPY).
000710*                     THE RUN IS LOGGED TO THE RUN HISTORY FILE.
000720******************************************************************
000730 IDENTIFICATION DIVISION.
000740 PROGRAM-ID. SudokuCache.
000750 AUTHOR. M. CLASSEN.
000760 INSTALLATION. GAMES AND UTILITIES.
000770 DATE-WRITTEN. 2026-10-15.
000780 DATE-COMPILED. 2026-10-15.
000790
000800 ENVIRONMENT DIVISION.
000810 INPUT-OUTPUT SECTION.
000820 FILE-CONTROL.
000830     SELECT SOLVED-CACHE-FILE ASSIGN TO "SOLVCACH.DAT"
000840         ORGANIZATION IS INDEXED
000850         ACCESS MODE IS DYNAMIC
000860         RECORD KEY IS CACHE-SIGNATURE
000870         FILE STATUS IS CCH-CACHE-FILE-STATUS.
000880
000890     SELECT QUARANTINE-FILE
000900         ASSIGN TO DYNAMIC CCH-QUAR-FILE-NAME
000910         ORGANIZATION IS LINE SEQUENTIAL
000920         FILE STATUS IS CCH-QUAR-FILE-STATUS.
000930
000940     SELECT RESULT-INPUT-FILE
000950         ASSIGN TO DYNAMIC CCH-RESULT-FILE-NAME
000960         ORGANIZATION IS LINE SEQUENTIAL
000970         FILE STATUS IS CCH-RESULT-FILE-STATUS.
000980
000990     SELECT PUZZLE-MASTER-FILE ASSIGN TO "PUZMAST.DAT"
001000         ORGANIZATION IS INDEXED
001010         ACCESS MODE IS DYNAMIC
001020         RECORD KEY IS PUZ-MST-ID
001030         FILE STATUS IS CCH-MASTER-FILE-STATUS.
001040
001050     SELECT PRINT-REPORT-FILE ASSIGN TO "CACHRPT.DAT"
001060         ORGANIZATION IS LINE SEQUENTIAL
001070         FILE STATUS IS CCH-PRINT-FILE-STATUS.
001080
001090     SELECT CONTROL-CARD-FILE ASSIGN TO "CACHPARM.DAT"
001100         ORGANIZATION IS LINE SEQUENTIAL
001110         FILE STATUS IS CCH-PARM-FILE-STATUS.
001120
001130     SELECT RUN-HISTORY-FILE ASSIGN TO "RUNHIST.DAT"
001140         ORGANIZATION IS INDEXED
001150         ACCESS MODE IS DYNAMIC
001160         RECORD KEY IS RUN-HIST-KEY
001170         FILE STATUS IS RUN-LOG-FILE-STATUS.
001172
001180     SELECT MASTER-JOURNAL-FILE ASSIGN TO "MSTJRNL.DAT"
001190         ORGANIZATION IS LINE SEQUENTIAL
001200         FILE STATUS IS JRN-LOG-FILE-STATUS.
001210
001220 DATA DIVISION.
001230 FILE SECTION.
001240 FD  SOLVED-CACHE-FILE.
001250     COPY SOLVCACH.
001260
001270 FD  QUARANTINE-FILE.
001280 01  CCH-QUAR-RECORD             PIC X(219).
001290
001300 FD  RESULT-INPUT-FILE.
001310     COPY RESREC.
001320
001330 FD  PUZZLE-MASTER-FILE.
001340     COPY PUZMAST.
001350
001360 FD  PRINT-REPORT-FILE.
001370     COPY REPRINT.
001380
001390 FD  CONTROL-CARD-FILE.
001400 01  PRM-CONTROL-RECORD          PIC X(80).
001410
001420 FD  RUN-HISTORY-FILE.
001430     COPY RUNHIST.
001440
001450 FD  MASTER-JOURNAL-FILE.
001460     COPY MSTJRNL.
001470
001480 WORKING-STORAGE SECTION.
001490 COPY GRIDLAY.
001500 COPY VALIFLDS.
001510 COPY RUNHFLD.
001520 COPY MSTJFLD.
001530
001540 01  CCH-FILE-STATUS-FIELDS.
001550     05  CCH-CACHE-FILE-STATUS   PIC X(02).
001560     05  CCH-QUAR-FILE-STATUS    PIC X(02).
001570     05  CCH-RESULT-FILE-STATUS  PIC X(02).
001580     05  CCH-MASTER-FILE-STATUS  PIC X(02).
001590     05  CCH-PRINT-FILE-STATUS   PIC X(02).
001600     05  CCH-PARM-FILE-STATUS    PIC X(02).
001610
001620 01  CCH-WORK-FIELDS.
001630     05  CCH-EOF-SW              PIC X(01) VALUE 'N'.
001640         88  CCH-EOF                     VALUE 'Y'.
001650     05  CCH-RUN-FAILED-SW       PIC X(01) VALUE 'N'.
001660         88  CCH-RUN-FAILED              VALUE 'Y'.
001670     05  CCH-CACHE-OPEN-SW       PIC X(01) VALUE 'N'.
001680         88  CCH-CACHE-IS-OPEN           VALUE 'Y'.
001690     05  CCH-QUAR-OPEN-SW        PIC X(01) VALUE 'N'.
001700         88  CCH-QUAR-IS-OPEN            VALUE 'Y'.
001710     05  CCH-MASTER-OPEN-SW      PIC X(01) VALUE 'N'.
001720         88  CCH-MASTER-IS-OPEN          VALUE 'Y'.
001730     05  CCH-REPORT-OPEN-SW      PIC X(01) VALUE 'N'.
001740         88  CCH-REPORT-IS-OPEN          VALUE 'Y'.
001750     05  CCH-MODE                PIC X(08) VALUE SPACES.
001760         88  CCH-MODE-VERIFY             VALUE 'VERIFY'.
001770         88  CCH-MODE-REBUILD            VALUE 'REBUILD'.
001780     05  CCH-QUAR-FILE-NAME      PIC X(20)
001790         VALUE "CACHQUAR.DAT".
001800     05  CCH-RESULT-FILE-NAME    PIC X(20).
001810     05  CCH-CURRENT-STAMP       PIC X(21).
001820     05  CCH-TODAY-DATE          PIC X(08).
001830     05  CCH-REASON              PIC X(50).
001840     05  CCH-REASON-HIT          PIC 9(01) COMP.
001850     05  CCH-REASON-IDX          PIC 9(01) COMP.
001860     05  CCH-CELL-IDX            PIC 9(02) COMP.
001870     05  CCH-CELL-CHAR           PIC X(01).
001880     05  CCH-ROW-DISP            PIC 9(01).
001890     05  CCH-COL-DISP            PIC 9(01).
001900     05  CCH-GRADE-IDX           PIC 9(01) COMP.
001910     05  CCH-GRADE-FOUND-SW      PIC X(01).
001920         88  CCH-GRADE-FOUND             VALUE 'Y'.
001930     05  CCH-FILE-IDX            PIC 9(02) COMP.
001940     05  CCH-BAD-IDX             PIC 9(04) COMP.
001950     05  CCH-BAD-HIT             PIC 9(04) COMP.
001960     05  CCH-WORK-SIGNATURE      PIC X(82).
001970     05  CCH-DISP-BAD            PIC 9(04).
001980     05  CCH-DISP-FILES          PIC 9(02).
001990     05  CCH-CACHE-READ-COUNT    PIC 9(08) VALUE 0.
002000     05  CCH-GOOD-COUNT          PIC 9(08) VALUE 0.
002010     05  CCH-BAD-COUNT           PIC 9(08) VALUE 0.
002020     05  CCH-QUARANTINED-COUNT   PIC 9(08) VALUE 0.
002030     05  CCH-NOT-REMOVED-COUNT   PIC 9(08) VALUE 0.
002040     05  CCH-DELETE-FAILED-COUNT PIC 9(08) VALUE 0.
002050     05  CCH-MASTER-READ-COUNT   PIC 9(08) VALUE 0.
002060     05  CCH-FLAGGED-COUNT       PIC 9(08) VALUE 0.
002070     05  CCH-LISTED-ONLY-COUNT   PIC 9(08) VALUE 0.
002080     05  CCH-RESULT-READ-COUNT   PIC 9(08) VALUE 0.
002090     05  CCH-NOT-SOLVED-COUNT    PIC 9(08) VALUE 0.
002100     05  CCH-LOADED-COUNT        PIC 9(08) VALUE 0.
002110     05  CCH-DUPLICATE-COUNT     PIC 9(08) VALUE 0.
002120
002130*    ONE SLOT PER CHECK, IN THE ORDER THE CHECKS ARE MADE.  A BAD
002140*    RECORD IS COUNTED UNDER THE FIRST CHECK IT FAILS.
002150 01  CCH-REASON-NAMES.
002160     05  FILLER                  PIC X(32)
002170         VALUE 'VARIANT CODE NOT C OR X'.
002180     05  FILLER                  PIC X(32)
002190         VALUE 'GIVENS IN KEY NOT ALL DIGITS'.
002200     05  FILLER                  PIC X(32)
002210         VALUE 'SOLUTION INCOMPLETE'.
002220     05  FILLER                  PIC X(32)
002230         VALUE 'SOLUTION DISAGREES WITH GIVENS'.
002240     05  FILLER                  PIC X(32)
002250         VALUE 'SOLUTION NOT A LEGAL GRID'.
002260     05  FILLER                  PIC X(32)
002270         VALUE 'UNIQUE FLAG MISSING OR INVALID'.
002280     05  FILLER                  PIC X(32)
002290         VALUE 'HUMAN GRADE MISSING OR INVALID'.
002300 01  CCH-REASON-NAME-TABLE REDEFINES CCH-REASON-NAMES.
002310     05  CCH-REASON-NAME OCCURS 7 TIMES PIC X(32).
002320
002330 01  CCH-REASON-COUNTS.
002340     05  CCH-REASON-COUNT OCCURS 7 TIMES PIC 9(08) COMP.
002350
002360 01  CCH-GRADE-NAMES.
002370     05  FILLER                  PIC X(08) VALUE 'EASY'.
002380     05  FILLER                  PIC X(08) VALUE 'MEDIUM'.
002390     05  FILLER                  PIC X(08) VALUE 'HARD'.
002400     05  FILLER                  PIC X(08) VALUE 'EXPERT'.
002410 01  CCH-GRADE-NAME-TABLE REDEFINES CCH-GRADE-NAMES.
002420     05  CCH-GRADE-NAME OCCURS 4 TIMES PIC X(08).
002430
002440*    THE KEYS OF THE RECORDS QUARANTINED THIS RUN, FOR THE
002450*    MASTER SWEEP.  A BAD RECORD FOUND WITH THE TABLE FULL IS
002460*    LISTED BUT LEFT ON THE CACHE FOR THE NEXT RUN, SO NO
002470*    PUBLISHED PUZZLE CAN ESCAPE THE FLAG.
002480 01  CCH-BAD-TABLE.
002490     05  CCH-BAD-USED            PIC 9(04) COMP VALUE 0.
002500     05  CCH-BAD-ENTRY OCCURS 1000 TIMES.
002510         10  CCH-BAD-SIGNATURE   PIC X(82).
002520
002530 01  CCH-RESULT-FILE-TABLE.
002540     05  CCH-RESULT-USED         PIC 9(02) COMP VALUE 0.
002550     05  CCH-RESULT-ENTRY OCCURS 20 TIMES.
002560         10  CCH-RESULT-NAME     PIC X(20).
002570         10  CCH-RESULT-RECORDS  PIC 9(08) COMP.
002580
002590 01  PRM-CONTROL-FIELDS.
002600     05  PRM-EOF-SW              PIC X(01) VALUE 'N'.
002610         88  PRM-EOF                     VALUE 'Y'.
002620     05  PRM-OPEN-SW             PIC X(01) VALUE 'N'.
002630         88  PRM-IS-OPEN                 VALUE 'Y'.
002640     05  PRM-KEY                 PIC X(20).
002650     05  PRM-VALUE               PIC X(20).
002660
002670 01  CCH-TITLE-LINE.
002680     05  FILLER                  PIC X(40)
002690         VALUE 'SOLVED-PUZZLE CACHE INTEGRITY REPORT'.
002700     05  FILLER                  PIC X(02) VALUE SPACES.
002710     05  FILLER                  PIC X(09) VALUE 'PREPARED '.
002720     05  CCH-TITLE-DATE          PIC X(08).
002730     05  FILLER                  PIC X(21) VALUE SPACES.
002740
002750 01  CCH-PARM-LINE.
002760     05  FILLER                  PIC X(05) VALUE 'MODE '.
002770     05  CCH-PARM-MODE           PIC X(08).
002780     05  FILLER                  PIC X(13) VALUE ' QUARANTINE  '.
002790     05  CCH-PARM-QUAR           PIC X(20).
002800     05  FILLER                  PIC X(34) VALUE SPACES.
002810
002820 01  CCH-DETAIL-HEAD-LINE.
002830     05  FILLER                  PIC X(12) VALUE 'FIRST ID'.
002840     05  FILLER                  PIC X(04) VALUE 'VAR'.
002850     05  FILLER                  PIC X(10) VALUE 'SOLVED'.
002860     05  FILLER                  PIC X(54) VALUE 'FAILURE'.
002870
002880 01  CCH-DETAIL-LINE.
002890     05  CCH-DTL-ID              PIC X(10).
002900     05  FILLER                  PIC X(02) VALUE SPACES.
002910     05  CCH-DTL-VARIANT         PIC X(01).
002920     05  FILLER                  PIC X(03) VALUE SPACES.
002930     05  CCH-DTL-DATE            PIC X(08).
002940     05  FILLER                  PIC X(02) VALUE SPACES.
002950     05  CCH-DTL-REASON          PIC X(50).
002960     05  FILLER                  PIC X(04) VALUE SPACES.
002970
002980 01  CCH-MASTER-HEAD-LINE.
002990     05  FILLER                  PIC X(02) VALUE SPACES.
003000     05  FILLER                  PIC X(12) VALUE 'PUZZLE ID'.
003010     05  FILLER                  PIC X(10) VALUE 'ISSUE'.
003020     05  FILLER                  PIC X(10) VALUE 'ASSIGNED'.
003030     05  FILLER                  PIC X(11) VALUE 'STATUS'.
003040     05  FILLER                  PIC X(35) VALUE 'ACTION'.
003050
003060 01  CCH-MASTER-LINE.
003070     05  FILLER                  PIC X(02) VALUE SPACES.
003080     05  CCH-MSL-ID              PIC X(10).
003090     05  FILLER                  PIC X(02) VALUE SPACES.
003100     05  CCH-MSL-ISSUE           PIC X(08).
003110     05  FILLER                  PIC X(02) VALUE SPACES.
003120     05  CCH-MSL-DATE            PIC X(08).
003130     05  FILLER                  PIC X(02) VALUE SPACES.
003140     05  CCH-MSL-STATUS          PIC X(09).
003150     05  FILLER                  PIC X(02) VALUE SPACES.
003160     05  CCH-MSL-ACTION          PIC X(30).
003170     05  FILLER                  PIC X(05) VALUE SPACES.
003180
003190 01  CCH-TOTAL-LINE.
003200     05  CCH-TTL-LABEL           PIC X(32).
003210     05  CCH-TTL-COUNT           PIC Z(07)9.
003220     05  FILLER                  PIC X(40) VALUE SPACES.
003230
003240 PROCEDURE DIVISION.
003250
003260******************************************************************
003270*    0000-MAINLINE
003280******************************************************************
003290 0000-MAINLINE.
003300     PERFORM 1000-INITIALIZE THRU 1000-EXIT
003310     IF CCH-MODE-VERIFY AND NOT CCH-RUN-FAILED
003320         PERFORM 2000-VERIFY-ONE-RECORD THRU 2000-EXIT
003330             UNTIL CCH-EOF
003340         PERFORM 4000-FLAG-MASTER THRU 4000-EXIT
003350     END-IF
003360     IF CCH-MODE-REBUILD AND NOT CCH-RUN-FAILED
003370         PERFORM 5000-REBUILD-CACHE THRU 5000-EXIT
003380     END-IF
003390     IF CCH-REPORT-IS-OPEN
003400         PERFORM 8000-PRINT-TOTALS THRU 8000-EXIT
003410     END-IF
003420     PERFORM 9000-END-OF-JOB THRU 9000-EXIT
003430     PERFORM 9999-TERMINATE THRU 9999-EXIT.
003440 0000-EXIT.
003450     EXIT.
003460
003470******************************************************************
003480*    1000-INITIALIZE
003490*    THERE IS NO DEFAULT MODE -- BOTH RUNS CHANGE THE CACHE, SO
003500*    NEITHER MAY HAPPEN BECAUSE A CARD WAS LEFT OUT.
003510******************************************************************
003520 1000-INITIALIZE.
003530     MOVE FUNCTION CURRENT-DATE TO CCH-CURRENT-STAMP
003540     MOVE CCH-CURRENT-STAMP(1:8) TO CCH-TODAY-DATE
003550     PERFORM 1050-ZERO-ONE-REASON THRU 1050-EXIT
003560         VARYING CCH-REASON-IDX FROM 1 BY 1
003570             UNTIL CCH-REASON-IDX > 7
003580     PERFORM 1500-READ-CONTROL-CARD THRU 1500-EXIT
003590     OPEN OUTPUT PRINT-REPORT-FILE
003600     IF CCH-PRINT-FILE-STATUS = "00"
003610         MOVE 'Y' TO CCH-REPORT-OPEN-SW
003620         MOVE CCH-TODAY-DATE TO CCH-TITLE-DATE
003630         WRITE PRT-REPORT-LINE FROM CCH-TITLE-LINE
003640         MOVE SPACES TO PRT-REPORT-LINE
003650         WRITE PRT-REPORT-LINE
003660         MOVE CCH-MODE TO CCH-PARM-MODE
003670         MOVE CCH-QUAR-FILE-NAME TO CCH-PARM-QUAR
003680         WRITE PRT-REPORT-LINE FROM CCH-PARM-LINE
003690     END-IF
003700     EVALUATE TRUE
003710         WHEN CCH-MODE-VERIFY
003720             PERFORM 1100-OPEN-FOR-VERIFY THRU 1100-EXIT
003730         WHEN CCH-MODE-REBUILD
003740             PERFORM 1200-OPEN-FOR-REBUILD THRU 1200-EXIT
003750         WHEN OTHER
003760             DISPLAY "NO VALID MODE= CARD IN CACHPARM.DAT -- "
003770                 "RUN REFUSED"
003780             PERFORM 1900-FAIL-THE-RUN THRU 1900-EXIT
003790     END-EVALUATE.
003800 1000-EXIT.
003810     EXIT.
003820
003830 1050-ZERO-ONE-REASON.
003840     MOVE 0 TO CCH-REASON-COUNT(CCH-REASON-IDX).
003850 1050-EXIT.
003860     EXIT.
003870
003880******************************************************************
003890*    1100-OPEN-FOR-VERIFY
003900*    THE MASTER AND ITS JOURNAL ARE OPENED BEFORE THE CACHE IS
003910*    TOUCHED -- A RECORD TAKEN OFF THE CACHE IS NEVER SEEN BY A
003920*    LATER RUN, SO THE PUZZLES PUBLISHED FROM IT MUST BE FLAGGED
003930*    IN THIS ONE.
003940******************************************************************
003950 1100-OPEN-FOR-VERIFY.
003960     OPEN I-O PUZZLE-MASTER-FILE
003970     IF CCH-MASTER-FILE-STATUS NOT = "00"
003980         DISPLAY "PUZZLE MASTER FILE NOT AVAILABLE -- STATUS "
003990             CCH-MASTER-FILE-STATUS
004000         PERFORM 1900-FAIL-THE-RUN THRU 1900-EXIT
004010         GO TO 1100-EXIT
004020     END-IF
004030     MOVE 'Y' TO CCH-MASTER-OPEN-SW
004040     MOVE 'SudokuCache' TO JRN-LOG-PROGRAM
004050     PERFORM 7300-JRNL-OPEN THRU 7300-EXIT
004060     IF NOT JRN-LOG-IS-OPEN
004070         PERFORM 1900-FAIL-THE-RUN THRU 1900-EXIT
004080         GO TO 1100-EXIT
004090     END-IF
004100     OPEN I-O SOLVED-CACHE-FILE
004110     IF CCH-CACHE-FILE-STATUS NOT = "00"
004120         DISPLAY "SOLVED-PUZZLE CACHE NOT AVAILABLE -- STATUS "
004130             CCH-CACHE-FILE-STATUS
004140         PERFORM 1900-FAIL-THE-RUN THRU 1900-EXIT
004150         GO TO 1100-EXIT
004160     END-IF
004170     MOVE 'Y' TO CCH-CACHE-OPEN-SW
004180     OPEN EXTEND QUARANTINE-FILE
004190     IF CCH-QUAR-FILE-STATUS = "35"
004200         OPEN OUTPUT QUARANTINE-FILE
004210     END-IF
004220     IF CCH-QUAR-FILE-STATUS NOT = "00"
004230         DISPLAY "QUARANTINE FILE " CCH-QUAR-FILE-NAME
004240             " NOT AVAILABLE -- STATUS " CCH-QUAR-FILE-STATUS
004250         PERFORM 1900-FAIL-THE-RUN THRU 1900-EXIT
004260         GO TO 1100-EXIT
004270     END-IF
004280     MOVE 'Y' TO CCH-QUAR-OPEN-SW
004290     IF CCH-REPORT-IS-OPEN
004300         MOVE SPACES TO PRT-REPORT-LINE
004310         WRITE PRT-REPORT-LINE
004320         MOVE 'CACHE RECORDS FAILING VERIFICATION -- QUARANTINED'
004330             TO PRT-REPORT-LINE
004340         WRITE PRT-REPORT-LINE
004350         WRITE PRT-REPORT-LINE FROM CCH-DETAIL-HEAD-LINE
004360     END-IF.
004370 1100-EXIT.
004380     EXIT.
004390
004400******************************************************************
004410*    1200-OPEN-FOR-REBUILD
004420*    EVERY RESULTS FILE IS PROVED TO OPEN BEFORE THE CACHE IS
004430*    EMPTIED, THE SAME WAY SUDOKURECOV PROVES ITS BACKUP BEFORE
004440*    IT REPLACES THE MASTER.
004450******************************************************************
004460 1200-OPEN-FOR-REBUILD.
004470     IF CCH-RESULT-USED = 0
004480         MOVE 1 TO CCH-RESULT-USED
004490         MOVE "PUZOUT.DAT" TO CCH-RESULT-NAME(1)
004500     END-IF
004510     PERFORM 1210-PROVE-ONE-RESULTS-FILE THRU 1210-EXIT
004520         VARYING CCH-FILE-IDX FROM 1 BY 1
004530             UNTIL CCH-FILE-IDX > CCH-RESULT-USED
004540                 OR CCH-RUN-FAILED
004550     IF CCH-RUN-FAILED
004560         GO TO 1200-EXIT
004570     END-IF
004580     OPEN OUTPUT SOLVED-CACHE-FILE
004590     IF CCH-CACHE-FILE-STATUS = "00"
004600         CLOSE SOLVED-CACHE-FILE
004610         OPEN I-O SOLVED-CACHE-FILE
004620     END-IF
004630     IF CCH-CACHE-FILE-STATUS NOT = "00"
004640         DISPLAY "SOLVED-PUZZLE CACHE COULD NOT BE CREATED -- "
004650             "STATUS " CCH-CACHE-FILE-STATUS
004660         PERFORM 1900-FAIL-THE-RUN THRU 1900-EXIT
004670         GO TO 1200-EXIT
004680     END-IF
004690     MOVE 'Y' TO CCH-CACHE-OPEN-SW
004700     IF CCH-REPORT-IS-OPEN
004710         MOVE SPACES TO PRT-REPORT-LINE
004720         WRITE PRT-REPORT-LINE
004730         MOVE 'SOLVED RESULTS FAILING VERIFICATION -- NOT LOADED'
004740             TO PRT-REPORT-LINE
004750         WRITE PRT-REPORT-LINE
004760         WRITE PRT-REPORT-LINE FROM CCH-DETAIL-HEAD-LINE
004770     END-IF.
004780 1200-EXIT.
004790     EXIT.
004800
004810 1210-PROVE-ONE-RESULTS-FILE.
004820     MOVE CCH-RESULT-NAME(CCH-FILE-IDX) TO CCH-RESULT-FILE-NAME
004830     MOVE 0 TO CCH-RESULT-RECORDS(CCH-FILE-IDX)
004840     OPEN INPUT RESULT-INPUT-FILE
004850     IF CCH-RESULT-FILE-STATUS NOT = "00"
004860         DISPLAY "RESULTS FILE " CCH-RESULT-FILE-NAME
004870             " NOT AVAILABLE -- STATUS " CCH-RESULT-FILE-STATUS
004880             " -- CACHE NOT TOUCHED"
004890         PERFORM 1900-FAIL-THE-RUN THRU 1900-EXIT
004900         GO TO 1210-EXIT
004910     END-IF
004920     CLOSE RESULT-INPUT-FILE.
004930 1210-EXIT.
004940     EXIT.
004950
004960******************************************************************
004970*    1500-READ-CONTROL-CARD
004980*    KEYWORD=VALUE RECORDS, SAME CONVENTION AS SUDPARM.DAT.
004990*    RESULTS= MAY BE GIVEN ONCE FOR EACH FILE TO BE READ.
005000******************************************************************
005010 1500-READ-CONTROL-CARD.
005020     OPEN INPUT CONTROL-CARD-FILE
005030     IF CCH-PARM-FILE-STATUS = "00"
005040         MOVE 'Y' TO PRM-OPEN-SW
005050     ELSE
005060         DISPLAY "NO CACHPARM.DAT -- USING PROGRAM DEFAULTS"
005070         MOVE 'Y' TO PRM-EOF-SW
005080     END-IF
005090     PERFORM 1510-READ-ONE-CARD THRU 1510-EXIT
005100         UNTIL PRM-EOF
005110     IF PRM-IS-OPEN
005120         CLOSE CONTROL-CARD-FILE
005130     END-IF.
005140 1500-EXIT.
005150     EXIT.
005160
005170 1510-READ-ONE-CARD.
005180     READ CONTROL-CARD-FILE
005190         AT END
005200             MOVE 'Y' TO PRM-EOF-SW
005210         NOT AT END
005220             IF PRM-CONTROL-RECORD(1:1) NOT = '*'
005230                 AND PRM-CONTROL-RECORD NOT = SPACES
005240                 PERFORM 1520-APPLY-ONE-CARD THRU 1520-EXIT
005250             END-IF
005260     END-READ.
005270 1510-EXIT.
005280     EXIT.
005290
005300 1520-APPLY-ONE-CARD.
005310     MOVE SPACES TO PRM-KEY
005320     MOVE SPACES TO PRM-VALUE
005330     UNSTRING PRM-CONTROL-RECORD DELIMITED BY '='
005340         INTO PRM-KEY PRM-VALUE
005350     EVALUATE PRM-KEY
005360         WHEN 'MODE'
005370             MOVE PRM-VALUE TO CCH-MODE
005380         WHEN 'QUARANTINE'
005390             MOVE PRM-VALUE TO CCH-QUAR-FILE-NAME
005400         WHEN 'RESULTS'
005410             IF CCH-RESULT-USED < 20
005420                 ADD 1 TO CCH-RESULT-USED
005430                 MOVE PRM-VALUE
005440                     TO CCH-RESULT-NAME(CCH-RESULT-USED)
005450             ELSE
005460                 DISPLAY "MORE THAN 20 RESULTS FILES -- "
005470                     "CARD IGNORED: " PRM-CONTROL-RECORD
005480             END-IF
005490         WHEN OTHER
005500             DISPLAY "UNKNOWN CONTROL KEYWORD IGNORED: "
005510                 PRM-CONTROL-RECORD
005520     END-EVALUATE.
005530 1520-EXIT.
005540     EXIT.
005550
005560 1900-FAIL-THE-RUN.
005570     MOVE 'Y' TO CCH-RUN-FAILED-SW
005580     MOVE 'Y' TO CCH-EOF-SW
005590     MOVE 8 TO RETURN-CODE.
005600 1900-EXIT.
005610     EXIT.
005620
005630******************************************************************
005640*    2000-VERIFY-ONE-RECORD
005650*    THE QUARANTINE COPY IS WRITTEN BEFORE THE DELETE, SO A
005660*    RECORD IS NEVER OFF THE CACHE WITHOUT BEING KEPT.
005670******************************************************************
005680 2000-VERIFY-ONE-RECORD.
005690     READ SOLVED-CACHE-FILE NEXT RECORD
005700         AT END
005710             MOVE 'Y' TO CCH-EOF-SW
005720             GO TO 2000-EXIT
005730     END-READ
005740     ADD 1 TO CCH-CACHE-READ-COUNT
005750     PERFORM 2100-CHECK-CACHE-RECORD THRU 2100-EXIT
005760     IF CCH-REASON-HIT = 0
005770         ADD 1 TO CCH-GOOD-COUNT
005780         GO TO 2000-EXIT
005790     END-IF
005800     ADD 1 TO CCH-BAD-COUNT
005810     ADD 1 TO CCH-REASON-COUNT(CCH-REASON-HIT)
005820     PERFORM 2300-PRINT-BAD-RECORD THRU 2300-EXIT
005830     IF CCH-BAD-USED = 1000
005840         ADD 1 TO CCH-NOT-REMOVED-COUNT
005850         MOVE '    *** TABLE FULL -- LEFT ON CACHE FOR NEXT RUN'
005860             TO PRT-REPORT-LINE
005870         PERFORM 2310-WRITE-REPORT-LINE THRU 2310-EXIT
005880         GO TO 2000-EXIT
005890     END-IF
005900     PERFORM 2200-QUARANTINE-RECORD THRU 2200-EXIT.
005910 2000-EXIT.
005920     EXIT.
005930
005940******************************************************************
005950*    2100-CHECK-CACHE-RECORD
005960*    SHARED BY BOTH MODES.  CHECKS THE RECORD IN THE CACHE
005970*    RECORD AREA AND STOPS AT THE FIRST FAILURE: CCH-REASON-HIT
005980*    IS THE SLOT IN THE REASON TABLE (ZERO FOR A GOOD RECORD)
005990*    AND CCH-REASON SAYS WHAT WAS FOUND.  THE GRID IS BUILT IN
006000*    SUD-GRID SO VALIGRID CAN PROVE IT LEGAL; A COMPLETE GRID
006010*    WITH NO DUPLICATE IN ANY UNIT IS A SOLVED ONE.
006020******************************************************************
006030 2100-CHECK-CACHE-RECORD.
006040     MOVE SPACES TO CCH-REASON
006050     MOVE 0 TO CCH-REASON-HIT
006060     IF CACHE-VARIANT NOT = 'C' AND CACHE-VARIANT NOT = 'X'
006070         MOVE 1 TO CCH-REASON-HIT
006080         GO TO 2100-EXIT
006090     END-IF
006100     IF CACHE-SIG-GIVENS NOT NUMERIC
006110         MOVE 2 TO CCH-REASON-HIT
006120         GO TO 2100-EXIT
006130     END-IF
006140     PERFORM 2110-CHECK-ONE-CELL THRU 2110-EXIT
006150         VARYING CCH-CELL-IDX FROM 1 BY 1
006160             UNTIL CCH-CELL-IDX > 81
006170                 OR CCH-REASON-HIT > 0
006180     IF CCH-REASON-HIT > 0
006190         GO TO 2100-EXIT
006200     END-IF
006210     MOVE CACHE-VARIANT TO SUD-VARIANT
006220     PERFORM 2120-LOAD-ONE-CELL THRU 2120-EXIT
006230         VARYING SUD-R FROM 1 BY 1 UNTIL SUD-R > 9
006240             AFTER SUD-C FROM 1 BY 1 UNTIL SUD-C > 9
006250     PERFORM 3000-VALIDATE-GRID THRU 3000-EXIT
006260     IF SUD-GRID-NOT-VALID
006270         MOVE 5 TO CCH-REASON-HIT
006280         STRING 'NOT A LEGAL GRID -- ' SUD-VALID-MSG
006290             DELIMITED BY SIZE INTO CCH-REASON
006300         GO TO 2100-EXIT
006310     END-IF
006320     IF CACHE-UNIQUE-FLAG NOT = 'UNIQUE'
006330             AND CACHE-UNIQUE-FLAG NOT = 'MULTI'
006340         MOVE 6 TO CCH-REASON-HIT
006350         GO TO 2100-EXIT
006360     END-IF
006370     MOVE 'N' TO CCH-GRADE-FOUND-SW
006380     PERFORM 2130-MATCH-ONE-GRADE THRU 2130-EXIT
006390         VARYING CCH-GRADE-IDX FROM 1 BY 1
006400             UNTIL CCH-GRADE-IDX > 4
006410                 OR CCH-GRADE-FOUND
006420     IF NOT CCH-GRADE-FOUND
006430         MOVE 7 TO CCH-REASON-HIT
006440     END-IF.
006450 2100-EXIT.
006460     EXIT.
006470
006480 2110-CHECK-ONE-CELL.
006490     IF CACHE-CELL(CCH-CELL-IDX) NOT NUMERIC
006500             OR CACHE-CELL(CCH-CELL-IDX) = 0
006510         MOVE 3 TO CCH-REASON-HIT
006520         PERFORM 2115-CELL-POSITION THRU 2115-EXIT
006530         STRING 'SOLUTION INCOMPLETE AT ROW ' CCH-ROW-DISP
006540             ' COLUMN ' CCH-COL-DISP
006550             DELIMITED BY SIZE INTO CCH-REASON
006560         GO TO 2110-EXIT
006570     END-IF
006580     MOVE CACHE-CELL(CCH-CELL-IDX) TO CCH-CELL-CHAR
006590     IF CACHE-SIG-GIVENS(CCH-CELL-IDX:1) NOT = '0'
006600             AND CACHE-SIG-GIVENS(CCH-CELL-IDX:1)
006610                 NOT = CCH-CELL-CHAR
006620         MOVE 4 TO CCH-REASON-HIT
006630         PERFORM 2115-CELL-POSITION THRU 2115-EXIT
006640         STRING 'SOLUTION DISAGREES WITH GIVEN AT ROW '
006650             CCH-ROW-DISP ' COLUMN ' CCH-COL-DISP
006660             DELIMITED BY SIZE INTO CCH-REASON
006670     END-IF.
006680 2110-EXIT.
006690     EXIT.
006700
006710 2115-CELL-POSITION.
006720     COMPUTE CCH-ROW-DISP = (CCH-CELL-IDX - 1) / 9 + 1
006730     COMPUTE CCH-COL-DISP =
006740         CCH-CELL-IDX - (CCH-ROW-DISP - 1) * 9.
006750 2115-EXIT.
006760     EXIT.
006770
006780 2120-LOAD-ONE-CELL.
006790     COMPUTE CCH-CELL-IDX = (SUD-R - 1) * 9 + SUD-C
006800     MOVE CACHE-CELL(CCH-CELL-IDX) TO SUD-CELL(SUD-R, SUD-C).
006810 2120-EXIT.
006820     EXIT.
006830
006840 2130-MATCH-ONE-GRADE.
006850     IF CACHE-HUMAN-GRADE = CCH-GRADE-NAME(CCH-GRADE-IDX)
006860         MOVE 'Y' TO CCH-GRADE-FOUND-SW
006870     END-IF.
006880 2130-EXIT.
006890     EXIT.
006900
006910 2200-QUARANTINE-RECORD.
006920     WRITE CCH-QUAR-RECORD FROM CACHE-RECORD
006930     IF CCH-QUAR-FILE-STATUS NOT = "00"
006940         DISPLAY "QUARANTINE WRITE FAILED -- STATUS "
006950             CCH-QUAR-FILE-STATUS " -- RECORD LEFT ON CACHE"
006960         ADD 1 TO CCH-NOT-REMOVED-COUNT
006970         MOVE 8 TO RETURN-CODE
006980         GO TO 2200-EXIT
006990     END-IF
007000     ADD 1 TO CCH-QUARANTINED-COUNT
007010     ADD 1 TO CCH-BAD-USED
007020     MOVE CACHE-SIGNATURE TO CCH-BAD-SIGNATURE(CCH-BAD-USED)
007030     DELETE SOLVED-CACHE-FILE RECORD
007040         INVALID KEY
007050             ADD 1 TO CCH-DELETE-FAILED-COUNT
007060             DISPLAY "CACHE DELETE FAILED FOR "
007070                 CACHE-FIRST-ID " -- STATUS "
007080                 CCH-CACHE-FILE-STATUS
007090     END-DELETE.
007100 2200-EXIT.
007110     EXIT.
007120
007130 2300-PRINT-BAD-RECORD.
007140     IF CCH-REASON = SPACES
007150         MOVE CCH-REASON-NAME(CCH-REASON-HIT) TO CCH-REASON
007160     END-IF
007170     MOVE CACHE-FIRST-ID TO CCH-DTL-ID
007180     MOVE CACHE-VARIANT TO CCH-DTL-VARIANT
007190     MOVE CACHE-DATE-SOLVED TO CCH-DTL-DATE
007200     MOVE CCH-REASON TO CCH-DTL-REASON
007210     MOVE CCH-DETAIL-LINE TO PRT-REPORT-LINE
007220     PERFORM 2310-WRITE-REPORT-LINE THRU 2310-EXIT.
007230 2300-EXIT.
007240     EXIT.
007250
007260 2310-WRITE-REPORT-LINE.
007270     IF CCH-REPORT-IS-OPEN
007280         WRITE PRT-REPORT-LINE
007290     END-IF.
007300 2310-EXIT.
007310     EXIT.
007320
007330******************************************************************
007340*    4000-FLAG-MASTER
007350*    ONLY A PUZZLE WITH AN ISSUE ID CAN HAVE BEEN PRINTED FROM THE
007360*    CACHE.  ITS KEY IS BUILT THE WAY SUDOKUISSUE BUILDS IT --
007370*    THE 81 GIVENS, THEN THE VARIANT WITH BLANK TAKEN AS CLASSIC.
007380******************************************************************
007390 4000-FLAG-MASTER.
007400     IF CCH-REPORT-IS-OPEN
007410         MOVE SPACES TO PRT-REPORT-LINE
007420         WRITE PRT-REPORT-LINE
007430         MOVE 'ISSUED PUZZLES FROM QUARANTINED CACHE RECORDS'
007440             TO PRT-REPORT-LINE
007450         WRITE PRT-REPORT-LINE
007460         WRITE PRT-REPORT-LINE FROM CCH-MASTER-HEAD-LINE
007470     END-IF
007480     IF CCH-BAD-USED > 0
007490         MOVE 'N' TO CCH-EOF-SW
007500         PERFORM 4100-CHECK-ONE-MASTER THRU 4100-EXIT
007510             UNTIL CCH-EOF
007520     END-IF
007530     IF CCH-FLAGGED-COUNT + CCH-LISTED-ONLY-COUNT = 0
007540         MOVE '  (NONE)' TO PRT-REPORT-LINE
007550         PERFORM 2310-WRITE-REPORT-LINE THRU 2310-EXIT
007560     END-IF.
007570 4000-EXIT.
007580     EXIT.
007590
007600******************************************************************
007610*    4100-CHECK-ONE-MASTER
007620*    A PUBLISHED PUZZLE IS SET TO SUSPECT.  ONE IN ANY OTHER
007630*    STATUS (RETIRED SINCE, OR ALREADY SUSPECT) IS LISTED SO THE
007640*    ISSUE CAN BE CHECKED, BUT LEFT AS IT IS.
007650******************************************************************
007660 4100-CHECK-ONE-MASTER.
007670     READ PUZZLE-MASTER-FILE NEXT RECORD
007680         AT END
007690             MOVE 'Y' TO CCH-EOF-SW
007700             GO TO 4100-EXIT
007710     END-READ
007720     ADD 1 TO CCH-MASTER-READ-COUNT
007730     IF PUZ-MST-ISSUE-ID = SPACES
007740         GO TO 4100-EXIT
007750     END-IF
007760     PERFORM 4110-BUILD-ONE-SIG-CELL THRU 4110-EXIT
007770         VARYING CCH-CELL-IDX FROM 1 BY 1
007780             UNTIL CCH-CELL-IDX > 81
007790     IF PUZ-MST-VARIANT = SPACE
007800         MOVE 'C' TO CCH-WORK-SIGNATURE(82:1)
007810     ELSE
007820         MOVE PUZ-MST-VARIANT TO CCH-WORK-SIGNATURE(82:1)
007830     END-IF
007840     MOVE 0 TO CCH-BAD-HIT
007850     PERFORM 4120-MATCH-ONE-BAD THRU 4120-EXIT
007860         VARYING CCH-BAD-IDX FROM 1 BY 1
007870             UNTIL CCH-BAD-IDX > CCH-BAD-USED
007880                 OR CCH-BAD-HIT > 0
007890     IF CCH-BAD-HIT = 0
007900         GO TO 4100-EXIT
007910     END-IF
007920     MOVE PUZ-MST-ID TO CCH-MSL-ID
007930     MOVE PUZ-MST-ISSUE-ID TO CCH-MSL-ISSUE
007940     MOVE PUZ-MST-DATE-ASSIGNED TO CCH-MSL-DATE
007950     MOVE PUZ-MST-STATUS TO CCH-MSL-STATUS
007960     IF NOT PUZ-MST-PUBLISHED
007970         ADD 1 TO CCH-LISTED-ONLY-COUNT
007980         MOVE 'LISTED ONLY -- STATUS LEFT' TO CCH-MSL-ACTION
007990         MOVE CCH-MASTER-LINE TO PRT-REPORT-LINE
008000         PERFORM 2310-WRITE-REPORT-LINE THRU 2310-EXIT
008010         GO TO 4100-EXIT
008020     END-IF
008030     PERFORM 7310-JRNL-SAVE-BEFORE THRU 7310-EXIT
008040     MOVE 'SUSPECT' TO PUZ-MST-STATUS
008050     REWRITE PUZ-MASTER-RECORD
008060         INVALID KEY
008070             DISPLAY "MASTER UPDATE FAILED FOR " PUZ-MST-ID
008080                 " -- STATUS " CCH-MASTER-FILE-STATUS
008090             MOVE 'UPDATE FAILED -- NOT FLAGGED'
008100                 TO CCH-MSL-ACTION
008110             MOVE 8 TO RETURN-CODE
008120         NOT INVALID KEY
008130             MOVE 'CHANGE' TO JRN-LOG-ACTION
008140             PERFORM 7320-JRNL-WRITE-RECORD THRU 7320-EXIT
008150             ADD 1 TO CCH-FLAGGED-COUNT
008160             MOVE 'FLAGGED SUSPECT' TO CCH-MSL-ACTION
008170     END-REWRITE
008180     MOVE CCH-MASTER-LINE TO PRT-REPORT-LINE
008190     PERFORM 2310-WRITE-REPORT-LINE THRU 2310-EXIT.
008200 4100-EXIT.
008210     EXIT.
008220
008230 4110-BUILD-ONE-SIG-CELL.
008240     MOVE PUZ-MST-CELL(CCH-CELL-IDX)
008250         TO CCH-WORK-SIGNATURE(CCH-CELL-IDX:1).
008260 4110-EXIT.
008270     EXIT.
008280
008290 4120-MATCH-ONE-BAD.
008300     IF CCH-BAD-SIGNATURE(CCH-BAD-IDX) = CCH-WORK-SIGNATURE
008310         MOVE CCH-BAD-IDX TO CCH-BAD-HIT
008320     END-IF.
008330 4120-EXIT.
008340     EXIT.
008350
008360******************************************************************
008370*    5000-REBUILD-CACHE
008380******************************************************************
008390 5000-REBUILD-CACHE.
008400     PERFORM 5100-LOAD-ONE-FILE THRU 5100-EXIT
008410         VARYING CCH-FILE-IDX FROM 1 BY 1
008420             UNTIL CCH-FILE-IDX > CCH-RESULT-USED
008430                 OR CCH-RUN-FAILED.
008440 5000-EXIT.
008450     EXIT.
008460
008470 5100-LOAD-ONE-FILE.
008480     MOVE CCH-RESULT-NAME(CCH-FILE-IDX) TO CCH-RESULT-FILE-NAME
008490     OPEN INPUT RESULT-INPUT-FILE
008500     IF CCH-RESULT-FILE-STATUS NOT = "00"
008510         DISPLAY "RESULTS FILE " CCH-RESULT-FILE-NAME
008520             " NOT AVAILABLE -- STATUS " CCH-RESULT-FILE-STATUS
008530         PERFORM 1900-FAIL-THE-RUN THRU 1900-EXIT
008540         GO TO 5100-EXIT
008550     END-IF
008560     MOVE 'N' TO CCH-EOF-SW
008570     PERFORM 5200-LOAD-ONE-RESULT THRU 5200-EXIT
008580         UNTIL CCH-EOF
008590     CLOSE RESULT-INPUT-FILE.
008600 5100-EXIT.
008610     EXIT.
008620
008630******************************************************************
008640*    5200-LOAD-ONE-RESULT
008650*    ONLY A SOLVED RESULT CAN BE CACHED.  THE RECORD IS BUILT IN
008660*    THE CACHE RECORD AREA AND CHECKED THERE, EXACTLY AS VERIFY
008670*    CHECKS A RECORD READ FROM THE CACHE.  A KEY ALREADY LOADED
008680*    FROM AN EARLIER RESULT IS LEFT AS IT IS.
008690******************************************************************
008700 5200-LOAD-ONE-RESULT.
008710     READ RESULT-INPUT-FILE
008720         AT END
008730             MOVE 'Y' TO CCH-EOF-SW
008740             GO TO 5200-EXIT
008750     END-READ
008760     ADD 1 TO CCH-RESULT-READ-COUNT
008770     ADD 1 TO CCH-RESULT-RECORDS(CCH-FILE-IDX)
008780     IF NOT RES-OUTCOME-SOLVED
008790         ADD 1 TO CCH-NOT-SOLVED-COUNT
008800         GO TO 5200-EXIT
008810     END-IF
008820     MOVE SPACES TO CACHE-RECORD
008830     PERFORM 5210-BUILD-ONE-CELL THRU 5210-EXIT
008840         VARYING CCH-CELL-IDX FROM 1 BY 1
008850             UNTIL CCH-CELL-IDX > 81
008860     IF RES-VARIANT = SPACE
008870         MOVE 'C' TO CACHE-VARIANT
008880     ELSE
008890         MOVE RES-VARIANT TO CACHE-VARIANT
008900     END-IF
008910     MOVE RES-ID TO CACHE-FIRST-ID
008920     MOVE CCH-TODAY-DATE TO CACHE-DATE-SOLVED
008930     MOVE RES-DIFFICULTY TO CACHE-DIFFICULTY
008940     MOVE RES-GUESS-COUNT TO CACHE-GUESS-COUNT
008950     MOVE RES-BACKTRACK-COUNT TO CACHE-BACKTRACK-COUNT
008960     MOVE RES-UNIQUE-FLAG TO CACHE-UNIQUE-FLAG
008970     MOVE RES-HUMAN-GRADE TO CACHE-HUMAN-GRADE
008980     PERFORM 2100-CHECK-CACHE-RECORD THRU 2100-EXIT
008990     IF CCH-REASON-HIT > 0
009000         ADD 1 TO CCH-BAD-COUNT
009010         ADD 1 TO CCH-REASON-COUNT(CCH-REASON-HIT)
009020         PERFORM 2300-PRINT-BAD-RECORD THRU 2300-EXIT
009030         GO TO 5200-EXIT
009040     END-IF
009050     WRITE CACHE-RECORD
009060         INVALID KEY
009070             ADD 1 TO CCH-DUPLICATE-COUNT
009080         NOT INVALID KEY
009090             ADD 1 TO CCH-LOADED-COUNT
009100     END-WRITE.
009110 5200-EXIT.
009120     EXIT.
009130
009140 5210-BUILD-ONE-CELL.
009150     MOVE RES-GIVEN-CELL(CCH-CELL-IDX)
009160         TO CACHE-SIG-GIVENS(CCH-CELL-IDX:1)
009170     MOVE RES-CELL(CCH-CELL-IDX) TO CACHE-CELL(CCH-CELL-IDX).
009180 5210-EXIT.
009190     EXIT.
009200
009210******************************************************************
009220*    8000-PRINT-TOTALS
009230******************************************************************
009240 8000-PRINT-TOTALS.
009250     MOVE SPACES TO PRT-REPORT-LINE
009260     WRITE PRT-REPORT-LINE
009270     MOVE 'FAILURES BY CHECK' TO PRT-REPORT-LINE
009280     WRITE PRT-REPORT-LINE
009290     PERFORM 8100-PRINT-ONE-REASON THRU 8100-EXIT
009300         VARYING CCH-REASON-IDX FROM 1 BY 1
009310             UNTIL CCH-REASON-IDX > 7
009320     MOVE SPACES TO PRT-REPORT-LINE
009330     WRITE PRT-REPORT-LINE
009340     MOVE 'CONTROL TOTALS' TO PRT-REPORT-LINE
009350     WRITE PRT-REPORT-LINE
009360     IF CCH-MODE-REBUILD
009370         PERFORM 8200-PRINT-ONE-FILE THRU 8200-EXIT
009380             VARYING CCH-FILE-IDX FROM 1 BY 1
009390                 UNTIL CCH-FILE-IDX > CCH-RESULT-USED
009400         MOVE 'RESULT RECORDS READ' TO CCH-TTL-LABEL
009410         MOVE CCH-RESULT-READ-COUNT TO CCH-TTL-COUNT
009420         WRITE PRT-REPORT-LINE FROM CCH-TOTAL-LINE
009430         MOVE 'NOT SOLVED -- NOT CACHED' TO CCH-TTL-LABEL
009440         MOVE CCH-NOT-SOLVED-COUNT TO CCH-TTL-COUNT
009450         WRITE PRT-REPORT-LINE FROM CCH-TOTAL-LINE
009460         MOVE 'FAILED VERIFICATION -- NOT LOADED'
009470             TO CCH-TTL-LABEL
009480         MOVE CCH-BAD-COUNT TO CCH-TTL-COUNT
009490         WRITE PRT-REPORT-LINE FROM CCH-TOTAL-LINE
009500         MOVE 'KEY ALREADY LOADED' TO CCH-TTL-LABEL
009510         MOVE CCH-DUPLICATE-COUNT TO CCH-TTL-COUNT
009520         WRITE PRT-REPORT-LINE FROM CCH-TOTAL-LINE
009530         MOVE 'CACHE RECORDS LOADED' TO CCH-TTL-LABEL
009540         MOVE CCH-LOADED-COUNT TO CCH-TTL-COUNT
009550         WRITE PRT-REPORT-LINE FROM CCH-TOTAL-LINE
009560         GO TO 8000-EXIT
009570     END-IF
009580     MOVE 'CACHE RECORDS READ' TO CCH-TTL-LABEL
009590     MOVE CCH-CACHE-READ-COUNT TO CCH-TTL-COUNT
009600     WRITE PRT-REPORT-LINE FROM CCH-TOTAL-LINE
009610     MOVE 'PASSED EVERY CHECK' TO CCH-TTL-LABEL
009620     MOVE CCH-GOOD-COUNT TO CCH-TTL-COUNT
009630     WRITE PRT-REPORT-LINE FROM CCH-TOTAL-LINE
009640     MOVE 'FAILED A CHECK' TO CCH-TTL-LABEL
009650     MOVE CCH-BAD-COUNT TO CCH-TTL-COUNT
009660     WRITE PRT-REPORT-LINE FROM CCH-TOTAL-LINE
009670     MOVE 'QUARANTINED' TO CCH-TTL-LABEL
009680     MOVE CCH-QUARANTINED-COUNT TO CCH-TTL-COUNT
009690     WRITE PRT-REPORT-LINE FROM CCH-TOTAL-LINE
009700     MOVE 'LEFT ON THE CACHE' TO CCH-TTL-LABEL
009710     MOVE CCH-NOT-REMOVED-COUNT TO CCH-TTL-COUNT
009720     WRITE PRT-REPORT-LINE FROM CCH-TOTAL-LINE
009730     MOVE 'MASTER RECORDS READ' TO CCH-TTL-LABEL
009740     MOVE CCH-MASTER-READ-COUNT TO CCH-TTL-COUNT
009750     WRITE PRT-REPORT-LINE FROM CCH-TOTAL-LINE
009760     MOVE 'PUZZLES FLAGGED SUSPECT' TO CCH-TTL-LABEL
009770     MOVE CCH-FLAGGED-COUNT TO CCH-TTL-COUNT
009780     WRITE PRT-REPORT-LINE FROM CCH-TOTAL-LINE
009790     MOVE 'ISSUED PUZZLES LISTED ONLY' TO CCH-TTL-LABEL
009800     MOVE CCH-LISTED-ONLY-COUNT TO CCH-TTL-COUNT
009810     WRITE PRT-REPORT-LINE FROM CCH-TOTAL-LINE.
009820 8000-EXIT.
009830     EXIT.
009840
009850 8100-PRINT-ONE-REASON.
009860     MOVE CCH-REASON-NAME(CCH-REASON-IDX) TO CCH-TTL-LABEL
009870     MOVE CCH-REASON-COUNT(CCH-REASON-IDX) TO CCH-TTL-COUNT
009880     WRITE PRT-REPORT-LINE FROM CCH-TOTAL-LINE.
009890 8100-EXIT.
009900     EXIT.
009910
009920 8200-PRINT-ONE-FILE.
009930     MOVE SPACES TO CCH-TTL-LABEL
009940     STRING 'READ FROM ' CCH-RESULT-NAME(CCH-FILE-IDX)
009950         DELIMITED BY SIZE INTO CCH-TTL-LABEL
009960     MOVE CCH-RESULT-RECORDS(CCH-FILE-IDX) TO CCH-TTL-COUNT
009970     WRITE PRT-REPORT-LINE FROM CCH-TOTAL-LINE.
009980 8200-EXIT.
009990     EXIT.
010000
010010******************************************************************
010020*    9000-END-OF-JOB
010030******************************************************************
010040 9000-END-OF-JOB.
010050     DISPLAY " ".
010060     DISPLAY "====================================".
010070     DISPLAY "END OF JOB CACHE INTEGRITY".
010080     DISPLAY "MODE                   : " CCH-MODE.
010090     IF CCH-MODE-REBUILD
010100         DISPLAY "RESULT RECORDS READ    : "
010110             CCH-RESULT-READ-COUNT
010120         DISPLAY "CACHE RECORDS LOADED   : " CCH-LOADED-COUNT
010130         DISPLAY "RESULTS NOT LOADED     : " CCH-BAD-COUNT
010140     ELSE
010150         DISPLAY "CACHE RECORDS READ     : "
010160             CCH-CACHE-READ-COUNT
010170         DISPLAY "RECORDS QUARANTINED    : "
010180             CCH-QUARANTINED-COUNT
010190         DISPLAY "QUARANTINE DATASET     : " CCH-QUAR-FILE-NAME
010200         DISPLAY "PUZZLES FLAGGED SUSPECT: " CCH-FLAGGED-COUNT
010210         DISPLAY "MASTER JOURNAL RECORDS : "
010220             JRN-LOG-WRITE-COUNT
010230     END-IF.
010240     IF NOT CCH-RUN-FAILED
010250         IF CCH-BAD-COUNT > 0 AND RETURN-CODE < 4
010260             DISPLAY "BAD CACHE DATA FOUND -- SEE CACHRPT.DAT"
010270             MOVE 4 TO RETURN-CODE
010280         END-IF
010290         IF CCH-NOT-REMOVED-COUNT > 0
010300             DISPLAY "RUN FAILED -- BAD RECORDS LEFT ON THE "
010310                 "CACHE: " CCH-NOT-REMOVED-COUNT
010320             MOVE 8 TO RETURN-CODE
010330         END-IF
010340         IF CCH-DELETE-FAILED-COUNT > 0
010350             DISPLAY "RUN FAILED -- CACHE DELETES FAILED: "
010360                 CCH-DELETE-FAILED-COUNT
010370             MOVE 8 TO RETURN-CODE
010380         END-IF
010390         DISPLAY "REPORT WRITTEN TO CACHRPT.DAT"
010400     END-IF.
010410     IF JRN-LOG-FAILED-COUNT > 0
010420         DISPLAY "RUN FAILED -- MASTER CHANGES NOT JOURNALLED: "
010430             JRN-LOG-FAILED-COUNT
010440         MOVE 8 TO RETURN-CODE
010450     END-IF.
010460     DISPLAY "====================================".
010470     PERFORM 9500-LOG-RUN-HISTORY THRU 9500-EXIT.
010480 9000-EXIT.
010490     EXIT.
010500
010510******************************************************************
010520*    9500-LOG-RUN-HISTORY
010530*    THE SOLVED COUNT IS THE RECORDS THAT PASSED (VERIFY) OR WERE
010540*    LOADED (REBUILD); THE INVALID COUNT IS THOSE THAT FAILED.
010550******************************************************************
010560 9500-LOG-RUN-HISTORY.
010570     MOVE 'SudokuCache' TO RUN-LOG-PROGRAM
010580     MOVE SPACES TO RUN-LOG-PARM-TEXT
010590     MOVE CCH-BAD-USED TO CCH-DISP-BAD
010600     MOVE CCH-RESULT-USED TO CCH-DISP-FILES
010610     IF CCH-MODE-REBUILD
010620         MOVE CCH-RESULT-NAME(1) TO RUN-LOG-INPUT-DSN
010630         MOVE "SOLVCACH.DAT" TO RUN-LOG-OUTPUT-DSN
010640         MOVE CCH-RESULT-READ-COUNT TO RUN-LOG-READ-COUNT
010650         MOVE CCH-LOADED-COUNT TO RUN-LOG-SOLVED-COUNT
010660         STRING "MODE=REBUILD FILES=" CCH-DISP-FILES
010670             " DUPLICATE=" CCH-DUPLICATE-COUNT
010680             DELIMITED BY SIZE INTO RUN-LOG-PARM-TEXT
010690     ELSE
010700         MOVE "SOLVCACH.DAT" TO RUN-LOG-INPUT-DSN
010710         MOVE CCH-QUAR-FILE-NAME TO RUN-LOG-OUTPUT-DSN
010720         MOVE CCH-CACHE-READ-COUNT TO RUN-LOG-READ-COUNT
010730         MOVE CCH-GOOD-COUNT TO RUN-LOG-SOLVED-COUNT
010740         STRING "MODE=" CCH-MODE
010750             " QUARANTINED=" CCH-DISP-BAD
010760             " SUSPECT=" CCH-FLAGGED-COUNT
010770             DELIMITED BY SIZE INTO RUN-LOG-PARM-TEXT
010780     END-IF
010790     MOVE CCH-BAD-COUNT TO RUN-LOG-INVALID-COUNT
010800     PERFORM 7500-RUN-HIST-WRITE THRU 7500-EXIT.
010810 9500-EXIT.
010820     EXIT.
010830
010840******************************************************************
010850*    9999-TERMINATE
010860******************************************************************
010870 9999-TERMINATE.
010880     IF CCH-CACHE-IS-OPEN
010890         CLOSE SOLVED-CACHE-FILE
010900     END-IF
010910     IF CCH-QUAR-IS-OPEN
010920         CLOSE QUARANTINE-FILE
010930     END-IF
010940     IF CCH-MASTER-IS-OPEN
010950         CLOSE PUZZLE-MASTER-FILE
010960     END-IF
010970     PERFORM 7330-JRNL-CLOSE THRU 7330-EXIT
010980     IF CCH-REPORT-IS-OPEN
010990         CLOSE PRINT-REPORT-FILE
011000     END-IF
011010     STOP RUN.
011020 9999-EXIT.
011030     EXIT.
011040
011050     COPY VALIGRID.
011060     COPY MSTJWRT.
011070     COPY RUNHWRT.
