000010******************************************************************
000020*    SUDOKUFCST.CBL
000030*    PUZZLE STOCK FORECAST AGAINST THE ISSUE CALENDAR.
000040*
000050*    SUDOKUISSUE ONLY FINDS A BAND SHORT ON THE NIGHT THE ISSUE
000060*    IS FILLED, TOO LATE TO GENERATE, SOLVE AND PROVE NEW
000070*    PUZZLES.  THIS RUN LOOKS AHEAD INSTEAD.  IT TAKES EVERY
000080*    ISSUE ON THE ISSUE CALENDAR (ISSUECAL.CPY) WHOSE PRINT
000090*    DEADLINE FALLS IN THE NEXT WEEKS= WEEKS AND THAT THE
000100*    ASSIGNMENT RUN HAS NOT YET FILLED (ISSUECTL.CPY), AND SETS
000110*    ITS MIX AGAINST THE STOCK AN ISSUE CAN ACTUALLY BE FILLED
000120*    FROM -- PUZZLES ON THE MASTER IN SOLVED STATUS WITH NO ISSUE
000130*    ID WHOSE CACHED SOLUTION (SOLVCACH.CPY) IS PROVED UNIQUE,
000140*    BANDED BY HUMAN GRADE EXACTLY AS SUDOKUISSUE BANDS THEM.
000150*    AN ISSUE WHOSE DEADLINE HAS PASSED WITHOUT IT BEING FILLED
000160*    IS COUNTED IN THE FIRST WEEK AND MARKED OVERDUE.
000170*
000180*    THE REPORT (FCSTRPT.DAT) LISTS THE ISSUES FORECAST, THEN A
000190*    WEEK-BY-WEEK PROJECTION OF WHAT EACH WEEK'S ISSUES NEED AND
000200*    WHAT IS LEFT IN EACH BAND AFTERWARDS, THEN FOR EACH BAND THE
000210*    STOCK, THE DEMAND, THE SHORTFALL AND THE WEEK IT RUNS OUT.
000220*    THE FOUR BAND COLUMNS ARE CLASSIC PUZZLES ONLY; X-SUDOKU IS
000230*    PROJECTED AS A FIFTH COLUMN, WHATEVER THE BAND.  SUDOKUISSUE
000240*    TAKES NO MORE X-SUDOKU THAN AN ISSUE'S X-SUDOKU COUNT AND NO
000242*    MORE CLASSIC THAN THE REST, SO AN ISSUE'S X-SUDOKU COUNT IS
000244*    CHARGED TO THE X-SUDOKU COLUMN ONLY, AND ITS BAND COUNTS ARE
000246*    CHARGED TO THE BAND COLUMNS LESS THAT X-SUDOKU COUNT, TAKEN
000248*    OUT OF THE BANDS EASIEST FIRST.
000250*
000260*    A SUDOKUGEN CONTROL CARD IS WRITTEN (GENPARM.DAT UNLESS
000270*    GENPARM= NAMES ANOTHER FILE) WITH EVERY ONE OF THE EIGHT
000280*    BAND KEYWORDS, SO NO BAND FALLS BACK TO SUDOKUGEN'S OWN
000290*    DEFAULT.  EACH CLASSIC BAND ASKS FOR ITS SHORTFALL.  THE
000300*    X-SUDOKU SHORTFALL IS SPREAD OVER THE X- BANDS, EASIEST
000310*    FIRST, UP TO THE X-SUDOKU DEMAND EACH BAND WAS CHARGED.
000330*    SUDOKUGEN AIMS AT A BAND BUT THE HUMAN GRADE IS ONLY KNOWN
000340*    ONCE SUDOKUBATCH HAS SOLVED THE NEW PUZZLES, SO THE FORECAST
000350*    SHOULD BE RUN AGAIN AFTER THEY ARE ON THE MASTER.
000360*
000370*    ANY BAND THAT RUNS OUT INSIDE THE FORECAST ENDS THE RUN WITH
000380*    RETURN CODE 4; AN UNUSABLE FILE WITH RETURN CODE 8.
000390*
000400*    CONTROL CARD (FCSTPARM.DAT, KEYWORD=VALUE, * FOR COMMENTS):
000410*        WEEKS=08              (01 TO 52, DEFAULT 08)
000420*        GENPARM=GENPARM.DAT   (THE SUDOKUGEN CARD WRITTEN)
000430*
000440*    AUTHOR.     M. CLASSEN, APPLICATIONS PROGRAMMING.
000450*    INSTALLATION. GAMES AND UTILITIES.
000460*    DATE-WRITTEN. 2026-10-15.
000470*
000480*    MODIFICATION HISTORY
000490*    DATE       INIT  DESCRIPTION
000500*    2026-10-15 MKC   ORIGINAL PROGRAM.  STOCK SELECTION AND
000510*                     BANDING FOLLOW SUDOKUISSUE, THE DATE
000520*                     ARITHMETIC FOLLOWS SUDOKUARCH.  THE RUN IS
000530*                     LOGGED TO THE RUN HISTORY FILE.
000540******************************************************************
000550 IDENTIFICATION DIVISION.
000560 PROGRAM-ID. SudokuFcst.
000570 AUTHOR. M. CLASSEN.
000580 INSTALLATION. GAMES AND UTILITIES.
000590 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED. 2026-10-15.
000610
000620 ENVIRONMENT DIVISION.
000630 INPUT-OUTPUT SECTION.
000640 FILE-CONTROL.
000650     SELECT ISSUE-CALENDAR-FILE ASSIGN TO "ISSUECAL.DAT"
000660         ORGANIZATION IS INDEXED
000670         ACCESS MODE IS DYNAMIC
000680         RECORD KEY IS ISS-CAL-ID
000690         FILE STATUS IS FCS-CALENDAR-FILE-STATUS.
000700
000710     SELECT ISSUE-CONTROL-FILE ASSIGN TO "ISSUECTL.DAT"
000720         ORGANIZATION IS INDEXED
000730         ACCESS MODE IS DYNAMIC
000740         RECORD KEY IS ISS-CTL-ID
000750         FILE STATUS IS FCS-CONTROL-FILE-STATUS.
000760
000770     SELECT PUZZLE-MASTER-FILE ASSIGN TO "PUZMAST.DAT"
000780         ORGANIZATION IS INDEXED
000790         ACCESS MODE IS DYNAMIC
000800         RECORD KEY IS PUZ-MST-ID
000810         FILE STATUS IS FCS-MASTER-FILE-STATUS.
000820
000830     SELECT SOLVED-CACHE-FILE ASSIGN TO "SOLVCACH.DAT"
000840         ORGANIZATION IS INDEXED
000850         ACCESS MODE IS DYNAMIC
000860         RECORD KEY IS CACHE-SIGNATURE
000870         FILE STATUS IS FCS-CACHE-FILE-STATUS.
000880
000890     SELECT GEN-CARD-FILE
000900         ASSIGN TO DYNAMIC FCS-GENPARM-FILE-NAME
000910         ORGANIZATION IS LINE SEQUENTIAL
000920         FILE STATUS IS FCS-GEN-FILE-STATUS.
000930
000940     SELECT PRINT-REPORT-FILE ASSIGN TO "FCSTRPT.DAT"
000950         ORGANIZATION IS LINE SEQUENTIAL
000960         FILE STATUS IS FCS-PRINT-FILE-STATUS.
000970
000980     SELECT CONTROL-CARD-FILE ASSIGN TO "FCSTPARM.DAT"
000990         ORGANIZATION IS LINE SEQUENTIAL
001000         FILE STATUS IS FCS-PARM-FILE-STATUS.
001010
001020     SELECT RUN-HISTORY-FILE ASSIGN TO "RUNHIST.DAT"
001030         ORGANIZATION IS INDEXED
001040         ACCESS MODE IS DYNAMIC
001050         RECORD KEY IS RUN-HIST-KEY
001060         FILE STATUS IS RUN-LOG-FILE-STATUS.
001070
001080 DATA DIVISION.
001090 FILE SECTION.
001100 FD  ISSUE-CALENDAR-FILE.
001110     COPY ISSUECAL.
001120
001130 FD  ISSUE-CONTROL-FILE.
001140     COPY ISSUECTL.
001150
001160 FD  PUZZLE-MASTER-FILE.
001170     COPY PUZMAST.
001180
001190 FD  SOLVED-CACHE-FILE.
001200     COPY SOLVCACH.
001210
001220 FD  GEN-CARD-FILE.
001230 01  FCS-GEN-CARD                PIC X(80).
001240
001250 FD  PRINT-REPORT-FILE.
001260     COPY REPRINT.
001270
001280 FD  CONTROL-CARD-FILE.
001290 01  PRM-CONTROL-RECORD          PIC X(80).
001300
001310 FD  RUN-HISTORY-FILE.
001320     COPY RUNHIST.
001330
001340 WORKING-STORAGE SECTION.
001350 COPY RUNHFLD.
001360
001370 01  FCS-FILE-STATUS-FIELDS.
001380     05  FCS-CALENDAR-FILE-STATUS PIC X(02).
001390     05  FCS-CONTROL-FILE-STATUS PIC X(02).
001400     05  FCS-MASTER-FILE-STATUS  PIC X(02).
001410     05  FCS-CACHE-FILE-STATUS   PIC X(02).
001420     05  FCS-GEN-FILE-STATUS     PIC X(02).
001430     05  FCS-PRINT-FILE-STATUS   PIC X(02).
001440     05  FCS-PARM-FILE-STATUS    PIC X(02).
001450
001460 01  FCS-WORK-FIELDS.
001470     05  FCS-EOF-SW              PIC X(01) VALUE 'N'.
001480         88  FCS-EOF                     VALUE 'Y'.
001490     05  FCS-RUN-FAILED-SW       PIC X(01) VALUE 'N'.
001500         88  FCS-RUN-FAILED              VALUE 'Y'.
001510     05  FCS-CALENDAR-OPEN-SW    PIC X(01) VALUE 'N'.
001520         88  FCS-CALENDAR-IS-OPEN        VALUE 'Y'.
001530     05  FCS-CONTROL-OPEN-SW     PIC X(01) VALUE 'N'.
001540         88  FCS-CONTROL-IS-OPEN         VALUE 'Y'.
001550     05  FCS-MASTER-OPEN-SW      PIC X(01) VALUE 'N'.
001560         88  FCS-MASTER-IS-OPEN          VALUE 'Y'.
001570     05  FCS-CACHE-OPEN-SW       PIC X(01) VALUE 'N'.
001580         88  FCS-CACHE-IS-OPEN           VALUE 'Y'.
001590     05  FCS-REPORT-OPEN-SW      PIC X(01) VALUE 'N'.
001600         88  FCS-REPORT-IS-OPEN          VALUE 'Y'.
001610     05  FCS-BAND-FOUND-SW       PIC X(01).
001620         88  FCS-BAND-FOUND              VALUE 'Y'.
001630     05  FCS-WEEK-SHORT-SW       PIC X(01).
001640         88  FCS-WEEK-SHORT              VALUE 'Y'.
001650     05  FCS-GENPARM-FILE-NAME   PIC X(20)
001660         VALUE "GENPARM.DAT".
001670     05  FCS-WEEKS               PIC 9(02) VALUE 8.
001680     05  FCS-CURRENT-STAMP       PIC X(21).
001690     05  FCS-TODAY-DATE          PIC 9(08).
001700     05  FCS-TODAY-INT           PIC 9(08) COMP.
001710     05  FCS-DEADLINE-NUM        PIC 9(08).
001720     05  FCS-WORK-INT            PIC 9(08) COMP.
001730     05  FCS-WORK-DATE           PIC 9(08).
001740     05  FCS-DAY-OFFSET          PIC S9(08) COMP.
001750     05  FCS-HORIZON-DAYS        PIC 9(04) COMP.
001760     05  FCS-WEEK-HIT            PIC 9(02) COMP.
001770     05  FCS-WEEK-IDX            PIC 9(02) COMP.
001780     05  FCS-BAND-IDX            PIC 9(01) COMP.
001790     05  FCS-BAND-HIT            PIC 9(01) COMP.
001810     05  FCS-SIG-IDX             PIC 9(02) COMP.
001820     05  FCS-GRADE               PIC X(08).
001830     05  FCS-VARIANT             PIC X(01).
001840         88  FCS-VARIANT-DIAGONAL        VALUE 'X'.
001850     05  FCS-X-TO-PLACE          PIC 9(08) COMP.
001852     05  FCS-ISSUE-X-LEFT        PIC 9(04) COMP.
001854     05  FCS-ISSUE-X-BAND        PIC 9(04) COMP.
001860     05  FCS-GEN-TOTAL           PIC 9(08) COMP VALUE 0.
001870     05  FCS-SHORT-BANDS         PIC 9(01) COMP VALUE 0.
001880     05  FCS-DISP-COUNT          PIC 9(04).
001890     05  FCS-DISP-WEEKS          PIC 9(02).
001900     05  FCS-DISP-TOTAL          PIC 9(05).
001910     05  FCS-CALENDAR-READ-COUNT PIC 9(08) VALUE 0.
001920     05  FCS-FORECAST-COUNT      PIC 9(08) VALUE 0.
001930     05  FCS-FILLED-COUNT        PIC 9(08) VALUE 0.
001940     05  FCS-LATER-COUNT         PIC 9(08) VALUE 0.
001950     05  FCS-OVERDUE-COUNT       PIC 9(08) VALUE 0.
001960     05  FCS-BAD-DATE-COUNT      PIC 9(08) VALUE 0.
001970     05  FCS-CANDIDATE-COUNT     PIC 9(08) VALUE 0.
001980     05  FCS-STOCK-COUNT         PIC 9(08) VALUE 0.
001990     05  FCS-NO-CACHE-COUNT      PIC 9(08) VALUE 0.
002000     05  FCS-NOT-UNIQUE-COUNT    PIC 9(08) VALUE 0.
002010     05  FCS-NO-BAND-COUNT       PIC 9(08) VALUE 0.
002020
002030*    SLOTS 1-4 ARE THE HUMAN GRADES IN SUDOKUGEN'S BAND ORDER AND
002040*    HOLD CLASSIC PUZZLES ONLY.  SLOT 5 IS X-SUDOKU, WHATEVER THE
002050*    BAND.  FCS-BAND-X-DEMAND IS HOW MUCH OF THE X-SUDOKU DEMAND
002060*    WAS TAKEN OUT OF EACH OF SLOTS 1-4.
002070 01  FCS-BAND-TABLE.
002080     05  FCS-BAND-ENTRY OCCURS 5 TIMES.
002090         10  FCS-BAND-NAME       PIC X(08).
002100         10  FCS-BAND-STOCK      PIC 9(08) COMP.
002110         10  FCS-BAND-DEMAND     PIC 9(08) COMP.
002112         10  FCS-BAND-X-DEMAND   PIC 9(08) COMP.
002120         10  FCS-BAND-LEFT       PIC S9(08) COMP.
002130         10  FCS-BAND-SHORT      PIC 9(08) COMP.
002140         10  FCS-BAND-OUT-WEEK   PIC 9(02) COMP.
002150         10  FCS-GEN-CLASSIC     PIC 9(08) COMP.
002160         10  FCS-GEN-X           PIC 9(08) COMP.
002170
002180 01  FCS-WEEK-TABLE.
002190     05  FCS-WEEK-ENTRY OCCURS 52 TIMES.
002200         10  FCS-WEEK-ENDING     PIC 9(08).
002210         10  FCS-WEEK-ISSUES     PIC 9(04) COMP.
002220         10  FCS-WEEK-DEMAND OCCURS 5 TIMES PIC 9(06) COMP.
002230
002240 01  PRM-CONTROL-FIELDS.
002250     05  PRM-EOF-SW              PIC X(01) VALUE 'N'.
002260         88  PRM-EOF                     VALUE 'Y'.
002270     05  PRM-OPEN-SW             PIC X(01) VALUE 'N'.
002280         88  PRM-IS-OPEN                 VALUE 'Y'.
002290     05  PRM-KEY                 PIC X(20).
002300     05  PRM-VALUE               PIC X(20).
002310
002320 01  FCS-TITLE-LINE.
002330     05  FILLER                  PIC X(40)
002340         VALUE 'PUZZLE STOCK FORECAST'.
002350     05  FILLER                  PIC X(02) VALUE SPACES.
002360     05  FILLER                  PIC X(09) VALUE 'PREPARED '.
002370     05  FCS-TITLE-DATE          PIC 9(08).
002380     05  FILLER                  PIC X(21) VALUE SPACES.
002390
002400 01  FCS-PARM-LINE.
002410     05  FILLER                  PIC X(06) VALUE 'WEEKS '.
002420     05  FCS-PARM-WEEKS          PIC Z9.
002430     05  FILLER                  PIC X(17)
002440         VALUE '  HORIZON ENDS  '.
002450     05  FCS-PARM-HORIZON        PIC 9(08).
002460     05  FILLER                  PIC X(11) VALUE '  GENPARM  '.
002470     05  FCS-PARM-GENPARM        PIC X(20).
002480     05  FILLER                  PIC X(16) VALUE SPACES.
002490
002500 01  FCS-ISSUE-HEAD-LINE.
002510     05  FILLER                  PIC X(10) VALUE 'ISSUE'.
002520     05  FILLER                  PIC X(10) VALUE 'DEADLINE'.
002530     05  FILLER                  PIC X(04) VALUE 'WK'.
002540     05  FILLER                  PIC X(06) VALUE '  EASY'.
002550     05  FILLER                  PIC X(06) VALUE '   MED'.
002560     05  FILLER                  PIC X(06) VALUE '  HARD'.
002570     05  FILLER                  PIC X(06) VALUE '   EXP'.
002580     05  FILLER                  PIC X(07) VALUE '   XSUD'.
002590     05  FILLER                  PIC X(25) VALUE '  NOTE'.
002600
002610 01  FCS-ISSUE-LINE.
002620     05  FCS-ISL-ISSUE           PIC X(08).
002630     05  FILLER                  PIC X(02) VALUE SPACES.
002640     05  FCS-ISL-DEADLINE        PIC X(08).
002650     05  FILLER                  PIC X(02) VALUE SPACES.
002660     05  FCS-ISL-WEEK            PIC Z9.
002670     05  FILLER                  PIC X(02) VALUE SPACES.
002680     05  FCS-ISL-BAND-ENTRY OCCURS 4 TIMES.
002690         10  FILLER              PIC X(02) VALUE SPACES.
002700         10  FCS-ISL-WANTED      PIC ZZZ9.
002710     05  FILLER                  PIC X(03) VALUE SPACES.
002720     05  FCS-ISL-XSUDOKU         PIC ZZZ9.
002730     05  FILLER                  PIC X(02) VALUE SPACES.
002740     05  FCS-ISL-NOTE            PIC X(23).
002750
002760 01  FCS-PROJ-HEAD-1.
002770     05  FILLER                  PIC X(12) VALUE SPACES.
002780     05  FILLER                  PIC X(12) VALUE '        EASY'.
002790     05  FILLER                  PIC X(12) VALUE '      MEDIUM'.
002800     05  FILLER                  PIC X(12) VALUE '        HARD'.
002810     05  FILLER                  PIC X(12) VALUE '      EXPERT'.
002820     05  FILLER                  PIC X(12) VALUE '    X-SUDOKU'.
002830     05  FILLER                  PIC X(08) VALUE SPACES.
002840
002850 01  FCS-PROJ-HEAD-2.
002860     05  FILLER                  PIC X(12) VALUE 'WK  ENDING'.
002870     05  FILLER                  PIC X(12) VALUE '  NEED  LEFT'.
002880     05  FILLER                  PIC X(12) VALUE '  NEED  LEFT'.
002890     05  FILLER                  PIC X(12) VALUE '  NEED  LEFT'.
002900     05  FILLER                  PIC X(12) VALUE '  NEED  LEFT'.
002910     05  FILLER                  PIC X(12) VALUE '  NEED  LEFT'.
002920     05  FILLER                  PIC X(08) VALUE SPACES.
002930
002940 01  FCS-STOCK-LINE.
002950     05  FILLER                  PIC X(12) VALUE 'IN STOCK'.
002960     05  FCS-STK-BAND-ENTRY OCCURS 5 TIMES.
002970         10  FILLER              PIC X(07) VALUE SPACES.
002980         10  FCS-STK-COUNT       PIC ZZZZ9.
002990     05  FILLER                  PIC X(08) VALUE SPACES.
003000
003010 01  FCS-PROJ-LINE.
003020     05  FCS-PRJ-WEEK            PIC Z9.
003030     05  FILLER                  PIC X(02) VALUE SPACES.
003040     05  FCS-PRJ-ENDING          PIC 9(08).
003050     05  FCS-PRJ-BAND-ENTRY OCCURS 5 TIMES.
003060         10  FILLER              PIC X(01) VALUE SPACES.
003070         10  FCS-PRJ-NEED        PIC ZZZZ9.
003080         10  FILLER              PIC X(01) VALUE SPACES.
003090         10  FCS-PRJ-LEFT        PIC -(4)9.
003100     05  FILLER                  PIC X(02) VALUE SPACES.
003110     05  FCS-PRJ-FLAG            PIC X(06).
003120
003130 01  FCS-SUMMARY-HEAD-LINE.
003140     05  FILLER                  PIC X(10) VALUE 'BAND'.
003150     05  FILLER                  PIC X(10) VALUE '   STOCK'.
003160     05  FILLER                  PIC X(10) VALUE '  DEMAND'.
003170     05  FILLER                  PIC X(12) VALUE '   SHORT'.
003180     05  FILLER                  PIC X(38) VALUE 'RUNS OUT'.
003190
003200 01  FCS-SUMMARY-LINE.
003210     05  FCS-SUM-BAND            PIC X(08).
003220     05  FILLER                  PIC X(02) VALUE SPACES.
003230     05  FCS-SUM-STOCK           PIC Z(07)9.
003240     05  FILLER                  PIC X(02) VALUE SPACES.
003250     05  FCS-SUM-DEMAND          PIC Z(07)9.
003260     05  FILLER                  PIC X(02) VALUE SPACES.
003270     05  FCS-SUM-SHORT           PIC Z(07)9.
003280     05  FILLER                  PIC X(04) VALUE SPACES.
003290     05  FCS-SUM-TEXT            PIC X(38).
003300
003310 01  FCS-GEN-HEAD-LINE.
003320     05  FILLER                  PIC X(10) VALUE 'BAND'.
003330     05  FILLER                  PIC X(10) VALUE ' CLASSIC'.
003340     05  FILLER                  PIC X(10) VALUE 'X-SUDOKU'.
003350     05  FILLER                  PIC X(50) VALUE SPACES.
003360
003370 01  FCS-GEN-LINE.
003380     05  FCS-GNL-BAND            PIC X(08).
003390     05  FILLER                  PIC X(02) VALUE SPACES.
003400     05  FCS-GNL-CLASSIC         PIC Z(07)9.
003410     05  FILLER                  PIC X(02) VALUE SPACES.
003420     05  FCS-GNL-X               PIC Z(07)9.
003430     05  FILLER                  PIC X(52) VALUE SPACES.
003440
003450 01  FCS-TOTAL-LINE.
003460     05  FCS-TTL-LABEL           PIC X(32).
003470     05  FCS-TTL-COUNT           PIC Z(07)9.
003480     05  FILLER                  PIC X(40) VALUE SPACES.
003490
003500 PROCEDURE DIVISION.
003510
003520******************************************************************
003530*    0000-MAINLINE
003540******************************************************************
003550 0000-MAINLINE.
003560     PERFORM 1000-INITIALIZE THRU 1000-EXIT
003570     IF NOT FCS-RUN-FAILED
003580         PERFORM 2000-READ-ONE-ISSUE THRU 2000-EXIT
003590             UNTIL FCS-EOF
003600         MOVE 'N' TO FCS-EOF-SW
003610         PERFORM 3000-COUNT-ONE-MASTER THRU 3000-EXIT
003620             UNTIL FCS-EOF
003630         PERFORM 4000-PROJECT-STOCK THRU 4000-EXIT
003640         PERFORM 5000-WRITE-GEN-CARD THRU 5000-EXIT
003650         PERFORM 8000-PRINT-TOTALS THRU 8000-EXIT
003660     END-IF
003670     PERFORM 9000-END-OF-JOB THRU 9000-EXIT
003680     PERFORM 9999-TERMINATE THRU 9999-EXIT.
003690 0000-EXIT.
003700     EXIT.
003710
003720******************************************************************
003730*    1000-INITIALIZE
003740*    WITHOUT THE CALENDAR THERE IS NOTHING TO FORECAST, AND
003750*    WITHOUT THE MASTER AND THE CACHE NO STOCK TO FORECAST
003760*    AGAINST, SO ANY OF THEM MISSING REFUSES THE RUN.  THE ISSUE
003770*    CONTROL FILE MAY NOT EXIST YET -- THEN NO ISSUE IS FILLED.
003780******************************************************************
003790 1000-INITIALIZE.
003800     MOVE FUNCTION CURRENT-DATE TO FCS-CURRENT-STAMP
003810     MOVE FCS-CURRENT-STAMP(1:8) TO FCS-TODAY-DATE
003820     COMPUTE FCS-TODAY-INT =
003830         FUNCTION INTEGER-OF-DATE(FCS-TODAY-DATE)
003840     PERFORM 1500-READ-CONTROL-CARD THRU 1500-EXIT
003850     COMPUTE FCS-HORIZON-DAYS = FCS-WEEKS * 7
003860     PERFORM 1100-SET-UP-BANDS THRU 1100-EXIT
003870     PERFORM 1200-SET-UP-ONE-WEEK THRU 1200-EXIT
003880         VARYING FCS-WEEK-IDX FROM 1 BY 1
003890             UNTIL FCS-WEEK-IDX > 52
003900     OPEN OUTPUT PRINT-REPORT-FILE
003910     IF FCS-PRINT-FILE-STATUS = "00"
003920         MOVE 'Y' TO FCS-REPORT-OPEN-SW
003930         MOVE FCS-TODAY-DATE TO FCS-TITLE-DATE
003940         WRITE PRT-REPORT-LINE FROM FCS-TITLE-LINE
003950         MOVE SPACES TO PRT-REPORT-LINE
003960         WRITE PRT-REPORT-LINE
003970         MOVE FCS-WEEKS TO FCS-PARM-WEEKS
003980         MOVE FCS-WEEK-ENDING(FCS-WEEKS) TO FCS-PARM-HORIZON
003990         MOVE FCS-GENPARM-FILE-NAME TO FCS-PARM-GENPARM
004000         WRITE PRT-REPORT-LINE FROM FCS-PARM-LINE
004010     ELSE
004020         DISPLAY "REPORT FILE FCSTRPT.DAT NOT AVAILABLE -- "
004030             "STATUS " FCS-PRINT-FILE-STATUS
004040         PERFORM 1900-FAIL-THE-RUN THRU 1900-EXIT
004050         GO TO 1000-EXIT
004060     END-IF
004070     OPEN INPUT ISSUE-CALENDAR-FILE
004080     IF FCS-CALENDAR-FILE-STATUS NOT = "00"
004090         DISPLAY "ISSUE CALENDAR FILE NOT AVAILABLE -- STATUS "
004100             FCS-CALENDAR-FILE-STATUS
004110         PERFORM 1900-FAIL-THE-RUN THRU 1900-EXIT
004120         GO TO 1000-EXIT
004130     END-IF
004140     MOVE 'Y' TO FCS-CALENDAR-OPEN-SW
004150     OPEN INPUT ISSUE-CONTROL-FILE
004160     IF FCS-CONTROL-FILE-STATUS = "00"
004170         MOVE 'Y' TO FCS-CONTROL-OPEN-SW
004180     ELSE
004190         IF FCS-CONTROL-FILE-STATUS NOT = "35"
004200             DISPLAY "ISSUE CONTROL FILE NOT AVAILABLE -- "
004210                 "STATUS " FCS-CONTROL-FILE-STATUS
004220             PERFORM 1900-FAIL-THE-RUN THRU 1900-EXIT
004230             GO TO 1000-EXIT
004240         END-IF
004250     END-IF
004260     OPEN INPUT PUZZLE-MASTER-FILE
004270     IF FCS-MASTER-FILE-STATUS NOT = "00"
004280         DISPLAY "PUZZLE MASTER FILE NOT AVAILABLE -- STATUS "
004290             FCS-MASTER-FILE-STATUS
004300         PERFORM 1900-FAIL-THE-RUN THRU 1900-EXIT
004310         GO TO 1000-EXIT
004320     END-IF
004330     MOVE 'Y' TO FCS-MASTER-OPEN-SW
004340     OPEN INPUT SOLVED-CACHE-FILE
004350     IF FCS-CACHE-FILE-STATUS NOT = "00"
004360         DISPLAY "SOLVED-PUZZLE CACHE NOT AVAILABLE -- STATUS "
004370             FCS-CACHE-FILE-STATUS
004380         PERFORM 1900-FAIL-THE-RUN THRU 1900-EXIT
004390         GO TO 1000-EXIT
004400     END-IF
004410     MOVE 'Y' TO FCS-CACHE-OPEN-SW
004420     MOVE SPACES TO PRT-REPORT-LINE
004430     WRITE PRT-REPORT-LINE
004440     MOVE 'UNFILLED ISSUES DUE WITHIN THE FORECAST'
004450         TO PRT-REPORT-LINE
004460     WRITE PRT-REPORT-LINE
004470     WRITE PRT-REPORT-LINE FROM FCS-ISSUE-HEAD-LINE.
004480 1000-EXIT.
004490     EXIT.
004500
004510 1100-SET-UP-BANDS.
004520     MOVE 'EASY'     TO FCS-BAND-NAME(1)
004530     MOVE 'MEDIUM'   TO FCS-BAND-NAME(2)
004540     MOVE 'HARD'     TO FCS-BAND-NAME(3)
004550     MOVE 'EXPERT'   TO FCS-BAND-NAME(4)
004560     MOVE 'X-SUDOKU' TO FCS-BAND-NAME(5)
004570     PERFORM 1150-ZERO-ONE-BAND THRU 1150-EXIT
004580         VARYING FCS-BAND-IDX FROM 1 BY 1
004590             UNTIL FCS-BAND-IDX > 5.
004600 1100-EXIT.
004610     EXIT.
004620
004630 1150-ZERO-ONE-BAND.
004640     MOVE 0 TO FCS-BAND-STOCK(FCS-BAND-IDX)
004650     MOVE 0 TO FCS-BAND-DEMAND(FCS-BAND-IDX)
004652     MOVE 0 TO FCS-BAND-X-DEMAND(FCS-BAND-IDX)
004660     MOVE 0 TO FCS-BAND-LEFT(FCS-BAND-IDX)
004670     MOVE 0 TO FCS-BAND-SHORT(FCS-BAND-IDX)
004680     MOVE 0 TO FCS-BAND-OUT-WEEK(FCS-BAND-IDX)
004690     MOVE 0 TO FCS-GEN-CLASSIC(FCS-BAND-IDX)
004700     MOVE 0 TO FCS-GEN-X(FCS-BAND-IDX).
004710 1150-EXIT.
004720     EXIT.
004730
004740******************************************************************
004750*    1200-SET-UP-ONE-WEEK
004760*    WEEK 1 IS TODAY AND THE SIX DAYS AFTER IT; EACH WEEK IS
004770*    SHOWN BY ITS LAST DAY.
004780******************************************************************
004790 1200-SET-UP-ONE-WEEK.
004800     COMPUTE FCS-WORK-INT = FCS-TODAY-INT + FCS-WEEK-IDX * 7 - 1
004810     COMPUTE FCS-WORK-DATE =
004820         FUNCTION DATE-OF-INTEGER(FCS-WORK-INT)
004830     MOVE FCS-WORK-DATE TO FCS-WEEK-ENDING(FCS-WEEK-IDX)
004840     MOVE 0 TO FCS-WEEK-ISSUES(FCS-WEEK-IDX)
004850     PERFORM 1210-ZERO-ONE-DEMAND THRU 1210-EXIT
004860         VARYING FCS-BAND-IDX FROM 1 BY 1
004870             UNTIL FCS-BAND-IDX > 5.
004880 1200-EXIT.
004890     EXIT.
004900
004910 1210-ZERO-ONE-DEMAND.
004920     MOVE 0 TO FCS-WEEK-DEMAND(FCS-WEEK-IDX, FCS-BAND-IDX).
004930 1210-EXIT.
004940     EXIT.
004950
004960******************************************************************
004970*    1500-READ-CONTROL-CARD
004980*    KEYWORD=VALUE RECORDS, SAME CONVENTION AS SUDPARM.DAT.
004990******************************************************************
005000 1500-READ-CONTROL-CARD.
005010     OPEN INPUT CONTROL-CARD-FILE
005020     IF FCS-PARM-FILE-STATUS = "00"
005030         MOVE 'Y' TO PRM-OPEN-SW
005040     ELSE
005050         DISPLAY "NO FCSTPARM.DAT -- USING PROGRAM DEFAULTS"
005060         MOVE 'Y' TO PRM-EOF-SW
005070     END-IF
005080     PERFORM 1510-READ-ONE-CARD THRU 1510-EXIT
005090         UNTIL PRM-EOF
005100     IF PRM-IS-OPEN
005110         CLOSE CONTROL-CARD-FILE
005120     END-IF.
005130 1500-EXIT.
005140     EXIT.
005150
005160 1510-READ-ONE-CARD.
005170     READ CONTROL-CARD-FILE
005180         AT END
005190             MOVE 'Y' TO PRM-EOF-SW
005200         NOT AT END
005210             IF PRM-CONTROL-RECORD(1:1) NOT = '*'
005220                 AND PRM-CONTROL-RECORD NOT = SPACES
005230                 PERFORM 1520-APPLY-ONE-CARD THRU 1520-EXIT
005240             END-IF
005250     END-READ.
005260 1510-EXIT.
005270     EXIT.
005280
005290******************************************************************
005300*    1520-APPLY-ONE-CARD
005310*    A WEEKS= VALUE THAT IS NOT TWO DIGITS FROM 01 TO 52 LEAVES
005320*    THE DEFAULT IN PLACE.
005330******************************************************************
005340 1520-APPLY-ONE-CARD.
005350     MOVE SPACES TO PRM-KEY
005360     MOVE SPACES TO PRM-VALUE
005370     UNSTRING PRM-CONTROL-RECORD DELIMITED BY '='
005380         INTO PRM-KEY PRM-VALUE
005390     EVALUATE PRM-KEY
005400         WHEN 'WEEKS'
005410             IF PRM-VALUE(1:2) NUMERIC
005420                     AND PRM-VALUE(1:2) > '00'
005430                     AND PRM-VALUE(1:2) NOT > '52'
005440                 MOVE PRM-VALUE(1:2) TO FCS-WEEKS
005450             ELSE
005460                 DISPLAY "BAD WEEKS= VALUE IGNORED: "
005470                     PRM-CONTROL-RECORD
005480             END-IF
005490         WHEN 'GENPARM'
005500             MOVE PRM-VALUE TO FCS-GENPARM-FILE-NAME
005510         WHEN OTHER
005520             DISPLAY "UNKNOWN CONTROL KEYWORD IGNORED: "
005530                 PRM-CONTROL-RECORD
005540     END-EVALUATE.
005550 1520-EXIT.
005560     EXIT.
005570
005580 1900-FAIL-THE-RUN.
005590     MOVE 'Y' TO FCS-RUN-FAILED-SW
005600     MOVE 'Y' TO FCS-EOF-SW
005610     MOVE 8 TO RETURN-CODE.
005620 1900-EXIT.
005630     EXIT.
005640
005650******************************************************************
005660*    2000-READ-ONE-ISSUE
005670*    A FILLED ISSUE'S PUZZLES ARE ALREADY OUT OF STOCK, SO ONLY
005680*    ISSUES THE ASSIGNMENT RUN HAS NOT FILLED ARE DEMAND.  THE
005690*    DEADLINE'S DAY NUMBER, COUNTED FROM TODAY, GIVES ITS WEEK.
005692*    THE ISSUE'S X-SUDOKU COUNT GOES TO SLOT 5 AND IS TAKEN OUT
005694*    OF ITS BAND COUNTS, EASIEST FIRST, BY 2200.
005700******************************************************************
005710 2000-READ-ONE-ISSUE.
005720     READ ISSUE-CALENDAR-FILE NEXT RECORD
005730         AT END
005740             MOVE 'Y' TO FCS-EOF-SW
005750             GO TO 2000-EXIT
005760     END-READ
005770     ADD 1 TO FCS-CALENDAR-READ-COUNT
005780     PERFORM 2100-CHECK-FILLED THRU 2100-EXIT
005790     IF ISS-CTL-DATE-RUN NOT = SPACES
005800         ADD 1 TO FCS-FILLED-COUNT
005810         GO TO 2000-EXIT
005820     END-IF
005830     IF ISS-CAL-DEADLINE NOT NUMERIC
005840         ADD 1 TO FCS-BAD-DATE-COUNT
005850         DISPLAY "ISSUE " ISS-CAL-ID " DEADLINE NOT A DATE -- "
005860             "NOT FORECAST"
005870         GO TO 2000-EXIT
005880     END-IF
005890     MOVE ISS-CAL-DEADLINE TO FCS-DEADLINE-NUM
005900     COMPUTE FCS-DAY-OFFSET =
005910         FUNCTION INTEGER-OF-DATE(FCS-DEADLINE-NUM)
005920             - FCS-TODAY-INT
005930     IF FCS-DAY-OFFSET >= FCS-HORIZON-DAYS
005940         ADD 1 TO FCS-LATER-COUNT
005950         GO TO 2000-EXIT
005960     END-IF
005970     MOVE SPACES TO FCS-ISL-NOTE
005980     IF FCS-DAY-OFFSET < 0
005990         MOVE 1 TO FCS-WEEK-HIT
006000         ADD 1 TO FCS-OVERDUE-COUNT
006010         MOVE 'OVERDUE -- NOT FILLED' TO FCS-ISL-NOTE
006020     ELSE
006030         COMPUTE FCS-WEEK-HIT = FCS-DAY-OFFSET / 7 + 1
006040     END-IF
006050     ADD 1 TO FCS-FORECAST-COUNT
006060     ADD 1 TO FCS-WEEK-ISSUES(FCS-WEEK-HIT)
006062     MOVE ISS-CAL-XSUDOKU-WANTED TO FCS-ISSUE-X-LEFT
006070     PERFORM 2200-ADD-ONE-DEMAND THRU 2200-EXIT
006080         VARYING FCS-BAND-IDX FROM 1 BY 1
006090             UNTIL FCS-BAND-IDX > 4
006100     ADD ISS-CAL-XSUDOKU-WANTED
006110         TO FCS-WEEK-DEMAND(FCS-WEEK-HIT, 5)
006120     ADD ISS-CAL-XSUDOKU-WANTED TO FCS-BAND-DEMAND(5)
006130     MOVE ISS-CAL-ID TO FCS-ISL-ISSUE
006140     MOVE ISS-CAL-DEADLINE TO FCS-ISL-DEADLINE
006150     MOVE FCS-WEEK-HIT TO FCS-ISL-WEEK
006160     MOVE ISS-CAL-XSUDOKU-WANTED TO FCS-ISL-XSUDOKU
006170     IF FCS-ISL-NOTE = SPACES AND FCS-CONTROL-IS-OPEN
006180             AND FCS-CONTROL-FILE-STATUS = "00"
006190         MOVE 'STARTED -- NOT FILLED' TO FCS-ISL-NOTE
006200     END-IF
006210     WRITE PRT-REPORT-LINE FROM FCS-ISSUE-LINE.
006220 2000-EXIT.
006230     EXIT.
006240
006250******************************************************************
006260*    2100-CHECK-FILLED
006270*    LEAVES ISS-CTL-DATE-RUN BLANK UNLESS THE ISSUE IS ON THE
006280*    CONTROL FILE AND HAS BEEN FILLED.  FCS-CONTROL-FILE-STATUS
006290*    IS 00 ONLY WHEN THE ISSUE WAS FOUND THERE.
006300******************************************************************
006310 2100-CHECK-FILLED.
006320     MOVE SPACES TO ISS-CTL-DATE-RUN
006330     IF NOT FCS-CONTROL-IS-OPEN
006340         GO TO 2100-EXIT
006350     END-IF
006360     MOVE ISS-CAL-ID TO ISS-CTL-ID
006370     READ ISSUE-CONTROL-FILE
006380         INVALID KEY
006390             MOVE SPACES TO ISS-CTL-DATE-RUN
006400     END-READ.
006410 2100-EXIT.
006420     EXIT.
006430
006440 2200-ADD-ONE-DEMAND.
006450     IF FCS-ISSUE-X-LEFT > ISS-CAL-WANTED(FCS-BAND-IDX)
006460         MOVE ISS-CAL-WANTED(FCS-BAND-IDX) TO FCS-ISSUE-X-BAND
006470     ELSE
006480         MOVE FCS-ISSUE-X-LEFT TO FCS-ISSUE-X-BAND
006481     END-IF
006482     SUBTRACT FCS-ISSUE-X-BAND FROM FCS-ISSUE-X-LEFT
006483     ADD FCS-ISSUE-X-BAND TO FCS-BAND-X-DEMAND(FCS-BAND-IDX)
006484     COMPUTE FCS-WEEK-DEMAND(FCS-WEEK-HIT, FCS-BAND-IDX) =
006485         FCS-WEEK-DEMAND(FCS-WEEK-HIT, FCS-BAND-IDX)
006486             + ISS-CAL-WANTED(FCS-BAND-IDX) - FCS-ISSUE-X-BAND
006487     COMPUTE FCS-BAND-DEMAND(FCS-BAND-IDX) =
006488         FCS-BAND-DEMAND(FCS-BAND-IDX)
006489             + ISS-CAL-WANTED(FCS-BAND-IDX) - FCS-ISSUE-X-BAND
006490     MOVE ISS-CAL-WANTED(FCS-BAND-IDX)
006500         TO FCS-ISL-WANTED(FCS-BAND-IDX).
006510 2200-EXIT.
006520     EXIT.
006530
006540******************************************************************
006550*    3000-COUNT-ONE-MASTER
006560*    THE SAME TEST SUDOKUISSUE APPLIES BEFORE IT WILL TAKE A
006570*    PUZZLE: SOLVED, NO ISSUE ID, A CACHED SOLUTION PROVED
006580*    UNIQUE, AND A GRADE THAT NAMES A BAND.  THE CACHE KEY IS
006590*    THE GIVENS AND THE VARIANT, BLANK TAKEN AS CLASSIC.  AN
006592*    X-SUDOKU PUZZLE IS STOCK FOR SLOT 5 ONLY.
006600******************************************************************
006610 3000-COUNT-ONE-MASTER.
006620     READ PUZZLE-MASTER-FILE NEXT RECORD
006630         AT END
006640             MOVE 'Y' TO FCS-EOF-SW
006650             GO TO 3000-EXIT
006660     END-READ
006670     IF NOT PUZ-MST-SOLVED OR PUZ-MST-ISSUE-ID NOT = SPACES
006680         GO TO 3000-EXIT
006690     END-IF
006700     ADD 1 TO FCS-CANDIDATE-COUNT
006710     MOVE PUZ-MST-VARIANT TO FCS-VARIANT
006720     IF FCS-VARIANT = SPACE
006730         MOVE 'C' TO FCS-VARIANT
006740     END-IF
006750     PERFORM 3100-BUILD-SIGNATURE THRU 3100-EXIT
006760         VARYING FCS-SIG-IDX FROM 1 BY 1
006770             UNTIL FCS-SIG-IDX > 81
006780     MOVE FCS-VARIANT TO CACHE-VARIANT
006790     READ SOLVED-CACHE-FILE
006800         INVALID KEY
006810             ADD 1 TO FCS-NO-CACHE-COUNT
006820             GO TO 3000-EXIT
006830     END-READ
006840     IF CACHE-UNIQUE-FLAG NOT = 'UNIQUE'
006850         ADD 1 TO FCS-NOT-UNIQUE-COUNT
006860         GO TO 3000-EXIT
006870     END-IF
006880     IF CACHE-HUMAN-GRADE = SPACES
006890         MOVE CACHE-DIFFICULTY TO FCS-GRADE
006900     ELSE
006910         MOVE CACHE-HUMAN-GRADE TO FCS-GRADE
006920     END-IF
006930     MOVE 'N' TO FCS-BAND-FOUND-SW
006940     MOVE 0 TO FCS-BAND-HIT
006950     PERFORM 3200-MATCH-BAND THRU 3200-EXIT
006960         VARYING FCS-BAND-IDX FROM 1 BY 1
006970             UNTIL FCS-BAND-IDX > 4
006980                 OR FCS-BAND-FOUND
006990     IF NOT FCS-BAND-FOUND
007000         ADD 1 TO FCS-NO-BAND-COUNT
007010         GO TO 3000-EXIT
007020     END-IF
007030     ADD 1 TO FCS-STOCK-COUNT
007050     IF FCS-VARIANT-DIAGONAL
007060         ADD 1 TO FCS-BAND-STOCK(5)
007062     ELSE
007064         ADD 1 TO FCS-BAND-STOCK(FCS-BAND-HIT)
007070     END-IF.
007080 3000-EXIT.
007090     EXIT.
007100
007110 3100-BUILD-SIGNATURE.
007120     MOVE PUZ-MST-CELL(FCS-SIG-IDX)
007130         TO CACHE-SIGNATURE(FCS-SIG-IDX:1).
007140 3100-EXIT.
007150     EXIT.
007160
007170 3200-MATCH-BAND.
007180     IF FCS-BAND-NAME(FCS-BAND-IDX) = FCS-GRADE
007190         MOVE 'Y' TO FCS-BAND-FOUND-SW
007200         MOVE FCS-BAND-IDX TO FCS-BAND-HIT
007210     END-IF.
007220 3200-EXIT.
007230     EXIT.
007240
007250******************************************************************
007260*    4000-PROJECT-STOCK
007270*    EACH WEEK'S ISSUES ARE TAKEN OUT OF WHAT IS LEFT.  THE FIRST
007280*    WEEK A BAND GOES BELOW ZERO IS THE WEEK IT RUNS OUT.
007290******************************************************************
007300 4000-PROJECT-STOCK.
007310     IF FCS-FORECAST-COUNT = 0
007320         MOVE '  (NONE)' TO PRT-REPORT-LINE
007330         WRITE PRT-REPORT-LINE
007340     END-IF
007350     MOVE SPACES TO PRT-REPORT-LINE
007360     WRITE PRT-REPORT-LINE
007370     MOVE 'WEEK-BY-WEEK STOCK AGAINST DEMAND' TO PRT-REPORT-LINE
007372     WRITE PRT-REPORT-LINE
007374     MOVE '(BAND COLUMNS ARE CLASSIC PUZZLES ONLY)'
007376         TO PRT-REPORT-LINE
007380     WRITE PRT-REPORT-LINE
007390     WRITE PRT-REPORT-LINE FROM FCS-PROJ-HEAD-1
007400     WRITE PRT-REPORT-LINE FROM FCS-PROJ-HEAD-2
007410     PERFORM 4050-START-ONE-BAND THRU 4050-EXIT
007420         VARYING FCS-BAND-IDX FROM 1 BY 1
007430             UNTIL FCS-BAND-IDX > 5
007440     WRITE PRT-REPORT-LINE FROM FCS-STOCK-LINE
007450     PERFORM 4100-PROJECT-ONE-WEEK THRU 4100-EXIT
007460         VARYING FCS-WEEK-IDX FROM 1 BY 1
007470             UNTIL FCS-WEEK-IDX > FCS-WEEKS
007480     MOVE SPACES TO PRT-REPORT-LINE
007490     WRITE PRT-REPORT-LINE
007500     MOVE 'STOCK POSITION BY BAND' TO PRT-REPORT-LINE
007510     WRITE PRT-REPORT-LINE
007520     WRITE PRT-REPORT-LINE FROM FCS-SUMMARY-HEAD-LINE
007530     PERFORM 4200-SUMMARIZE-ONE-BAND THRU 4200-EXIT
007540         VARYING FCS-BAND-IDX FROM 1 BY 1
007550             UNTIL FCS-BAND-IDX > 5.
007560 4000-EXIT.
007570     EXIT.
007580
007590 4050-START-ONE-BAND.
007600     MOVE FCS-BAND-STOCK(FCS-BAND-IDX)
007610         TO FCS-BAND-LEFT(FCS-BAND-IDX)
007620     MOVE FCS-BAND-STOCK(FCS-BAND-IDX)
007630         TO FCS-STK-COUNT(FCS-BAND-IDX).
007640 4050-EXIT.
007650     EXIT.
007660
007670 4100-PROJECT-ONE-WEEK.
007680     MOVE 'N' TO FCS-WEEK-SHORT-SW
007690     PERFORM 4110-PROJECT-ONE-BAND THRU 4110-EXIT
007700         VARYING FCS-BAND-IDX FROM 1 BY 1
007710             UNTIL FCS-BAND-IDX > 5
007720     MOVE FCS-WEEK-IDX TO FCS-PRJ-WEEK
007730     MOVE FCS-WEEK-ENDING(FCS-WEEK-IDX) TO FCS-PRJ-ENDING
007740     IF FCS-WEEK-SHORT
007750         MOVE 'SHORT' TO FCS-PRJ-FLAG
007760     ELSE
007770         MOVE SPACES TO FCS-PRJ-FLAG
007780     END-IF
007790     WRITE PRT-REPORT-LINE FROM FCS-PROJ-LINE.
007800 4100-EXIT.
007810     EXIT.
007820
007830 4110-PROJECT-ONE-BAND.
007840     SUBTRACT FCS-WEEK-DEMAND(FCS-WEEK-IDX, FCS-BAND-IDX)
007850         FROM FCS-BAND-LEFT(FCS-BAND-IDX)
007860     IF FCS-BAND-LEFT(FCS-BAND-IDX) < 0
007870         MOVE 'Y' TO FCS-WEEK-SHORT-SW
007880         IF FCS-BAND-OUT-WEEK(FCS-BAND-IDX) = 0
007890             MOVE FCS-WEEK-IDX TO FCS-BAND-OUT-WEEK(FCS-BAND-IDX)
007900         END-IF
007910     END-IF
007920     MOVE FCS-WEEK-DEMAND(FCS-WEEK-IDX, FCS-BAND-IDX)
007930         TO FCS-PRJ-NEED(FCS-BAND-IDX)
007940     MOVE FCS-BAND-LEFT(FCS-BAND-IDX)
007950         TO FCS-PRJ-LEFT(FCS-BAND-IDX).
007960 4110-EXIT.
007970     EXIT.
007980
007990 4200-SUMMARIZE-ONE-BAND.
008000     IF FCS-BAND-LEFT(FCS-BAND-IDX) < 0
008010         COMPUTE FCS-BAND-SHORT(FCS-BAND-IDX) =
008020             0 - FCS-BAND-LEFT(FCS-BAND-IDX)
008030     END-IF
008040     MOVE FCS-BAND-NAME(FCS-BAND-IDX) TO FCS-SUM-BAND
008050     MOVE FCS-BAND-STOCK(FCS-BAND-IDX) TO FCS-SUM-STOCK
008060     MOVE FCS-BAND-DEMAND(FCS-BAND-IDX) TO FCS-SUM-DEMAND
008070     MOVE FCS-BAND-SHORT(FCS-BAND-IDX) TO FCS-SUM-SHORT
008080     MOVE SPACES TO FCS-SUM-TEXT
008090     MOVE FCS-WEEKS TO FCS-DISP-WEEKS
008100     IF FCS-BAND-OUT-WEEK(FCS-BAND-IDX) = 0
008110         STRING 'COVERED FOR ' FCS-DISP-WEEKS ' WEEKS'
008120             DELIMITED BY SIZE INTO FCS-SUM-TEXT
008130     ELSE
008140         ADD 1 TO FCS-SHORT-BANDS
008150         MOVE FCS-BAND-OUT-WEEK(FCS-BAND-IDX) TO FCS-WEEK-IDX
008160         MOVE FCS-WEEK-IDX TO FCS-DISP-WEEKS
008170         STRING 'WEEK ' FCS-DISP-WEEKS ' ENDING '
008180             FCS-WEEK-ENDING(FCS-WEEK-IDX)
008190             DELIMITED BY SIZE INTO FCS-SUM-TEXT
008200     END-IF
008210     WRITE PRT-REPORT-LINE FROM FCS-SUMMARY-LINE.
008220 4200-EXIT.
008230     EXIT.
008240
008250******************************************************************
008260*    5000-WRITE-GEN-CARD
008270*    EVERY CLASSIC BAND ASKS FOR ITS SHORTFALL.  THE X-SUDOKU
008280*    SHORTFALL GOES TO THE X- BANDS, EASIEST FIRST, NO BAND
008290*    GETTING MORE THAN THE X-SUDOKU DEMAND IT WAS CHARGED.  ONLY
008300*    AN ISSUE WANTING MORE X-SUDOKU THAN PUZZLES, WHICH SUDOKUCAL
008310*    REFUSES, COULD LEAVE ANY OVER, AND THAT GOES TO X-EASY.  A
008312*    COUNT OVER 9999 IS HELD AT 9999, THE MOST A SUDOKUGEN CARD
008314*    CAN CARRY.
008320******************************************************************
008330 5000-WRITE-GEN-CARD.
008340     MOVE FCS-BAND-SHORT(5) TO FCS-X-TO-PLACE
008360     PERFORM 5100-SPLIT-ONE-BAND THRU 5100-EXIT
008370         VARYING FCS-BAND-IDX FROM 1 BY 1
008380             UNTIL FCS-BAND-IDX > 4
008390     ADD FCS-X-TO-PLACE TO FCS-GEN-X(1)
008400     OPEN OUTPUT GEN-CARD-FILE
008410     IF FCS-GEN-FILE-STATUS NOT = "00"
008420         DISPLAY "GENERATOR CARD " FCS-GENPARM-FILE-NAME
008430             " NOT AVAILABLE -- STATUS " FCS-GEN-FILE-STATUS
008440         MOVE 'Y' TO FCS-RUN-FAILED-SW
008450         MOVE 8 TO RETURN-CODE
008460         GO TO 5000-EXIT
008470     END-IF
008480     MOVE SPACES TO FCS-GEN-CARD
008490     MOVE FCS-WEEKS TO FCS-DISP-WEEKS
008500     STRING '* WRITTEN BY SUDOKUFCST ' FCS-TODAY-DATE
008510         ' TO COVER THE NEXT ' FCS-DISP-WEEKS ' WEEKS'
008520         DELIMITED BY SIZE INTO FCS-GEN-CARD
008530     WRITE FCS-GEN-CARD
008540     PERFORM 5200-WRITE-ONE-CLASSIC THRU 5200-EXIT
008550         VARYING FCS-BAND-IDX FROM 1 BY 1
008560             UNTIL FCS-BAND-IDX > 4
008570     PERFORM 5300-WRITE-ONE-X THRU 5300-EXIT
008580         VARYING FCS-BAND-IDX FROM 1 BY 1
008590             UNTIL FCS-BAND-IDX > 4
008600     CLOSE GEN-CARD-FILE
008610     MOVE SPACES TO PRT-REPORT-LINE
008620     WRITE PRT-REPORT-LINE
008630     MOVE SPACES TO PRT-REPORT-LINE
008640     STRING 'PUZZLES TO GENERATE -- WRITTEN TO '
008650         FCS-GENPARM-FILE-NAME
008660         DELIMITED BY SIZE INTO PRT-REPORT-LINE
008670     WRITE PRT-REPORT-LINE
008680     WRITE PRT-REPORT-LINE FROM FCS-GEN-HEAD-LINE
008690     PERFORM 5400-PRINT-ONE-GEN-BAND THRU 5400-EXIT
008700         VARYING FCS-BAND-IDX FROM 1 BY 1
008710             UNTIL FCS-BAND-IDX > 4.
008720 5000-EXIT.
008730     EXIT.
008740
008750 5100-SPLIT-ONE-BAND.
008760     MOVE FCS-BAND-SHORT(FCS-BAND-IDX)
008770         TO FCS-GEN-CLASSIC(FCS-BAND-IDX)
008780     IF FCS-X-TO-PLACE > FCS-BAND-X-DEMAND(FCS-BAND-IDX)
008790         MOVE FCS-BAND-X-DEMAND(FCS-BAND-IDX)
008820             TO FCS-GEN-X(FCS-BAND-IDX)
008830     ELSE
008840         MOVE FCS-X-TO-PLACE TO FCS-GEN-X(FCS-BAND-IDX)
008850     END-IF
008860     SUBTRACT FCS-GEN-X(FCS-BAND-IDX) FROM FCS-X-TO-PLACE.
008890 5100-EXIT.
008900     EXIT.
008910
008920 5200-WRITE-ONE-CLASSIC.
008930     IF FCS-GEN-CLASSIC(FCS-BAND-IDX) > 9999
008940         MOVE 9999 TO FCS-GEN-CLASSIC(FCS-BAND-IDX)
008950     END-IF
008960     MOVE FCS-GEN-CLASSIC(FCS-BAND-IDX) TO FCS-DISP-COUNT
008970     ADD FCS-GEN-CLASSIC(FCS-BAND-IDX) TO FCS-GEN-TOTAL
008980     MOVE SPACES TO FCS-GEN-CARD
008990     STRING FCS-BAND-NAME(FCS-BAND-IDX) DELIMITED BY SPACE
009000         '=' FCS-DISP-COUNT DELIMITED BY SIZE
009010         INTO FCS-GEN-CARD
009020     WRITE FCS-GEN-CARD.
009030 5200-EXIT.
009040     EXIT.
009050
009060 5300-WRITE-ONE-X.
009070     IF FCS-GEN-X(FCS-BAND-IDX) > 9999
009080         MOVE 9999 TO FCS-GEN-X(FCS-BAND-IDX)
009090     END-IF
009100     MOVE FCS-GEN-X(FCS-BAND-IDX) TO FCS-DISP-COUNT
009110     ADD FCS-GEN-X(FCS-BAND-IDX) TO FCS-GEN-TOTAL
009120     MOVE SPACES TO FCS-GEN-CARD
009130     STRING 'X-' FCS-BAND-NAME(FCS-BAND-IDX) DELIMITED BY SPACE
009140         '=' FCS-DISP-COUNT DELIMITED BY SIZE
009150         INTO FCS-GEN-CARD
009160     WRITE FCS-GEN-CARD.
009170 5300-EXIT.
009180     EXIT.
009190
009200 5400-PRINT-ONE-GEN-BAND.
009210     MOVE FCS-BAND-NAME(FCS-BAND-IDX) TO FCS-GNL-BAND
009220     MOVE FCS-GEN-CLASSIC(FCS-BAND-IDX) TO FCS-GNL-CLASSIC
009230     MOVE FCS-GEN-X(FCS-BAND-IDX) TO FCS-GNL-X
009240     WRITE PRT-REPORT-LINE FROM FCS-GEN-LINE.
009250 5400-EXIT.
009260     EXIT.
009270
009280******************************************************************
009290*    8000-PRINT-TOTALS
009300******************************************************************
009310 8000-PRINT-TOTALS.
009320     MOVE SPACES TO PRT-REPORT-LINE
009330     WRITE PRT-REPORT-LINE
009340     MOVE 'CONTROL TOTALS' TO PRT-REPORT-LINE
009350     WRITE PRT-REPORT-LINE
009360     MOVE 'CALENDAR ISSUES READ' TO FCS-TTL-LABEL
009370     MOVE FCS-CALENDAR-READ-COUNT TO FCS-TTL-COUNT
009380     WRITE PRT-REPORT-LINE FROM FCS-TOTAL-LINE
009390     MOVE 'ALREADY FILLED' TO FCS-TTL-LABEL
009400     MOVE FCS-FILLED-COUNT TO FCS-TTL-COUNT
009410     WRITE PRT-REPORT-LINE FROM FCS-TOTAL-LINE
009420     MOVE 'DUE AFTER THE FORECAST' TO FCS-TTL-LABEL
009430     MOVE FCS-LATER-COUNT TO FCS-TTL-COUNT
009440     WRITE PRT-REPORT-LINE FROM FCS-TOTAL-LINE
009450     MOVE 'DEADLINE NOT A DATE' TO FCS-TTL-LABEL
009460     MOVE FCS-BAD-DATE-COUNT TO FCS-TTL-COUNT
009470     WRITE PRT-REPORT-LINE FROM FCS-TOTAL-LINE
009480     MOVE 'FORECAST (OVERDUE INCLUDED)' TO FCS-TTL-LABEL
009490     MOVE FCS-FORECAST-COUNT TO FCS-TTL-COUNT
009500     WRITE PRT-REPORT-LINE FROM FCS-TOTAL-LINE
009510     MOVE 'SOLVED PUZZLES NOT ASSIGNED' TO FCS-TTL-LABEL
009520     MOVE FCS-CANDIDATE-COUNT TO FCS-TTL-COUNT
009530     WRITE PRT-REPORT-LINE FROM FCS-TOTAL-LINE
009540     MOVE '  NO CACHED SOLVE' TO FCS-TTL-LABEL
009550     MOVE FCS-NO-CACHE-COUNT TO FCS-TTL-COUNT
009560     WRITE PRT-REPORT-LINE FROM FCS-TOTAL-LINE
009570     MOVE '  NOT UNIQUE' TO FCS-TTL-LABEL
009580     MOVE FCS-NOT-UNIQUE-COUNT TO FCS-TTL-COUNT
009590     WRITE PRT-REPORT-LINE FROM FCS-TOTAL-LINE
009600     MOVE '  UNRATED GRADE' TO FCS-TTL-LABEL
009610     MOVE FCS-NO-BAND-COUNT TO FCS-TTL-COUNT
009620     WRITE PRT-REPORT-LINE FROM FCS-TOTAL-LINE
009630     MOVE '  IN STOCK' TO FCS-TTL-LABEL
009640     MOVE FCS-STOCK-COUNT TO FCS-TTL-COUNT
009650     WRITE PRT-REPORT-LINE FROM FCS-TOTAL-LINE
009660     MOVE 'PUZZLES TO GENERATE' TO FCS-TTL-LABEL
009670     MOVE FCS-GEN-TOTAL TO FCS-TTL-COUNT
009680     WRITE PRT-REPORT-LINE FROM FCS-TOTAL-LINE.
009690 8000-EXIT.
009700     EXIT.
009710
009720******************************************************************
009730*    9000-END-OF-JOB
009740*    A BAND THAT RUNS OUT INSIDE THE FORECAST IS NOT A FAILURE OF
009750*    THE RUN, BUT IT ENDS WITH RETURN CODE 4 SO OPERATIONS RUNS
009760*    SUDOKUGEN WITH THE CARD THIS RUN HAS WRITTEN.
009770******************************************************************
009780 9000-END-OF-JOB.
009790     DISPLAY " ".
009800     DISPLAY "====================================".
009810     DISPLAY "END OF JOB STOCK FORECAST".
009820     DISPLAY "WEEKS FORECAST         : " FCS-WEEKS.
009830     DISPLAY "ISSUES FORECAST        : " FCS-FORECAST-COUNT.
009840     DISPLAY "ISSUES OVERDUE         : " FCS-OVERDUE-COUNT.
009850     DISPLAY "PUZZLES IN STOCK       : " FCS-STOCK-COUNT.
009860     DISPLAY "PUZZLES TO GENERATE    : " FCS-GEN-TOTAL.
009870     DISPLAY "GENERATOR CARD         : " FCS-GENPARM-FILE-NAME.
009880     IF NOT FCS-RUN-FAILED
009890         IF FCS-SHORT-BANDS > 0 AND RETURN-CODE < 4
009900             DISPLAY "STOCK RUNS OUT INSIDE THE FORECAST -- "
009910                 "RUN SUDOKUGEN"
009920             MOVE 4 TO RETURN-CODE
009930         END-IF
009940         IF FCS-OVERDUE-COUNT > 0 AND RETURN-CODE < 4
009950             DISPLAY "ISSUES PAST THEIR DEADLINE NOT FILLED"
009960             MOVE 4 TO RETURN-CODE
009970         END-IF
009980         DISPLAY "REPORT WRITTEN TO FCSTRPT.DAT"
009990     END-IF.
010000     DISPLAY "====================================".
010010     PERFORM 9500-LOG-RUN-HISTORY THRU 9500-EXIT.
010020 9000-EXIT.
010030     EXIT.
010040
010050******************************************************************
010060*    9500-LOG-RUN-HISTORY
010070*    THE READ COUNT IS THE CALENDAR ISSUES READ AND THE SOLVED
010080*    COUNT THE PUZZLES IN STOCK.
010090******************************************************************
010100 9500-LOG-RUN-HISTORY.
010110     MOVE 'SudokuFcst' TO RUN-LOG-PROGRAM
010120     MOVE "ISSUECAL.DAT" TO RUN-LOG-INPUT-DSN
010130     MOVE FCS-GENPARM-FILE-NAME TO RUN-LOG-OUTPUT-DSN
010140     MOVE SPACES TO RUN-LOG-PARM-TEXT
010150     MOVE FCS-WEEKS TO FCS-DISP-WEEKS
010160     MOVE FCS-GEN-TOTAL TO FCS-DISP-TOTAL
010170     STRING "WEEKS=" FCS-DISP-WEEKS
010180         " ISSUES=" FCS-FORECAST-COUNT
010190         " GENERATE=" FCS-DISP-TOTAL
010200         DELIMITED BY SIZE INTO RUN-LOG-PARM-TEXT
010210     MOVE FCS-CALENDAR-READ-COUNT TO RUN-LOG-READ-COUNT
010220     MOVE FCS-STOCK-COUNT TO RUN-LOG-SOLVED-COUNT
010230     PERFORM 7500-RUN-HIST-WRITE THRU 7500-EXIT.
010240 9500-EXIT.
010250     EXIT.
010260
010270******************************************************************
010280*    9999-TERMINATE
010290******************************************************************
010300 9999-TERMINATE.
010310     IF FCS-CALENDAR-IS-OPEN
010320         CLOSE ISSUE-CALENDAR-FILE
010330     END-IF
010340     IF FCS-CONTROL-IS-OPEN
010350         CLOSE ISSUE-CONTROL-FILE
010360     END-IF
010370     IF FCS-MASTER-IS-OPEN
010380         CLOSE PUZZLE-MASTER-FILE
010390     END-IF
010400     IF FCS-CACHE-IS-OPEN
010410         CLOSE SOLVED-CACHE-FILE
010420     END-IF
010430     IF FCS-REPORT-IS-OPEN
010440         CLOSE PRINT-REPORT-FILE
010450     END-IF
010460     STOP RUN.
010470 9999-EXIT.
010480     EXIT.
010490
010500     COPY RUNHWRT.
