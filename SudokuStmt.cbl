000010******************************************************************
000020*    SUDOKUSTMT.CBL
000030*    MONTH-END SUPPLIER PUZZLE PURCHASE STATEMENT.
000040*
000050*    WORKS OUT WHAT WE OWE EACH OUTSIDE PUZZLE SUPPLIER FOR A
000060*    MONTH, SO THE ACCOUNTS DESK NO LONGER PRICES INVOICES BY
000070*    HAND FROM SUDOKUCONV'S SYSOUT AND PUZREJ.DAT.  EVERY
000080*    SUPPLIER ON THE SUPPLIER MASTER (SUPMAST.CPY) GETS A
000090*    STATEMENT BLOCK COUNTING ITS PUZZLES:
000100*        CONVERTED               -- ITS RESULT RECORDS (EVERY
000110*                                   CONVERTED PUZZLE IS WORKED
000120*                                   ONCE BY SUDOKUBATCH)
000130*        REJECTED AT CONVERSION  -- ITS PUZREJ.DAT RECORDS
000140*                                   (CNVREJ.CPY) DATED IN THE
000150*                                   MONTH
000160*        INVALID, UNSOLVED AND TIMED OUT IN BATCH -- RES-OUTCOME
000170*        MULTI                   -- SOLVED BUT NOT UNIQUE
000180*        SOLVED, NOT CHECKED     -- SOLVED WITH NO UNIQUENESS
000190*                                   VERDICT; NOT PAID UNTIL IT
000200*                                   IS RE-RUN WITH THE CHECK ON
000210*        ACCEPTED BY GRADE       -- SOLVED AND UNIQUE, SPLIT BY
000220*                                   RES-HUMAN-GRADE AND PRICED
000230*                                   AT THE CONTRACT PRICE FOR
000240*                                   THAT GRADE; AN ACCEPTED
000250*                                   PUZZLE WITH NO HUMAN GRADE
000260*                                   IS LISTED BUT NOT PRICED
000270*        PUBLISHED               -- PUZZLE MASTER RECORDS
000280*                                   ASSIGNED TO AN ISSUE IN THE
000290*                                   MONTH
000300*    A RESULT OR MASTER RECORD BELONGS TO THE SUPPLIER WHOSE
000310*    PREFIX IS THE PUZZLE ID LESS ITS LAST FOUR DIGITS -- THE
000320*    ID SUDOKUCONV GENERATES.  ANYTHING ELSE (SUDOKUGEN'S OWN
000330*    PUZZLES, SAY) IS COUNTED ONLY IN THE GRAND TOTALS.
000340*
000350*    THE REJECT RATE IS EVERY PUZZLE WE DID NOT ACCEPT FOR A
000360*    REASON THAT IS THE SUPPLIER'S -- CONVERSION REJECTS,
000370*    INVALID, UNSOLVED, TIMED OUT AND MULTI -- AS A PERCENTAGE
000380*    OF ALL PUZZLES RECEIVED (CONVERTED PLUS CONVERSION
000390*    REJECTS).  A SUPPLIER OVER ITS CONTRACT CEILING IS FLAGGED
000400*    ON ITS BLOCK AND IN THE GRAND TOTALS, AND ENDS THE RUN WITH
000410*    RETURN CODE 4 SO ACCOUNTS HOLDS THE PAYMENT FOR REVIEW.
000420*    CLOSED SUPPLIERS ARE PRINTED ONLY IF THEY HAD ACTIVITY.
000430*
000440*    CONTROL CARD (STMTPARM.DAT, KEYWORD=VALUE, * FOR COMMENTS):
000450*        MONTH=YYYYMM          (DEFAULT THE MONTH BEFORE TODAY)
000460*        RESULTS=PUZOUT.DAT    (THE MONTH'S RETAINED RESULTS)
000470*        REJECTS=PUZREJ.DAT
000480*    AN UNUSABLE SUPPLIER MASTER OR RESULTS FILE FAILS THE RUN
000490*    WITH RETURN CODE 8.  NO REJECTS FILE MEANS NO CONVERSION
000500*    REJECTS; A PUZZLE MASTER THAT WILL NOT OPEN LEAVES THE
000510*    PUBLISHED COUNTS OUT, SAYS SO, AND ENDS WITH RETURN CODE 4.
000520*
000530*    AUTHOR.     M. CLASSEN, APPLICATIONS PROGRAMMING.
000540*    INSTALLATION. GAMES AND UTILITIES.
000550*    DATE-WRITTEN. 2026-10-15.
000560*
000570*    MODIFICATION HISTORY
000580*    DATE       INIT  DESCRIPTION
000590*    2026-10-15 MKC   ORIGINAL PROGRAM.  REPORT AND TABLES FOLLOW
000600*                     SUDOKUINV, GRADE ORDER FOLLOWS SUDOKUGEN'S
000610*                     BAND TABLE.  THE RUN IS LOGGED TO THE RUN
000620*                     HISTORY FILE (RUNHIST.CPY).
000630******************************************************************
000640 IDENTIFICATION DIVISION.
000650 PROGRAM-ID. SudokuStmt.
000660 AUTHOR. M. CLASSEN.
000670 INSTALLATION. GAMES AND UTILITIES.
000680 DATE-WRITTEN. 2026-10-15.
000690 DATE-COMPILED. 2026-10-15.
000700
000710 ENVIRONMENT DIVISION.
000720 INPUT-OUTPUT SECTION.
000730 FILE-CONTROL.
000740     SELECT SUPPLIER-MASTER-FILE ASSIGN TO "SUPMAST.DAT"
000750         ORGANIZATION IS INDEXED
000760         ACCESS MODE IS DYNAMIC
000770         RECORD KEY IS SUP-MST-PREFIX
000780         FILE STATUS IS STM-SUPMAST-FILE-STATUS.
000790
000800     SELECT RESULT-INPUT-FILE
000810         ASSIGN TO DYNAMIC STM-RESULT-FILE-NAME
000820         ORGANIZATION IS LINE SEQUENTIAL
000830         FILE STATUS IS STM-RESULT-FILE-STATUS.
000840
000850     SELECT REJECT-FILE
000860         ASSIGN TO DYNAMIC STM-REJECT-FILE-NAME
000870         ORGANIZATION IS LINE SEQUENTIAL
000880         FILE STATUS IS STM-REJECT-FILE-STATUS.
000890
000900     SELECT PUZZLE-MASTER-FILE ASSIGN TO "PUZMAST.DAT"
000910         ORGANIZATION IS INDEXED
000920         ACCESS MODE IS DYNAMIC
000930         RECORD KEY IS PUZ-MST-ID
000940         FILE STATUS IS STM-MASTER-FILE-STATUS.
000950
000960     SELECT PRINT-REPORT-FILE ASSIGN TO "STMTRPT.DAT"
000970         ORGANIZATION IS LINE SEQUENTIAL
000980         FILE STATUS IS STM-PRINT-FILE-STATUS.
000990
001000     SELECT CONTROL-CARD-FILE ASSIGN TO "STMTPARM.DAT"
001010         ORGANIZATION IS LINE SEQUENTIAL
001020         FILE STATUS IS STM-PARM-FILE-STATUS.
001030
001040     SELECT RUN-HISTORY-FILE ASSIGN TO "RUNHIST.DAT"
001050         ORGANIZATION IS INDEXED
001060         ACCESS MODE IS DYNAMIC
001070         RECORD KEY IS RUN-HIST-KEY
001080         FILE STATUS IS RUN-LOG-FILE-STATUS.
001090
001100 DATA DIVISION.
001110 FILE SECTION.
001120 FD  SUPPLIER-MASTER-FILE.
001130     COPY SUPMAST.
001140
001150 FD  RESULT-INPUT-FILE.
001160     COPY RESREC.
001170
001180 FD  REJECT-FILE.
001190     COPY CNVREJ.
001200
001210 FD  PUZZLE-MASTER-FILE.
001220     COPY PUZMAST.
001230
001240 FD  PRINT-REPORT-FILE.
001250     COPY REPRINT.
001260
001270 FD  CONTROL-CARD-FILE.
001280 01  PRM-CONTROL-RECORD          PIC X(80).
001290
001300 FD  RUN-HISTORY-FILE.
001310     COPY RUNHIST.
001320
001330 WORKING-STORAGE SECTION.
001340 COPY RUNHFLD.
001350
001360 01  STM-FILE-STATUS-FIELDS.
001370     05  STM-SUPMAST-FILE-STATUS PIC X(02).
001380     05  STM-RESULT-FILE-STATUS  PIC X(02).
001390     05  STM-REJECT-FILE-STATUS  PIC X(02).
001400     05  STM-MASTER-FILE-STATUS  PIC X(02).
001410     05  STM-PRINT-FILE-STATUS   PIC X(02).
001420     05  STM-PARM-FILE-STATUS    PIC X(02).
001430
001440 01  STM-WORK-FIELDS.
001450     05  STM-SUPMAST-EOF-SW      PIC X(01) VALUE 'N'.
001460         88  STM-SUPMAST-EOF             VALUE 'Y'.
001470     05  STM-RESULT-EOF-SW       PIC X(01) VALUE 'N'.
001480         88  STM-RESULT-EOF              VALUE 'Y'.
001490     05  STM-REJECT-EOF-SW       PIC X(01) VALUE 'N'.
001500         88  STM-REJECT-EOF              VALUE 'Y'.
001510     05  STM-MASTER-EOF-SW       PIC X(01) VALUE 'N'.
001520         88  STM-MASTER-EOF              VALUE 'Y'.
001530     05  STM-RUN-FAILED-SW       PIC X(01) VALUE 'N'.
001540         88  STM-RUN-FAILED              VALUE 'Y'.
001550     05  STM-RESULT-OPEN-SW      PIC X(01) VALUE 'N'.
001560         88  STM-RESULT-IS-OPEN          VALUE 'Y'.
001570     05  STM-REJECT-OPEN-SW      PIC X(01) VALUE 'N'.
001580         88  STM-REJECT-IS-OPEN          VALUE 'Y'.
001590     05  STM-MASTER-OPEN-SW      PIC X(01) VALUE 'N'.
001600         88  STM-MASTER-IS-OPEN          VALUE 'Y'.
001610     05  STM-PRINT-OPEN-SW       PIC X(01) VALUE 'N'.
001620         88  STM-PRINT-IS-OPEN           VALUE 'Y'.
001630     05  STM-RESULT-FILE-NAME    PIC X(20)
001640         VALUE "PUZOUT.DAT".
001650     05  STM-REJECT-FILE-NAME    PIC X(20)
001660         VALUE "PUZREJ.DAT".
001670     05  STM-MONTH               PIC X(06) VALUE SPACES.
001680     05  STM-MONTH-NUM REDEFINES STM-MONTH.
001690         10  STM-MONTH-YEAR      PIC 9(04).
001700         10  STM-MONTH-MM        PIC 9(02).
001710     05  STM-CURRENT-STAMP       PIC X(21).
001720     05  STM-TODAY-DATE          PIC X(08).
001730     05  STM-WORK-ID             PIC X(10).
001740     05  STM-WORK-PREFIX         PIC X(06).
001750     05  STM-ID-LEN              PIC 9(02) COMP.
001760     05  STM-SUP-IDX             PIC 9(03) COMP.
001770     05  STM-SUP-HIT             PIC 9(03) COMP.
001780     05  STM-CNT-IDX             PIC 9(02) COMP.
001790     05  STM-GRADE-IDX           PIC 9(01) COMP.
001800     05  STM-GRADE-HIT           PIC 9(01) COMP.
001810     05  STM-RECEIVED            PIC 9(08) COMP.
001820     05  STM-NOT-ACCEPTED        PIC 9(08) COMP.
001830     05  STM-REJECT-RATE         PIC 9(03)V9.
001840     05  STM-AMOUNT              PIC 9(07)V99.
001850     05  STM-SUPPLIER-DUE        PIC 9(07)V99.
001860     05  STM-RESULT-COUNT        PIC 9(08) VALUE 0.
001870     05  STM-REJECT-COUNT        PIC 9(08) VALUE 0.
001880     05  STM-MASTER-COUNT        PIC 9(08) VALUE 0.
001890     05  STM-PRINTED-COUNT       PIC 9(08) VALUE 0.
001900     05  STM-OVER-CEILING-COUNT  PIC 9(08) VALUE 0.
001910     05  STM-RES-UNMATCHED       PIC 9(08) VALUE 0.
001920     05  STM-REJ-UNMATCHED       PIC 9(08) VALUE 0.
001930     05  STM-REJ-OTHER-MONTH     PIC 9(08) VALUE 0.
001940     05  STM-PUB-UNMATCHED       PIC 9(08) VALUE 0.
001950     05  STM-TOTAL-DUE           PIC 9(09)V99 VALUE 0.
001960
001970*    THE HUMAN GRADES IN THE ORDER OF THE SUPPLIER MASTER'S PRICE
001980*    TABLE.  THE LAST SLOT CATCHES A BLANK OR UNKNOWN GRADE.
001990 01  STM-GRADE-NAMES.
002000     05  FILLER                  PIC X(08) VALUE 'EASY'.
002010     05  FILLER                  PIC X(08) VALUE 'MEDIUM'.
002020     05  FILLER                  PIC X(08) VALUE 'HARD'.
002030     05  FILLER                  PIC X(08) VALUE 'EXPERT'.
002040     05  FILLER                  PIC X(08) VALUE 'UNGRADED'.
002050 01  STM-GRADE-NAME-TABLE REDEFINES STM-GRADE-NAMES.
002060     05  STM-GRADE-NAME OCCURS 5 TIMES PIC X(08).
002070
002080*    ONE COUNTER SLOT PER STATEMENT LINE.  SLOTS 8 TO 12 ARE THE
002090*    ACCEPTED PUZZLES BY GRADE, IN THE GRADE TABLE'S ORDER.
002100 01  STM-COUNT-NAMES.
002110     05  FILLER                  PIC X(32)
002120         VALUE 'PUZZLES CONVERTED'.
002130     05  FILLER                  PIC X(32)
002140         VALUE 'REJECTED AT CONVERSION'.
002150     05  FILLER                  PIC X(32)
002160         VALUE 'INVALID IN BATCH'.
002170     05  FILLER                  PIC X(32)
002180         VALUE 'UNSOLVED IN BATCH'.
002190     05  FILLER                  PIC X(32)
002200         VALUE 'TIMED OUT IN BATCH'.
002210     05  FILLER                  PIC X(32)
002220         VALUE 'MULTI (MORE THAN ONE SOLUTION)'.
002230     05  FILLER                  PIC X(32)
002240         VALUE 'SOLVED, UNIQUENESS NOT CHECKED'.
002250     05  FILLER                  PIC X(32)
002260         VALUE 'ACCEPTED EASY'.
002270     05  FILLER                  PIC X(32)
002280         VALUE 'ACCEPTED MEDIUM'.
002290     05  FILLER                  PIC X(32)
002300         VALUE 'ACCEPTED HARD'.
002310     05  FILLER                  PIC X(32)
002320         VALUE 'ACCEPTED EXPERT'.
002330     05  FILLER                  PIC X(32)
002340         VALUE 'ACCEPTED, NOT GRADED'.
002350     05  FILLER                  PIC X(32)
002360         VALUE 'PUBLISHED IN THE MONTH'.
002370 01  STM-COUNT-NAME-TABLE REDEFINES STM-COUNT-NAMES.
002380     05  STM-COUNT-NAME OCCURS 13 TIMES PIC X(32).
002390
002400*    THE WHOLE SUPPLIER MASTER, LOADED IN PREFIX ORDER.
002410 01  STM-SUPPLIER-TABLE.
002420     05  STM-SUP-USED            PIC 9(03) COMP VALUE 0.
002430     05  STM-SUP-ENTRY OCCURS 100 TIMES.
002440         10  STM-SUP-PREFIX      PIC X(06).
002450         10  STM-SUP-NAME        PIC X(30).
002460         10  STM-SUP-STATUS      PIC X(06).
002470         10  STM-SUP-PRICE OCCURS 4 TIMES PIC 9(03)V99.
002480         10  STM-SUP-CEILING     PIC 9(03)V9.
002490         10  STM-SUP-COUNT OCCURS 13 TIMES PIC 9(08) COMP.
002500
002510 01  STM-GRAND-TOTALS.
002520     05  STM-TOT-COUNT OCCURS 13 TIMES PIC 9(08) COMP.
002530
002540 01  PRM-CONTROL-FIELDS.
002550     05  PRM-EOF-SW              PIC X(01) VALUE 'N'.
002560         88  PRM-EOF                     VALUE 'Y'.
002570     05  PRM-OPEN-SW             PIC X(01) VALUE 'N'.
002580         88  PRM-IS-OPEN                 VALUE 'Y'.
002590     05  PRM-KEY                 PIC X(20).
002600     05  PRM-VALUE               PIC X(20).
002610
002620 01  STM-TITLE-LINE.
002630     05  FILLER                  PIC X(31)
002640         VALUE 'SUPPLIER PURCHASE STATEMENT -- '.
002650     05  FILLER                  PIC X(06) VALUE 'MONTH '.
002660     05  STM-TITLE-MONTH         PIC X(06).
002670     05  FILLER                  PIC X(04) VALUE SPACES.
002680     05  FILLER                  PIC X(09) VALUE 'PREPARED '.
002690     05  STM-TITLE-DATE          PIC X(08).
002700     05  FILLER                  PIC X(16) VALUE SPACES.
002710
002720 01  STM-SUPPLIER-LINE.
002730     05  FILLER                  PIC X(09) VALUE 'SUPPLIER '.
002740     05  STM-SPL-PREFIX          PIC X(06).
002750     05  FILLER                  PIC X(02) VALUE SPACES.
002760     05  STM-SPL-NAME            PIC X(30).
002770     05  FILLER                  PIC X(02) VALUE SPACES.
002780     05  STM-SPL-STATUS          PIC X(06).
002790     05  FILLER                  PIC X(25) VALUE SPACES.
002800
002810 01  STM-COUNT-LINE.
002820     05  FILLER                  PIC X(04) VALUE SPACES.
002830     05  STM-CTL-NAME            PIC X(32).
002840     05  STM-CTL-COUNT           PIC Z(07)9.
002850     05  FILLER                  PIC X(36) VALUE SPACES.
002860
002870 01  STM-PRICE-HEAD-LINE.
002880     05  FILLER                  PIC X(04) VALUE SPACES.
002890     05  FILLER                  PIC X(10) VALUE 'GRADE'.
002900     05  FILLER                  PIC X(10) VALUE '  ACCEPTED'.
002910     05  FILLER                  PIC X(10) VALUE '     PRICE'.
002920     05  FILLER                  PIC X(14)
002930         VALUE '        AMOUNT'.
002940     05  FILLER                  PIC X(32) VALUE SPACES.
002950
002960 01  STM-PRICE-LINE.
002970     05  FILLER                  PIC X(04) VALUE SPACES.
002980     05  STM-PRL-GRADE           PIC X(10).
002990     05  STM-PRL-COUNT           PIC Z(09)9.
003000     05  FILLER                  PIC X(04) VALUE SPACES.
003010     05  STM-PRL-PRICE           PIC ZZ9.99.
003020     05  FILLER                  PIC X(02) VALUE SPACES.
003030     05  STM-PRL-AMOUNT          PIC Z,ZZZ,ZZ9.99.
003040     05  STM-PRL-NOTE            PIC X(32).
003050
003060 01  STM-DUE-LINE.
003070     05  FILLER                  PIC X(04) VALUE SPACES.
003080     05  FILLER                  PIC X(30)
003090         VALUE 'AMOUNT DUE'.
003100     05  FILLER                  PIC X(02) VALUE SPACES.
003110     05  STM-DUE-AMOUNT          PIC ZZ,ZZZ,ZZ9.99.
003120     05  FILLER                  PIC X(31) VALUE SPACES.
003130
003140 01  STM-RATE-LINE.
003150     05  FILLER                  PIC X(04) VALUE SPACES.
003160     05  FILLER                  PIC X(12) VALUE 'REJECT RATE '.
003170     05  STM-RTL-RATE            PIC ZZ9.9.
003180     05  FILLER                  PIC X(11) VALUE '%  CEILING '.
003190     05  STM-RTL-CEILING         PIC ZZ9.9.
003200     05  FILLER                  PIC X(03) VALUE '%  '.
003210     05  STM-RTL-FLAG            PIC X(24).
003220     05  FILLER                  PIC X(16) VALUE SPACES.
003230
003240 PROCEDURE DIVISION.
003250
003260******************************************************************
003270*    0000-MAINLINE
003280******************************************************************
003290 0000-MAINLINE.
003300     PERFORM 1000-INITIALIZE THRU 1000-EXIT
003310     PERFORM 2000-TALLY-ONE-RESULT THRU 2000-EXIT
003320         UNTIL STM-RESULT-EOF
003330     PERFORM 3000-TALLY-ONE-REJECT THRU 3000-EXIT
003340         UNTIL STM-REJECT-EOF
003350     PERFORM 4000-TALLY-ONE-MASTER THRU 4000-EXIT
003360         UNTIL STM-MASTER-EOF
003370     IF NOT STM-RUN-FAILED
003380         PERFORM 5000-PRINT-STATEMENTS THRU 5000-EXIT
003390     END-IF
003400     PERFORM 9000-END-OF-JOB THRU 9000-EXIT
003410     PERFORM 9999-TERMINATE THRU 9999-EXIT.
003420 0000-EXIT.
003430     EXIT.
003440
003450******************************************************************
003460*    1000-INITIALIZE
003470*    THE SUPPLIER MASTER IS READ INTO THE TABLE AND CLOSED; THE
003480*    THREE SWEEPS THAT FOLLOW ONLY EVER LOOK THE TABLE UP.
003490******************************************************************
003500 1000-INITIALIZE.
003510     MOVE FUNCTION CURRENT-DATE TO STM-CURRENT-STAMP
003520     MOVE STM-CURRENT-STAMP(1:8) TO STM-TODAY-DATE
003530     PERFORM 1500-READ-CONTROL-CARD THRU 1500-EXIT
003540     IF STM-MONTH = SPACES
003550         PERFORM 1100-DEFAULT-MONTH THRU 1100-EXIT
003560     END-IF
003570     MOVE 'Y' TO STM-RESULT-EOF-SW
003580     MOVE 'Y' TO STM-REJECT-EOF-SW
003590     MOVE 'Y' TO STM-MASTER-EOF-SW
003600     PERFORM 1200-ZERO-ONE-TOTAL THRU 1200-EXIT
003610         VARYING STM-CNT-IDX FROM 1 BY 1
003620             UNTIL STM-CNT-IDX > 13
003630     PERFORM 1300-LOAD-SUPPLIERS THRU 1300-EXIT
003640     IF STM-RUN-FAILED
003650         GO TO 1000-EXIT
003660     END-IF
003670     OPEN INPUT RESULT-INPUT-FILE
003680     IF STM-RESULT-FILE-STATUS NOT = "00"
003690         DISPLAY "RESULTS FILE " STM-RESULT-FILE-NAME
003700             " NOT AVAILABLE -- STATUS "
003710             STM-RESULT-FILE-STATUS
003720         PERFORM 1900-FAIL-THE-RUN THRU 1900-EXIT
003730         GO TO 1000-EXIT
003740     END-IF
003750     MOVE 'Y' TO STM-RESULT-OPEN-SW
003760     MOVE 'N' TO STM-RESULT-EOF-SW
003770     OPEN INPUT REJECT-FILE
003780     EVALUATE STM-REJECT-FILE-STATUS
003790         WHEN "00"
003800             MOVE 'Y' TO STM-REJECT-OPEN-SW
003810             MOVE 'N' TO STM-REJECT-EOF-SW
003820         WHEN "35"
003830             DISPLAY "NO " STM-REJECT-FILE-NAME
003840                 " -- NO CONVERSION REJECTS COUNTED"
003850         WHEN OTHER
003860             DISPLAY "REJECTS FILE " STM-REJECT-FILE-NAME
003870                 " NOT AVAILABLE -- STATUS "
003880                 STM-REJECT-FILE-STATUS
003890             PERFORM 1900-FAIL-THE-RUN THRU 1900-EXIT
003900             GO TO 1000-EXIT
003910     END-EVALUATE
003920     OPEN INPUT PUZZLE-MASTER-FILE
003930     IF STM-MASTER-FILE-STATUS = "00"
003940         MOVE 'Y' TO STM-MASTER-OPEN-SW
003950         MOVE 'N' TO STM-MASTER-EOF-SW
003960     ELSE
003970         DISPLAY "PUZZLE MASTER FILE NOT AVAILABLE -- STATUS "
003980             STM-MASTER-FILE-STATUS
003990             " -- PUBLISHED COUNTS ARE OFF FOR THIS RUN"
004000         MOVE 4 TO RETURN-CODE
004010     END-IF
004020     OPEN OUTPUT PRINT-REPORT-FILE
004030     MOVE 'Y' TO STM-PRINT-OPEN-SW.
004040 1000-EXIT.
004050     EXIT.
004060
004070******************************************************************
004080*    1100-DEFAULT-MONTH
004090*    THE STATEMENT IS RUN AFTER THE MONTH CLOSES, SO BY DEFAULT
004100*    IT IS FOR THE MONTH BEFORE TODAY'S.
004110******************************************************************
004120 1100-DEFAULT-MONTH.
004130     MOVE STM-TODAY-DATE(1:6) TO STM-MONTH
004140     IF STM-MONTH-MM = 1
004150         MOVE 12 TO STM-MONTH-MM
004160         SUBTRACT 1 FROM STM-MONTH-YEAR
004170     ELSE
004180         SUBTRACT 1 FROM STM-MONTH-MM
004190     END-IF.
004200 1100-EXIT.
004210     EXIT.
004220
004230 1200-ZERO-ONE-TOTAL.
004240     MOVE 0 TO STM-TOT-COUNT(STM-CNT-IDX).
004250 1200-EXIT.
004260     EXIT.
004270
004280******************************************************************
004290*    1300-LOAD-SUPPLIERS
004300*    A STATEMENT THAT SILENTLY LEFT SUPPLIERS OUT WOULD BE
004310*    WORSE THAN NONE, SO A FULL TABLE FAILS THE RUN.
004320******************************************************************
004330 1300-LOAD-SUPPLIERS.
004340     OPEN INPUT SUPPLIER-MASTER-FILE
004350     IF STM-SUPMAST-FILE-STATUS NOT = "00"
004360         DISPLAY "SUPPLIER MASTER FILE NOT AVAILABLE -- STATUS "
004370             STM-SUPMAST-FILE-STATUS
004380         PERFORM 1900-FAIL-THE-RUN THRU 1900-EXIT
004390         GO TO 1300-EXIT
004400     END-IF
004410     PERFORM 1310-LOAD-ONE-SUPPLIER THRU 1310-EXIT
004420         UNTIL STM-SUPMAST-EOF
004430     CLOSE SUPPLIER-MASTER-FILE
004440     IF STM-RUN-FAILED
004450         GO TO 1300-EXIT
004460     END-IF
004470     IF STM-SUP-USED = 0
004480         DISPLAY "NO SUPPLIERS ON THE SUPPLIER MASTER"
004490         PERFORM 1900-FAIL-THE-RUN THRU 1900-EXIT
004500     END-IF.
004510 1300-EXIT.
004520     EXIT.
004530
004540 1310-LOAD-ONE-SUPPLIER.
004550     READ SUPPLIER-MASTER-FILE NEXT RECORD
004560         AT END
004570             MOVE 'Y' TO STM-SUPMAST-EOF-SW
004580             GO TO 1310-EXIT
004590     END-READ
004600     IF STM-SUP-USED = 100
004610         DISPLAY "SUPPLIER TABLE FULL AT " STM-SUP-USED
004620             " -- STATEMENT NOT PRODUCED"
004630         MOVE 'Y' TO STM-SUPMAST-EOF-SW
004640         PERFORM 1900-FAIL-THE-RUN THRU 1900-EXIT
004650         GO TO 1310-EXIT
004660     END-IF
004670     ADD 1 TO STM-SUP-USED
004680     MOVE SUP-MST-PREFIX TO STM-SUP-PREFIX(STM-SUP-USED)
004690     MOVE SUP-MST-NAME TO STM-SUP-NAME(STM-SUP-USED)
004700     MOVE SUP-MST-STATUS TO STM-SUP-STATUS(STM-SUP-USED)
004710     MOVE SUP-MST-REJECT-CEILING
004720         TO STM-SUP-CEILING(STM-SUP-USED)
004730     PERFORM 1320-LOAD-ONE-PRICE THRU 1320-EXIT
004740         VARYING STM-GRADE-IDX FROM 1 BY 1
004750             UNTIL STM-GRADE-IDX > 4
004760     PERFORM 1330-ZERO-ONE-COUNT THRU 1330-EXIT
004770         VARYING STM-CNT-IDX FROM 1 BY 1
004780             UNTIL STM-CNT-IDX > 13.
004790 1310-EXIT.
004800     EXIT.
004810
004820 1320-LOAD-ONE-PRICE.
004830     MOVE SUP-MST-PRICE(STM-GRADE-IDX)
004840         TO STM-SUP-PRICE(STM-SUP-USED, STM-GRADE-IDX).
004850 1320-EXIT.
004860     EXIT.
004870
004880 1330-ZERO-ONE-COUNT.
004890     MOVE 0 TO STM-SUP-COUNT(STM-SUP-USED, STM-CNT-IDX).
004900 1330-EXIT.
004910     EXIT.
004920
004930******************************************************************
004940*    1500-READ-CONTROL-CARD
004950*    KEYWORD=VALUE RECORDS, SAME CONVENTION AS SUDPARM.DAT.
004960******************************************************************
004970 1500-READ-CONTROL-CARD.
004980     OPEN INPUT CONTROL-CARD-FILE
004990     IF STM-PARM-FILE-STATUS = "00"
005000         MOVE 'Y' TO PRM-OPEN-SW
005010     ELSE
005020         DISPLAY "NO STMTPARM.DAT -- USING PROGRAM DEFAULTS"
005030         MOVE 'Y' TO PRM-EOF-SW
005040     END-IF
005050     PERFORM 1510-READ-ONE-CARD THRU 1510-EXIT
005060         UNTIL PRM-EOF
005070     IF PRM-IS-OPEN
005080         CLOSE CONTROL-CARD-FILE
005090     END-IF.
005100 1500-EXIT.
005110     EXIT.
005120
005130 1510-READ-ONE-CARD.
005140     READ CONTROL-CARD-FILE
005150         AT END
005160             MOVE 'Y' TO PRM-EOF-SW
005170         NOT AT END
005180             IF PRM-CONTROL-RECORD(1:1) NOT = '*'
005190                 AND PRM-CONTROL-RECORD NOT = SPACES
005200                 PERFORM 1520-APPLY-ONE-CARD THRU 1520-EXIT
005210             END-IF
005220     END-READ.
005230 1510-EXIT.
005240     EXIT.
005250
005260 1520-APPLY-ONE-CARD.
005270     MOVE SPACES TO PRM-KEY
005280     MOVE SPACES TO PRM-VALUE
005290     UNSTRING PRM-CONTROL-RECORD DELIMITED BY '='
005300         INTO PRM-KEY PRM-VALUE
005310     EVALUATE PRM-KEY
005320         WHEN 'MONTH'
005330             IF PRM-VALUE(1:6) NUMERIC
005340                 AND PRM-VALUE(5:2) >= '01'
005350                 AND PRM-VALUE(5:2) <= '12'
005360                 AND PRM-VALUE(7:14) = SPACES
005370                 MOVE PRM-VALUE(1:6) TO STM-MONTH
005380             ELSE
005390                 DISPLAY "BAD CONTROL RECORD IGNORED: "
005400                     PRM-CONTROL-RECORD
005410             END-IF
005420         WHEN 'RESULTS'
005430             MOVE PRM-VALUE TO STM-RESULT-FILE-NAME
005440         WHEN 'REJECTS'
005450             MOVE PRM-VALUE TO STM-REJECT-FILE-NAME
005460         WHEN OTHER
005470             DISPLAY "UNKNOWN CONTROL KEYWORD IGNORED: "
005480                 PRM-CONTROL-RECORD
005490     END-EVALUATE.
005500 1520-EXIT.
005510     EXIT.
005520
005530 1900-FAIL-THE-RUN.
005540     MOVE 'Y' TO STM-RUN-FAILED-SW
005550     MOVE 'Y' TO STM-RESULT-EOF-SW
005560     MOVE 'Y' TO STM-REJECT-EOF-SW
005570     MOVE 'Y' TO STM-MASTER-EOF-SW
005580     MOVE 8 TO RETURN-CODE.
005590 1900-EXIT.
005600     EXIT.
005610
005620******************************************************************
005630*    2000-TALLY-ONE-RESULT
005640*    ONLY A SOLVED AND UNIQUE PUZZLE IS ACCEPTED.  A RESULT WITH
005650*    NO RECOGNISED OUTCOME IS COUNTED AS UNSOLVED -- IT WAS NOT
005660*    PROVED SOLVED, SO IT IS NOT PAID FOR.
005670******************************************************************
005680 2000-TALLY-ONE-RESULT.
005690     READ RESULT-INPUT-FILE
005700         AT END
005710             MOVE 'Y' TO STM-RESULT-EOF-SW
005720             GO TO 2000-EXIT
005730     END-READ
005740     ADD 1 TO STM-RESULT-COUNT
005750     MOVE RES-ID TO STM-WORK-ID
005760     PERFORM 2800-FIND-SUPPLIER-FOR-ID THRU 2800-EXIT
005770     IF STM-SUP-HIT = 0
005780         ADD 1 TO STM-RES-UNMATCHED
005790         GO TO 2000-EXIT
005800     END-IF
005810     MOVE 1 TO STM-CNT-IDX
005820     PERFORM 2900-COUNT-FOR-SUPPLIER THRU 2900-EXIT
005830     EVALUATE TRUE
005840         WHEN RES-OUTCOME-INVALID
005850             MOVE 3 TO STM-CNT-IDX
005860         WHEN RES-OUTCOME-TIMEOUT
005870             MOVE 5 TO STM-CNT-IDX
005880         WHEN RES-OUTCOME-SOLVED AND RES-SOLUTION-MULTI
005890             MOVE 6 TO STM-CNT-IDX
005900         WHEN RES-OUTCOME-SOLVED AND RES-SOLUTION-UNIQUE
005910             PERFORM 2100-FIND-GRADE THRU 2100-EXIT
005920             COMPUTE STM-CNT-IDX = 7 + STM-GRADE-HIT
005930         WHEN RES-OUTCOME-SOLVED
005940             MOVE 7 TO STM-CNT-IDX
005950         WHEN OTHER
005960             MOVE 4 TO STM-CNT-IDX
005970     END-EVALUATE
005980     PERFORM 2900-COUNT-FOR-SUPPLIER THRU 2900-EXIT.
005990 2000-EXIT.
006000     EXIT.
006010
006020 2100-FIND-GRADE.
006030     MOVE 5 TO STM-GRADE-HIT
006040     PERFORM 2110-MATCH-ONE-GRADE THRU 2110-EXIT
006050         VARYING STM-GRADE-IDX FROM 1 BY 1
006060             UNTIL STM-GRADE-IDX > 4.
006070 2100-EXIT.
006080     EXIT.
006090
006100 2110-MATCH-ONE-GRADE.
006110     IF RES-HUMAN-GRADE = STM-GRADE-NAME(STM-GRADE-IDX)
006120         MOVE STM-GRADE-IDX TO STM-GRADE-HIT
006130     END-IF.
006140 2110-EXIT.
006150     EXIT.
006160
006170******************************************************************
006180*    2800-FIND-SUPPLIER-FOR-ID
006190*    SUDOKUCONV BUILDS EVERY ID AS THE PREFIX WITH TRAILING
006200*    BLANKS DROPPED AND A FOUR-DIGIT SEQUENCE ADDED, SO THE
006210*    PREFIX IS THE ID LESS ITS LAST FOUR CHARACTERS, AS LONG AS
006220*    THOSE ARE DIGITS.  STM-SUP-HIT IS ZERO WHEN THE ID IS NOT A
006230*    SUPPLIER PUZZLE OR THE PREFIX IS NOT ON THE MASTER.
006240******************************************************************
006250 2800-FIND-SUPPLIER-FOR-ID.
006260     MOVE 0 TO STM-SUP-HIT
006270     MOVE 10 TO STM-ID-LEN
006280     PERFORM 2810-STEP-BACK-ONE THRU 2810-EXIT
006290         UNTIL STM-ID-LEN < 5
006300             OR STM-WORK-ID(STM-ID-LEN:1) NOT = SPACE
006310     IF STM-ID-LEN < 5
006320         GO TO 2800-EXIT
006330     END-IF
006340     IF STM-WORK-ID(STM-ID-LEN - 3:4) NOT NUMERIC
006350         GO TO 2800-EXIT
006360     END-IF
006370     MOVE SPACES TO STM-WORK-PREFIX
006380     MOVE STM-WORK-ID(1:STM-ID-LEN - 4) TO STM-WORK-PREFIX
006390     PERFORM 2850-FIND-SUPPLIER THRU 2850-EXIT.
006400 2800-EXIT.
006410     EXIT.
006420
006430 2810-STEP-BACK-ONE.
006440     SUBTRACT 1 FROM STM-ID-LEN.
006450 2810-EXIT.
006460     EXIT.
006470
006480 2850-FIND-SUPPLIER.
006490     MOVE 0 TO STM-SUP-HIT
006500     PERFORM 2860-MATCH-ONE-SUPPLIER THRU 2860-EXIT
006510         VARYING STM-SUP-IDX FROM 1 BY 1
006520             UNTIL STM-SUP-IDX > STM-SUP-USED
006530                 OR STM-SUP-HIT > 0.
006540 2850-EXIT.
006550     EXIT.
006560
006570 2860-MATCH-ONE-SUPPLIER.
006580     IF STM-SUP-PREFIX(STM-SUP-IDX) = STM-WORK-PREFIX
006590         MOVE STM-SUP-IDX TO STM-SUP-HIT
006600     END-IF.
006610 2860-EXIT.
006620     EXIT.
006630
006640 2900-COUNT-FOR-SUPPLIER.
006650     ADD 1 TO STM-SUP-COUNT(STM-SUP-HIT, STM-CNT-IDX)
006660     ADD 1 TO STM-TOT-COUNT(STM-CNT-IDX).
006670 2900-EXIT.
006680     EXIT.
006690
006700******************************************************************
006710*    3000-TALLY-ONE-REJECT
006720*    PUZREJ.DAT IS APPENDED TO BY EVERY CONVERSION RUN, SO ONLY
006730*    THE STATEMENT MONTH'S RECORDS ARE COUNTED.  RECORDS WRITTEN
006740*    BEFORE THE PREFIX AND DATE WERE CARRIED HAVE NEITHER AND
006750*    FALL OUTSIDE EVERY MONTH.
006760******************************************************************
006770 3000-TALLY-ONE-REJECT.
006780     READ REJECT-FILE
006790         AT END
006800             MOVE 'Y' TO STM-REJECT-EOF-SW
006810             GO TO 3000-EXIT
006820     END-READ
006830     ADD 1 TO STM-REJECT-COUNT
006840     IF CNV-REJ-DATE(1:6) NOT = STM-MONTH
006850         ADD 1 TO STM-REJ-OTHER-MONTH
006860         GO TO 3000-EXIT
006870     END-IF
006880     MOVE CNV-REJ-PREFIX TO STM-WORK-PREFIX
006890     PERFORM 2850-FIND-SUPPLIER THRU 2850-EXIT
006900     IF STM-SUP-HIT = 0
006910         ADD 1 TO STM-REJ-UNMATCHED
006920         GO TO 3000-EXIT
006930     END-IF
006940     MOVE 2 TO STM-CNT-IDX
006950     PERFORM 2900-COUNT-FOR-SUPPLIER THRU 2900-EXIT.
006960 3000-EXIT.
006970     EXIT.
006980
006990******************************************************************
007000*    4000-TALLY-ONE-MASTER
007010*    PUBLISHED MEANS ASSIGNED TO AN ISSUE BY SUDOKUISSUE DURING
007020*    THE STATEMENT MONTH.
007030******************************************************************
007040 4000-TALLY-ONE-MASTER.
007050     READ PUZZLE-MASTER-FILE NEXT RECORD
007060         AT END
007070             MOVE 'Y' TO STM-MASTER-EOF-SW
007080             GO TO 4000-EXIT
007090     END-READ
007100     ADD 1 TO STM-MASTER-COUNT
007110     IF PUZ-MST-ISSUE-ID = SPACES
007120         OR PUZ-MST-DATE-ASSIGNED(1:6) NOT = STM-MONTH
007130         GO TO 4000-EXIT
007140     END-IF
007150     MOVE PUZ-MST-ID TO STM-WORK-ID
007160     PERFORM 2800-FIND-SUPPLIER-FOR-ID THRU 2800-EXIT
007170     IF STM-SUP-HIT = 0
007180         ADD 1 TO STM-PUB-UNMATCHED
007190         GO TO 4000-EXIT
007200     END-IF
007210     MOVE 13 TO STM-CNT-IDX
007220     PERFORM 2900-COUNT-FOR-SUPPLIER THRU 2900-EXIT.
007230 4000-EXIT.
007240     EXIT.
007250
007260******************************************************************
007270*    5000-PRINT-STATEMENTS
007280******************************************************************
007290 5000-PRINT-STATEMENTS.
007300     MOVE STM-MONTH TO STM-TITLE-MONTH
007310     MOVE STM-TODAY-DATE TO STM-TITLE-DATE
007320     WRITE PRT-REPORT-LINE FROM STM-TITLE-LINE
007330     PERFORM 5100-PRINT-ONE-SUPPLIER THRU 5100-EXIT
007340         VARYING STM-SUP-IDX FROM 1 BY 1
007350             UNTIL STM-SUP-IDX > STM-SUP-USED
007360     PERFORM 5500-PRINT-GRAND-TOTALS THRU 5500-EXIT.
007370 5000-EXIT.
007380     EXIT.
007390
007400******************************************************************
007410*    5100-PRINT-ONE-SUPPLIER
007420*    A CLOSED SUPPLIER WITH NOTHING IN THE MONTH IS LEFT OFF.
007430******************************************************************
007440 5100-PRINT-ONE-SUPPLIER.
007450     IF STM-SUP-STATUS(STM-SUP-IDX) = 'CLOSED'
007460         AND STM-SUP-COUNT(STM-SUP-IDX, 1) = 0
007470         AND STM-SUP-COUNT(STM-SUP-IDX, 2) = 0
007480         AND STM-SUP-COUNT(STM-SUP-IDX, 13) = 0
007490         GO TO 5100-EXIT
007500     END-IF
007510     ADD 1 TO STM-PRINTED-COUNT
007520     MOVE SPACES TO PRT-REPORT-LINE
007530     WRITE PRT-REPORT-LINE
007540     MOVE STM-SUP-PREFIX(STM-SUP-IDX) TO STM-SPL-PREFIX
007550     MOVE STM-SUP-NAME(STM-SUP-IDX) TO STM-SPL-NAME
007560     MOVE STM-SUP-STATUS(STM-SUP-IDX) TO STM-SPL-STATUS
007570     WRITE PRT-REPORT-LINE FROM STM-SUPPLIER-LINE
007580     PERFORM 5110-PRINT-ONE-COUNT THRU 5110-EXIT
007590         VARYING STM-CNT-IDX FROM 1 BY 1
007600             UNTIL STM-CNT-IDX > 7
007610     MOVE 13 TO STM-CNT-IDX
007620     PERFORM 5110-PRINT-ONE-COUNT THRU 5110-EXIT
007630     WRITE PRT-REPORT-LINE FROM STM-PRICE-HEAD-LINE
007640     MOVE 0 TO STM-SUPPLIER-DUE
007650     PERFORM 5120-PRICE-ONE-GRADE THRU 5120-EXIT
007660         VARYING STM-GRADE-IDX FROM 1 BY 1
007670             UNTIL STM-GRADE-IDX > 5
007680     MOVE STM-SUPPLIER-DUE TO STM-DUE-AMOUNT
007690     WRITE PRT-REPORT-LINE FROM STM-DUE-LINE
007700     ADD STM-SUPPLIER-DUE TO STM-TOTAL-DUE
007710     PERFORM 5130-PRINT-REJECT-RATE THRU 5130-EXIT.
007720 5100-EXIT.
007730     EXIT.
007740
007750 5110-PRINT-ONE-COUNT.
007760     MOVE STM-COUNT-NAME(STM-CNT-IDX) TO STM-CTL-NAME
007770     MOVE STM-SUP-COUNT(STM-SUP-IDX, STM-CNT-IDX)
007780         TO STM-CTL-COUNT
007790     WRITE PRT-REPORT-LINE FROM STM-COUNT-LINE.
007800 5110-EXIT.
007810     EXIT.
007820
007830******************************************************************
007840*    5120-PRICE-ONE-GRADE
007850*    THE UNGRADED SLOT HAS NO PRICE.  IT IS PRINTED ONLY WHEN IT
007860*    HOLDS SOMETHING, SO ACCOUNTS CAN CHASE THE MISSING GRADES.
007870******************************************************************
007880 5120-PRICE-ONE-GRADE.
007890     COMPUTE STM-CNT-IDX = 7 + STM-GRADE-IDX
007900     MOVE SPACES TO STM-PRL-NOTE
007910     MOVE STM-GRADE-NAME(STM-GRADE-IDX) TO STM-PRL-GRADE
007920     MOVE STM-SUP-COUNT(STM-SUP-IDX, STM-CNT-IDX)
007930         TO STM-PRL-COUNT
007940     IF STM-GRADE-IDX = 5
007950         IF STM-SUP-COUNT(STM-SUP-IDX, STM-CNT-IDX) = 0
007960             GO TO 5120-EXIT
007970         END-IF
007980         MOVE 0 TO STM-PRL-PRICE
007990         MOVE 0 TO STM-PRL-AMOUNT
008000         MOVE '  NOT PRICED -- NO HUMAN GRADE' TO STM-PRL-NOTE
008010         WRITE PRT-REPORT-LINE FROM STM-PRICE-LINE
008020         GO TO 5120-EXIT
008030     END-IF
008040     COMPUTE STM-AMOUNT =
008050         STM-SUP-COUNT(STM-SUP-IDX, STM-CNT-IDX)
008060             * STM-SUP-PRICE(STM-SUP-IDX, STM-GRADE-IDX)
008070     ADD STM-AMOUNT TO STM-SUPPLIER-DUE
008080     MOVE STM-SUP-PRICE(STM-SUP-IDX, STM-GRADE-IDX)
008090         TO STM-PRL-PRICE
008100     MOVE STM-AMOUNT TO STM-PRL-AMOUNT
008110     WRITE PRT-REPORT-LINE FROM STM-PRICE-LINE.
008120 5120-EXIT.
008130     EXIT.
008140
008150******************************************************************
008160*    5130-PRINT-REJECT-RATE
008170*    RECEIVED IS CONVERTED PLUS REJECTED AT CONVERSION; NOT
008180*    ACCEPTED IS EVERY FAILURE THAT IS THE SUPPLIER'S.  A
008190*    PUZZLE SOLVED BUT NOT YET CHECKED FOR UNIQUENESS IS
008200*    NEITHER, SINCE THE FAULT IS NOT YET KNOWN.
008210******************************************************************
008220 5130-PRINT-REJECT-RATE.
008230     COMPUTE STM-RECEIVED = STM-SUP-COUNT(STM-SUP-IDX, 1)
008240         + STM-SUP-COUNT(STM-SUP-IDX, 2)
008250     COMPUTE STM-NOT-ACCEPTED = STM-SUP-COUNT(STM-SUP-IDX, 2)
008260         + STM-SUP-COUNT(STM-SUP-IDX, 3)
008270         + STM-SUP-COUNT(STM-SUP-IDX, 4)
008280         + STM-SUP-COUNT(STM-SUP-IDX, 5)
008290         + STM-SUP-COUNT(STM-SUP-IDX, 6)
008300     IF STM-RECEIVED = 0
008310         MOVE 0 TO STM-REJECT-RATE
008320     ELSE
008330         COMPUTE STM-REJECT-RATE ROUNDED =
008340             STM-NOT-ACCEPTED * 100 / STM-RECEIVED
008350     END-IF
008360     MOVE STM-REJECT-RATE TO STM-RTL-RATE
008370     MOVE STM-SUP-CEILING(STM-SUP-IDX) TO STM-RTL-CEILING
008380     IF STM-REJECT-RATE > STM-SUP-CEILING(STM-SUP-IDX)
008390         MOVE '*** OVER CEILING ***' TO STM-RTL-FLAG
008400         ADD 1 TO STM-OVER-CEILING-COUNT
008410     ELSE
008420         MOVE SPACES TO STM-RTL-FLAG
008430     END-IF
008440     WRITE PRT-REPORT-LINE FROM STM-RATE-LINE.
008450 5130-EXIT.
008460     EXIT.
008470
008480******************************************************************
008490*    5500-PRINT-GRAND-TOTALS
008500*    ALL SUPPLIERS TOGETHER, THEN WHAT WAS READ BUT BELONGS TO
008510*    NO SUPPLIER ON FILE, SO THE COUNTS CAN BE TIED BACK TO THE
008520*    INPUT FILES.
008530******************************************************************
008540 5500-PRINT-GRAND-TOTALS.
008550     MOVE SPACES TO PRT-REPORT-LINE
008560     WRITE PRT-REPORT-LINE
008570     MOVE 'GRAND TOTALS -- ALL SUPPLIERS' TO PRT-REPORT-LINE
008580     WRITE PRT-REPORT-LINE
008590     PERFORM 5510-PRINT-ONE-TOTAL THRU 5510-EXIT
008600         VARYING STM-CNT-IDX FROM 1 BY 1
008610             UNTIL STM-CNT-IDX > 13
008620     MOVE STM-TOTAL-DUE TO STM-DUE-AMOUNT
008630     WRITE PRT-REPORT-LINE FROM STM-DUE-LINE
008640     MOVE 'SUPPLIERS OVER REJECT CEILING' TO STM-CTL-NAME
008650     MOVE STM-OVER-CEILING-COUNT TO STM-CTL-COUNT
008660     WRITE PRT-REPORT-LINE FROM STM-COUNT-LINE
008670     MOVE SPACES TO PRT-REPORT-LINE
008680     WRITE PRT-REPORT-LINE
008690     MOVE 'READ BUT NOT CHARGED TO A SUPPLIER' TO PRT-REPORT-LINE
008700     WRITE PRT-REPORT-LINE
008710     MOVE 'RESULTS, NO SUPPLIER ON FILE' TO STM-CTL-NAME
008720     MOVE STM-RES-UNMATCHED TO STM-CTL-COUNT
008730     WRITE PRT-REPORT-LINE FROM STM-COUNT-LINE
008740     MOVE 'REJECTS, NO SUPPLIER ON FILE' TO STM-CTL-NAME
008750     MOVE STM-REJ-UNMATCHED TO STM-CTL-COUNT
008760     WRITE PRT-REPORT-LINE FROM STM-COUNT-LINE
008770     MOVE 'REJECTS, OTHER MONTHS' TO STM-CTL-NAME
008780     MOVE STM-REJ-OTHER-MONTH TO STM-CTL-COUNT
008790     WRITE PRT-REPORT-LINE FROM STM-COUNT-LINE
008800     IF STM-MASTER-IS-OPEN
008810         MOVE 'PUBLISHED, NO SUPPLIER ON FILE' TO STM-CTL-NAME
008820         MOVE STM-PUB-UNMATCHED TO STM-CTL-COUNT
008830         WRITE PRT-REPORT-LINE FROM STM-COUNT-LINE
008840     ELSE
008850         MOVE '    (PUZZLE MASTER NOT AVAILABLE -- NOT COUNTED)'
008860             TO PRT-REPORT-LINE
008870         WRITE PRT-REPORT-LINE
008880     END-IF.
008890 5500-EXIT.
008900     EXIT.
008910
008920 5510-PRINT-ONE-TOTAL.
008930     MOVE STM-COUNT-NAME(STM-CNT-IDX) TO STM-CTL-NAME
008940     MOVE STM-TOT-COUNT(STM-CNT-IDX) TO STM-CTL-COUNT
008950     WRITE PRT-REPORT-LINE FROM STM-COUNT-LINE.
008960 5510-EXIT.
008970     EXIT.
008980
008990******************************************************************
009000*    9000-END-OF-JOB
009010******************************************************************
009020 9000-END-OF-JOB.
009030     DISPLAY " ".
009040     DISPLAY "====================================".
009050     DISPLAY "END OF JOB PURCHASE STATEMENT".
009060     DISPLAY "STATEMENT MONTH        : " STM-MONTH.
009070     DISPLAY "SUPPLIERS ON MASTER    : " STM-SUP-USED.
009080     DISPLAY "SUPPLIERS PRINTED      : " STM-PRINTED-COUNT.
009090     DISPLAY "RESULT RECORDS READ    : " STM-RESULT-COUNT.
009100     DISPLAY "REJECT RECORDS READ    : " STM-REJECT-COUNT.
009110     DISPLAY "MASTER RECORDS READ    : " STM-MASTER-COUNT.
009120     DISPLAY "RESULTS DATASET        : " STM-RESULT-FILE-NAME.
009130     DISPLAY "REJECTS DATASET        : " STM-REJECT-FILE-NAME.
009140     IF NOT STM-RUN-FAILED
009150         MOVE STM-TOTAL-DUE TO STM-DUE-AMOUNT
009160         DISPLAY "TOTAL DUE              : " STM-DUE-AMOUNT
009170         IF STM-OVER-CEILING-COUNT > 0
009180             DISPLAY "SUPPLIERS OVER CEILING : "
009190                 STM-OVER-CEILING-COUNT
009200                 " -- HOLD FOR REVIEW"
009210             MOVE 4 TO RETURN-CODE
009220         END-IF
009230         DISPLAY "REPORT WRITTEN TO STMTRPT.DAT"
009240     END-IF.
009250     DISPLAY "====================================".
009260     PERFORM 9500-LOG-RUN-HISTORY THRU 9500-EXIT.
009270 9000-EXIT.
009280     EXIT.
009290
009300******************************************************************
009310*    9500-LOG-RUN-HISTORY
009320*    THE SOLVED COUNT IS EVERY PUZZLE ACCEPTED FOR PAYMENT.
009330******************************************************************
009340 9500-LOG-RUN-HISTORY.
009350     MOVE 'SudokuStmt' TO RUN-LOG-PROGRAM
009360     MOVE STM-RESULT-FILE-NAME TO RUN-LOG-INPUT-DSN
009370     MOVE "STMTRPT.DAT" TO RUN-LOG-OUTPUT-DSN
009380     MOVE SPACES TO RUN-LOG-PARM-TEXT
009390     STRING "MONTH=" STM-MONTH
009400         " SUPPLIERS=" STM-PRINTED-COUNT
009410         " OVER-CEILING=" STM-OVER-CEILING-COUNT
009420         DELIMITED BY SIZE INTO RUN-LOG-PARM-TEXT
009430     MOVE STM-RESULT-COUNT TO RUN-LOG-READ-COUNT
009440     COMPUTE RUN-LOG-SOLVED-COUNT = STM-TOT-COUNT(8)
009450         + STM-TOT-COUNT(9) + STM-TOT-COUNT(10)
009460         + STM-TOT-COUNT(11) + STM-TOT-COUNT(12)
009470     MOVE STM-TOT-COUNT(4) TO RUN-LOG-UNSOLVED-COUNT
009480     MOVE STM-TOT-COUNT(3) TO RUN-LOG-INVALID-COUNT
009490     MOVE STM-TOT-COUNT(5) TO RUN-LOG-TIMEOUT-COUNT
009500     PERFORM 7500-RUN-HIST-WRITE THRU 7500-EXIT.
009510 9500-EXIT.
009520     EXIT.
009530
009540******************************************************************
009550*    9999-TERMINATE
009560******************************************************************
009570 9999-TERMINATE.
009580     IF STM-RESULT-IS-OPEN
009590         CLOSE RESULT-INPUT-FILE
009600     END-IF
009610     IF STM-REJECT-IS-OPEN
009620         CLOSE REJECT-FILE
009630     END-IF
009640     IF STM-MASTER-IS-OPEN
009650         CLOSE PUZZLE-MASTER-FILE
009660     END-IF
009670     IF STM-PRINT-IS-OPEN
009680         CLOSE PRINT-REPORT-FILE
009690     END-IF
009700     STOP RUN.
009710 9999-EXIT.
009720     EXIT.
009730
009740     COPY RUNHWRT.
