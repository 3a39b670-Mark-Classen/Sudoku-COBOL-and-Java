000010******************************************************************
000020*    SUDOKUPRIZE.CBL
000030*    READER PRIZE-PUZZLE ENTRY ADJUDICATION.
000040*
000050*    READS THE WEEK'S READER ENTRIES (ENTRYREC.CPY, ONE RECORD
000060*    PER ENTRY IN THE ORDER THE MAILROOM OPENED THEM) AND CHECKS
000070*    EVERY ENTRY CELL BY CELL AGAINST THE STORED SOLUTION FOR
000080*    THE CONTEST PUZZLE.  THE SOLUTION IS FOUND THE SAME WAY
000090*    SUDOKUBATCH FINDS A CACHED ANSWER: THE PUZZLE'S GIVENS ON
000100*    THE PUZZLE MASTER (PUZMAST.CPY) MAKE THE SIGNATURE THAT
000110*    KEYS THE SOLVED-PUZZLE CACHE (SOLVCACH.CPY).  REPLACES
000120*    HAND-CHECKING EACH ENTRY AGAINST A PRINTED SOLUTION.
000130*
000140*    AN ENTRY IS REJECTED, WITH THE REASON, WHEN:
000150*        - THE ENTRANT HAS ALREADY SENT AN ENTRY (THE FIRST ONE
000160*          OPENED STANDS, EVEN IF IT WAS ITSELF REJECTED)
000170*        - IT DOES NOT HOLD EXACTLY 81 FILLED CELLS
000180*        - IT ANSWERS A PUZZLE OTHER THAN THIS WEEK'S
000190*        - IT WAS RECEIVED AFTER THE CLOSING DATE (OR CARRIES NO
000200*          USABLE DATE RECEIVED)
000210*    AN ENTRY THAT PASSES THOSE CHECKS IS EITHER CORRECT (EVERY
000220*    CELL AGREES WITH THE SOLUTION) OR WRONG.  A WRONG ENTRY
000230*    ALSO GOES TO THE REJECT FILE (PRZREJ.DAT), WITH THE NUMBER
000240*    OF CELLS THAT DIFFER, SO EVERY ENTRY THAT DID NOT WIN CAN
000250*    BE ANSWERED FROM ONE FILE.
000260*
000270*    THE WINNERS LIST ON THE REPORT (PRZRPT.DAT) IS RANKED IN
000280*    ORDER RECEIVED -- BY DATE RECEIVED, AND WITHIN A DATE IN
000290*    THE ORDER THE ENTRIES WERE OPENED -- SO THE PRIZE DRAW
000300*    TAKES THE FIRST CORRECT ENTRIES FROM THE TOP.  THE REPORT
000310*    CLOSES WITH THE RECONCILIATION: ENTRIES READ MUST EQUAL
000320*    CORRECT PLUS WRONG PLUS REJECTED, OR THE RUN FAILS WITH
000330*    RETURN CODE 8.
000340*
000350*    A CONTEST PUZZLE THAT IS NOT ON THE MASTER, HAS NO CACHED
000360*    SOLUTION, OR IS FLAGGED MULTI BY THE UNIQUENESS CHECK
000370*    CANNOT BE ADJUDICATED BY CELL COMPARISON, AND THE RUN IS
000380*    REFUSED WITH RETURN CODE 8 BEFORE ANY ENTRY IS READ.
000390*
000400*    CONTROL CARD (PRZPARM.DAT, KEYWORD=VALUE, * FOR COMMENTS):
000410*        PUZZLE=SUPA0012       (REQUIRED -- CONTEST PUZ-MST-ID)
000420*        CLOSE=20261009        (REQUIRED -- LAST DATE RECEIVED
000430*                               THAT STILL COUNTS)
000440*        INPUT=PRZENTRY.DAT
000450*
000460*    AUTHOR.     M. CLASSEN, APPLICATIONS PROGRAMMING.
000470*    INSTALLATION. GAMES AND UTILITIES.
000480*    DATE-WRITTEN. 2026-10-05.
000490*
000500*    MODIFICATION HISTORY
000510*    DATE       INIT  DESCRIPTION
000520*    2026-10-05 MKC   ORIGINAL PROGRAM.  CONTROL CARD CONVENTION
000530*                     FOLLOWS SUDPARM.DAT, SIGNATURE LOOKUP
000540*                     FOLLOWS SUDOKUINV, THE RANKED INSERT
000550*                     FOLLOWS SUDOKUAUDIT'S SLOWEST-PUZZLE TABLE.
000560*                     THE RUN IS LOGGED TO THE RUN HISTORY FILE
000570*                     (RUNHIST.CPY).
000580*    2026-10-15 MKC   THE CACHE LOOKUP KEYS ON THE PUZZLE VARIANT
000590*                     AS WELL AS THE GIVENS (BLANK TAKEN AS
000600*                     CLASSIC), SO AN X-SUDOKU CONTEST PUZZLE IS
000610*                     JUDGED AGAINST ITS OWN SOLUTION.
000620******************************************************************
000630 IDENTIFICATION DIVISION.
000640 PROGRAM-ID. SudokuPrize.
000650 AUTHOR. M. CLASSEN.
000660 INSTALLATION. GAMES AND UTILITIES.
000670 DATE-WRITTEN. 2026-10-05.
000680 DATE-COMPILED. 2026-10-05.
000690
000700 ENVIRONMENT DIVISION.
000710 INPUT-OUTPUT SECTION.
000720 FILE-CONTROL.
000730     SELECT ENTRY-INPUT-FILE
000740         ASSIGN TO DYNAMIC PRZ-INPUT-FILE-NAME
000750         ORGANIZATION IS LINE SEQUENTIAL
000760         FILE STATUS IS PRZ-ENTRY-FILE-STATUS.
000770
000780     SELECT PUZZLE-MASTER-FILE ASSIGN TO "PUZMAST.DAT"
000790         ORGANIZATION IS INDEXED
000800         ACCESS MODE IS DYNAMIC
000810         RECORD KEY IS PUZ-MST-ID
000820         FILE STATUS IS PRZ-MASTER-FILE-STATUS.
000830
000840     SELECT SOLVED-CACHE-FILE ASSIGN TO "SOLVCACH.DAT"
000850         ORGANIZATION IS INDEXED
000860         ACCESS MODE IS DYNAMIC
000870         RECORD KEY IS CACHE-SIGNATURE
000880         FILE STATUS IS PRZ-CACHE-FILE-STATUS.
000890
000900     SELECT REJECT-FILE ASSIGN TO "PRZREJ.DAT"
000910         ORGANIZATION IS LINE SEQUENTIAL
000920         FILE STATUS IS PRZ-REJECT-FILE-STATUS.
000930
000940     SELECT PRINT-REPORT-FILE ASSIGN TO "PRZRPT.DAT"
000950         ORGANIZATION IS LINE SEQUENTIAL
000960         FILE STATUS IS PRZ-PRINT-FILE-STATUS.
000970
000980     SELECT CONTROL-CARD-FILE ASSIGN TO "PRZPARM.DAT"
000990         ORGANIZATION IS LINE SEQUENTIAL
001000         FILE STATUS IS PRZ-PARM-FILE-STATUS.
001010
001020     SELECT RUN-HISTORY-FILE ASSIGN TO "RUNHIST.DAT"
001030         ORGANIZATION IS INDEXED
001040         ACCESS MODE IS DYNAMIC
001050         RECORD KEY IS RUN-HIST-KEY
001060         FILE STATUS IS RUN-LOG-FILE-STATUS.
001070
001080 DATA DIVISION.
001090 FILE SECTION.
001100 FD  ENTRY-INPUT-FILE.
001110 01  PRZ-ENTRY-FILE-REC          PIC X(139).
001120
001130 FD  PUZZLE-MASTER-FILE.
001140     COPY PUZMAST.
001150
001160 FD  SOLVED-CACHE-FILE.
001170     COPY SOLVCACH.
001180
001190 FD  REJECT-FILE.
001200 01  PRZ-REJECT-RECORD.
001210     05  PRZ-REJ-REASON          PIC X(40).
001220     05  PRZ-REJ-DATA            PIC X(139).
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
001340*    THE ENTRY RECORD IS STAGED IN WORKING-STORAGE, THE SAME WAY
001350*    SUDOKUBOOK STAGES ITS RESULT RECORD.
001360 COPY ENTRYREC.
001370 COPY RUNHFLD.
001380
001390 01  PRZ-FILE-STATUS-FIELDS.
001400     05  PRZ-ENTRY-FILE-STATUS   PIC X(02).
001410     05  PRZ-MASTER-FILE-STATUS  PIC X(02).
001420     05  PRZ-CACHE-FILE-STATUS   PIC X(02).
001430     05  PRZ-REJECT-FILE-STATUS  PIC X(02).
001440     05  PRZ-PRINT-FILE-STATUS   PIC X(02).
001450     05  PRZ-PARM-FILE-STATUS    PIC X(02).
001460
001470 01  PRZ-WORK-FIELDS.
001480     05  PRZ-ENTRY-EOF-SW        PIC X(01) VALUE 'N'.
001490         88  PRZ-ENTRY-EOF               VALUE 'Y'.
001500     05  PRZ-RUN-FAILED-SW       PIC X(01) VALUE 'N'.
001510         88  PRZ-RUN-FAILED              VALUE 'Y'.
001520     05  PRZ-FILES-OPEN-SW       PIC X(01) VALUE 'N'.
001530         88  PRZ-FILES-ARE-OPEN          VALUE 'Y'.
001540     05  PRZ-ENTRANT-FOUND-SW    PIC X(01).
001550         88  PRZ-ENTRANT-FOUND           VALUE 'Y'.
001560     05  PRZ-PUZZLE-ID           PIC X(10) VALUE SPACES.
001570     05  PRZ-CLOSE-DATE          PIC X(08) VALUE SPACES.
001580     05  PRZ-INPUT-FILE-NAME     PIC X(20)
001590         VALUE "PRZENTRY.DAT".
001600     05  PRZ-CURRENT-STAMP       PIC X(21).
001610     05  PRZ-REASON              PIC X(40).
001620     05  PRZ-CELL-IDX            PIC 9(02) COMP.
001630     05  PRZ-FILLED-COUNT        PIC 9(02) COMP.
001640     05  PRZ-DIFFER-COUNT        PIC 9(02) COMP.
001650     05  PRZ-DISP-CELLS          PIC 9(02).
001660     05  PRZ-ENT-IDX             PIC 9(04) COMP.
001670     05  PRZ-WIN-IDX             PIC 9(04) COMP.
001680     05  PRZ-WIN-J               PIC 9(04) COMP.
001690     05  PRZ-WIN-POS             PIC 9(04) COMP.
001700     05  PRZ-READ-COUNT          PIC 9(08) VALUE 0.
001710     05  PRZ-CORRECT-COUNT       PIC 9(08) VALUE 0.
001720     05  PRZ-WRONG-COUNT         PIC 9(08) VALUE 0.
001730     05  PRZ-REJECTED-COUNT      PIC 9(08) VALUE 0.
001740     05  PRZ-DUP-COUNT           PIC 9(08) VALUE 0.
001750     05  PRZ-CELLS-COUNT         PIC 9(08) VALUE 0.
001760     05  PRZ-OTHER-PUZ-COUNT     PIC 9(08) VALUE 0.
001770     05  PRZ-LATE-COUNT          PIC 9(08) VALUE 0.
001780
001790*    THE CONTEST SOLUTION, COPIED OFF THE CACHE RECORD ONCE AT
001800*    THE START OF THE RUN.
001810 01  PRZ-SOLUTION-TABLE.
001820     05  PRZ-SOL-CELL OCCURS 81 TIMES PIC 9.
001830
001840*    EVERY ENTRANT SEEN SO FAR, FOR THE DUPLICATE CHECK.  A TABLE
001850*    THAT FILLS UP MEANS DUPLICATES CAN NO LONGER BE CAUGHT, SO
001860*    THE RUN IS FAILED AT END OF JOB RATHER THAN PAYING TWICE.
001870 01  PRZ-ENTRANT-TABLE.
001880     05  PRZ-ENTRANT-USED        PIC 9(04) COMP VALUE 0.
001890     05  PRZ-ENTRANT-OVERFLOW    PIC 9(08) COMP VALUE 0.
001900     05  PRZ-ENTRANT-ID OCCURS 5000 TIMES PIC X(10).
001910
001920 01  PRZ-WINNER-TABLE.
001930     05  PRZ-WIN-USED            PIC 9(04) COMP VALUE 0.
001940     05  PRZ-WIN-OVERFLOW        PIC 9(08) COMP VALUE 0.
001950     05  PRZ-WIN-ENTRY OCCURS 2000 TIMES.
001960         10  PRZ-WIN-ENTRANT     PIC X(10).
001970         10  PRZ-WIN-NAME        PIC X(30).
001980         10  PRZ-WIN-DATE        PIC X(08).
001990
002000 01  PRM-CONTROL-FIELDS.
002010     05  PRM-EOF-SW              PIC X(01) VALUE 'N'.
002020         88  PRM-EOF                     VALUE 'Y'.
002030     05  PRM-OPEN-SW             PIC X(01) VALUE 'N'.
002040         88  PRM-IS-OPEN                 VALUE 'Y'.
002050     05  PRM-KEY                 PIC X(20).
002060     05  PRM-VALUE               PIC X(20).
002070
002080 01  PRZ-TITLE-LINE.
002090     05  FILLER                  PIC X(32)
002100         VALUE 'PRIZE PUZZLE ADJUDICATION REPORT'.
002110     05  FILLER                  PIC X(02) VALUE SPACES.
002120     05  FILLER                  PIC X(09) VALUE 'PREPARED '.
002130     05  PRZ-TITLE-DATE          PIC X(08).
002140     05  FILLER                  PIC X(29) VALUE SPACES.
002150
002160 01  PRZ-CONTEST-LINE.
002170     05  FILLER                  PIC X(17)
002180         VALUE '  CONTEST PUZZLE '.
002190     05  PRZ-CON-PUZZLE          PIC X(10).
002200     05  FILLER                  PIC X(16)
002210         VALUE '  CLOSING DATE '.
002220     05  PRZ-CON-CLOSE           PIC X(08).
002230     05  FILLER                  PIC X(29) VALUE SPACES.
002240
002250 01  PRZ-WINNER-HEAD-LINE.
002260     05  FILLER                  PIC X(08) VALUE '    RANK'.
002270     05  FILLER                  PIC X(02) VALUE SPACES.
002280     05  FILLER                  PIC X(10) VALUE 'ENTRANT'.
002290     05  FILLER                  PIC X(02) VALUE SPACES.
002300     05  FILLER                  PIC X(30) VALUE 'NAME'.
002310     05  FILLER                  PIC X(02) VALUE SPACES.
002320     05  FILLER                  PIC X(08) VALUE 'RECEIVED'.
002330     05  FILLER                  PIC X(18) VALUE SPACES.
002340
002350 01  PRZ-WINNER-LINE.
002360     05  PRZ-WNL-RANK            PIC Z(07)9.
002370     05  FILLER                  PIC X(02) VALUE SPACES.
002380     05  PRZ-WNL-ENTRANT         PIC X(10).
002390     05  FILLER                  PIC X(02) VALUE SPACES.
002400     05  PRZ-WNL-NAME            PIC X(30).
002410     05  FILLER                  PIC X(02) VALUE SPACES.
002420     05  PRZ-WNL-DATE            PIC X(08).
002430     05  FILLER                  PIC X(18) VALUE SPACES.
002440
002450 01  PRZ-COUNT-LINE.
002460     05  FILLER                  PIC X(02) VALUE SPACES.
002470     05  PRZ-CTL-TEXT            PIC X(30).
002480     05  PRZ-CTL-COUNT           PIC Z(07)9.
002490     05  FILLER                  PIC X(40) VALUE SPACES.
002500
002510 PROCEDURE DIVISION.
002520
002530******************************************************************
002540*    0000-MAINLINE
002550******************************************************************
002560 0000-MAINLINE.
002570     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002580     PERFORM 2000-ADJUDICATE-ONE-ENTRY THRU 2000-EXIT
002590         UNTIL PRZ-ENTRY-EOF
002600     IF NOT PRZ-RUN-FAILED
002610         PERFORM 3000-PRINT-REPORT THRU 3000-EXIT
002620     END-IF
002630     PERFORM 9000-END-OF-JOB THRU 9000-EXIT
002640     PERFORM 9999-TERMINATE THRU 9999-EXIT.
002650 0000-EXIT.
002660     EXIT.
002670
002680******************************************************************
002690*    1000-INITIALIZE
002700*    THE CONTEST SOLUTION MUST BE IN HAND BEFORE THE FIRST ENTRY
002710*    IS READ -- ANY FAILURE HERE REFUSES THE WHOLE RUN.
002720******************************************************************
002730 1000-INITIALIZE.
002740     PERFORM 1500-READ-CONTROL-CARD THRU 1500-EXIT
002750     IF PRZ-PUZZLE-ID = SPACES
002760         DISPLAY "PUZZLE= IS REQUIRED -- RUN REFUSED"
002770         PERFORM 1900-FAIL-THE-RUN THRU 1900-EXIT
002780         GO TO 1000-EXIT
002790     END-IF
002800     IF PRZ-CLOSE-DATE NOT NUMERIC
002810         DISPLAY "CLOSE= MUST BE A YYYYMMDD DATE -- RUN REFUSED"
002820         PERFORM 1900-FAIL-THE-RUN THRU 1900-EXIT
002830         GO TO 1000-EXIT
002840     END-IF
002850     PERFORM 1100-LOAD-SOLUTION THRU 1100-EXIT
002860     IF PRZ-RUN-FAILED
002870         GO TO 1000-EXIT
002880     END-IF
002890     OPEN INPUT ENTRY-INPUT-FILE
002900     IF PRZ-ENTRY-FILE-STATUS NOT = "00"
002910         DISPLAY "ENTRY FILE " PRZ-INPUT-FILE-NAME
002920             " NOT AVAILABLE -- STATUS "
002930             PRZ-ENTRY-FILE-STATUS
002940         PERFORM 1900-FAIL-THE-RUN THRU 1900-EXIT
002950         GO TO 1000-EXIT
002960     END-IF
002970     OPEN OUTPUT REJECT-FILE
002980     OPEN OUTPUT PRINT-REPORT-FILE
002990     MOVE 'Y' TO PRZ-FILES-OPEN-SW.
003000 1000-EXIT.
003010     EXIT.
003020
003030******************************************************************
003040*    1100-LOAD-SOLUTION
003050*    THE SIGNATURE IS THE 81 GIVENS FROM THE MASTER, THE SAME KEY
003060*    SUDOKUBATCH BUILDS FOR ITS DUPLICATE CHECK.  AN UNPROVEN
003070*    (BLANK) UNIQUE/MULTI VERDICT IS ONLY WARNED ABOUT; A MULTI
003080*    VERDICT MEANS A READER'S DIFFERENT, EQUALLY LEGAL GRID WOULD
003090*    BE MARKED WRONG, SO THE RUN IS REFUSED.
003100******************************************************************
003110 1100-LOAD-SOLUTION.
003120     OPEN INPUT PUZZLE-MASTER-FILE
003130     IF PRZ-MASTER-FILE-STATUS NOT = "00"
003140         DISPLAY "PUZZLE MASTER FILE NOT AVAILABLE -- STATUS "
003150             PRZ-MASTER-FILE-STATUS
003160         PERFORM 1900-FAIL-THE-RUN THRU 1900-EXIT
003170         GO TO 1100-EXIT
003180     END-IF
003190     MOVE PRZ-PUZZLE-ID TO PUZ-MST-ID
003200     READ PUZZLE-MASTER-FILE
003210         INVALID KEY
003220             DISPLAY "CONTEST PUZZLE " PRZ-PUZZLE-ID
003230                 " NOT ON THE PUZZLE MASTER -- RUN REFUSED"
003240             CLOSE PUZZLE-MASTER-FILE
003250             PERFORM 1900-FAIL-THE-RUN THRU 1900-EXIT
003260             GO TO 1100-EXIT
003270     END-READ
003280     CLOSE PUZZLE-MASTER-FILE
003290     OPEN INPUT SOLVED-CACHE-FILE
003300     IF PRZ-CACHE-FILE-STATUS NOT = "00"
003310         DISPLAY "SOLVED-PUZZLE CACHE NOT AVAILABLE -- STATUS "
003320             PRZ-CACHE-FILE-STATUS
003330         PERFORM 1900-FAIL-THE-RUN THRU 1900-EXIT
003340         GO TO 1100-EXIT
003350     END-IF
003360     PERFORM 1110-BUILD-SIGNATURE THRU 1110-EXIT
003370         VARYING PRZ-CELL-IDX FROM 1 BY 1
003380             UNTIL PRZ-CELL-IDX > 81
003390     IF PUZ-MST-VARIANT = SPACE
003400         MOVE 'C' TO CACHE-VARIANT
003410     ELSE
003420         MOVE PUZ-MST-VARIANT TO CACHE-VARIANT
003430     END-IF
003440     READ SOLVED-CACHE-FILE
003450         INVALID KEY
003460             DISPLAY "CONTEST PUZZLE " PRZ-PUZZLE-ID
003470                 " HAS NO SOLUTION ON THE CACHE -- RUN REFUSED"
003480             CLOSE SOLVED-CACHE-FILE
003490             PERFORM 1900-FAIL-THE-RUN THRU 1900-EXIT
003500             GO TO 1100-EXIT
003510     END-READ
003520     CLOSE SOLVED-CACHE-FILE
003530     IF CACHE-UNIQUE-FLAG = 'MULTI'
003540         DISPLAY "CONTEST PUZZLE " PRZ-PUZZLE-ID
003550             " HAS MORE THAN ONE SOLUTION -- RUN REFUSED"
003560         PERFORM 1900-FAIL-THE-RUN THRU 1900-EXIT
003570         GO TO 1100-EXIT
003580     END-IF
003590     IF CACHE-UNIQUE-FLAG NOT = 'UNIQUE'
003600         DISPLAY "WARNING -- CONTEST PUZZLE " PRZ-PUZZLE-ID
003610             " WAS NEVER PROVEN UNIQUE"
003620     END-IF
003630     PERFORM 1120-STORE-SOLUTION-CELL THRU 1120-EXIT
003640         VARYING PRZ-CELL-IDX FROM 1 BY 1
003650             UNTIL PRZ-CELL-IDX > 81.
003660 1100-EXIT.
003670     EXIT.
003680
003690 1110-BUILD-SIGNATURE.
003700     MOVE PUZ-MST-CELL(PRZ-CELL-IDX)
003710         TO CACHE-SIGNATURE(PRZ-CELL-IDX:1).
003720 1110-EXIT.
003730     EXIT.
003740
003750 1120-STORE-SOLUTION-CELL.
003760     MOVE CACHE-CELL(PRZ-CELL-IDX) TO PRZ-SOL-CELL(PRZ-CELL-IDX).
003770 1120-EXIT.
003780     EXIT.
003790
003800******************************************************************
003810*    1500-READ-CONTROL-CARD
003820*    KEYWORD=VALUE RECORDS, SAME CONVENTION AS SUDPARM.DAT.
003830******************************************************************
003840 1500-READ-CONTROL-CARD.
003850     OPEN INPUT CONTROL-CARD-FILE
003860     IF PRZ-PARM-FILE-STATUS = "00"
003870         MOVE 'Y' TO PRM-OPEN-SW
003880     ELSE
003890         DISPLAY "NO PRZPARM.DAT -- RUN CANNOT BE STEERED"
003900         MOVE 'Y' TO PRM-EOF-SW
003910     END-IF
003920     PERFORM 1510-READ-ONE-CARD THRU 1510-EXIT
003930         UNTIL PRM-EOF
003940     IF PRM-IS-OPEN
003950         CLOSE CONTROL-CARD-FILE
003960     END-IF.
003970 1500-EXIT.
003980     EXIT.
003990
004000 1510-READ-ONE-CARD.
004010     READ CONTROL-CARD-FILE
004020         AT END
004030             MOVE 'Y' TO PRM-EOF-SW
004040         NOT AT END
004050             IF PRM-CONTROL-RECORD(1:1) NOT = '*'
004060                 AND PRM-CONTROL-RECORD NOT = SPACES
004070                 PERFORM 1520-APPLY-ONE-CARD THRU 1520-EXIT
004080             END-IF
004090     END-READ.
004100 1510-EXIT.
004110     EXIT.
004120
004130 1520-APPLY-ONE-CARD.
004140     MOVE SPACES TO PRM-KEY
004150     MOVE SPACES TO PRM-VALUE
004160     UNSTRING PRM-CONTROL-RECORD DELIMITED BY '='
004170         INTO PRM-KEY PRM-VALUE
004180     EVALUATE PRM-KEY
004190         WHEN 'PUZZLE'
004200             MOVE PRM-VALUE(1:10) TO PRZ-PUZZLE-ID
004210         WHEN 'CLOSE'
004220             MOVE PRM-VALUE(1:8) TO PRZ-CLOSE-DATE
004230         WHEN 'INPUT'
004240             MOVE PRM-VALUE TO PRZ-INPUT-FILE-NAME
004250         WHEN OTHER
004260             DISPLAY "UNKNOWN CONTROL KEYWORD IGNORED: "
004270                 PRM-CONTROL-RECORD
004280     END-EVALUATE.
004290 1520-EXIT.
004300     EXIT.
004310
004320 1900-FAIL-THE-RUN.
004330     MOVE 'Y' TO PRZ-RUN-FAILED-SW
004340     MOVE 'Y' TO PRZ-ENTRY-EOF-SW
004350     MOVE 8 TO RETURN-CODE.
004360 1900-EXIT.
004370     EXIT.
004380
004390******************************************************************
004400*    2000-ADJUDICATE-ONE-ENTRY
004410******************************************************************
004420 2000-ADJUDICATE-ONE-ENTRY.
004430     READ ENTRY-INPUT-FILE INTO ENT-ENTRY-RECORD
004440         AT END
004450             MOVE 'Y' TO PRZ-ENTRY-EOF-SW
004460         NOT AT END
004470             ADD 1 TO PRZ-READ-COUNT
004480             PERFORM 2100-CHECK-ONE-ENTRY THRU 2100-EXIT
004490     END-READ.
004500 2000-EXIT.
004510     EXIT.
004520
004530******************************************************************
004540*    2100-CHECK-ONE-ENTRY
004550*    THE ADMISSION CHECKS RUN FIRST, IN A FIXED ORDER, AND THE
004560*    FIRST ONE THAT FAILS GIVES THE REJECT REASON.  ONLY AN
004570*    ADMITTED ENTRY IS MARKED AGAINST THE SOLUTION.
004580******************************************************************
004590 2100-CHECK-ONE-ENTRY.
004600     MOVE SPACES TO PRZ-REASON
004610     PERFORM 2110-CHECK-DUPLICATE THRU 2110-EXIT
004620     IF PRZ-REASON = SPACES
004630         PERFORM 2120-COUNT-FILLED-CELLS THRU 2120-EXIT
004640     END-IF
004650     IF PRZ-REASON = SPACES
004660         AND ENT-PUZZLE-ID NOT = PRZ-PUZZLE-ID
004670         MOVE 'ENTRY IS FOR ANOTHER PUZZLE' TO PRZ-REASON
004680         ADD 1 TO PRZ-OTHER-PUZ-COUNT
004690     END-IF
004700     IF PRZ-REASON = SPACES
004710         PERFORM 2130-CHECK-DATE-RECEIVED THRU 2130-EXIT
004720     END-IF
004730     IF PRZ-REASON NOT = SPACES
004740         ADD 1 TO PRZ-REJECTED-COUNT
004750         PERFORM 2500-WRITE-REJECT THRU 2500-EXIT
004760         GO TO 2100-EXIT
004770     END-IF
004780     MOVE 0 TO PRZ-DIFFER-COUNT
004790     PERFORM 2140-COMPARE-ONE-CELL THRU 2140-EXIT
004800         VARYING PRZ-CELL-IDX FROM 1 BY 1
004810             UNTIL PRZ-CELL-IDX > 81
004820     IF PRZ-DIFFER-COUNT > 0
004830         MOVE PRZ-DIFFER-COUNT TO PRZ-DISP-CELLS
004840         STRING 'WRONG DIGITS -- ' PRZ-DISP-CELLS
004850             ' CELLS DIFFER'
004860             DELIMITED BY SIZE INTO PRZ-REASON
004870         ADD 1 TO PRZ-WRONG-COUNT
004880         PERFORM 2500-WRITE-REJECT THRU 2500-EXIT
004890     ELSE
004900         ADD 1 TO PRZ-CORRECT-COUNT
004910         PERFORM 2200-RANK-WINNER THRU 2200-EXIT
004920     END-IF.
004930 2100-EXIT.
004940     EXIT.
004950
004960******************************************************************
004970*    2110-CHECK-DUPLICATE
004980*    EVERY ENTRANT IS REMEMBERED ON FIRST SIGHT, WHATEVER BECOMES
004990*    OF THE ENTRY, SO A READER WHOSE FIRST ENTRY WAS REJECTED
005000*    CANNOT WIN WITH A SECOND ONE.
005010******************************************************************
005020 2110-CHECK-DUPLICATE.
005030     MOVE 'N' TO PRZ-ENTRANT-FOUND-SW
005040     PERFORM 2115-MATCH-ENTRANT THRU 2115-EXIT
005050         VARYING PRZ-ENT-IDX FROM 1 BY 1
005060             UNTIL PRZ-ENT-IDX > PRZ-ENTRANT-USED
005070                 OR PRZ-ENTRANT-FOUND
005080     IF PRZ-ENTRANT-FOUND
005090         MOVE 'DUPLICATE ENTRANT' TO PRZ-REASON
005100         ADD 1 TO PRZ-DUP-COUNT
005110         GO TO 2110-EXIT
005120     END-IF
005130     IF PRZ-ENTRANT-USED < 5000
005140         ADD 1 TO PRZ-ENTRANT-USED
005150         MOVE ENT-ENTRANT-ID TO PRZ-ENTRANT-ID(PRZ-ENTRANT-USED)
005160     ELSE
005170         ADD 1 TO PRZ-ENTRANT-OVERFLOW
005180     END-IF.
005190 2110-EXIT.
005200     EXIT.
005210
005220 2115-MATCH-ENTRANT.
005230     IF PRZ-ENTRANT-ID(PRZ-ENT-IDX) = ENT-ENTRANT-ID
005240         MOVE 'Y' TO PRZ-ENTRANT-FOUND-SW
005250     END-IF.
005260 2115-EXIT.
005270     EXIT.
005280
005290******************************************************************
005300*    2120-COUNT-FILLED-CELLS
005310*    A FILLED CELL IS A DIGIT 1-9.  A SPACE, A ZERO OR ANY OTHER
005320*    MARK IS A CELL THE READER DID NOT FILL.
005330******************************************************************
005340 2120-COUNT-FILLED-CELLS.
005350     MOVE 0 TO PRZ-FILLED-COUNT
005360     PERFORM 2125-COUNT-ONE-CELL THRU 2125-EXIT
005370         VARYING PRZ-CELL-IDX FROM 1 BY 1
005380             UNTIL PRZ-CELL-IDX > 81
005390     IF PRZ-FILLED-COUNT < 81
005400         MOVE PRZ-FILLED-COUNT TO PRZ-DISP-CELLS
005410         STRING 'WRONG CELL COUNT -- ' PRZ-DISP-CELLS
005420             ' OF 81 FILLED'
005430             DELIMITED BY SIZE INTO PRZ-REASON
005440         ADD 1 TO PRZ-CELLS-COUNT
005450     END-IF.
005460 2120-EXIT.
005470     EXIT.
005480
005490 2125-COUNT-ONE-CELL.
005500     IF ENT-DIGIT(PRZ-CELL-IDX) >= '1'
005510         AND ENT-DIGIT(PRZ-CELL-IDX) <= '9'
005520         ADD 1 TO PRZ-FILLED-COUNT
005530     END-IF.
005540 2125-EXIT.
005550     EXIT.
005560
005570 2130-CHECK-DATE-RECEIVED.
005580     EVALUATE TRUE
005590         WHEN ENT-DATE-RECEIVED NOT NUMERIC
005600             MOVE 'LATE -- NO USABLE DATE RECEIVED'
005610                 TO PRZ-REASON
005620             ADD 1 TO PRZ-LATE-COUNT
005630         WHEN ENT-DATE-RECEIVED > PRZ-CLOSE-DATE
005640             MOVE 'LATE -- RECEIVED AFTER THE CLOSING DATE'
005650                 TO PRZ-REASON
005660             ADD 1 TO PRZ-LATE-COUNT
005670     END-EVALUATE.
005680 2130-EXIT.
005690     EXIT.
005700
005710 2140-COMPARE-ONE-CELL.
005720     IF ENT-DIGIT(PRZ-CELL-IDX) NOT = PRZ-SOL-CELL(PRZ-CELL-IDX)
005730         ADD 1 TO PRZ-DIFFER-COUNT
005740     END-IF.
005750 2140-EXIT.
005760     EXIT.
005770
005780******************************************************************
005790*    2200-RANK-WINNER
005800*    KEEPS THE CORRECT ENTRIES IN ORDER RECEIVED.  THE NEW ENTRY
005810*    GOES IN FRONT OF THE FIRST ONE RECEIVED ON A LATER DATE, SO
005820*    ENTRIES OPENED ON THE SAME DATE KEEP THEIR FILE ORDER;
005830*    LATER ENTRIES ARE SHIFTED DOWN TO OPEN THE SLOT, THE SAME
005840*    WAY SUDOKUAUDIT KEEPS ITS SLOWEST-PUZZLE TABLE.
005850******************************************************************
005860 2200-RANK-WINNER.
005870     IF PRZ-WIN-USED >= 2000
005880         ADD 1 TO PRZ-WIN-OVERFLOW
005890         GO TO 2200-EXIT
005900     END-IF
005910     MOVE 0 TO PRZ-WIN-POS
005920     PERFORM 2210-FIND-WIN-SLOT THRU 2210-EXIT
005930         VARYING PRZ-WIN-IDX FROM 1 BY 1
005940             UNTIL PRZ-WIN-IDX > PRZ-WIN-USED
005950                 OR PRZ-WIN-POS > 0
005960     IF PRZ-WIN-POS = 0
005970         COMPUTE PRZ-WIN-POS = PRZ-WIN-USED + 1
005980     ELSE
005990         PERFORM 2220-SHIFT-WIN-ENTRY THRU 2220-EXIT
006000             VARYING PRZ-WIN-J FROM PRZ-WIN-USED BY -1
006010                 UNTIL PRZ-WIN-J < PRZ-WIN-POS
006020     END-IF
006030     MOVE ENT-ENTRANT-ID TO PRZ-WIN-ENTRANT(PRZ-WIN-POS)
006040     MOVE ENT-NAME TO PRZ-WIN-NAME(PRZ-WIN-POS)
006050     MOVE ENT-DATE-RECEIVED TO PRZ-WIN-DATE(PRZ-WIN-POS)
006060     ADD 1 TO PRZ-WIN-USED.
006070 2200-EXIT.
006080     EXIT.
006090
006100 2210-FIND-WIN-SLOT.
006110     IF PRZ-WIN-DATE(PRZ-WIN-IDX) > ENT-DATE-RECEIVED
006120         MOVE PRZ-WIN-IDX TO PRZ-WIN-POS
006130     END-IF.
006140 2210-EXIT.
006150     EXIT.
006160
006170 2220-SHIFT-WIN-ENTRY.
006180     MOVE PRZ-WIN-ENTRY(PRZ-WIN-J)
006190         TO PRZ-WIN-ENTRY(PRZ-WIN-J + 1).
006200 2220-EXIT.
006210     EXIT.
006220
006230 2500-WRITE-REJECT.
006240     MOVE PRZ-REASON TO PRZ-REJ-REASON
006250     MOVE ENT-ENTRY-RECORD TO PRZ-REJ-DATA
006260     WRITE PRZ-REJECT-RECORD.
006270 2500-EXIT.
006280     EXIT.
006290
006300******************************************************************
006310*    3000-PRINT-REPORT
006320******************************************************************
006330 3000-PRINT-REPORT.
006340     MOVE FUNCTION CURRENT-DATE TO PRZ-CURRENT-STAMP
006350     MOVE PRZ-CURRENT-STAMP(1:8) TO PRZ-TITLE-DATE
006360     WRITE PRT-REPORT-LINE FROM PRZ-TITLE-LINE
006370     MOVE PRZ-PUZZLE-ID TO PRZ-CON-PUZZLE
006380     MOVE PRZ-CLOSE-DATE TO PRZ-CON-CLOSE
006390     WRITE PRT-REPORT-LINE FROM PRZ-CONTEST-LINE
006400     MOVE SPACES TO PRT-REPORT-LINE
006410     WRITE PRT-REPORT-LINE
006420     PERFORM 3100-PRINT-WINNER-SECTION THRU 3100-EXIT
006430     PERFORM 3200-PRINT-RECONCILIATION THRU 3200-EXIT.
006440 3000-EXIT.
006450     EXIT.
006460
006470 3100-PRINT-WINNER-SECTION.
006480     MOVE 'CORRECT ENTRIES IN ORDER RECEIVED' TO PRT-REPORT-LINE
006490     WRITE PRT-REPORT-LINE
006500     WRITE PRT-REPORT-LINE FROM PRZ-WINNER-HEAD-LINE
006510     IF PRZ-WIN-USED = 0
006520         MOVE '  (NONE)' TO PRT-REPORT-LINE
006530         WRITE PRT-REPORT-LINE
006540         GO TO 3100-EXIT
006550     END-IF
006560     PERFORM 3110-PRINT-ONE-WINNER THRU 3110-EXIT
006570         VARYING PRZ-WIN-IDX FROM 1 BY 1
006580             UNTIL PRZ-WIN-IDX > PRZ-WIN-USED
006590     IF PRZ-WIN-OVERFLOW > 0
006600         MOVE '  (LIST FULL -- FURTHER CORRECT ENTRIES NOT SHOWN)'
006610             TO PRT-REPORT-LINE
006620         WRITE PRT-REPORT-LINE
006630     END-IF.
006640 3100-EXIT.
006650     EXIT.
006660
006670 3110-PRINT-ONE-WINNER.
006680     MOVE PRZ-WIN-IDX TO PRZ-WNL-RANK
006690     MOVE PRZ-WIN-ENTRANT(PRZ-WIN-IDX) TO PRZ-WNL-ENTRANT
006700     MOVE PRZ-WIN-NAME(PRZ-WIN-IDX) TO PRZ-WNL-NAME
006710     MOVE PRZ-WIN-DATE(PRZ-WIN-IDX) TO PRZ-WNL-DATE
006720     WRITE PRT-REPORT-LINE FROM PRZ-WINNER-LINE.
006730 3110-EXIT.
006740     EXIT.
006750
006760******************************************************************
006770*    3200-PRINT-RECONCILIATION
006780*    THE REJECTED COUNT IS BROKEN DOWN BY REASON SO THE LINES
006790*    UNDER IT ADD BACK UP TO IT.
006800******************************************************************
006810 3200-PRINT-RECONCILIATION.
006820     MOVE SPACES TO PRT-REPORT-LINE
006830     WRITE PRT-REPORT-LINE
006840     MOVE 'ENTRY RECONCILIATION' TO PRT-REPORT-LINE
006850     WRITE PRT-REPORT-LINE
006860     MOVE 'ENTRIES READ' TO PRZ-CTL-TEXT
006870     MOVE PRZ-READ-COUNT TO PRZ-CTL-COUNT
006880     WRITE PRT-REPORT-LINE FROM PRZ-COUNT-LINE
006890     MOVE 'CORRECT' TO PRZ-CTL-TEXT
006900     MOVE PRZ-CORRECT-COUNT TO PRZ-CTL-COUNT
006910     WRITE PRT-REPORT-LINE FROM PRZ-COUNT-LINE
006920     MOVE 'WRONG DIGITS' TO PRZ-CTL-TEXT
006930     MOVE PRZ-WRONG-COUNT TO PRZ-CTL-COUNT
006940     WRITE PRT-REPORT-LINE FROM PRZ-COUNT-LINE
006950     MOVE 'REJECTED' TO PRZ-CTL-TEXT
006960     MOVE PRZ-REJECTED-COUNT TO PRZ-CTL-COUNT
006970     WRITE PRT-REPORT-LINE FROM PRZ-COUNT-LINE
006980     MOVE '  DUPLICATE ENTRANT' TO PRZ-CTL-TEXT
006990     MOVE PRZ-DUP-COUNT TO PRZ-CTL-COUNT
007000     WRITE PRT-REPORT-LINE FROM PRZ-COUNT-LINE
007010     MOVE '  WRONG CELL COUNT' TO PRZ-CTL-TEXT
007020     MOVE PRZ-CELLS-COUNT TO PRZ-CTL-COUNT
007030     WRITE PRT-REPORT-LINE FROM PRZ-COUNT-LINE
007040     MOVE '  ANOTHER PUZZLE' TO PRZ-CTL-TEXT
007050     MOVE PRZ-OTHER-PUZ-COUNT TO PRZ-CTL-COUNT
007060     WRITE PRT-REPORT-LINE FROM PRZ-COUNT-LINE
007070     MOVE '  LATE' TO PRZ-CTL-TEXT
007080     MOVE PRZ-LATE-COUNT TO PRZ-CTL-COUNT
007090     WRITE PRT-REPORT-LINE FROM PRZ-COUNT-LINE
007100     IF PRZ-READ-COUNT NOT = PRZ-CORRECT-COUNT
007110             + PRZ-WRONG-COUNT + PRZ-REJECTED-COUNT
007120         MOVE '  *** OUT OF BALANCE -- RUN FAILED ***'
007130             TO PRT-REPORT-LINE
007140     ELSE
007150         MOVE '  IN BALANCE' TO PRT-REPORT-LINE
007160     END-IF
007170     WRITE PRT-REPORT-LINE.
007180 3200-EXIT.
007190     EXIT.
007200
007210******************************************************************
007220*    9000-END-OF-JOB
007230*    READ MUST EQUAL CORRECT PLUS WRONG PLUS REJECTED, AND THE
007240*    DUPLICATE CHECK MUST HAVE SEEN EVERY ENTRANT -- EITHER
007250*    FAILURE FAILS THE RUN SO NO PRIZE GOES OUT ON A BAD COUNT.
007260******************************************************************
007270 9000-END-OF-JOB.
007280     DISPLAY " ".
007290     DISPLAY "====================================".
007300     DISPLAY "END OF JOB PRIZE ADJUDICATION REPORT".
007310     DISPLAY "CONTEST PUZZLE         : " PRZ-PUZZLE-ID.
007320     DISPLAY "CLOSING DATE           : " PRZ-CLOSE-DATE.
007330     DISPLAY "ENTRIES READ           : " PRZ-READ-COUNT.
007340     DISPLAY "ENTRIES CORRECT        : " PRZ-CORRECT-COUNT.
007350     DISPLAY "ENTRIES WRONG          : " PRZ-WRONG-COUNT.
007360     DISPLAY "ENTRIES REJECTED       : " PRZ-REJECTED-COUNT.
007370     DISPLAY "ENTRY DATASET          : " PRZ-INPUT-FILE-NAME.
007380     DISPLAY "REJECT DATASET         : PRZREJ.DAT".
007390     IF NOT PRZ-RUN-FAILED
007400         IF PRZ-READ-COUNT NOT = PRZ-CORRECT-COUNT
007410                 + PRZ-WRONG-COUNT + PRZ-REJECTED-COUNT
007420             DISPLAY "RUN FAILED -- ENTRIES READ DO NOT MATCH "
007430                 "CORRECT PLUS WRONG PLUS REJECTED"
007440             MOVE 8 TO RETURN-CODE
007450         END-IF
007460         IF PRZ-ENTRANT-OVERFLOW > 0
007470             DISPLAY "RUN FAILED -- ENTRANT TABLE FULL, "
007480                 PRZ-ENTRANT-OVERFLOW
007490                 " ENTRIES NOT CHECKED FOR DUPLICATES"
007500             MOVE 8 TO RETURN-CODE
007510         END-IF
007520         DISPLAY "REPORT WRITTEN TO PRZRPT.DAT"
007530     END-IF.
007540     DISPLAY "====================================".
007550     PERFORM 9500-LOG-RUN-HISTORY THRU 9500-EXIT.
007560 9000-EXIT.
007570     EXIT.
007580
007590******************************************************************
007600*    9500-LOG-RUN-HISTORY
007610*    THE SOLVED COUNT IS THE CORRECT ENTRIES, THE UNSOLVED COUNT
007620*    THE WRONG ONES AND THE INVALID COUNT THE REJECTS.
007630******************************************************************
007640 9500-LOG-RUN-HISTORY.
007650     MOVE 'SudokuPrize' TO RUN-LOG-PROGRAM
007660     MOVE PRZ-INPUT-FILE-NAME TO RUN-LOG-INPUT-DSN
007670     MOVE "PRZRPT.DAT" TO RUN-LOG-OUTPUT-DSN
007680     MOVE SPACES TO RUN-LOG-PARM-TEXT
007690     STRING "PUZZLE=" PRZ-PUZZLE-ID
007700         " CLOSE=" PRZ-CLOSE-DATE
007710         DELIMITED BY SIZE INTO RUN-LOG-PARM-TEXT
007720     MOVE PRZ-READ-COUNT TO RUN-LOG-READ-COUNT
007730     MOVE PRZ-CORRECT-COUNT TO RUN-LOG-SOLVED-COUNT
007740     MOVE PRZ-WRONG-COUNT TO RUN-LOG-UNSOLVED-COUNT
007750     MOVE PRZ-REJECTED-COUNT TO RUN-LOG-INVALID-COUNT
007760     PERFORM 7500-RUN-HIST-WRITE THRU 7500-EXIT.
007770 9500-EXIT.
007780     EXIT.
007790
007800******************************************************************
007810*    9999-TERMINATE
007820******************************************************************
007830 9999-TERMINATE.
007840     IF PRZ-FILES-ARE-OPEN
007850         CLOSE ENTRY-INPUT-FILE
007860         CLOSE REJECT-FILE
007870         CLOSE PRINT-REPORT-FILE
007880     END-IF
007890     STOP RUN.
007900 9999-EXIT.
007910     EXIT.
007920
007930     COPY RUNHWRT.
