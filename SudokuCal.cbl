000010******************************************************************
000020*    SUDOKUCAL.CBL
000030*    BOOKLET ISSUE CALENDAR BATCH UPDATE.
000040*
000050*    APPLIES A SORTED FILE OF CALENDAR TRANSACTIONS (CALTRAN.CPY)
000060*    TO THE KEYED ISSUE CALENDAR (ISSUECAL.CPY) AND LISTS THE
000070*    CALENDAR AS IT STANDS AFTERWARDS.  THE CALENDAR HOLDS EVERY
000080*    PLANNED ISSUE WITH ITS PRINT DEADLINE AND WANTED MIX, SO THE
000090*    STOCK FORECAST (SUDOKUFCST) CAN SEE WHAT IS COMING AND THE
000100*    ISSUE ASSIGNMENT RUN (SUDOKUISSUE, MIX=CALENDAR) CAN TAKE
000110*    ITS MIX FROM HERE.  THE TRANSACTIONS ARE:
000120*        ADD     -- ISSUE MUST NOT BE ON THE CALENDAR; THE
000130*                   DEADLINE MUST BE A DATE NOT YET PAST AND ALL
000140*                   FOUR BAND COUNTS ARE REQUIRED.  A BLANK
000150*                   X-SUDOKU COUNT IS ZERO.
000160*        CHANGE  -- ISSUE MUST BE ON THE CALENDAR.  EACH NON-
000170*                   BLANK FIELD REPLACES THE ONE ON FILE.  ONCE
000180*                   THE ASSIGNMENT RUN HAS PUT THE ISSUE ON THE
000190*                   ISSUE CONTROL FILE (ISSUECTL.CPY) ITS MIX IS
000200*                   FIXED THERE, SO ONLY THE DEADLINE MAY
000210*                   CHANGE, AND NOT EVEN THAT ONCE IT IS FILLED.
000212*                   A NEW DEADLINE MUST NOT BE PAST EITHER.
000220*        DELETE  -- ISSUE MUST BE ON THE CALENDAR AND NOT YET ON
000230*                   THE ISSUE CONTROL FILE.
000240*    AFTER EVERY ADD OR CHANGE THE ISSUE MUST WANT AT LEAST ONE
000250*    PUZZLE, AND NO MORE X-SUDOKU PUZZLES THAN IT HAS IN ALL.
000260*    A TRANSACTION WHOSE ISSUE ID IS LOWER THAN THE ONE BEFORE IT
000270*    IS OUT OF SEQUENCE AND IS REJECTED.
000280*
000290*    EVERY TRANSACTION IS LISTED ON THE EDIT REPORT (CALRPT.DAT)
000300*    AS ACCEPTED OR REJECTED WITH THE REASON, AND EVERY REJECTED
000310*    TRANSACTION IS COPIED, UNCHANGED, TO THE REJECTS FILE.  THE
000320*    REPORT CLOSES WITH CONTROL TOTALS BY TRANSACTION TYPE, WHICH
000330*    MUST BALANCE, AND A LISTING OF THE WHOLE CALENDAR SHOWING
000340*    WHICH ISSUES ARE OPEN, STARTED OR FILLED.  ANY REJECT ENDS
000350*    THE RUN WITH RETURN CODE 4; AN UNUSABLE FILE OR AN OUT-OF-
000360*    BALANCE COUNT WITH RETURN CODE 8.
000370*
000380*    CONTROL CARD (CALPARM.DAT, KEYWORD=VALUE, * FOR COMMENTS):
000390*        INPUT=CALTRAN.DAT
000400*        OUTPUT=CALREJ.DAT     (THE REJECTS FILE)
000410*
000420*    AUTHOR.     M. CLASSEN, APPLICATIONS PROGRAMMING.
000430*    INSTALLATION. GAMES AND UTILITIES.
000440*    DATE-WRITTEN. 2026-10-15.
000450*
000460*    MODIFICATION HISTORY
000470*    DATE       INIT  DESCRIPTION
000480*    2026-10-15 MKC   ORIGINAL PROGRAM.  TRANSACTION EDITS, EDIT
000490*                     REPORT AND CONTROL TOTALS FOLLOW
000500*                     SUDOKUSUPL.  THE RUN IS LOGGED TO THE RUN
000510*                     HISTORY FILE (RUNHIST.CPY).
000520******************************************************************
000530 IDENTIFICATION DIVISION.
000540 PROGRAM-ID. SudokuCal.
000550 AUTHOR. M. CLASSEN.
000560 INSTALLATION. GAMES AND UTILITIES.
000570 DATE-WRITTEN. 2026-10-15.
000580 DATE-COMPILED. 2026-10-15.
000590
000600 ENVIRONMENT DIVISION.
000610 INPUT-OUTPUT SECTION.
000620 FILE-CONTROL.
000630     SELECT TRANSACTION-FILE
000640         ASSIGN TO DYNAMIC CAL-INPUT-FILE-NAME
000650         ORGANIZATION IS LINE SEQUENTIAL
000660         FILE STATUS IS CAL-TRAN-FILE-STATUS.
000670
000680     SELECT ISSUE-CALENDAR-FILE ASSIGN TO "ISSUECAL.DAT"
000690         ORGANIZATION IS INDEXED
000700         ACCESS MODE IS DYNAMIC
000710         RECORD KEY IS ISS-CAL-ID
000720         FILE STATUS IS CAL-CALENDAR-FILE-STATUS.
000730
000740     SELECT ISSUE-CONTROL-FILE ASSIGN TO "ISSUECTL.DAT"
000750         ORGANIZATION IS INDEXED
000760         ACCESS MODE IS DYNAMIC
000770         RECORD KEY IS ISS-CTL-ID
000780         FILE STATUS IS CAL-CONTROL-FILE-STATUS.
000790
000800     SELECT REJECT-FILE
000810         ASSIGN TO DYNAMIC CAL-REJECT-FILE-NAME
000820         ORGANIZATION IS LINE SEQUENTIAL
000830         FILE STATUS IS CAL-REJECT-FILE-STATUS.
000840
000850     SELECT PRINT-REPORT-FILE ASSIGN TO "CALRPT.DAT"
000860         ORGANIZATION IS LINE SEQUENTIAL
000870         FILE STATUS IS CAL-PRINT-FILE-STATUS.
000880
000890     SELECT CONTROL-CARD-FILE ASSIGN TO "CALPARM.DAT"
000900         ORGANIZATION IS LINE SEQUENTIAL
000910         FILE STATUS IS CAL-PARM-FILE-STATUS.
000920
000930     SELECT RUN-HISTORY-FILE ASSIGN TO "RUNHIST.DAT"
000940         ORGANIZATION IS INDEXED
000950         ACCESS MODE IS DYNAMIC
000960         RECORD KEY IS RUN-HIST-KEY
000970         FILE STATUS IS RUN-LOG-FILE-STATUS.
000980
000990 DATA DIVISION.
001000 FILE SECTION.
001010 FD  TRANSACTION-FILE.
001020 01  CAL-TRAN-FILE-REC           PIC X(42).
001030
001040 FD  ISSUE-CALENDAR-FILE.
001050     COPY ISSUECAL.
001060
001070 FD  ISSUE-CONTROL-FILE.
001080     COPY ISSUECTL.
001090
001100 FD  REJECT-FILE.
001110 01  CAL-REJECT-RECORD           PIC X(42).
001120
001130 FD  PRINT-REPORT-FILE.
001140     COPY REPRINT.
001150
001160 FD  CONTROL-CARD-FILE.
001170 01  PRM-CONTROL-RECORD          PIC X(80).
001180
001190 FD  RUN-HISTORY-FILE.
001200     COPY RUNHIST.
001210
001220 WORKING-STORAGE SECTION.
001230*    THE TRANSACTION IS STAGED IN WORKING-STORAGE, THE SAME WAY
001240*    SUDOKUSUPL STAGES ITS OWN.
001250 COPY CALTRAN.
001260 COPY RUNHFLD.
001270
001280 01  CAL-FILE-STATUS-FIELDS.
001290     05  CAL-TRAN-FILE-STATUS    PIC X(02).
001300     05  CAL-CALENDAR-FILE-STATUS PIC X(02).
001310     05  CAL-CONTROL-FILE-STATUS PIC X(02).
001320     05  CAL-REJECT-FILE-STATUS  PIC X(02).
001330     05  CAL-PRINT-FILE-STATUS   PIC X(02).
001340     05  CAL-PARM-FILE-STATUS    PIC X(02).
001350
001360 01  CAL-WORK-FIELDS.
001370     05  CAL-TRAN-EOF-SW         PIC X(01) VALUE 'N'.
001380         88  CAL-TRAN-EOF                VALUE 'Y'.
001390     05  CAL-CALENDAR-EOF-SW     PIC X(01) VALUE 'N'.
001400         88  CAL-CALENDAR-EOF            VALUE 'Y'.
001410     05  CAL-RUN-FAILED-SW       PIC X(01) VALUE 'N'.
001420         88  CAL-RUN-FAILED              VALUE 'Y'.
001430     05  CAL-FILES-OPEN-SW       PIC X(01) VALUE 'N'.
001440         88  CAL-FILES-ARE-OPEN          VALUE 'Y'.
001450     05  CAL-CONTROL-OPEN-SW     PIC X(01) VALUE 'N'.
001460         88  CAL-CONTROL-IS-OPEN         VALUE 'Y'.
001470     05  CAL-CALENDAR-FOUND-SW   PIC X(01).
001480         88  CAL-CALENDAR-FOUND          VALUE 'Y'.
001490     05  CAL-ON-CONTROL-SW       PIC X(01).
001500         88  CAL-ON-CONTROL              VALUE 'Y'.
001510     05  CAL-MIX-GIVEN-SW        PIC X(01).
001520         88  CAL-MIX-GIVEN               VALUE 'Y'.
001530     05  CAL-INPUT-FILE-NAME     PIC X(20)
001540         VALUE "CALTRAN.DAT".
001550     05  CAL-REJECT-FILE-NAME    PIC X(20)
001560         VALUE "CALREJ.DAT".
001570     05  CAL-CURRENT-STAMP       PIC X(21).
001580     05  CAL-TODAY-DATE          PIC X(08).
001590     05  CAL-LAST-ISSUE-ID       PIC X(08) VALUE LOW-VALUES.
001600     05  CAL-REASON              PIC X(40).
001610     05  CAL-ACTION              PIC X(40).
001620     05  CAL-BAND-IDX            PIC 9(01) COMP.
001630     05  CAL-TYPE-IDX            PIC 9(01) COMP.
001640     05  CAL-TYPE-HIT            PIC 9(01) COMP.
001650     05  CAL-TOTAL-WANTED        PIC 9(05) COMP.
001652     05  CAL-MONTH-LAST-DAY      PIC 9(02).
001654     05  CAL-LEAP-QUOT           PIC 9(04) COMP.
001656     05  CAL-LEAP-REM            PIC 9(04) COMP.
001660     05  CAL-READ-COUNT          PIC 9(08) VALUE 0.
001670     05  CAL-ACCEPTED-COUNT      PIC 9(08) VALUE 0.
001680     05  CAL-REJECTED-COUNT      PIC 9(08) VALUE 0.
001690     05  CAL-LISTED-COUNT        PIC 9(08) VALUE 0.
001700     05  CAL-OPEN-COUNT          PIC 9(08) VALUE 0.
001710
001720*    THE KEYED DEADLINE IS EDITED AS CHARACTERS AND THEN CHECKED
001730*    THROUGH THIS YEAR/MONTH/DAY VIEW.
001740 01  CAL-DATE-WORK               PIC X(08).
001750 01  CAL-DATE-PARTS REDEFINES CAL-DATE-WORK.
001760     05  CAL-DATE-YEAR           PIC 9(04).
001770     05  CAL-DATE-MONTH          PIC 9(02).
001780     05  CAL-DATE-DAY            PIC 9(02).
001781
001782*    LAST DAY OF EACH MONTH; FEBRUARY IS WIDENED TO 29 IN A LEAP
001783*    YEAR BY 2162-CHECK-DAY-OF-MONTH.
001784 01  CAL-MONTH-DAYS-VALUES.
001785     05  FILLER                  PIC X(24)
001786         VALUE '312831303130313130313031'.
001787 01  CAL-MONTH-DAYS-TABLE REDEFINES CAL-MONTH-DAYS-VALUES.
001788     05  CAL-MONTH-DAYS OCCURS 12 TIMES PIC 9(02).
001790
001800*    TRANSACTION TYPES IN THE ORDER THEY ARE TOTALLED.  THE LAST
001810*    SLOT CATCHES ANY CODE THAT IS NOT ONE OF THE THREE.
001820 01  CAL-TYPE-NAMES.
001830     05  FILLER                  PIC X(14) VALUE 'ADD'.
001840     05  FILLER                  PIC X(14) VALUE 'CHANGE'.
001850     05  FILLER                  PIC X(14) VALUE 'DELETE'.
001860     05  FILLER                  PIC X(14) VALUE 'UNKNOWN CODE'.
001870 01  CAL-TYPE-NAME-TABLE REDEFINES CAL-TYPE-NAMES.
001880     05  CAL-TYPE-NAME OCCURS 4 TIMES PIC X(14).
001890
001900 01  CAL-TYPE-COUNTS.
001910     05  CAL-TYPE-ENTRY OCCURS 4 TIMES.
001920         10  CAL-TYPE-READ       PIC 9(08) COMP.
001930         10  CAL-TYPE-ACCEPTED   PIC 9(08) COMP.
001940         10  CAL-TYPE-REJECTED   PIC 9(08) COMP.
001950
001960 01  PRM-CONTROL-FIELDS.
001970     05  PRM-EOF-SW              PIC X(01) VALUE 'N'.
001980         88  PRM-EOF                     VALUE 'Y'.
001990     05  PRM-OPEN-SW             PIC X(01) VALUE 'N'.
002000         88  PRM-IS-OPEN                 VALUE 'Y'.
002010     05  PRM-KEY                 PIC X(20).
002020     05  PRM-VALUE               PIC X(20).
002030
002040 01  CAL-TITLE-LINE.
002050     05  FILLER                  PIC X(38)
002060         VALUE 'ISSUE CALENDAR UPDATE EDIT REPORT'.
002070     05  FILLER                  PIC X(02) VALUE SPACES.
002080     05  FILLER                  PIC X(09) VALUE 'PREPARED '.
002090     05  CAL-TITLE-DATE          PIC X(08).
002100     05  FILLER                  PIC X(23) VALUE SPACES.
002110
002120 01  CAL-DETAIL-HEAD-LINE.
002130     05  FILLER                  PIC X(06) VALUE 'TRAN #'.
002140     05  FILLER                  PIC X(02) VALUE SPACES.
002150     05  FILLER                  PIC X(06) VALUE 'CODE'.
002160     05  FILLER                  PIC X(02) VALUE SPACES.
002170     05  FILLER                  PIC X(08) VALUE 'ISSUE'.
002180     05  FILLER                  PIC X(02) VALUE SPACES.
002190     05  FILLER                  PIC X(08) VALUE 'RESULT'.
002200     05  FILLER                  PIC X(02) VALUE SPACES.
002210     05  FILLER                  PIC X(40)
002220         VALUE 'REASON OR ACTION'.
002230     05  FILLER                  PIC X(04) VALUE SPACES.
002240
002250 01  CAL-DETAIL-LINE.
002260     05  CAL-DTL-SEQ             PIC Z(05)9.
002270     05  FILLER                  PIC X(02) VALUE SPACES.
002280     05  CAL-DTL-CODE            PIC X(06).
002290     05  FILLER                  PIC X(02) VALUE SPACES.
002300     05  CAL-DTL-ISSUE           PIC X(08).
002310     05  FILLER                  PIC X(02) VALUE SPACES.
002320     05  CAL-DTL-RESULT          PIC X(08).
002330     05  FILLER                  PIC X(02) VALUE SPACES.
002340     05  CAL-DTL-TEXT            PIC X(40).
002350     05  FILLER                  PIC X(04) VALUE SPACES.
002360
002370 01  CAL-TOTAL-HEAD-LINE.
002380     05  FILLER                  PIC X(02) VALUE SPACES.
002390     05  FILLER                  PIC X(14) VALUE 'TYPE'.
002400     05  FILLER                  PIC X(10) VALUE '      READ'.
002410     05  FILLER                  PIC X(10) VALUE '  ACCEPTED'.
002420     05  FILLER                  PIC X(10) VALUE '  REJECTED'.
002430     05  FILLER                  PIC X(34) VALUE SPACES.
002440
002450 01  CAL-TOTAL-LINE.
002460     05  FILLER                  PIC X(02) VALUE SPACES.
002470     05  CAL-TTL-TYPE            PIC X(14).
002480     05  FILLER                  PIC X(02) VALUE SPACES.
002490     05  CAL-TTL-READ            PIC Z(07)9.
002500     05  FILLER                  PIC X(02) VALUE SPACES.
002510     05  CAL-TTL-ACCEPTED        PIC Z(07)9.
002520     05  FILLER                  PIC X(02) VALUE SPACES.
002530     05  CAL-TTL-REJECTED        PIC Z(07)9.
002540     05  FILLER                  PIC X(34) VALUE SPACES.
002550
002560 01  CAL-LIST-HEAD-LINE.
002570     05  FILLER                  PIC X(10) VALUE 'ISSUE'.
002580     05  FILLER                  PIC X(10) VALUE 'DEADLINE'.
002590     05  FILLER                  PIC X(08) VALUE '    EASY'.
002600     05  FILLER                  PIC X(08) VALUE '  MEDIUM'.
002610     05  FILLER                  PIC X(08) VALUE '    HARD'.
002620     05  FILLER                  PIC X(08) VALUE '  EXPERT'.
002630     05  FILLER                  PIC X(09) VALUE ' X-SUDOKU'.
002640     05  FILLER                  PIC X(02) VALUE SPACES.
002650     05  FILLER                  PIC X(17) VALUE 'STATUS'.
002660
002670 01  CAL-LIST-LINE.
002680     05  CAL-LST-ISSUE           PIC X(08).
002690     05  FILLER                  PIC X(02) VALUE SPACES.
002700     05  CAL-LST-DEADLINE        PIC X(08).
002710     05  FILLER                  PIC X(02) VALUE SPACES.
002720     05  CAL-LST-BAND-ENTRY OCCURS 4 TIMES.
002730         10  FILLER              PIC X(04) VALUE SPACES.
002740         10  CAL-LST-WANTED      PIC ZZZ9.
002750     05  FILLER                  PIC X(05) VALUE SPACES.
002760     05  CAL-LST-XSUDOKU         PIC ZZZ9.
002770     05  FILLER                  PIC X(02) VALUE SPACES.
002780     05  CAL-LST-STATUS          PIC X(17).
002790
002800 PROCEDURE DIVISION.
002810
002820******************************************************************
002830*    0000-MAINLINE
002840******************************************************************
002850 0000-MAINLINE.
002860     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002870     PERFORM 2000-READ-ONE-TRAN THRU 2000-EXIT
002880         UNTIL CAL-TRAN-EOF
002890     IF NOT CAL-RUN-FAILED
002900         PERFORM 8000-PRINT-CONTROL-TOTALS THRU 8000-EXIT
002910         PERFORM 8500-LIST-CALENDAR THRU 8500-EXIT
002920     END-IF
002930     PERFORM 9000-END-OF-JOB THRU 9000-EXIT
002940     PERFORM 9999-TERMINATE THRU 9999-EXIT.
002950 0000-EXIT.
002960     EXIT.
002970
002980******************************************************************
002990*    1000-INITIALIZE
003000*    THE CALENDAR IS CREATED EMPTY ON FIRST USE, SO A FIRST RUN
003010*    OF ADDS CAN LOAD IT.  THE ISSUE CONTROL FILE IS READ ONLY;
003020*    IF IT DOES NOT EXIST YET NO ISSUE HAS BEEN STARTED.
003030******************************************************************
003040 1000-INITIALIZE.
003050     PERFORM 1500-READ-CONTROL-CARD THRU 1500-EXIT
003060     PERFORM 1200-ZERO-ONE-TYPE THRU 1200-EXIT
003070         VARYING CAL-TYPE-IDX FROM 1 BY 1
003080             UNTIL CAL-TYPE-IDX > 4
003090     MOVE FUNCTION CURRENT-DATE TO CAL-CURRENT-STAMP
003100     MOVE CAL-CURRENT-STAMP(1:8) TO CAL-TODAY-DATE
003110     OPEN INPUT TRANSACTION-FILE
003120     IF CAL-TRAN-FILE-STATUS NOT = "00"
003130         DISPLAY "TRANSACTION FILE " CAL-INPUT-FILE-NAME
003140             " NOT AVAILABLE -- STATUS "
003150             CAL-TRAN-FILE-STATUS
003160         PERFORM 1900-FAIL-THE-RUN THRU 1900-EXIT
003170         GO TO 1000-EXIT
003180     END-IF
003190     OPEN INPUT ISSUE-CONTROL-FILE
003200     IF CAL-CONTROL-FILE-STATUS = "00"
003210         MOVE 'Y' TO CAL-CONTROL-OPEN-SW
003220     ELSE
003230         IF CAL-CONTROL-FILE-STATUS NOT = "35"
003240             DISPLAY "ISSUE CONTROL FILE NOT AVAILABLE -- "
003250                 "STATUS " CAL-CONTROL-FILE-STATUS
003260             CLOSE TRANSACTION-FILE
003270             PERFORM 1900-FAIL-THE-RUN THRU 1900-EXIT
003280             GO TO 1000-EXIT
003290         END-IF
003300     END-IF
003310     OPEN I-O ISSUE-CALENDAR-FILE
003320     IF CAL-CALENDAR-FILE-STATUS = "35"
003330         OPEN OUTPUT ISSUE-CALENDAR-FILE
003340         CLOSE ISSUE-CALENDAR-FILE
003350         OPEN I-O ISSUE-CALENDAR-FILE
003360     END-IF
003370     IF CAL-CALENDAR-FILE-STATUS NOT = "00"
003380         DISPLAY "ISSUE CALENDAR FILE NOT AVAILABLE -- STATUS "
003390             CAL-CALENDAR-FILE-STATUS
003400         CLOSE TRANSACTION-FILE
003410         IF CAL-CONTROL-IS-OPEN
003420             CLOSE ISSUE-CONTROL-FILE
003430             MOVE 'N' TO CAL-CONTROL-OPEN-SW
003440         END-IF
003450         PERFORM 1900-FAIL-THE-RUN THRU 1900-EXIT
003460         GO TO 1000-EXIT
003470     END-IF
003480     OPEN OUTPUT REJECT-FILE
003490     OPEN OUTPUT PRINT-REPORT-FILE
003500     MOVE 'Y' TO CAL-FILES-OPEN-SW
003510     MOVE CAL-TODAY-DATE TO CAL-TITLE-DATE
003520     WRITE PRT-REPORT-LINE FROM CAL-TITLE-LINE
003530     MOVE SPACES TO PRT-REPORT-LINE
003540     WRITE PRT-REPORT-LINE
003550     WRITE PRT-REPORT-LINE FROM CAL-DETAIL-HEAD-LINE.
003560 1000-EXIT.
003570     EXIT.
003580
003590 1200-ZERO-ONE-TYPE.
003600     MOVE 0 TO CAL-TYPE-READ(CAL-TYPE-IDX)
003610     MOVE 0 TO CAL-TYPE-ACCEPTED(CAL-TYPE-IDX)
003620     MOVE 0 TO CAL-TYPE-REJECTED(CAL-TYPE-IDX).
003630 1200-EXIT.
003640     EXIT.
003650
003660******************************************************************
003670*    1500-READ-CONTROL-CARD
003680*    KEYWORD=VALUE RECORDS, SAME CONVENTION AS SUDPARM.DAT.
003690******************************************************************
003700 1500-READ-CONTROL-CARD.
003710     OPEN INPUT CONTROL-CARD-FILE
003720     IF CAL-PARM-FILE-STATUS = "00"
003730         MOVE 'Y' TO PRM-OPEN-SW
003740     ELSE
003750         DISPLAY "NO CALPARM.DAT -- USING PROGRAM DEFAULTS"
003760         MOVE 'Y' TO PRM-EOF-SW
003770     END-IF
003780     PERFORM 1510-READ-ONE-CARD THRU 1510-EXIT
003790         UNTIL PRM-EOF
003800     IF PRM-IS-OPEN
003810         CLOSE CONTROL-CARD-FILE
003820     END-IF.
003830 1500-EXIT.
003840     EXIT.
003850
003860 1510-READ-ONE-CARD.
003870     READ CONTROL-CARD-FILE
003880         AT END
003890             MOVE 'Y' TO PRM-EOF-SW
003900         NOT AT END
003910             IF PRM-CONTROL-RECORD(1:1) NOT = '*'
003920                 AND PRM-CONTROL-RECORD NOT = SPACES
003930                 PERFORM 1520-APPLY-ONE-CARD THRU 1520-EXIT
003940             END-IF
003950     END-READ.
003960 1510-EXIT.
003970     EXIT.
003980
003990 1520-APPLY-ONE-CARD.
004000     MOVE SPACES TO PRM-KEY
004010     MOVE SPACES TO PRM-VALUE
004020     UNSTRING PRM-CONTROL-RECORD DELIMITED BY '='
004030         INTO PRM-KEY PRM-VALUE
004040     EVALUATE PRM-KEY
004050         WHEN 'INPUT'
004060             MOVE PRM-VALUE TO CAL-INPUT-FILE-NAME
004070         WHEN 'OUTPUT'
004080             MOVE PRM-VALUE TO CAL-REJECT-FILE-NAME
004090         WHEN OTHER
004100             DISPLAY "UNKNOWN CONTROL KEYWORD IGNORED: "
004110                 PRM-CONTROL-RECORD
004120     END-EVALUATE.
004130 1520-EXIT.
004140     EXIT.
004150
004160 1900-FAIL-THE-RUN.
004170     MOVE 'Y' TO CAL-RUN-FAILED-SW
004180     MOVE 'Y' TO CAL-TRAN-EOF-SW
004190     MOVE 8 TO RETURN-CODE.
004200 1900-EXIT.
004210     EXIT.
004220
004230******************************************************************
004240*    2000-READ-ONE-TRAN
004250******************************************************************
004260 2000-READ-ONE-TRAN.
004270     READ TRANSACTION-FILE INTO CLT-TRANSACTION-RECORD
004280         AT END
004290             MOVE 'Y' TO CAL-TRAN-EOF-SW
004300         NOT AT END
004310             ADD 1 TO CAL-READ-COUNT
004320             PERFORM 2100-PROCESS-ONE-TRAN THRU 2100-EXIT
004330     END-READ.
004340 2000-EXIT.
004350     EXIT.
004360
004370******************************************************************
004380*    2100-PROCESS-ONE-TRAN
004390*    EACH APPLY PARAGRAPH EITHER LEAVES CAL-REASON BLANK AND SAYS
004400*    WHAT IT DID IN CAL-ACTION, OR SETS CAL-REASON AND TOUCHES
004410*    NOTHING ON THE CALENDAR.
004420******************************************************************
004430 2100-PROCESS-ONE-TRAN.
004440     MOVE SPACES TO CAL-REASON
004450     MOVE SPACES TO CAL-ACTION
004460     PERFORM 2110-FIND-TRAN-TYPE THRU 2110-EXIT
004470     ADD 1 TO CAL-TYPE-READ(CAL-TYPE-HIT)
004480     PERFORM 2120-EDIT-AND-APPLY THRU 2120-EXIT
004490     MOVE CAL-READ-COUNT TO CAL-DTL-SEQ
004500     MOVE CLT-CODE TO CAL-DTL-CODE
004510     MOVE CLT-ISSUE-ID TO CAL-DTL-ISSUE
004520     IF CAL-REASON = SPACES
004530         ADD 1 TO CAL-ACCEPTED-COUNT
004540         ADD 1 TO CAL-TYPE-ACCEPTED(CAL-TYPE-HIT)
004550         MOVE 'ACCEPTED' TO CAL-DTL-RESULT
004560         MOVE CAL-ACTION TO CAL-DTL-TEXT
004570     ELSE
004580         ADD 1 TO CAL-REJECTED-COUNT
004590         ADD 1 TO CAL-TYPE-REJECTED(CAL-TYPE-HIT)
004600         MOVE 'REJECTED' TO CAL-DTL-RESULT
004610         MOVE CAL-REASON TO CAL-DTL-TEXT
004620         WRITE CAL-REJECT-RECORD FROM CLT-TRANSACTION-RECORD
004630     END-IF
004640     WRITE PRT-REPORT-LINE FROM CAL-DETAIL-LINE.
004650 2100-EXIT.
004660     EXIT.
004670
004680 2110-FIND-TRAN-TYPE.
004690     MOVE 4 TO CAL-TYPE-HIT
004700     PERFORM 2111-MATCH-ONE-TYPE THRU 2111-EXIT
004710         VARYING CAL-TYPE-IDX FROM 1 BY 1
004720             UNTIL CAL-TYPE-IDX > 3.
004730 2110-EXIT.
004740     EXIT.
004750
004760 2111-MATCH-ONE-TYPE.
004770     IF CLT-CODE = CAL-TYPE-NAME(CAL-TYPE-IDX)
004780         MOVE CAL-TYPE-IDX TO CAL-TYPE-HIT
004790     END-IF.
004800 2111-EXIT.
004810     EXIT.
004820
004830 2120-EDIT-AND-APPLY.
004840     IF CLT-ISSUE-ID = SPACES
004850         MOVE 'ISSUE ID IS BLANK' TO CAL-REASON
004860         GO TO 2120-EXIT
004870     END-IF
004880     IF CLT-ISSUE-ID < CAL-LAST-ISSUE-ID
004890         MOVE 'OUT OF SEQUENCE -- FILE NOT SORTED' TO CAL-REASON
004900         GO TO 2120-EXIT
004910     END-IF
004920     MOVE CLT-ISSUE-ID TO CAL-LAST-ISSUE-ID
004930     EVALUATE TRUE
004940         WHEN CLT-ADD
004950             PERFORM 2200-APPLY-ADD THRU 2200-EXIT
004960         WHEN CLT-CHANGE
004970             PERFORM 2300-APPLY-CHANGE THRU 2300-EXIT
004980         WHEN CLT-DELETE
004990             PERFORM 2400-APPLY-DELETE THRU 2400-EXIT
005000         WHEN OTHER
005010             MOVE 'UNKNOWN TRANSACTION CODE' TO CAL-REASON
005020     END-EVALUATE.
005030 2120-EXIT.
005040     EXIT.
005050
005060 2150-READ-CALENDAR.
005070     MOVE CLT-ISSUE-ID TO ISS-CAL-ID
005080     MOVE 'Y' TO CAL-CALENDAR-FOUND-SW
005090     READ ISSUE-CALENDAR-FILE
005100         INVALID KEY
005110             MOVE 'N' TO CAL-CALENDAR-FOUND-SW
005120     END-READ.
005130 2150-EXIT.
005140     EXIT.
005150
005160******************************************************************
005170*    2155-READ-ISSUE-CONTROL
005180*    AN ISSUE ON THE CONTROL FILE HAS BEEN STARTED BY THE
005190*    ASSIGNMENT RUN; A NON-BLANK ISS-CTL-DATE-RUN MEANS FILLED.
005200******************************************************************
005210 2155-READ-ISSUE-CONTROL.
005220     MOVE 'N' TO CAL-ON-CONTROL-SW
005230     IF NOT CAL-CONTROL-IS-OPEN
005240         GO TO 2155-EXIT
005250     END-IF
005260     MOVE ISS-CAL-ID TO ISS-CTL-ID
005270     READ ISSUE-CONTROL-FILE
005280         INVALID KEY
005290             GO TO 2155-EXIT
005300     END-READ
005310     MOVE 'Y' TO CAL-ON-CONTROL-SW.
005320 2155-EXIT.
005330     EXIT.
005340
005350******************************************************************
005360*    2160-EDIT-FIELDS
005370*    A NON-BLANK DEADLINE MUST BE A REAL YYYYMMDD DATE NOT YET
005380*    PAST, AND EVERY NON-BLANK COUNT FOUR DIGITS.  ADD ALSO NEEDS
005390*    THE DEADLINE AND THE FOUR BAND COUNTS PRESENT; CHANGE TAKES
005400*    A BLANK AS "LEAVE IT AS IT IS".
005410******************************************************************
005420 2160-EDIT-FIELDS.
005430     IF CLT-DEADLINE-IN = SPACES
005440         IF CLT-ADD
005450             MOVE 'DEADLINE IS REQUIRED' TO CAL-REASON
005460         END-IF
005470     ELSE
005480         MOVE CLT-DEADLINE-IN TO CAL-DATE-WORK
005490         IF CAL-DATE-WORK NOT NUMERIC
005500             MOVE 'DEADLINE MUST BE A YYYYMMDD DATE'
005510                 TO CAL-REASON
005520         ELSE
005530             IF CAL-DATE-MONTH < 1 OR CAL-DATE-MONTH > 12
005540                     OR CAL-DATE-DAY < 1
005550                 MOVE 'DEADLINE MUST BE A YYYYMMDD DATE'
005560                     TO CAL-REASON
005562             ELSE
005564                 PERFORM 2162-CHECK-DAY-OF-MONTH THRU 2162-EXIT
005570             END-IF
005580         END-IF
005590     END-IF
005600     IF CAL-REASON NOT = SPACES
005601         GO TO 2160-EXIT
005602     END-IF
005603     IF CLT-DEADLINE-IN NOT = SPACES
005604             AND CLT-DEADLINE-IN < CAL-TODAY-DATE
005605         MOVE 'DEADLINE IS ALREADY PAST' TO CAL-REASON
005610         GO TO 2160-EXIT
005620     END-IF
005630     MOVE 'N' TO CAL-MIX-GIVEN-SW
005640     PERFORM 2165-EDIT-ONE-COUNT THRU 2165-EXIT
005650         VARYING CAL-BAND-IDX FROM 1 BY 1
005660             UNTIL CAL-BAND-IDX > 4
005670                 OR CAL-REASON NOT = SPACES
005680     IF CAL-REASON NOT = SPACES
005690         GO TO 2160-EXIT
005700     END-IF
005710     IF CLT-XSUDOKU-IN NOT = SPACES
005720         MOVE 'Y' TO CAL-MIX-GIVEN-SW
005730         IF CLT-XSUDOKU-IN NOT NUMERIC
005740             MOVE 'X-SUDOKU COUNT MUST BE 4 DIGITS'
005750                 TO CAL-REASON
005760         END-IF
005770     END-IF.
005780 2160-EXIT.
005781     EXIT.
005782
005783******************************************************************
005784*    2162-CHECK-DAY-OF-MONTH
005785*    FEBRUARY HAS 29 DAYS IN A YEAR DIVISIBLE BY 4, EXCEPT A
005786*    CENTURY YEAR NOT DIVISIBLE BY 400.
005787******************************************************************
005788 2162-CHECK-DAY-OF-MONTH.
005789     MOVE CAL-MONTH-DAYS(CAL-DATE-MONTH) TO CAL-MONTH-LAST-DAY
005790     IF CAL-DATE-MONTH = 2
005791         DIVIDE CAL-DATE-YEAR BY 4
005792             GIVING CAL-LEAP-QUOT REMAINDER CAL-LEAP-REM
005793         IF CAL-LEAP-REM = 0
005794             MOVE 29 TO CAL-MONTH-LAST-DAY
005795             DIVIDE CAL-DATE-YEAR BY 100
005796                 GIVING CAL-LEAP-QUOT REMAINDER CAL-LEAP-REM
005797             IF CAL-LEAP-REM = 0
005798                 DIVIDE CAL-DATE-YEAR BY 400
005799                     GIVING CAL-LEAP-QUOT REMAINDER CAL-LEAP-REM
005800                 IF CAL-LEAP-REM NOT = 0
005801                     MOVE 28 TO CAL-MONTH-LAST-DAY
005802                 END-IF
005803             END-IF
005804         END-IF
005805     END-IF
005806     IF CAL-DATE-DAY > CAL-MONTH-LAST-DAY
005807         MOVE 'DEADLINE MUST BE A YYYYMMDD DATE' TO CAL-REASON
005808     END-IF.
005809 2162-EXIT.
005810     EXIT.
005811
005812 2165-EDIT-ONE-COUNT.
005820     IF CLT-WANTED-IN(CAL-BAND-IDX) = SPACES
005830         IF CLT-ADD
005840             MOVE 'ALL FOUR BAND COUNTS ARE REQUIRED'
005850                 TO CAL-REASON
005860         END-IF
005870         GO TO 2165-EXIT
005880     END-IF
005890     MOVE 'Y' TO CAL-MIX-GIVEN-SW
005900     IF CLT-WANTED-IN(CAL-BAND-IDX) NOT NUMERIC
005910         MOVE 'BAND COUNT MUST BE 4 DIGITS' TO CAL-REASON
005920     END-IF.
005930 2165-EXIT.
005940     EXIT.
005950
005960 2170-STORE-ONE-COUNT.
005970     IF CLT-WANTED-IN(CAL-BAND-IDX) NOT = SPACES
005980         MOVE CLT-WANTED-IN(CAL-BAND-IDX)
005990             TO ISS-CAL-WANTED(CAL-BAND-IDX)
006000     END-IF.
006010 2170-EXIT.
006020     EXIT.
006030
006040******************************************************************
006050*    2180-CHECK-MIX
006060*    RUN ON THE RECORD AS IT WILL BE WRITTEN.  THE X-SUDOKU COUNT
006070*    IS INSIDE THE BAND TOTALS, SO IT CANNOT EXCEED THEM.
006080******************************************************************
006090 2180-CHECK-MIX.
006100     COMPUTE CAL-TOTAL-WANTED =
006110         ISS-CAL-WANTED(1) + ISS-CAL-WANTED(2)
006120             + ISS-CAL-WANTED(3) + ISS-CAL-WANTED(4)
006130     IF CAL-TOTAL-WANTED = 0
006140         MOVE 'ISSUE MUST WANT AT LEAST ONE PUZZLE'
006150             TO CAL-REASON
006160         GO TO 2180-EXIT
006170     END-IF
006180     IF ISS-CAL-XSUDOKU-WANTED > CAL-TOTAL-WANTED
006190         MOVE 'X-SUDOKU COUNT EXCEEDS THE BAND TOTAL'
006200             TO CAL-REASON
006210     END-IF.
006220 2180-EXIT.
006230     EXIT.
006240
006250 2200-APPLY-ADD.
006260     PERFORM 2150-READ-CALENDAR THRU 2150-EXIT
006270     IF CAL-CALENDAR-FOUND
006280         MOVE 'ALREADY ON THE CALENDAR' TO CAL-REASON
006290         GO TO 2200-EXIT
006300     END-IF
006310     PERFORM 2160-EDIT-FIELDS THRU 2160-EXIT
006320     IF CAL-REASON NOT = SPACES
006370         GO TO 2200-EXIT
006380     END-IF
006390     MOVE CLT-ISSUE-ID TO ISS-CAL-ID
006400     MOVE CLT-DEADLINE-IN TO ISS-CAL-DEADLINE
006410     PERFORM 2170-STORE-ONE-COUNT THRU 2170-EXIT
006420         VARYING CAL-BAND-IDX FROM 1 BY 1
006430             UNTIL CAL-BAND-IDX > 4
006440     IF CLT-XSUDOKU-IN = SPACES
006450         MOVE 0 TO ISS-CAL-XSUDOKU-WANTED
006460     ELSE
006470         MOVE CLT-XSUDOKU-IN TO ISS-CAL-XSUDOKU-WANTED
006480     END-IF
006490     PERFORM 2180-CHECK-MIX THRU 2180-EXIT
006500     IF CAL-REASON NOT = SPACES
006510         GO TO 2200-EXIT
006520     END-IF
006530     MOVE CAL-TODAY-DATE TO ISS-CAL-DATE-ADDED
006540     MOVE CAL-TODAY-DATE TO ISS-CAL-DATE-CHANGED
006550     WRITE ISS-CALENDAR-RECORD
006560         INVALID KEY
006570             STRING 'ADD FAILED -- STATUS '
006580                 CAL-CALENDAR-FILE-STATUS
006590                 DELIMITED BY SIZE INTO CAL-REASON
006600         NOT INVALID KEY
006610             MOVE 'ADDED TO THE CALENDAR' TO CAL-ACTION
006620     END-WRITE.
006630 2200-EXIT.
006640     EXIT.
006650
006660******************************************************************
006670*    2300-APPLY-CHANGE
006680*    A STARTED ISSUE HAS ITS MIX FIXED ON THE CONTROL FILE; THE
006690*    CALENDAR MUST NOT SAY SOMETHING DIFFERENT.
006700******************************************************************
006710 2300-APPLY-CHANGE.
006720     PERFORM 2150-READ-CALENDAR THRU 2150-EXIT
006730     IF NOT CAL-CALENDAR-FOUND
006740         MOVE 'NOT ON THE CALENDAR' TO CAL-REASON
006750         GO TO 2300-EXIT
006760     END-IF
006770     PERFORM 2160-EDIT-FIELDS THRU 2160-EXIT
006780     IF CAL-REASON NOT = SPACES
006790         GO TO 2300-EXIT
006800     END-IF
006810     PERFORM 2155-READ-ISSUE-CONTROL THRU 2155-EXIT
006820     IF CAL-ON-CONTROL
006830         IF ISS-CTL-DATE-RUN NOT = SPACES
006840             STRING 'ISSUE ALREADY FILLED ON ' ISS-CTL-DATE-RUN
006850                 DELIMITED BY SIZE INTO CAL-REASON
006860             GO TO 2300-EXIT
006870         END-IF
006880         IF CAL-MIX-GIVEN
006890             MOVE 'ISSUE STARTED -- MIX FIXED ON ISSUECTL'
006900                 TO CAL-REASON
006910             GO TO 2300-EXIT
006920         END-IF
006930     END-IF
006940     IF CLT-DEADLINE-IN NOT = SPACES
006950         MOVE CLT-DEADLINE-IN TO ISS-CAL-DEADLINE
006960     END-IF
006970     PERFORM 2170-STORE-ONE-COUNT THRU 2170-EXIT
006980         VARYING CAL-BAND-IDX FROM 1 BY 1
006990             UNTIL CAL-BAND-IDX > 4
007000     IF CLT-XSUDOKU-IN NOT = SPACES
007010         MOVE CLT-XSUDOKU-IN TO ISS-CAL-XSUDOKU-WANTED
007020     END-IF
007030     PERFORM 2180-CHECK-MIX THRU 2180-EXIT
007040     IF CAL-REASON NOT = SPACES
007050         GO TO 2300-EXIT
007060     END-IF
007070     MOVE CAL-TODAY-DATE TO ISS-CAL-DATE-CHANGED
007080     REWRITE ISS-CALENDAR-RECORD
007090         INVALID KEY
007100             STRING 'REWRITE FAILED -- STATUS '
007110                 CAL-CALENDAR-FILE-STATUS
007120                 DELIMITED BY SIZE INTO CAL-REASON
007130         NOT INVALID KEY
007140             MOVE 'CALENDAR ENTRY CHANGED' TO CAL-ACTION
007150     END-REWRITE.
007160 2300-EXIT.
007170     EXIT.
007180
007190 2400-APPLY-DELETE.
007200     PERFORM 2150-READ-CALENDAR THRU 2150-EXIT
007210     IF NOT CAL-CALENDAR-FOUND
007220         MOVE 'NOT ON THE CALENDAR' TO CAL-REASON
007230         GO TO 2400-EXIT
007240     END-IF
007250     PERFORM 2155-READ-ISSUE-CONTROL THRU 2155-EXIT
007260     IF CAL-ON-CONTROL
007270         MOVE 'ISSUE STARTED -- KEPT ON THE CALENDAR'
007280             TO CAL-REASON
007290         GO TO 2400-EXIT
007300     END-IF
007310     DELETE ISSUE-CALENDAR-FILE RECORD
007320         INVALID KEY
007330             STRING 'DELETE FAILED -- STATUS '
007340                 CAL-CALENDAR-FILE-STATUS
007350                 DELIMITED BY SIZE INTO CAL-REASON
007360         NOT INVALID KEY
007370             MOVE 'DELETED FROM THE CALENDAR' TO CAL-ACTION
007380     END-DELETE.
007390 2400-EXIT.
007400     EXIT.
007410
007420******************************************************************
007430*    8000-PRINT-CONTROL-TOTALS
007440*    ONE LINE PER TRANSACTION TYPE, THEN THE RUN TOTAL.  READ MUST
007450*    EQUAL ACCEPTED PLUS REJECTED ON EVERY LINE.
007460******************************************************************
007470 8000-PRINT-CONTROL-TOTALS.
007480     MOVE SPACES TO PRT-REPORT-LINE
007490     WRITE PRT-REPORT-LINE
007500     MOVE 'CONTROL TOTALS BY TRANSACTION TYPE' TO PRT-REPORT-LINE
007510     WRITE PRT-REPORT-LINE
007520     WRITE PRT-REPORT-LINE FROM CAL-TOTAL-HEAD-LINE
007530     PERFORM 8100-PRINT-ONE-TYPE THRU 8100-EXIT
007540         VARYING CAL-TYPE-IDX FROM 1 BY 1
007550             UNTIL CAL-TYPE-IDX > 4
007560     MOVE 'ALL TYPES' TO CAL-TTL-TYPE
007570     MOVE CAL-READ-COUNT TO CAL-TTL-READ
007580     MOVE CAL-ACCEPTED-COUNT TO CAL-TTL-ACCEPTED
007590     MOVE CAL-REJECTED-COUNT TO CAL-TTL-REJECTED
007600     WRITE PRT-REPORT-LINE FROM CAL-TOTAL-LINE
007610     IF CAL-READ-COUNT NOT = CAL-ACCEPTED-COUNT
007620             + CAL-REJECTED-COUNT
007630         MOVE '  *** OUT OF BALANCE -- RUN FAILED ***'
007640             TO PRT-REPORT-LINE
007650     ELSE
007660         MOVE '  IN BALANCE' TO PRT-REPORT-LINE
007670     END-IF
007680     WRITE PRT-REPORT-LINE.
007690 8000-EXIT.
007700     EXIT.
007710
007720 8100-PRINT-ONE-TYPE.
007730     MOVE CAL-TYPE-NAME(CAL-TYPE-IDX) TO CAL-TTL-TYPE
007740     MOVE CAL-TYPE-READ(CAL-TYPE-IDX) TO CAL-TTL-READ
007750     MOVE CAL-TYPE-ACCEPTED(CAL-TYPE-IDX) TO CAL-TTL-ACCEPTED
007760     MOVE CAL-TYPE-REJECTED(CAL-TYPE-IDX) TO CAL-TTL-REJECTED
007770     WRITE PRT-REPORT-LINE FROM CAL-TOTAL-LINE.
007780 8100-EXIT.
007790     EXIT.
007800
007810******************************************************************
007820*    8500-LIST-CALENDAR
007830*    THE WHOLE CALENDAR IN ISSUE ORDER, AS IT STANDS AFTER THIS
007840*    RUN, WITH WHERE EACH ISSUE HAS GOT TO ON THE CONTROL FILE.
007850******************************************************************
007860 8500-LIST-CALENDAR.
007870     MOVE SPACES TO PRT-REPORT-LINE
007880     WRITE PRT-REPORT-LINE
007890     MOVE 'ISSUE CALENDAR AFTER THIS RUN' TO PRT-REPORT-LINE
007900     WRITE PRT-REPORT-LINE
007910     WRITE PRT-REPORT-LINE FROM CAL-LIST-HEAD-LINE
007920     MOVE LOW-VALUES TO ISS-CAL-ID
007930     START ISSUE-CALENDAR-FILE
007940         KEY IS NOT LESS THAN ISS-CAL-ID
007950         INVALID KEY
007960             MOVE 'Y' TO CAL-CALENDAR-EOF-SW
007970     END-START
007980     PERFORM 8510-LIST-ONE-ISSUE THRU 8510-EXIT
007990         UNTIL CAL-CALENDAR-EOF
008000     IF CAL-LISTED-COUNT = 0
008010         MOVE '  (NONE)' TO PRT-REPORT-LINE
008020         WRITE PRT-REPORT-LINE
008030     END-IF.
008040 8500-EXIT.
008050     EXIT.
008060
008070 8510-LIST-ONE-ISSUE.
008080     READ ISSUE-CALENDAR-FILE NEXT RECORD
008090         AT END
008100             MOVE 'Y' TO CAL-CALENDAR-EOF-SW
008110             GO TO 8510-EXIT
008120     END-READ
008130     ADD 1 TO CAL-LISTED-COUNT
008140     MOVE ISS-CAL-ID TO CAL-LST-ISSUE
008150     MOVE ISS-CAL-DEADLINE TO CAL-LST-DEADLINE
008160     PERFORM 8520-LIST-ONE-COUNT THRU 8520-EXIT
008170         VARYING CAL-BAND-IDX FROM 1 BY 1
008180             UNTIL CAL-BAND-IDX > 4
008190     MOVE ISS-CAL-XSUDOKU-WANTED TO CAL-LST-XSUDOKU
008200     PERFORM 2155-READ-ISSUE-CONTROL THRU 2155-EXIT
008210     MOVE SPACES TO CAL-LST-STATUS
008220     EVALUATE TRUE
008230         WHEN NOT CAL-ON-CONTROL
008240             MOVE 'OPEN' TO CAL-LST-STATUS
008250             ADD 1 TO CAL-OPEN-COUNT
008260         WHEN ISS-CTL-DATE-RUN = SPACES
008270             MOVE 'STARTED' TO CAL-LST-STATUS
008280             ADD 1 TO CAL-OPEN-COUNT
008290         WHEN OTHER
008300             STRING 'FILLED ' ISS-CTL-DATE-RUN
008310                 DELIMITED BY SIZE INTO CAL-LST-STATUS
008320     END-EVALUATE
008330     WRITE PRT-REPORT-LINE FROM CAL-LIST-LINE.
008340 8510-EXIT.
008350     EXIT.
008360
008370 8520-LIST-ONE-COUNT.
008380     MOVE ISS-CAL-WANTED(CAL-BAND-IDX)
008390         TO CAL-LST-WANTED(CAL-BAND-IDX).
008400 8520-EXIT.
008410     EXIT.
008420
008430******************************************************************
008440*    9000-END-OF-JOB
008450******************************************************************
008460 9000-END-OF-JOB.
008470     DISPLAY " ".
008480     DISPLAY "====================================".
008490     DISPLAY "END OF JOB ISSUE CALENDAR UPDATE REPORT".
008500     DISPLAY "TRANSACTIONS READ      : " CAL-READ-COUNT.
008510     DISPLAY "TRANSACTIONS ACCEPTED  : " CAL-ACCEPTED-COUNT.
008520     DISPLAY "TRANSACTIONS REJECTED  : " CAL-REJECTED-COUNT.
008530     DISPLAY "ISSUES ON CALENDAR     : " CAL-LISTED-COUNT.
008540     DISPLAY "ISSUES NOT YET FILLED  : " CAL-OPEN-COUNT.
008550     DISPLAY "TRANSACTION DATASET    : " CAL-INPUT-FILE-NAME.
008560     DISPLAY "REJECT DATASET         : " CAL-REJECT-FILE-NAME.
008570     IF NOT CAL-RUN-FAILED
008580         IF CAL-READ-COUNT NOT = CAL-ACCEPTED-COUNT
008590                 + CAL-REJECTED-COUNT
008600             DISPLAY "RUN FAILED -- TRANSACTIONS READ DO NOT "
008610                 "MATCH ACCEPTED PLUS REJECTED"
008620             MOVE 8 TO RETURN-CODE
008630         ELSE
008640             IF CAL-REJECTED-COUNT > 0
008650                 DISPLAY "REJECTED TRANSACTIONS -- CORRECT AND "
008660                     "RESUBMIT " CAL-REJECT-FILE-NAME
008670                 MOVE 4 TO RETURN-CODE
008680             END-IF
008690         END-IF
008700         DISPLAY "REPORT WRITTEN TO CALRPT.DAT"
008710     END-IF.
008720     DISPLAY "====================================".
008730     PERFORM 9500-LOG-RUN-HISTORY THRU 9500-EXIT.
008740 9000-EXIT.
008750     EXIT.
008760
008770******************************************************************
008780*    9500-LOG-RUN-HISTORY
008790*    THE SOLVED COUNT IS THE TRANSACTIONS ACCEPTED AND THE
008800*    INVALID COUNT THOSE REJECTED.
008810******************************************************************
008820 9500-LOG-RUN-HISTORY.
008830     MOVE 'SudokuCal' TO RUN-LOG-PROGRAM
008840     MOVE CAL-INPUT-FILE-NAME TO RUN-LOG-INPUT-DSN
008850     MOVE CAL-REJECT-FILE-NAME TO RUN-LOG-OUTPUT-DSN
008860     MOVE SPACES TO RUN-LOG-PARM-TEXT
008870     STRING "ACCEPTED=" CAL-ACCEPTED-COUNT
008880         " REJECTED=" CAL-REJECTED-COUNT
008890         " ISSUES=" CAL-LISTED-COUNT
008900         DELIMITED BY SIZE INTO RUN-LOG-PARM-TEXT
008910     MOVE CAL-READ-COUNT TO RUN-LOG-READ-COUNT
008920     MOVE CAL-ACCEPTED-COUNT TO RUN-LOG-SOLVED-COUNT
008930     MOVE CAL-REJECTED-COUNT TO RUN-LOG-INVALID-COUNT
008940     PERFORM 7500-RUN-HIST-WRITE THRU 7500-EXIT.
008950 9500-EXIT.
008960     EXIT.
008970
008980******************************************************************
008990*    9999-TERMINATE
009000******************************************************************
009010 9999-TERMINATE.
009020     IF CAL-FILES-ARE-OPEN
009030         CLOSE TRANSACTION-FILE
009040         CLOSE ISSUE-CALENDAR-FILE
009050         CLOSE REJECT-FILE
009060         CLOSE PRINT-REPORT-FILE
009070     END-IF
009080     IF CAL-CONTROL-IS-OPEN
009090         CLOSE ISSUE-CONTROL-FILE
009100     END-IF
009110     STOP RUN.
009120 9999-EXIT.
009130     EXIT.
009140
009150     COPY RUNHWRT.
