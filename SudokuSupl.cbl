000010******************************************************************
000020*    SUDOKUSUPL.CBL
000030*    PUZZLE SUPPLIER MASTER BATCH UPDATE.
000040*
000050*    APPLIES A SORTED FILE OF SUPPLIER TRANSACTIONS (SUPTRAN.CPY)
000060*    TO THE KEYED SUPPLIER MASTER (SUPMAST.CPY) AND LISTS THE
000070*    MASTER AS IT STANDS AFTERWARDS, SO THE CONTRACT TERMS THE
000080*    CONVERSION RUN AND THE MONTH-END PURCHASE STATEMENT WORK
000090*    FROM ARE KEPT ON FILE AND CAN BE CHECKED AGAINST THE
000100*    CONTRACTS.  THE TRANSACTIONS ARE:
000110*        ADD     -- PREFIX MUST NOT BE ON THE MASTER, MUST NOT
000120*                   BEGIN WITH A BLANK OR WITH HDR, TRL OR GEN
000130*                   (ENVELOPE RECORDS AND SUDOKUGEN'S OWN IDS);
000140*                   NAME, ALL FOUR PRICES AND THE CEILING ARE
000150*                   REQUIRED.  ADDED AS ACTIVE.
000160*        CHANGE  -- PREFIX MUST BE ON THE MASTER.  EACH NON-
000170*                   BLANK FIELD REPLACES THE ONE ON FILE.
000180*        CLOSE   -- SUPPLIER MUST BE ACTIVE.  SUDOKUCONV WILL NO
000190*                   LONGER CONVERT FOR IT; ITS STATEMENTS CAN
000200*                   STILL BE PRODUCED.
000210*        REOPEN  -- SUPPLIER MUST BE CLOSED.
000220*    A TRANSACTION WHOSE PREFIX IS LOWER THAN THE ONE BEFORE IT
000230*    IS OUT OF SEQUENCE AND IS REJECTED.
000240*
000250*    EVERY TRANSACTION IS LISTED ON THE EDIT REPORT (SUPLRPT.DAT)
000260*    AS ACCEPTED OR REJECTED WITH THE REASON, AND EVERY REJECTED
000270*    TRANSACTION IS COPIED, UNCHANGED, TO THE REJECTS FILE.  THE
000280*    REPORT CLOSES WITH CONTROL TOTALS BY TRANSACTION TYPE, WHICH
000290*    MUST BALANCE, AND A LISTING OF THE WHOLE SUPPLIER MASTER.
000300*    ANY REJECT ENDS THE RUN WITH RETURN CODE 4; AN UNUSABLE FILE
000310*    OR AN OUT-OF-BALANCE COUNT WITH RETURN CODE 8.
000320*
000330*    CONTROL CARD (SUPLPARM.DAT, KEYWORD=VALUE, * FOR COMMENTS):
000340*        INPUT=SUPTRAN.DAT
000350*        OUTPUT=SUPLREJ.DAT    (THE REJECTS FILE)
000360*
000370*    AUTHOR.     M. CLASSEN, APPLICATIONS PROGRAMMING.
000380*    INSTALLATION. GAMES AND UTILITIES.
000390*    DATE-WRITTEN. 2026-10-15.
000400*
000410*    MODIFICATION HISTORY
000420*    DATE       INIT  DESCRIPTION
000430*    2026-10-15 MKC   ORIGINAL PROGRAM.  TRANSACTION EDITS, EDIT
000440*                     REPORT AND CONTROL TOTALS FOLLOW
000450*                     SUDOKUUPD.  THE RUN IS LOGGED TO THE RUN
000460*                     HISTORY FILE (RUNHIST.CPY).
000470******************************************************************
000480 IDENTIFICATION DIVISION.
000490 PROGRAM-ID. SudokuSupl.
000500 AUTHOR. M. CLASSEN.
000510 INSTALLATION. GAMES AND UTILITIES.
000520 DATE-WRITTEN. 2026-10-15.
000530 DATE-COMPILED. 2026-10-15.
000540
000550 ENVIRONMENT DIVISION.
000560 INPUT-OUTPUT SECTION.
000570 FILE-CONTROL.
000580     SELECT TRANSACTION-FILE
000590         ASSIGN TO DYNAMIC SPL-INPUT-FILE-NAME
000600         ORGANIZATION IS LINE SEQUENTIAL
000610         FILE STATUS IS SPL-TRAN-FILE-STATUS.
000620
000630     SELECT SUPPLIER-MASTER-FILE ASSIGN TO "SUPMAST.DAT"
000640         ORGANIZATION IS INDEXED
000650         ACCESS MODE IS DYNAMIC
000660         RECORD KEY IS SUP-MST-PREFIX
000670         FILE STATUS IS SPL-MASTER-FILE-STATUS.
000680
000690     SELECT REJECT-FILE
000700         ASSIGN TO DYNAMIC SPL-REJECT-FILE-NAME
000710         ORGANIZATION IS LINE SEQUENTIAL
000720         FILE STATUS IS SPL-REJECT-FILE-STATUS.
000730
000740     SELECT PRINT-REPORT-FILE ASSIGN TO "SUPLRPT.DAT"
000750         ORGANIZATION IS LINE SEQUENTIAL
000760         FILE STATUS IS SPL-PRINT-FILE-STATUS.
000770
000780     SELECT CONTROL-CARD-FILE ASSIGN TO "SUPLPARM.DAT"
000790         ORGANIZATION IS LINE SEQUENTIAL
000800         FILE STATUS IS SPL-PARM-FILE-STATUS.
000810
000820     SELECT RUN-HISTORY-FILE ASSIGN TO "RUNHIST.DAT"
000830         ORGANIZATION IS INDEXED
000840         ACCESS MODE IS DYNAMIC
000850         RECORD KEY IS RUN-HIST-KEY
000860         FILE STATUS IS RUN-LOG-FILE-STATUS.
000870
000880 DATA DIVISION.
000890 FILE SECTION.
000900 FD  TRANSACTION-FILE.
000910 01  SPL-TRAN-FILE-REC           PIC X(66).
000920
000930 FD  SUPPLIER-MASTER-FILE.
000940     COPY SUPMAST.
000950
000960 FD  REJECT-FILE.
000970 01  SPL-REJECT-RECORD           PIC X(66).
000980
000990 FD  PRINT-REPORT-FILE.
001000     COPY REPRINT.
001010
001020 FD  CONTROL-CARD-FILE.
001030 01  PRM-CONTROL-RECORD          PIC X(80).
001040
001050 FD  RUN-HISTORY-FILE.
001060     COPY RUNHIST.
001070
001080 WORKING-STORAGE SECTION.
001090*    THE TRANSACTION IS STAGED IN WORKING-STORAGE, THE SAME WAY
001100*    SUDOKUUPD STAGES ITS OWN.
001110 COPY SUPTRAN.
001120 COPY RUNHFLD.
001130
001140 01  SPL-FILE-STATUS-FIELDS.
001150     05  SPL-TRAN-FILE-STATUS    PIC X(02).
001160     05  SPL-MASTER-FILE-STATUS  PIC X(02).
001170     05  SPL-REJECT-FILE-STATUS  PIC X(02).
001180     05  SPL-PRINT-FILE-STATUS   PIC X(02).
001190     05  SPL-PARM-FILE-STATUS    PIC X(02).
001200
001210 01  SPL-WORK-FIELDS.
001220     05  SPL-TRAN-EOF-SW         PIC X(01) VALUE 'N'.
001230         88  SPL-TRAN-EOF                VALUE 'Y'.
001240     05  SPL-MASTER-EOF-SW       PIC X(01) VALUE 'N'.
001250         88  SPL-MASTER-EOF              VALUE 'Y'.
001260     05  SPL-RUN-FAILED-SW       PIC X(01) VALUE 'N'.
001270         88  SPL-RUN-FAILED              VALUE 'Y'.
001280     05  SPL-FILES-OPEN-SW       PIC X(01) VALUE 'N'.
001290         88  SPL-FILES-ARE-OPEN          VALUE 'Y'.
001300     05  SPL-MASTER-FOUND-SW     PIC X(01).
001310         88  SPL-MASTER-FOUND            VALUE 'Y'.
001320     05  SPL-INPUT-FILE-NAME     PIC X(20)
001330         VALUE "SUPTRAN.DAT".
001340     05  SPL-REJECT-FILE-NAME    PIC X(20)
001350         VALUE "SUPLREJ.DAT".
001360     05  SPL-CURRENT-STAMP       PIC X(21).
001370     05  SPL-TODAY-DATE          PIC X(08).
001380     05  SPL-LAST-PREFIX         PIC X(06) VALUE LOW-VALUES.
001390     05  SPL-REASON              PIC X(40).
001400     05  SPL-ACTION              PIC X(40).
001410     05  SPL-PRICE-IDX           PIC 9(01) COMP.
001420     05  SPL-TYPE-IDX            PIC 9(01) COMP.
001430     05  SPL-TYPE-HIT            PIC 9(01) COMP.
001440     05  SPL-READ-COUNT          PIC 9(08) VALUE 0.
001450     05  SPL-ACCEPTED-COUNT      PIC 9(08) VALUE 0.
001460     05  SPL-REJECTED-COUNT      PIC 9(08) VALUE 0.
001470     05  SPL-LISTED-COUNT        PIC 9(08) VALUE 0.
001480
001490*    THE KEYED AMOUNTS ARE EDITED AS CHARACTERS AND THEN READ
001500*    THROUGH THESE NUMERIC VIEWS, WITH THE IMPLIED DECIMAL POINT
001510*    THE TRANSACTION LAYOUT DESCRIBES.
001520 01  SPL-PRICE-WORK              PIC X(05).
001530 01  SPL-PRICE-VALUE REDEFINES SPL-PRICE-WORK
001540                                 PIC 9(03)V99.
001550 01  SPL-CEILING-WORK            PIC X(04).
001560 01  SPL-CEILING-VALUE REDEFINES SPL-CEILING-WORK
001570                                 PIC 9(03)V9.
001580
001590*    TRANSACTION TYPES IN THE ORDER THEY ARE TOTALLED.  THE LAST
001600*    SLOT CATCHES ANY CODE THAT IS NOT ONE OF THE FOUR.
001610 01  SPL-TYPE-NAMES.
001620     05  FILLER                  PIC X(14) VALUE 'ADD'.
001630     05  FILLER                  PIC X(14) VALUE 'CHANGE'.
001640     05  FILLER                  PIC X(14) VALUE 'CLOSE'.
001650     05  FILLER                  PIC X(14) VALUE 'REOPEN'.
001660     05  FILLER                  PIC X(14) VALUE 'UNKNOWN CODE'.
001670 01  SPL-TYPE-NAME-TABLE REDEFINES SPL-TYPE-NAMES.
001680     05  SPL-TYPE-NAME OCCURS 5 TIMES PIC X(14).
001690
001700 01  SPL-TYPE-COUNTS.
001710     05  SPL-TYPE-ENTRY OCCURS 5 TIMES.
001720         10  SPL-TYPE-READ       PIC 9(08) COMP.
001730         10  SPL-TYPE-ACCEPTED   PIC 9(08) COMP.
001740         10  SPL-TYPE-REJECTED   PIC 9(08) COMP.
001750
001760 01  PRM-CONTROL-FIELDS.
001770     05  PRM-EOF-SW              PIC X(01) VALUE 'N'.
001780         88  PRM-EOF                     VALUE 'Y'.
001790     05  PRM-OPEN-SW             PIC X(01) VALUE 'N'.
001800         88  PRM-IS-OPEN                 VALUE 'Y'.
001810     05  PRM-KEY                 PIC X(20).
001820     05  PRM-VALUE               PIC X(20).
001830
001840 01  SPL-TITLE-LINE.
001850     05  FILLER                  PIC X(38)
001860         VALUE 'SUPPLIER MASTER UPDATE EDIT REPORT'.
001870     05  FILLER                  PIC X(02) VALUE SPACES.
001880     05  FILLER                  PIC X(09) VALUE 'PREPARED '.
001890     05  SPL-TITLE-DATE          PIC X(08).
001900     05  FILLER                  PIC X(23) VALUE SPACES.
001910
001920 01  SPL-DETAIL-HEAD-LINE.
001930     05  FILLER                  PIC X(06) VALUE 'TRAN #'.
001940     05  FILLER                  PIC X(02) VALUE SPACES.
001950     05  FILLER                  PIC X(06) VALUE 'CODE'.
001960     05  FILLER                  PIC X(02) VALUE SPACES.
001970     05  FILLER                  PIC X(06) VALUE 'PREFIX'.
001980     05  FILLER                  PIC X(02) VALUE SPACES.
001990     05  FILLER                  PIC X(08) VALUE 'RESULT'.
002000     05  FILLER                  PIC X(02) VALUE SPACES.
002010     05  FILLER                  PIC X(40)
002020         VALUE 'REASON OR ACTION'.
002030     05  FILLER                  PIC X(06) VALUE SPACES.
002040
002050 01  SPL-DETAIL-LINE.
002060     05  SPL-DTL-SEQ             PIC Z(05)9.
002070     05  FILLER                  PIC X(02) VALUE SPACES.
002080     05  SPL-DTL-CODE            PIC X(06).
002090     05  FILLER                  PIC X(02) VALUE SPACES.
002100     05  SPL-DTL-PREFIX          PIC X(06).
002110     05  FILLER                  PIC X(02) VALUE SPACES.
002120     05  SPL-DTL-RESULT          PIC X(08).
002130     05  FILLER                  PIC X(02) VALUE SPACES.
002140     05  SPL-DTL-TEXT            PIC X(40).
002150     05  FILLER                  PIC X(06) VALUE SPACES.
002160
002170 01  SPL-TOTAL-HEAD-LINE.
002180     05  FILLER                  PIC X(02) VALUE SPACES.
002190     05  FILLER                  PIC X(14) VALUE 'TYPE'.
002200     05  FILLER                  PIC X(10) VALUE '      READ'.
002210     05  FILLER                  PIC X(10) VALUE '  ACCEPTED'.
002220     05  FILLER                  PIC X(10) VALUE '  REJECTED'.
002230     05  FILLER                  PIC X(34) VALUE SPACES.
002240
002250 01  SPL-TOTAL-LINE.
002260     05  FILLER                  PIC X(02) VALUE SPACES.
002270     05  SPL-TTL-TYPE            PIC X(14).
002280     05  FILLER                  PIC X(02) VALUE SPACES.
002290     05  SPL-TTL-READ            PIC Z(07)9.
002300     05  FILLER                  PIC X(02) VALUE SPACES.
002310     05  SPL-TTL-ACCEPTED        PIC Z(07)9.
002320     05  FILLER                  PIC X(02) VALUE SPACES.
002330     05  SPL-TTL-REJECTED        PIC Z(07)9.
002340     05  FILLER                  PIC X(34) VALUE SPACES.
002350
002360 01  SPL-LIST-HEAD-LINE.
002370     05  FILLER                  PIC X(08) VALUE 'PREFIX'.
002380     05  FILLER                  PIC X(24) VALUE 'NAME'.
002390     05  FILLER                  PIC X(08) VALUE 'STATUS'.
002400     05  FILLER                  PIC X(08) VALUE '    EASY'.
002410     05  FILLER                  PIC X(08) VALUE '  MEDIUM'.
002420     05  FILLER                  PIC X(08) VALUE '    HARD'.
002430     05  FILLER                  PIC X(08) VALUE '  EXPERT'.
002440     05  FILLER                  PIC X(08) VALUE '  CEIL %'.
002450
002460 01  SPL-LIST-LINE.
002470     05  SPL-LST-PREFIX          PIC X(06).
002480     05  FILLER                  PIC X(02) VALUE SPACES.
002490     05  SPL-LST-NAME            PIC X(22).
002500     05  FILLER                  PIC X(02) VALUE SPACES.
002510     05  SPL-LST-STATUS          PIC X(08).
002520     05  SPL-LST-PRICE-ENTRY OCCURS 4 TIMES.
002530         10  FILLER              PIC X(02) VALUE SPACES.
002540         10  SPL-LST-PRICE       PIC ZZ9.99.
002550     05  FILLER                  PIC X(03) VALUE SPACES.
002560     05  SPL-LST-CEILING         PIC ZZ9.9.
002570
002580 PROCEDURE DIVISION.
002590
002600******************************************************************
002610*    0000-MAINLINE
002620******************************************************************
002630 0000-MAINLINE.
002640     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002650     PERFORM 2000-READ-ONE-TRAN THRU 2000-EXIT
002660         UNTIL SPL-TRAN-EOF
002670     IF NOT SPL-RUN-FAILED
002680         PERFORM 8000-PRINT-CONTROL-TOTALS THRU 8000-EXIT
002690         PERFORM 8500-LIST-SUPPLIER-MASTER THRU 8500-EXIT
002700     END-IF
002710     PERFORM 9000-END-OF-JOB THRU 9000-EXIT
002720     PERFORM 9999-TERMINATE THRU 9999-EXIT.
002730 0000-EXIT.
002740     EXIT.
002750
002760******************************************************************
002770*    1000-INITIALIZE
002780*    THE MASTER IS CREATED EMPTY ON FIRST USE, SO A FIRST RUN OF
002790*    ADDS CAN LOAD IT.
002800******************************************************************
002810 1000-INITIALIZE.
002820     PERFORM 1500-READ-CONTROL-CARD THRU 1500-EXIT
002830     PERFORM 1200-ZERO-ONE-TYPE THRU 1200-EXIT
002840         VARYING SPL-TYPE-IDX FROM 1 BY 1
002850             UNTIL SPL-TYPE-IDX > 5
002860     MOVE FUNCTION CURRENT-DATE TO SPL-CURRENT-STAMP
002870     MOVE SPL-CURRENT-STAMP(1:8) TO SPL-TODAY-DATE
002880     OPEN INPUT TRANSACTION-FILE
002890     IF SPL-TRAN-FILE-STATUS NOT = "00"
002900         DISPLAY "TRANSACTION FILE " SPL-INPUT-FILE-NAME
002910             " NOT AVAILABLE -- STATUS "
002920             SPL-TRAN-FILE-STATUS
002930         PERFORM 1900-FAIL-THE-RUN THRU 1900-EXIT
002940         GO TO 1000-EXIT
002950     END-IF
002960     OPEN I-O SUPPLIER-MASTER-FILE
002970     IF SPL-MASTER-FILE-STATUS = "35"
002980         OPEN OUTPUT SUPPLIER-MASTER-FILE
002990         CLOSE SUPPLIER-MASTER-FILE
003000         OPEN I-O SUPPLIER-MASTER-FILE
003010     END-IF
003020     IF SPL-MASTER-FILE-STATUS NOT = "00"
003030         DISPLAY "SUPPLIER MASTER FILE NOT AVAILABLE -- STATUS "
003040             SPL-MASTER-FILE-STATUS
003050         CLOSE TRANSACTION-FILE
003060         PERFORM 1900-FAIL-THE-RUN THRU 1900-EXIT
003070         GO TO 1000-EXIT
003080     END-IF
003090     OPEN OUTPUT REJECT-FILE
003100     OPEN OUTPUT PRINT-REPORT-FILE
003110     MOVE 'Y' TO SPL-FILES-OPEN-SW
003120     MOVE SPL-TODAY-DATE TO SPL-TITLE-DATE
003130     WRITE PRT-REPORT-LINE FROM SPL-TITLE-LINE
003140     MOVE SPACES TO PRT-REPORT-LINE
003150     WRITE PRT-REPORT-LINE
003160     WRITE PRT-REPORT-LINE FROM SPL-DETAIL-HEAD-LINE.
003170 1000-EXIT.
003180     EXIT.
003190
003200 1200-ZERO-ONE-TYPE.
003210     MOVE 0 TO SPL-TYPE-READ(SPL-TYPE-IDX)
003220     MOVE 0 TO SPL-TYPE-ACCEPTED(SPL-TYPE-IDX)
003230     MOVE 0 TO SPL-TYPE-REJECTED(SPL-TYPE-IDX).
003240 1200-EXIT.
003250     EXIT.
003260
003270******************************************************************
003280*    1500-READ-CONTROL-CARD
003290*    KEYWORD=VALUE RECORDS, SAME CONVENTION AS SUDPARM.DAT.
003300******************************************************************
003310 1500-READ-CONTROL-CARD.
003320     OPEN INPUT CONTROL-CARD-FILE
003330     IF SPL-PARM-FILE-STATUS = "00"
003340         MOVE 'Y' TO PRM-OPEN-SW
003350     ELSE
003360         DISPLAY "NO SUPLPARM.DAT -- USING PROGRAM DEFAULTS"
003370         MOVE 'Y' TO PRM-EOF-SW
003380     END-IF
003390     PERFORM 1510-READ-ONE-CARD THRU 1510-EXIT
003400         UNTIL PRM-EOF
003410     IF PRM-IS-OPEN
003420         CLOSE CONTROL-CARD-FILE
003430     END-IF.
003440 1500-EXIT.
003450     EXIT.
003460
003470 1510-READ-ONE-CARD.
003480     READ CONTROL-CARD-FILE
003490         AT END
003500             MOVE 'Y' TO PRM-EOF-SW
003510         NOT AT END
003520             IF PRM-CONTROL-RECORD(1:1) NOT = '*'
003530                 AND PRM-CONTROL-RECORD NOT = SPACES
003540                 PERFORM 1520-APPLY-ONE-CARD THRU 1520-EXIT
003550             END-IF
003560     END-READ.
003570 1510-EXIT.
003580     EXIT.
003590
003600 1520-APPLY-ONE-CARD.
003610     MOVE SPACES TO PRM-KEY
003620     MOVE SPACES TO PRM-VALUE
003630     UNSTRING PRM-CONTROL-RECORD DELIMITED BY '='
003640         INTO PRM-KEY PRM-VALUE
003650     EVALUATE PRM-KEY
003660         WHEN 'INPUT'
003670             MOVE PRM-VALUE TO SPL-INPUT-FILE-NAME
003680         WHEN 'OUTPUT'
003690             MOVE PRM-VALUE TO SPL-REJECT-FILE-NAME
003700         WHEN OTHER
003710             DISPLAY "UNKNOWN CONTROL KEYWORD IGNORED: "
003720                 PRM-CONTROL-RECORD
003730     END-EVALUATE.
003740 1520-EXIT.
003750     EXIT.
003760
003770 1900-FAIL-THE-RUN.
003780     MOVE 'Y' TO SPL-RUN-FAILED-SW
003790     MOVE 'Y' TO SPL-TRAN-EOF-SW
003800     MOVE 8 TO RETURN-CODE.
003810 1900-EXIT.
003820     EXIT.
003830
003840******************************************************************
003850*    2000-READ-ONE-TRAN
003860******************************************************************
003870 2000-READ-ONE-TRAN.
003880     READ TRANSACTION-FILE INTO SPT-TRANSACTION-RECORD
003890         AT END
003900             MOVE 'Y' TO SPL-TRAN-EOF-SW
003910         NOT AT END
003920             ADD 1 TO SPL-READ-COUNT
003930             PERFORM 2100-PROCESS-ONE-TRAN THRU 2100-EXIT
003940     END-READ.
003950 2000-EXIT.
003960     EXIT.
003970
003980******************************************************************
003990*    2100-PROCESS-ONE-TRAN
004000*    EACH APPLY PARAGRAPH EITHER LEAVES SPL-REASON BLANK AND SAYS
004010*    WHAT IT DID IN SPL-ACTION, OR SETS SPL-REASON AND TOUCHES
004020*    NOTHING ON THE MASTER.
004030******************************************************************
004040 2100-PROCESS-ONE-TRAN.
004050     MOVE SPACES TO SPL-REASON
004060     MOVE SPACES TO SPL-ACTION
004070     PERFORM 2110-FIND-TRAN-TYPE THRU 2110-EXIT
004080     ADD 1 TO SPL-TYPE-READ(SPL-TYPE-HIT)
004090     PERFORM 2120-EDIT-AND-APPLY THRU 2120-EXIT
004100     MOVE SPL-READ-COUNT TO SPL-DTL-SEQ
004110     MOVE SPT-CODE TO SPL-DTL-CODE
004120     MOVE SPT-PREFIX TO SPL-DTL-PREFIX
004130     IF SPL-REASON = SPACES
004140         ADD 1 TO SPL-ACCEPTED-COUNT
004150         ADD 1 TO SPL-TYPE-ACCEPTED(SPL-TYPE-HIT)
004160         MOVE 'ACCEPTED' TO SPL-DTL-RESULT
004170         MOVE SPL-ACTION TO SPL-DTL-TEXT
004180     ELSE
004190         ADD 1 TO SPL-REJECTED-COUNT
004200         ADD 1 TO SPL-TYPE-REJECTED(SPL-TYPE-HIT)
004210         MOVE 'REJECTED' TO SPL-DTL-RESULT
004220         MOVE SPL-REASON TO SPL-DTL-TEXT
004230         WRITE SPL-REJECT-RECORD FROM SPT-TRANSACTION-RECORD
004240     END-IF
004250     WRITE PRT-REPORT-LINE FROM SPL-DETAIL-LINE.
004260 2100-EXIT.
004270     EXIT.
004280
004290 2110-FIND-TRAN-TYPE.
004300     MOVE 5 TO SPL-TYPE-HIT
004310     PERFORM 2111-MATCH-ONE-TYPE THRU 2111-EXIT
004320         VARYING SPL-TYPE-IDX FROM 1 BY 1
004330             UNTIL SPL-TYPE-IDX > 4.
004340 2110-EXIT.
004350     EXIT.
004360
004370 2111-MATCH-ONE-TYPE.
004380     IF SPT-CODE = SPL-TYPE-NAME(SPL-TYPE-IDX)
004390         MOVE SPL-TYPE-IDX TO SPL-TYPE-HIT
004400     END-IF.
004410 2111-EXIT.
004420     EXIT.
004430
004440 2120-EDIT-AND-APPLY.
004450     IF SPT-PREFIX = SPACES
004460         MOVE 'PREFIX IS BLANK' TO SPL-REASON
004470         GO TO 2120-EXIT
004480     END-IF
004490     IF SPT-PREFIX < SPL-LAST-PREFIX
004500         MOVE 'OUT OF SEQUENCE -- FILE NOT SORTED' TO SPL-REASON
004510         GO TO 2120-EXIT
004520     END-IF
004530     MOVE SPT-PREFIX TO SPL-LAST-PREFIX
004540     EVALUATE TRUE
004550         WHEN SPT-ADD
004560             PERFORM 2200-APPLY-ADD THRU 2200-EXIT
004570         WHEN SPT-CHANGE
004580             PERFORM 2300-APPLY-CHANGE THRU 2300-EXIT
004590         WHEN SPT-CLOSE
004600             PERFORM 2400-APPLY-CLOSE THRU 2400-EXIT
004610         WHEN SPT-REOPEN
004620             PERFORM 2500-APPLY-REOPEN THRU 2500-EXIT
004630         WHEN OTHER
004640             MOVE 'UNKNOWN TRANSACTION CODE' TO SPL-REASON
004650     END-EVALUATE.
004660 2120-EXIT.
004670     EXIT.
004680
004690 2150-READ-MASTER.
004700     MOVE SPT-PREFIX TO SUP-MST-PREFIX
004710     MOVE 'Y' TO SPL-MASTER-FOUND-SW
004720     READ SUPPLIER-MASTER-FILE
004730         INVALID KEY
004740             MOVE 'N' TO SPL-MASTER-FOUND-SW
004750     END-READ.
004760 2150-EXIT.
004770     EXIT.
004780
004790******************************************************************
004800*    2160-EDIT-AMOUNTS
004810*    EVERY NON-BLANK PRICE AND THE CEILING MUST BE ALL DIGITS.
004820*    ADD ALSO NEEDS THEM ALL PRESENT; CHANGE TAKES A BLANK AS
004830*    "LEAVE IT AS IT IS".
004840******************************************************************
004850 2160-EDIT-AMOUNTS.
004860     PERFORM 2165-EDIT-ONE-PRICE THRU 2165-EXIT
004870         VARYING SPL-PRICE-IDX FROM 1 BY 1
004880             UNTIL SPL-PRICE-IDX > 4
004890                 OR SPL-REASON NOT = SPACES
004900     IF SPL-REASON NOT = SPACES
004910         GO TO 2160-EXIT
004920     END-IF
004930     IF SPT-CEILING-IN = SPACES
004940         IF SPT-ADD
004950             MOVE 'REJECT CEILING IS REQUIRED' TO SPL-REASON
004960         END-IF
004970         GO TO 2160-EXIT
004980     END-IF
004990     IF SPT-CEILING-IN NOT NUMERIC
005000         MOVE 'CEILING MUST BE 4 DIGITS (NNN.N PERCENT)'
005010             TO SPL-REASON
005020         GO TO 2160-EXIT
005030     END-IF
005040     MOVE SPT-CEILING-IN TO SPL-CEILING-WORK
005050     IF SPL-CEILING-VALUE > 100
005060         MOVE 'CEILING MAY NOT EXCEED 100 PERCENT'
005070             TO SPL-REASON
005080     END-IF.
005090 2160-EXIT.
005100     EXIT.
005110
005120 2165-EDIT-ONE-PRICE.
005130     IF SPT-PRICE-IN(SPL-PRICE-IDX) = SPACES
005140         IF SPT-ADD
005150             MOVE 'ALL FOUR GRADE PRICES ARE REQUIRED'
005160                 TO SPL-REASON
005170         END-IF
005180         GO TO 2165-EXIT
005190     END-IF
005200     IF SPT-PRICE-IN(SPL-PRICE-IDX) NOT NUMERIC
005210         MOVE 'PRICE MUST BE 5 DIGITS (NNN.NN)' TO SPL-REASON
005220     END-IF.
005230 2165-EXIT.
005240     EXIT.
005250
005260 2170-STORE-ONE-PRICE.
005270     IF SPT-PRICE-IN(SPL-PRICE-IDX) NOT = SPACES
005280         MOVE SPT-PRICE-IN(SPL-PRICE-IDX) TO SPL-PRICE-WORK
005290         MOVE SPL-PRICE-VALUE TO SUP-MST-PRICE(SPL-PRICE-IDX)
005300     END-IF.
005310 2170-EXIT.
005320     EXIT.
005330
005340******************************************************************
005350*    2200-APPLY-ADD
005360*    HDR AND TRL ARE THE ENVELOPE RECORD TAGS AND GEN STARTS
005370*    EVERY SUDOKUGEN PUZZLE ID, SO NONE OF THEM CAN BE A
005380*    SUPPLIER'S PREFIX.
005390******************************************************************
005400 2200-APPLY-ADD.
005410     IF SPT-PREFIX(1:1) = SPACE
005420         MOVE 'PREFIX MAY NOT BEGIN WITH A BLANK' TO SPL-REASON
005430         GO TO 2200-EXIT
005440     END-IF
005450     IF SPT-PREFIX(1:3) = 'HDR' OR SPT-PREFIX(1:3) = 'TRL'
005460             OR SPT-PREFIX(1:3) = 'GEN'
005470         MOVE 'PREFIX MAY NOT BEGIN WITH HDR, TRL OR GEN'
005480             TO SPL-REASON
005490         GO TO 2200-EXIT
005500     END-IF
005510     PERFORM 2150-READ-MASTER THRU 2150-EXIT
005520     IF SPL-MASTER-FOUND
005530         MOVE 'ALREADY ON THE MASTER' TO SPL-REASON
005540         GO TO 2200-EXIT
005550     END-IF
005560     IF SPT-NAME = SPACES
005570         MOVE 'SUPPLIER NAME IS REQUIRED' TO SPL-REASON
005580         GO TO 2200-EXIT
005590     END-IF
005600     PERFORM 2160-EDIT-AMOUNTS THRU 2160-EXIT
005610     IF SPL-REASON NOT = SPACES
005620         GO TO 2200-EXIT
005630     END-IF
005640     MOVE SPT-PREFIX TO SUP-MST-PREFIX
005650     MOVE SPT-NAME TO SUP-MST-NAME
005660     MOVE 'ACTIVE' TO SUP-MST-STATUS
005670     PERFORM 2170-STORE-ONE-PRICE THRU 2170-EXIT
005680         VARYING SPL-PRICE-IDX FROM 1 BY 1
005690             UNTIL SPL-PRICE-IDX > 4
005700     MOVE SPT-CEILING-IN TO SPL-CEILING-WORK
005710     MOVE SPL-CEILING-VALUE TO SUP-MST-REJECT-CEILING
005720     MOVE SPL-TODAY-DATE TO SUP-MST-DATE-ADDED
005730     MOVE SPL-TODAY-DATE TO SUP-MST-DATE-CHANGED
005740     WRITE SUP-MASTER-RECORD
005750         INVALID KEY
005760             STRING 'ADD FAILED -- STATUS ' SPL-MASTER-FILE-STATUS
005770                 DELIMITED BY SIZE INTO SPL-REASON
005780         NOT INVALID KEY
005790             MOVE 'ADDED AS ACTIVE' TO SPL-ACTION
005800     END-WRITE.
005810 2200-EXIT.
005820     EXIT.
005830
005840 2300-APPLY-CHANGE.
005850     PERFORM 2150-READ-MASTER THRU 2150-EXIT
005860     IF NOT SPL-MASTER-FOUND
005870         MOVE 'NOT ON THE MASTER' TO SPL-REASON
005880         GO TO 2300-EXIT
005890     END-IF
005900     PERFORM 2160-EDIT-AMOUNTS THRU 2160-EXIT
005910     IF SPL-REASON NOT = SPACES
005920         GO TO 2300-EXIT
005930     END-IF
005940     IF SPT-NAME NOT = SPACES
005950         MOVE SPT-NAME TO SUP-MST-NAME
005960     END-IF
005970     PERFORM 2170-STORE-ONE-PRICE THRU 2170-EXIT
005980         VARYING SPL-PRICE-IDX FROM 1 BY 1
005990             UNTIL SPL-PRICE-IDX > 4
006000     IF SPT-CEILING-IN NOT = SPACES
006010         MOVE SPT-CEILING-IN TO SPL-CEILING-WORK
006020         MOVE SPL-CEILING-VALUE TO SUP-MST-REJECT-CEILING
006030     END-IF
006040     MOVE 'TERMS CHANGED' TO SPL-ACTION
006050     PERFORM 2700-REWRITE-MASTER THRU 2700-EXIT.
006060 2300-EXIT.
006070     EXIT.
006080
006090 2400-APPLY-CLOSE.
006100     PERFORM 2150-READ-MASTER THRU 2150-EXIT
006110     IF NOT SPL-MASTER-FOUND
006120         MOVE 'NOT ON THE MASTER' TO SPL-REASON
006130         GO TO 2400-EXIT
006140     END-IF
006150     IF NOT SUP-MST-ACTIVE
006160         STRING 'STATUS ' SUP-MST-STATUS ' -- CANNOT CLOSE'
006170             DELIMITED BY SIZE INTO SPL-REASON
006180         GO TO 2400-EXIT
006190     END-IF
006200     MOVE 'CLOSED' TO SUP-MST-STATUS
006210     MOVE 'CLOSED' TO SPL-ACTION
006220     PERFORM 2700-REWRITE-MASTER THRU 2700-EXIT.
006230 2400-EXIT.
006240     EXIT.
006250
006260 2500-APPLY-REOPEN.
006270     PERFORM 2150-READ-MASTER THRU 2150-EXIT
006280     IF NOT SPL-MASTER-FOUND
006290         MOVE 'NOT ON THE MASTER' TO SPL-REASON
006300         GO TO 2500-EXIT
006310     END-IF
006320     IF NOT SUP-MST-CLOSED
006330         STRING 'STATUS ' SUP-MST-STATUS ' -- CANNOT REOPEN'
006340             DELIMITED BY SIZE INTO SPL-REASON
006350         GO TO 2500-EXIT
006360     END-IF
006370     MOVE 'ACTIVE' TO SUP-MST-STATUS
006380     MOVE 'REOPENED AS ACTIVE' TO SPL-ACTION
006390     PERFORM 2700-REWRITE-MASTER THRU 2700-EXIT.
006400 2500-EXIT.
006410     EXIT.
006420
006430 2700-REWRITE-MASTER.
006440     MOVE SPL-TODAY-DATE TO SUP-MST-DATE-CHANGED
006450     REWRITE SUP-MASTER-RECORD
006460         INVALID KEY
006470             MOVE SPACES TO SPL-ACTION
006480             STRING 'REWRITE FAILED -- STATUS '
006490                 SPL-MASTER-FILE-STATUS
006500                 DELIMITED BY SIZE INTO SPL-REASON
006510     END-REWRITE.
006520 2700-EXIT.
006530     EXIT.
006540
006550******************************************************************
006560*    8000-PRINT-CONTROL-TOTALS
006570*    ONE LINE PER TRANSACTION TYPE, THEN THE RUN TOTAL.  READ MUST
006580*    EQUAL ACCEPTED PLUS REJECTED ON EVERY LINE.
006590******************************************************************
006600 8000-PRINT-CONTROL-TOTALS.
006610     MOVE SPACES TO PRT-REPORT-LINE
006620     WRITE PRT-REPORT-LINE
006630     MOVE 'CONTROL TOTALS BY TRANSACTION TYPE' TO PRT-REPORT-LINE
006640     WRITE PRT-REPORT-LINE
006650     WRITE PRT-REPORT-LINE FROM SPL-TOTAL-HEAD-LINE
006660     PERFORM 8100-PRINT-ONE-TYPE THRU 8100-EXIT
006670         VARYING SPL-TYPE-IDX FROM 1 BY 1
006680             UNTIL SPL-TYPE-IDX > 5
006690     MOVE 'ALL TYPES' TO SPL-TTL-TYPE
006700     MOVE SPL-READ-COUNT TO SPL-TTL-READ
006710     MOVE SPL-ACCEPTED-COUNT TO SPL-TTL-ACCEPTED
006720     MOVE SPL-REJECTED-COUNT TO SPL-TTL-REJECTED
006730     WRITE PRT-REPORT-LINE FROM SPL-TOTAL-LINE
006740     IF SPL-READ-COUNT NOT = SPL-ACCEPTED-COUNT
006750             + SPL-REJECTED-COUNT
006760         MOVE '  *** OUT OF BALANCE -- RUN FAILED ***'
006770             TO PRT-REPORT-LINE
006780     ELSE
006790         MOVE '  IN BALANCE' TO PRT-REPORT-LINE
006800     END-IF
006810     WRITE PRT-REPORT-LINE.
006820 8000-EXIT.
006830     EXIT.
006840
006850 8100-PRINT-ONE-TYPE.
006860     MOVE SPL-TYPE-NAME(SPL-TYPE-IDX) TO SPL-TTL-TYPE
006870     MOVE SPL-TYPE-READ(SPL-TYPE-IDX) TO SPL-TTL-READ
006880     MOVE SPL-TYPE-ACCEPTED(SPL-TYPE-IDX) TO SPL-TTL-ACCEPTED
006890     MOVE SPL-TYPE-REJECTED(SPL-TYPE-IDX) TO SPL-TTL-REJECTED
006900     WRITE PRT-REPORT-LINE FROM SPL-TOTAL-LINE.
006910 8100-EXIT.
006920     EXIT.
006930
006940******************************************************************
006950*    8500-LIST-SUPPLIER-MASTER
006960*    THE WHOLE MASTER IN PREFIX ORDER, AS IT STANDS AFTER THIS
006970*    RUN, SO THE TERMS ON FILE CAN BE CHECKED AGAINST THE
006980*    CONTRACTS.
006990******************************************************************
007000 8500-LIST-SUPPLIER-MASTER.
007010     MOVE SPACES TO PRT-REPORT-LINE
007020     WRITE PRT-REPORT-LINE
007030     MOVE 'SUPPLIER MASTER AFTER THIS RUN' TO PRT-REPORT-LINE
007040     WRITE PRT-REPORT-LINE
007050     WRITE PRT-REPORT-LINE FROM SPL-LIST-HEAD-LINE
007060     MOVE LOW-VALUES TO SUP-MST-PREFIX
007070     START SUPPLIER-MASTER-FILE
007080         KEY IS NOT LESS THAN SUP-MST-PREFIX
007090         INVALID KEY
007100             MOVE 'Y' TO SPL-MASTER-EOF-SW
007110     END-START
007120     PERFORM 8510-LIST-ONE-SUPPLIER THRU 8510-EXIT
007130         UNTIL SPL-MASTER-EOF.
007140 8500-EXIT.
007150     EXIT.
007160
007170 8510-LIST-ONE-SUPPLIER.
007180     READ SUPPLIER-MASTER-FILE NEXT RECORD
007190         AT END
007200             MOVE 'Y' TO SPL-MASTER-EOF-SW
007210             GO TO 8510-EXIT
007220     END-READ
007230     ADD 1 TO SPL-LISTED-COUNT
007240     MOVE SUP-MST-PREFIX TO SPL-LST-PREFIX
007250     MOVE SUP-MST-NAME TO SPL-LST-NAME
007260     MOVE SUP-MST-STATUS TO SPL-LST-STATUS
007270     PERFORM 8520-LIST-ONE-PRICE THRU 8520-EXIT
007280         VARYING SPL-PRICE-IDX FROM 1 BY 1
007290             UNTIL SPL-PRICE-IDX > 4
007300     MOVE SUP-MST-REJECT-CEILING TO SPL-LST-CEILING
007310     WRITE PRT-REPORT-LINE FROM SPL-LIST-LINE.
007320 8510-EXIT.
007330     EXIT.
007340
007350 8520-LIST-ONE-PRICE.
007360     MOVE SUP-MST-PRICE(SPL-PRICE-IDX)
007370         TO SPL-LST-PRICE(SPL-PRICE-IDX).
007380 8520-EXIT.
007390     EXIT.
007400
007410******************************************************************
007420*    9000-END-OF-JOB
007430******************************************************************
007440 9000-END-OF-JOB.
007450     DISPLAY " ".
007460     DISPLAY "====================================".
007470     DISPLAY "END OF JOB SUPPLIER UPDATE REPORT".
007480     DISPLAY "TRANSACTIONS READ      : " SPL-READ-COUNT.
007490     DISPLAY "TRANSACTIONS ACCEPTED  : " SPL-ACCEPTED-COUNT.
007500     DISPLAY "TRANSACTIONS REJECTED  : " SPL-REJECTED-COUNT.
007510     DISPLAY "SUPPLIERS ON MASTER    : " SPL-LISTED-COUNT.
007520     DISPLAY "TRANSACTION DATASET    : " SPL-INPUT-FILE-NAME.
007530     DISPLAY "REJECT DATASET         : " SPL-REJECT-FILE-NAME.
007540     IF NOT SPL-RUN-FAILED
007550         IF SPL-READ-COUNT NOT = SPL-ACCEPTED-COUNT
007560                 + SPL-REJECTED-COUNT
007570             DISPLAY "RUN FAILED -- TRANSACTIONS READ DO NOT "
007580                 "MATCH ACCEPTED PLUS REJECTED"
007590             MOVE 8 TO RETURN-CODE
007600         ELSE
007610             IF SPL-REJECTED-COUNT > 0
007620                 DISPLAY "REJECTED TRANSACTIONS -- CORRECT AND "
007630                     "RESUBMIT " SPL-REJECT-FILE-NAME
007640                 MOVE 4 TO RETURN-CODE
007650             END-IF
007660         END-IF
007670         DISPLAY "REPORT WRITTEN TO SUPLRPT.DAT"
007680     END-IF.
007690     DISPLAY "====================================".
007700     PERFORM 9500-LOG-RUN-HISTORY THRU 9500-EXIT.
007710 9000-EXIT.
007720     EXIT.
007730
007740******************************************************************
007750*    9500-LOG-RUN-HISTORY
007760*    THE SOLVED COUNT IS THE TRANSACTIONS ACCEPTED AND THE
007770*    INVALID COUNT THOSE REJECTED.
007780******************************************************************
007790 9500-LOG-RUN-HISTORY.
007800     MOVE 'SudokuSupl' TO RUN-LOG-PROGRAM
007810     MOVE SPL-INPUT-FILE-NAME TO RUN-LOG-INPUT-DSN
007820     MOVE SPL-REJECT-FILE-NAME TO RUN-LOG-OUTPUT-DSN
007830     MOVE SPACES TO RUN-LOG-PARM-TEXT
007840     STRING "ACCEPTED=" SPL-ACCEPTED-COUNT
007850         " REJECTED=" SPL-REJECTED-COUNT
007860         " SUPPLIERS=" SPL-LISTED-COUNT
007870         DELIMITED BY SIZE INTO RUN-LOG-PARM-TEXT
007880     MOVE SPL-READ-COUNT TO RUN-LOG-READ-COUNT
007890     MOVE SPL-ACCEPTED-COUNT TO RUN-LOG-SOLVED-COUNT
007900     MOVE SPL-REJECTED-COUNT TO RUN-LOG-INVALID-COUNT
007910     PERFORM 7500-RUN-HIST-WRITE THRU 7500-EXIT.
007920 9500-EXIT.
007930     EXIT.
007940
007950******************************************************************
007960*    9999-TERMINATE
007970******************************************************************
007980 9999-TERMINATE.
007990     IF SPL-FILES-ARE-OPEN
008000         CLOSE TRANSACTION-FILE
008010         CLOSE SUPPLIER-MASTER-FILE
008020         CLOSE REJECT-FILE
008030         CLOSE PRINT-REPORT-FILE
008040     END-IF
008050     STOP RUN.
008060 9999-EXIT.
008070     EXIT.
008080
008090     COPY RUNHWRT.
