000010******************************************************************
000020*    SUDOKUUPD.CBL
000030*    PUZZLE MASTER BATCH TRANSACTION UPDATE.
000040*
000050*    APPLIES A SORTED FILE OF UPDATE TRANSACTIONS (MSTTRAN.CPY)
000060*    TO THE KEYED PUZZLE MASTER (PUZMAST.CPY), SO A RETIREMENT OF
000070*    200 PUZZLES OR A REQUEUE OF A WEEK OF TIMEOUTS IS ONE RUN
000080*    INSTEAD OF AN AFTERNOON AT THE SUDOKUMAINT SCREEN.  THE
000090*    TRANSACTIONS AND THE EDITS ARE EXACTLY THE ONLINE ONES:
000100*        ADD            -- PUZZLE MUST NOT BE ON THE MASTER; THE
000110*                          VARIANT MUST BE C, X OR BLANK; THE
000120*                          GIVENS MUST BE 81 DIGITS AND PASS
000130*                          VALIGRID FOR THAT VARIANT.  ADDED AS
000140*                          NEW.
000150*        CHANGE-GIVENS  -- STATUS MUST BE NEW; THE GIVENS ARE
000160*                          EDITED AS FOR ADD UNDER THE VARIANT
000170*                          ALREADY ON THE MASTER.
000180*        REQUEUE        -- STATUS MUST BE TIMEOUT, UNSOLVED OR
000190*                          INVALID.  BACK TO NEW, DATE SOLVED
000200*                          CLEARED.
000210*        MARK-PUBLISHED -- STATUS MUST BE SOLVED, OR SUSPECT ONCE
000220*                          THE PRINTED ANSWER HAS BEEN CHECKED.
000230*        RETIRE         -- ANY STATUS BUT RETIRED.
000240*    TRANSACTIONS ARE APPLIED IN FILE ORDER, SO SEVERAL FOR ONE
000250*    PUZZLE (AN ADD FOLLOWED BY A CHANGE-GIVENS, SAY) SEE EACH
000260*    OTHER'S EFFECT.  A TRANSACTION WHOSE PUZZLE ID IS LOWER THAN
000270*    THE ONE BEFORE IT IS OUT OF SEQUENCE AND IS REJECTED.
000280*
000290*    EVERY TRANSACTION IS LISTED ON THE EDIT REPORT (UPDRPT.DAT)
000300*    AS ACCEPTED OR REJECTED WITH THE REASON.  EVERY REJECTED
000310*    TRANSACTION IS ALSO COPIED, UNCHANGED, TO THE REJECTS FILE
000320*    SO IT CAN BE CORRECTED AND RESUBMITTED.  THE REPORT CLOSES
000330*    WITH CONTROL TOTALS BY TRANSACTION TYPE -- READ, ACCEPTED
000340*    AND REJECTED -- WHICH MUST BALANCE.  ANY REJECT ENDS THE RUN
000350*    WITH RETURN CODE 4; AN UNUSABLE FILE OR AN OUT-OF-BALANCE
000360*    COUNT WITH RETURN CODE 8.
000370*
000380*    CONTROL CARD (UPDPARM.DAT, KEYWORD=VALUE, * FOR COMMENTS):
000390*        INPUT=MSTTRAN.DAT
000400*        OUTPUT=UPDREJ.DAT     (THE REJECTS FILE)
000410*
000420*    AUTHOR.     M. CLASSEN, APPLICATIONS PROGRAMMING.
000430*    INSTALLATION. GAMES AND UTILITIES.
000440*    DATE-WRITTEN. 2026-10-08.
000450*
000460*    MODIFICATION HISTORY
000470*    DATE       INIT  DESCRIPTION
000480*    2026-10-08 MKC   ORIGINAL PROGRAM.  EDITS FOLLOW SUDOKUMAINT,
000490*                     CONTROL CARD CONVENTION FOLLOWS SUDPARM.DAT
000500*                     AND THE TOTALS TABLE FOLLOWS SUDOKUARCH.
000510*                     THE RUN IS LOGGED TO THE RUN HISTORY FILE
000520*                     (RUNHIST.CPY).
000530*    2026-10-09 MKC   MASTER CHANGE JOURNAL.  EVERY ADD AND
000540*                     REWRITE APPENDS BEFORE/AFTER IMAGES TO
000550*                     MSTJRNL.DAT (MSTJRNL.CPY), THE SAME AS THE
000560*                     ONLINE PROGRAM; THE RUN IS REFUSED IF THE
000570*                     JOURNAL WILL NOT OPEN.
000580*    2026-10-15 MKC   X-SUDOKU.  ADD TAKES THE VARIANT FROM THE
000590*                     NEW TRN-VARIANT (BLANK IS CLASSIC) AND THE
000600*                     GIVENS ARE EDITED UNDER THE PUZZLE'S OWN
000610*                     VARIANT.  RECORDS ARE NOW 106 BYTES.
000620*    2026-10-15 MKC   MARK-PUBLISHED ALSO TAKES A SUSPECT PUZZLE
000630*                     (SET BY SUDOKUCACHE), TO CLEAR THE FLAG.
000640******************************************************************
000650 IDENTIFICATION DIVISION.
000660 PROGRAM-ID. SudokuUpd.
000670 AUTHOR. M. CLASSEN.
000680 INSTALLATION. GAMES AND UTILITIES.
000690 DATE-WRITTEN. 2026-10-08.
000700 DATE-COMPILED. 2026-10-08.
000710
000720 ENVIRONMENT DIVISION.
000730 INPUT-OUTPUT SECTION.
000740 FILE-CONTROL.
000750     SELECT TRANSACTION-FILE
000760         ASSIGN TO DYNAMIC UPD-INPUT-FILE-NAME
000770         ORGANIZATION IS LINE SEQUENTIAL
000780         FILE STATUS IS UPD-TRAN-FILE-STATUS.
000790
000800     SELECT PUZZLE-MASTER-FILE ASSIGN TO "PUZMAST.DAT"
000810         ORGANIZATION IS INDEXED
000820         ACCESS MODE IS DYNAMIC
000830         RECORD KEY IS PUZ-MST-ID
000840         FILE STATUS IS UPD-MASTER-FILE-STATUS.
000850
000860     SELECT REJECT-FILE
000870         ASSIGN TO DYNAMIC UPD-REJECT-FILE-NAME
000880         ORGANIZATION IS LINE SEQUENTIAL
000890         FILE STATUS IS UPD-REJECT-FILE-STATUS.
000900
000910     SELECT PRINT-REPORT-FILE ASSIGN TO "UPDRPT.DAT"
000920         ORGANIZATION IS LINE SEQUENTIAL
000930         FILE STATUS IS UPD-PRINT-FILE-STATUS.
000940
000950     SELECT CONTROL-CARD-FILE ASSIGN TO "UPDPARM.DAT"
000960         ORGANIZATION IS LINE SEQUENTIAL
000970         FILE STATUS IS UPD-PARM-FILE-STATUS.
000980
000990     SELECT RUN-HISTORY-FILE ASSIGN TO "RUNHIST.DAT"
001000         ORGANIZATION IS INDEXED
001010         ACCESS MODE IS DYNAMIC
001020         RECORD KEY IS RUN-HIST-KEY
001030         FILE STATUS IS RUN-LOG-FILE-STATUS.
001032
001040     SELECT MASTER-JOURNAL-FILE ASSIGN TO "MSTJRNL.DAT"
001050         ORGANIZATION IS LINE SEQUENTIAL
001060         FILE STATUS IS JRN-LOG-FILE-STATUS.
001070
001080 DATA DIVISION.
001090 FILE SECTION.
001100 FD  TRANSACTION-FILE.
001110 01  UPD-TRAN-FILE-REC           PIC X(106).
001120
001130 FD  PUZZLE-MASTER-FILE.
001140     COPY PUZMAST.
001150
001160 FD  REJECT-FILE.
001170 01  UPD-REJECT-RECORD           PIC X(106).
001180
001190 FD  PRINT-REPORT-FILE.
001200     COPY REPRINT.
001210
001220 FD  CONTROL-CARD-FILE.
001230 01  PRM-CONTROL-RECORD          PIC X(80).
001240
001250 FD  RUN-HISTORY-FILE.
001260     COPY RUNHIST.
001262
001270 FD  MASTER-JOURNAL-FILE.
001280     COPY MSTJRNL.
001290
001300 WORKING-STORAGE SECTION.
001310*    THE TRANSACTION IS STAGED IN WORKING-STORAGE, THE SAME WAY
001320*    SUDOKUBOOK STAGES ITS RESULT RECORD.
001330 COPY MSTTRAN.
001340 COPY GRIDLAY.
001350 COPY VALIFLDS.
001360 COPY RUNHFLD.
001370 COPY MSTJFLD.
001380
001390 01  UPD-FILE-STATUS-FIELDS.
001400     05  UPD-TRAN-FILE-STATUS    PIC X(02).
001410     05  UPD-MASTER-FILE-STATUS  PIC X(02).
001420     05  UPD-REJECT-FILE-STATUS  PIC X(02).
001430     05  UPD-PRINT-FILE-STATUS   PIC X(02).
001440     05  UPD-PARM-FILE-STATUS    PIC X(02).
001450
001460 01  UPD-WORK-FIELDS.
001470     05  UPD-TRAN-EOF-SW         PIC X(01) VALUE 'N'.
001480         88  UPD-TRAN-EOF                VALUE 'Y'.
001490     05  UPD-RUN-FAILED-SW       PIC X(01) VALUE 'N'.
001500         88  UPD-RUN-FAILED              VALUE 'Y'.
001510     05  UPD-FILES-OPEN-SW       PIC X(01) VALUE 'N'.
001520         88  UPD-FILES-ARE-OPEN          VALUE 'Y'.
001530     05  UPD-MASTER-FOUND-SW     PIC X(01).
001540         88  UPD-MASTER-FOUND            VALUE 'Y'.
001550     05  UPD-INPUT-FILE-NAME     PIC X(20)
001560         VALUE "MSTTRAN.DAT".
001570     05  UPD-REJECT-FILE-NAME    PIC X(20)
001580         VALUE "UPDREJ.DAT".
001590     05  UPD-CURRENT-STAMP       PIC X(21).
001600     05  UPD-TODAY-DATE          PIC X(08).
001610     05  UPD-LAST-ID             PIC X(10) VALUE LOW-VALUES.
001620     05  UPD-REASON              PIC X(40).
001630     05  UPD-ACTION              PIC X(40).
001640     05  UPD-FLAT-IDX            PIC 9(02) COMP.
001650     05  UPD-TYPE-IDX            PIC 9(01) COMP.
001660     05  UPD-TYPE-HIT            PIC 9(01) COMP.
001670     05  UPD-READ-COUNT          PIC 9(08) VALUE 0.
001680     05  UPD-ACCEPTED-COUNT      PIC 9(08) VALUE 0.
001690     05  UPD-REJECTED-COUNT      PIC 9(08) VALUE 0.
001700
001710*    TRANSACTION TYPES IN THE ORDER THEY ARE TOTALLED.  THE LAST
001720*    SLOT CATCHES ANY CODE THAT IS NOT ONE OF THE FIVE.
001730 01  UPD-TYPE-NAMES.
001740     05  FILLER                  PIC X(14) VALUE 'ADD'.
001750     05  FILLER                  PIC X(14) VALUE 'CHANGE-GIVENS'.
001760     05  FILLER                  PIC X(14) VALUE 'REQUEUE'.
001770     05  FILLER                  PIC X(14) VALUE 'MARK-PUBLISHED'.
001780     05  FILLER                  PIC X(14) VALUE 'RETIRE'.
001790     05  FILLER                  PIC X(14) VALUE 'UNKNOWN CODE'.
001800 01  UPD-TYPE-NAME-TABLE REDEFINES UPD-TYPE-NAMES.
001810     05  UPD-TYPE-NAME OCCURS 6 TIMES PIC X(14).
001820
001830 01  UPD-TYPE-COUNTS.
001840     05  UPD-TYPE-ENTRY OCCURS 6 TIMES.
001850         10  UPD-TYPE-READ       PIC 9(08) COMP.
001860         10  UPD-TYPE-ACCEPTED   PIC 9(08) COMP.
001870         10  UPD-TYPE-REJECTED   PIC 9(08) COMP.
001880
001890 01  PRM-CONTROL-FIELDS.
001900     05  PRM-EOF-SW              PIC X(01) VALUE 'N'.
001910         88  PRM-EOF                     VALUE 'Y'.
001920     05  PRM-OPEN-SW             PIC X(01) VALUE 'N'.
001930         88  PRM-IS-OPEN                 VALUE 'Y'.
001940     05  PRM-KEY                 PIC X(20).
001950     05  PRM-VALUE               PIC X(20).
001960
001970 01  UPD-TITLE-LINE.
001980     05  FILLER                  PIC X(38)
001990         VALUE 'PUZZLE MASTER BATCH UPDATE EDIT REPORT'.
002000     05  FILLER                  PIC X(02) VALUE SPACES.
002010     05  FILLER                  PIC X(09) VALUE 'PREPARED '.
002020     05  UPD-TITLE-DATE          PIC X(08).
002030     05  FILLER                  PIC X(23) VALUE SPACES.
002040
002050 01  UPD-DETAIL-HEAD-LINE.
002060     05  FILLER                  PIC X(06) VALUE 'TRAN #'.
002070     05  FILLER                  PIC X(02) VALUE SPACES.
002080     05  FILLER                  PIC X(14) VALUE 'CODE'.
002090     05  FILLER                  PIC X(02) VALUE SPACES.
002100     05  FILLER                  PIC X(10) VALUE 'PUZZLE ID'.
002110     05  FILLER                  PIC X(02) VALUE SPACES.
002120     05  FILLER                  PIC X(08) VALUE 'RESULT'.
002130     05  FILLER                  PIC X(02) VALUE SPACES.
002140     05  FILLER                  PIC X(34)
002150         VALUE 'REASON OR ACTION'.
002160
002170 01  UPD-DETAIL-LINE.
002180     05  UPD-DTL-SEQ             PIC Z(05)9.
002190     05  FILLER                  PIC X(02) VALUE SPACES.
002200     05  UPD-DTL-CODE            PIC X(14).
002210     05  FILLER                  PIC X(02) VALUE SPACES.
002220     05  UPD-DTL-ID              PIC X(10).
002230     05  FILLER                  PIC X(02) VALUE SPACES.
002240     05  UPD-DTL-RESULT          PIC X(08).
002250     05  FILLER                  PIC X(02) VALUE SPACES.
002260     05  UPD-DTL-TEXT            PIC X(34).
002270
002280 01  UPD-TOTAL-HEAD-LINE.
002290     05  FILLER                  PIC X(02) VALUE SPACES.
002300     05  FILLER                  PIC X(14) VALUE 'TYPE'.
002310     05  FILLER                  PIC X(10) VALUE '      READ'.
002320     05  FILLER                  PIC X(10) VALUE '  ACCEPTED'.
002330     05  FILLER                  PIC X(10) VALUE '  REJECTED'.
002340     05  FILLER                  PIC X(34) VALUE SPACES.
002350
002360 01  UPD-TOTAL-LINE.
002370     05  FILLER                  PIC X(02) VALUE SPACES.
002380     05  UPD-TTL-TYPE            PIC X(14).
002390     05  FILLER                  PIC X(02) VALUE SPACES.
002400     05  UPD-TTL-READ            PIC Z(07)9.
002410     05  FILLER                  PIC X(02) VALUE SPACES.
002420     05  UPD-TTL-ACCEPTED        PIC Z(07)9.
002430     05  FILLER                  PIC X(02) VALUE SPACES.
002440     05  UPD-TTL-REJECTED        PIC Z(07)9.
002450     05  FILLER                  PIC X(34) VALUE SPACES.
002460
002470 PROCEDURE DIVISION.
002480
002490******************************************************************
002500*    0000-MAINLINE
002510******************************************************************
002520 0000-MAINLINE.
002530     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002540     PERFORM 2000-READ-ONE-TRAN THRU 2000-EXIT
002550         UNTIL UPD-TRAN-EOF
002560     IF NOT UPD-RUN-FAILED
002570         PERFORM 8000-PRINT-CONTROL-TOTALS THRU 8000-EXIT
002580     END-IF
002590     PERFORM 9000-END-OF-JOB THRU 9000-EXIT
002600     PERFORM 9999-TERMINATE THRU 9999-EXIT.
002610 0000-EXIT.
002620     EXIT.
002630
002640******************************************************************
002650*    1000-INITIALIZE
002660*    THE MASTER IS CREATED EMPTY ON FIRST USE, THE SAME WAY
002670*    SUDOKUMAINT CREATES IT, SO A FIRST RUN OF ADDS CAN LOAD IT.
002680******************************************************************
002690 1000-INITIALIZE.
002700     PERFORM 1500-READ-CONTROL-CARD THRU 1500-EXIT
002710     PERFORM 1200-ZERO-ONE-TYPE THRU 1200-EXIT
002720         VARYING UPD-TYPE-IDX FROM 1 BY 1
002730             UNTIL UPD-TYPE-IDX > 6
002740     MOVE FUNCTION CURRENT-DATE TO UPD-CURRENT-STAMP
002750     MOVE UPD-CURRENT-STAMP(1:8) TO UPD-TODAY-DATE
002760     OPEN INPUT TRANSACTION-FILE
002770     IF UPD-TRAN-FILE-STATUS NOT = "00"
002780         DISPLAY "TRANSACTION FILE " UPD-INPUT-FILE-NAME
002790             " NOT AVAILABLE -- STATUS "
002800             UPD-TRAN-FILE-STATUS
002810         PERFORM 1900-FAIL-THE-RUN THRU 1900-EXIT
002820         GO TO 1000-EXIT
002830     END-IF
002840     OPEN I-O PUZZLE-MASTER-FILE
002850     IF UPD-MASTER-FILE-STATUS = "35"
002860         OPEN OUTPUT PUZZLE-MASTER-FILE
002870         CLOSE PUZZLE-MASTER-FILE
002880         OPEN I-O PUZZLE-MASTER-FILE
002890     END-IF
002900     IF UPD-MASTER-FILE-STATUS NOT = "00"
002910         DISPLAY "PUZZLE MASTER FILE NOT AVAILABLE -- STATUS "
002920             UPD-MASTER-FILE-STATUS
002930         CLOSE TRANSACTION-FILE
002940         PERFORM 1900-FAIL-THE-RUN THRU 1900-EXIT
002950         GO TO 1000-EXIT
002960     END-IF
002970     MOVE 'SudokuUpd' TO JRN-LOG-PROGRAM
002980     PERFORM 7300-JRNL-OPEN THRU 7300-EXIT
002990     IF NOT JRN-LOG-IS-OPEN
003000         CLOSE TRANSACTION-FILE
003010         CLOSE PUZZLE-MASTER-FILE
003020         PERFORM 1900-FAIL-THE-RUN THRU 1900-EXIT
003030         GO TO 1000-EXIT
003040     END-IF
003050     OPEN OUTPUT REJECT-FILE
003060     OPEN OUTPUT PRINT-REPORT-FILE
003070     MOVE 'Y' TO UPD-FILES-OPEN-SW
003080     MOVE UPD-TODAY-DATE TO UPD-TITLE-DATE
003090     WRITE PRT-REPORT-LINE FROM UPD-TITLE-LINE
003100     MOVE SPACES TO PRT-REPORT-LINE
003110     WRITE PRT-REPORT-LINE
003120     WRITE PRT-REPORT-LINE FROM UPD-DETAIL-HEAD-LINE.
003130 1000-EXIT.
003140     EXIT.
003150
003160 1200-ZERO-ONE-TYPE.
003170     MOVE 0 TO UPD-TYPE-READ(UPD-TYPE-IDX)
003180     MOVE 0 TO UPD-TYPE-ACCEPTED(UPD-TYPE-IDX)
003190     MOVE 0 TO UPD-TYPE-REJECTED(UPD-TYPE-IDX).
003200 1200-EXIT.
003210     EXIT.
003220
003230******************************************************************
003240*    1500-READ-CONTROL-CARD
003250*    KEYWORD=VALUE RECORDS, SAME CONVENTION AS SUDPARM.DAT.
003260******************************************************************
003270 1500-READ-CONTROL-CARD.
003280     OPEN INPUT CONTROL-CARD-FILE
003290     IF UPD-PARM-FILE-STATUS = "00"
003300         MOVE 'Y' TO PRM-OPEN-SW
003310     ELSE
003320         DISPLAY "NO UPDPARM.DAT -- USING PROGRAM DEFAULTS"
003330         MOVE 'Y' TO PRM-EOF-SW
003340     END-IF
003350     PERFORM 1510-READ-ONE-CARD THRU 1510-EXIT
003360         UNTIL PRM-EOF
003370     IF PRM-IS-OPEN
003380         CLOSE CONTROL-CARD-FILE
003390     END-IF.
003400 1500-EXIT.
003410     EXIT.
003420
003430 1510-READ-ONE-CARD.
003440     READ CONTROL-CARD-FILE
003450         AT END
003460             MOVE 'Y' TO PRM-EOF-SW
003470         NOT AT END
003480             IF PRM-CONTROL-RECORD(1:1) NOT = '*'
003490                 AND PRM-CONTROL-RECORD NOT = SPACES
003500                 PERFORM 1520-APPLY-ONE-CARD THRU 1520-EXIT
003510             END-IF
003520     END-READ.
003530 1510-EXIT.
003540     EXIT.
003550
003560 1520-APPLY-ONE-CARD.
003570     MOVE SPACES TO PRM-KEY
003580     MOVE SPACES TO PRM-VALUE
003590     UNSTRING PRM-CONTROL-RECORD DELIMITED BY '='
003600         INTO PRM-KEY PRM-VALUE
003610     EVALUATE PRM-KEY
003620         WHEN 'INPUT'
003630             MOVE PRM-VALUE TO UPD-INPUT-FILE-NAME
003640         WHEN 'OUTPUT'
003650             MOVE PRM-VALUE TO UPD-REJECT-FILE-NAME
003660         WHEN OTHER
003670             DISPLAY "UNKNOWN CONTROL KEYWORD IGNORED: "
003680                 PRM-CONTROL-RECORD
003690     END-EVALUATE.
003700 1520-EXIT.
003710     EXIT.
003720
003730 1900-FAIL-THE-RUN.
003740     MOVE 'Y' TO UPD-RUN-FAILED-SW
003750     MOVE 'Y' TO UPD-TRAN-EOF-SW
003760     MOVE 8 TO RETURN-CODE.
003770 1900-EXIT.
003780     EXIT.
003790
003800******************************************************************
003810*    2000-READ-ONE-TRAN
003820******************************************************************
003830 2000-READ-ONE-TRAN.
003840     READ TRANSACTION-FILE INTO TRN-TRANSACTION-RECORD
003850         AT END
003860             MOVE 'Y' TO UPD-TRAN-EOF-SW
003870         NOT AT END
003880             ADD 1 TO UPD-READ-COUNT
003890             PERFORM 2100-PROCESS-ONE-TRAN THRU 2100-EXIT
003900     END-READ.
003910 2000-EXIT.
003920     EXIT.
003930
003940******************************************************************
003950*    2100-PROCESS-ONE-TRAN
003960*    EACH APPLY PARAGRAPH EITHER LEAVES UPD-REASON BLANK AND SAYS
003970*    WHAT IT DID IN UPD-ACTION, OR SETS UPD-REASON AND TOUCHES
003980*    NOTHING ON THE MASTER.
003990******************************************************************
004000 2100-PROCESS-ONE-TRAN.
004010     MOVE SPACES TO UPD-REASON
004020     MOVE SPACES TO UPD-ACTION
004030     PERFORM 2110-FIND-TRAN-TYPE THRU 2110-EXIT
004040     ADD 1 TO UPD-TYPE-READ(UPD-TYPE-HIT)
004050     PERFORM 2120-EDIT-AND-APPLY THRU 2120-EXIT
004060     MOVE UPD-READ-COUNT TO UPD-DTL-SEQ
004070     MOVE TRN-CODE TO UPD-DTL-CODE
004080     MOVE TRN-PUZZLE-ID TO UPD-DTL-ID
004090     IF UPD-REASON = SPACES
004100         ADD 1 TO UPD-ACCEPTED-COUNT
004110         ADD 1 TO UPD-TYPE-ACCEPTED(UPD-TYPE-HIT)
004120         MOVE 'ACCEPTED' TO UPD-DTL-RESULT
004130         MOVE UPD-ACTION TO UPD-DTL-TEXT
004140     ELSE
004150         ADD 1 TO UPD-REJECTED-COUNT
004160         ADD 1 TO UPD-TYPE-REJECTED(UPD-TYPE-HIT)
004170         MOVE 'REJECTED' TO UPD-DTL-RESULT
004180         MOVE UPD-REASON TO UPD-DTL-TEXT
004190         WRITE UPD-REJECT-RECORD FROM TRN-TRANSACTION-RECORD
004200     END-IF
004210     WRITE PRT-REPORT-LINE FROM UPD-DETAIL-LINE.
004220 2100-EXIT.
004230     EXIT.
004240
004250 2110-FIND-TRAN-TYPE.
004260     MOVE 6 TO UPD-TYPE-HIT
004270     PERFORM 2111-MATCH-ONE-TYPE THRU 2111-EXIT
004280         VARYING UPD-TYPE-IDX FROM 1 BY 1
004290             UNTIL UPD-TYPE-IDX > 5.
004300 2110-EXIT.
004310     EXIT.
004320
004330 2111-MATCH-ONE-TYPE.
004340     IF TRN-CODE = UPD-TYPE-NAME(UPD-TYPE-IDX)
004350         MOVE UPD-TYPE-IDX TO UPD-TYPE-HIT
004360     END-IF.
004370 2111-EXIT.
004380     EXIT.
004390
004400 2120-EDIT-AND-APPLY.
004410     IF TRN-PUZZLE-ID = SPACES
004420         MOVE 'PUZZLE ID IS BLANK' TO UPD-REASON
004430         GO TO 2120-EXIT
004440     END-IF
004450     IF TRN-PUZZLE-ID < UPD-LAST-ID
004460         MOVE 'OUT OF SEQUENCE -- FILE NOT SORTED' TO UPD-REASON
004470         GO TO 2120-EXIT
004480     END-IF
004490     MOVE TRN-PUZZLE-ID TO UPD-LAST-ID
004500     EVALUATE TRUE
004510         WHEN TRN-ADD
004520             PERFORM 2200-APPLY-ADD THRU 2200-EXIT
004530         WHEN TRN-CHANGE-GIVENS
004540             PERFORM 2300-APPLY-CHANGE-GIVENS THRU 2300-EXIT
004550         WHEN TRN-REQUEUE
004560             PERFORM 2400-APPLY-REQUEUE THRU 2400-EXIT
004570         WHEN TRN-MARK-PUBLISHED
004580             PERFORM 2500-APPLY-MARK-PUBLISHED THRU 2500-EXIT
004590         WHEN TRN-RETIRE
004600             PERFORM 2600-APPLY-RETIRE THRU 2600-EXIT
004610         WHEN OTHER
004620             MOVE 'UNKNOWN TRANSACTION CODE' TO UPD-REASON
004630     END-EVALUATE.
004640 2120-EXIT.
004650     EXIT.
004660
004670 2150-READ-MASTER.
004680     MOVE TRN-PUZZLE-ID TO PUZ-MST-ID
004690     MOVE 'Y' TO UPD-MASTER-FOUND-SW
004700     READ PUZZLE-MASTER-FILE
004710         INVALID KEY
004720             MOVE 'N' TO UPD-MASTER-FOUND-SW
004730     END-READ
004740     IF UPD-MASTER-FOUND
004750         PERFORM 7310-JRNL-SAVE-BEFORE THRU 7310-EXIT
004760     END-IF.
004770 2150-EXIT.
004780     EXIT.
004790
004800******************************************************************
004810*    2160-EDIT-GIVENS
004820*    THE SAME CHECK SUDOKUMAINT MAKES ON A KEYED GRID, PLUS THE
004830*    DIGITS TEST THE ONLINE ACCEPT INTO A PIC 9 FIELD DOES FOR IT.
004840*    THE CALLER SETS SUD-VARIANT FIRST.
004850******************************************************************
004860 2160-EDIT-GIVENS.
004870     IF TRN-GIVENS NOT NUMERIC
004880         MOVE 'GIVENS MUST BE 81 DIGITS 0 TO 9' TO UPD-REASON
004890         GO TO 2160-EXIT
004900     END-IF
004910     MOVE TRN-GIVENS TO SUD-GRID
004920     PERFORM 3000-VALIDATE-GRID THRU 3000-EXIT
004930     IF SUD-GRID-NOT-VALID
004940         MOVE SUD-VALID-MSG TO UPD-REASON
004950     END-IF.
004960 2160-EXIT.
004970     EXIT.
004980
004990 2170-STORE-GIVEN-CELL.
005000     MOVE TRN-GIVEN-CELL(UPD-FLAT-IDX)
005010         TO PUZ-MST-CELL(UPD-FLAT-IDX).
005020 2170-EXIT.
005030     EXIT.
005040
005050******************************************************************
005060*    2200-APPLY-ADD
005070******************************************************************
005080 2200-APPLY-ADD.
005090     PERFORM 2150-READ-MASTER THRU 2150-EXIT
005100     IF UPD-MASTER-FOUND
005110         MOVE 'ALREADY ON THE MASTER' TO UPD-REASON
005120         GO TO 2200-EXIT
005130     END-IF
005140     IF NOT TRN-VARIANT-KNOWN
005150         MOVE 'VARIANT MUST BE C, X OR BLANK' TO UPD-REASON
005160         GO TO 2200-EXIT
005170     END-IF
005180     IF TRN-VARIANT = SPACE
005190         MOVE 'C' TO SUD-VARIANT
005200     ELSE
005210         MOVE TRN-VARIANT TO SUD-VARIANT
005220     END-IF
005230     PERFORM 2160-EDIT-GIVENS THRU 2160-EXIT
005240     IF UPD-REASON NOT = SPACES
005250         GO TO 2200-EXIT
005260     END-IF
005270     MOVE TRN-PUZZLE-ID TO PUZ-MST-ID
005280     MOVE 'NEW' TO PUZ-MST-STATUS
005290     MOVE UPD-TODAY-DATE TO PUZ-MST-DATE-ADDED
005300     MOVE SPACES TO PUZ-MST-DATE-SOLVED
005310     MOVE SPACES TO PUZ-MST-ISSUE-ID
005320     MOVE SPACES TO PUZ-MST-DATE-ASSIGNED
005330     MOVE SUD-VARIANT TO PUZ-MST-VARIANT
005340     PERFORM 2170-STORE-GIVEN-CELL THRU 2170-EXIT
005350         VARYING UPD-FLAT-IDX FROM 1 BY 1
005360             UNTIL UPD-FLAT-IDX > 81
005370     WRITE PUZ-MASTER-RECORD
005380         INVALID KEY
005390             STRING 'ADD FAILED -- STATUS ' UPD-MASTER-FILE-STATUS
005400                 DELIMITED BY SIZE INTO UPD-REASON
005410         NOT INVALID KEY
005420             MOVE 'ADDED AS NEW' TO UPD-ACTION
005430             MOVE 'ADD' TO JRN-LOG-ACTION
005440             PERFORM 7320-JRNL-WRITE-RECORD THRU 7320-EXIT
005450     END-WRITE.
005460 2200-EXIT.
005470     EXIT.
005480
005490******************************************************************
005500*    2300-APPLY-CHANGE-GIVENS
005510*    ONLY A NEW PUZZLE'S GIVENS MAY CHANGE -- SOLVED, PUBLISHED
005520*    AND RETIRED GRIDS STAY AS THEY WERE SO THE PUBLICATION
005530*    HISTORY STAYS TRUSTWORTHY.
005540******************************************************************
005550 2300-APPLY-CHANGE-GIVENS.
005560     PERFORM 2150-READ-MASTER THRU 2150-EXIT
005570     IF NOT UPD-MASTER-FOUND
005580         MOVE 'NOT ON THE MASTER' TO UPD-REASON
005590         GO TO 2300-EXIT
005600     END-IF
005610     IF NOT PUZ-MST-NEW
005620         STRING 'STATUS ' PUZ-MST-STATUS ' -- GIVENS LOCKED'
005630             DELIMITED BY SIZE INTO UPD-REASON
005640         GO TO 2300-EXIT
005650     END-IF
005660     IF PUZ-MST-VARIANT = SPACE
005670         MOVE 'C' TO PUZ-MST-VARIANT
005680     END-IF
005690     MOVE PUZ-MST-VARIANT TO SUD-VARIANT
005700     PERFORM 2160-EDIT-GIVENS THRU 2160-EXIT
005710     IF UPD-REASON NOT = SPACES
005720         GO TO 2300-EXIT
005730     END-IF
005740     PERFORM 2170-STORE-GIVEN-CELL THRU 2170-EXIT
005750         VARYING UPD-FLAT-IDX FROM 1 BY 1
005760             UNTIL UPD-FLAT-IDX > 81
005770     MOVE 'GIVENS CHANGED' TO UPD-ACTION
005780     PERFORM 2700-REWRITE-MASTER THRU 2700-EXIT.
005790 2300-EXIT.
005800     EXIT.
005810
005820 2400-APPLY-REQUEUE.
005830     PERFORM 2150-READ-MASTER THRU 2150-EXIT
005840     IF NOT UPD-MASTER-FOUND
005850         MOVE 'NOT ON THE MASTER' TO UPD-REASON
005860         GO TO 2400-EXIT
005870     END-IF
005880     IF NOT PUZ-MST-TIMEOUT
005890         AND NOT PUZ-MST-UNSOLVED
005900         AND NOT PUZ-MST-INVALID
005910         STRING 'STATUS ' PUZ-MST-STATUS ' -- CANNOT REQUEUE'
005920             DELIMITED BY SIZE INTO UPD-REASON
005930         GO TO 2400-EXIT
005940     END-IF
005950     STRING 'REQUEUED AS NEW FROM ' PUZ-MST-STATUS
005960         DELIMITED BY SIZE INTO UPD-ACTION
005970     MOVE 'NEW' TO PUZ-MST-STATUS
005980     MOVE SPACES TO PUZ-MST-DATE-SOLVED
005990     PERFORM 2700-REWRITE-MASTER THRU 2700-EXIT.
006000 2400-EXIT.
006010     EXIT.
006020
006030 2500-APPLY-MARK-PUBLISHED.
006040     PERFORM 2150-READ-MASTER THRU 2150-EXIT
006050     IF NOT UPD-MASTER-FOUND
006060         MOVE 'NOT ON THE MASTER' TO UPD-REASON
006070         GO TO 2500-EXIT
006080     END-IF
006090     IF NOT PUZ-MST-SOLVED AND NOT PUZ-MST-SUSPECT
006100         STRING 'STATUS ' PUZ-MST-STATUS ' -- NOT SOLVED'
006110             DELIMITED BY SIZE INTO UPD-REASON
006120         GO TO 2500-EXIT
006130     END-IF
006140     MOVE 'PUBLISHED' TO PUZ-MST-STATUS
006150     MOVE 'MARKED PUBLISHED' TO UPD-ACTION
006160     PERFORM 2700-REWRITE-MASTER THRU 2700-EXIT.
006170 2500-EXIT.
006180     EXIT.
006190
006200 2600-APPLY-RETIRE.
006210     PERFORM 2150-READ-MASTER THRU 2150-EXIT
006220     IF NOT UPD-MASTER-FOUND
006230         MOVE 'NOT ON THE MASTER' TO UPD-REASON
006240         GO TO 2600-EXIT
006250     END-IF
006260     IF PUZ-MST-RETIRED
006270         MOVE 'ALREADY RETIRED' TO UPD-REASON
006280         GO TO 2600-EXIT
006290     END-IF
006300     STRING 'RETIRED FROM ' PUZ-MST-STATUS
006310         DELIMITED BY SIZE INTO UPD-ACTION
006320     MOVE 'RETIRED' TO PUZ-MST-STATUS
006330     PERFORM 2700-REWRITE-MASTER THRU 2700-EXIT.
006340 2600-EXIT.
006350     EXIT.
006360
006370 2700-REWRITE-MASTER.
006380     REWRITE PUZ-MASTER-RECORD
006390         INVALID KEY
006400             MOVE SPACES TO UPD-ACTION
006410             STRING 'REWRITE FAILED -- STATUS '
006420                 UPD-MASTER-FILE-STATUS
006430                 DELIMITED BY SIZE INTO UPD-REASON
006440         NOT INVALID KEY
006450             MOVE 'CHANGE' TO JRN-LOG-ACTION
006460             PERFORM 7320-JRNL-WRITE-RECORD THRU 7320-EXIT
006470     END-REWRITE.
006480 2700-EXIT.
006490     EXIT.
006500
006510******************************************************************
006520*    8000-PRINT-CONTROL-TOTALS
006530*    ONE LINE PER TRANSACTION TYPE, THEN THE RUN TOTAL.  READ MUST
006540*    EQUAL ACCEPTED PLUS REJECTED ON EVERY LINE.
006550******************************************************************
006560 8000-PRINT-CONTROL-TOTALS.
006570     MOVE SPACES TO PRT-REPORT-LINE
006580     WRITE PRT-REPORT-LINE
006590     MOVE 'CONTROL TOTALS BY TRANSACTION TYPE' TO PRT-REPORT-LINE
006600     WRITE PRT-REPORT-LINE
006610     WRITE PRT-REPORT-LINE FROM UPD-TOTAL-HEAD-LINE
006620     PERFORM 8100-PRINT-ONE-TYPE THRU 8100-EXIT
006630         VARYING UPD-TYPE-IDX FROM 1 BY 1
006640             UNTIL UPD-TYPE-IDX > 6
006650     MOVE 'ALL TYPES' TO UPD-TTL-TYPE
006660     MOVE UPD-READ-COUNT TO UPD-TTL-READ
006670     MOVE UPD-ACCEPTED-COUNT TO UPD-TTL-ACCEPTED
006680     MOVE UPD-REJECTED-COUNT TO UPD-TTL-REJECTED
006690     WRITE PRT-REPORT-LINE FROM UPD-TOTAL-LINE
006700     IF UPD-READ-COUNT NOT = UPD-ACCEPTED-COUNT
006710             + UPD-REJECTED-COUNT
006720         MOVE '  *** OUT OF BALANCE -- RUN FAILED ***'
006730             TO PRT-REPORT-LINE
006740     ELSE
006750         MOVE '  IN BALANCE' TO PRT-REPORT-LINE
006760     END-IF
006770     WRITE PRT-REPORT-LINE.
006780 8000-EXIT.
006790     EXIT.
006800
006810 8100-PRINT-ONE-TYPE.
006820     MOVE UPD-TYPE-NAME(UPD-TYPE-IDX) TO UPD-TTL-TYPE
006830     MOVE UPD-TYPE-READ(UPD-TYPE-IDX) TO UPD-TTL-READ
006840     MOVE UPD-TYPE-ACCEPTED(UPD-TYPE-IDX) TO UPD-TTL-ACCEPTED
006850     MOVE UPD-TYPE-REJECTED(UPD-TYPE-IDX) TO UPD-TTL-REJECTED
006860     WRITE PRT-REPORT-LINE FROM UPD-TOTAL-LINE.
006870 8100-EXIT.
006880     EXIT.
006890
006900******************************************************************
006910*    9000-END-OF-JOB
006920******************************************************************
006930 9000-END-OF-JOB.
006940     DISPLAY " ".
006950     DISPLAY "====================================".
006960     DISPLAY "END OF JOB MASTER UPDATE REPORT".
006970     DISPLAY "TRANSACTIONS READ      : " UPD-READ-COUNT.
006980     DISPLAY "TRANSACTIONS ACCEPTED  : " UPD-ACCEPTED-COUNT.
006990     DISPLAY "TRANSACTIONS REJECTED  : " UPD-REJECTED-COUNT.
007000     DISPLAY "TRANSACTION DATASET    : " UPD-INPUT-FILE-NAME.
007010     DISPLAY "REJECT DATASET         : " UPD-REJECT-FILE-NAME.
007020     DISPLAY "MASTER JOURNAL RECORDS : " JRN-LOG-WRITE-COUNT.
007030     IF NOT UPD-RUN-FAILED
007040         IF UPD-READ-COUNT NOT = UPD-ACCEPTED-COUNT
007050                 + UPD-REJECTED-COUNT
007060             DISPLAY "RUN FAILED -- TRANSACTIONS READ DO NOT "
007070                 "MATCH ACCEPTED PLUS REJECTED"
007080             MOVE 8 TO RETURN-CODE
007090         ELSE
007100             IF UPD-REJECTED-COUNT > 0
007110                 DISPLAY "REJECTED TRANSACTIONS -- CORRECT AND "
007120                     "RESUBMIT " UPD-REJECT-FILE-NAME
007130                 MOVE 4 TO RETURN-CODE
007140             END-IF
007150         END-IF
007160         IF JRN-LOG-FAILED-COUNT > 0
007170             DISPLAY "RUN FAILED -- MASTER CHANGES NOT "
007180                 "JOURNALLED: " JRN-LOG-FAILED-COUNT
007190             MOVE 8 TO RETURN-CODE
007200         END-IF
007210         DISPLAY "REPORT WRITTEN TO UPDRPT.DAT"
007220     END-IF.
007230     DISPLAY "====================================".
007240     PERFORM 9500-LOG-RUN-HISTORY THRU 9500-EXIT.
007250 9000-EXIT.
007260     EXIT.
007270
007280******************************************************************
007290*    9500-LOG-RUN-HISTORY
007300*    THE SOLVED COUNT IS THE TRANSACTIONS ACCEPTED AND THE
007310*    INVALID COUNT THOSE REJECTED.
007320******************************************************************
007330 9500-LOG-RUN-HISTORY.
007340     MOVE 'SudokuUpd' TO RUN-LOG-PROGRAM
007350     MOVE UPD-INPUT-FILE-NAME TO RUN-LOG-INPUT-DSN
007360     MOVE UPD-REJECT-FILE-NAME TO RUN-LOG-OUTPUT-DSN
007370     MOVE SPACES TO RUN-LOG-PARM-TEXT
007380     STRING "ACCEPTED=" UPD-ACCEPTED-COUNT
007390         " REJECTED=" UPD-REJECTED-COUNT
007400         DELIMITED BY SIZE INTO RUN-LOG-PARM-TEXT
007410     MOVE UPD-READ-COUNT TO RUN-LOG-READ-COUNT
007420     MOVE UPD-ACCEPTED-COUNT TO RUN-LOG-SOLVED-COUNT
007430     MOVE UPD-REJECTED-COUNT TO RUN-LOG-INVALID-COUNT
007440     PERFORM 7500-RUN-HIST-WRITE THRU 7500-EXIT.
007450 9500-EXIT.
007460     EXIT.
007470
007480******************************************************************
007490*    9999-TERMINATE
007500******************************************************************
007510 9999-TERMINATE.
007520     IF UPD-FILES-ARE-OPEN
007530         CLOSE TRANSACTION-FILE
007540         CLOSE PUZZLE-MASTER-FILE
007550         CLOSE REJECT-FILE
007560         CLOSE PRINT-REPORT-FILE
007570         PERFORM 7330-JRNL-CLOSE THRU 7330-EXIT
007580     END-IF
007590     STOP RUN.
007600 9999-EXIT.
007610     EXIT.
007620
007630     COPY VALIGRID.
007640     COPY RUNHWRT.
007650     COPY MSTJWRT.
