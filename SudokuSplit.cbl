000010******************************************************************
000020*    SUDOKUSPLIT.CBL
000030*    CUT A PUZZLE ENVELOPE FILE INTO PARTITIONS FOR SIDE-BY-SIDE
000040*    SUDOKUBATCH STREAMS.
000050*
000060*    READS A PUZZLE INPUT FILE IN THE HDR/TRL ENVELOPE (PUZREC.CPY
000070*    AND PUZHDR.CPY) AND DEALS ITS PUZZLES OUT IN ORDER INTO N
000080*    PARTITION FILES OF AS NEARLY EQUAL SIZE AS THE COUNT ALLOWS,
000090*    THE FIRST PUZZLES TO PARTITION 01.  EACH PARTITION IS A
000100*    COMPLETE ENVELOPE OF ITS OWN -- THE ORIGINAL BATCH ID AND
000110*    DATE ON A NEW HDR WITH THE PARTITION'S COUNT, AND A TRL --
000120*    SO SUDOKUBATCH VERIFIES IT EXACTLY AS IT WOULD A SUPPLIER
000130*    FILE.
000140*
000150*    FOR EACH PARTITION THE SPLIT ALSO NAMES THE STREAM'S OWN
000160*    RESULT, EXCEPTION, CHECKPOINT AND REPORT DATASETS, EMPTIES
000170*    THEM (A STALE CHECKPOINT FROM AN EARLIER CUT WOULD OTHERWISE
000180*    SKIP PUZZLES), AND WRITES THE STREAM A SUDOKUBATCH CONTROL
000190*    CARD: EVERY SETTING ON THE MODEL CARD (NORMALLY SUDPARM.DAT)
000200*    EXCEPT THE DATASET KEYWORDS, FOLLOWED BY THE STREAM'S OWN.
000210*    STREAM NN IS THEN RUN AS
000220*        SudokuBatch <PREFIX>NNP.DAT
000230*    AND THE DATASETS ARE NAMED <PREFIX>NN PLUS I (INPUT), O
000240*    (RESULTS), X (EXCEPTIONS), C (CHECKPOINT), R (REPORT) AND P
000250*    (CONTROL CARD), ALL .DAT.
000260*
000270*    THE WHOLE INPUT ENVELOPE IS PROVED -- HEADER, EVERY PROMISED
000280*    PUZZLE, TRAILER COUNT -- BEFORE THE PARTITION MANIFEST
000290*    (PARTMAN.CPY) IS WRITTEN.  SUDOKUMERGE WORKS FROM THE
000300*    MANIFEST, SO A BAD CUT CAN NEVER BE MERGED; IT ENDS WITH
000310*    RETURN CODE 8 AND AN EMPTY MANIFEST.
000320*
000330*    CONTROL CARD (SPLTPARM.DAT, KEYWORD=VALUE, * FOR COMMENTS):
000340*        INPUT=PUZIN.DAT
000350*        PARTITIONS=02          (01 TO 20)
000360*        PREFIX=SUDS            (UP TO 5 CHARACTERS)
000370*        MODEL=SUDPARM.DAT
000380*        MANIFEST=PARTMAN.DAT
000390*
000400*    AUTHOR.     M. CLASSEN, APPLICATIONS PROGRAMMING.
000410*    INSTALLATION. GAMES AND UTILITIES.
000420*    DATE-WRITTEN. 2026-10-12.
000430*
000440*    MODIFICATION HISTORY
000450*    DATE       INIT  DESCRIPTION
000460*    2026-10-12 MKC   ORIGINAL PROGRAM.  HEADER CHECK FOLLOWS
000470*                     SUDOKUBATCH 1600-VERIFY-HEADER; CONTROL
000480*                     CARD CONVENTION FOLLOWS SUDPARM.DAT.  THE
000490*                     RUN IS LOGGED TO THE RUN HISTORY FILE.
000500*    2026-10-15 MKC   RECORD LENGTH FOLLOWS THE PUZZLE RECORD
000510*                     WIDENED FOR THE PUZZLE VARIANT.
000520******************************************************************
000530 IDENTIFICATION DIVISION.
000540 PROGRAM-ID. SudokuSplit.
000550 AUTHOR. M. CLASSEN.
000560 INSTALLATION. GAMES AND UTILITIES.
000570 DATE-WRITTEN. 2026-10-12.
000580 DATE-COMPILED. 2026-10-12.
000590
000600 ENVIRONMENT DIVISION.
000610 INPUT-OUTPUT SECTION.
000620 FILE-CONTROL.
000630     SELECT PUZZLE-INPUT-FILE
000640         ASSIGN TO DYNAMIC SPL-INPUT-FILE-NAME
000650         ORGANIZATION IS LINE SEQUENTIAL
000660         FILE STATUS IS SPL-INPUT-FILE-STATUS.
000670
000680     SELECT PARTITION-FILE
000690         ASSIGN TO DYNAMIC SPL-NAME-INPUT
000700         ORGANIZATION IS LINE SEQUENTIAL
000710         FILE STATUS IS SPL-PART-FILE-STATUS.
000720
000730     SELECT STREAM-DATASET-FILE
000740         ASSIGN TO DYNAMIC SPL-EMPTY-FILE-NAME
000750         ORGANIZATION IS LINE SEQUENTIAL
000760         FILE STATUS IS SPL-EMPTY-FILE-STATUS.
000770
000780     SELECT STREAM-CARD-FILE
000790         ASSIGN TO DYNAMIC SPL-NAME-PARM
000800         ORGANIZATION IS LINE SEQUENTIAL
000810         FILE STATUS IS SPL-CARD-FILE-STATUS.
000820
000830     SELECT MODEL-CARD-FILE
000840         ASSIGN TO DYNAMIC SPL-MODEL-FILE-NAME
000850         ORGANIZATION IS LINE SEQUENTIAL
000860         FILE STATUS IS SPL-MODEL-FILE-STATUS.
000870
000880     SELECT PARTITION-MANIFEST-FILE
000890         ASSIGN TO DYNAMIC SPL-MANIFEST-FILE-NAME
000900         ORGANIZATION IS LINE SEQUENTIAL
000910         FILE STATUS IS SPL-MANIFEST-FILE-STATUS.
000920
000930     SELECT CONTROL-CARD-FILE ASSIGN TO "SPLTPARM.DAT"
000940         ORGANIZATION IS LINE SEQUENTIAL
000950         FILE STATUS IS SPL-PARM-FILE-STATUS.
000960
000970     SELECT RUN-HISTORY-FILE ASSIGN TO "RUNHIST.DAT"
000980         ORGANIZATION IS INDEXED
000990         ACCESS MODE IS DYNAMIC
001000         RECORD KEY IS RUN-HIST-KEY
001010         FILE STATUS IS RUN-LOG-FILE-STATUS.
001020
001030 DATA DIVISION.
001040 FILE SECTION.
001050 FD  PUZZLE-INPUT-FILE.
001060 01  PUZ-FILE-RECORD             PIC X(92).
001070
001080 FD  PARTITION-FILE.
001090 01  SPL-PARTITION-RECORD        PIC X(92).
001100
001110 FD  STREAM-DATASET-FILE.
001120 01  SPL-EMPTY-RECORD            PIC X(80).
001130
001140 FD  STREAM-CARD-FILE.
001150 01  SPL-STREAM-CARD-RECORD      PIC X(80).
001160
001170 FD  MODEL-CARD-FILE.
001180 01  SPL-MODEL-CARD-RECORD       PIC X(80).
001190
001200 FD  PARTITION-MANIFEST-FILE.
001210     COPY PARTMAN.
001220
001230 FD  CONTROL-CARD-FILE.
001240 01  PRM-CONTROL-RECORD          PIC X(80).
001250
001260 FD  RUN-HISTORY-FILE.
001270     COPY RUNHIST.
001280
001290 WORKING-STORAGE SECTION.
001300 COPY PUZREC.
001310 COPY PUZHDR.
001320 COPY RUNHFLD.
001330
001340 01  SPL-FILE-STATUS-FIELDS.
001350     05  SPL-INPUT-FILE-STATUS   PIC X(02).
001360     05  SPL-PART-FILE-STATUS    PIC X(02).
001370     05  SPL-EMPTY-FILE-STATUS   PIC X(02).
001380     05  SPL-CARD-FILE-STATUS    PIC X(02).
001390     05  SPL-MODEL-FILE-STATUS   PIC X(02).
001400     05  SPL-MANIFEST-FILE-STATUS PIC X(02).
001410     05  SPL-PARM-FILE-STATUS    PIC X(02).
001420
001430 01  SPL-WORK-FIELDS.
001440     05  SPL-RUN-FAILED-SW       PIC X(01) VALUE 'N'.
001450         88  SPL-RUN-FAILED              VALUE 'Y'.
001460     05  SPL-INPUT-OPEN-SW       PIC X(01) VALUE 'N'.
001470         88  SPL-INPUT-IS-OPEN           VALUE 'Y'.
001480     05  SPL-MANIFEST-OPEN-SW    PIC X(01) VALUE 'N'.
001490         88  SPL-MANIFEST-IS-OPEN        VALUE 'Y'.
001500     05  SPL-MODEL-EOF-SW        PIC X(01) VALUE 'N'.
001510         88  SPL-MODEL-EOF               VALUE 'Y'.
001520     05  SPL-INPUT-FILE-NAME     PIC X(20) VALUE "PUZIN.DAT".
001530     05  SPL-MODEL-FILE-NAME     PIC X(20) VALUE "SUDPARM.DAT".
001540     05  SPL-MANIFEST-FILE-NAME  PIC X(20) VALUE "PARTMAN.DAT".
001550     05  SPL-EMPTY-FILE-NAME     PIC X(20).
001560     05  SPL-PREFIX              PIC X(05) VALUE 'SUDS'.
001570     05  SPL-PARTITIONS          PIC 9(02) VALUE 2.
001580     05  SPL-PART-IDX            PIC 9(02) COMP.
001590     05  SPL-PART-NUM            PIC 9(02).
001600     05  SPL-HDR-BATCH-ID        PIC X(08) VALUE SPACES.
001610     05  SPL-HDR-DATE            PIC X(08) VALUE SPACES.
001620     05  SPL-EXPECTED-COUNT      PIC 9(08) VALUE 0.
001630     05  SPL-BASE-SIZE           PIC 9(08) VALUE 0.
001640     05  SPL-EXTRA-COUNT         PIC 9(08) VALUE 0.
001650     05  SPL-PART-SIZE           PIC 9(08) VALUE 0.
001660     05  SPL-PART-WRITTEN        PIC 9(08) VALUE 0.
001670     05  SPL-TOTAL-READ          PIC 9(08) VALUE 0.
001680     05  SPL-TRAILER-COUNT       PIC 9(08) VALUE 0.
001690     05  SPL-CURRENT-STAMP       PIC X(21).
001700
001710*    THE STREAM DATASET NAMES FOR THE PARTITION IN HAND, BUILT BY
001720*    2050-NAME-PARTITION FROM THE PREFIX AND PARTITION NUMBER.
001730 01  SPL-STREAM-NAMES.
001740     05  SPL-NAME-INPUT          PIC X(20).
001750     05  SPL-NAME-OUTPUT         PIC X(20).
001760     05  SPL-NAME-EXCEPTION      PIC X(20).
001770     05  SPL-NAME-CHECKPOINT     PIC X(20).
001780     05  SPL-NAME-REPORT         PIC X(20).
001790     05  SPL-NAME-PARM           PIC X(20).
001800     05  SPL-NAME-SUFFIX         PIC X(01).
001810
001820*    THE MODEL CARD IS HELD HERE ONCE AND COPIED TO EVERY STREAM
001830*    CARD.  THE DATASET KEYWORDS THE SPLIT SETS ITSELF ARE LEFT
001840*    OUT AS THE MODEL IS LOADED.
001850 01  SPL-MODEL-TABLE.
001860     05  SPL-MODEL-COUNT         PIC 9(02) COMP VALUE 0.
001870     05  SPL-MODEL-IDX           PIC 9(02) COMP.
001880     05  SPL-MODEL-LINE OCCURS 50 TIMES PIC X(80).
001890
001900 01  SPL-CARD-LINE               PIC X(80).
001910
001920 01  PRM-CONTROL-FIELDS.
001930     05  PRM-EOF-SW              PIC X(01) VALUE 'N'.
001940         88  PRM-EOF                     VALUE 'Y'.
001950     05  PRM-OPEN-SW             PIC X(01) VALUE 'N'.
001960         88  PRM-IS-OPEN                 VALUE 'Y'.
001970     05  PRM-KEY                 PIC X(20).
001980     05  PRM-VALUE               PIC X(20).
001990
002000 PROCEDURE DIVISION.
002010
002020******************************************************************
002030*    0000-MAINLINE
002040******************************************************************
002050 0000-MAINLINE.
002060     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002070     IF NOT SPL-RUN-FAILED
002080         PERFORM 2000-CUT-ONE-PARTITION THRU 2000-EXIT
002090             VARYING SPL-PART-IDX FROM 1 BY 1
002100                 UNTIL SPL-PART-IDX > SPL-PARTITIONS
002110                     OR SPL-RUN-FAILED
002120     END-IF
002130     IF NOT SPL-RUN-FAILED
002140         PERFORM 3000-CHECK-TRAILER THRU 3000-EXIT
002150     END-IF
002160     IF NOT SPL-RUN-FAILED
002170         PERFORM 4000-WRITE-MANIFEST THRU 4000-EXIT
002180     END-IF
002190     PERFORM 9000-END-OF-JOB THRU 9000-EXIT
002200     PERFORM 9999-TERMINATE THRU 9999-EXIT.
002210 0000-EXIT.
002220     EXIT.
002230
002240******************************************************************
002250*    1000-INITIALIZE
002260*    THE MANIFEST IS EMPTIED FIRST, SO WHATEVER HAPPENS AFTER
002270*    THIS POINT AN OLD MANIFEST CANNOT BE MERGED AGAINST THE NEW
002280*    PARTITIONS.
002290******************************************************************
002300 1000-INITIALIZE.
002310     MOVE FUNCTION CURRENT-DATE TO SPL-CURRENT-STAMP
002320     PERFORM 1500-READ-CONTROL-CARD THRU 1500-EXIT
002330     IF SPL-PARTITIONS < 1 OR SPL-PARTITIONS > 20
002340         DISPLAY "PARTITIONS= MUST BE 01 TO 20 -- RUN REFUSED"
002350         PERFORM 1900-FAIL-THE-RUN THRU 1900-EXIT
002360         GO TO 1000-EXIT
002370     END-IF
002380     IF SPL-PREFIX = SPACES
002390         DISPLAY "PREFIX= MAY NOT BE BLANK -- RUN REFUSED"
002400         PERFORM 1900-FAIL-THE-RUN THRU 1900-EXIT
002410         GO TO 1000-EXIT
002420     END-IF
002430     OPEN OUTPUT PARTITION-MANIFEST-FILE
002440     IF SPL-MANIFEST-FILE-STATUS NOT = "00"
002450         DISPLAY "MANIFEST " SPL-MANIFEST-FILE-NAME
002460             " NOT AVAILABLE -- STATUS " SPL-MANIFEST-FILE-STATUS
002470         PERFORM 1900-FAIL-THE-RUN THRU 1900-EXIT
002480         GO TO 1000-EXIT
002490     END-IF
002500     MOVE 'Y' TO SPL-MANIFEST-OPEN-SW
002510     PERFORM 1550-LOAD-MODEL-CARD THRU 1550-EXIT
002520     IF SPL-RUN-FAILED
002530         GO TO 1000-EXIT
002540     END-IF
002550     OPEN INPUT PUZZLE-INPUT-FILE
002560     IF SPL-INPUT-FILE-STATUS NOT = "00"
002570         DISPLAY "PUZZLE INPUT FILE " SPL-INPUT-FILE-NAME
002580             " NOT AVAILABLE -- STATUS " SPL-INPUT-FILE-STATUS
002590         PERFORM 1900-FAIL-THE-RUN THRU 1900-EXIT
002600         GO TO 1000-EXIT
002610     END-IF
002620     MOVE 'Y' TO SPL-INPUT-OPEN-SW
002630     PERFORM 1600-VERIFY-HEADER THRU 1600-EXIT
002640     IF SPL-RUN-FAILED
002650         GO TO 1000-EXIT
002660     END-IF
002670     DIVIDE SPL-EXPECTED-COUNT BY SPL-PARTITIONS
002680         GIVING SPL-BASE-SIZE REMAINDER SPL-EXTRA-COUNT.
002690 1000-EXIT.
002700     EXIT.
002710
002720******************************************************************
002730*    1500-READ-CONTROL-CARD
002740*    KEYWORD=VALUE RECORDS, SAME CONVENTION AS SUDPARM.DAT.
002750******************************************************************
002760 1500-READ-CONTROL-CARD.
002770     OPEN INPUT CONTROL-CARD-FILE
002780     IF SPL-PARM-FILE-STATUS = "00"
002790         MOVE 'Y' TO PRM-OPEN-SW
002800     ELSE
002810         DISPLAY "NO SPLTPARM.DAT -- USING PROGRAM DEFAULTS"
002820         MOVE 'Y' TO PRM-EOF-SW
002830     END-IF
002840     PERFORM 1510-READ-ONE-CARD THRU 1510-EXIT
002850         UNTIL PRM-EOF
002860     IF PRM-IS-OPEN
002870         CLOSE CONTROL-CARD-FILE
002880     END-IF.
002890 1500-EXIT.
002900     EXIT.
002910
002920 1510-READ-ONE-CARD.
002930     READ CONTROL-CARD-FILE
002940         AT END
002950             MOVE 'Y' TO PRM-EOF-SW
002960         NOT AT END
002970             IF PRM-CONTROL-RECORD(1:1) NOT = '*'
002980                 AND PRM-CONTROL-RECORD NOT = SPACES
002990                 PERFORM 1520-APPLY-ONE-CARD THRU 1520-EXIT
003000             END-IF
003010     END-READ.
003020 1510-EXIT.
003030     EXIT.
003040
003050 1520-APPLY-ONE-CARD.
003060     MOVE SPACES TO PRM-KEY
003070     MOVE SPACES TO PRM-VALUE
003080     UNSTRING PRM-CONTROL-RECORD DELIMITED BY '='
003090         INTO PRM-KEY PRM-VALUE
003100     EVALUATE PRM-KEY
003110         WHEN 'INPUT'
003120             MOVE PRM-VALUE TO SPL-INPUT-FILE-NAME
003130         WHEN 'PARTITIONS'
003140             IF PRM-VALUE(1:2) NUMERIC
003150                 MOVE PRM-VALUE(1:2) TO SPL-PARTITIONS
003160             ELSE
003170                 DISPLAY "BAD CONTROL RECORD IGNORED: "
003180                     PRM-CONTROL-RECORD
003190             END-IF
003200         WHEN 'PREFIX'
003210             MOVE PRM-VALUE TO SPL-PREFIX
003220         WHEN 'MODEL'
003230             MOVE PRM-VALUE TO SPL-MODEL-FILE-NAME
003240         WHEN 'MANIFEST'
003250             MOVE PRM-VALUE TO SPL-MANIFEST-FILE-NAME
003260         WHEN OTHER
003270             DISPLAY "UNKNOWN CONTROL KEYWORD IGNORED: "
003280                 PRM-CONTROL-RECORD
003290     END-EVALUATE.
003300 1520-EXIT.
003310     EXIT.
003320
003330******************************************************************
003340*    1550-LOAD-MODEL-CARD
003350*    NO MODEL CARD SIMPLY MEANS THE STREAMS RUN ON SUDOKUBATCH'S
003360*    OWN DEFAULTS.  A MODEL TOO LONG FOR THE TABLE IS REFUSED
003370*    RATHER THAN CUT SHORT, SINCE A DROPPED SETTING WOULD MAKE
003380*    THE STREAMS RUN DIFFERENTLY FROM A SINGLE RUN.
003390******************************************************************
003400 1550-LOAD-MODEL-CARD.
003410     OPEN INPUT MODEL-CARD-FILE
003420     IF SPL-MODEL-FILE-STATUS NOT = "00"
003430         DISPLAY "NO MODEL CARD " SPL-MODEL-FILE-NAME
003440             " -- STREAMS USE SUDOKUBATCH DEFAULTS"
003450         GO TO 1550-EXIT
003460     END-IF
003470     PERFORM 1560-READ-ONE-MODEL-LINE THRU 1560-EXIT
003480         UNTIL SPL-MODEL-EOF
003490     CLOSE MODEL-CARD-FILE.
003500 1550-EXIT.
003510     EXIT.
003520
003530 1560-READ-ONE-MODEL-LINE.
003540     READ MODEL-CARD-FILE
003550         AT END
003560             MOVE 'Y' TO SPL-MODEL-EOF-SW
003570             GO TO 1560-EXIT
003580     END-READ
003590     MOVE SPACES TO PRM-KEY
003600     IF SPL-MODEL-CARD-RECORD(1:1) NOT = '*'
003610         UNSTRING SPL-MODEL-CARD-RECORD DELIMITED BY '='
003620             INTO PRM-KEY
003630     END-IF
003640     IF PRM-KEY = 'INPUT' OR 'OUTPUT' OR 'INPUT-SOURCE'
003650             OR 'INPUT-ENVELOPE' OR 'EXCEPTION' OR 'CHECKPOINT'
003660             OR 'REPORT-FILE'
003670         GO TO 1560-EXIT
003680     END-IF
003690     IF SPL-MODEL-COUNT = 50
003700         DISPLAY "MODEL CARD " SPL-MODEL-FILE-NAME
003710             " HAS MORE THAN 50 LINES -- RUN REFUSED"
003720         MOVE 'Y' TO SPL-MODEL-EOF-SW
003730         PERFORM 1900-FAIL-THE-RUN THRU 1900-EXIT
003740         GO TO 1560-EXIT
003750     END-IF
003760     ADD 1 TO SPL-MODEL-COUNT
003770     MOVE SPL-MODEL-CARD-RECORD
003780         TO SPL-MODEL-LINE(SPL-MODEL-COUNT).
003790 1560-EXIT.
003800     EXIT.
003810
003820******************************************************************
003830*    1600-VERIFY-HEADER
003840*    THE SAME CHECK AS SUDOKUBATCH -- THE FIRST RECORD MUST BE
003850*    THE HDR ENVELOPE RECORD OR THE FILE IS REFUSED OUTRIGHT.
003860******************************************************************
003870 1600-VERIFY-HEADER.
003880     READ PUZZLE-INPUT-FILE INTO PUZ-INPUT-RECORD
003890         AT END
003900             DISPLAY "INPUT FILE IS EMPTY -- NO HEADER RECORD"
003910             PERFORM 1900-FAIL-THE-RUN THRU 1900-EXIT
003920             GO TO 1600-EXIT
003930     END-READ
003940     IF NOT PUZ-IS-HEADER
003950         DISPLAY "FIRST RECORD IS NOT A HEADER -- RUN REFUSED"
003960         PERFORM 1900-FAIL-THE-RUN THRU 1900-EXIT
003970         GO TO 1600-EXIT
003980     END-IF
003990     MOVE PUZ-HDR-BATCH-ID TO SPL-HDR-BATCH-ID
004000     MOVE PUZ-HDR-DATE TO SPL-HDR-DATE
004010     MOVE PUZ-HDR-EXPECTED-COUNT TO SPL-EXPECTED-COUNT
004020     DISPLAY "SPLITTING BATCH " SPL-HDR-BATCH-ID " OF "
004030         SPL-HDR-DATE " -- " SPL-EXPECTED-COUNT " PUZZLES INTO "
004040         SPL-PARTITIONS " PARTITIONS".
004050 1600-EXIT.
004060     EXIT.
004070
004080 1900-FAIL-THE-RUN.
004090     MOVE 'Y' TO SPL-RUN-FAILED-SW
004100     MOVE 8 TO RETURN-CODE.
004110 1900-EXIT.
004120     EXIT.
004130
004140******************************************************************
004150*    2000-CUT-ONE-PARTITION
004160*    WRITES ONE PARTITION ENVELOPE, EMPTIES THE STREAM'S OWN
004170*    DATASETS AND WRITES ITS CONTROL CARD.
004180******************************************************************
004190 2000-CUT-ONE-PARTITION.
004200     PERFORM 2050-NAME-PARTITION THRU 2050-EXIT
004210     OPEN OUTPUT PARTITION-FILE
004220     IF SPL-PART-FILE-STATUS NOT = "00"
004230         DISPLAY "PARTITION FILE " SPL-NAME-INPUT
004240             " NOT AVAILABLE -- STATUS " SPL-PART-FILE-STATUS
004250         PERFORM 1900-FAIL-THE-RUN THRU 1900-EXIT
004260         GO TO 2000-EXIT
004270     END-IF
004280     MOVE SPACES TO PUZ-INPUT-RECORD
004290     MOVE 'HDR' TO PUZ-HDR-TAG
004300     MOVE SPL-HDR-BATCH-ID TO PUZ-HDR-BATCH-ID
004310     MOVE SPL-HDR-DATE TO PUZ-HDR-DATE
004320     MOVE SPL-PART-SIZE TO PUZ-HDR-EXPECTED-COUNT
004330     WRITE SPL-PARTITION-RECORD FROM PUZ-INPUT-RECORD
004340     MOVE 0 TO SPL-PART-WRITTEN
004350     PERFORM 2100-COPY-ONE-PUZZLE THRU 2100-EXIT
004360         UNTIL SPL-PART-WRITTEN = SPL-PART-SIZE
004370             OR SPL-RUN-FAILED
004380     MOVE SPACES TO PUZ-INPUT-RECORD
004390     MOVE 'TRL' TO PUZ-TRL-TAG
004400     MOVE SPL-PART-WRITTEN TO PUZ-TRL-ACTUAL-COUNT
004410     WRITE SPL-PARTITION-RECORD FROM PUZ-INPUT-RECORD
004420     CLOSE PARTITION-FILE
004430     IF SPL-RUN-FAILED
004440         GO TO 2000-EXIT
004450     END-IF
004460     MOVE SPL-NAME-OUTPUT TO SPL-EMPTY-FILE-NAME
004470     PERFORM 2200-EMPTY-ONE-DATASET THRU 2200-EXIT
004480     MOVE SPL-NAME-EXCEPTION TO SPL-EMPTY-FILE-NAME
004490     PERFORM 2200-EMPTY-ONE-DATASET THRU 2200-EXIT
004500     MOVE SPL-NAME-CHECKPOINT TO SPL-EMPTY-FILE-NAME
004510     PERFORM 2200-EMPTY-ONE-DATASET THRU 2200-EXIT
004520     MOVE SPL-NAME-REPORT TO SPL-EMPTY-FILE-NAME
004530     PERFORM 2200-EMPTY-ONE-DATASET THRU 2200-EXIT
004540     IF NOT SPL-RUN-FAILED
004550         PERFORM 2300-WRITE-STREAM-CARD THRU 2300-EXIT
004560     END-IF
004570     DISPLAY "PARTITION " SPL-PART-NUM ": " SPL-PART-WRITTEN
004580         " PUZZLES TO " SPL-NAME-INPUT.
004590 2000-EXIT.
004600     EXIT.
004610
004620******************************************************************
004630*    2050-NAME-PARTITION
004640*    SIZES AND NAMES THE PARTITION IN SPL-PART-IDX.  THE FIRST
004650*    SPL-EXTRA-COUNT PARTITIONS TAKE ONE PUZZLE MORE THAN THE
004660*    REST.
004670******************************************************************
004680 2050-NAME-PARTITION.
004690     MOVE SPL-PART-IDX TO SPL-PART-NUM
004700     MOVE SPL-BASE-SIZE TO SPL-PART-SIZE
004710     IF SPL-PART-IDX NOT > SPL-EXTRA-COUNT
004720         ADD 1 TO SPL-PART-SIZE
004730     END-IF
004740     MOVE 'I' TO SPL-NAME-SUFFIX
004750     PERFORM 2060-BUILD-ONE-NAME THRU 2060-EXIT
004760     MOVE SPL-EMPTY-FILE-NAME TO SPL-NAME-INPUT
004770     MOVE 'O' TO SPL-NAME-SUFFIX
004780     PERFORM 2060-BUILD-ONE-NAME THRU 2060-EXIT
004790     MOVE SPL-EMPTY-FILE-NAME TO SPL-NAME-OUTPUT
004800     MOVE 'X' TO SPL-NAME-SUFFIX
004810     PERFORM 2060-BUILD-ONE-NAME THRU 2060-EXIT
004820     MOVE SPL-EMPTY-FILE-NAME TO SPL-NAME-EXCEPTION
004830     MOVE 'C' TO SPL-NAME-SUFFIX
004840     PERFORM 2060-BUILD-ONE-NAME THRU 2060-EXIT
004850     MOVE SPL-EMPTY-FILE-NAME TO SPL-NAME-CHECKPOINT
004860     MOVE 'R' TO SPL-NAME-SUFFIX
004870     PERFORM 2060-BUILD-ONE-NAME THRU 2060-EXIT
004880     MOVE SPL-EMPTY-FILE-NAME TO SPL-NAME-REPORT
004890     MOVE 'P' TO SPL-NAME-SUFFIX
004900     PERFORM 2060-BUILD-ONE-NAME THRU 2060-EXIT
004910     MOVE SPL-EMPTY-FILE-NAME TO SPL-NAME-PARM.
004920 2050-EXIT.
004930     EXIT.
004940
004950 2060-BUILD-ONE-NAME.
004960     MOVE SPACES TO SPL-EMPTY-FILE-NAME
004970     STRING SPL-PREFIX DELIMITED BY SPACE
004980         SPL-PART-NUM SPL-NAME-SUFFIX '.DAT'
004990             DELIMITED BY SIZE
005000         INTO SPL-EMPTY-FILE-NAME.
005010 2060-EXIT.
005020     EXIT.
005030
005040******************************************************************
005050*    2100-COPY-ONE-PUZZLE
005060*    THE INPUT RUNNING OUT BEFORE THE HEADER'S COUNT HAS BEEN
005070*    DEALT OUT IS A SHORT ENVELOPE AND FAILS THE RUN HERE.
005080******************************************************************
005090 2100-COPY-ONE-PUZZLE.
005100     READ PUZZLE-INPUT-FILE INTO PUZ-INPUT-RECORD
005110         AT END
005120             DISPLAY "RUN FAILED -- INPUT ENDED AFTER "
005130                 SPL-TOTAL-READ " OF " SPL-EXPECTED-COUNT
005140                 " PUZZLES, NO TRAILER"
005150             PERFORM 1900-FAIL-THE-RUN THRU 1900-EXIT
005160             GO TO 2100-EXIT
005170     END-READ
005180     IF PUZ-IS-TRAILER
005190         DISPLAY "RUN FAILED -- TRAILER REACHED AFTER "
005200             SPL-TOTAL-READ " OF " SPL-EXPECTED-COUNT " PUZZLES"
005210         PERFORM 1900-FAIL-THE-RUN THRU 1900-EXIT
005220         GO TO 2100-EXIT
005230     END-IF
005240     WRITE SPL-PARTITION-RECORD FROM PUZ-INPUT-RECORD
005250     ADD 1 TO SPL-PART-WRITTEN
005260     ADD 1 TO SPL-TOTAL-READ.
005270 2100-EXIT.
005280     EXIT.
005290
005300 2200-EMPTY-ONE-DATASET.
005310     OPEN OUTPUT STREAM-DATASET-FILE
005320     IF SPL-EMPTY-FILE-STATUS NOT = "00"
005330         DISPLAY "STREAM DATASET " SPL-EMPTY-FILE-NAME
005340             " NOT AVAILABLE -- STATUS " SPL-EMPTY-FILE-STATUS
005350         PERFORM 1900-FAIL-THE-RUN THRU 1900-EXIT
005360         GO TO 2200-EXIT
005370     END-IF
005380     CLOSE STREAM-DATASET-FILE.
005390 2200-EXIT.
005400     EXIT.
005410
005420******************************************************************
005430*    2300-WRITE-STREAM-CARD
005440*    THE MODEL SETTINGS FIRST, THEN THE STREAM'S OWN DATASETS.
005450*    A STREAM ALWAYS READS ITS PARTITION AS AN ENVELOPE FILE.
005460******************************************************************
005470 2300-WRITE-STREAM-CARD.
005480     OPEN OUTPUT STREAM-CARD-FILE
005490     IF SPL-CARD-FILE-STATUS NOT = "00"
005500         DISPLAY "STREAM CARD " SPL-NAME-PARM
005510             " NOT AVAILABLE -- STATUS " SPL-CARD-FILE-STATUS
005520         PERFORM 1900-FAIL-THE-RUN THRU 1900-EXIT
005530         GO TO 2300-EXIT
005540     END-IF
005550     MOVE SPACES TO SPL-CARD-LINE
005560     STRING '* STREAM ' SPL-PART-NUM ' OF ' SPL-PARTITIONS
005570         ' FOR BATCH ' SPL-HDR-BATCH-ID ' -- CUT BY SUDOKUSPLIT'
005580         DELIMITED BY SIZE INTO SPL-CARD-LINE
005590     WRITE SPL-STREAM-CARD-RECORD FROM SPL-CARD-LINE
005600     PERFORM 2310-WRITE-MODEL-LINE THRU 2310-EXIT
005610         VARYING SPL-MODEL-IDX FROM 1 BY 1
005620             UNTIL SPL-MODEL-IDX > SPL-MODEL-COUNT
005630     MOVE 'INPUT-SOURCE=FILE' TO SPL-CARD-LINE
005640     WRITE SPL-STREAM-CARD-RECORD FROM SPL-CARD-LINE
005650     MOVE 'INPUT-ENVELOPE=Y' TO SPL-CARD-LINE
005660     WRITE SPL-STREAM-CARD-RECORD FROM SPL-CARD-LINE
005670     MOVE SPACES TO SPL-CARD-LINE
005680     STRING 'INPUT=' SPL-NAME-INPUT
005690         DELIMITED BY SIZE INTO SPL-CARD-LINE
005700     WRITE SPL-STREAM-CARD-RECORD FROM SPL-CARD-LINE
005710     MOVE SPACES TO SPL-CARD-LINE
005720     STRING 'OUTPUT=' SPL-NAME-OUTPUT
005730         DELIMITED BY SIZE INTO SPL-CARD-LINE
005740     WRITE SPL-STREAM-CARD-RECORD FROM SPL-CARD-LINE
005750     MOVE SPACES TO SPL-CARD-LINE
005760     STRING 'EXCEPTION=' SPL-NAME-EXCEPTION
005770         DELIMITED BY SIZE INTO SPL-CARD-LINE
005780     WRITE SPL-STREAM-CARD-RECORD FROM SPL-CARD-LINE
005790     MOVE SPACES TO SPL-CARD-LINE
005800     STRING 'CHECKPOINT=' SPL-NAME-CHECKPOINT
005810         DELIMITED BY SIZE INTO SPL-CARD-LINE
005820     WRITE SPL-STREAM-CARD-RECORD FROM SPL-CARD-LINE
005830     MOVE SPACES TO SPL-CARD-LINE
005840     STRING 'REPORT-FILE=' SPL-NAME-REPORT
005850         DELIMITED BY SIZE INTO SPL-CARD-LINE
005860     WRITE SPL-STREAM-CARD-RECORD FROM SPL-CARD-LINE
005870     CLOSE STREAM-CARD-FILE.
005880 2300-EXIT.
005890     EXIT.
005900
005910 2310-WRITE-MODEL-LINE.
005920     WRITE SPL-STREAM-CARD-RECORD
005930         FROM SPL-MODEL-LINE(SPL-MODEL-IDX).
005940 2310-EXIT.
005950     EXIT.
005960
005970******************************************************************
005980*    3000-CHECK-TRAILER
005990*    EVERY PUZZLE THE HEADER PROMISED HAS BEEN DEALT OUT; THE
006000*    NEXT RECORD MUST BE THE TRAILER AND AGREE WITH THE HEADER.
006010******************************************************************
006020 3000-CHECK-TRAILER.
006030     READ PUZZLE-INPUT-FILE INTO PUZ-INPUT-RECORD
006040         AT END
006050             DISPLAY "RUN FAILED -- TRAILER RECORD MISSING"
006060             PERFORM 1900-FAIL-THE-RUN THRU 1900-EXIT
006070             GO TO 3000-EXIT
006080     END-READ
006090     IF NOT PUZ-IS-TRAILER
006100         DISPLAY "RUN FAILED -- MORE PUZZLES ON FILE THAN THE "
006110             "HEADER COUNT"
006120         PERFORM 1900-FAIL-THE-RUN THRU 1900-EXIT
006130         GO TO 3000-EXIT
006140     END-IF
006150     MOVE PUZ-TRL-ACTUAL-COUNT TO SPL-TRAILER-COUNT
006160     DISPLAY "BATCH " SPL-HDR-BATCH-ID " EXPECTED "
006170         SPL-EXPECTED-COUNT " / TRAILER " SPL-TRAILER-COUNT
006180         " / READ " SPL-TOTAL-READ
006190     IF SPL-TRAILER-COUNT NOT = SPL-TOTAL-READ
006200         DISPLAY "RUN FAILED -- HEADER AND TRAILER COUNTS "
006210             "DISAGREE"
006220         PERFORM 1900-FAIL-THE-RUN THRU 1900-EXIT
006230     END-IF.
006240 3000-EXIT.
006250     EXIT.
006260
006270******************************************************************
006280*    4000-WRITE-MANIFEST
006290******************************************************************
006300 4000-WRITE-MANIFEST.
006310     MOVE SPACES TO PTM-MANIFEST-RECORD
006320     MOVE 'JOB' TO PTM-TAG
006330     MOVE SPL-HDR-BATCH-ID TO PTM-JOB-BATCH-ID
006340     MOVE SPL-HDR-DATE TO PTM-JOB-DATE
006350     MOVE SPL-INPUT-FILE-NAME TO PTM-JOB-INPUT
006360     MOVE SPL-EXPECTED-COUNT TO PTM-JOB-EXPECTED-COUNT
006370     MOVE SPL-PARTITIONS TO PTM-JOB-PARTITIONS
006380     MOVE SPL-CURRENT-STAMP(1:16) TO PTM-JOB-STAMP
006390     WRITE PTM-MANIFEST-RECORD
006400     PERFORM 4100-WRITE-ONE-PARTITION THRU 4100-EXIT
006410         VARYING SPL-PART-IDX FROM 1 BY 1
006420             UNTIL SPL-PART-IDX > SPL-PARTITIONS.
006430 4000-EXIT.
006440     EXIT.
006450
006460 4100-WRITE-ONE-PARTITION.
006470     PERFORM 2050-NAME-PARTITION THRU 2050-EXIT
006480     MOVE SPACES TO PTM-MANIFEST-RECORD
006490     MOVE 'PRT' TO PTM-TAG
006500     MOVE SPL-PART-NUM TO PTM-PART-NUMBER
006510     MOVE SPL-PART-SIZE TO PTM-PART-EXPECTED-COUNT
006520     MOVE SPL-NAME-INPUT TO PTM-PART-INPUT
006530     MOVE SPL-NAME-OUTPUT TO PTM-PART-OUTPUT
006540     MOVE SPL-NAME-EXCEPTION TO PTM-PART-EXCEPTION
006550     MOVE SPL-NAME-CHECKPOINT TO PTM-PART-CHECKPOINT
006560     MOVE SPL-NAME-REPORT TO PTM-PART-REPORT
006570     MOVE SPL-NAME-PARM TO PTM-PART-PARM
006580     WRITE PTM-MANIFEST-RECORD.
006590 4100-EXIT.
006600     EXIT.
006610
006620******************************************************************
006630*    9000-END-OF-JOB
006640******************************************************************
006650 9000-END-OF-JOB.
006660     DISPLAY " ".
006670     DISPLAY "====================================".
006680     DISPLAY "END OF JOB PARTITION SPLIT REPORT".
006690     DISPLAY "INPUT DATASET          : " SPL-INPUT-FILE-NAME.
006700     DISPLAY "BATCH ID               : " SPL-HDR-BATCH-ID.
006710     DISPLAY "PUZZLES EXPECTED       : " SPL-EXPECTED-COUNT.
006720     DISPLAY "PUZZLES DEALT OUT      : " SPL-TOTAL-READ.
006730     DISPLAY "PARTITIONS             : " SPL-PARTITIONS.
006740     DISPLAY "STREAM PREFIX          : " SPL-PREFIX.
006750     DISPLAY "MODEL CONTROL CARD     : " SPL-MODEL-FILE-NAME.
006760     DISPLAY "MODEL LINES COPIED     : " SPL-MODEL-COUNT.
006770     DISPLAY "MANIFEST DATASET       : " SPL-MANIFEST-FILE-NAME.
006780     IF SPL-RUN-FAILED
006790         DISPLAY "RUN FAILED -- NO MANIFEST WRITTEN, PARTITIONS "
006800             "MUST NOT BE RUN"
006810     END-IF.
006820     DISPLAY "====================================".
006830     PERFORM 9500-LOG-RUN-HISTORY THRU 9500-EXIT.
006840 9000-EXIT.
006850     EXIT.
006860
006870******************************************************************
006880*    9500-LOG-RUN-HISTORY
006890******************************************************************
006900 9500-LOG-RUN-HISTORY.
006910     MOVE 'SudokuSplit' TO RUN-LOG-PROGRAM
006920     MOVE SPL-INPUT-FILE-NAME TO RUN-LOG-INPUT-DSN
006930     MOVE SPL-MANIFEST-FILE-NAME TO RUN-LOG-OUTPUT-DSN
006940     MOVE SPACES TO RUN-LOG-PARM-TEXT
006950     STRING "PARTITIONS=" SPL-PARTITIONS
006960         " PREFIX=" SPL-PREFIX
006970         " BATCH=" SPL-HDR-BATCH-ID
006980         DELIMITED BY SIZE INTO RUN-LOG-PARM-TEXT
006990     MOVE SPL-TOTAL-READ TO RUN-LOG-READ-COUNT
007000     PERFORM 7500-RUN-HIST-WRITE THRU 7500-EXIT.
007010 9500-EXIT.
007020     EXIT.
007030
007040******************************************************************
007050*    9999-TERMINATE
007060******************************************************************
007070 9999-TERMINATE.
007080     IF SPL-INPUT-IS-OPEN
007090         CLOSE PUZZLE-INPUT-FILE
007100     END-IF
007110     IF SPL-MANIFEST-IS-OPEN
007120         CLOSE PARTITION-MANIFEST-FILE
007130     END-IF
007140     STOP RUN.
007150 9999-EXIT.
007160     EXIT.
007170
007180     COPY RUNHWRT.
