000010******************************************************************
000020*    SUDOKUMERGE.CBL
000030*    MERGE AND RECONCILE THE RESULTS OF PARTITIONED SUDOKUBATCH
000040*    STREAMS.
000050*
000060*    WORKS FROM THE PARTITION MANIFEST (PARTMAN.CPY) WRITTEN BY
000070*    SUDOKUSPLIT.  EVERY PARTITION'S RESULT FILE (RESREC.CPY) IS
000080*    WALKED ALONGSIDE ITS OWN PARTITION INPUT FILE, SO EACH PUZZLE
000090*    IS MATCHED TO ITS RESULT BY ID IN INPUT ORDER; PARTITIONS ARE
000100*    TAKEN IN MANIFEST ORDER, WHICH IS THE ORIGINAL FILE ORDER, SO
000110*    THE MERGED RESULT FILE COMES OUT IN THE ORDER OF THE
000120*    ORIGINAL INPUT.  A STREAM RESTARTED FROM ITS CHECKPOINT
000130*    WRITES THE PUZZLES SINCE THE CHECKPOINT A SECOND TIME; THOSE
000140*    REPEATS ARE PASSED OVER AND COUNTED, THE FIRST RESULT FOR
000150*    EACH PUZZLE IS THE ONE KEPT.
000160*
000170*    THE RUN MAKES TWO PASSES.  THE FIRST PROVES EVERY PARTITION
000180*    AND RECONCILES THE WHOLE JOB -- RECORDS IN AND SOLVED,
000190*    UNSOLVED, INVALID AND TIMED OUT AGAINST THE ORIGINAL HEADER
000200*    COUNT -- AND WRITES NOTHING.  A MISSING PARTITION, A SHORT
000210*    ONE (A PUZZLE WITH NO RESULT), OR ANY COUNT THAT DOES NOT
000220*    RECONCILE ENDS THE RUN WITH RETURN CODE 8 AND THE MERGED
000230*    FILES UNTOUCHED.  ONLY A CLEAN FIRST PASS IS FOLLOWED BY THE
000240*    SECOND, WHICH APPENDS THE RESULTS TO THE MERGED RESULT FILE
000250*    AND EACH STREAM'S EXCEPTIONS TO THE MERGED EXCEPTION FILE,
000260*    EXACTLY WHERE A SINGLE SUDOKUBATCH RUN WOULD HAVE PUT THEM.
000270*    THE PARTITION REPORT GOES TO MRGRPT.DAT.
000280*
000290*    CONTROL CARD (MRGPARM.DAT, KEYWORD=VALUE, * FOR COMMENTS):
000300*        MANIFEST=PARTMAN.DAT
000310*        OUTPUT=PUZOUT.DAT
000320*        EXCEPTION=PUZEXCP.DAT
000330*
000340*    AUTHOR.     M. CLASSEN, APPLICATIONS PROGRAMMING.
000350*    INSTALLATION. GAMES AND UTILITIES.
000360*    DATE-WRITTEN. 2026-10-12.
000370*
000380*    MODIFICATION HISTORY
000390*    DATE       INIT  DESCRIPTION
000400*    2026-10-12 MKC   ORIGINAL PROGRAM.  TWO-PASS PROVE-THEN-WRITE
000410*                     FOLLOWS SUDOKUARCH; CONTROL CARD CONVENTION
000420*                     FOLLOWS SUDPARM.DAT.  THE RUN IS LOGGED TO
000430*                     THE RUN HISTORY FILE.
000440*    2026-10-15 MKC   RECORD LENGTHS FOLLOW THE PUZZLE AND RESULT
000450*                     RECORDS WIDENED FOR THE PUZZLE VARIANT.
000460******************************************************************
000470 IDENTIFICATION DIVISION.
000480 PROGRAM-ID. SudokuMerge.
000490 AUTHOR. M. CLASSEN.
000500 INSTALLATION. GAMES AND UTILITIES.
000510 DATE-WRITTEN. 2026-10-12.
000520 DATE-COMPILED. 2026-10-12.
000530
000540 ENVIRONMENT DIVISION.
000550 INPUT-OUTPUT SECTION.
000560 FILE-CONTROL.
000570     SELECT PARTITION-MANIFEST-FILE
000580         ASSIGN TO DYNAMIC MRG-MANIFEST-FILE-NAME
000590         ORGANIZATION IS LINE SEQUENTIAL
000600         FILE STATUS IS MRG-MANIFEST-FILE-STATUS.
000610
000620     SELECT PARTITION-INPUT-FILE
000630         ASSIGN TO DYNAMIC MRG-PART-INPUT-NAME
000640         ORGANIZATION IS LINE SEQUENTIAL
000650         FILE STATUS IS MRG-PART-INPUT-STATUS.
000660
000670     SELECT PARTITION-RESULT-FILE
000680         ASSIGN TO DYNAMIC MRG-PART-RESULT-NAME
000690         ORGANIZATION IS LINE SEQUENTIAL
000700         FILE STATUS IS MRG-PART-RESULT-STATUS.
000710
000720     SELECT PARTITION-EXCEPTION-FILE
000730         ASSIGN TO DYNAMIC MRG-PART-EXCP-NAME
000740         ORGANIZATION IS LINE SEQUENTIAL
000750         FILE STATUS IS MRG-PART-EXCP-STATUS.
000760
000770     SELECT RESULT-OUTPUT-FILE
000780         ASSIGN TO DYNAMIC MRG-OUTPUT-FILE-NAME
000790         ORGANIZATION IS LINE SEQUENTIAL
000800         FILE STATUS IS MRG-OUTPUT-FILE-STATUS.
000810
000820     SELECT EXCEPTION-FILE
000830         ASSIGN TO DYNAMIC MRG-EXCP-FILE-NAME
000840         ORGANIZATION IS LINE SEQUENTIAL
000850         FILE STATUS IS MRG-EXCP-FILE-STATUS.
000860
000870     SELECT PRINT-REPORT-FILE ASSIGN TO "MRGRPT.DAT"
000880         ORGANIZATION IS LINE SEQUENTIAL
000890         FILE STATUS IS MRG-PRINT-FILE-STATUS.
000900
000910     SELECT CONTROL-CARD-FILE ASSIGN TO "MRGPARM.DAT"
000920         ORGANIZATION IS LINE SEQUENTIAL
000930         FILE STATUS IS MRG-PARM-FILE-STATUS.
000940
000950     SELECT RUN-HISTORY-FILE ASSIGN TO "RUNHIST.DAT"
000960         ORGANIZATION IS INDEXED
000970         ACCESS MODE IS DYNAMIC
000980         RECORD KEY IS RUN-HIST-KEY
000990         FILE STATUS IS RUN-LOG-FILE-STATUS.
001000
001010 DATA DIVISION.
001020 FILE SECTION.
001030 FD  PARTITION-MANIFEST-FILE.
001040     COPY PARTMAN.
001050
001060 FD  PARTITION-INPUT-FILE.
001070 01  MRG-PART-INPUT-RECORD       PIC X(92).
001080
001090 FD  PARTITION-RESULT-FILE.
001100     COPY RESREC.
001110
001120 FD  PARTITION-EXCEPTION-FILE.
001130 01  MRG-PART-EXCP-RECORD        PIC X(92).
001140
001150 FD  RESULT-OUTPUT-FILE.
001160 01  MRG-OUTPUT-RECORD           PIC X(221).
001170
001180 FD  EXCEPTION-FILE.
001190 01  EXC-PUZZLE-RECORD           PIC X(92).
001200
001210 FD  PRINT-REPORT-FILE.
001220     COPY REPRINT.
001230
001240 FD  CONTROL-CARD-FILE.
001250 01  PRM-CONTROL-RECORD          PIC X(80).
001260
001270 FD  RUN-HISTORY-FILE.
001280     COPY RUNHIST.
001290
001300 WORKING-STORAGE SECTION.
001310 COPY PUZREC.
001320 COPY PUZHDR.
001330 COPY RUNHFLD.
001340
001350 01  MRG-FILE-STATUS-FIELDS.
001360     05  MRG-MANIFEST-FILE-STATUS PIC X(02).
001370     05  MRG-PART-INPUT-STATUS   PIC X(02).
001380     05  MRG-PART-RESULT-STATUS  PIC X(02).
001390     05  MRG-PART-EXCP-STATUS    PIC X(02).
001400     05  MRG-OUTPUT-FILE-STATUS  PIC X(02).
001410     05  MRG-EXCP-FILE-STATUS    PIC X(02).
001420     05  MRG-PRINT-FILE-STATUS   PIC X(02).
001430     05  MRG-PARM-FILE-STATUS    PIC X(02).
001440
001450 01  MRG-WORK-FIELDS.
001460     05  MRG-RUN-FAILED-SW       PIC X(01) VALUE 'N'.
001470         88  MRG-RUN-FAILED              VALUE 'Y'.
001480     05  MRG-MANIFEST-EOF-SW     PIC X(01) VALUE 'N'.
001490         88  MRG-MANIFEST-EOF            VALUE 'Y'.
001500     05  MRG-WRITE-PASS-SW       PIC X(01) VALUE 'N'.
001510         88  MRG-WRITE-PASS              VALUE 'Y'.
001520     05  MRG-OUTPUT-OPEN-SW      PIC X(01) VALUE 'N'.
001530         88  MRG-OUTPUT-IS-OPEN          VALUE 'Y'.
001540     05  MRG-REPORT-OPEN-SW      PIC X(01) VALUE 'N'.
001550         88  MRG-REPORT-IS-OPEN          VALUE 'Y'.
001560     05  MRG-IN-EOF-SW           PIC X(01) VALUE 'N'.
001570         88  MRG-IN-EOF                  VALUE 'Y'.
001580     05  MRG-RES-EOF-SW          PIC X(01) VALUE 'N'.
001590         88  MRG-RES-EOF                 VALUE 'Y'.
001600     05  MRG-FOUND-SW            PIC X(01) VALUE 'N'.
001610         88  MRG-FOUND                   VALUE 'Y'.
001620     05  MRG-EXCP-EOF-SW         PIC X(01) VALUE 'N'.
001630         88  MRG-EXCP-EOF                VALUE 'Y'.
001640     05  MRG-MANIFEST-FILE-NAME  PIC X(20) VALUE "PARTMAN.DAT".
001650     05  MRG-OUTPUT-FILE-NAME    PIC X(20) VALUE "PUZOUT.DAT".
001660     05  MRG-EXCP-FILE-NAME      PIC X(20) VALUE "PUZEXCP.DAT".
001670     05  MRG-PART-INPUT-NAME     PIC X(20).
001680     05  MRG-PART-RESULT-NAME    PIC X(20).
001690     05  MRG-PART-EXCP-NAME      PIC X(20).
001700     05  MRG-JOB-BATCH-ID        PIC X(08) VALUE SPACES.
001710     05  MRG-JOB-DATE            PIC X(08) VALUE SPACES.
001720     05  MRG-JOB-INPUT           PIC X(20) VALUE SPACES.
001730     05  MRG-JOB-EXPECTED-COUNT  PIC 9(08) VALUE 0.
001740     05  MRG-JOB-PARTITIONS      PIC 9(02) VALUE 0.
001750     05  MRG-PART-COUNT          PIC 9(02) COMP VALUE 0.
001760     05  MRG-PART-IDX            PIC 9(02) COMP.
001770     05  MRG-MANIFEST-SUM        PIC 9(08) VALUE 0.
001780     05  MRG-OUTCOME-SUM         PIC 9(08) VALUE 0.
001790     05  MRG-WRITTEN-COUNT       PIC 9(08) VALUE 0.
001800     05  MRG-EXCP-COUNT          PIC 9(08) VALUE 0.
001810     05  MRG-CURRENT-STAMP       PIC X(21).
001820
001830*    ONE ENTRY PER PARTITION, LOADED FROM THE MANIFEST; THE
001840*    COUNTS ARE TAKEN ON THE PROVING PASS ONLY.
001850 01  MRG-PARTITION-TABLE.
001860     05  MRG-PART-ENTRY OCCURS 20 TIMES.
001870         10  MRG-PT-NUMBER       PIC 9(02).
001880         10  MRG-PT-EXPECTED     PIC 9(08).
001890         10  MRG-PT-INPUT        PIC X(20).
001900         10  MRG-PT-OUTPUT       PIC X(20).
001910         10  MRG-PT-EXCEPTION    PIC X(20).
001920         10  MRG-PT-READ         PIC 9(08).
001930         10  MRG-PT-SOLVED       PIC 9(08).
001940         10  MRG-PT-UNSOLVED     PIC 9(08).
001950         10  MRG-PT-INVALID      PIC 9(08).
001960         10  MRG-PT-TIMEOUT      PIC 9(08).
001970         10  MRG-PT-OTHER        PIC 9(08).
001980         10  MRG-PT-REPEATS      PIC 9(08).
001990         10  MRG-PT-STATUS       PIC X(07).
002000
002010 01  MRG-JOB-TOTALS.
002020     05  MRG-TOT-READ            PIC 9(08) VALUE 0.
002030     05  MRG-TOT-SOLVED          PIC 9(08) VALUE 0.
002040     05  MRG-TOT-UNSOLVED        PIC 9(08) VALUE 0.
002050     05  MRG-TOT-INVALID         PIC 9(08) VALUE 0.
002060     05  MRG-TOT-TIMEOUT         PIC 9(08) VALUE 0.
002070     05  MRG-TOT-OTHER           PIC 9(08) VALUE 0.
002080     05  MRG-TOT-REPEATS         PIC 9(08) VALUE 0.
002090
002100 01  PRM-CONTROL-FIELDS.
002110     05  PRM-EOF-SW              PIC X(01) VALUE 'N'.
002120         88  PRM-EOF                     VALUE 'Y'.
002130     05  PRM-OPEN-SW             PIC X(01) VALUE 'N'.
002140         88  PRM-IS-OPEN                 VALUE 'Y'.
002150     05  PRM-KEY                 PIC X(20).
002160     05  PRM-VALUE               PIC X(20).
002170
002180 01  MRG-TITLE-LINE.
002190     05  FILLER                  PIC X(34)
002200         VALUE 'PARTITIONED BATCH MERGE -- BATCH '.
002210     05  MRG-TITLE-BATCH         PIC X(08).
002220     05  FILLER                  PIC X(04) VALUE ' OF '.
002230     05  MRG-TITLE-DATE          PIC X(08).
002240     05  FILLER                  PIC X(10) VALUE '  INPUT   '.
002250     05  MRG-TITLE-INPUT         PIC X(16).
002260
002270 01  MRG-HEAD-LINE.
002280     05  FILLER                  PIC X(04) VALUE 'PT'.
002290     05  FILLER                  PIC X(13) VALUE 'RESULTS'.
002300     05  FILLER                  PIC X(09) VALUE ' EXPECTED'.
002310     05  FILLER                  PIC X(09) VALUE '   MERGED'.
002320     05  FILLER                  PIC X(08) VALUE '  SOLVED'.
002330     05  FILLER                  PIC X(08) VALUE ' UNSOLVD'.
002340     05  FILLER                  PIC X(08) VALUE ' INVALID'.
002350     05  FILLER                  PIC X(08) VALUE ' TIMEOUT'.
002360     05  FILLER                  PIC X(06) VALUE ' REPT'.
002370     05  FILLER                  PIC X(07) VALUE ' STATUS'.
002380
002390 01  MRG-PART-LINE.
002400     05  MRG-PL-PART             PIC X(02).
002410     05  FILLER                  PIC X(02) VALUE SPACES.
002420     05  MRG-PL-DATASET          PIC X(12).
002430     05  FILLER                  PIC X(01) VALUE SPACES.
002440     05  MRG-PL-EXPECTED         PIC Z(07)9.
002450     05  FILLER                  PIC X(01) VALUE SPACES.
002460     05  MRG-PL-READ             PIC Z(07)9.
002470     05  FILLER                  PIC X(01) VALUE SPACES.
002480     05  MRG-PL-SOLVED           PIC Z(06)9.
002490     05  FILLER                  PIC X(01) VALUE SPACES.
002500     05  MRG-PL-UNSOLVED         PIC Z(06)9.
002510     05  FILLER                  PIC X(01) VALUE SPACES.
002520     05  MRG-PL-INVALID          PIC Z(06)9.
002530     05  FILLER                  PIC X(01) VALUE SPACES.
002540     05  MRG-PL-TIMEOUT          PIC Z(06)9.
002550     05  FILLER                  PIC X(01) VALUE SPACES.
002560     05  MRG-PL-REPEATS          PIC Z(04)9.
002570     05  FILLER                  PIC X(01) VALUE SPACES.
002580     05  MRG-PL-STATUS           PIC X(07).
002590
002600 01  MRG-MESSAGE-LINE            PIC X(80).
002610
002620 PROCEDURE DIVISION.
002630
002640******************************************************************
002650*    0000-MAINLINE
002660******************************************************************
002670 0000-MAINLINE.
002680     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002690     IF NOT MRG-RUN-FAILED
002700         PERFORM 2000-WALK-ONE-PARTITION THRU 2000-EXIT
002710             VARYING MRG-PART-IDX FROM 1 BY 1
002720                 UNTIL MRG-PART-IDX > MRG-PART-COUNT
002730         PERFORM 3000-RECONCILE-JOB THRU 3000-EXIT
002740     END-IF
002750     IF NOT MRG-RUN-FAILED
002760         PERFORM 4000-WRITE-MERGED-FILES THRU 4000-EXIT
002770     END-IF
002780     PERFORM 9000-END-OF-JOB THRU 9000-EXIT
002790     PERFORM 9999-TERMINATE THRU 9999-EXIT.
002800 0000-EXIT.
002810     EXIT.
002820
002830******************************************************************
002840*    1000-INITIALIZE
002850*    NO MANIFEST MEANS THE SPLIT NEVER COMPLETED -- THERE IS
002860*    NOTHING THAT CAN SAFELY BE MERGED.
002870******************************************************************
002880 1000-INITIALIZE.
002890     MOVE FUNCTION CURRENT-DATE TO MRG-CURRENT-STAMP
002900     PERFORM 1500-READ-CONTROL-CARD THRU 1500-EXIT
002910     OPEN OUTPUT PRINT-REPORT-FILE
002920     IF MRG-PRINT-FILE-STATUS = "00"
002930         MOVE 'Y' TO MRG-REPORT-OPEN-SW
002940     END-IF
002950     OPEN INPUT PARTITION-MANIFEST-FILE
002960     IF MRG-MANIFEST-FILE-STATUS NOT = "00"
002970         DISPLAY "MANIFEST " MRG-MANIFEST-FILE-NAME
002980             " NOT AVAILABLE -- STATUS " MRG-MANIFEST-FILE-STATUS
002990         PERFORM 1900-FAIL-THE-RUN THRU 1900-EXIT
003000         GO TO 1000-EXIT
003010     END-IF
003020     READ PARTITION-MANIFEST-FILE
003030         AT END
003040             MOVE SPACES TO PTM-MANIFEST-RECORD
003050     END-READ
003060     IF NOT PTM-IS-JOB
003070         DISPLAY "RUN FAILED -- MANIFEST IS EMPTY OR HAS NO JOB "
003080             "RECORD, THE SPLIT DID NOT COMPLETE"
003090         CLOSE PARTITION-MANIFEST-FILE
003100         PERFORM 1900-FAIL-THE-RUN THRU 1900-EXIT
003110         GO TO 1000-EXIT
003120     END-IF
003130     MOVE PTM-JOB-BATCH-ID TO MRG-JOB-BATCH-ID
003140     MOVE PTM-JOB-DATE TO MRG-JOB-DATE
003150     MOVE PTM-JOB-INPUT TO MRG-JOB-INPUT
003160     MOVE PTM-JOB-EXPECTED-COUNT TO MRG-JOB-EXPECTED-COUNT
003170     MOVE PTM-JOB-PARTITIONS TO MRG-JOB-PARTITIONS
003180     PERFORM 1100-LOAD-ONE-PARTITION THRU 1100-EXIT
003190         UNTIL MRG-MANIFEST-EOF OR MRG-RUN-FAILED
003200     CLOSE PARTITION-MANIFEST-FILE
003210     IF MRG-RUN-FAILED
003220         GO TO 1000-EXIT
003230     END-IF
003240     DISPLAY "MERGING BATCH " MRG-JOB-BATCH-ID " OF "
003250         MRG-JOB-DATE " -- " MRG-JOB-EXPECTED-COUNT
003260         " PUZZLES IN " MRG-JOB-PARTITIONS " PARTITIONS"
003270     IF MRG-PART-COUNT NOT = MRG-JOB-PARTITIONS
003280         DISPLAY "RUN FAILED -- MANIFEST LISTS " MRG-PART-COUNT
003290             " PARTITIONS, JOB RECORD SAYS " MRG-JOB-PARTITIONS
003300         PERFORM 1900-FAIL-THE-RUN THRU 1900-EXIT
003310         GO TO 1000-EXIT
003320     END-IF
003330     IF MRG-MANIFEST-SUM NOT = MRG-JOB-EXPECTED-COUNT
003340         DISPLAY "RUN FAILED -- PARTITION COUNTS ADD TO "
003350             MRG-MANIFEST-SUM ", HEADER SAYS "
003360             MRG-JOB-EXPECTED-COUNT
003370         PERFORM 1900-FAIL-THE-RUN THRU 1900-EXIT
003380     END-IF.
003390 1000-EXIT.
003400     EXIT.
003410
003420******************************************************************
003430*    1100-LOAD-ONE-PARTITION
003440*    PARTITION RECORDS MUST RUN 01, 02, ... WITH NO GAP -- THE
003450*    ORDER OF THE TABLE IS THE ORDER OF THE MERGED FILE.
003460******************************************************************
003470 1100-LOAD-ONE-PARTITION.
003480     READ PARTITION-MANIFEST-FILE
003490         AT END
003500             MOVE 'Y' TO MRG-MANIFEST-EOF-SW
003510             GO TO 1100-EXIT
003520     END-READ
003530     IF NOT PTM-IS-PARTITION
003540         GO TO 1100-EXIT
003550     END-IF
003560     IF MRG-PART-COUNT = 20
003570         DISPLAY "RUN FAILED -- MORE THAN 20 PARTITIONS ON THE "
003580             "MANIFEST"
003590         PERFORM 1900-FAIL-THE-RUN THRU 1900-EXIT
003600         GO TO 1100-EXIT
003610     END-IF
003620     ADD 1 TO MRG-PART-COUNT
003630     IF PTM-PART-NUMBER NOT = MRG-PART-COUNT
003640         DISPLAY "RUN FAILED -- PARTITION " PTM-PART-NUMBER
003650             " OUT OF SEQUENCE ON THE MANIFEST"
003660         PERFORM 1900-FAIL-THE-RUN THRU 1900-EXIT
003670         GO TO 1100-EXIT
003680     END-IF
003690     MOVE PTM-PART-NUMBER TO MRG-PT-NUMBER(MRG-PART-COUNT)
003700     MOVE PTM-PART-EXPECTED-COUNT
003710         TO MRG-PT-EXPECTED(MRG-PART-COUNT)
003720     MOVE PTM-PART-INPUT TO MRG-PT-INPUT(MRG-PART-COUNT)
003730     MOVE PTM-PART-OUTPUT TO MRG-PT-OUTPUT(MRG-PART-COUNT)
003740     MOVE PTM-PART-EXCEPTION TO MRG-PT-EXCEPTION(MRG-PART-COUNT)
003750     MOVE 0 TO MRG-PT-READ(MRG-PART-COUNT)
003760     MOVE 0 TO MRG-PT-SOLVED(MRG-PART-COUNT)
003770     MOVE 0 TO MRG-PT-UNSOLVED(MRG-PART-COUNT)
003780     MOVE 0 TO MRG-PT-INVALID(MRG-PART-COUNT)
003790     MOVE 0 TO MRG-PT-TIMEOUT(MRG-PART-COUNT)
003800     MOVE 0 TO MRG-PT-OTHER(MRG-PART-COUNT)
003810     MOVE 0 TO MRG-PT-REPEATS(MRG-PART-COUNT)
003820     MOVE 'OK' TO MRG-PT-STATUS(MRG-PART-COUNT)
003830     ADD PTM-PART-EXPECTED-COUNT TO MRG-MANIFEST-SUM.
003840 1100-EXIT.
003850     EXIT.
003860
003870******************************************************************
003880*    1500-READ-CONTROL-CARD
003890*    KEYWORD=VALUE RECORDS, SAME CONVENTION AS SUDPARM.DAT.
003900******************************************************************
003910 1500-READ-CONTROL-CARD.
003920     OPEN INPUT CONTROL-CARD-FILE
003930     IF MRG-PARM-FILE-STATUS = "00"
003940         MOVE 'Y' TO PRM-OPEN-SW
003950     ELSE
003960         DISPLAY "NO MRGPARM.DAT -- USING PROGRAM DEFAULTS"
003970         MOVE 'Y' TO PRM-EOF-SW
003980     END-IF
003990     PERFORM 1510-READ-ONE-CARD THRU 1510-EXIT
004000         UNTIL PRM-EOF
004010     IF PRM-IS-OPEN
004020         CLOSE CONTROL-CARD-FILE
004030     END-IF.
004040 1500-EXIT.
004050     EXIT.
004060
004070 1510-READ-ONE-CARD.
004080     READ CONTROL-CARD-FILE
004090         AT END
004100             MOVE 'Y' TO PRM-EOF-SW
004110         NOT AT END
004120             IF PRM-CONTROL-RECORD(1:1) NOT = '*'
004130                 AND PRM-CONTROL-RECORD NOT = SPACES
004140                 PERFORM 1520-APPLY-ONE-CARD THRU 1520-EXIT
004150             END-IF
004160     END-READ.
004170 1510-EXIT.
004180     EXIT.
004190
004200 1520-APPLY-ONE-CARD.
004210     MOVE SPACES TO PRM-KEY
004220     MOVE SPACES TO PRM-VALUE
004230     UNSTRING PRM-CONTROL-RECORD DELIMITED BY '='
004240         INTO PRM-KEY PRM-VALUE
004250     EVALUATE PRM-KEY
004260         WHEN 'MANIFEST'
004270             MOVE PRM-VALUE TO MRG-MANIFEST-FILE-NAME
004280         WHEN 'OUTPUT'
004290             MOVE PRM-VALUE TO MRG-OUTPUT-FILE-NAME
004300         WHEN 'EXCEPTION'
004310             MOVE PRM-VALUE TO MRG-EXCP-FILE-NAME
004320         WHEN OTHER
004330             DISPLAY "UNKNOWN CONTROL KEYWORD IGNORED: "
004340                 PRM-CONTROL-RECORD
004350     END-EVALUATE.
004360 1520-EXIT.
004370     EXIT.
004380
004390 1900-FAIL-THE-RUN.
004400     MOVE 'Y' TO MRG-RUN-FAILED-SW
004410     MOVE 8 TO RETURN-CODE.
004420 1900-EXIT.
004430     EXIT.
004440
004450******************************************************************
004460*    2000-WALK-ONE-PARTITION
004470*    ON THE PROVING PASS EVERY PARTITION IS WALKED, EVEN AFTER
004480*    ONE HAS FAILED, SO THE REPORT SHOWS EVERY PROBLEM AT ONCE.
004490*    ON THE WRITING PASS EACH MATCHED RESULT IS APPENDED.
004500******************************************************************
004510 2000-WALK-ONE-PARTITION.
004520     MOVE MRG-PT-INPUT(MRG-PART-IDX) TO MRG-PART-INPUT-NAME
004530     MOVE MRG-PT-OUTPUT(MRG-PART-IDX) TO MRG-PART-RESULT-NAME
004540     OPEN INPUT PARTITION-INPUT-FILE
004550     IF MRG-PART-INPUT-STATUS NOT = "00"
004560         DISPLAY "PARTITION " MRG-PT-NUMBER(MRG-PART-IDX)
004570             " INPUT " MRG-PART-INPUT-NAME " MISSING -- STATUS "
004580             MRG-PART-INPUT-STATUS
004590         MOVE 'MISSING' TO MRG-PT-STATUS(MRG-PART-IDX)
004600         PERFORM 1900-FAIL-THE-RUN THRU 1900-EXIT
004610         GO TO 2000-EXIT
004620     END-IF
004630     OPEN INPUT PARTITION-RESULT-FILE
004640     IF MRG-PART-RESULT-STATUS NOT = "00"
004650         DISPLAY "PARTITION " MRG-PT-NUMBER(MRG-PART-IDX)
004660             " RESULTS " MRG-PART-RESULT-NAME
004670             " MISSING -- STATUS " MRG-PART-RESULT-STATUS
004680         MOVE 'MISSING' TO MRG-PT-STATUS(MRG-PART-IDX)
004690         CLOSE PARTITION-INPUT-FILE
004700         PERFORM 1900-FAIL-THE-RUN THRU 1900-EXIT
004710         GO TO 2000-EXIT
004720     END-IF
004730     MOVE 'N' TO MRG-IN-EOF-SW
004740     MOVE 'N' TO MRG-RES-EOF-SW
004750     READ PARTITION-INPUT-FILE INTO PUZ-INPUT-RECORD
004760         AT END
004770             MOVE SPACES TO PUZ-INPUT-RECORD
004780     END-READ
004790     IF NOT PUZ-IS-HEADER
004800             OR PUZ-HDR-EXPECTED-COUNT
004810                 NOT = MRG-PT-EXPECTED(MRG-PART-IDX)
004820         DISPLAY "PARTITION " MRG-PT-NUMBER(MRG-PART-IDX)
004830             " INPUT HEADER DOES NOT MATCH THE MANIFEST"
004840         MOVE 'BADHDR' TO MRG-PT-STATUS(MRG-PART-IDX)
004850         PERFORM 1900-FAIL-THE-RUN THRU 1900-EXIT
004860         MOVE 'Y' TO MRG-IN-EOF-SW
004870     END-IF
004880     PERFORM 2100-MATCH-ONE-PUZZLE THRU 2100-EXIT
004890         UNTIL MRG-IN-EOF
004900     IF NOT MRG-WRITE-PASS
004910         PERFORM 2300-CHECK-PARTITION-END THRU 2300-EXIT
004920     END-IF
004930     CLOSE PARTITION-INPUT-FILE
004940     CLOSE PARTITION-RESULT-FILE.
004950 2000-EXIT.
004960     EXIT.
004970
004980 2100-MATCH-ONE-PUZZLE.
004990     READ PARTITION-INPUT-FILE INTO PUZ-INPUT-RECORD
005000         AT END
005010             MOVE 'Y' TO MRG-IN-EOF-SW
005020             GO TO 2100-EXIT
005030     END-READ
005040     IF PUZ-IS-TRAILER
005050         MOVE 'Y' TO MRG-IN-EOF-SW
005060         GO TO 2100-EXIT
005070     END-IF
005080     MOVE 'N' TO MRG-FOUND-SW
005090     PERFORM 2110-READ-ONE-RESULT THRU 2110-EXIT
005100         UNTIL MRG-FOUND OR MRG-RES-EOF
005110     IF NOT MRG-FOUND
005120         DISPLAY "PARTITION " MRG-PT-NUMBER(MRG-PART-IDX)
005130             " SHORT -- NO RESULT FOR PUZZLE " PUZ-ID
005140         MOVE 'SHORT' TO MRG-PT-STATUS(MRG-PART-IDX)
005150         PERFORM 1900-FAIL-THE-RUN THRU 1900-EXIT
005160         MOVE 'Y' TO MRG-IN-EOF-SW
005170         GO TO 2100-EXIT
005180     END-IF
005190     IF MRG-WRITE-PASS
005200         WRITE MRG-OUTPUT-RECORD FROM RES-OUTPUT-RECORD
005210         ADD 1 TO MRG-WRITTEN-COUNT
005220     ELSE
005230         PERFORM 2200-TALLY-OUTCOME THRU 2200-EXIT
005240     END-IF.
005250 2100-EXIT.
005260     EXIT.
005270
005280******************************************************************
005290*    2110-READ-ONE-RESULT
005300*    A RESULT FOR ANY OTHER PUZZLE THAN THE ONE IN HAND IS A
005310*    REPEAT WRITTEN BY A CHECKPOINT RESTART AND IS PASSED OVER.
005320*    A GENUINELY MISSING RESULT RUNS THE FILE TO ITS END AND IS
005330*    CAUGHT AS A SHORT PARTITION.
005340******************************************************************
005350 2110-READ-ONE-RESULT.
005360     READ PARTITION-RESULT-FILE
005370         AT END
005380             MOVE 'Y' TO MRG-RES-EOF-SW
005390             GO TO 2110-EXIT
005400     END-READ
005410     IF RES-ID = PUZ-ID
005420         MOVE 'Y' TO MRG-FOUND-SW
005430     ELSE
005440         IF NOT MRG-WRITE-PASS
005450             ADD 1 TO MRG-PT-REPEATS(MRG-PART-IDX)
005460         END-IF
005470     END-IF.
005480 2110-EXIT.
005490     EXIT.
005500
005510 2200-TALLY-OUTCOME.
005520     ADD 1 TO MRG-PT-READ(MRG-PART-IDX)
005530     EVALUATE TRUE
005540         WHEN RES-OUTCOME-SOLVED
005550             ADD 1 TO MRG-PT-SOLVED(MRG-PART-IDX)
005560         WHEN RES-OUTCOME-UNSOLVED
005570             ADD 1 TO MRG-PT-UNSOLVED(MRG-PART-IDX)
005580         WHEN RES-OUTCOME-INVALID
005590             ADD 1 TO MRG-PT-INVALID(MRG-PART-IDX)
005600         WHEN RES-OUTCOME-TIMEOUT
005610             ADD 1 TO MRG-PT-TIMEOUT(MRG-PART-IDX)
005620         WHEN OTHER
005630             ADD 1 TO MRG-PT-OTHER(MRG-PART-IDX)
005640     END-EVALUATE.
005650 2200-EXIT.
005660     EXIT.
005670
005680******************************************************************
005690*    2300-CHECK-PARTITION-END
005700*    EVERY PUZZLE THE PARTITION HEADER PROMISED MUST HAVE BEEN
005710*    MATCHED.  RESULTS LEFT OVER AFTER THE LAST PUZZLE BELONG TO
005720*    NO PUZZLE IN THE PARTITION AT ALL.
005730******************************************************************
005740 2300-CHECK-PARTITION-END.
005750     IF MRG-PT-STATUS(MRG-PART-IDX) NOT = 'OK'
005760         GO TO 2300-EXIT
005770     END-IF
005780     IF MRG-PT-READ(MRG-PART-IDX)
005790             NOT = MRG-PT-EXPECTED(MRG-PART-IDX)
005800         DISPLAY "PARTITION " MRG-PT-NUMBER(MRG-PART-IDX)
005810             " SHORT -- " MRG-PT-READ(MRG-PART-IDX) " OF "
005820             MRG-PT-EXPECTED(MRG-PART-IDX) " PUZZLES MATCHED"
005830         MOVE 'SHORT' TO MRG-PT-STATUS(MRG-PART-IDX)
005840         PERFORM 1900-FAIL-THE-RUN THRU 1900-EXIT
005850         GO TO 2300-EXIT
005860     END-IF
005870     READ PARTITION-RESULT-FILE
005880         AT END
005890             GO TO 2300-EXIT
005900     END-READ
005910     DISPLAY "PARTITION " MRG-PT-NUMBER(MRG-PART-IDX)
005920         " HAS RESULTS FOR PUZZLES NOT IN ITS INPUT, FIRST "
005930         RES-ID
005940     MOVE 'EXCESS' TO MRG-PT-STATUS(MRG-PART-IDX)
005950     PERFORM 1900-FAIL-THE-RUN THRU 1900-EXIT.
005960 2300-EXIT.
005970     EXIT.
005980
005990******************************************************************
006000*    3000-RECONCILE-JOB
006010*    THE PARTITION COUNTS ARE ADDED UP AND THE JOB RECONCILED
006020*    AGAINST THE ORIGINAL HEADER: RECORDS IN MUST EQUAL THE
006030*    HEADER COUNT, AND SOLVED, UNSOLVED, INVALID AND TIMED OUT
006040*    MUST ACCOUNT FOR EVERY ONE OF THEM.
006050******************************************************************
006060 3000-RECONCILE-JOB.
006070     PERFORM 3100-ADD-ONE-PARTITION THRU 3100-EXIT
006080         VARYING MRG-PART-IDX FROM 1 BY 1
006090             UNTIL MRG-PART-IDX > MRG-PART-COUNT
006100     COMPUTE MRG-OUTCOME-SUM = MRG-TOT-SOLVED + MRG-TOT-UNSOLVED
006110         + MRG-TOT-INVALID + MRG-TOT-TIMEOUT
006120     IF MRG-TOT-READ NOT = MRG-JOB-EXPECTED-COUNT
006130         DISPLAY "RUN FAILED -- " MRG-TOT-READ
006140             " RECORDS MERGED, ORIGINAL HEADER SAYS "
006150             MRG-JOB-EXPECTED-COUNT
006160         PERFORM 1900-FAIL-THE-RUN THRU 1900-EXIT
006170     END-IF
006180     IF MRG-OUTCOME-SUM NOT = MRG-TOT-READ
006190         DISPLAY "RUN FAILED -- OUTCOMES ACCOUNT FOR "
006200             MRG-OUTCOME-SUM " OF " MRG-TOT-READ " RECORDS"
006210         PERFORM 1900-FAIL-THE-RUN THRU 1900-EXIT
006220     END-IF.
006230 3000-EXIT.
006240     EXIT.
006250
006260 3100-ADD-ONE-PARTITION.
006270     ADD MRG-PT-READ(MRG-PART-IDX) TO MRG-TOT-READ
006280     ADD MRG-PT-SOLVED(MRG-PART-IDX) TO MRG-TOT-SOLVED
006290     ADD MRG-PT-UNSOLVED(MRG-PART-IDX) TO MRG-TOT-UNSOLVED
006300     ADD MRG-PT-INVALID(MRG-PART-IDX) TO MRG-TOT-INVALID
006310     ADD MRG-PT-TIMEOUT(MRG-PART-IDX) TO MRG-TOT-TIMEOUT
006320     ADD MRG-PT-OTHER(MRG-PART-IDX) TO MRG-TOT-OTHER
006330     ADD MRG-PT-REPEATS(MRG-PART-IDX) TO MRG-TOT-REPEATS.
006340 3100-EXIT.
006350     EXIT.
006360
006370******************************************************************
006380*    4000-WRITE-MERGED-FILES
006390*    THE MERGED FILES ARE APPENDED TO, AS SUDOKUBATCH APPENDS TO
006400*    ITS OWN RESULT AND EXCEPTION FILES.
006410******************************************************************
006420 4000-WRITE-MERGED-FILES.
006430     OPEN EXTEND RESULT-OUTPUT-FILE
006440     IF MRG-OUTPUT-FILE-STATUS = "35"
006450         OPEN OUTPUT RESULT-OUTPUT-FILE
006460     END-IF
006470     IF MRG-OUTPUT-FILE-STATUS NOT = "00"
006480         DISPLAY "MERGED RESULT FILE " MRG-OUTPUT-FILE-NAME
006490             " NOT AVAILABLE -- STATUS " MRG-OUTPUT-FILE-STATUS
006500         PERFORM 1900-FAIL-THE-RUN THRU 1900-EXIT
006510         GO TO 4000-EXIT
006520     END-IF
006530     MOVE 'Y' TO MRG-OUTPUT-OPEN-SW
006540     OPEN EXTEND EXCEPTION-FILE
006550     IF MRG-EXCP-FILE-STATUS = "35"
006560         OPEN OUTPUT EXCEPTION-FILE
006570     END-IF
006571     IF MRG-EXCP-FILE-STATUS NOT = "00"
006572         DISPLAY "MERGED EXCEPTION FILE " MRG-EXCP-FILE-NAME
006573             " NOT AVAILABLE -- STATUS " MRG-EXCP-FILE-STATUS
006574         PERFORM 1900-FAIL-THE-RUN THRU 1900-EXIT
006575         GO TO 4000-EXIT
006576     END-IF
006580     MOVE 'Y' TO MRG-WRITE-PASS-SW
006590     PERFORM 2000-WALK-ONE-PARTITION THRU 2000-EXIT
006600         VARYING MRG-PART-IDX FROM 1 BY 1
006610             UNTIL MRG-PART-IDX > MRG-PART-COUNT
006620     PERFORM 4100-COPY-EXCEPTIONS THRU 4100-EXIT
006630         VARYING MRG-PART-IDX FROM 1 BY 1
006640             UNTIL MRG-PART-IDX > MRG-PART-COUNT
006650     CLOSE EXCEPTION-FILE
006660     IF MRG-WRITTEN-COUNT NOT = MRG-TOT-READ
006670         DISPLAY "RUN FAILED -- " MRG-WRITTEN-COUNT
006680             " RESULTS WRITTEN, " MRG-TOT-READ " PROVED"
006690         PERFORM 1900-FAIL-THE-RUN THRU 1900-EXIT
006700     END-IF.
006710 4000-EXIT.
006720     EXIT.
006730
006740 4100-COPY-EXCEPTIONS.
006750     MOVE MRG-PT-EXCEPTION(MRG-PART-IDX) TO MRG-PART-EXCP-NAME
006760     OPEN INPUT PARTITION-EXCEPTION-FILE
006770     IF MRG-PART-EXCP-STATUS NOT = "00"
006780         GO TO 4100-EXIT
006790     END-IF
006800     MOVE 'N' TO MRG-EXCP-EOF-SW
006810     PERFORM 4110-COPY-ONE-EXCEPTION THRU 4110-EXIT
006820         UNTIL MRG-EXCP-EOF
006830     CLOSE PARTITION-EXCEPTION-FILE.
006840 4100-EXIT.
006850     EXIT.
006860
006870 4110-COPY-ONE-EXCEPTION.
006880     READ PARTITION-EXCEPTION-FILE
006890         AT END
006900             MOVE 'Y' TO MRG-EXCP-EOF-SW
006910         NOT AT END
006920             WRITE EXC-PUZZLE-RECORD FROM MRG-PART-EXCP-RECORD
006930             ADD 1 TO MRG-EXCP-COUNT
006940     END-READ.
006950 4110-EXIT.
006960     EXIT.
006970
006980******************************************************************
006990*    9000-END-OF-JOB
007000******************************************************************
007010 9000-END-OF-JOB.
007020     IF MRG-REPORT-IS-OPEN
007030         PERFORM 9100-PRINT-REPORT THRU 9100-EXIT
007040     END-IF.
007050     DISPLAY " ".
007060     DISPLAY "====================================".
007070     DISPLAY "END OF JOB PARTITION MERGE REPORT".
007080     DISPLAY "MANIFEST DATASET       : " MRG-MANIFEST-FILE-NAME.
007090     DISPLAY "BATCH ID               : " MRG-JOB-BATCH-ID.
007100     DISPLAY "ORIGINAL INPUT         : " MRG-JOB-INPUT.
007110     DISPLAY "PARTITIONS             : " MRG-JOB-PARTITIONS.
007120     DISPLAY "HEADER COUNT           : " MRG-JOB-EXPECTED-COUNT.
007130     DISPLAY "RECORDS MERGED         : " MRG-TOT-READ.
007140     DISPLAY "PUZZLES SOLVED         : " MRG-TOT-SOLVED.
007150     DISPLAY "PUZZLES UNSOLVED       : " MRG-TOT-UNSOLVED.
007160     DISPLAY "PUZZLES REJECTED (BAD) : " MRG-TOT-INVALID.
007170     DISPLAY "PUZZLES TIMED OUT      : " MRG-TOT-TIMEOUT.
007180     DISPLAY "RESTART REPEATS SKIPPED: " MRG-TOT-REPEATS.
007190     DISPLAY "RESULTS WRITTEN        : " MRG-WRITTEN-COUNT.
007200     DISPLAY "EXCEPTIONS COPIED      : " MRG-EXCP-COUNT.
007210     DISPLAY "OUTPUT DATASET         : " MRG-OUTPUT-FILE-NAME.
007220     DISPLAY "EXCEPTION DATASET      : " MRG-EXCP-FILE-NAME.
007230     IF MRG-RUN-FAILED
007240         DISPLAY "RUN FAILED -- NOTHING MERGED, SEE MRGRPT.DAT"
007250     END-IF.
007260     DISPLAY "====================================".
007270     PERFORM 9500-LOG-RUN-HISTORY THRU 9500-EXIT.
007280 9000-EXIT.
007290     EXIT.
007300
007310 9100-PRINT-REPORT.
007320     MOVE MRG-JOB-BATCH-ID TO MRG-TITLE-BATCH
007330     MOVE MRG-JOB-DATE TO MRG-TITLE-DATE
007340     MOVE MRG-JOB-INPUT TO MRG-TITLE-INPUT
007350     WRITE PRT-REPORT-LINE FROM MRG-TITLE-LINE
007360     MOVE SPACES TO PRT-REPORT-LINE
007370     WRITE PRT-REPORT-LINE
007380     WRITE PRT-REPORT-LINE FROM MRG-HEAD-LINE
007390     PERFORM 9110-PRINT-ONE-PARTITION THRU 9110-EXIT
007400         VARYING MRG-PART-IDX FROM 1 BY 1
007410             UNTIL MRG-PART-IDX > MRG-PART-COUNT
007420     MOVE SPACES TO MRG-PL-PART
007430     MOVE 'JOB TOTAL' TO MRG-PL-DATASET
007440     MOVE MRG-JOB-EXPECTED-COUNT TO MRG-PL-EXPECTED
007450     MOVE MRG-TOT-READ TO MRG-PL-READ
007460     MOVE MRG-TOT-SOLVED TO MRG-PL-SOLVED
007470     MOVE MRG-TOT-UNSOLVED TO MRG-PL-UNSOLVED
007480     MOVE MRG-TOT-INVALID TO MRG-PL-INVALID
007490     MOVE MRG-TOT-TIMEOUT TO MRG-PL-TIMEOUT
007500     MOVE MRG-TOT-REPEATS TO MRG-PL-REPEATS
007510     IF MRG-RUN-FAILED
007520         MOVE 'FAILED' TO MRG-PL-STATUS
007530     ELSE
007540         MOVE 'MERGED' TO MRG-PL-STATUS
007550     END-IF
007560     MOVE SPACES TO PRT-REPORT-LINE
007570     WRITE PRT-REPORT-LINE
007580     WRITE PRT-REPORT-LINE FROM MRG-PART-LINE
007590     MOVE SPACES TO PRT-REPORT-LINE
007600     WRITE PRT-REPORT-LINE
007610     IF MRG-RUN-FAILED
007620         MOVE '*** RUN FAILED -- NOTHING MERGED, SEE SYSOUT ***'
007630             TO PRT-REPORT-LINE
007640     ELSE
007650         MOVE SPACES TO MRG-MESSAGE-LINE
007660         STRING 'RECONCILED TO HEADER -- ' MRG-WRITTEN-COUNT
007670             ' RESULTS AND ' MRG-EXCP-COUNT ' EXCEPTIONS MERGED'
007680             DELIMITED BY SIZE INTO MRG-MESSAGE-LINE
007690         MOVE MRG-MESSAGE-LINE TO PRT-REPORT-LINE
007700     END-IF
007710     WRITE PRT-REPORT-LINE.
007720 9100-EXIT.
007730     EXIT.
007740
007750 9110-PRINT-ONE-PARTITION.
007760     MOVE MRG-PT-NUMBER(MRG-PART-IDX) TO MRG-PL-PART
007770     MOVE MRG-PT-OUTPUT(MRG-PART-IDX) TO MRG-PL-DATASET
007780     MOVE MRG-PT-EXPECTED(MRG-PART-IDX) TO MRG-PL-EXPECTED
007790     MOVE MRG-PT-READ(MRG-PART-IDX) TO MRG-PL-READ
007800     MOVE MRG-PT-SOLVED(MRG-PART-IDX) TO MRG-PL-SOLVED
007810     MOVE MRG-PT-UNSOLVED(MRG-PART-IDX) TO MRG-PL-UNSOLVED
007820     MOVE MRG-PT-INVALID(MRG-PART-IDX) TO MRG-PL-INVALID
007830     MOVE MRG-PT-TIMEOUT(MRG-PART-IDX) TO MRG-PL-TIMEOUT
007840     MOVE MRG-PT-REPEATS(MRG-PART-IDX) TO MRG-PL-REPEATS
007850     MOVE MRG-PT-STATUS(MRG-PART-IDX) TO MRG-PL-STATUS
007860     WRITE PRT-REPORT-LINE FROM MRG-PART-LINE.
007870 9110-EXIT.
007880     EXIT.
007890
007900******************************************************************
007910*    9500-LOG-RUN-HISTORY
007920******************************************************************
007930 9500-LOG-RUN-HISTORY.
007940     MOVE 'SudokuMerge' TO RUN-LOG-PROGRAM
007950     MOVE MRG-MANIFEST-FILE-NAME TO RUN-LOG-INPUT-DSN
007960     MOVE MRG-OUTPUT-FILE-NAME TO RUN-LOG-OUTPUT-DSN
007970     MOVE SPACES TO RUN-LOG-PARM-TEXT
007980     STRING "BATCH=" MRG-JOB-BATCH-ID
007990         " PARTITIONS=" MRG-JOB-PARTITIONS
008000         " REPEATS=" MRG-TOT-REPEATS
008010         DELIMITED BY SIZE INTO RUN-LOG-PARM-TEXT
008020     MOVE MRG-TOT-READ TO RUN-LOG-READ-COUNT
008030     MOVE MRG-TOT-SOLVED TO RUN-LOG-SOLVED-COUNT
008040     MOVE MRG-TOT-UNSOLVED TO RUN-LOG-UNSOLVED-COUNT
008050     MOVE MRG-TOT-INVALID TO RUN-LOG-INVALID-COUNT
008060     MOVE MRG-TOT-TIMEOUT TO RUN-LOG-TIMEOUT-COUNT
008070     PERFORM 7500-RUN-HIST-WRITE THRU 7500-EXIT.
008080 9500-EXIT.
008090     EXIT.
008100
008110******************************************************************
008120*    9999-TERMINATE
008130******************************************************************
008140 9999-TERMINATE.
008150     IF MRG-OUTPUT-IS-OPEN
008160         CLOSE RESULT-OUTPUT-FILE
008170     END-IF
008180     IF MRG-REPORT-IS-OPEN
008190         CLOSE PRINT-REPORT-FILE
008200     END-IF
008210     STOP RUN.
008220 9999-EXIT.
008230     EXIT.
008240
008250     COPY RUNHWRT.
