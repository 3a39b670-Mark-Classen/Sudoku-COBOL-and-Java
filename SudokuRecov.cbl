000010******************************************************************
000020*    SUDOKURECOV.CBL
000030*    PUZZLE MASTER BACKUP AND ROLL-FORWARD RECOVERY.
000040*
000050*    TWO RUNS, CHOSEN BY THE MODE= CARD:
000060*
000070*    MODE=BACKUP UNLOADS THE KEYED PUZZLE MASTER (PUZMAST.CPY) IN
000080*    KEY ORDER TO A SEQUENTIAL BACKUP FILE (MSTBKUP.CPY) WRAPPED
000090*    IN A HDR/TRL ENVELOPE.  THE HEADER CARRIES THE STAMP THE
000100*    BACKUP WAS TAKEN AT AND THE RECORD COUNT FROM A COUNTING
000110*    PASS, THE SAME TWO-PASS SCHEME AS SUDOKUARCH.
000120*
000130*    MODE=RECOVER REBUILDS THE MASTER FROM A BACKUP PLUS THE
000140*    MASTER CHANGE JOURNAL (MSTJRNL.CPY).  THE BACKUP IS READ
000150*    THROUGH ONCE AND ITS ENVELOPE PROVED BEFORE THE MASTER IS
000160*    TOUCHED -- A SHORT OR HEADERLESS BACKUP ENDS THE RUN WITH
000170*    RETURN CODE 8 AND THE MASTER AS IT WAS.  THE MASTER IS THEN
000180*    CREATED EMPTY, LOADED FROM THE BACKUP, AND EVERY JOURNAL
000190*    RECORD STAMPED AFTER THE BACKUP AND NO LATER THAN THE UNTIL=
000200*    STAMP IS APPLIED IN JOURNAL ORDER: AN ADD OR CHANGE PUTS THE
000210*    AFTER IMAGE ON THE MASTER, A DELETE REMOVES THE RECORD.
000220*    JOURNAL RECORDS AT OR BEFORE THE BACKUP STAMP ARE ALREADY IN
000230*    THE BACKUP AND ARE SKIPPED; THOSE PAST THE UNTIL= STAMP ARE
000240*    COUNTED AND LEFT.  EVERY RECORD APPLIED IS LISTED ON
000250*    RCVRPT.DAT.  A RECORD THAT DOES NOT FIT THE MASTER AS
000260*    REBUILT SO FAR (A CHANGE WHOSE BEFORE IMAGE DOES NOT MATCH,
000270*    AN ADD OF A PUZZLE ALREADY THERE, A CHANGE OR DELETE OF ONE
000280*    THAT IS MISSING) IS STILL APPLIED, SO THE MASTER ENDS AS THE
000290*    JOURNAL LEFT IT, BUT IS FLAGGED ON THE REPORT AND ENDS THE
000300*    RUN WITH RETURN CODE 4.  THE RECOVERED MASTER IS COUNTED
000310*    AGAINST THE RUNNING TOTAL AT THE END; A DISAGREEMENT IS
000320*    RETURN CODE 8.
000330*
000340*    THE RECOVERY RUN ITSELF IS NOT JOURNALLED.  TAKE A FRESH
000350*    BACKUP STRAIGHT AFTER A RECOVERY SO THE JOURNAL RECORDS
000360*    PAST THE UNTIL= STAMP ARE NEVER APPLIED OVER IT BY MISTAKE.
000370*
000380*    CONTROL CARD (RCVPARM.DAT, KEYWORD=VALUE, * FOR COMMENTS):
000390*        MODE=BACKUP            (OR RECOVER -- NO DEFAULT)
000400*        MASTER=PUZMAST.DAT     (MASTER TO UNLOAD OR REBUILD)
000410*        BACKUP=MSTBKUP.DAT
000420*        UNTIL=YYYYMMDDHHMMSS   (RECOVER ONLY -- DEFAULT IS THE
000430*                                END OF THE JOURNAL)
000440*
000450*    AUTHOR.     M. CLASSEN, APPLICATIONS PROGRAMMING.
000460*    INSTALLATION. GAMES AND UTILITIES.
000470*    DATE-WRITTEN. 2026-10-09.
000480*
000490*    MODIFICATION HISTORY
000500*    DATE       INIT  DESCRIPTION
000510*    2026-10-09 MKC   ORIGINAL PROGRAM.  ENVELOPE AND TWO-PASS
000520*                     UNLOAD FOLLOW SUDOKUARCH; CONTROL CARD
000530*                     CONVENTION FOLLOWS SUDPARM.DAT.  THE RUN IS
000540*                     LOGGED TO THE RUN HISTORY FILE.
000550*    2026-10-15 MKC   BACKUP RECORD LENGTH FOLLOWS THE MASTER
000560*                     RECORD WIDENED FOR THE PUZZLE VARIANT.
000570******************************************************************
000580 IDENTIFICATION DIVISION.
000590 PROGRAM-ID. SudokuRecov.
000600 AUTHOR. M. CLASSEN.
000610 INSTALLATION. GAMES AND UTILITIES.
000620 DATE-WRITTEN. 2026-10-09.
000630 DATE-COMPILED. 2026-10-09.
000640
000650 ENVIRONMENT DIVISION.
000660 INPUT-OUTPUT SECTION.
000670 FILE-CONTROL.
000680     SELECT PUZZLE-MASTER-FILE
000690         ASSIGN TO DYNAMIC RCV-MASTER-FILE-NAME
000700         ORGANIZATION IS INDEXED
000710         ACCESS MODE IS DYNAMIC
000720         RECORD KEY IS PUZ-MST-ID
000730         FILE STATUS IS RCV-MASTER-FILE-STATUS.
000740
000750     SELECT MASTER-BACKUP-FILE
000760         ASSIGN TO DYNAMIC RCV-BACKUP-FILE-NAME
000770         ORGANIZATION IS LINE SEQUENTIAL
000780         FILE STATUS IS RCV-BACKUP-FILE-STATUS.
000790
000800     SELECT MASTER-JOURNAL-FILE ASSIGN TO "MSTJRNL.DAT"
000810         ORGANIZATION IS LINE SEQUENTIAL
000820         FILE STATUS IS RCV-JOURNAL-FILE-STATUS.
000830
000840     SELECT PRINT-REPORT-FILE ASSIGN TO "RCVRPT.DAT"
000850         ORGANIZATION IS LINE SEQUENTIAL
000860         FILE STATUS IS RCV-PRINT-FILE-STATUS.
000870
000880     SELECT CONTROL-CARD-FILE ASSIGN TO "RCVPARM.DAT"
000890         ORGANIZATION IS LINE SEQUENTIAL
000900         FILE STATUS IS RCV-PARM-FILE-STATUS.
000910
000920     SELECT RUN-HISTORY-FILE ASSIGN TO "RUNHIST.DAT"
000930         ORGANIZATION IS INDEXED
000940         ACCESS MODE IS DYNAMIC
000950         RECORD KEY IS RUN-HIST-KEY
000960         FILE STATUS IS RUN-LOG-FILE-STATUS.
000970
000980 DATA DIVISION.
000990 FILE SECTION.
001000 FD  PUZZLE-MASTER-FILE.
001010     COPY PUZMAST.
001020
001030 FD  MASTER-BACKUP-FILE.
001040 01  RCV-BACKUP-FILE-REC         PIC X(133).
001050
001060 FD  MASTER-JOURNAL-FILE.
001070     COPY MSTJRNL.
001080
001090 FD  PRINT-REPORT-FILE.
001100     COPY REPRINT.
001110
001120 FD  CONTROL-CARD-FILE.
001130 01  PRM-CONTROL-RECORD          PIC X(80).
001140
001150 FD  RUN-HISTORY-FILE.
001160     COPY RUNHIST.
001170
001180 WORKING-STORAGE SECTION.
001190*    THE BACKUP RECORD IS STAGED IN WORKING-STORAGE AND MOVED
001200*    WITH READ ... INTO AND WRITE ... FROM, THE SAME WAY
001210*    SUDOKUARCH STAGES ITS ARCHIVE RECORD.
001220 COPY MSTBKUP.
001230 COPY RUNHFLD.
001240
001250 01  RCV-FILE-STATUS-FIELDS.
001260     05  RCV-MASTER-FILE-STATUS  PIC X(02).
001270     05  RCV-BACKUP-FILE-STATUS  PIC X(02).
001280     05  RCV-JOURNAL-FILE-STATUS PIC X(02).
001290     05  RCV-PRINT-FILE-STATUS   PIC X(02).
001300     05  RCV-PARM-FILE-STATUS    PIC X(02).
001310
001320 01  RCV-WORK-FIELDS.
001330     05  RCV-EOF-SW              PIC X(01) VALUE 'N'.
001340         88  RCV-EOF                     VALUE 'Y'.
001350     05  RCV-RUN-FAILED-SW       PIC X(01) VALUE 'N'.
001360         88  RCV-RUN-FAILED              VALUE 'Y'.
001370     05  RCV-MASTER-OPEN-SW      PIC X(01) VALUE 'N'.
001380         88  RCV-MASTER-IS-OPEN          VALUE 'Y'.
001390     05  RCV-BACKUP-OPEN-SW      PIC X(01) VALUE 'N'.
001400         88  RCV-BACKUP-IS-OPEN          VALUE 'Y'.
001410     05  RCV-JOURNAL-OPEN-SW     PIC X(01) VALUE 'N'.
001420         88  RCV-JOURNAL-IS-OPEN         VALUE 'Y'.
001430     05  RCV-REPORT-OPEN-SW      PIC X(01) VALUE 'N'.
001440         88  RCV-REPORT-IS-OPEN          VALUE 'Y'.
001450     05  RCV-TRAILER-SEEN-SW     PIC X(01) VALUE 'N'.
001460         88  RCV-TRAILER-SEEN            VALUE 'Y'.
001470     05  RCV-FOUND-SW            PIC X(01).
001480         88  RCV-FOUND                   VALUE 'Y'.
001490     05  RCV-MODE                PIC X(08) VALUE SPACES.
001500         88  RCV-MODE-BACKUP             VALUE 'BACKUP'.
001510         88  RCV-MODE-RECOVER            VALUE 'RECOVER'.
001520     05  RCV-MASTER-FILE-NAME    PIC X(20) VALUE "PUZMAST.DAT".
001530     05  RCV-BACKUP-FILE-NAME    PIC X(20) VALUE "MSTBKUP.DAT".
001540     05  RCV-UNTIL-STAMP         PIC X(14)
001550         VALUE '99999999999999'.
001560     05  RCV-CURRENT-STAMP       PIC X(21).
001570     05  RCV-BACKUP-STAMP        PIC X(16) VALUE SPACES.
001580     05  RCV-NOTE                PIC X(40).
001590     05  RCV-EXPECTED-COUNT      PIC 9(08) VALUE 0.
001600     05  RCV-TRAILER-COUNT       PIC 9(08) VALUE 0.
001610     05  RCV-BACKUP-COUNT        PIC 9(08) VALUE 0.
001620     05  RCV-LOADED-COUNT        PIC 9(08) VALUE 0.
001630     05  RCV-MASTER-COUNT        PIC 9(08) VALUE 0.
001640     05  RCV-AFTER-COUNT         PIC 9(08) VALUE 0.
001650     05  RCV-JRNL-READ-COUNT     PIC 9(08) VALUE 0.
001660     05  RCV-IN-BACKUP-COUNT     PIC 9(08) VALUE 0.
001670     05  RCV-PAST-UNTIL-COUNT    PIC 9(08) VALUE 0.
001680     05  RCV-APPLIED-COUNT       PIC 9(08) VALUE 0.
001690     05  RCV-ADD-COUNT           PIC 9(08) VALUE 0.
001700     05  RCV-CHANGE-COUNT        PIC 9(08) VALUE 0.
001710     05  RCV-DELETE-COUNT        PIC 9(08) VALUE 0.
001720     05  RCV-CONFLICT-COUNT      PIC 9(08) VALUE 0.
001730
001740 01  PRM-CONTROL-FIELDS.
001750     05  PRM-EOF-SW              PIC X(01) VALUE 'N'.
001760         88  PRM-EOF                     VALUE 'Y'.
001770     05  PRM-OPEN-SW             PIC X(01) VALUE 'N'.
001780         88  PRM-IS-OPEN                 VALUE 'Y'.
001790     05  PRM-KEY                 PIC X(20).
001800     05  PRM-VALUE               PIC X(20).
001810
001820 01  RCV-TITLE-LINE.
001830     05  FILLER                  PIC X(40)
001840         VALUE 'PUZZLE MASTER BACKUP AND RECOVERY REPORT'.
001850     05  FILLER                  PIC X(02) VALUE SPACES.
001860     05  FILLER                  PIC X(09) VALUE 'PREPARED '.
001870     05  RCV-TITLE-DATE          PIC X(08).
001880     05  FILLER                  PIC X(21) VALUE SPACES.
001890
001900 01  RCV-PARM-LINE.
001910     05  FILLER                  PIC X(05) VALUE 'MODE '.
001920     05  RCV-PARM-MODE           PIC X(08).
001930     05  FILLER                  PIC X(09) VALUE ' MASTER  '.
001940     05  RCV-PARM-MASTER         PIC X(20).
001950     05  FILLER                  PIC X(09) VALUE ' BACKUP  '.
001960     05  RCV-PARM-BACKUP         PIC X(20).
001970     05  FILLER                  PIC X(09) VALUE SPACES.
001980
001990 01  RCV-STAMP-LINE.
002000     05  FILLER                  PIC X(16)
002010         VALUE 'BACKUP TAKEN AT '.
002020     05  RCV-STAMP-BACKUP        PIC X(16).
002030     05  FILLER                  PIC X(18)
002040         VALUE '  ROLL FORWARD TO '.
002050     05  RCV-STAMP-UNTIL         PIC X(14).
002060     05  FILLER                  PIC X(16) VALUE SPACES.
002070
002080 01  RCV-DETAIL-HEAD-LINE.
002090     05  FILLER                  PIC X(15) VALUE 'JOURNAL STAMP'.
002100     05  FILLER                  PIC X(12) VALUE 'PROGRAM'.
002110     05  FILLER                  PIC X(07) VALUE 'ACTION'.
002120     05  FILLER                  PIC X(11) VALUE 'PUZZLE ID'.
002130     05  FILLER                  PIC X(10) VALUE 'WAS'.
002140     05  FILLER                  PIC X(10) VALUE 'NOW'.
002150     05  FILLER                  PIC X(15) VALUE SPACES.
002160
002170 01  RCV-DETAIL-LINE.
002180     05  RCV-DTL-STAMP           PIC X(14).
002190     05  FILLER                  PIC X(01) VALUE SPACES.
002200     05  RCV-DTL-PROGRAM         PIC X(11).
002210     05  FILLER                  PIC X(01) VALUE SPACES.
002220     05  RCV-DTL-ACTION          PIC X(06).
002230     05  FILLER                  PIC X(01) VALUE SPACES.
002240     05  RCV-DTL-ID              PIC X(10).
002250     05  FILLER                  PIC X(01) VALUE SPACES.
002260     05  RCV-DTL-WAS             PIC X(09).
002270     05  FILLER                  PIC X(01) VALUE SPACES.
002280     05  RCV-DTL-NOW             PIC X(09).
002290     05  FILLER                  PIC X(01) VALUE SPACES.
002300     05  RCV-DTL-ISSUE           PIC X(15).
002310
002320 01  RCV-NOTE-LINE.
002330     05  FILLER                  PIC X(15) VALUE SPACES.
002340     05  FILLER                  PIC X(04) VALUE '*** '.
002350     05  RCV-NOTE-TEXT           PIC X(40).
002360     05  FILLER                  PIC X(21) VALUE SPACES.
002370
002380 01  RCV-TOTAL-LINE.
002390     05  RCV-TTL-LABEL           PIC X(32).
002400     05  RCV-TTL-COUNT           PIC Z(07)9.
002410     05  FILLER                  PIC X(40) VALUE SPACES.
002420
002430 PROCEDURE DIVISION.
002440
002450******************************************************************
002460*    0000-MAINLINE
002470******************************************************************
002480 0000-MAINLINE.
002490     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002500     IF NOT RCV-RUN-FAILED
002510         IF RCV-MODE-BACKUP
002520             PERFORM 2000-TAKE-BACKUP THRU 2000-EXIT
002530         ELSE
002540             PERFORM 3000-VERIFY-BACKUP THRU 3000-EXIT
002550         END-IF
002560     END-IF
002570     IF RCV-MODE-RECOVER AND NOT RCV-RUN-FAILED
002580         PERFORM 4000-LOAD-BACKUP THRU 4000-EXIT
002590     END-IF
002600     IF RCV-MODE-RECOVER AND NOT RCV-RUN-FAILED
002610         PERFORM 5000-ROLL-FORWARD THRU 5000-EXIT
002620     END-IF
002630     IF RCV-MODE-RECOVER AND NOT RCV-RUN-FAILED
002640         PERFORM 6000-COUNT-MASTER-AFTER THRU 6000-EXIT
002650     END-IF
002660     PERFORM 9000-END-OF-JOB THRU 9000-EXIT
002670     PERFORM 9999-TERMINATE THRU 9999-EXIT.
002680 0000-EXIT.
002690     EXIT.
002700
002710******************************************************************
002720*    1000-INITIALIZE
002730*    THERE IS NO DEFAULT MODE -- A RECOVERY REPLACES THE MASTER,
002740*    SO IT MUST NEVER HAPPEN BECAUSE A CARD WAS LEFT OUT.
002750******************************************************************
002760 1000-INITIALIZE.
002770     MOVE FUNCTION CURRENT-DATE TO RCV-CURRENT-STAMP
002780     PERFORM 1500-READ-CONTROL-CARD THRU 1500-EXIT
002790     OPEN OUTPUT PRINT-REPORT-FILE
002800     IF RCV-PRINT-FILE-STATUS = "00"
002810         MOVE 'Y' TO RCV-REPORT-OPEN-SW
002820         MOVE RCV-CURRENT-STAMP(1:8) TO RCV-TITLE-DATE
002830         WRITE PRT-REPORT-LINE FROM RCV-TITLE-LINE
002840         MOVE SPACES TO PRT-REPORT-LINE
002850         WRITE PRT-REPORT-LINE
002860         MOVE RCV-MODE TO RCV-PARM-MODE
002870         MOVE RCV-MASTER-FILE-NAME TO RCV-PARM-MASTER
002880         MOVE RCV-BACKUP-FILE-NAME TO RCV-PARM-BACKUP
002890         WRITE PRT-REPORT-LINE FROM RCV-PARM-LINE
002900     END-IF
002910     IF NOT RCV-MODE-BACKUP AND NOT RCV-MODE-RECOVER
002920         DISPLAY "NO VALID MODE= CARD IN RCVPARM.DAT -- "
002930             "RUN REFUSED"
002940         PERFORM 1900-FAIL-THE-RUN THRU 1900-EXIT
002950         GO TO 1000-EXIT
002960     END-IF
002970     IF RCV-UNTIL-STAMP NOT NUMERIC
002980         DISPLAY "UNTIL= MUST BE YYYYMMDDHHMMSS -- RUN REFUSED"
002990         PERFORM 1900-FAIL-THE-RUN THRU 1900-EXIT
003000     END-IF.
003010 1000-EXIT.
003020     EXIT.
003030
003040******************************************************************
003050*    1500-READ-CONTROL-CARD
003060*    KEYWORD=VALUE RECORDS, SAME CONVENTION AS SUDPARM.DAT.
003070******************************************************************
003080 1500-READ-CONTROL-CARD.
003090     OPEN INPUT CONTROL-CARD-FILE
003100     IF RCV-PARM-FILE-STATUS = "00"
003110         MOVE 'Y' TO PRM-OPEN-SW
003120     ELSE
003130         DISPLAY "NO RCVPARM.DAT -- USING PROGRAM DEFAULTS"
003140         MOVE 'Y' TO PRM-EOF-SW
003150     END-IF
003160     PERFORM 1510-READ-ONE-CARD THRU 1510-EXIT
003170         UNTIL PRM-EOF
003180     IF PRM-IS-OPEN
003190         CLOSE CONTROL-CARD-FILE
003200     END-IF.
003210 1500-EXIT.
003220     EXIT.
003230
003240 1510-READ-ONE-CARD.
003250     READ CONTROL-CARD-FILE
003260         AT END
003270             MOVE 'Y' TO PRM-EOF-SW
003280         NOT AT END
003290             IF PRM-CONTROL-RECORD(1:1) NOT = '*'
003300                 AND PRM-CONTROL-RECORD NOT = SPACES
003310                 PERFORM 1520-APPLY-ONE-CARD THRU 1520-EXIT
003320             END-IF
003330     END-READ.
003340 1510-EXIT.
003350     EXIT.
003360
003370 1520-APPLY-ONE-CARD.
003380     MOVE SPACES TO PRM-KEY
003390     MOVE SPACES TO PRM-VALUE
003400     UNSTRING PRM-CONTROL-RECORD DELIMITED BY '='
003410         INTO PRM-KEY PRM-VALUE
003420     EVALUATE PRM-KEY
003430         WHEN 'MODE'
003440             MOVE PRM-VALUE TO RCV-MODE
003450         WHEN 'MASTER'
003460             MOVE PRM-VALUE TO RCV-MASTER-FILE-NAME
003470         WHEN 'BACKUP'
003480             MOVE PRM-VALUE TO RCV-BACKUP-FILE-NAME
003490         WHEN 'UNTIL'
003500             MOVE PRM-VALUE TO RCV-UNTIL-STAMP
003510         WHEN OTHER
003520             DISPLAY "UNKNOWN CONTROL KEYWORD IGNORED: "
003530                 PRM-CONTROL-RECORD
003540     END-EVALUATE.
003550 1520-EXIT.
003560     EXIT.
003570
003580 1900-FAIL-THE-RUN.
003590     MOVE 'Y' TO RCV-RUN-FAILED-SW
003600     MOVE 'Y' TO RCV-EOF-SW
003610     MOVE 8 TO RETURN-CODE.
003620 1900-EXIT.
003630     EXIT.
003640
003650******************************************************************
003660*    2000-TAKE-BACKUP
003670*    PASS ONE COUNTS THE MASTER SO THE HEADER CAN PROMISE AN
003680*    EXPECTED COUNT, PASS TWO WRITES.  THE STAMP IS TAKEN BEFORE
003690*    EITHER PASS, SO NO CHANGE ON THE MASTER CAN BE NEWER THAN
003700*    THE BACKUP AND STILL BE STAMPED OLDER.
003710******************************************************************
003720 2000-TAKE-BACKUP.
003730     MOVE RCV-CURRENT-STAMP(1:16) TO RCV-BACKUP-STAMP
003740     OPEN INPUT PUZZLE-MASTER-FILE
003750     IF RCV-MASTER-FILE-STATUS NOT = "00"
003760         DISPLAY "PUZZLE MASTER " RCV-MASTER-FILE-NAME
003770             " NOT AVAILABLE -- STATUS " RCV-MASTER-FILE-STATUS
003780         PERFORM 1900-FAIL-THE-RUN THRU 1900-EXIT
003790         GO TO 2000-EXIT
003800     END-IF
003810     MOVE 'Y' TO RCV-MASTER-OPEN-SW
003820     PERFORM 2010-COUNT-ONE-MASTER THRU 2010-EXIT
003830         UNTIL RCV-EOF
003840     CLOSE PUZZLE-MASTER-FILE
003850     OPEN INPUT PUZZLE-MASTER-FILE
003860     IF RCV-MASTER-FILE-STATUS NOT = "00"
003870         DISPLAY "PUZZLE MASTER REOPEN FAILED -- STATUS "
003880             RCV-MASTER-FILE-STATUS
003890         MOVE 'N' TO RCV-MASTER-OPEN-SW
003900         PERFORM 1900-FAIL-THE-RUN THRU 1900-EXIT
003910         GO TO 2000-EXIT
003920     END-IF
003930     OPEN OUTPUT MASTER-BACKUP-FILE
003940     IF RCV-BACKUP-FILE-STATUS NOT = "00"
003950         DISPLAY "BACKUP FILE " RCV-BACKUP-FILE-NAME
003960             " NOT AVAILABLE -- STATUS " RCV-BACKUP-FILE-STATUS
003970         PERFORM 1900-FAIL-THE-RUN THRU 1900-EXIT
003980         GO TO 2000-EXIT
003990     END-IF
004000     MOVE 'Y' TO RCV-BACKUP-OPEN-SW
004010     MOVE SPACES TO BKP-BACKUP-RECORD
004020     MOVE 'HDR' TO BKP-HDR-TAG
004030     MOVE 'MSTBKUP' TO BKP-HDR-JOB-ID
004040     MOVE RCV-BACKUP-STAMP TO BKP-HDR-STAMP
004050     MOVE RCV-EXPECTED-COUNT TO BKP-HDR-EXPECTED-COUNT
004060     WRITE RCV-BACKUP-FILE-REC FROM BKP-BACKUP-RECORD
004070     PERFORM 2900-CHECK-BACKUP-WRITE THRU 2900-EXIT
004080     MOVE 'N' TO RCV-EOF-SW
004090     PERFORM 2020-COPY-ONE-MASTER THRU 2020-EXIT
004100         UNTIL RCV-EOF
004110     IF RCV-RUN-FAILED
004120         GO TO 2000-EXIT
004130     END-IF
004140*    A FAILED RUN GETS NO TRAILER -- THE SHORT ENVELOPE MARKS THE
004150*    BACKUP ITSELF AS UNUSABLE FOR A RECOVERY.
004160     MOVE SPACES TO BKP-BACKUP-RECORD
004170     MOVE 'TRL' TO BKP-TRL-TAG
004180     MOVE RCV-BACKUP-COUNT TO BKP-TRL-ACTUAL-COUNT
004190     WRITE RCV-BACKUP-FILE-REC FROM BKP-BACKUP-RECORD
004200     PERFORM 2900-CHECK-BACKUP-WRITE THRU 2900-EXIT.
004210 2000-EXIT.
004220     EXIT.
004230
004240 2010-COUNT-ONE-MASTER.
004250     READ PUZZLE-MASTER-FILE NEXT RECORD
004260         AT END
004270             MOVE 'Y' TO RCV-EOF-SW
004280         NOT AT END
004290             ADD 1 TO RCV-EXPECTED-COUNT
004300     END-READ.
004310 2010-EXIT.
004320     EXIT.
004330
004340 2020-COPY-ONE-MASTER.
004350     READ PUZZLE-MASTER-FILE NEXT RECORD
004360         AT END
004370             MOVE 'Y' TO RCV-EOF-SW
004380         NOT AT END
004390             MOVE PUZ-MASTER-RECORD TO BKP-MASTER-IMAGE
004400             WRITE RCV-BACKUP-FILE-REC FROM BKP-BACKUP-RECORD
004410             PERFORM 2900-CHECK-BACKUP-WRITE THRU 2900-EXIT
004420             ADD 1 TO RCV-BACKUP-COUNT
004430     END-READ.
004440 2020-EXIT.
004450     EXIT.
004460
004470 2900-CHECK-BACKUP-WRITE.
004480     IF RCV-BACKUP-FILE-STATUS NOT = "00"
004490         DISPLAY "BACKUP WRITE FAILED -- STATUS "
004500             RCV-BACKUP-FILE-STATUS
004510         PERFORM 1900-FAIL-THE-RUN THRU 1900-EXIT
004520     END-IF.
004530 2900-EXIT.
004540     EXIT.
004550
004560******************************************************************
004570*    3000-VERIFY-BACKUP
004580*    THE WHOLE BACKUP IS READ AND ITS ENVELOPE PROVED BEFORE THE
004590*    MASTER IS TOUCHED.  THE ROLL-FORWARD TARGET MUST NOT BE
004600*    EARLIER THAN THE BACKUP -- A BACKUP CANNOT BE ROLLED BACK.
004610******************************************************************
004620 3000-VERIFY-BACKUP.
004630     OPEN INPUT MASTER-BACKUP-FILE
004640     IF RCV-BACKUP-FILE-STATUS NOT = "00"
004650         DISPLAY "BACKUP FILE " RCV-BACKUP-FILE-NAME
004660             " NOT AVAILABLE -- STATUS " RCV-BACKUP-FILE-STATUS
004670         PERFORM 1900-FAIL-THE-RUN THRU 1900-EXIT
004680         GO TO 3000-EXIT
004690     END-IF
004700     MOVE 'Y' TO RCV-BACKUP-OPEN-SW
004710     READ MASTER-BACKUP-FILE INTO BKP-BACKUP-RECORD
004720         AT END
004730             MOVE SPACES TO BKP-BACKUP-RECORD
004740     END-READ
004750     IF NOT BKP-IS-HEADER
004760         DISPLAY "RUN FAILED -- BACKUP HAS NO HEADER RECORD"
004770         PERFORM 1900-FAIL-THE-RUN THRU 1900-EXIT
004780         GO TO 3000-EXIT
004790     END-IF
004800     MOVE BKP-HDR-STAMP TO RCV-BACKUP-STAMP
004810     MOVE BKP-HDR-EXPECTED-COUNT TO RCV-EXPECTED-COUNT
004820     PERFORM 3010-COUNT-ONE-BACKUP THRU 3010-EXIT
004830         UNTIL RCV-EOF
004840     CLOSE MASTER-BACKUP-FILE
004850     MOVE 'N' TO RCV-BACKUP-OPEN-SW
004860     DISPLAY "BACKUP " RCV-BACKUP-STAMP " EXPECTED "
004870         RCV-EXPECTED-COUNT " / TRAILER " RCV-TRAILER-COUNT
004880         " / READ " RCV-BACKUP-COUNT
004890     IF NOT RCV-TRAILER-SEEN
004900         DISPLAY "RUN FAILED -- BACKUP TRAILER RECORD MISSING"
004910         PERFORM 1900-FAIL-THE-RUN THRU 1900-EXIT
004920         GO TO 3000-EXIT
004930     END-IF
004940     IF RCV-TRAILER-COUNT NOT = RCV-BACKUP-COUNT
004950             OR RCV-EXPECTED-COUNT NOT = RCV-TRAILER-COUNT
004960         DISPLAY "RUN FAILED -- BACKUP RECORD COUNTS DISAGREE"
004970         PERFORM 1900-FAIL-THE-RUN THRU 1900-EXIT
004980         GO TO 3000-EXIT
004990     END-IF
005000     IF RCV-BACKUP-STAMP(1:14) > RCV-UNTIL-STAMP
005010         DISPLAY "RUN FAILED -- UNTIL= " RCV-UNTIL-STAMP
005020             " IS EARLIER THAN THE BACKUP"
005030         PERFORM 1900-FAIL-THE-RUN THRU 1900-EXIT
005040         GO TO 3000-EXIT
005050     END-IF
005060     MOVE 'N' TO RCV-EOF-SW.
005070 3000-EXIT.
005080     EXIT.
005090
005100 3010-COUNT-ONE-BACKUP.
005110     READ MASTER-BACKUP-FILE INTO BKP-BACKUP-RECORD
005120         AT END
005130             MOVE 'Y' TO RCV-EOF-SW
005140         NOT AT END
005150             IF BKP-IS-TRAILER
005160                 MOVE 'Y' TO RCV-TRAILER-SEEN-SW
005170                 MOVE BKP-TRL-ACTUAL-COUNT TO RCV-TRAILER-COUNT
005180                 MOVE 'Y' TO RCV-EOF-SW
005190             ELSE
005200                 ADD 1 TO RCV-BACKUP-COUNT
005210             END-IF
005220     END-READ.
005230 3010-EXIT.
005240     EXIT.
005250
005260******************************************************************
005270*    4000-LOAD-BACKUP
005280*    THE MASTER IS CREATED EMPTY AND LOADED FROM THE PROVED
005290*    BACKUP.  FROM HERE ON THE OLD MASTER IS GONE; IF THE RUN
005300*    FAILS, CORRECT THE CAUSE AND RERUN FROM THE SAME BACKUP.
005310******************************************************************
005320 4000-LOAD-BACKUP.
005330     OPEN OUTPUT PUZZLE-MASTER-FILE
005340     IF RCV-MASTER-FILE-STATUS NOT = "00"
005350         DISPLAY "PUZZLE MASTER " RCV-MASTER-FILE-NAME
005360             " CANNOT BE CREATED -- STATUS "
005370             RCV-MASTER-FILE-STATUS
005380         PERFORM 1900-FAIL-THE-RUN THRU 1900-EXIT
005390         GO TO 4000-EXIT
005400     END-IF
005410     CLOSE PUZZLE-MASTER-FILE
005420     OPEN I-O PUZZLE-MASTER-FILE
005430     IF RCV-MASTER-FILE-STATUS NOT = "00"
005440         DISPLAY "PUZZLE MASTER " RCV-MASTER-FILE-NAME
005450             " NOT AVAILABLE -- STATUS " RCV-MASTER-FILE-STATUS
005460         PERFORM 1900-FAIL-THE-RUN THRU 1900-EXIT
005470         GO TO 4000-EXIT
005480     END-IF
005490     MOVE 'Y' TO RCV-MASTER-OPEN-SW
005500     OPEN INPUT MASTER-BACKUP-FILE
005501     IF RCV-BACKUP-FILE-STATUS NOT = "00"
005502         DISPLAY "BACKUP FILE " RCV-BACKUP-FILE-NAME
005503             " NOT AVAILABLE -- STATUS " RCV-BACKUP-FILE-STATUS
005504         DISPLAY "PUZZLE MASTER " RCV-MASTER-FILE-NAME
005505             " IS NOW EMPTY -- RERUN THE RECOVERY"
005506         PERFORM 1900-FAIL-THE-RUN THRU 1900-EXIT
005507         GO TO 4000-EXIT
005508     END-IF
005510     MOVE 'Y' TO RCV-BACKUP-OPEN-SW
005520*    THE HEADER WAS PROVED BY 3000 -- READ PAST IT.
005530     READ MASTER-BACKUP-FILE INTO BKP-BACKUP-RECORD
005540         AT END
005550             MOVE 'Y' TO RCV-EOF-SW
005560     END-READ
005570     PERFORM 4010-LOAD-ONE-BACKUP THRU 4010-EXIT
005580         UNTIL RCV-EOF
005590     CLOSE MASTER-BACKUP-FILE
005600     MOVE 'N' TO RCV-BACKUP-OPEN-SW
005610     IF RCV-RUN-FAILED
005620         GO TO 4000-EXIT
005630     END-IF
005640     IF RCV-LOADED-COUNT NOT = RCV-BACKUP-COUNT
005650         DISPLAY "RUN FAILED -- LOADED " RCV-LOADED-COUNT
005660             " OF " RCV-BACKUP-COUNT " BACKUP RECORDS"
005670         PERFORM 1900-FAIL-THE-RUN THRU 1900-EXIT
005680         GO TO 4000-EXIT
005690     END-IF
005700     MOVE RCV-LOADED-COUNT TO RCV-MASTER-COUNT
005710     MOVE 'N' TO RCV-EOF-SW.
005720 4000-EXIT.
005730     EXIT.
005740
005750 4010-LOAD-ONE-BACKUP.
005760     READ MASTER-BACKUP-FILE INTO BKP-BACKUP-RECORD
005770         AT END
005780             MOVE 'Y' TO RCV-EOF-SW
005790             GO TO 4010-EXIT
005800     END-READ
005810     IF BKP-IS-TRAILER
005820         MOVE 'Y' TO RCV-EOF-SW
005830         GO TO 4010-EXIT
005840     END-IF
005850     MOVE BKP-MASTER-IMAGE TO PUZ-MASTER-RECORD
005860     WRITE PUZ-MASTER-RECORD
005870         INVALID KEY
005880             DISPLAY "LOAD FAILED FOR " PUZ-MST-ID
005890                 " -- STATUS " RCV-MASTER-FILE-STATUS
005900             PERFORM 1900-FAIL-THE-RUN THRU 1900-EXIT
005910         NOT INVALID KEY
005920             ADD 1 TO RCV-LOADED-COUNT
005930     END-WRITE.
005940 4010-EXIT.
005950     EXIT.
005960
005970******************************************************************
005980*    5000-ROLL-FORWARD
005990*    NO JOURNAL AT ALL MEANS NOTHING HAS CHANGED SINCE THE FILE
006000*    WAS LAST STARTED -- THE BACKUP STANDS AS RESTORED.
006010******************************************************************
006020 5000-ROLL-FORWARD.
006030     MOVE 'N' TO RCV-EOF-SW
006040     OPEN INPUT MASTER-JOURNAL-FILE
006050     IF RCV-JOURNAL-FILE-STATUS = "35"
006060         DISPLAY "NO MASTER JOURNAL -- BACKUP RESTORED AS IT "
006070             "STANDS"
006080         GO TO 5000-EXIT
006090     END-IF
006100     IF RCV-JOURNAL-FILE-STATUS NOT = "00"
006110         DISPLAY "MASTER JOURNAL NOT AVAILABLE -- STATUS "
006120             RCV-JOURNAL-FILE-STATUS
006130         PERFORM 1900-FAIL-THE-RUN THRU 1900-EXIT
006140         GO TO 5000-EXIT
006150     END-IF
006160     MOVE 'Y' TO RCV-JOURNAL-OPEN-SW
006170     MOVE RCV-BACKUP-STAMP TO RCV-STAMP-BACKUP
006180     MOVE RCV-UNTIL-STAMP TO RCV-STAMP-UNTIL
006190     MOVE SPACES TO PRT-REPORT-LINE
006200     WRITE PRT-REPORT-LINE
006210     WRITE PRT-REPORT-LINE FROM RCV-STAMP-LINE
006220     MOVE SPACES TO PRT-REPORT-LINE
006230     WRITE PRT-REPORT-LINE
006240     WRITE PRT-REPORT-LINE FROM RCV-DETAIL-HEAD-LINE
006250     PERFORM 5010-READ-ONE-JOURNAL THRU 5010-EXIT
006260         UNTIL RCV-EOF.
006270 5000-EXIT.
006280     EXIT.
006290
006300 5010-READ-ONE-JOURNAL.
006310     READ MASTER-JOURNAL-FILE
006320         AT END
006330             MOVE 'Y' TO RCV-EOF-SW
006340         NOT AT END
006350             ADD 1 TO RCV-JRNL-READ-COUNT
006360             PERFORM 5020-CONSIDER-ONE-ENTRY THRU 5020-EXIT
006370     END-READ.
006380 5010-EXIT.
006390     EXIT.
006400
006410 5020-CONSIDER-ONE-ENTRY.
006420     IF JRN-STAMP NOT > RCV-BACKUP-STAMP
006430         ADD 1 TO RCV-IN-BACKUP-COUNT
006440         GO TO 5020-EXIT
006450     END-IF
006460     IF JRN-STAMP(1:14) > RCV-UNTIL-STAMP
006470         ADD 1 TO RCV-PAST-UNTIL-COUNT
006480         GO TO 5020-EXIT
006490     END-IF
006500     MOVE SPACES TO RCV-NOTE
006510     EVALUATE TRUE
006520         WHEN JRN-IS-ADD
006530             PERFORM 5100-APPLY-ADD THRU 5100-EXIT
006540         WHEN JRN-IS-CHANGE
006550             PERFORM 5200-APPLY-CHANGE THRU 5200-EXIT
006560         WHEN JRN-IS-DELETE
006570             PERFORM 5300-APPLY-DELETE THRU 5300-EXIT
006580         WHEN OTHER
006590             MOVE 'UNKNOWN JOURNAL ACTION -- NOT APPLIED'
006600                 TO RCV-NOTE
006610     END-EVALUATE
006620     PERFORM 5400-PRINT-ENTRY THRU 5400-EXIT.
006630 5020-EXIT.
006640     EXIT.
006650
006660 5050-READ-MASTER.
006670     MOVE JRN-PUZZLE-ID TO PUZ-MST-ID
006680     MOVE 'Y' TO RCV-FOUND-SW
006690     READ PUZZLE-MASTER-FILE
006700         INVALID KEY
006710             MOVE 'N' TO RCV-FOUND-SW
006720     END-READ.
006730 5050-EXIT.
006740     EXIT.
006750
006760 5100-APPLY-ADD.
006770     PERFORM 5050-READ-MASTER THRU 5050-EXIT
006780     MOVE JRN-AFTER-IMAGE TO PUZ-MASTER-RECORD
006790     IF RCV-FOUND
006800         MOVE 'ADDED PUZZLE WAS ALREADY ON THE MASTER' TO RCV-NOTE
006810         PERFORM 5510-REWRITE-MASTER THRU 5510-EXIT
006820     ELSE
006830         PERFORM 5500-WRITE-MASTER THRU 5500-EXIT
006840     END-IF
006850     ADD 1 TO RCV-ADD-COUNT.
006860 5100-EXIT.
006870     EXIT.
006880
006890 5200-APPLY-CHANGE.
006900     PERFORM 5050-READ-MASTER THRU 5050-EXIT
006910     IF NOT RCV-FOUND
006920         MOVE 'CHANGED PUZZLE WAS NOT ON THE MASTER' TO RCV-NOTE
006930         MOVE JRN-AFTER-IMAGE TO PUZ-MASTER-RECORD
006940         PERFORM 5500-WRITE-MASTER THRU 5500-EXIT
006950     ELSE
006960         IF PUZ-MASTER-RECORD NOT = JRN-BEFORE-IMAGE
006970             MOVE 'MASTER DID NOT MATCH THE BEFORE IMAGE'
006980                 TO RCV-NOTE
006990         END-IF
007000         MOVE JRN-AFTER-IMAGE TO PUZ-MASTER-RECORD
007010         PERFORM 5510-REWRITE-MASTER THRU 5510-EXIT
007020     END-IF
007030     ADD 1 TO RCV-CHANGE-COUNT.
007040 5200-EXIT.
007050     EXIT.
007060
007070 5300-APPLY-DELETE.
007080     PERFORM 5050-READ-MASTER THRU 5050-EXIT
007090     ADD 1 TO RCV-DELETE-COUNT
007100     IF NOT RCV-FOUND
007110         MOVE 'DELETED PUZZLE WAS NOT ON THE MASTER' TO RCV-NOTE
007120         GO TO 5300-EXIT
007130     END-IF
007140     IF PUZ-MASTER-RECORD NOT = JRN-BEFORE-IMAGE
007150         MOVE 'MASTER DID NOT MATCH THE BEFORE IMAGE' TO RCV-NOTE
007160     END-IF
007170     DELETE PUZZLE-MASTER-FILE RECORD
007180         INVALID KEY
007190             DISPLAY "DELETE FAILED FOR " PUZ-MST-ID
007200                 " -- STATUS " RCV-MASTER-FILE-STATUS
007210             PERFORM 1900-FAIL-THE-RUN THRU 1900-EXIT
007220         NOT INVALID KEY
007230             SUBTRACT 1 FROM RCV-MASTER-COUNT
007240     END-DELETE.
007250 5300-EXIT.
007260     EXIT.
007270
007280******************************************************************
007290*    5400-PRINT-ENTRY
007300*    ONE LINE PER JOURNAL RECORD APPLIED.  THE ISSUE COLUMN IS
007310*    FILLED ONLY WHEN THE RECORD MOVED THE PUZZLE'S ISSUE ID.
007320******************************************************************
007330 5400-PRINT-ENTRY.
007340     IF RCV-NOTE NOT = SPACES
007350         ADD 1 TO RCV-CONFLICT-COUNT
007360     END-IF
007370     IF JRN-IS-ADD OR JRN-IS-CHANGE OR JRN-IS-DELETE
007380         ADD 1 TO RCV-APPLIED-COUNT
007390     END-IF
007400     MOVE JRN-STAMP(1:14) TO RCV-DTL-STAMP
007410     MOVE JRN-PROGRAM TO RCV-DTL-PROGRAM
007420     MOVE JRN-ACTION TO RCV-DTL-ACTION
007430     MOVE JRN-PUZZLE-ID TO RCV-DTL-ID
007440     MOVE JRN-OLD-STATUS TO RCV-DTL-WAS
007450     MOVE JRN-NEW-STATUS TO RCV-DTL-NOW
007460     MOVE SPACES TO RCV-DTL-ISSUE
007470     IF JRN-NEW-ISSUE-ID NOT = JRN-OLD-ISSUE-ID
007480             AND NOT JRN-IS-DELETE
007490         IF JRN-NEW-ISSUE-ID = SPACES
007500             MOVE 'ISSUE CLEARED' TO RCV-DTL-ISSUE
007510         ELSE
007520             STRING 'ISSUE ' JRN-NEW-ISSUE-ID
007530                 DELIMITED BY SIZE INTO RCV-DTL-ISSUE
007540         END-IF
007550     END-IF
007560     WRITE PRT-REPORT-LINE FROM RCV-DETAIL-LINE
007570     IF RCV-NOTE NOT = SPACES
007580         MOVE RCV-NOTE TO RCV-NOTE-TEXT
007590         WRITE PRT-REPORT-LINE FROM RCV-NOTE-LINE
007600     END-IF.
007610 5400-EXIT.
007620     EXIT.
007630
007640 5500-WRITE-MASTER.
007650     WRITE PUZ-MASTER-RECORD
007660         INVALID KEY
007670             DISPLAY "MASTER WRITE FAILED FOR " PUZ-MST-ID
007680                 " -- STATUS " RCV-MASTER-FILE-STATUS
007690             PERFORM 1900-FAIL-THE-RUN THRU 1900-EXIT
007700         NOT INVALID KEY
007710             ADD 1 TO RCV-MASTER-COUNT
007720     END-WRITE.
007730 5500-EXIT.
007740     EXIT.
007750
007760 5510-REWRITE-MASTER.
007770     REWRITE PUZ-MASTER-RECORD
007780         INVALID KEY
007790             DISPLAY "MASTER REWRITE FAILED FOR " PUZ-MST-ID
007800                 " -- STATUS " RCV-MASTER-FILE-STATUS
007810             PERFORM 1900-FAIL-THE-RUN THRU 1900-EXIT
007820     END-REWRITE.
007830 5510-EXIT.
007840     EXIT.
007850
007860******************************************************************
007870*    6000-COUNT-MASTER-AFTER
007880*    THE RECOVERED MASTER IS REOPENED AND COUNTED, AND MUST HOLD
007890*    EXACTLY THE BACKUP RECORDS PLUS ADDS LESS DELETES.
007900******************************************************************
007910 6000-COUNT-MASTER-AFTER.
007920     CLOSE PUZZLE-MASTER-FILE
007930     OPEN INPUT PUZZLE-MASTER-FILE
007940     IF RCV-MASTER-FILE-STATUS NOT = "00"
007950         DISPLAY "PUZZLE MASTER REOPEN FAILED -- STATUS "
007960             RCV-MASTER-FILE-STATUS
007970         MOVE 'N' TO RCV-MASTER-OPEN-SW
007980         PERFORM 1900-FAIL-THE-RUN THRU 1900-EXIT
007990         GO TO 6000-EXIT
008000     END-IF
008010     MOVE 'N' TO RCV-EOF-SW
008020     PERFORM 6010-COUNT-ONE-MASTER THRU 6010-EXIT
008030         UNTIL RCV-EOF.
008040 6000-EXIT.
008050     EXIT.
008060
008070 6010-COUNT-ONE-MASTER.
008080     READ PUZZLE-MASTER-FILE NEXT RECORD
008090         AT END
008100             MOVE 'Y' TO RCV-EOF-SW
008110         NOT AT END
008120             ADD 1 TO RCV-AFTER-COUNT
008130     END-READ.
008140 6010-EXIT.
008150     EXIT.
008160
008170******************************************************************
008180*    9000-END-OF-JOB
008190*    THE CONTROL TOTALS GO BOTH TO THE REPORT AND TO SYSOUT.  A
008200*    RECOVERY WITH FLAGGED JOURNAL RECORDS ENDS WITH RETURN CODE
008210*    4; ONE WHOSE MASTER COUNT DOES NOT RECONCILE WITH RETURN
008220*    CODE 8.
008230******************************************************************
008240 9000-END-OF-JOB.
008250     IF RCV-MODE-RECOVER AND NOT RCV-RUN-FAILED
008260         IF RCV-AFTER-COUNT NOT = RCV-MASTER-COUNT
008270             DISPLAY "RUN FAILED -- RECOVERED MASTER HOLDS "
008280                 RCV-AFTER-COUNT " RECORDS, EXPECTED "
008290                 RCV-MASTER-COUNT
008300             MOVE 8 TO RETURN-CODE
008310         ELSE
008320             IF RCV-CONFLICT-COUNT > 0
008330                 MOVE 4 TO RETURN-CODE
008340             END-IF
008350         END-IF
008360     END-IF.
008370     IF RCV-REPORT-IS-OPEN
008380         MOVE SPACES TO PRT-REPORT-LINE
008390         WRITE PRT-REPORT-LINE
008400         IF RCV-MODE-BACKUP
008410             MOVE 'MASTER RECORDS COUNTED' TO RCV-TTL-LABEL
008420             MOVE RCV-EXPECTED-COUNT TO RCV-TTL-COUNT
008430             PERFORM 9100-PRINT-ONE-TOTAL THRU 9100-EXIT
008440             MOVE 'RECORDS WRITTEN TO BACKUP' TO RCV-TTL-LABEL
008450             MOVE RCV-BACKUP-COUNT TO RCV-TTL-COUNT
008460             PERFORM 9100-PRINT-ONE-TOTAL THRU 9100-EXIT
008470         ELSE
008480             PERFORM 9200-PRINT-RECOVER-TOTALS THRU 9200-EXIT
008490         END-IF
008500         IF RETURN-CODE = 8
008510             MOVE '*** RUN FAILED -- SEE SYSOUT ***'
008520                 TO PRT-REPORT-LINE
008530             WRITE PRT-REPORT-LINE
008540         END-IF
008550     END-IF.
008560     DISPLAY " ".
008570     DISPLAY "====================================".
008580     DISPLAY "END OF JOB MASTER RECOVERY REPORT".
008590     DISPLAY "MODE                   : " RCV-MODE.
008600     DISPLAY "MASTER DATASET         : " RCV-MASTER-FILE-NAME.
008610     DISPLAY "BACKUP DATASET         : " RCV-BACKUP-FILE-NAME.
008620     DISPLAY "BACKUP STAMP           : " RCV-BACKUP-STAMP.
008630     IF RCV-MODE-BACKUP
008640         DISPLAY "MASTER RECORDS COUNTED : " RCV-EXPECTED-COUNT
008650         DISPLAY "BACKUP RECORDS WRITTEN : " RCV-BACKUP-COUNT
008660     ELSE
008670         DISPLAY "ROLL FORWARD TO        : " RCV-UNTIL-STAMP
008680         DISPLAY "BACKUP RECORDS LOADED  : " RCV-LOADED-COUNT
008690         DISPLAY "JOURNAL RECORDS READ   : " RCV-JRNL-READ-COUNT
008700         DISPLAY "ALREADY IN THE BACKUP  : " RCV-IN-BACKUP-COUNT
008710         DISPLAY "PAST THE UNTIL STAMP   : " RCV-PAST-UNTIL-COUNT
008720         DISPLAY "JOURNAL RECORDS APPLIED: " RCV-APPLIED-COUNT
008730         DISPLAY "FLAGGED ON THE REPORT  : " RCV-CONFLICT-COUNT
008740         DISPLAY "MASTER RECORDS AFTER   : " RCV-AFTER-COUNT
008750         IF RCV-CONFLICT-COUNT > 0 AND RETURN-CODE = 4
008760             DISPLAY "FLAGGED JOURNAL RECORDS -- CHECK RCVRPT.DAT"
008770         END-IF
008780     END-IF.
008790     DISPLAY "====================================".
008800     PERFORM 9500-LOG-RUN-HISTORY THRU 9500-EXIT.
008810 9000-EXIT.
008820     EXIT.
008830
008840 9100-PRINT-ONE-TOTAL.
008850     WRITE PRT-REPORT-LINE FROM RCV-TOTAL-LINE.
008860 9100-EXIT.
008870     EXIT.
008880
008890 9200-PRINT-RECOVER-TOTALS.
008900     MOVE 'BACKUP RECORDS LOADED' TO RCV-TTL-LABEL
008910     MOVE RCV-LOADED-COUNT TO RCV-TTL-COUNT
008920     PERFORM 9100-PRINT-ONE-TOTAL THRU 9100-EXIT
008930     MOVE 'JOURNAL RECORDS READ' TO RCV-TTL-LABEL
008940     MOVE RCV-JRNL-READ-COUNT TO RCV-TTL-COUNT
008950     PERFORM 9100-PRINT-ONE-TOTAL THRU 9100-EXIT
008960     MOVE '  ALREADY IN THE BACKUP' TO RCV-TTL-LABEL
008970     MOVE RCV-IN-BACKUP-COUNT TO RCV-TTL-COUNT
008980     PERFORM 9100-PRINT-ONE-TOTAL THRU 9100-EXIT
008990     MOVE '  PAST THE UNTIL STAMP' TO RCV-TTL-LABEL
009000     MOVE RCV-PAST-UNTIL-COUNT TO RCV-TTL-COUNT
009010     PERFORM 9100-PRINT-ONE-TOTAL THRU 9100-EXIT
009020     MOVE '  APPLIED' TO RCV-TTL-LABEL
009030     MOVE RCV-APPLIED-COUNT TO RCV-TTL-COUNT
009040     PERFORM 9100-PRINT-ONE-TOTAL THRU 9100-EXIT
009050     MOVE '    ADDS' TO RCV-TTL-LABEL
009060     MOVE RCV-ADD-COUNT TO RCV-TTL-COUNT
009070     PERFORM 9100-PRINT-ONE-TOTAL THRU 9100-EXIT
009080     MOVE '    CHANGES' TO RCV-TTL-LABEL
009090     MOVE RCV-CHANGE-COUNT TO RCV-TTL-COUNT
009100     PERFORM 9100-PRINT-ONE-TOTAL THRU 9100-EXIT
009110     MOVE '    DELETES' TO RCV-TTL-LABEL
009120     MOVE RCV-DELETE-COUNT TO RCV-TTL-COUNT
009130     PERFORM 9100-PRINT-ONE-TOTAL THRU 9100-EXIT
009140     MOVE 'FLAGGED ON THIS REPORT' TO RCV-TTL-LABEL
009150     MOVE RCV-CONFLICT-COUNT TO RCV-TTL-COUNT
009160     PERFORM 9100-PRINT-ONE-TOTAL THRU 9100-EXIT
009170     MOVE 'MASTER RECORDS AFTER' TO RCV-TTL-LABEL
009180     MOVE RCV-AFTER-COUNT TO RCV-TTL-COUNT
009190     PERFORM 9100-PRINT-ONE-TOTAL THRU 9100-EXIT.
009200 9200-EXIT.
009210     EXIT.
009220
009230******************************************************************
009240*    9500-LOG-RUN-HISTORY
009250*    FOR A RECOVERY THE READ COUNT IS THE JOURNAL RECORDS READ
009260*    AND THE SOLVED COUNT THOSE APPLIED; FOR A BACKUP BOTH ARE
009270*    THE MASTER RECORDS.
009280******************************************************************
009290 9500-LOG-RUN-HISTORY.
009300     MOVE 'SudokuRecov' TO RUN-LOG-PROGRAM
009310     MOVE SPACES TO RUN-LOG-PARM-TEXT
009320     IF RCV-MODE-BACKUP
009330         MOVE RCV-MASTER-FILE-NAME TO RUN-LOG-INPUT-DSN
009340         MOVE RCV-BACKUP-FILE-NAME TO RUN-LOG-OUTPUT-DSN
009350         STRING "MODE=BACKUP STAMP=" RCV-BACKUP-STAMP
009360             DELIMITED BY SIZE INTO RUN-LOG-PARM-TEXT
009370         MOVE RCV-EXPECTED-COUNT TO RUN-LOG-READ-COUNT
009380         MOVE RCV-BACKUP-COUNT TO RUN-LOG-SOLVED-COUNT
009390     ELSE
009400         MOVE RCV-BACKUP-FILE-NAME TO RUN-LOG-INPUT-DSN
009410         MOVE RCV-MASTER-FILE-NAME TO RUN-LOG-OUTPUT-DSN
009420         STRING "MODE=" RCV-MODE " UNTIL=" RCV-UNTIL-STAMP
009430             " FLAGGED=" RCV-CONFLICT-COUNT
009440             DELIMITED BY SIZE INTO RUN-LOG-PARM-TEXT
009450         MOVE RCV-JRNL-READ-COUNT TO RUN-LOG-READ-COUNT
009460         MOVE RCV-APPLIED-COUNT TO RUN-LOG-SOLVED-COUNT
009470     END-IF
009480     PERFORM 7500-RUN-HIST-WRITE THRU 7500-EXIT.
009490 9500-EXIT.
009500     EXIT.
009510
009520******************************************************************
009530*    9999-TERMINATE
009540******************************************************************
009550 9999-TERMINATE.
009560     IF RCV-MASTER-IS-OPEN
009570         CLOSE PUZZLE-MASTER-FILE
009580     END-IF
009590     IF RCV-BACKUP-IS-OPEN
009600         CLOSE MASTER-BACKUP-FILE
009610     END-IF
009620     IF RCV-JOURNAL-IS-OPEN
009630         CLOSE MASTER-JOURNAL-FILE
009640     END-IF
009650     IF RCV-REPORT-IS-OPEN
009660         CLOSE PRINT-REPORT-FILE
009670     END-IF
009680     STOP RUN.
009690 9999-EXIT.
009700     EXIT.
009710
009720     COPY RUNHWRT.
