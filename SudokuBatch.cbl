001080*                     CAN BE RECONSTRUCTED AFTER THE SYSOUT
001090*                     SCROLLBACK IS GONE.  SUDOKURUNRPT LISTS
001100*                     THE LOG FOR A DATE RANGE.
001101*    2026-10-09 MKC   STATUS REWRITES ON THE MASTER INPUT PATH ARE
001102*                     JOURNALED (MSTJRNL.CPY); NO JOURNAL, NO RUN.
001103*    2026-10-12 MKC   EXCEPTION=, CHECKPOINT= AND REPORT-FILE= ON
001104*                     THE CONTROL CARD, WHICH MAY ITSELF BE NAMED
001105*                     ON THE RUN COMMAND, SO STREAMS CUT BY
001106*                     SUDOKUSPLIT CAN RUN SIDE BY SIDE.
001107*    2026-10-15 MKC   X-SUDOKU.  PUZ-VARIANT (BLANK IS CLASSIC)
001108*                     DRIVES VALIDATION, RATING AND SOLVING AND IS
001109*                     PART OF THE CACHE KEY AND THE RESULT.
001110******************************************************************
001120 IDENTIFICATION DIVISION.
001130 PROGRAM-ID. SudokuBatch.
001330         ORGANIZATION IS LINE SEQUENTIAL
001340         FILE STATUS IS SUD-AUDIT-FILE-STATUS.
001350
001360     SELECT PRINT-REPORT-FILE
001362         ASSIGN TO DYNAMIC SUD-REPORT-FILE-NAME
001370         ORGANIZATION IS LINE SEQUENTIAL
001380         FILE STATUS IS SUD-PRINT-FILE-STATUS.
001390
001400     SELECT CHECKPOINT-FILE
001402         ASSIGN TO DYNAMIC SUD-CKPT-FILE-NAME
001410         ORGANIZATION IS LINE SEQUENTIAL
001420         FILE STATUS IS SUD-CKPT-FILE-STATUS.
001430
001530         RECORD KEY IS CACHE-SIGNATURE
001540         FILE STATUS IS SUD-CACHE-FILE-STATUS.
001550
001560     SELECT EXCEPTION-FILE
001562         ASSIGN TO DYNAMIC SUD-EXCP-FILE-NAME
001570         ORGANIZATION IS LINE SEQUENTIAL
001580         FILE STATUS IS SUD-EXCP-FILE-STATUS.
001590
001600     SELECT CONTROL-CARD-FILE
001602         ASSIGN TO DYNAMIC SUD-PARM-FILE-NAME
001610         ORGANIZATION IS LINE SEQUENTIAL
001620         FILE STATUS IS SUD-PARM-FILE-STATUS.
001630
001670         RECORD KEY IS RUN-HIST-KEY
001680         FILE STATUS IS RUN-LOG-FILE-STATUS.
001690
001692     SELECT MASTER-JOURNAL-FILE ASSIGN TO "MSTJRNL.DAT"
001694         ORGANIZATION IS LINE SEQUENTIAL
001696         FILE STATUS IS JRN-LOG-FILE-STATUS.
001698
001700 DATA DIVISION.
001710 FILE SECTION.
001720 FD  PUZZLE-INPUT-FILE.
001730 01  PUZ-FILE-RECORD             PIC X(92).
001740
001750 FD  RESULT-OUTPUT-FILE.
001760     COPY RESREC.
001910     COPY SOLVCACH.
001920
001930 FD  EXCEPTION-FILE.
001940 01  EXC-PUZZLE-RECORD           PIC X(92).
001950
001960 FD  CONTROL-CARD-FILE.
001970 01  PRM-CONTROL-RECORD          PIC X(80).
001980
001990 FD  RUN-HISTORY-FILE.
002000     COPY RUNHIST.
002002
002004 FD  MASTER-JOURNAL-FILE.
002006     COPY MSTJRNL.
002010
002020 WORKING-STORAGE SECTION.
002030*    THE PUZZLE WORK RECORD LIVES IN WORKING-STORAGE, NOT UNDER
002140 COPY AUDITFLD.
002150 COPY PRTFLDS.
002160 COPY RUNHFLD.
002162 COPY MSTJFLD.
002170
002180 01  SUD-FILE-STATUS-FIELDS.
002190     05  SUD-INPUT-FILE-STATUS   PIC X(02).
002390     05  SUD-INVALID-COUNT       PIC 9(05) VALUE 0.
002400     05  SUD-INPUT-FILE-NAME     PIC X(20) VALUE "PUZIN.DAT".
002410     05  SUD-OUTPUT-FILE-NAME    PIC X(20) VALUE "PUZOUT.DAT".
002411     05  SUD-EXCP-FILE-NAME      PIC X(20) VALUE "PUZEXCP.DAT".
002412     05  SUD-CKPT-FILE-NAME      PIC X(20) VALUE "SUDCKPT.DAT".
002413     05  SUD-REPORT-FILE-NAME    PIC X(20) VALUE "SUDORPT.DAT".
002414     05  SUD-PARM-FILE-NAME      PIC X(20) VALUE "SUDPARM.DAT".
002415     05  SUD-PARM-ARGUMENT       PIC X(20) VALUE SPACES.
002420     05  SUD-ENVELOPE-OK-SW      PIC X(01) VALUE 'N'.
002430         88  SUD-ENVELOPE-OK             VALUE 'Y'.
002440     05  SUD-TRAILER-SEEN-SW     PIC X(01) VALUE 'N'.
002660     05  SUD-UNIQ-RESULT         PIC X(06) VALUE SPACES.
002670     05  SUD-MULTI-COUNT         PIC 9(05) VALUE 0.
002680     05  SUD-TIMEOUT-COUNT       PIC 9(05) VALUE 0.
002682     05  SUD-XSUDOKU-COUNT       PIC 9(05) VALUE 0.
002690
002700     05  SUD-ENVELOPE-SW         PIC X(01) VALUE 'Y'.
002710         88  SUD-ENVELOPE-ON             VALUE 'Y'.
004020             SUD-MASTER-FILE-STATUS
004030         MOVE 'Y' TO SUD-BATCH-EOF-SW
004040         MOVE 8 TO RETURN-CODE
004041         GO TO 1300-EXIT
004042     END-IF
004043     MOVE 'SudokuBatch' TO JRN-LOG-PROGRAM
004044     PERFORM 7300-JRNL-OPEN THRU 7300-EXIT
004045     IF NOT JRN-LOG-IS-OPEN
004046         MOVE 'Y' TO SUD-BATCH-EOF-SW
004047         MOVE 8 TO RETURN-CODE
004050     END-IF.
004060 1300-EXIT.
004070     EXIT.
004340*    GENPARM.DAT.  NUMERIC VALUES ARE ZERO-FILLED TO THE FIELD
004350*    WIDTH.  ANYTHING UNRECOGNIZED IS REPORTED AND IGNORED SO A
004360*    MIS-KEYED CARD CANNOT QUIETLY STEER A RUN.
004362*    A DATASET NAME GIVEN ON THE RUN COMMAND REPLACES SUDPARM.DAT
004364*    AS THE CONTROL CARD -- EACH PARTITIONED STREAM IS STARTED
004366*    WITH THE CARD SUDOKUSPLIT WROTE FOR IT.
004370******************************************************************
004380 1500-READ-CONTROL-CARD.
004382     ACCEPT SUD-PARM-ARGUMENT FROM COMMAND-LINE
004384     IF SUD-PARM-ARGUMENT NOT = SPACES
004386         MOVE SUD-PARM-ARGUMENT TO SUD-PARM-FILE-NAME
004388     END-IF
004390     OPEN INPUT CONTROL-CARD-FILE
004400     IF SUD-PARM-FILE-STATUS = "00"
004410         MOVE 'Y' TO PRM-OPEN-SW
004420     ELSE
004430         DISPLAY "NO " SUD-PARM-FILE-NAME
004432             " -- USING PROGRAM DEFAULTS"
004440         MOVE 'Y' TO PRM-EOF-SW
004450     END-IF
004460     PERFORM 1510-READ-ONE-CARD THRU 1510-EXIT
004740             MOVE PRM-VALUE TO SUD-INPUT-FILE-NAME
004750         WHEN 'OUTPUT'
004760             MOVE PRM-VALUE TO SUD-OUTPUT-FILE-NAME
004761         WHEN 'EXCEPTION'
004762             MOVE PRM-VALUE TO SUD-EXCP-FILE-NAME
004763         WHEN 'CHECKPOINT'
004764             MOVE PRM-VALUE TO SUD-CKPT-FILE-NAME
004765         WHEN 'REPORT-FILE'
004766             MOVE PRM-VALUE TO SUD-REPORT-FILE-NAME
004770         WHEN 'INPUT-SOURCE'
004780             IF PRM-VALUE = 'MASTER' OR PRM-VALUE = 'FILE'
004790                 MOVE PRM-VALUE TO SUD-INPUT-SOURCE
006130
006140 2060-WORK-MASTER-RECORD.
006150     MOVE PUZ-MST-ID TO PUZ-ID
006152     MOVE PUZ-MST-VARIANT TO PUZ-VARIANT
006160     PERFORM 2070-COPY-MASTER-CELL THRU 2070-EXIT
006170         VARYING SUD-MST-IDX FROM 1 BY 1
006180             UNTIL SUD-MST-IDX > 81
006330*    EVERY OUTCOME IS TERMINAL ON THE MASTER -- A PUZZLE THAT
006340*    TIMED OUT OR FAILED MUST NOT BE RE-WORKED ON EVERY RUN.
006350*    THE MAINTENANCE PROGRAM CAN REQUEUE ONE AS NEW.
006352*    EVERY REWRITE IS JOURNALLED WITH ITS BEFORE IMAGE.
006360******************************************************************
006370 2080-UPDATE-MASTER-STATUS.
006372     PERFORM 7310-JRNL-SAVE-BEFORE THRU 7310-EXIT
006380     EVALUATE TRUE
006390         WHEN SUD-SOLVED
006400             MOVE 'SOLVED' TO PUZ-MST-STATUS
006510         INVALID KEY
006520             DISPLAY "MASTER UPDATE FAILED FOR " PUZ-MST-ID
006530                 " -- STATUS " SUD-MASTER-FILE-STATUS
006532         NOT INVALID KEY
006534             MOVE 'CHANGE' TO JRN-LOG-ACTION
006536             PERFORM 7320-JRNL-WRITE-RECORD THRU 7320-EXIT
006540     END-REWRITE.
006550 2080-EXIT.
006560     EXIT.
006610     MOVE SPACES TO SUD-UNIQ-RESULT
006620     MOVE SPACES TO SUD-HUMAN-GRADE
006630     PERFORM 2110-LOAD-GRID-FROM-RECORD THRU 2110-EXIT
006631     IF PUZ-VARIANT = SPACE
006632         MOVE 'C' TO PUZ-VARIANT
006633     END-IF
006634     MOVE PUZ-VARIANT TO SUD-VARIANT
006635     IF PUZ-VARIANT-DIAGONAL
006636         ADD 1 TO SUD-XSUDOKU-COUNT
006637     END-IF
006640     MOVE PUZ-ID TO SUD-PUZZLE-ID
006650     PERFORM 7000-AUDIT-START-TIMER THRU 7000-EXIT
006660     PERFORM 3000-VALIDATE-GRID THRU 3000-EXIT
007340
007350 2120-BUILD-RESULT-RECORD.
007360     MOVE PUZ-ID TO RES-ID
007362     MOVE PUZ-VARIANT TO RES-VARIANT
007370     MOVE SUD-IS-SOLVED TO RES-IS-SOLVED
007380     MOVE SUD-DIFFICULTY TO RES-DIFFICULTY
007390     MOVE SUD-GUESS-COUNT TO RES-GUESS-COUNT
008130*    THE SIGNATURE IS THE 81 GIVENS THEMSELVES, TAKEN FROM THE
008140*    INPUT RECORD BEFORE THE SOLVER HAS FILLED ANYTHING IN, SO
008150*    TWO ARRIVALS OF THE SAME GRID MATCH EXACTLY NO MATTER WHAT
008160*    PUZ-ID EACH ONE CAME IN UNDER.  THE VARIANT FOLLOWS THE
008162*    GIVENS IN THE KEY, SO AN X-SUDOKU NEVER MATCHES A CLASSIC
008164*    GRID WITH THE SAME GIVENS -- THEIR SOLUTIONS CAN DIFFER.
008170******************************************************************
008180 2150-CHECK-DUPLICATE.
008190     PERFORM 2155-BUILD-SIGNATURE THRU 2155-EXIT
008200         VARYING SUD-SIG-IDX FROM 1 BY 1
008210             UNTIL SUD-SIG-IDX > 81
008212     MOVE SUD-VARIANT TO CACHE-VARIANT
008220     READ SOLVED-CACHE-FILE
008230         INVALID KEY
008240             CONTINUE
008960     PERFORM 2155-BUILD-SIGNATURE THRU 2155-EXIT
008970         VARYING SUD-SIG-IDX FROM 1 BY 1
008980             UNTIL SUD-SIG-IDX > 81
008982     MOVE SUD-VARIANT TO CACHE-VARIANT
008990     MOVE PUZ-ID TO CACHE-FIRST-ID
009000     MOVE FUNCTION CURRENT-DATE TO SUD-CURRENT-STAMP
009010     MOVE SUD-CURRENT-STAMP(1:8) TO CACHE-DATE-SOLVED
009850     DISPLAY "PUZZLES REJECTED (BAD) : " SUD-INVALID-COUNT.
009860     DISPLAY "DUPLICATES FROM CACHE  : " SUD-DUP-COUNT.
009870     DISPLAY "PUZZLES TIMED OUT      : " SUD-TIMEOUT-COUNT.
009872     DISPLAY "X-SUDOKU THIS RUN      : " SUD-XSUDOKU-COUNT.
009880     IF SUD-UNIQ-CHECK-ON
009890         DISPLAY "MULTI-SOLUTION PUZZLES : " SUD-MULTI-COUNT
009900     END-IF.
009910     DISPLAY "INPUT SOURCE           : " SUD-INPUT-SOURCE.
009920     DISPLAY "INPUT DATASET          : " SUD-INPUT-FILE-NAME.
009930     DISPLAY "OUTPUT DATASET         : " SUD-OUTPUT-FILE-NAME.
009932     DISPLAY "EXCEPTION DATASET      : " SUD-EXCP-FILE-NAME.
009934     DISPLAY "CHECKPOINT DATASET     : " SUD-CKPT-FILE-NAME.
009936     DISPLAY "REPORT DATASET         : " SUD-REPORT-FILE-NAME.
009938     DISPLAY "CONTROL CARD           : " SUD-PARM-FILE-NAME.
009940     MOVE SUD-CHECKPOINT-INTERVAL TO SUD-DISP-INTERVAL.
009950     DISPLAY "CHECKPOINT INTERVAL    : " SUD-DISP-INTERVAL.
009960     MOVE SUD-BACKTRACK-LIMIT TO SUD-DISP-LIMIT.
010060     IF SUD-SOURCE-MASTER
010070         DISPLAY "MASTER RECS NOT IN NEW : "
010080             SUD-SKIPPED-MST-COUNT
010081         DISPLAY "MASTER JOURNAL RECORDS : "
010082             JRN-LOG-WRITE-COUNT
010083         IF JRN-LOG-FAILED-COUNT > 0
010084             DISPLAY "RUN FAILED -- MASTER CHANGES NOT "
010085                 "JOURNALLED: " JRN-LOG-FAILED-COUNT
010086             MOVE 8 TO RETURN-CODE
010087         END-IF
010090     END-IF.
010100     DISPLAY "====================================".
010110     PERFORM 9500-LOG-RUN-HISTORY THRU 9500-EXIT.
010850 9999-TERMINATE.
010860     IF SUD-SOURCE-MASTER
010870         CLOSE PUZZLE-MASTER-FILE
010872         PERFORM 7330-JRNL-CLOSE THRU 7330-EXIT
010880     ELSE
010890         CLOSE PUZZLE-INPUT-FILE
010900     END-IF
011080     COPY HUMNGRID.
011090     COPY RUNHWRT.
011100     COPY AUDITWRT.
011102     COPY MSTJWRT.
011110     COPY PRTGRID.
