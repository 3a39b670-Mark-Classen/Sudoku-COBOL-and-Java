000220*    THE REJECT FILE (PUZREJ.DAT) WITH A REASON, AND THE COUNTS
000230*    IN, OUT AND REJECTED ARE REPORTED AND RECONCILED.
000240*
000241*    THE PREFIX IDENTIFIES THE SUPPLIER AND MUST BE AN ACTIVE
000242*    SUPPLIER ON THE SUPPLIER MASTER (SUPMAST.CPY), OR THE RUN IS
000243*    REFUSED -- SO EVERY PUZZLE BOUGHT CAN BE PAID FOR.  THE
000244*    REJECT FILE (CNVREJ.CPY) IS APPENDED TO, EACH REJECT CARRYING
000245*    THE PREFIX, BATCH ID AND RUN DATE, SO A MONTH'S REJECTS ARE
000246*    THERE FOR THE PURCHASE STATEMENT (SUDOKUSTMT.CBL).
000247*
000250*    THE SWEEP IS TWO PASSES OVER THE SUPPLIER FILE: THE FIRST
000260*    VALIDATES AND COUNTS THE CONVERTIBLE PUZZLES SO THE HEADER
000270*    CAN PROMISE AN EXPECTED COUNT, THE SECOND WRITES PUZZLES
000300*    CONTROL CARD (CNVPARM.DAT, KEYWORD=VALUE, * FOR COMMENTS):
000310*        FORMAT=GRID9          (REQUIRED -- GRID9 OR LINE81)
000320*        PREFIX=SUPA           (ID PREFIX, DEFAULT SUP; MUST NOT
000330*                               BEGIN WITH HDR OR TRL AND MUST BE
000332*                               ON THE SUPPLIER MASTER)
000340*        INPUT=SUPPLIER.DAT
000350*        OUTPUT=PUZCNV.DAT
000360*        BATCH-ID=SUPAWK36     (HEADER BATCH ID, DEFAULT THE
000370*                               PREFIX)
000372*        VARIANT=X             (C CLASSIC, THE DEFAULT, OR X FOR
000374*                               AN X-SUDOKU (DIAGONAL) TRANSFER --
000376*                               ONE VARIANT PER SUPPLIER FILE)
000380*
000390*    AUTHOR.     M. CLASSEN, APPLICATIONS PROGRAMMING.
000400*    INSTALLATION. GAMES AND UTILITIES.
000480*                     SHARED VALIGRID.CPY SO A DUPLICATE DIGIT
000490*                     IS CAUGHT AT THE DOOR.  THE RUN IS LOGGED
000500*                     TO THE RUN HISTORY FILE (RUNHIST.CPY).
000501*    2026-10-15 MKC   VARIANT= CARD.  AN X-SUDOKU TRANSFER IS
000502*                     VALIDATED WITH ITS DIAGONALS AND EVERY
000503*                     PUZZLE WRITTEN CARRIES VARIANT X.
000504*    2026-10-15 MKC   SUPPLIER MASTER.  THE PREFIX IS LOOKED UP ON
000505*                     SUPMAST.DAT AND AN UNKNOWN OR CLOSED
000506*                     SUPPLIER REFUSES THE RUN.  PUZREJ.DAT IS
000507*                     NOW APPENDED TO AND EACH REJECT CARRIES THE
000508*                     PREFIX, BATCH ID AND DATE (CNVREJ.CPY).
000510******************************************************************
000520 IDENTIFICATION DIVISION.
000530 PROGRAM-ID. SudokuConv.
000730         ORGANIZATION IS LINE SEQUENTIAL
000740         FILE STATUS IS CNV-REJECT-FILE-STATUS.
000750
000751     SELECT SUPPLIER-MASTER-FILE ASSIGN TO "SUPMAST.DAT"
000752         ORGANIZATION IS INDEXED
000753         ACCESS MODE IS DYNAMIC
000754         RECORD KEY IS SUP-MST-PREFIX
000755         FILE STATUS IS CNV-SUPMAST-FILE-STATUS.
000756
000760     SELECT CONTROL-CARD-FILE ASSIGN TO "CNVPARM.DAT"
000770         ORGANIZATION IS LINE SEQUENTIAL
000780         FILE STATUS IS CNV-PARM-FILE-STATUS.
000890 01  CNV-SOURCE-RECORD           PIC X(81).
000900
000910 FD  PUZZLE-OUTPUT-FILE.
000920 01  CNV-OUTPUT-RECORD           PIC X(92).
000930
000940 FD  REJECT-FILE.
000950     COPY CNVREJ.
000960
000970 FD  SUPPLIER-MASTER-FILE.
000972     COPY SUPMAST.
000980
000990 FD  CONTROL-CARD-FILE.
001000 01  PRM-CONTROL-RECORD          PIC X(80).
001180     05  CNV-OUTPUT-FILE-STATUS  PIC X(02).
001190     05  CNV-REJECT-FILE-STATUS  PIC X(02).
001200     05  CNV-PARM-FILE-STATUS    PIC X(02).
001202     05  CNV-SUPMAST-FILE-STATUS PIC X(02).
001210
001220 01  CNV-WORK-FIELDS.
001230     05  CNV-INPUT-EOF-SW        PIC X(01) VALUE 'N'.
001380         88  CNV-FORMAT-LINE81           VALUE 'LINE81'.
001390     05  CNV-ID-PREFIX           PIC X(06) VALUE 'SUP'.
001400     05  CNV-BATCH-ID            PIC X(08) VALUE SPACES.
001402     05  CNV-VARIANT             PIC X(01) VALUE 'C'.
001404         88  CNV-VARIANT-KNOWN           VALUE 'C' 'X'.
001410     05  CNV-INPUT-FILE-NAME     PIC X(20)
001420         VALUE "SUPPLIER.DAT".
001430     05  CNV-OUTPUT-FILE-NAME    PIC X(20)
001510     05  CNV-COL-IDX             PIC 9(02) COMP.
001520     05  CNV-BUF-IDX             PIC 9(02) COMP.
001530     05  CNV-CURRENT-STAMP       PIC X(21).
001532     05  CNV-TODAY-DATE          PIC X(08).
001534     05  CNV-SUPPLIER-NAME       PIC X(30) VALUE SPACES.
001540     05  CNV-READ-COUNT          PIC 9(08) VALUE 0.
001550     05  CNV-PUZZLES-IN-COUNT    PIC 9(08) VALUE 0.
001560     05  CNV-EXPECTED-COUNT      PIC 9(08) VALUE 0.
002040         PERFORM 1900-FAIL-THE-RUN THRU 1900-EXIT
002050         GO TO 1000-EXIT
002060     END-IF
002061     PERFORM 1300-LOOK-UP-SUPPLIER THRU 1300-EXIT
002062     IF CNV-RUN-FAILED
002063         GO TO 1000-EXIT
002064     END-IF
002065     IF NOT CNV-VARIANT-KNOWN
002066         DISPLAY "VARIANT= MUST BE C OR X -- RUN REFUSED"
002067         PERFORM 1900-FAIL-THE-RUN THRU 1900-EXIT
002068         GO TO 1000-EXIT
002069     END-IF
002070     IF CNV-BATCH-ID = SPACES
002080         MOVE CNV-ID-PREFIX TO CNV-BATCH-ID
002090     END-IF
002092     MOVE CNV-VARIANT TO SUD-VARIANT
002100     OPEN INPUT SUPPLIER-INPUT-FILE
002110     IF CNV-INPUT-FILE-STATUS NOT = "00"
002120         DISPLAY "SUPPLIER FILE " CNV-INPUT-FILE-NAME
002160     END-IF.
002170 1000-EXIT.
002180     EXIT.
002181
002182******************************************************************
002183*    1300-LOOK-UP-SUPPLIER
002184*    THE PREFIX IS THE SUPPLIER MASTER KEY.  THE MASTER IS OPENED
002185*    READ-ONLY FOR JUST THE ONE LOOKUP, THE SAME WAY SUDOKUGAME
002186*    FETCHES A LIBRARY PUZZLE.
002187******************************************************************
002188 1300-LOOK-UP-SUPPLIER.
002189     OPEN INPUT SUPPLIER-MASTER-FILE
002190     IF CNV-SUPMAST-FILE-STATUS NOT = "00"
002191         DISPLAY "SUPPLIER MASTER NOT AVAILABLE -- STATUS "
002192             CNV-SUPMAST-FILE-STATUS " -- RUN REFUSED"
002193         PERFORM 1900-FAIL-THE-RUN THRU 1900-EXIT
002194         GO TO 1300-EXIT
002195     END-IF
002196     MOVE CNV-ID-PREFIX TO SUP-MST-PREFIX
002197     READ SUPPLIER-MASTER-FILE
002198         INVALID KEY
002199             DISPLAY "PREFIX " CNV-ID-PREFIX
002200                 " IS NOT ON THE SUPPLIER MASTER -- RUN REFUSED"
002201             PERFORM 1900-FAIL-THE-RUN THRU 1900-EXIT
002202         NOT INVALID KEY
002203             IF SUP-MST-CLOSED
002204                 DISPLAY "SUPPLIER " CNV-ID-PREFIX
002205                     " IS CLOSED -- RUN REFUSED"
002206                 PERFORM 1900-FAIL-THE-RUN THRU 1900-EXIT
002207             ELSE
002208                 MOVE SUP-MST-NAME TO CNV-SUPPLIER-NAME
002209             END-IF
002210     END-READ
002211     CLOSE SUPPLIER-MASTER-FILE.
002212 1300-EXIT.
002213     EXIT.
002214
002215******************************************************************
002216*    1500-READ-CONTROL-CARD
002220*    KEYWORD=VALUE RECORDS, SAME CONVENTION AS SUDPARM.DAT.
002230******************************************************************
002240 1500-READ-CONTROL-CARD.
002660             MOVE PRM-VALUE TO CNV-OUTPUT-FILE-NAME
002670         WHEN 'BATCH-ID'
002680             MOVE PRM-VALUE(1:8) TO CNV-BATCH-ID
002682         WHEN 'VARIANT'
002684             MOVE PRM-VALUE(1:1) TO CNV-VARIANT
002690         WHEN OTHER
002700             DISPLAY "UNKNOWN CONTROL KEYWORD IGNORED: "
002710                 PRM-CONTROL-RECORD
002950     MOVE CNV-BATCH-ID TO PUZ-HDR-BATCH-ID
002960     MOVE FUNCTION CURRENT-DATE TO CNV-CURRENT-STAMP
002970     MOVE CNV-CURRENT-STAMP(1:8) TO PUZ-HDR-DATE
002972     MOVE CNV-CURRENT-STAMP(1:8) TO CNV-TODAY-DATE
002980     MOVE CNV-EXPECTED-COUNT TO PUZ-HDR-EXPECTED-COUNT
002990     WRITE CNV-OUTPUT-RECORD FROM PUZ-INPUT-RECORD
003000     OPEN EXTEND REJECT-FILE
003002     IF CNV-REJECT-FILE-STATUS = "35"
003004         OPEN OUTPUT REJECT-FILE
003006     END-IF
003010     CLOSE SUPPLIER-INPUT-FILE
003020     OPEN INPUT SUPPLIER-INPUT-FILE
003030     MOVE 'N' TO CNV-INPUT-EOF-SW
005110     STRING CNV-ID-PREFIX DELIMITED BY SPACE
005120         CNV-SEQ DELIMITED BY SIZE
005130         INTO PUZ-ID
005132     MOVE CNV-VARIANT TO PUZ-VARIANT
005140     PERFORM 2410-STORE-ONE-CELL THRU 2410-EXIT
005150         VARYING CNV-BUF-IDX FROM 1 BY 1
005160             UNTIL CNV-BUF-IDX > 81
005270 2500-WRITE-REJECT.
005280     MOVE CNV-REASON TO CNV-REJ-REASON
005290     MOVE CNV-CELL-BUF TO CNV-REJ-DATA
005292     MOVE CNV-ID-PREFIX TO CNV-REJ-PREFIX
005294     MOVE CNV-BATCH-ID TO CNV-REJ-BATCH-ID
005296     MOVE CNV-TODAY-DATE TO CNV-REJ-DATE
005300     WRITE CNV-REJECT-RECORD
005310     ADD 1 TO CNV-REJECTED-COUNT
005320     DISPLAY "PUZZLE REJECTED -- " CNV-REASON.
005520     DISPLAY " ".
005530     DISPLAY "====================================".
005540     DISPLAY "END OF JOB CONVERSION REPORT".
005542     DISPLAY "SUPPLIER               : " CNV-ID-PREFIX " "
005544         CNV-SUPPLIER-NAME.
005550     DISPLAY "SUPPLIER FORMAT        : " CNV-FORMAT.
005552     DISPLAY "PUZZLE VARIANT         : " CNV-VARIANT.
005560     DISPLAY "PUZZLES IN             : " CNV-PUZZLES-IN-COUNT.
005570     DISPLAY "PUZZLES CONVERTED      : " CNV-CONVERTED-COUNT.
005580     DISPLAY "PUZZLES REJECTED       : " CNV-REJECTED-COUNT.
005890         " PREFIX=" CNV-ID-PREFIX
005900         " OUT=" CNV-CONVERTED-COUNT
005910         " REJ=" CNV-REJECTED-COUNT
005912         " V=" CNV-VARIANT
005920         DELIMITED BY SIZE INTO RUN-LOG-PARM-TEXT
005930     MOVE CNV-PUZZLES-IN-COUNT TO RUN-LOG-READ-COUNT
005940     MOVE CNV-CONVERTED-COUNT TO RUN-LOG-SOLVED-COUNT
