000230*    PUZZLES CAN BE GENERATED BEFORE THE PRINT DEADLINE.  AN
000240*    ISSUE THAT HAS ALREADY BEEN RUN IS REFUSED OUTRIGHT.
000250*
000251*    XSUDOKU= IS HOW MANY OF THE ISSUE'S PUZZLES, WITHIN THE BAND
000252*    TOTALS, ARE X-SUDOKU; THE REST ARE CLASSIC (ALL, WITH NO
000253*    XSUDOKU= CARD).  A SHORT X-SUDOKU COUNT ENDS RC 4.
000254*
000255*    MIX=CALENDAR TAKES THE BAND AND X-SUDOKU COUNTS FROM THE
000256*    ISSUE'S ISSUE CALENDAR RECORD (ISSUECAL.CPY), NOT THE COUNT
000257*    CARDS.  AN ISSUE NOT ON THE CALENDAR IS REFUSED.
000258*
000260*    CONTROL CARD (ISSPARM.DAT, KEYWORD=VALUE, * FOR COMMENTS):
000270*        ISSUE=I202609A        (REQUIRED)
000280*        EASY=0020  MEDIUM=0020  HARD=0008  EXPERT=0002
000282*        XSUDOKU=0004          (DEFAULT 0000)
000290*        OUTPUT=PUZISSUE.DAT
000292*        MIX=CARD              (CARD OR CALENDAR, DEFAULT CARD)
000300*
000310*    AUTHOR.     M. CLASSEN, APPLICATIONS PROGRAMMING.
000320*    INSTALLATION. GAMES AND UTILITIES.
000410*    2026-09-02 MKC   EVERY RUN NOW APPENDS A RECORD TO THE
000420*                     KEYED RUN HISTORY FILE (RUNHIST.CPY) AT
000430*                     END OF JOB, SAME AS SUDOKUBATCH.
000431*    2026-10-09 MKC   ASSIGNMENT REWRITES ARE JOURNALED TO
000432*                     MSTJRNL.DAT -- NO JOURNAL, NO RUN.
000433*    2026-10-15 MKC   X-SUDOKU.  XSUDOKU= COUNT PER ISSUE, KEPT ON
000434*                     THE ISSUE CONTROL RECORD; THE CACHE KEY AND
000435*                     THE SELECTION RECORD CARRY THE VARIANT.
000436*    2026-10-15 MKC   MIX=CALENDAR TAKES THE ISSUE MIX FROM THE
000437*                     ISSUE CALENDAR (ISSUECAL.CPY) KEPT BY
000438*                     SUDOKUCAL, AS THE FORECAST PLANNED IT.
000440******************************************************************
000450 IDENTIFICATION DIVISION.
000460 PROGRAM-ID. SudokuIssue.
000570         ACCESS MODE IS DYNAMIC
000580         RECORD KEY IS ISS-CTL-ID
000590         FILE STATUS IS ISS-CONTROL-FILE-STATUS.
000591
000592     SELECT ISSUE-CALENDAR-FILE ASSIGN TO "ISSUECAL.DAT"
000593         ORGANIZATION IS INDEXED
000594         ACCESS MODE IS DYNAMIC
000595         RECORD KEY IS ISS-CAL-ID
000596         FILE STATUS IS ISS-CALENDAR-FILE-STATUS.
000600
000610     SELECT PUZZLE-MASTER-FILE ASSIGN TO "PUZMAST.DAT"
000620         ORGANIZATION IS INDEXED
000850         RECORD KEY IS RUN-HIST-KEY
000860         FILE STATUS IS RUN-LOG-FILE-STATUS.
000870
000872     SELECT MASTER-JOURNAL-FILE ASSIGN TO "MSTJRNL.DAT"
000874         ORGANIZATION IS LINE SEQUENTIAL
000876         FILE STATUS IS JRN-LOG-FILE-STATUS.
000878
000880 DATA DIVISION.
000890 FILE SECTION.
000900 FD  ISSUE-CONTROL-FILE.
000910     COPY ISSUECTL.
000912
000914 FD  ISSUE-CALENDAR-FILE.
000916     COPY ISSUECAL.
000920
000930 FD  PUZZLE-MASTER-FILE.
000940     COPY PUZMAST.
000970     COPY SOLVCACH.
000980
000990 FD  RESULT-OUTPUT-FILE.
001000 01  ISS-OUTPUT-RECORD           PIC X(221).
001010
001020 FD  CONTROL-CARD-FILE.
001030 01  PRM-CONTROL-RECORD          PIC X(80).
001050 FD  RUN-HISTORY-FILE.
001060     COPY RUNHIST.
001070
001072 FD  MASTER-JOURNAL-FILE.
001074     COPY MSTJRNL.
001076
001080 WORKING-STORAGE SECTION.
001090*    THE RESULT RECORD IS STAGED IN WORKING-STORAGE AND WRITTEN
001100*    WITH A WRITE ... FROM, THE SAME WAY SUDOKUGEN STAGES ITS
001110*    OUTPUT RECORD.
001120 COPY RESREC.
001130 COPY RUNHFLD.
001132 COPY MSTJFLD.
001140
001150 01  ISS-FILE-STATUS-FIELDS.
001160     05  ISS-CONTROL-FILE-STATUS PIC X(02).
001162     05  ISS-CALENDAR-FILE-STATUS PIC X(02).
001170     05  ISS-MASTER-FILE-STATUS  PIC X(02).
001180     05  ISS-CACHE-FILE-STATUS   PIC X(02).
001190     05  ISS-OUTPUT-FILE-STATUS  PIC X(02).
001270     05  ISS-ALL-FILLED-SW       PIC X(01) VALUE 'N'.
001280         88  ISS-ALL-FILLED              VALUE 'Y'.
001290     05  ISS-ISSUE-ID            PIC X(08) VALUE SPACES.
001291     05  ISS-MIX-SOURCE          PIC X(08) VALUE 'CARD'.
001292         88  ISS-MIX-FROM-CARD           VALUE 'CARD'.
001293         88  ISS-MIX-FROM-CALENDAR       VALUE 'CALENDAR'.
001294     05  ISS-MIX-CARD-SW         PIC X(01) VALUE 'N'.
001295         88  ISS-MIX-CARD-GIVEN          VALUE 'Y'.
001300     05  ISS-OUTPUT-FILE-NAME    PIC X(20)
001310         VALUE "PUZISSUE.DAT".
001320     05  ISS-CURRENT-STAMP       PIC X(21).
001460     05  ISS-NOT-UNIQUE-COUNT    PIC 9(08) VALUE 0.
001470     05  ISS-NO-BAND-COUNT       PIC 9(08) VALUE 0.
001480     05  ISS-BAND-FULL-COUNT     PIC 9(08) VALUE 0.
001481     05  ISS-VARIANT-FULL-COUNT  PIC 9(08) VALUE 0.
001482     05  ISS-VARIANT             PIC X(01).
001483         88  ISS-VARIANT-DIAGONAL        VALUE 'X'.
001484     05  ISS-TOTAL-WANTED        PIC 9(05) COMP VALUE 0.
001485     05  ISS-CLASSIC-FILLED      PIC 9(05) COMP VALUE 0.
001486     05  ISS-XSUDOKU-WANTED      PIC 9(04) COMP VALUE 0.
001487     05  ISS-XSUDOKU-FILLED      PIC 9(04) COMP VALUE 0.
001490
001500 01  ISS-BAND-TABLE.
001510     05  ISS-BAND-ENTRY OCCURS 4 TIMES.
001820******************************************************************
001830*    1000-INITIALIZE
001840*    THE RUN IS REFUSED OUTRIGHT WHEN THERE IS NO ISSUE ID, WHEN
001850*    THE ISSUE HAS ALREADY BEEN RUN, WHEN MIX=CALENDAR AND THE
001852*    ISSUE IS NOT ON THE CALENDAR, OR WHEN THE MASTER OR THE
001860*    SOLVED-PUZZLE CACHE WILL NOT OPEN -- WITHOUT THE CACHE
001870*    THERE ARE NO SOLUTIONS OR UNIQUENESS VERDICTS TO SELECT BY.
001880******************************************************************
001950         DISPLAY "NO ISSUE= CARD IN ISSPARM.DAT -- RUN REFUSED"
001960         PERFORM 1900-FAIL-THE-RUN THRU 1900-EXIT
001970         GO TO 1000-EXIT
001971     END-IF
001972     IF ISS-MIX-FROM-CALENDAR
001973         PERFORM 1300-LOAD-CALENDAR-MIX THRU 1300-EXIT
001974         IF ISS-RUN-FAILED
001975             GO TO 1000-EXIT
001976         END-IF
001980     END-IF
001990     OPEN I-O ISSUE-CONTROL-FILE
002000     IF ISS-CONTROL-FILE-STATUS = "35"
002120     IF ISS-RUN-FAILED
002130         GO TO 1000-EXIT
002140     END-IF
002142     COMPUTE ISS-TOTAL-WANTED =
002144         ISS-BAND-WANTED(1) + ISS-BAND-WANTED(2)
002146             + ISS-BAND-WANTED(3) + ISS-BAND-WANTED(4)
002150     OPEN I-O PUZZLE-MASTER-FILE
002160     IF ISS-MASTER-FILE-STATUS NOT = "00"
002170         DISPLAY "PUZZLE MASTER FILE NOT AVAILABLE -- STATUS "
002180             ISS-MASTER-FILE-STATUS
002181         PERFORM 1900-FAIL-THE-RUN THRU 1900-EXIT
002182         GO TO 1000-EXIT
002183     END-IF
002184     MOVE 'SudokuIssue' TO JRN-LOG-PROGRAM
002185     PERFORM 7300-JRNL-OPEN THRU 7300-EXIT
002186     IF NOT JRN-LOG-IS-OPEN
002190         PERFORM 1900-FAIL-THE-RUN THRU 1900-EXIT
002200         GO TO 1000-EXIT
002210     END-IF
002810                 PERFORM 1270-LOAD-ONE-BAND THRU 1270-EXIT
002820                     VARYING ISS-BAND-IDX FROM 1 BY 1
002830                         UNTIL ISS-BAND-IDX > 4
002832                 MOVE ISS-CTL-XSUDOKU-WANTED TO ISS-XSUDOKU-WANTED
002840             END-IF
002850     END-READ.
002860 1200-EXIT.
002930     PERFORM 1260-STORE-ONE-BAND THRU 1260-EXIT
002940         VARYING ISS-BAND-IDX FROM 1 BY 1
002950             UNTIL ISS-BAND-IDX > 4
002952     MOVE ISS-XSUDOKU-WANTED TO ISS-CTL-XSUDOKU-WANTED
002954     MOVE 0 TO ISS-CTL-XSUDOKU-FILLED
002960     WRITE ISS-CONTROL-RECORD
002970         INVALID KEY
002980             DISPLAY "ISSUE CONTROL WRITE FAILED -- STATUS "
003140         TO ISS-BAND-WANTED(ISS-BAND-IDX).
003150 1270-EXIT.
003160     EXIT.
003161
003162******************************************************************
003163*    1300-LOAD-CALENDAR-MIX
003164*    THE ISSUE'S CALENDAR RECORD REPLACES THE CARD MIX BEFORE THE
003165*    CONTROL FILE IS LOOKED AT, SO A NEW ISSUE IS CREATED WITH THE
003166*    CALENDAR MIX.  AN ISSUE ALREADY STARTED KEEPS ITS STORED MIX
003167*    AS BEFORE -- SUDOKUCAL WILL NOT CHANGE THE COUNTS OF AN
003168*    ISSUE ONCE IT IS ON THE CONTROL FILE, SO THE TWO AGREE.
003169******************************************************************
003170 1300-LOAD-CALENDAR-MIX.
003171     OPEN INPUT ISSUE-CALENDAR-FILE
003172     IF ISS-CALENDAR-FILE-STATUS NOT = "00"
003173         DISPLAY "ISSUE CALENDAR FILE NOT AVAILABLE -- STATUS "
003174             ISS-CALENDAR-FILE-STATUS
003175         PERFORM 1900-FAIL-THE-RUN THRU 1900-EXIT
003176         GO TO 1300-EXIT
003177     END-IF
003178     MOVE ISS-ISSUE-ID TO ISS-CAL-ID
003179     READ ISSUE-CALENDAR-FILE
003180         INVALID KEY
003181             DISPLAY "ISSUE " ISS-ISSUE-ID
003182                 " NOT ON THE ISSUE CALENDAR -- RUN REFUSED"
003183             PERFORM 1900-FAIL-THE-RUN THRU 1900-EXIT
003184         NOT INVALID KEY
003185             IF ISS-MIX-CARD-GIVEN
003186                 DISPLAY "MIX CARDS IGNORED -- MIX TAKEN FROM "
003187                     "THE ISSUE CALENDAR"
003188             END-IF
003189             PERFORM 1350-LOAD-ONE-CAL-BAND THRU 1350-EXIT
003190                 VARYING ISS-BAND-IDX FROM 1 BY 1
003191                     UNTIL ISS-BAND-IDX > 4
003192             MOVE ISS-CAL-XSUDOKU-WANTED TO ISS-XSUDOKU-WANTED
003193     END-READ
003194     CLOSE ISSUE-CALENDAR-FILE.
003195 1300-EXIT.
003196     EXIT.
003197
003198 1350-LOAD-ONE-CAL-BAND.
003199     MOVE ISS-CAL-WANTED(ISS-BAND-IDX)
003200         TO ISS-BAND-WANTED(ISS-BAND-IDX).
003201 1350-EXIT.
003202     EXIT.
003203
003204******************************************************************
003205*    1500-READ-CONTROL-CARD
003206*    KEYWORD=VALUE RECORDS, SAME CONVENTION AS GENPARM.DAT.
003210******************************************************************
003220 1500-READ-CONTROL-CARD.
003230     OPEN INPUT CONTROL-CARD-FILE
003580             MOVE PRM-VALUE(1:8) TO ISS-ISSUE-ID
003590         WHEN 'OUTPUT'
003600             MOVE PRM-VALUE TO ISS-OUTPUT-FILE-NAME
003601         WHEN 'MIX'
003602             IF PRM-VALUE = 'CALENDAR' OR PRM-VALUE = 'CARD'
003603                 MOVE PRM-VALUE TO ISS-MIX-SOURCE
003604             ELSE
003605                 DISPLAY "BAD MIX= VALUE IGNORED: "
003606                     PRM-CONTROL-RECORD
003607             END-IF
003610         WHEN 'EASY'
003620             PERFORM 1530-APPLY-BAND-COUNT THRU 1530-EXIT
003630             MOVE PRM-COUNT-IN TO ISS-BAND-WANTED(1)
003700         WHEN 'EXPERT'
003710             PERFORM 1530-APPLY-BAND-COUNT THRU 1530-EXIT
003720             MOVE PRM-COUNT-IN TO ISS-BAND-WANTED(4)
003722         WHEN 'XSUDOKU'
003724             PERFORM 1530-APPLY-BAND-COUNT THRU 1530-EXIT
003726             MOVE PRM-COUNT-IN TO ISS-XSUDOKU-WANTED
003730         WHEN OTHER
003740             DISPLAY "UNKNOWN CONTROL KEYWORD IGNORED: "
003750                 PRM-CONTROL-RECORD
003830*    THE BAND IS SIMPLY NOT WANTED.
003840******************************************************************
003850 1530-APPLY-BAND-COUNT.
003852     MOVE 'Y' TO ISS-MIX-CARD-SW
003860     IF PRM-VALUE(1:4) NUMERIC
003870         MOVE PRM-VALUE(1:4) TO PRM-COUNT-IN
003880     ELSE
004220*    THE CACHE RECORD (KEYED ON THE 81 GIVENS, THE SAME SIGNATURE
004230*    SUDOKUBATCH BUILDS) SUPPLIES THE SOLUTION, THE UNIQUENESS
004240*    VERDICT AND THE GRADE.  A PUZZLE WITHOUT A CACHED UNIQUE
004250*    SOLUTION IS PASSED OVER AND COUNTED, NEVER ASSIGNED.  THE
004252*    PUZZLE VARIANT (BLANK TAKEN AS CLASSIC) IS THE LAST BYTE OF
004254*    THE KEY, SO AN X-SUDOKU NEVER PICKS UP A CLASSIC SOLUTION.
004260******************************************************************
004270 2100-CONSIDER-ONE-PUZZLE.
004280     ADD 1 TO ISS-CANDIDATE-COUNT
004282     MOVE PUZ-MST-VARIANT TO ISS-VARIANT
004284     IF ISS-VARIANT = SPACE
004286         MOVE 'C' TO ISS-VARIANT
004288     END-IF
004290     PERFORM 2150-BUILD-SIGNATURE THRU 2150-EXIT
004300         VARYING ISS-SIG-IDX FROM 1 BY 1
004310             UNTIL ISS-SIG-IDX > 81
004312     MOVE ISS-VARIANT TO CACHE-VARIANT
004320     READ SOLVED-CACHE-FILE
004330         INVALID KEY
004340             ADD 1 TO ISS-NO-CACHE-COUNT
004530         ADD 1 TO ISS-BAND-FULL-COUNT
004540         GO TO 2100-EXIT
004550     END-IF
004551     IF (ISS-VARIANT-DIAGONAL
004552             AND ISS-XSUDOKU-FILLED >= ISS-XSUDOKU-WANTED)
004553        OR (NOT ISS-VARIANT-DIAGONAL
004554             AND ISS-CLASSIC-FILLED + ISS-XSUDOKU-WANTED
004555                 >= ISS-TOTAL-WANTED)
004556         ADD 1 TO ISS-VARIANT-FULL-COUNT
004557         GO TO 2100-EXIT
004558     END-IF
004560     PERFORM 2200-ASSIGN-THIS-PUZZLE THRU 2200-EXIT.
004570 2100-EXIT.
004580     EXIT.
004880*    MASTER DOES NOT SHOW AS ASSIGNED.
004890******************************************************************
004900 2200-ASSIGN-THIS-PUZZLE.
004902     PERFORM 7310-JRNL-SAVE-BEFORE THRU 7310-EXIT
004910     MOVE ISS-ISSUE-ID TO PUZ-MST-ISSUE-ID
004920     MOVE ISS-TODAY-DATE TO PUZ-MST-DATE-ASSIGNED
004930     MOVE 'PUBLISHED' TO PUZ-MST-STATUS
004960             DISPLAY "MASTER UPDATE FAILED FOR " PUZ-MST-ID
004970                 " -- STATUS " ISS-MASTER-FILE-STATUS
004980             GO TO 2200-EXIT
004982         NOT INVALID KEY
004984             MOVE 'CHANGE' TO JRN-LOG-ACTION
004986             PERFORM 7320-JRNL-WRITE-RECORD THRU 7320-EXIT
004990     END-REWRITE
005000     PERFORM 2250-BUILD-RESULT-RECORD THRU 2250-EXIT
005010     WRITE ISS-OUTPUT-RECORD FROM RES-OUTPUT-RECORD
005020     ADD 1 TO ISS-BAND-FILLED(ISS-BAND-HIT)
005030     ADD 1 TO ISS-ASSIGNED-COUNT
005031     IF ISS-VARIANT-DIAGONAL
005032         ADD 1 TO ISS-XSUDOKU-FILLED
005033     ELSE
005034         ADD 1 TO ISS-CLASSIC-FILLED
005035     END-IF
005040     PERFORM 2300-CHECK-ALL-FILLED THRU 2300-EXIT.
005050 2200-EXIT.
005060     EXIT.
005160     MOVE CACHE-UNIQUE-FLAG TO RES-UNIQUE-FLAG
005170     MOVE 'SOLVED' TO RES-OUTCOME
005180     MOVE CACHE-HUMAN-GRADE TO RES-HUMAN-GRADE
005182     MOVE ISS-VARIANT TO RES-VARIANT
005190     PERFORM 2260-STORE-ONE-CELL THRU 2260-EXIT
005200         VARYING ISS-FLAT-IDX FROM 1 BY 1
005210             UNTIL ISS-FLAT-IDX > 81.
005610     PERFORM 8100-STORE-ONE-FILLED THRU 8100-EXIT
005620         VARYING ISS-BAND-IDX FROM 1 BY 1
005630             UNTIL ISS-BAND-IDX > 4
005632     MOVE ISS-XSUDOKU-FILLED TO ISS-CTL-XSUDOKU-FILLED
005640     REWRITE ISS-CONTROL-RECORD
005650         INVALID KEY
005660             DISPLAY "ISSUE CONTROL REWRITE FAILED -- STATUS "
005940     DISPLAY "PASSED (NOT UNIQUE)    : " ISS-NOT-UNIQUE-COUNT.
005950     DISPLAY "PASSED (UNRATED GRADE) : " ISS-NO-BAND-COUNT.
005960     DISPLAY "PASSED (BAND ALREADY FULL): " ISS-BAND-FULL-COUNT.
005962     DISPLAY "PASSED (VARIANT FULL)  : " ISS-VARIANT-FULL-COUNT.
005970     DISPLAY "SELECTION DATASET      : " ISS-OUTPUT-FILE-NAME.
005980     MOVE 0 TO ISS-SHORT-COUNT.
005990     PERFORM 9100-REPORT-ONE-BAND THRU 9100-EXIT
006000         VARYING ISS-BAND-IDX FROM 1 BY 1
006010             UNTIL ISS-BAND-IDX > 4.
006011     DISPLAY "X-SUDOKU WANTED " ISS-XSUDOKU-WANTED
006012         " FILLED " ISS-XSUDOKU-FILLED.
006013     IF ISS-XSUDOKU-FILLED < ISS-XSUDOKU-WANTED
006014         ADD 1 TO ISS-SHORT-COUNT
006015     END-IF.
006020     IF ISS-SHORT-COUNT > 0 AND NOT ISS-RUN-FAILED
006030         DISPLAY "ONE OR MORE BANDS COULD NOT BE FILLED -- "
006040             "GENERATE MORE PUZZLES"
006050         MOVE 4 TO RETURN-CODE
006051     END-IF.
006052     DISPLAY "MASTER JOURNAL RECORDS : " JRN-LOG-WRITE-COUNT.
006053     IF JRN-LOG-FAILED-COUNT > 0
006054         DISPLAY "RUN FAILED -- MASTER CHANGES NOT JOURNALLED: "
006055             JRN-LOG-FAILED-COUNT
006056         MOVE 8 TO RETURN-CODE
006060     END-IF.
006070     DISPLAY "====================================".
006080     PERFORM 9500-LOG-RUN-HISTORY THRU 9500-EXIT.
006340     MOVE ISS-OUTPUT-FILE-NAME TO RUN-LOG-OUTPUT-DSN
006350     MOVE "ISSUE=         E=0000 M=0000 H=0000 X=0000"
006360         TO RUN-LOG-PARM-TEXT
006362     MOVE "XSUDOKU=0000" TO RUN-LOG-PARM-TEXT(44:12)
006370     MOVE ISS-ISSUE-ID TO RUN-LOG-PARM-TEXT(7:8)
006380     MOVE ISS-BAND-WANTED(1) TO ISS-DISP-WANTED
006390     MOVE ISS-DISP-WANTED TO RUN-LOG-PARM-TEXT(18:4)
006430     MOVE ISS-DISP-WANTED TO RUN-LOG-PARM-TEXT(32:4)
006440     MOVE ISS-BAND-WANTED(4) TO ISS-DISP-WANTED
006450     MOVE ISS-DISP-WANTED TO RUN-LOG-PARM-TEXT(39:4)
006452     MOVE ISS-XSUDOKU-WANTED TO ISS-DISP-WANTED
006454     MOVE ISS-DISP-WANTED TO RUN-LOG-PARM-TEXT(52:4)
006460     MOVE ISS-CANDIDATE-COUNT TO RUN-LOG-READ-COUNT
006470     MOVE ISS-ASSIGNED-COUNT TO RUN-LOG-SOLVED-COUNT
006480     PERFORM 7500-RUN-HIST-WRITE THRU 7500-EXIT.
006570     CLOSE PUZZLE-MASTER-FILE
006580     CLOSE SOLVED-CACHE-FILE
006590     CLOSE RESULT-OUTPUT-FILE
006592     PERFORM 7330-JRNL-CLOSE THRU 7330-EXIT
006600     STOP RUN.
006610 9999-EXIT.
006620     EXIT.
006630
006640     COPY RUNHWRT.
006650     COPY MSTJWRT.
