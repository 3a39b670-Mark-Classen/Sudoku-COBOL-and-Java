000060*    (PUZMAST.CPY).  LETS AN OPERATOR ADD A PUZZLE (KEYED IN AS
000070*    9 ROWS OF 9 DIGITS, VALIDATED BEFORE IT IS ACCEPTED),
000080*    INQUIRE ON A PUZZLE, CHANGE A PUZZLE (RE-KEY THE GIVENS OF
000090*    A NEW PUZZLE, MARK A SOLVED OR SUSPECT PUZZLE PUBLISHED, OR
000100*    REQUEUE A TIMEOUT/UNSOLVED/INVALID PUZZLE AS NEW) AND
000110*    RETIRE A PUZZLE.  REPLACES MAINTAINING PUZIN.DAT IN A TEXT
000120*    EDITOR, WHICH HAS CAUSED PRODUCTION RERUNS FROM BAD EDITS.
000121*
000122*    EVERY ADD, CHANGE AND RETIRE IS JOURNALED TO MSTJRNL.DAT
000123*    (MSTJRNL.CPY), AND THE PROGRAM WILL NOT START WITHOUT IT.
000124*    ADD ASKS FOR THE PUZZLE VARIANT (C CLASSIC, X X-SUDOKU) AND
000125*    VALIDATES THE GRID UNDER IT; INQUIRE SHOWS IT.
000130*
000140*    AUTHOR.     M. CLASSEN, APPLICATIONS PROGRAMMING.
000150*    INSTALLATION. GAMES AND UTILITIES.
000254*                     ISSUE ASSIGNMENT FIELDS ON THE MASTER
000256*                     (PUZ-MST-ISSUE-ID / PUZ-MST-DATE-ASSIGNED,
000258*                     SET BY SUDOKUISSUE).
000259*    2026-10-15 MKC   JOURNAL, X-SUDOKU, SUSPECT -- SEE ABOVE.
000260******************************************************************
000270 IDENTIFICATION DIVISION.
000280 PROGRAM-ID. SudokuMaint.
000400         RECORD KEY IS PUZ-MST-ID
000410         FILE STATUS IS MNT-MASTER-FILE-STATUS.
000420
000422     SELECT MASTER-JOURNAL-FILE ASSIGN TO "MSTJRNL.DAT"
000424         ORGANIZATION IS LINE SEQUENTIAL
000426         FILE STATUS IS JRN-LOG-FILE-STATUS.
000428
000430 DATA DIVISION.
000440 FILE SECTION.
000450 FD  PUZZLE-MASTER-FILE.
000460     COPY PUZMAST.
000470
000472 FD  MASTER-JOURNAL-FILE.
000474     COPY MSTJRNL.
000476
000480 WORKING-STORAGE SECTION.
000490 COPY GRIDLAY.
000500 COPY VALIFLDS.
000502 COPY MSTJFLD.
000510
000520 01  MNT-FILE-STATUS-FIELDS.
000530     05  MNT-MASTER-FILE-STATUS  PIC X(02).
000580     05  MNT-MENU-CHOICE         PIC 9(01) VALUE 0.
000590     05  MNT-PUZZLE-ID           PIC X(10).
000600     05  MNT-ANSWER              PIC X(01).
000602     05  MNT-VARIANT             PIC X(01).
000604         88  MNT-VARIANT-KNOWN       VALUE 'C' 'X'.
000610     05  MNT-ROW-INPUT           PIC 9(09) VALUE 0.
000620     05  MNT-FLAT-IDX            PIC 9(02) COMP.
000630     05  MNT-CURRENT-STAMP       PIC X(21).
000960         DISPLAY "PUZZLE MASTER FILE NOT AVAILABLE -- STATUS "
000970             MNT-MASTER-FILE-STATUS
000980         MOVE 'N' TO MNT-CONTINUE-SW
000981     END-IF
000982     IF MNT-CONTINUE-RUN
000983         MOVE 'SudokuMaint' TO JRN-LOG-PROGRAM
000984         PERFORM 7300-JRNL-OPEN THRU 7300-EXIT
000985         IF NOT JRN-LOG-IS-OPEN
000986             DISPLAY "CHANGES CANNOT BE JOURNALLED -- RUN ENDED"
000987             MOVE 'N' TO MNT-CONTINUE-SW
000988         END-IF
000990     END-IF.
001000 1000-EXIT.
001010     EXIT.
001550                 " IS ALREADY ON THE MASTER."
001560             GO TO 2200-EXIT
001570     END-READ
001571     PERFORM 2250-ACCEPT-VARIANT THRU 2250-EXIT
001572     IF NOT MNT-VARIANT-KNOWN
001573         DISPLAY "PUZZLE REJECTED -- VARIANT MUST BE C OR X."
001574         GO TO 2200-EXIT
001575     END-IF
001576     MOVE MNT-VARIANT TO SUD-VARIANT
001580     PERFORM 2600-KEY-IN-GRID THRU 2600-EXIT
001590     PERFORM 3000-VALIDATE-GRID THRU 3000-EXIT
001600     IF SUD-GRID-NOT-VALID
001680     MOVE SPACES TO PUZ-MST-DATE-SOLVED
001682     MOVE SPACES TO PUZ-MST-ISSUE-ID
001684     MOVE SPACES TO PUZ-MST-DATE-ASSIGNED
001686     MOVE MNT-VARIANT TO PUZ-MST-VARIANT
001690     PERFORM 2650-STORE-GRID-TO-MASTER THRU 2650-EXIT
001700     WRITE PUZ-MASTER-RECORD
001710         INVALID KEY
001740         NOT INVALID KEY
001750             ADD 1 TO MNT-ADDED-COUNT
001760             DISPLAY "PUZZLE " MNT-PUZZLE-ID " ADDED AS NEW."
001762             MOVE 'ADD' TO JRN-LOG-ACTION
001764             PERFORM 7320-JRNL-WRITE-RECORD THRU 7320-EXIT
001770     END-WRITE.
001780 2200-EXIT.
001790     EXIT.
001791
001792******************************************************************
001793*    2250-ACCEPT-VARIANT
001794*    ENTER ALONE TAKES A CLASSIC PUZZLE.  LOWER CASE IS ACCEPTED.
001795******************************************************************
001796 2250-ACCEPT-VARIANT.
001797     DISPLAY "VARIANT (C=CLASSIC, X=X-SUDOKU) [C]: "
001798         WITH NO ADVANCING
001799     MOVE SPACE TO MNT-VARIANT
001800     ACCEPT MNT-VARIANT
001801     IF MNT-VARIANT = 'x'
001802         MOVE 'X' TO MNT-VARIANT
001803     END-IF
001804     IF MNT-VARIANT = SPACE OR MNT-VARIANT = 'c'
001805         MOVE 'C' TO MNT-VARIANT
001806     END-IF.
001807 2250-EXIT.
001808     EXIT.
001809
001810******************************************************************
001820*    2300-INQUIRE-PUZZLE
001830******************************************************************
001920     END-READ
001930     DISPLAY "PUZZLE ID   : " PUZ-MST-ID
001940     DISPLAY "STATUS      : " PUZ-MST-STATUS
001941     IF PUZ-MST-VARIANT = 'X'
001942         DISPLAY "VARIANT     : X-SUDOKU (DIAGONAL)"
001943     ELSE
001944         DISPLAY "VARIANT     : CLASSIC"
001945     END-IF
001950     DISPLAY "DATE ADDED  : " PUZ-MST-DATE-ADDED
001960     DISPLAY "DATE SOLVED : " PUZ-MST-DATE-SOLVED
001962     IF PUZ-MST-ISSUE-ID NOT = SPACES
002020******************************************************************
002030*    2400-CHANGE-PUZZLE
002040*    THE GIVENS OF A NEW PUZZLE MAY BE RE-KEYED; A SOLVED PUZZLE
002050*    MAY BE MARKED PUBLISHED, AND SO MAY A SUSPECT PUZZLE ONCE
002060*    ITS PRINTED ANSWER HAS BEEN CHECKED.  SOLVED GIVENS,
002070*    PUBLISHED AND RETIRED PUZZLES ARE PROTECTED FROM GRID
002072*    CHANGES SO THE PUBLICATION HISTORY STAYS TRUSTWORTHY.
002080******************************************************************
002090 2400-CHANGE-PUZZLE.
002100     PERFORM 2110-ACCEPT-PUZZLE-ID THRU 2110-EXIT
002150                 " IS NOT ON THE MASTER."
002160             GO TO 2400-EXIT
002170     END-READ
002172     PERFORM 7310-JRNL-SAVE-BEFORE THRU 7310-EXIT
002180     EVALUATE TRUE
002190         WHEN PUZ-MST-NEW
002200             PERFORM 2410-REKEY-GIVENS THRU 2410-EXIT
002210         WHEN PUZ-MST-SOLVED
002212         WHEN PUZ-MST-SUSPECT
002220             PERFORM 2420-MARK-PUBLISHED THRU 2420-EXIT
002230         WHEN PUZ-MST-TIMEOUT
002240         WHEN PUZ-MST-UNSOLVED
002320     EXIT.
002330
002340 2410-REKEY-GIVENS.
002342     IF PUZ-MST-VARIANT = SPACE
002344         MOVE 'C' TO PUZ-MST-VARIANT
002346     END-IF
002348     MOVE PUZ-MST-VARIANT TO SUD-VARIANT
002350     PERFORM 2600-KEY-IN-GRID THRU 2600-EXIT
002360     PERFORM 3000-VALIDATE-GRID THRU 3000-EXIT
002370     IF SUD-GRID-NOT-VALID
002450             NOT INVALID KEY
002460                 ADD 1 TO MNT-CHANGED-COUNT
002470                 DISPLAY "PUZZLE " MNT-PUZZLE-ID " CHANGED."
002472                 MOVE 'CHANGE' TO JRN-LOG-ACTION
002474                 PERFORM 7320-JRNL-WRITE-RECORD THRU 7320-EXIT
002480         END-REWRITE
002490     END-IF.
002500 2410-EXIT.
002510     EXIT.
002520
002530 2420-MARK-PUBLISHED.
002540     IF PUZ-MST-SUSPECT
002541         DISPLAY "PUZZLE IS SUSPECT -- CHECK THE PRINTED ANSWER "
002542             "BEFORE MARKING IT PUBLISHED."
002543     END-IF
002544     DISPLAY "MARK THIS " PUZ-MST-STATUS
002545         " PUZZLE PUBLISHED? (Y/N): "
002550         WITH NO ADVANCING
002560     ACCEPT MNT-ANSWER
002570     IF MNT-ANSWER = 'Y' OR MNT-ANSWER = 'y'
002640                 ADD 1 TO MNT-CHANGED-COUNT
002650                 DISPLAY "PUZZLE " MNT-PUZZLE-ID
002660                     " MARKED PUBLISHED."
002662                 MOVE 'CHANGE' TO JRN-LOG-ACTION
002664                 PERFORM 7320-JRNL-WRITE-RECORD THRU 7320-EXIT
002670         END-REWRITE
002680     END-IF.
002690 2420-EXIT.
002850                 ADD 1 TO MNT-CHANGED-COUNT
002860                 DISPLAY "PUZZLE " MNT-PUZZLE-ID
002870                     " REQUEUED AS NEW."
002872                 MOVE 'CHANGE' TO JRN-LOG-ACTION
002874                 PERFORM 7320-JRNL-WRITE-RECORD THRU 7320-EXIT
002880         END-REWRITE
002890     END-IF.
002900 2430-EXIT.
003060         DISPLAY "PUZZLE " MNT-PUZZLE-ID " IS ALREADY RETIRED."
003070         GO TO 2500-EXIT
003080     END-IF
003082     PERFORM 7310-JRNL-SAVE-BEFORE THRU 7310-EXIT
003090     MOVE 'RETIRED' TO PUZ-MST-STATUS
003100     REWRITE PUZ-MASTER-RECORD
003110         INVALID KEY
003140         NOT INVALID KEY
003150             ADD 1 TO MNT-RETIRED-COUNT
003160             DISPLAY "PUZZLE " MNT-PUZZLE-ID " RETIRED."
003162             MOVE 'CHANGE' TO JRN-LOG-ACTION
003164             PERFORM 7320-JRNL-WRITE-RECORD THRU 7320-EXIT
003170     END-REWRITE.
003180 2500-EXIT.
003190     EXIT.
004250     DISPLAY "PUZZLES ADDED   : " MNT-ADDED-COUNT.
004260     DISPLAY "PUZZLES CHANGED : " MNT-CHANGED-COUNT.
004270     DISPLAY "PUZZLES RETIRED : " MNT-RETIRED-COUNT.
004271     DISPLAY "JOURNAL RECORDS : " JRN-LOG-WRITE-COUNT.
004272     IF JRN-LOG-FAILED-COUNT > 0
004273         DISPLAY "CHANGES NOT JOURNALLED: " JRN-LOG-FAILED-COUNT
004274             " -- TELL OPERATIONS BEFORE THE NEXT BACKUP"
004275     END-IF.
004280     DISPLAY "==================================".
004290 9000-EXIT.
004300     EXIT.
004340******************************************************************
004350 9999-TERMINATE.
004360     CLOSE PUZZLE-MASTER-FILE
004362     PERFORM 7330-JRNL-CLOSE THRU 7330-EXIT
004370     STOP RUN.
004380 9999-EXIT.
004390     EXIT.
004400
004410     COPY VALIGRID.
004420     COPY MSTJWRT.
