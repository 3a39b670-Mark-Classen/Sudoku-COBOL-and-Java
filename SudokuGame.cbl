000530*                     MOVED TO 2705-PLAY-CURRENT-PUZZLE SO BOTH
000540*                     THE GENERATED AND THE LIBRARY PATH SHARE
000550*                     IT.
000551*    2026-10-06 MKC   PLAY MODE SAVES (S) TO SAVEGAME.CPY AND MENU
000552*                     CHOICE 5 RESUMES (QUIT IS NOW 6).  MOVES AND
000553*                     HINTS ARE JOURNALED; U UNDOES THE LAST ONE.
000554*    2026-10-15 MKC   X-SUDOKU.  A LIBRARY PUZZLE PLAYS UNDER ITS
000555*                     MASTER VARIANT, SAVED WITH THE GAME.
000556*                     GENERATED AND KEYED PUZZLES ARE CLASSIC.
000557*    2026-10-15 MKC   A GENERATED PLAY GAME ID IS NOW P PLUS
000558*                     THE DAY AND TIME, SO ITS SAVED-GAME KEY NO
000559*                     LONGER REPEATS FROM ONE SESSION TO THE NEXT.
000560******************************************************************
000570 IDENTIFICATION DIVISION.
000580 PROGRAM-ID. SudokuGame.
000780         RECORD KEY IS PUZ-MST-ID
000790         FILE STATUS IS SUD-MASTER-FILE-STATUS.
000800
000801     SELECT SAVED-GAME-FILE ASSIGN TO "SAVEGAME.DAT"
000802         ORGANIZATION IS INDEXED
000803         ACCESS MODE IS DYNAMIC
000804         RECORD KEY IS SAV-KEY
000805         FILE STATUS IS SUD-SAVE-FILE-STATUS.
000806
000810 DATA DIVISION.
000820 FILE SECTION.
000830 FD  AUDIT-LOG-FILE.
000880
000890 FD  PUZZLE-MASTER-FILE.
000900     COPY PUZMAST.
000902
000904 FD  SAVED-GAME-FILE.
000906     COPY SAVEGAME.
000910
000920 WORKING-STORAGE SECTION.
000930 COPY GRIDLAY.
001010     05  SUD-AUDIT-FILE-STATUS  PIC X(02).
001020     05  SUD-PRINT-FILE-STATUS  PIC X(02).
001030     05  SUD-MASTER-FILE-STATUS PIC X(02).
001032     05  SUD-SAVE-FILE-STATUS   PIC X(02).
001040
001050 01  SUD-GAME-FIELDS.
001060     05  SUD-CONTINUE-SW         PIC X(01) VALUE 'Y'.
001180     05  SUD-DISP-ROW            PIC 9.
001190     05  SUD-DISP-COL            PIC 9.
001200     05  SUD-DISP-DIGIT          PIC 9.
001201     05  SUD-OPERATOR-ID         PIC X(08) VALUE SPACES.
001202     05  SUD-HINTS-USED          PIC 9(03) VALUE 0.
001203     05  SUD-DISP-HINTS          PIC ZZ9.
001204     05  SUD-DISP-UNDO-DIGIT     PIC 9.
001205     05  SUD-SAVE-LIST-COUNT     PIC 9(03) COMP.
001206     05  SUD-CURRENT-STAMP       PIC X(21).
001207     05  SUD-SAVE-EOF-SW         PIC X(01).
001208         88  SUD-SAVE-EOF                VALUE 'Y'.
001210
001220 01  SUD-PLAY-FIELDS.
001230     05  SUD-PLAY-GIVENS.
001390     05  SUD-HINT-COL            PIC 9(02) COMP.
001400     05  SUD-LIB-PUZZLE-ID       PIC X(10).
001410     05  SUD-LIB-FLAT-IDX        PIC 9(02) COMP.
001411     05  SUD-PLAY-SAVED-SW       PIC X(01) VALUE 'N'.
001412         88  SUD-PLAY-SAVED              VALUE 'Y'.
001413     05  SUD-PLAY-RESUMED-SW     PIC X(01) VALUE 'N'.
001414         88  SUD-PLAY-RESUMED            VALUE 'Y'.
001415     05  SUD-PLAY-RESUME-BOARD   PIC X(81).
001416     05  SUD-JRN-COUNT           PIC 9(03) VALUE 0.
001417     05  SUD-JRN-IDX             PIC 9(03) COMP.
001418     05  SUD-JRN-NEW-TYPE        PIC X(01).
001420
001421 01  SUD-MOVE-JOURNAL.
001422     05  SUD-JRN-ENTRY OCCURS 250 TIMES.
001423         10  SUD-JRN-ROW         PIC 9(01).
001424         10  SUD-JRN-COL         PIC 9(01).
001425         10  SUD-JRN-OLD         PIC 9(01).
001426         10  SUD-JRN-NEW         PIC 9(01).
001427         10  SUD-JRN-TYPE        PIC X(01).
001428             88  SUD-JRN-BY-HINT         VALUE 'H'.
001429
001430 PROCEDURE DIVISION.
001440
001450******************************************************************
001860         WHEN 4
001870             PERFORM 2800-PLAY-LIBRARY-PUZZLE THRU 2800-EXIT
001880         WHEN 5
001882             PERFORM 2900-RESUME-SAVED-GAME THRU 2900-EXIT
001884         WHEN 6
001890             MOVE 'N' TO SUD-CONTINUE-SW
001900         WHEN OTHER
001910             DISPLAY "INVALID CHOICE -- PLEASE ENTER 1 TO 6."
001920     END-EVALUATE.
001930 2000-EXIT.
001940     EXIT.
002000     DISPLAY "2. KEY IN A PUZZLE".
002010     DISPLAY "3. PLAY A PUZZLE".
002020     DISPLAY "4. PLAY A LIBRARY PUZZLE BY ID".
002030     DISPLAY "5. RESUME A SAVED GAME".
002032     DISPLAY "6. QUIT".
002040     DISPLAY "ENTER CHOICE: " WITH NO ADVANCING.
002050 2100-EXIT.
002060     EXIT.
002090*    2200-RUN-RANDOM-PUZZLE
002100******************************************************************
002110 2200-RUN-RANDOM-PUZZLE.
002112     MOVE 'C' TO SUD-VARIANT
002120     PERFORM 2210-CHOOSE-DIFFICULTY THRU 2210-EXIT
002130     ADD 1 TO SUD-PUZZLE-SEQ
002140     STRING "RND" SUD-PUZZLE-SEQ DELIMITED BY SIZE
002470*    2300-RUN-MANUAL-PUZZLE
002480******************************************************************
002490 2300-RUN-MANUAL-PUZZLE.
002492     MOVE 'C' TO SUD-VARIANT
002500     MOVE ZEROES TO SUD-GRID
002510     DISPLAY " ".
002520     DISPLAY "KEY IN EACH ROW AS 9 DIGITS, LEFT TO RIGHT,".
003810*    OPERATOR'S OWN ENTRIES IS FLAGGED INSTEAD OF PLACED.
003820******************************************************************
003830 2700-RUN-PLAY-MODE.
003832     MOVE 'C' TO SUD-VARIANT
003840     PERFORM 2210-CHOOSE-DIFFICULTY THRU 2210-EXIT
003850     MOVE FUNCTION CURRENT-DATE TO SUD-CURRENT-STAMP
003860     STRING "P" SUD-CURRENT-STAMP(7:9) DELIMITED BY SIZE
003870         INTO SUD-PUZZLE-ID
003880     PERFORM 7000-AUDIT-START-TIMER THRU 7000-EXIT
003890     PERFORM 6000-GENERATE-PUZZLE THRU 6000-EXIT
004010*    GENERATED OR FETCHED FROM THE LIBRARY.  A COPY IS SOLVED TO
004020*    KEEP AS THE HINT/ANSWER GRID, THEN THE BOARD GOES TO THE
004030*    OPERATOR ONE MOVE AT A TIME.
004031*    A RESUMED GAME ARRIVES WITH THE SAVED BOARD, HINT COUNT AND
004032*    MOVE JOURNAL ALREADY LOADED; THE BOARD REPLACES THE GIVENS
004033*    ONCE THE ANSWER GRID IS SOLVED.  A GAME SAVED WITH S LEAVES
004034*    WITHOUT AN AUDIT RECORD -- IT IS AUDITED WHEN IT IS FINALLY
004035*    FINISHED OR GIVEN UP, AND ITS SAVED RECORD IS DELETED THEN.
004040******************************************************************
004050 2705-PLAY-CURRENT-PUZZLE.
004052     IF NOT SUD-PLAY-RESUMED
004054         MOVE 0 TO SUD-JRN-COUNT
004056         MOVE 0 TO SUD-HINTS-USED
004058     END-IF
004060     MOVE SUD-GRID TO SUD-PLAY-GIVENS
004070     PERFORM 4000-SOLVE-SUDOKU THRU 4000-EXIT
004080     IF NOT SUD-SOLVED
004110         GO TO 2705-EXIT
004120     END-IF
004130     MOVE SUD-GRID TO SUD-PLAY-SOLUTION
004140     IF SUD-PLAY-RESUMED
004142         MOVE SUD-PLAY-RESUME-BOARD TO SUD-GRID
004144     ELSE
004146         MOVE SUD-PLAY-GIVENS TO SUD-GRID
004148     END-IF
004150     MOVE 'N' TO SUD-PLAY-DONE-SW
004160     MOVE 'N' TO SUD-PLAY-WON-SW
004162     MOVE 'N' TO SUD-PLAY-SAVED-SW
004170     DISPLAY "DIFFICULTY: " SUD-DIFFICULTY
004180     DISPLAY "ENTER MOVES AS ROW, COLUMN, DIGIT -- 345 PUTS"
004190     DISPLAY "5 AT ROW 3 COLUMN 4.  DIGIT 0 ERASES YOUR OWN"
004200     DISPLAY "ENTRY.  H GIVES A HINT, Q GIVES UP."
004202     DISPLAY "U UNDOES THE LAST MOVE, S SAVES THE GAME AND EXITS."
004210     PERFORM 2710-PLAY-ONE-TURN THRU 2710-EXIT
004220         UNTIL SUD-PLAY-DONE
004222     IF SUD-PLAY-SAVED
004224         GO TO 2705-EXIT
004226     END-IF
004230     IF SUD-PLAY-WON
004240         MOVE 'Y' TO SUD-IS-SOLVED
004250         ADD 1 TO SUD-SOLVED-COUNT
004290         DISPLAY "THE SOLUTION WAS:"
004300         MOVE SUD-PLAY-SOLUTION TO SUD-GRID
004310         PERFORM 2500-DISPLAY-GRID THRU 2500-EXIT
004312     END-IF
004314     IF SUD-PLAY-RESUMED
004316         PERFORM 2790-DELETE-SAVED-GAME THRU 2790-EXIT
004320     END-IF
004330     PERFORM 2440-LOG-AUDIT THRU 2440-EXIT.
004340 2705-EXIT.
004700         VARYING SUD-LIB-FLAT-IDX FROM 1 BY 1
004710             UNTIL SUD-LIB-FLAT-IDX > 81
004720     MOVE SUD-LIB-PUZZLE-ID TO SUD-PUZZLE-ID
004730     IF PUZ-MST-VARIANT = 'X'
004740         MOVE 'X' TO SUD-VARIANT
004741         DISPLAY "PLAYING LIBRARY PUZZLE " SUD-PUZZLE-ID
004742             " (STATUS " PUZ-MST-STATUS ") -- X-SUDOKU, EACH"
004743             " DIAGONAL ALSO HOLDS 1-9"
004744     ELSE
004745         MOVE 'C' TO SUD-VARIANT
004746         DISPLAY "PLAYING LIBRARY PUZZLE " SUD-PUZZLE-ID
004747             " (STATUS " PUZ-MST-STATUS ")"
004748     END-IF
004750     CLOSE PUZZLE-MASTER-FILE
004760     PERFORM 7000-AUDIT-START-TIMER THRU 7000-EXIT
004770     PERFORM 2705-PLAY-CURRENT-PUZZLE THRU 2705-EXIT.
004910 2710-PLAY-ONE-TURN.
004920     DISPLAY " "
004930     PERFORM 2500-DISPLAY-GRID THRU 2500-EXIT
004940     DISPLAY "MOVE (OR H, U, S, Q): " WITH NO ADVANCING
004950     MOVE SPACES TO SUD-MOVE-INPUT
004960     ACCEPT SUD-MOVE-INPUT
004970     EVALUATE SUD-MOVE-INPUT(1:1)
004980         WHEN 'H'
004990         WHEN 'h'
005000             PERFORM 2730-GIVE-HINT THRU 2730-EXIT
005001         WHEN 'U'
005002         WHEN 'u'
005003             PERFORM 2770-UNDO-MOVE THRU 2770-EXIT
005004         WHEN 'S'
005005         WHEN 's'
005006             PERFORM 2780-SAVE-GAME THRU 2780-EXIT
005010         WHEN 'Q'
005020         WHEN 'q'
005030             MOVE 'Y' TO SUD-PLAY-DONE-SW
005120
005130 2720-APPLY-MOVE.
005140     IF SUD-MOVE-INPUT NOT NUMERIC
005150         DISPLAY "PLEASE ENTER THREE DIGITS, H, U, S OR Q."
005160         GO TO 2720-EXIT
005170     END-IF
005180     MOVE SUD-MOVE-INPUT(1:1) TO SUD-MOVE-ROW
005270         GO TO 2720-EXIT
005280     END-IF
005290     IF SUD-MOVE-DIGIT = 0
005292         MOVE 'M' TO SUD-JRN-NEW-TYPE
005294         PERFORM 2725-JOURNAL-MOVE THRU 2725-EXIT
005300         MOVE 0 TO SUD-CELL(SUD-MOVE-ROW, SUD-MOVE-COL)
005310         GO TO 2720-EXIT
005320     END-IF
005350     MOVE SUD-MOVE-DIGIT TO SUD-SCAN-VAL
005360     PERFORM 4400-CHECK-LEGAL THRU 4400-EXIT
005370     IF SUD-VALUE-LEGAL
005372         MOVE 'M' TO SUD-JRN-NEW-TYPE
005374         PERFORM 2725-JOURNAL-MOVE THRU 2725-EXIT
005380         MOVE SUD-MOVE-DIGIT
005390             TO SUD-CELL(SUD-MOVE-ROW, SUD-MOVE-COL)
005400     ELSE
005410         DISPLAY "ILLEGAL MOVE -- THAT DIGIT ALREADY APPEARS"
005420         IF SUD-VARIANT-DIAGONAL
005422             DISPLAY "IN THE SAME ROW, COLUMN, BOX OR DIAGONAL."
005424         ELSE
005426             DISPLAY "IN THE SAME ROW, COLUMN OR BOX."
005428         END-IF
005430     END-IF.
005440 2720-EXIT.
005450     EXIT.
005451
005452******************************************************************
005453*    2725-JOURNAL-MOVE
005454*    RECORDS ONE BOARD CHANGE -- SUD-MOVE-ROW/COL/DIGIT, TYPED BY
005455*    SUD-JRN-NEW-TYPE -- BEFORE IT IS MADE, SO UNDO CAN PUT THE
005456*    OLD DIGIT BACK.  A MOVE THAT CHANGES NOTHING IS NOT KEPT.
005457*    SUD-MOVE-JOURNAL HAS THE SAME SHAPE AS SAV-MOVE-JOURNAL ON
005458*    THE SAVED-GAME RECORD SO IT SAVES AND RESTORES WITH ONE
005459*    GROUP MOVE.  WHEN IT FILLS, THE OLDEST MOVE IS DROPPED --
005460*    UNDO THEN STOPS 250 MOVES BACK.
005461******************************************************************
005462 2725-JOURNAL-MOVE.
005463     IF SUD-CELL(SUD-MOVE-ROW, SUD-MOVE-COL) = SUD-MOVE-DIGIT
005464         GO TO 2725-EXIT
005465     END-IF
005466     IF SUD-JRN-COUNT = 250
005467         PERFORM 2726-DROP-OLDEST-MOVE THRU 2726-EXIT
005468             VARYING SUD-JRN-IDX FROM 1 BY 1
005469                 UNTIL SUD-JRN-IDX > 249
005470         SUBTRACT 1 FROM SUD-JRN-COUNT
005471     END-IF
005472     ADD 1 TO SUD-JRN-COUNT
005473     MOVE SUD-MOVE-ROW TO SUD-JRN-ROW(SUD-JRN-COUNT)
005474     MOVE SUD-MOVE-COL TO SUD-JRN-COL(SUD-JRN-COUNT)
005475     MOVE SUD-CELL(SUD-MOVE-ROW, SUD-MOVE-COL)
005476         TO SUD-JRN-OLD(SUD-JRN-COUNT)
005477     MOVE SUD-MOVE-DIGIT TO SUD-JRN-NEW(SUD-JRN-COUNT)
005478     MOVE SUD-JRN-NEW-TYPE TO SUD-JRN-TYPE(SUD-JRN-COUNT).
005479 2725-EXIT.
005480     EXIT.
005481
005482 2726-DROP-OLDEST-MOVE.
005483     MOVE SUD-JRN-ENTRY(SUD-JRN-IDX + 1)
005484         TO SUD-JRN-ENTRY(SUD-JRN-IDX).
005485 2726-EXIT.
005486     EXIT.
005487
005488******************************************************************
005489*    2730-GIVE-HINT
005490*    FILLS THE FIRST BLANK CELL FROM THE SOLVED GRID.
005500******************************************************************
005510 2730-GIVE-HINT.
005670             TO SUD-SCAN-VAL
005680         PERFORM 4400-CHECK-LEGAL THRU 4400-EXIT
005690         IF SUD-VALUE-LEGAL
005691             ADD 1 TO SUD-HINTS-USED
005692             MOVE SUD-HINT-ROW TO SUD-MOVE-ROW
005693             MOVE SUD-HINT-COL TO SUD-MOVE-COL
005694             MOVE SUD-PLAY-SOL-CELL(SUD-HINT-ROW, SUD-HINT-COL)
005695                 TO SUD-MOVE-DIGIT
005696             MOVE 'H' TO SUD-JRN-NEW-TYPE
005697             PERFORM 2725-JOURNAL-MOVE THRU 2725-EXIT
005700             MOVE SUD-PLAY-SOL-CELL(SUD-HINT-ROW, SUD-HINT-COL)
005710                 TO SUD-CELL(SUD-HINT-ROW, SUD-HINT-COL)
005720             DISPLAY "HINT: ROW " SUD-DISP-ROW " COLUMN "
006190     END-IF.
006200 2760-EXIT.
006210     EXIT.
006211
006212******************************************************************
006213*    2770-UNDO-MOVE
006214*    TAKES BACK THE LAST JOURNALED CHANGE.  UNDOING A HINT CLEARS
006215*    THE CELL BUT THE HINT STILL COUNTS AS USED.
006216******************************************************************
006217 2770-UNDO-MOVE.
006218     IF SUD-JRN-COUNT = 0
006219         DISPLAY "NOTHING TO UNDO."
006220         GO TO 2770-EXIT
006221     END-IF
006222     MOVE SUD-JRN-ROW(SUD-JRN-COUNT) TO SUD-MOVE-ROW
006223     MOVE SUD-JRN-COL(SUD-JRN-COUNT) TO SUD-MOVE-COL
006224     MOVE SUD-JRN-OLD(SUD-JRN-COUNT)
006225         TO SUD-CELL(SUD-MOVE-ROW, SUD-MOVE-COL)
006226     MOVE SUD-MOVE-ROW TO SUD-DISP-ROW
006227     MOVE SUD-MOVE-COL TO SUD-DISP-COL
006228     MOVE SUD-JRN-OLD(SUD-JRN-COUNT) TO SUD-DISP-UNDO-DIGIT
006229     IF SUD-JRN-BY-HINT(SUD-JRN-COUNT)
006230         DISPLAY "HINT AT ROW " SUD-DISP-ROW " COLUMN "
006231             SUD-DISP-COL " TAKEN BACK -- STILL COUNTED AS USED."
006232     ELSE
006233         IF SUD-DISP-UNDO-DIGIT = 0
006234             DISPLAY "UNDONE -- ROW " SUD-DISP-ROW " COLUMN "
006235                 SUD-DISP-COL " IS BLANK AGAIN."
006236         ELSE
006237             DISPLAY "UNDONE -- ROW " SUD-DISP-ROW " COLUMN "
006238                 SUD-DISP-COL " IS BACK TO " SUD-DISP-UNDO-DIGIT
006239         END-IF
006240     END-IF
006241     SUBTRACT 1 FROM SUD-JRN-COUNT.
006242 2770-EXIT.
006243     EXIT.
006244
006245******************************************************************
006246*    2780-SAVE-GAME
006247*    WRITES THE GAME IN PLAY TO THE SAVED-GAME FILE AND ENDS PLAY.
006248*    A NEW SAVE IS REFUSED IF THE OPERATOR ALREADY HOLDS A SAVED
006249*    GAME FOR THE SAME PUZZLE ID -- PLAY SIMPLY CONTINUES.  A
006250*    RESUMED GAME KEEPS ITS OPERATOR ID AND REWRITES ITS RECORD.
006251******************************************************************
006252 2780-SAVE-GAME.
006253     IF NOT SUD-PLAY-RESUMED
006254         DISPLAY "OPERATOR ID: " WITH NO ADVANCING
006255         ACCEPT SUD-OPERATOR-ID
006256     END-IF
006257     IF SUD-OPERATOR-ID = SPACES
006258         DISPLAY "AN OPERATOR ID IS NEEDED TO SAVE A GAME."
006259         GO TO 2780-EXIT
006260     END-IF
006261     PERFORM 2795-OPEN-SAVED-GAMES THRU 2795-EXIT
006262     IF SUD-SAVE-FILE-STATUS NOT = "00"
006263         DISPLAY "SAVED-GAME FILE NOT AVAILABLE -- STATUS "
006264             SUD-SAVE-FILE-STATUS
006265         GO TO 2780-EXIT
006266     END-IF
006267     MOVE SUD-OPERATOR-ID TO SAV-OPERATOR-ID
006268     MOVE SUD-PUZZLE-ID TO SAV-PUZZLE-ID
006269     IF NOT SUD-PLAY-RESUMED
006270         READ SAVED-GAME-FILE
006271             INVALID KEY
006272                 CONTINUE
006273             NOT INVALID KEY
006274                 DISPLAY "OPERATOR " SUD-OPERATOR-ID
006275                     " ALREADY SAVED PUZZLE " SUD-PUZZLE-ID
006276                 DISPLAY "-- FINISH OR GIVE UP THAT ONE FIRST."
006277                 CLOSE SAVED-GAME-FILE
006278                 GO TO 2780-EXIT
006279         END-READ
006280     END-IF
006281     PERFORM 2785-BUILD-SAVE-RECORD THRU 2785-EXIT
006282     IF SUD-PLAY-RESUMED
006283         REWRITE SAV-GAME-RECORD
006284     ELSE
006285         WRITE SAV-GAME-RECORD
006286     END-IF
006287     IF SUD-SAVE-FILE-STATUS NOT = "00"
006288         DISPLAY "GAME NOT SAVED -- STATUS " SUD-SAVE-FILE-STATUS
006289     ELSE
006290         MOVE 'Y' TO SUD-PLAY-SAVED-SW
006291         MOVE 'Y' TO SUD-PLAY-DONE-SW
006292         DISPLAY "PUZZLE " SUD-PUZZLE-ID " SAVED FOR OPERATOR "
006293             SUD-OPERATOR-ID
006294     END-IF
006295     CLOSE SAVED-GAME-FILE.
006296 2780-EXIT.
006297     EXIT.
006298
006299 2785-BUILD-SAVE-RECORD.
006300     MOVE FUNCTION CURRENT-DATE TO SUD-CURRENT-STAMP
006301     MOVE SUD-CURRENT-STAMP(1:8) TO SAV-DATE-SAVED
006302     MOVE SUD-CURRENT-STAMP(9:6) TO SAV-TIME-SAVED
006303     MOVE SUD-DIFFICULTY TO SAV-DIFFICULTY
006304     MOVE SUD-PLAY-GIVENS TO SAV-GIVENS
006305     MOVE SUD-GRID TO SAV-BOARD
006306     MOVE SUD-HINTS-USED TO SAV-HINTS-USED
006307     MOVE SUD-JRN-COUNT TO SAV-MOVE-COUNT
006308     MOVE SUD-MOVE-JOURNAL TO SAV-MOVE-JOURNAL
006309     MOVE SUD-VARIANT TO SAV-VARIANT.
006310 2785-EXIT.
006311     EXIT.
006312
006313 2790-DELETE-SAVED-GAME.
006314     PERFORM 2795-OPEN-SAVED-GAMES THRU 2795-EXIT
006315     IF SUD-SAVE-FILE-STATUS NOT = "00"
006316         DISPLAY "SAVED-GAME FILE NOT AVAILABLE -- STATUS "
006317             SUD-SAVE-FILE-STATUS
006318         GO TO 2790-EXIT
006319     END-IF
006320     MOVE SUD-OPERATOR-ID TO SAV-OPERATOR-ID
006321     MOVE SUD-PUZZLE-ID TO SAV-PUZZLE-ID
006322     DELETE SAVED-GAME-FILE
006323         INVALID KEY
006324             DISPLAY "SAVED GAME FOR PUZZLE " SUD-PUZZLE-ID
006325                 " WAS ALREADY GONE."
006326     END-DELETE
006327     CLOSE SAVED-GAME-FILE.
006328 2790-EXIT.
006329     EXIT.
006330
006331******************************************************************
006332*    2795-OPEN-SAVED-GAMES
006333*    THE SAVED-GAME FILE IS CREATED EMPTY THE FIRST TIME ANY
006334*    OPERATOR SAVES, THE SAME WAY THE BATCH PROGRAM CREATES THE
006335*    PUZZLE MASTER.
006336******************************************************************
006337 2795-OPEN-SAVED-GAMES.
006338     OPEN I-O SAVED-GAME-FILE
006339     IF SUD-SAVE-FILE-STATUS = "35"
006340         OPEN OUTPUT SAVED-GAME-FILE
006341         CLOSE SAVED-GAME-FILE
006342         OPEN I-O SAVED-GAME-FILE
006343     END-IF.
006344 2795-EXIT.
006345     EXIT.
006346
006347******************************************************************
006348*    2900-RESUME-SAVED-GAME
006349*    LISTS THE OPERATOR'S SAVED GAMES, RELOADS THE ONE CHOSEN AND
006350*    HANDS IT TO THE NORMAL PLAY LOOP WITH ITS BOARD, HINT COUNT
006351*    AND MOVE JOURNAL RESTORED.  THE ANSWER GRID IS SOLVED AGAIN
006352*    FROM THE SAVED GIVENS.
006353******************************************************************
006354 2900-RESUME-SAVED-GAME.
006355     DISPLAY "OPERATOR ID: " WITH NO ADVANCING
006356     ACCEPT SUD-OPERATOR-ID
006357     PERFORM 2795-OPEN-SAVED-GAMES THRU 2795-EXIT
006358     IF SUD-SAVE-FILE-STATUS NOT = "00"
006359         DISPLAY "SAVED-GAME FILE NOT AVAILABLE -- STATUS "
006360             SUD-SAVE-FILE-STATUS
006361         GO TO 2900-EXIT
006362     END-IF
006363     MOVE 0 TO SUD-SAVE-LIST-COUNT
006364     MOVE 'N' TO SUD-SAVE-EOF-SW
006365     MOVE SUD-OPERATOR-ID TO SAV-OPERATOR-ID
006366     MOVE LOW-VALUES TO SAV-PUZZLE-ID
006367     START SAVED-GAME-FILE KEY IS NOT LESS THAN SAV-KEY
006368         INVALID KEY
006369             MOVE 'Y' TO SUD-SAVE-EOF-SW
006370     END-START
006371     PERFORM 2910-LIST-SAVED-GAME THRU 2910-EXIT
006372         UNTIL SUD-SAVE-EOF
006373     IF SUD-SAVE-LIST-COUNT = 0
006374         DISPLAY "NO SAVED GAMES FOR OPERATOR " SUD-OPERATOR-ID
006375         CLOSE SAVED-GAME-FILE
006376         GO TO 2900-EXIT
006377     END-IF
006378     DISPLAY "ENTER PUZZLE ID: " WITH NO ADVANCING
006379     ACCEPT SUD-LIB-PUZZLE-ID
006380     MOVE SUD-OPERATOR-ID TO SAV-OPERATOR-ID
006381     MOVE SUD-LIB-PUZZLE-ID TO SAV-PUZZLE-ID
006382     READ SAVED-GAME-FILE
006383         INVALID KEY
006384             DISPLAY "NO SAVED GAME FOR PUZZLE " SUD-LIB-PUZZLE-ID
006385             CLOSE SAVED-GAME-FILE
006386             GO TO 2900-EXIT
006387     END-READ
006388     CLOSE SAVED-GAME-FILE
006389     MOVE SAV-PUZZLE-ID TO SUD-PUZZLE-ID
006390     MOVE SAV-GIVENS TO SUD-GRID
006391     MOVE SAV-BOARD TO SUD-PLAY-RESUME-BOARD
006392     MOVE SAV-HINTS-USED TO SUD-HINTS-USED
006393     MOVE SAV-MOVE-COUNT TO SUD-JRN-COUNT
006394     MOVE SAV-MOVE-JOURNAL TO SUD-MOVE-JOURNAL
006395     IF SAV-VARIANT = 'X'
006396         MOVE 'X' TO SUD-VARIANT
006397     ELSE
006398         MOVE 'C' TO SUD-VARIANT
006399     END-IF
006400     MOVE SUD-HINTS-USED TO SUD-DISP-HINTS
006401     DISPLAY "RESUMING PUZZLE " SUD-PUZZLE-ID " SAVED "
006402         SAV-DATE-SAVED " -- HINTS USED SO FAR: " SUD-DISP-HINTS
006403     MOVE 'Y' TO SUD-PLAY-RESUMED-SW
006404     PERFORM 7000-AUDIT-START-TIMER THRU 7000-EXIT
006405     PERFORM 2705-PLAY-CURRENT-PUZZLE THRU 2705-EXIT
006406     MOVE 'N' TO SUD-PLAY-RESUMED-SW.
006407 2900-EXIT.
006408     EXIT.
006409
006410 2910-LIST-SAVED-GAME.
006411     READ SAVED-GAME-FILE NEXT RECORD
006412         AT END
006413             MOVE 'Y' TO SUD-SAVE-EOF-SW
006414             GO TO 2910-EXIT
006415     END-READ
006416     IF SAV-OPERATOR-ID NOT = SUD-OPERATOR-ID
006417         MOVE 'Y' TO SUD-SAVE-EOF-SW
006418         GO TO 2910-EXIT
006419     END-IF
006420     IF SUD-SAVE-LIST-COUNT = 0
006421         DISPLAY "SAVED GAMES FOR OPERATOR " SUD-OPERATOR-ID ":"
006422     END-IF
006423     ADD 1 TO SUD-SAVE-LIST-COUNT
006424     MOVE SAV-HINTS-USED TO SUD-DISP-HINTS
006425     DISPLAY "  " SAV-PUZZLE-ID "  SAVED " SAV-DATE-SAVED "  "
006426         SAV-DIFFICULTY "  HINTS " SUD-DISP-HINTS.
006427 2910-EXIT.
006428     EXIT.
006429
006430******************************************************************
006431*    9000-END-OF-RUN
006432******************************************************************
006433 9000-END-OF-RUN.
006434     DISPLAY " ".
006435     DISPLAY "==================================".
006436     DISPLAY "END OF RUN SUMMARY".
006437     DISPLAY "PUZZLES SOLVED  : " SUD-SOLVED-COUNT.
006438     DISPLAY "PUZZLES UNSOLVED: " SUD-UNSOLVED-COUNT.
006439     DISPLAY "PUZZLES REJECTED: " SUD-INVALID-COUNT.
006440     DISPLAY "==================================".
006441 9000-EXIT.
006442     EXIT.
006443
006444******************************************************************
006445*    9999-TERMINATE
006446******************************************************************
006447 9999-TERMINATE.
006448     CLOSE AUDIT-LOG-FILE
006449     CLOSE PRINT-REPORT-FILE
006450     STOP RUN.
006451 9999-EXIT.
006452     EXIT.
006460
006470     COPY VALIGRID.
006480     COPY SOLVGRID.
