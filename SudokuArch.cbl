000420*    2026-09-02 MKC   EVERY RUN NOW APPENDS A RECORD TO THE
000430*                     KEYED RUN HISTORY FILE (RUNHIST.CPY) AT
000440*                     END OF JOB, SAME AS SUDOKUBATCH.
000441*    2026-10-09 MKC   MASTER CHANGE JOURNAL.  EACH PURGE
000442*                     DELETE APPENDS THE BEFORE IMAGE TO
000443*                     MSTJRNL.DAT (MSTJRNL.CPY); THE RUN IS
000444*                     REFUSED IF THE JOURNAL WILL NOT OPEN.
000445*    2026-10-15 MKC   THE PUZZLE VARIANT GOES TO THE ARCHIVE
000446*                     RECORD (ARC-VARIANT) WITH THE REST OF THE
000447*                     MASTER IMAGE.
000450******************************************************************
000460 IDENTIFICATION DIVISION.
000470 PROGRAM-ID. SudokuArch.
000780         RECORD KEY IS RUN-HIST-KEY
000790         FILE STATUS IS RUN-LOG-FILE-STATUS.
000800
000802     SELECT MASTER-JOURNAL-FILE ASSIGN TO "MSTJRNL.DAT"
000804         ORGANIZATION IS LINE SEQUENTIAL
000806         FILE STATUS IS JRN-LOG-FILE-STATUS.
000808
000810 DATA DIVISION.
000820 FILE SECTION.
000830 FD  PUZZLE-MASTER-FILE.
000840     COPY PUZMAST.
000850
000860 FD  ARCHIVE-OUTPUT-FILE.
000870 01  ARC-OUTPUT-RECORD           PIC X(141).
000880
000890 FD  PRINT-REPORT-FILE.
000900     COPY REPRINT.
000950 FD  RUN-HISTORY-FILE.
000960     COPY RUNHIST.
000970
000972 FD  MASTER-JOURNAL-FILE.
000974     COPY MSTJRNL.
000976
000980 WORKING-STORAGE SECTION.
000990*    THE ARCHIVE RECORD IS STAGED IN WORKING-STORAGE AND WRITTEN
001000*    WITH A WRITE ... FROM, THE SAME WAY SUDOKUGEN STAGES ITS
001010*    OUTPUT RECORD.
001020 COPY PUZARCH.
001030 COPY RUNHFLD.
001032 COPY MSTJFLD.
001040
001050 01  ARC-FILE-STATUS-FIELDS.
001060     05  ARC-MASTER-FILE-STATUS  PIC X(02).
002320         MOVE 'Y' TO ARC-RUN-FAILED-SW
002330         MOVE 'Y' TO ARC-MASTER-EOF-SW
002340         MOVE 8 TO RETURN-CODE
002341     END-IF
002342     IF NOT ARC-RUN-FAILED
002343         MOVE 'SudokuArch' TO JRN-LOG-PROGRAM
002344         PERFORM 7300-JRNL-OPEN THRU 7300-EXIT
002345         IF NOT JRN-LOG-IS-OPEN
002346             MOVE 'Y' TO ARC-RUN-FAILED-SW
002347             MOVE 'Y' TO ARC-MASTER-EOF-SW
002348             MOVE 8 TO RETURN-CODE
002349         END-IF
002350     END-IF
002360     OPEN OUTPUT PRINT-REPORT-FILE.
002370 1000-EXIT.
004330             UNTIL ARC-STAT-IDX > 81
004340     MOVE PUZ-MST-ISSUE-ID TO ARC-ISSUE-ID
004350     MOVE PUZ-MST-DATE-ASSIGNED TO ARC-DATE-ASSIGNED
004352     MOVE PUZ-MST-VARIANT TO ARC-VARIANT
004360     MOVE ARC-CURRENT-STAMP(1:8) TO ARC-DATE-ARCHIVED
004370     WRITE ARC-OUTPUT-RECORD FROM ARC-ARCHIVE-RECORD
004380*    THE DELETE MUST NEVER RUN UNLESS THE ARCHIVE COPY IS
004420     IF ARC-RUN-FAILED
004430         GO TO 4100-EXIT
004440     END-IF
004442     PERFORM 7310-JRNL-SAVE-BEFORE THRU 7310-EXIT
004450     DELETE PUZZLE-MASTER-FILE RECORD
004460         INVALID KEY
004470             DISPLAY "DELETE FAILED FOR " PUZ-MST-ID
004490             MOVE 'Y' TO ARC-RUN-FAILED-SW
004500             MOVE 8 TO RETURN-CODE
004510             GO TO 4100-EXIT
004512         NOT INVALID KEY
004514             MOVE 'DELETE' TO JRN-LOG-ACTION
004516             PERFORM 7320-JRNL-WRITE-RECORD THRU 7320-EXIT
004520     END-DELETE
004530     ADD 1 TO ARC-ARCHIVED-COUNT
004540     PERFORM 7000-FIND-STATUS-SLOT THRU 7000-EXIT
005660             "ARCHIVED PLUS REMAINING"
005670         MOVE 8 TO RETURN-CODE
005680     END-IF.
005681     DISPLAY "MASTER JOURNAL RECORDS : " JRN-LOG-WRITE-COUNT.
005682     IF JRN-LOG-FAILED-COUNT > 0
005683         DISPLAY "RUN FAILED -- MASTER CHANGES NOT JOURNALLED: "
005684             JRN-LOG-FAILED-COUNT
005685         MOVE 8 TO RETURN-CODE
005686     END-IF.
005690     DISPLAY "====================================".
005700     PERFORM 9500-LOG-RUN-HISTORY THRU 9500-EXIT.
005710 9000-EXIT.
006130     CLOSE PUZZLE-MASTER-FILE
006140     CLOSE ARCHIVE-OUTPUT-FILE
006150     CLOSE PRINT-REPORT-FILE
006152     PERFORM 7330-JRNL-CLOSE THRU 7330-EXIT
006160     STOP RUN.
006170 9999-EXIT.
006180     EXIT.
006190
006200     COPY RUNHWRT.
006210     COPY MSTJWRT.
