000010******************************************************************
000020*    MSTJWRT.CPY
000030*    APPENDS BEFORE/AFTER IMAGES OF A PUZZLE MASTER CHANGE TO THE
000040*    MASTER CHANGE JOURNAL.  COPIED INTO THE PROCEDURE DIVISION OF
000050*    ANY PROGRAM THAT ADDS, REWRITES OR DELETES PUZZLE MASTER
000060*    RECORDS, AND THAT HAS ALSO COPIED MSTJRNL.CPY (FD RECORD) AND
000070*    MSTJFLD.CPY INTO ITS DATA DIVISION, DECLARES A LINE
000080*    SEQUENTIAL FD NAMED MASTER-JOURNAL-FILE (FILE STATUS
000090*    JRN-LOG-FILE-STATUS), AND HOLDS THE MASTER IN AN FD WHOSE
000100*    RECORD IS PUZ-MASTER-RECORD.
000110*
000120*    THE CALLING PROGRAM:
000130*        MOVES ITS NAME TO JRN-LOG-PROGRAM AND PERFORMS
000140*            7300-JRNL-OPEN WHEN IT OPENS THE MASTER FOR UPDATE,
000150*            AND REFUSES TO UPDATE THE MASTER IF JRN-LOG-IS-OPEN
000160*            IS NOT SET -- AN UNJOURNALLED CHANGE CANNOT BE
000170*            RECOVERED;
000180*        PERFORMS 7310-JRNL-SAVE-BEFORE AFTER READING A RECORD AND
000190*            BEFORE CHANGING IT IN THE RECORD AREA;
000200*        MOVES ADD, CHANGE OR DELETE TO JRN-LOG-ACTION AND
000210*            PERFORMS 7320-JRNL-WRITE-RECORD STRAIGHT AFTER THE
000220*            WRITE, REWRITE OR DELETE SUCCEEDS, WHILE THE RECORD
000230*            AREA STILL HOLDS THE IMAGE JUST WRITTEN;
000240*        PERFORMS 7330-JRNL-CLOSE AT TERMINATION.
000250*    A JOURNAL WRITE THAT FAILS IS REPORTED AND COUNTED IN
000260*    JRN-LOG-FAILED-COUNT FOR THE CALLER TO ACT ON.
000270*
000280*    MODIFICATION HISTORY
000290*    DATE       INIT  DESCRIPTION
000300*    2026-10-09 MKC   ORIGINAL SHARED COPYBOOK.
000310******************************************************************
000320 7300-JRNL-OPEN.
000330     OPEN EXTEND MASTER-JOURNAL-FILE
000340     IF JRN-LOG-FILE-STATUS = "35"
000350         OPEN OUTPUT MASTER-JOURNAL-FILE
000360     END-IF
000370     IF JRN-LOG-FILE-STATUS = "00"
000380         MOVE 'Y' TO JRN-LOG-OPEN-SW
000390     ELSE
000400         DISPLAY "MASTER JOURNAL FILE NOT AVAILABLE -- STATUS "
000410             JRN-LOG-FILE-STATUS
000420     END-IF.
000430 7300-EXIT.
000440     EXIT.
000450
000460 7310-JRNL-SAVE-BEFORE.
000470     MOVE PUZ-MASTER-RECORD TO JRN-LOG-BEFORE.
000480 7310-EXIT.
000490     EXIT.
000500
000510 7320-JRNL-WRITE-RECORD.
000520     MOVE FUNCTION CURRENT-DATE TO JRN-LOG-STAMP-WORK
000530     MOVE SPACES TO JRN-JOURNAL-RECORD
000540     MOVE JRN-LOG-STAMP-WORK(1:16) TO JRN-STAMP
000550     MOVE JRN-LOG-PROGRAM TO JRN-PROGRAM
000560     MOVE JRN-LOG-ACTION TO JRN-ACTION
000570     IF NOT JRN-IS-ADD
000580         MOVE JRN-LOG-BEFORE TO JRN-BEFORE-IMAGE
000590         MOVE JRN-LOG-BFR-ID TO JRN-PUZZLE-ID
000600         MOVE JRN-LOG-BFR-STATUS TO JRN-OLD-STATUS
000610         MOVE JRN-LOG-BFR-ISSUE-ID TO JRN-OLD-ISSUE-ID
000620     END-IF
000630     IF NOT JRN-IS-DELETE
000640         MOVE PUZ-MASTER-RECORD TO JRN-AFTER-IMAGE
000650         MOVE PUZ-MST-ID TO JRN-PUZZLE-ID
000660         MOVE PUZ-MST-STATUS TO JRN-NEW-STATUS
000670         MOVE PUZ-MST-ISSUE-ID TO JRN-NEW-ISSUE-ID
000680     END-IF
000690     WRITE JRN-JOURNAL-RECORD
000700     IF JRN-LOG-FILE-STATUS = "00"
000710         ADD 1 TO JRN-LOG-WRITE-COUNT
000720     ELSE
000730         DISPLAY "MASTER JOURNAL WRITE FAILED FOR " JRN-PUZZLE-ID
000740             " -- STATUS " JRN-LOG-FILE-STATUS
000750         ADD 1 TO JRN-LOG-FAILED-COUNT
000760     END-IF.
000770 7320-EXIT.
000780     EXIT.
000790
000800 7330-JRNL-CLOSE.
000810     IF JRN-LOG-IS-OPEN
000820         CLOSE MASTER-JOURNAL-FILE
000830         MOVE 'N' TO JRN-LOG-OPEN-SW
000840     END-IF.
000850 7330-EXIT.
000860     EXIT.
