000010******************************************************************
000020*    CALTRAN.CPY
000030*    ISSUE CALENDAR UPDATE TRANSACTION.  ONE RECORD PER CHANGE
000040*    TO BE APPLIED TO THE ISSUE CALENDAR (ISSUECAL.CPY) BY THE
000050*    CALENDAR UPDATE RUN (SUDOKUCAL.CBL), SORTED ASCENDING ON
000060*    THE ISSUE ID.  THE SAME LAYOUT IS WRITTEN BACK OUT FOR
000070*    EVERY REJECTED TRANSACTION, SO A CORRECTED REJECTS FILE CAN
000080*    BE RESUBMITTED AS IT STANDS.
000090*
000100*    THE DEADLINE (YYYYMMDD) AND THE COUNTS (NNNN) ARE HELD AS
000110*    CHARACTERS SO A BADLY KEYED VALUE IS REJECTED BY THE EDIT
000120*    INSTEAD OF FAILING THE READ.  ADD NEEDS THE DEADLINE AND
000130*    ALL FOUR BAND COUNTS (A BLANK X-SUDOKU COUNT IS ZERO); ON
000140*    CHANGE A BLANK FIELD LEAVES THE CALENDAR AS IT IS; DELETE
000150*    USES THE ISSUE ID ONLY.
000160*
000170*    MODIFICATION HISTORY
000180*    DATE       INIT  DESCRIPTION
000190*    2026-10-15 MKC   ORIGINAL SHARED COPYBOOK.
000200******************************************************************
000210 01  CLT-TRANSACTION-RECORD.
000220     05  CLT-CODE                PIC X(06).
000230         88  CLT-ADD                     VALUE 'ADD'.
000240         88  CLT-CHANGE                  VALUE 'CHANGE'.
000250         88  CLT-DELETE                  VALUE 'DELETE'.
000260     05  CLT-ISSUE-ID            PIC X(08).
000270     05  CLT-DEADLINE-IN         PIC X(08).
000280     05  CLT-WANTED-IN OCCURS 4 TIMES PIC X(04).
000290     05  CLT-XSUDOKU-IN          PIC X(04).
