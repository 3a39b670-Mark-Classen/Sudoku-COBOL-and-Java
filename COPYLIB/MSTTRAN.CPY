000010******************************************************************
000020*    MSTTRAN.CPY
000030*    PUZZLE MASTER UPDATE TRANSACTION.  ONE RECORD PER CHANGE TO
000040*    BE APPLIED TO THE PUZZLE MASTER (PUZMAST.CPY) BY THE BATCH
000050*    UPDATE RUN (SUDOKUUPD.CBL), SORTED ASCENDING ON THE PUZZLE
000060*    ID.  THE SAME LAYOUT IS WRITTEN BACK OUT FOR EVERY REJECTED
000070*    TRANSACTION, SO A CORRECTED REJECTS FILE CAN BE RESUBMITTED
000080*    AS IT STANDS.
000090*
000100*    TRN-GIVENS IS USED BY ADD AND CHANGE-GIVENS ONLY -- 81
000110*    DIGITS, ROW-MAJOR, ZERO FOR A BLANK, THE SAME CONVENTION AS
000120*    PUZREC.CPY.  IT IS HELD AS CHARACTERS SO A BADLY KEYED
000130*    GRID IS REJECTED BY THE EDIT INSTEAD OF FAILING THE READ;
000140*    THE OTHER TRANSACTIONS LEAVE IT BLANK.
000150*
000160*    TRN-VARIANT IS USED BY ADD ONLY -- C FOR A CLASSIC PUZZLE,
000170*    X FOR AN X-SUDOKU (BOTH DIAGONALS ALSO HOLD 1-9); BLANK IS
000180*    TAKEN AS CLASSIC.  CHANGE-GIVENS KEEPS THE VARIANT ALREADY
000190*    ON THE MASTER.
000200*
000210*    MODIFICATION HISTORY
000220*    DATE       INIT  DESCRIPTION
000230*    2026-10-08 MKC   ORIGINAL SHARED COPYBOOK.
000240*    2026-10-15 MKC   TRN-VARIANT ADDED AT THE END; RECORD IS
000250*                     NOW 106 BYTES.
000260******************************************************************
000270 01  TRN-TRANSACTION-RECORD.
000280     05  TRN-CODE                PIC X(14).
000290         88  TRN-ADD                     VALUE 'ADD'.
000300         88  TRN-CHANGE-GIVENS           VALUE 'CHANGE-GIVENS'.
000310         88  TRN-REQUEUE                 VALUE 'REQUEUE'.
000320         88  TRN-MARK-PUBLISHED          VALUE 'MARK-PUBLISHED'.
000330         88  TRN-RETIRE                  VALUE 'RETIRE'.
000340     05  TRN-PUZZLE-ID           PIC X(10).
000350     05  TRN-GIVENS              PIC X(81).
000360     05  TRN-GIVEN-TABLE REDEFINES TRN-GIVENS.
000370         10  TRN-GIVEN-CELL OCCURS 81 TIMES PIC 9.
000380     05  TRN-VARIANT             PIC X(01).
000390         88  TRN-VARIANT-KNOWN           VALUE 'C' 'X' SPACE.
