000010******************************************************************
000020*    ENTRYREC.CPY
000030*    READER PRIZE-PUZZLE ENTRY RECORD.  ONE RECORD PER ENTRY AS
000040*    KEYED BY THE MAILROOM, IN THE ORDER THE ENTRIES WERE
000050*    OPENED: THE ENTRANT'S ID AND NAME, THE DATE THE ENTRY WAS
000060*    RECEIVED, THE CONTEST PUZZLE IT ANSWERS (PUZ-MST-ID ON THE
000070*    PUZZLE MASTER) AND THE 81 DIGITS THE READER WROTE IN,
000080*    ROW-MAJOR.  THE DIGITS ARE HELD AS CHARACTERS, NOT PIC 9,
000090*    SO A BLANK OR ILLEGIBLE CELL KEYED AS A SPACE OR A MARK IS
000100*    COUNTED AS A MISSING CELL INSTEAD OF FAILING THE READ.
000110*
000120*    MODIFICATION HISTORY
000130*    DATE       INIT  DESCRIPTION
000140*    2026-10-05 MKC   ORIGINAL SHARED COPYBOOK.
000150******************************************************************
000160 01  ENT-ENTRY-RECORD.
000170     05  ENT-ENTRANT-ID          PIC X(10).
000180     05  ENT-NAME                PIC X(30).
000190     05  ENT-DATE-RECEIVED       PIC X(08).
000200     05  ENT-PUZZLE-ID           PIC X(10).
000210     05  ENT-DIGITS              PIC X(81).
000220     05  ENT-DIGIT-TABLE REDEFINES ENT-DIGITS.
000230         10  ENT-DIGIT OCCURS 81 TIMES PIC X(01).
