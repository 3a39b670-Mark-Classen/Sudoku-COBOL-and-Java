000010******************************************************************
000020*    MSTJFLD.CPY
000030*    WORKING-STORAGE FIELDS FOR THE MSTJWRT.CPY MASTER JOURNAL
000040*    LOGIC.  COPY THIS INTO WORKING-STORAGE ALONGSIDE MSTJRNL.CPY
000050*    (THE FD RECORD LAYOUT) IN ANY PROGRAM THAT ALSO COPIES
000060*    MSTJWRT.CPY INTO ITS PROCEDURE DIVISION.
000070*
000080*    JRN-LOG-BEFORE HOLDS THE MASTER RECORD AS IT WAS READ, TAKEN
000090*    BY 7310-JRNL-SAVE-BEFORE BEFORE THE PROGRAM CHANGES IT IN THE
000100*    RECORD AREA.  IT IS LAID OUT OVER PUZMAST.CPY ONLY AS FAR AS
000110*    THE JOURNAL NEEDS.
000120*
000130*    MODIFICATION HISTORY
000140*    DATE       INIT  DESCRIPTION
000150*    2026-10-09 MKC   ORIGINAL SHARED COPYBOOK.
000152*    2026-10-15 MKC   ADDED JRN-LOG-BFR-VARIANT SO THE BEFORE
000154*                     IMAGE CARRIES PUZ-MST-VARIANT (133 BYTES).
000160******************************************************************
000170 01  JRN-LOG-WORK-FIELDS.
000180     05  JRN-LOG-FILE-STATUS     PIC X(02).
000190     05  JRN-LOG-OPEN-SW         PIC X(01) VALUE 'N'.
000200         88  JRN-LOG-IS-OPEN             VALUE 'Y'.
000210     05  JRN-LOG-STAMP-WORK      PIC X(21).
000220     05  JRN-LOG-PROGRAM         PIC X(12) VALUE SPACES.
000230     05  JRN-LOG-ACTION          PIC X(08) VALUE SPACES.
000240     05  JRN-LOG-WRITE-COUNT     PIC 9(08) VALUE 0.
000250     05  JRN-LOG-FAILED-COUNT    PIC 9(08) VALUE 0.
000260     05  JRN-LOG-BEFORE.
000270         10  JRN-LOG-BFR-ID      PIC X(10).
000280         10  JRN-LOG-BFR-STATUS  PIC X(09).
000290         10  FILLER              PIC X(97).
000300         10  JRN-LOG-BFR-ISSUE-ID PIC X(08).
000310         10  FILLER              PIC X(08).
000320         10  JRN-LOG-BFR-VARIANT PIC X(01).
