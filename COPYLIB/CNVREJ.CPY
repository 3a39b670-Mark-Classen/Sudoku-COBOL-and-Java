000010******************************************************************
000020*    CNVREJ.CPY
000030*    SUPPLIER CONVERSION REJECT RECORD.  WRITTEN BY SUDOKUCONV
000040*    TO PUZREJ.DAT FOR EVERY SUPPLIER PUZZLE THAT WOULD NOT
000050*    CONVERT -- THE REASON, THE 81 CELLS AS FAR AS THEY COULD BE
000060*    DECODED (ZERO FOR A BLANK), AND WHERE THE PUZZLE CAME FROM.
000070*    THE FILE IS APPENDED TO BY EVERY CONVERSION RUN, SO THE
000080*    SUPPLIER PREFIX AND THE RUN DATE LET THE MONTH-END
000090*    PURCHASE STATEMENT (SUDOKUSTMT.CBL) COUNT EACH SUPPLIER'S
000100*    REJECTS FOR THE MONTH.
000110*
000120*    MODIFICATION HISTORY
000130*    DATE       INIT  DESCRIPTION
000140*    2026-10-15 MKC   ORIGINAL SHARED COPYBOOK.  THE REASON AND
000150*                     DATA FIELDS ARE WHERE THEY ALWAYS WERE ON
000160*                     THE REJECT FILE; THE PREFIX, BATCH ID AND
000170*                     DATE FOLLOW THEM.
000180******************************************************************
000190 01  CNV-REJECT-RECORD.
000200     05  CNV-REJ-REASON          PIC X(40).
000210     05  CNV-REJ-DATA            PIC X(81).
000220     05  CNV-REJ-PREFIX          PIC X(06).
000230     05  CNV-REJ-BATCH-ID        PIC X(08).
000240     05  CNV-REJ-DATE            PIC X(08).
