000010******************************************************************
000020*    SUPTRAN.CPY
000030*    SUPPLIER MASTER UPDATE TRANSACTION.  ONE RECORD PER CHANGE
000040*    TO BE APPLIED TO THE SUPPLIER MASTER (SUPMAST.CPY) BY THE
000050*    SUPPLIER UPDATE RUN (SUDOKUSUPL.CBL), SORTED ASCENDING ON
000060*    THE PREFIX.  THE SAME LAYOUT IS WRITTEN BACK OUT FOR EVERY
000070*    REJECTED TRANSACTION, SO A CORRECTED REJECTS FILE CAN BE
000080*    RESUBMITTED AS IT STANDS.
000090*
000100*    THE PRICES (NNNNN = NNN.NN) AND THE CEILING (NNNN = NNN.N
000110*    PERCENT) ARE HELD AS CHARACTERS SO A BADLY KEYED AMOUNT IS
000120*    REJECTED BY THE EDIT INSTEAD OF FAILING THE READ.  ADD
000130*    NEEDS EVERY FIELD; ON CHANGE A BLANK FIELD LEAVES THE
000140*    MASTER AS IT IS; CLOSE AND REOPEN USE THE PREFIX ONLY.
000150*
000160*    MODIFICATION HISTORY
000170*    DATE       INIT  DESCRIPTION
000180*    2026-10-15 MKC   ORIGINAL SHARED COPYBOOK.
000190******************************************************************
000200 01  SPT-TRANSACTION-RECORD.
000210     05  SPT-CODE                PIC X(06).
000220         88  SPT-ADD                     VALUE 'ADD'.
000230         88  SPT-CHANGE                  VALUE 'CHANGE'.
000240         88  SPT-CLOSE                   VALUE 'CLOSE'.
000250         88  SPT-REOPEN                  VALUE 'REOPEN'.
000260     05  SPT-PREFIX              PIC X(06).
000270     05  SPT-NAME                PIC X(30).
000280     05  SPT-PRICE-IN OCCURS 4 TIMES PIC X(05).
000290     05  SPT-CEILING-IN          PIC X(04).
