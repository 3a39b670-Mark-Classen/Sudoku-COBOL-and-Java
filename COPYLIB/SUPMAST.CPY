000010******************************************************************
000020*    SUPMAST.CPY
000030*    PUZZLE SUPPLIER MASTER RECORD.  ONE KEYED RECORD PER OUTSIDE
000040*    SUPPLIER WE BUY PUZZLES FROM, SO THE CONTRACT TERMS ARE ON
000050*    FILE INSTEAD OF IN THE ACCOUNTS DESK'S FOLDER.  RECORD KEY
000060*    IS SUP-MST-PREFIX -- THE SAME PREFIX= VALUE THE SUPPLIER'S
000070*    CONVERSION RUNS USE ON CNVPARM.DAT, SO EVERY PUZZLE ID
000080*    SUDOKUCONV GENERATES (PREFIX PLUS A FOUR-DIGIT SEQUENCE)
000090*    LEADS BACK TO ITS SUPPLIER.  MAINTAINED BY SUDOKUSUPL.CBL.
000100*
000110*    THE FOUR PRICES ARE WHAT WE PAY PER ACCEPTED PUZZLE IN EACH
000120*    HUMAN GRADE, ALWAYS IN THE ORDER EASY, MEDIUM, HARD, EXPERT
000130*    -- THE SAME ORDER AS SUDOKUGEN'S BAND TABLE.  THE REJECT
000140*    CEILING IS THE CONTRACT'S HIGHEST ACCEPTABLE REJECT RATE
000150*    FOR A MONTH, AS A PERCENTAGE WITH ONE DECIMAL PLACE.  A
000160*    CLOSED SUPPLIER STAYS ON FILE SO ITS LAST STATEMENT CAN
000170*    STILL BE PRODUCED, BUT SUDOKUCONV WILL NOT CONVERT FOR IT.
000180*
000190*    MODIFICATION HISTORY
000200*    DATE       INIT  DESCRIPTION
000210*    2026-10-15 MKC   ORIGINAL SHARED COPYBOOK.
000220******************************************************************
000230 01  SUP-MASTER-RECORD.
000240     05  SUP-MST-PREFIX          PIC X(06).
000250     05  SUP-MST-NAME            PIC X(30).
000260     05  SUP-MST-STATUS          PIC X(06).
000270         88  SUP-MST-ACTIVE              VALUE 'ACTIVE'.
000280         88  SUP-MST-CLOSED              VALUE 'CLOSED'.
000290     05  SUP-MST-PRICES.
000300         10  SUP-MST-PRICE-EASY      PIC 9(03)V99.
000310         10  SUP-MST-PRICE-MEDIUM    PIC 9(03)V99.
000320         10  SUP-MST-PRICE-HARD      PIC 9(03)V99.
000330         10  SUP-MST-PRICE-EXPERT    PIC 9(03)V99.
000340     05  SUP-MST-PRICE-TABLE REDEFINES SUP-MST-PRICES.
000350         10  SUP-MST-PRICE OCCURS 4 TIMES PIC 9(03)V99.
000360     05  SUP-MST-REJECT-CEILING  PIC 9(03)V9.
000370     05  SUP-MST-DATE-ADDED      PIC X(08).
000380     05  SUP-MST-DATE-CHANGED    PIC X(08).
