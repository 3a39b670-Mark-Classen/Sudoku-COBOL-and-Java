000010******************************************************************
000020*    MSTJRNL.CPY
000030*    PUZZLE MASTER CHANGE JOURNAL RECORD.  ONE RECORD IS APPENDED
000040*    TO MSTJRNL.DAT FOR EVERY ADD, REWRITE OR DELETE OF A PUZZLE
000050*    MASTER RECORD (PUZMAST.CPY) BY ANY PROGRAM, SO THE MASTER
000060*    CAN BE ROLLED FORWARD FROM ITS LAST BACKUP (SUDOKURECOV.CBL)
000070*    AND ANY CHANGE CAN BE TRACED TO THE PROGRAM AND TIME THAT
000080*    MADE IT.
000090*
000100*    JRN-STAMP IS YYYYMMDDHHMMSSCC.  THE FILE IS ONLY EVER
000110*    APPENDED, SO FILE ORDER IS ALSO THE ORDER THE CHANGES WERE
000120*    MADE.  JRN-BEFORE-IMAGE AND JRN-AFTER-IMAGE ARE FULL
000130*    PUZMAST.CPY RECORDS -- THE BEFORE IMAGE IS BLANK ON AN ADD
000140*    AND THE AFTER IMAGE IS BLANK ON A DELETE.  THE STATUS AND
000150*    ISSUE ID FIELDS REPEAT WHAT THE IMAGES HOLD SO THE JOURNAL
000160*    CAN BE READ WITHOUT TAKING THE IMAGES APART.
000170*
000180*    MODIFICATION HISTORY
000190*    DATE       INIT  DESCRIPTION
000200*    2026-10-09 MKC   ORIGINAL SHARED COPYBOOK.
000202*    2026-10-15 MKC   IMAGES WIDENED TO 133 FOR PUZ-MST-VARIANT.
000210******************************************************************
000220 01  JRN-JOURNAL-RECORD.
000230     05  JRN-STAMP               PIC X(16).
000240     05  JRN-PROGRAM             PIC X(12).
000250     05  JRN-ACTION              PIC X(08).
000260         88  JRN-IS-ADD                  VALUE 'ADD'.
000270         88  JRN-IS-CHANGE               VALUE 'CHANGE'.
000280         88  JRN-IS-DELETE               VALUE 'DELETE'.
000290     05  JRN-PUZZLE-ID           PIC X(10).
000300     05  JRN-OLD-STATUS          PIC X(09).
000310     05  JRN-NEW-STATUS          PIC X(09).
000320     05  JRN-OLD-ISSUE-ID        PIC X(08).
000330     05  JRN-NEW-ISSUE-ID        PIC X(08).
000340     05  JRN-BEFORE-IMAGE        PIC X(133).
000350     05  JRN-AFTER-IMAGE         PIC X(133).
