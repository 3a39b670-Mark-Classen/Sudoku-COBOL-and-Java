000010******************************************************************
000020*    PARTMAN.CPY
000030*    PARTITION MANIFEST FOR A SPLIT SUDOKUBATCH JOB.  WRITTEN BY
000040*    SUDOKUSPLIT WHEN A PUZZLE ENVELOPE FILE HAS BEEN CUT INTO
000050*    PARTITIONS, READ BY SUDOKUMERGE TO FIND THE STREAMS AND TO
000060*    RECONCILE THEM AGAINST THE ORIGINAL HEADER.
000070*
000080*    ONE JOB RECORD (TAG JOB) CARRYING THE ORIGINAL HDR FIELDS
000090*    AND THE NUMBER OF PARTITIONS, THEN ONE PARTITION RECORD (TAG
000100*    PRT) PER STREAM IN ORIGINAL INPUT ORDER -- PARTITION 01 HOLDS
000110*    THE FIRST PUZZLES OF THE ORIGINAL FILE, THE LAST PARTITION
000120*    THE LAST.  THE SPLIT WRITES THE MANIFEST ONLY WHEN THE WHOLE
000130*    INPUT ENVELOPE HAS BEEN PROVED, SO A MANIFEST ON FILE ALWAYS
000140*    DESCRIBES A COMPLETE CUT.
000150*
000160*    MODIFICATION HISTORY
000170*    DATE       INIT  DESCRIPTION
000180*    2026-10-12 MKC   ORIGINAL SHARED COPYBOOK.
000190******************************************************************
000200 01  PTM-MANIFEST-RECORD.
000210     05  PTM-TAG                 PIC X(03).
000220         88  PTM-IS-JOB                  VALUE 'JOB'.
000230         88  PTM-IS-PARTITION            VALUE 'PRT'.
000240     05  FILLER                  PIC X(147).
000250 01  PTM-JOB-RECORD REDEFINES PTM-MANIFEST-RECORD.
000260     05  FILLER                  PIC X(03).
000270     05  PTM-JOB-BATCH-ID        PIC X(08).
000280     05  PTM-JOB-DATE            PIC X(08).
000290     05  PTM-JOB-INPUT           PIC X(20).
000300     05  PTM-JOB-EXPECTED-COUNT  PIC 9(08).
000310     05  PTM-JOB-PARTITIONS      PIC 9(02).
000320     05  PTM-JOB-STAMP           PIC X(16).
000330     05  FILLER                  PIC X(85).
000340 01  PTM-PARTITION-RECORD REDEFINES PTM-MANIFEST-RECORD.
000350     05  FILLER                  PIC X(03).
000360     05  PTM-PART-NUMBER         PIC 9(02).
000370     05  PTM-PART-EXPECTED-COUNT PIC 9(08).
000380     05  PTM-PART-INPUT          PIC X(20).
000390     05  PTM-PART-OUTPUT         PIC X(20).
000400     05  PTM-PART-EXCEPTION      PIC X(20).
000410     05  PTM-PART-CHECKPOINT     PIC X(20).
000420     05  PTM-PART-REPORT         PIC X(20).
000430     05  PTM-PART-PARM           PIC X(20).
000440     05  FILLER                  PIC X(17).
