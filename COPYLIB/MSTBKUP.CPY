000010******************************************************************
000020*    MSTBKUP.CPY
000030*    PUZZLE MASTER SEQUENTIAL BACKUP RECORD.  ONE RECORD PER
000040*    MASTER PUZZLE, A FIELD-FOR-FIELD IMAGE OF THE PUZMAST.CPY
000050*    RECORD, WRITTEN IN KEY ORDER BY THE BACKUP RUN OF
000060*    SUDOKURECOV.CBL AND READ BACK BY ITS RECOVERY RUN.
000070*
000080*    THE FILE CARRIES THE SAME HDR/TRL ENVELOPE AS THE ARCHIVE
000090*    FILE (PUZARCH.CPY): A HEADER (TAG HDR, JOB ID, THE STAMP THE
000100*    BACKUP WAS TAKEN AT, EXPECTED RECORD COUNT), THE PUZZLES,
000110*    THEN A TRAILER (TAG TRL, ACTUAL RECORD COUNT).  THE HEADER
000120*    STAMP IS YYYYMMDDHHMMSSCC, THE SAME FORM AS JRN-STAMP ON THE
000130*    MASTER JOURNAL (MSTJRNL.CPY) -- EVERY JOURNAL RECORD STAMPED
000140*    AT OR BEFORE IT IS ALREADY IN THE BACKUP.
000150*
000160*    MODIFICATION HISTORY
000170*    DATE       INIT  DESCRIPTION
000180*    2026-10-09 MKC   ORIGINAL SHARED COPYBOOK.
000182*    2026-10-15 MKC   IMAGE WIDENED TO 133 FOR PUZ-MST-VARIANT.
000190******************************************************************
000200 01  BKP-BACKUP-RECORD.
000210     05  BKP-MASTER-IMAGE        PIC X(133).
000220 01  BKP-HEADER-RECORD REDEFINES BKP-BACKUP-RECORD.
000230     05  BKP-HDR-TAG             PIC X(03).
000240         88  BKP-IS-HEADER               VALUE 'HDR'.
000250     05  BKP-HDR-JOB-ID          PIC X(08).
000260     05  BKP-HDR-STAMP           PIC X(16).
000270     05  BKP-HDR-EXPECTED-COUNT  PIC 9(08).
000280     05  FILLER                  PIC X(98).
000290 01  BKP-TRAILER-RECORD REDEFINES BKP-BACKUP-RECORD.
000300     05  BKP-TRL-TAG             PIC X(03).
000310         88  BKP-IS-TRAILER              VALUE 'TRL'.
000320     05  BKP-TRL-ACTUAL-COUNT    PIC 9(08).
000330     05  FILLER                  PIC X(122).
