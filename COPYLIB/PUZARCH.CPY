000244*                     MIRRORING THE NEW ISSUE ASSIGNMENT FIELDS
000246*                     ON THE MASTER, SO A RERUN OF AN OLD ISSUE
000248*                     CAN FIND ITS PUZZLES ON THE ARCHIVE.
000249*    2026-10-15 MKC   ADDED ARC-VARIANT, MIRRORING PUZ-MST-
000250*                     VARIANT, SO A RESTORED X-SUDOKU PUZZLE IS
000251*                     NOT TAKEN BACK AS A CLASSIC ONE.  IT GOES
000252*                     AT THE END SO OLDER ARCHIVE FILES STILL
000253*                     READ, WITH A BLANK (CLASSIC) VARIANT.
000254******************************************************************
000260 01  ARC-ARCHIVE-RECORD.
000270     05  ARC-ID                  PIC X(10).
000280     05  ARC-STATUS              PIC X(09).
000312     05  ARC-ISSUE-ID            PIC X(08).
000314     05  ARC-DATE-ASSIGNED       PIC X(08).
000320     05  ARC-DATE-ARCHIVED       PIC X(08).
000322     05  ARC-VARIANT             PIC X(01).
000330 01  ARC-HEADER-RECORD REDEFINES ARC-ARCHIVE-RECORD.
000340     05  ARC-HDR-TAG             PIC X(03).
000350         88  ARC-IS-HEADER               VALUE 'HDR'.
000360     05  ARC-HDR-JOB-ID          PIC X(08).
000370     05  ARC-HDR-DATE            PIC X(08).
000380     05  ARC-HDR-EXPECTED-COUNT  PIC 9(08).
000390     05  FILLER                  PIC X(114).
000400 01  ARC-TRAILER-RECORD REDEFINES ARC-ARCHIVE-RECORD.
000410     05  ARC-TRL-TAG             PIC X(03).
000420         88  ARC-IS-TRAILER              VALUE 'TRL'.
000430     05  ARC-TRL-ACTUAL-COUNT    PIC 9(08).
000440     05  FILLER                  PIC X(130).
