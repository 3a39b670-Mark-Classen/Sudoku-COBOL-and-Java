000160*    MODIFICATION HISTORY
000170*    DATE       INIT  DESCRIPTION
000180*    2026-08-22 MKC   ORIGINAL SHARED COPYBOOK.
000182*    2026-10-15 MKC   FILLERS WIDENED BY ONE FOR PUZ-VARIANT.
000190******************************************************************
000200 01  PUZ-HEADER-RECORD REDEFINES PUZ-INPUT-RECORD.
000210     05  PUZ-HDR-TAG             PIC X(03).
000230     05  PUZ-HDR-BATCH-ID        PIC X(08).
000240     05  PUZ-HDR-DATE            PIC X(08).
000250     05  PUZ-HDR-EXPECTED-COUNT  PIC 9(08).
000260     05  FILLER                  PIC X(65).
000270 01  PUZ-TRAILER-RECORD REDEFINES PUZ-INPUT-RECORD.
000280     05  PUZ-TRL-TAG             PIC X(03).
000290         88  PUZ-IS-TRAILER              VALUE 'TRL'.
000300     05  PUZ-TRL-ACTUAL-COUNT    PIC 9(08).
000310     05  FILLER                  PIC X(81).
