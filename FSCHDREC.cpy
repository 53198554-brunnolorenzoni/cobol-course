000100******************************************************************
000200* FSCHDREC.CPY
000300* EXPECTED-FEED SCHEDULE RECORD. ONE RECORD PER BRANCH THAT MUST
000400* SEND AN OVERNIGHT FEED, KEYED BY THE BRANCH CODE, SAYING ON
000500* WHICH DAYS OF THE WEEK A FEED IS DUE AND THE LATEST TIME IT
000600* MAY ARRIVE. THE NIGHTLY FEED CHECK (FDCHK01) READS IT AGAINST
000700* THE FEED RECEIPT FILE BEFORE THE TOTALS RUN AND CALLS OUT
000800* EVERY SCHEDULED BRANCH WHOSE FEED IS MISSING OR LATE. A
000900* BRANCH WITH NO RECORD HERE IS NOT EXPECTED TO SEND ANYTHING.
001000*
001100* FSC-DAYS CARRIES ONE BYTE PER DAY, MONDAY FIRST, IN THE SAME
001200* ORDER AS THE DAY-OF-WEEK NUMBER FILLER_PROGRAMA RETURNS (1 =
001300* MONDAY ... 7 = SUNDAY) - "Y" MEANS A FEED IS DUE THAT DAY.
001400* FSC-CUTOFF-TIME IS HHMM ON THE BUSINESS DATE.
001500******************************************************************
001600 01  FEED-SCHEDULE-RECORD.
001700     03  FSC-BRANCH              PIC X(04).
001800     03  FSC-DAYS                PIC X(07).
001900     03  FSC-DAYS-TABLE REDEFINES FSC-DAYS.
002000         05  FSC-DAY             PIC X(01) OCCURS 7 TIMES.
002100     03  FSC-CUTOFF-TIME         PIC 9(04).
002200     03  FSC-CUTOFF-R REDEFINES FSC-CUTOFF-TIME.
002300         05  FSC-CUTOFF-HH       PIC 9(02).
002400         05  FSC-CUTOFF-MM       PIC 9(02).
002500     03  FILLER                  PIC X(10).
