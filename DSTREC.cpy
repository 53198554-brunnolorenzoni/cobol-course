000100******************************************************************
000200* DSTREC.CPY
000300* REPORT DISTRIBUTION MASTER RECORD. ONE RECORD PER RECIPIENT OF
000400* THE SUITE'S DATED REPORTS, KEYED BY A SHORT RECIPIENT CODE,
000500* SAYING WHICH REPORT TYPES (AS THEY ARE NAMED ON THE REPORT
000600* INDEX - DTLRPT, BRSTMT, ...) THE RECIPIENT RECEIVES, WHICH
000700* BRANCHES' STATEMENTS, AND HOW OFTEN. KEPT BY DSTMNT01 AND READ
000800* BY THE END-OF-CYCLE DISTRIBUTION STEP (DSTRUN01), WHICH BUILDS
000900* EACH DUE RECIPIENT ONE BUNDLE FILE FROM THE REPORT INDEX.
001000*
001100* DST-BRANCH LIMITS THE BRANCH-BY-BRANCH REPORTS (THE BRANCH AND
001200* COMMISSION STATEMENTS) TO THE BRANCHES LISTED; ALL EIGHT AT
001300* SPACES MEANS EVERY BRANCH. BANK-WIDE REPORTS ARE NOT FILTERED.
001400*
001500* DST-FREQUENCY IS "D" (EVERY CYCLE), "W" (WEEKLY, ON THE FIRST
001600* CYCLE ON OR AFTER DST-WEEKDAY - 1 = MONDAY ... 7 = SUNDAY, THE
001700* NUMBERING FILLER_PROGRAMA RETURNS) OR "M" (THE MONTH-END
001800* CYCLE). DST-LAST-BUNDLE-DATE IS THE BUSINESS DATE OF THE LAST
001900* BUNDLE BUILT, SET BY DSTRUN01 - A BUNDLE TAKES EVERY REPORT
002000* INDEXED SINCE THEN, BACK NO MORE THAN A MONTH. ZERO MEANS NO
002100* BUNDLE YET; THE FIRST ONE COVERS JUST THE FREQUENCY'S OWN
002200* PERIOD (THE DAY, THE LAST SEVEN DAYS OR THE MONTH).
002300******************************************************************
002400 01  DISTRIBUTION-RECORD.
002500     03  DST-RECIPIENT           PIC X(08).
002600     03  DST-NAME                PIC X(30).
002700     03  DST-REPORT-TYPES.
002800         05  DST-REPORT-TYPE     PIC X(08) OCCURS 8 TIMES.
002900     03  DST-BRANCHES.
003000         05  DST-BRANCH          PIC X(04) OCCURS 8 TIMES.
003100     03  DST-FREQUENCY           PIC X(01).
003200         88  DST-DAILY           VALUE "D".
003300         88  DST-WEEKLY          VALUE "W".
003400         88  DST-MONTHLY         VALUE "M".
003500     03  DST-WEEKDAY             PIC 9(01).
003600     03  DST-LAST-BUNDLE-DATE    PIC 9(08).
003700     03  DST-SET-DATE            PIC 9(08).
003800     03  DST-SET-OPERATOR-ID     PIC 9(06).
003900     03  FILLER                  PIC X(10).
