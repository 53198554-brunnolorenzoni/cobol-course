000100******************************************************************
000200* BUDGREC.CPY
000300* BRANCH BUDGET MASTER RECORD. ONE RECORD PER BRANCH PER MONTH,
000400* KEYED BY BRANCH CODE PLUS AAAAMM, CARRYING THE MONTH'S TARGET
000500* TRANSACTION COUNT AND TARGET NET VALUE SET BY BRANCH
000600* MANAGEMENT. THE NET VALUE IS IN THE BASE CURRENCY (BRL) AND IS
000700* SIGNED THE WAY THE DAILY TOTALS RUN SIGNS ITS GRAND TOTAL -
000800* ORIGINALS AND ADJUSTMENTS ADD, REVERSALS TAKE OFF, TRANSFERS
000900* ARE NOT BUSINESS AND STAY OUT. KEPT BY BUDMNT01 (KEYED ONE AT
001000* A TIME OR BULK LOADED FROM THE PLANNING TEAM'S FEED) AND READ
001100* BY THE MONTH-END VARIANCE REPORT (BUDVAR01).
001200*
001300* BUD-SOURCE SAYS HOW THE TARGETS LAST ARRIVED - "K" KEYED AT
001400* THE CONSOLE, "L" BULK LOADED - AND BUD-SET-DATE/BUD-SET-
001500* OPERATOR-ID WHEN AND BY WHOM.
001600******************************************************************
001700 01  BUDGET-RECORD.
001800     03  BUD-KEY.
001900         05  BUD-BRANCH          PIC X(04).
002000         05  BUD-MONTH           PIC 9(06).
002100     03  BUD-TARGET-COUNT        PIC 9(07).
002200     03  BUD-TARGET-NET          PIC 9(11)V99.
002300     03  BUD-SOURCE              PIC X(01).
002400         88  BUD-SRC-KEYED       VALUE "K".
002500         88  BUD-SRC-LOADED      VALUE "L".
002600     03  BUD-SET-DATE            PIC 9(08).
002700     03  BUD-SET-OPERATOR-ID     PIC 9(06).
002800     03  FILLER                  PIC X(10).
