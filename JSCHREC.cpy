000100******************************************************************
000200* JSCHREC.CPY
000300* JOB SCHEDULE RECORD. ONE RECORD PER PERIODIC JOB THE NIGHTLY
000400* CHAIN RUNS ON A CALENDAR RULE - THE WEEKLY AND MONTHLY
000500* REPORTS, THE HOUSEKEEPING PURGES, THE MONTH-END STATEMENTS -
000600* KEYED BY A SHORT JOB NAME. KEPT BY JOBMNT01 AND READ BY THE
000700* SCHEDULED-JOBS STEP OF BATCHCTL, WHICH RUNS EVERY JOB DUE ON
000800* THE BUSINESS DATE, IN JOB-NAME ORDER, AND RECORDS HOW IT WENT.
000900*
001000* JS-RULE SAYS WHEN THE JOB IS DUE:
001100*   "D" EVERY CYCLE
001200*   "W" WEEKLY, ON THE FIRST CYCLE ON OR AFTER JS-WEEKDAY
001300*       (1 = MONDAY ... 7 = SUNDAY, THE NUMBERING
001400*       FILLER_PROGRAMA RETURNS) - A WEEKDAY THAT FALLS ON A
001500*       HOLIDAY MOVES TO THE NEXT BUSINESS DAY
001600*   "F" THE FIRST BUSINESS DAY OF THE MONTH
001700*   "L" THE LAST BUSINESS DAY OF THE MONTH
001800*   "M" MONTH-END - THE LAST CALENDAR DAY OF THE MONTH, THE
001900*       SAME TEST THE TOTALS RUN FIRES MONTH-END CLOSING ON AND
002000*       THE DISTRIBUTION STEP SENDS MONTHLY BUNDLES ON
002100*   "Q" THE LAST BUSINESS DAY OF MARCH, JUNE, SEPTEMBER AND
002200*       DECEMBER
002300*   "Y" YEAR-END - THE LAST BUSINESS DAY OF THE YEAR
002400*
002500* JS-PARM-1 AND JS-PARM-2 ARE THE JOB'S OWN PARAMETERS, HANDED
002600* TO IT THROUGH JOBPRM01 IN PLACE OF THE CONSOLE PROMPTS IT
002700* ASKS WHEN RUN BY HAND. WHAT THEY MEAN DEPENDS ON THE PROGRAM
002800* (SEE JSTBL); ZERO TAKES THE PROGRAM'S OWN DEFAULT.
002900*
003000* A HELD JOB (JS-STATUS "H") IS NOT RUN - WHEN IT FALLS DUE IT
003100* IS RECORDED AS SKIPPED. JS-ON-FAIL "S" STOPS THE CHAIN WHEN
003200* THE JOB FAILS, FOR THE RESTART TO RERUN IT; "C" RECORDS THE
003300* FAILURE AND CARRIES ON WITH THE CYCLE.
003400*
003500* THE JS-LAST- FIELDS ARE SET BY BATCHCTL EACH TIME THE JOB
003600* FALLS DUE: THE BUSINESS DATE, THE OUTCOME (C COMPLETED,
003700* F FAILED, S SKIPPED) AND THE PROGRAM'S RETURN CODE, PLUS THE
003800* BUSINESS DATE IT LAST COMPLETED. THE END-OF-CYCLE OPERATIONS
003900* SUMMARY LISTS TONIGHT'S DUE JOBS FROM THEM.
004000******************************************************************
004100 01  JOB-SCHEDULE-RECORD.
004200     03  JS-JOB-NAME             PIC X(08).
004300     03  JS-PROGRAM              PIC X(08).
004400     03  JS-DESCRIPTION          PIC X(30).
004500     03  JS-RULE                 PIC X(01).
004600         88  JS-RULE-DAILY       VALUE "D".
004700         88  JS-RULE-WEEKLY      VALUE "W".
004800         88  JS-RULE-FIRST-BD    VALUE "F".
004900         88  JS-RULE-LAST-BD     VALUE "L".
005000         88  JS-RULE-MONTH-END   VALUE "M".
005100         88  JS-RULE-QUARTER-END VALUE "Q".
005200         88  JS-RULE-YEAR-END    VALUE "Y".
005300         88  JS-RULE-VALID       VALUE "D" "W" "F" "L" "M"
005400                                       "Q" "Y".
005500     03  JS-WEEKDAY              PIC 9(01).
005600     03  JS-PARM-1               PIC 9(08).
005700     03  JS-PARM-2               PIC 9(08).
005800     03  JS-STATUS               PIC X(01).
005900         88  JS-ACTIVE           VALUE "A".
006000         88  JS-HELD             VALUE "H".
006100     03  JS-ON-FAIL              PIC X(01).
006200         88  JS-FAIL-CONTINUE    VALUE "C".
006300         88  JS-FAIL-STOP        VALUE "S".
006400     03  JS-LAST-DUE-DATE        PIC 9(08).
006500     03  JS-LAST-RESULT          PIC X(01).
006600         88  JS-LAST-COMPLETED   VALUE "C".
006700         88  JS-LAST-FAILED      VALUE "F".
006800         88  JS-LAST-SKIPPED     VALUE "S".
006900     03  JS-LAST-RC              PIC 9(04).
007000     03  JS-LAST-RUN-DATE        PIC 9(08).
007100     03  JS-SET-DATE             PIC 9(08).
007200     03  JS-SET-OPERATOR-ID      PIC 9(06).
007300     03  FILLER                  PIC X(10).
