000100******************************************************************
000200* JSTBL.CPY
000300* SCHEDULABLE PROGRAM TABLE. THE PROGRAMS A JOB ON THE JOB
000400* SCHEDULE (JSCHREC) MAY RUN - BATCH PROGRAMS THAT RUN
000500* UNATTENDED ONCE ANY CONSOLE PARAMETER THEY ASK FOR IS HANDED
000600* TO THEM - WITH WHAT THE TWO SCHEDULE PARAMETERS MEAN TO EACH,
000700* AND THE STANDING JOB EACH IS SEEDED AS WHEN THE SCHEDULE IS
000800* FIRST CREATED. COPIED INTO WORKING-STORAGE BY THE SCHEDULE
000900* MAINTENANCE (JOBMNT01), WHICH ONLY SCHEDULES A PROGRAM LISTED
001000* HERE, AND BY BATCHCTL, WHICH SEEDS A MISSING SCHEDULE FROM IT.
001100* A NEW PROGRAM IS ADDED HERE AND THE TWO PROGRAMS RECOMPILED.
001200*
001300* JS-TB-PARM-KIND IS:
001400*   "N" NO PARAMETERS
001500*   "R" PARM-1 IS A RETENTION PERIOD IN DAYS (UP TO 999)
001600*   "W" PARM-1 AND PARM-2 ARE THE BATCH WINDOW START AND END
001700*       (HHMMSS)
001800* JS-TB-JOB, JS-TB-RULE AND JS-TB-WEEKDAY ARE THE SEEDED JOB'S
001900* NAME AND CALENDAR RULE; A RULE OF SPACE IS NOT SEEDED. THE
002000* STATEMENTS KEEP THE MONTH-END RULE THEY RAN ON INSIDE THE
002100* TOTALS RUN; THE PURGES AND THE SLA REPORT COVER THE MONTH
002200* JUST ENDED ON ITS FIRST BUSINESS DAY.
002233* THE MONTHLY IOF RETURN RUNS ON THE MONTH-END RULE AS WELL, AFTER
002266* THE TOTALS RUN HAS PUT THE CLOSING DAY'S TAX ACCRUALS ON FILE.
002300******************************************************************
002400 01  JS-TB-VALUES.
002500     03  FILLER                  PIC X(49) VALUE
002600         "REJRPT01NREJWEEK W1OUTSTANDING REJECTS REPORT    ".
002700     03  FILLER                  PIC X(49) VALUE
002800         "JHARC01 RJHPURGE F0JOB HISTORY HOUSEKEEPING      ".
002900     03  FILLER                  PIC X(49) VALUE
003000         "LOGPRG01RLOGPURGEF0AUDIT LOG RETENTION PURGE     ".
003100     03  FILLER                  PIC X(49) VALUE
003200         "SLARPT01WSLARPT  F0BATCH WINDOW SLA REPORT       ".
003300     03  FILLER                  PIC X(49) VALUE
003400         "BRSTMT01NBRSTMT  M0MONTHLY BRANCH STATEMENTS     ".
003500     03  FILLER                  PIC X(49) VALUE
003600         "COMSTM01NCOMSTMT M0MONTHLY COMMISSION STATEMENTS ".
003633     03  FILLER                  PIC X(49) VALUE
003666         "TAXRTN01NIOFRTN  M0MONTHLY IOF TAX RETURN        ".
003700     03  FILLER                  PIC X(49) VALUE
003800         "LIMRPT01NLIMRPT   0BRANCH LIMIT UTILIZATION      ".
003900 01  FILLER REDEFINES JS-TB-VALUES.
004000     03  JS-TB-ENTRY             OCCURS 8 TIMES.
004100         05  JS-TB-PROGRAM       PIC X(08).
004200         05  JS-TB-PARM-KIND     PIC X(01).
004300             88  JS-TB-NO-PARMS  VALUE "N".
004400             88  JS-TB-RETENTION VALUE "R".
004500             88  JS-TB-WINDOW    VALUE "W".
004600         05  JS-TB-JOB           PIC X(08).
004700         05  JS-TB-RULE          PIC X(01).
004800             88  JS-TB-SEEDED    VALUE "D" "W" "F" "L" "M"
004900                                       "Q" "Y".
005000         05  JS-TB-WEEKDAY       PIC 9(01).
005100         05  JS-TB-DESCRIPTION   PIC X(30).
005200 77  JS-TB-COUNT                 PIC 9(02) COMP VALUE 8.
