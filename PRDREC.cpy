000100******************************************************************
000200* PRDREC.CPY
000300* ACCOUNTING PERIOD CONTROL RECORD. ONE RECORD PER MONTH, KEYED
000400* BY THE PERIOD (AAAAMM), CARRYING WHETHER THE MONTH IS OPEN,
000500* CLOSING OR CLOSED. ONLY THE PERIOD SERVICE (PRDCTL01) WRITES
000600* HERE - THE TOTALS RUN'S MONTH-END CLOSING AND THE TWO MONTHLY
000700* STATEMENT RUNS EACH REPORT THEIR OUTPUT AS OUT, AND THE PERIOD
000800* MAINTENANCE (PRDMNT01) REOPENS AND RE-CLOSES A MONTH UNDER A
000900* SUPERVISOR WITH A REASON. A MONTH WITH NO RECORD IS OPEN.
001000*
001100* PRD-STATUS -
001200*    O  OPEN (A SPACE READS AS OPEN)
001300*    G  CLOSING - SOME OF THE MONTH-END OUTPUT IS OUT, NOT ALL.
001400*       NOTHING IS REFUSED YET, SO A FAILED MONTH-END CAN RERUN.
001500*    C  CLOSED - THE CLOSING REPORT, THE BRANCH STATEMENTS AND
001600*       THE COMMISSION STATEMENTS ARE ALL OUT (OR A SUPERVISOR
001700*       CLOSED IT). EVERY PROGRAM THAT POSTS INTO OR CHANGES THE
001800*       MONTH REFUSES TO.
001900* A REOPEN CLEARS THE THREE OUTPUT SWITCHES, SO A MONTH-END RERUN
002000* IN THE REOPENED MONTH CLOSES IT AGAIN ONCE THE OUTPUT IS OUT.
002100* PRD-LAST-OPERATOR AND PRD-LAST-REASON ARE THE SUPERVISOR AND
002200* REASON OF THE LAST REOPEN OR RE-CLOSE - ZEROS AND SPACES WHEN
002300* ONLY THE NIGHTLY CHAIN HAS TOUCHED THE MONTH.
002400******************************************************************
002500 01  PERIOD-CONTROL-RECORD.
002600     03  PRD-PERIOD              PIC 9(06).
002700     03  PRD-STATUS              PIC X(01).
002800         88  PRD-OPEN            VALUE "O" " ".
002900         88  PRD-CLOSING         VALUE "G".
003000         88  PRD-CLOSED          VALUE "C".
003100     03  PRD-CLOSING-RPT-SW      PIC X(01).
003200         88  PRD-CLOSING-RPT-OUT VALUE "Y".
003300     03  PRD-BR-STMT-SW          PIC X(01).
003400         88  PRD-BR-STMT-OUT     VALUE "Y".
003500     03  PRD-COM-STMT-SW         PIC X(01).
003600         88  PRD-COM-STMT-OUT    VALUE "Y".
003700     03  PRD-CLOSED-DATE         PIC 9(08).
003800     03  PRD-CLOSED-TIME         PIC 9(08).
003900     03  PRD-REOPEN-COUNT        PIC 9(03).
004000     03  PRD-LAST-OPERATOR       PIC 9(06).
004100     03  PRD-LAST-REASON         PIC X(40).
004200     03  FILLER                  PIC X(10).
