000100******************************************************************
000200* AUTHOR:       BRUNNO LORENZONI
000300* INSTALLATION: OPERATIONS / BATCH SUPPORT
000400* DATE-WRITTEN: 2026-10-15
000500* DATE-COMPILED:
000600* PURPOSE:      SCHEDULED JOB PARAMETERS. THE SCHEDULED-JOBS STEP
000700*               OF THE NIGHTLY CHAIN (BATCHCTL) PUTS A DUE JOB'S
000800*               PARAMETERS OFF THE JOB SCHEDULE HERE BEFORE IT
000900*               CALLS THE JOB, AND CLEARS THEM WHEN THE JOB
001000*               RETURNS. A PROGRAM THAT PROMPTS FOR A PARAMETER
001100*               (A RETENTION PERIOD, A BATCH WINDOW) ASKS HERE
001200*               FIRST, SO THE SAME PROGRAM RUNS UNATTENDED FROM
001300*               THE SCHEDULE AND STILL PROMPTS WHEN RUN BY HAND.
001400*               THE PARAMETERS LIVE IN THIS PROGRAM'S
001500*               WORKING-STORAGE, SO THEY LAST AS LONG AS THE RUN
001600*               UNIT THAT SET THEM AND NO LONGER. THREE
001700*               FUNCTIONS:
001800*                 S - SET THE PARAMETERS FOR THE JOB ABOUT TO RUN
001900*                 G - RETURN THE PARAMETERS, IF ANY ARE SET
002000*                 C - CLEAR THEM (THE JOB HAS RETURNED)
002100* TECTONICS:    COBC
002200******************************************************************
002300* MODIFICATION HISTORY.
002400*    2026-10-15 BL  INITIAL VERSION.
002500******************************************************************
002600 IDENTIFICATION DIVISION.
002700 PROGRAM-ID. JOBPRM01.
002800 DATA DIVISION.
002900 WORKING-STORAGE SECTION.
003000 77  WS-JBP-SET-SW               PIC X(01) VALUE "N".
003100     88  WS-JBP-SET              VALUE "Y".
003200 77  WS-JBP-JOB-NAME             PIC X(08) VALUE SPACES.
003300 77  WS-JBP-PARM-1               PIC 9(08) VALUE ZEROS.
003400 77  WS-JBP-PARM-2               PIC 9(08) VALUE ZEROS.
003500*
003600 LINKAGE SECTION.
003700 01  JBP-PARMS.
003800     03  JBP-FUNCTION            PIC X(01).
003900         88  JBP-FN-SET          VALUE "S".
004000         88  JBP-FN-GET          VALUE "G".
004100         88  JBP-FN-CLEAR        VALUE "C".
004200     03  JBP-JOB-NAME            PIC X(08).
004300     03  JBP-PARM-1              PIC 9(08).
004400     03  JBP-PARM-2              PIC 9(08).
004500     03  JBP-STATUS              PIC X(01).
004600         88  JBP-SCHEDULED       VALUE "Y".
004700         88  JBP-NONE            VALUE "N".
004800*
004900 PROCEDURE DIVISION USING JBP-PARMS.
005000 0000-MAINLINE.
005100     EVALUATE TRUE
005200         WHEN JBP-FN-SET
005300             PERFORM 1000-SET-PARMS THRU 1000-EXIT
005400         WHEN JBP-FN-CLEAR
005500             PERFORM 3000-CLEAR-PARMS THRU 3000-EXIT
005600         WHEN OTHER
005700             PERFORM 2000-GET-PARMS THRU 2000-EXIT
005800     END-EVALUATE.
005900     GOBACK.
006000*
006100******************************************************************
006200* 1000-SET-PARMS.
006300*    RECORDS THE CALLER'S JOB NAME AND PARAMETERS FOR THE JOB
006400*    ABOUT TO BE CALLED.
006500******************************************************************
006600 1000-SET-PARMS.
006700     MOVE JBP-JOB-NAME TO WS-JBP-JOB-NAME.
006800     MOVE JBP-PARM-1 TO WS-JBP-PARM-1.
006900     MOVE JBP-PARM-2 TO WS-JBP-PARM-2.
007000     SET WS-JBP-SET TO TRUE.
007100     SET JBP-SCHEDULED TO TRUE.
007200 1000-EXIT.
007300     EXIT.
007400*
007500******************************************************************
007600* 2000-GET-PARMS.
007700*    RETURNS THE PARAMETERS SET FOR THE RUNNING JOB, OR JBP-NONE
007800*    WITH THEM AT ZEROS WHEN THE PROGRAM WAS NOT STARTED FROM THE
007900*    SCHEDULE - THE CALLER THEN PROMPTS AS IT ALWAYS HAS.
008000******************************************************************
008100 2000-GET-PARMS.
008200     IF NOT WS-JBP-SET
008300         MOVE SPACES TO JBP-JOB-NAME
008400         MOVE ZEROS TO JBP-PARM-1 JBP-PARM-2
008500         SET JBP-NONE TO TRUE
008600         GO TO 2000-EXIT
008700     END-IF.
008800     MOVE WS-JBP-JOB-NAME TO JBP-JOB-NAME.
008900     MOVE WS-JBP-PARM-1 TO JBP-PARM-1.
009000     MOVE WS-JBP-PARM-2 TO JBP-PARM-2.
009100     SET JBP-SCHEDULED TO TRUE.
009200 2000-EXIT.
009300     EXIT.
009400*
009500******************************************************************
009600* 3000-CLEAR-PARMS.
009700*    FORGETS THE PARAMETERS ONCE THE JOB HAS RETURNED, SO A
009800*    PROGRAM RUN LATER IN THE SAME RUN UNIT PROMPTS AGAIN.
009900******************************************************************
010000 3000-CLEAR-PARMS.
010100     MOVE SPACES TO WS-JBP-JOB-NAME.
010200     MOVE ZEROS TO WS-JBP-PARM-1 WS-JBP-PARM-2.
010300     MOVE "N" TO WS-JBP-SET-SW.
010400     SET JBP-NONE TO TRUE.
010500 3000-EXIT.
010600     EXIT.
010700*
010800 END PROGRAM JOBPRM01.
