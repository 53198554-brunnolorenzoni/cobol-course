001600******************************************************************
001700* MODIFICATION HISTORY.
001800*    2026-08-22 BL  INITIAL VERSION.
001825*    2026-10-15 BL  RUN FROM THE JOB SCHEDULE, THE BATCH WINDOW
001850*                   COMES FROM THE SCHEDULED JOB (JOBPRM01)
001875*                   INSTEAD OF THE CONSOLE PROMPTS.
001900******************************************************************
002000 IDENTIFICATION DIVISION.
002100 PROGRAM-ID. SLARPT01.
005100 77  WS-RUN-TIME                 PIC 9(08) VALUE ZEROS.
005200 77  WS-END-TIME                 PIC 9(08) VALUE ZEROS.
005300*
005371*    AGREED BATCH WINDOW, KEYED BY THE OPERATOR AT RUN START AS
005442*    HHMMSS TIMES - OR, RUN FROM THE JOB SCHEDULE, SUPPLIED BY
005514*    THE SCHEDULED JOB. ZEROS TAKE THE HOUSE DEFAULT OF
005585*    200000-060000 (EIGHT PM TO SIX AM). A WINDOW WHOSE END IS
005657*    BEFORE ITS START CROSSES MIDNIGHT, WHICH IS THE NORMAL CASE
005728*    HERE.
005800*
005900 77  WS-WINDOW-START             PIC 9(06) VALUE ZEROS.
006000 77  WS-WINDOW-END               PIC 9(06) VALUE ZEROS.
015400     03  FILLER                  PIC X(01) VALUE SPACE.
015500     03  FILLER                  PIC X(44) VALUE
015600         "PER-PROGRAM AVERAGES OVER THE PERIOD ON FILE".
015608*
015616*    PARAMETER AREA PASSED TO JOBPRM01. LAYOUT MUST MATCH ITS
015625*    LINKAGE SECTION JBP-PARMS FIELD FOR FIELD.
015633*
015641 01  WS-JBP-PARMS.
015650     03  WS-JBP-FUNCTION          PIC X(01) VALUE "G".
015658     03  WS-JBP-JOB-NAME          PIC X(08).
015666     03  WS-JBP-PARM-1            PIC 9(08).
015675     03  WS-JBP-PARM-2            PIC 9(08).
015683     03  WS-JBP-STATUS            PIC X(01).
015691         88  WS-JBP-SCHEDULED     VALUE "Y".
015700*
015800*    PARAMETER AREA PASSED TO LOGWRT01. LAYOUT MUST MATCH ITS
015900*    LINKAGE SECTION LOG-PARMS FIELD FOR FIELD.
017600*
017700******************************************************************
017800* 1000-INITIALIZE.
017850*    CAPTURES THE RUN TIMESTAMP, TAKES THE BATCH WINDOW FROM THE
017900*    SCHEDULED JOB OR THE OPERATOR, OPENS THE FILES AND PRINTS
017950*    THE REPORT HEADERS. NO JOB HISTORY FILE MEANS THERE IS
018100*    NOTHING TO REPORT ON.
018200******************************************************************
018300 1000-INITIALIZE.
018400     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
018800     MOVE "INITIALIZE" TO WS-LOG-STEP.
018900     MOVE "BATCH SLA REPORT STARTING" TO WS-LOG-MESSAGE.
019000     CALL "LOGWRT01" USING WS-LOG-PARMS.
019053     CALL "JOBPRM01" USING WS-JBP-PARMS.
019107     IF WS-JBP-SCHEDULED
019161         MOVE WS-JBP-PARM-1 TO WS-WINDOW-START
019215         MOVE WS-JBP-PARM-2 TO WS-WINDOW-END
019269     ELSE
019323         DISPLAY "ENTER BATCH WINDOW START (HHMMSS, 000000 FOR "
019376             "DEFAULT 200000): "
019430         ACCEPT WS-WINDOW-START
019484         DISPLAY "ENTER BATCH WINDOW END (HHMMSS, 000000 FOR "
019538             "DEFAULT 060000): "
019592         ACCEPT WS-WINDOW-END
019646     END-IF.
019700     IF WS-WINDOW-START = ZEROS AND WS-WINDOW-END = ZEROS
019800         MOVE 200000 TO WS-WINDOW-START
019900         MOVE 060000 TO WS-WINDOW-END
