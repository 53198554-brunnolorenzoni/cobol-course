001500******************************************************************
001600* MODIFICATION HISTORY.
001700*    2026-08-22 BL  INITIAL VERSION.
001733*    2026-10-15 BL  ARCHIVE AND WORK RECORDS WIDENED TO THE
001766*                   LONGER JOB HISTORY RECORD (MENU FUNCTION).
001774*    2026-10-15 BL  RUN FROM THE JOB SCHEDULE, THE RETENTION
001783*                   PERIOD COMES FROM THE SCHEDULED JOB (JOBPRM01)
001791*                   INSTEAD OF THE CONSOLE PROMPT.
001800******************************************************************
001900 IDENTIFICATION DIVISION.
002000 PROGRAM-ID. JHARC01.
003700 FD  JOB-HISTORY-FILE.
003800 COPY "HISTREC.cpy".
003900 FD  HISTORY-ARCHIVE-FILE.
004000 01  HISTORY-ARCHIVE-RECORD          PIC X(68).
004100 FD  HISTORY-WORK-FILE.
004200 01  HISTORY-WORK-RECORD             PIC X(68).
004300*
004400 WORKING-STORAGE SECTION.
004500 77  WS-JH-FILE-STATUS           PIC X(02) VALUE "00".
006900 77  WS-NO-HISTORY-SW            PIC X(01) VALUE "N".
007000     88  WS-NO-HISTORY           VALUE "Y".
007100*
007166*    RETENTION CONTROL. THE OPERATOR KEYS THE NUMBER OF DAYS OF
007233*    HISTORY TO KEEP ON THE LIVE FILE - OR, RUN FROM THE JOB
007300*    SCHEDULE, THE SCHEDULED JOB SUPPLIES IT; ZERO TAKES THE
007366*    HOUSE DEFAULT OF 90. A RECORD DATED BEFORE THE CUTOFF IS
007433*    ARCHIVED.
007500*
007600 77  WS-RETENTION-DAYS           PIC 9(03) VALUE ZEROS.
007700 77  WS-DEFAULT-RETENTION        PIC 9(03) VALUE 90.
008200*
008300 77  WS-ARCHIVED-COUNT           PIC 9(06) VALUE ZEROS.
008400 77  WS-KEPT-COUNT               PIC 9(06) VALUE ZEROS.
008408*
008416*    PARAMETER AREA PASSED TO JOBPRM01. LAYOUT MUST MATCH ITS
008425*    LINKAGE SECTION JBP-PARMS FIELD FOR FIELD.
008433*
008441 01  WS-JBP-PARMS.
008450     03  WS-JBP-FUNCTION          PIC X(01) VALUE "G".
008458     03  WS-JBP-JOB-NAME          PIC X(08).
008466     03  WS-JBP-PARM-1            PIC 9(08).
008475     03  WS-JBP-PARM-2            PIC 9(08).
008483     03  WS-JBP-STATUS            PIC X(01).
008491         88  WS-JBP-SCHEDULED     VALUE "Y".
008500*
008600*    PARAMETER AREA PASSED TO LOGWRT01. LAYOUT MUST MATCH ITS
008700*    LINKAGE SECTION LOG-PARMS FIELD FOR FIELD.
010500******************************************************************
010600* 1000-INITIALIZE.
010700*    CAPTURES THE RUN TIMESTAMP, TAKES THE RETENTION PERIOD FROM
010800*    THE SCHEDULED JOB OR THE OPERATOR, DERIVES THE CUTOFF DATE
010900*    AND BUILDS THE DATED ARCHIVE FILE NAME.
011000******************************************************************
011100 1000-INITIALIZE.
011200     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
011600     MOVE "INITIALIZE" TO WS-LOG-STEP.
011700     MOVE "JOB HISTORY HOUSEKEEPING STARTING" TO WS-LOG-MESSAGE.
011800     CALL "LOGWRT01" USING WS-LOG-PARMS.
011844     CALL "JOBPRM01" USING WS-JBP-PARMS.
011888     IF WS-JBP-SCHEDULED
011933         MOVE WS-JBP-PARM-1 TO WS-RETENTION-DAYS
011977     ELSE
012022         DISPLAY "ENTER DAYS OF JOB HISTORY TO KEEP (000 FOR THE "
012066             "DEFAULT OF 90): "
012111         ACCEPT WS-RETENTION-DAYS
012155     END-IF.
012200     IF WS-RETENTION-DAYS = ZEROS
012300         MOVE WS-DEFAULT-RETENTION TO WS-RETENTION-DAYS
012400     END-IF.
