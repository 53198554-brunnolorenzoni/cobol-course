001500******************************************************************
001600* MODIFICATION HISTORY.
001700*    2026-08-22 BL  INITIAL VERSION.
001725*    2026-10-15 BL  RUN FROM THE JOB SCHEDULE, THE RETENTION
001750*                   PERIOD COMES FROM THE SCHEDULED JOB (JOBPRM01)
001775*                   INSTEAD OF THE CONSOLE PROMPT.
001800******************************************************************
001900 IDENTIFICATION DIVISION.
002000 PROGRAM-ID. LOGPRG01.
005600 77  WS-RUN-TIME                 PIC 9(08) VALUE ZEROS.
005650 77  WS-END-TIME                 PIC 9(08) VALUE ZEROS.
005700*
005783*    RETENTION CONTROL. THE OPERATOR KEYS THE NUMBER OF DAYS OF
005866*    DAILY LOGS TO KEEP - OR, RUN FROM THE JOB SCHEDULE, THE
005950*    SCHEDULED JOB SUPPLIES IT; ZERO TAKES THE HOUSE DEFAULT OF
006033*    30. THE CUTOFF DATE IS THE RUN DATE MINUS THAT MANY DAYS - A
006116*    LOG DATED BEFORE THE CUTOFF IS DROPPED.
006200*
006300 77  WS-RETENTION-DAYS           PIC 9(03) VALUE ZEROS.
006400 77  WS-DEFAULT-RETENTION        PIC 9(03) VALUE 30.
007900*
008000 77  WS-DROPPED-COUNT            PIC 9(06) VALUE ZEROS.
008100 77  WS-KEPT-COUNT               PIC 9(06) VALUE ZEROS.
008108*
008116*    PARAMETER AREA PASSED TO JOBPRM01. LAYOUT MUST MATCH ITS
008125*    LINKAGE SECTION JBP-PARMS FIELD FOR FIELD.
008133*
008141 01  WS-JBP-PARMS.
008150     03  WS-JBP-FUNCTION          PIC X(01) VALUE "G".
008158     03  WS-JBP-JOB-NAME          PIC X(08).
008166     03  WS-JBP-PARM-1            PIC 9(08).
008175     03  WS-JBP-PARM-2            PIC 9(08).
008183     03  WS-JBP-STATUS            PIC X(01).
008191         88  WS-JBP-SCHEDULED     VALUE "Y".
008200*
008300*    PARAMETER AREA PASSED TO LOGWRT01. LAYOUT MUST MATCH ITS
008400*    LINKAGE SECTION LOG-PARMS FIELD FOR FIELD.
010100*
010200******************************************************************
010300* 1000-INITIALIZE.
010375*    CAPTURES THE RUN TIMESTAMP, TAKES THE RETENTION PERIOD FROM
010450*    THE SCHEDULED JOB OR THE OPERATOR AND DERIVES THE CUTOFF
010525*    DATE.
010600******************************************************************
010700 1000-INITIALIZE.
010800     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
011200     MOVE "INITIALIZE" TO WS-LOG-STEP.
011300     MOVE "AUDIT LOG RETENTION STARTING" TO WS-LOG-MESSAGE.
011400     CALL "LOGWRT01" USING WS-LOG-PARMS.
011444     CALL "JOBPRM01" USING WS-JBP-PARMS.
011488     IF WS-JBP-SCHEDULED
011533         MOVE WS-JBP-PARM-1 TO WS-RETENTION-DAYS
011577     ELSE
011622         DISPLAY "ENTER DAYS OF DAILY LOGS TO KEEP (000 FOR THE "
011666             "DEFAULT OF 30): "
011711         ACCEPT WS-RETENTION-DAYS
011755     END-IF.
011800     IF WS-RETENTION-DAYS = ZEROS
011900         MOVE WS-DEFAULT-RETENTION TO WS-RETENTION-DAYS
012000     END-IF.
