002100******************************************************************
002200* MODIFICATION HISTORY.
002300*    2026-09-01 BL  INITIAL VERSION.
002350*    2026-10-15 BL  CARRY THE CUSTOMER ACCOUNT NUMBER ACROSS.
002375*    2026-10-15 BL  CARRY A TRANSFER LEG'S COUNTER BRANCH, SIDE.
002380*    2026-10-15 BL  SUPERVISOR CONFIRMATION NOW
002385*                   TAKES ITS AUTHORITY FROM THE FUNCTION
002390*                   PERMISSION FILE (FNAUTH01) INSTEAD OF THE
002395*                   TWO-LEVEL OPR-AUTHORITY.
002396*    2026-10-15 BL  CYCLE CONTROL RECORD WIDENED FOR THE LIST OF
002397*                   SCHEDULED JOBS COMPLETED; THE RESET CLEARS
002398*                   IT SO THE DATE'S DUE JOBS RUN AGAIN.
002418*    2026-10-15 BL  A DATE IN A CLOSED ACCOUNTING PERIOD
002438*                   (PRDCTL01) IS NOT RESTORED - THE MONTH MUST BE
002459*                   REOPENED FIRST.
002479******************************************************************
002500 IDENTIFICATION DIVISION.
002600 PROGRAM-ID. TRNRST01.
002700 ENVIRONMENT DIVISION.
005800 FD  OPERATOR-FILE.
005900 COPY "OPERREC.cpy".
006000 FD  CYCLE-CONTROL-FILE.
006100 01  CYCLE-CONTROL-IO-AREA       PIC X(196).
006200 FD  JOB-HISTORY-FILE.
006300 COPY "HISTREC.cpy".
006400*
013600     03  WS-BDATE-DATE            PIC 9(08).
013700     03  WS-BDATE-STATUS          PIC X(01).
013800*
013807*    PARAMETER AREA PASSED TO FNAUTH01. LAYOUT MUST MATCH ITS
013815*    LINKAGE SECTION FNA-PARMS FIELD FOR FIELD.
013823*
013830 01  WS-FNA-PARMS.
013838     03  WS-FNA-OPERATOR-ID       PIC 9(06).
013846     03  WS-FNA-FUNCTION          PIC X(08) VALUE "TRNRST01".
013853     03  WS-FNA-OPR-AUTHORITY     PIC 9(01).
013861     03  WS-FNA-LEVEL             PIC X(01).
013869         88  WS-FNA-CAN-USE       VALUE "U" "S".
013876         88  WS-FNA-CAN-SUPERVISE VALUE "S".
013884     03  WS-FNA-SOURCE            PIC X(01).
013892*
013897*    PARAMETER AREA PASSED TO PRDCTL01. LAYOUT MUST MATCH ITS
013902*    LINKAGE SECTION PRC-PARMS FIELD FOR FIELD.
013907*
013912 01  WS-PRC-PARMS.
013917     03  WS-PRC-FUNCTION          PIC X(01) VALUE "Q".
013922     03  WS-PRC-DATE              PIC 9(08).
013928     03  WS-PRC-OPERATOR          PIC 9(06) VALUE ZEROS.
013933     03  WS-PRC-SOURCE            PIC X(10) VALUE "TRNRST01".
013938     03  WS-PRC-REASON            PIC X(40) VALUE SPACES.
013943     03  WS-PRC-PERIOD            PIC 9(06).
013948     03  WS-PRC-PERIOD-STATUS     PIC X(01).
013953         88  WS-PRC-PERIOD-OPEN   VALUE "O".
013958         88  WS-PRC-PERIOD-CLOSING VALUE "G".
013964         88  WS-PRC-PERIOD-CLOSED VALUE "C".
013969     03  WS-PRC-RESULT            PIC X(01).
013974         88  WS-PRC-DONE          VALUE "Y".
013979         88  WS-PRC-REFUSED       VALUE "N".
013984     03  WS-PRC-MESSAGE           PIC X(50).
013989*
013994*    PARAMETER AREA PASSED TO LOGWRT01. LAYOUT MUST MATCH ITS
014000*    LINKAGE SECTION LOG-PARMS FIELD FOR FIELD.
014100*
014200 01  WS-LOG-PARMS.
017500*    TAKES AND VALIDATES THE RESTORE DATE, OPENS THE ARCHIVE AND
017600*    THE LIVE FILE, AND - WHEN THE LIVE FILE ALREADY HAS RECORDS
017700*    ON IT - DEMANDS A SUPERVISOR CONFIRMATION BEFORE ANYTHING
017800*    RESTORES OVER THEM. A DATE IN A CLOSED ACCOUNTING PERIOD IS
017850*    REFUSED - RERUNNING IT WOULD CHANGE FIGURES ALREADY REPORTED.
017900******************************************************************
018000 1000-INITIALIZE.
018100     CALL "BDATE01" USING WS-BDATE-PARMS.
019900         MOVE 12 TO RETURN-CODE
020000         GO TO 1000-EXIT
020100     END-IF.
020105     MOVE WS-RESTORE-DATE TO WS-PRC-DATE.
020111     CALL "PRDCTL01" USING WS-PRC-PARMS.
020116     IF WS-PRC-PERIOD-CLOSED
020122         DISPLAY "PERIOD " WS-PRC-PERIOD
020127             " IS CLOSED - NOTHING RESTORED."
020133         MOVE "INITIALIZE" TO WS-LOG-STEP
020138         MOVE "W" TO WS-LOG-SEVERITY
020144         MOVE SPACES TO WS-LOG-MESSAGE
020150         STRING "RESTORE OF " WS-RESTORE-DATE
020155             " REFUSED - PERIOD CLOSED"
020161             DELIMITED BY SIZE INTO WS-LOG-MESSAGE
020166         CALL "LOGWRT01" USING WS-LOG-PARMS
020172         MOVE "I" TO WS-LOG-SEVERITY
020177         SET WS-ABORT-RUN TO TRUE
020183         MOVE 12 TO RETURN-CODE
020188         GO TO 1000-EXIT
020194     END-IF.
020200     OPEN INPUT TRANSACTION-ARCHIVE-FILE.
020300     IF WS-ARCH-FILE-STATUS NOT = "00"
020400         MOVE "INITIALIZE" TO WS-ERR-STEP
030500         DISPLAY "OPERATOR " WS-CONFIRM-ID " IS NOT ACTIVE."
030600         GO TO 1300-EXIT
030700     END-IF.
030740     MOVE WS-CONFIRM-ID TO WS-FNA-OPERATOR-ID.
030780     MOVE OPR-AUTHORITY TO WS-FNA-OPR-AUTHORITY.
030820     CALL "FNAUTH01" USING WS-FNA-PARMS.
030860     IF NOT WS-FNA-CAN-SUPERVISE
030900         DISPLAY "OPERATOR " WS-CONFIRM-ID
031000             " LACKS AUTHORITY TO CONFIRM."
031100         GO TO 1300-EXIT
037900     MOVE ARCH-TYPE TO TRAN-TYPE.
038000     MOVE ARCH-REVERSED-ID TO TRAN-REVERSED-ID.
038100     MOVE ARCH-OPERATOR-ID TO TRAN-OPERATOR-ID.
038125     IF ARCH-ACCOUNT NUMERIC
038150         MOVE ARCH-ACCOUNT TO TRAN-ACCOUNT
038175     END-IF.
038183     MOVE ARCH-COUNTER-BRANCH TO TRAN-COUNTER-BRANCH.
038191     MOVE ARCH-XFER-SIDE TO TRAN-XFER-SIDE.
038200     WRITE TRAN-RECORD
038300         INVALID KEY
038400             ADD 1 TO WS-DUPLICATE-COUNT
040400     MOVE "N" TO CYC-TOTALS-SW CYC-GLPROOF-SW.
040500     MOVE "N" TO CYC-RECON-SW CYC-GLACK-SW.
040600     MOVE "N" TO CYC-REPORT-SW CYC-ARCHIVE-SW.
040633     MOVE "N" TO CYC-JOBS-SW.
040666     MOVE ZEROS TO CYC-JOB-DONE-COUNT.
040700     OPEN OUTPUT CYCLE-CONTROL-FILE.
040800     WRITE CYCLE-CONTROL-IO-AREA FROM CYCLE-CONTROL-RECORD.
040900     CLOSE CYCLE-CONTROL-FILE.
