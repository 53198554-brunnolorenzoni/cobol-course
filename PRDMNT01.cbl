000100******************************************************************
000200* AUTHOR:       BRUNNO LORENZONI
000300* INSTALLATION: OPERATIONS / BATCH SUPPORT
000400* DATE-WRITTEN: 2026-10-15
000500* DATE-COMPILED:
000600* PURPOSE:      ACCOUNTING PERIOD MAINTENANCE. LISTS EVERY MONTH
000700*               ON THE PERIOD CONTROL FILE WITH ITS STATUS AND
000800*               WHICH MONTH-END OUTPUT IS OUT, AND LETS A
000900*               SUPERVISOR REOPEN A CLOSED MONTH FOR A CORRECTION
001000*               OR CLOSE A MONTH BY HAND, EACH WITH A REASON. THE
001100*               CHANGE ITSELF IS MADE AND LOGGED BY THE PERIOD
001200*               SERVICE (PRDCTL01). ANY OPERATOR WITH USE OF THE
001300*               FUNCTION MAY LIST; ONLY A SUPERVISOR MAY REOPEN OR
001400*               CLOSE.
001500* TECTONICS:    COBC
001600******************************************************************
001700* MODIFICATION HISTORY.
001800*    2026-10-15 BL  INITIAL VERSION.
001900******************************************************************
002000 IDENTIFICATION DIVISION.
002100 PROGRAM-ID. PRDMNT01.
002200 ENVIRONMENT DIVISION.
002300 INPUT-OUTPUT SECTION.
002400 FILE-CONTROL.
002500     SELECT PERIOD-CONTROL-FILE ASSIGN TO "PRDCTL"
002600         ORGANIZATION IS INDEXED
002700         ACCESS MODE IS DYNAMIC
002800         RECORD KEY IS PRD-PERIOD
002900         FILE STATUS IS WS-PRD-FILE-STATUS.
003000     SELECT OPERATOR-FILE ASSIGN TO "OPERMAST"
003100         ORGANIZATION IS INDEXED
003200         ACCESS MODE IS RANDOM
003300         RECORD KEY IS OPR-ID
003400         FILE STATUS IS WS-OPR-FILE-STATUS.
003500     SELECT JOB-HISTORY-FILE ASSIGN TO "JOBHIST"
003600         ORGANIZATION IS LINE SEQUENTIAL
003700         FILE STATUS IS WS-JH-FILE-STATUS.
003800*
003900 DATA DIVISION.
004000 FILE SECTION.
004100 FD  PERIOD-CONTROL-FILE.
004200 COPY "PRDREC.cpy".
004300 FD  OPERATOR-FILE.
004400 COPY "OPERREC.cpy".
004500 FD  JOB-HISTORY-FILE.
004600 COPY "HISTREC.cpy".
004700*
004800 WORKING-STORAGE SECTION.
004900 77  WS-PRD-FILE-STATUS          PIC X(02) VALUE "00".
005000 77  WS-OPR-FILE-STATUS          PIC X(02) VALUE "00".
005100 77  WS-JH-FILE-STATUS           PIC X(02) VALUE "00".
005200     88  WS-JH-FILE-NOT-FOUND    VALUE "35".
005300*
005400 77  WS-ABORT-SW                 PIC X(01) VALUE "N".
005500     88  WS-ABORT-RUN            VALUE "Y".
005600 77  WS-PRD-EOF-SW               PIC X(01) VALUE "N".
005700     88  WS-PRD-EOF              VALUE "Y".
005800*
005900 77  WS-RUN-DATE                 PIC 9(08) VALUE ZEROS.
006000 77  WS-RUN-TIME                 PIC 9(08) VALUE ZEROS.
006100 77  WS-END-TIME                 PIC 9(08) VALUE ZEROS.
006200*
006300*    SIGN-ON - USE OF THE FUNCTION TO LIST, SUPERVISOR LEVEL TO
006400*    REOPEN OR CLOSE A MONTH.
006500*
006600 77  WS-SIGNON-ID                PIC 9(06) VALUE ZEROS.
006700 77  WS-SIGNON-OK-SW             PIC X(01) VALUE "N".
006800     88  WS-SIGNON-OK            VALUE "Y".
006900 77  WS-SUPERVISOR-SW            PIC X(01) VALUE "N".
007000     88  WS-SUPERVISOR           VALUE "Y".
007100*
007200 77  WS-MENU-CHOICE              PIC X(01) VALUE SPACE.
007300     88  WS-MENU-LIST            VALUE "L" "l".
007400     88  WS-MENU-REOPEN          VALUE "R" "r".
007500     88  WS-MENU-RECLOSE         VALUE "C" "c".
007600     88  WS-MENU-END             VALUE "E" "e".
007700*
007800*    THE MONTH KEYED, AS AAAAMM, MADE UP INTO A DATE IN THE MONTH
007900*    FOR THE PERIOD SERVICE.
008000*
008100 01  WS-KEY-DATE                 PIC 9(08) VALUE ZEROS.
008200 01  FILLER REDEFINES WS-KEY-DATE.
008300     03  WS-KEY-AAAAMM           PIC 9(06).
008400     03  WS-KEY-DD               PIC 9(02).
008500 01  FILLER REDEFINES WS-KEY-DATE.
008600     03  WS-KEY-AAAA             PIC 9(04).
008700     03  WS-KEY-MM               PIC 9(02).
008800     03  FILLER                  PIC 9(02).
008900 77  WS-KEY-REASON               PIC X(40) VALUE SPACES.
009000 77  WS-PERIOD-COUNT             PIC 9(04) VALUE ZEROS.
009100 77  WS-CHANGE-COUNT             PIC 9(06) VALUE ZEROS.
009200*
009300*    ONE LIST LINE - THE STATUS IN WORDS AND A Y OR N FOR THE
009400*    CLOSING REPORT, BRANCH AND COMMISSION STATEMENTS.
009500*
009600 77  WS-STATUS-TEXT              PIC X(07) VALUE SPACES.
009700*
009800*    PARAMETER AREA PASSED TO BDATE01. LAYOUT MUST MATCH ITS
009900*    LINKAGE SECTION BDATE-PARMS FIELD FOR FIELD.
010000*
010100 01  WS-BDATE-PARMS.
010200     03  WS-BDATE-FUNCTION        PIC X(01) VALUE "G".
010300     03  WS-BDATE-DATE            PIC 9(08).
010400     03  WS-BDATE-STATUS          PIC X(01).
010500*
010600*    PARAMETER AREA PASSED TO SESSN01. LAYOUT MUST MATCH ITS
010700*    LINKAGE SECTION SES-PARMS FIELD FOR FIELD.
010800*
010900 01  WS-SES-PARMS.
011000     03  WS-SES-FUNCTION          PIC X(01) VALUE "G".
011100     03  WS-SES-OPERATOR-ID       PIC 9(06).
011200     03  WS-SES-OPERATOR-NAME     PIC X(20).
011300     03  WS-SES-STATUS            PIC X(01).
011400         88  WS-SES-ACTIVE        VALUE "Y".
011500*
011600*    PARAMETER AREA PASSED TO FNAUTH01. LAYOUT MUST MATCH ITS
011700*    LINKAGE SECTION FNA-PARMS FIELD FOR FIELD.
011800*
011900 01  WS-FNA-PARMS.
012000     03  WS-FNA-OPERATOR-ID       PIC 9(06).
012100     03  WS-FNA-FUNCTION          PIC X(08) VALUE "PRDMNT01".
012200     03  WS-FNA-OPR-AUTHORITY     PIC 9(01).
012300     03  WS-FNA-LEVEL             PIC X(01).
012400         88  WS-FNA-CAN-USE       VALUE "U" "S".
012500         88  WS-FNA-CAN-SUPERVISE VALUE "S".
012600     03  WS-FNA-SOURCE            PIC X(01).
012700*
012800*    PARAMETER AREA PASSED TO PRDCTL01. LAYOUT MUST MATCH ITS
012900*    LINKAGE SECTION PRC-PARMS FIELD FOR FIELD.
013000*
013100 01  WS-PRC-PARMS.
013200     03  WS-PRC-FUNCTION          PIC X(01).
013300     03  WS-PRC-DATE              PIC 9(08).
013400     03  WS-PRC-OPERATOR          PIC 9(06).
013500     03  WS-PRC-SOURCE            PIC X(10) VALUE "PRDMNT01".
013600     03  WS-PRC-REASON            PIC X(40).
013700     03  WS-PRC-PERIOD            PIC 9(06).
013800     03  WS-PRC-PERIOD-STATUS     PIC X(01).
013900         88  WS-PRC-PERIOD-OPEN   VALUE "O".
014000         88  WS-PRC-PERIOD-CLOSING VALUE "G".
014100         88  WS-PRC-PERIOD-CLOSED VALUE "C".
014200     03  WS-PRC-RESULT            PIC X(01).
014300         88  WS-PRC-DONE          VALUE "Y".
014400         88  WS-PRC-REFUSED       VALUE "N".
014500     03  WS-PRC-MESSAGE           PIC X(50).
014600*
014700*    PARAMETER AREA PASSED TO LOGWRT01. LAYOUT MUST MATCH ITS
014800*    LINKAGE SECTION LOG-PARMS FIELD FOR FIELD.
014900*
015000 01  WS-LOG-PARMS.
015100     03  WS-LOG-PROGRAM-ID        PIC X(16) VALUE "PRDMNT01".
015200     03  WS-LOG-STEP              PIC X(12).
015300     03  WS-LOG-RUN-DATE          PIC 9(08).
015400     03  WS-LOG-RUN-TIME          PIC 9(08).
015500     03  WS-LOG-MESSAGE           PIC X(60).
015600     03  WS-LOG-SEVERITY          PIC X(01) VALUE "I".
015700*
015800 PROCEDURE DIVISION.
015900 0000-MAINLINE.
016000     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
016100     IF NOT WS-ABORT-RUN
016200         PERFORM 2000-MENU-LOOP THRU 2000-EXIT
016300             WITH TEST AFTER UNTIL WS-MENU-END
016400     END-IF.
016500     PERFORM 8000-FINALIZE THRU 8000-EXIT.
016600     GOBACK.
016700*
016800******************************************************************
016900* 1000-INITIALIZE.
017000*    FETCHES THE BUSINESS DATE AND TAKES THE SIGN-ON.
017100******************************************************************
017200 1000-INITIALIZE.
017300     CALL "BDATE01" USING WS-BDATE-PARMS.
017400     MOVE WS-BDATE-DATE TO WS-RUN-DATE.
017500     ACCEPT WS-RUN-TIME FROM TIME.
017600     MOVE WS-RUN-DATE TO WS-LOG-RUN-DATE.
017700     MOVE WS-RUN-TIME TO WS-LOG-RUN-TIME.
017800     MOVE "INITIALIZE" TO WS-LOG-STEP.
017900     MOVE "ACCOUNTING PERIOD MAINTENANCE STARTING" TO
018000         WS-LOG-MESSAGE.
018100     CALL "LOGWRT01" USING WS-LOG-PARMS.
018200     PERFORM 1100-SIGN-ON THRU 1100-EXIT.
018300     IF NOT WS-SIGNON-OK
018400         MOVE "SIGN-ON" TO WS-LOG-STEP
018500         MOVE "W" TO WS-LOG-SEVERITY
018600         MOVE "SIGN-ON FAILED - PERIOD MAINTENANCE REFUSED" TO
018700             WS-LOG-MESSAGE
018800         CALL "LOGWRT01" USING WS-LOG-PARMS
018900         MOVE "I" TO WS-LOG-SEVERITY
019000         MOVE 14 TO RETURN-CODE
019100         SET WS-ABORT-RUN TO TRUE
019200     END-IF.
019300 1000-EXIT.
019400     EXIT.
019500*
019600******************************************************************
019700* 1100-SIGN-ON.
019800*    TAKES THE SIGN-ON AGAINST THE OPERATOR MASTER - ON THE
019900*    MASTER, ACTIVE AND HOLDING USE OF THE FUNCTION, OR THE
020000*    SESSION IS REFUSED. SUPERVISOR LEVEL IS NOTED FOR THE
020100*    REOPEN AND CLOSE ACTIONS.
020200*    A SESSION OPENED BY THE OPERATIONS MENU SUPPLIES THE ID.
020300******************************************************************
020400 1100-SIGN-ON.
020500     OPEN INPUT OPERATOR-FILE.
020600     IF WS-OPR-FILE-STATUS NOT = "00"
020700         DISPLAY "OPERATOR MASTER NOT AVAILABLE - REFUSED."
020800         GO TO 1100-EXIT
020900     END-IF.
021000     CALL "SESSN01" USING WS-SES-PARMS.
021100     IF WS-SES-ACTIVE
021200         MOVE WS-SES-OPERATOR-ID TO WS-SIGNON-ID
021300     ELSE
021400         DISPLAY "SIGN ON - ENTER OPERATOR ID: "
021500         ACCEPT WS-SIGNON-ID
021600     END-IF.
021700     MOVE WS-SIGNON-ID TO OPR-ID.
021800     READ OPERATOR-FILE
021900         INVALID KEY
022000             DISPLAY "OPERATOR " WS-SIGNON-ID
022100                 " NOT ON THE MASTER."
022200             CLOSE OPERATOR-FILE
022300             GO TO 1100-EXIT
022400     END-READ.
022500     CLOSE OPERATOR-FILE.
022600     IF NOT OPR-ACTIVE
022700         DISPLAY "OPERATOR " WS-SIGNON-ID " IS NOT ACTIVE."
022800         GO TO 1100-EXIT
022900     END-IF.
023000     MOVE WS-SIGNON-ID TO WS-FNA-OPERATOR-ID.
023100     MOVE OPR-AUTHORITY TO WS-FNA-OPR-AUTHORITY.
023200     CALL "FNAUTH01" USING WS-FNA-PARMS.
023300     IF NOT WS-FNA-CAN-USE
023400         DISPLAY "OPERATOR " WS-SIGNON-ID
023500             " LACKS AUTHORITY FOR PERIOD MAINTENANCE."
023600         GO TO 1100-EXIT
023700     END-IF.
023800     IF WS-FNA-CAN-SUPERVISE
023900         SET WS-SUPERVISOR TO TRUE
024000     END-IF.
024100     SET WS-SIGNON-OK TO TRUE.
024200     DISPLAY "SIGNED ON: " OPR-NAME.
024300 1100-EXIT.
024400     EXIT.
024500*
024600******************************************************************
024700* 2000-MENU-LOOP.
024800*    ONE PASS OF THE MAINTENANCE MENU.
024900******************************************************************
025000 2000-MENU-LOOP.
025100     DISPLAY "ACCOUNTING PERIODS - SELECT ACTION: ".
025200     DISPLAY "  L = LIST PERIODS     R = REOPEN A PERIOD".
025300     DISPLAY "  C = CLOSE A PERIOD   E = END SESSION: ".
025400     ACCEPT WS-MENU-CHOICE.
025500     EVALUATE TRUE
025600         WHEN WS-MENU-LIST
025700             PERFORM 3000-LIST-PERIODS THRU 3000-EXIT
025800         WHEN WS-MENU-REOPEN
025900             MOVE "R" TO WS-PRC-FUNCTION
026000             PERFORM 4000-CHANGE-PERIOD THRU 4000-EXIT
026100         WHEN WS-MENU-RECLOSE
026200             MOVE "C" TO WS-PRC-FUNCTION
026300             PERFORM 4000-CHANGE-PERIOD THRU 4000-EXIT
026400         WHEN WS-MENU-END
026500             CONTINUE
026600         WHEN OTHER
026700             DISPLAY "ACTION NOT RECOGNISED."
026800     END-EVALUATE.
026900 2000-EXIT.
027000     EXIT.
027100*
027200******************************************************************
027300* 3000-LIST-PERIODS.
027400*    LISTS EVERY MONTH ON THE CONTROL FILE IN PERIOD ORDER. A
027500*    MONTH NOT ON THE FILE HAS NEVER BEEN TOUCHED BY MONTH-END
027600*    AND IS OPEN.
027700******************************************************************
027800 3000-LIST-PERIODS.
027900     MOVE ZEROS TO WS-PERIOD-COUNT.
028000     MOVE "N" TO WS-PRD-EOF-SW.
028100     OPEN INPUT PERIOD-CONTROL-FILE.
028200     IF WS-PRD-FILE-STATUS NOT = "00"
028300         CLOSE PERIOD-CONTROL-FILE
028400         DISPLAY "NO PERIOD HAS BEEN CLOSED YET."
028500         GO TO 3000-EXIT
028600     END-IF.
028700     DISPLAY "  PERIOD STATUS  RPT BR COM CLOSED   REOPENS".
028800     PERFORM 3100-LIST-ONE-PERIOD THRU 3100-EXIT
028900         UNTIL WS-PRD-EOF.
029000     CLOSE PERIOD-CONTROL-FILE.
029100     DISPLAY "PERIODS: " WS-PERIOD-COUNT.
029200 3000-EXIT.
029300     EXIT.
029400*
029500******************************************************************
029600* 3100-LIST-ONE-PERIOD.
029700*    READS THE NEXT CONTROL RECORD AND DISPLAYS IT, WITH THE
029800*    REASON FOR THE LAST REOPEN OR HAND CLOSE WHEN THERE IS ONE.
029900******************************************************************
030000 3100-LIST-ONE-PERIOD.
030100     READ PERIOD-CONTROL-FILE NEXT RECORD
030200         AT END
030300             SET WS-PRD-EOF TO TRUE
030400             GO TO 3100-EXIT
030500     END-READ.
030600     ADD 1 TO WS-PERIOD-COUNT.
030700     EVALUATE TRUE
030800         WHEN PRD-CLOSED
030900             MOVE "CLOSED" TO WS-STATUS-TEXT
031000         WHEN PRD-CLOSING
031100             MOVE "CLOSING" TO WS-STATUS-TEXT
031200         WHEN OTHER
031300             MOVE "OPEN" TO WS-STATUS-TEXT
031400     END-EVALUATE.
031500     DISPLAY "  " PRD-PERIOD " " WS-STATUS-TEXT "  "
031600         PRD-CLOSING-RPT-SW "   " PRD-BR-STMT-SW "  "
031700         PRD-COM-STMT-SW "   " PRD-CLOSED-DATE " "
031800         PRD-REOPEN-COUNT.
031900     IF PRD-LAST-OPERATOR NOT = ZEROS
032000         DISPLAY "         LAST CHANGE BY " PRD-LAST-OPERATOR
032100             ": " PRD-LAST-REASON
032200     END-IF.
032300 3100-EXIT.
032400     EXIT.
032500*
032600******************************************************************
032700* 4000-CHANGE-PERIOD.
032800*    TAKES THE MONTH AND REASON FOR A REOPEN OR A HAND CLOSE AND
032900*    HANDS THE CHANGE TO THE PERIOD SERVICE, WHICH REFUSES A
033000*    REOPEN OF A MONTH NOT CLOSED, A CLOSE OF A MONTH ALREADY
033100*    CLOSED OR NOT YET ENDED, AND EITHER WITHOUT A REASON.
033200******************************************************************
033300 4000-CHANGE-PERIOD.
033400     IF NOT WS-SUPERVISOR
033500         DISPLAY "ONLY A SUPERVISOR MAY REOPEN OR CLOSE A PERIOD."
033600         GO TO 4000-EXIT
033700     END-IF.
033800     MOVE ZEROS TO WS-KEY-DATE.
033900     DISPLAY "ENTER PERIOD (AAAAMM): ".
034000     ACCEPT WS-KEY-AAAAMM.
034100     IF WS-KEY-MM < 01 OR WS-KEY-MM > 12 OR WS-KEY-AAAA = ZEROS
034200         DISPLAY "PERIOD NOT VALID - NOTHING CHANGED."
034300         GO TO 4000-EXIT
034400     END-IF.
034500     MOVE 01 TO WS-KEY-DD.
034600     DISPLAY "ENTER REASON (UP TO 40 CHARACTERS): ".
034700     MOVE SPACES TO WS-KEY-REASON.
034800     ACCEPT WS-KEY-REASON.
034900     IF WS-KEY-REASON = SPACES
035000         DISPLAY "A REASON IS NEEDED - NOTHING CHANGED."
035100         GO TO 4000-EXIT
035200     END-IF.
035300     MOVE WS-KEY-DATE TO WS-PRC-DATE.
035400     MOVE WS-SIGNON-ID TO WS-PRC-OPERATOR.
035500     MOVE WS-KEY-REASON TO WS-PRC-REASON.
035600     CALL "PRDCTL01" USING WS-PRC-PARMS.
035700     IF WS-PRC-REFUSED
035800         DISPLAY "REFUSED: " WS-PRC-MESSAGE
035900         GO TO 4000-EXIT
036000     END-IF.
036100     ADD 1 TO WS-CHANGE-COUNT.
036200     IF WS-PRC-PERIOD-OPEN
036300         DISPLAY "PERIOD " WS-PRC-PERIOD " REOPENED."
036400     ELSE
036500         DISPLAY "PERIOD " WS-PRC-PERIOD " CLOSED."
036600     END-IF.
036700 4000-EXIT.
036800     EXIT.
036900*
037000******************************************************************
037100* 8000-FINALIZE.
037200*    WRITES THE JOB RUN HISTORY RECORD FOR THE SESSION.
037300******************************************************************
037400 8000-FINALIZE.
037500     IF NOT WS-ABORT-RUN
037600         MOVE 0 TO RETURN-CODE
037700     END-IF.
037800     PERFORM 8100-WRITE-JOB-HISTORY THRU 8100-EXIT.
037900 8000-EXIT.
038000     EXIT.
038100*
038200******************************************************************
038300* 8100-WRITE-JOB-HISTORY.
038400*    APPENDS ONE JOB RUN HISTORY RECORD FOR THIS SESSION - THE
038500*    NUMBER OF PERIODS REOPENED OR CLOSED AND BY WHOM.
038600******************************************************************
038700 8100-WRITE-JOB-HISTORY.
038800     OPEN EXTEND JOB-HISTORY-FILE.
038900     IF WS-JH-FILE-NOT-FOUND
039000         CLOSE JOB-HISTORY-FILE
039100         OPEN OUTPUT JOB-HISTORY-FILE
039200     END-IF.
039300     MOVE SPACES TO JOB-HIST-RECORD.
039400     MOVE "PRDMNT01" TO JH-PROGRAM-ID.
039500     MOVE WS-RUN-DATE TO JH-RUN-DATE.
039600     MOVE WS-RUN-TIME TO JH-START-TIME.
039700     ACCEPT WS-END-TIME FROM TIME.
039800     MOVE WS-END-TIME TO JH-END-TIME.
039900     MOVE RETURN-CODE TO JH-RETURN-CODE.
040000     MOVE WS-CHANGE-COUNT TO JH-TRAN-COUNT.
040100     MOVE WS-SIGNON-ID TO JH-OPERATOR-ID.
040200     WRITE JOB-HIST-RECORD.
040300     CLOSE JOB-HISTORY-FILE.
040400 8100-EXIT.
040500     EXIT.
040600*
040700 END PROGRAM PRDMNT01.
