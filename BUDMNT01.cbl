000100******************************************************************
000200* AUTHOR:       BRUNNO LORENZONI
000300* INSTALLATION: OPERATIONS / BATCH SUPPORT
000400* DATE-WRITTEN: 2026-10-15
000500* DATE-COMPILED:
000600* PURPOSE:      BRANCH BUDGET MAINTENANCE. SETS, REMOVES AND
000700*               LISTS THE MONTHLY TARGETS - TRANSACTION COUNT AND
000800*               NET VALUE IN BRL - THAT BRANCH MANAGEMENT SETS FOR
000900*               EACH BRANCH, AND BULK LOADS THE PLANNING TEAM'S
001000*               SEQUENTIAL FEED. A SUPERVISOR ALSO SETS THE
001100*               TOLERANCE BAND THE MONTH-END VARIANCE REPORT
001200*               (BUDVAR01) HIGHLIGHTS BRANCHES OUTSIDE OF. A FIRST
001300*               RUN CREATES THE BUDGET MASTER.
001400*
001500*               BUDGETS ARE PLANNING FIGURES - NOTHING POSTS OR
001600*               IS REFUSED ON THE STRENGTH OF THEM - SO A CHANGE
001700*               LANDS AT ONCE RATHER THAN WAITING ON THE
001800*               REFERENCE-DATA APPROVAL QUEUE. THE SESSION STILL
001900*               NEEDS AN OPERATOR SIGN-ON, EVERY RECORD CARRIES
002000*               WHO LAST SET IT, AND EACH KEYED CHANGE IS LOGGED.
002100* TECTONICS:    COBC
002200******************************************************************
002300* MODIFICATION HISTORY.
002400*    2026-10-15 BL  INITIAL VERSION.
002416*    2026-10-15 BL  SIGN-ON TAKES THE OPERATOR FROM THE
002433*                   OPERATIONS MENU SESSION (SESSN01) WHEN ONE IS
002450*                   OPEN, AND THE AUTHORITY FROM THE FUNCTION
002466*                   PERMISSION FILE (FNAUTH01) INSTEAD OF THE
002483*                   TWO-LEVEL OPR-AUTHORITY.
002500******************************************************************
002600 IDENTIFICATION DIVISION.
002700 PROGRAM-ID. BUDMNT01.
002800 ENVIRONMENT DIVISION.
002900 CONFIGURATION SECTION.
003000 SPECIAL-NAMES.
003100     DECIMAL-POINT IS COMMA.
003200 INPUT-OUTPUT SECTION.
003300 FILE-CONTROL.
003400     SELECT BUDGET-FILE ASSIGN TO "BUDGMAST"
003500         ORGANIZATION IS INDEXED
003600         ACCESS MODE IS DYNAMIC
003700         RECORD KEY IS BUD-KEY
003800         FILE STATUS IS WS-BUD-FILE-STATUS.
003900     SELECT BRANCH-FILE ASSIGN TO "BRNCHMST"
004000         ORGANIZATION IS INDEXED
004100         ACCESS MODE IS RANDOM
004200         RECORD KEY IS BR-CODE
004300         FILE STATUS IS WS-BRM-FILE-STATUS.
004400     SELECT BUDGET-FEED-FILE ASSIGN TO "BUDFEED"
004500         ORGANIZATION IS LINE SEQUENTIAL
004600         FILE STATUS IS WS-BF-FILE-STATUS.
004700     SELECT TOLERANCE-FILE ASSIGN TO "BUDTOL"
004800         ORGANIZATION IS LINE SEQUENTIAL
004900         FILE STATUS IS WS-TOL-FILE-STATUS.
005000     SELECT OPERATOR-FILE ASSIGN TO "OPERMAST"
005100         ORGANIZATION IS INDEXED
005200         ACCESS MODE IS RANDOM
005300         RECORD KEY IS OPR-ID
005400         FILE STATUS IS WS-OPR-FILE-STATUS.
005500     SELECT JOB-HISTORY-FILE ASSIGN TO "JOBHIST"
005600         ORGANIZATION IS LINE SEQUENTIAL
005700         FILE STATUS IS WS-JH-FILE-STATUS.
005800*
005900 DATA DIVISION.
006000 FILE SECTION.
006100 FD  BUDGET-FILE.
006200 COPY "BUDGREC.cpy".
006300 FD  BRANCH-FILE.
006400 COPY "BRNCHREC.cpy".
006500 FD  BUDGET-FEED-FILE.
006600 COPY "BUDFDREC.cpy".
006700 FD  TOLERANCE-FILE.
006800 COPY "BUDTLREC.cpy".
006900 FD  OPERATOR-FILE.
007000 COPY "OPERREC.cpy".
007100 FD  JOB-HISTORY-FILE.
007200 COPY "HISTREC.cpy".
007300*
007400 WORKING-STORAGE SECTION.
007500 77  WS-BUD-FILE-STATUS          PIC X(02) VALUE "00".
007600     88  WS-BUD-FILE-NOT-FOUND   VALUE "35".
007700 77  WS-BRM-FILE-STATUS          PIC X(02) VALUE "00".
007800 77  WS-BF-FILE-STATUS           PIC X(02) VALUE "00".
007900 77  WS-TOL-FILE-STATUS          PIC X(02) VALUE "00".
008000     88  WS-TOL-FILE-NOT-FOUND   VALUE "35".
008100 77  WS-OPR-FILE-STATUS          PIC X(02) VALUE "00".
008200 77  WS-JH-FILE-STATUS           PIC X(02) VALUE "00".
008300     88  WS-JH-FILE-NOT-FOUND    VALUE "35".
008400*
008500 77  WS-BF-EOF-SW                PIC X(01) VALUE "N".
008600     88  WS-BF-EOF               VALUE "Y".
008700 77  WS-LIST-EOF-SW              PIC X(01) VALUE "N".
008800     88  WS-LIST-EOF             VALUE "Y".
008900 77  WS-BRM-AVAILABLE-SW         PIC X(01) VALUE "N".
009000     88  WS-BRM-AVAILABLE        VALUE "Y".
009100*
009200 77  WS-RUN-DATE                 PIC 9(08) VALUE ZEROS.
009300 77  WS-RUN-TIME                 PIC 9(08) VALUE ZEROS.
009400 77  WS-END-TIME                 PIC 9(08) VALUE ZEROS.
009500*
009600*    SIGN-ON - ONLY AN ACTIVE OPERATOR ON THE MASTER MAY CHANGE
009700*    A BUDGET; THE ID IS STAMPED ON EVERY RECORD SET. THE
009800*    TOLERANCE BAND IS A SUPERVISOR'S TO SET.
009900*
010000 77  WS-SIGNON-ID                PIC 9(06) VALUE ZEROS.
010100 77  WS-SIGNON-OK-SW             PIC X(01) VALUE "N".
010200     88  WS-SIGNON-OK            VALUE "Y".
010300 77  WS-SIGNON-SUPER-SW          PIC X(01) VALUE "N".
010400     88  WS-SIGNON-SUPERVISOR    VALUE "Y".
010500 77  WS-ABORT-SW                 PIC X(01) VALUE "N".
010600     88  WS-ABORT-RUN            VALUE "Y".
010700*
010800*    OPERATOR INPUT FIELDS FOR THE MAINTENANCE SESSION.
010900*
011000 77  WS-MENU-CHOICE              PIC X(01) VALUE SPACE.
011100     88  WS-MENU-SET             VALUE "S".
011200     88  WS-MENU-REMOVE          VALUE "R".
011300     88  WS-MENU-LIST            VALUE "L".
011400     88  WS-MENU-BULK-LOAD       VALUE "B".
011500     88  WS-MENU-TOLERANCE       VALUE "T".
011600     88  WS-MENU-END             VALUE "E".
011700 77  WS-ENTRY-BRANCH             PIC X(04) VALUE SPACES.
011800 01  WS-ENTRY-MONTH              PIC X(06) VALUE SPACES.
011900 01  FILLER REDEFINES WS-ENTRY-MONTH.
012000     03  WS-ENTRY-YEAR           PIC 9(04).
012100     03  WS-ENTRY-MM             PIC 9(02).
012200 77  WS-ENTRY-COUNT              PIC 9(07) VALUE ZEROS.
012300 77  WS-ENTRY-NET                PIC 9(11)V99 VALUE ZEROS.
012400 77  WS-LIST-YEAR                PIC 9(04) VALUE ZEROS.
012500 77  WS-NEW-TOLERANCE            PIC 9(03)V9 VALUE ZEROS.
012600 77  WS-CONFIRM                  PIC X(01) VALUE SPACE.
012700     88  WS-CONFIRMED            VALUE "Y".
012800*
012900*    OUTCOMES OF THE SHARED CHECKS - SET BY 5000-VALIDATE-MONTH
013000*    AND 5100-CHECK-BRANCH FOR WHICHEVER ACTION ASKED.
013100*
013200 77  WS-MONTH-OK-SW              PIC X(01) VALUE "N".
013300     88  WS-MONTH-OK             VALUE "Y".
013400 77  WS-BRANCH-OK-SW             PIC X(01) VALUE "N".
013500     88  WS-BRANCH-OK            VALUE "Y".
013600 77  WS-BUD-FOUND-SW             PIC X(01) VALUE "N".
013700     88  WS-BUD-FOUND            VALUE "Y".
013800*
013900*    EDITED VIEWS FOR THE DISPLAYS.
014000*
014100 77  WS-COUNT-ED                 PIC ZZZZZZ9 VALUE ZEROS.
014200 77  WS-AMOUNT-ED                PIC ZZZZZZZZZZ9,99 VALUE ZEROS.
014300 77  WS-PCT-ED                   PIC ZZ9,9 VALUE ZEROS.
014400*
014500*    SESSION COUNTS, LOGGED AT FINALIZE TIME AND STAMPED ON THE
014600*    JOB HISTORY RECORD (RECORDS SET, REPLACED AND REMOVED).
014700*
014800 77  WS-ADDED-COUNT              PIC 9(06) VALUE ZEROS.
014900 77  WS-CHANGED-COUNT            PIC 9(06) VALUE ZEROS.
015000 77  WS-REMOVED-COUNT            PIC 9(06) VALUE ZEROS.
015100 77  WS-REFUSED-COUNT            PIC 9(06) VALUE ZEROS.
015200 77  WS-MAINT-COUNT              PIC 9(06) VALUE ZEROS.
015300*
015304*    PARAMETER AREA PASSED TO SESSN01. LAYOUT MUST MATCH ITS
015308*    LINKAGE SECTION SES-PARMS FIELD FOR FIELD.
015313*
015317 01  WS-SES-PARMS.
015321     03  WS-SES-FUNCTION          PIC X(01) VALUE "G".
015326     03  WS-SES-OPERATOR-ID       PIC 9(06).
015330     03  WS-SES-OPERATOR-NAME     PIC X(20).
015334     03  WS-SES-STATUS            PIC X(01).
015339         88  WS-SES-ACTIVE        VALUE "Y".
015343*
015347*    PARAMETER AREA PASSED TO FNAUTH01. LAYOUT MUST MATCH ITS
015352*    LINKAGE SECTION FNA-PARMS FIELD FOR FIELD.
015356*
015360 01  WS-FNA-PARMS.
015365     03  WS-FNA-OPERATOR-ID       PIC 9(06).
015369     03  WS-FNA-FUNCTION          PIC X(08) VALUE "BUDMNT01".
015373     03  WS-FNA-OPR-AUTHORITY     PIC 9(01).
015378     03  WS-FNA-LEVEL             PIC X(01).
015382         88  WS-FNA-CAN-USE       VALUE "U" "S".
015386         88  WS-FNA-CAN-SUPERVISE VALUE "S".
015391     03  WS-FNA-SOURCE            PIC X(01).
015395*
015400*    PARAMETER AREA PASSED TO LOGWRT01. LAYOUT MUST MATCH ITS
015500*    LINKAGE SECTION LOG-PARMS FIELD FOR FIELD.
015600*
015700 01  WS-LOG-PARMS.
015800     03  WS-LOG-PROGRAM-ID        PIC X(16) VALUE "BUDMNT01".
015900     03  WS-LOG-STEP              PIC X(12).
016000     03  WS-LOG-RUN-DATE          PIC 9(08).
016100     03  WS-LOG-RUN-TIME          PIC 9(08).
016200     03  WS-LOG-MESSAGE           PIC X(60).
016300     03  WS-LOG-SEVERITY          PIC X(01) VALUE "I".
016400*
016500 PROCEDURE DIVISION.
016600 0000-MAINLINE.
016700     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
016800     IF WS-ABORT-RUN
016900         PERFORM 3100-WRITE-JOB-HISTORY THRU 3100-EXIT
017000         GOBACK
017100     END-IF.
017200     PERFORM 2000-MENU-LOOP THRU 2000-EXIT
017300         WITH TEST AFTER UNTIL WS-MENU-END.
017400     PERFORM 3000-FINALIZE THRU 3000-EXIT.
017500     GOBACK.
017600*
017700******************************************************************
017800* 1000-INITIALIZE.
017900*    CAPTURES THE RUN TIMESTAMP, TAKES THE SIGN-ON AND OPENS THE
018000*    BUDGET MASTER I-O, CREATING IT ON FIRST USE - THIS IS THE
018100*    PROGRAM THAT BUILDS THE MASTER, SO AN ABSENT FILE IS A FIRST
018200*    RUN, NOT AN ERROR. THE BRANCH MASTER IS NEEDED TO SET OR
018300*    LOAD A BUDGET; WITHOUT IT ONLY LIST AND REMOVE ARE OFFERED.
018400******************************************************************
018500 1000-INITIALIZE.
018600     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
018700     ACCEPT WS-RUN-TIME FROM TIME.
018800     MOVE WS-RUN-DATE TO WS-LOG-RUN-DATE.
018900     MOVE WS-RUN-TIME TO WS-LOG-RUN-TIME.
019000     MOVE "INITIALIZE" TO WS-LOG-STEP.
019100     MOVE "BRANCH BUDGET MAINTENANCE STARTING" TO WS-LOG-MESSAGE.
019200     CALL "LOGWRT01" USING WS-LOG-PARMS.
019300     PERFORM 1100-SIGN-ON THRU 1100-EXIT.
019400     IF NOT WS-SIGNON-OK
019500         MOVE "SIGN-ON" TO WS-LOG-STEP
019600         MOVE "W" TO WS-LOG-SEVERITY
019700         MOVE "SIGN-ON FAILED - MAINTENANCE SESSION REFUSED" TO
019800             WS-LOG-MESSAGE
019900         CALL "LOGWRT01" USING WS-LOG-PARMS
020000         MOVE "I" TO WS-LOG-SEVERITY
020100         MOVE 14 TO RETURN-CODE
020200         SET WS-ABORT-RUN TO TRUE
020300         GO TO 1000-EXIT
020400     END-IF.
020500     OPEN I-O BUDGET-FILE.
020600     IF WS-BUD-FILE-NOT-FOUND
020700         CLOSE BUDGET-FILE
020800         OPEN OUTPUT BUDGET-FILE
020900         CLOSE BUDGET-FILE
021000         OPEN I-O BUDGET-FILE
021100     END-IF.
021200     OPEN INPUT BRANCH-FILE.
021300     IF WS-BRM-FILE-STATUS = "00"
021400         SET WS-BRM-AVAILABLE TO TRUE
021500     ELSE
021600         DISPLAY "BRANCH MASTER NOT AVAILABLE - SET AND LOAD ARE "
021700             "OFF."
021800     END-IF.
021900 1000-EXIT.
022000     EXIT.
022100*
022200******************************************************************
022300* 1100-SIGN-ON.
022400*    TAKES THE OPERATOR SIGN-ON AGAINST THE OPERATOR MASTER - ON
022500*    THE MASTER AND ACTIVE, OR THE SESSION IS REFUSED.
022533*    A SESSION OPENED BY THE OPERATIONS MENU SUPPLIES THE ID,
022566*    AND THE OPERATOR MUST HOLD PERMISSION FOR THIS FUNCTION.
022600******************************************************************
022700 1100-SIGN-ON.
022800     OPEN INPUT OPERATOR-FILE.
022900     IF WS-OPR-FILE-STATUS NOT = "00"
023000         DISPLAY "OPERATOR MASTER NOT AVAILABLE - REFUSED."
023100         GO TO 1100-EXIT
023200     END-IF.
023237     CALL "SESSN01" USING WS-SES-PARMS.
023275     IF WS-SES-ACTIVE
023312         MOVE WS-SES-OPERATOR-ID TO WS-SIGNON-ID
023350     ELSE
023387         DISPLAY "SIGN ON - ENTER OPERATOR ID: "
023425         ACCEPT WS-SIGNON-ID
023462     END-IF.
023500     MOVE WS-SIGNON-ID TO OPR-ID.
023600     READ OPERATOR-FILE
023700         INVALID KEY
023800             DISPLAY "OPERATOR " WS-SIGNON-ID
023900                 " NOT ON THE MASTER."
024000             CLOSE OPERATOR-FILE
024100             GO TO 1100-EXIT
024200     END-READ.
024300     CLOSE OPERATOR-FILE.
024400     IF NOT OPR-ACTIVE
024500         DISPLAY "OPERATOR " WS-SIGNON-ID " IS NOT ACTIVE."
024600         GO TO 1100-EXIT
024700     END-IF.
024711     MOVE WS-SIGNON-ID TO WS-FNA-OPERATOR-ID.
024722     MOVE OPR-AUTHORITY TO WS-FNA-OPR-AUTHORITY.
024733     CALL "FNAUTH01" USING WS-FNA-PARMS.
024744     IF NOT WS-FNA-CAN-USE
024755         DISPLAY "OPERATOR " WS-SIGNON-ID
024766             " IS NOT PERMITTED TO USE THIS FUNCTION."
024777         GO TO 1100-EXIT
024788     END-IF.
024800     SET WS-SIGNON-OK TO TRUE.
024900     IF WS-FNA-CAN-SUPERVISE
025000         SET WS-SIGNON-SUPERVISOR TO TRUE
025100     END-IF.
025200     DISPLAY "SIGNED ON: " OPR-NAME.
025300 1100-EXIT.
025400     EXIT.
025500*
025600******************************************************************
025700* 2000-MENU-LOOP.
025800*    SHOWS THE ACTION MENU AND ROUTES THE OPERATOR'S PICK. AN "E"
025900*    ENDS THE SESSION.
026000******************************************************************
026100 2000-MENU-LOOP.
026200     DISPLAY "BRANCH BUDGETS - SELECT ACTION: ".
026300     DISPLAY "  S = SET BUDGET       R = REMOVE BUDGET".
026400     DISPLAY "  L = LIST BUDGETS     B = BULK LOAD FROM FEED".
026500     DISPLAY "  T = TOLERANCE BAND   E = END SESSION: ".
026600     ACCEPT WS-MENU-CHOICE.
026700     EVALUATE TRUE
026800         WHEN WS-MENU-SET
026900             PERFORM 2100-SET-BUDGET THRU 2100-EXIT
027000         WHEN WS-MENU-REMOVE
027100             PERFORM 2200-REMOVE-BUDGET THRU 2200-EXIT
027200         WHEN WS-MENU-LIST
027300             PERFORM 2300-LIST-BUDGETS THRU 2300-EXIT
027400         WHEN WS-MENU-BULK-LOAD
027500             PERFORM 2400-BULK-LOAD THRU 2400-EXIT
027600         WHEN WS-MENU-TOLERANCE
027700             PERFORM 2500-TOLERANCE THRU 2500-EXIT
027800         WHEN WS-MENU-END
027900             CONTINUE
028000         WHEN OTHER
028100             DISPLAY "ACTION NOT RECOGNISED."
028200     END-EVALUATE.
028300 2000-EXIT.
028400     EXIT.
028500*
028600******************************************************************
028700* 2100-SET-BUDGET.
028800*    TAKES ONE BRANCH'S TARGETS FOR ONE MONTH FROM THE CONSOLE. A
028900*    MONTH ALREADY BUDGETED SHOWS ITS CURRENT TARGETS AND IS ONLY
029000*    REPLACED ON CONFIRMATION. THE BRANCH MUST BE ON THE BRANCH
029100*    MASTER AND OPEN.
029200******************************************************************
029300 2100-SET-BUDGET.
029400     IF NOT WS-BRM-AVAILABLE
029500         DISPLAY "BRANCH MASTER NOT AVAILABLE - NOT SET."
029600         GO TO 2100-EXIT
029700     END-IF.
029800     DISPLAY "ENTER BRANCH CODE: ".
029900     ACCEPT WS-ENTRY-BRANCH.
030000     PERFORM 5100-CHECK-BRANCH THRU 5100-EXIT.
030100     IF NOT WS-BRANCH-OK
030200         GO TO 2100-EXIT
030300     END-IF.
030400     DISPLAY "ENTER BUDGET MONTH (AAAAMM): ".
030500     ACCEPT WS-ENTRY-MONTH.
030600     PERFORM 5000-VALIDATE-MONTH THRU 5000-EXIT.
030700     IF NOT WS-MONTH-OK
030800         GO TO 2100-EXIT
030900     END-IF.
031000     PERFORM 2800-READ-BUDGET THRU 2800-EXIT.
031100     IF WS-BUD-FOUND
031200         MOVE BUD-TARGET-COUNT TO WS-COUNT-ED
031300         MOVE BUD-TARGET-NET TO WS-AMOUNT-ED
031400         DISPLAY "CURRENT TARGETS - COUNT " WS-COUNT-ED
031500             " NET BRL " WS-AMOUNT-ED
031600     END-IF.
031700     DISPLAY "ENTER TARGET TRANSACTION COUNT: ".
031800     ACCEPT WS-ENTRY-COUNT.
031900     DISPLAY "ENTER TARGET NET VALUE IN BRL (UP TO 11 DIGITS, "
032000         "DECIMAL POINT OPTIONAL): ".
032100     ACCEPT WS-ENTRY-NET.
032200     IF WS-ENTRY-COUNT = ZEROS AND WS-ENTRY-NET = ZEROS
032300         DISPLAY "BOTH TARGETS ZERO - NOT SET. USE REMOVE TO "
032400             "DROP A BUDGET."
032500         GO TO 2100-EXIT
032600     END-IF.
032700     IF WS-BUD-FOUND
032800         DISPLAY "REPLACE THE CURRENT TARGETS (Y TO CONFIRM): "
032900         ACCEPT WS-CONFIRM
033000         IF NOT WS-CONFIRMED
033100             DISPLAY "NOT CONFIRMED - BUDGET LEFT AS IT WAS."
033200             GO TO 2100-EXIT
033300         END-IF
033400     END-IF.
033500     SET BUD-SRC-KEYED TO TRUE.
033600     PERFORM 2900-STORE-BUDGET THRU 2900-EXIT.
033700     MOVE "SET" TO WS-LOG-STEP.
033800     MOVE SPACES TO WS-LOG-MESSAGE.
033900     STRING "BUDGET " BUD-BRANCH " " BUD-MONTH
034000         " SET BY OPERATOR " WS-SIGNON-ID
034100         DELIMITED BY SIZE INTO WS-LOG-MESSAGE.
034200     CALL "LOGWRT01" USING WS-LOG-PARMS.
034300     DISPLAY "BUDGET " BUD-BRANCH " " BUD-MONTH " SET.".
034400 2100-EXIT.
034500     EXIT.
034600*
034700******************************************************************
034800* 2200-REMOVE-BUDGET.
034900*    DELETES ONE BRANCH'S BUDGET FOR ONE MONTH AFTER A SEPARATE
035000*    CONFIRMATION. THE VARIANCE REPORT THEN SHOWS THE MONTH AS
035100*    HAVING NO BUDGET.
035200******************************************************************
035300 2200-REMOVE-BUDGET.
035400     DISPLAY "ENTER BRANCH CODE: ".
035500     ACCEPT WS-ENTRY-BRANCH.
035600     DISPLAY "ENTER BUDGET MONTH (AAAAMM): ".
035700     ACCEPT WS-ENTRY-MONTH.
035800     PERFORM 5000-VALIDATE-MONTH THRU 5000-EXIT.
035900     IF NOT WS-MONTH-OK
036000         GO TO 2200-EXIT
036100     END-IF.
036200     PERFORM 2800-READ-BUDGET THRU 2800-EXIT.
036300     IF NOT WS-BUD-FOUND
036400         DISPLAY "NO BUDGET FOR " WS-ENTRY-BRANCH " "
036500             WS-ENTRY-MONTH "."
036600         GO TO 2200-EXIT
036700     END-IF.
036800     DISPLAY "CONFIRM REMOVE OF BUDGET " WS-ENTRY-BRANCH " "
036900         WS-ENTRY-MONTH " (Y TO CONFIRM): ".
037000     ACCEPT WS-CONFIRM.
037100     IF NOT WS-CONFIRMED
037200         DISPLAY "REMOVE NOT CONFIRMED - RECORD LEFT AS IS."
037300         GO TO 2200-EXIT
037400     END-IF.
037500     DELETE BUDGET-FILE
037600         INVALID KEY
037700             DISPLAY "BUDGET COULD NOT BE REMOVED."
037800             GO TO 2200-EXIT
037900     END-DELETE.
038000     ADD 1 TO WS-REMOVED-COUNT.
038100     MOVE "REMOVE" TO WS-LOG-STEP.
038200     MOVE SPACES TO WS-LOG-MESSAGE.
038300     STRING "BUDGET " WS-ENTRY-BRANCH " " WS-ENTRY-MONTH
038400         " REMOVED BY OPERATOR " WS-SIGNON-ID
038500         DELIMITED BY SIZE INTO WS-LOG-MESSAGE.
038600     CALL "LOGWRT01" USING WS-LOG-PARMS.
038700     DISPLAY "BUDGET REMOVED.".
038800 2200-EXIT.
038900     EXIT.
039000*
039100******************************************************************
039200* 2300-LIST-BUDGETS.
039300*    LISTS THE BUDGET MASTER IN BRANCH AND MONTH ORDER, FOR ONE
039400*    YEAR OR (YEAR ZERO) FOR EVERY YEAR ON FILE.
039500******************************************************************
039600 2300-LIST-BUDGETS.
039700     DISPLAY "ENTER YEAR TO LIST (AAAA, 0 = ALL): ".
039800     ACCEPT WS-LIST-YEAR.
039900     MOVE "N" TO WS-LIST-EOF-SW.
040000     MOVE LOW-VALUES TO BUD-KEY.
040100     START BUDGET-FILE KEY IS NOT LESS THAN BUD-KEY
040200         INVALID KEY
040300             SET WS-LIST-EOF TO TRUE
040400     END-START.
040500     PERFORM 2310-LIST-NEXT-BUDGET THRU 2310-EXIT
040600         UNTIL WS-LIST-EOF.
040700 2300-EXIT.
040800     EXIT.
040900*
041000******************************************************************
041100* 2310-LIST-NEXT-BUDGET.
041200*    READS AND DISPLAYS ONE BUDGET RECORD WHEN IT FALLS IN THE
041300*    YEAR ASKED FOR.
041400******************************************************************
041500 2310-LIST-NEXT-BUDGET.
041600     READ BUDGET-FILE NEXT RECORD
041700         AT END
041800             SET WS-LIST-EOF TO TRUE
041900             GO TO 2310-EXIT
042000     END-READ.
042100     MOVE BUD-MONTH TO WS-ENTRY-MONTH.
042200     IF WS-LIST-YEAR NOT = ZEROS
042300         AND WS-ENTRY-YEAR NOT = WS-LIST-YEAR
042400         GO TO 2310-EXIT
042500     END-IF.
042600     MOVE BUD-TARGET-COUNT TO WS-COUNT-ED.
042700     MOVE BUD-TARGET-NET TO WS-AMOUNT-ED.
042800     DISPLAY "  " BUD-BRANCH " " BUD-MONTH " COUNT " WS-COUNT-ED
042900         " NET BRL " WS-AMOUNT-ED " " BUD-SOURCE " "
043000         BUD-SET-DATE " " BUD-SET-OPERATOR-ID.
043100 2310-EXIT.
043200     EXIT.
043300*
043400******************************************************************
043500* 2400-BULK-LOAD.
043600*    LOADS THE PLANNING TEAM'S SEQUENTIAL BUDGET FEED. THE FEED IS
043700*    THE PLANNING TEAM'S OWN FIGURES, SO A MONTH ALREADY ON THE
043800*    MASTER IS REPLACED BY THE FEED'S TARGETS. A RECORD WITH A BAD
043900*    BRANCH, MONTH OR FIGURE IS REFUSED AND DISPLAYED SO WHOEVER
044000*    PREPARED THE FEED CAN CORRECT IT.
044100******************************************************************
044200 2400-BULK-LOAD.
044300     IF NOT WS-BRM-AVAILABLE
044400         DISPLAY "BRANCH MASTER NOT AVAILABLE - NOTHING LOADED."
044500         GO TO 2400-EXIT
044600     END-IF.
044700     OPEN INPUT BUDGET-FEED-FILE.
044800     IF WS-BF-FILE-STATUS NOT = "00"
044900         DISPLAY "BUDGET FEED FILE NOT FOUND - NOTHING LOADED."
045000         GO TO 2400-EXIT
045100     END-IF.
045200     MOVE ZEROS TO WS-REFUSED-COUNT.
045300     MOVE "N" TO WS-BF-EOF-SW.
045400     PERFORM 2410-READ-FEED THRU 2410-EXIT.
045500     PERFORM 2420-LOAD-FEED-ENTRY THRU 2420-EXIT
045600         UNTIL WS-BF-EOF.
045700     CLOSE BUDGET-FEED-FILE.
045800     MOVE "BULK-LOAD" TO WS-LOG-STEP.
045900     MOVE SPACES TO WS-LOG-MESSAGE.
046000     STRING "BUDGET FEED ADDED " WS-ADDED-COUNT
046100         " REPLACED " WS-CHANGED-COUNT
046200         " REFUSED " WS-REFUSED-COUNT
046300         " BY " WS-SIGNON-ID
046400         DELIMITED BY SIZE INTO WS-LOG-MESSAGE.
046500     CALL "LOGWRT01" USING WS-LOG-PARMS.
046600     DISPLAY "BUDGET FEED LOADED - REFUSED " WS-REFUSED-COUNT.
046700 2400-EXIT.
046800     EXIT.
046900*
047000******************************************************************
047100* 2410-READ-FEED.
047200*    READS THE NEXT BUDGET FEED RECORD, SETTING WS-BF-EOF WHEN
047300*    THE FEED IS EXHAUSTED.
047400******************************************************************
047500 2410-READ-FEED.
047600     READ BUDGET-FEED-FILE
047700         AT END
047800             SET WS-BF-EOF TO TRUE
047900     END-READ.
048000 2410-EXIT.
048100     EXIT.
048200*
048300******************************************************************
048400* 2420-LOAD-FEED-ENTRY.
048500*    VALIDATES AND STORES THE FEED ENTRY JUST READ, THEN READS
048600*    THE NEXT ONE. THE FIGURES ARE CLASS-TESTED BEFORE THEIR
048700*    NUMERIC VIEWS ARE USED.
048800******************************************************************
048900 2420-LOAD-FEED-ENTRY.
049000     MOVE BF-BRANCH TO WS-ENTRY-BRANCH.
049100     PERFORM 5100-CHECK-BRANCH THRU 5100-EXIT.
049200     IF NOT WS-BRANCH-OK
049300         ADD 1 TO WS-REFUSED-COUNT
049400         GO TO 2420-NEXT-ENTRY
049500     END-IF.
049600     MOVE BF-MONTH TO WS-ENTRY-MONTH.
049700     PERFORM 5000-VALIDATE-MONTH THRU 5000-EXIT.
049800     IF NOT WS-MONTH-OK
049900         ADD 1 TO WS-REFUSED-COUNT
050000         GO TO 2420-NEXT-ENTRY
050100     END-IF.
050200     IF BF-TARGET-COUNT IS NOT NUMERIC
050300         OR BF-TARGET-NET IS NOT NUMERIC
050400         DISPLAY "FEED " BF-BRANCH " " BF-MONTH
050500             " TARGETS NOT NUMERIC - REFUSED."
050600         ADD 1 TO WS-REFUSED-COUNT
050700         GO TO 2420-NEXT-ENTRY
050800     END-IF.
050900     MOVE BF-TARGET-COUNT-N TO WS-ENTRY-COUNT.
051000     MOVE BF-TARGET-NET-N TO WS-ENTRY-NET.
051100     PERFORM 2800-READ-BUDGET THRU 2800-EXIT.
051200     SET BUD-SRC-LOADED TO TRUE.
051300     PERFORM 2900-STORE-BUDGET THRU 2900-EXIT.
051400 2420-NEXT-ENTRY.
051500     PERFORM 2410-READ-FEED THRU 2410-EXIT.
051600 2420-EXIT.
051700     EXIT.
051800*
051900******************************************************************
052000* 2500-TOLERANCE.
052100*    SHOWS THE TOLERANCE BAND IN FORCE. A SUPERVISOR MAY KEY A NEW
052200*    ONE, WHICH REPLACES THE ONE-RECORD PARAMETER FILE AND TAKES
052300*    EFFECT FROM THE NEXT VARIANCE REPORT. THE CHANGE IS LOGGED.
052400******************************************************************
052500 2500-TOLERANCE.
052600     OPEN INPUT TOLERANCE-FILE.
052700     IF WS-TOL-FILE-NOT-FOUND
052800         CLOSE TOLERANCE-FILE
052900         DISPLAY "NO TOLERANCE SET - THE REPORT USES ITS DEFAULT."
053000     ELSE
053100         READ TOLERANCE-FILE
053200             AT END
053300                 DISPLAY "NO TOLERANCE SET - THE REPORT USES ITS "
053400                     "DEFAULT."
053500             NOT AT END
053600                 MOVE BT-TOLERANCE-PCT TO WS-PCT-ED
053700                 DISPLAY "  TOLERANCE BAND: +/- " WS-PCT-ED " PCT"
053800                 DISPLAY "  SET ON:         " BT-SET-DATE
053900                     " BY " BT-SET-OPERATOR-ID
054000         END-READ
054100         CLOSE TOLERANCE-FILE
054200     END-IF.
054300     IF NOT WS-SIGNON-SUPERVISOR
054400         GO TO 2500-EXIT
054500     END-IF.
054600     DISPLAY "CHANGE TOLERANCE (Y)? ".
054700     ACCEPT WS-CONFIRM.
054800     IF NOT WS-CONFIRMED
054900         GO TO 2500-EXIT
055000     END-IF.
055100     DISPLAY "ENTER TOLERANCE BAND IN PER CENT (E.G. 10,0): ".
055200     ACCEPT WS-NEW-TOLERANCE.
055300     IF WS-NEW-TOLERANCE = ZEROS
055400         DISPLAY "TOLERANCE CANNOT BE ZERO - NOT CHANGED."
055500         GO TO 2500-EXIT
055600     END-IF.
055700     MOVE WS-NEW-TOLERANCE TO WS-PCT-ED.
055800     DISPLAY "CONFIRM NEW BAND +/- " WS-PCT-ED
055900         " PCT (Y TO CONFIRM): ".
056000     ACCEPT WS-CONFIRM.
056100     IF NOT WS-CONFIRMED
056200         DISPLAY "NOT CONFIRMED - TOLERANCE LEFT AS IT WAS."
056300         GO TO 2500-EXIT
056400     END-IF.
056500     OPEN OUTPUT TOLERANCE-FILE.
056600     MOVE SPACES TO BUDGET-TOLERANCE-RECORD.
056700     MOVE WS-NEW-TOLERANCE TO BT-TOLERANCE-PCT.
056800     MOVE WS-RUN-DATE TO BT-SET-DATE.
056900     MOVE WS-SIGNON-ID TO BT-SET-OPERATOR-ID.
057000     WRITE BUDGET-TOLERANCE-RECORD.
057100     CLOSE TOLERANCE-FILE.
057200     MOVE "TOLERANCE" TO WS-LOG-STEP.
057300     MOVE SPACES TO WS-LOG-MESSAGE.
057400     STRING "BUDGET TOLERANCE SET TO " WS-PCT-ED
057500         " PCT BY OPERATOR " WS-SIGNON-ID
057600         DELIMITED BY SIZE INTO WS-LOG-MESSAGE.
057700     CALL "LOGWRT01" USING WS-LOG-PARMS.
057800     DISPLAY "TOLERANCE CHANGED.".
057900 2500-EXIT.
058000     EXIT.
058100*
058200******************************************************************
058300* 2800-READ-BUDGET.
058400*    READS THE BUDGET FOR WS-ENTRY-BRANCH AND WS-ENTRY-MONTH,
058500*    SETTING WS-BUD-FOUND WHEN ONE IS ON THE MASTER.
058600******************************************************************
058700 2800-READ-BUDGET.
058800     MOVE "N" TO WS-BUD-FOUND-SW.
058900     MOVE WS-ENTRY-BRANCH TO BUD-BRANCH.
059000     MOVE WS-ENTRY-MONTH TO BUD-MONTH.
059100     READ BUDGET-FILE
059200         INVALID KEY
059300             GO TO 2800-EXIT
059400     END-READ.
059500     SET WS-BUD-FOUND TO TRUE.
059600 2800-EXIT.
059700     EXIT.
059800*
059900******************************************************************
060000* 2900-STORE-BUDGET.
060100*    WRITES THE TARGETS IN WS-ENTRY-COUNT/WS-ENTRY-NET FOR THE
060200*    BRANCH AND MONTH JUST READ BY 2800-READ-BUDGET - A REWRITE
060300*    WHEN IT WAS FOUND, A NEW RECORD OTHERWISE. THE CALLER SETS
060400*    BUD-SOURCE FIRST.
060500******************************************************************
060600 2900-STORE-BUDGET.
060700     MOVE WS-ENTRY-BRANCH TO BUD-BRANCH.
060800     MOVE WS-ENTRY-MONTH TO BUD-MONTH.
060900     MOVE WS-ENTRY-COUNT TO BUD-TARGET-COUNT.
061000     MOVE WS-ENTRY-NET TO BUD-TARGET-NET.
061100     MOVE WS-RUN-DATE TO BUD-SET-DATE.
061200     MOVE WS-SIGNON-ID TO BUD-SET-OPERATOR-ID.
061300     IF WS-BUD-FOUND
061400         REWRITE BUDGET-RECORD
061500             INVALID KEY
061600                 ADD 1 TO WS-REFUSED-COUNT
061700                 GO TO 2900-EXIT
061800         END-REWRITE
061900         ADD 1 TO WS-CHANGED-COUNT
062000     ELSE
062100         WRITE BUDGET-RECORD
062200             INVALID KEY
062300                 ADD 1 TO WS-REFUSED-COUNT
062400                 GO TO 2900-EXIT
062500         END-WRITE
062600         ADD 1 TO WS-ADDED-COUNT
062700     END-IF.
062800 2900-EXIT.
062900     EXIT.
063000*
063100******************************************************************
063200* 3000-FINALIZE.
063300*    LOGS WHAT THE SESSION CHANGED, CLOSES THE MASTERS AND WRITES
063400*    THE JOB RUN HISTORY RECORD.
063500******************************************************************
063600 3000-FINALIZE.
063700     MOVE "FINALIZE" TO WS-LOG-STEP.
063800     MOVE SPACES TO WS-LOG-MESSAGE.
063900     STRING "BUDGETS ADDED " WS-ADDED-COUNT
064000         " REPLACED " WS-CHANGED-COUNT
064100         " REMOVED " WS-REMOVED-COUNT
064200         DELIMITED BY SIZE INTO WS-LOG-MESSAGE.
064300     CALL "LOGWRT01" USING WS-LOG-PARMS.
064400     CLOSE BUDGET-FILE.
064500     IF WS-BRM-AVAILABLE
064600         CLOSE BRANCH-FILE
064700     END-IF.
064800     COMPUTE WS-MAINT-COUNT =
064900         WS-ADDED-COUNT + WS-CHANGED-COUNT + WS-REMOVED-COUNT.
065000     MOVE 0 TO RETURN-CODE.
065100     PERFORM 3100-WRITE-JOB-HISTORY THRU 3100-EXIT.
065200 3000-EXIT.
065300     EXIT.
065400*
065500******************************************************************
065600* 3100-WRITE-JOB-HISTORY.
065700*    APPENDS ONE JOB RUN HISTORY RECORD FOR THIS MAINTENANCE
065800*    SESSION, WITH A TRUE END TIME CAPTURED NOW.
065900******************************************************************
066000 3100-WRITE-JOB-HISTORY.
066100     OPEN EXTEND JOB-HISTORY-FILE.
066200     IF WS-JH-FILE-NOT-FOUND
066300         CLOSE JOB-HISTORY-FILE
066400         OPEN OUTPUT JOB-HISTORY-FILE
066500     END-IF.
066600     MOVE SPACES TO JOB-HIST-RECORD.
066700     MOVE "BUDMNT01" TO JH-PROGRAM-ID.
066800     MOVE WS-RUN-DATE TO JH-RUN-DATE.
066900     MOVE WS-RUN-TIME TO JH-START-TIME.
067000     ACCEPT WS-END-TIME FROM TIME.
067100     MOVE WS-END-TIME TO JH-END-TIME.
067200     MOVE RETURN-CODE TO JH-RETURN-CODE.
067300     MOVE WS-MAINT-COUNT TO JH-TRAN-COUNT.
067400     MOVE WS-SIGNON-ID TO JH-OPERATOR-ID.
067500     WRITE JOB-HIST-RECORD.
067600     CLOSE JOB-HISTORY-FILE.
067700 3100-EXIT.
067800     EXIT.
067900*
068000******************************************************************
068100* 5000-VALIDATE-MONTH.
068200*    CHECKS WS-ENTRY-MONTH IS A REAL AAAAMM - ALL DIGITS, A MONTH
068300*    FROM 01 TO 12 AND A YEAR NOT BEFORE 2000. A BAD MONTH IS
068400*    DISPLAYED AND WS-MONTH-OK LEFT OFF.
068500******************************************************************
068600 5000-VALIDATE-MONTH.
068700     MOVE "N" TO WS-MONTH-OK-SW.
068800     IF WS-ENTRY-MONTH IS NOT NUMERIC
068900         DISPLAY "MONTH " WS-ENTRY-MONTH " IS NOT AAAAMM."
069000         GO TO 5000-EXIT
069100     END-IF.
069200     IF WS-ENTRY-MM < 01 OR WS-ENTRY-MM > 12
069300         OR WS-ENTRY-YEAR < 2000
069400         DISPLAY "MONTH " WS-ENTRY-MONTH " IS NOT A VALID MONTH."
069500         GO TO 5000-EXIT
069600     END-IF.
069700     SET WS-MONTH-OK TO TRUE.
069800 5000-EXIT.
069900     EXIT.
070000*
070100******************************************************************
070200* 5100-CHECK-BRANCH.
070300*    CHECKS WS-ENTRY-BRANCH IS ON THE BRANCH MASTER AND OPEN - A
070400*    CLOSED BRANCH TAKES NO NEW BUDGET. A FAILURE IS DISPLAYED AND
070500*    WS-BRANCH-OK LEFT OFF.
070600******************************************************************
070700 5100-CHECK-BRANCH.
070800     MOVE "N" TO WS-BRANCH-OK-SW.
070900     MOVE WS-ENTRY-BRANCH TO BR-CODE.
071000     READ BRANCH-FILE
071100         INVALID KEY
071200             DISPLAY "BRANCH " WS-ENTRY-BRANCH
071300                 " NOT ON THE BRANCH MASTER."
071400             GO TO 5100-EXIT
071500     END-READ.
071600     IF BR-CLOSED
071700         DISPLAY "BRANCH " WS-ENTRY-BRANCH " IS CLOSED."
071800         GO TO 5100-EXIT
071900     END-IF.
072000     SET WS-BRANCH-OK TO TRUE.
072100 5100-EXIT.
072200     EXIT.
072300*
072400 END PROGRAM BUDMNT01.
