000100******************************************************************
000200* AUTHOR:       BRUNNO LORENZONI
000300* INSTALLATION: OPERATIONS / BATCH SUPPORT
000400* DATE-WRITTEN: 2026-10-15
000500* DATE-COMPILED:
000600* PURPOSE:      JOB SCHEDULE MAINTENANCE. SETS, HOLDS, RELEASES,
000700*               REMOVES AND LISTS THE PERIODIC JOBS ON THE JOB
000800*               SCHEDULE - WHICH PROGRAM EACH RUNS, ON WHAT
000900*               CALENDAR RULE, WITH WHICH PARAMETERS, AND WHETHER
001000*               A FAILURE STOPS THE CHAIN - THAT THE SCHEDULED-
001100*               JOBS STEP OF THE NIGHTLY CHAIN (BATCHCTL) RUNS
001200*               FROM. THE LIST SHOWS HOW EACH JOB WENT THE LAST
001300*               TIME IT FELL DUE. A FIRST RUN CREATES THE
001400*               SCHEDULE AND SEEDS IT WITH THE STANDING JOBS OFF
001500*               THE SCHEDULABLE PROGRAM TABLE (JSTBL), THE SAME
001600*               AS THE CHAIN DOES WHEN IT FINDS NO SCHEDULE.
001700*
001800*               AS WITH THE DISTRIBUTION LIST, A CHANGE LANDS AT
001900*               ONCE RATHER THAN WAITING ON THE REFERENCE-DATA
002000*               APPROVAL QUEUE - ONLY PROGRAMS ON THE TABLE CAN
002100*               BE SCHEDULED. THE SESSION STILL NEEDS AN OPERATOR
002200*               SIGN-ON, EVERY RECORD CARRIES WHO LAST SET IT,
002300*               AND EACH CHANGE IS LOGGED.
002400* TECTONICS:    COBC
002500******************************************************************
002600* MODIFICATION HISTORY.
002700*    2026-10-15 BL  INITIAL VERSION.
002800******************************************************************
002900 IDENTIFICATION DIVISION.
003000 PROGRAM-ID. JOBMNT01.
003100 ENVIRONMENT DIVISION.
003200 INPUT-OUTPUT SECTION.
003300 FILE-CONTROL.
003400     SELECT JOB-SCHEDULE-FILE ASSIGN TO "JOBSCHD"
003500         ORGANIZATION IS INDEXED
003600         ACCESS MODE IS DYNAMIC
003700         RECORD KEY IS JS-JOB-NAME
003800         FILE STATUS IS WS-JS-FILE-STATUS.
003900     SELECT OPERATOR-FILE ASSIGN TO "OPERMAST"
004000         ORGANIZATION IS INDEXED
004100         ACCESS MODE IS RANDOM
004200         RECORD KEY IS OPR-ID
004300         FILE STATUS IS WS-OPR-FILE-STATUS.
004400     SELECT JOB-HISTORY-FILE ASSIGN TO "JOBHIST"
004500         ORGANIZATION IS LINE SEQUENTIAL
004600         FILE STATUS IS WS-JH-FILE-STATUS.
004700*
004800 DATA DIVISION.
004900 FILE SECTION.
005000 FD  JOB-SCHEDULE-FILE.
005100 COPY "JSCHREC.cpy".
005200 FD  OPERATOR-FILE.
005300 COPY "OPERREC.cpy".
005400 FD  JOB-HISTORY-FILE.
005500 COPY "HISTREC.cpy".
005600*
005700 WORKING-STORAGE SECTION.
005800 77  WS-JS-FILE-STATUS           PIC X(02) VALUE "00".
005900     88  WS-JS-FILE-NOT-FOUND    VALUE "35".
006000 77  WS-OPR-FILE-STATUS          PIC X(02) VALUE "00".
006100 77  WS-JH-FILE-STATUS           PIC X(02) VALUE "00".
006200     88  WS-JH-FILE-NOT-FOUND    VALUE "35".
006300*
006400 77  WS-LIST-EOF-SW              PIC X(01) VALUE "N".
006500     88  WS-LIST-EOF             VALUE "Y".
006600*
006700 77  WS-RUN-DATE                 PIC 9(08) VALUE ZEROS.
006800 77  WS-RUN-TIME                 PIC 9(08) VALUE ZEROS.
006900 77  WS-END-TIME                 PIC 9(08) VALUE ZEROS.
007000*
007100*    SIGN-ON - ONLY AN ACTIVE OPERATOR ON THE MASTER MAY CHANGE
007200*    THE SCHEDULE; THE ID IS STAMPED ON EVERY RECORD SET.
007300*
007400 77  WS-SIGNON-ID                PIC 9(06) VALUE ZEROS.
007500 77  WS-SIGNON-OK-SW             PIC X(01) VALUE "N".
007600     88  WS-SIGNON-OK            VALUE "Y".
007700 77  WS-ABORT-SW                 PIC X(01) VALUE "N".
007800     88  WS-ABORT-RUN            VALUE "Y".
007900*
008000*    OPERATOR INPUT FIELDS FOR THE MAINTENANCE SESSION. THE JOB
008100*    IS TAKEN INTO THESE AND ONLY MOVED ONTO THE RECORD ONCE THE
008200*    WHOLE ENTRY HAS PASSED.
008300*
008400 77  WS-MENU-CHOICE              PIC X(01) VALUE SPACE.
008500     88  WS-MENU-SET             VALUE "S".
008600     88  WS-MENU-HOLD            VALUE "H".
008700     88  WS-MENU-REMOVE          VALUE "R".
008800     88  WS-MENU-LIST            VALUE "L".
008900     88  WS-MENU-END             VALUE "E".
009000 77  WS-ENTRY-JOB-NAME           PIC X(08) VALUE SPACES.
009100 77  WS-ENTRY-PROGRAM            PIC X(08) VALUE SPACES.
009200 77  WS-ENTRY-DESCRIPTION        PIC X(30) VALUE SPACES.
009300 77  WS-ENTRY-RULE               PIC X(01) VALUE SPACE.
009400     88  WS-ENTRY-RULE-VALID     VALUE "D" "W" "F" "L" "M"
009500                                       "Q" "Y".
009600     88  WS-ENTRY-WEEKLY         VALUE "W".
009700 77  WS-ENTRY-WEEKDAY            PIC 9(01) VALUE ZEROS.
009800 77  WS-ENTRY-PARM-1             PIC 9(08) VALUE ZEROS.
009900 77  WS-ENTRY-PARM-2             PIC 9(08) VALUE ZEROS.
010000 77  WS-ENTRY-STATUS             PIC X(01) VALUE SPACE.
010100     88  WS-ENTRY-STATUS-VALID   VALUE "A" "H".
010200 77  WS-ENTRY-ON-FAIL            PIC X(01) VALUE SPACE.
010300     88  WS-ENTRY-ON-FAIL-VALID  VALUE "C" "S".
010400 77  WS-CONFIRM                  PIC X(01) VALUE SPACE.
010500     88  WS-CONFIRMED            VALUE "Y".
010600*
010700*    A BATCH WINDOW TIME KEYED AS HHMMSS, BROKEN OUT TO CHECK.
010800*
010900 01  WS-ENTRY-TIME               PIC 9(06) VALUE ZEROS.
011000 01  FILLER REDEFINES WS-ENTRY-TIME.
011100     03  WS-ENTRY-TIME-HH        PIC 9(02).
011200     03  WS-ENTRY-TIME-MM        PIC 9(02).
011300     03  WS-ENTRY-TIME-SS        PIC 9(02).
011400*
011500*    OUTCOMES OF THE ENTRY CHECKS.
011600*
011700 77  WS-JS-FOUND-SW              PIC X(01) VALUE "N".
011800     88  WS-JS-FOUND             VALUE "Y".
011900 77  WS-TIME-OK-SW               PIC X(01) VALUE "N".
012000     88  WS-TIME-OK              VALUE "Y".
012100 77  WS-TB-SUB                   PIC 9(02) COMP VALUE ZEROS.
012200 77  WS-TB-FOUND-SUB             PIC 9(02) COMP VALUE ZEROS.
012300 77  WS-RESULT-TEXT              PIC X(09) VALUE SPACES.
012400*
012500 COPY "JSTBL.cpy".
012600*
012700*    SESSION COUNTS, LOGGED AT FINALIZE TIME AND STAMPED ON THE
012800*    JOB HISTORY RECORD (JOBS SET, REPLACED, HELD OR RELEASED,
012900*    AND REMOVED). SEEDED JOBS ARE COUNTED AS ADDED.
013000*
013100 77  WS-ADDED-COUNT              PIC 9(06) VALUE ZEROS.
013200 77  WS-CHANGED-COUNT            PIC 9(06) VALUE ZEROS.
013300 77  WS-REMOVED-COUNT            PIC 9(06) VALUE ZEROS.
013400 77  WS-MAINT-COUNT              PIC 9(06) VALUE ZEROS.
013500*
013600*    PARAMETER AREA PASSED TO SESSN01. LAYOUT MUST MATCH ITS
013700*    LINKAGE SECTION SES-PARMS FIELD FOR FIELD.
013800*
013900 01  WS-SES-PARMS.
014000     03  WS-SES-FUNCTION          PIC X(01) VALUE "G".
014100     03  WS-SES-OPERATOR-ID       PIC 9(06).
014200     03  WS-SES-OPERATOR-NAME     PIC X(20).
014300     03  WS-SES-STATUS            PIC X(01).
014400         88  WS-SES-ACTIVE        VALUE "Y".
014500*
014600*    PARAMETER AREA PASSED TO FNAUTH01. LAYOUT MUST MATCH ITS
014700*    LINKAGE SECTION FNA-PARMS FIELD FOR FIELD.
014800*
014900 01  WS-FNA-PARMS.
015000     03  WS-FNA-OPERATOR-ID       PIC 9(06).
015100     03  WS-FNA-FUNCTION          PIC X(08) VALUE "JOBMNT01".
015200     03  WS-FNA-OPR-AUTHORITY     PIC 9(01).
015300     03  WS-FNA-LEVEL             PIC X(01).
015400         88  WS-FNA-CAN-USE       VALUE "U" "S".
015500         88  WS-FNA-CAN-SUPERVISE VALUE "S".
015600     03  WS-FNA-SOURCE            PIC X(01).
015700*
015800*    PARAMETER AREA PASSED TO LOGWRT01. LAYOUT MUST MATCH ITS
015900*    LINKAGE SECTION LOG-PARMS FIELD FOR FIELD.
016000*
016100 01  WS-LOG-PARMS.
016200     03  WS-LOG-PROGRAM-ID        PIC X(16) VALUE "JOBMNT01".
016300     03  WS-LOG-STEP              PIC X(12).
016400     03  WS-LOG-RUN-DATE          PIC 9(08).
016500     03  WS-LOG-RUN-TIME          PIC 9(08).
016600     03  WS-LOG-MESSAGE           PIC X(60).
016700     03  WS-LOG-SEVERITY          PIC X(01) VALUE "I".
016800*
016900 PROCEDURE DIVISION.
017000 0000-MAINLINE.
017100     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
017200     IF WS-ABORT-RUN
017300         PERFORM 3100-WRITE-JOB-HISTORY THRU 3100-EXIT
017400         GOBACK
017500     END-IF.
017600     PERFORM 2000-MENU-LOOP THRU 2000-EXIT
017700         WITH TEST AFTER UNTIL WS-MENU-END.
017800     PERFORM 3000-FINALIZE THRU 3000-EXIT.
017900     GOBACK.
018000*
018100******************************************************************
018200* 1000-INITIALIZE.
018300*    CAPTURES THE RUN TIMESTAMP, TAKES THE SIGN-ON AND OPENS THE
018400*    JOB SCHEDULE I-O, CREATING AND SEEDING IT ON FIRST USE -
018500*    THIS IS THE PROGRAM THAT KEEPS THE SCHEDULE, SO AN ABSENT
018600*    FILE IS A FIRST RUN, NOT AN ERROR.
018700******************************************************************
018800 1000-INITIALIZE.
018900     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
019000     ACCEPT WS-RUN-TIME FROM TIME.
019100     MOVE WS-RUN-DATE TO WS-LOG-RUN-DATE.
019200     MOVE WS-RUN-TIME TO WS-LOG-RUN-TIME.
019300     MOVE "INITIALIZE" TO WS-LOG-STEP.
019400     MOVE "JOB SCHEDULE MAINTENANCE STARTING" TO WS-LOG-MESSAGE.
019500     CALL "LOGWRT01" USING WS-LOG-PARMS.
019600     PERFORM 1100-SIGN-ON THRU 1100-EXIT.
019700     IF NOT WS-SIGNON-OK
019800         MOVE "SIGN-ON" TO WS-LOG-STEP
019900         MOVE "W" TO WS-LOG-SEVERITY
020000         MOVE "SIGN-ON FAILED - MAINTENANCE SESSION REFUSED" TO
020100             WS-LOG-MESSAGE
020200         CALL "LOGWRT01" USING WS-LOG-PARMS
020300         MOVE "I" TO WS-LOG-SEVERITY
020400         MOVE 14 TO RETURN-CODE
020500         SET WS-ABORT-RUN TO TRUE
020600         GO TO 1000-EXIT
020700     END-IF.
020800     OPEN I-O JOB-SCHEDULE-FILE.
020900     IF WS-JS-FILE-NOT-FOUND
021000         CLOSE JOB-SCHEDULE-FILE
021100         OPEN OUTPUT JOB-SCHEDULE-FILE
021200         PERFORM 1200-SEED-ONE-JOB THRU 1200-EXIT
021300             VARYING WS-TB-SUB FROM 1 BY 1
021400             UNTIL WS-TB-SUB > JS-TB-COUNT
021500         CLOSE JOB-SCHEDULE-FILE
021600         OPEN I-O JOB-SCHEDULE-FILE
021700         DISPLAY "JOB SCHEDULE CREATED WITH " WS-ADDED-COUNT
021800             " STANDING JOB(S)."
021900     END-IF.
022000 1000-EXIT.
022100     EXIT.
022200*
022300******************************************************************
022400* 1100-SIGN-ON.
022500*    TAKES THE OPERATOR SIGN-ON AGAINST THE OPERATOR MASTER - ON
022600*    THE MASTER AND ACTIVE, OR THE SESSION IS REFUSED.
022700*    A SESSION OPENED BY THE OPERATIONS MENU SUPPLIES THE ID,
022800*    AND THE OPERATOR MUST HOLD PERMISSION FOR THIS FUNCTION.
022900******************************************************************
023000 1100-SIGN-ON.
023100     OPEN INPUT OPERATOR-FILE.
023200     IF WS-OPR-FILE-STATUS NOT = "00"
023300         DISPLAY "OPERATOR MASTER NOT AVAILABLE - REFUSED."
023400         GO TO 1100-EXIT
023500     END-IF.
023600     CALL "SESSN01" USING WS-SES-PARMS.
023700     IF WS-SES-ACTIVE
023800         MOVE WS-SES-OPERATOR-ID TO WS-SIGNON-ID
023900     ELSE
024000         DISPLAY "SIGN ON - ENTER OPERATOR ID: "
024100         ACCEPT WS-SIGNON-ID
024200     END-IF.
024300     MOVE WS-SIGNON-ID TO OPR-ID.
024400     READ OPERATOR-FILE
024500         INVALID KEY
024600             DISPLAY "OPERATOR " WS-SIGNON-ID
024700                 " NOT ON THE MASTER."
024800             CLOSE OPERATOR-FILE
024900             GO TO 1100-EXIT
025000     END-READ.
025100     CLOSE OPERATOR-FILE.
025200     IF NOT OPR-ACTIVE
025300         DISPLAY "OPERATOR " WS-SIGNON-ID " IS NOT ACTIVE."
025400         GO TO 1100-EXIT
025500     END-IF.
025600     MOVE WS-SIGNON-ID TO WS-FNA-OPERATOR-ID.
025700     MOVE OPR-AUTHORITY TO WS-FNA-OPR-AUTHORITY.
025800     CALL "FNAUTH01" USING WS-FNA-PARMS.
025900     IF NOT WS-FNA-CAN-USE
026000         DISPLAY "OPERATOR " WS-SIGNON-ID
026100             " IS NOT PERMITTED TO USE THIS FUNCTION."
026200         GO TO 1100-EXIT
026300     END-IF.
026400     SET WS-SIGNON-OK TO TRUE.
026500     DISPLAY "SIGNED ON: " OPR-NAME.
026600 1100-EXIT.
026700     EXIT.
026800*
026900******************************************************************
027000* 1200-SEED-ONE-JOB.
027100*    WRITES THE STANDING JOB FOR SCHEDULABLE PROGRAM TABLE ENTRY
027200*    WS-TB-SUB, WHEN THE ENTRY CARRIES ONE - ACTIVE, PROGRAM
027300*    DEFAULT PARAMETERS, A FAILURE RECORDED AND THE CHAIN CARRIED
027400*    ON - SET BY THE SIGNED-ON OPERATOR.
027500******************************************************************
027600 1200-SEED-ONE-JOB.
027700     IF NOT JS-TB-SEEDED (WS-TB-SUB)
027800         GO TO 1200-EXIT
027900     END-IF.
028000     MOVE SPACES TO JOB-SCHEDULE-RECORD.
028100     MOVE JS-TB-JOB (WS-TB-SUB) TO JS-JOB-NAME.
028200     MOVE JS-TB-PROGRAM (WS-TB-SUB) TO JS-PROGRAM.
028300     MOVE JS-TB-DESCRIPTION (WS-TB-SUB) TO JS-DESCRIPTION.
028400     MOVE JS-TB-RULE (WS-TB-SUB) TO JS-RULE.
028500     MOVE JS-TB-WEEKDAY (WS-TB-SUB) TO JS-WEEKDAY.
028600     MOVE ZEROS TO JS-PARM-1 JS-PARM-2.
028700     SET JS-ACTIVE TO TRUE.
028800     SET JS-FAIL-CONTINUE TO TRUE.
028900     MOVE ZEROS TO JS-LAST-DUE-DATE JS-LAST-RC JS-LAST-RUN-DATE.
029000     MOVE WS-RUN-DATE TO JS-SET-DATE.
029100     MOVE WS-SIGNON-ID TO JS-SET-OPERATOR-ID.
029200     WRITE JOB-SCHEDULE-RECORD
029300         INVALID KEY
029400             GO TO 1200-EXIT
029500     END-WRITE.
029600     ADD 1 TO WS-ADDED-COUNT.
029700     MOVE "SEED" TO WS-LOG-STEP.
029800     MOVE SPACES TO WS-LOG-MESSAGE.
029900     STRING "JOB " JS-JOB-NAME " (" JS-PROGRAM ") SEEDED, RULE "
030000         JS-RULE
030100         DELIMITED BY SIZE INTO WS-LOG-MESSAGE.
030200     CALL "LOGWRT01" USING WS-LOG-PARMS.
030300 1200-EXIT.
030400     EXIT.
030500*
030600******************************************************************
030700* 2000-MENU-LOOP.
030800*    SHOWS THE ACTION MENU AND ROUTES THE OPERATOR'S PICK. AN "E"
030900*    ENDS THE SESSION.
031000******************************************************************
031100 2000-MENU-LOOP.
031200     DISPLAY "JOB SCHEDULE - SELECT ACTION: ".
031300     DISPLAY "  S = SET JOB          H = HOLD OR RELEASE JOB".
031400     DISPLAY "  R = REMOVE JOB       L = LIST JOBS".
031500     DISPLAY "  E = END SESSION: ".
031600     ACCEPT WS-MENU-CHOICE.
031700     EVALUATE TRUE
031800         WHEN WS-MENU-SET
031900             PERFORM 2100-SET-JOB THRU 2100-EXIT
032000         WHEN WS-MENU-HOLD
032100             PERFORM 2200-HOLD-JOB THRU 2200-EXIT
032200         WHEN WS-MENU-REMOVE
032300             PERFORM 2300-REMOVE-JOB THRU 2300-EXIT
032400         WHEN WS-MENU-LIST
032500             PERFORM 2400-LIST-JOBS THRU 2400-EXIT
032600         WHEN WS-MENU-END
032700             CONTINUE
032800         WHEN OTHER
032900             DISPLAY "ACTION NOT RECOGNISED."
033000     END-EVALUATE.
033100 2000-EXIT.
033200     EXIT.
033300*
033400******************************************************************
033500* 2100-SET-JOB.
033600*    TAKES ONE JOB FROM THE CONSOLE: THE PROGRAM (ONE ON THE
033700*    SCHEDULABLE PROGRAM TABLE), A DESCRIPTION, THE CALENDAR
033800*    RULE, THE PARAMETERS THE PROGRAM TAKES, THE STATUS AND WHAT
033900*    A FAILURE DOES. A JOB ALREADY ON THE SCHEDULE SHOWS ITS
034000*    CURRENT SETTINGS AND IS ONLY REPLACED ON CONFIRMATION; ITS
034100*    LAST-RUN FIELDS ARE KEPT.
034200******************************************************************
034300 2100-SET-JOB.
034400     DISPLAY "ENTER JOB NAME: ".
034500     ACCEPT WS-ENTRY-JOB-NAME.
034600     IF WS-ENTRY-JOB-NAME = SPACES
034700         GO TO 2100-EXIT
034800     END-IF.
034900     PERFORM 2800-READ-JOB THRU 2800-EXIT.
035000     IF WS-JS-FOUND
035100         DISPLAY "CURRENT SETTINGS:"
035200         PERFORM 2900-SHOW-JOB THRU 2900-EXIT
035300     END-IF.
035400     DISPLAY "ENTER PROGRAM: ".
035500     ACCEPT WS-ENTRY-PROGRAM.
035600     MOVE ZEROS TO WS-TB-FOUND-SUB.
035700     PERFORM 2110-MATCH-ONE-PROGRAM THRU 2110-EXIT
035800         VARYING WS-TB-SUB FROM 1 BY 1
035900         UNTIL WS-TB-SUB > JS-TB-COUNT OR WS-TB-FOUND-SUB > 0.
036000     IF WS-TB-FOUND-SUB = 0
036100         DISPLAY "PROGRAM " WS-ENTRY-PROGRAM
036200             " CANNOT BE SCHEDULED - NOT SET."
036300         GO TO 2100-EXIT
036400     END-IF.
036500     DISPLAY "ENTER DESCRIPTION (BLANK = "
036600         JS-TB-DESCRIPTION (WS-TB-FOUND-SUB) "): ".
036700     ACCEPT WS-ENTRY-DESCRIPTION.
036800     IF WS-ENTRY-DESCRIPTION = SPACES
036900         MOVE JS-TB-DESCRIPTION (WS-TB-FOUND-SUB)
037000             TO WS-ENTRY-DESCRIPTION
037100     END-IF.
037200     DISPLAY "ENTER RULE (D = DAILY, W = WEEKLY, "
037300         "F = FIRST BUSINESS DAY,".
037400     DISPLAY "  L = LAST BUSINESS DAY, M = MONTH-END, "
037500         "Q = QUARTER-END, Y = YEAR-END): ".
037600     ACCEPT WS-ENTRY-RULE.
037700     IF NOT WS-ENTRY-RULE-VALID
037800         DISPLAY "RULE MUST BE D, W, F, L, M, Q OR Y - NOT SET."
037900         GO TO 2100-EXIT
038000     END-IF.
038100     MOVE ZEROS TO WS-ENTRY-WEEKDAY.
038200     IF WS-ENTRY-WEEKLY
038300         DISPLAY "ENTER WEEKDAY (1 = MONDAY ... 7 = SUNDAY): "
038400         ACCEPT WS-ENTRY-WEEKDAY
038500         IF WS-ENTRY-WEEKDAY < 1 OR WS-ENTRY-WEEKDAY > 7
038600             DISPLAY "WEEKDAY MUST BE 1 TO 7 - NOT SET."
038700             GO TO 2100-EXIT
038800         END-IF
038900     END-IF.
039000     PERFORM 2120-TAKE-PARMS THRU 2120-EXIT.
039100     IF NOT WS-TIME-OK
039200         GO TO 2100-EXIT
039300     END-IF.
039400     DISPLAY "ENTER STATUS (A = ACTIVE, H = HELD): ".
039500     ACCEPT WS-ENTRY-STATUS.
039600     IF NOT WS-ENTRY-STATUS-VALID
039700         DISPLAY "STATUS MUST BE A OR H - NOT SET."
039800         GO TO 2100-EXIT
039900     END-IF.
040000     DISPLAY "ON FAILURE (C = CONTINUE THE CHAIN, "
040100         "S = STOP THE CHAIN): ".
040200     ACCEPT WS-ENTRY-ON-FAIL.
040300     IF NOT WS-ENTRY-ON-FAIL-VALID
040400         DISPLAY "ON FAILURE MUST BE C OR S - NOT SET."
040500         GO TO 2100-EXIT
040600     END-IF.
040700     IF WS-JS-FOUND
040800         DISPLAY "REPLACE THE CURRENT SETTINGS (Y TO CONFIRM): "
040900         ACCEPT WS-CONFIRM
041000         IF NOT WS-CONFIRMED
041100             DISPLAY "NOT CONFIRMED - JOB LEFT AS IT WAS."
041200             GO TO 2100-EXIT
041300         END-IF
041400     END-IF.
041500     PERFORM 2150-STORE-JOB THRU 2150-EXIT.
041600 2100-EXIT.
041700     EXIT.
041800*
041900******************************************************************
042000* 2110-MATCH-ONE-PROGRAM.
042100*    SETS WS-TB-FOUND-SUB WHEN SCHEDULABLE PROGRAM TABLE ENTRY
042200*    WS-TB-SUB IS THE PROGRAM KEYED.
042300******************************************************************
042400 2110-MATCH-ONE-PROGRAM.
042500     IF JS-TB-PROGRAM (WS-TB-SUB) = WS-ENTRY-PROGRAM
042600         MOVE WS-TB-SUB TO WS-TB-FOUND-SUB
042700     END-IF.
042800 2110-EXIT.
042900     EXIT.
043000*
043100******************************************************************
043200* 2120-TAKE-PARMS.
043300*    TAKES THE PARAMETERS THE PROGRAM AT WS-TB-FOUND-SUB USES -
043400*    NONE, A RETENTION PERIOD OR A BATCH WINDOW. ZERO LEAVES THE
043500*    PROGRAM ITS OWN DEFAULT - FOR A WINDOW, BOTH TIMES ZERO. A
043600*    BAD ENTRY LEAVES WS-TIME-OK OFF, WHICH REFUSES THE WHOLE JOB.
043700******************************************************************
043800 2120-TAKE-PARMS.
043900     MOVE ZEROS TO WS-ENTRY-PARM-1 WS-ENTRY-PARM-2.
044000     SET WS-TIME-OK TO TRUE.
044100     IF JS-TB-RETENTION (WS-TB-FOUND-SUB)
044200         DISPLAY "ENTER RETENTION DAYS (UP TO 999, 0 = PROGRAM "
044300             "DEFAULT): "
044400         ACCEPT WS-ENTRY-PARM-1
044500         IF WS-ENTRY-PARM-1 > 999
044600             DISPLAY "RETENTION MUST BE 999 DAYS OR LESS - "
044700                 "NOT SET."
044800             MOVE "N" TO WS-TIME-OK-SW
044900         END-IF
045000         GO TO 2120-EXIT
045100     END-IF.
045200     IF NOT JS-TB-WINDOW (WS-TB-FOUND-SUB)
045300         GO TO 2120-EXIT
045400     END-IF.
045500     DISPLAY "ENTER BATCH WINDOW START (HHMMSS, 000000 = "
045600         "PROGRAM DEFAULT): ".
045700     ACCEPT WS-ENTRY-TIME.
045800     PERFORM 2130-CHECK-TIME THRU 2130-EXIT.
045900     IF NOT WS-TIME-OK
046000         GO TO 2120-EXIT
046100     END-IF.
046200     MOVE WS-ENTRY-TIME TO WS-ENTRY-PARM-1.
046300     DISPLAY "ENTER BATCH WINDOW END (HHMMSS, 000000 = "
046400         "PROGRAM DEFAULT): ".
046500     ACCEPT WS-ENTRY-TIME.
046600     PERFORM 2130-CHECK-TIME THRU 2130-EXIT.
046700     MOVE WS-ENTRY-TIME TO WS-ENTRY-PARM-2.
046800     IF WS-TIME-OK
046900         AND (WS-ENTRY-PARM-1 = ZEROS OR WS-ENTRY-PARM-2 = ZEROS)
047000         AND WS-ENTRY-PARM-1 NOT = WS-ENTRY-PARM-2
047100         DISPLAY "GIVE BOTH WINDOW TIMES OR NEITHER - NOT SET."
047200         MOVE "N" TO WS-TIME-OK-SW
047300     END-IF.
047400 2120-EXIT.
047500     EXIT.
047600*
047700******************************************************************
047800* 2130-CHECK-TIME.
047900*    CHECKS THE TIME IN WS-ENTRY-TIME IS A REAL TIME OF DAY.
048000******************************************************************
048100 2130-CHECK-TIME.
048200     IF WS-ENTRY-TIME-HH > 23 OR WS-ENTRY-TIME-MM > 59
048300         OR WS-ENTRY-TIME-SS > 59
048400         DISPLAY "TIME " WS-ENTRY-TIME
048500             " IS NOT A TIME OF DAY - NOT SET."
048600         MOVE "N" TO WS-TIME-OK-SW
048700     END-IF.
048800 2130-EXIT.
048900     EXIT.
049000*
049100******************************************************************
049200* 2150-STORE-JOB.
049300*    WRITES THE ENTRY ONTO THE RECORD JUST READ BY 2800-READ-JOB
049400*    - A REWRITE, KEEPING THE LAST-RUN FIELDS, WHEN IT WAS FOUND,
049500*    A NEW RECORD OTHERWISE - AND LOGS THE CHANGE.
049600******************************************************************
049700 2150-STORE-JOB.
049800     IF NOT WS-JS-FOUND
049900         MOVE SPACES TO JOB-SCHEDULE-RECORD
050000         MOVE ZEROS TO JS-LAST-DUE-DATE JS-LAST-RC
050100             JS-LAST-RUN-DATE
050200     END-IF.
050300     MOVE WS-ENTRY-JOB-NAME TO JS-JOB-NAME.
050400     MOVE WS-ENTRY-PROGRAM TO JS-PROGRAM.
050500     MOVE WS-ENTRY-DESCRIPTION TO JS-DESCRIPTION.
050600     MOVE WS-ENTRY-RULE TO JS-RULE.
050700     MOVE WS-ENTRY-WEEKDAY TO JS-WEEKDAY.
050800     MOVE WS-ENTRY-PARM-1 TO JS-PARM-1.
050900     MOVE WS-ENTRY-PARM-2 TO JS-PARM-2.
051000     MOVE WS-ENTRY-STATUS TO JS-STATUS.
051100     MOVE WS-ENTRY-ON-FAIL TO JS-ON-FAIL.
051200     MOVE WS-RUN-DATE TO JS-SET-DATE.
051300     MOVE WS-SIGNON-ID TO JS-SET-OPERATOR-ID.
051400     IF WS-JS-FOUND
051500         REWRITE JOB-SCHEDULE-RECORD
051600             INVALID KEY
051700                 DISPLAY "JOB COULD NOT BE REPLACED."
051800                 GO TO 2150-EXIT
051900         END-REWRITE
052000         ADD 1 TO WS-CHANGED-COUNT
052100     ELSE
052200         WRITE JOB-SCHEDULE-RECORD
052300             INVALID KEY
052400                 DISPLAY "JOB COULD NOT BE ADDED."
052500                 GO TO 2150-EXIT
052600         END-WRITE
052700         ADD 1 TO WS-ADDED-COUNT
052800     END-IF.
052900     MOVE "SET" TO WS-LOG-STEP.
053000     MOVE SPACES TO WS-LOG-MESSAGE.
053100     STRING "JOB " JS-JOB-NAME " (" JS-PROGRAM ") RULE " JS-RULE
053200         " SET BY OPERATOR " WS-SIGNON-ID
053300         DELIMITED BY SIZE INTO WS-LOG-MESSAGE.
053400     CALL "LOGWRT01" USING WS-LOG-PARMS.
053500     DISPLAY "JOB " JS-JOB-NAME " SET.".
053600 2150-EXIT.
053700     EXIT.
053800*
053900******************************************************************
054000* 2200-HOLD-JOB.
054100*    HOLDS A JOB (IT IS SKIPPED, AND SHOWN SKIPPED, WHEN IT
054200*    FALLS DUE) OR RELEASES A HELD ONE, LEAVING THE REST OF ITS
054300*    SETTINGS AS THEY ARE.
054400******************************************************************
054500 2200-HOLD-JOB.
054600     DISPLAY "ENTER JOB NAME: ".
054700     ACCEPT WS-ENTRY-JOB-NAME.
054800     PERFORM 2800-READ-JOB THRU 2800-EXIT.
054900     IF NOT WS-JS-FOUND
055000         DISPLAY "NO JOB " WS-ENTRY-JOB-NAME "."
055100         GO TO 2200-EXIT
055200     END-IF.
055300     PERFORM 2900-SHOW-JOB THRU 2900-EXIT.
055400     DISPLAY "ENTER H TO HOLD, A TO RELEASE: ".
055500     ACCEPT WS-ENTRY-STATUS.
055600     IF NOT WS-ENTRY-STATUS-VALID
055700         DISPLAY "STATUS MUST BE A OR H - LEFT AS IS."
055800         GO TO 2200-EXIT
055900     END-IF.
056000     IF WS-ENTRY-STATUS = JS-STATUS
056100         DISPLAY "JOB IS ALREADY IN THAT STATUS."
056200         GO TO 2200-EXIT
056300     END-IF.
056400     MOVE WS-ENTRY-STATUS TO JS-STATUS.
056500     MOVE WS-RUN-DATE TO JS-SET-DATE.
056600     MOVE WS-SIGNON-ID TO JS-SET-OPERATOR-ID.
056700     REWRITE JOB-SCHEDULE-RECORD
056800         INVALID KEY
056900             DISPLAY "JOB COULD NOT BE UPDATED."
057000             GO TO 2200-EXIT
057100     END-REWRITE.
057200     ADD 1 TO WS-CHANGED-COUNT.
057300     MOVE "HOLD" TO WS-LOG-STEP.
057400     MOVE SPACES TO WS-LOG-MESSAGE.
057500     IF JS-HELD
057600         STRING "JOB " JS-JOB-NAME " HELD BY OPERATOR "
057700             WS-SIGNON-ID
057800             DELIMITED BY SIZE INTO WS-LOG-MESSAGE
057900     ELSE
058000         STRING "JOB " JS-JOB-NAME " RELEASED BY OPERATOR "
058100             WS-SIGNON-ID
058200             DELIMITED BY SIZE INTO WS-LOG-MESSAGE
058300     END-IF.
058400     CALL "LOGWRT01" USING WS-LOG-PARMS.
058500     DISPLAY "JOB " JS-JOB-NAME " NOW STATUS " JS-STATUS ".".
058600 2200-EXIT.
058700     EXIT.
058800*
058900******************************************************************
059000* 2300-REMOVE-JOB.
059100*    DELETES ONE JOB AFTER A SEPARATE CONFIRMATION.
059200******************************************************************
059300 2300-REMOVE-JOB.
059400     DISPLAY "ENTER JOB NAME: ".
059500     ACCEPT WS-ENTRY-JOB-NAME.
059600     PERFORM 2800-READ-JOB THRU 2800-EXIT.
059700     IF NOT WS-JS-FOUND
059800         DISPLAY "NO JOB " WS-ENTRY-JOB-NAME "."
059900         GO TO 2300-EXIT
060000     END-IF.
060100     PERFORM 2900-SHOW-JOB THRU 2900-EXIT.
060200     DISPLAY "CONFIRM REMOVE OF JOB " WS-ENTRY-JOB-NAME
060300         " (Y TO CONFIRM): ".
060400     ACCEPT WS-CONFIRM.
060500     IF NOT WS-CONFIRMED
060600         DISPLAY "REMOVE NOT CONFIRMED - RECORD LEFT AS IS."
060700         GO TO 2300-EXIT
060800     END-IF.
060900     DELETE JOB-SCHEDULE-FILE
061000         INVALID KEY
061100             DISPLAY "JOB COULD NOT BE REMOVED."
061200             GO TO 2300-EXIT
061300     END-DELETE.
061400     ADD 1 TO WS-REMOVED-COUNT.
061500     MOVE "REMOVE" TO WS-LOG-STEP.
061600     MOVE SPACES TO WS-LOG-MESSAGE.
061700     STRING "JOB " WS-ENTRY-JOB-NAME
061800         " REMOVED BY OPERATOR " WS-SIGNON-ID
061900         DELIMITED BY SIZE INTO WS-LOG-MESSAGE.
062000     CALL "LOGWRT01" USING WS-LOG-PARMS.
062100     DISPLAY "JOB REMOVED.".
062200 2300-EXIT.
062300     EXIT.
062400*
062500******************************************************************
062600* 2400-LIST-JOBS.
062700*    LISTS THE WHOLE SCHEDULE IN JOB-NAME ORDER - THE ORDER THE
062800*    CHAIN RUNS THE JOBS DUE ON A DATE.
062900******************************************************************
063000 2400-LIST-JOBS.
063100     MOVE "N" TO WS-LIST-EOF-SW.
063200     MOVE LOW-VALUES TO JS-JOB-NAME.
063300     START JOB-SCHEDULE-FILE KEY IS NOT LESS THAN JS-JOB-NAME
063400         INVALID KEY
063500             DISPLAY "NO JOBS ON THE JOB SCHEDULE."
063600             SET WS-LIST-EOF TO TRUE
063700     END-START.
063800     PERFORM 2410-LIST-NEXT-JOB THRU 2410-EXIT
063900         UNTIL WS-LIST-EOF.
064000 2400-EXIT.
064100     EXIT.
064200*
064300******************************************************************
064400* 2410-LIST-NEXT-JOB.
064500*    READS AND DISPLAYS ONE JOB.
064600******************************************************************
064700 2410-LIST-NEXT-JOB.
064800     READ JOB-SCHEDULE-FILE NEXT RECORD
064900         AT END
065000             SET WS-LIST-EOF TO TRUE
065100             GO TO 2410-EXIT
065200     END-READ.
065300     PERFORM 2900-SHOW-JOB THRU 2900-EXIT.
065400 2410-EXIT.
065500     EXIT.
065600*
065700******************************************************************
065800* 2800-READ-JOB.
065900*    READS THE JOB IN WS-ENTRY-JOB-NAME, SETTING WS-JS-FOUND WHEN
066000*    IT IS ON THE SCHEDULE.
066100******************************************************************
066200 2800-READ-JOB.
066300     MOVE "N" TO WS-JS-FOUND-SW.
066400     MOVE WS-ENTRY-JOB-NAME TO JS-JOB-NAME.
066500     READ JOB-SCHEDULE-FILE
066600         INVALID KEY
066700             GO TO 2800-EXIT
066800     END-READ.
066900     SET WS-JS-FOUND TO TRUE.
067000 2800-EXIT.
067100     EXIT.
067200*
067300******************************************************************
067400* 2900-SHOW-JOB.
067500*    DISPLAYS THE JOB SCHEDULE RECORD IN THE RECORD AREA, WITH
067600*    HOW IT WENT THE LAST TIME IT FELL DUE.
067700******************************************************************
067800 2900-SHOW-JOB.
067900     EVALUATE TRUE
068000         WHEN JS-LAST-COMPLETED
068100             MOVE "COMPLETED" TO WS-RESULT-TEXT
068200         WHEN JS-LAST-FAILED
068300             MOVE "FAILED" TO WS-RESULT-TEXT
068400         WHEN JS-LAST-SKIPPED
068500             MOVE "SKIPPED" TO WS-RESULT-TEXT
068600         WHEN OTHER
068700             MOVE "NOT YET" TO WS-RESULT-TEXT
068800     END-EVALUATE.
068900     DISPLAY "  " JS-JOB-NAME " " JS-PROGRAM " " JS-DESCRIPTION
069000         " RULE " JS-RULE " " JS-WEEKDAY " STATUS " JS-STATUS
069100         " ON FAIL " JS-ON-FAIL.
069200     DISPLAY "    PARMS " JS-PARM-1 " " JS-PARM-2
069300         "  LAST DUE " JS-LAST-DUE-DATE " " WS-RESULT-TEXT
069400         " RC " JS-LAST-RC "  LAST COMPLETED " JS-LAST-RUN-DATE.
069500     DISPLAY "    SET " JS-SET-DATE " " JS-SET-OPERATOR-ID.
069600 2900-EXIT.
069700     EXIT.
069800*
069900******************************************************************
070000* 3000-FINALIZE.
070100*    LOGS WHAT THE SESSION CHANGED, CLOSES THE SCHEDULE AND
070200*    WRITES THE JOB RUN HISTORY RECORD.
070300******************************************************************
070400 3000-FINALIZE.
070500     MOVE "FINALIZE" TO WS-LOG-STEP.
070600     MOVE SPACES TO WS-LOG-MESSAGE.
070700     STRING "JOBS ADDED " WS-ADDED-COUNT
070800         " CHANGED " WS-CHANGED-COUNT
070900         " REMOVED " WS-REMOVED-COUNT
071000         DELIMITED BY SIZE INTO WS-LOG-MESSAGE.
071100     CALL "LOGWRT01" USING WS-LOG-PARMS.
071200     CLOSE JOB-SCHEDULE-FILE.
071300     COMPUTE WS-MAINT-COUNT =
071400         WS-ADDED-COUNT + WS-CHANGED-COUNT + WS-REMOVED-COUNT.
071500     MOVE 0 TO RETURN-CODE.
071600     PERFORM 3100-WRITE-JOB-HISTORY THRU 3100-EXIT.
071700 3000-EXIT.
071800     EXIT.
071900*
072000******************************************************************
072100* 3100-WRITE-JOB-HISTORY.
072200*    APPENDS ONE JOB RUN HISTORY RECORD FOR THIS MAINTENANCE
072300*    SESSION, WITH A TRUE END TIME CAPTURED NOW.
072400******************************************************************
072500 3100-WRITE-JOB-HISTORY.
072600     OPEN EXTEND JOB-HISTORY-FILE.
072700     IF WS-JH-FILE-NOT-FOUND
072800         CLOSE JOB-HISTORY-FILE
072900         OPEN OUTPUT JOB-HISTORY-FILE
073000     END-IF.
073100     MOVE SPACES TO JOB-HIST-RECORD.
073200     MOVE "JOBMNT01" TO JH-PROGRAM-ID.
073300     MOVE WS-RUN-DATE TO JH-RUN-DATE.
073400     MOVE WS-RUN-TIME TO JH-START-TIME.
073500     ACCEPT WS-END-TIME FROM TIME.
073600     MOVE WS-END-TIME TO JH-END-TIME.
073700     MOVE RETURN-CODE TO JH-RETURN-CODE.
073800     MOVE WS-MAINT-COUNT TO JH-TRAN-COUNT.
073900     MOVE WS-SIGNON-ID TO JH-OPERATOR-ID.
074000     WRITE JOB-HIST-RECORD.
074100     CLOSE JOB-HISTORY-FILE.
074200 3100-EXIT.
074300     EXIT.
074400*
074500 END PROGRAM JOBMNT01.
