000100******************************************************************
000200* AUTHOR:       BRUNNO LORENZONI
000300* INSTALLATION: OPERATIONS / BATCH SUPPORT
000400* DATE-WRITTEN: 2026-10-15
000500* DATE-COMPILED:
000600* PURPOSE:      REPORT DISTRIBUTION MAINTENANCE. SETS, REMOVES AND
000700*               LISTS THE RECIPIENTS ON THE DISTRIBUTION MASTER -
000800*               WHICH REPORT TYPES EACH RECEIVES, WHICH BRANCHES'
000900*               STATEMENTS AND HOW OFTEN - THAT THE END-OF-CYCLE
001000*               DISTRIBUTION STEP (DSTRUN01) BUILDS ITS BUNDLES
001100*               FROM, AND ANSWERS QUESTIONS FROM THE DISTRIBUTION
001200*               LOG: WHAT WAS SENT TO WHOM, FOR WHICH BRANCH, AND
001300*               WHAT WAS EXPECTED BUT MISSING. A FIRST RUN CREATES
001400*               THE DISTRIBUTION MASTER.
001500*
001600*               THE LIST DECIDES ONLY WHO GETS A COPY OF REPORTS
001700*               ALREADY WRITTEN, SO - AS WITH THE BRANCH BUDGETS -
001800*               A CHANGE LANDS AT ONCE RATHER THAN WAITING ON THE
001900*               REFERENCE-DATA APPROVAL QUEUE. THE SESSION STILL
002000*               NEEDS AN OPERATOR SIGN-ON, EVERY RECORD CARRIES
002100*               WHO LAST SET IT, AND EACH CHANGE IS LOGGED.
002200* TECTONICS:    COBC
002300******************************************************************
002400* MODIFICATION HISTORY.
002500*    2026-10-15 BL  INITIAL VERSION.
002516*    2026-10-15 BL  SIGN-ON TAKES THE OPERATOR FROM THE
002533*                   OPERATIONS MENU SESSION (SESSN01) WHEN ONE IS
002550*                   OPEN, AND THE AUTHORITY FROM THE FUNCTION
002566*                   PERMISSION FILE (FNAUTH01) INSTEAD OF THE
002583*                   TWO-LEVEL OPR-AUTHORITY.
002600******************************************************************
002700 IDENTIFICATION DIVISION.
002800 PROGRAM-ID. DSTMNT01.
002900 ENVIRONMENT DIVISION.
003000 INPUT-OUTPUT SECTION.
003100 FILE-CONTROL.
003200     SELECT DISTRIBUTION-FILE ASSIGN TO "DSTMAST"
003300         ORGANIZATION IS INDEXED
003400         ACCESS MODE IS DYNAMIC
003500         RECORD KEY IS DST-RECIPIENT
003600         FILE STATUS IS WS-DST-FILE-STATUS.
003700     SELECT BRANCH-FILE ASSIGN TO "BRNCHMST"
003800         ORGANIZATION IS INDEXED
003900         ACCESS MODE IS RANDOM
004000         RECORD KEY IS BR-CODE
004100         FILE STATUS IS WS-BRM-FILE-STATUS.
004200     SELECT DISTRIBUTION-LOG-FILE ASSIGN TO "DSTLOG"
004300         ORGANIZATION IS LINE SEQUENTIAL
004400         FILE STATUS IS WS-DLG-FILE-STATUS.
004500     SELECT OPERATOR-FILE ASSIGN TO "OPERMAST"
004600         ORGANIZATION IS INDEXED
004700         ACCESS MODE IS RANDOM
004800         RECORD KEY IS OPR-ID
004900         FILE STATUS IS WS-OPR-FILE-STATUS.
005000     SELECT JOB-HISTORY-FILE ASSIGN TO "JOBHIST"
005100         ORGANIZATION IS LINE SEQUENTIAL
005200         FILE STATUS IS WS-JH-FILE-STATUS.
005300*
005400 DATA DIVISION.
005500 FILE SECTION.
005600 FD  DISTRIBUTION-FILE.
005700 COPY "DSTREC.cpy".
005800 FD  BRANCH-FILE.
005900 COPY "BRNCHREC.cpy".
006000 FD  DISTRIBUTION-LOG-FILE.
006100 COPY "DSTLGREC.cpy".
006200 FD  OPERATOR-FILE.
006300 COPY "OPERREC.cpy".
006400 FD  JOB-HISTORY-FILE.
006500 COPY "HISTREC.cpy".
006600*
006700 WORKING-STORAGE SECTION.
006800 77  WS-DST-FILE-STATUS          PIC X(02) VALUE "00".
006900     88  WS-DST-FILE-NOT-FOUND   VALUE "35".
007000 77  WS-BRM-FILE-STATUS          PIC X(02) VALUE "00".
007100 77  WS-DLG-FILE-STATUS          PIC X(02) VALUE "00".
007200 77  WS-OPR-FILE-STATUS          PIC X(02) VALUE "00".
007300 77  WS-JH-FILE-STATUS           PIC X(02) VALUE "00".
007400     88  WS-JH-FILE-NOT-FOUND    VALUE "35".
007500*
007600 77  WS-LIST-EOF-SW              PIC X(01) VALUE "N".
007700     88  WS-LIST-EOF             VALUE "Y".
007800 77  WS-DLG-EOF-SW               PIC X(01) VALUE "N".
007900     88  WS-DLG-EOF              VALUE "Y".
008000 77  WS-BRM-AVAILABLE-SW         PIC X(01) VALUE "N".
008100     88  WS-BRM-AVAILABLE        VALUE "Y".
008200*
008300 77  WS-RUN-DATE                 PIC 9(08) VALUE ZEROS.
008400 77  WS-RUN-TIME                 PIC 9(08) VALUE ZEROS.
008500 77  WS-END-TIME                 PIC 9(08) VALUE ZEROS.
008600*
008700*    SIGN-ON - ONLY AN ACTIVE OPERATOR ON THE MASTER MAY CHANGE
008800*    THE DISTRIBUTION LIST; THE ID IS STAMPED ON EVERY RECORD SET.
008900*
009000 77  WS-SIGNON-ID                PIC 9(06) VALUE ZEROS.
009100 77  WS-SIGNON-OK-SW             PIC X(01) VALUE "N".
009200     88  WS-SIGNON-OK            VALUE "Y".
009300 77  WS-ABORT-SW                 PIC X(01) VALUE "N".
009400     88  WS-ABORT-RUN            VALUE "Y".
009500*
009600*    OPERATOR INPUT FIELDS FOR THE MAINTENANCE SESSION. THE
009700*    REPORT TYPES AND BRANCHES ARE TAKEN INTO WORK LISTS SHAPED
009800*    LIKE THE MASTER RECORD'S, AND ONLY MOVED ONTO IT ONCE THE
009900*    WHOLE ENTRY HAS PASSED.
010000*
010100 77  WS-MENU-CHOICE              PIC X(01) VALUE SPACE.
010200     88  WS-MENU-SET             VALUE "S".
010300     88  WS-MENU-REMOVE          VALUE "R".
010400     88  WS-MENU-LIST            VALUE "L".
010500     88  WS-MENU-QUERY           VALUE "Q".
010600     88  WS-MENU-END             VALUE "E".
010700 77  WS-ENTRY-RECIPIENT          PIC X(08) VALUE SPACES.
010800 77  WS-ENTRY-NAME               PIC X(30) VALUE SPACES.
010900 01  WS-ENTRY-TYPES.
011000     03  WS-ENTRY-TYPE           PIC X(08) OCCURS 8 TIMES.
011100 01  WS-ENTRY-BRANCHES.
011200     03  WS-ENTRY-BRANCH         PIC X(04) OCCURS 8 TIMES.
011300 77  WS-ENTRY-FREQUENCY          PIC X(01) VALUE SPACE.
011400     88  WS-ENTRY-FREQ-VALID     VALUE "D" "W" "M".
011500     88  WS-ENTRY-WEEKLY         VALUE "W".
011600 77  WS-ENTRY-WEEKDAY            PIC 9(01) VALUE ZEROS.
011700 77  WS-ENTRY-ITEM               PIC X(08) VALUE SPACES.
011800 77  WS-CONFIRM                  PIC X(01) VALUE SPACE.
011900     88  WS-CONFIRMED            VALUE "Y".
012000 77  WS-SUB                      PIC 9(02) COMP VALUE ZEROS.
012100 77  WS-TY-SUB                   PIC 9(02) COMP VALUE ZEROS.
012200 77  WS-SUB-ED                   PIC 9 VALUE ZEROS.
012300*
012400*    OUTCOMES OF THE ENTRY CHECKS.
012500*
012600 77  WS-DST-FOUND-SW             PIC X(01) VALUE "N".
012700     88  WS-DST-FOUND            VALUE "Y".
012800 77  WS-ITEMS-ENDED-SW           PIC X(01) VALUE "N".
012900     88  WS-ITEMS-ENDED          VALUE "Y".
013000 77  WS-ENTRY-BAD-SW             PIC X(01) VALUE "N".
013100     88  WS-ENTRY-BAD            VALUE "Y".
013200 77  WS-TYPE-OK-SW               PIC X(01) VALUE "N".
013300     88  WS-TYPE-OK              VALUE "Y".
013400*
013500 COPY "RPTTYTBL.cpy".
013600*
013700*    DELIVERY LOG QUERY - EACH FILTER LEFT BLANK (OR ZERO FOR THE
013800*    DATES) MATCHES EVERYTHING.
013900*
014000 77  WS-Q-RECIPIENT              PIC X(08) VALUE SPACES.
014100 77  WS-Q-TYPE                   PIC X(08) VALUE SPACES.
014200 77  WS-Q-BRANCH                 PIC X(04) VALUE SPACES.
014300 77  WS-Q-FROM-DATE              PIC 9(08) VALUE ZEROS.
014400 77  WS-Q-TO-DATE                PIC 9(08) VALUE ZEROS.
014500 77  WS-Q-MATCH-COUNT            PIC 9(06) VALUE ZEROS.
014600 77  WS-Q-STATUS-TEXT            PIC X(09) VALUE SPACES.
014700*
014800*    SESSION COUNTS, LOGGED AT FINALIZE TIME AND STAMPED ON THE
014900*    JOB HISTORY RECORD (RECORDS SET, REPLACED AND REMOVED).
015000*
015100 77  WS-ADDED-COUNT              PIC 9(06) VALUE ZEROS.
015200 77  WS-CHANGED-COUNT            PIC 9(06) VALUE ZEROS.
015300 77  WS-REMOVED-COUNT            PIC 9(06) VALUE ZEROS.
015400 77  WS-MAINT-COUNT              PIC 9(06) VALUE ZEROS.
015500*
015504*    PARAMETER AREA PASSED TO SESSN01. LAYOUT MUST MATCH ITS
015508*    LINKAGE SECTION SES-PARMS FIELD FOR FIELD.
015513*
015517 01  WS-SES-PARMS.
015521     03  WS-SES-FUNCTION          PIC X(01) VALUE "G".
015526     03  WS-SES-OPERATOR-ID       PIC 9(06).
015530     03  WS-SES-OPERATOR-NAME     PIC X(20).
015534     03  WS-SES-STATUS            PIC X(01).
015539         88  WS-SES-ACTIVE        VALUE "Y".
015543*
015547*    PARAMETER AREA PASSED TO FNAUTH01. LAYOUT MUST MATCH ITS
015552*    LINKAGE SECTION FNA-PARMS FIELD FOR FIELD.
015556*
015560 01  WS-FNA-PARMS.
015565     03  WS-FNA-OPERATOR-ID       PIC 9(06).
015569     03  WS-FNA-FUNCTION          PIC X(08) VALUE "DSTMNT01".
015573     03  WS-FNA-OPR-AUTHORITY     PIC 9(01).
015578     03  WS-FNA-LEVEL             PIC X(01).
015582         88  WS-FNA-CAN-USE       VALUE "U" "S".
015586         88  WS-FNA-CAN-SUPERVISE VALUE "S".
015591     03  WS-FNA-SOURCE            PIC X(01).
015595*
015600*    PARAMETER AREA PASSED TO LOGWRT01. LAYOUT MUST MATCH ITS
015700*    LINKAGE SECTION LOG-PARMS FIELD FOR FIELD.
015800*
015900 01  WS-LOG-PARMS.
016000     03  WS-LOG-PROGRAM-ID        PIC X(16) VALUE "DSTMNT01".
016100     03  WS-LOG-STEP              PIC X(12).
016200     03  WS-LOG-RUN-DATE          PIC 9(08).
016300     03  WS-LOG-RUN-TIME          PIC 9(08).
016400     03  WS-LOG-MESSAGE           PIC X(60).
016500     03  WS-LOG-SEVERITY          PIC X(01) VALUE "I".
016600*
016700 PROCEDURE DIVISION.
016800 0000-MAINLINE.
016900     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
017000     IF WS-ABORT-RUN
017100         PERFORM 3100-WRITE-JOB-HISTORY THRU 3100-EXIT
017200         GOBACK
017300     END-IF.
017400     PERFORM 2000-MENU-LOOP THRU 2000-EXIT
017500         WITH TEST AFTER UNTIL WS-MENU-END.
017600     PERFORM 3000-FINALIZE THRU 3000-EXIT.
017700     GOBACK.
017800*
017900******************************************************************
018000* 1000-INITIALIZE.
018100*    CAPTURES THE RUN TIMESTAMP, TAKES THE SIGN-ON AND OPENS THE
018200*    DISTRIBUTION MASTER I-O, CREATING IT ON FIRST USE - THIS IS
018300*    THE PROGRAM THAT BUILDS THE MASTER, SO AN ABSENT FILE IS A
018400*    FIRST RUN, NOT AN ERROR. THE BRANCH MASTER IS NEEDED TO SET
018500*    A RECIPIENT; WITHOUT IT SET IS OFF.
018600******************************************************************
018700 1000-INITIALIZE.
018800     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
018900     ACCEPT WS-RUN-TIME FROM TIME.
019000     MOVE WS-RUN-DATE TO WS-LOG-RUN-DATE.
019100     MOVE WS-RUN-TIME TO WS-LOG-RUN-TIME.
019200     MOVE "INITIALIZE" TO WS-LOG-STEP.
019300     MOVE "REPORT DISTRIBUTION MAINTENANCE STARTING" TO
019400         WS-LOG-MESSAGE.
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
020800     OPEN I-O DISTRIBUTION-FILE.
020900     IF WS-DST-FILE-NOT-FOUND
021000         CLOSE DISTRIBUTION-FILE
021100         OPEN OUTPUT DISTRIBUTION-FILE
021200         CLOSE DISTRIBUTION-FILE
021300         OPEN I-O DISTRIBUTION-FILE
021400     END-IF.
021500     OPEN INPUT BRANCH-FILE.
021600     IF WS-BRM-FILE-STATUS = "00"
021700         SET WS-BRM-AVAILABLE TO TRUE
021800     ELSE
021900         DISPLAY "BRANCH MASTER NOT AVAILABLE - SET IS OFF."
022000     END-IF.
022100 1000-EXIT.
022200     EXIT.
022300*
022400******************************************************************
022500* 1100-SIGN-ON.
022600*    TAKES THE OPERATOR SIGN-ON AGAINST THE OPERATOR MASTER - ON
022700*    THE MASTER AND ACTIVE, OR THE SESSION IS REFUSED.
022733*    A SESSION OPENED BY THE OPERATIONS MENU SUPPLIES THE ID,
022766*    AND THE OPERATOR MUST HOLD PERMISSION FOR THIS FUNCTION.
022800******************************************************************
022900 1100-SIGN-ON.
023000     OPEN INPUT OPERATOR-FILE.
023100     IF WS-OPR-FILE-STATUS NOT = "00"
023200         DISPLAY "OPERATOR MASTER NOT AVAILABLE - REFUSED."
023300         GO TO 1100-EXIT
023400     END-IF.
023437     CALL "SESSN01" USING WS-SES-PARMS.
023475     IF WS-SES-ACTIVE
023512         MOVE WS-SES-OPERATOR-ID TO WS-SIGNON-ID
023550     ELSE
023587         DISPLAY "SIGN ON - ENTER OPERATOR ID: "
023625         ACCEPT WS-SIGNON-ID
023662     END-IF.
023700     MOVE WS-SIGNON-ID TO OPR-ID.
023800     READ OPERATOR-FILE
023900         INVALID KEY
024000             DISPLAY "OPERATOR " WS-SIGNON-ID
024100                 " NOT ON THE MASTER."
024200             CLOSE OPERATOR-FILE
024300             GO TO 1100-EXIT
024400     END-READ.
024500     CLOSE OPERATOR-FILE.
024600     IF NOT OPR-ACTIVE
024700         DISPLAY "OPERATOR " WS-SIGNON-ID " IS NOT ACTIVE."
024800         GO TO 1100-EXIT
024900     END-IF.
024911     MOVE WS-SIGNON-ID TO WS-FNA-OPERATOR-ID.
024922     MOVE OPR-AUTHORITY TO WS-FNA-OPR-AUTHORITY.
024933     CALL "FNAUTH01" USING WS-FNA-PARMS.
024944     IF NOT WS-FNA-CAN-USE
024955         DISPLAY "OPERATOR " WS-SIGNON-ID
024966             " IS NOT PERMITTED TO USE THIS FUNCTION."
024977         GO TO 1100-EXIT
024988     END-IF.
025000     SET WS-SIGNON-OK TO TRUE.
025100     DISPLAY "SIGNED ON: " OPR-NAME.
025200 1100-EXIT.
025300     EXIT.
025400*
025500******************************************************************
025600* 2000-MENU-LOOP.
025700*    SHOWS THE ACTION MENU AND ROUTES THE OPERATOR'S PICK. AN "E"
025800*    ENDS THE SESSION.
025900******************************************************************
026000 2000-MENU-LOOP.
026100     DISPLAY "REPORT DISTRIBUTION - SELECT ACTION: ".
026200     DISPLAY "  S = SET RECIPIENT    R = REMOVE RECIPIENT".
026300     DISPLAY "  L = LIST RECIPIENTS  Q = QUERY DELIVERY LOG".
026400     DISPLAY "  E = END SESSION: ".
026500     ACCEPT WS-MENU-CHOICE.
026600     EVALUATE TRUE
026700         WHEN WS-MENU-SET
026800             PERFORM 2100-SET-RECIPIENT THRU 2100-EXIT
026900         WHEN WS-MENU-REMOVE
027000             PERFORM 2200-REMOVE-RECIPIENT THRU 2200-EXIT
027100         WHEN WS-MENU-LIST
027200             PERFORM 2300-LIST-RECIPIENTS THRU 2300-EXIT
027300         WHEN WS-MENU-QUERY
027400             PERFORM 2400-QUERY-LOG THRU 2400-EXIT
027500         WHEN WS-MENU-END
027600             CONTINUE
027700         WHEN OTHER
027800             DISPLAY "ACTION NOT RECOGNISED."
027900     END-EVALUATE.
028000 2000-EXIT.
028100     EXIT.
028200*
028300******************************************************************
028400* 2100-SET-RECIPIENT.
028500*    TAKES ONE RECIPIENT FROM THE CONSOLE: NAME, UP TO EIGHT
028600*    REPORT TYPES (EACH ONE THE REPORT INDEX KNOWS), UP TO EIGHT
028700*    BRANCHES FOR THE BRANCH-BY-BRANCH STATEMENTS (NONE MEANS
028800*    EVERY BRANCH), AND THE FREQUENCY. A RECIPIENT ALREADY ON THE
028900*    MASTER SHOWS ITS CURRENT SETTINGS AND IS ONLY REPLACED ON
029000*    CONFIRMATION; ITS LAST-BUNDLE DATE IS KEPT, SO A CHANGE DOES
029100*    NOT RESEND WHAT IT HAS ALREADY HAD.
029200******************************************************************
029300 2100-SET-RECIPIENT.
029400     IF NOT WS-BRM-AVAILABLE
029500         DISPLAY "BRANCH MASTER NOT AVAILABLE - NOT SET."
029600         GO TO 2100-EXIT
029700     END-IF.
029800     DISPLAY "ENTER RECIPIENT CODE: ".
029900     ACCEPT WS-ENTRY-RECIPIENT.
030000     IF WS-ENTRY-RECIPIENT = SPACES
030100         GO TO 2100-EXIT
030200     END-IF.
030300     PERFORM 2800-READ-RECIPIENT THRU 2800-EXIT.
030400     IF WS-DST-FOUND
030500         DISPLAY "CURRENT SETTINGS:"
030600         PERFORM 2900-SHOW-RECIPIENT THRU 2900-EXIT
030700     END-IF.
030800     DISPLAY "ENTER RECIPIENT NAME: ".
030900     ACCEPT WS-ENTRY-NAME.
031000     IF WS-ENTRY-NAME = SPACES
031100         DISPLAY "NAME IS REQUIRED - NOT SET."
031200         GO TO 2100-EXIT
031300     END-IF.
031400     MOVE SPACES TO WS-ENTRY-TYPES.
031500     MOVE "N" TO WS-ITEMS-ENDED-SW.
031600     MOVE "N" TO WS-ENTRY-BAD-SW.
031700     PERFORM 2110-TAKE-ONE-TYPE THRU 2110-EXIT
031800         VARYING WS-SUB FROM 1 BY 1
031900         UNTIL WS-SUB > 8 OR WS-ITEMS-ENDED OR WS-ENTRY-BAD.
032000     IF WS-ENTRY-BAD
032100         GO TO 2100-EXIT
032200     END-IF.
032300     IF WS-ENTRY-TYPES = SPACES
032400         DISPLAY "AT LEAST ONE REPORT TYPE IS REQUIRED - NOT SET."
032500         GO TO 2100-EXIT
032600     END-IF.
032700     MOVE SPACES TO WS-ENTRY-BRANCHES.
032800     MOVE "N" TO WS-ITEMS-ENDED-SW.
032900     PERFORM 2120-TAKE-ONE-BRANCH THRU 2120-EXIT
033000         VARYING WS-SUB FROM 1 BY 1
033100         UNTIL WS-SUB > 8 OR WS-ITEMS-ENDED OR WS-ENTRY-BAD.
033200     IF WS-ENTRY-BAD
033300         GO TO 2100-EXIT
033400     END-IF.
033500     DISPLAY "ENTER FREQUENCY (D = DAILY, W = WEEKLY, "
033600         "M = MONTH-END): ".
033700     ACCEPT WS-ENTRY-FREQUENCY.
033800     IF NOT WS-ENTRY-FREQ-VALID
033900         DISPLAY "FREQUENCY MUST BE D, W OR M - NOT SET."
034000         GO TO 2100-EXIT
034100     END-IF.
034200     MOVE ZEROS TO WS-ENTRY-WEEKDAY.
034300     IF WS-ENTRY-WEEKLY
034400         DISPLAY "ENTER WEEKDAY (1 = MONDAY ... 7 = SUNDAY): "
034500         ACCEPT WS-ENTRY-WEEKDAY
034600         IF WS-ENTRY-WEEKDAY < 1 OR WS-ENTRY-WEEKDAY > 7
034700             DISPLAY "WEEKDAY MUST BE 1 TO 7 - NOT SET."
034800             GO TO 2100-EXIT
034900         END-IF
035000     END-IF.
035100     IF WS-DST-FOUND
035200         DISPLAY "REPLACE THE CURRENT SETTINGS (Y TO CONFIRM): "
035300         ACCEPT WS-CONFIRM
035400         IF NOT WS-CONFIRMED
035500             DISPLAY "NOT CONFIRMED - RECIPIENT LEFT AS IT WAS."
035600             GO TO 2100-EXIT
035700         END-IF
035800     END-IF.
035900     PERFORM 2150-STORE-RECIPIENT THRU 2150-EXIT.
036000 2100-EXIT.
036100     EXIT.
036200*
036300******************************************************************
036400* 2110-TAKE-ONE-TYPE.
036500*    TAKES REPORT TYPE WS-SUB OF THE ENTRY. A BLANK ENDS THE
036600*    LIST; A TYPE NOT ON THE REPORT TYPE TABLE REFUSES THE ENTRY.
036700******************************************************************
036800 2110-TAKE-ONE-TYPE.
036900     MOVE WS-SUB TO WS-SUB-ED.
037000     DISPLAY "ENTER REPORT TYPE " WS-SUB-ED " (BLANK ENDS): ".
037100     ACCEPT WS-ENTRY-ITEM.
037200     IF WS-ENTRY-ITEM = SPACES
037300         SET WS-ITEMS-ENDED TO TRUE
037400         GO TO 2110-EXIT
037500     END-IF.
037600     MOVE "N" TO WS-TYPE-OK-SW.
037700     PERFORM 2115-MATCH-ONE-TYPE THRU 2115-EXIT
037800         VARYING WS-TY-SUB FROM 1 BY 1
037900         UNTIL WS-TY-SUB > RPT-TY-COUNT OR WS-TYPE-OK.
038000     IF NOT WS-TYPE-OK
038100         DISPLAY "REPORT TYPE " WS-ENTRY-ITEM
038200             " IS NOT ONE THE REPORT INDEX KNOWS - NOT SET."
038300         SET WS-ENTRY-BAD TO TRUE
038400         GO TO 2110-EXIT
038500     END-IF.
038600     MOVE WS-ENTRY-ITEM TO WS-ENTRY-TYPE (WS-SUB).
038700 2110-EXIT.
038800     EXIT.
038900*
039000******************************************************************
039100* 2115-MATCH-ONE-TYPE.
039200*    SETS WS-TYPE-OK WHEN REPORT TYPE TABLE ENTRY WS-TY-SUB IS
039300*    THE TYPE KEYED.
039400******************************************************************
039500 2115-MATCH-ONE-TYPE.
039600     IF RPT-TY-TYPE (WS-TY-SUB) = WS-ENTRY-ITEM
039700         SET WS-TYPE-OK TO TRUE
039800     END-IF.
039900 2115-EXIT.
040000     EXIT.
040100*
040200******************************************************************
040300* 2120-TAKE-ONE-BRANCH.
040400*    TAKES BRANCH WS-SUB OF THE ENTRY. A BLANK ENDS THE LIST; A
040500*    BRANCH NOT ON THE BRANCH MASTER, OR CLOSED, REFUSES THE
040600*    ENTRY.
040700******************************************************************
040800 2120-TAKE-ONE-BRANCH.
040900     MOVE WS-SUB TO WS-SUB-ED.
041000     DISPLAY "ENTER BRANCH " WS-SUB-ED
041100         " (BLANK ENDS, NONE = EVERY BRANCH): ".
041200     ACCEPT WS-ENTRY-BRANCH (WS-SUB).
041300     IF WS-ENTRY-BRANCH (WS-SUB) = SPACES
041400         SET WS-ITEMS-ENDED TO TRUE
041500         GO TO 2120-EXIT
041600     END-IF.
041700     MOVE WS-ENTRY-BRANCH (WS-SUB) TO BR-CODE.
041800     READ BRANCH-FILE
041900         INVALID KEY
042000             DISPLAY "BRANCH " WS-ENTRY-BRANCH (WS-SUB)
042100                 " NOT ON THE BRANCH MASTER - NOT SET."
042200             SET WS-ENTRY-BAD TO TRUE
042300             GO TO 2120-EXIT
042400     END-READ.
042500     IF BR-CLOSED
042600         DISPLAY "BRANCH " WS-ENTRY-BRANCH (WS-SUB)
042700             " IS CLOSED - NOT SET."
042800         SET WS-ENTRY-BAD TO TRUE
042900     END-IF.
043000 2120-EXIT.
043100     EXIT.
043200*
043300******************************************************************
043400* 2150-STORE-RECIPIENT.
043500*    WRITES THE ENTRY ONTO THE RECORD JUST READ BY
043600*    2800-READ-RECIPIENT - A REWRITE, KEEPING THE LAST-BUNDLE
043700*    DATE, WHEN IT WAS FOUND, A NEW RECORD OTHERWISE - AND LOGS
043800*    THE CHANGE.
043900******************************************************************
044000 2150-STORE-RECIPIENT.
044100     IF NOT WS-DST-FOUND
044200         MOVE SPACES TO DISTRIBUTION-RECORD
044300         MOVE ZEROS TO DST-LAST-BUNDLE-DATE
044400     END-IF.
044500     MOVE WS-ENTRY-RECIPIENT TO DST-RECIPIENT.
044600     MOVE WS-ENTRY-NAME TO DST-NAME.
044700     MOVE WS-ENTRY-TYPES TO DST-REPORT-TYPES.
044800     MOVE WS-ENTRY-BRANCHES TO DST-BRANCHES.
044900     MOVE WS-ENTRY-FREQUENCY TO DST-FREQUENCY.
045000     MOVE WS-ENTRY-WEEKDAY TO DST-WEEKDAY.
045100     MOVE WS-RUN-DATE TO DST-SET-DATE.
045200     MOVE WS-SIGNON-ID TO DST-SET-OPERATOR-ID.
045300     IF WS-DST-FOUND
045400         REWRITE DISTRIBUTION-RECORD
045500             INVALID KEY
045600                 DISPLAY "RECIPIENT COULD NOT BE REPLACED."
045700                 GO TO 2150-EXIT
045800         END-REWRITE
045900         ADD 1 TO WS-CHANGED-COUNT
046000     ELSE
046100         WRITE DISTRIBUTION-RECORD
046200             INVALID KEY
046300                 DISPLAY "RECIPIENT COULD NOT BE ADDED."
046400                 GO TO 2150-EXIT
046500         END-WRITE
046600         ADD 1 TO WS-ADDED-COUNT
046700     END-IF.
046800     MOVE "SET" TO WS-LOG-STEP.
046900     MOVE SPACES TO WS-LOG-MESSAGE.
047000     STRING "RECIPIENT " DST-RECIPIENT
047100         " SET BY OPERATOR " WS-SIGNON-ID
047200         DELIMITED BY SIZE INTO WS-LOG-MESSAGE.
047300     CALL "LOGWRT01" USING WS-LOG-PARMS.
047400     DISPLAY "RECIPIENT " DST-RECIPIENT " SET.".
047500 2150-EXIT.
047600     EXIT.
047700*
047800******************************************************************
047900* 2200-REMOVE-RECIPIENT.
048000*    DELETES ONE RECIPIENT AFTER A SEPARATE CONFIRMATION. ITS
048100*    ENTRIES ON THE DISTRIBUTION LOG ARE KEPT.
048200******************************************************************
048300 2200-REMOVE-RECIPIENT.
048400     DISPLAY "ENTER RECIPIENT CODE: ".
048500     ACCEPT WS-ENTRY-RECIPIENT.
048600     PERFORM 2800-READ-RECIPIENT THRU 2800-EXIT.
048700     IF NOT WS-DST-FOUND
048800         DISPLAY "NO RECIPIENT " WS-ENTRY-RECIPIENT "."
048900         GO TO 2200-EXIT
049000     END-IF.
049100     PERFORM 2900-SHOW-RECIPIENT THRU 2900-EXIT.
049200     DISPLAY "CONFIRM REMOVE OF RECIPIENT " WS-ENTRY-RECIPIENT
049300         " (Y TO CONFIRM): ".
049400     ACCEPT WS-CONFIRM.
049500     IF NOT WS-CONFIRMED
049600         DISPLAY "REMOVE NOT CONFIRMED - RECORD LEFT AS IS."
049700         GO TO 2200-EXIT
049800     END-IF.
049900     DELETE DISTRIBUTION-FILE
050000         INVALID KEY
050100             DISPLAY "RECIPIENT COULD NOT BE REMOVED."
050200             GO TO 2200-EXIT
050300     END-DELETE.
050400     ADD 1 TO WS-REMOVED-COUNT.
050500     MOVE "REMOVE" TO WS-LOG-STEP.
050600     MOVE SPACES TO WS-LOG-MESSAGE.
050700     STRING "RECIPIENT " WS-ENTRY-RECIPIENT
050800         " REMOVED BY OPERATOR " WS-SIGNON-ID
050900         DELIMITED BY SIZE INTO WS-LOG-MESSAGE.
051000     CALL "LOGWRT01" USING WS-LOG-PARMS.
051100     DISPLAY "RECIPIENT REMOVED.".
051200 2200-EXIT.
051300     EXIT.
051400*
051500******************************************************************
051600* 2300-LIST-RECIPIENTS.
051700*    LISTS THE WHOLE DISTRIBUTION MASTER IN RECIPIENT ORDER.
051800******************************************************************
051900 2300-LIST-RECIPIENTS.
052000     MOVE "N" TO WS-LIST-EOF-SW.
052100     MOVE LOW-VALUES TO DST-RECIPIENT.
052200     START DISTRIBUTION-FILE KEY IS NOT LESS THAN DST-RECIPIENT
052300         INVALID KEY
052400             DISPLAY "NO RECIPIENTS ON THE DISTRIBUTION MASTER."
052500             SET WS-LIST-EOF TO TRUE
052600     END-START.
052700     PERFORM 2310-LIST-NEXT-RECIPIENT THRU 2310-EXIT
052800         UNTIL WS-LIST-EOF.
052900 2300-EXIT.
053000     EXIT.
053100*
053200******************************************************************
053300* 2310-LIST-NEXT-RECIPIENT.
053400*    READS AND DISPLAYS ONE RECIPIENT.
053500******************************************************************
053600 2310-LIST-NEXT-RECIPIENT.
053700     READ DISTRIBUTION-FILE NEXT RECORD
053800         AT END
053900             SET WS-LIST-EOF TO TRUE
054000             GO TO 2310-EXIT
054100     END-READ.
054200     PERFORM 2900-SHOW-RECIPIENT THRU 2900-EXIT.
054300 2310-EXIT.
054400     EXIT.
054500*
054600******************************************************************
054700* 2400-QUERY-LOG.
054800*    ANSWERS "WHAT WAS SENT" FROM THE DISTRIBUTION LOG. THE
054900*    OPERATOR NARROWS BY RECIPIENT, REPORT TYPE, BRANCH AND RANGE
055000*    OF BUSINESS DATES - EACH LEFT BLANK OR ZERO TAKES ALL - AND
055100*    EVERY MATCHING ENTRY IS SHOWN, EXCEPTIONS INCLUDED. A QUERY
055200*    WITH NO MATCH SAYS SO, SO "NOTHING SENT" IS AN ANSWER TOO.
055300******************************************************************
055400 2400-QUERY-LOG.
055500     DISPLAY "ENTER RECIPIENT CODE (BLANK = ALL): ".
055600     ACCEPT WS-Q-RECIPIENT.
055700     DISPLAY "ENTER REPORT TYPE (BLANK = ALL): ".
055800     ACCEPT WS-Q-TYPE.
055900     DISPLAY "ENTER BRANCH (BLANK = ALL): ".
056000     ACCEPT WS-Q-BRANCH.
056100     DISPLAY "ENTER FROM BUSINESS DATE (AAAAMMDD, 0 = ALL): ".
056200     ACCEPT WS-Q-FROM-DATE.
056300     DISPLAY "ENTER TO BUSINESS DATE (AAAAMMDD, 0 = ALL): ".
056400     ACCEPT WS-Q-TO-DATE.
056500     IF WS-Q-TO-DATE = ZEROS
056600         MOVE 99999999 TO WS-Q-TO-DATE
056700     END-IF.
056800     OPEN INPUT DISTRIBUTION-LOG-FILE.
056900     IF WS-DLG-FILE-STATUS NOT = "00"
057000         DISPLAY "NO DISTRIBUTION LOG - NOTHING HAS BEEN SENT."
057100         GO TO 2400-EXIT
057200     END-IF.
057300     MOVE ZEROS TO WS-Q-MATCH-COUNT.
057400     MOVE "N" TO WS-DLG-EOF-SW.
057500     PERFORM 2410-CHECK-ONE-ENTRY THRU 2410-EXIT
057600         UNTIL WS-DLG-EOF.
057700     CLOSE DISTRIBUTION-LOG-FILE.
057800     IF WS-Q-MATCH-COUNT = ZEROS
057900         DISPLAY "NO DISTRIBUTION LOG ENTRY MATCHES."
058000     ELSE
058100         DISPLAY "ENTRIES SHOWN: " WS-Q-MATCH-COUNT
058200     END-IF.
058300 2400-EXIT.
058400     EXIT.
058500*
058600******************************************************************
058700* 2410-CHECK-ONE-ENTRY.
058800*    READS ONE DISTRIBUTION LOG ENTRY AND SHOWS IT WHEN IT PASSES
058900*    EVERY FILTER KEYED.
059000******************************************************************
059100 2410-CHECK-ONE-ENTRY.
059200     READ DISTRIBUTION-LOG-FILE
059300         AT END
059400             SET WS-DLG-EOF TO TRUE
059500             GO TO 2410-EXIT
059600     END-READ.
059700     IF WS-Q-RECIPIENT NOT = SPACES
059800         AND DL-RECIPIENT NOT = WS-Q-RECIPIENT
059900         GO TO 2410-EXIT
060000     END-IF.
060100     IF WS-Q-TYPE NOT = SPACES
060200         AND DL-REPORT-TYPE NOT = WS-Q-TYPE
060300         GO TO 2410-EXIT
060400     END-IF.
060500     IF WS-Q-BRANCH NOT = SPACES
060600         AND DL-BRANCH NOT = WS-Q-BRANCH
060700         GO TO 2410-EXIT
060800     END-IF.
060900     IF DL-RUN-DATE < WS-Q-FROM-DATE
061000         OR DL-RUN-DATE > WS-Q-TO-DATE
061100         GO TO 2410-EXIT
061200     END-IF.
061300     EVALUATE TRUE
061400         WHEN DL-DELIVERED
061500             MOVE "DELIVERED" TO WS-Q-STATUS-TEXT
061600         WHEN DL-MISSING
061700             MOVE "MISSING" TO WS-Q-STATUS-TEXT
061800         WHEN DL-FILE-GONE
061900             MOVE "FILE GONE" TO WS-Q-STATUS-TEXT
062000         WHEN OTHER
062100             MOVE DL-STATUS TO WS-Q-STATUS-TEXT
062200     END-EVALUATE.
062300     ADD 1 TO WS-Q-MATCH-COUNT.
062400     DISPLAY "  " DL-RUN-DATE " " DL-RECIPIENT " "
062500         DL-REPORT-TYPE " " DL-BRANCH " " WS-Q-STATUS-TEXT " "
062600         DL-REPORT-DATE " " DL-FILE-NAME " " DL-BUNDLE-NAME.
062700 2410-EXIT.
062800     EXIT.
062900*
063000******************************************************************
063100* 2800-READ-RECIPIENT.
063200*    READS THE RECIPIENT IN WS-ENTRY-RECIPIENT, SETTING
063300*    WS-DST-FOUND WHEN IT IS ON THE MASTER.
063400******************************************************************
063500 2800-READ-RECIPIENT.
063600     MOVE "N" TO WS-DST-FOUND-SW.
063700     MOVE WS-ENTRY-RECIPIENT TO DST-RECIPIENT.
063800     READ DISTRIBUTION-FILE
063900         INVALID KEY
064000             GO TO 2800-EXIT
064100     END-READ.
064200     SET WS-DST-FOUND TO TRUE.
064300 2800-EXIT.
064400     EXIT.
064500*
064600******************************************************************
064700* 2900-SHOW-RECIPIENT.
064800*    DISPLAYS THE DISTRIBUTION RECORD IN THE RECORD AREA.
064900******************************************************************
065000 2900-SHOW-RECIPIENT.
065100     DISPLAY "  " DST-RECIPIENT " " DST-NAME " FREQ "
065200         DST-FREQUENCY " " DST-WEEKDAY " LAST BUNDLE "
065300         DST-LAST-BUNDLE-DATE " SET " DST-SET-DATE " "
065400         DST-SET-OPERATOR-ID.
065500     DISPLAY "    TYPES:    " DST-REPORT-TYPES.
065600     IF DST-BRANCHES = SPACES
065700         DISPLAY "    BRANCHES: ALL"
065800     ELSE
065900         DISPLAY "    BRANCHES: " DST-BRANCHES
066000     END-IF.
066100 2900-EXIT.
066200     EXIT.
066300*
066400******************************************************************
066500* 3000-FINALIZE.
066600*    LOGS WHAT THE SESSION CHANGED, CLOSES THE MASTERS AND WRITES
066700*    THE JOB RUN HISTORY RECORD.
066800******************************************************************
066900 3000-FINALIZE.
067000     MOVE "FINALIZE" TO WS-LOG-STEP.
067100     MOVE SPACES TO WS-LOG-MESSAGE.
067200     STRING "RECIPIENTS ADDED " WS-ADDED-COUNT
067300         " REPLACED " WS-CHANGED-COUNT
067400         " REMOVED " WS-REMOVED-COUNT
067500         DELIMITED BY SIZE INTO WS-LOG-MESSAGE.
067600     CALL "LOGWRT01" USING WS-LOG-PARMS.
067700     CLOSE DISTRIBUTION-FILE.
067800     IF WS-BRM-AVAILABLE
067900         CLOSE BRANCH-FILE
068000     END-IF.
068100     COMPUTE WS-MAINT-COUNT =
068200         WS-ADDED-COUNT + WS-CHANGED-COUNT + WS-REMOVED-COUNT.
068300     MOVE 0 TO RETURN-CODE.
068400     PERFORM 3100-WRITE-JOB-HISTORY THRU 3100-EXIT.
068500 3000-EXIT.
068600     EXIT.
068700*
068800******************************************************************
068900* 3100-WRITE-JOB-HISTORY.
069000*    APPENDS ONE JOB RUN HISTORY RECORD FOR THIS MAINTENANCE
069100*    SESSION, WITH A TRUE END TIME CAPTURED NOW.
069200******************************************************************
069300 3100-WRITE-JOB-HISTORY.
069400     OPEN EXTEND JOB-HISTORY-FILE.
069500     IF WS-JH-FILE-NOT-FOUND
069600         CLOSE JOB-HISTORY-FILE
069700         OPEN OUTPUT JOB-HISTORY-FILE
069800     END-IF.
069900     MOVE SPACES TO JOB-HIST-RECORD.
070000     MOVE "DSTMNT01" TO JH-PROGRAM-ID.
070100     MOVE WS-RUN-DATE TO JH-RUN-DATE.
070200     MOVE WS-RUN-TIME TO JH-START-TIME.
070300     ACCEPT WS-END-TIME FROM TIME.
070400     MOVE WS-END-TIME TO JH-END-TIME.
070500     MOVE RETURN-CODE TO JH-RETURN-CODE.
070600     MOVE WS-MAINT-COUNT TO JH-TRAN-COUNT.
070700     MOVE WS-SIGNON-ID TO JH-OPERATOR-ID.
070800     WRITE JOB-HIST-RECORD.
070900     CLOSE JOB-HISTORY-FILE.
071000 3100-EXIT.
071100     EXIT.
071200*
071300 END PROGRAM DSTMNT01.
