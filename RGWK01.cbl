000100******************************************************************
000200* AUTHOR:       BRUNNO LORENZONI
000300* INSTALLATION: OPERATIONS / BATCH SUPPORT
000400* DATE-WRITTEN: 2026-10-15
000500* DATE-COMPILED:
000600* PURPOSE:      REGULATORY REPORTING WORKSTATION FOR COMPLIANCE.
000700*               LISTS THE OPEN REPORTABLE ITEMS THE NIGHTLY
000800*               SCREENING STEP (RGSCR01) FOUND, WITH THE DAYS LEFT
000900*               TO EACH FILING DEADLINE, SHOWS ONE ITEM IN FULL,
001000*               AND LETS A SIGNED-ON OPERATOR MARK AN ITEM FILED
001100*               (WITH THE REGULATOR'S FILING REFERENCE) OR
001200*               DISMISSED (WITH A REASON). A SUPERVISOR ALSO SETS
001300*               THE REPORTING THRESHOLDS, WINDOW AND DEADLINE DAYS
001400*               ON THE PARAMETER FILE HERE.
001500* TECTONICS:    COBC
001600******************************************************************
001700* MODIFICATION HISTORY.
001800*    2026-10-15 BL  INITIAL VERSION.
001816*    2026-10-15 BL  SIGN-ON TAKES THE OPERATOR FROM THE
001833*                   OPERATIONS MENU SESSION (SESSN01) WHEN ONE IS
001850*                   OPEN, AND THE AUTHORITY FROM THE FUNCTION
001866*                   PERMISSION FILE (FNAUTH01) INSTEAD OF THE
001883*                   TWO-LEVEL OPR-AUTHORITY.
001900******************************************************************
002000 IDENTIFICATION DIVISION.
002100 PROGRAM-ID. RGWK01.
002200 ENVIRONMENT DIVISION.
002300 CONFIGURATION SECTION.
002400 SPECIAL-NAMES.
002500     DECIMAL-POINT IS COMMA.
002600 INPUT-OUTPUT SECTION.
002700 FILE-CONTROL.
002800     SELECT REG-ITEM-FILE ASSIGN TO "RGITEMS"
002900         ORGANIZATION IS INDEXED
003000         ACCESS MODE IS DYNAMIC
003100         RECORD KEY IS RI-KEY
003200         FILE STATUS IS WS-RI-FILE-STATUS.
003300     SELECT THRESHOLD-FILE ASSIGN TO "RGTHRESH"
003400         ORGANIZATION IS LINE SEQUENTIAL
003500         FILE STATUS IS WS-THR-FILE-STATUS.
003600     SELECT OPERATOR-FILE ASSIGN TO "OPERMAST"
003700         ORGANIZATION IS INDEXED
003800         ACCESS MODE IS RANDOM
003900         RECORD KEY IS OPR-ID
004000         FILE STATUS IS WS-OPR-FILE-STATUS.
004100     SELECT JOB-HISTORY-FILE ASSIGN TO "JOBHIST"
004200         ORGANIZATION IS LINE SEQUENTIAL
004300         FILE STATUS IS WS-JH-FILE-STATUS.
004400*
004500 DATA DIVISION.
004600 FILE SECTION.
004700 FD  REG-ITEM-FILE.
004800 COPY "RGITMREC.cpy".
004900 FD  THRESHOLD-FILE.
005000 COPY "RGTHRREC.cpy".
005100 FD  OPERATOR-FILE.
005200 COPY "OPERREC.cpy".
005300 FD  JOB-HISTORY-FILE.
005400 COPY "HISTREC.cpy".
005500*
005600 WORKING-STORAGE SECTION.
005700 77  WS-RI-FILE-STATUS           PIC X(02) VALUE "00".
005800     88  WS-RI-FILE-NOT-FOUND    VALUE "35".
005900 77  WS-THR-FILE-STATUS          PIC X(02) VALUE "00".
006000     88  WS-THR-FILE-NOT-FOUND   VALUE "35".
006100 77  WS-OPR-FILE-STATUS          PIC X(02) VALUE "00".
006200 77  WS-JH-FILE-STATUS           PIC X(02) VALUE "00".
006300     88  WS-JH-FILE-NOT-FOUND    VALUE "35".
006400*
006500 77  WS-LIST-EOF-SW              PIC X(01) VALUE "N".
006600     88  WS-LIST-EOF             VALUE "Y".
006700 77  WS-ABORT-SW                 PIC X(01) VALUE "N".
006800     88  WS-ABORT-RUN            VALUE "Y".
006900*
007000 77  WS-RUN-DATE                 PIC 9(08) VALUE ZEROS.
007100 77  WS-RUN-TIME                 PIC 9(08) VALUE ZEROS.
007200 77  WS-END-TIME                 PIC 9(08) VALUE ZEROS.
007300*
007400*    SIGN-ON - ONLY AN ACTIVE OPERATOR ON THE MASTER MAY WORK THE
007500*    ITEMS; THE ID IS STAMPED ON EVERY ITEM FILED OR DISMISSED.
007600*    THRESHOLDS ARE A SUPERVISOR'S TO SET.
007700*
007800 77  WS-SIGNON-ID                PIC 9(06) VALUE ZEROS.
007900 77  WS-SIGNON-OK-SW             PIC X(01) VALUE "N".
008000     88  WS-SIGNON-OK            VALUE "Y".
008100 77  WS-SIGNON-SUPER-SW          PIC X(01) VALUE "N".
008200     88  WS-SIGNON-SUPERVISOR    VALUE "Y".
008300*
008400 77  WS-MENU-CHOICE              PIC X(01) VALUE SPACE.
008500     88  WS-MENU-LIST            VALUE "L".
008600     88  WS-MENU-VIEW            VALUE "V".
008700     88  WS-MENU-FILE            VALUE "F".
008800     88  WS-MENU-DISMISS         VALUE "D".
008900     88  WS-MENU-THRESHOLDS      VALUE "T".
009000     88  WS-MENU-END             VALUE "E".
009100*
009200*    THE ITEM KEY AS KEYED BY THE OPERATOR, AND THE FILING
009300*    REFERENCE OR DISMISSAL REASON THAT CLOSES IT.
009400*
009500 77  WS-ENTRY-KIND               PIC X(01) VALUE SPACE.
009600 77  WS-ENTRY-BRANCH             PIC X(04) VALUE SPACES.
009700 77  WS-ENTRY-DATE               PIC 9(08) VALUE ZEROS.
009800 77  WS-ENTRY-TRAN-ID            PIC 9(06) VALUE ZEROS.
009900 77  WS-ENTRY-TEXT               PIC X(30) VALUE SPACES.
010000 77  WS-CONFIRM                  PIC X(01) VALUE SPACE.
010100     88  WS-CONFIRMED            VALUE "Y".
010200 77  WS-ITEM-FOUND-SW            PIC X(01) VALUE "N".
010300     88  WS-ITEM-FOUND           VALUE "Y".
010400*
010500*    THRESHOLD ENTRY FIELDS.
010600*
010700 77  WS-NEW-SINGLE               PIC 9(11)V99 VALUE ZEROS.
010800 77  WS-NEW-AGGREGATE            PIC 9(11)V99 VALUE ZEROS.
010900 77  WS-NEW-WINDOW               PIC 9(03) VALUE ZEROS.
011000 77  WS-NEW-FILING               PIC 9(03) VALUE ZEROS.
011100 77  WS-NEW-WARN                 PIC 9(03) VALUE ZEROS.
011200*
011300*    DEADLINE ARITHMETIC AND EDITED VIEWS FOR THE DISPLAYS.
011400*
011500 77  WS-TODAY-INT                PIC 9(08) COMP VALUE ZEROS.
011600 77  WS-DEADLINE-INT             PIC 9(08) COMP VALUE ZEROS.
011700 77  WS-DAYS-LEFT                PIC S9(05) COMP VALUE ZEROS.
011800 77  WS-DAYS-LEFT-ED             PIC -ZZZ9 VALUE ZEROS.
011900 77  WS-AMOUNT-ED                PIC ZZZZZZZZZZ9,99 VALUE ZEROS.
012000 77  WS-BASE-ED                  PIC ZZZZZZZZZZ9,99 VALUE ZEROS.
012100*
012200*    SESSION COUNTS, LOGGED AT FINALIZE TIME.
012300*
012400 77  WS-OPEN-COUNT               PIC 9(06) VALUE ZEROS.
012500 77  WS-FILED-COUNT              PIC 9(06) VALUE ZEROS.
012600 77  WS-DISMISSED-COUNT          PIC 9(06) VALUE ZEROS.
012700 77  WS-ACTION-COUNT             PIC 9(06) VALUE ZEROS.
012800*
012900*    PARAMETER AREA PASSED TO BDATE01. LAYOUT MUST MATCH ITS
013000*    LINKAGE SECTION BDATE-PARMS FIELD FOR FIELD.
013100*
013200 01  WS-BDATE-PARMS.
013300     03  WS-BDATE-FUNCTION        PIC X(01) VALUE "G".
013400     03  WS-BDATE-DATE            PIC 9(08).
013500     03  WS-BDATE-STATUS          PIC X(01).
013600*
013604*    PARAMETER AREA PASSED TO SESSN01. LAYOUT MUST MATCH ITS
013608*    LINKAGE SECTION SES-PARMS FIELD FOR FIELD.
013613*
013617 01  WS-SES-PARMS.
013621     03  WS-SES-FUNCTION          PIC X(01) VALUE "G".
013626     03  WS-SES-OPERATOR-ID       PIC 9(06).
013630     03  WS-SES-OPERATOR-NAME     PIC X(20).
013634     03  WS-SES-STATUS            PIC X(01).
013639         88  WS-SES-ACTIVE        VALUE "Y".
013643*
013647*    PARAMETER AREA PASSED TO FNAUTH01. LAYOUT MUST MATCH ITS
013652*    LINKAGE SECTION FNA-PARMS FIELD FOR FIELD.
013656*
013660 01  WS-FNA-PARMS.
013665     03  WS-FNA-OPERATOR-ID       PIC 9(06).
013669     03  WS-FNA-FUNCTION          PIC X(08) VALUE "RGWK01".
013673     03  WS-FNA-OPR-AUTHORITY     PIC 9(01).
013678     03  WS-FNA-LEVEL             PIC X(01).
013682         88  WS-FNA-CAN-USE       VALUE "U" "S".
013686         88  WS-FNA-CAN-SUPERVISE VALUE "S".
013691     03  WS-FNA-SOURCE            PIC X(01).
013695*
013700*    PARAMETER AREA PASSED TO LOGWRT01. LAYOUT MUST MATCH ITS
013800*    LINKAGE SECTION LOG-PARMS FIELD FOR FIELD.
013900*
014000 01  WS-LOG-PARMS.
014100     03  WS-LOG-PROGRAM-ID        PIC X(16) VALUE "RGWK01".
014200     03  WS-LOG-STEP              PIC X(12).
014300     03  WS-LOG-RUN-DATE          PIC 9(08).
014400     03  WS-LOG-RUN-TIME          PIC 9(08).
014500     03  WS-LOG-MESSAGE           PIC X(60).
014600     03  WS-LOG-SEVERITY          PIC X(01) VALUE "I".
014700*
014800 PROCEDURE DIVISION.
014900 0000-MAINLINE.
015000     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
015100     IF NOT WS-ABORT-RUN
015200         PERFORM 2000-MENU-LOOP THRU 2000-EXIT
015300             WITH TEST AFTER UNTIL WS-MENU-END
015400     END-IF.
015500     PERFORM 3000-FINALIZE THRU 3000-EXIT.
015600     GOBACK.
015700*
015800******************************************************************
015900* 1000-INITIALIZE.
016000*    FETCHES THE BUSINESS DATE, TAKES THE SIGN-ON AND OPENS THE
016100*    REPORTABLE-ITEMS FILE, CREATING IT WHEN THE SCREENING STEP
016200*    HAS NOT RUN YET SO THE THRESHOLDS CAN STILL BE SET.
016300******************************************************************
016400 1000-INITIALIZE.
016500     CALL "BDATE01" USING WS-BDATE-PARMS.
016600     MOVE WS-BDATE-DATE TO WS-RUN-DATE.
016700     ACCEPT WS-RUN-TIME FROM TIME.
016800     MOVE WS-RUN-DATE TO WS-LOG-RUN-DATE.
016900     MOVE WS-RUN-TIME TO WS-LOG-RUN-TIME.
017000     MOVE "INITIALIZE" TO WS-LOG-STEP.
017100     MOVE "REGULATORY REPORTING WORKSTATION STARTING" TO
017200         WS-LOG-MESSAGE.
017300     CALL "LOGWRT01" USING WS-LOG-PARMS.
017400     COMPUTE WS-TODAY-INT =
017500         FUNCTION INTEGER-OF-DATE(WS-RUN-DATE).
017600     PERFORM 1100-SIGN-ON THRU 1100-EXIT.
017700     IF NOT WS-SIGNON-OK
017800         MOVE "W" TO WS-LOG-SEVERITY
017900         MOVE "SIGN-ON FAILED - WORKSTATION REFUSED" TO
018000             WS-LOG-MESSAGE
018100         CALL "LOGWRT01" USING WS-LOG-PARMS
018200         MOVE "I" TO WS-LOG-SEVERITY
018300         MOVE 14 TO RETURN-CODE
018400         SET WS-ABORT-RUN TO TRUE
018500         GO TO 1000-EXIT
018600     END-IF.
018700     OPEN I-O REG-ITEM-FILE.
018800     IF WS-RI-FILE-NOT-FOUND
018900         CLOSE REG-ITEM-FILE
019000         OPEN OUTPUT REG-ITEM-FILE
019100         CLOSE REG-ITEM-FILE
019200         OPEN I-O REG-ITEM-FILE
019300     END-IF.
019400 1000-EXIT.
019500     EXIT.
019600*
019700******************************************************************
019800* 1100-SIGN-ON.
019900*    TAKES THE OPERATOR'S SIGN-ON AGAINST THE OPERATOR MASTER -
020000*    ON THE MASTER AND ACTIVE, OR THE SESSION IS REFUSED.
020033*    A SESSION OPENED BY THE OPERATIONS MENU SUPPLIES THE ID,
020066*    AND THE OPERATOR MUST HOLD PERMISSION FOR THIS FUNCTION.
020100******************************************************************
020200 1100-SIGN-ON.
020300     OPEN INPUT OPERATOR-FILE.
020400     IF WS-OPR-FILE-STATUS NOT = "00"
020500         DISPLAY "OPERATOR MASTER NOT AVAILABLE - REFUSED."
020600         GO TO 1100-EXIT
020700     END-IF.
020737     CALL "SESSN01" USING WS-SES-PARMS.
020775     IF WS-SES-ACTIVE
020812         MOVE WS-SES-OPERATOR-ID TO WS-SIGNON-ID
020850     ELSE
020887         DISPLAY "SIGN ON - ENTER OPERATOR ID: "
020925         ACCEPT WS-SIGNON-ID
020962     END-IF.
021000     MOVE WS-SIGNON-ID TO OPR-ID.
021100     READ OPERATOR-FILE
021200         INVALID KEY
021300             DISPLAY "OPERATOR " WS-SIGNON-ID
021400                 " NOT ON THE MASTER."
021500             CLOSE OPERATOR-FILE
021600             GO TO 1100-EXIT
021700     END-READ.
021800     CLOSE OPERATOR-FILE.
021900     IF NOT OPR-ACTIVE
022000         DISPLAY "OPERATOR " WS-SIGNON-ID " IS NOT ACTIVE."
022100         GO TO 1100-EXIT
022200     END-IF.
022211     MOVE WS-SIGNON-ID TO WS-FNA-OPERATOR-ID.
022222     MOVE OPR-AUTHORITY TO WS-FNA-OPR-AUTHORITY.
022233     CALL "FNAUTH01" USING WS-FNA-PARMS.
022244     IF NOT WS-FNA-CAN-USE
022255         DISPLAY "OPERATOR " WS-SIGNON-ID
022266             " IS NOT PERMITTED TO USE THIS FUNCTION."
022277         GO TO 1100-EXIT
022288     END-IF.
022300     SET WS-SIGNON-OK TO TRUE.
022400     IF WS-FNA-CAN-SUPERVISE
022500         SET WS-SIGNON-SUPERVISOR TO TRUE
022600     END-IF.
022700     DISPLAY "SIGNED ON: " OPR-NAME.
022800 1100-EXIT.
022900     EXIT.
023000*
023100******************************************************************
023200* 2000-MENU-LOOP.
023300*    SHOWS THE ACTION MENU AND ROUTES THE OPERATOR'S PICK. AN "E"
023400*    ENDS THE SESSION.
023500******************************************************************
023600 2000-MENU-LOOP.
023700     DISPLAY "REGULATORY REPORTING - SELECT ACTION: ".
023800     DISPLAY "  L = LIST OPEN ITEMS   V = VIEW ITEM".
023900     DISPLAY "  F = MARK FILED        D = DISMISS WITH REASON".
024000     DISPLAY "  T = THRESHOLDS        E = END SESSION: ".
024100     ACCEPT WS-MENU-CHOICE.
024200     EVALUATE TRUE
024300         WHEN WS-MENU-LIST
024400             PERFORM 2100-LIST-OPEN-ITEMS THRU 2100-EXIT
024500         WHEN WS-MENU-VIEW
024600             PERFORM 2200-VIEW-ITEM THRU 2200-EXIT
024700         WHEN WS-MENU-FILE
024800             PERFORM 2300-MARK-FILED THRU 2300-EXIT
024900         WHEN WS-MENU-DISMISS
025000             PERFORM 2400-DISMISS-ITEM THRU 2400-EXIT
025100         WHEN WS-MENU-THRESHOLDS
025200             PERFORM 2500-THRESHOLDS THRU 2500-EXIT
025300         WHEN WS-MENU-END
025400             CONTINUE
025500         WHEN OTHER
025600             DISPLAY "ACTION NOT RECOGNISED."
025700     END-EVALUATE.
025800 2000-EXIT.
025900     EXIT.
026000*
026100******************************************************************
026200* 2100-LIST-OPEN-ITEMS.
026300*    LISTS EVERY OPEN ITEM IN KEY ORDER WITH THE DAYS LEFT TO ITS
026400*    DEADLINE - NEGATIVE WHEN THE DEADLINE HAS PASSED.
026500******************************************************************
026600 2100-LIST-OPEN-ITEMS.
026700     MOVE ZEROS TO WS-OPEN-COUNT.
026800     MOVE "N" TO WS-LIST-EOF-SW.
026900     MOVE LOW-VALUES TO RI-KEY.
027000     START REG-ITEM-FILE KEY IS NOT LESS THAN RI-KEY
027100         INVALID KEY
027200             SET WS-LIST-EOF TO TRUE
027300     END-START.
027400     DISPLAY "K BRCH ITEM DATE TRAN   BASE AMOUNT    DEADLINE"
027500         " DAYS".
027600     PERFORM 2110-LIST-NEXT-ITEM THRU 2110-EXIT
027700         UNTIL WS-LIST-EOF.
027800     DISPLAY WS-OPEN-COUNT " OPEN ITEM(S).".
027900 2100-EXIT.
028000     EXIT.
028100*
028200******************************************************************
028300* 2110-LIST-NEXT-ITEM.
028400*    READS ONE REPORTABLE ITEM AND DISPLAYS IT WHEN IT IS OPEN.
028500******************************************************************
028600 2110-LIST-NEXT-ITEM.
028700     READ REG-ITEM-FILE NEXT RECORD
028800         AT END
028900             SET WS-LIST-EOF TO TRUE
029000             GO TO 2110-EXIT
029100     END-READ.
029200     IF NOT RI-OPEN
029300         GO TO 2110-EXIT
029400     END-IF.
029500     ADD 1 TO WS-OPEN-COUNT.
029600     PERFORM 2900-DAYS-LEFT THRU 2900-EXIT.
029700     MOVE RI-BASE-AMOUNT TO WS-BASE-ED.
029800     DISPLAY RI-KIND " " RI-BRANCH " " RI-ITEM-DATE " "
029900         RI-TRAN-ID " " WS-BASE-ED " " RI-DEADLINE " "
030000         WS-DAYS-LEFT-ED.
030100 2110-EXIT.
030200     EXIT.
030300*
030400******************************************************************
030500* 2200-VIEW-ITEM.
030600*    SHOWS ONE ITEM IN FULL - WHAT WAS FOUND, WHEN IT IS DUE AND
030700*    WHAT HAS BEEN DONE WITH IT.
030800******************************************************************
030900 2200-VIEW-ITEM.
031000     PERFORM 2800-READ-ITEM THRU 2800-EXIT.
031100     IF NOT WS-ITEM-FOUND
031200         GO TO 2200-EXIT
031300     END-IF.
031400     PERFORM 2900-DAYS-LEFT THRU 2900-EXIT.
031500     MOVE RI-AMOUNT TO WS-AMOUNT-ED.
031600     MOVE RI-BASE-AMOUNT TO WS-BASE-ED.
031700     IF RI-KIND-SINGLE
031800         DISPLAY "SINGLE ITEM - TRANSACTION " RI-TRAN-ID
031900             " OF " RI-ITEM-DATE
032000         DISPLAY "  BRANCH:        " RI-BRANCH
032100             "  ACCOUNT " RI-ACCOUNT
032200         DISPLAY "  AMOUNT:        " WS-AMOUNT-ED " " RI-CURRENCY
032300         DISPLAY "  KEYED BY:      " RI-OPERATOR-ID
032400     ELSE
032500         DISPLAY "AGGREGATE RUN - BRANCH " RI-BRANCH
032600             " CROSSED ON " RI-ITEM-DATE
032700         DISPLAY "  RUN FROM:      " RI-WINDOW-START
032800             "  ITEMS " RI-ITEM-COUNT
032900     END-IF.
033000     DISPLAY "  BASE AMOUNT:   " WS-BASE-ED.
033100     DISPLAY "  DETECTED:      " RI-DETECTED-DATE.
033200     DISPLAY "  DEADLINE:      " RI-DEADLINE
033300         "  DAYS LEFT " WS-DAYS-LEFT-ED.
033400     EVALUATE TRUE
033500         WHEN RI-OPEN
033600             DISPLAY "  STATUS:        OPEN - NOT YET FILED"
033700         WHEN RI-FILED
033800             DISPLAY "  STATUS:        FILED " RI-ACTION-DATE
033900                 " BY " RI-ACTION-OPERATOR-ID
034000             DISPLAY "  FILING REF:    " RI-ACTION-TEXT
034100         WHEN RI-DISMISSED
034200             DISPLAY "  STATUS:        DISMISSED " RI-ACTION-DATE
034300                 " BY " RI-ACTION-OPERATOR-ID
034400             DISPLAY "  REASON:        " RI-ACTION-TEXT
034500     END-EVALUATE.
034600 2200-EXIT.
034700     EXIT.
034800*
034900******************************************************************
035000* 2300-MARK-FILED.
035100*    CLOSES AN OPEN ITEM AS FILED WITH THE REGULATOR, RECORDING
035200*    THE FILING REFERENCE, TODAY'S DATE AND THE OPERATOR.
035300******************************************************************
035400 2300-MARK-FILED.
035500     PERFORM 2800-READ-ITEM THRU 2800-EXIT.
035600     IF NOT WS-ITEM-FOUND
035700         GO TO 2300-EXIT
035800     END-IF.
035900     IF NOT RI-OPEN
036000         DISPLAY "ITEM IS ALREADY CLOSED - RECORD LEFT AS IS."
036100         GO TO 2300-EXIT
036200     END-IF.
036300     DISPLAY "ENTER FILING REFERENCE (UP TO 30 CHARACTERS): ".
036400     ACCEPT WS-ENTRY-TEXT.
036500     IF WS-ENTRY-TEXT = SPACES
036600         DISPLAY "A FILING REFERENCE IS REQUIRED - NOT MARKED."
036700         GO TO 2300-EXIT
036800     END-IF.
036900     DISPLAY "CONFIRM ITEM FILED (Y TO CONFIRM): ".
037000     ACCEPT WS-CONFIRM.
037100     IF NOT WS-CONFIRMED
037200         DISPLAY "NOT CONFIRMED - RECORD LEFT AS IS."
037300         GO TO 2300-EXIT
037400     END-IF.
037500     SET RI-FILED TO TRUE.
037600     PERFORM 2850-STAMP-AND-REWRITE THRU 2850-EXIT.
037700     IF WS-ITEM-FOUND
037800         ADD 1 TO WS-FILED-COUNT
037900         DISPLAY "ITEM MARKED FILED."
038000     END-IF.
038100 2300-EXIT.
038200     EXIT.
038300*
038400******************************************************************
038500* 2400-DISMISS-ITEM.
038600*    CLOSES AN OPEN ITEM AS NOT REPORTABLE. THE REASON IS
038700*    MANDATORY - A DISMISSAL NOBODY CAN EXPLAIN LATER IS WORSE
038800*    THAN AN UNFILED ITEM.
038900******************************************************************
039000 2400-DISMISS-ITEM.
039100     PERFORM 2800-READ-ITEM THRU 2800-EXIT.
039200     IF NOT WS-ITEM-FOUND
039300         GO TO 2400-EXIT
039400     END-IF.
039500     IF NOT RI-OPEN
039600         DISPLAY "ITEM IS ALREADY CLOSED - RECORD LEFT AS IS."
039700         GO TO 2400-EXIT
039800     END-IF.
039900     DISPLAY "ENTER DISMISSAL REASON (UP TO 30 CHARACTERS): ".
040000     ACCEPT WS-ENTRY-TEXT.
040100     IF WS-ENTRY-TEXT = SPACES
040200         DISPLAY "A REASON IS REQUIRED - NOT DISMISSED."
040300         GO TO 2400-EXIT
040400     END-IF.
040500     DISPLAY "CONFIRM DISMISSAL (Y TO CONFIRM): ".
040600     ACCEPT WS-CONFIRM.
040700     IF NOT WS-CONFIRMED
040800         DISPLAY "NOT CONFIRMED - RECORD LEFT AS IS."
040900         GO TO 2400-EXIT
041000     END-IF.
041100     SET RI-DISMISSED TO TRUE.
041200     PERFORM 2850-STAMP-AND-REWRITE THRU 2850-EXIT.
041300     IF WS-ITEM-FOUND
041400         ADD 1 TO WS-DISMISSED-COUNT
041500         DISPLAY "ITEM DISMISSED."
041600     END-IF.
041700 2400-EXIT.
041800     EXIT.
041900*
042000******************************************************************
042100* 2500-THRESHOLDS.
042200*    SHOWS THE THRESHOLDS IN FORCE. A SUPERVISOR MAY KEY NEW ONES,
042300*    WHICH REPLACE THE ONE-RECORD PARAMETER FILE AND TAKE EFFECT
042400*    FROM THE NEXT SCREENING RUN. THE CHANGE IS LOGGED.
042500******************************************************************
042600 2500-THRESHOLDS.
042700     OPEN INPUT THRESHOLD-FILE.
042800     IF WS-THR-FILE-NOT-FOUND
042900         CLOSE THRESHOLD-FILE
043000         DISPLAY "NO THRESHOLDS SET - SCREENING IS NOT RUNNING."
043100     ELSE
043200         READ THRESHOLD-FILE
043300             AT END
043400                 DISPLAY "NO THRESHOLDS SET - SCREENING IS NOT "
043500                     "RUNNING."
043600             NOT AT END
043700                 MOVE RT-SINGLE-THRESHOLD TO WS-AMOUNT-ED
043800                 MOVE RT-AGGREGATE-THRESHOLD TO WS-BASE-ED
043900                 DISPLAY "  SINGLE ITEM:   " WS-AMOUNT-ED
044000                 DISPLAY "  AGGREGATE:     " WS-BASE-ED
044100                 DISPLAY "  WINDOW DAYS:   " RT-WINDOW-DAYS
044200                 DISPLAY "  FILING DAYS:   " RT-FILING-DAYS
044300                 DISPLAY "  WARNING DAYS:  " RT-WARN-DAYS
044400                 DISPLAY "  SET ON:        " RT-SET-DATE
044500                     " BY " RT-SET-OPERATOR-ID
044600         END-READ
044700         CLOSE THRESHOLD-FILE
044800     END-IF.
044900     IF NOT WS-SIGNON-SUPERVISOR
045000         GO TO 2500-EXIT
045100     END-IF.
045200     DISPLAY "CHANGE THRESHOLDS (Y)? ".
045300     ACCEPT WS-CONFIRM.
045400     IF NOT WS-CONFIRMED
045500         GO TO 2500-EXIT
045600     END-IF.
045700     DISPLAY "ENTER SINGLE-ITEM THRESHOLD IN BRL (UP TO 11 "
045800         "DIGITS, DECIMAL POINT OPTIONAL): ".
045900     ACCEPT WS-NEW-SINGLE.
046000     IF WS-NEW-SINGLE = ZEROS
046100         DISPLAY "SINGLE THRESHOLD CANNOT BE ZERO - NOT CHANGED."
046200         GO TO 2500-EXIT
046300     END-IF.
046400     DISPLAY "ENTER AGGREGATE THRESHOLD IN BRL (0 = SAME AS "
046500         "SINGLE): ".
046600     ACCEPT WS-NEW-AGGREGATE.
046700     DISPLAY "ENTER ROLLING WINDOW IN DAYS: ".
046800     ACCEPT WS-NEW-WINDOW.
046900     DISPLAY "ENTER DAYS FROM DETECTION TO FILING DEADLINE: ".
047000     ACCEPT WS-NEW-FILING.
047100     DISPLAY "ENTER DAYS BEFORE DEADLINE TO WARN: ".
047200     ACCEPT WS-NEW-WARN.
047300     IF WS-NEW-WINDOW = ZEROS OR WS-NEW-FILING = ZEROS
047400         DISPLAY "WINDOW AND FILING DAYS MUST BE SET - NOT "
047500             "CHANGED."
047600         GO TO 2500-EXIT
047700     END-IF.
047800     DISPLAY "CONFIRM NEW THRESHOLDS (Y TO CONFIRM): ".
047900     ACCEPT WS-CONFIRM.
048000     IF NOT WS-CONFIRMED
048100         DISPLAY "NOT CONFIRMED - THRESHOLDS LEFT AS THEY WERE."
048200         GO TO 2500-EXIT
048300     END-IF.
048400     OPEN OUTPUT THRESHOLD-FILE.
048500     MOVE SPACES TO REG-THRESHOLD-RECORD.
048600     MOVE WS-NEW-SINGLE TO RT-SINGLE-THRESHOLD.
048700     MOVE WS-NEW-AGGREGATE TO RT-AGGREGATE-THRESHOLD.
048800     MOVE WS-NEW-WINDOW TO RT-WINDOW-DAYS.
048900     MOVE WS-NEW-FILING TO RT-FILING-DAYS.
049000     MOVE WS-NEW-WARN TO RT-WARN-DAYS.
049100     MOVE WS-RUN-DATE TO RT-SET-DATE.
049200     MOVE WS-SIGNON-ID TO RT-SET-OPERATOR-ID.
049300     WRITE REG-THRESHOLD-RECORD.
049400     CLOSE THRESHOLD-FILE.
049500     ADD 1 TO WS-ACTION-COUNT.
049600     MOVE "THRESHOLDS" TO WS-LOG-STEP.
049700     MOVE SPACES TO WS-LOG-MESSAGE.
049800     STRING "REPORTING THRESHOLDS CHANGED BY OPERATOR "
049900         WS-SIGNON-ID DELIMITED BY SIZE INTO WS-LOG-MESSAGE.
050000     CALL "LOGWRT01" USING WS-LOG-PARMS.
050100     DISPLAY "THRESHOLDS CHANGED.".
050200 2500-EXIT.
050300     EXIT.
050400*
050500******************************************************************
050600* 2800-READ-ITEM.
050700*    TAKES AN ITEM'S KEY FROM THE CONSOLE AND READS IT. AN
050800*    AGGREGATE CARRIES NO TRANSACTION ID, SO NONE IS ASKED FOR.
050900******************************************************************
051000 2800-READ-ITEM.
051100     MOVE "N" TO WS-ITEM-FOUND-SW.
051200     DISPLAY "ENTER KIND (S = SINGLE, A = AGGREGATE): ".
051300     ACCEPT WS-ENTRY-KIND.
051400     IF WS-ENTRY-KIND NOT = "S" AND WS-ENTRY-KIND NOT = "A"
051500         DISPLAY "KIND MUST BE S OR A."
051600         GO TO 2800-EXIT
051700     END-IF.
051800     DISPLAY "ENTER BRANCH CODE: ".
051900     ACCEPT WS-ENTRY-BRANCH.
052000     DISPLAY "ENTER ITEM DATE (YYYYMMDD): ".
052100     ACCEPT WS-ENTRY-DATE.
052200     MOVE ZEROS TO WS-ENTRY-TRAN-ID.
052300     IF WS-ENTRY-KIND = "S"
052400         DISPLAY "ENTER TRANSACTION ID: "
052500         ACCEPT WS-ENTRY-TRAN-ID
052600     END-IF.
052700     MOVE WS-ENTRY-KIND TO RI-KIND.
052800     MOVE WS-ENTRY-BRANCH TO RI-BRANCH.
052900     MOVE WS-ENTRY-DATE TO RI-ITEM-DATE.
053000     MOVE WS-ENTRY-TRAN-ID TO RI-TRAN-ID.
053100     READ REG-ITEM-FILE
053200         INVALID KEY
053300             DISPLAY "NO SUCH REPORTABLE ITEM."
053400             GO TO 2800-EXIT
053500     END-READ.
053600     SET WS-ITEM-FOUND TO TRUE.
053700 2800-EXIT.
053800     EXIT.
053900*
054000******************************************************************
054100* 2850-STAMP-AND-REWRITE.
054200*    STAMPS THE CLOSING ACTION ON THE ITEM IN HAND AND REWRITES
054300*    IT, LOGGING WHO DID WHAT TO WHICH ITEM.
054400******************************************************************
054500 2850-STAMP-AND-REWRITE.
054600     MOVE WS-RUN-DATE TO RI-ACTION-DATE.
054700     MOVE WS-SIGNON-ID TO RI-ACTION-OPERATOR-ID.
054800     MOVE WS-ENTRY-TEXT TO RI-ACTION-TEXT.
054900     REWRITE REG-ITEM-RECORD
055000         INVALID KEY
055100             DISPLAY "ITEM NOT CHANGED."
055200             MOVE "N" TO WS-ITEM-FOUND-SW
055300             GO TO 2850-EXIT
055400     END-REWRITE.
055500     ADD 1 TO WS-ACTION-COUNT.
055600     MOVE "ITEM" TO WS-LOG-STEP.
055700     MOVE SPACES TO WS-LOG-MESSAGE.
055800     STRING "ITEM " RI-KIND " " RI-BRANCH " " RI-ITEM-DATE " "
055900         RI-TRAN-ID " SET " RI-STATUS " BY " WS-SIGNON-ID
056000         DELIMITED BY SIZE INTO WS-LOG-MESSAGE.
056100     CALL "LOGWRT01" USING WS-LOG-PARMS.
056200 2850-EXIT.
056300     EXIT.
056400*
056500******************************************************************
056600* 2900-DAYS-LEFT.
056700*    CALENDAR DAYS FROM THE BUSINESS DATE TO THE ITEM'S DEADLINE.
056800******************************************************************
056900 2900-DAYS-LEFT.
057000     COMPUTE WS-DEADLINE-INT =
057100         FUNCTION INTEGER-OF-DATE(RI-DEADLINE).
057200     COMPUTE WS-DAYS-LEFT = WS-DEADLINE-INT - WS-TODAY-INT.
057300     MOVE WS-DAYS-LEFT TO WS-DAYS-LEFT-ED.
057400 2900-EXIT.
057500     EXIT.
057600*
057700******************************************************************
057800* 3000-FINALIZE.
057900*    LOGS WHAT THE SESSION CLOSED, CLOSES THE FILE AND WRITES THE
058000*    JOB RUN HISTORY RECORD.
058100******************************************************************
058200 3000-FINALIZE.
058300     IF WS-ABORT-RUN
058400         GO TO 3000-HISTORY
058500     END-IF.
058600     MOVE "FINALIZE" TO WS-LOG-STEP.
058700     MOVE SPACES TO WS-LOG-MESSAGE.
058800     STRING "ITEMS FILED " WS-FILED-COUNT
058900         " DISMISSED " WS-DISMISSED-COUNT
059000         DELIMITED BY SIZE INTO WS-LOG-MESSAGE.
059100     CALL "LOGWRT01" USING WS-LOG-PARMS.
059200     CLOSE REG-ITEM-FILE.
059300     MOVE 0 TO RETURN-CODE.
059400 3000-HISTORY.
059500     PERFORM 3100-WRITE-JOB-HISTORY THRU 3100-EXIT.
059600 3000-EXIT.
059700     EXIT.
059800*
059900******************************************************************
060000* 3100-WRITE-JOB-HISTORY.
060100*    APPENDS ONE JOB RUN HISTORY RECORD FOR THIS SESSION, WITH
060200*    THE SIGNED-ON OPERATOR.
060300******************************************************************
060400 3100-WRITE-JOB-HISTORY.
060500     OPEN EXTEND JOB-HISTORY-FILE.
060600     IF WS-JH-FILE-NOT-FOUND
060700         CLOSE JOB-HISTORY-FILE
060800         OPEN OUTPUT JOB-HISTORY-FILE
060900     END-IF.
061000     MOVE SPACES TO JOB-HIST-RECORD.
061100     MOVE "RGWK01" TO JH-PROGRAM-ID.
061200     MOVE WS-RUN-DATE TO JH-RUN-DATE.
061300     MOVE WS-RUN-TIME TO JH-START-TIME.
061400     ACCEPT WS-END-TIME FROM TIME.
061500     MOVE WS-END-TIME TO JH-END-TIME.
061600     MOVE RETURN-CODE TO JH-RETURN-CODE.
061700     MOVE WS-ACTION-COUNT TO JH-TRAN-COUNT.
061800     MOVE WS-SIGNON-ID TO JH-OPERATOR-ID.
061900     WRITE JOB-HIST-RECORD.
062000     CLOSE JOB-HISTORY-FILE.
062100 3100-EXIT.
062200     EXIT.
062300*
062400 END PROGRAM RGWK01.
