000100******************************************************************
000200* AUTHOR:       BRUNNO LORENZONI
000300* INSTALLATION: OPERATIONS / BATCH SUPPORT
000400* DATE-WRITTEN: 2026-10-15
000500* DATE-COMPILED:
000600* PURPOSE:      CUSTOMER ACCOUNT MASTER MAINTENANCE. OPENS,
000700*               CLOSES, REMOVES, INQUIRES ON AND LISTS THE
000800*               CUSTOMER ACCOUNTS EVERY TRANSACTION POSTS TO,
000900*               EACH OWNED BY A BRANCH AND HELD IN ONE CURRENCY.
001000*               A NEW ACCOUNT OPENS AT A ZERO BALANCE - ONLY THE
001100*               DAILY TOTALS RUN MOVES THE BALANCE. A FIRST RUN
001200*               CREATES THE MASTER.
001300* TECTONICS:    COBC
001400******************************************************************
001500* MODIFICATION HISTORY.
001600*    2026-10-15 BL  INITIAL VERSION.
001625*    2026-10-15 BL  THE JOB HISTORY RECORD CARRIES THE OPERATOR
001650*                   SIGNED ON TO THE OPERATIONS MENU (SESSN01),
001675*                   ZEROS WHEN RUN ON ITS OWN.
001679*    2026-10-15 BL  MAINTENANCE TAKES ITS OWN OPERATOR SIGN-ON AND
001683*                   NEEDS FNAUTH01 PERMISSION FOR THIS FUNCTION -
001687*                   A RUN OUTSIDE THE MENU IS NO LONGER OPEN TO
001691*                   ANYONE. A REFUSED SIGN-ON ENDS WITH RC 14. THE
001695*                   JOB HISTORY CARRIES THE SIGNED-ON OPERATOR.
001696*    2026-10-15 BL  A NEW ACCOUNT STARTS WITH A ZERO POSTING RUN
001698*                   STAMP.
001700******************************************************************
001800 IDENTIFICATION DIVISION.
001900 PROGRAM-ID. ACTMNT01.
002000 ENVIRONMENT DIVISION.
002100 INPUT-OUTPUT SECTION.
002200 FILE-CONTROL.
002300     SELECT ACCOUNT-FILE ASSIGN TO "ACCTMAST"
002400         ORGANIZATION IS INDEXED
002500         ACCESS MODE IS DYNAMIC
002600         RECORD KEY IS ACCT-NUMBER
002700         FILE STATUS IS WS-ACCT-FILE-STATUS.
002800     SELECT BRANCH-FILE ASSIGN TO "BRNCHMST"
002900         ORGANIZATION IS INDEXED
003000         ACCESS MODE IS RANDOM
003100         RECORD KEY IS BR-CODE
003200         FILE STATUS IS WS-BR-FILE-STATUS.
003300     SELECT CURRENCY-FILE ASSIGN TO "CURRMAST"
003400         ORGANIZATION IS INDEXED
003500         ACCESS MODE IS RANDOM
003600         RECORD KEY IS CUR-CODE
003700         FILE STATUS IS WS-CURM-FILE-STATUS.
003716     SELECT OPERATOR-FILE ASSIGN TO "OPERMAST"
003733         ORGANIZATION IS INDEXED
003750         ACCESS MODE IS RANDOM
003766         RECORD KEY IS OPR-ID
003783         FILE STATUS IS WS-OPR-FILE-STATUS.
003800     SELECT JOB-HISTORY-FILE ASSIGN TO "JOBHIST"
003900         ORGANIZATION IS LINE SEQUENTIAL
004000         FILE STATUS IS WS-JH-FILE-STATUS.
004100*
004200 DATA DIVISION.
004300 FILE SECTION.
004400 FD  ACCOUNT-FILE.
004500 COPY "ACCTREC.cpy".
004600 FD  BRANCH-FILE.
004700 COPY "BRNCHREC.cpy".
004800 FD  CURRENCY-FILE.
004900 COPY "CURRREC.cpy".
004933 FD  OPERATOR-FILE.
004966 COPY "OPERREC.cpy".
005000 FD  JOB-HISTORY-FILE.
005100 COPY "HISTREC.cpy".
005200*
005300 WORKING-STORAGE SECTION.
005400 77  WS-ACCT-FILE-STATUS         PIC X(02) VALUE "00".
005500     88  WS-ACCT-FILE-NOT-FOUND  VALUE "35".
005600 77  WS-BR-FILE-STATUS           PIC X(02) VALUE "00".
005700 77  WS-BR-AVAILABLE-SW          PIC X(01) VALUE "N".
005800     88  WS-BR-AVAILABLE         VALUE "Y".
005900 77  WS-CURM-FILE-STATUS         PIC X(02) VALUE "00".
006000 77  WS-CUR-AVAILABLE-SW         PIC X(01) VALUE "N".
006100     88  WS-CUR-AVAILABLE        VALUE "Y".
006200 77  WS-JH-FILE-STATUS           PIC X(02) VALUE "00".
006300     88  WS-JH-FILE-NOT-FOUND    VALUE "35".
006309 77  WS-OPR-FILE-STATUS          PIC X(02) VALUE "00".
006318*
006327*    SIGN-ON - ONLY AN ACTIVE OPERATOR ON THE MASTER, PERMITTED
006336*    THIS FUNCTION, MAY CHANGE THE ACCOUNT MASTER.
006345*
006354 77  WS-SIGNON-ID                PIC 9(06) VALUE ZEROS.
006363 77  WS-SIGNON-OK-SW             PIC X(01) VALUE "N".
006372     88  WS-SIGNON-OK            VALUE "Y".
006381 77  WS-ABORT-SW                 PIC X(01) VALUE "N".
006390     88  WS-ABORT-RUN            VALUE "Y".
006400*
006500 77  WS-LIST-EOF-SW              PIC X(01) VALUE "N".
006600     88  WS-LIST-EOF             VALUE "Y".
006700*
006800 77  WS-RUN-DATE                 PIC 9(08) VALUE ZEROS.
006900 77  WS-RUN-TIME                 PIC 9(08) VALUE ZEROS.
007000 77  WS-END-TIME                 PIC 9(08) VALUE ZEROS.
007100*
007200*    OPERATOR INPUT FIELDS FOR THE MAINTENANCE SESSION.
007300*
007400 77  WS-MENU-CHOICE              PIC X(01) VALUE SPACE.
007500     88  WS-MENU-OPEN            VALUE "O".
007600     88  WS-MENU-CLOSE           VALUE "C".
007700     88  WS-MENU-REMOVE          VALUE "R".
007800     88  WS-MENU-INQUIRE         VALUE "I".
007900     88  WS-MENU-LIST            VALUE "L".
008000     88  WS-MENU-END             VALUE "E".
008100 77  WS-ENTRY-NUMBER             PIC 9(06) VALUE ZEROS.
008200 77  WS-ENTRY-NAME               PIC X(20) VALUE SPACES.
008300 77  WS-ENTRY-BRANCH             PIC X(04) VALUE SPACES.
008400 77  WS-ENTRY-CURRENCY           PIC X(03) VALUE SPACES.
008500 77  WS-CONFIRM                  PIC X(01) VALUE SPACE.
008600     88  WS-CONFIRMED            VALUE "Y".
008700*
008800*    EDITED VIEWS OF THE BALANCE FIGURES FOR THE DISPLAYS.
008900*
009000 77  WS-BALANCE-ED               PIC -Z(10)9.99 VALUE ZEROS.
009100 77  WS-MOVEMENT-ED              PIC -Z(10)9.99 VALUE ZEROS.
009200*
009300*    SESSION COUNTS, LOGGED AT FINALIZE TIME.
009400*
009500 77  WS-ADDED-COUNT              PIC 9(06) VALUE ZEROS.
009600 77  WS-CHANGED-COUNT            PIC 9(06) VALUE ZEROS.
009700 77  WS-REMOVED-COUNT            PIC 9(06) VALUE ZEROS.
009800 77  WS-MAINT-COUNT              PIC 9(06) VALUE ZEROS.
009900*
009909*    PARAMETER AREA PASSED TO SESSN01. LAYOUT MUST MATCH ITS
009918*    LINKAGE SECTION SES-PARMS FIELD FOR FIELD.
009927*
009936 01  WS-SES-PARMS.
009945     03  WS-SES-FUNCTION          PIC X(01) VALUE "G".
009954     03  WS-SES-OPERATOR-ID       PIC 9(06).
009963     03  WS-SES-OPERATOR-NAME     PIC X(20).
009972     03  WS-SES-STATUS            PIC X(01).
009981         88  WS-SES-ACTIVE        VALUE "Y".
009982*
009983*    PARAMETER AREA PASSED TO FNAUTH01. LAYOUT MUST MATCH ITS
009985*    LINKAGE SECTION FNA-PARMS FIELD FOR FIELD.
009986*
009987 01  WS-FNA-PARMS.
009989     03  WS-FNA-OPERATOR-ID       PIC 9(06).
009990     03  WS-FNA-FUNCTION          PIC X(08) VALUE "ACTMNT01".
009991     03  WS-FNA-OPR-AUTHORITY     PIC 9(01).
009993     03  WS-FNA-LEVEL             PIC X(01).
009994         88  WS-FNA-CAN-USE       VALUE "U" "S".
009995         88  WS-FNA-CAN-SUPERVISE VALUE "S".
009997     03  WS-FNA-SOURCE            PIC X(01).
009998*
010000*    PARAMETER AREA PASSED TO LOGWRT01. LAYOUT MUST MATCH ITS
010100*    LINKAGE SECTION LOG-PARMS FIELD FOR FIELD.
010200*
010300 01  WS-LOG-PARMS.
010400     03  WS-LOG-PROGRAM-ID        PIC X(16) VALUE "ACTMNT01".
010500     03  WS-LOG-STEP              PIC X(12).
010600     03  WS-LOG-RUN-DATE          PIC 9(08).
010700     03  WS-LOG-RUN-TIME          PIC 9(08).
010800     03  WS-LOG-MESSAGE           PIC X(60).
010900     03  WS-LOG-SEVERITY          PIC X(01) VALUE "I".
011000*
011100 PROCEDURE DIVISION.
011200 0000-MAINLINE.
011300     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
011320     IF WS-ABORT-RUN
011340         PERFORM 3100-WRITE-JOB-HISTORY THRU 3100-EXIT
011360         GOBACK
011380     END-IF.
011400     PERFORM 2000-MENU-LOOP THRU 2000-EXIT
011500         WITH TEST AFTER UNTIL WS-MENU-END.
011600     PERFORM 3000-FINALIZE THRU 3000-EXIT.
011700     GOBACK.
011800*
011900******************************************************************
012000* 1000-INITIALIZE.
012080*    CAPTURES THE RUN TIMESTAMP, TAKES THE SIGN-ON AND OPENS THE
012160*    ACCOUNT MASTER I-O, CREATING IT ON FIRST USE - THIS IS THE
012240*    PROGRAM THAT BUILDS THE MASTER, SO AN ABSENT FILE IS A FIRST
012320*    RUN, NOT AN ERROR.
012400*    THE BRANCH AND CURRENCY MASTERS ARE NEEDED TO OPEN AN
012500*    ACCOUNT; WITHOUT THEM OPENS ARE OFF BUT THE REST WORKS.
012600******************************************************************
012700 1000-INITIALIZE.
012800     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
012900     ACCEPT WS-RUN-TIME FROM TIME.
013000     MOVE WS-RUN-DATE TO WS-LOG-RUN-DATE.
013100     MOVE WS-RUN-TIME TO WS-LOG-RUN-TIME.
013200     MOVE "INITIALIZE" TO WS-LOG-STEP.
013300     MOVE "ACCOUNT MASTER MAINTENANCE STARTING" TO
013400         WS-LOG-MESSAGE.
013407     PERFORM 1100-SIGN-ON THRU 1100-EXIT.
013415     IF NOT WS-SIGNON-OK
013423         MOVE "SIGN-ON" TO WS-LOG-STEP
013430         MOVE "W" TO WS-LOG-SEVERITY
013438         MOVE "SIGN-ON FAILED - MAINTENANCE SESSION REFUSED" TO
013446             WS-LOG-MESSAGE
013453         CALL "LOGWRT01" USING WS-LOG-PARMS
013461         MOVE "I" TO WS-LOG-SEVERITY
013469         MOVE 14 TO RETURN-CODE
013476         SET WS-ABORT-RUN TO TRUE
013484         GO TO 1000-EXIT
013492     END-IF.
013500     CALL "LOGWRT01" USING WS-LOG-PARMS.
013600     OPEN I-O ACCOUNT-FILE.
013700     IF WS-ACCT-FILE-NOT-FOUND
013800         CLOSE ACCOUNT-FILE
013900         OPEN OUTPUT ACCOUNT-FILE
014000         CLOSE ACCOUNT-FILE
014100         OPEN I-O ACCOUNT-FILE
014200     END-IF.
014300     OPEN INPUT BRANCH-FILE.
014400     IF WS-BR-FILE-STATUS = "00"
014500         SET WS-BR-AVAILABLE TO TRUE
014600     ELSE
014700         DISPLAY "BRANCH MASTER NOT AVAILABLE - OPENS ARE OFF."
014800     END-IF.
014900     OPEN INPUT CURRENCY-FILE.
015000     IF WS-CURM-FILE-STATUS = "00"
015100         SET WS-CUR-AVAILABLE TO TRUE
015200     ELSE
015300         DISPLAY "CURRENCY MASTER NOT AVAILABLE - OPENS ARE OFF."
015400     END-IF.
015500 1000-EXIT.
015600     EXIT.
015602*
015604******************************************************************
015606* 1100-SIGN-ON.
015608*    TAKES THE OPERATOR SIGN-ON AGAINST THE OPERATOR MASTER - ON
015610*    THE MASTER AND ACTIVE, OR THE SESSION IS REFUSED.
015612*    A SESSION OPENED BY THE OPERATIONS MENU SUPPLIES THE ID,
015614*    AND THE OPERATOR MUST HOLD PERMISSION FOR THIS FUNCTION.
015617******************************************************************
015619 1100-SIGN-ON.
015621     OPEN INPUT OPERATOR-FILE.
015623     IF WS-OPR-FILE-STATUS NOT = "00"
015625         DISPLAY "OPERATOR MASTER NOT AVAILABLE - REFUSED."
015627         GO TO 1100-EXIT
015629     END-IF.
015631     CALL "SESSN01" USING WS-SES-PARMS.
015634     IF WS-SES-ACTIVE
015636         MOVE WS-SES-OPERATOR-ID TO WS-SIGNON-ID
015638     ELSE
015640         DISPLAY "SIGN ON - ENTER OPERATOR ID: "
015642         ACCEPT WS-SIGNON-ID
015644     END-IF.
015646     MOVE WS-SIGNON-ID TO OPR-ID.
015648     READ OPERATOR-FILE
015651         INVALID KEY
015653             DISPLAY "OPERATOR " WS-SIGNON-ID
015655                 " NOT ON THE MASTER."
015657             CLOSE OPERATOR-FILE
015659             GO TO 1100-EXIT
015661     END-READ.
015663     CLOSE OPERATOR-FILE.
015665     IF NOT OPR-ACTIVE
015668         DISPLAY "OPERATOR " WS-SIGNON-ID " IS NOT ACTIVE."
015670         GO TO 1100-EXIT
015672     END-IF.
015674     MOVE WS-SIGNON-ID TO WS-FNA-OPERATOR-ID.
015676     MOVE OPR-AUTHORITY TO WS-FNA-OPR-AUTHORITY.
015678     CALL "FNAUTH01" USING WS-FNA-PARMS.
015680     IF NOT WS-FNA-CAN-USE
015682         DISPLAY "OPERATOR " WS-SIGNON-ID
015685             " IS NOT PERMITTED TO USE THIS FUNCTION."
015687         GO TO 1100-EXIT
015689     END-IF.
015691     SET WS-SIGNON-OK TO TRUE.
015693     DISPLAY "SIGNED ON: " OPR-NAME.
015695 1100-EXIT.
015697     EXIT.
015700*
015800******************************************************************
015900* 2000-MENU-LOOP.
016000*    SHOWS THE ACTION MENU AND ROUTES THE OPERATOR'S PICK. AN "E"
016100*    ENDS THE SESSION.
016200******************************************************************
016300 2000-MENU-LOOP.
016400     DISPLAY "ACCOUNT MASTER - SELECT ACTION: ".
016500     DISPLAY "  O = OPEN ACCOUNT   C = CLOSE ACCOUNT".
016600     DISPLAY "  R = REMOVE         I = INQUIRE BALANCE".
016700     DISPLAY "  L = LIST ALL       E = END SESSION: ".
016800     ACCEPT WS-MENU-CHOICE.
016900     EVALUATE TRUE
017000         WHEN WS-MENU-OPEN
017100             PERFORM 2100-OPEN-ACCOUNT THRU 2100-EXIT
017200         WHEN WS-MENU-CLOSE
017300             PERFORM 2200-CLOSE-ACCOUNT THRU 2200-EXIT
017400         WHEN WS-MENU-REMOVE
017500             PERFORM 2300-REMOVE-ACCOUNT THRU 2300-EXIT
017600         WHEN WS-MENU-INQUIRE
017700             PERFORM 2500-INQUIRE-ACCOUNT THRU 2500-EXIT
017800         WHEN WS-MENU-LIST
017900             PERFORM 2400-LIST-ACCOUNTS THRU 2400-EXIT
018000         WHEN WS-MENU-END
018100             CONTINUE
018200         WHEN OTHER
018300             DISPLAY "ACTION NOT RECOGNISED."
018400     END-EVALUATE.
018500 2000-EXIT.
018600     EXIT.
018700*
018800******************************************************************
018900* 2100-OPEN-ACCOUNT.
019000*    TAKES ONE ACCOUNT'S NUMBER, NAME, OWNING BRANCH AND CURRENCY
019100*    FROM THE CONSOLE AND WRITES THE MASTER RECORD AT A ZERO
019200*    BALANCE. THE BRANCH MUST BE ACTIVE ON THE BRANCH MASTER AND
019300*    THE CURRENCY ACTIVE ON THE CURRENCY MASTER. A NUMBER ALREADY
019400*    ON THE MASTER IS REFUSED, NOT OVERWRITTEN.
019500******************************************************************
019600 2100-OPEN-ACCOUNT.
019700     IF NOT WS-BR-AVAILABLE OR NOT WS-CUR-AVAILABLE
019800         DISPLAY "REFERENCE MASTERS NOT AVAILABLE - NOT OPENED."
019900         GO TO 2100-EXIT
020000     END-IF.
020100     DISPLAY "ENTER ACCOUNT NUMBER (6 DIGITS): ".
020200     ACCEPT WS-ENTRY-NUMBER.
020300     IF WS-ENTRY-NUMBER = ZEROS
020400         DISPLAY "ACCOUNT NUMBER ZERO IS NOT USABLE."
020500         GO TO 2100-EXIT
020600     END-IF.
020700     DISPLAY "ENTER ACCOUNT NAME (UP TO 20 CHARACTERS): ".
020800     ACCEPT WS-ENTRY-NAME.
020900     DISPLAY "ENTER OWNING BRANCH CODE (UP TO 4 CHARACTERS): ".
021000     ACCEPT WS-ENTRY-BRANCH.
021100     MOVE WS-ENTRY-BRANCH TO BR-CODE.
021200     READ BRANCH-FILE
021300         INVALID KEY
021400             DISPLAY "BRANCH " WS-ENTRY-BRANCH
021500                 " NOT ON THE BRANCH MASTER - NOT OPENED."
021600             GO TO 2100-EXIT
021700     END-READ.
021800     IF NOT BR-ACTIVE
021900         DISPLAY "BRANCH " WS-ENTRY-BRANCH
022000             " IS CLOSED - NOT OPENED."
022100         GO TO 2100-EXIT
022200     END-IF.
022300     DISPLAY "ENTER ACCOUNT CURRENCY (UP TO 3 CHARACTERS): ".
022400     ACCEPT WS-ENTRY-CURRENCY.
022500     MOVE WS-ENTRY-CURRENCY TO CUR-CODE.
022600     READ CURRENCY-FILE
022700         INVALID KEY
022800             DISPLAY "CURRENCY " WS-ENTRY-CURRENCY
022900                 " NOT ON THE CURRENCY MASTER - NOT OPENED."
023000             GO TO 2100-EXIT
023100     END-READ.
023200     IF NOT CUR-ACTIVE
023300         DISPLAY "CURRENCY " WS-ENTRY-CURRENCY
023400             " IS INACTIVE - NOT OPENED."
023500         GO TO 2100-EXIT
023600     END-IF.
023700     MOVE SPACES TO ACCOUNT-RECORD.
023800     MOVE WS-ENTRY-NUMBER TO ACCT-NUMBER.
023900     MOVE WS-ENTRY-NAME TO ACCT-NAME.
024000     MOVE WS-ENTRY-BRANCH TO ACCT-BRANCH.
024100     MOVE WS-ENTRY-CURRENCY TO ACCT-CURRENCY.
024200     SET ACCT-OPEN TO TRUE.
024300     MOVE ZEROS TO ACCT-BALANCE.
024400     MOVE ZEROS TO ACCT-LAST-POST-DATE.
024500     MOVE ZEROS TO ACCT-LAST-TRAN-ID.
024600     MOVE ZEROS TO ACCT-DAY-MOVEMENT.
024650     MOVE ZEROS TO ACCT-POST-RUN-STAMP.
024700     MOVE WS-RUN-DATE TO ACCT-OPENED-DATE.
024800     WRITE ACCOUNT-RECORD
024900         INVALID KEY
025000             DISPLAY "ACCOUNT " WS-ENTRY-NUMBER
025100                 " ALREADY ON THE MASTER - NOT OPENED."
025200         NOT INVALID KEY
025300             ADD 1 TO WS-ADDED-COUNT
025400             DISPLAY "ACCOUNT " WS-ENTRY-NUMBER " OPENED."
025500     END-WRITE.
025600 2100-EXIT.
025700     EXIT.
025800*
025900******************************************************************
026000* 2200-CLOSE-ACCOUNT.
026100*    MARKS AN ACCOUNT CLOSED AFTER A SEPARATE CONFIRMATION, SO
026200*    ENTRY AND INTAKE REFUSE IT AND THE TOTALS RUN SENDS ANY ITEM
026300*    STILL NAMING IT TO THE EXCEPTION QUEUE. THE BALANCE STAYS ON
026400*    THE RECORD AS IT STOOD.
026500******************************************************************
026600 2200-CLOSE-ACCOUNT.
026700     DISPLAY "ENTER ACCOUNT NUMBER TO CLOSE: ".
026800     ACCEPT WS-ENTRY-NUMBER.
026900     MOVE WS-ENTRY-NUMBER TO ACCT-NUMBER.
027000     READ ACCOUNT-FILE
027100         INVALID KEY
027200             DISPLAY "ACCOUNT " WS-ENTRY-NUMBER
027300                 " NOT ON THE MASTER."
027400             GO TO 2200-EXIT
027500     END-READ.
027600     IF ACCT-CLOSED
027700         DISPLAY "ACCOUNT " WS-ENTRY-NUMBER " IS ALREADY CLOSED."
027800         GO TO 2200-EXIT
027900     END-IF.
028000     MOVE ACCT-BALANCE TO WS-BALANCE-ED.
028100     DISPLAY "ACCOUNT " WS-ENTRY-NUMBER " " ACCT-NAME
028200         " BALANCE " WS-BALANCE-ED.
028300     DISPLAY "CONFIRM CLOSE OF ACCOUNT " WS-ENTRY-NUMBER
028400         " (Y TO CONFIRM): ".
028500     ACCEPT WS-CONFIRM.
028600     IF NOT WS-CONFIRMED
028700         DISPLAY "CLOSE NOT CONFIRMED - RECORD LEFT AS IS."
028800         GO TO 2200-EXIT
028900     END-IF.
029000     SET ACCT-CLOSED TO TRUE.
029100     REWRITE ACCOUNT-RECORD
029200         INVALID KEY
029300             DISPLAY "ACCOUNT " WS-ENTRY-NUMBER " NOT CHANGED."
029400             GO TO 2200-EXIT
029500     END-REWRITE.
029600     ADD 1 TO WS-CHANGED-COUNT.
029700     DISPLAY "ACCOUNT " WS-ENTRY-NUMBER " CLOSED.".
029800 2200-EXIT.
029900     EXIT.
030000*
030100******************************************************************
030200* 2300-REMOVE-ACCOUNT.
030300*    DELETES AN ACCOUNT'S MASTER RECORD AFTER A SEPARATE
030400*    CONFIRMATION. ONLY A CLOSED ACCOUNT STANDING AT A ZERO
030500*    BALANCE CAN GO - ANYTHING ELSE WOULD LOSE MONEY OFF THE
030600*    BOOKS.
030700******************************************************************
030800 2300-REMOVE-ACCOUNT.
030900     DISPLAY "ENTER ACCOUNT NUMBER TO REMOVE: ".
031000     ACCEPT WS-ENTRY-NUMBER.
031100     MOVE WS-ENTRY-NUMBER TO ACCT-NUMBER.
031200     READ ACCOUNT-FILE
031300         INVALID KEY
031400             DISPLAY "ACCOUNT " WS-ENTRY-NUMBER
031500                 " NOT ON THE MASTER."
031600             GO TO 2300-EXIT
031700     END-READ.
031800     IF NOT ACCT-CLOSED
031900         DISPLAY "ACCOUNT " WS-ENTRY-NUMBER
032000             " IS STILL OPEN - CLOSE IT FIRST."
032100         GO TO 2300-EXIT
032200     END-IF.
032300     IF ACCT-BALANCE NOT = ZEROS
032400         MOVE ACCT-BALANCE TO WS-BALANCE-ED
032500         DISPLAY "ACCOUNT " WS-ENTRY-NUMBER " STILL HOLDS "
032600             WS-BALANCE-ED " - NOT REMOVED."
032700         GO TO 2300-EXIT
032800     END-IF.
032900     DISPLAY "CONFIRM REMOVE OF ACCOUNT " WS-ENTRY-NUMBER
033000         " (Y TO CONFIRM): ".
033100     ACCEPT WS-CONFIRM.
033200     IF NOT WS-CONFIRMED
033300         DISPLAY "REMOVE NOT CONFIRMED - RECORD LEFT AS IS."
033400         GO TO 2300-EXIT
033500     END-IF.
033600     DELETE ACCOUNT-FILE
033700         INVALID KEY
033800             DISPLAY "ACCOUNT " WS-ENTRY-NUMBER
033900                 " NOT ON THE MASTER."
034000             GO TO 2300-EXIT
034100     END-DELETE.
034200     ADD 1 TO WS-REMOVED-COUNT.
034300     DISPLAY "ACCOUNT " WS-ENTRY-NUMBER " REMOVED.".
034400 2300-EXIT.
034500     EXIT.
034600*
034700******************************************************************
034800* 2400-LIST-ACCOUNTS.
034900*    LISTS EVERY ACCOUNT ON THE MASTER IN NUMBER ORDER.
035000******************************************************************
035100 2400-LIST-ACCOUNTS.
035200     MOVE "N" TO WS-LIST-EOF-SW.
035300     MOVE ZEROS TO ACCT-NUMBER.
035400     START ACCOUNT-FILE KEY IS NOT LESS THAN ACCT-NUMBER
035500         INVALID KEY
035600             SET WS-LIST-EOF TO TRUE
035700     END-START.
035800     PERFORM 2410-LIST-NEXT-ACCOUNT THRU 2410-EXIT
035900         UNTIL WS-LIST-EOF.
036000 2400-EXIT.
036100     EXIT.
036200*
036300******************************************************************
036400* 2410-LIST-NEXT-ACCOUNT.
036500*    READS AND DISPLAYS ONE ACCOUNT MASTER RECORD.
036600******************************************************************
036700 2410-LIST-NEXT-ACCOUNT.
036800     READ ACCOUNT-FILE NEXT RECORD
036900         AT END
037000             SET WS-LIST-EOF TO TRUE
037100             GO TO 2410-EXIT
037200     END-READ.
037300     MOVE ACCT-BALANCE TO WS-BALANCE-ED.
037400     DISPLAY "  " ACCT-NUMBER " " ACCT-NAME " " ACCT-BRANCH
037500         " " ACCT-CURRENCY " OPEN " ACCT-ACTIVE-SW
037600         " BAL " WS-BALANCE-ED.
037700 2410-EXIT.
037800     EXIT.
037900*
038000******************************************************************
038100* 2500-INQUIRE-ACCOUNT.
038200*    SHOWS ONE ACCOUNT IN FULL - OWNER BRANCH, CURRENCY, STATUS,
038300*    CURRENT BALANCE AND THE LAST DAY THE TOTALS RUN POSTED TO
038400*    IT WITH THAT DAY'S NET MOVEMENT.
038500******************************************************************
038600 2500-INQUIRE-ACCOUNT.
038700     DISPLAY "ENTER ACCOUNT NUMBER TO INQUIRE: ".
038800     ACCEPT WS-ENTRY-NUMBER.
038900     MOVE WS-ENTRY-NUMBER TO ACCT-NUMBER.
039000     READ ACCOUNT-FILE
039100         INVALID KEY
039200             DISPLAY "ACCOUNT " WS-ENTRY-NUMBER
039300                 " NOT ON THE MASTER."
039400             GO TO 2500-EXIT
039500     END-READ.
039600     MOVE ACCT-BALANCE TO WS-BALANCE-ED.
039700     MOVE ACCT-DAY-MOVEMENT TO WS-MOVEMENT-ED.
039800     DISPLAY "ACCOUNT " ACCT-NUMBER " - " ACCT-NAME.
039900     DISPLAY "  BRANCH:        " ACCT-BRANCH.
040000     DISPLAY "  CURRENCY:      " ACCT-CURRENCY.
040100     IF ACCT-OPEN
040200         DISPLAY "  STATUS:        OPEN"
040300     ELSE
040400         DISPLAY "  STATUS:        CLOSED"
040500     END-IF.
040600     DISPLAY "  OPENED:        " ACCT-OPENED-DATE.
040700     DISPLAY "  BALANCE:       " WS-BALANCE-ED.
040800     DISPLAY "  LAST POSTED:   " ACCT-LAST-POST-DATE
040900         " MOVEMENT " WS-MOVEMENT-ED.
041000 2500-EXIT.
041100     EXIT.
041200*
041300******************************************************************
041400* 3000-FINALIZE.
041500*    LOGS WHAT THE SESSION CHANGED, CLOSES THE MASTERS AND WRITES
041600*    THE JOB RUN HISTORY RECORD.
041700******************************************************************
041800 3000-FINALIZE.
041900     MOVE "FINALIZE" TO WS-LOG-STEP.
042000     STRING "ACCOUNTS OPENED " WS-ADDED-COUNT
042100         " CLOSED " WS-CHANGED-COUNT
042200         " REMOVED " WS-REMOVED-COUNT
042300         DELIMITED BY SIZE INTO WS-LOG-MESSAGE.
042400     CALL "LOGWRT01" USING WS-LOG-PARMS.
042500     CLOSE ACCOUNT-FILE.
042600     IF WS-BR-AVAILABLE
042700         CLOSE BRANCH-FILE
042800     END-IF.
042900     IF WS-CUR-AVAILABLE
043000         CLOSE CURRENCY-FILE
043100     END-IF.
043200     COMPUTE WS-MAINT-COUNT =
043300         WS-ADDED-COUNT + WS-CHANGED-COUNT + WS-REMOVED-COUNT.
043400     MOVE 0 TO RETURN-CODE.
043500     PERFORM 3100-WRITE-JOB-HISTORY THRU 3100-EXIT.
043600 3000-EXIT.
043700     EXIT.
043800*
043900******************************************************************
044000* 3100-WRITE-JOB-HISTORY.
044100*    APPENDS ONE JOB RUN HISTORY RECORD FOR THIS MAINTENANCE
044200*    SESSION, WITH A TRUE END TIME CAPTURED NOW.
044300******************************************************************
044400 3100-WRITE-JOB-HISTORY.
044500     OPEN EXTEND JOB-HISTORY-FILE.
044600     IF WS-JH-FILE-NOT-FOUND
044700         CLOSE JOB-HISTORY-FILE
044800         OPEN OUTPUT JOB-HISTORY-FILE
044900     END-IF.
045000     MOVE SPACES TO JOB-HIST-RECORD.
045100     MOVE "ACTMNT01" TO JH-PROGRAM-ID.
045200     MOVE WS-RUN-DATE TO JH-RUN-DATE.
045300     MOVE WS-RUN-TIME TO JH-START-TIME.
045400     ACCEPT WS-END-TIME FROM TIME.
045500     MOVE WS-END-TIME TO JH-END-TIME.
045600     MOVE RETURN-CODE TO JH-RETURN-CODE.
045700     MOVE WS-MAINT-COUNT TO JH-TRAN-COUNT.
045766     MOVE WS-SIGNON-ID TO JH-OPERATOR-ID.
045900     WRITE JOB-HIST-RECORD.
046000     CLOSE JOB-HISTORY-FILE.
046100 3100-EXIT.
046200     EXIT.
046300*
046400 END PROGRAM ACTMNT01.
