000100******************************************************************
000200* AUTHOR:       BRUNNO LORENZONI
000300* INSTALLATION: OPERATIONS / BATCH SUPPORT
000400* DATE-WRITTEN: 2026-10-15
000500* DATE-COMPILED:
000600* PURPOSE:      GL ACCOUNT-MAPPING MAINTENANCE. SETS, REMOVES AND
000700*               LISTS THE DEBIT AND CREDIT LEDGER ACCOUNTS EACH
000800*               BRANCH + CURRENCY + TRANSACTION TYPE POSTS TO.
000900*               THE DAILY TOTALS RUN BUILDS ITS GL JOURNAL FROM
001000*               THIS FILE AND REFUSES THE JOURNAL OUTRIGHT WHEN A
001100*               BUCKET IT POSTED IS NOT MAPPED. A FIRST RUN
001200*               CREATES THE FILE. SETTING A BUCKET ALREADY ON
001300*               FILE REPLACES ITS ACCOUNTS.
001400* TECTONICS:    COBC
001500******************************************************************
001600* MODIFICATION HISTORY.
001700*    2026-10-15 BL  INITIAL VERSION.
001725*    2026-10-15 BL  THE JOB HISTORY RECORD CARRIES THE OPERATOR
001750*                   SIGNED ON TO THE OPERATIONS MENU (SESSN01),
001775*                   ZEROS WHEN RUN ON ITS OWN.
001783*    2026-10-15 BL  ALSO MAPS THE IOF TAX BUCKETS - TYPE X FOR
001791*                   TAX CHARGED, Y FOR TAX RECLAIMED.
001792*    2026-10-15 BL  MAINTENANCE TAKES ITS OWN OPERATOR SIGN-ON AND
001794*                   NEEDS FNAUTH01 PERMISSION FOR THIS FUNCTION -
001795*                   A RUN OUTSIDE THE MENU IS NO LONGER OPEN TO
001797*                   ANYONE. A REFUSED SIGN-ON ENDS WITH RC 14. THE
001798*                   JOB HISTORY CARRIES THE SIGNED-ON OPERATOR.
001800******************************************************************
001900 IDENTIFICATION DIVISION.
002000 PROGRAM-ID. GLMMNT01.
002100 ENVIRONMENT DIVISION.
002200 INPUT-OUTPUT SECTION.
002300 FILE-CONTROL.
002400     SELECT GL-MAP-FILE ASSIGN TO "GLMAPMST"
002500         ORGANIZATION IS INDEXED
002600         ACCESS MODE IS DYNAMIC
002700         RECORD KEY IS GLM-KEY
002800         FILE STATUS IS WS-GLM-FILE-STATUS.
002900     SELECT BRANCH-FILE ASSIGN TO "BRNCHMST"
003000         ORGANIZATION IS INDEXED
003100         ACCESS MODE IS RANDOM
003200         RECORD KEY IS BR-CODE
003300         FILE STATUS IS WS-BR-FILE-STATUS.
003400     SELECT CURRENCY-FILE ASSIGN TO "CURRMAST"
003500         ORGANIZATION IS INDEXED
003600         ACCESS MODE IS RANDOM
003700         RECORD KEY IS CUR-CODE
003800         FILE STATUS IS WS-CURM-FILE-STATUS.
003816     SELECT OPERATOR-FILE ASSIGN TO "OPERMAST"
003833         ORGANIZATION IS INDEXED
003850         ACCESS MODE IS RANDOM
003866         RECORD KEY IS OPR-ID
003883         FILE STATUS IS WS-OPR-FILE-STATUS.
003900     SELECT JOB-HISTORY-FILE ASSIGN TO "JOBHIST"
004000         ORGANIZATION IS LINE SEQUENTIAL
004100         FILE STATUS IS WS-JH-FILE-STATUS.
004200*
004300 DATA DIVISION.
004400 FILE SECTION.
004500 FD  GL-MAP-FILE.
004600 COPY "GLMAPREC.cpy".
004700 FD  BRANCH-FILE.
004800 COPY "BRNCHREC.cpy".
004900 FD  CURRENCY-FILE.
005000 COPY "CURRREC.cpy".
005033 FD  OPERATOR-FILE.
005066 COPY "OPERREC.cpy".
005100 FD  JOB-HISTORY-FILE.
005200 COPY "HISTREC.cpy".
005300*
005400 WORKING-STORAGE SECTION.
005500 77  WS-GLM-FILE-STATUS          PIC X(02) VALUE "00".
005600     88  WS-GLM-FILE-NOT-FOUND   VALUE "35".
005700 77  WS-BR-FILE-STATUS           PIC X(02) VALUE "00".
005800 77  WS-CURM-FILE-STATUS         PIC X(02) VALUE "00".
005900 77  WS-MASTERS-AVAILABLE-SW     PIC X(01) VALUE "N".
006000     88  WS-MASTERS-AVAILABLE    VALUE "Y".
006100 77  WS-JH-FILE-STATUS           PIC X(02) VALUE "00".
006200     88  WS-JH-FILE-NOT-FOUND    VALUE "35".
006209 77  WS-OPR-FILE-STATUS          PIC X(02) VALUE "00".
006218*
006227*    SIGN-ON - ONLY AN ACTIVE OPERATOR ON THE MASTER, PERMITTED
006236*    THIS FUNCTION, MAY CHANGE THE GL ACCOUNT MAPPING.
006245*
006254 77  WS-SIGNON-ID                PIC 9(06) VALUE ZEROS.
006263 77  WS-SIGNON-OK-SW             PIC X(01) VALUE "N".
006272     88  WS-SIGNON-OK            VALUE "Y".
006281 77  WS-ABORT-SW                 PIC X(01) VALUE "N".
006290     88  WS-ABORT-RUN            VALUE "Y".
006300*
006400 77  WS-LIST-EOF-SW              PIC X(01) VALUE "N".
006500     88  WS-LIST-EOF             VALUE "Y".
006600*
006700 77  WS-RUN-DATE                 PIC 9(08) VALUE ZEROS.
006800 77  WS-RUN-TIME                 PIC 9(08) VALUE ZEROS.
006900 77  WS-END-TIME                 PIC 9(08) VALUE ZEROS.
007000*
007080*    OPERATOR INPUT FIELDS FOR THE MAINTENANCE SESSION. THE
007160*    TRANSACTION TYPE IS KEYED AS O, R OR A - AN ORIGINAL KEYED
007240*    WITH A BLANK TYPE ON THE TRANSACTION FILE MAPS UNDER O - OR
007320*    AS X OR Y FOR THE IOF TAX CHARGED OR RECLAIMED.
007400*
007500 77  WS-MENU-CHOICE              PIC X(01) VALUE SPACE.
007600     88  WS-MENU-SET             VALUE "S".
007700     88  WS-MENU-REMOVE          VALUE "R".
007800     88  WS-MENU-LIST            VALUE "L".
007900     88  WS-MENU-END             VALUE "E".
008000 77  WS-ENTRY-BRANCH             PIC X(04) VALUE SPACES.
008100 77  WS-ENTRY-CURRENCY           PIC X(03) VALUE SPACES.
008200 77  WS-ENTRY-TYPE               PIC X(01) VALUE SPACE.
008300     88  WS-ENTRY-TYPE-VALID     VALUE "O" "R" "A" "X" "Y".
008400 77  WS-ENTRY-DEBIT              PIC X(10) VALUE SPACES.
008500 77  WS-ENTRY-CREDIT             PIC X(10) VALUE SPACES.
008600 77  WS-CONFIRM                  PIC X(01) VALUE SPACE.
008700     88  WS-CONFIRMED            VALUE "Y".
008800*
008900*    SESSION COUNTS, LOGGED AT FINALIZE TIME.
009000*
009100 77  WS-SET-COUNT                PIC 9(06) VALUE ZEROS.
009200 77  WS-REMOVED-COUNT            PIC 9(06) VALUE ZEROS.
009300 77  WS-MAINT-COUNT              PIC 9(06) VALUE ZEROS.
009400*
009409*    PARAMETER AREA PASSED TO SESSN01. LAYOUT MUST MATCH ITS
009418*    LINKAGE SECTION SES-PARMS FIELD FOR FIELD.
009427*
009436 01  WS-SES-PARMS.
009445     03  WS-SES-FUNCTION          PIC X(01) VALUE "G".
009454     03  WS-SES-OPERATOR-ID       PIC 9(06).
009463     03  WS-SES-OPERATOR-NAME     PIC X(20).
009472     03  WS-SES-STATUS            PIC X(01).
009481         88  WS-SES-ACTIVE        VALUE "Y".
009482*
009483*    PARAMETER AREA PASSED TO FNAUTH01. LAYOUT MUST MATCH ITS
009485*    LINKAGE SECTION FNA-PARMS FIELD FOR FIELD.
009486*
009487 01  WS-FNA-PARMS.
009489     03  WS-FNA-OPERATOR-ID       PIC 9(06).
009490     03  WS-FNA-FUNCTION          PIC X(08) VALUE "GLMMNT01".
009491     03  WS-FNA-OPR-AUTHORITY     PIC 9(01).
009493     03  WS-FNA-LEVEL             PIC X(01).
009494         88  WS-FNA-CAN-USE       VALUE "U" "S".
009495         88  WS-FNA-CAN-SUPERVISE VALUE "S".
009497     03  WS-FNA-SOURCE            PIC X(01).
009498*
009500*    PARAMETER AREA PASSED TO LOGWRT01. LAYOUT MUST MATCH ITS
009600*    LINKAGE SECTION LOG-PARMS FIELD FOR FIELD.
009700*
009800 01  WS-LOG-PARMS.
009900     03  WS-LOG-PROGRAM-ID        PIC X(16) VALUE "GLMMNT01".
010000     03  WS-LOG-STEP              PIC X(12).
010100     03  WS-LOG-RUN-DATE          PIC 9(08).
010200     03  WS-LOG-RUN-TIME          PIC 9(08).
010300     03  WS-LOG-MESSAGE           PIC X(60).
010400     03  WS-LOG-SEVERITY          PIC X(01) VALUE "I".
010500*
010600 PROCEDURE DIVISION.
010700 0000-MAINLINE.
010800     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
010820     IF WS-ABORT-RUN
010840         PERFORM 3100-WRITE-JOB-HISTORY THRU 3100-EXIT
010860         GOBACK
010880     END-IF.
010900     PERFORM 2000-MENU-LOOP THRU 2000-EXIT
011000         WITH TEST AFTER UNTIL WS-MENU-END.
011100     PERFORM 3000-FINALIZE THRU 3000-EXIT.
011200     GOBACK.
011300*
011400******************************************************************
011500* 1000-INITIALIZE.
011600*    CAPTURES THE RUN TIMESTAMP, TAKES THE SIGN-ON AND OPENS THE
011700*    MAPPING FILE I-O, CREATING IT ON FIRST USE. THE BRANCH AND
011800*    CURRENCY MASTERS ARE OPENED FOR THE SET-TIME CHECKS; WITHOUT
011900*    BOTH OF THEM NOTHING CAN BE SET, ONLY LISTED OR REMOVED.
012000******************************************************************
012100 1000-INITIALIZE.
012200     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
012300     ACCEPT WS-RUN-TIME FROM TIME.
012400     MOVE WS-RUN-DATE TO WS-LOG-RUN-DATE.
012500     MOVE WS-RUN-TIME TO WS-LOG-RUN-TIME.
012600     MOVE "INITIALIZE" TO WS-LOG-STEP.
012700     MOVE "GL ACCOUNT-MAPPING MAINTENANCE STARTING" TO
012800         WS-LOG-MESSAGE.
012807     PERFORM 1100-SIGN-ON THRU 1100-EXIT.
012815     IF NOT WS-SIGNON-OK
012823         MOVE "SIGN-ON" TO WS-LOG-STEP
012830         MOVE "W" TO WS-LOG-SEVERITY
012838         MOVE "SIGN-ON FAILED - MAINTENANCE SESSION REFUSED" TO
012846             WS-LOG-MESSAGE
012853         CALL "LOGWRT01" USING WS-LOG-PARMS
012861         MOVE "I" TO WS-LOG-SEVERITY
012869         MOVE 14 TO RETURN-CODE
012876         SET WS-ABORT-RUN TO TRUE
012884         GO TO 1000-EXIT
012892     END-IF.
012900     CALL "LOGWRT01" USING WS-LOG-PARMS.
013000     OPEN I-O GL-MAP-FILE.
013100     IF WS-GLM-FILE-NOT-FOUND
013200         CLOSE GL-MAP-FILE
013300         OPEN OUTPUT GL-MAP-FILE
013400         CLOSE GL-MAP-FILE
013500         OPEN I-O GL-MAP-FILE
013600     END-IF.
013700     OPEN INPUT BRANCH-FILE.
013800     OPEN INPUT CURRENCY-FILE.
013900     IF WS-BR-FILE-STATUS = "00"
014000         AND WS-CURM-FILE-STATUS = "00"
014100         SET WS-MASTERS-AVAILABLE TO TRUE
014200     ELSE
014300         DISPLAY "BRANCH OR CURRENCY MASTER NOT AVAILABLE - "
014400             "NOTHING CAN BE SET."
014500     END-IF.
014600 1000-EXIT.
014700     EXIT.
014702*
014704******************************************************************
014706* 1100-SIGN-ON.
014708*    TAKES THE OPERATOR SIGN-ON AGAINST THE OPERATOR MASTER - ON
014710*    THE MASTER AND ACTIVE, OR THE SESSION IS REFUSED.
014712*    A SESSION OPENED BY THE OPERATIONS MENU SUPPLIES THE ID,
014714*    AND THE OPERATOR MUST HOLD PERMISSION FOR THIS FUNCTION.
014717******************************************************************
014719 1100-SIGN-ON.
014721     OPEN INPUT OPERATOR-FILE.
014723     IF WS-OPR-FILE-STATUS NOT = "00"
014725         DISPLAY "OPERATOR MASTER NOT AVAILABLE - REFUSED."
014727         GO TO 1100-EXIT
014729     END-IF.
014731     CALL "SESSN01" USING WS-SES-PARMS.
014734     IF WS-SES-ACTIVE
014736         MOVE WS-SES-OPERATOR-ID TO WS-SIGNON-ID
014738     ELSE
014740         DISPLAY "SIGN ON - ENTER OPERATOR ID: "
014742         ACCEPT WS-SIGNON-ID
014744     END-IF.
014746     MOVE WS-SIGNON-ID TO OPR-ID.
014748     READ OPERATOR-FILE
014751         INVALID KEY
014753             DISPLAY "OPERATOR " WS-SIGNON-ID
014755                 " NOT ON THE MASTER."
014757             CLOSE OPERATOR-FILE
014759             GO TO 1100-EXIT
014761     END-READ.
014763     CLOSE OPERATOR-FILE.
014765     IF NOT OPR-ACTIVE
014768         DISPLAY "OPERATOR " WS-SIGNON-ID " IS NOT ACTIVE."
014770         GO TO 1100-EXIT
014772     END-IF.
014774     MOVE WS-SIGNON-ID TO WS-FNA-OPERATOR-ID.
014776     MOVE OPR-AUTHORITY TO WS-FNA-OPR-AUTHORITY.
014778     CALL "FNAUTH01" USING WS-FNA-PARMS.
014780     IF NOT WS-FNA-CAN-USE
014782         DISPLAY "OPERATOR " WS-SIGNON-ID
014785             " IS NOT PERMITTED TO USE THIS FUNCTION."
014787         GO TO 1100-EXIT
014789     END-IF.
014791     SET WS-SIGNON-OK TO TRUE.
014793     DISPLAY "SIGNED ON: " OPR-NAME.
014795 1100-EXIT.
014797     EXIT.
014800*
014900******************************************************************
015000* 2000-MENU-LOOP.
015100*    SHOWS THE ACTION MENU AND ROUTES THE OPERATOR'S PICK. AN "E"
015200*    ENDS THE SESSION.
015300******************************************************************
015400 2000-MENU-LOOP.
015500     DISPLAY "GL ACCOUNT MAPPING - SELECT ACTION: ".
015600     DISPLAY "  S = SET MAPPING    R = REMOVE MAPPING".
015700     DISPLAY "  L = LIST ALL       E = END SESSION: ".
015800     ACCEPT WS-MENU-CHOICE.
015900     EVALUATE TRUE
016000         WHEN WS-MENU-SET
016100             PERFORM 2100-SET-MAPPING THRU 2100-EXIT
016200         WHEN WS-MENU-REMOVE
016300             PERFORM 2300-REMOVE-MAPPING THRU 2300-EXIT
016400         WHEN WS-MENU-LIST
016500             PERFORM 2400-LIST-MAPPINGS THRU 2400-EXIT
016600         WHEN WS-MENU-END
016700             CONTINUE
016800         WHEN OTHER
016900             DISPLAY "ACTION NOT RECOGNISED."
017000     END-EVALUATE.
017100 2000-EXIT.
017200     EXIT.
017300*
017400******************************************************************
017500* 2050-TAKE-BUCKET.
017600*    TAKES A BUCKET KEY - BRANCH, CURRENCY AND TRANSACTION TYPE -
017700*    FROM THE CONSOLE INTO THE MAPPING RECORD KEY. A BLANK PART
017800*    OR A TYPE OTHER THAN O/R/A LEAVES THE KEY BLANK FOR THE
017900*    CALLER TO REFUSE.
018000******************************************************************
018100 2050-TAKE-BUCKET.
018200     MOVE SPACES TO GLM-KEY.
018300     DISPLAY "ENTER BRANCH CODE: ".
018400     ACCEPT WS-ENTRY-BRANCH.
018500     DISPLAY "ENTER CURRENCY CODE: ".
018600     ACCEPT WS-ENTRY-CURRENCY.
018675     DISPLAY "ENTER TRANSACTION TYPE (O = ORIGINAL, "
018750         "R = REVERSAL, A = ADJUSTMENT, X = IOF TAX CHARGED, "
018825         "Y = IOF TAX RECLAIMED): ".
018900     ACCEPT WS-ENTRY-TYPE.
019000     IF WS-ENTRY-BRANCH = SPACES
019100         OR WS-ENTRY-CURRENCY = SPACES
019200         OR NOT WS-ENTRY-TYPE-VALID
019300         DISPLAY "BRANCH, CURRENCY AND A TYPE OF O/R/A/X/Y ARE "
019400             "ALL NEEDED."
019500         GO TO 2050-EXIT
019600     END-IF.
019700     MOVE WS-ENTRY-BRANCH TO GLM-BRANCH.
019800     MOVE WS-ENTRY-CURRENCY TO GLM-CURRENCY.
019900     MOVE WS-ENTRY-TYPE TO GLM-TRAN-TYPE.
020000 2050-EXIT.
020100     EXIT.
020200*
020300******************************************************************
020400* 2100-SET-MAPPING.
020500*    TAKES A BUCKET AND ITS DEBIT AND CREDIT ACCOUNTS AND WRITES
020600*    OR REPLACES THE MAPPING RECORD. THE BRANCH MUST BE ON THE
020700*    BRANCH MASTER AND THE CURRENCY ACTIVE ON THE CURRENCY
020800*    MASTER; THE TWO ACCOUNTS MUST BOTH BE GIVEN AND MUST DIFFER -
020900*    A LINE PAIR POSTING TO ONE ACCOUNT MOVES NOTHING.
021000******************************************************************
021100 2100-SET-MAPPING.
021200     IF NOT WS-MASTERS-AVAILABLE
021300         DISPLAY "MASTERS NOT AVAILABLE - NOT SET."
021400         GO TO 2100-EXIT
021500     END-IF.
021600     PERFORM 2050-TAKE-BUCKET THRU 2050-EXIT.
021700     IF GLM-KEY = SPACES
021800         GO TO 2100-EXIT
021900     END-IF.
022000     MOVE WS-ENTRY-BRANCH TO BR-CODE.
022100     READ BRANCH-FILE
022200         INVALID KEY
022300             DISPLAY "BRANCH " WS-ENTRY-BRANCH
022400                 " NOT ON THE MASTER - NOT SET."
022500             GO TO 2100-EXIT
022600     END-READ.
022700     MOVE WS-ENTRY-CURRENCY TO CUR-CODE.
022800     READ CURRENCY-FILE
022900         INVALID KEY
023000             DISPLAY "CURRENCY " WS-ENTRY-CURRENCY
023100                 " NOT ON THE CURRENCY MASTER - NOT SET."
023200             GO TO 2100-EXIT
023300     END-READ.
023400     IF NOT CUR-ACTIVE
023500         DISPLAY "CURRENCY " WS-ENTRY-CURRENCY
023600             " IS INACTIVE - NOT SET."
023700         GO TO 2100-EXIT
023800     END-IF.
023900     DISPLAY "ENTER DEBIT GL ACCOUNT (UP TO 10 CHARACTERS): ".
024000     ACCEPT WS-ENTRY-DEBIT.
024100     DISPLAY "ENTER CREDIT GL ACCOUNT (UP TO 10 CHARACTERS): ".
024200     ACCEPT WS-ENTRY-CREDIT.
024300     IF WS-ENTRY-DEBIT = SPACES
024400         OR WS-ENTRY-CREDIT = SPACES
024500         DISPLAY "BOTH ACCOUNTS ARE NEEDED - NOT SET."
024600         GO TO 2100-EXIT
024700     END-IF.
024800     IF WS-ENTRY-DEBIT = WS-ENTRY-CREDIT
024900         DISPLAY "DEBIT AND CREDIT ACCOUNT ARE THE SAME - "
024950             "NOT SET."
025000         GO TO 2100-EXIT
025100     END-IF.
025200     MOVE WS-ENTRY-DEBIT TO GLM-DEBIT-ACCOUNT.
025300     MOVE WS-ENTRY-CREDIT TO GLM-CREDIT-ACCOUNT.
025400     WRITE GL-MAP-RECORD
025500         INVALID KEY
025600             REWRITE GL-MAP-RECORD
025700             END-REWRITE
025800             DISPLAY "MAPPING FOR " GLM-KEY " REPLACED."
025900         NOT INVALID KEY
026000             DISPLAY "MAPPING FOR " GLM-KEY " SET."
026100     END-WRITE.
026200     ADD 1 TO WS-SET-COUNT.
026300     MOVE "SET-MAPPING" TO WS-LOG-STEP.
026400     MOVE SPACES TO WS-LOG-MESSAGE.
026500     STRING "GL MAPPING " GLM-KEY " DR " GLM-DEBIT-ACCOUNT
026600         " CR " GLM-CREDIT-ACCOUNT
026700         DELIMITED BY SIZE INTO WS-LOG-MESSAGE.
026800     CALL "LOGWRT01" USING WS-LOG-PARMS.
026900 2100-EXIT.
027000     EXIT.
027100*
027200******************************************************************
027300* 2300-REMOVE-MAPPING.
027400*    DELETES A MAPPING RECORD AFTER A SEPARATE CONFIRMATION. THE
027500*    NEXT TOTALS RUN THAT POSTS INTO THE BUCKET WILL REFUSE ITS
027600*    JOURNAL, SO THIS IS FOR BUCKETS THAT NO LONGER TRADE.
027700******************************************************************
027800 2300-REMOVE-MAPPING.
027900     PERFORM 2050-TAKE-BUCKET THRU 2050-EXIT.
028000     IF GLM-KEY = SPACES
028100         GO TO 2300-EXIT
028200     END-IF.
028300     DISPLAY "CONFIRM REMOVE OF MAPPING " GLM-KEY
028400         " (Y TO CONFIRM): ".
028500     ACCEPT WS-CONFIRM.
028600     IF NOT WS-CONFIRMED
028700         DISPLAY "REMOVE NOT CONFIRMED - RECORD LEFT AS IS."
028800         GO TO 2300-EXIT
028900     END-IF.
029000     DELETE GL-MAP-FILE
029100         INVALID KEY
029200             DISPLAY "NO MAPPING ON FILE FOR " GLM-KEY "."
029300             GO TO 2300-EXIT
029400     END-DELETE.
029500     ADD 1 TO WS-REMOVED-COUNT.
029600     DISPLAY "MAPPING FOR " GLM-KEY " REMOVED.".
029700     MOVE "REMOVE-MAP" TO WS-LOG-STEP.
029800     MOVE SPACES TO WS-LOG-MESSAGE.
029900     STRING "GL MAPPING " GLM-KEY " REMOVED"
030000         DELIMITED BY SIZE INTO WS-LOG-MESSAGE.
030100     CALL "LOGWRT01" USING WS-LOG-PARMS.
030200 2300-EXIT.
030300     EXIT.
030400*
030500******************************************************************
030600* 2400-LIST-MAPPINGS.
030700*    LISTS EVERY MAPPING ON FILE IN BRANCH / CURRENCY / TYPE
030800*    ORDER.
030900******************************************************************
031000 2400-LIST-MAPPINGS.
031100     MOVE "N" TO WS-LIST-EOF-SW.
031200     MOVE LOW-VALUES TO GLM-KEY.
031300     START GL-MAP-FILE KEY IS NOT LESS THAN GLM-KEY
031400         INVALID KEY
031500             SET WS-LIST-EOF TO TRUE
031600     END-START.
031700     PERFORM 2410-LIST-NEXT-MAPPING THRU 2410-EXIT
031800         UNTIL WS-LIST-EOF.
031900 2400-EXIT.
032000     EXIT.
032100*
032200******************************************************************
032300* 2410-LIST-NEXT-MAPPING.
032400*    READS AND DISPLAYS ONE MAPPING RECORD.
032500******************************************************************
032600 2410-LIST-NEXT-MAPPING.
032700     READ GL-MAP-FILE NEXT RECORD
032800         AT END
032900             SET WS-LIST-EOF TO TRUE
033000             GO TO 2410-EXIT
033100     END-READ.
033200     DISPLAY "  " GLM-BRANCH " " GLM-CURRENCY " " GLM-TRAN-TYPE
033300         "  DR " GLM-DEBIT-ACCOUNT "  CR " GLM-CREDIT-ACCOUNT.
033400 2410-EXIT.
033500     EXIT.
033600*
033700******************************************************************
033800* 3000-FINALIZE.
033900*    LOGS WHAT THE SESSION CHANGED, CLOSES THE FILES AND WRITES
034000*    THE JOB RUN HISTORY RECORD.
034100******************************************************************
034200 3000-FINALIZE.
034300     MOVE "FINALIZE" TO WS-LOG-STEP.
034400     MOVE SPACES TO WS-LOG-MESSAGE.
034500     STRING "MAPPINGS SET " WS-SET-COUNT
034600         " REMOVED " WS-REMOVED-COUNT
034700         DELIMITED BY SIZE INTO WS-LOG-MESSAGE.
034800     CALL "LOGWRT01" USING WS-LOG-PARMS.
034900     CLOSE GL-MAP-FILE.
035000     IF WS-BR-FILE-STATUS = "00"
035100         CLOSE BRANCH-FILE
035200     END-IF.
035300     IF WS-CURM-FILE-STATUS = "00"
035400         CLOSE CURRENCY-FILE
035500     END-IF.
035600     COMPUTE WS-MAINT-COUNT = WS-SET-COUNT + WS-REMOVED-COUNT.
035700     MOVE 0 TO RETURN-CODE.
035800     PERFORM 3100-WRITE-JOB-HISTORY THRU 3100-EXIT.
035900 3000-EXIT.
036000     EXIT.
036100*
036200******************************************************************
036300* 3100-WRITE-JOB-HISTORY.
036400*    APPENDS ONE JOB RUN HISTORY RECORD FOR THIS MAINTENANCE
036500*    SESSION, WITH A TRUE END TIME CAPTURED NOW.
036600******************************************************************
036700 3100-WRITE-JOB-HISTORY.
036800     OPEN EXTEND JOB-HISTORY-FILE.
036900     IF WS-JH-FILE-NOT-FOUND
037000         CLOSE JOB-HISTORY-FILE
037100         OPEN OUTPUT JOB-HISTORY-FILE
037200     END-IF.
037300     MOVE SPACES TO JOB-HIST-RECORD.
037400     MOVE "GLMMNT01" TO JH-PROGRAM-ID.
037500     MOVE WS-RUN-DATE TO JH-RUN-DATE.
037600     MOVE WS-RUN-TIME TO JH-START-TIME.
037700     ACCEPT WS-END-TIME FROM TIME.
037800     MOVE WS-END-TIME TO JH-END-TIME.
037900     MOVE RETURN-CODE TO JH-RETURN-CODE.
038000     MOVE WS-MAINT-COUNT TO JH-TRAN-COUNT.
038066     MOVE WS-SIGNON-ID TO JH-OPERATOR-ID.
038200     WRITE JOB-HIST-RECORD.
038300     CLOSE JOB-HISTORY-FILE.
038400 3100-EXIT.
038500     EXIT.
038600*
038700 END PROGRAM GLMMNT01.
