000100******************************************************************
000200* AUTHOR:       BRUNNO LORENZONI
000300* INSTALLATION: OPERATIONS / BATCH SUPPORT
000400* DATE-WRITTEN: 2026-10-15
000500* DATE-COMPILED:
000600* PURPOSE:      FUNCTION PERMISSION MAINTENANCE. GRANTS, CHANGES,
000700*               REVOKES AND LISTS THE PERMISSIONS ON THE FUNCTION
000800*               PERMISSION FILE - WHICH FUNCTIONS (FNTBL) EACH
000900*               OPERATOR MAY USE, AND WHICH THEY MAY ALSO
001000*               SUPERVISE - THAT THE OPERATIONS MENU AND EVERY
001100*               PROGRAM'S AUTHORITY CHECK (FNAUTH01) ANSWER FROM.
001200*
001300*               ONLY AN OPERATOR HOLDING SUPERVISE ON THIS
001400*               FUNCTION MAY SIGN ON, AND NOBODY MAY CHANGE THEIR
001500*               OWN PERMISSIONS. A CHANGE LANDS AT ONCE AND IS
001600*               WRITTEN, BEFORE AND AFTER, TO THE REFERENCE-DATA
001700*               CHANGE LOG FOR THE AUDIT PACK.
001800*
001900*               THE FIRST RUN CREATES THE PERMISSION FILE AND
002000*               SEEDS IT FROM THE OPERATOR MASTER - EVERY ACTIVE
002100*               SUPERVISOR GETS SUPERVISE ON EVERY FUNCTION, EVERY
002200*               ACTIVE ENTRY OPERATOR GETS USE ON EVERY FUNCTION
002300*               THAT DOES NOT NEED SUPERVISE - SO NOBODY LOSES
002400*               ACCESS THEY HAD UNDER THE TWO-LEVEL AUTHORITY.
002500*               THE SAME SEEDING CAN BE RUN AGAIN FROM THE MENU
002600*               TO COVER OPERATORS ADDED SINCE; IT ONLY ADDS, IT
002700*               NEVER CHANGES A PERMISSION ALREADY ON FILE.
002800* TECTONICS:    COBC
002900******************************************************************
003000* MODIFICATION HISTORY.
003100*    2026-10-15 BL  INITIAL VERSION.
003200******************************************************************
003300 IDENTIFICATION DIVISION.
003400 PROGRAM-ID. FNPMNT01.
003500 ENVIRONMENT DIVISION.
003600 INPUT-OUTPUT SECTION.
003700 FILE-CONTROL.
003800     SELECT FUNCTION-PERMISSION-FILE ASSIGN TO "FNPERM"
003900         ORGANIZATION IS INDEXED
004000         ACCESS MODE IS DYNAMIC
004100         RECORD KEY IS FP-KEY
004200         FILE STATUS IS WS-FP-FILE-STATUS.
004300     SELECT OPERATOR-FILE ASSIGN TO "OPERMAST"
004400         ORGANIZATION IS INDEXED
004500         ACCESS MODE IS DYNAMIC
004600         RECORD KEY IS OPR-ID
004700         FILE STATUS IS WS-OPR-FILE-STATUS.
004800     SELECT JOB-HISTORY-FILE ASSIGN TO "JOBHIST"
004900         ORGANIZATION IS LINE SEQUENTIAL
005000         FILE STATUS IS WS-JH-FILE-STATUS.
005100*
005200 DATA DIVISION.
005300 FILE SECTION.
005400 FD  FUNCTION-PERMISSION-FILE.
005500 COPY "FNPMREC.cpy".
005600 FD  OPERATOR-FILE.
005700 COPY "OPERREC.cpy".
005800 FD  JOB-HISTORY-FILE.
005900 COPY "HISTREC.cpy".
006000*
006100 WORKING-STORAGE SECTION.
006200 77  WS-FP-FILE-STATUS           PIC X(02) VALUE "00".
006300     88  WS-FP-FILE-NOT-FOUND    VALUE "35".
006400 77  WS-OPR-FILE-STATUS          PIC X(02) VALUE "00".
006500 77  WS-JH-FILE-STATUS           PIC X(02) VALUE "00".
006600     88  WS-JH-FILE-NOT-FOUND    VALUE "35".
006700*
006800 77  WS-LIST-EOF-SW              PIC X(01) VALUE "N".
006900     88  WS-LIST-EOF             VALUE "Y".
007000 77  WS-OPR-EOF-SW               PIC X(01) VALUE "N".
007100     88  WS-OPR-EOF              VALUE "Y".
007200 77  WS-FP-CREATED-SW            PIC X(01) VALUE "N".
007300     88  WS-FP-CREATED           VALUE "Y".
007400 77  WS-SEEDING-SW               PIC X(01) VALUE "N".
007500     88  WS-SEEDING              VALUE "Y".
007600*
007700 77  WS-RUN-DATE                 PIC 9(08) VALUE ZEROS.
007800 77  WS-RUN-TIME                 PIC 9(08) VALUE ZEROS.
007900 77  WS-END-TIME                 PIC 9(08) VALUE ZEROS.
008000*
008100*    SIGN-ON - ONLY AN ACTIVE OPERATOR HOLDING SUPERVISE ON THIS
008200*    FUNCTION MAY CHANGE PERMISSIONS; THE ID IS STAMPED ON EVERY
008300*    PERMISSION GRANTED. A SESSION OPENED BY THE OPERATIONS MENU
008400*    SUPPLIES THE ID WITHOUT A SECOND SIGN-ON.
008500*
008600 77  WS-SIGNON-ID                PIC 9(06) VALUE ZEROS.
008700 77  WS-SIGNON-OK-SW             PIC X(01) VALUE "N".
008800     88  WS-SIGNON-OK            VALUE "Y".
008900 77  WS-ABORT-SW                 PIC X(01) VALUE "N".
009000     88  WS-ABORT-RUN            VALUE "Y".
009100*
009200*    OPERATOR INPUT FIELDS FOR THE MAINTENANCE SESSION.
009300*
009400 77  WS-MENU-CHOICE              PIC X(01) VALUE SPACE.
009500     88  WS-MENU-GRANT           VALUE "G".
009600     88  WS-MENU-REVOKE          VALUE "R".
009700     88  WS-MENU-LIST            VALUE "L".
009800     88  WS-MENU-SEED            VALUE "S".
009900     88  WS-MENU-END             VALUE "E".
010000 77  WS-ENTRY-OPERATOR-ID        PIC 9(06) VALUE ZEROS.
010100 77  WS-ENTRY-FUNCTION           PIC X(08) VALUE SPACES.
010200 77  WS-ENTRY-LEVEL              PIC X(01) VALUE SPACE.
010300     88  WS-ENTRY-LEVEL-VALID    VALUE "U" "S".
010400     88  WS-ENTRY-LEVEL-USE      VALUE "U".
010500 77  WS-CONFIRM                  PIC X(01) VALUE SPACE.
010600     88  WS-CONFIRMED            VALUE "Y".
010700 77  WS-FN-SUB                   PIC 9(02) COMP VALUE ZEROS.
010800 77  WS-FN-FOUND-SUB             PIC 9(02) COMP VALUE ZEROS.
010900 77  WS-FN-DESC                  PIC X(30) VALUE SPACES.
011000*
011100*    OUTCOMES OF THE ENTRY CHECKS.
011200*
011300 77  WS-FP-FOUND-SW              PIC X(01) VALUE "N".
011400     88  WS-FP-FOUND             VALUE "Y".
011500 77  WS-OPR-FOUND-SW             PIC X(01) VALUE "N".
011600     88  WS-OPR-FOUND            VALUE "Y".
011700*
011800*    THE PERMISSION AS IT STOOD BEFORE A CHANGE, FOR THE CHANGE
011900*    LOG, AND THE ACTION LOGGED.
012000*
012100 77  WS-BEFORE-IMAGE             PIC X(60) VALUE SPACES.
012200 77  WS-ACTION                   PIC X(06) VALUE SPACES.
012300*
012400*    SESSION COUNTS, LOGGED AT FINALIZE TIME AND STAMPED ON THE
012500*    JOB HISTORY RECORD (PERMISSIONS GRANTED, CHANGED, REVOKED
012600*    AND SEEDED).
012700*
012800 77  WS-ADDED-COUNT              PIC 9(06) VALUE ZEROS.
012900 77  WS-CHANGED-COUNT            PIC 9(06) VALUE ZEROS.
013000 77  WS-REMOVED-COUNT            PIC 9(06) VALUE ZEROS.
013100 77  WS-SEEDED-COUNT             PIC 9(06) VALUE ZEROS.
013200 77  WS-MAINT-COUNT              PIC 9(06) VALUE ZEROS.
013300*
013400 COPY "FNTBL.cpy".
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
015100     03  WS-FNA-FUNCTION          PIC X(08) VALUE "FNPMNT01".
015200     03  WS-FNA-OPR-AUTHORITY     PIC 9(01).
015300     03  WS-FNA-LEVEL             PIC X(01).
015400         88  WS-FNA-CAN-USE       VALUE "U" "S".
015500         88  WS-FNA-CAN-SUPERVISE VALUE "S".
015600     03  WS-FNA-SOURCE            PIC X(01).
015700*
015800*    PARAMETER AREA PASSED TO RDQUE01. LAYOUT MUST MATCH ITS
015900*    LINKAGE SECTION RDQ-PARMS FIELD FOR FIELD.
016000*
016100 01  WS-RDQ-PARMS.
016200     03  WS-RDQ-FUNCTION          PIC X(01).
016300     03  WS-RDQ-TABLE             PIC X(08).
016400     03  WS-RDQ-ACTION            PIC X(06).
016500     03  WS-RDQ-KEY               PIC X(08).
016600     03  WS-RDQ-BEFORE-IMAGE      PIC X(60).
016700     03  WS-RDQ-AFTER-IMAGE       PIC X(60).
016800     03  WS-RDQ-REQUEST-OPR       PIC 9(06).
016900     03  WS-RDQ-APPROVE-OPR       PIC 9(06).
017000     03  WS-RDQ-PEND-ID           PIC 9(06).
017100     03  WS-RDQ-STATUS            PIC X(01).
017200*
017300*    PARAMETER AREA PASSED TO LOGWRT01. LAYOUT MUST MATCH ITS
017400*    LINKAGE SECTION LOG-PARMS FIELD FOR FIELD.
017500*
017600 01  WS-LOG-PARMS.
017700     03  WS-LOG-PROGRAM-ID        PIC X(16) VALUE "FNPMNT01".
017800     03  WS-LOG-STEP              PIC X(12).
017900     03  WS-LOG-RUN-DATE          PIC 9(08).
018000     03  WS-LOG-RUN-TIME          PIC 9(08).
018100     03  WS-LOG-MESSAGE           PIC X(60).
018200     03  WS-LOG-SEVERITY          PIC X(01) VALUE "I".
018300*
018400 PROCEDURE DIVISION.
018500 0000-MAINLINE.
018600     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
018700     IF WS-ABORT-RUN
018800         PERFORM 3100-WRITE-JOB-HISTORY THRU 3100-EXIT
018900         GOBACK
019000     END-IF.
019100     PERFORM 2000-MENU-LOOP THRU 2000-EXIT
019200         WITH TEST AFTER UNTIL WS-MENU-END.
019300     PERFORM 3000-FINALIZE THRU 3000-EXIT.
019400     GOBACK.
019500*
019600******************************************************************
019700* 1000-INITIALIZE.
019800*    CAPTURES THE RUN TIMESTAMP, TAKES THE SIGN-ON AND OPENS THE
019900*    PERMISSION FILE I-O. AN ABSENT FILE IS THE FIRST RUN: IT IS
020000*    CREATED AND SEEDED FROM THE OPERATOR MASTER BEFORE ANYTHING
020100*    ELSE, SO THE CHANGEOVER FROM THE TWO-LEVEL AUTHORITY TAKES
020200*    NOTHING AWAY FROM ANYBODY. THE SIGN-ON IS CHECKED FIRST -
020300*    WHILE THE FILE IS STILL ABSENT, ONLY A SUPERVISOR GETS IN.
020400******************************************************************
020500 1000-INITIALIZE.
020600     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
020700     ACCEPT WS-RUN-TIME FROM TIME.
020800     MOVE WS-RUN-DATE TO WS-LOG-RUN-DATE.
020900     MOVE WS-RUN-TIME TO WS-LOG-RUN-TIME.
021000     MOVE "INITIALIZE" TO WS-LOG-STEP.
021100     MOVE "FUNCTION PERMISSION MAINTENANCE STARTING" TO
021200         WS-LOG-MESSAGE.
021300     CALL "LOGWRT01" USING WS-LOG-PARMS.
021400     PERFORM 1100-SIGN-ON THRU 1100-EXIT.
021500     IF NOT WS-SIGNON-OK
021600         MOVE "SIGN-ON" TO WS-LOG-STEP
021700         MOVE "W" TO WS-LOG-SEVERITY
021800         MOVE "SIGN-ON FAILED - MAINTENANCE SESSION REFUSED" TO
021900             WS-LOG-MESSAGE
022000         CALL "LOGWRT01" USING WS-LOG-PARMS
022100         MOVE "I" TO WS-LOG-SEVERITY
022200         MOVE 14 TO RETURN-CODE
022300         SET WS-ABORT-RUN TO TRUE
022400         GO TO 1000-EXIT
022500     END-IF.
022600     OPEN INPUT OPERATOR-FILE.
022700     OPEN I-O FUNCTION-PERMISSION-FILE.
022800     IF WS-FP-FILE-NOT-FOUND
022900         CLOSE FUNCTION-PERMISSION-FILE
023000         OPEN OUTPUT FUNCTION-PERMISSION-FILE
023100         CLOSE FUNCTION-PERMISSION-FILE
023200         OPEN I-O FUNCTION-PERMISSION-FILE
023300         SET WS-FP-CREATED TO TRUE
023400     END-IF.
023500     IF WS-FP-CREATED
023600         DISPLAY "FUNCTION PERMISSION FILE CREATED - SEEDING "
023700             "FROM THE OPERATOR MASTER."
023800         PERFORM 2400-SEED-PERMISSIONS THRU 2400-EXIT
023900         MOVE "SEED" TO WS-LOG-STEP
024000         MOVE "W" TO WS-LOG-SEVERITY
024100         MOVE SPACES TO WS-LOG-MESSAGE
024200         STRING "PERMISSION FILE CREATED AND SEEDED WITH "
024300             WS-SEEDED-COUNT " PERMISSIONS"
024400             DELIMITED BY SIZE INTO WS-LOG-MESSAGE
024500         CALL "LOGWRT01" USING WS-LOG-PARMS
024600         MOVE "I" TO WS-LOG-SEVERITY
024700     END-IF.
024800 1000-EXIT.
024900     EXIT.
025000*
025100******************************************************************
025200* 1100-SIGN-ON.
025300*    TAKES THE OPERATOR SIGN-ON - FROM THE MENU SESSION WHEN ONE
025400*    IS OPEN, FROM THE CONSOLE OTHERWISE - AGAINST THE OPERATOR
025500*    MASTER. THE OPERATOR MUST BE ON THE MASTER, ACTIVE AND HOLD
025600*    SUPERVISE ON THIS FUNCTION, OR THE SESSION IS REFUSED.
025700******************************************************************
025800 1100-SIGN-ON.
025900     OPEN INPUT OPERATOR-FILE.
026000     IF WS-OPR-FILE-STATUS NOT = "00"
026100         DISPLAY "OPERATOR MASTER NOT AVAILABLE - REFUSED."
026200         GO TO 1100-EXIT
026300     END-IF.
026400     CALL "SESSN01" USING WS-SES-PARMS.
026500     IF WS-SES-ACTIVE
026600         MOVE WS-SES-OPERATOR-ID TO WS-SIGNON-ID
026700     ELSE
026800         DISPLAY "SIGN ON - ENTER SUPERVISOR ID: "
026900         ACCEPT WS-SIGNON-ID
027000     END-IF.
027100     MOVE WS-SIGNON-ID TO OPR-ID.
027200     READ OPERATOR-FILE
027300         INVALID KEY
027400             DISPLAY "OPERATOR " WS-SIGNON-ID
027500                 " NOT ON THE MASTER."
027600             CLOSE OPERATOR-FILE
027700             GO TO 1100-EXIT
027800     END-READ.
027900     CLOSE OPERATOR-FILE.
028000     IF NOT OPR-ACTIVE
028100         DISPLAY "OPERATOR " WS-SIGNON-ID " IS NOT ACTIVE."
028200         GO TO 1100-EXIT
028300     END-IF.
028400     MOVE WS-SIGNON-ID TO WS-FNA-OPERATOR-ID.
028500     MOVE OPR-AUTHORITY TO WS-FNA-OPR-AUTHORITY.
028600     CALL "FNAUTH01" USING WS-FNA-PARMS.
028700     IF NOT WS-FNA-CAN-SUPERVISE
028800         DISPLAY "OPERATOR " WS-SIGNON-ID
028900             " IS NOT PERMITTED TO MAINTAIN PERMISSIONS."
029000         GO TO 1100-EXIT
029100     END-IF.
029200     SET WS-SIGNON-OK TO TRUE.
029300     DISPLAY "SIGNED ON: " OPR-NAME.
029400 1100-EXIT.
029500     EXIT.
029600*
029700******************************************************************
029800* 2000-MENU-LOOP.
029900*    SHOWS THE ACTION MENU AND ROUTES THE OPERATOR'S PICK. AN "E"
030000*    ENDS THE SESSION.
030100******************************************************************
030200 2000-MENU-LOOP.
030300     DISPLAY "FUNCTION PERMISSIONS - SELECT ACTION: ".
030400     DISPLAY "  G = GRANT OR CHANGE  R = REVOKE".
030500     DISPLAY "  L = LIST             S = SEED NEW OPERATORS".
030600     DISPLAY "  E = END SESSION: ".
030700     ACCEPT WS-MENU-CHOICE.
030800     EVALUATE TRUE
030900         WHEN WS-MENU-GRANT
031000             PERFORM 2100-GRANT-PERMISSION THRU 2100-EXIT
031100         WHEN WS-MENU-REVOKE
031200             PERFORM 2200-REVOKE-PERMISSION THRU 2200-EXIT
031300         WHEN WS-MENU-LIST
031400             PERFORM 2300-LIST-PERMISSIONS THRU 2300-EXIT
031500         WHEN WS-MENU-SEED
031600             PERFORM 2450-CONFIRM-SEED THRU 2450-EXIT
031700         WHEN WS-MENU-END
031800             CONTINUE
031900         WHEN OTHER
032000             DISPLAY "ACTION NOT RECOGNISED."
032100     END-EVALUATE.
032200 2000-EXIT.
032300     EXIT.
032400*
032500******************************************************************
032600* 2100-GRANT-PERMISSION.
032700*    TAKES ONE OPERATOR, FUNCTION AND LEVEL FROM THE CONSOLE. THE
032800*    OPERATOR MUST BE ON THE MASTER AND NOT THE ONE SIGNED ON,
032900*    THE FUNCTION ON THE FUNCTION TABLE, AND A FUNCTION THAT
033000*    NEEDS SUPERVISE CAN ONLY BE GRANTED AT THAT LEVEL. A
033100*    PERMISSION ALREADY ON FILE IS SHOWN AND ONLY CHANGED ON
033200*    CONFIRMATION.
033300******************************************************************
033400 2100-GRANT-PERMISSION.
033500     PERFORM 2700-TAKE-OPERATOR-FUNCTION THRU 2700-EXIT.
033600     IF NOT WS-OPR-FOUND
033700         GO TO 2100-EXIT
033800     END-IF.
033900     DISPLAY "ENTER LEVEL (U = USE, S = SUPERVISE): ".
034000     ACCEPT WS-ENTRY-LEVEL.
034100     IF NOT WS-ENTRY-LEVEL-VALID
034200         DISPLAY "LEVEL MUST BE U OR S - NOT GRANTED."
034300         GO TO 2100-EXIT
034400     END-IF.
034500     IF WS-ENTRY-LEVEL-USE
034600        AND FN-TB-NEEDS-SUPERVISE (WS-FN-FOUND-SUB)
034700         DISPLAY "FUNCTION " WS-ENTRY-FUNCTION
034800             " NEEDS SUPERVISE - NOT GRANTED."
034900         GO TO 2100-EXIT
035000     END-IF.
035100     PERFORM 2800-READ-PERMISSION THRU 2800-EXIT.
035200     MOVE SPACES TO WS-BEFORE-IMAGE.
035300     IF WS-FP-FOUND
035400         DISPLAY "CURRENT PERMISSION:"
035500         PERFORM 2900-SHOW-PERMISSION THRU 2900-EXIT
035600         IF FP-LEVEL = WS-ENTRY-LEVEL
035700             DISPLAY "ALREADY HELD AT THAT LEVEL - NOTHING TO DO."
035800             GO TO 2100-EXIT
035900         END-IF
036000         DISPLAY "CHANGE THE LEVEL (Y TO CONFIRM): "
036100         ACCEPT WS-CONFIRM
036200         IF NOT WS-CONFIRMED
036300             DISPLAY "NOT CONFIRMED - PERMISSION LEFT AS IT WAS."
036400             GO TO 2100-EXIT
036500         END-IF
036600         MOVE FUNCTION-PERMISSION-RECORD TO WS-BEFORE-IMAGE
036700     END-IF.
036800     PERFORM 2150-STORE-PERMISSION THRU 2150-EXIT.
036900 2100-EXIT.
037000     EXIT.
037100*
037200******************************************************************
037300* 2150-STORE-PERMISSION.
037400*    WRITES THE ENTRY ONTO THE PERMISSION JUST READ BY
037500*    2800-READ-PERMISSION - A REWRITE WHEN IT WAS FOUND, A NEW
037600*    RECORD OTHERWISE - AND LOGS THE CHANGE.
037700******************************************************************
037800 2150-STORE-PERMISSION.
037900     MOVE SPACES TO FUNCTION-PERMISSION-RECORD.
038000     MOVE WS-ENTRY-OPERATOR-ID TO FP-OPERATOR-ID.
038100     MOVE WS-ENTRY-FUNCTION TO FP-FUNCTION.
038200     MOVE WS-ENTRY-LEVEL TO FP-LEVEL.
038300     MOVE WS-RUN-DATE TO FP-GRANT-DATE.
038400     MOVE WS-SIGNON-ID TO FP-GRANT-OPERATOR-ID.
038500     IF WS-FP-FOUND
038600         REWRITE FUNCTION-PERMISSION-RECORD
038700             INVALID KEY
038800                 DISPLAY "PERMISSION COULD NOT BE CHANGED."
038900                 GO TO 2150-EXIT
039000         END-REWRITE
039100         ADD 1 TO WS-CHANGED-COUNT
039200         MOVE "CHANGE" TO WS-ACTION
039300     ELSE
039400         WRITE FUNCTION-PERMISSION-RECORD
039500             INVALID KEY
039600                 DISPLAY "PERMISSION COULD NOT BE GRANTED."
039700                 GO TO 2150-EXIT
039800         END-WRITE
039900         ADD 1 TO WS-ADDED-COUNT
040000         MOVE "GRANT" TO WS-ACTION
040100     END-IF.
040200     PERFORM 2950-LOG-CHANGE THRU 2950-EXIT.
040300     DISPLAY "PERMISSION SET.".
040400 2150-EXIT.
040500     EXIT.
040600*
040700******************************************************************
040800* 2200-REVOKE-PERMISSION.
040900*    DELETES ONE PERMISSION AFTER A SEPARATE CONFIRMATION.
041000******************************************************************
041100 2200-REVOKE-PERMISSION.
041200     PERFORM 2700-TAKE-OPERATOR-FUNCTION THRU 2700-EXIT.
041300     IF NOT WS-OPR-FOUND
041400         GO TO 2200-EXIT
041500     END-IF.
041600     PERFORM 2800-READ-PERMISSION THRU 2800-EXIT.
041700     IF NOT WS-FP-FOUND
041800         DISPLAY "OPERATOR " WS-ENTRY-OPERATOR-ID
041900             " HOLDS NO PERMISSION FOR " WS-ENTRY-FUNCTION "."
042000         GO TO 2200-EXIT
042100     END-IF.
042200     PERFORM 2900-SHOW-PERMISSION THRU 2900-EXIT.
042300     DISPLAY "CONFIRM REVOKE (Y TO CONFIRM): ".
042400     ACCEPT WS-CONFIRM.
042500     IF NOT WS-CONFIRMED
042600         DISPLAY "REVOKE NOT CONFIRMED - PERMISSION LEFT AS IS."
042700         GO TO 2200-EXIT
042800     END-IF.
042900     MOVE FUNCTION-PERMISSION-RECORD TO WS-BEFORE-IMAGE.
043000     DELETE FUNCTION-PERMISSION-FILE
043100         INVALID KEY
043200             DISPLAY "PERMISSION COULD NOT BE REVOKED."
043300             GO TO 2200-EXIT
043400     END-DELETE.
043500     MOVE SPACES TO FUNCTION-PERMISSION-RECORD.
043600     ADD 1 TO WS-REMOVED-COUNT.
043700     MOVE "REVOKE" TO WS-ACTION.
043800     PERFORM 2950-LOG-CHANGE THRU 2950-EXIT.
043900     DISPLAY "PERMISSION REVOKED.".
044000 2200-EXIT.
044100     EXIT.
044200*
044300******************************************************************
044400* 2300-LIST-PERMISSIONS.
044500*    LISTS THE PERMISSIONS OF ONE OPERATOR, OR OF EVERY OPERATOR
044600*    WHEN 000000 IS KEYED, IN OPERATOR AND FUNCTION ORDER.
044700******************************************************************
044800 2300-LIST-PERMISSIONS.
044900     DISPLAY "ENTER OPERATOR ID (000000 = ALL): ".
045000     ACCEPT WS-ENTRY-OPERATOR-ID.
045100     MOVE "N" TO WS-LIST-EOF-SW.
045200     MOVE WS-ENTRY-OPERATOR-ID TO FP-OPERATOR-ID.
045300     MOVE LOW-VALUES TO FP-FUNCTION.
045400     START FUNCTION-PERMISSION-FILE KEY IS NOT LESS THAN FP-KEY
045500         INVALID KEY
045600             DISPLAY "NO PERMISSIONS ON FILE."
045700             SET WS-LIST-EOF TO TRUE
045800     END-START.
045900     PERFORM 2310-LIST-NEXT-PERMISSION THRU 2310-EXIT
046000         UNTIL WS-LIST-EOF.
046100 2300-EXIT.
046200     EXIT.
046300*
046400******************************************************************
046500* 2310-LIST-NEXT-PERMISSION.
046600*    READS AND DISPLAYS ONE PERMISSION, STOPPING AT THE END OF
046700*    THE OPERATOR ASKED FOR.
046800******************************************************************
046900 2310-LIST-NEXT-PERMISSION.
047000     READ FUNCTION-PERMISSION-FILE NEXT RECORD
047100         AT END
047200             SET WS-LIST-EOF TO TRUE
047300             GO TO 2310-EXIT
047400     END-READ.
047500     IF WS-ENTRY-OPERATOR-ID NOT = ZEROS
047600        AND FP-OPERATOR-ID NOT = WS-ENTRY-OPERATOR-ID
047700         SET WS-LIST-EOF TO TRUE
047800         GO TO 2310-EXIT
047900     END-IF.
048000     PERFORM 2900-SHOW-PERMISSION THRU 2900-EXIT.
048100 2310-EXIT.
048200     EXIT.
048300*
048400******************************************************************
048500* 2400-SEED-PERMISSIONS.
048600*    READS THE WHOLE OPERATOR MASTER AND, FOR EVERY ACTIVE
048700*    OPERATOR, ADDS THE PERMISSIONS THE TWO-LEVEL AUTHORITY
048800*    WOULD HAVE GIVEN - SEE THE PURPOSE ABOVE. A PERMISSION
048900*    ALREADY ON FILE IS LEFT EXACTLY AS IT IS.
049000******************************************************************
049100 2400-SEED-PERMISSIONS.
049200     SET WS-SEEDING TO TRUE.
049300     MOVE "N" TO WS-OPR-EOF-SW.
049400     MOVE ZEROS TO OPR-ID.
049500     START OPERATOR-FILE KEY IS NOT LESS THAN OPR-ID
049600         INVALID KEY
049700             SET WS-OPR-EOF TO TRUE
049800     END-START.
049900     PERFORM 2410-SEED-ONE-OPERATOR THRU 2410-EXIT
050000         UNTIL WS-OPR-EOF.
050100     MOVE "N" TO WS-SEEDING-SW.
050200 2400-EXIT.
050300     EXIT.
050400*
050500******************************************************************
050600* 2410-SEED-ONE-OPERATOR.
050700*    READS THE NEXT OPERATOR AND SEEDS ITS PERMISSIONS, FUNCTION
050800*    BY FUNCTION, WHEN IT IS ACTIVE.
050900******************************************************************
051000 2410-SEED-ONE-OPERATOR.
051100     READ OPERATOR-FILE NEXT RECORD
051200         AT END
051300             SET WS-OPR-EOF TO TRUE
051400             GO TO 2410-EXIT
051500     END-READ.
051600     IF NOT OPR-ACTIVE
051700         GO TO 2410-EXIT
051800     END-IF.
051900     PERFORM 2420-SEED-ONE-FUNCTION THRU 2420-EXIT
052000         VARYING WS-FN-SUB FROM 1 BY 1
052100         UNTIL WS-FN-SUB > FN-TB-COUNT.
052200 2410-EXIT.
052300     EXIT.
052400*
052500******************************************************************
052600* 2420-SEED-ONE-FUNCTION.
052700*    ADDS THE CURRENT OPERATOR'S PERMISSION FOR FUNCTION TABLE
052800*    ENTRY WS-FN-SUB: SUPERVISE FOR A SUPERVISOR, USE FOR AN
052900*    ENTRY OPERATOR, NOTHING FOR AN ENTRY OPERATOR ON A FUNCTION
053000*    THAT NEEDS SUPERVISE. A RECORD ALREADY THERE IS KEPT.
053100******************************************************************
053200 2420-SEED-ONE-FUNCTION.
053300     MOVE SPACES TO FUNCTION-PERMISSION-RECORD.
053400     EVALUATE TRUE
053500         WHEN OPR-AUTH-SUPERVISOR
053600             MOVE "S" TO FP-LEVEL
053700         WHEN OPR-AUTH-ENTRY
053800          AND NOT FN-TB-NEEDS-SUPERVISE (WS-FN-SUB)
053900             MOVE "U" TO FP-LEVEL
054000         WHEN OTHER
054100             GO TO 2420-EXIT
054200     END-EVALUATE.
054300     MOVE OPR-ID TO FP-OPERATOR-ID.
054400     MOVE FN-TB-CODE (WS-FN-SUB) TO FP-FUNCTION.
054500     MOVE WS-RUN-DATE TO FP-GRANT-DATE.
054600     MOVE WS-SIGNON-ID TO FP-GRANT-OPERATOR-ID.
054700     WRITE FUNCTION-PERMISSION-RECORD
054800         INVALID KEY
054900             GO TO 2420-EXIT
055000     END-WRITE.
055100     ADD 1 TO WS-SEEDED-COUNT.
055200     MOVE SPACES TO WS-BEFORE-IMAGE.
055300     MOVE OPR-ID TO WS-ENTRY-OPERATOR-ID.
055400     MOVE "SEED" TO WS-ACTION.
055500     PERFORM 2950-LOG-CHANGE THRU 2950-EXIT.
055600 2420-EXIT.
055700     EXIT.
055800*
055900******************************************************************
056000* 2450-CONFIRM-SEED.
056100*    RUNS THE SEEDING AGAIN ON CONFIRMATION, FOR OPERATORS ADDED
056200*    TO THE MASTER SINCE THE PERMISSION FILE WAS CREATED.
056300******************************************************************
056400 2450-CONFIRM-SEED.
056500     DISPLAY "ADD THE DEFAULT PERMISSIONS FOR EVERY ACTIVE "
056600         "OPERATOR WITHOUT THEM (Y TO CONFIRM): ".
056700     ACCEPT WS-CONFIRM.
056800     IF NOT WS-CONFIRMED
056900         DISPLAY "NOT CONFIRMED - NOTHING SEEDED."
057000         GO TO 2450-EXIT
057100     END-IF.
057200     MOVE ZEROS TO WS-SEEDED-COUNT.
057300     PERFORM 2400-SEED-PERMISSIONS THRU 2400-EXIT.
057400     DISPLAY "PERMISSIONS ADDED: " WS-SEEDED-COUNT.
057500     MOVE "SEED" TO WS-LOG-STEP.
057600     MOVE SPACES TO WS-LOG-MESSAGE.
057700     STRING "SEEDING ADDED " WS-SEEDED-COUNT
057800         " PERMISSIONS BY OPERATOR " WS-SIGNON-ID
057900         DELIMITED BY SIZE INTO WS-LOG-MESSAGE.
058000     CALL "LOGWRT01" USING WS-LOG-PARMS.
058100     ADD WS-SEEDED-COUNT TO WS-ADDED-COUNT.
058200 2450-EXIT.
058300     EXIT.
058400*
058500******************************************************************
058600* 2700-TAKE-OPERATOR-FUNCTION.
058700*    TAKES THE OPERATOR AND FUNCTION A GRANT OR REVOKE IS FOR.
058800*    WS-OPR-FOUND IS ONLY SET WHEN BOTH PASS: THE OPERATOR ON THE
058900*    MASTER AND NOT THE ONE SIGNED ON, THE FUNCTION ON THE
059000*    FUNCTION TABLE (ITS ENTRY LEFT IN WS-FN-FOUND-SUB).
059100******************************************************************
059200 2700-TAKE-OPERATOR-FUNCTION.
059300     MOVE "N" TO WS-OPR-FOUND-SW.
059400     DISPLAY "ENTER OPERATOR ID: ".
059500     ACCEPT WS-ENTRY-OPERATOR-ID.
059600     IF WS-ENTRY-OPERATOR-ID = WS-SIGNON-ID
059700         DISPLAY "YOU MAY NOT CHANGE YOUR OWN PERMISSIONS."
059800         GO TO 2700-EXIT
059900     END-IF.
060000     MOVE WS-ENTRY-OPERATOR-ID TO OPR-ID.
060100     READ OPERATOR-FILE
060200         INVALID KEY
060300             DISPLAY "OPERATOR " WS-ENTRY-OPERATOR-ID
060400                 " NOT ON THE MASTER."
060500             GO TO 2700-EXIT
060600     END-READ.
060700     DISPLAY "ENTER FUNCTION CODE: ".
060800     ACCEPT WS-ENTRY-FUNCTION.
060900     MOVE ZEROS TO WS-FN-FOUND-SUB.
061000     PERFORM 2710-MATCH-ONE-FUNCTION THRU 2710-EXIT
061100         VARYING WS-FN-SUB FROM 1 BY 1
061200         UNTIL WS-FN-SUB > FN-TB-COUNT OR WS-FN-FOUND-SUB > 0.
061300     IF WS-FN-FOUND-SUB = 0
061400         DISPLAY "FUNCTION " WS-ENTRY-FUNCTION
061500             " IS NOT ON THE FUNCTION TABLE."
061600         GO TO 2700-EXIT
061700     END-IF.
061800     SET WS-OPR-FOUND TO TRUE.
061900 2700-EXIT.
062000     EXIT.
062100*
062200******************************************************************
062300* 2710-MATCH-ONE-FUNCTION.
062400*    NOTES FUNCTION TABLE ENTRY WS-FN-SUB WHEN IT IS THE FUNCTION
062500*    KEYED.
062600******************************************************************
062700 2710-MATCH-ONE-FUNCTION.
062800     IF FN-TB-CODE (WS-FN-SUB) = WS-ENTRY-FUNCTION
062900         MOVE WS-FN-SUB TO WS-FN-FOUND-SUB
063000     END-IF.
063100 2710-EXIT.
063200     EXIT.
063300*
063400******************************************************************
063500* 2800-READ-PERMISSION.
063600*    READS THE PERMISSION FOR WS-ENTRY-OPERATOR-ID AND
063700*    WS-ENTRY-FUNCTION, SETTING WS-FP-FOUND WHEN IT IS ON FILE.
063800******************************************************************
063900 2800-READ-PERMISSION.
064000     MOVE "N" TO WS-FP-FOUND-SW.
064100     MOVE WS-ENTRY-OPERATOR-ID TO FP-OPERATOR-ID.
064200     MOVE WS-ENTRY-FUNCTION TO FP-FUNCTION.
064300     READ FUNCTION-PERMISSION-FILE
064400         INVALID KEY
064500             GO TO 2800-EXIT
064600     END-READ.
064700     SET WS-FP-FOUND TO TRUE.
064800 2800-EXIT.
064900     EXIT.
065000*
065100******************************************************************
065200* 2900-SHOW-PERMISSION.
065300*    DISPLAYS THE PERMISSION RECORD IN STORAGE, WITH THE
065400*    FUNCTION'S DESCRIPTION FROM THE FUNCTION TABLE.
065500******************************************************************
065600 2900-SHOW-PERMISSION.
065700     MOVE SPACES TO WS-FN-DESC.
065800     PERFORM 2910-FIND-DESCRIPTION THRU 2910-EXIT
065900         VARYING WS-FN-SUB FROM 1 BY 1
066000         UNTIL WS-FN-SUB > FN-TB-COUNT.
066100     DISPLAY "  " FP-OPERATOR-ID "  " FP-FUNCTION " " FP-LEVEL
066200         "  " WS-FN-DESC "  SET " FP-GRANT-DATE
066300         " BY " FP-GRANT-OPERATOR-ID.
066400 2900-EXIT.
066500     EXIT.
066600*
066700******************************************************************
066800* 2910-FIND-DESCRIPTION.
066900*    TAKES THE DESCRIPTION OF FUNCTION TABLE ENTRY WS-FN-SUB WHEN
067000*    IT IS THE FUNCTION ON THE RECORD SHOWN.
067100******************************************************************
067200 2910-FIND-DESCRIPTION.
067300     IF FN-TB-CODE (WS-FN-SUB) = FP-FUNCTION
067400         MOVE FN-TB-DESCRIPTION (WS-FN-SUB) TO WS-FN-DESC
067500     END-IF.
067600 2910-EXIT.
067700     EXIT.
067800*
067900******************************************************************
068000* 2950-LOG-CHANGE.
068100*    LOGS ONE PERMISSION CHANGE ON THE RUN LOG - SEEDING LOGS
068200*    ONE TOTAL INSTEAD - AND WRITES IT, BEFORE AND AFTER, TO THE
068300*    REFERENCE-DATA CHANGE LOG. THERE IS NO APPROVAL ITEM
068400*    BEHIND IT, SO THE ITEM NUMBER IS ZEROS AND THE SIGNED-ON
068500*    OPERATOR IS BOTH REQUESTER AND APPROVER.
068600******************************************************************
068700 2950-LOG-CHANGE.
068800     IF NOT WS-SEEDING
068900         MOVE WS-ACTION TO WS-LOG-STEP
069000         MOVE SPACES TO WS-LOG-MESSAGE
069100         STRING "OPERATOR " WS-ENTRY-OPERATOR-ID " "
069200             WS-ENTRY-FUNCTION " " WS-ACTION " LEVEL " FP-LEVEL
069300             " BY " WS-SIGNON-ID
069400             DELIMITED BY SIZE INTO WS-LOG-MESSAGE
069500         CALL "LOGWRT01" USING WS-LOG-PARMS
069600     END-IF.
069700     MOVE "L" TO WS-RDQ-FUNCTION.
069800     MOVE "FNPERM" TO WS-RDQ-TABLE.
069900     MOVE WS-ACTION TO WS-RDQ-ACTION.
070000     MOVE WS-ENTRY-OPERATOR-ID TO WS-RDQ-KEY.
070100     MOVE WS-BEFORE-IMAGE TO WS-RDQ-BEFORE-IMAGE.
070200     MOVE SPACES TO WS-RDQ-AFTER-IMAGE.
070300     IF FP-LEVEL-VALID
070400         MOVE FUNCTION-PERMISSION-RECORD TO WS-RDQ-AFTER-IMAGE
070500     END-IF.
070600     MOVE WS-SIGNON-ID TO WS-RDQ-REQUEST-OPR.
070700     MOVE WS-SIGNON-ID TO WS-RDQ-APPROVE-OPR.
070800     MOVE ZEROS TO WS-RDQ-PEND-ID.
070900     CALL "RDQUE01" USING WS-RDQ-PARMS.
071000 2950-EXIT.
071100     EXIT.
071200*
071300******************************************************************
071400* 3000-FINALIZE.
071500*    LOGS WHAT THE SESSION CHANGED, CLOSES THE FILES AND WRITES
071600*    THE JOB RUN HISTORY RECORD.
071700******************************************************************
071800 3000-FINALIZE.
071900     MOVE "FINALIZE" TO WS-LOG-STEP.
072000     MOVE SPACES TO WS-LOG-MESSAGE.
072100     STRING "PERMISSIONS GRANTED " WS-ADDED-COUNT
072200         " CHANGED " WS-CHANGED-COUNT
072300         " REVOKED " WS-REMOVED-COUNT
072400         DELIMITED BY SIZE INTO WS-LOG-MESSAGE.
072500     CALL "LOGWRT01" USING WS-LOG-PARMS.
072600     CLOSE FUNCTION-PERMISSION-FILE.
072700     CLOSE OPERATOR-FILE.
072800     COMPUTE WS-MAINT-COUNT =
072900         WS-ADDED-COUNT + WS-CHANGED-COUNT + WS-REMOVED-COUNT.
073000     MOVE 0 TO RETURN-CODE.
073100     PERFORM 3100-WRITE-JOB-HISTORY THRU 3100-EXIT.
073200 3000-EXIT.
073300     EXIT.
073400*
073500******************************************************************
073600* 3100-WRITE-JOB-HISTORY.
073700*    APPENDS ONE JOB RUN HISTORY RECORD FOR THIS MAINTENANCE
073800*    SESSION, WITH A TRUE END TIME CAPTURED NOW.
073900******************************************************************
074000 3100-WRITE-JOB-HISTORY.
074100     OPEN EXTEND JOB-HISTORY-FILE.
074200     IF WS-JH-FILE-NOT-FOUND
074300         CLOSE JOB-HISTORY-FILE
074400         OPEN OUTPUT JOB-HISTORY-FILE
074500     END-IF.
074600     MOVE SPACES TO JOB-HIST-RECORD.
074700     MOVE "FNPMNT01" TO JH-PROGRAM-ID.
074800     MOVE WS-RUN-DATE TO JH-RUN-DATE.
074900     MOVE WS-RUN-TIME TO JH-START-TIME.
075000     ACCEPT WS-END-TIME FROM TIME.
075100     MOVE WS-END-TIME TO JH-END-TIME.
075200     MOVE RETURN-CODE TO JH-RETURN-CODE.
075300     MOVE WS-MAINT-COUNT TO JH-TRAN-COUNT.
075400     MOVE WS-SIGNON-ID TO JH-OPERATOR-ID.
075500     WRITE JOB-HIST-RECORD.
075600     CLOSE JOB-HISTORY-FILE.
075700 3100-EXIT.
075800     EXIT.
075900*
076000 END PROGRAM FNPMNT01.
