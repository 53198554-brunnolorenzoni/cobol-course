001520*                   VALIDATED AGAINST THE CURRENCY MASTER - A
001530*                   CODE NOT ON IT, OR AN INACTIVE ONE, IS
001540*                   REFUSED AT ADD TIME.
001548*    2026-10-15 BL  ADDS, CLOSES AND REMOVES ARE NO LONGER
001557*                   WRITTEN TO THE MASTER HERE. THE SESSION NOW
001565*                   NEEDS AN OPERATOR SIGN-ON, AND EACH CHANGE IS
001574*                   QUEUED THROUGH RDQUE01 WITH ITS BEFORE AND
001582*                   AFTER RECORD FOR A DIFFERENT SUPERVISOR TO
001591*                   APPROVE IN RDAPR01.
001592*    2026-10-15 BL  SIGN-ON TAKES THE OPERATOR FROM THE
001594*                   OPERATIONS MENU SESSION (SESSN01) WHEN ONE IS
001595*                   OPEN, AND THE AUTHORITY FROM THE FUNCTION
001597*                   PERMISSION FILE (FNAUTH01) INSTEAD OF THE
001598*                   TWO-LEVEL OPR-AUTHORITY.
001600******************************************************************
001700 IDENTIFICATION DIVISION.
001800 PROGRAM-ID. BRMNT01.
002630         ACCESS MODE IS RANDOM
002640         RECORD KEY IS CUR-CODE
002650         FILE STATUS IS WS-CURM-FILE-STATUS.
002658     SELECT OPERATOR-FILE ASSIGN TO "OPERMAST"
002666         ORGANIZATION IS INDEXED
002675         ACCESS MODE IS RANDOM
002683         RECORD KEY IS OPR-ID
002691         FILE STATUS IS WS-OPR-FILE-STATUS.
002700     SELECT JOB-HISTORY-FILE ASSIGN TO "JOBHIST"
002800         ORGANIZATION IS LINE SEQUENTIAL
002900         FILE STATUS IS WS-JH-FILE-STATUS.
003400 COPY "BRNCHREC.cpy".
003410 FD  CURRENCY-FILE.
003420 COPY "CURRREC.cpy".
003446 FD  OPERATOR-FILE.
003473 COPY "OPERREC.cpy".
003500 FD  JOB-HISTORY-FILE.
003600 COPY "HISTREC.cpy".
003700*
004030     88  WS-CUR-AVAILABLE        VALUE "Y".
004100 77  WS-JH-FILE-STATUS           PIC X(02) VALUE "00".
004200     88  WS-JH-FILE-NOT-FOUND    VALUE "35".
004250 77  WS-OPR-FILE-STATUS          PIC X(02) VALUE "00".
004300*
004400 77  WS-LIST-EOF-SW              PIC X(01) VALUE "N".
004500     88  WS-LIST-EOF             VALUE "Y".
006800 77  WS-CHANGED-COUNT            PIC 9(06) VALUE ZEROS.
006900 77  WS-REMOVED-COUNT            PIC 9(06) VALUE ZEROS.
007000 77  WS-MAINT-COUNT              PIC 9(06) VALUE ZEROS.
007010*
007020*    SIGN-ON - THE OPERATOR KEYING THE SESSION. THE ID IS STAMPED
007030*    ON EVERY CHANGE QUEUED, SO ANOTHER SUPERVISOR APPROVES IT.
007040*
007050 77  WS-SIGNON-ID                PIC 9(06) VALUE ZEROS.
007060 77  WS-SIGNON-OK-SW             PIC X(01) VALUE "N".
007070     88  WS-SIGNON-OK            VALUE "Y".
007080 77  WS-ABORT-SW                 PIC X(01) VALUE "N".
007090     88  WS-ABORT-RUN            VALUE "Y".
007100*
007106*    PARAMETER AREA PASSED TO RDQUE01. LAYOUT MUST MATCH ITS
007112*    LINKAGE SECTION RDQ-PARMS FIELD FOR FIELD.
007118*
007125 01  WS-RDQ-PARMS.
007131     03  WS-RDQ-FUNCTION          PIC X(01).
007137     03  WS-RDQ-TABLE             PIC X(08).
007143     03  WS-RDQ-ACTION            PIC X(06).
007150     03  WS-RDQ-KEY               PIC X(08).
007156     03  WS-RDQ-BEFORE-IMAGE      PIC X(60).
007162     03  WS-RDQ-AFTER-IMAGE       PIC X(60).
007168     03  WS-RDQ-REQUEST-OPR       PIC 9(06).
007175     03  WS-RDQ-APPROVE-OPR       PIC 9(06).
007181     03  WS-RDQ-PEND-ID           PIC 9(06).
007187     03  WS-RDQ-STATUS            PIC X(01).
007193*
007197*    PARAMETER AREA PASSED TO SESSN01. LAYOUT MUST MATCH ITS
007201*    LINKAGE SECTION SES-PARMS FIELD FOR FIELD.
007206*
007210 01  WS-SES-PARMS.
007215     03  WS-SES-FUNCTION          PIC X(01) VALUE "G".
007219     03  WS-SES-OPERATOR-ID       PIC 9(06).
007224     03  WS-SES-OPERATOR-NAME     PIC X(20).
007228     03  WS-SES-STATUS            PIC X(01).
007233         88  WS-SES-ACTIVE        VALUE "Y".
007237*
007242*    PARAMETER AREA PASSED TO FNAUTH01. LAYOUT MUST MATCH ITS
007246*    LINKAGE SECTION FNA-PARMS FIELD FOR FIELD.
007250*
007255 01  WS-FNA-PARMS.
007259     03  WS-FNA-OPERATOR-ID       PIC 9(06).
007264     03  WS-FNA-FUNCTION          PIC X(08) VALUE "BRMNT01".
007268     03  WS-FNA-OPR-AUTHORITY     PIC 9(01).
007273     03  WS-FNA-LEVEL             PIC X(01).
007277         88  WS-FNA-CAN-USE       VALUE "U" "S".
007282         88  WS-FNA-CAN-SUPERVISE VALUE "S".
007286     03  WS-FNA-SOURCE            PIC X(01).
007291*
007295*    PARAMETER AREA PASSED TO LOGWRT01. LAYOUT MUST MATCH ITS
007300*    LINKAGE SECTION LOG-PARMS FIELD FOR FIELD.
007400*
007500 01  WS-LOG-PARMS.
008100     03  WS-LOG-SEVERITY          PIC X(01) VALUE "I".
008200*
008300 PROCEDURE DIVISION.
008342 0000-MAINLINE.
008385     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
008428     IF WS-ABORT-RUN
008471         PERFORM 3100-WRITE-JOB-HISTORY THRU 3100-EXIT
008514         GOBACK
008557     END-IF.
008600     PERFORM 2000-MENU-LOOP THRU 2000-EXIT
008700         WITH TEST AFTER UNTIL WS-MENU-END.
008800     PERFORM 3000-FINALIZE THRU 3000-EXIT.
010300     MOVE "BRANCH MASTER MAINTENANCE STARTING" TO
010400         WS-LOG-MESSAGE.
010500     CALL "LOGWRT01" USING WS-LOG-PARMS.
010507     PERFORM 1100-SIGN-ON THRU 1100-EXIT.
010515     IF NOT WS-SIGNON-OK
010523         MOVE "SIGN-ON" TO WS-LOG-STEP
010530         MOVE "W" TO WS-LOG-SEVERITY
010538         MOVE "SIGN-ON FAILED - MAINTENANCE SESSION REFUSED" TO
010546             WS-LOG-MESSAGE
010553         CALL "LOGWRT01" USING WS-LOG-PARMS
010561         MOVE "I" TO WS-LOG-SEVERITY
010569         MOVE 14 TO RETURN-CODE
010576         SET WS-ABORT-RUN TO TRUE
010584         GO TO 1000-EXIT
010592     END-IF.
010600     OPEN I-O BRANCH-FILE.
010700     IF WS-BR-FILE-NOT-FOUND
010800         CLOSE BRANCH-FILE
011260     END-IF.
011300 1000-EXIT.
011400     EXIT.
011403*
011406******************************************************************
011409* 1100-SIGN-ON.
011412*    TAKES THE OPERATOR SIGN-ON AGAINST THE OPERATOR MASTER - ON
011415*    THE MASTER AND ACTIVE, OR THE SESSION IS REFUSED.
011416*    A SESSION OPENED BY THE OPERATIONS MENU SUPPLIES THE ID,
011417*    AND THE OPERATOR MUST HOLD PERMISSION FOR THIS FUNCTION.
011418******************************************************************
011421 1100-SIGN-ON.
011425     OPEN INPUT OPERATOR-FILE.
011428     IF WS-OPR-FILE-STATUS NOT = "00"
011431         DISPLAY "OPERATOR MASTER NOT AVAILABLE - REFUSED."
011434         GO TO 1100-EXIT
011437     END-IF.
011438     CALL "SESSN01" USING WS-SES-PARMS.
011439     IF WS-SES-ACTIVE
011440         MOVE WS-SES-OPERATOR-ID TO WS-SIGNON-ID
011441     ELSE
011442         DISPLAY "SIGN ON - ENTER OPERATOR ID: "
011443         ACCEPT WS-SIGNON-ID
011444     END-IF.
011446     MOVE WS-SIGNON-ID TO OPR-ID.
011450     READ OPERATOR-FILE
011453         INVALID KEY
011456             DISPLAY "OPERATOR " WS-SIGNON-ID
011459                 " NOT ON THE MASTER."
011462             CLOSE OPERATOR-FILE
011465             GO TO 1100-EXIT
011468     END-READ.
011471     CLOSE OPERATOR-FILE.
011475     IF NOT OPR-ACTIVE
011478         DISPLAY "OPERATOR " WS-SIGNON-ID " IS NOT ACTIVE."
011481         GO TO 1100-EXIT
011484     END-IF.
011485     MOVE WS-SIGNON-ID TO WS-FNA-OPERATOR-ID.
011486     MOVE OPR-AUTHORITY TO WS-FNA-OPR-AUTHORITY.
011487     CALL "FNAUTH01" USING WS-FNA-PARMS.
011488     IF NOT WS-FNA-CAN-USE
011489         DISPLAY "OPERATOR " WS-SIGNON-ID
011490             " IS NOT PERMITTED TO USE THIS FUNCTION."
011491         GO TO 1100-EXIT
011492     END-IF.
011493     SET WS-SIGNON-OK TO TRUE.
011494     DISPLAY "SIGNED ON: " OPR-NAME.
011495 1100-EXIT.
011496     EXIT.
011500*
011600******************************************************************
011700* 2000-MENU-LOOP.
014400******************************************************************
014500* 2100-ADD-BRANCH.
014600*    TAKES ONE BRANCH'S CODE, NAME AND DEFAULT CURRENCY FROM THE
014700*    CONSOLE AND QUEUES THE NEW MASTER RECORD FOR APPROVAL. A CODE
014800*    ALREADY ON THE MASTER IS REFUSED, NOT OVERWRITTEN.
014900******************************************************************
015000 2100-ADD-BRANCH.
015010     IF NOT WS-CUR-AVAILABLE
016484             " IS INACTIVE - NOT ADDED."
016486         GO TO 2100-EXIT
016488     END-IF.
016545     MOVE WS-ENTRY-CODE TO BR-CODE.
016602     READ BRANCH-FILE
016659         INVALID KEY
016716             CONTINUE
016773         NOT INVALID KEY
016830             DISPLAY "BRANCH " WS-ENTRY-CODE
016887                 " ALREADY ON THE MASTER - NOT ADDED."
016944             GO TO 2100-EXIT
017001     END-READ.
017058     MOVE SPACES TO BRANCH-RECORD.
017115     MOVE WS-ENTRY-CODE TO BR-CODE.
017172     MOVE WS-ENTRY-NAME TO BR-NAME.
017229     MOVE WS-ENTRY-CURRENCY TO BR-DEFAULT-CURRENCY.
017286     SET BR-ACTIVE TO TRUE.
017343     MOVE "ADD" TO WS-RDQ-ACTION.
017400     MOVE BR-CODE TO WS-RDQ-KEY.
017457     MOVE SPACES TO WS-RDQ-BEFORE-IMAGE.
017514     MOVE BRANCH-RECORD TO WS-RDQ-AFTER-IMAGE.
017571     PERFORM 2900-QUEUE-CHANGE THRU 2900-EXIT.
017628     IF WS-RDQ-STATUS = "Y"
017685         ADD 1 TO WS-ADDED-COUNT
017742     END-IF.
017800 2100-EXIT.
017900     EXIT.
018000*
018100******************************************************************
018183* 2200-CLOSE-BRANCH.
018266*    QUEUES A BRANCH'S CLOSURE SO, ONCE APPROVED, ENTRY AND INTAKE
018350*    REFUSE ITS CODE WITHOUT LOSING THE RECORD - OLD SUBTOTALS
018433*    KEEP POINTING AT A REAL NAME. REMOVAL OUTRIGHT IS A SEPARATE,
018516*    CONFIRMED ACTION.
018600******************************************************************
018700 2200-CLOSE-BRANCH.
018800     DISPLAY "ENTER BRANCH CODE TO CLOSE: ".
019300             DISPLAY "BRANCH " WS-ENTRY-CODE " NOT ON THE MASTER."
019400             GO TO 2200-EXIT
019500     END-READ.
019564     IF BR-CLOSED
019628         DISPLAY "BRANCH " WS-ENTRY-CODE " IS ALREADY CLOSED."
019692         GO TO 2200-EXIT
019757     END-IF.
019821     MOVE BRANCH-RECORD TO WS-RDQ-BEFORE-IMAGE.
019885     SET BR-CLOSED TO TRUE.
019950     MOVE "CLOSE" TO WS-RDQ-ACTION.
020014     MOVE BR-CODE TO WS-RDQ-KEY.
020078     MOVE BRANCH-RECORD TO WS-RDQ-AFTER-IMAGE.
020142     PERFORM 2900-QUEUE-CHANGE THRU 2900-EXIT.
020207     IF WS-RDQ-STATUS = "Y"
020271         ADD 1 TO WS-CHANGED-COUNT
020335     END-IF.
020400 2200-EXIT.
020500     EXIT.
020600*
020700******************************************************************
020800* 2300-REMOVE-BRANCH.
020900*    QUEUES THE DELETION OF A BRANCH'S MASTER RECORD AFTER A
021000*    SEPARATE CONFIRMATION. CLOSING IS USUALLY THE RIGHT TOOL - A
021100*    REMOVED CODE LEAVES OLD REPORTS POINTING AT NOTHING.
021200******************************************************************
021300 2300-REMOVE-BRANCH.
021400     DISPLAY "ENTER BRANCH CODE TO REMOVE: ".
022000         DISPLAY "REMOVE NOT CONFIRMED - RECORD LEFT AS IS."
022100         GO TO 2300-EXIT
022200     END-IF.
022260     MOVE WS-ENTRY-CODE TO BR-CODE.
022320     READ BRANCH-FILE
022380         INVALID KEY
022440             DISPLAY "BRANCH " WS-ENTRY-CODE " NOT ON THE MASTER."
022500             GO TO 2300-EXIT
022560     END-READ.
022620     MOVE "REMOVE" TO WS-RDQ-ACTION.
022680     MOVE BR-CODE TO WS-RDQ-KEY.
022740     MOVE BRANCH-RECORD TO WS-RDQ-BEFORE-IMAGE.
022800     MOVE SPACES TO WS-RDQ-AFTER-IMAGE.
022860     PERFORM 2900-QUEUE-CHANGE THRU 2900-EXIT.
022920     IF WS-RDQ-STATUS = "Y"
022980         ADD 1 TO WS-REMOVED-COUNT
023040     END-IF.
023100 2300-EXIT.
023200     EXIT.
023300*
026200 2410-EXIT.
026300     EXIT.
026400*
026402******************************************************************
026405* 2900-QUEUE-CHANGE.
026408*    HANDS THE CHANGE BUILT BY THE ACTION PARAGRAPH TO RDQUE01 TO
026410*    BE HELD FOR A SUPERVISOR'S APPROVAL - THE MASTER ITSELF IS
026413*    ONLY CHANGED WHEN RDAPR01 APPROVES IT. A KEY WITH A CHANGE
026416*    ALREADY WAITING IS NOT QUEUED A SECOND TIME.
026418******************************************************************
026421 2900-QUEUE-CHANGE.
026424     MOVE "Q" TO WS-RDQ-FUNCTION.
026427     MOVE "BRNCHMST" TO WS-RDQ-TABLE.
026429     MOVE WS-SIGNON-ID TO WS-RDQ-REQUEST-OPR.
026432     MOVE ZEROS TO WS-RDQ-APPROVE-OPR.
026435     MOVE ZEROS TO WS-RDQ-PEND-ID.
026437     CALL "RDQUE01" USING WS-RDQ-PARMS.
026440     EVALUATE WS-RDQ-STATUS
026443         WHEN "Y"
026445             DISPLAY "BRANCH " WS-RDQ-KEY " " WS-RDQ-ACTION
026448                 " QUEUED AS ITEM " WS-RDQ-PEND-ID
026451                 " FOR SUPERVISOR APPROVAL."
026454             MOVE "QUEUE" TO WS-LOG-STEP
026456             MOVE SPACES TO WS-LOG-MESSAGE
026459             STRING WS-RDQ-TABLE " " WS-RDQ-ACTION " " WS-RDQ-KEY
026462                 " QUEUED AS ITEM " WS-RDQ-PEND-ID
026464                 " BY " WS-SIGNON-ID
026467                 DELIMITED BY SIZE INTO WS-LOG-MESSAGE
026470             CALL "LOGWRT01" USING WS-LOG-PARMS
026472         WHEN "D"
026475             DISPLAY "BRANCH " WS-RDQ-KEY
026478                 " ALREADY HAS A CHANGE PENDING AS ITEM "
026481                 WS-RDQ-PEND-ID " - NOT QUEUED."
026483         WHEN OTHER
026486             DISPLAY "CHANGE QUEUE NOT AVAILABLE - NOT QUEUED."
026489     END-EVALUATE.
026491 2900-EXIT.
026494     EXIT.
026497*
026500******************************************************************
026600* 3000-FINALIZE.
026700*    LOGS WHAT THE SESSION QUEUED, CLOSES THE MASTER AND WRITES
026800*    THE JOB RUN HISTORY RECORD.
026900******************************************************************
027000 3000-FINALIZE.
027100     MOVE "FINALIZE" TO WS-LOG-STEP.
027180     MOVE SPACES TO WS-LOG-MESSAGE.
027260     STRING "BRANCHES QUEUED ADD " WS-ADDED-COUNT
027340         " CLOSE " WS-CHANGED-COUNT
027420         " REMOVE " WS-REMOVED-COUNT
027500         DELIMITED BY SIZE INTO WS-LOG-MESSAGE.
027600     CALL "LOGWRT01" USING WS-LOG-PARMS.
027700     CLOSE BRANCH-FILE.
030100     MOVE WS-END-TIME TO JH-END-TIME.
030200     MOVE RETURN-CODE TO JH-RETURN-CODE.
030300     MOVE WS-MAINT-COUNT TO JH-TRAN-COUNT.
030400     MOVE WS-SIGNON-ID TO JH-OPERATOR-ID.
030500     WRITE JOB-HIST-RECORD.
030600     CLOSE JOB-HISTORY-FILE.
030700 3100-EXIT.
