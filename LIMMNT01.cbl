001400******************************************************************
001500* MODIFICATION HISTORY.
001600*    2026-09-01 BL  INITIAL VERSION.
001612*    2026-10-15 BL  SETS AND REMOVES ARE NO LONGER WRITTEN TO
001625*                   THE LIMITS FILE HERE. THE SESSION NOW NEEDS AN
001637*                   OPERATOR SIGN-ON, AND EACH CHANGE IS QUEUED
001650*                   THROUGH RDQUE01 WITH ITS BEFORE AND AFTER
001662*                   RECORD FOR A DIFFERENT SUPERVISOR TO APPROVE
001675*                   IN RDAPR01. A SET IS AN ADD WHEN THE BRANCH
001687*                   HAS NO LIMIT YET, A CHANGE WHEN IT HAS ONE.
001689*    2026-10-15 BL  SIGN-ON TAKES THE OPERATOR FROM THE
001691*                   OPERATIONS MENU SESSION (SESSN01) WHEN ONE IS
001693*                   OPEN, AND THE AUTHORITY FROM THE FUNCTION
001695*                   PERMISSION FILE (FNAUTH01) INSTEAD OF THE
001697*                   TWO-LEVEL OPR-AUTHORITY.
001700******************************************************************
001800 IDENTIFICATION DIVISION.
001900 PROGRAM-ID. LIMMNT01.
003300         ACCESS MODE IS RANDOM
003400         RECORD KEY IS BR-CODE
003500         FILE STATUS IS WS-BR-FILE-STATUS.
003516     SELECT OPERATOR-FILE ASSIGN TO "OPERMAST"
003533         ORGANIZATION IS INDEXED
003550         ACCESS MODE IS RANDOM
003566         RECORD KEY IS OPR-ID
003583         FILE STATUS IS WS-OPR-FILE-STATUS.
003600     SELECT JOB-HISTORY-FILE ASSIGN TO "JOBHIST"
003700         ORGANIZATION IS LINE SEQUENTIAL
003800         FILE STATUS IS WS-JH-FILE-STATUS.
004300 COPY "LIMITREC.cpy".
004400 FD  BRANCH-FILE.
004500 COPY "BRNCHREC.cpy".
004533 FD  OPERATOR-FILE.
004566 COPY "OPERREC.cpy".
004600 FD  JOB-HISTORY-FILE.
004700 COPY "HISTREC.cpy".
004800*
005400     88  WS-BR-AVAILABLE         VALUE "Y".
005500 77  WS-JH-FILE-STATUS           PIC X(02) VALUE "00".
005600     88  WS-JH-FILE-NOT-FOUND    VALUE "35".
005650 77  WS-OPR-FILE-STATUS          PIC X(02) VALUE "00".
005700*
005800 77  WS-LIST-EOF-SW              PIC X(01) VALUE "N".
005900     88  WS-LIST-EOF             VALUE "Y".
007900 77  WS-SET-COUNT                PIC 9(06) VALUE ZEROS.
008000 77  WS-REMOVED-COUNT            PIC 9(06) VALUE ZEROS.
008100 77  WS-MAINT-COUNT              PIC 9(06) VALUE ZEROS.
008110*
008120*    SIGN-ON - THE OPERATOR KEYING THE SESSION. THE ID IS STAMPED
008130*    ON EVERY CHANGE QUEUED, SO ANOTHER SUPERVISOR APPROVES IT.
008140*
008150 77  WS-SIGNON-ID                PIC 9(06) VALUE ZEROS.
008160 77  WS-SIGNON-OK-SW             PIC X(01) VALUE "N".
008170     88  WS-SIGNON-OK            VALUE "Y".
008180 77  WS-ABORT-SW                 PIC X(01) VALUE "N".
008190     88  WS-ABORT-RUN            VALUE "Y".
008200*
008300*    EDITED VIEW OF A LIMIT FOR THE LISTING.
008400*
008500 77  WS-LIMIT-ED                 PIC Z(10)9,99 VALUE ZEROS.
008600*
008606*    PARAMETER AREA PASSED TO RDQUE01. LAYOUT MUST MATCH ITS
008612*    LINKAGE SECTION RDQ-PARMS FIELD FOR FIELD.
008618*
008625 01  WS-RDQ-PARMS.
008631     03  WS-RDQ-FUNCTION          PIC X(01).
008637     03  WS-RDQ-TABLE             PIC X(08).
008643     03  WS-RDQ-ACTION            PIC X(06).
008650     03  WS-RDQ-KEY               PIC X(08).
008656     03  WS-RDQ-BEFORE-IMAGE      PIC X(60).
008662     03  WS-RDQ-AFTER-IMAGE       PIC X(60).
008668     03  WS-RDQ-REQUEST-OPR       PIC 9(06).
008675     03  WS-RDQ-APPROVE-OPR       PIC 9(06).
008681     03  WS-RDQ-PEND-ID           PIC 9(06).
008687     03  WS-RDQ-STATUS            PIC X(01).
008693*
008697*    PARAMETER AREA PASSED TO SESSN01. LAYOUT MUST MATCH ITS
008701*    LINKAGE SECTION SES-PARMS FIELD FOR FIELD.
008706*
008710 01  WS-SES-PARMS.
008715     03  WS-SES-FUNCTION          PIC X(01) VALUE "G".
008719     03  WS-SES-OPERATOR-ID       PIC 9(06).
008724     03  WS-SES-OPERATOR-NAME     PIC X(20).
008728     03  WS-SES-STATUS            PIC X(01).
008733         88  WS-SES-ACTIVE        VALUE "Y".
008737*
008742*    PARAMETER AREA PASSED TO FNAUTH01. LAYOUT MUST MATCH ITS
008746*    LINKAGE SECTION FNA-PARMS FIELD FOR FIELD.
008750*
008755 01  WS-FNA-PARMS.
008759     03  WS-FNA-OPERATOR-ID       PIC 9(06).
008764     03  WS-FNA-FUNCTION          PIC X(08) VALUE "LIMMNT01".
008768     03  WS-FNA-OPR-AUTHORITY     PIC 9(01).
008773     03  WS-FNA-LEVEL             PIC X(01).
008777         88  WS-FNA-CAN-USE       VALUE "U" "S".
008782         88  WS-FNA-CAN-SUPERVISE VALUE "S".
008786     03  WS-FNA-SOURCE            PIC X(01).
008791*
008795*    PARAMETER AREA PASSED TO LOGWRT01. LAYOUT MUST MATCH ITS
008800*    LINKAGE SECTION LOG-PARMS FIELD FOR FIELD.
008900*
009000 01  WS-LOG-PARMS.
009600     03  WS-LOG-SEVERITY          PIC X(01) VALUE "I".
009700*
009800 PROCEDURE DIVISION.
009842 0000-MAINLINE.
009885     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
009928     IF WS-ABORT-RUN
009971         PERFORM 3100-WRITE-JOB-HISTORY THRU 3100-EXIT
010014         GOBACK
010057     END-IF.
010100     PERFORM 2000-MENU-LOOP THRU 2000-EXIT
010200         WITH TEST AFTER UNTIL WS-MENU-END.
010300     PERFORM 3000-FINALIZE THRU 3000-EXIT.
011800     MOVE "BRANCH LIMIT MAINTENANCE STARTING" TO
011900         WS-LOG-MESSAGE.
012000     CALL "LOGWRT01" USING WS-LOG-PARMS.
012007     PERFORM 1100-SIGN-ON THRU 1100-EXIT.
012015     IF NOT WS-SIGNON-OK
012023         MOVE "SIGN-ON" TO WS-LOG-STEP
012030         MOVE "W" TO WS-LOG-SEVERITY
012038         MOVE "SIGN-ON FAILED - MAINTENANCE SESSION REFUSED" TO
012046             WS-LOG-MESSAGE
012053         CALL "LOGWRT01" USING WS-LOG-PARMS
012061         MOVE "I" TO WS-LOG-SEVERITY
012069         MOVE 14 TO RETURN-CODE
012076         SET WS-ABORT-RUN TO TRUE
012084         GO TO 1000-EXIT
012092     END-IF.
012100     OPEN I-O BRANCH-LIMIT-FILE.
012200     IF WS-LIM-FILE-NOT-FOUND
012300         CLOSE BRANCH-LIMIT-FILE
013300     END-IF.
013400 1000-EXIT.
013500     EXIT.
013503*
013506******************************************************************
013509* 1100-SIGN-ON.
013512*    TAKES THE OPERATOR SIGN-ON AGAINST THE OPERATOR MASTER - ON
013515*    THE MASTER AND ACTIVE, OR THE SESSION IS REFUSED.
013516*    A SESSION OPENED BY THE OPERATIONS MENU SUPPLIES THE ID,
013517*    AND THE OPERATOR MUST HOLD PERMISSION FOR THIS FUNCTION.
013518******************************************************************
013521 1100-SIGN-ON.
013525     OPEN INPUT OPERATOR-FILE.
013528     IF WS-OPR-FILE-STATUS NOT = "00"
013531         DISPLAY "OPERATOR MASTER NOT AVAILABLE - REFUSED."
013534         GO TO 1100-EXIT
013537     END-IF.
013538     CALL "SESSN01" USING WS-SES-PARMS.
013539     IF WS-SES-ACTIVE
013540         MOVE WS-SES-OPERATOR-ID TO WS-SIGNON-ID
013541     ELSE
013542         DISPLAY "SIGN ON - ENTER OPERATOR ID: "
013543         ACCEPT WS-SIGNON-ID
013544     END-IF.
013546     MOVE WS-SIGNON-ID TO OPR-ID.
013550     READ OPERATOR-FILE
013553         INVALID KEY
013556             DISPLAY "OPERATOR " WS-SIGNON-ID
013559                 " NOT ON THE MASTER."
013562             CLOSE OPERATOR-FILE
013565             GO TO 1100-EXIT
013568     END-READ.
013571     CLOSE OPERATOR-FILE.
013575     IF NOT OPR-ACTIVE
013578         DISPLAY "OPERATOR " WS-SIGNON-ID " IS NOT ACTIVE."
013581         GO TO 1100-EXIT
013584     END-IF.
013585     MOVE WS-SIGNON-ID TO WS-FNA-OPERATOR-ID.
013586     MOVE OPR-AUTHORITY TO WS-FNA-OPR-AUTHORITY.
013587     CALL "FNAUTH01" USING WS-FNA-PARMS.
013588     IF NOT WS-FNA-CAN-USE
013589         DISPLAY "OPERATOR " WS-SIGNON-ID
013590             " IS NOT PERMITTED TO USE THIS FUNCTION."
013591         GO TO 1100-EXIT
013592     END-IF.
013593     SET WS-SIGNON-OK TO TRUE.
013594     DISPLAY "SIGNED ON: " OPR-NAME.
013595 1100-EXIT.
013596     EXIT.
013600*
013700******************************************************************
013800* 2000-MENU-LOOP.
016100*
016200******************************************************************
016300* 2100-SET-LIMIT.
016400*    TAKES A BRANCH AND ITS DAILY LIMIT AND QUEUES THE NEW OR
016500*    REPLACEMENT LIMIT RECORD FOR APPROVAL. THE BRANCH MUST BE ON
016600*    THE MASTER - A LIMIT FOR A CODE NOBODY POSTS UNDER IS A
016700*    TYPO, NOT A CONTROL.
016800******************************************************************
016900 2100-SET-LIMIT.
017000     IF NOT WS-BR-AVAILABLE
018800             "RECORD TO LIFT A CEILING."
018900         GO TO 2100-EXIT
019000     END-IF.
019089     MOVE WS-ENTRY-BRANCH TO LIM-BRANCH.
019178     READ BRANCH-LIMIT-FILE
019268         INVALID KEY
019357             MOVE "ADD" TO WS-RDQ-ACTION
019447             MOVE SPACES TO WS-RDQ-BEFORE-IMAGE
019536         NOT INVALID KEY
019626             MOVE "CHANGE" TO WS-RDQ-ACTION
019715             MOVE BRANCH-LIMIT-RECORD TO WS-RDQ-BEFORE-IMAGE
019805     END-READ.
019894     MOVE SPACES TO BRANCH-LIMIT-RECORD.
019984     MOVE WS-ENTRY-BRANCH TO LIM-BRANCH.
020073     MOVE WS-ENTRY-LIMIT TO LIM-DAILY-LIMIT.
020163     MOVE LIM-BRANCH TO WS-RDQ-KEY.
020252     MOVE BRANCH-LIMIT-RECORD TO WS-RDQ-AFTER-IMAGE.
020342     PERFORM 2900-QUEUE-CHANGE THRU 2900-EXIT.
020431     IF WS-RDQ-STATUS = "Y"
020521         ADD 1 TO WS-SET-COUNT
020610     END-IF.
020700 2100-EXIT.
020800     EXIT.
020900*
021000******************************************************************
021100* 2300-REMOVE-LIMIT.
021200*    QUEUES THE DELETION OF A BRANCH'S LIMIT RECORD AFTER A
021300*    SEPARATE CONFIRMATION - ONCE APPROVED, THE BRANCH RUNS
021400*    WITHOUT A CEILING AND THE UTILIZATION REPORT SAYS SO.
021500******************************************************************
021600 2300-REMOVE-LIMIT.
021700     DISPLAY "ENTER BRANCH CODE TO REMOVE THE LIMIT FOR: ".
022300         DISPLAY "REMOVE NOT CONFIRMED - RECORD LEFT AS IS."
022400         GO TO 2300-EXIT
022500     END-IF.
022560     MOVE WS-ENTRY-BRANCH TO LIM-BRANCH.
022620     READ BRANCH-LIMIT-FILE
022680         INVALID KEY
022740             DISPLAY "NO LIMIT ON FILE FOR " WS-ENTRY-BRANCH "."
022800             GO TO 2300-EXIT
022860     END-READ.
022920     MOVE "REMOVE" TO WS-RDQ-ACTION.
022980     MOVE LIM-BRANCH TO WS-RDQ-KEY.
023040     MOVE BRANCH-LIMIT-RECORD TO WS-RDQ-BEFORE-IMAGE.
023100     MOVE SPACES TO WS-RDQ-AFTER-IMAGE.
023160     PERFORM 2900-QUEUE-CHANGE THRU 2900-EXIT.
023220     IF WS-RDQ-STATUS = "Y"
023280         ADD 1 TO WS-REMOVED-COUNT
023340     END-IF.
023400 2300-EXIT.
023500     EXIT.
023600*
026500 2410-EXIT.
026600     EXIT.
026700*
026702******************************************************************
026705* 2900-QUEUE-CHANGE.
026708*    HANDS THE CHANGE BUILT BY THE ACTION PARAGRAPH TO RDQUE01 TO
026710*    BE HELD FOR A SUPERVISOR'S APPROVAL - THE MASTER ITSELF IS
026713*    ONLY CHANGED WHEN RDAPR01 APPROVES IT. A KEY WITH A CHANGE
026716*    ALREADY WAITING IS NOT QUEUED A SECOND TIME.
026718******************************************************************
026721 2900-QUEUE-CHANGE.
026724     MOVE "Q" TO WS-RDQ-FUNCTION.
026727     MOVE "BRLIMITS" TO WS-RDQ-TABLE.
026729     MOVE WS-SIGNON-ID TO WS-RDQ-REQUEST-OPR.
026732     MOVE ZEROS TO WS-RDQ-APPROVE-OPR.
026735     MOVE ZEROS TO WS-RDQ-PEND-ID.
026737     CALL "RDQUE01" USING WS-RDQ-PARMS.
026740     EVALUATE WS-RDQ-STATUS
026743         WHEN "Y"
026745             DISPLAY "LIMIT " WS-RDQ-KEY " " WS-RDQ-ACTION
026748                 " QUEUED AS ITEM " WS-RDQ-PEND-ID
026751                 " FOR SUPERVISOR APPROVAL."
026754             MOVE "QUEUE" TO WS-LOG-STEP
026756             MOVE SPACES TO WS-LOG-MESSAGE
026759             STRING WS-RDQ-TABLE " " WS-RDQ-ACTION " " WS-RDQ-KEY
026762                 " QUEUED AS ITEM " WS-RDQ-PEND-ID
026764                 " BY " WS-SIGNON-ID
026767                 DELIMITED BY SIZE INTO WS-LOG-MESSAGE
026770             CALL "LOGWRT01" USING WS-LOG-PARMS
026772         WHEN "D"
026775             DISPLAY "LIMIT " WS-RDQ-KEY
026778                 " ALREADY HAS A CHANGE PENDING AS ITEM "
026781                 WS-RDQ-PEND-ID " - NOT QUEUED."
026783         WHEN OTHER
026786             DISPLAY "CHANGE QUEUE NOT AVAILABLE - NOT QUEUED."
026789     END-EVALUATE.
026791 2900-EXIT.
026794     EXIT.
026797*
026800******************************************************************
026900* 3000-FINALIZE.
027000*    LOGS WHAT THE SESSION QUEUED, CLOSES THE FILES AND WRITES
027100*    THE JOB RUN HISTORY RECORD.
027200******************************************************************
027300 3000-FINALIZE.
027400     MOVE "FINALIZE" TO WS-LOG-STEP.
027475     MOVE SPACES TO WS-LOG-MESSAGE.
027550     STRING "LIMITS QUEUED SET " WS-SET-COUNT
027625         " REMOVE " WS-REMOVED-COUNT
027700         DELIMITED BY SIZE INTO WS-LOG-MESSAGE.
027800     CALL "LOGWRT01" USING WS-LOG-PARMS.
027900     CLOSE BRANCH-LIMIT-FILE.
030500     MOVE WS-END-TIME TO JH-END-TIME.
030600     MOVE RETURN-CODE TO JH-RETURN-CODE.
030700     MOVE WS-MAINT-COUNT TO JH-TRAN-COUNT.
030800     MOVE WS-SIGNON-ID TO JH-OPERATOR-ID.
030900     WRITE JOB-HIST-RECORD.
031000     CLOSE JOB-HISTORY-FILE.
031100 3100-EXIT.
