001300******************************************************************
001400* MODIFICATION HISTORY.
001500*    2026-09-01 BL  INITIAL VERSION.
001512*    2026-10-15 BL  SETS AND REMOVES ARE NO LONGER WRITTEN TO
001525*                   THE SCHEDULE HERE. THE SESSION NOW NEEDS AN
001537*                   OPERATOR SIGN-ON, AND EACH CHANGE IS QUEUED
001550*                   THROUGH RDQUE01 WITH ITS BEFORE AND AFTER
001562*                   RECORD FOR A DIFFERENT SUPERVISOR TO APPROVE
001575*                   IN RDAPR01. A SET IS AN ADD WHEN THE CODE HAS
001587*                   NO RATE YET, A CHANGE WHEN IT HAS ONE.
001589*    2026-10-15 BL  SIGN-ON TAKES THE OPERATOR FROM THE
001591*                   OPERATIONS MENU SESSION (SESSN01) WHEN ONE IS
001593*                   OPEN, AND THE AUTHORITY FROM THE FUNCTION
001595*                   PERMISSION FILE (FNAUTH01) INSTEAD OF THE
001597*                   TWO-LEVEL OPR-AUTHORITY.
001600******************************************************************
001700 IDENTIFICATION DIVISION.
001800 PROGRAM-ID. COMMNT01.
003200         ACCESS MODE IS RANDOM
003300         RECORD KEY IS BR-CODE
003400         FILE STATUS IS WS-BR-FILE-STATUS.
003416     SELECT OPERATOR-FILE ASSIGN TO "OPERMAST"
003433         ORGANIZATION IS INDEXED
003450         ACCESS MODE IS RANDOM
003466         RECORD KEY IS OPR-ID
003483         FILE STATUS IS WS-OPR-FILE-STATUS.
003500     SELECT JOB-HISTORY-FILE ASSIGN TO "JOBHIST"
003600         ORGANIZATION IS LINE SEQUENTIAL
003700         FILE STATUS IS WS-JH-FILE-STATUS.
004200 COPY "COMMREC.cpy".
004300 FD  BRANCH-FILE.
004400 COPY "BRNCHREC.cpy".
004433 FD  OPERATOR-FILE.
004466 COPY "OPERREC.cpy".
004500 FD  JOB-HISTORY-FILE.
004600 COPY "HISTREC.cpy".
004700*
005300     88  WS-BR-AVAILABLE         VALUE "Y".
005400 77  WS-JH-FILE-STATUS           PIC X(02) VALUE "00".
005500     88  WS-JH-FILE-NOT-FOUND    VALUE "35".
005550 77  WS-OPR-FILE-STATUS          PIC X(02) VALUE "00".
005600*
005700 77  WS-LIST-EOF-SW              PIC X(01) VALUE "N".
005800     88  WS-LIST-EOF             VALUE "Y".
008000 77  WS-SET-COUNT                PIC 9(06) VALUE ZEROS.
008100 77  WS-REMOVED-COUNT            PIC 9(06) VALUE ZEROS.
008200 77  WS-MAINT-COUNT              PIC 9(06) VALUE ZEROS.
008210*
008220*    SIGN-ON - THE OPERATOR KEYING THE SESSION. THE ID IS STAMPED
008230*    ON EVERY CHANGE QUEUED, SO ANOTHER SUPERVISOR APPROVES IT.
008240*
008250 77  WS-SIGNON-ID                PIC 9(06) VALUE ZEROS.
008260 77  WS-SIGNON-OK-SW             PIC X(01) VALUE "N".
008270     88  WS-SIGNON-OK            VALUE "Y".
008280 77  WS-ABORT-SW                 PIC X(01) VALUE "N".
008290     88  WS-ABORT-RUN            VALUE "Y".
008300*
008400 77  WS-RATE-ED                  PIC 9,9(06) VALUE ZEROS.
008500*
008506*    PARAMETER AREA PASSED TO RDQUE01. LAYOUT MUST MATCH ITS
008512*    LINKAGE SECTION RDQ-PARMS FIELD FOR FIELD.
008518*
008525 01  WS-RDQ-PARMS.
008531     03  WS-RDQ-FUNCTION          PIC X(01).
008537     03  WS-RDQ-TABLE             PIC X(08).
008543     03  WS-RDQ-ACTION            PIC X(06).
008550     03  WS-RDQ-KEY               PIC X(08).
008556     03  WS-RDQ-BEFORE-IMAGE      PIC X(60).
008562     03  WS-RDQ-AFTER-IMAGE       PIC X(60).
008568     03  WS-RDQ-REQUEST-OPR       PIC 9(06).
008575     03  WS-RDQ-APPROVE-OPR       PIC 9(06).
008581     03  WS-RDQ-PEND-ID           PIC 9(06).
008587     03  WS-RDQ-STATUS            PIC X(01).
008593*
008597*    PARAMETER AREA PASSED TO SESSN01. LAYOUT MUST MATCH ITS
008601*    LINKAGE SECTION SES-PARMS FIELD FOR FIELD.
008606*
008610 01  WS-SES-PARMS.
008615     03  WS-SES-FUNCTION          PIC X(01) VALUE "G".
008619     03  WS-SES-OPERATOR-ID       PIC 9(06).
008624     03  WS-SES-OPERATOR-NAME     PIC X(20).
008628     03  WS-SES-STATUS            PIC X(01).
008633         88  WS-SES-ACTIVE        VALUE "Y".
008637*
008642*    PARAMETER AREA PASSED TO FNAUTH01. LAYOUT MUST MATCH ITS
008646*    LINKAGE SECTION FNA-PARMS FIELD FOR FIELD.
008650*
008655 01  WS-FNA-PARMS.
008659     03  WS-FNA-OPERATOR-ID       PIC 9(06).
008664     03  WS-FNA-FUNCTION          PIC X(08) VALUE "COMMNT01".
008668     03  WS-FNA-OPR-AUTHORITY     PIC 9(01).
008673     03  WS-FNA-LEVEL             PIC X(01).
008677         88  WS-FNA-CAN-USE       VALUE "U" "S".
008682         88  WS-FNA-CAN-SUPERVISE VALUE "S".
008686     03  WS-FNA-SOURCE            PIC X(01).
008691*
008695*    PARAMETER AREA PASSED TO LOGWRT01. LAYOUT MUST MATCH ITS
008700*    LINKAGE SECTION LOG-PARMS FIELD FOR FIELD.
008800*
008900 01  WS-LOG-PARMS.
009500     03  WS-LOG-SEVERITY          PIC X(01) VALUE "I".
009600*
009700 PROCEDURE DIVISION.
009742 0000-MAINLINE.
009785     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
009828     IF WS-ABORT-RUN
009871         PERFORM 3100-WRITE-JOB-HISTORY THRU 3100-EXIT
009914         GOBACK
009957     END-IF.
010000     PERFORM 2000-MENU-LOOP THRU 2000-EXIT
010100         WITH TEST AFTER UNTIL WS-MENU-END.
010200     PERFORM 3000-FINALIZE THRU 3000-EXIT.
011800     MOVE "COMMISSION SCHEDULE MAINTENANCE STARTING" TO
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
012100     OPEN I-O COMMISSION-FILE.
012200     IF WS-COM-FILE-NOT-FOUND
012300         CLOSE COMMISSION-FILE
013400     END-IF.
013500 1000-EXIT.
013600     EXIT.
013603*
013606******************************************************************
013609* 1100-SIGN-ON.
013612*    TAKES THE OPERATOR SIGN-ON AGAINST THE OPERATOR MASTER - ON
013615*    THE MASTER AND ACTIVE, OR THE SESSION IS REFUSED.
013616*    A SESSION OPENED BY THE OPERATIONS MENU SUPPLIES THE ID,
013617*    AND THE OPERATOR MUST HOLD PERMISSION FOR THIS FUNCTION.
013618******************************************************************
013621 1100-SIGN-ON.
013625     OPEN INPUT OPERATOR-FILE.
013628     IF WS-OPR-FILE-STATUS NOT = "00"
013631         DISPLAY "OPERATOR MASTER NOT AVAILABLE - REFUSED."
013634         GO TO 1100-EXIT
013637     END-IF.
013638     CALL "SESSN01" USING WS-SES-PARMS.
013639     IF WS-SES-ACTIVE
013640         MOVE WS-SES-OPERATOR-ID TO WS-SIGNON-ID
013641     ELSE
013642         DISPLAY "SIGN ON - ENTER OPERATOR ID: "
013643         ACCEPT WS-SIGNON-ID
013644     END-IF.
013646     MOVE WS-SIGNON-ID TO OPR-ID.
013650     READ OPERATOR-FILE
013653         INVALID KEY
013656             DISPLAY "OPERATOR " WS-SIGNON-ID
013659                 " NOT ON THE MASTER."
013662             CLOSE OPERATOR-FILE
013665             GO TO 1100-EXIT
013668     END-READ.
013671     CLOSE OPERATOR-FILE.
013675     IF NOT OPR-ACTIVE
013678         DISPLAY "OPERATOR " WS-SIGNON-ID " IS NOT ACTIVE."
013681         GO TO 1100-EXIT
013684     END-IF.
013685     MOVE WS-SIGNON-ID TO WS-FNA-OPERATOR-ID.
013686     MOVE OPR-AUTHORITY TO WS-FNA-OPR-AUTHORITY.
013687     CALL "FNAUTH01" USING WS-FNA-PARMS.
013688     IF NOT WS-FNA-CAN-USE
013689         DISPLAY "OPERATOR " WS-SIGNON-ID
013690             " IS NOT PERMITTED TO USE THIS FUNCTION."
013691         GO TO 1100-EXIT
013692     END-IF.
013693     SET WS-SIGNON-OK TO TRUE.
013694     DISPLAY "SIGNED ON: " OPR-NAME.
013695 1100-EXIT.
013696     EXIT.
013700*
013800******************************************************************
013900* 2000-MENU-LOOP.
016200*
016300******************************************************************
016400* 2100-SET-RATE.
016500*    TAKES A BRANCH (OR *DEF) AND ITS RATE AND QUEUES THE NEW OR
016600*    REPLACEMENT SCHEDULE RECORD FOR APPROVAL. A REAL BRANCH MUST
016700*    BE ON THE MASTER.
016800******************************************************************
016900 2100-SET-RATE.
017000     DISPLAY "ENTER BRANCH CODE (OR *DEF FOR THE DEFAULT): ".
019400             "RECORD TO STOP CHARGING."
019500         GO TO 2100-EXIT
019600     END-IF.
019689     MOVE WS-ENTRY-BRANCH TO COM-BRANCH.
019778     READ COMMISSION-FILE
019868         INVALID KEY
019957             MOVE "ADD" TO WS-RDQ-ACTION
020047             MOVE SPACES TO WS-RDQ-BEFORE-IMAGE
020136         NOT INVALID KEY
020226             MOVE "CHANGE" TO WS-RDQ-ACTION
020315             MOVE COMMISSION-RECORD TO WS-RDQ-BEFORE-IMAGE
020405     END-READ.
020494     MOVE SPACES TO COMMISSION-RECORD.
020584     MOVE WS-ENTRY-BRANCH TO COM-BRANCH.
020673     MOVE WS-ENTRY-RATE TO COM-RATE.
020763     MOVE COM-BRANCH TO WS-RDQ-KEY.
020852     MOVE COMMISSION-RECORD TO WS-RDQ-AFTER-IMAGE.
020942     PERFORM 2900-QUEUE-CHANGE THRU 2900-EXIT.
021031     IF WS-RDQ-STATUS = "Y"
021121         ADD 1 TO WS-SET-COUNT
021210     END-IF.
021300 2100-EXIT.
021400     EXIT.
021500*
021600******************************************************************
021700* 2300-REMOVE-RATE.
021800*    QUEUES THE DELETION OF A SCHEDULE RECORD AFTER A SEPARATE
021900*    CONFIRMATION - ONCE APPROVED, THE BRANCH CHARGES AT THE
022000*    DEFAULT, AND WITH NO DEFAULT EITHER, AT NOTHING.
022100******************************************************************
022200 2300-REMOVE-RATE.
022300     DISPLAY "ENTER BRANCH CODE TO REMOVE (OR *DEF): ".
022900         DISPLAY "REMOVE NOT CONFIRMED - RECORD LEFT AS IS."
023000         GO TO 2300-EXIT
023100     END-IF.
023160     MOVE WS-ENTRY-BRANCH TO COM-BRANCH.
023220     READ COMMISSION-FILE
023280         INVALID KEY
023340             DISPLAY "NO RATE ON FILE FOR " WS-ENTRY-BRANCH "."
023400             GO TO 2300-EXIT
023460     END-READ.
023520     MOVE "REMOVE" TO WS-RDQ-ACTION.
023580     MOVE COM-BRANCH TO WS-RDQ-KEY.
023640     MOVE COMMISSION-RECORD TO WS-RDQ-BEFORE-IMAGE.
023700     MOVE SPACES TO WS-RDQ-AFTER-IMAGE.
023760     PERFORM 2900-QUEUE-CHANGE THRU 2900-EXIT.
023820     IF WS-RDQ-STATUS = "Y"
023880         ADD 1 TO WS-REMOVED-COUNT
023940     END-IF.
024000 2300-EXIT.
024100     EXIT.
024200*
027100 2410-EXIT.
027200     EXIT.
027300*
027302******************************************************************
027305* 2900-QUEUE-CHANGE.
027308*    HANDS THE CHANGE BUILT BY THE ACTION PARAGRAPH TO RDQUE01 TO
027310*    BE HELD FOR A SUPERVISOR'S APPROVAL - THE MASTER ITSELF IS
027313*    ONLY CHANGED WHEN RDAPR01 APPROVES IT. A KEY WITH A CHANGE
027316*    ALREADY WAITING IS NOT QUEUED A SECOND TIME.
027318******************************************************************
027321 2900-QUEUE-CHANGE.
027324     MOVE "Q" TO WS-RDQ-FUNCTION.
027327     MOVE "COMMSCHD" TO WS-RDQ-TABLE.
027329     MOVE WS-SIGNON-ID TO WS-RDQ-REQUEST-OPR.
027332     MOVE ZEROS TO WS-RDQ-APPROVE-OPR.
027335     MOVE ZEROS TO WS-RDQ-PEND-ID.
027337     CALL "RDQUE01" USING WS-RDQ-PARMS.
027340     EVALUATE WS-RDQ-STATUS
027343         WHEN "Y"
027345             DISPLAY "RATE FOR " WS-RDQ-KEY " " WS-RDQ-ACTION
027348                 " QUEUED AS ITEM " WS-RDQ-PEND-ID
027351                 " FOR SUPERVISOR APPROVAL."
027354             MOVE "QUEUE" TO WS-LOG-STEP
027356             MOVE SPACES TO WS-LOG-MESSAGE
027359             STRING WS-RDQ-TABLE " " WS-RDQ-ACTION " " WS-RDQ-KEY
027362                 " QUEUED AS ITEM " WS-RDQ-PEND-ID
027364                 " BY " WS-SIGNON-ID
027367                 DELIMITED BY SIZE INTO WS-LOG-MESSAGE
027370             CALL "LOGWRT01" USING WS-LOG-PARMS
027372         WHEN "D"
027375             DISPLAY "RATE FOR " WS-RDQ-KEY
027378                 " ALREADY HAS A CHANGE PENDING AS ITEM "
027381                 WS-RDQ-PEND-ID " - NOT QUEUED."
027383         WHEN OTHER
027386             DISPLAY "CHANGE QUEUE NOT AVAILABLE - NOT QUEUED."
027389     END-EVALUATE.
027391 2900-EXIT.
027394     EXIT.
027397*
027400******************************************************************
027500* 3000-FINALIZE.
027600*    LOGS WHAT THE SESSION QUEUED, CLOSES THE FILES AND WRITES
027700*    THE JOB RUN HISTORY RECORD.
027800******************************************************************
027900 3000-FINALIZE.
028000     MOVE "FINALIZE" TO WS-LOG-STEP.
028075     MOVE SPACES TO WS-LOG-MESSAGE.
028150     STRING "RATES QUEUED SET " WS-SET-COUNT
028225         " REMOVE " WS-REMOVED-COUNT
028300         DELIMITED BY SIZE INTO WS-LOG-MESSAGE.
028400     CALL "LOGWRT01" USING WS-LOG-PARMS.
028500     CLOSE COMMISSION-FILE.
031100     MOVE WS-END-TIME TO JH-END-TIME.
031200     MOVE RETURN-CODE TO JH-RETURN-CODE.
031300     MOVE WS-MAINT-COUNT TO JH-TRAN-COUNT.
031400     MOVE WS-SIGNON-ID TO JH-OPERATOR-ID.
031500     WRITE JOB-HIST-RECORD.
031600     CLOSE JOB-HISTORY-FILE.
031700 3100-EXIT.
