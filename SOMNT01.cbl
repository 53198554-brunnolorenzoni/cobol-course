001400******************************************************************
001500* MODIFICATION HISTORY.
001600*    2026-09-01 BL  INITIAL VERSION.
001620*    2026-10-15 BL  A TEMPLATE NOW NAMES THE CUSTOMER ACCOUNT
001640*                   ITS GENERATED ITEMS POST TO - OPEN ON THE
001660*                   ACCOUNT MASTER AND HELD AT THE TEMPLATE'S
001680*                   BRANCH IN ITS CURRENCY, OR IT IS NOT ADDED.
001682*    2026-10-15 BL  ADDS, CANCELS AND REMOVES ARE NO LONGER
001685*                   WRITTEN TO THE TEMPLATE FILE HERE. THE SESSION
001688*                   NOW NEEDS AN OPERATOR SIGN-ON, AND EACH CHANGE
001691*                   IS QUEUED THROUGH RDQUE01 WITH ITS BEFORE AND
001694*                   AFTER RECORD FOR A DIFFERENT SUPERVISOR TO
001697*                   APPROVE IN RDAPR01.
001711*    2026-10-15 BL  SIGN-ON TAKES THE OPERATOR FROM THE
001726*                   OPERATIONS MENU SESSION (SESSN01) WHEN ONE IS
001741*                   OPEN, AND THE AUTHORITY FROM THE FUNCTION
001755*                   PERMISSION FILE (FNAUTH01) INSTEAD OF THE
001770*                   TWO-LEVEL OPR-AUTHORITY.
001785******************************************************************
001800 IDENTIFICATION DIVISION.
001900 PROGRAM-ID. SOMNT01.
002000 ENVIRONMENT DIVISION.
003300         ACCESS MODE IS RANDOM
003400         RECORD KEY IS BR-CODE
003500         FILE STATUS IS WS-BR-FILE-STATUS.
003516     SELECT ACCOUNT-FILE ASSIGN TO "ACCTMAST"
003533         ORGANIZATION IS INDEXED
003550         ACCESS MODE IS RANDOM
003566         RECORD KEY IS ACCT-NUMBER
003583         FILE STATUS IS WS-ACCT-FILE-STATUS.
003585     SELECT OPERATOR-FILE ASSIGN TO "OPERMAST"
003588         ORGANIZATION IS INDEXED
003591         ACCESS MODE IS RANDOM
003594         RECORD KEY IS OPR-ID
003597         FILE STATUS IS WS-OPR-FILE-STATUS.
003600     SELECT JOB-HISTORY-FILE ASSIGN TO "JOBHIST"
003700         ORGANIZATION IS LINE SEQUENTIAL
003800         FILE STATUS IS WS-JH-FILE-STATUS.
004300 COPY "STORDREC.cpy".
004400 FD  BRANCH-FILE.
004500 COPY "BRNCHREC.cpy".
004533 FD  ACCOUNT-FILE.
004566 COPY "ACCTREC.cpy".
004577 FD  OPERATOR-FILE.
004588 COPY "OPERREC.cpy".
004600 FD  JOB-HISTORY-FILE.
004700 COPY "HISTREC.cpy".
004800*
005200 77  WS-BR-FILE-STATUS           PIC X(02) VALUE "00".
005300 77  WS-BR-AVAILABLE-SW          PIC X(01) VALUE "N".
005400     88  WS-BR-AVAILABLE         VALUE "Y".
005425 77  WS-ACCT-FILE-STATUS         PIC X(02) VALUE "00".
005450 77  WS-ACCT-AVAILABLE-SW        PIC X(01) VALUE "N".
005475     88  WS-ACCT-AVAILABLE       VALUE "Y".
005500 77  WS-JH-FILE-STATUS           PIC X(02) VALUE "00".
005600     88  WS-JH-FILE-NOT-FOUND    VALUE "35".
005650 77  WS-OPR-FILE-STATUS          PIC X(02) VALUE "00".
005700*
005800 77  WS-LIST-EOF-SW              PIC X(01) VALUE "N".
005900     88  WS-LIST-EOF             VALUE "Y".
007900 77  WS-ENTRY-TYPE               PIC X(01) VALUE SPACE.
008000 77  WS-ENTRY-FREQUENCY          PIC X(01) VALUE SPACE.
008100 77  WS-ENTRY-NEXT-DUE           PIC 9(08) VALUE ZEROS.
008150 77  WS-ENTRY-ACCOUNT            PIC 9(06) VALUE ZEROS.
008200 77  WS-CONFIRM                  PIC X(01) VALUE SPACE.
008300     88  WS-CONFIRMED            VALUE "Y".
008400*
008800 77  WS-CHANGED-COUNT            PIC 9(06) VALUE ZEROS.
008900 77  WS-REMOVED-COUNT            PIC 9(06) VALUE ZEROS.
009000 77  WS-MAINT-COUNT              PIC 9(06) VALUE ZEROS.
009010*
009020*    SIGN-ON - THE OPERATOR KEYING THE SESSION. THE ID IS STAMPED
009030*    ON EVERY CHANGE QUEUED, SO ANOTHER SUPERVISOR APPROVES IT.
009040*
009050 77  WS-SIGNON-ID                PIC 9(06) VALUE ZEROS.
009060 77  WS-SIGNON-OK-SW             PIC X(01) VALUE "N".
009070     88  WS-SIGNON-OK            VALUE "Y".
009080 77  WS-ABORT-SW                 PIC X(01) VALUE "N".
009090     88  WS-ABORT-RUN            VALUE "Y".
009100*
009200*    EDITED VIEWS OF THE AMOUNTS FOR THE LISTING.
009300*
011700         88  WS-DATE-PARM-HOLIDAY     VALUE "Y".
011800         88  WS-DATE-PARM-NOT-HOLIDAY VALUE "N".
011900*
011906*    PARAMETER AREA PASSED TO RDQUE01. LAYOUT MUST MATCH ITS
011912*    LINKAGE SECTION RDQ-PARMS FIELD FOR FIELD.
011918*
011925 01  WS-RDQ-PARMS.
011931     03  WS-RDQ-FUNCTION          PIC X(01).
011937     03  WS-RDQ-TABLE             PIC X(08).
011943     03  WS-RDQ-ACTION            PIC X(06).
011950     03  WS-RDQ-KEY               PIC X(08).
011956     03  WS-RDQ-BEFORE-IMAGE      PIC X(60).
011962     03  WS-RDQ-AFTER-IMAGE       PIC X(60).
011968     03  WS-RDQ-REQUEST-OPR       PIC 9(06).
011975     03  WS-RDQ-APPROVE-OPR       PIC 9(06).
011981     03  WS-RDQ-PEND-ID           PIC 9(06).
011987     03  WS-RDQ-STATUS            PIC X(01).
011993*
011997*    PARAMETER AREA PASSED TO SESSN01. LAYOUT MUST MATCH ITS
012001*    LINKAGE SECTION SES-PARMS FIELD FOR FIELD.
012006*
012010 01  WS-SES-PARMS.
012015     03  WS-SES-FUNCTION          PIC X(01) VALUE "G".
012019     03  WS-SES-OPERATOR-ID       PIC 9(06).
012024     03  WS-SES-OPERATOR-NAME     PIC X(20).
012028     03  WS-SES-STATUS            PIC X(01).
012033         88  WS-SES-ACTIVE        VALUE "Y".
012037*
012042*    PARAMETER AREA PASSED TO FNAUTH01. LAYOUT MUST MATCH ITS
012046*    LINKAGE SECTION FNA-PARMS FIELD FOR FIELD.
012050*
012055 01  WS-FNA-PARMS.
012059     03  WS-FNA-OPERATOR-ID       PIC 9(06).
012064     03  WS-FNA-FUNCTION          PIC X(08) VALUE "SOMNT01".
012068     03  WS-FNA-OPR-AUTHORITY     PIC 9(01).
012073     03  WS-FNA-LEVEL             PIC X(01).
012077         88  WS-FNA-CAN-USE       VALUE "U" "S".
012082         88  WS-FNA-CAN-SUPERVISE VALUE "S".
012086     03  WS-FNA-SOURCE            PIC X(01).
012091*
012095*    PARAMETER AREA PASSED TO LOGWRT01. LAYOUT MUST MATCH ITS
012100*    LINKAGE SECTION LOG-PARMS FIELD FOR FIELD.
012200*
012300 01  WS-LOG-PARMS.
012900     03  WS-LOG-SEVERITY          PIC X(01) VALUE "I".
013000*
013100 PROCEDURE DIVISION.
013142 0000-MAINLINE.
013185     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
013228     IF WS-ABORT-RUN
013271         PERFORM 3100-WRITE-JOB-HISTORY THRU 3100-EXIT
013314         GOBACK
013357     END-IF.
013400     PERFORM 2000-MENU-LOOP THRU 2000-EXIT
013500         WITH TEST AFTER UNTIL WS-MENU-END.
013600     PERFORM 3000-FINALIZE THRU 3000-EXIT.
015200     MOVE "STANDING-ORDER MAINTENANCE STARTING" TO
015300         WS-LOG-MESSAGE.
015400     CALL "LOGWRT01" USING WS-LOG-PARMS.
015407     PERFORM 1100-SIGN-ON THRU 1100-EXIT.
015415     IF NOT WS-SIGNON-OK
015423         MOVE "SIGN-ON" TO WS-LOG-STEP
015430         MOVE "W" TO WS-LOG-SEVERITY
015438         MOVE "SIGN-ON FAILED - MAINTENANCE SESSION REFUSED" TO
015446             WS-LOG-MESSAGE
015453         CALL "LOGWRT01" USING WS-LOG-PARMS
015461         MOVE "I" TO WS-LOG-SEVERITY
015469         MOVE 14 TO RETURN-CODE
015476         SET WS-ABORT-RUN TO TRUE
015484         GO TO 1000-EXIT
015492     END-IF.
015500     OPEN I-O STANDING-ORDER-FILE.
015600     IF WS-SO-FILE-NOT-FOUND
015700         CLOSE STANDING-ORDER-FILE
016500     ELSE
016600         DISPLAY "BRANCH MASTER NOT AVAILABLE - ADDS ARE OFF."
016700     END-IF.
016714     OPEN INPUT ACCOUNT-FILE.
016728     IF WS-ACCT-FILE-STATUS = "00"
016742         SET WS-ACCT-AVAILABLE TO TRUE
016757     ELSE
016771         DISPLAY "ACCOUNT MASTER NOT AVAILABLE - ADDS ARE OFF."
016785     END-IF.
016800 1000-EXIT.
016900     EXIT.
016903*
016906******************************************************************
016909* 1100-SIGN-ON.
016912*    TAKES THE OPERATOR SIGN-ON AGAINST THE OPERATOR MASTER - ON
016915*    THE MASTER AND ACTIVE, OR THE SESSION IS REFUSED.
016916*    A SESSION OPENED BY THE OPERATIONS MENU SUPPLIES THE ID,
016917*    AND THE OPERATOR MUST HOLD PERMISSION FOR THIS FUNCTION.
016918******************************************************************
016921 1100-SIGN-ON.
016925     OPEN INPUT OPERATOR-FILE.
016928     IF WS-OPR-FILE-STATUS NOT = "00"
016931         DISPLAY "OPERATOR MASTER NOT AVAILABLE - REFUSED."
016934         GO TO 1100-EXIT
016937     END-IF.
016938     CALL "SESSN01" USING WS-SES-PARMS.
016939     IF WS-SES-ACTIVE
016940         MOVE WS-SES-OPERATOR-ID TO WS-SIGNON-ID
016941     ELSE
016942         DISPLAY "SIGN ON - ENTER OPERATOR ID: "
016943         ACCEPT WS-SIGNON-ID
016944     END-IF.
016946     MOVE WS-SIGNON-ID TO OPR-ID.
016950     READ OPERATOR-FILE
016953         INVALID KEY
016956             DISPLAY "OPERATOR " WS-SIGNON-ID
016959                 " NOT ON THE MASTER."
016962             CLOSE OPERATOR-FILE
016965             GO TO 1100-EXIT
016968     END-READ.
016971     CLOSE OPERATOR-FILE.
016975     IF NOT OPR-ACTIVE
016978         DISPLAY "OPERATOR " WS-SIGNON-ID " IS NOT ACTIVE."
016981         GO TO 1100-EXIT
016984     END-IF.
016985     MOVE WS-SIGNON-ID TO WS-FNA-OPERATOR-ID.
016986     MOVE OPR-AUTHORITY TO WS-FNA-OPR-AUTHORITY.
016987     CALL "FNAUTH01" USING WS-FNA-PARMS.
016988     IF NOT WS-FNA-CAN-USE
016989         DISPLAY "OPERATOR " WS-SIGNON-ID
016990             " IS NOT PERMITTED TO USE THIS FUNCTION."
016991         GO TO 1100-EXIT
016992     END-IF.
016993     SET WS-SIGNON-OK TO TRUE.
016994     DISPLAY "SIGNED ON: " OPR-NAME.
016995 1100-EXIT.
016996     EXIT.
017000*
017100******************************************************************
017200* 2000-MENU-LOOP.
020100*    TAKES ONE TEMPLATE FROM THE CONSOLE - ID, THE TRANSACTION
020200*    FIELDS TO GENERATE, FREQUENCY AND FIRST DUE DATE - CHECKS
020300*    THE BRANCH AGAINST THE MASTER AND THE DUE DATE THROUGH THE
020400*    SHARED DATE ROUTINE, AND QUEUES THE RECORD FOR APPROVAL. AN
020500*    ID ALREADY ON FILE IS REFUSED, NOT OVERWRITTEN. REVERSALS
020600*    ARE NOT TEMPLATABLE - A REVERSAL NAMES ONE SPECIFIC
020700*    TRANSACTION, WHICH A RECURRING ITEM CANNOT.
020800******************************************************************
020900 2100-ADD-TEMPLATE.
021000     IF NOT WS-BR-AVAILABLE OR NOT WS-ACCT-AVAILABLE
021100         DISPLAY "REFERENCE MASTERS NOT AVAILABLE - NOT ADDED."
021200         GO TO 2100-EXIT
021300     END-IF.
021400     DISPLAY "ENTER TEMPLATE ID (6 DIGITS): ".
021700         DISPLAY "A ZERO TEMPLATE ID IS NOT USABLE."
021800         GO TO 2100-EXIT
021900     END-IF.
021910     MOVE WS-ENTRY-ID TO SO-ID.
021920     READ STANDING-ORDER-FILE
021930         INVALID KEY
021940             CONTINUE
021950         NOT INVALID KEY
021960             DISPLAY "TEMPLATE " WS-ENTRY-ID
021970                 " ALREADY ON FILE - NOT ADDED."
021980             GO TO 2100-EXIT
021990     END-READ.
022000     DISPLAY "ENTER TRANSACTION ID TO GENERATE UNDER: ".
022100     ACCEPT WS-ENTRY-TRAN-ID.
022200     IF WS-ENTRY-TRAN-ID = ZEROS
024900         DISPLAY "A BLANK CURRENCY IS NOT USABLE."
025000         GO TO 2100-EXIT
025100     END-IF.
025104     DISPLAY "ENTER ACCOUNT NUMBER (6 DIGITS): ".
025109     ACCEPT WS-ENTRY-ACCOUNT.
025114     MOVE WS-ENTRY-ACCOUNT TO ACCT-NUMBER.
025119     READ ACCOUNT-FILE
025123         INVALID KEY
025128             DISPLAY "ACCOUNT " WS-ENTRY-ACCOUNT
025133                 " NOT ON THE ACCOUNT MASTER - NOT ADDED."
025138             GO TO 2100-EXIT
025142     END-READ.
025147     IF NOT ACCT-OPEN
025152         DISPLAY "ACCOUNT " WS-ENTRY-ACCOUNT
025157             " IS CLOSED - NOT ADDED."
025161         GO TO 2100-EXIT
025166     END-IF.
025171     IF ACCT-BRANCH NOT = WS-ENTRY-BRANCH
025176         OR ACCT-CURRENCY NOT = WS-ENTRY-CURRENCY
025180         DISPLAY "ACCOUNT " WS-ENTRY-ACCOUNT " IS HELD AT "
025185             ACCT-BRANCH " IN " ACCT-CURRENCY " - NOT ADDED."
025190         GO TO 2100-EXIT
025195     END-IF.
025200     DISPLAY "ENTER TYPE (O=ORIGINAL A=ADJUSTMENT, BLANK FOR "
025300         "O): ".
025400     ACCEPT WS-ENTRY-TYPE.
028900     MOVE WS-ENTRY-TYPE TO SO-TYPE.
029000     MOVE WS-ENTRY-FREQUENCY TO SO-FREQUENCY.
029100     MOVE WS-ENTRY-NEXT-DUE TO SO-NEXT-DUE.
029150     MOVE WS-ENTRY-ACCOUNT TO SO-ACCOUNT.
029200     SET SO-ACTIVE TO TRUE.
029300     MOVE "ADD" TO WS-RDQ-ACTION.
029400     MOVE SO-ID TO WS-RDQ-KEY.
029500     MOVE SPACES TO WS-RDQ-BEFORE-IMAGE.
029600     MOVE STANDING-ORDER-RECORD TO WS-RDQ-AFTER-IMAGE.
029700     PERFORM 2900-QUEUE-CHANGE THRU 2900-EXIT.
029800     IF WS-RDQ-STATUS = "Y"
029900         ADD 1 TO WS-ADDED-COUNT
030000     END-IF.
030100 2100-EXIT.
030200     EXIT.
030300*
030400******************************************************************
030500* 2200-CANCEL-TEMPLATE.
030600*    QUEUES A TEMPLATE'S CANCELLATION SO, ONCE APPROVED, THE
030700*    GENERATION STEP SKIPS IT WITHOUT LOSING THE RECORD - THE
030800*    USUAL TOOL WHEN A RECURRING ITEM STOPS. REMOVAL OUTRIGHT IS
030900*    A SEPARATE, CONFIRMED ACTION.
031000******************************************************************
031100 2200-CANCEL-TEMPLATE.
031200     DISPLAY "ENTER TEMPLATE ID TO CANCEL: ".
031700             DISPLAY "TEMPLATE " WS-ENTRY-ID " NOT ON FILE."
031800             GO TO 2200-EXIT
031900     END-READ.
031964     IF SO-CANCELLED
032028         DISPLAY "TEMPLATE " WS-ENTRY-ID " IS ALREADY CANCELLED."
032092         GO TO 2200-EXIT
032157     END-IF.
032221     MOVE STANDING-ORDER-RECORD TO WS-RDQ-BEFORE-IMAGE.
032285     SET SO-CANCELLED TO TRUE.
032350     MOVE "CLOSE" TO WS-RDQ-ACTION.
032414     MOVE SO-ID TO WS-RDQ-KEY.
032478     MOVE STANDING-ORDER-RECORD TO WS-RDQ-AFTER-IMAGE.
032542     PERFORM 2900-QUEUE-CHANGE THRU 2900-EXIT.
032607     IF WS-RDQ-STATUS = "Y"
032671         ADD 1 TO WS-CHANGED-COUNT
032735     END-IF.
032800 2200-EXIT.
032900     EXIT.
033000*
033100******************************************************************
033175* 2300-REMOVE-TEMPLATE.
033250*    QUEUES THE DELETION OF A TEMPLATE RECORD AFTER A SEPARATE
033325*    CONFIRMATION.
033400******************************************************************
033500 2300-REMOVE-TEMPLATE.
033600     DISPLAY "ENTER TEMPLATE ID TO REMOVE: ".
034200         DISPLAY "REMOVE NOT CONFIRMED - RECORD LEFT AS IS."
034300         GO TO 2300-EXIT
034400     END-IF.
034460     MOVE WS-ENTRY-ID TO SO-ID.
034520     READ STANDING-ORDER-FILE
034580         INVALID KEY
034640             DISPLAY "TEMPLATE " WS-ENTRY-ID " NOT ON FILE."
034700             GO TO 2300-EXIT
034760     END-READ.
034820     MOVE "REMOVE" TO WS-RDQ-ACTION.
034880     MOVE SO-ID TO WS-RDQ-KEY.
034940     MOVE STANDING-ORDER-RECORD TO WS-RDQ-BEFORE-IMAGE.
035000     MOVE SPACES TO WS-RDQ-AFTER-IMAGE.
035060     PERFORM 2900-QUEUE-CHANGE THRU 2900-EXIT.
035120     IF WS-RDQ-STATUS = "Y"
035180         ADD 1 TO WS-REMOVED-COUNT
035240     END-IF.
035300 2300-EXIT.
035400     EXIT.
035500*
038300     MOVE SO-N2 TO WS-N2-ED.
038400     DISPLAY "  " SO-ID " TXN " SO-TRAN-ID
038500         " BRANCH " SO-BRANCH " CCY " SO-CURRENCY
038600         " TYPE " SO-TYPE " ACCT " SO-ACCOUNT.
038700     DISPLAY "       OPERANDS " WS-N1-ED " / " WS-N2-ED
038800         " FREQ " SO-FREQUENCY " NEXT DUE " SO-NEXT-DUE
038900         " ACTIVE " SO-ACTIVE-SW.
039000 2410-EXIT.
039100     EXIT.
039200*
039202******************************************************************
039205* 2900-QUEUE-CHANGE.
039208*    HANDS THE CHANGE BUILT BY THE ACTION PARAGRAPH TO RDQUE01 TO
039210*    BE HELD FOR A SUPERVISOR'S APPROVAL - THE MASTER ITSELF IS
039213*    ONLY CHANGED WHEN RDAPR01 APPROVES IT. A KEY WITH A CHANGE
039216*    ALREADY WAITING IS NOT QUEUED A SECOND TIME.
039218******************************************************************
039221 2900-QUEUE-CHANGE.
039224     MOVE "Q" TO WS-RDQ-FUNCTION.
039227     MOVE "STORDMST" TO WS-RDQ-TABLE.
039229     MOVE WS-SIGNON-ID TO WS-RDQ-REQUEST-OPR.
039232     MOVE ZEROS TO WS-RDQ-APPROVE-OPR.
039235     MOVE ZEROS TO WS-RDQ-PEND-ID.
039237     CALL "RDQUE01" USING WS-RDQ-PARMS.
039240     EVALUATE WS-RDQ-STATUS
039243         WHEN "Y"
039245             DISPLAY "TEMPLATE " WS-RDQ-KEY " " WS-RDQ-ACTION
039248                 " QUEUED AS ITEM " WS-RDQ-PEND-ID
039251                 " FOR SUPERVISOR APPROVAL."
039254             MOVE "QUEUE" TO WS-LOG-STEP
039256             MOVE SPACES TO WS-LOG-MESSAGE
039259             STRING WS-RDQ-TABLE " " WS-RDQ-ACTION " " WS-RDQ-KEY
039262                 " QUEUED AS ITEM " WS-RDQ-PEND-ID
039264                 " BY " WS-SIGNON-ID
039267                 DELIMITED BY SIZE INTO WS-LOG-MESSAGE
039270             CALL "LOGWRT01" USING WS-LOG-PARMS
039272         WHEN "D"
039275             DISPLAY "TEMPLATE " WS-RDQ-KEY
039278                 " ALREADY HAS A CHANGE PENDING AS ITEM "
039281                 WS-RDQ-PEND-ID " - NOT QUEUED."
039283         WHEN OTHER
039286             DISPLAY "CHANGE QUEUE NOT AVAILABLE - NOT QUEUED."
039289     END-EVALUATE.
039291 2900-EXIT.
039294     EXIT.
039297*
039300******************************************************************
039400* 3000-FINALIZE.
039500*    LOGS WHAT THE SESSION QUEUED, CLOSES THE FILES AND WRITES
039600*    THE JOB RUN HISTORY RECORD.
039700******************************************************************
039800 3000-FINALIZE.
039900     MOVE "FINALIZE" TO WS-LOG-STEP.
039980     MOVE SPACES TO WS-LOG-MESSAGE.
040060     STRING "TEMPLATES QUEUED ADD " WS-ADDED-COUNT
040140         " CANCEL " WS-CHANGED-COUNT
040220         " REMOVE " WS-REMOVED-COUNT
040300         DELIMITED BY SIZE INTO WS-LOG-MESSAGE.
040400     CALL "LOGWRT01" USING WS-LOG-PARMS.
040500     CLOSE STANDING-ORDER-FILE.
040600     IF WS-BR-AVAILABLE
040700         CLOSE BRANCH-FILE
040800     END-IF.
040825     IF WS-ACCT-AVAILABLE
040850         CLOSE ACCOUNT-FILE
040875     END-IF.
040900     COMPUTE WS-MAINT-COUNT =
041000         WS-ADDED-COUNT + WS-CHANGED-COUNT + WS-REMOVED-COUNT.
041100     MOVE 0 TO RETURN-CODE.
043200     MOVE WS-END-TIME TO JH-END-TIME.
043300     MOVE RETURN-CODE TO JH-RETURN-CODE.
043400     MOVE WS-MAINT-COUNT TO JH-TRAN-COUNT.
043500     MOVE WS-SIGNON-ID TO JH-OPERATOR-ID.
043600     WRITE JOB-HIST-RECORD.
043700     CLOSE JOB-HISTORY-FILE.
043800 3100-EXIT.
