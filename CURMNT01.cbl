001400******************************************************************
001500* MODIFICATION HISTORY.
001600*    2026-09-01 BL  INITIAL VERSION.
001614*    2026-10-15 BL  ADDS, DEACTIVATIONS AND REMOVES ARE NO LONGER
001628*                   WRITTEN TO THE MASTER HERE. THE SESSION NOW
001642*                   NEEDS AN OPERATOR SIGN-ON, AND EACH CHANGE IS
001657*                   QUEUED THROUGH RDQUE01 WITH ITS BEFORE AND
001671*                   AFTER RECORD FOR A DIFFERENT SUPERVISOR TO
001685*                   APPROVE IN RDAPR01.
001687*    2026-10-15 BL  SIGN-ON TAKES THE OPERATOR FROM THE
001690*                   OPERATIONS MENU SESSION (SESSN01) WHEN ONE IS
001692*                   OPEN, AND THE AUTHORITY FROM THE FUNCTION
001695*                   PERMISSION FILE (FNAUTH01) INSTEAD OF THE
001697*                   TWO-LEVEL OPR-AUTHORITY.
001700******************************************************************
001800 IDENTIFICATION DIVISION.
001900 PROGRAM-ID. CURMNT01.
002500         ACCESS MODE IS DYNAMIC
002600         RECORD KEY IS CUR-CODE
002700         FILE STATUS IS WS-CUR-FILE-STATUS.
002716     SELECT OPERATOR-FILE ASSIGN TO "OPERMAST"
002733         ORGANIZATION IS INDEXED
002750         ACCESS MODE IS RANDOM
002766         RECORD KEY IS OPR-ID
002783         FILE STATUS IS WS-OPR-FILE-STATUS.
002800     SELECT JOB-HISTORY-FILE ASSIGN TO "JOBHIST"
002900         ORGANIZATION IS LINE SEQUENTIAL
003000         FILE STATUS IS WS-JH-FILE-STATUS.
003300 FILE SECTION.
003400 FD  CURRENCY-FILE.
003500 COPY "CURRREC.cpy".
003533 FD  OPERATOR-FILE.
003566 COPY "OPERREC.cpy".
003600 FD  JOB-HISTORY-FILE.
003700 COPY "HISTREC.cpy".
003800*
004100     88  WS-CUR-FILE-NOT-FOUND   VALUE "35".
004200 77  WS-JH-FILE-STATUS           PIC X(02) VALUE "00".
004300     88  WS-JH-FILE-NOT-FOUND    VALUE "35".
004350 77  WS-OPR-FILE-STATUS          PIC X(02) VALUE "00".
004400*
004500 77  WS-LIST-EOF-SW              PIC X(01) VALUE "N".
004600     88  WS-LIST-EOF             VALUE "Y".
006900 77  WS-CHANGED-COUNT            PIC 9(06) VALUE ZEROS.
007000 77  WS-REMOVED-COUNT            PIC 9(06) VALUE ZEROS.
007100 77  WS-MAINT-COUNT              PIC 9(06) VALUE ZEROS.
007110*
007120*    SIGN-ON - THE OPERATOR KEYING THE SESSION. THE ID IS STAMPED
007130*    ON EVERY CHANGE QUEUED, SO ANOTHER SUPERVISOR APPROVES IT.
007140*
007150 77  WS-SIGNON-ID                PIC 9(06) VALUE ZEROS.
007160 77  WS-SIGNON-OK-SW             PIC X(01) VALUE "N".
007170     88  WS-SIGNON-OK            VALUE "Y".
007180 77  WS-ABORT-SW                 PIC X(01) VALUE "N".
007190     88  WS-ABORT-RUN            VALUE "Y".
007200*
007206*    PARAMETER AREA PASSED TO RDQUE01. LAYOUT MUST MATCH ITS
007212*    LINKAGE SECTION RDQ-PARMS FIELD FOR FIELD.
007218*
007225 01  WS-RDQ-PARMS.
007231     03  WS-RDQ-FUNCTION          PIC X(01).
007237     03  WS-RDQ-TABLE             PIC X(08).
007243     03  WS-RDQ-ACTION            PIC X(06).
007250     03  WS-RDQ-KEY               PIC X(08).
007256     03  WS-RDQ-BEFORE-IMAGE      PIC X(60).
007262     03  WS-RDQ-AFTER-IMAGE       PIC X(60).
007268     03  WS-RDQ-REQUEST-OPR       PIC 9(06).
007275     03  WS-RDQ-APPROVE-OPR       PIC 9(06).
007281     03  WS-RDQ-PEND-ID           PIC 9(06).
007287     03  WS-RDQ-STATUS            PIC X(01).
007293*
007297*    PARAMETER AREA PASSED TO SESSN01. LAYOUT MUST MATCH ITS
007301*    LINKAGE SECTION SES-PARMS FIELD FOR FIELD.
007306*
007310 01  WS-SES-PARMS.
007315     03  WS-SES-FUNCTION          PIC X(01) VALUE "G".
007319     03  WS-SES-OPERATOR-ID       PIC 9(06).
007324     03  WS-SES-OPERATOR-NAME     PIC X(20).
007328     03  WS-SES-STATUS            PIC X(01).
007333         88  WS-SES-ACTIVE        VALUE "Y".
007337*
007342*    PARAMETER AREA PASSED TO FNAUTH01. LAYOUT MUST MATCH ITS
007346*    LINKAGE SECTION FNA-PARMS FIELD FOR FIELD.
007350*
007355 01  WS-FNA-PARMS.
007359     03  WS-FNA-OPERATOR-ID       PIC 9(06).
007364     03  WS-FNA-FUNCTION          PIC X(08) VALUE "CURMNT01".
007368     03  WS-FNA-OPR-AUTHORITY     PIC 9(01).
007373     03  WS-FNA-LEVEL             PIC X(01).
007377         88  WS-FNA-CAN-USE       VALUE "U" "S".
007382         88  WS-FNA-CAN-SUPERVISE VALUE "S".
007386     03  WS-FNA-SOURCE            PIC X(01).
007391*
007395*    PARAMETER AREA PASSED TO LOGWRT01. LAYOUT MUST MATCH ITS
007400*    LINKAGE SECTION LOG-PARMS FIELD FOR FIELD.
007500*
007600 01  WS-LOG-PARMS.
008200     03  WS-LOG-SEVERITY          PIC X(01) VALUE "I".
008300*
008400 PROCEDURE DIVISION.
008442 0000-MAINLINE.
008485     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
008528     IF WS-ABORT-RUN
008571         PERFORM 3100-WRITE-JOB-HISTORY THRU 3100-EXIT
008614         GOBACK
008657     END-IF.
008700     PERFORM 2000-MENU-LOOP THRU 2000-EXIT
008800         WITH TEST AFTER UNTIL WS-MENU-END.
008900     PERFORM 3000-FINALIZE THRU 3000-EXIT.
010400     MOVE "CURRENCY MASTER MAINTENANCE STARTING" TO
010500         WS-LOG-MESSAGE.
010600     CALL "LOGWRT01" USING WS-LOG-PARMS.
010607     PERFORM 1100-SIGN-ON THRU 1100-EXIT.
010615     IF NOT WS-SIGNON-OK
010623         MOVE "SIGN-ON" TO WS-LOG-STEP
010630         MOVE "W" TO WS-LOG-SEVERITY
010638         MOVE "SIGN-ON FAILED - MAINTENANCE SESSION REFUSED" TO
010646             WS-LOG-MESSAGE
010653         CALL "LOGWRT01" USING WS-LOG-PARMS
010661         MOVE "I" TO WS-LOG-SEVERITY
010669         MOVE 14 TO RETURN-CODE
010676         SET WS-ABORT-RUN TO TRUE
010684         GO TO 1000-EXIT
010692     END-IF.
010700     OPEN I-O CURRENCY-FILE.
010800     IF WS-CUR-FILE-NOT-FOUND
010900         CLOSE CURRENCY-FILE
011300     END-IF.
011400 1000-EXIT.
011500     EXIT.
011503*
011506******************************************************************
011509* 1100-SIGN-ON.
011512*    TAKES THE OPERATOR SIGN-ON AGAINST THE OPERATOR MASTER - ON
011515*    THE MASTER AND ACTIVE, OR THE SESSION IS REFUSED.
011516*    A SESSION OPENED BY THE OPERATIONS MENU SUPPLIES THE ID,
011517*    AND THE OPERATOR MUST HOLD PERMISSION FOR THIS FUNCTION.
011518******************************************************************
011521 1100-SIGN-ON.
011525     OPEN INPUT OPERATOR-FILE.
011528     IF WS-OPR-FILE-STATUS NOT = "00"
011531         DISPLAY "OPERATOR MASTER NOT AVAILABLE - REFUSED."
011534         GO TO 1100-EXIT
011537     END-IF.
011538     CALL "SESSN01" USING WS-SES-PARMS.
011539     IF WS-SES-ACTIVE
011540         MOVE WS-SES-OPERATOR-ID TO WS-SIGNON-ID
011541     ELSE
011542         DISPLAY "SIGN ON - ENTER OPERATOR ID: "
011543         ACCEPT WS-SIGNON-ID
011544     END-IF.
011546     MOVE WS-SIGNON-ID TO OPR-ID.
011550     READ OPERATOR-FILE
011553         INVALID KEY
011556             DISPLAY "OPERATOR " WS-SIGNON-ID
011559                 " NOT ON THE MASTER."
011562             CLOSE OPERATOR-FILE
011565             GO TO 1100-EXIT
011568     END-READ.
011571     CLOSE OPERATOR-FILE.
011575     IF NOT OPR-ACTIVE
011578         DISPLAY "OPERATOR " WS-SIGNON-ID " IS NOT ACTIVE."
011581         GO TO 1100-EXIT
011584     END-IF.
011585     MOVE WS-SIGNON-ID TO WS-FNA-OPERATOR-ID.
011586     MOVE OPR-AUTHORITY TO WS-FNA-OPR-AUTHORITY.
011587     CALL "FNAUTH01" USING WS-FNA-PARMS.
011588     IF NOT WS-FNA-CAN-USE
011589         DISPLAY "OPERATOR " WS-SIGNON-ID
011590             " IS NOT PERMITTED TO USE THIS FUNCTION."
011591         GO TO 1100-EXIT
011592     END-IF.
011593     SET WS-SIGNON-OK TO TRUE.
011594     DISPLAY "SIGNED ON: " OPR-NAME.
011595 1100-EXIT.
011596     EXIT.
011600*
011700******************************************************************
011800* 2000-MENU-LOOP.
014500******************************************************************
014600* 2100-ADD-CURRENCY.
014700*    TAKES ONE CURRENCY'S CODE, NAME AND DECIMAL PLACES FROM THE
014800*    CONSOLE AND QUEUES THE NEW MASTER RECORD FOR APPROVAL. A CODE
014900*    ALREADY ON THE MASTER IS REFUSED, NOT OVERWRITTEN.
015000******************************************************************
015100 2100-ADD-CURRENCY.
015200     DISPLAY "ENTER CURRENCY CODE (UP TO 3 CHARACTERS): ".
015900     ACCEPT WS-ENTRY-NAME.
016000     DISPLAY "ENTER DECIMAL PLACES (0 TO 9): ".
016100     ACCEPT WS-ENTRY-DECIMALS.
016110     MOVE WS-ENTRY-CODE TO CUR-CODE.
016120     READ CURRENCY-FILE
016130         INVALID KEY
016140             CONTINUE
016150         NOT INVALID KEY
016160             DISPLAY "CURRENCY " WS-ENTRY-CODE
016170                 " ALREADY ON THE MASTER - NOT ADDED."
016180             GO TO 2100-EXIT
016190     END-READ.
016200     MOVE SPACES TO CURRENCY-RECORD.
016300     MOVE WS-ENTRY-CODE TO CUR-CODE.
016400     MOVE WS-ENTRY-NAME TO CUR-NAME.
016500     MOVE WS-ENTRY-DECIMALS TO CUR-DECIMAL-PLACES.
016600     SET CUR-ACTIVE TO TRUE.
016700     MOVE "ADD" TO WS-RDQ-ACTION.
016800     MOVE CUR-CODE TO WS-RDQ-KEY.
016900     MOVE SPACES TO WS-RDQ-BEFORE-IMAGE.
017000     MOVE CURRENCY-RECORD TO WS-RDQ-AFTER-IMAGE.
017100     PERFORM 2900-QUEUE-CHANGE THRU 2900-EXIT.
017200     IF WS-RDQ-STATUS = "Y"
017300         ADD 1 TO WS-ADDED-COUNT
017400     END-IF.
017500 2100-EXIT.
017600     EXIT.
017700*
017800******************************************************************
017900* 2200-DEACTIVATE-CURRENCY.
018000*    QUEUES A CURRENCY'S DEACTIVATION SO, ONCE APPROVED, ENTRY,
018100*    INTAKE AND THE RATE LOAD REFUSE ITS CODE WITHOUT LOSING THE
018200*    RECORD - OLD TRANSACTIONS KEEP POINTING AT A REAL NAME.
018300*    REMOVAL OUTRIGHT IS A SEPARATE, CONFIRMED ACTION.
018400******************************************************************
018500 2200-DEACTIVATE-CURRENCY.
018600     DISPLAY "ENTER CURRENCY CODE TO DEACTIVATE: ".
019200                 " NOT ON THE MASTER."
019300             GO TO 2200-EXIT
019400     END-READ.
019464     IF CUR-INACTIVE
019528         DISPLAY "CURRENCY " WS-ENTRY-CODE " IS ALREADY INACTIVE."
019592         GO TO 2200-EXIT
019657     END-IF.
019721     MOVE CURRENCY-RECORD TO WS-RDQ-BEFORE-IMAGE.
019785     SET CUR-INACTIVE TO TRUE.
019850     MOVE "CLOSE" TO WS-RDQ-ACTION.
019914     MOVE CUR-CODE TO WS-RDQ-KEY.
019978     MOVE CURRENCY-RECORD TO WS-RDQ-AFTER-IMAGE.
020042     PERFORM 2900-QUEUE-CHANGE THRU 2900-EXIT.
020107     IF WS-RDQ-STATUS = "Y"
020171         ADD 1 TO WS-CHANGED-COUNT
020235     END-IF.
020300 2200-EXIT.
020400     EXIT.
020500*
020600******************************************************************
020700* 2300-REMOVE-CURRENCY.
020800*    QUEUES THE DELETION OF A CURRENCY'S MASTER RECORD AFTER A
020900*    SEPARATE CONFIRMATION. DEACTIVATING IS USUALLY THE RIGHT TOOL
021000*    - A REMOVED CODE LEAVES OLD TRANSACTIONS POINTING AT NOTHING.
021100******************************************************************
021200 2300-REMOVE-CURRENCY.
021300     DISPLAY "ENTER CURRENCY CODE TO REMOVE: ".
021900         DISPLAY "REMOVE NOT CONFIRMED - RECORD LEFT AS IS."
022000         GO TO 2300-EXIT
022100     END-IF.
022162     MOVE WS-ENTRY-CODE TO CUR-CODE.
022225     READ CURRENCY-FILE
022287         INVALID KEY
022350             DISPLAY "CURRENCY " WS-ENTRY-CODE
022412                 " NOT ON THE MASTER."
022475             GO TO 2300-EXIT
022537     END-READ.
022600     MOVE "REMOVE" TO WS-RDQ-ACTION.
022662     MOVE CUR-CODE TO WS-RDQ-KEY.
022725     MOVE CURRENCY-RECORD TO WS-RDQ-BEFORE-IMAGE.
022787     MOVE SPACES TO WS-RDQ-AFTER-IMAGE.
022850     PERFORM 2900-QUEUE-CHANGE THRU 2900-EXIT.
022912     IF WS-RDQ-STATUS = "Y"
022975         ADD 1 TO WS-REMOVED-COUNT
023037     END-IF.
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
026427     MOVE "CURRMAST" TO WS-RDQ-TABLE.
026429     MOVE WS-SIGNON-ID TO WS-RDQ-REQUEST-OPR.
026432     MOVE ZEROS TO WS-RDQ-APPROVE-OPR.
026435     MOVE ZEROS TO WS-RDQ-PEND-ID.
026437     CALL "RDQUE01" USING WS-RDQ-PARMS.
026440     EVALUATE WS-RDQ-STATUS
026443         WHEN "Y"
026445             DISPLAY "CURRENCY " WS-RDQ-KEY " " WS-RDQ-ACTION
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
026475             DISPLAY "CURRENCY " WS-RDQ-KEY
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
027260     STRING "CURRENCIES QUEUED ADD " WS-ADDED-COUNT
027340         " DEACTIVATE " WS-CHANGED-COUNT
027420         " REMOVE " WS-REMOVED-COUNT
027500         DELIMITED BY SIZE INTO WS-LOG-MESSAGE.
027600     CALL "LOGWRT01" USING WS-LOG-PARMS.
027700     CLOSE CURRENCY-FILE.
030100     MOVE WS-END-TIME TO JH-END-TIME.
030200     MOVE RETURN-CODE TO JH-RETURN-CODE.
030300     MOVE WS-MAINT-COUNT TO JH-TRAN-COUNT.
030400     MOVE WS-SIGNON-ID TO JH-OPERATOR-ID.
030500     WRITE JOB-HIST-RECORD.
030600     CLOSE JOB-HISTORY-FILE.
030700 3100-EXIT.
