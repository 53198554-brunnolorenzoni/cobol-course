001400******************************************************************
001500* MODIFICATION HISTORY.
001600*    2026-08-22 BL  INITIAL VERSION.
001608*    2026-10-15 BL  ADDS, DEACTIVATIONS AND REMOVES ARE NO LONGER
001616*                   WRITTEN TO THE MASTER HERE. THE SESSION NOW
001625*                   NEEDS AN OPERATOR SIGN-ON, AND EACH CHANGE IS
001633*                   QUEUED THROUGH RDQUE01 WITH ITS BEFORE AND
001641*                   AFTER RECORD FOR A DIFFERENT SUPERVISOR TO
001650*                   APPROVE IN RDAPR01. UNTIL TWO ACTIVE
001658*                   SUPERVISORS ARE ON FILE NOBODY COULD
001666*                   APPROVE, SO ADDS STILL GO STRAIGHT TO THE
001675*                   MASTER THEN, WARNED IN THE LOG AND WRITTEN TO
001683*                   THE CHANGE LOG. WITH NO ACTIVE OPERATOR AT ALL
001691*                   THE SIGN-ON IS WAIVED.
001692*    2026-10-15 BL  SIGN-ON TAKES THE OPERATOR FROM THE
001694*                   OPERATIONS MENU SESSION (SESSN01) WHEN ONE IS
001695*                   OPEN, AND THE AUTHORITY FROM THE FUNCTION
001697*                   PERMISSION FILE (FNAUTH01) INSTEAD OF THE
001698*                   TWO-LEVEL OPR-AUTHORITY.
001700******************************************************************
001800 IDENTIFICATION DIVISION.
001900 PROGRAM-ID. OPRMNT01.
006400 77  WS-CONFIRM                  PIC X(01) VALUE SPACE.
006500     88  WS-CONFIRMED            VALUE "Y".
006600 77  WS-LIMIT-ED                 PIC Z(06)9,99 VALUE ZEROS.
006608*
006616*    SET-UP COUNTS TAKEN AT START. FEWER THAN TWO ACTIVE
006625*    SUPERVISORS MEANS NO CHANGE COULD EVER BE APPROVED BY A
006633*    SECOND PERSON, SO ADDS ARE APPLIED DIRECTLY UNTIL THERE ARE
006641*    TWO. WITH NO ACTIVE OPERATOR AT ALL THERE IS NOBODY TO SIGN
006650*    ON, AND THE SIGN-ON IS WAIVED.
006658*
006666 77  WS-ACTIVE-COUNT             PIC 9(06) VALUE ZEROS.
006675 77  WS-SUPERVISOR-COUNT         PIC 9(06) VALUE ZEROS.
006683 77  WS-SETUP-MODE-SW            PIC X(01) VALUE "N".
006691     88  WS-SETUP-MODE           VALUE "Y".
006700*
006800*    SESSION COUNTS, LOGGED AT FINALIZE TIME.
006900*
007100 77  WS-CHANGED-COUNT            PIC 9(06) VALUE ZEROS.
007200 77  WS-REMOVED-COUNT            PIC 9(06) VALUE ZEROS.
007300 77  WS-MAINT-COUNT              PIC 9(06) VALUE ZEROS.
007310*
007320*    SIGN-ON - THE OPERATOR KEYING THE SESSION. THE ID IS STAMPED
007330*    ON EVERY CHANGE QUEUED, SO ANOTHER SUPERVISOR APPROVES IT.
007340*
007350 77  WS-SIGNON-ID                PIC 9(06) VALUE ZEROS.
007360 77  WS-SIGNON-OK-SW             PIC X(01) VALUE "N".
007370     88  WS-SIGNON-OK            VALUE "Y".
007380 77  WS-ABORT-SW                 PIC X(01) VALUE "N".
007390     88  WS-ABORT-RUN            VALUE "Y".
007400*
007406*    PARAMETER AREA PASSED TO RDQUE01. LAYOUT MUST MATCH ITS
007412*    LINKAGE SECTION RDQ-PARMS FIELD FOR FIELD.
007418*
007425 01  WS-RDQ-PARMS.
007431     03  WS-RDQ-FUNCTION          PIC X(01).
007437     03  WS-RDQ-TABLE             PIC X(08).
007443     03  WS-RDQ-ACTION            PIC X(06).
007450     03  WS-RDQ-KEY               PIC X(08).
007456     03  WS-RDQ-BEFORE-IMAGE      PIC X(60).
007462     03  WS-RDQ-AFTER-IMAGE       PIC X(60).
007468     03  WS-RDQ-REQUEST-OPR       PIC 9(06).
007475     03  WS-RDQ-APPROVE-OPR       PIC 9(06).
007481     03  WS-RDQ-PEND-ID           PIC 9(06).
007487     03  WS-RDQ-STATUS            PIC X(01).
007493*
007497*    PARAMETER AREA PASSED TO SESSN01. LAYOUT MUST MATCH ITS
007501*    LINKAGE SECTION SES-PARMS FIELD FOR FIELD.
007506*
007510 01  WS-SES-PARMS.
007515     03  WS-SES-FUNCTION          PIC X(01) VALUE "G".
007519     03  WS-SES-OPERATOR-ID       PIC 9(06).
007524     03  WS-SES-OPERATOR-NAME     PIC X(20).
007528     03  WS-SES-STATUS            PIC X(01).
007533         88  WS-SES-ACTIVE        VALUE "Y".
007537*
007542*    PARAMETER AREA PASSED TO FNAUTH01. LAYOUT MUST MATCH ITS
007546*    LINKAGE SECTION FNA-PARMS FIELD FOR FIELD.
007550*
007555 01  WS-FNA-PARMS.
007559     03  WS-FNA-OPERATOR-ID       PIC 9(06).
007564     03  WS-FNA-FUNCTION          PIC X(08) VALUE "OPRMNT01".
007568     03  WS-FNA-OPR-AUTHORITY     PIC 9(01).
007573     03  WS-FNA-LEVEL             PIC X(01).
007577         88  WS-FNA-CAN-USE       VALUE "U" "S".
007582         88  WS-FNA-CAN-SUPERVISE VALUE "S".
007586     03  WS-FNA-SOURCE            PIC X(01).
007591*
007595*    PARAMETER AREA PASSED TO LOGWRT01. LAYOUT MUST MATCH ITS
007600*    LINKAGE SECTION LOG-PARMS FIELD FOR FIELD.
007700*
007800 01  WS-LOG-PARMS.
008400     03  WS-LOG-SEVERITY          PIC X(01) VALUE "I".
008500*
008600 PROCEDURE DIVISION.
008642 0000-MAINLINE.
008685     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
008728     IF WS-ABORT-RUN
008771         PERFORM 3100-WRITE-JOB-HISTORY THRU 3100-EXIT
008814         GOBACK
008857     END-IF.
008900     PERFORM 2000-MENU-LOOP THRU 2000-EXIT
009000         WITH TEST AFTER UNTIL WS-MENU-END.
009100     PERFORM 3000-FINALIZE THRU 3000-EXIT.
009200     GOBACK.
009300*
009400******************************************************************
009471* 1000-INITIALIZE.
009542*    CAPTURES THE RUN TIMESTAMP AND OPENS THE OPERATOR MASTER I-O,
009614*    CREATING IT ON FIRST USE - THIS IS THE PROGRAM THAT BUILDS
009685*    THE MASTER, SO AN ABSENT FILE IS A FIRST RUN, NOT AN ERROR.
009757*    THE MASTER IS THEN COUNTED TO SETTLE SET-UP MODE AND THE
009828*    SIGN-ON TAKEN.
009900******************************************************************
010000 1000-INITIALIZE.
010100     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
011300         CLOSE OPERATOR-FILE
011400         OPEN I-O OPERATOR-FILE
011500     END-IF.
011503     PERFORM 1200-COUNT-OPERATORS THRU 1200-EXIT.
011506     IF WS-SUPERVISOR-COUNT < 2
011510         SET WS-SETUP-MODE TO TRUE
011513         DISPLAY "FEWER THAN TWO ACTIVE SUPERVISORS ON FILE - "
011516             "ADDS ARE APPLIED DIRECTLY."
011520     END-IF.
011523     IF WS-ACTIVE-COUNT = ZEROS
011526         DISPLAY "NO ACTIVE OPERATOR ON FILE - SIGN-ON WAIVED."
011530         MOVE "SIGN-ON" TO WS-LOG-STEP
011533         MOVE "W" TO WS-LOG-SEVERITY
011536         MOVE "NO ACTIVE OPERATOR ON FILE - SIGN-ON WAIVED" TO
011540             WS-LOG-MESSAGE
011543         CALL "LOGWRT01" USING WS-LOG-PARMS
011546         MOVE "I" TO WS-LOG-SEVERITY
011550         GO TO 1000-EXIT
011553     END-IF.
011556     PERFORM 1100-SIGN-ON THRU 1100-EXIT.
011560     IF NOT WS-SIGNON-OK
011563         CLOSE OPERATOR-FILE
011566         MOVE "SIGN-ON" TO WS-LOG-STEP
011570         MOVE "W" TO WS-LOG-SEVERITY
011573         MOVE "SIGN-ON FAILED - MAINTENANCE SESSION REFUSED" TO
011576             WS-LOG-MESSAGE
011580         CALL "LOGWRT01" USING WS-LOG-PARMS
011583         MOVE "I" TO WS-LOG-SEVERITY
011586         MOVE 14 TO RETURN-CODE
011590         SET WS-ABORT-RUN TO TRUE
011593         GO TO 1000-EXIT
011596     END-IF.
011600 1000-EXIT.
011700     EXIT.
011701*
011703******************************************************************
011704* 1100-SIGN-ON.
011706*    TAKES THE OPERATOR SIGN-ON AGAINST THE MASTER THIS SESSION
011707*    MAINTAINS - ON IT AND ACTIVE, OR THE SESSION IS REFUSED.
011708*    A SESSION OPENED BY THE OPERATIONS MENU SUPPLIES THE ID,
011709*    AND THE OPERATOR MUST HOLD PERMISSION FOR THIS FUNCTION.
011710******************************************************************
011711 1100-SIGN-ON.
011712     CALL "SESSN01" USING WS-SES-PARMS.
011713     IF WS-SES-ACTIVE
011714         MOVE WS-SES-OPERATOR-ID TO WS-SIGNON-ID
011715     ELSE
011716         DISPLAY "SIGN ON - ENTER OPERATOR ID: "
011717         ACCEPT WS-SIGNON-ID
011718     END-IF.
011719     MOVE WS-SIGNON-ID TO OPR-ID.
011720     READ OPERATOR-FILE
011721         INVALID KEY
011722             DISPLAY "OPERATOR " WS-SIGNON-ID
011723                 " NOT ON THE MASTER."
011724             GO TO 1100-EXIT
011726     END-READ.
011727     IF NOT OPR-ACTIVE
011729         DISPLAY "OPERATOR " WS-SIGNON-ID " IS NOT ACTIVE."
011731         GO TO 1100-EXIT
011732     END-IF.
011733     MOVE WS-SIGNON-ID TO WS-FNA-OPERATOR-ID.
011734     MOVE OPR-AUTHORITY TO WS-FNA-OPR-AUTHORITY.
011735     CALL "FNAUTH01" USING WS-FNA-PARMS.
011736     IF NOT WS-FNA-CAN-USE
011737         DISPLAY "OPERATOR " WS-SIGNON-ID
011738             " IS NOT PERMITTED TO USE THIS FUNCTION."
011739         GO TO 1100-EXIT
011740     END-IF.
011741     SET WS-SIGNON-OK TO TRUE.
011742     DISPLAY "SIGNED ON: " OPR-NAME.
011743 1100-EXIT.
011744     EXIT.
011745*
011746******************************************************************
011747* 1200-COUNT-OPERATORS.
011748*    COUNTS THE ACTIVE OPERATORS AND ACTIVE SUPERVISORS ON THE
011749*    MASTER.
011750******************************************************************
011751 1200-COUNT-OPERATORS.
011752     MOVE "N" TO WS-LIST-EOF-SW.
011754     MOVE ZEROS TO OPR-ID.
011755     START OPERATOR-FILE KEY IS NOT LESS THAN OPR-ID
011757         INVALID KEY
011759             SET WS-LIST-EOF TO TRUE
011760     END-START.
011762     PERFORM 1210-COUNT-NEXT-OPERATOR THRU 1210-EXIT
011763         UNTIL WS-LIST-EOF.
011765 1200-EXIT.
011767     EXIT.
011768*
011770******************************************************************
011772* 1210-COUNT-NEXT-OPERATOR.
011773*    READS ONE OPERATOR MASTER RECORD AND COUNTS IT WHEN ACTIVE.
011775******************************************************************
011777 1210-COUNT-NEXT-OPERATOR.
011778     READ OPERATOR-FILE NEXT RECORD
011780         AT END
011781             SET WS-LIST-EOF TO TRUE
011783             GO TO 1210-EXIT
011785     END-READ.
011786     IF OPR-ACTIVE
011788         ADD 1 TO WS-ACTIVE-COUNT
011790         IF OPR-AUTH-SUPERVISOR
011791             ADD 1 TO WS-SUPERVISOR-COUNT
011793         END-IF
011795     END-IF.
011796 1210-EXIT.
011798     EXIT.
011800*
011900******************************************************************
012000* 2000-MENU-LOOP.
014500     EXIT.
014600*
014700******************************************************************
014783* 2100-ADD-OPERATOR.
014866*    TAKES ONE OPERATOR'S ID, NAME, AUTHORITY LEVEL AND ENTRY
014950*    LIMIT FROM THE CONSOLE AND QUEUES THE NEW MASTER RECORD FOR
015033*    APPROVAL - OR, IN SET-UP MODE, WRITES IT STRAIGHT AWAY. AN
015116*    ID ALREADY ON THE MASTER IS REFUSED, NOT OVERWRITTEN.
015200******************************************************************
015300 2100-ADD-OPERATOR.
015400     DISPLAY "ENTER OPERATOR ID (6 DIGITS): ".
016800     DISPLAY "ENTER ENTRY LIMIT (UP TO 7 DIGITS, DECIMAL POINT "
016900         "OPTIONAL): ".
017000     ACCEPT WS-ENTRY-LIMIT.
017010     MOVE WS-ENTRY-ID TO OPR-ID.
017020     READ OPERATOR-FILE
017030         INVALID KEY
017040             CONTINUE
017050         NOT INVALID KEY
017060             DISPLAY "OPERATOR " WS-ENTRY-ID
017070                 " ALREADY ON THE MASTER - NOT ADDED."
017080             GO TO 2100-EXIT
017090     END-READ.
017100     MOVE SPACES TO OPERATOR-RECORD.
017200     MOVE WS-ENTRY-ID TO OPR-ID.
017300     MOVE WS-ENTRY-NAME TO OPR-NAME.
017400     MOVE WS-ENTRY-AUTHORITY TO OPR-AUTHORITY.
017500     SET OPR-ACTIVE TO TRUE.
017600     MOVE WS-ENTRY-LIMIT TO OPR-ENTRY-LIMIT.
017669     MOVE "ADD" TO WS-RDQ-ACTION.
017738     MOVE OPR-ID TO WS-RDQ-KEY.
017807     MOVE SPACES TO WS-RDQ-BEFORE-IMAGE.
017876     MOVE OPERATOR-RECORD TO WS-RDQ-AFTER-IMAGE.
017946     IF WS-SETUP-MODE
018015         PERFORM 2150-APPLY-SETUP-ADD THRU 2150-EXIT
018084         GO TO 2100-EXIT
018153     END-IF.
018223     PERFORM 2900-QUEUE-CHANGE THRU 2900-EXIT.
018292     IF WS-RDQ-STATUS = "Y"
018361         ADD 1 TO WS-ADDED-COUNT
018430     END-IF.
018500 2100-EXIT.
018600     EXIT.
018602*
018604******************************************************************
018606* 2150-APPLY-SETUP-ADD.
018608*    SET-UP MODE ONLY - WRITES THE NEW OPERATOR STRAIGHT TO THE
018610*    MASTER, WARNS IN THE LOG AND WRITES THE CHANGE LOG RECORD
018612*    WITH NO PENDING ITEM AND NO APPROVER, SO THE AUDIT PACK
018614*    STILL SHOWS WHO WAS ADDED AND BY WHOM. ONCE THE SECOND
018617*    ACTIVE SUPERVISOR IS ON FILE, SET-UP MODE ENDS.
018619******************************************************************
018621 2150-APPLY-SETUP-ADD.
018623     WRITE OPERATOR-RECORD
018625         INVALID KEY
018627             DISPLAY "OPERATOR " WS-ENTRY-ID
018629                 " ALREADY ON THE MASTER - NOT ADDED."
018631             GO TO 2150-EXIT
018634     END-WRITE.
018636     ADD 1 TO WS-ADDED-COUNT.
018638     DISPLAY "OPERATOR " WS-ENTRY-ID " ADDED.".
018640     MOVE "SETUP-ADD" TO WS-LOG-STEP.
018642     MOVE "W" TO WS-LOG-SEVERITY.
018644     MOVE SPACES TO WS-LOG-MESSAGE.
018646     STRING "OPERATOR " WS-ENTRY-ID
018648         " ADDED WITHOUT APPROVAL - SET-UP MODE BY " WS-SIGNON-ID
018651         DELIMITED BY SIZE INTO WS-LOG-MESSAGE.
018653     CALL "LOGWRT01" USING WS-LOG-PARMS.
018655     MOVE "I" TO WS-LOG-SEVERITY.
018657     MOVE "L" TO WS-RDQ-FUNCTION.
018659     MOVE "OPERMAST" TO WS-RDQ-TABLE.
018661     MOVE WS-SIGNON-ID TO WS-RDQ-REQUEST-OPR.
018663     MOVE ZEROS TO WS-RDQ-APPROVE-OPR.
018665     MOVE ZEROS TO WS-RDQ-PEND-ID.
018668     CALL "RDQUE01" USING WS-RDQ-PARMS.
018670     IF WS-RDQ-STATUS NOT = "Y"
018672         DISPLAY "CHANGE LOG NOT WRITTEN FOR OPERATOR "
018674             WS-ENTRY-ID
018676     END-IF.
018678     IF OPR-AUTH-SUPERVISOR
018680         ADD 1 TO WS-SUPERVISOR-COUNT
018682     END-IF.
018685     IF WS-SUPERVISOR-COUNT NOT < 2
018687         MOVE "N" TO WS-SETUP-MODE-SW
018689         DISPLAY "TWO ACTIVE SUPERVISORS NOW ON FILE - FURTHER "
018691             "CHANGES ARE QUEUED FOR APPROVAL."
018693     END-IF.
018695 2150-EXIT.
018697     EXIT.
018700*
018800******************************************************************
018883* 2200-DEACTIVATE-OPERATOR.
018966*    QUEUES AN OPERATOR'S DEACTIVATION SO, ONCE APPROVED, SIGN-ON
019050*    REFUSES THE ID WITHOUT LOSING THE RECORD - THE AUDIT TRAIL
019133*    KEEPS POINTING AT A REAL NAME. REMOVAL OUTRIGHT IS A
019216*    SEPARATE, CONFIRMED ACTION.
019300******************************************************************
019400 2200-DEACTIVATE-OPERATOR.
019500     DISPLAY "ENTER OPERATOR ID TO DEACTIVATE: ".
020000             DISPLAY "OPERATOR " WS-ENTRY-ID " NOT ON THE MASTER."
020100             GO TO 2200-EXIT
020200     END-READ.
020264     IF OPR-INACTIVE
020328         DISPLAY "OPERATOR " WS-ENTRY-ID " IS ALREADY INACTIVE."
020392         GO TO 2200-EXIT
020457     END-IF.
020521     MOVE OPERATOR-RECORD TO WS-RDQ-BEFORE-IMAGE.
020585     SET OPR-INACTIVE TO TRUE.
020650     MOVE "CLOSE" TO WS-RDQ-ACTION.
020714     MOVE OPR-ID TO WS-RDQ-KEY.
020778     MOVE OPERATOR-RECORD TO WS-RDQ-AFTER-IMAGE.
020842     PERFORM 2900-QUEUE-CHANGE THRU 2900-EXIT.
020907     IF WS-RDQ-STATUS = "Y"
020971         ADD 1 TO WS-CHANGED-COUNT
021035     END-IF.
021100 2200-EXIT.
021200     EXIT.
021300*
021400******************************************************************
021483* 2300-REMOVE-OPERATOR.
021566*    QUEUES THE DELETION OF AN OPERATOR'S MASTER RECORD AFTER A
021650*    SEPARATE CONFIRMATION. DEACTIVATION IS USUALLY THE RIGHT
021733*    TOOL - A REMOVED ID LEAVES OLD AUDIT RECORDS POINTING AT
021816*    NOBODY.
021900******************************************************************
022000 2300-REMOVE-OPERATOR.
022100     DISPLAY "ENTER OPERATOR ID TO REMOVE: ".
022700         DISPLAY "REMOVE NOT CONFIRMED - RECORD LEFT AS IS."
022800         GO TO 2300-EXIT
022900     END-IF.
022960     MOVE WS-ENTRY-ID TO OPR-ID.
023020     READ OPERATOR-FILE
023080         INVALID KEY
023140             DISPLAY "OPERATOR " WS-ENTRY-ID " NOT ON THE MASTER."
023200             GO TO 2300-EXIT
023260     END-READ.
023320     MOVE "REMOVE" TO WS-RDQ-ACTION.
023380     MOVE OPR-ID TO WS-RDQ-KEY.
023440     MOVE OPERATOR-RECORD TO WS-RDQ-BEFORE-IMAGE.
023500     MOVE SPACES TO WS-RDQ-AFTER-IMAGE.
023560     PERFORM 2900-QUEUE-CHANGE THRU 2900-EXIT.
023620     IF WS-RDQ-STATUS = "Y"
023680         ADD 1 TO WS-REMOVED-COUNT
023740     END-IF.
023800 2300-EXIT.
023900     EXIT.
024000*
027000 2410-EXIT.
027100     EXIT.
027200*
027202******************************************************************
027205* 2900-QUEUE-CHANGE.
027208*    HANDS THE CHANGE BUILT BY THE ACTION PARAGRAPH TO RDQUE01 TO
027210*    BE HELD FOR A SUPERVISOR'S APPROVAL - THE MASTER ITSELF IS
027213*    ONLY CHANGED WHEN RDAPR01 APPROVES IT. A KEY WITH A CHANGE
027216*    ALREADY WAITING IS NOT QUEUED A SECOND TIME.
027218******************************************************************
027221 2900-QUEUE-CHANGE.
027224     MOVE "Q" TO WS-RDQ-FUNCTION.
027227     MOVE "OPERMAST" TO WS-RDQ-TABLE.
027229     MOVE WS-SIGNON-ID TO WS-RDQ-REQUEST-OPR.
027232     MOVE ZEROS TO WS-RDQ-APPROVE-OPR.
027235     MOVE ZEROS TO WS-RDQ-PEND-ID.
027237     CALL "RDQUE01" USING WS-RDQ-PARMS.
027240     EVALUATE WS-RDQ-STATUS
027243         WHEN "Y"
027245             DISPLAY "OPERATOR " WS-RDQ-KEY " " WS-RDQ-ACTION
027248                 " QUEUED AS ITEM " WS-RDQ-PEND-ID
027251                 " FOR SUPERVISOR APPROVAL."
027254             MOVE "QUEUE" TO WS-LOG-STEP
027256             MOVE SPACES TO WS-LOG-MESSAGE
027259             STRING WS-RDQ-TABLE " " WS-RDQ-ACTION " " WS-RDQ-KEY
027262                 " QUEUED AS ITEM " WS-RDQ-PEND-ID
027264                 " BY " WS-SIGNON-ID
027267                 DELIMITED BY SIZE INTO WS-LOG-MESSAGE
027270             CALL "LOGWRT01" USING WS-LOG-PARMS
027272         WHEN "D"
027275             DISPLAY "OPERATOR " WS-RDQ-KEY
027278                 " ALREADY HAS A CHANGE PENDING AS ITEM "
027281                 WS-RDQ-PEND-ID " - NOT QUEUED."
027283         WHEN OTHER
027286             DISPLAY "CHANGE QUEUE NOT AVAILABLE - NOT QUEUED."
027289     END-EVALUATE.
027291 2900-EXIT.
027294     EXIT.
027297*
027300******************************************************************
027400* 3000-FINALIZE.
027500*    LOGS WHAT THE SESSION QUEUED OR, IN SET-UP MODE, ADDED,
027600*    CLOSES THE MASTER AND WRITES THE JOB RUN HISTORY RECORD.
027700******************************************************************
027800 3000-FINALIZE.
027900     MOVE "FINALIZE" TO WS-LOG-STEP.
027980     MOVE SPACES TO WS-LOG-MESSAGE.
028060     STRING "OPERATORS ADD " WS-ADDED-COUNT
028140         " DEACTIVATE " WS-CHANGED-COUNT
028220         " REMOVE " WS-REMOVED-COUNT
028300         DELIMITED BY SIZE INTO WS-LOG-MESSAGE.
028400     CALL "LOGWRT01" USING WS-LOG-PARMS.
028500     CLOSE OPERATOR-FILE.
030900     MOVE WS-END-TIME TO JH-END-TIME.
031000     MOVE RETURN-CODE TO JH-RETURN-CODE.
031100     MOVE WS-MAINT-COUNT TO JH-TRAN-COUNT.
031200     MOVE WS-SIGNON-ID TO JH-OPERATOR-ID.
031300     WRITE JOB-HIST-RECORD.
031400     CLOSE JOB-HISTORY-FILE.
031500 3100-EXIT.
