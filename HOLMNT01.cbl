001600******************************************************************
001700* MODIFICATION HISTORY.
001800*    2026-08-22 BL  INITIAL VERSION.
001812*    2026-10-15 BL  ADDS, REMOVES AND BULK-LOADED DATES ARE
001825*                   NO LONGER WRITTEN TO THE CALENDAR HERE. THE
001837*                   SESSION NOW NEEDS AN OPERATOR SIGN-ON, AND
001850*                   EACH CHANGE IS QUEUED THROUGH RDQUE01 WITH ITS
001862*                   BEFORE AND AFTER RECORD FOR A DIFFERENT
001875*                   SUPERVISOR TO APPROVE IN RDAPR01 - ONE ITEM
001887*                   PER FEED DATE ON A BULK LOAD.
001889*    2026-10-15 BL  SIGN-ON TAKES THE OPERATOR FROM THE
001891*                   OPERATIONS MENU SESSION (SESSN01) WHEN ONE IS
001893*                   OPEN, AND THE AUTHORITY FROM THE FUNCTION
001895*                   PERMISSION FILE (FNAUTH01) INSTEAD OF THE
001897*                   TWO-LEVEL OPR-AUTHORITY.
001900******************************************************************
002000 IDENTIFICATION DIVISION.
002100 PROGRAM-ID. HOLMNT01.
003000     SELECT HOLIDAY-FEED-FILE ASSIGN TO "HOLFEED"
003100         ORGANIZATION IS LINE SEQUENTIAL
003200         FILE STATUS IS WS-HF-FILE-STATUS.
003216     SELECT OPERATOR-FILE ASSIGN TO "OPERMAST"
003233         ORGANIZATION IS INDEXED
003250         ACCESS MODE IS RANDOM
003266         RECORD KEY IS OPR-ID
003283         FILE STATUS IS WS-OPR-FILE-STATUS.
003300     SELECT JOB-HISTORY-FILE ASSIGN TO "JOBHIST"
003400         ORGANIZATION IS LINE SEQUENTIAL
003500         FILE STATUS IS WS-JH-FILE-STATUS.
004000 COPY "HOLIDREC.cpy".
004100 FD  HOLIDAY-FEED-FILE.
004200 COPY "HOLFDREC.cpy".
004233 FD  OPERATOR-FILE.
004266 COPY "OPERREC.cpy".
004300 FD  JOB-HISTORY-FILE.
004400 COPY "HISTREC.cpy".
004500*
005000     88  WS-HF-FILE-NOT-FOUND    VALUE "35".
005100 77  WS-JH-FILE-STATUS           PIC X(02) VALUE "00".
005200     88  WS-JH-FILE-NOT-FOUND    VALUE "35".
005250 77  WS-OPR-FILE-STATUS          PIC X(02) VALUE "00".
005300*
005400 77  WS-HF-EOF-SW                PIC X(01) VALUE "N".
005500     88  WS-HF-EOF               VALUE "Y".
011000 77  WS-REFUSED-COUNT            PIC 9(06) VALUE ZEROS.
011100 77  WS-LISTED-COUNT             PIC 9(06) VALUE ZEROS.
011200 77  WS-MAINT-COUNT              PIC 9(06) VALUE ZEROS.
011210*
011220*    SIGN-ON - THE OPERATOR KEYING THE SESSION. THE ID IS STAMPED
011230*    ON EVERY CHANGE QUEUED, SO ANOTHER SUPERVISOR APPROVES IT.
011240*
011250 77  WS-SIGNON-ID                PIC 9(06) VALUE ZEROS.
011260 77  WS-SIGNON-OK-SW             PIC X(01) VALUE "N".
011270     88  WS-SIGNON-OK            VALUE "Y".
011280 77  WS-ABORT-SW                 PIC X(01) VALUE "N".
011290     88  WS-ABORT-RUN            VALUE "Y".
011300*
011400*    COMING-YEAR COVERAGE CHECK FIELDS. THE COMING YEAR IS THE
011500*    YEAR AFTER THE RUN DATE'S - AN EMPTY CALENDAR FOR IT IS
012100 77  WS-COVERAGE-SW              PIC X(01) VALUE "N".
012200     88  WS-COMING-YEAR-COVERED  VALUE "Y".
012300*
012306*    PARAMETER AREA PASSED TO RDQUE01. LAYOUT MUST MATCH ITS
012312*    LINKAGE SECTION RDQ-PARMS FIELD FOR FIELD.
012318*
012325 01  WS-RDQ-PARMS.
012331     03  WS-RDQ-FUNCTION          PIC X(01).
012337     03  WS-RDQ-TABLE             PIC X(08).
012343     03  WS-RDQ-ACTION            PIC X(06).
012350     03  WS-RDQ-KEY               PIC X(08).
012356     03  WS-RDQ-BEFORE-IMAGE      PIC X(60).
012362     03  WS-RDQ-AFTER-IMAGE       PIC X(60).
012368     03  WS-RDQ-REQUEST-OPR       PIC 9(06).
012375     03  WS-RDQ-APPROVE-OPR       PIC 9(06).
012381     03  WS-RDQ-PEND-ID           PIC 9(06).
012387     03  WS-RDQ-STATUS            PIC X(01).
012393*
012397*    PARAMETER AREA PASSED TO SESSN01. LAYOUT MUST MATCH ITS
012401*    LINKAGE SECTION SES-PARMS FIELD FOR FIELD.
012406*
012410 01  WS-SES-PARMS.
012415     03  WS-SES-FUNCTION          PIC X(01) VALUE "G".
012419     03  WS-SES-OPERATOR-ID       PIC 9(06).
012424     03  WS-SES-OPERATOR-NAME     PIC X(20).
012428     03  WS-SES-STATUS            PIC X(01).
012433         88  WS-SES-ACTIVE        VALUE "Y".
012437*
012442*    PARAMETER AREA PASSED TO FNAUTH01. LAYOUT MUST MATCH ITS
012446*    LINKAGE SECTION FNA-PARMS FIELD FOR FIELD.
012450*
012455 01  WS-FNA-PARMS.
012459     03  WS-FNA-OPERATOR-ID       PIC 9(06).
012464     03  WS-FNA-FUNCTION          PIC X(08) VALUE "HOLMNT01".
012468     03  WS-FNA-OPR-AUTHORITY     PIC 9(01).
012473     03  WS-FNA-LEVEL             PIC X(01).
012477         88  WS-FNA-CAN-USE       VALUE "U" "S".
012482         88  WS-FNA-CAN-SUPERVISE VALUE "S".
012486     03  WS-FNA-SOURCE            PIC X(01).
012491*
012495*    PARAMETER AREA PASSED TO LOGWRT01. LAYOUT MUST MATCH ITS
012500*    LINKAGE SECTION LOG-PARMS FIELD FOR FIELD.
012600*
012700 01  WS-LOG-PARMS.
013210     03  WS-LOG-SEVERITY          PIC X(01) VALUE "I".
013300*
013400 PROCEDURE DIVISION.
013442 0000-MAINLINE.
013485     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
013528     IF WS-ABORT-RUN
013571         PERFORM 3100-WRITE-JOB-HISTORY THRU 3100-EXIT
013614         GOBACK
013657     END-IF.
013700     PERFORM 2000-MENU-LOOP THRU 2000-EXIT
013800         WITH TEST AFTER UNTIL WS-MENU-END.
013900     PERFORM 3000-FINALIZE THRU 3000-EXIT.
015500     MOVE "HOLIDAY CALENDAR MAINTENANCE STARTING" TO
015600         WS-LOG-MESSAGE.
015700     CALL "LOGWRT01" USING WS-LOG-PARMS.
015707     PERFORM 1100-SIGN-ON THRU 1100-EXIT.
015715     IF NOT WS-SIGNON-OK
015723         MOVE "SIGN-ON" TO WS-LOG-STEP
015730         MOVE "W" TO WS-LOG-SEVERITY
015738         MOVE "SIGN-ON FAILED - MAINTENANCE SESSION REFUSED" TO
015746             WS-LOG-MESSAGE
015753         CALL "LOGWRT01" USING WS-LOG-PARMS
015761         MOVE "I" TO WS-LOG-SEVERITY
015769         MOVE 14 TO RETURN-CODE
015776         SET WS-ABORT-RUN TO TRUE
015784         GO TO 1000-EXIT
015792     END-IF.
015800     OPEN I-O HOLIDAY-FILE.
015900     IF WS-HOL-FILE-NOT-FOUND
016000         CLOSE HOLIDAY-FILE
016400     END-IF.
016500 1000-EXIT.
016600     EXIT.
016603*
016606******************************************************************
016609* 1100-SIGN-ON.
016612*    TAKES THE OPERATOR SIGN-ON AGAINST THE OPERATOR MASTER - ON
016615*    THE MASTER AND ACTIVE, OR THE SESSION IS REFUSED.
016616*    A SESSION OPENED BY THE OPERATIONS MENU SUPPLIES THE ID,
016617*    AND THE OPERATOR MUST HOLD PERMISSION FOR THIS FUNCTION.
016618******************************************************************
016621 1100-SIGN-ON.
016625     OPEN INPUT OPERATOR-FILE.
016628     IF WS-OPR-FILE-STATUS NOT = "00"
016631         DISPLAY "OPERATOR MASTER NOT AVAILABLE - REFUSED."
016634         GO TO 1100-EXIT
016637     END-IF.
016638     CALL "SESSN01" USING WS-SES-PARMS.
016639     IF WS-SES-ACTIVE
016640         MOVE WS-SES-OPERATOR-ID TO WS-SIGNON-ID
016641     ELSE
016642         DISPLAY "SIGN ON - ENTER OPERATOR ID: "
016643         ACCEPT WS-SIGNON-ID
016644     END-IF.
016646     MOVE WS-SIGNON-ID TO OPR-ID.
016650     READ OPERATOR-FILE
016653         INVALID KEY
016656             DISPLAY "OPERATOR " WS-SIGNON-ID
016659                 " NOT ON THE MASTER."
016662             CLOSE OPERATOR-FILE
016665             GO TO 1100-EXIT
016668     END-READ.
016671     CLOSE OPERATOR-FILE.
016675     IF NOT OPR-ACTIVE
016678         DISPLAY "OPERATOR " WS-SIGNON-ID " IS NOT ACTIVE."
016681         GO TO 1100-EXIT
016684     END-IF.
016685     MOVE WS-SIGNON-ID TO WS-FNA-OPERATOR-ID.
016686     MOVE OPR-AUTHORITY TO WS-FNA-OPR-AUTHORITY.
016687     CALL "FNAUTH01" USING WS-FNA-PARMS.
016688     IF NOT WS-FNA-CAN-USE
016689         DISPLAY "OPERATOR " WS-SIGNON-ID
016690             " IS NOT PERMITTED TO USE THIS FUNCTION."
016691         GO TO 1100-EXIT
016692     END-IF.
016693     SET WS-SIGNON-OK TO TRUE.
016694     DISPLAY "SIGNED ON: " OPR-NAME.
016695 1100-EXIT.
016696     EXIT.
016700*
016800******************************************************************
016900* 2000-MENU-LOOP.
019600******************************************************************
019700* 2100-ADD-ENTRY.
019800*    TAKES ONE DATE AND DESCRIPTION FROM THE CONSOLE, VALIDATES
019900*    THE DATE THROUGH FILLER_PROGRAMA AND QUEUES THE CALENDAR
020000*    ENTRY FOR APPROVAL. A DATE ALREADY ON THE CALENDAR IS
020100*    REFUSED, NOT OVERWRITTEN.
020200******************************************************************
020300 2100-ADD-ENTRY.
020400     DISPLAY "ENTER HOLIDAY DATE (AAAAMMDD): ".
020900     END-IF.
021000     DISPLAY "ENTER DESCRIPTION (UP TO 30 CHARACTERS): ".
021100     ACCEPT WS-ENTRY-DESC.
021152     MOVE DATEFLD-DATE TO HOL-DATE.
021204     READ HOLIDAY-FILE
021257         INVALID KEY
021309             CONTINUE
021361         NOT INVALID KEY
021414             DISPLAY "DATE " WS-ENTRY-DATE
021466                 " ALREADY ON THE CALENDAR - NOT ADDED."
021519             GO TO 2100-EXIT
021571     END-READ.
021623     MOVE SPACES TO HOLIDAY-RECORD.
021676     MOVE DATEFLD-DATE TO HOL-DATE.
021728     MOVE WS-ENTRY-DESC TO HOL-DESCRIPTION.
021780     MOVE "ADD" TO WS-RDQ-ACTION.
021833     MOVE HOL-DATE TO WS-RDQ-KEY.
021885     MOVE SPACES TO WS-RDQ-BEFORE-IMAGE.
021938     MOVE HOLIDAY-RECORD TO WS-RDQ-AFTER-IMAGE.
021990     PERFORM 2900-QUEUE-CHANGE THRU 2900-EXIT.
022042     IF WS-RDQ-STATUS = "Y"
022095         ADD 1 TO WS-ADDED-COUNT
022147     END-IF.
022200 2100-EXIT.
022300     EXIT.
022400*
022500******************************************************************
022600* 2200-REMOVE-ENTRY.
022700*    TAKES ONE DATE FROM THE CONSOLE AND QUEUES THE DELETION OF
022800*    ITS CALENDAR ENTRY. THE DATE IS VALIDATED FIRST SO A MISKEYED
022900*    DATE READS AS "NOT A DATE", NOT AS "NOT ON THE CALENDAR".
023000******************************************************************
023100 2200-REMOVE-ENTRY.
023200     DISPLAY "ENTER HOLIDAY DATE TO REMOVE (AAAAMMDD): ".
023500     IF NOT WS-DATE-OK
023600         GO TO 2200-EXIT
023700     END-IF.
023760     MOVE DATEFLD-DATE TO HOL-DATE.
023820     READ HOLIDAY-FILE
023880         INVALID KEY
023940             DISPLAY "DATE " WS-ENTRY-DATE " NOT ON THE CALENDAR."
024000             GO TO 2200-EXIT
024060     END-READ.
024120     MOVE "REMOVE" TO WS-RDQ-ACTION.
024180     MOVE HOL-DATE TO WS-RDQ-KEY.
024240     MOVE HOLIDAY-RECORD TO WS-RDQ-BEFORE-IMAGE.
024300     MOVE SPACES TO WS-RDQ-AFTER-IMAGE.
024360     PERFORM 2900-QUEUE-CHANGE THRU 2900-EXIT.
024420     IF WS-RDQ-STATUS = "Y"
024480         ADD 1 TO WS-REMOVED-COUNT
024540     END-IF.
024600 2200-EXIT.
024700     EXIT.
024800*
029100     EXIT.
029200*
029300******************************************************************
029385* 2400-BULK-LOAD.
029471*    QUEUES THE SEQUENTIAL HOLIDAY FEED FOR THE CALENDAR, ONE
029557*    APPROVAL ITEM PER DATE - EACH DATE IS CLASS-TESTED AND
029642*    VALIDATED THROUGH FILLER_PROGRAMA BEFORE IT IS QUEUED.
029728*    REFUSED, DUPLICATE OR ALREADY-PENDING DATES ARE COUNTED AND
029814*    DISPLAYED SO WHOEVER PREPARED THE FEED CAN CORRECT IT.
029900******************************************************************
030000 2400-BULK-LOAD.
030100     OPEN INPUT HOLIDAY-FEED-FILE.
030900         UNTIL WS-HF-EOF.
031000     CLOSE HOLIDAY-FEED-FILE.
031100     MOVE "BULK-LOAD" TO WS-LOG-STEP.
031175     MOVE SPACES TO WS-LOG-MESSAGE.
031250     STRING "HOLIDAY FEED QUEUED " WS-ADDED-COUNT
031325         " REFUSED " WS-REFUSED-COUNT
031400         DELIMITED BY SIZE INTO WS-LOG-MESSAGE.
031500     CALL "LOGWRT01" USING WS-LOG-PARMS.
031600 2400-EXIT.
033000     EXIT.
033100*
033200******************************************************************
033280* 2420-LOAD-FEED-ENTRY.
033360*    VALIDATES AND QUEUES THE FEED ENTRY JUST READ, THEN READS THE
033440*    NEXT ONE. A BAD DATE, A DATE ALREADY ON THE CALENDAR OR ONE
033520*    ALREADY PENDING IS COUNTED AS REFUSED.
033600******************************************************************
033700 2420-LOAD-FEED-ENTRY.
033800     MOVE HF-DATE TO WS-ENTRY-DATE.
034100         ADD 1 TO WS-REFUSED-COUNT
034200         GO TO 2420-NEXT-ENTRY
034300     END-IF.
034345     MOVE DATEFLD-DATE TO HOL-DATE.
034391     READ HOLIDAY-FILE
034437         INVALID KEY
034483             CONTINUE
034529         NOT INVALID KEY
034575             ADD 1 TO WS-REFUSED-COUNT
034620             DISPLAY "FEED DATE " HF-DATE
034666                 " ALREADY ON THE CALENDAR - SKIPPED."
034712             GO TO 2420-NEXT-ENTRY
034758     END-READ.
034804     MOVE SPACES TO HOLIDAY-RECORD.
034850     MOVE DATEFLD-DATE TO HOL-DATE.
034895     MOVE HF-DESCRIPTION TO HOL-DESCRIPTION.
034941     MOVE "ADD" TO WS-RDQ-ACTION.
034987     MOVE HOL-DATE TO WS-RDQ-KEY.
035033     MOVE SPACES TO WS-RDQ-BEFORE-IMAGE.
035079     MOVE HOLIDAY-RECORD TO WS-RDQ-AFTER-IMAGE.
035125     PERFORM 2900-QUEUE-CHANGE THRU 2900-EXIT.
035170     IF WS-RDQ-STATUS = "Y"
035216         ADD 1 TO WS-ADDED-COUNT
035262     ELSE
035308         ADD 1 TO WS-REFUSED-COUNT
035354     END-IF.
035400 2420-NEXT-ENTRY.
035500     PERFORM 2410-READ-FEED THRU 2410-EXIT.
035600 2420-EXIT.
035700     EXIT.
042600*
042602******************************************************************
042605* 2900-QUEUE-CHANGE.
042608*    HANDS THE CHANGE BUILT BY THE ACTION PARAGRAPH TO RDQUE01 TO
042610*    BE HELD FOR A SUPERVISOR'S APPROVAL - THE MASTER ITSELF IS
042613*    ONLY CHANGED WHEN RDAPR01 APPROVES IT. A KEY WITH A CHANGE
042616*    ALREADY WAITING IS NOT QUEUED A SECOND TIME.
042618******************************************************************
042621 2900-QUEUE-CHANGE.
042624     MOVE "Q" TO WS-RDQ-FUNCTION.
042627     MOVE "HOLIDAYS" TO WS-RDQ-TABLE.
042629     MOVE WS-SIGNON-ID TO WS-RDQ-REQUEST-OPR.
042632     MOVE ZEROS TO WS-RDQ-APPROVE-OPR.
042635     MOVE ZEROS TO WS-RDQ-PEND-ID.
042637     CALL "RDQUE01" USING WS-RDQ-PARMS.
042640     EVALUATE WS-RDQ-STATUS
042643         WHEN "Y"
042645             DISPLAY "HOLIDAY " WS-RDQ-KEY " " WS-RDQ-ACTION
042648                 " QUEUED AS ITEM " WS-RDQ-PEND-ID
042651                 " FOR SUPERVISOR APPROVAL."
042654             MOVE "QUEUE" TO WS-LOG-STEP
042656             MOVE SPACES TO WS-LOG-MESSAGE
042659             STRING WS-RDQ-TABLE " " WS-RDQ-ACTION " " WS-RDQ-KEY
042662                 " QUEUED AS ITEM " WS-RDQ-PEND-ID
042664                 " BY " WS-SIGNON-ID
042667                 DELIMITED BY SIZE INTO WS-LOG-MESSAGE
042670             CALL "LOGWRT01" USING WS-LOG-PARMS
042672         WHEN "D"
042675             DISPLAY "HOLIDAY " WS-RDQ-KEY
042678                 " ALREADY HAS A CHANGE PENDING AS ITEM "
042681                 WS-RDQ-PEND-ID " - NOT QUEUED."
042683         WHEN OTHER
042686             DISPLAY "CHANGE QUEUE NOT AVAILABLE - NOT QUEUED."
042689     END-EVALUATE.
042691 2900-EXIT.
042694     EXIT.
042697*
042700******************************************************************
042800* 3000-FINALIZE.
042900*    RUNS THE COMING-YEAR COVERAGE CHECK, LOGS WHAT THE SESSION
043000*    QUEUED, CLOSES THE CALENDAR AND WRITES THE JOB RUN HISTORY
043100*    RECORD.
043200******************************************************************
043300 3000-FINALIZE.
043400     PERFORM 6000-CHECK-COMING-YEAR THRU 6000-EXIT.
043500     MOVE "FINALIZE" TO WS-LOG-STEP.
043580     MOVE SPACES TO WS-LOG-MESSAGE.
043660     STRING "ENTRIES QUEUED ADD " WS-ADDED-COUNT
043740         " REMOVE " WS-REMOVED-COUNT
043820         " REFUSED " WS-REFUSED-COUNT
043900         DELIMITED BY SIZE INTO WS-LOG-MESSAGE.
044000     CALL "LOGWRT01" USING WS-LOG-PARMS.
044100     CLOSE HOLIDAY-FILE.
046200     MOVE WS-END-TIME TO JH-END-TIME.
046300     MOVE RETURN-CODE TO JH-RETURN-CODE.
046400     MOVE WS-MAINT-COUNT TO JH-TRAN-COUNT.
046450     MOVE WS-SIGNON-ID TO JH-OPERATOR-ID.
046500     WRITE JOB-HIST-RECORD.
046600     CLOSE JOB-HISTORY-FILE.
046700 3100-EXIT.
