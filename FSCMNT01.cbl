000100******************************************************************
000200* AUTHOR:       BRUNNO LORENZONI
000300* INSTALLATION: OPERATIONS / BATCH SUPPORT
000400* DATE-WRITTEN: 2026-10-15
000500* DATE-COMPILED:
000600* PURPOSE:      EXPECTED-FEED SCHEDULE MAINTENANCE. SETS, REMOVES
000700*               AND LISTS WHICH BRANCHES MUST SEND AN OVERNIGHT
000800*               FEED, ON WHICH DAYS OF THE WEEK, AND THE CUT-OFF
000900*               TIME THE FEED MUST ARRIVE BY. THE NIGHTLY FEED
001000*               CHECK (FDCHK01) READS THE SCHEDULE BEFORE THE
001100*               TOTALS RUN. LIKE EVERY OTHER REFERENCE-DATA
001200*               MAINTENANCE PROGRAM, THE SESSION NEEDS AN
001300*               OPERATOR SIGN-ON AND EACH CHANGE IS QUEUED
001400*               THROUGH RDQUE01 FOR A DIFFERENT SUPERVISOR TO
001500*               APPROVE IN RDAPR01 - NOTHING IS WRITTEN TO THE
001600*               SCHEDULE HERE.
001700* TECTONICS:    COBC
001800******************************************************************
001900* MODIFICATION HISTORY.
002000*    2026-10-15 BL  INITIAL VERSION.
002016*    2026-10-15 BL  SIGN-ON TAKES THE OPERATOR FROM THE
002033*                   OPERATIONS MENU SESSION (SESSN01) WHEN ONE IS
002050*                   OPEN, AND THE AUTHORITY FROM THE FUNCTION
002066*                   PERMISSION FILE (FNAUTH01) INSTEAD OF THE
002083*                   TWO-LEVEL OPR-AUTHORITY.
002100******************************************************************
002200 IDENTIFICATION DIVISION.
002300 PROGRAM-ID. FSCMNT01.
002400 ENVIRONMENT DIVISION.
002500 INPUT-OUTPUT SECTION.
002600 FILE-CONTROL.
002700     SELECT FEED-SCHEDULE-FILE ASSIGN TO "FEEDSCHD"
002800         ORGANIZATION IS INDEXED
002900         ACCESS MODE IS DYNAMIC
003000         RECORD KEY IS FSC-BRANCH
003100         FILE STATUS IS WS-FSC-FILE-STATUS.
003200     SELECT BRANCH-FILE ASSIGN TO "BRNCHMST"
003300         ORGANIZATION IS INDEXED
003400         ACCESS MODE IS RANDOM
003500         RECORD KEY IS BR-CODE
003600         FILE STATUS IS WS-BR-FILE-STATUS.
003700     SELECT OPERATOR-FILE ASSIGN TO "OPERMAST"
003800         ORGANIZATION IS INDEXED
003900         ACCESS MODE IS RANDOM
004000         RECORD KEY IS OPR-ID
004100         FILE STATUS IS WS-OPR-FILE-STATUS.
004200     SELECT JOB-HISTORY-FILE ASSIGN TO "JOBHIST"
004300         ORGANIZATION IS LINE SEQUENTIAL
004400         FILE STATUS IS WS-JH-FILE-STATUS.
004500*
004600 DATA DIVISION.
004700 FILE SECTION.
004800 FD  FEED-SCHEDULE-FILE.
004900 COPY "FSCHDREC.cpy".
005000 FD  BRANCH-FILE.
005100 COPY "BRNCHREC.cpy".
005200 FD  OPERATOR-FILE.
005300 COPY "OPERREC.cpy".
005400 FD  JOB-HISTORY-FILE.
005500 COPY "HISTREC.cpy".
005600*
005700 WORKING-STORAGE SECTION.
005800 77  WS-FSC-FILE-STATUS          PIC X(02) VALUE "00".
005900     88  WS-FSC-FILE-NOT-FOUND   VALUE "35".
006000 77  WS-BR-FILE-STATUS           PIC X(02) VALUE "00".
006100 77  WS-BR-AVAILABLE-SW          PIC X(01) VALUE "N".
006200     88  WS-BR-AVAILABLE         VALUE "Y".
006300 77  WS-JH-FILE-STATUS           PIC X(02) VALUE "00".
006400     88  WS-JH-FILE-NOT-FOUND    VALUE "35".
006500 77  WS-OPR-FILE-STATUS          PIC X(02) VALUE "00".
006600*
006700 77  WS-LIST-EOF-SW              PIC X(01) VALUE "N".
006800     88  WS-LIST-EOF             VALUE "Y".
006900*
007000 77  WS-RUN-DATE                 PIC 9(08) VALUE ZEROS.
007100 77  WS-RUN-TIME                 PIC 9(08) VALUE ZEROS.
007200 77  WS-END-TIME                 PIC 9(08) VALUE ZEROS.
007300*
007400*    OPERATOR INPUT FIELDS FOR THE MAINTENANCE SESSION. THE DAYS
007500*    ARE KEYED AS SEVEN Y/N BYTES, MONDAY FIRST; A SPACE READS AS
007600*    N. THE CUT-OFF IS KEYED AS HHMM AND CLASS-TESTED BEFORE IT
007700*    IS TRUSTED.
007800*
007900 77  WS-MENU-CHOICE              PIC X(01) VALUE SPACE.
008000     88  WS-MENU-SET             VALUE "S".
008100     88  WS-MENU-REMOVE          VALUE "R".
008200     88  WS-MENU-LIST            VALUE "L".
008300     88  WS-MENU-END             VALUE "E".
008400 77  WS-ENTRY-BRANCH             PIC X(04) VALUE SPACES.
008500 01  WS-ENTRY-DAYS               PIC X(07) VALUE SPACES.
008600 01  FILLER REDEFINES WS-ENTRY-DAYS.
008700     03  WS-ENTRY-DAY            PIC X(01) OCCURS 7 TIMES.
008800 01  WS-ENTRY-CUTOFF             PIC X(04) VALUE SPACES.
008900 01  FILLER REDEFINES WS-ENTRY-CUTOFF.
009000     03  WS-ENTRY-CUTOFF-HH      PIC 9(02).
009100     03  WS-ENTRY-CUTOFF-MM      PIC 9(02).
009200 01  WS-ENTRY-CUTOFF-9 REDEFINES WS-ENTRY-CUTOFF
009300                                 PIC 9(04).
009400 77  WS-DAY-SUB                  PIC 9(01) COMP VALUE ZEROS.
009500 77  WS-DAYS-DUE                 PIC 9(01) COMP VALUE ZEROS.
009600 77  WS-DAYS-BAD-SW              PIC X(01) VALUE "N".
009700     88  WS-DAYS-BAD             VALUE "Y".
009800 77  WS-CONFIRM                  PIC X(01) VALUE SPACE.
009900     88  WS-CONFIRMED            VALUE "Y".
010000*
010100*    SESSION COUNTS, LOGGED AT FINALIZE TIME.
010200*
010300 77  WS-SET-COUNT                PIC 9(06) VALUE ZEROS.
010400 77  WS-REMOVED-COUNT            PIC 9(06) VALUE ZEROS.
010500 77  WS-MAINT-COUNT              PIC 9(06) VALUE ZEROS.
010600*
010700*    SIGN-ON - THE OPERATOR KEYING THE SESSION. THE ID IS STAMPED
010800*    ON EVERY CHANGE QUEUED, SO ANOTHER SUPERVISOR APPROVES IT.
010900*
011000 77  WS-SIGNON-ID                PIC 9(06) VALUE ZEROS.
011100 77  WS-SIGNON-OK-SW             PIC X(01) VALUE "N".
011200     88  WS-SIGNON-OK            VALUE "Y".
011300 77  WS-ABORT-SW                 PIC X(01) VALUE "N".
011400     88  WS-ABORT-RUN            VALUE "Y".
011500*
011600*    PARAMETER AREA PASSED TO RDQUE01. LAYOUT MUST MATCH ITS
011700*    LINKAGE SECTION RDQ-PARMS FIELD FOR FIELD.
011800*
011900 01  WS-RDQ-PARMS.
012000     03  WS-RDQ-FUNCTION          PIC X(01).
012100     03  WS-RDQ-TABLE             PIC X(08).
012200     03  WS-RDQ-ACTION            PIC X(06).
012300     03  WS-RDQ-KEY               PIC X(08).
012400     03  WS-RDQ-BEFORE-IMAGE      PIC X(60).
012500     03  WS-RDQ-AFTER-IMAGE       PIC X(60).
012600     03  WS-RDQ-REQUEST-OPR       PIC 9(06).
012700     03  WS-RDQ-APPROVE-OPR       PIC 9(06).
012800     03  WS-RDQ-PEND-ID           PIC 9(06).
012900     03  WS-RDQ-STATUS            PIC X(01).
013000*
013004*    PARAMETER AREA PASSED TO SESSN01. LAYOUT MUST MATCH ITS
013008*    LINKAGE SECTION SES-PARMS FIELD FOR FIELD.
013013*
013017 01  WS-SES-PARMS.
013021     03  WS-SES-FUNCTION          PIC X(01) VALUE "G".
013026     03  WS-SES-OPERATOR-ID       PIC 9(06).
013030     03  WS-SES-OPERATOR-NAME     PIC X(20).
013034     03  WS-SES-STATUS            PIC X(01).
013039         88  WS-SES-ACTIVE        VALUE "Y".
013043*
013047*    PARAMETER AREA PASSED TO FNAUTH01. LAYOUT MUST MATCH ITS
013052*    LINKAGE SECTION FNA-PARMS FIELD FOR FIELD.
013056*
013060 01  WS-FNA-PARMS.
013065     03  WS-FNA-OPERATOR-ID       PIC 9(06).
013069     03  WS-FNA-FUNCTION          PIC X(08) VALUE "FSCMNT01".
013073     03  WS-FNA-OPR-AUTHORITY     PIC 9(01).
013078     03  WS-FNA-LEVEL             PIC X(01).
013082         88  WS-FNA-CAN-USE       VALUE "U" "S".
013086         88  WS-FNA-CAN-SUPERVISE VALUE "S".
013091     03  WS-FNA-SOURCE            PIC X(01).
013095*
013100*    PARAMETER AREA PASSED TO LOGWRT01. LAYOUT MUST MATCH ITS
013200*    LINKAGE SECTION LOG-PARMS FIELD FOR FIELD.
013300*
013400 01  WS-LOG-PARMS.
013500     03  WS-LOG-PROGRAM-ID        PIC X(16) VALUE "FSCMNT01".
013600     03  WS-LOG-STEP              PIC X(12).
013700     03  WS-LOG-RUN-DATE          PIC 9(08).
013800     03  WS-LOG-RUN-TIME          PIC 9(08).
013900     03  WS-LOG-MESSAGE           PIC X(60).
014000     03  WS-LOG-SEVERITY          PIC X(01) VALUE "I".
014100*
014200 PROCEDURE DIVISION.
014300 0000-MAINLINE.
014400     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
014500     IF WS-ABORT-RUN
014600         PERFORM 3100-WRITE-JOB-HISTORY THRU 3100-EXIT
014700         GOBACK
014800     END-IF.
014900     PERFORM 2000-MENU-LOOP THRU 2000-EXIT
015000         WITH TEST AFTER UNTIL WS-MENU-END.
015100     PERFORM 3000-FINALIZE THRU 3000-EXIT.
015200     GOBACK.
015300*
015400******************************************************************
015500* 1000-INITIALIZE.
015600*    CAPTURES THE RUN TIMESTAMP, TAKES THE SIGN-ON AND OPENS THE
015700*    SCHEDULE FILE I-O, CREATING IT ON FIRST USE. THE BRANCH
015800*    MASTER IS OPENED FOR THE SET-TIME BRANCH CHECK; WITHOUT IT,
015900*    SETS ARE OFF.
016000******************************************************************
016100 1000-INITIALIZE.
016200     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
016300     ACCEPT WS-RUN-TIME FROM TIME.
016400     MOVE WS-RUN-DATE TO WS-LOG-RUN-DATE.
016500     MOVE WS-RUN-TIME TO WS-LOG-RUN-TIME.
016600     MOVE "INITIALIZE" TO WS-LOG-STEP.
016700     MOVE "FEED SCHEDULE MAINTENANCE STARTING" TO
016800         WS-LOG-MESSAGE.
016900     CALL "LOGWRT01" USING WS-LOG-PARMS.
017000     PERFORM 1100-SIGN-ON THRU 1100-EXIT.
017100     IF NOT WS-SIGNON-OK
017200         MOVE "SIGN-ON" TO WS-LOG-STEP
017300         MOVE "W" TO WS-LOG-SEVERITY
017400         MOVE "SIGN-ON FAILED - MAINTENANCE SESSION REFUSED" TO
017500             WS-LOG-MESSAGE
017600         CALL "LOGWRT01" USING WS-LOG-PARMS
017700         MOVE "I" TO WS-LOG-SEVERITY
017800         MOVE 14 TO RETURN-CODE
017900         SET WS-ABORT-RUN TO TRUE
018000         GO TO 1000-EXIT
018100     END-IF.
018200     OPEN I-O FEED-SCHEDULE-FILE.
018300     IF WS-FSC-FILE-NOT-FOUND
018400         CLOSE FEED-SCHEDULE-FILE
018500         OPEN OUTPUT FEED-SCHEDULE-FILE
018600         CLOSE FEED-SCHEDULE-FILE
018700         OPEN I-O FEED-SCHEDULE-FILE
018800     END-IF.
018900     OPEN INPUT BRANCH-FILE.
019000     IF WS-BR-FILE-STATUS = "00"
019100         SET WS-BR-AVAILABLE TO TRUE
019200     ELSE
019300         DISPLAY "BRANCH MASTER NOT AVAILABLE - SETS ARE OFF."
019400     END-IF.
019500 1000-EXIT.
019600     EXIT.
019700*
019800******************************************************************
019900* 1100-SIGN-ON.
020000*    TAKES THE OPERATOR SIGN-ON AGAINST THE OPERATOR MASTER - ON
020100*    THE MASTER AND ACTIVE, OR THE SESSION IS REFUSED.
020133*    A SESSION OPENED BY THE OPERATIONS MENU SUPPLIES THE ID,
020166*    AND THE OPERATOR MUST HOLD PERMISSION FOR THIS FUNCTION.
020200******************************************************************
020300 1100-SIGN-ON.
020400     OPEN INPUT OPERATOR-FILE.
020500     IF WS-OPR-FILE-STATUS NOT = "00"
020600         DISPLAY "OPERATOR MASTER NOT AVAILABLE - REFUSED."
020700         GO TO 1100-EXIT
020800     END-IF.
020837     CALL "SESSN01" USING WS-SES-PARMS.
020875     IF WS-SES-ACTIVE
020912         MOVE WS-SES-OPERATOR-ID TO WS-SIGNON-ID
020950     ELSE
020987         DISPLAY "SIGN ON - ENTER OPERATOR ID: "
021025         ACCEPT WS-SIGNON-ID
021062     END-IF.
021100     MOVE WS-SIGNON-ID TO OPR-ID.
021200     READ OPERATOR-FILE
021300         INVALID KEY
021400             DISPLAY "OPERATOR " WS-SIGNON-ID
021500                 " NOT ON THE MASTER."
021600             CLOSE OPERATOR-FILE
021700             GO TO 1100-EXIT
021800     END-READ.
021900     CLOSE OPERATOR-FILE.
022000     IF NOT OPR-ACTIVE
022100         DISPLAY "OPERATOR " WS-SIGNON-ID " IS NOT ACTIVE."
022200         GO TO 1100-EXIT
022300     END-IF.
022311     MOVE WS-SIGNON-ID TO WS-FNA-OPERATOR-ID.
022322     MOVE OPR-AUTHORITY TO WS-FNA-OPR-AUTHORITY.
022333     CALL "FNAUTH01" USING WS-FNA-PARMS.
022344     IF NOT WS-FNA-CAN-USE
022355         DISPLAY "OPERATOR " WS-SIGNON-ID
022366             " IS NOT PERMITTED TO USE THIS FUNCTION."
022377         GO TO 1100-EXIT
022388     END-IF.
022400     SET WS-SIGNON-OK TO TRUE.
022500     DISPLAY "SIGNED ON: " OPR-NAME.
022600 1100-EXIT.
022700     EXIT.
022800*
022900******************************************************************
023000* 2000-MENU-LOOP.
023100*    SHOWS THE ACTION MENU AND ROUTES THE OPERATOR'S PICK. AN "E"
023200*    ENDS THE SESSION.
023300******************************************************************
023400 2000-MENU-LOOP.
023500     DISPLAY "EXPECTED FEEDS - SELECT ACTION: ".
023600     DISPLAY "  S = SET SCHEDULE   R = REMOVE SCHEDULE".
023700     DISPLAY "  L = LIST ALL       E = END SESSION: ".
023800     ACCEPT WS-MENU-CHOICE.
023900     EVALUATE TRUE
024000         WHEN WS-MENU-SET
024100             PERFORM 2100-SET-SCHEDULE THRU 2100-EXIT
024200         WHEN WS-MENU-REMOVE
024300             PERFORM 2300-REMOVE-SCHEDULE THRU 2300-EXIT
024400         WHEN WS-MENU-LIST
024500             PERFORM 2400-LIST-SCHEDULE THRU 2400-EXIT
024600         WHEN WS-MENU-END
024700             CONTINUE
024800         WHEN OTHER
024900             DISPLAY "ACTION NOT RECOGNISED."
025000     END-EVALUATE.
025100 2000-EXIT.
025200     EXIT.
025300*
025400******************************************************************
025500* 2100-SET-SCHEDULE.
025600*    TAKES A BRANCH, THE DAYS ITS FEED IS DUE AND THE CUT-OFF
025700*    TIME, AND QUEUES THE NEW OR REPLACEMENT SCHEDULE RECORD FOR
025800*    APPROVAL. THE BRANCH MUST BE ON THE MASTER AND OPEN - A
025900*    CLOSED BRANCH SENDS NOTHING - AND AT LEAST ONE DAY MUST BE
026000*    DUE; TO STOP EXPECTING A BRANCH, REMOVE ITS RECORD.
026100******************************************************************
026200 2100-SET-SCHEDULE.
026300     IF NOT WS-BR-AVAILABLE
026400         DISPLAY "BRANCH MASTER NOT AVAILABLE - NOT SET."
026500         GO TO 2100-EXIT
026600     END-IF.
026700     DISPLAY "ENTER BRANCH CODE (UP TO 4 CHARACTERS): ".
026800     ACCEPT WS-ENTRY-BRANCH.
026900     MOVE WS-ENTRY-BRANCH TO BR-CODE.
027000     READ BRANCH-FILE
027100         INVALID KEY
027200             DISPLAY "BRANCH " WS-ENTRY-BRANCH
027300                 " NOT ON THE MASTER - NOT SET."
027400             GO TO 2100-EXIT
027500     END-READ.
027600     IF NOT BR-ACTIVE
027700         DISPLAY "BRANCH " WS-ENTRY-BRANCH
027800             " IS CLOSED - NOT SET."
027900         GO TO 2100-EXIT
028000     END-IF.
028100     DISPLAY "ENTER FEED DAYS, MONDAY FIRST, Y OR N FOR EACH ".
028200     DISPLAY "(E.G. YYYYYNN FOR WEEKDAYS): ".
028300     ACCEPT WS-ENTRY-DAYS.
028400     MOVE "N" TO WS-DAYS-BAD-SW.
028500     MOVE ZEROS TO WS-DAYS-DUE.
028600     PERFORM 2110-CHECK-ONE-DAY THRU 2110-EXIT
028700         VARYING WS-DAY-SUB FROM 1 BY 1
028800         UNTIL WS-DAY-SUB > 7.
028900     IF WS-DAYS-BAD
029000         DISPLAY "FEED DAYS MUST BE Y OR N - NOT SET."
029100         GO TO 2100-EXIT
029200     END-IF.
029300     IF WS-DAYS-DUE = ZEROS
029400         DISPLAY "NO DAY IS DUE - REMOVE THE RECORD TO STOP "
029500             "EXPECTING THE BRANCH."
029600         GO TO 2100-EXIT
029700     END-IF.
029800     DISPLAY "ENTER CUT-OFF TIME (HHMM): ".
029900     ACCEPT WS-ENTRY-CUTOFF.
030000     IF WS-ENTRY-CUTOFF NOT NUMERIC
030100         DISPLAY "CUT-OFF TIME NOT NUMERIC - NOT SET."
030200         GO TO 2100-EXIT
030300     END-IF.
030400     IF WS-ENTRY-CUTOFF-HH > 23
030500         OR WS-ENTRY-CUTOFF-MM > 59
030600         DISPLAY "CUT-OFF TIME NOT A TIME OF DAY - NOT SET."
030700         GO TO 2100-EXIT
030800     END-IF.
030900     MOVE WS-ENTRY-BRANCH TO FSC-BRANCH.
031000     READ FEED-SCHEDULE-FILE
031100         INVALID KEY
031200             MOVE "ADD" TO WS-RDQ-ACTION
031300             MOVE SPACES TO WS-RDQ-BEFORE-IMAGE
031400         NOT INVALID KEY
031500             MOVE "CHANGE" TO WS-RDQ-ACTION
031600             MOVE FEED-SCHEDULE-RECORD TO WS-RDQ-BEFORE-IMAGE
031700     END-READ.
031800     MOVE SPACES TO FEED-SCHEDULE-RECORD.
031900     MOVE WS-ENTRY-BRANCH TO FSC-BRANCH.
032000     MOVE WS-ENTRY-DAYS TO FSC-DAYS.
032100     MOVE WS-ENTRY-CUTOFF-9 TO FSC-CUTOFF-TIME.
032200     MOVE FSC-BRANCH TO WS-RDQ-KEY.
032300     MOVE FEED-SCHEDULE-RECORD TO WS-RDQ-AFTER-IMAGE.
032400     PERFORM 2900-QUEUE-CHANGE THRU 2900-EXIT.
032500     IF WS-RDQ-STATUS = "Y"
032600         ADD 1 TO WS-SET-COUNT
032700     END-IF.
032800 2100-EXIT.
032900     EXIT.
033000*
033100******************************************************************
033200* 2110-CHECK-ONE-DAY.
033300*    CHECKS ONE DAY BYTE OF THE ENTRY - A SPACE IS TAKEN AS N,
033400*    ANYTHING BUT Y OR N SPOILS THE ENTRY - AND COUNTS THE DAYS
033500*    THE FEED IS DUE.
033600******************************************************************
033700 2110-CHECK-ONE-DAY.
033800     IF WS-ENTRY-DAY (WS-DAY-SUB) = SPACE
033900         MOVE "N" TO WS-ENTRY-DAY (WS-DAY-SUB)
034000     END-IF.
034100     EVALUATE WS-ENTRY-DAY (WS-DAY-SUB)
034200         WHEN "Y"
034300             ADD 1 TO WS-DAYS-DUE
034400         WHEN "N"
034500             CONTINUE
034600         WHEN OTHER
034700             SET WS-DAYS-BAD TO TRUE
034800     END-EVALUATE.
034900 2110-EXIT.
035000     EXIT.
035100*
035200******************************************************************
035300* 2300-REMOVE-SCHEDULE.
035400*    QUEUES THE DELETION OF A BRANCH'S SCHEDULE RECORD AFTER A
035500*    SEPARATE CONFIRMATION - ONCE APPROVED, THE FEED CHECK STOPS
035600*    EXPECTING A FEED FROM THE BRANCH.
035700******************************************************************
035800 2300-REMOVE-SCHEDULE.
035900     DISPLAY "ENTER BRANCH CODE TO REMOVE THE SCHEDULE FOR: ".
036000     ACCEPT WS-ENTRY-BRANCH.
036100     DISPLAY "CONFIRM REMOVE OF SCHEDULE FOR " WS-ENTRY-BRANCH
036200         " (Y TO CONFIRM): ".
036300     ACCEPT WS-CONFIRM.
036400     IF NOT WS-CONFIRMED
036500         DISPLAY "REMOVE NOT CONFIRMED - RECORD LEFT AS IS."
036600         GO TO 2300-EXIT
036700     END-IF.
036800     MOVE WS-ENTRY-BRANCH TO FSC-BRANCH.
036900     READ FEED-SCHEDULE-FILE
037000         INVALID KEY
037100             DISPLAY "NO SCHEDULE ON FILE FOR " WS-ENTRY-BRANCH
037200                 "."
037300             GO TO 2300-EXIT
037400     END-READ.
037500     MOVE "REMOVE" TO WS-RDQ-ACTION.
037600     MOVE FSC-BRANCH TO WS-RDQ-KEY.
037700     MOVE FEED-SCHEDULE-RECORD TO WS-RDQ-BEFORE-IMAGE.
037800     MOVE SPACES TO WS-RDQ-AFTER-IMAGE.
037900     PERFORM 2900-QUEUE-CHANGE THRU 2900-EXIT.
038000     IF WS-RDQ-STATUS = "Y"
038100         ADD 1 TO WS-REMOVED-COUNT
038200     END-IF.
038300 2300-EXIT.
038400     EXIT.
038500*
038600******************************************************************
038700* 2400-LIST-SCHEDULE.
038800*    LISTS EVERY SCHEDULE RECORD ON FILE IN BRANCH ORDER.
038900******************************************************************
039000 2400-LIST-SCHEDULE.
039100     MOVE "N" TO WS-LIST-EOF-SW.
039200     MOVE LOW-VALUES TO FSC-BRANCH.
039300     START FEED-SCHEDULE-FILE KEY IS NOT LESS THAN FSC-BRANCH
039400         INVALID KEY
039500             SET WS-LIST-EOF TO TRUE
039600     END-START.
039700     DISPLAY "  BRANCH  DAYS (MTWTFSS)  CUT-OFF".
039800     PERFORM 2410-LIST-NEXT-SCHEDULE THRU 2410-EXIT
039900         UNTIL WS-LIST-EOF.
040000 2400-EXIT.
040100     EXIT.
040200*
040300******************************************************************
040400* 2410-LIST-NEXT-SCHEDULE.
040500*    READS AND DISPLAYS ONE SCHEDULE RECORD.
040600******************************************************************
040700 2410-LIST-NEXT-SCHEDULE.
040800     READ FEED-SCHEDULE-FILE NEXT RECORD
040900         AT END
041000             SET WS-LIST-EOF TO TRUE
041100             GO TO 2410-EXIT
041200     END-READ.
041300     DISPLAY "  " FSC-BRANCH "    " FSC-DAYS "         "
041400         FSC-CUTOFF-HH ":" FSC-CUTOFF-MM.
041500 2410-EXIT.
041600     EXIT.
041700*
041800******************************************************************
041900* 2900-QUEUE-CHANGE.
042000*    HANDS THE CHANGE BUILT BY THE ACTION PARAGRAPH TO RDQUE01 TO
042100*    BE HELD FOR A SUPERVISOR'S APPROVAL - THE SCHEDULE ITSELF IS
042200*    ONLY CHANGED WHEN RDAPR01 APPROVES IT. A KEY WITH A CHANGE
042300*    ALREADY WAITING IS NOT QUEUED A SECOND TIME.
042400******************************************************************
042500 2900-QUEUE-CHANGE.
042600     MOVE "Q" TO WS-RDQ-FUNCTION.
042700     MOVE "FEEDSCHD" TO WS-RDQ-TABLE.
042800     MOVE WS-SIGNON-ID TO WS-RDQ-REQUEST-OPR.
042900     MOVE ZEROS TO WS-RDQ-APPROVE-OPR.
043000     MOVE ZEROS TO WS-RDQ-PEND-ID.
043100     CALL "RDQUE01" USING WS-RDQ-PARMS.
043200     EVALUATE WS-RDQ-STATUS
043300         WHEN "Y"
043400             DISPLAY "SCHEDULE " WS-RDQ-KEY " " WS-RDQ-ACTION
043500                 " QUEUED AS ITEM " WS-RDQ-PEND-ID
043600                 " FOR SUPERVISOR APPROVAL."
043700             MOVE "QUEUE" TO WS-LOG-STEP
043800             MOVE SPACES TO WS-LOG-MESSAGE
043900             STRING WS-RDQ-TABLE " " WS-RDQ-ACTION " " WS-RDQ-KEY
044000                 " QUEUED AS ITEM " WS-RDQ-PEND-ID
044100                 " BY " WS-SIGNON-ID
044200                 DELIMITED BY SIZE INTO WS-LOG-MESSAGE
044300             CALL "LOGWRT01" USING WS-LOG-PARMS
044400         WHEN "D"
044500             DISPLAY "SCHEDULE " WS-RDQ-KEY
044600                 " ALREADY HAS A CHANGE PENDING AS ITEM "
044700                 WS-RDQ-PEND-ID " - NOT QUEUED."
044800         WHEN OTHER
044900             DISPLAY "CHANGE QUEUE NOT AVAILABLE - NOT QUEUED."
045000     END-EVALUATE.
045100 2900-EXIT.
045200     EXIT.
045300*
045400******************************************************************
045500* 3000-FINALIZE.
045600*    LOGS WHAT THE SESSION QUEUED, CLOSES THE FILES AND WRITES
045700*    THE JOB RUN HISTORY RECORD.
045800******************************************************************
045900 3000-FINALIZE.
046000     MOVE "FINALIZE" TO WS-LOG-STEP.
046100     MOVE SPACES TO WS-LOG-MESSAGE.
046200     STRING "SCHEDULES QUEUED SET " WS-SET-COUNT
046300         " REMOVE " WS-REMOVED-COUNT
046400         DELIMITED BY SIZE INTO WS-LOG-MESSAGE.
046500     CALL "LOGWRT01" USING WS-LOG-PARMS.
046600     CLOSE FEED-SCHEDULE-FILE.
046700     IF WS-BR-AVAILABLE
046800         CLOSE BRANCH-FILE
046900     END-IF.
047000     COMPUTE WS-MAINT-COUNT = WS-SET-COUNT + WS-REMOVED-COUNT.
047100     MOVE 0 TO RETURN-CODE.
047200     PERFORM 3100-WRITE-JOB-HISTORY THRU 3100-EXIT.
047300 3000-EXIT.
047400     EXIT.
047500*
047600******************************************************************
047700* 3100-WRITE-JOB-HISTORY.
047800*    APPENDS ONE JOB RUN HISTORY RECORD FOR THIS MAINTENANCE
047900*    SESSION, WITH A TRUE END TIME CAPTURED NOW.
048000******************************************************************
048100 3100-WRITE-JOB-HISTORY.
048200     OPEN EXTEND JOB-HISTORY-FILE.
048300     IF WS-JH-FILE-NOT-FOUND
048400         CLOSE JOB-HISTORY-FILE
048500         OPEN OUTPUT JOB-HISTORY-FILE
048600     END-IF.
048700     MOVE SPACES TO JOB-HIST-RECORD.
048800     MOVE "FSCMNT01" TO JH-PROGRAM-ID.
048900     MOVE WS-RUN-DATE TO JH-RUN-DATE.
049000     MOVE WS-RUN-TIME TO JH-START-TIME.
049100     ACCEPT WS-END-TIME FROM TIME.
049200     MOVE WS-END-TIME TO JH-END-TIME.
049300     MOVE RETURN-CODE TO JH-RETURN-CODE.
049400     MOVE WS-MAINT-COUNT TO JH-TRAN-COUNT.
049500     MOVE WS-SIGNON-ID TO JH-OPERATOR-ID.
049600     WRITE JOB-HIST-RECORD.
049700     CLOSE JOB-HISTORY-FILE.
049800 3100-EXIT.
049900     EXIT.
050000*
050100 END PROGRAM FSCMNT01.
