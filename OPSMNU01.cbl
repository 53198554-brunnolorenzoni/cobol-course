000100******************************************************************
000200* AUTHOR:       BRUNNO LORENZONI
000300* INSTALLATION: OPERATIONS / BATCH SUPPORT
000400* DATE-WRITTEN: 2026-10-15
000500* DATE-COMPILED:
000600* PURPOSE:      OPERATIONS MAIN MENU. SIGNS THE OPERATOR ON ONCE
000700*               AGAINST THE OPERATOR MASTER, LISTS ONLY THE
000800*               FUNCTIONS THE FUNCTION PERMISSION FILE GIVES THE
000900*               OPERATOR (THE EXCEPTION QUEUE, AMENDMENTS,
001000*               APPROVALS, DAY RELEASE AND THE MASTER MAINTENANCE
001100*               PROGRAMS - SEE FNTBL), AND CALLS THE ONE PICKED.
001200*               THE SIGNED-ON OPERATOR IS PUT ON THE SHARED
001300*               SESSION (SESSN01), SO THE CALLED PROGRAM RUNS AS
001400*               THAT OPERATOR WITHOUT ASKING FOR A SIGN-ON OF ITS
001500*               OWN; IT STILL MAKES ITS OWN AUTHORITY DECISIONS
001600*               THROUGH FNAUTH01.
001700*
001800*               EVERY SELECTION IS WRITTEN TO THE JOB RUN HISTORY
001900*               AS AN OPSMNU01 RECORD CARRYING THE OPERATOR, THE
002000*               FUNCTION (JH-FUNCTION), WHEN IT WAS ENTERED AND
002100*               LEFT, AND THE RETURN CODE IT ENDED WITH - WHO USED
002200*               WHICH SCREEN AND WHEN. THE CALLED PROGRAM WRITES
002300*               ITS OWN RECORD AS BEFORE. THE MENU SESSION ITSELF
002400*               GETS ONE MORE RECORD AT SIGN-OFF, COUNTING THE
002500*               SELECTIONS MADE.
002600* TECTONICS:    COBC
002700******************************************************************
002800* MODIFICATION HISTORY.
002900*    2026-10-15 BL  INITIAL VERSION.
002933*    2026-10-15 BL  MENU TABLE WIDENED FOR THE JOB SCHEDULE
002966*                   MAINTENANCE FUNCTION.
002977*    2026-10-15 BL  MENU TABLE WIDENED FOR THE BRANCH CLOSURE AND
002988*                   MERGER FUNCTION.
002992*    2026-10-15 BL  MENU TABLE WIDENED FOR THE ACCOUNTING PERIOD
002996*                   CONTROL FUNCTION.
002997*    2026-10-15 BL  MENU TABLE WIDENED FOR THE IOF TAX RATE
002998*                   MAINTENANCE FUNCTION.
003000******************************************************************
003100 IDENTIFICATION DIVISION.
003200 PROGRAM-ID. OPSMNU01.
003300 ENVIRONMENT DIVISION.
003400 INPUT-OUTPUT SECTION.
003500 FILE-CONTROL.
003600     SELECT OPERATOR-FILE ASSIGN TO "OPERMAST"
003700         ORGANIZATION IS INDEXED
003800         ACCESS MODE IS RANDOM
003900         RECORD KEY IS OPR-ID
004000         FILE STATUS IS WS-OPR-FILE-STATUS.
004100     SELECT JOB-HISTORY-FILE ASSIGN TO "JOBHIST"
004200         ORGANIZATION IS LINE SEQUENTIAL
004300         FILE STATUS IS WS-JH-FILE-STATUS.
004400*
004500 DATA DIVISION.
004600 FILE SECTION.
004700 FD  OPERATOR-FILE.
004800 COPY "OPERREC.cpy".
004900 FD  JOB-HISTORY-FILE.
005000 COPY "HISTREC.cpy".
005100*
005200 WORKING-STORAGE SECTION.
005300 77  WS-OPR-FILE-STATUS          PIC X(02) VALUE "00".
005400 77  WS-JH-FILE-STATUS           PIC X(02) VALUE "00".
005500     88  WS-JH-FILE-NOT-FOUND    VALUE "35".
005600*
005700 77  WS-RUN-DATE                 PIC 9(08) VALUE ZEROS.
005800 77  WS-RUN-TIME                 PIC 9(08) VALUE ZEROS.
005900 77  WS-END-TIME                 PIC 9(08) VALUE ZEROS.
006000 77  WS-FINAL-RC                 PIC 9(02) VALUE ZEROS.
006100*
006200*    SIGN-ON - THE OPERATOR'S ID, NAME AND TWO-LEVEL AUTHORITY
006300*    ARE KEPT FOR THE WHOLE SESSION; THE AUTHORITY IS ONLY
006400*    PASSED TO FNAUTH01 FOR ITS FALLBACK BEFORE THE PERMISSION
006500*    FILE EXISTS.
006600*
006700 77  WS-SIGNON-ID                PIC 9(06) VALUE ZEROS.
006800 77  WS-SIGNON-NAME              PIC X(20) VALUE SPACES.
006900 77  WS-SIGNON-AUTHORITY         PIC 9(01) VALUE ZEROS.
007000 77  WS-SIGNON-OK-SW             PIC X(01) VALUE "N".
007100     88  WS-SIGNON-OK            VALUE "Y".
007200 77  WS-ABORT-SW                 PIC X(01) VALUE "N".
007300     88  WS-ABORT-RUN            VALUE "Y".
007400*
007500 COPY "FNTBL.cpy".
007600*
007700*    THE MENU AS THIS OPERATOR SEES IT - EACH LINE POINTS AT THE
007800*    FUNCTION TABLE ENTRY IT OFFERS. REBUILT AFTER EVERY
007900*    SELECTION, SO A PERMISSION CHANGED DURING THE SESSION SHOWS
008000*    AT ONCE.
008100*
008200 01  WS-MENU-TABLE.
008300     03  WS-MENU-FN              PIC 9(02) COMP OCCURS 28 TIMES.
008400 77  WS-MENU-COUNT               PIC 9(02) COMP VALUE ZEROS.
008500 77  WS-MENU-CHOICE              PIC 9(02) VALUE ZEROS.
008600 77  WS-MENU-END-SW              PIC X(01) VALUE "N".
008700     88  WS-MENU-END             VALUE "Y".
008800 77  WS-SUB                      PIC 9(02) COMP VALUE ZEROS.
008900 77  WS-FN-SUB                   PIC 9(02) COMP VALUE ZEROS.
009000 77  WS-LINE-ED                  PIC Z9 VALUE ZEROS.
009100 77  WS-FN-ALLOWED-SW            PIC X(01) VALUE "N".
009200     88  WS-FN-ALLOWED           VALUE "Y".
009300*
009400*    THE FUNCTION BEING RUN, AND HOW IT ENDED.
009500*
009600 77  WS-CALL-PROGRAM             PIC X(08) VALUE SPACES.
009700 77  WS-FN-START-TIME            PIC 9(08) VALUE ZEROS.
009800 77  WS-FN-RC                    PIC 9(04) VALUE ZEROS.
009900 77  WS-FN-RC-ED                 PIC Z(03)9 VALUE ZEROS.
010000 77  WS-CALL-FAILED-SW           PIC X(01) VALUE "N".
010100     88  WS-CALL-FAILED          VALUE "Y".
010200 77  WS-SELECT-COUNT             PIC 9(06) VALUE ZEROS.
010300*
010400*    PARAMETER AREA PASSED TO SESSN01. LAYOUT MUST MATCH ITS
010500*    LINKAGE SECTION SES-PARMS FIELD FOR FIELD.
010600*
010700 01  WS-SES-PARMS.
010800     03  WS-SES-FUNCTION          PIC X(01).
010900     03  WS-SES-OPERATOR-ID       PIC 9(06).
011000     03  WS-SES-OPERATOR-NAME     PIC X(20).
011100     03  WS-SES-STATUS            PIC X(01).
011200         88  WS-SES-ACTIVE        VALUE "Y".
011300*
011400*    PARAMETER AREA PASSED TO FNAUTH01. LAYOUT MUST MATCH ITS
011500*    LINKAGE SECTION FNA-PARMS FIELD FOR FIELD.
011600*
011700 01  WS-FNA-PARMS.
011800     03  WS-FNA-OPERATOR-ID       PIC 9(06).
011900     03  WS-FNA-FUNCTION          PIC X(08).
012000     03  WS-FNA-OPR-AUTHORITY     PIC 9(01).
012100     03  WS-FNA-LEVEL             PIC X(01).
012200         88  WS-FNA-CAN-USE       VALUE "U" "S".
012300         88  WS-FNA-CAN-SUPERVISE VALUE "S".
012400     03  WS-FNA-SOURCE            PIC X(01).
012500         88  WS-FNA-DEFAULTED     VALUE "D".
012600*
012700*    PARAMETER AREA PASSED TO LOGWRT01. LAYOUT MUST MATCH ITS
012800*    LINKAGE SECTION LOG-PARMS FIELD FOR FIELD.
012900*
013000 01  WS-LOG-PARMS.
013100     03  WS-LOG-PROGRAM-ID        PIC X(16) VALUE "OPSMNU01".
013200     03  WS-LOG-STEP              PIC X(12).
013300     03  WS-LOG-RUN-DATE          PIC 9(08).
013400     03  WS-LOG-RUN-TIME          PIC 9(08).
013500     03  WS-LOG-MESSAGE           PIC X(60).
013600     03  WS-LOG-SEVERITY          PIC X(01) VALUE "I".
013700*
013800 PROCEDURE DIVISION.
013900 0000-MAINLINE.
014000     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
014100     IF WS-ABORT-RUN
014200         PERFORM 3100-WRITE-JOB-HISTORY THRU 3100-EXIT
014300         MOVE WS-FINAL-RC TO RETURN-CODE
014400         GOBACK
014500     END-IF.
014600     PERFORM 2000-MENU-LOOP THRU 2000-EXIT
014700         WITH TEST AFTER UNTIL WS-MENU-END.
014800     PERFORM 3000-FINALIZE THRU 3000-EXIT.
014900     MOVE WS-FINAL-RC TO RETURN-CODE.
015000     GOBACK.
015100*
015200******************************************************************
015300* 1000-INITIALIZE.
015400*    CAPTURES THE RUN TIMESTAMP, TAKES THE SIGN-ON AND BUILDS THE
015500*    OPERATOR'S MENU. A FAILED SIGN-ON, OR AN OPERATOR WITH NO
015600*    MENU FUNCTION PERMITTED, REFUSES THE SESSION WITH RC 14 -
015700*    THE SAME CODE A MAINTENANCE PROGRAM'S OWN SIGN-ON GIVES.
015800******************************************************************
015900 1000-INITIALIZE.
016000     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
016100     ACCEPT WS-RUN-TIME FROM TIME.
016200     MOVE WS-RUN-DATE TO WS-LOG-RUN-DATE.
016300     MOVE WS-RUN-TIME TO WS-LOG-RUN-TIME.
016400     MOVE "INITIALIZE" TO WS-LOG-STEP.
016500     MOVE "OPERATIONS MENU STARTING" TO WS-LOG-MESSAGE.
016600     CALL "LOGWRT01" USING WS-LOG-PARMS.
016700     PERFORM 1100-SIGN-ON THRU 1100-EXIT.
016800     IF WS-SIGNON-OK
016900         PERFORM 1200-BUILD-MENU THRU 1200-EXIT
017000         IF WS-MENU-COUNT = 0
017100             DISPLAY "NO FUNCTIONS ARE PERMITTED FOR OPERATOR "
017200                 WS-SIGNON-ID "."
017300             MOVE "N" TO WS-SIGNON-OK-SW
017400         END-IF
017500     END-IF.
017600     IF NOT WS-SIGNON-OK
017700         MOVE "SIGN-ON" TO WS-LOG-STEP
017800         MOVE "W" TO WS-LOG-SEVERITY
017900         MOVE "SIGN-ON FAILED - MENU SESSION REFUSED" TO
018000             WS-LOG-MESSAGE
018100         CALL "LOGWRT01" USING WS-LOG-PARMS
018200         MOVE "I" TO WS-LOG-SEVERITY
018300         MOVE 14 TO WS-FINAL-RC
018400         SET WS-ABORT-RUN TO TRUE
018500         GO TO 1000-EXIT
018600     END-IF.
018700     MOVE "S" TO WS-SES-FUNCTION.
018800     MOVE WS-SIGNON-ID TO WS-SES-OPERATOR-ID.
018900     MOVE WS-SIGNON-NAME TO WS-SES-OPERATOR-NAME.
019000     CALL "SESSN01" USING WS-SES-PARMS.
019100     MOVE "SIGN-ON" TO WS-LOG-STEP.
019200     MOVE SPACES TO WS-LOG-MESSAGE.
019300     STRING "OPERATOR " WS-SIGNON-ID " SIGNED ON TO THE MENU"
019400         DELIMITED BY SIZE INTO WS-LOG-MESSAGE.
019500     CALL "LOGWRT01" USING WS-LOG-PARMS.
019600 1000-EXIT.
019700     EXIT.
019800*
019900******************************************************************
020000* 1100-SIGN-ON.
020100*    TAKES THE OPERATOR SIGN-ON AGAINST THE OPERATOR MASTER - ON
020200*    THE MASTER AND ACTIVE, OR THE SESSION IS REFUSED. THE
020300*    MASTER IS CLOSED AGAIN AT ONCE, SO A MAINTENANCE PROGRAM
020400*    CALLED FROM THE MENU CAN OPEN IT AS IT NEEDS.
020500******************************************************************
020600 1100-SIGN-ON.
020700     OPEN INPUT OPERATOR-FILE.
020800     IF WS-OPR-FILE-STATUS NOT = "00"
020900         DISPLAY "OPERATOR MASTER NOT AVAILABLE - REFUSED."
021000         GO TO 1100-EXIT
021100     END-IF.
021200     DISPLAY "SIGN ON - ENTER OPERATOR ID: ".
021300     ACCEPT WS-SIGNON-ID.
021400     MOVE WS-SIGNON-ID TO OPR-ID.
021500     READ OPERATOR-FILE
021600         INVALID KEY
021700             DISPLAY "OPERATOR " WS-SIGNON-ID
021800                 " NOT ON THE MASTER."
021900             CLOSE OPERATOR-FILE
022000             GO TO 1100-EXIT
022100     END-READ.
022200     CLOSE OPERATOR-FILE.
022300     IF NOT OPR-ACTIVE
022400         DISPLAY "OPERATOR " WS-SIGNON-ID " IS NOT ACTIVE."
022500         GO TO 1100-EXIT
022600     END-IF.
022700     MOVE OPR-NAME TO WS-SIGNON-NAME.
022800     MOVE OPR-AUTHORITY TO WS-SIGNON-AUTHORITY.
022900     SET WS-SIGNON-OK TO TRUE.
023000     DISPLAY "SIGNED ON: " OPR-NAME.
023100 1100-EXIT.
023200     EXIT.
023300*
023400******************************************************************
023500* 1200-BUILD-MENU.
023600*    WALKS THE FUNCTION TABLE AND KEEPS EVERY MENU FUNCTION THE
023700*    OPERATOR MAY USE. A FUNCTION THE OPERATOR HAS NO PERMISSION
023800*    FOR IS NOT SHOWN AT ALL.
023900******************************************************************
024000 1200-BUILD-MENU.
024100     MOVE 0 TO WS-MENU-COUNT.
024200     PERFORM 1210-CHECK-ONE-FUNCTION THRU 1210-EXIT
024300         VARYING WS-FN-SUB FROM 1 BY 1
024400         UNTIL WS-FN-SUB > FN-TB-COUNT.
024500 1200-EXIT.
024600     EXIT.
024700*
024800******************************************************************
024900* 1210-CHECK-ONE-FUNCTION.
025000*    ADDS FUNCTION TABLE ENTRY WS-FN-SUB TO THE MENU WHEN IT IS
025100*    OFFERED ON THE MENU AND THE OPERATOR MAY USE IT.
025200******************************************************************
025300 1210-CHECK-ONE-FUNCTION.
025400     IF NOT FN-TB-ON-MENU (WS-FN-SUB)
025500         GO TO 1210-EXIT
025600     END-IF.
025700     PERFORM 2900-CHECK-AUTHORITY THRU 2900-EXIT.
025800     IF WS-FN-ALLOWED
025900         ADD 1 TO WS-MENU-COUNT
026000         MOVE WS-FN-SUB TO WS-MENU-FN (WS-MENU-COUNT)
026100     END-IF.
026200 1210-EXIT.
026300     EXIT.
026400*
026500******************************************************************
026600* 2000-MENU-LOOP.
026700*    SHOWS THE OPERATOR'S MENU AND RUNS THE FUNCTION PICKED.
026800*    00 SIGNS OFF AND ENDS THE SESSION.
026900******************************************************************
027000 2000-MENU-LOOP.
027100     DISPLAY " ".
027200     DISPLAY "OPERATIONS MENU - OPERATOR " WS-SIGNON-ID " "
027300         WS-SIGNON-NAME.
027400     PERFORM 2010-SHOW-ONE-LINE THRU 2010-EXIT
027500         VARYING WS-SUB FROM 1 BY 1
027600         UNTIL WS-SUB > WS-MENU-COUNT.
027700     DISPLAY "  00  SIGN OFF".
027800     DISPLAY "SELECT FUNCTION: ".
027900     ACCEPT WS-MENU-CHOICE.
028000     IF WS-MENU-CHOICE = 0
028100         SET WS-MENU-END TO TRUE
028200         GO TO 2000-EXIT
028300     END-IF.
028400     IF WS-MENU-CHOICE > WS-MENU-COUNT
028500         DISPLAY "FUNCTION NOT ON THE MENU."
028600         GO TO 2000-EXIT
028700     END-IF.
028800     MOVE WS-MENU-FN (WS-MENU-CHOICE) TO WS-FN-SUB.
028900     PERFORM 2100-RUN-FUNCTION THRU 2100-EXIT.
029000     PERFORM 1200-BUILD-MENU THRU 1200-EXIT.
029100     IF WS-MENU-COUNT = 0
029200         DISPLAY "NO FUNCTIONS ARE PERMITTED ANY LONGER - "
029300             "SIGNING OFF."
029400         SET WS-MENU-END TO TRUE
029500     END-IF.
029600 2000-EXIT.
029700     EXIT.
029800*
029900******************************************************************
030000* 2010-SHOW-ONE-LINE.
030100*    DISPLAYS MENU LINE WS-SUB.
030200******************************************************************
030300 2010-SHOW-ONE-LINE.
030400     MOVE WS-SUB TO WS-LINE-ED.
030500     MOVE WS-MENU-FN (WS-SUB) TO WS-FN-SUB.
030600     DISPLAY "  " WS-LINE-ED "  " FN-TB-DESCRIPTION (WS-FN-SUB).
030700 2010-EXIT.
030800     EXIT.
030900*
031000******************************************************************
031100* 2100-RUN-FUNCTION.
031200*    CALLS THE PROGRAM BEHIND FUNCTION TABLE ENTRY WS-FN-SUB. THE
031300*    PERMISSION IS ASKED AGAIN FIRST, IN CASE IT WAS WITHDRAWN
031400*    SINCE THE MENU WAS SHOWN. THE PROGRAM IS CANCELLED WHEN IT
031500*    RETURNS, SO THE NEXT SELECTION STARTS IT AFRESH, AND THE
031600*    SELECTION IS WRITTEN TO THE JOB RUN HISTORY.
031700******************************************************************
031800 2100-RUN-FUNCTION.
031900     PERFORM 2900-CHECK-AUTHORITY THRU 2900-EXIT.
032000     IF NOT WS-FN-ALLOWED
032100         DISPLAY "FUNCTION NO LONGER PERMITTED."
032200         GO TO 2100-EXIT
032300     END-IF.
032400     MOVE FN-TB-CODE (WS-FN-SUB) TO WS-CALL-PROGRAM.
032500     ADD 1 TO WS-SELECT-COUNT.
032600     ACCEPT WS-FN-START-TIME FROM TIME.
032700     MOVE "SELECT" TO WS-LOG-STEP.
032800     MOVE SPACES TO WS-LOG-MESSAGE.
032900     STRING "OPERATOR " WS-SIGNON-ID " SELECTED "
033000         WS-CALL-PROGRAM
033100         DELIMITED BY SIZE INTO WS-LOG-MESSAGE.
033200     CALL "LOGWRT01" USING WS-LOG-PARMS.
033300     MOVE "N" TO WS-CALL-FAILED-SW.
033400     MOVE 0 TO RETURN-CODE.
033500     CALL WS-CALL-PROGRAM
033600         ON EXCEPTION
033700             SET WS-CALL-FAILED TO TRUE
033800     END-CALL.
033900     MOVE RETURN-CODE TO WS-FN-RC.
034000     IF WS-CALL-FAILED
034100         DISPLAY "PROGRAM " WS-CALL-PROGRAM " IS NOT AVAILABLE."
034200         MOVE 99 TO WS-FN-RC
034300     ELSE
034400         CANCEL WS-CALL-PROGRAM
034500     END-IF.
034600     PERFORM 2200-WRITE-SELECTION THRU 2200-EXIT.
034700     MOVE WS-FN-RC TO WS-FN-RC-ED.
034800     MOVE "RETURN" TO WS-LOG-STEP.
034900     MOVE SPACES TO WS-LOG-MESSAGE.
035000     STRING WS-CALL-PROGRAM " ENDED RC " WS-FN-RC-ED
035100         " FOR OPERATOR " WS-SIGNON-ID
035200         DELIMITED BY SIZE INTO WS-LOG-MESSAGE.
035300     IF WS-FN-RC NOT = 0
035400         MOVE "W" TO WS-LOG-SEVERITY
035500     END-IF.
035600     CALL "LOGWRT01" USING WS-LOG-PARMS.
035700     MOVE "I" TO WS-LOG-SEVERITY.
035800 2100-EXIT.
035900     EXIT.
036000*
036100******************************************************************
036200* 2200-WRITE-SELECTION.
036300*    APPENDS THE JOB RUN HISTORY RECORD FOR ONE MENU SELECTION -
036400*    THE OPERATOR, THE FUNCTION, WHEN IT WAS ENTERED AND LEFT,
036500*    AND ITS RETURN CODE (99 WHEN THE PROGRAM COULD NOT BE
036600*    CALLED AT ALL).
036700******************************************************************
036800 2200-WRITE-SELECTION.
036900     OPEN EXTEND JOB-HISTORY-FILE.
037000     IF WS-JH-FILE-NOT-FOUND
037100         CLOSE JOB-HISTORY-FILE
037200         OPEN OUTPUT JOB-HISTORY-FILE
037300     END-IF.
037400     MOVE SPACES TO JOB-HIST-RECORD.
037500     MOVE "OPSMNU01" TO JH-PROGRAM-ID.
037600     MOVE WS-RUN-DATE TO JH-RUN-DATE.
037700     MOVE WS-FN-START-TIME TO JH-START-TIME.
037800     ACCEPT WS-END-TIME FROM TIME.
037900     MOVE WS-END-TIME TO JH-END-TIME.
038000     MOVE WS-FN-RC TO JH-RETURN-CODE.
038100     MOVE 0 TO JH-TRAN-COUNT.
038200     MOVE WS-SIGNON-ID TO JH-OPERATOR-ID.
038300     MOVE WS-CALL-PROGRAM TO JH-FUNCTION.
038400     WRITE JOB-HIST-RECORD.
038500     CLOSE JOB-HISTORY-FILE.
038600 2200-EXIT.
038700     EXIT.
038800*
038900******************************************************************
039000* 2900-CHECK-AUTHORITY.
039100*    ASKS FNAUTH01 WHAT THE SIGNED-ON OPERATOR MAY DO WITH
039200*    FUNCTION TABLE ENTRY WS-FN-SUB, AND SETS WS-FN-ALLOWED WHEN
039300*    THAT IS ENOUGH TO USE IT - SUPERVISE FOR A FUNCTION THAT
039400*    NEEDS IT, USE FOR ANY OTHER.
039500******************************************************************
039600 2900-CHECK-AUTHORITY.
039700     MOVE "N" TO WS-FN-ALLOWED-SW.
039800     MOVE FN-TB-CODE (WS-FN-SUB) TO WS-FNA-FUNCTION.
039900     MOVE WS-SIGNON-ID TO WS-FNA-OPERATOR-ID.
040000     MOVE WS-SIGNON-AUTHORITY TO WS-FNA-OPR-AUTHORITY.
040100     CALL "FNAUTH01" USING WS-FNA-PARMS.
040200     IF FN-TB-NEEDS-SUPERVISE (WS-FN-SUB)
040300         IF WS-FNA-CAN-SUPERVISE
040400             SET WS-FN-ALLOWED TO TRUE
040500         END-IF
040600     ELSE
040700         IF WS-FNA-CAN-USE
040800             SET WS-FN-ALLOWED TO TRUE
040900         END-IF
041000     END-IF.
041100 2900-EXIT.
041200     EXIT.
041300*
041400******************************************************************
041500* 3000-FINALIZE.
041600*    SIGNS THE OPERATOR OFF - THE SHARED SESSION IS CLEARED, SO
041700*    NOTHING RUN LATER IN THE SAME RUN UNIT INHERITS IT - LOGS
041800*    THE SESSION AND WRITES ITS JOB RUN HISTORY RECORD.
041900******************************************************************
042000 3000-FINALIZE.
042100     MOVE "C" TO WS-SES-FUNCTION.
042200     CALL "SESSN01" USING WS-SES-PARMS.
042300     MOVE "FINALIZE" TO WS-LOG-STEP.
042400     MOVE SPACES TO WS-LOG-MESSAGE.
042500     STRING "OPERATOR " WS-SIGNON-ID " SIGNED OFF AFTER "
042600         WS-SELECT-COUNT " SELECTIONS"
042700         DELIMITED BY SIZE INTO WS-LOG-MESSAGE.
042800     CALL "LOGWRT01" USING WS-LOG-PARMS.
042900     MOVE 0 TO WS-FINAL-RC.
043000     PERFORM 3100-WRITE-JOB-HISTORY THRU 3100-EXIT.
043100 3000-EXIT.
043200     EXIT.
043300*
043400******************************************************************
043500* 3100-WRITE-JOB-HISTORY.
043600*    APPENDS ONE JOB RUN HISTORY RECORD FOR THE MENU SESSION AS
043700*    A WHOLE, WITH A TRUE END TIME CAPTURED NOW. JH-FUNCTION IS
043800*    LEFT BLANK, WHICH TELLS IT FROM A SELECTION RECORD.
043900******************************************************************
044000 3100-WRITE-JOB-HISTORY.
044100     OPEN EXTEND JOB-HISTORY-FILE.
044200     IF WS-JH-FILE-NOT-FOUND
044300         CLOSE JOB-HISTORY-FILE
044400         OPEN OUTPUT JOB-HISTORY-FILE
044500     END-IF.
044600     MOVE SPACES TO JOB-HIST-RECORD.
044700     MOVE "OPSMNU01" TO JH-PROGRAM-ID.
044800     MOVE WS-RUN-DATE TO JH-RUN-DATE.
044900     MOVE WS-RUN-TIME TO JH-START-TIME.
045000     ACCEPT WS-END-TIME FROM TIME.
045100     MOVE WS-END-TIME TO JH-END-TIME.
045200     MOVE WS-FINAL-RC TO JH-RETURN-CODE.
045300     MOVE WS-SELECT-COUNT TO JH-TRAN-COUNT.
045400     MOVE WS-SIGNON-ID TO JH-OPERATOR-ID.
045500     WRITE JOB-HIST-RECORD.
045600     CLOSE JOB-HISTORY-FILE.
045700 3100-EXIT.
045800     EXIT.
045900*
046000 END PROGRAM OPSMNU01.
