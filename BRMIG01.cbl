000100******************************************************************
000200* AUTHOR:       BRUNNO LORENZONI
000300* INSTALLATION: OPERATIONS / BATCH SUPPORT
000400* DATE-WRITTEN: 2026-10-15
000500* DATE-COMPILED:
000600* PURPOSE:      BRANCH CLOSURE AND MERGER MIGRATION. CLOSING A
000700*               BRANCH ON THE MASTER (BRMNT01, APPROVED THROUGH
000800*               THE CHANGE QUEUE) ONLY FLAGS IT - EVERYTHING
000900*               HANGING OFF THE CODE STAYS BEHIND. GIVEN A CLOSED
001000*               BRANCH, A SUCCESSOR BRANCH AND AN EFFECTIVE DATE
001100*               THIS RUN:
001200*                 - MOVES THE CLOSED BRANCH'S ACTIVE STANDING
001300*                   ORDERS TO THE SUCCESSOR, OR CANCELS THEM;
001400*                 - RE-POINTS ITS WAREHOUSED VALUE-DATED ITEMS AT
001500*                   THE SUCCESSOR, SO NOTHING RELEASES UNDER A
001600*                   CLOSED CODE;
001700*                 - TRANSFERS ITS DAILY LIMIT, COMMISSION RATE AND
001800*                   FEED SEQUENCE RECORDS TO THE SUCCESSOR (WHERE
001900*                   THE SUCCESSOR HAS NONE OF ITS OWN) OR RETIRES
002000*                   THEM;
002100*                 - RECORDS THE OLD-TO-NEW LINK ON BRLINK, WHICH
002200*                   STATEMENTS AND THE ARCHIVE INQUIRY READ TO
002300*                   SHOW BOTH CODES.
002400*               THE OPERATOR SIGNS ON, KEYS THE PARAMETERS AND
002500*               SEES WHAT WILL BE TOUCHED; NOTHING CHANGES UNTIL
002600*               A SECOND OPERATOR WITH SUPERVISOR PERMISSION FOR
002700*               THIS FUNCTION CONFIRMS. EVERY RECORD TOUCHED IS
002800*               PRINTED ON A DATED MIGRATION REPORT. THE EFFECTIVE
002900*               DATE MAY NOT BE LATER THAN THE BUSINESS DATE - THE
003000*               RUN MOVES EVERYTHING OUTSTANDING WHEN IT IS MADE.
003100* TECTONICS:    COBC
003200******************************************************************
003300* MODIFICATION HISTORY.
003400*    2026-10-15 BL  INITIAL VERSION.
003500******************************************************************
003600 IDENTIFICATION DIVISION.
003700 PROGRAM-ID. BRMIG01.
003800 ENVIRONMENT DIVISION.
003900 INPUT-OUTPUT SECTION.
004000 FILE-CONTROL.
004100     SELECT BRANCH-FILE ASSIGN TO "BRNCHMST"
004200         ORGANIZATION IS INDEXED
004300         ACCESS MODE IS RANDOM
004400         RECORD KEY IS BR-CODE
004500         FILE STATUS IS WS-BR-FILE-STATUS.
004600     SELECT BRANCH-LINK-FILE ASSIGN TO "BRLINK"
004700         ORGANIZATION IS INDEXED
004800         ACCESS MODE IS DYNAMIC
004900         RECORD KEY IS BL-OLD-BRANCH
005000         ALTERNATE RECORD KEY IS BL-NEW-BRANCH
005100             WITH DUPLICATES
005200         FILE STATUS IS WS-BL-FILE-STATUS.
005300     SELECT OPERATOR-FILE ASSIGN TO "OPERMAST"
005400         ORGANIZATION IS INDEXED
005500         ACCESS MODE IS RANDOM
005600         RECORD KEY IS OPR-ID
005700         FILE STATUS IS WS-OPR-FILE-STATUS.
005800     SELECT STANDING-ORDER-FILE ASSIGN TO "STORDMST"
005900         ORGANIZATION IS INDEXED
006000         ACCESS MODE IS DYNAMIC
006100         RECORD KEY IS SO-ID
006200         FILE STATUS IS WS-SO-FILE-STATUS.
006300     SELECT WAREHOUSE-FILE ASSIGN TO "TRNWARE"
006400         ORGANIZATION IS INDEXED
006500         ACCESS MODE IS DYNAMIC
006600         RECORD KEY IS WH-KEY
006700         FILE STATUS IS WS-WH-FILE-STATUS.
006800     SELECT BRANCH-LIMIT-FILE ASSIGN TO "BRLIMITS"
006900         ORGANIZATION IS INDEXED
007000         ACCESS MODE IS RANDOM
007100         RECORD KEY IS LIM-BRANCH
007200         FILE STATUS IS WS-LIM-FILE-STATUS.
007300     SELECT COMMISSION-FILE ASSIGN TO "COMMSCHD"
007400         ORGANIZATION IS INDEXED
007500         ACCESS MODE IS RANDOM
007600         RECORD KEY IS COM-BRANCH
007700         FILE STATUS IS WS-COM-FILE-STATUS.
007800     SELECT FEED-SEQUENCE-FILE ASSIGN TO "FEEDSEQ"
007900         ORGANIZATION IS INDEXED
008000         ACCESS MODE IS RANDOM
008100         RECORD KEY IS FSQ-BRANCH
008200         FILE STATUS IS WS-FSQ-FILE-STATUS.
008300     SELECT MIGRATION-REPORT-FILE
008400         ASSIGN TO DYNAMIC WS-RPT-FILE-NAME
008500         ORGANIZATION IS LINE SEQUENTIAL
008600         FILE STATUS IS WS-RPT-FILE-STATUS.
008700     SELECT REPORT-INDEX-FILE ASSIGN TO "RPTINDEX"
008800         ORGANIZATION IS LINE SEQUENTIAL
008900         FILE STATUS IS WS-RIX-FILE-STATUS.
009000     SELECT JOB-HISTORY-FILE ASSIGN TO "JOBHIST"
009100         ORGANIZATION IS LINE SEQUENTIAL
009200         FILE STATUS IS WS-JH-FILE-STATUS.
009300*
009400 DATA DIVISION.
009500 FILE SECTION.
009600 FD  BRANCH-FILE.
009700 COPY "BRNCHREC.cpy".
009800 FD  BRANCH-LINK-FILE.
009900 COPY "BRLNKREC.cpy".
010000 FD  OPERATOR-FILE.
010100 COPY "OPERREC.cpy".
010200 FD  STANDING-ORDER-FILE.
010300 COPY "STORDREC.cpy".
010400 FD  WAREHOUSE-FILE.
010500 COPY "WAREREC.cpy".
010600 FD  BRANCH-LIMIT-FILE.
010700 COPY "LIMITREC.cpy".
010800 FD  COMMISSION-FILE.
010900 COPY "COMMREC.cpy".
011000 FD  FEED-SEQUENCE-FILE.
011100 COPY "FSEQREC.cpy".
011200 FD  MIGRATION-REPORT-FILE.
011300 01  MIGRATION-REPORT-RECORD         PIC X(100).
011400 FD  REPORT-INDEX-FILE.
011500 COPY "RPTIXREC.cpy".
011600 FD  JOB-HISTORY-FILE.
011700 COPY "HISTREC.cpy".
011800*
011900 WORKING-STORAGE SECTION.
012000 77  WS-BR-FILE-STATUS           PIC X(02) VALUE "00".
012100 77  WS-BL-FILE-STATUS           PIC X(02) VALUE "00".
012200     88  WS-BL-FILE-NOT-FOUND    VALUE "35".
012300 77  WS-OPR-FILE-STATUS          PIC X(02) VALUE "00".
012400 77  WS-SO-FILE-STATUS           PIC X(02) VALUE "00".
012500 77  WS-WH-FILE-STATUS           PIC X(02) VALUE "00".
012600 77  WS-LIM-FILE-STATUS          PIC X(02) VALUE "00".
012700 77  WS-COM-FILE-STATUS          PIC X(02) VALUE "00".
012800 77  WS-FSQ-FILE-STATUS          PIC X(02) VALUE "00".
012900 77  WS-RPT-FILE-STATUS          PIC X(02) VALUE "00".
013000     88  WS-RPT-FILE-NOT-FOUND   VALUE "35".
013100 77  WS-RIX-FILE-STATUS          PIC X(02) VALUE "00".
013200     88  WS-RIX-FILE-NOT-FOUND   VALUE "35".
013300 77  WS-JH-FILE-STATUS           PIC X(02) VALUE "00".
013400     88  WS-JH-FILE-NOT-FOUND    VALUE "35".
013500*
013600 77  WS-ABORT-SW                 PIC X(01) VALUE "N".
013700     88  WS-ABORT-RUN            VALUE "Y".
013800 77  WS-MASTERS-OPEN-SW          PIC X(01) VALUE "N".
013900     88  WS-MASTERS-OPEN         VALUE "Y".
014000 77  WS-MG-EOF-SW                PIC X(01) VALUE "N".
014100     88  WS-MG-EOF               VALUE "Y".
014200*
014300*    WORKING FILES OPENED FOR UPDATE. ONE THAT IS NOT THERE HAS
014400*    NOTHING ON IT FOR THE CLOSING BRANCH AND IS PASSED OVER.
014500*
014600 77  WS-SO-AVAILABLE-SW          PIC X(01) VALUE "N".
014700     88  WS-SO-AVAILABLE         VALUE "Y".
014800 77  WS-WH-AVAILABLE-SW          PIC X(01) VALUE "N".
014900     88  WS-WH-AVAILABLE         VALUE "Y".
015000 77  WS-LIM-AVAILABLE-SW         PIC X(01) VALUE "N".
015100     88  WS-LIM-AVAILABLE        VALUE "Y".
015200 77  WS-COM-AVAILABLE-SW         PIC X(01) VALUE "N".
015300     88  WS-COM-AVAILABLE        VALUE "Y".
015400 77  WS-FSQ-AVAILABLE-SW         PIC X(01) VALUE "N".
015500     88  WS-FSQ-AVAILABLE        VALUE "Y".
015600*
015700 77  WS-RUN-DATE                 PIC 9(08) VALUE ZEROS.
015800 77  WS-RUN-TIME                 PIC 9(08) VALUE ZEROS.
015900 77  WS-END-TIME                 PIC 9(08) VALUE ZEROS.
016000*
016100 77  WS-SIGNON-ID                PIC 9(06) VALUE ZEROS.
016200 77  WS-SIGNON-OK-SW             PIC X(01) VALUE "N".
016300     88  WS-SIGNON-OK            VALUE "Y".
016400 77  WS-CONFIRM-CHOICE           PIC X(01) VALUE SPACE.
016500 77  WS-CONFIRM-ID               PIC 9(06) VALUE ZEROS.
016600 77  WS-CONFIRM-OK-SW            PIC X(01) VALUE "N".
016700     88  WS-CONFIRM-OK           VALUE "Y".
016800*
016900*    THE MIGRATION PARAMETERS AS KEYED AND CHECKED.
017000*
017100 77  WS-MG-OLD-BRANCH            PIC X(04) VALUE SPACES.
017200 77  WS-MG-OLD-NAME              PIC X(20) VALUE SPACES.
017300 77  WS-MG-NEW-BRANCH            PIC X(04) VALUE SPACES.
017400 77  WS-MG-NEW-NAME              PIC X(20) VALUE SPACES.
017500 77  WS-MG-EFFECTIVE-DATE        PIC 9(08) VALUE ZEROS.
017600 77  WS-MG-SO-ACTION             PIC X(01) VALUE SPACE.
017700     88  WS-MG-SO-MOVE           VALUE "M".
017800     88  WS-MG-SO-CANCEL         VALUE "C".
017900 77  WS-MG-REF-ACTION            PIC X(01) VALUE SPACE.
018000     88  WS-MG-REF-TRANSFER      VALUE "T".
018100     88  WS-MG-REF-RETIRE        VALUE "R".
018200*
018300*    WHAT THE PREVIEW FOUND FOR THE CLOSING BRANCH.
018400*
018500 77  WS-MG-SO-FOUND              PIC 9(06) VALUE ZEROS.
018600 77  WS-MG-WH-FOUND              PIC 9(06) VALUE ZEROS.
018700 77  WS-MG-LIM-SW                PIC X(01) VALUE "N".
018800     88  WS-MG-LIM-ON-FILE       VALUE "Y".
018900 77  WS-MG-COM-SW                PIC X(01) VALUE "N".
019000     88  WS-MG-COM-ON-FILE       VALUE "Y".
019100 77  WS-MG-FSQ-SW                PIC X(01) VALUE "N".
019200     88  WS-MG-FSQ-ON-FILE       VALUE "Y".
019300 77  WS-MG-PREVIEW-TEXT          PIC X(08) VALUE SPACES.
019400 77  WS-MG-RETIRE-SW             PIC X(01) VALUE "N".
019500     88  WS-MG-RETIRING          VALUE "Y".
019600*
019700*    MIGRATION COUNTS. A RECORD THAT COULD NOT BE REWRITTEN IS
019800*    PRINTED AND COUNTED AS FAILED, AND THE RUN ENDS WITH A
019900*    WARNING RETURN CODE SO SOMEONE LOOKS AT IT.
020000*
020100 77  WS-MG-SO-MOVED              PIC 9(06) VALUE ZEROS.
020200 77  WS-MG-SO-CANCELLED          PIC 9(06) VALUE ZEROS.
020300 77  WS-MG-WH-MOVED              PIC 9(06) VALUE ZEROS.
020400 77  WS-MG-REF-TRANSFERRED       PIC 9(06) VALUE ZEROS.
020500 77  WS-MG-REF-RETIRED           PIC 9(06) VALUE ZEROS.
020600 77  WS-MG-FAILED-COUNT          PIC 9(06) VALUE ZEROS.
020700 77  WS-MG-TOUCHED-COUNT         PIC 9(06) VALUE ZEROS.
020800*
020900*    DATED REPORT FILE NAME, BUILT THE WAY THE OTHER DATED
021000*    REPORTS ARE.
021100*
021200 77  WS-RPT-FILE-NAME            PIC X(20) VALUE SPACES.
021300 77  WS-RPT-DATE-X               PIC X(08) VALUE SPACES.
021400*
021500*    REPORT LINES.
021600*
021700 01  WS-MG-HEADER-1.
021800     03  FILLER                  PIC X(01) VALUE SPACE.
021900     03  FILLER                  PIC X(34) VALUE
022000         "BRANCH CLOSURE AND MERGER".
022100     03  FILLER                  PIC X(10) VALUE "RUN DATE: ".
022200     03  MH1-RUN-DATE            PIC 9(08).
022300*
022400 01  WS-MG-HEADER-2.
022500     03  FILLER                  PIC X(01) VALUE SPACE.
022600     03  FILLER                  PIC X(15) VALUE
022700         "CLOSING BRANCH ".
022800     03  MH2-OLD-BRANCH          PIC X(04).
022900     03  FILLER                  PIC X(01) VALUE SPACE.
023000     03  MH2-OLD-NAME            PIC X(20).
023100     03  FILLER                  PIC X(11) VALUE " SUCCESSOR ".
023200     03  MH2-NEW-BRANCH          PIC X(04).
023300     03  FILLER                  PIC X(01) VALUE SPACE.
023400     03  MH2-NEW-NAME            PIC X(20).
023500*
023600 01  WS-MG-HEADER-3.
023700     03  FILLER                  PIC X(01) VALUE SPACE.
023800     03  FILLER                  PIC X(10) VALUE "EFFECTIVE ".
023900     03  MH3-EFFECTIVE-DATE      PIC 9(08).
024000     03  FILLER                  PIC X(15) VALUE
024100         "  REQUESTED BY ".
024200     03  MH3-REQUEST-OPR         PIC 9(06).
024300     03  FILLER                  PIC X(15) VALUE
024400         "  CONFIRMED BY ".
024500     03  MH3-CONFIRM-OPR         PIC 9(06).
024600*
024700 01  WS-MG-COLUMN-HEADER.
024800     03  FILLER                  PIC X(01) VALUE SPACE.
024900     03  FILLER                  PIC X(10) VALUE "FILE".
025000     03  FILLER                  PIC X(26) VALUE "RECORD".
025100     03  FILLER                  PIC X(06) VALUE "ACTION".
025200*
025300 01  WS-MG-DETAIL-LINE.
025400     03  FILLER                  PIC X(01) VALUE SPACE.
025500     03  MD-FILE                 PIC X(08).
025600     03  FILLER                  PIC X(02) VALUE SPACES.
025700     03  MD-RECORD               PIC X(24).
025800     03  FILLER                  PIC X(02) VALUE SPACES.
025900     03  MD-ACTION               PIC X(50).
026000*
026100 01  WS-MG-TOTAL-LINE.
026200     03  FILLER                  PIC X(01) VALUE SPACE.
026300     03  MT-LABEL                PIC X(34).
026400     03  MT-COUNT                PIC Z(05)9.
026500*
026600 COPY "DATEFLD.cpy".
026700*
026800 01  WS-DATE-PARMS.
026900     03  WS-DATE-PARM-DD          PIC 9(02).
027000     03  WS-DATE-PARM-MM          PIC 9(02).
027100     03  WS-DATE-PARM-AA          PIC 9(04).
027200     03  WS-DATE-PARM-STATUS      PIC X(01).
027300         88  WS-DATE-PARM-VALID   VALUE "V".
027400         88  WS-DATE-PARM-INVALID VALUE "I".
027500     03  WS-DATE-PARM-DOW         PIC 9(01).
027600     03  WS-DATE-PARM-WEEKEND-SW  PIC X(01).
027700         88  WS-DATE-PARM-WEEKEND VALUE "Y".
027800         88  WS-DATE-PARM-WEEKDAY VALUE "N".
027900     03  WS-DATE-PARM-MAX-DAY     PIC 9(02).
028000     03  WS-DATE-PARM-HOLIDAY-SW  PIC X(01).
028100         88  WS-DATE-PARM-HOLIDAY     VALUE "Y".
028200         88  WS-DATE-PARM-NOT-HOLIDAY VALUE "N".
028300*
028400*    PARAMETER AREA PASSED TO BDATE01. LAYOUT MUST MATCH ITS
028500*    LINKAGE SECTION BDATE-PARMS FIELD FOR FIELD.
028600*
028700 01  WS-BDATE-PARMS.
028800     03  WS-BDATE-FUNCTION        PIC X(01) VALUE "G".
028900     03  WS-BDATE-DATE            PIC 9(08).
029000     03  WS-BDATE-STATUS          PIC X(01).
029100*
029200*    PARAMETER AREA PASSED TO SESSN01. LAYOUT MUST MATCH ITS
029300*    LINKAGE SECTION SES-PARMS FIELD FOR FIELD.
029400*
029500 01  WS-SES-PARMS.
029600     03  WS-SES-FUNCTION          PIC X(01) VALUE "G".
029700     03  WS-SES-OPERATOR-ID       PIC 9(06).
029800     03  WS-SES-OPERATOR-NAME     PIC X(20).
029900     03  WS-SES-STATUS            PIC X(01).
030000         88  WS-SES-ACTIVE        VALUE "Y".
030100*
030200*    PARAMETER AREA PASSED TO FNAUTH01. LAYOUT MUST MATCH ITS
030300*    LINKAGE SECTION FNA-PARMS FIELD FOR FIELD.
030400*
030500 01  WS-FNA-PARMS.
030600     03  WS-FNA-OPERATOR-ID       PIC 9(06).
030700     03  WS-FNA-FUNCTION          PIC X(08) VALUE "BRMIG01".
030800     03  WS-FNA-OPR-AUTHORITY     PIC 9(01).
030900     03  WS-FNA-LEVEL             PIC X(01).
031000         88  WS-FNA-CAN-USE       VALUE "U" "S".
031100         88  WS-FNA-CAN-SUPERVISE VALUE "S".
031200     03  WS-FNA-SOURCE            PIC X(01).
031300*
031400*    PARAMETER AREA PASSED TO LOGWRT01. LAYOUT MUST MATCH ITS
031500*    LINKAGE SECTION LOG-PARMS FIELD FOR FIELD.
031600*
031700 01  WS-LOG-PARMS.
031800     03  WS-LOG-PROGRAM-ID        PIC X(16) VALUE "BRMIG01".
031900     03  WS-LOG-STEP              PIC X(12).
032000     03  WS-LOG-RUN-DATE          PIC 9(08).
032100     03  WS-LOG-RUN-TIME          PIC 9(08).
032200     03  WS-LOG-MESSAGE           PIC X(60).
032300     03  WS-LOG-SEVERITY          PIC X(01) VALUE "I".
032400*
032500*    PARAMETER AREA PASSED TO ERRWRT01. LAYOUT MUST MATCH ITS
032600*    LINKAGE SECTION ERR-PARMS FIELD FOR FIELD.
032700*
032800 01  WS-ERR-PARMS.
032900     03  WS-ERR-PROGRAM-ID        PIC X(16) VALUE "BRMIG01".
033000     03  WS-ERR-STEP              PIC X(12).
033100     03  WS-ERR-RETURN-CODE       PIC 9(02).
033200     03  WS-ERR-MESSAGE           PIC X(60).
033300     03  WS-ERR-RUN-DATE          PIC 9(08).
033400     03  WS-ERR-RUN-TIME          PIC 9(08).
033500*
033600 PROCEDURE DIVISION.
033700 0000-MAINLINE.
033800     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
033900     IF NOT WS-ABORT-RUN
034000         PERFORM 1200-TAKE-PARAMETERS THRU 1200-EXIT
034100     END-IF.
034200     IF NOT WS-ABORT-RUN
034300         PERFORM 1500-PREVIEW-AND-CONFIRM THRU 1500-EXIT
034400     END-IF.
034500     IF NOT WS-ABORT-RUN
034600         PERFORM 2000-MIGRATE-BRANCH THRU 2000-EXIT
034700     END-IF.
034800     PERFORM 5000-FINALIZE THRU 5000-EXIT.
034900     GOBACK.
035000*
035100******************************************************************
035200* 1000-INITIALIZE.
035300*    FETCHES THE BUSINESS DATE, SIGNS THE OPERATOR ON AND OPENS
035400*    THE BRANCH MASTER AND THE SUCCESSION LINK FILE. THE MASTER
035500*    MUST BE THERE; THE LINK FILE IS CREATED ON FIRST USE.
035600******************************************************************
035700 1000-INITIALIZE.
035800     CALL "BDATE01" USING WS-BDATE-PARMS.
035900     MOVE WS-BDATE-DATE TO WS-RUN-DATE.
036000     ACCEPT WS-RUN-TIME FROM TIME.
036100     MOVE WS-RUN-DATE TO WS-LOG-RUN-DATE.
036200     MOVE WS-RUN-TIME TO WS-LOG-RUN-TIME.
036300     MOVE "INITIALIZE" TO WS-LOG-STEP.
036400     MOVE "BRANCH CLOSURE AND MERGER STARTING" TO WS-LOG-MESSAGE.
036500     CALL "LOGWRT01" USING WS-LOG-PARMS.
036600     PERFORM 1100-SIGN-ON THRU 1100-EXIT.
036700     IF NOT WS-SIGNON-OK
036800         MOVE "SIGN-ON" TO WS-LOG-STEP
036900         MOVE "W" TO WS-LOG-SEVERITY
037000         MOVE "SIGN-ON FAILED - MIGRATION REFUSED" TO
037100             WS-LOG-MESSAGE
037200         CALL "LOGWRT01" USING WS-LOG-PARMS
037300         MOVE "I" TO WS-LOG-SEVERITY
037400         MOVE 14 TO RETURN-CODE
037500         SET WS-ABORT-RUN TO TRUE
037600         GO TO 1000-EXIT
037700     END-IF.
037800     OPEN INPUT BRANCH-FILE.
037900     IF WS-BR-FILE-STATUS NOT = "00"
038000         MOVE "INITIALIZE" TO WS-ERR-STEP
038100         MOVE "BRANCH MASTER NOT FOUND - MIGRATION ABORTED" TO
038200             WS-ERR-MESSAGE
038300         MOVE WS-RUN-DATE TO WS-ERR-RUN-DATE
038400         MOVE WS-RUN-TIME TO WS-ERR-RUN-TIME
038500         MOVE 90 TO WS-ERR-RETURN-CODE
038600         CALL "ERRWRT01" USING WS-ERR-PARMS
038700         SET WS-ABORT-RUN TO TRUE
038800         GO TO 1000-EXIT
038900     END-IF.
039000     OPEN I-O BRANCH-LINK-FILE.
039100     IF WS-BL-FILE-NOT-FOUND
039200         CLOSE BRANCH-LINK-FILE
039300         OPEN OUTPUT BRANCH-LINK-FILE
039400         CLOSE BRANCH-LINK-FILE
039500         OPEN I-O BRANCH-LINK-FILE
039600     END-IF.
039700     IF WS-BL-FILE-STATUS NOT = "00"
039800         MOVE "INITIALIZE" TO WS-ERR-STEP
039900         MOVE "BRANCH LINK FILE NOT OPENED - MIGRATION ABORTED"
040000             TO WS-ERR-MESSAGE
040100         MOVE WS-RUN-DATE TO WS-ERR-RUN-DATE
040200         MOVE WS-RUN-TIME TO WS-ERR-RUN-TIME
040300         MOVE 90 TO WS-ERR-RETURN-CODE
040400         CALL "ERRWRT01" USING WS-ERR-PARMS
040500         SET WS-ABORT-RUN TO TRUE
040600         CLOSE BRANCH-FILE
040700         GO TO 1000-EXIT
040800     END-IF.
040900     SET WS-MASTERS-OPEN TO TRUE.
041000 1000-EXIT.
041100     EXIT.
041200*
041300******************************************************************
041400* 1100-SIGN-ON.
041500*    TAKES THE OPERATOR ID AND CHECKS IT AGAINST THE OPERATOR
041600*    MASTER - ON THE MASTER AND ACTIVE, OR THE RUN IS REFUSED.
041700*    A SESSION OPENED BY THE OPERATIONS MENU SUPPLIES THE ID,
041800*    AND THE OPERATOR MUST HOLD PERMISSION FOR THIS FUNCTION.
041900******************************************************************
042000 1100-SIGN-ON.
042100     OPEN INPUT OPERATOR-FILE.
042200     IF WS-OPR-FILE-STATUS NOT = "00"
042300         DISPLAY "OPERATOR MASTER NOT AVAILABLE - REFUSED."
042400         GO TO 1100-EXIT
042500     END-IF.
042600     CALL "SESSN01" USING WS-SES-PARMS.
042700     IF WS-SES-ACTIVE
042800         MOVE WS-SES-OPERATOR-ID TO WS-SIGNON-ID
042900     ELSE
043000         DISPLAY "SIGN ON - ENTER OPERATOR ID: "
043100         ACCEPT WS-SIGNON-ID
043200     END-IF.
043300     MOVE WS-SIGNON-ID TO OPR-ID.
043400     READ OPERATOR-FILE
043500         INVALID KEY
043600             DISPLAY "OPERATOR " WS-SIGNON-ID
043700                 " NOT ON THE MASTER."
043800             CLOSE OPERATOR-FILE
043900             GO TO 1100-EXIT
044000     END-READ.
044100     CLOSE OPERATOR-FILE.
044200     IF NOT OPR-ACTIVE
044300         DISPLAY "OPERATOR " WS-SIGNON-ID " IS NOT ACTIVE."
044400         GO TO 1100-EXIT
044500     END-IF.
044600     MOVE WS-SIGNON-ID TO WS-FNA-OPERATOR-ID.
044700     MOVE OPR-AUTHORITY TO WS-FNA-OPR-AUTHORITY.
044800     CALL "FNAUTH01" USING WS-FNA-PARMS.
044900     IF NOT WS-FNA-CAN-USE
045000         DISPLAY "OPERATOR " WS-SIGNON-ID
045100             " IS NOT PERMITTED TO USE THIS FUNCTION."
045200         GO TO 1100-EXIT
045300     END-IF.
045400     SET WS-SIGNON-OK TO TRUE.
045500     DISPLAY "SIGNED ON: " OPR-NAME.
045600 1100-EXIT.
045700     EXIT.
045800*
045900******************************************************************
046000* 1200-TAKE-PARAMETERS.
046100*    TAKES AND CHECKS THE CLOSING BRANCH, THE SUCCESSOR, THE
046200*    EFFECTIVE DATE AND THE TWO ACTIONS. THE CLOSING BRANCH MUST
046300*    ALREADY BE CLOSED ON THE MASTER - THE CLOSURE ITSELF GOES
046400*    THROUGH BRANCH MAINTENANCE AND ITS APPROVAL QUEUE - AND MUST
046500*    NOT HAVE BEEN MIGRATED BEFORE. THE SUCCESSOR MUST BE A
046600*    DIFFERENT, OPEN BRANCH. ANY FAILED CHECK REFUSES THE RUN
046700*    WITH NOTHING CHANGED.
046800******************************************************************
046900 1200-TAKE-PARAMETERS.
047000     MOVE "PARAMETERS" TO WS-LOG-STEP.
047100     DISPLAY "ENTER CLOSING BRANCH CODE: ".
047200     ACCEPT WS-MG-OLD-BRANCH.
047300     MOVE WS-MG-OLD-BRANCH TO BR-CODE.
047400     READ BRANCH-FILE
047500         INVALID KEY
047600             DISPLAY "BRANCH " WS-MG-OLD-BRANCH
047700                 " NOT ON THE MASTER."
047800             PERFORM 1290-REFUSE-RUN THRU 1290-EXIT
047900             GO TO 1200-EXIT
048000     END-READ.
048100     IF NOT BR-CLOSED
048200         DISPLAY "BRANCH " WS-MG-OLD-BRANCH " IS STILL OPEN - "
048300             "CLOSE IT THROUGH BRANCH MAINTENANCE FIRST."
048400         PERFORM 1290-REFUSE-RUN THRU 1290-EXIT
048500         GO TO 1200-EXIT
048600     END-IF.
048700     MOVE BR-NAME TO WS-MG-OLD-NAME.
048800     MOVE WS-MG-OLD-BRANCH TO BL-OLD-BRANCH.
048900     READ BRANCH-LINK-FILE
049000         INVALID KEY
049100             CONTINUE
049200         NOT INVALID KEY
049300             DISPLAY "BRANCH " WS-MG-OLD-BRANCH
049400                 " WAS ALREADY MERGED INTO " BL-NEW-BRANCH
049500                 " ON " BL-MIGRATED-DATE "."
049600             PERFORM 1290-REFUSE-RUN THRU 1290-EXIT
049700             GO TO 1200-EXIT
049800     END-READ.
049900     DISPLAY "ENTER SUCCESSOR BRANCH CODE: ".
050000     ACCEPT WS-MG-NEW-BRANCH.
050100     IF WS-MG-NEW-BRANCH = WS-MG-OLD-BRANCH
050200         DISPLAY "THE SUCCESSOR MUST BE A DIFFERENT BRANCH."
050300         PERFORM 1290-REFUSE-RUN THRU 1290-EXIT
050400         GO TO 1200-EXIT
050500     END-IF.
050600     MOVE WS-MG-NEW-BRANCH TO BR-CODE.
050700     READ BRANCH-FILE
050800         INVALID KEY
050900             DISPLAY "BRANCH " WS-MG-NEW-BRANCH
051000                 " NOT ON THE MASTER."
051100             PERFORM 1290-REFUSE-RUN THRU 1290-EXIT
051200             GO TO 1200-EXIT
051300     END-READ.
051400     IF NOT BR-ACTIVE
051500         DISPLAY "SUCCESSOR BRANCH " WS-MG-NEW-BRANCH
051600             " IS NOT OPEN."
051700         PERFORM 1290-REFUSE-RUN THRU 1290-EXIT
051800         GO TO 1200-EXIT
051900     END-IF.
052000     MOVE BR-NAME TO WS-MG-NEW-NAME.
052100     DISPLAY "ENTER EFFECTIVE DATE (AAAAMMDD): ".
052200     ACCEPT WS-MG-EFFECTIVE-DATE.
052300     MOVE WS-MG-EFFECTIVE-DATE TO DATEFLD-DATE.
052400     MOVE DATEFLD-DD TO WS-DATE-PARM-DD.
052500     MOVE DATEFLD-MM TO WS-DATE-PARM-MM.
052600     MOVE DATEFLD-AAAA TO WS-DATE-PARM-AA.
052700     CALL "FILLER_PROGRAMA" USING WS-DATE-PARMS.
052800     IF WS-DATE-PARM-INVALID
052900         DISPLAY "NOT A VALID CALENDAR DATE."
053000         PERFORM 1290-REFUSE-RUN THRU 1290-EXIT
053100         GO TO 1200-EXIT
053200     END-IF.
053300     IF WS-MG-EFFECTIVE-DATE > WS-RUN-DATE
053400         DISPLAY "EFFECTIVE DATE IS LATER THAN THE BUSINESS DATE "
053500             WS-RUN-DATE " - RUN THE MIGRATION ON OR AFTER IT."
053600         PERFORM 1290-REFUSE-RUN THRU 1290-EXIT
053700         GO TO 1200-EXIT
053800     END-IF.
053900     DISPLAY "STANDING ORDERS - M = MOVE TO SUCCESSOR, "
054000         "C = CANCEL: ".
054100     ACCEPT WS-MG-SO-ACTION.
054200     IF NOT WS-MG-SO-MOVE AND NOT WS-MG-SO-CANCEL
054300         DISPLAY "STANDING ORDER ACTION NOT RECOGNISED."
054400         PERFORM 1290-REFUSE-RUN THRU 1290-EXIT
054500         GO TO 1200-EXIT
054600     END-IF.
054700     DISPLAY "LIMIT, COMMISSION AND FEED SEQUENCE - ".
054800     DISPLAY "  T = TRANSFER TO SUCCESSOR, R = RETIRE: ".
054900     ACCEPT WS-MG-REF-ACTION.
055000     IF NOT WS-MG-REF-TRANSFER AND NOT WS-MG-REF-RETIRE
055100         DISPLAY "LIMIT/COMMISSION ACTION NOT RECOGNISED."
055200         PERFORM 1290-REFUSE-RUN THRU 1290-EXIT
055300         GO TO 1200-EXIT
055400     END-IF.
055500 1200-EXIT.
055600     EXIT.
055700*
055800******************************************************************
055900* 1290-REFUSE-RUN.
056000*    ENDS THE RUN ON A PARAMETER THAT FAILED ITS CHECK. NOTHING
056100*    HAS BEEN CHANGED.
056200******************************************************************
056300 1290-REFUSE-RUN.
056400     MOVE "W" TO WS-LOG-SEVERITY.
056500     MOVE "PARAMETERS REFUSED - NOTHING MIGRATED" TO
056600         WS-LOG-MESSAGE.
056700     CALL "LOGWRT01" USING WS-LOG-PARMS.
056800     MOVE "I" TO WS-LOG-SEVERITY.
056900     MOVE 12 TO RETURN-CODE.
057000     SET WS-ABORT-RUN TO TRUE.
057100 1290-EXIT.
057200     EXIT.
057300*
057400******************************************************************
057500* 1500-PREVIEW-AND-CONFIRM.
057600*    OPENS THE WORKING FILES, COUNTS WHAT HANGS OFF THE CLOSING
057700*    BRANCH AND SHOWS IT, THEN DEMANDS A SUPERVISOR'S
057800*    CONFIRMATION. WITHOUT ONE THE RUN ENDS WITH NOTHING CHANGED.
057900******************************************************************
058000 1500-PREVIEW-AND-CONFIRM.
058100     PERFORM 1600-OPEN-WORK-FILES THRU 1600-EXIT.
058200     PERFORM 1700-COUNT-ITEMS THRU 1700-EXIT.
058300     DISPLAY "MIGRATE BRANCH " WS-MG-OLD-BRANCH " " WS-MG-OLD-NAME
058400         " INTO " WS-MG-NEW-BRANCH " " WS-MG-NEW-NAME.
058500     DISPLAY "  EFFECTIVE " WS-MG-EFFECTIVE-DATE.
058600     IF WS-MG-SO-MOVE
058700         MOVE "MOVE" TO WS-MG-PREVIEW-TEXT
058800     ELSE
058900         MOVE "CANCEL" TO WS-MG-PREVIEW-TEXT
059000     END-IF.
059100     DISPLAY "  ACTIVE STANDING ORDERS     " WS-MG-SO-FOUND
059200         "  - " WS-MG-PREVIEW-TEXT.
059300     DISPLAY "  WAREHOUSED ITEMS           " WS-MG-WH-FOUND
059400         "  - RE-POINT".
059500     IF WS-MG-REF-TRANSFER
059600         MOVE "TRANSFER" TO WS-MG-PREVIEW-TEXT
059700     ELSE
059800         MOVE "RETIRE" TO WS-MG-PREVIEW-TEXT
059900     END-IF.
060000     IF WS-MG-LIM-ON-FILE
060100         DISPLAY "  DAILY LIMIT RECORD         ON FILE - "
060200             WS-MG-PREVIEW-TEXT
060300     END-IF.
060400     IF WS-MG-COM-ON-FILE
060500         DISPLAY "  COMMISSION RATE RECORD     ON FILE - "
060600             WS-MG-PREVIEW-TEXT
060700     END-IF.
060800     IF WS-MG-FSQ-ON-FILE
060900         DISPLAY "  FEED SEQUENCE RECORD       ON FILE - "
061000             WS-MG-PREVIEW-TEXT
061100     END-IF.
061200     DISPLAY "SUPERVISOR CONFIRM THE MIGRATION (Y TO CONFIRM)? ".
061300     ACCEPT WS-CONFIRM-CHOICE.
061400     IF WS-CONFIRM-CHOICE = "Y"
061500         PERFORM 1800-TAKE-CONFIRM THRU 1800-EXIT
061600     END-IF.
061700     IF NOT WS-CONFIRM-OK
061800         MOVE "CONFIRM" TO WS-LOG-STEP
061900         MOVE "W" TO WS-LOG-SEVERITY
062000         MOVE "MIGRATION NOT CONFIRMED - NOTHING CHANGED" TO
062100             WS-LOG-MESSAGE
062200         CALL "LOGWRT01" USING WS-LOG-PARMS
062300         MOVE "I" TO WS-LOG-SEVERITY
062400         MOVE 12 TO RETURN-CODE
062500         SET WS-ABORT-RUN TO TRUE
062600     END-IF.
062700 1500-EXIT.
062800     EXIT.
062900*
063000******************************************************************
063100* 1600-OPEN-WORK-FILES.
063200*    OPENS EACH WORKING FILE FOR UPDATE. A FILE THAT IS NOT THERE
063300*    IS NOT CREATED - IT HOLDS NOTHING FOR THE CLOSING BRANCH.
063400******************************************************************
063500 1600-OPEN-WORK-FILES.
063600     OPEN I-O STANDING-ORDER-FILE.
063700     IF WS-SO-FILE-STATUS = "00"
063800         SET WS-SO-AVAILABLE TO TRUE
063900     END-IF.
064000     OPEN I-O WAREHOUSE-FILE.
064100     IF WS-WH-FILE-STATUS = "00"
064200         SET WS-WH-AVAILABLE TO TRUE
064300     END-IF.
064400     OPEN I-O BRANCH-LIMIT-FILE.
064500     IF WS-LIM-FILE-STATUS = "00"
064600         SET WS-LIM-AVAILABLE TO TRUE
064700     END-IF.
064800     OPEN I-O COMMISSION-FILE.
064900     IF WS-COM-FILE-STATUS = "00"
065000         SET WS-COM-AVAILABLE TO TRUE
065100     END-IF.
065200     OPEN I-O FEED-SEQUENCE-FILE.
065300     IF WS-FSQ-FILE-STATUS = "00"
065400         SET WS-FSQ-AVAILABLE TO TRUE
065500     END-IF.
065600 1600-EXIT.
065700     EXIT.
065800*
065900******************************************************************
066000* 1700-COUNT-ITEMS.
066100*    COUNTS THE CLOSING BRANCH'S ACTIVE STANDING ORDERS AND
066200*    WAREHOUSED ITEMS AND LOOKS FOR ITS LIMIT, COMMISSION AND
066300*    FEED SEQUENCE RECORDS.
066400******************************************************************
066500 1700-COUNT-ITEMS.
066600     IF WS-SO-AVAILABLE
066700         MOVE "N" TO WS-MG-EOF-SW
066800         MOVE ZEROS TO SO-ID
066900         START STANDING-ORDER-FILE KEY IS NOT LESS THAN SO-ID
067000             INVALID KEY
067100                 SET WS-MG-EOF TO TRUE
067200         END-START
067300         PERFORM 1710-COUNT-ONE-ORDER THRU 1710-EXIT
067400             UNTIL WS-MG-EOF
067500     END-IF.
067600     IF WS-WH-AVAILABLE
067700         MOVE "N" TO WS-MG-EOF-SW
067800         MOVE ZEROS TO WH-VALUE-DATE WH-TRAN-ID
067900         START WAREHOUSE-FILE KEY IS NOT LESS THAN WH-KEY
068000             INVALID KEY
068100                 SET WS-MG-EOF TO TRUE
068200         END-START
068300         PERFORM 1720-COUNT-ONE-ITEM THRU 1720-EXIT
068400             UNTIL WS-MG-EOF
068500     END-IF.
068600     IF WS-LIM-AVAILABLE
068700         MOVE WS-MG-OLD-BRANCH TO LIM-BRANCH
068800         READ BRANCH-LIMIT-FILE
068900             NOT INVALID KEY
069000                 SET WS-MG-LIM-ON-FILE TO TRUE
069100         END-READ
069200     END-IF.
069300     IF WS-COM-AVAILABLE
069400         MOVE WS-MG-OLD-BRANCH TO COM-BRANCH
069500         READ COMMISSION-FILE
069600             NOT INVALID KEY
069700                 SET WS-MG-COM-ON-FILE TO TRUE
069800         END-READ
069900     END-IF.
070000     IF WS-FSQ-AVAILABLE
070100         MOVE WS-MG-OLD-BRANCH TO FSQ-BRANCH
070200         READ FEED-SEQUENCE-FILE
070300             NOT INVALID KEY
070400                 SET WS-MG-FSQ-ON-FILE TO TRUE
070500         END-READ
070600     END-IF.
070700 1700-EXIT.
070800     EXIT.
070900*
071000******************************************************************
071100* 1710-COUNT-ONE-ORDER.
071200******************************************************************
071300 1710-COUNT-ONE-ORDER.
071400     READ STANDING-ORDER-FILE NEXT RECORD
071500         AT END
071600             SET WS-MG-EOF TO TRUE
071700             GO TO 1710-EXIT
071800     END-READ.
071900     IF SO-BRANCH = WS-MG-OLD-BRANCH AND SO-ACTIVE
072000         ADD 1 TO WS-MG-SO-FOUND
072100     END-IF.
072200 1710-EXIT.
072300     EXIT.
072400*
072500******************************************************************
072600* 1720-COUNT-ONE-ITEM.
072700******************************************************************
072800 1720-COUNT-ONE-ITEM.
072900     READ WAREHOUSE-FILE NEXT RECORD
073000         AT END
073100             SET WS-MG-EOF TO TRUE
073200             GO TO 1720-EXIT
073300     END-READ.
073400     IF WH-BRANCH = WS-MG-OLD-BRANCH
073500         ADD 1 TO WS-MG-WH-FOUND
073600     END-IF.
073700 1720-EXIT.
073800     EXIT.
073900*
074000******************************************************************
074100* 1800-TAKE-CONFIRM.
074200*    TAKES THE CONFIRMING SUPERVISOR'S ID AND CHECKS IT AGAINST
074300*    THE OPERATOR MASTER - ON THE MASTER, ACTIVE, NOT THE
074400*    OPERATOR WHO KEYED THE RUN, AND HOLDING SUPERVISOR
074500*    PERMISSION FOR THIS FUNCTION, OR THE CONFIRMATION IS
074600*    REFUSED.
074700******************************************************************
074800 1800-TAKE-CONFIRM.
074900     MOVE "N" TO WS-CONFIRM-OK-SW.
075000     OPEN INPUT OPERATOR-FILE.
075100     IF WS-OPR-FILE-STATUS NOT = "00"
075200         DISPLAY "OPERATOR MASTER NOT AVAILABLE - NO CONFIRM."
075300         GO TO 1800-EXIT
075400     END-IF.
075500     DISPLAY "ENTER SUPERVISOR ID TO CONFIRM: ".
075600     ACCEPT WS-CONFIRM-ID.
075700     IF WS-CONFIRM-ID = WS-SIGNON-ID
075800         DISPLAY "THE CONFIRMING SUPERVISOR MUST NOT BE THE "
075900             "OPERATOR WHO KEYED THE RUN."
076000         CLOSE OPERATOR-FILE
076100         GO TO 1800-EXIT
076200     END-IF.
076300     MOVE WS-CONFIRM-ID TO OPR-ID.
076400     READ OPERATOR-FILE
076500         INVALID KEY
076600             DISPLAY "OPERATOR " WS-CONFIRM-ID
076700                 " NOT ON THE MASTER."
076800             CLOSE OPERATOR-FILE
076900             GO TO 1800-EXIT
077000     END-READ.
077100     CLOSE OPERATOR-FILE.
077200     IF NOT OPR-ACTIVE
077300         DISPLAY "OPERATOR " WS-CONFIRM-ID " IS NOT ACTIVE."
077400         GO TO 1800-EXIT
077500     END-IF.
077600     MOVE WS-CONFIRM-ID TO WS-FNA-OPERATOR-ID.
077700     MOVE OPR-AUTHORITY TO WS-FNA-OPR-AUTHORITY.
077800     CALL "FNAUTH01" USING WS-FNA-PARMS.
077900     IF NOT WS-FNA-CAN-SUPERVISE
078000         DISPLAY "OPERATOR " WS-CONFIRM-ID
078100             " LACKS AUTHORITY TO CONFIRM."
078200         GO TO 1800-EXIT
078300     END-IF.
078400     SET WS-CONFIRM-OK TO TRUE.
078500     MOVE "CONFIRM" TO WS-LOG-STEP.
078600     MOVE "W" TO WS-LOG-SEVERITY.
078700     MOVE SPACES TO WS-LOG-MESSAGE.
078800     STRING "MIGRATION OF " WS-MG-OLD-BRANCH " INTO "
078900         WS-MG-NEW-BRANCH " CONFIRMED BY " WS-CONFIRM-ID
079000         DELIMITED BY SIZE INTO WS-LOG-MESSAGE.
079100     CALL "LOGWRT01" USING WS-LOG-PARMS.
079200     MOVE "I" TO WS-LOG-SEVERITY.
079300 1800-EXIT.
079400     EXIT.
079500*
079600******************************************************************
079700* 2000-MIGRATE-BRANCH.
079800*    OPENS THE MIGRATION REPORT, MOVES EVERYTHING HANGING OFF THE
079900*    CLOSING BRANCH, RECORDS THE SUCCESSION LINK AND PRINTS THE
080000*    TOTALS.
080100******************************************************************
080200 2000-MIGRATE-BRANCH.
080300     MOVE "MIGRATE" TO WS-LOG-STEP.
080400     PERFORM 2050-OPEN-REPORT THRU 2050-EXIT.
080500     PERFORM 2100-MIGRATE-ORDERS THRU 2100-EXIT.
080600     PERFORM 2200-MIGRATE-WAREHOUSE THRU 2200-EXIT.
080700     PERFORM 2300-MIGRATE-LIMIT THRU 2300-EXIT.
080800     PERFORM 2400-MIGRATE-COMMISSION THRU 2400-EXIT.
080900     PERFORM 2500-MIGRATE-FEED-SEQUENCE THRU 2500-EXIT.
081000     PERFORM 2800-WRITE-LINK THRU 2800-EXIT.
081100     PERFORM 2900-WRITE-TOTALS THRU 2900-EXIT.
081200     CLOSE MIGRATION-REPORT-FILE.
081300 2000-EXIT.
081400     EXIT.
081500*
081600******************************************************************
081700* 2050-OPEN-REPORT.
081800*    OPENS (OR STARTS) THE DATED MIGRATION REPORT AND PRINTS THE
081900*    RUN'S HEADING. A SECOND MIGRATION THE SAME DAY APPENDS TO IT.
082000******************************************************************
082100 2050-OPEN-REPORT.
082200     MOVE WS-RUN-DATE TO WS-RPT-DATE-X.
082300     MOVE SPACES TO WS-RPT-FILE-NAME.
082400     STRING "BRMIG." WS-RPT-DATE-X DELIMITED BY SIZE
082500         INTO WS-RPT-FILE-NAME.
082600     OPEN EXTEND MIGRATION-REPORT-FILE.
082700     IF WS-RPT-FILE-NOT-FOUND
082800         CLOSE MIGRATION-REPORT-FILE
082900         OPEN OUTPUT MIGRATION-REPORT-FILE
083000         PERFORM 2060-RECORD-REPORT-INDEX THRU 2060-EXIT
083100     END-IF.
083200     MOVE WS-RUN-DATE TO MH1-RUN-DATE.
083300     MOVE WS-MG-OLD-BRANCH TO MH2-OLD-BRANCH.
083400     MOVE WS-MG-OLD-NAME TO MH2-OLD-NAME.
083500     MOVE WS-MG-NEW-BRANCH TO MH2-NEW-BRANCH.
083600     MOVE WS-MG-NEW-NAME TO MH2-NEW-NAME.
083700     MOVE WS-MG-EFFECTIVE-DATE TO MH3-EFFECTIVE-DATE.
083800     MOVE WS-SIGNON-ID TO MH3-REQUEST-OPR.
083900     MOVE WS-CONFIRM-ID TO MH3-CONFIRM-OPR.
084000     MOVE WS-MG-HEADER-1 TO MIGRATION-REPORT-RECORD.
084100     WRITE MIGRATION-REPORT-RECORD.
084200     MOVE WS-MG-HEADER-2 TO MIGRATION-REPORT-RECORD.
084300     WRITE MIGRATION-REPORT-RECORD.
084400     MOVE WS-MG-HEADER-3 TO MIGRATION-REPORT-RECORD.
084500     WRITE MIGRATION-REPORT-RECORD.
084600     MOVE SPACES TO MIGRATION-REPORT-RECORD.
084700     WRITE MIGRATION-REPORT-RECORD.
084800     MOVE WS-MG-COLUMN-HEADER TO MIGRATION-REPORT-RECORD.
084900     WRITE MIGRATION-REPORT-RECORD.
085000 2050-EXIT.
085100     EXIT.
085200*
085300******************************************************************
085400* 2060-RECORD-REPORT-INDEX.
085500*    APPENDS ONE INDEX RECORD FOR THE DATED REPORT FILE JUST
085600*    CREATED, SO THE REPRINT UTILITY KNOWS IT EXISTS.
085700******************************************************************
085800 2060-RECORD-REPORT-INDEX.
085900     OPEN EXTEND REPORT-INDEX-FILE.
086000     IF WS-RIX-FILE-NOT-FOUND
086100         CLOSE REPORT-INDEX-FILE
086200         OPEN OUTPUT REPORT-INDEX-FILE
086300     END-IF.
086400     MOVE SPACES TO REPORT-INDEX-RECORD.
086500     MOVE "BRMIG" TO RX-REPORT-TYPE.
086600     MOVE WS-RUN-DATE TO RX-REPORT-DATE.
086700     MOVE WS-RPT-FILE-NAME TO RX-FILE-NAME.
086800     WRITE REPORT-INDEX-RECORD.
086900     CLOSE REPORT-INDEX-FILE.
087000 2060-EXIT.
087100     EXIT.
087200*
087300******************************************************************
087400* 2100-MIGRATE-ORDERS.
087500*    WALKS THE STANDING-ORDER FILE AND MOVES OR CANCELS EVERY
087600*    ACTIVE ORDER OF THE CLOSING BRANCH. CANCELLED ORDERS ALREADY
087700*    ON FILE ARE LEFT AS THEY ARE.
087800******************************************************************
087900 2100-MIGRATE-ORDERS.
088000     IF NOT WS-SO-AVAILABLE
088100         GO TO 2100-EXIT
088200     END-IF.
088300     MOVE "N" TO WS-MG-EOF-SW.
088400     MOVE ZEROS TO SO-ID.
088500     START STANDING-ORDER-FILE KEY IS NOT LESS THAN SO-ID
088600         INVALID KEY
088700             SET WS-MG-EOF TO TRUE
088800     END-START.
088900     PERFORM 2110-MIGRATE-ONE-ORDER THRU 2110-EXIT
089000         UNTIL WS-MG-EOF.
089100 2100-EXIT.
089200     EXIT.
089300*
089400******************************************************************
089500* 2110-MIGRATE-ONE-ORDER.
089600******************************************************************
089700 2110-MIGRATE-ONE-ORDER.
089800     READ STANDING-ORDER-FILE NEXT RECORD
089900         AT END
090000             SET WS-MG-EOF TO TRUE
090100             GO TO 2110-EXIT
090200     END-READ.
090300     IF SO-BRANCH NOT = WS-MG-OLD-BRANCH OR NOT SO-ACTIVE
090400         GO TO 2110-EXIT
090500     END-IF.
090600     MOVE SPACES TO WS-MG-DETAIL-LINE.
090700     MOVE "STORDMST" TO MD-FILE.
090800     STRING "STANDING ORDER " SO-ID DELIMITED BY SIZE
090900         INTO MD-RECORD.
091000     IF WS-MG-SO-MOVE
091100         MOVE WS-MG-NEW-BRANCH TO SO-BRANCH
091200     ELSE
091300         MOVE "N" TO SO-ACTIVE-SW
091400     END-IF.
091500     REWRITE STANDING-ORDER-RECORD
091600         INVALID KEY
091700             PERFORM 2190-PRINT-FAILED THRU 2190-EXIT
091800             GO TO 2110-EXIT
091900     END-REWRITE.
092000     IF WS-MG-SO-MOVE
092100         ADD 1 TO WS-MG-SO-MOVED
092200         STRING "MOVED TO " WS-MG-NEW-BRANCH
092300             ", NEXT DUE " SO-NEXT-DUE
092400             DELIMITED BY SIZE INTO MD-ACTION
092500     ELSE
092600         ADD 1 TO WS-MG-SO-CANCELLED
092700         MOVE "CANCELLED" TO MD-ACTION
092800     END-IF.
092900     PERFORM 2180-PRINT-DETAIL THRU 2180-EXIT.
093000 2110-EXIT.
093100     EXIT.
093200*
093300******************************************************************
093400* 2180-PRINT-DETAIL.
093500*    PRINTS ONE DETAIL LINE FOR A RECORD TOUCHED AND COUNTS IT.
093600******************************************************************
093700 2180-PRINT-DETAIL.
093800     ADD 1 TO WS-MG-TOUCHED-COUNT.
093900     MOVE WS-MG-DETAIL-LINE TO MIGRATION-REPORT-RECORD.
094000     WRITE MIGRATION-REPORT-RECORD.
094100 2180-EXIT.
094200     EXIT.
094300*
094400******************************************************************
094500* 2190-PRINT-FAILED.
094600*    PRINTS A DETAIL LINE FOR A RECORD THAT COULD NOT BE UPDATED,
094700*    WITH THE FILE STATUS, AND COUNTS IT AS FAILED.
094800******************************************************************
094900 2190-PRINT-FAILED.
095000     ADD 1 TO WS-MG-FAILED-COUNT.
095100     MOVE "NOT UPDATED - LEFT ON THE CLOSING BRANCH" TO
095200         MD-ACTION.
095300     MOVE WS-MG-DETAIL-LINE TO MIGRATION-REPORT-RECORD.
095400     WRITE MIGRATION-REPORT-RECORD.
095500 2190-EXIT.
095600     EXIT.
095700*
095800******************************************************************
095900* 2200-MIGRATE-WAREHOUSE.
096000*    WALKS THE VALUE-DATED WAREHOUSE AND RE-POINTS EVERY ITEM OF
096100*    THE CLOSING BRANCH AT THE SUCCESSOR, SO THE RELEASE STEP
096200*    POSTS IT THERE ON ITS VALUE DATE.
096300******************************************************************
096400 2200-MIGRATE-WAREHOUSE.
096500     IF NOT WS-WH-AVAILABLE
096600         GO TO 2200-EXIT
096700     END-IF.
096800     MOVE "N" TO WS-MG-EOF-SW.
096900     MOVE ZEROS TO WH-VALUE-DATE WH-TRAN-ID.
097000     START WAREHOUSE-FILE KEY IS NOT LESS THAN WH-KEY
097100         INVALID KEY
097200             SET WS-MG-EOF TO TRUE
097300     END-START.
097400     PERFORM 2210-MIGRATE-ONE-ITEM THRU 2210-EXIT
097500         UNTIL WS-MG-EOF.
097600 2200-EXIT.
097700     EXIT.
097800*
097900******************************************************************
098000* 2210-MIGRATE-ONE-ITEM.
098100******************************************************************
098200 2210-MIGRATE-ONE-ITEM.
098300     READ WAREHOUSE-FILE NEXT RECORD
098400         AT END
098500             SET WS-MG-EOF TO TRUE
098600             GO TO 2210-EXIT
098700     END-READ.
098800     IF WH-BRANCH NOT = WS-MG-OLD-BRANCH
098900         GO TO 2210-EXIT
099000     END-IF.
099100     MOVE SPACES TO WS-MG-DETAIL-LINE.
099200     MOVE "TRNWARE" TO MD-FILE.
099300     STRING "ITEM " WH-VALUE-DATE "/" WH-TRAN-ID
099400         DELIMITED BY SIZE INTO MD-RECORD.
099500     MOVE WS-MG-NEW-BRANCH TO WH-BRANCH.
099600     REWRITE WAREHOUSE-RECORD
099700         INVALID KEY
099800             PERFORM 2190-PRINT-FAILED THRU 2190-EXIT
099900             GO TO 2210-EXIT
100000     END-REWRITE.
100100     ADD 1 TO WS-MG-WH-MOVED.
100200     STRING "RE-POINTED TO " WS-MG-NEW-BRANCH
100300         DELIMITED BY SIZE INTO MD-ACTION.
100400     PERFORM 2180-PRINT-DETAIL THRU 2180-EXIT.
100500 2210-EXIT.
100600     EXIT.
100700*
100800******************************************************************
100900* 2300-MIGRATE-LIMIT.
101000*    TRANSFERS THE CLOSING BRANCH'S DAILY LIMIT TO THE SUCCESSOR
101100*    WHEN ASKED TO AND THE SUCCESSOR HAS NO LIMIT OF ITS OWN -
101200*    A SUCCESSOR'S OWN LIMIT IS NEVER OVERWRITTEN - AND THEN
101300*    RETIRES THE OLD RECORD EITHER WAY.
101400******************************************************************
101500 2300-MIGRATE-LIMIT.
101600     IF NOT WS-MG-LIM-ON-FILE
101700         GO TO 2300-EXIT
101800     END-IF.
101900     MOVE SPACES TO WS-MG-DETAIL-LINE.
102000     MOVE "BRLIMITS" TO MD-FILE.
102100     STRING "DAILY LIMIT " WS-MG-OLD-BRANCH DELIMITED BY SIZE
102200         INTO MD-RECORD.
102300     MOVE WS-MG-OLD-BRANCH TO LIM-BRANCH.
102400     READ BRANCH-LIMIT-FILE
102500         INVALID KEY
102600             GO TO 2300-EXIT
102700     END-READ.
102800     MOVE "Y" TO WS-MG-RETIRE-SW.
102900     IF WS-MG-REF-RETIRE
103000         MOVE "RETIRED" TO MD-ACTION
103100     ELSE
103200         MOVE WS-MG-NEW-BRANCH TO LIM-BRANCH
103300         WRITE BRANCH-LIMIT-RECORD
103400             INVALID KEY
103500                 MOVE "RETIRED - SUCCESSOR KEEPS ITS OWN LIMIT"
103600                     TO MD-ACTION
103700             NOT INVALID KEY
103800                 MOVE "N" TO WS-MG-RETIRE-SW
103900                 STRING "TRANSFERRED TO " WS-MG-NEW-BRANCH
104000                     DELIMITED BY SIZE INTO MD-ACTION
104100                 ADD 1 TO WS-MG-REF-TRANSFERRED
104200         END-WRITE
104300     END-IF.
104400     MOVE WS-MG-OLD-BRANCH TO LIM-BRANCH.
104500     DELETE BRANCH-LIMIT-FILE RECORD
104600         INVALID KEY
104700             PERFORM 2190-PRINT-FAILED THRU 2190-EXIT
104800             GO TO 2300-EXIT
104900     END-DELETE.
105000     IF WS-MG-RETIRING
105100         ADD 1 TO WS-MG-REF-RETIRED
105200     END-IF.
105300     PERFORM 2180-PRINT-DETAIL THRU 2180-EXIT.
105400 2300-EXIT.
105500     EXIT.
105600*
105700******************************************************************
105800* 2400-MIGRATE-COMMISSION.
105900*    THE SAME FOR THE CLOSING BRANCH'S OWN COMMISSION RATE. A
106000*    SUCCESSOR WITHOUT ONE OF ITS OWN CHARGES AT THE DEFAULT
106100*    RATE TODAY, SO A TRANSFER GIVES IT THE OLD BRANCH'S RATE.
106200******************************************************************
106300 2400-MIGRATE-COMMISSION.
106400     IF NOT WS-MG-COM-ON-FILE
106500         GO TO 2400-EXIT
106600     END-IF.
106700     MOVE SPACES TO WS-MG-DETAIL-LINE.
106800     MOVE "COMMSCHD" TO MD-FILE.
106900     STRING "COMMISSION RATE " WS-MG-OLD-BRANCH
107000         DELIMITED BY SIZE INTO MD-RECORD.
107100     MOVE WS-MG-OLD-BRANCH TO COM-BRANCH.
107200     READ COMMISSION-FILE
107300         INVALID KEY
107400             GO TO 2400-EXIT
107500     END-READ.
107600     MOVE "Y" TO WS-MG-RETIRE-SW.
107700     IF WS-MG-REF-RETIRE
107800         MOVE "RETIRED" TO MD-ACTION
107900     ELSE
108000         MOVE WS-MG-NEW-BRANCH TO COM-BRANCH
108100         WRITE COMMISSION-RECORD
108200             INVALID KEY
108300                 MOVE "RETIRED - SUCCESSOR KEEPS ITS OWN RATE"
108400                     TO MD-ACTION
108500             NOT INVALID KEY
108600                 MOVE "N" TO WS-MG-RETIRE-SW
108700                 STRING "TRANSFERRED TO " WS-MG-NEW-BRANCH
108800                     DELIMITED BY SIZE INTO MD-ACTION
108900                 ADD 1 TO WS-MG-REF-TRANSFERRED
109000         END-WRITE
109100     END-IF.
109200     MOVE WS-MG-OLD-BRANCH TO COM-BRANCH.
109300     DELETE COMMISSION-FILE RECORD
109400         INVALID KEY
109500             PERFORM 2190-PRINT-FAILED THRU 2190-EXIT
109600             GO TO 2400-EXIT
109700     END-DELETE.
109800     IF WS-MG-RETIRING
109900         ADD 1 TO WS-MG-REF-RETIRED
110000     END-IF.
110100     PERFORM 2180-PRINT-DETAIL THRU 2180-EXIT.
110200 2400-EXIT.
110300     EXIT.
110400*
110500******************************************************************
110600* 2500-MIGRATE-FEED-SEQUENCE.
110700*    THE SAME FOR THE CLOSING BRANCH'S FEED SEQUENCE RECORD. A
110800*    TRANSFER LETS THE OLD BRANCH'S FEED SOURCE CARRY ON IN
110900*    SEQUENCE UNDER THE SUCCESSOR'S CODE; A SUCCESSOR ALREADY
111000*    SENDING FEEDS KEEPS ITS OWN SEQUENCE.
111100******************************************************************
111200 2500-MIGRATE-FEED-SEQUENCE.
111300     IF NOT WS-MG-FSQ-ON-FILE
111400         GO TO 2500-EXIT
111500     END-IF.
111600     MOVE SPACES TO WS-MG-DETAIL-LINE.
111700     MOVE "FEEDSEQ" TO MD-FILE.
111800     STRING "FEED SEQUENCE " WS-MG-OLD-BRANCH
111900         DELIMITED BY SIZE INTO MD-RECORD.
112000     MOVE WS-MG-OLD-BRANCH TO FSQ-BRANCH.
112100     READ FEED-SEQUENCE-FILE
112200         INVALID KEY
112300             GO TO 2500-EXIT
112400     END-READ.
112500     MOVE "Y" TO WS-MG-RETIRE-SW.
112600     IF WS-MG-REF-RETIRE
112700         MOVE "RETIRED" TO MD-ACTION
112800     ELSE
112900         MOVE WS-MG-NEW-BRANCH TO FSQ-BRANCH
113000         WRITE FEED-SEQUENCE-RECORD
113100             INVALID KEY
113200                 MOVE "RETIRED - SUCCESSOR KEEPS ITS OWN SEQUENCE"
113300                     TO MD-ACTION
113400             NOT INVALID KEY
113500                 MOVE "N" TO WS-MG-RETIRE-SW
113600                 STRING "TRANSFERRED TO " WS-MG-NEW-BRANCH
113700                     ", LAST SEQUENCE " FSQ-LAST-SEQUENCE
113800                     DELIMITED BY SIZE INTO MD-ACTION
113900                 ADD 1 TO WS-MG-REF-TRANSFERRED
114000         END-WRITE
114100     END-IF.
114200     MOVE WS-MG-OLD-BRANCH TO FSQ-BRANCH.
114300     DELETE FEED-SEQUENCE-FILE RECORD
114400         INVALID KEY
114500             PERFORM 2190-PRINT-FAILED THRU 2190-EXIT
114600             GO TO 2500-EXIT
114700     END-DELETE.
114800     IF WS-MG-RETIRING
114900         ADD 1 TO WS-MG-REF-RETIRED
115000     END-IF.
115100     PERFORM 2180-PRINT-DETAIL THRU 2180-EXIT.
115200 2500-EXIT.
115300     EXIT.
115400*
115500******************************************************************
115600* 2800-WRITE-LINK.
115700*    RECORDS THE OLD-TO-NEW SUCCESSION LINK, WITH WHO ASKED, WHO
115800*    CONFIRMED AND WHAT WAS DONE.
115900******************************************************************
116000 2800-WRITE-LINK.
116100     MOVE SPACES TO BRANCH-LINK-RECORD.
116200     MOVE WS-MG-OLD-BRANCH TO BL-OLD-BRANCH.
116300     MOVE WS-MG-NEW-BRANCH TO BL-NEW-BRANCH.
116400     MOVE WS-MG-EFFECTIVE-DATE TO BL-EFFECTIVE-DATE.
116500     MOVE WS-RUN-DATE TO BL-MIGRATED-DATE.
116600     MOVE WS-SIGNON-ID TO BL-REQUEST-OPR.
116700     MOVE WS-CONFIRM-ID TO BL-CONFIRM-OPR.
116800     MOVE WS-MG-SO-ACTION TO BL-SO-ACTION.
116900     MOVE WS-MG-REF-ACTION TO BL-REF-ACTION.
117000     MOVE SPACES TO WS-MG-DETAIL-LINE.
117100     MOVE "BRLINK" TO MD-FILE.
117200     STRING "LINK " WS-MG-OLD-BRANCH " TO " WS-MG-NEW-BRANCH
117300         DELIMITED BY SIZE INTO MD-RECORD.
117400     WRITE BRANCH-LINK-RECORD
117500         INVALID KEY
117600             PERFORM 2190-PRINT-FAILED THRU 2190-EXIT
117700             GO TO 2800-EXIT
117800     END-WRITE.
117900     STRING "RECORDED, EFFECTIVE " WS-MG-EFFECTIVE-DATE
118000         DELIMITED BY SIZE INTO MD-ACTION.
118100     PERFORM 2180-PRINT-DETAIL THRU 2180-EXIT.
118200 2800-EXIT.
118300     EXIT.
118400*
118500******************************************************************
118600* 2900-WRITE-TOTALS.
118700*    PRINTS THE RUN'S TOTALS UNDER THE DETAIL.
118800******************************************************************
118900 2900-WRITE-TOTALS.
119000     MOVE SPACES TO MIGRATION-REPORT-RECORD.
119100     WRITE MIGRATION-REPORT-RECORD.
119200     MOVE "STANDING ORDERS MOVED" TO MT-LABEL.
119300     MOVE WS-MG-SO-MOVED TO MT-COUNT.
119400     MOVE WS-MG-TOTAL-LINE TO MIGRATION-REPORT-RECORD.
119500     WRITE MIGRATION-REPORT-RECORD.
119600     MOVE "STANDING ORDERS CANCELLED" TO MT-LABEL.
119700     MOVE WS-MG-SO-CANCELLED TO MT-COUNT.
119800     MOVE WS-MG-TOTAL-LINE TO MIGRATION-REPORT-RECORD.
119900     WRITE MIGRATION-REPORT-RECORD.
120000     MOVE "WAREHOUSED ITEMS RE-POINTED" TO MT-LABEL.
120100     MOVE WS-MG-WH-MOVED TO MT-COUNT.
120200     MOVE WS-MG-TOTAL-LINE TO MIGRATION-REPORT-RECORD.
120300     WRITE MIGRATION-REPORT-RECORD.
120400     MOVE "SET-UP RECORDS TRANSFERRED" TO MT-LABEL.
120500     MOVE WS-MG-REF-TRANSFERRED TO MT-COUNT.
120600     MOVE WS-MG-TOTAL-LINE TO MIGRATION-REPORT-RECORD.
120700     WRITE MIGRATION-REPORT-RECORD.
120800     MOVE "SET-UP RECORDS RETIRED" TO MT-LABEL.
120900     MOVE WS-MG-REF-RETIRED TO MT-COUNT.
121000     MOVE WS-MG-TOTAL-LINE TO MIGRATION-REPORT-RECORD.
121100     WRITE MIGRATION-REPORT-RECORD.
121200     MOVE "RECORDS NOT UPDATED" TO MT-LABEL.
121300     MOVE WS-MG-FAILED-COUNT TO MT-COUNT.
121400     MOVE WS-MG-TOTAL-LINE TO MIGRATION-REPORT-RECORD.
121500     WRITE MIGRATION-REPORT-RECORD.
121600     MOVE "RECORDS TOUCHED" TO MT-LABEL.
121700     MOVE WS-MG-TOUCHED-COUNT TO MT-COUNT.
121800     MOVE WS-MG-TOTAL-LINE TO MIGRATION-REPORT-RECORD.
121900     WRITE MIGRATION-REPORT-RECORD.
122000     MOVE SPACES TO MIGRATION-REPORT-RECORD.
122100     WRITE MIGRATION-REPORT-RECORD.
122200 2900-EXIT.
122300     EXIT.
122400*
122500******************************************************************
122600* 5000-FINALIZE.
122700*    LOGS THE MIGRATION SUMMARY, CLOSES THE FILES AND WRITES THE
122800*    JOB RUN HISTORY RECORD. A RECORD THAT COULD NOT BE UPDATED
122900*    ENDS THE RUN WITH RETURN CODE 4.
123000******************************************************************
123100 5000-FINALIZE.
123200     MOVE "FINALIZE" TO WS-LOG-STEP.
123300     IF NOT WS-ABORT-RUN
123400         MOVE SPACES TO WS-LOG-MESSAGE
123500         STRING "BRANCH " WS-MG-OLD-BRANCH " MERGED INTO "
123600             WS-MG-NEW-BRANCH " - RECORDS TOUCHED "
123700             WS-MG-TOUCHED-COUNT
123800             DELIMITED BY SIZE INTO WS-LOG-MESSAGE
123900         CALL "LOGWRT01" USING WS-LOG-PARMS
124000         MOVE 0 TO RETURN-CODE
124100         IF WS-MG-FAILED-COUNT > ZEROS
124200             MOVE "W" TO WS-LOG-SEVERITY
124300             MOVE SPACES TO WS-LOG-MESSAGE
124400             STRING "RECORDS NOT UPDATED " WS-MG-FAILED-COUNT
124500                 " - SEE " WS-RPT-FILE-NAME
124600                 DELIMITED BY SIZE INTO WS-LOG-MESSAGE
124700             CALL "LOGWRT01" USING WS-LOG-PARMS
124800             MOVE "I" TO WS-LOG-SEVERITY
124900             MOVE 4 TO RETURN-CODE
125000         END-IF
125100     END-IF.
125200     PERFORM 5200-CLOSE-FILES THRU 5200-EXIT.
125300     PERFORM 5100-WRITE-JOB-HISTORY THRU 5100-EXIT.
125400 5000-EXIT.
125500     EXIT.
125600*
125700******************************************************************
125800* 5100-WRITE-JOB-HISTORY.
125900*    APPENDS ONE JOB RUN HISTORY RECORD FOR THIS RUN, CARRYING THE
126000*    NUMBER OF RECORDS TOUCHED AND THE SIGNED-ON OPERATOR.
126100******************************************************************
126200 5100-WRITE-JOB-HISTORY.
126300     OPEN EXTEND JOB-HISTORY-FILE.
126400     IF WS-JH-FILE-NOT-FOUND
126500         CLOSE JOB-HISTORY-FILE
126600         OPEN OUTPUT JOB-HISTORY-FILE
126700     END-IF.
126800     MOVE SPACES TO JOB-HIST-RECORD.
126900     MOVE "BRMIG01" TO JH-PROGRAM-ID.
127000     MOVE WS-RUN-DATE TO JH-RUN-DATE.
127100     MOVE WS-RUN-TIME TO JH-START-TIME.
127200     ACCEPT WS-END-TIME FROM TIME.
127300     MOVE WS-END-TIME TO JH-END-TIME.
127400     MOVE RETURN-CODE TO JH-RETURN-CODE.
127500     MOVE WS-MG-TOUCHED-COUNT TO JH-TRAN-COUNT.
127600     MOVE WS-SIGNON-ID TO JH-OPERATOR-ID.
127700     WRITE JOB-HIST-RECORD.
127800     CLOSE JOB-HISTORY-FILE.
127900 5100-EXIT.
128000     EXIT.
128100*
128200******************************************************************
128300* 5200-CLOSE-FILES.
128400*    CLOSES WHATEVER THE RUN GOT AS FAR AS OPENING.
128500******************************************************************
128600 5200-CLOSE-FILES.
128700     IF WS-MASTERS-OPEN
128800         CLOSE BRANCH-FILE
128900         CLOSE BRANCH-LINK-FILE
129000     END-IF.
129100     IF WS-SO-AVAILABLE
129200         CLOSE STANDING-ORDER-FILE
129300     END-IF.
129400     IF WS-WH-AVAILABLE
129500         CLOSE WAREHOUSE-FILE
129600     END-IF.
129700     IF WS-LIM-AVAILABLE
129800         CLOSE BRANCH-LIMIT-FILE
129900     END-IF.
130000     IF WS-COM-AVAILABLE
130100         CLOSE COMMISSION-FILE
130200     END-IF.
130300     IF WS-FSQ-AVAILABLE
130400         CLOSE FEED-SEQUENCE-FILE
130500     END-IF.
130600 5200-EXIT.
130700     EXIT.
130800*
130900 END PROGRAM BRMIG01.
