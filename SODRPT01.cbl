000100******************************************************************
000200* AUTHOR:       BRUNNO LORENZONI
000300* INSTALLATION: OPERATIONS / BATCH SUPPORT
000400* DATE-WRITTEN: 2026-10-15
000500* DATE-COMPILED:
000600* PURPOSE:      SEGREGATION-OF-DUTIES VIOLATION REPORT. FOR A
000700*               RANGE OF BUSINESS DATES (ONE DAY BY DEFAULT, A
000800*               QUARTER WHEN INTERNAL AUDIT ASKS) IT CROSS-CHECKS
000900*               THE OPERATOR IDS STAMPED ON TRANSACTIONS, PENDING
001000*               TRANSACTION AND REFERENCE-DATA CHANGES, EXCEPTION
001100*               RESOLUTIONS, DAY RELEASES AND THE SUPERVISOR
001200*               OVERRIDES RECORDED ON THE AUDIT LOG, AND PRINTS
001300*               ONE LINE PER CONFLICT - WHO, WHAT, WHEN AND THE
001400*               FILES THE EVIDENCE CAME FROM - WITH A COUNT BY
001500*               CHECK AT THE END. THE CHECKS ARE:
001600*                 - AN OUT-OF-BALANCE BATCH OVERRIDDEN BY THE
001700*                   OPERATOR WHO KEYED IT;
001800*                 - A DAY RELEASED BY A SUPERVISOR WHO FORCED
001900*                   THE BATCH-BALANCING OVERRIDE THAT DAY;
002000*                 - A PENDING TRANSACTION OR REFERENCE-DATA
002100*                   CHANGE APPROVED BY ITS REQUESTER, OR AN
002200*                   OPERATOR RECORD CHANGE APPROVED BY ITS OWNER;
002300*                 - A TRANSACTION'S KEYER LATER REQUESTING OR
002400*                   APPROVING A CHANGE TO IT, REVERSING IT OR
002500*                   RESOLVING AN EXCEPTION ON IT;
002600*                 - A RATE MOVE CONFIRMED BY A SUPERVISOR WHO
002700*                   KEYED ITEMS IN THAT CURRENCY THE SAME DAY.
002800*               ANY FINDING GIVES RETURN CODE 4 AND A WARNING ON
002900*               THE AUDIT LOG. ITEMS KEYED BY THE SYSTEM (FEED
003000*               LOADS, STANDING ORDERS - OPERATOR ZERO) ARE NOT
003100*               CHECKED, NOR IS AN EXCEPTION RESOLVED BY
003200*               RESUBMISSION, WHOSE CORRECTED RECORD CARRIES THE
003300*               RESOLVER AS ITS KEYER BY DESIGN.
003400* TECTONICS:    COBC
003500******************************************************************
003600* MODIFICATION HISTORY.
003700*    2026-10-15 BL  INITIAL VERSION.
003800******************************************************************
003900 IDENTIFICATION DIVISION.
004000 PROGRAM-ID. SODRPT01.
004100 ENVIRONMENT DIVISION.
004200 INPUT-OUTPUT SECTION.
004300 FILE-CONTROL.
004400     SELECT TRANSACTION-FILE ASSIGN TO "TRANFILE"
004500         ORGANIZATION IS INDEXED
004600         ACCESS MODE IS DYNAMIC
004700         RECORD KEY IS TRAN-ID
004800         ALTERNATE RECORD KEY IS TRAN-BRANCH
004900             WITH DUPLICATES
005000         FILE STATUS IS WS-TRAN-FILE-STATUS.
005100     SELECT TRANSACTION-ARCHIVE-FILE ASSIGN TO "TRANARCH"
005200         ORGANIZATION IS INDEXED
005300         ACCESS MODE IS DYNAMIC
005400         RECORD KEY IS ARCH-KEY
005500         FILE STATUS IS WS-ARCH-FILE-STATUS.
005600     SELECT PENDING-FILE ASSIGN TO "PENDCHG"
005700         ORGANIZATION IS INDEXED
005800         ACCESS MODE IS DYNAMIC
005900         RECORD KEY IS PEND-ID
006000         FILE STATUS IS WS-PEND-FILE-STATUS.
006100     SELECT RD-PENDING-FILE ASSIGN TO "RDPEND"
006200         ORGANIZATION IS INDEXED
006300         ACCESS MODE IS DYNAMIC
006400         RECORD KEY IS RDP-ID
006500         FILE STATUS IS WS-RDP-FILE-STATUS.
006600     SELECT EXCEPTION-FILE ASSIGN TO "EXCPFILE"
006700         ORGANIZATION IS LINE SEQUENTIAL
006800         FILE STATUS IS WS-EXCP-FILE-STATUS.
006900     SELECT DAY-RELEASE-FILE ASSIGN TO "DAYREL"
007000         ORGANIZATION IS INDEXED
007100         ACCESS MODE IS DYNAMIC
007200         RECORD KEY IS REL-DATE
007300         FILE STATUS IS WS-REL-FILE-STATUS.
007400     SELECT LOG-INDEX-FILE ASSIGN TO "LOGINDEX"
007500         ORGANIZATION IS LINE SEQUENTIAL
007600         FILE STATUS IS WS-LX-FILE-STATUS.
007700     SELECT AUDIT-LOG-FILE ASSIGN TO DYNAMIC WS-ALG-FILE-NAME
007800         ORGANIZATION IS LINE SEQUENTIAL
007900         FILE STATUS IS WS-ALG-FILE-STATUS.
008000     SELECT SOD-REPORT-FILE ASSIGN TO DYNAMIC WS-RPT-FILE-NAME
008100         ORGANIZATION IS LINE SEQUENTIAL
008200         FILE STATUS IS WS-RPT-FILE-STATUS.
008300     SELECT REPORT-INDEX-FILE ASSIGN TO "RPTINDEX"
008400         ORGANIZATION IS LINE SEQUENTIAL
008500         FILE STATUS IS WS-RIX-FILE-STATUS.
008600     SELECT JOB-HISTORY-FILE ASSIGN TO "JOBHIST"
008700         ORGANIZATION IS LINE SEQUENTIAL
008800         FILE STATUS IS WS-JH-FILE-STATUS.
008900*
009000 DATA DIVISION.
009100 FILE SECTION.
009200 FD  TRANSACTION-FILE.
009300 COPY "TRANREC.cpy".
009400 FD  TRANSACTION-ARCHIVE-FILE.
009500 COPY "ARCHREC.cpy".
009600 FD  PENDING-FILE.
009700 COPY "PENDREC.cpy".
009800 FD  RD-PENDING-FILE.
009900 COPY "RDPNDREC.cpy".
010000 FD  EXCEPTION-FILE.
010100 COPY "EXCPREC.cpy".
010200 FD  DAY-RELEASE-FILE.
010300 COPY "RELREC.cpy".
010400 FD  LOG-INDEX-FILE.
010500 COPY "LOGIXREC.cpy".
010600*
010700*    ONE AUDIT LOG LINE AS LOGWRT01 WRITES IT - PROGRAM, STEP,
010800*    RUN DATE AND TIME, SEVERITY AND THE MESSAGE TEXT.
010900*
011000 FD  AUDIT-LOG-FILE.
011100 01  AUDIT-LOG-RECORD.
011200     03  FILLER                  PIC X(01).
011300     03  ALR-PROGRAM-ID          PIC X(16).
011400     03  FILLER                  PIC X(02).
011500     03  ALR-STEP                PIC X(12).
011600     03  FILLER                  PIC X(01).
011700     03  ALR-RUN-DATE            PIC 9(08).
011800     03  FILLER                  PIC X(01).
011900     03  ALR-RUN-TIME            PIC 9(08).
012000     03  FILLER                  PIC X(01).
012100     03  ALR-SEVERITY            PIC X(01).
012200     03  FILLER                  PIC X(03).
012300     03  ALR-MESSAGE             PIC X(60).
012400 FD  SOD-REPORT-FILE.
012500 01  SOD-REPORT-RECORD               PIC X(132).
012600 FD  REPORT-INDEX-FILE.
012700 COPY "RPTIXREC.cpy".
012800 FD  JOB-HISTORY-FILE.
012900 COPY "HISTREC.cpy".
013000*
013100 WORKING-STORAGE SECTION.
013200 77  WS-TRAN-FILE-STATUS         PIC X(02) VALUE "00".
013300 77  WS-ARCH-FILE-STATUS         PIC X(02) VALUE "00".
013400 77  WS-PEND-FILE-STATUS         PIC X(02) VALUE "00".
013500 77  WS-RDP-FILE-STATUS          PIC X(02) VALUE "00".
013600 77  WS-EXCP-FILE-STATUS         PIC X(02) VALUE "00".
013700 77  WS-REL-FILE-STATUS          PIC X(02) VALUE "00".
013800 77  WS-LX-FILE-STATUS           PIC X(02) VALUE "00".
013900 77  WS-ALG-FILE-STATUS          PIC X(02) VALUE "00".
014000 77  WS-RPT-FILE-STATUS          PIC X(02) VALUE "00".
014100     88  WS-RPT-FILE-NOT-FOUND   VALUE "35".
014200 77  WS-RIX-FILE-STATUS          PIC X(02) VALUE "00".
014300     88  WS-RIX-FILE-NOT-FOUND   VALUE "35".
014400 77  WS-JH-FILE-STATUS           PIC X(02) VALUE "00".
014500     88  WS-JH-FILE-NOT-FOUND    VALUE "35".
014600*
014700 77  WS-EOF-SW                   PIC X(01) VALUE "N".
014800     88  WS-EOF                  VALUE "Y".
014900 77  WS-ALG-EOF-SW               PIC X(01) VALUE "N".
015000     88  WS-ALG-EOF              VALUE "Y".
015100 77  WS-ABORT-SW                 PIC X(01) VALUE "N".
015200     88  WS-ABORT-RUN            VALUE "Y".
015300 77  WS-LIVE-OPEN-SW             PIC X(01) VALUE "N".
015400     88  WS-LIVE-OPEN            VALUE "Y".
015500 77  WS-FOUND-SW                 PIC X(01) VALUE "N".
015600     88  WS-FOUND                VALUE "Y".
015700*
015800 77  WS-RUN-DATE                 PIC 9(08) VALUE ZEROS.
015900 77  WS-RUN-TIME                 PIC 9(08) VALUE ZEROS.
016000 77  WS-END-TIME                 PIC 9(08) VALUE ZEROS.
016100 77  WS-FROM-DATE                PIC 9(08) VALUE ZEROS.
016200 77  WS-TO-DATE                  PIC 9(08) VALUE ZEROS.
016300*
016400 77  WS-ALG-FILE-NAME            PIC X(20) VALUE SPACES.
016500 77  WS-RPT-FILE-NAME            PIC X(20) VALUE SPACES.
016600 77  WS-RPT-DATE-X               PIC X(08) VALUE SPACES.
016700*
016800*    OPERATOR ID PULLED OUT OF AN AUDIT LOG MESSAGE - EVERY
016900*    OVERRIDE MESSAGE THE CHECKS READ ENDS "... BY NNNNNN".
017000*
017100 77  WS-MSG-HEAD                 PIC X(60) VALUE SPACES.
017200 01  WS-MSG-TAIL.
017300     03  WS-MSG-OPR-X            PIC X(06).
017400     03  FILLER                  PIC X(54).
017500 77  WS-MSG-OPR                  PIC 9(06) VALUE ZEROS.
017600 77  WS-BATCH-KEYER              PIC 9(06) VALUE ZEROS.
017700 77  WS-OPR-KEY                  PIC X(08) VALUE SPACES.
017800*
017900*    BALANCING OVERRIDES FOUND ON THE AUDIT LOG, BY BUSINESS DATE,
018000*    FOR THE DAY-RELEASE CHECK.
018100*
018200 77  WS-OV-COUNT                 PIC 9(04) COMP VALUE ZEROS.
018300 01  WS-OVERRIDE-TABLE.
018400     03  WS-OV-ENTRY OCCURS 200 TIMES
018500             INDEXED BY WS-OV-IDX.
018600         05  WS-OV-DATE          PIC 9(08).
018700         05  WS-OV-OPR           PIC 9(06).
018800         05  WS-OV-FILE          PIC X(20).
018900*
019000*    RATE MOVES CONFIRMED ON THE AUDIT LOG, FOR THE CURRENCY-KEYER
019100*    CHECK. EACH IS REPORTED ONCE, HOWEVER MANY ITEMS MATCH IT.
019200*
019300 77  WS-RM-COUNT                 PIC 9(04) COMP VALUE ZEROS.
019400 01  WS-RATE-MOVE-TABLE.
019500     03  WS-RM-ENTRY OCCURS 200 TIMES
019600             INDEXED BY WS-RM-IDX.
019700         05  WS-RM-DATE          PIC 9(08).
019800         05  WS-RM-CURRENCY      PIC X(03).
019900         05  WS-RM-OPR           PIC 9(06).
020000         05  WS-RM-FILE          PIC X(20).
020100         05  WS-RM-HIT-SW        PIC X(01).
020200             88  WS-RM-HIT       VALUE "Y".
020300*
020400*    KEYER CHECKS - ONE ENTRY PER LATER ACTION ON A TRANSACTION
020500*    (CHANGE REQUESTED OR APPROVED, REVERSAL, EXCEPTION RESOLVED).
020600*    THE ORIGINAL'S KEYER IS LOOKED UP ON THE LIVE FILE, THEN ON
020700*    THE ARCHIVE, AND COMPARED WITH THE OPERATOR WHO ACTED.
020800*
020900 77  WS-CK-COUNT                 PIC 9(04) COMP VALUE ZEROS.
021000 77  WS-CK-FULL-SW               PIC X(01) VALUE "N".
021100     88  WS-CK-FULL              VALUE "Y".
021200 01  WS-CHECK-TABLE.
021300     03  WS-CK-ENTRY OCCURS 2000 TIMES
021400             INDEXED BY WS-CK-IDX.
021500         05  WS-CK-CHECK         PIC 9(02).
021600         05  WS-CK-DATE          PIC 9(08).
021700         05  WS-CK-TRAN-ID       PIC 9(06).
021800         05  WS-CK-ACTOR         PIC 9(06).
021900         05  WS-CK-SUBJECT       PIC X(30).
022000         05  WS-CK-SOURCE        PIC X(08).
022100         05  WS-CK-KEYER         PIC 9(06).
022200         05  WS-CK-KEYER-SRC     PIC X(08).
022300         05  WS-CK-TRACED-SW     PIC X(01).
022400             88  WS-CK-TRACED    VALUE "Y".
022500*
022600*    CHECKS STILL UNTRACED AFTER THE LIVE FILE, WALKED AGAINST
022700*    EACH ARCHIVE RECORD.
022800*
022900 77  WS-UT-COUNT                 PIC 9(04) COMP VALUE ZEROS.
023000 01  WS-UNTRACED-TABLE.
023100     03  WS-UT-CK                PIC 9(04) COMP
023200             OCCURS 2000 TIMES INDEXED BY WS-UT-IDX.
023300*
023400*    THE CHECK BEING ADDED, AND THE TRANSACTION BEING LOOKED AT
023500*    (LIVE OR ARCHIVED) IN A COMMON SHAPE.
023600*
023700 77  WS-NEW-CHECK                PIC 9(02) VALUE ZEROS.
023800 77  WS-NEW-DATE                 PIC 9(08) VALUE ZEROS.
023900 77  WS-NEW-TRAN-ID              PIC 9(06) VALUE ZEROS.
024000 77  WS-NEW-ACTOR                PIC 9(06) VALUE ZEROS.
024100 77  WS-NEW-SUBJECT              PIC X(30) VALUE SPACES.
024200 77  WS-NEW-SOURCE               PIC X(08) VALUE SPACES.
024300 77  WS-IT-ID                    PIC 9(06) VALUE ZEROS.
024400 77  WS-IT-DATE                  PIC 9(08) VALUE ZEROS.
024500 77  WS-IT-TYPE                  PIC X(01) VALUE SPACE.
024600     88  WS-IT-REVERSAL          VALUE "R".
024700 77  WS-IT-REVERSED-ID           PIC 9(06) VALUE ZEROS.
024800 77  WS-IT-OPERATOR              PIC 9(06) VALUE ZEROS.
024900 77  WS-IT-CURRENCY              PIC X(03) VALUE SPACES.
025000 77  WS-IT-SOURCE                PIC X(08) VALUE SPACES.
025100*
025200*    RUN SUMMARY COUNTS.
025300*
025400 77  WS-FINDING-COUNT            PIC 9(06) VALUE ZEROS.
025500 77  WS-LOG-COUNT                PIC 9(06) VALUE ZEROS.
025600 77  WS-UNTRACED-COUNT           PIC 9(06) VALUE ZEROS.
025700 77  WS-CHK-NO                   PIC 9(02) VALUE ZEROS.
025800*
025900*    CHECK NAMES, AS PRINTED ON EACH FINDING AND IN THE SUMMARY.
026000*
026100 01  WS-CHECK-NAME-VALUES.
026200     03  FILLER                  PIC X(36) VALUE
026300         "BATCH OVERRIDE BY ITS OWN KEYER".
026400     03  FILLER                  PIC X(36) VALUE
026500         "DAY RELEASED BY BALANCING OVERRIDER".
026600     03  FILLER                  PIC X(36) VALUE
026700         "TXN CHANGE APPROVED BY REQUESTER".
026800     03  FILLER                  PIC X(36) VALUE
026900         "REFDATA CHANGE APPROVED BY REQUESTER".
027000     03  FILLER                  PIC X(36) VALUE
027100         "OWN OPERATOR RECORD CHANGE APPROVED".
027200     03  FILLER                  PIC X(36) VALUE
027300         "TXN CHANGE REQUESTED BY ITS KEYER".
027400     03  FILLER                  PIC X(36) VALUE
027500         "TXN CHANGE APPROVED BY ITS KEYER".
027600     03  FILLER                  PIC X(36) VALUE
027700         "REVERSAL KEYED BY ORIGINAL KEYER".
027800     03  FILLER                  PIC X(36) VALUE
027900         "EXCEPTION RESOLVED BY ITS KEYER".
028000     03  FILLER                  PIC X(36) VALUE
028100         "RATE MOVE CONFIRMED BY CCY KEYER".
028200 01  WS-CHECK-NAMES REDEFINES WS-CHECK-NAME-VALUES.
028300     03  WS-CHK-NAME             PIC X(36) OCCURS 10 TIMES.
028400 01  WS-CHECK-COUNTS.
028500     03  WS-CHK-COUNT            PIC 9(06) OCCURS 10 TIMES.
028600*
028700*    REPORT LINES.
028800*
028900 01  WS-SOD-HEADER-1.
029000     03  FILLER                  PIC X(01) VALUE SPACE.
029100     03  FILLER                  PIC X(38) VALUE
029200         "SEGREGATION-OF-DUTIES VIOLATIONS".
029300     03  FILLER                  PIC X(06) VALUE "FROM ".
029400     03  SH1-FROM-DATE           PIC 9(08).
029500     03  FILLER                  PIC X(04) VALUE " TO ".
029600     03  SH1-TO-DATE             PIC 9(08).
029700     03  FILLER                  PIC X(12) VALUE "  RUN DATE: ".
029800     03  SH1-RUN-DATE            PIC 9(08).
029900*
030000 01  WS-SOD-HEADER-2.
030100     03  FILLER                  PIC X(01) VALUE SPACE.
030200     03  FILLER                  PIC X(37) VALUE "CHECK".
030300     03  FILLER                  PIC X(09) VALUE "DATE".
030400     03  FILLER                  PIC X(11) VALUE "OPERATOR".
030500     03  FILLER                  PIC X(31) VALUE "SUBJECT".
030600     03  FILLER                  PIC X(08) VALUE "EVIDENCE".
030700*
030800 01  WS-SOD-DETAIL-LINE.
030900     03  FILLER                  PIC X(01) VALUE SPACE.
031000     03  SD-CHECK                PIC X(36).
031100     03  FILLER                  PIC X(01) VALUE SPACE.
031200     03  SD-DATE                 PIC 9(08).
031300     03  FILLER                  PIC X(05) VALUE " OPR ".
031400     03  SD-OPERATOR             PIC 9(06).
031500     03  FILLER                  PIC X(01) VALUE SPACE.
031600     03  SD-SUBJECT              PIC X(30).
031700     03  FILLER                  PIC X(01) VALUE SPACE.
031800     03  SD-EVIDENCE             PIC X(40).
031900*
032000 01  WS-SOD-SUMMARY-LINE.
032100     03  FILLER                  PIC X(01) VALUE SPACE.
032200     03  SS-CHECK                PIC X(36).
032300     03  FILLER                  PIC X(01) VALUE SPACE.
032400     03  SS-COUNT                PIC ZZZZZ9.
032500*
032600*    PARAMETER AREA PASSED TO BDATE01. LAYOUT MUST MATCH ITS
032700*    LINKAGE SECTION BDATE-PARMS FIELD FOR FIELD.
032800*
032900 01  WS-BDATE-PARMS.
033000     03  WS-BDATE-FUNCTION        PIC X(01) VALUE "G".
033100     03  WS-BDATE-DATE            PIC 9(08).
033200     03  WS-BDATE-STATUS          PIC X(01).
033300*
033400*    PARAMETER AREA PASSED TO LOGWRT01. LAYOUT MUST MATCH ITS
033500*    LINKAGE SECTION LOG-PARMS FIELD FOR FIELD.
033600*
033700 01  WS-LOG-PARMS.
033800     03  WS-LOG-PROGRAM-ID        PIC X(16) VALUE "SODRPT01".
033900     03  WS-LOG-STEP              PIC X(12).
034000     03  WS-LOG-RUN-DATE          PIC 9(08).
034100     03  WS-LOG-RUN-TIME          PIC 9(08).
034200     03  WS-LOG-MESSAGE           PIC X(60).
034300     03  WS-LOG-SEVERITY          PIC X(01) VALUE "I".
034400*
034500 PROCEDURE DIVISION.
034600 0000-MAINLINE.
034700     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
034800     IF NOT WS-ABORT-RUN
034900         PERFORM 2000-SCAN-AUDIT-LOGS THRU 2000-EXIT
035000         PERFORM 3000-CHECK-DAY-RELEASES THRU 3000-EXIT
035100         PERFORM 4000-CHECK-PENDING-CHANGES THRU 4000-EXIT
035200         PERFORM 4500-CHECK-REFDATA-CHANGES THRU 4500-EXIT
035300         PERFORM 5000-COLLECT-EXCEPTIONS THRU 5000-EXIT
035400         PERFORM 6000-SCAN-TRANSACTIONS THRU 6000-EXIT
035500         PERFORM 7000-TRACE-KEYERS THRU 7000-EXIT
035600         PERFORM 8000-REPORT-KEYER-CONFLICTS THRU 8000-EXIT
035700     END-IF.
035800     PERFORM 9000-FINALIZE THRU 9000-EXIT.
035900     GOBACK.
036000*
036100******************************************************************
036200* 1000-INITIALIZE.
036300*    FETCHES THE BUSINESS DATE, TAKES THE DATE RANGE TO CHECK
036400*    (ZEROS FOR TODAY, OR FOR A ONE-DAY RANGE) AND OPENS THE
036500*    REPORT FILE, DATED BY THE LAST DAY OF THE RANGE.
036600******************************************************************
036700 1000-INITIALIZE.
036800     CALL "BDATE01" USING WS-BDATE-PARMS.
036900     MOVE WS-BDATE-DATE TO WS-RUN-DATE.
037000     ACCEPT WS-RUN-TIME FROM TIME.
037100     MOVE WS-RUN-DATE TO WS-LOG-RUN-DATE.
037200     MOVE WS-RUN-TIME TO WS-LOG-RUN-TIME.
037300     MOVE "INITIALIZE" TO WS-LOG-STEP.
037400     MOVE "SEGREGATION-OF-DUTIES REPORT STARTING" TO
037500         WS-LOG-MESSAGE.
037600     CALL "LOGWRT01" USING WS-LOG-PARMS.
037700     INITIALIZE WS-CHECK-COUNTS.
037800     DISPLAY "ENTER FIRST BUSINESS DATE TO CHECK (AAAAMMDD, "
037900         "ZEROS FOR TODAY): ".
038000     ACCEPT WS-FROM-DATE.
038100     IF WS-FROM-DATE = ZEROS
038200         MOVE WS-RUN-DATE TO WS-FROM-DATE
038300     END-IF.
038400     DISPLAY "ENTER LAST BUSINESS DATE TO CHECK (AAAAMMDD, "
038500         "ZEROS FOR THE SAME DAY): ".
038600     ACCEPT WS-TO-DATE.
038700     IF WS-TO-DATE = ZEROS
038800         MOVE WS-FROM-DATE TO WS-TO-DATE
038900     END-IF.
039000     IF WS-TO-DATE < WS-FROM-DATE
039100         DISPLAY "LAST DATE IS BEFORE THE FIRST - NOTHING "
039200             "PRODUCED."
039300         SET WS-ABORT-RUN TO TRUE
039400         MOVE 12 TO RETURN-CODE
039500         GO TO 1000-EXIT
039600     END-IF.
039700     MOVE WS-TO-DATE TO WS-RPT-DATE-X.
039800     MOVE SPACES TO WS-RPT-FILE-NAME.
039900     STRING "SODRPT." WS-RPT-DATE-X DELIMITED BY SIZE
040000         INTO WS-RPT-FILE-NAME.
040100     OPEN EXTEND SOD-REPORT-FILE.
040200     IF WS-RPT-FILE-NOT-FOUND
040300         CLOSE SOD-REPORT-FILE
040400         OPEN OUTPUT SOD-REPORT-FILE
040500         PERFORM 1100-RECORD-REPORT-INDEX THRU 1100-EXIT
040600     END-IF.
040700     IF WS-RPT-FILE-STATUS NOT = "00"
040800         DISPLAY "REPORT FILE NOT OPENED - NOTHING PRODUCED."
040900         SET WS-ABORT-RUN TO TRUE
041000         MOVE 12 TO RETURN-CODE
041100         GO TO 1000-EXIT
041200     END-IF.
041300     MOVE WS-FROM-DATE TO SH1-FROM-DATE.
041400     MOVE WS-TO-DATE TO SH1-TO-DATE.
041500     MOVE WS-RUN-DATE TO SH1-RUN-DATE.
041600     MOVE WS-SOD-HEADER-1 TO SOD-REPORT-RECORD.
041700     WRITE SOD-REPORT-RECORD.
041800     MOVE WS-SOD-HEADER-2 TO SOD-REPORT-RECORD.
041900     WRITE SOD-REPORT-RECORD.
042000 1000-EXIT.
042100     EXIT.
042200*
042300******************************************************************
042400* 1100-RECORD-REPORT-INDEX.
042500*    APPENDS ONE INDEX RECORD FOR THE DATED REPORT FILE JUST
042600*    CREATED, SO THE REPRINT UTILITY KNOWS IT EXISTS.
042700******************************************************************
042800 1100-RECORD-REPORT-INDEX.
042900     OPEN EXTEND REPORT-INDEX-FILE.
043000     IF WS-RIX-FILE-NOT-FOUND
043100         CLOSE REPORT-INDEX-FILE
043200         OPEN OUTPUT REPORT-INDEX-FILE
043300     END-IF.
043400     MOVE SPACES TO REPORT-INDEX-RECORD.
043500     MOVE "SODRPT" TO RX-REPORT-TYPE.
043600     MOVE WS-TO-DATE TO RX-REPORT-DATE.
043700     MOVE WS-RPT-FILE-NAME TO RX-FILE-NAME.
043800     WRITE REPORT-INDEX-RECORD.
043900     CLOSE REPORT-INDEX-FILE.
044000 1100-EXIT.
044100     EXIT.
044200*
044300******************************************************************
044400* 1800-ADD-CHECK.
044500*    ADDS ONE KEYER CHECK FROM THE WS-NEW- FIELDS. A FULL TABLE
044600*    IS LOGGED ONCE AS A WARNING AND LATER ACTIONS GO UNCHECKED.
044700******************************************************************
044800 1800-ADD-CHECK.
044900     IF WS-CK-COUNT NOT < 2000
045000         IF NOT WS-CK-FULL
045100             SET WS-CK-FULL TO TRUE
045200             MOVE "CHECKS" TO WS-LOG-STEP
045300             MOVE "W" TO WS-LOG-SEVERITY
045400             MOVE "KEYER CHECK TABLE FULL - LATER ACTIONS SKIPPED"
045500                 TO WS-LOG-MESSAGE
045600             CALL "LOGWRT01" USING WS-LOG-PARMS
045700             MOVE "I" TO WS-LOG-SEVERITY
045800         END-IF
045900         GO TO 1800-EXIT
046000     END-IF.
046100     ADD 1 TO WS-CK-COUNT.
046200     SET WS-CK-IDX TO WS-CK-COUNT.
046300     MOVE WS-NEW-CHECK TO WS-CK-CHECK (WS-CK-IDX).
046400     MOVE WS-NEW-DATE TO WS-CK-DATE (WS-CK-IDX).
046500     MOVE WS-NEW-TRAN-ID TO WS-CK-TRAN-ID (WS-CK-IDX).
046600     MOVE WS-NEW-ACTOR TO WS-CK-ACTOR (WS-CK-IDX).
046700     MOVE WS-NEW-SUBJECT TO WS-CK-SUBJECT (WS-CK-IDX).
046800     MOVE WS-NEW-SOURCE TO WS-CK-SOURCE (WS-CK-IDX).
046900     MOVE ZEROS TO WS-CK-KEYER (WS-CK-IDX).
047000     MOVE SPACES TO WS-CK-KEYER-SRC (WS-CK-IDX).
047100     MOVE "N" TO WS-CK-TRACED-SW (WS-CK-IDX).
047200 1800-EXIT.
047300     EXIT.
047400*
047500******************************************************************
047600* 1900-PRINT-FINDING.
047700*    PRINTS ONE FINDING FROM THE DETAIL LINE THE CALLER FILLED,
047800*    NAMING THE CHECK BY WS-CHK-NO AND COUNTING IT.
047900******************************************************************
048000 1900-PRINT-FINDING.
048100     MOVE WS-CHK-NAME (WS-CHK-NO) TO SD-CHECK.
048200     MOVE WS-SOD-DETAIL-LINE TO SOD-REPORT-RECORD.
048300     WRITE SOD-REPORT-RECORD.
048400     ADD 1 TO WS-CHK-COUNT (WS-CHK-NO).
048500     ADD 1 TO WS-FINDING-COUNT.
048600 1900-EXIT.
048700     EXIT.
048800*
048900******************************************************************
049000* 2000-SCAN-AUDIT-LOGS.
049100*    WALKS THE LOG INDEX FOR THE DAILY AUDIT LOGS IN THE RANGE
049200*    AND READS EACH ONE FOR THE SUPERVISOR OVERRIDES THE CHECKS
049300*    NEED. NO INDEX MEANS NO LOGS - THE OVERRIDE CHECKS SIMPLY
049400*    FIND NOTHING, WHICH IS LOGGED AS A WARNING.
049500******************************************************************
049600 2000-SCAN-AUDIT-LOGS.
049700     MOVE "N" TO WS-EOF-SW.
049800     OPEN INPUT LOG-INDEX-FILE.
049900     IF WS-LX-FILE-STATUS NOT = "00"
050000         CLOSE LOG-INDEX-FILE
050100         MOVE "AUDITLOG" TO WS-LOG-STEP
050200         MOVE "W" TO WS-LOG-SEVERITY
050300         MOVE "NO LOG INDEX - OVERRIDE CHECKS NOT MADE" TO
050400             WS-LOG-MESSAGE
050500         CALL "LOGWRT01" USING WS-LOG-PARMS
050600         MOVE "I" TO WS-LOG-SEVERITY
050700         GO TO 2000-EXIT
050800     END-IF.
050900     PERFORM 2100-READ-ONE-INDEX THRU 2100-EXIT
051000         UNTIL WS-EOF.
051100     CLOSE LOG-INDEX-FILE.
051200 2000-EXIT.
051300     EXIT.
051400*
051500 2100-READ-ONE-INDEX.
051600     READ LOG-INDEX-FILE
051700         AT END
051800             SET WS-EOF TO TRUE
051900             GO TO 2100-EXIT
052000     END-READ.
052100     IF LX-LOG-DATE < WS-FROM-DATE
052200         OR LX-LOG-DATE > WS-TO-DATE
052300         GO TO 2100-EXIT
052400     END-IF.
052500     MOVE LX-FILE-NAME TO WS-ALG-FILE-NAME.
052600     PERFORM 2200-SCAN-ONE-LOG THRU 2200-EXIT.
052700 2100-EXIT.
052800     EXIT.
052900*
053000******************************************************************
053100* 2200-SCAN-ONE-LOG.
053200*    READS ONE DAY'S AUDIT LOG. A LOG PURGED SINCE IT WAS INDEXED
053300*    IS PASSED OVER.
053400******************************************************************
053500 2200-SCAN-ONE-LOG.
053600     MOVE "N" TO WS-ALG-EOF-SW.
053700     MOVE ZEROS TO WS-BATCH-KEYER.
053800     OPEN INPUT AUDIT-LOG-FILE.
053900     IF WS-ALG-FILE-STATUS NOT = "00"
054000         CLOSE AUDIT-LOG-FILE
054100         GO TO 2200-EXIT
054200     END-IF.
054300     ADD 1 TO WS-LOG-COUNT.
054400     PERFORM 2300-READ-ONE-LOG-LINE THRU 2300-EXIT
054500         UNTIL WS-ALG-EOF.
054600     CLOSE AUDIT-LOG-FILE.
054700 2200-EXIT.
054800     EXIT.
054900*
055000******************************************************************
055100* 2300-READ-ONE-LOG-LINE.
055200*    PICKS OUT THE THREE MESSAGES THE CHECKS USE:
055300*      - "BATCH OUT OF BALANCE ... BY N" - REMEMBERS THE KEYER
055400*        OF THE BATCH ABOUT TO BE OVERRIDDEN;
055500*      - "OUT-OF-BALANCE BATCH OVERRIDDEN BY N" - THE OVERRIDE,
055600*        FLAGGED AT ONCE IF N KEYED THE BATCH, AND KEPT FOR THE
055700*        DAY-RELEASE CHECK;
055800*      - "RATE MOVE FOR CCY CONFIRMED BY N" - KEPT FOR THE
055900*        CURRENCY-KEYER CHECK.
056000******************************************************************
056100 2300-READ-ONE-LOG-LINE.
056200     READ AUDIT-LOG-FILE
056300         AT END
056400             SET WS-ALG-EOF TO TRUE
056500             GO TO 2300-EXIT
056600     END-READ.
056700     IF ALR-PROGRAM-ID = "COMMANDS_ACCEPT"
056800         AND ALR-MESSAGE (1:29) = "BATCH OUT OF BALANCE - KEYED "
056900         PERFORM 2400-TAKE-OPERATOR THRU 2400-EXIT
057000         MOVE WS-MSG-OPR TO WS-BATCH-KEYER
057100         GO TO 2300-EXIT
057200     END-IF.
057300     IF ALR-PROGRAM-ID = "COMMANDS_ACCEPT"
057400         AND ALR-MESSAGE (1:35) =
057500             "OUT-OF-BALANCE BATCH OVERRIDDEN BY "
057600         PERFORM 2400-TAKE-OPERATOR THRU 2400-EXIT
057700         PERFORM 2500-RECORD-OVERRIDE THRU 2500-EXIT
057800         GO TO 2300-EXIT
057900     END-IF.
058000     IF ALR-PROGRAM-ID = "FXLOAD01"
058100         AND ALR-MESSAGE (1:14) = "RATE MOVE FOR "
058200         PERFORM 2400-TAKE-OPERATOR THRU 2400-EXIT
058300         PERFORM 2600-RECORD-RATE-MOVE THRU 2600-EXIT
058400     END-IF.
058500 2300-EXIT.
058600     EXIT.
058700*
058800 2400-TAKE-OPERATOR.
058900     MOVE ZEROS TO WS-MSG-OPR.
059000     MOVE SPACES TO WS-MSG-HEAD.
059100     MOVE SPACES TO WS-MSG-TAIL.
059200     UNSTRING ALR-MESSAGE DELIMITED BY " BY "
059300         INTO WS-MSG-HEAD WS-MSG-TAIL.
059400     IF WS-MSG-OPR-X IS NUMERIC
059500         MOVE WS-MSG-OPR-X TO WS-MSG-OPR
059600     END-IF.
059700 2400-EXIT.
059800     EXIT.
059900*
060000******************************************************************
060100* 2500-RECORD-OVERRIDE.
060200*    FLAGS AN OVERRIDE BY THE BATCH'S OWN KEYER, AND KEEPS THE
060300*    OVERRIDING SUPERVISOR AGAINST THE BUSINESS DATE.
060400******************************************************************
060500 2500-RECORD-OVERRIDE.
060600     IF WS-MSG-OPR = ZEROS
060700         GO TO 2500-EXIT
060800     END-IF.
060900     IF WS-MSG-OPR = WS-BATCH-KEYER
061000         MOVE 1 TO WS-CHK-NO
061100         MOVE ALR-RUN-DATE TO SD-DATE
061200         MOVE WS-MSG-OPR TO SD-OPERATOR
061300         MOVE SPACES TO SD-SUBJECT
061400         STRING "BATCH AT " ALR-RUN-TIME
061500             DELIMITED BY SIZE INTO SD-SUBJECT
061600         MOVE WS-ALG-FILE-NAME TO SD-EVIDENCE
061700         PERFORM 1900-PRINT-FINDING THRU 1900-EXIT
061800     END-IF.
061900     MOVE ZEROS TO WS-BATCH-KEYER.
062000     IF WS-OV-COUNT NOT < 200
062100         GO TO 2500-EXIT
062200     END-IF.
062300     ADD 1 TO WS-OV-COUNT.
062400     SET WS-OV-IDX TO WS-OV-COUNT.
062500     MOVE ALR-RUN-DATE TO WS-OV-DATE (WS-OV-IDX).
062600     MOVE WS-MSG-OPR TO WS-OV-OPR (WS-OV-IDX).
062700     MOVE WS-ALG-FILE-NAME TO WS-OV-FILE (WS-OV-IDX).
062800 2500-EXIT.
062900     EXIT.
063000*
063100 2600-RECORD-RATE-MOVE.
063200     IF WS-MSG-OPR = ZEROS
063300         OR WS-RM-COUNT NOT < 200
063400         GO TO 2600-EXIT
063500     END-IF.
063600     ADD 1 TO WS-RM-COUNT.
063700     SET WS-RM-IDX TO WS-RM-COUNT.
063800     MOVE ALR-RUN-DATE TO WS-RM-DATE (WS-RM-IDX).
063900     MOVE ALR-MESSAGE (15:3) TO WS-RM-CURRENCY (WS-RM-IDX).
064000     MOVE WS-MSG-OPR TO WS-RM-OPR (WS-RM-IDX).
064100     MOVE WS-ALG-FILE-NAME TO WS-RM-FILE (WS-RM-IDX).
064200     MOVE "N" TO WS-RM-HIT-SW (WS-RM-IDX).
064300 2600-EXIT.
064400     EXIT.
064500*
064600******************************************************************
064700* 3000-CHECK-DAY-RELEASES.
064800*    WALKS THE DAY-RELEASE FILE OVER THE RANGE AND FLAGS A DAY
064900*    RELEASED BY A SUPERVISOR WHO OVERRODE AN OUT-OF-BALANCE
065000*    BATCH ON THAT SAME BUSINESS DATE.
065100******************************************************************
065200 3000-CHECK-DAY-RELEASES.
065300     MOVE "N" TO WS-EOF-SW.
065400     OPEN INPUT DAY-RELEASE-FILE.
065500     IF WS-REL-FILE-STATUS NOT = "00"
065600         CLOSE DAY-RELEASE-FILE
065700         GO TO 3000-EXIT
065800     END-IF.
065900     MOVE WS-FROM-DATE TO REL-DATE.
066000     START DAY-RELEASE-FILE KEY IS NOT LESS THAN REL-DATE
066100         INVALID KEY
066200             SET WS-EOF TO TRUE
066300     END-START.
066400     PERFORM 3100-CHECK-ONE-RELEASE THRU 3100-EXIT
066500         UNTIL WS-EOF.
066600     CLOSE DAY-RELEASE-FILE.
066700 3000-EXIT.
066800     EXIT.
066900*
067000 3100-CHECK-ONE-RELEASE.
067100     READ DAY-RELEASE-FILE NEXT RECORD
067200         AT END
067300             SET WS-EOF TO TRUE
067400             GO TO 3100-EXIT
067500     END-READ.
067600     IF REL-DATE > WS-TO-DATE
067700         SET WS-EOF TO TRUE
067800         GO TO 3100-EXIT
067900     END-IF.
068000     IF NOT REL-RELEASED
068100         OR REL-OPERATOR = ZEROS
068200         GO TO 3100-EXIT
068300     END-IF.
068400     MOVE "N" TO WS-FOUND-SW.
068500     SET WS-OV-IDX TO 1.
068600     SEARCH WS-OV-ENTRY
068700         AT END
068800             CONTINUE
068900         WHEN WS-OV-IDX > WS-OV-COUNT
069000             CONTINUE
069100         WHEN WS-OV-DATE (WS-OV-IDX) = REL-DATE
069200             AND WS-OV-OPR (WS-OV-IDX) = REL-OPERATOR
069300             SET WS-FOUND TO TRUE
069400     END-SEARCH.
069500     IF NOT WS-FOUND
069600         GO TO 3100-EXIT
069700     END-IF.
069800     MOVE 2 TO WS-CHK-NO.
069900     MOVE REL-DATE TO SD-DATE.
070000     MOVE REL-OPERATOR TO SD-OPERATOR.
070100     MOVE SPACES TO SD-SUBJECT.
070200     STRING "RELEASED " REL-SIGNOFF-DATE
070300         DELIMITED BY SIZE INTO SD-SUBJECT.
070400     MOVE SPACES TO SD-EVIDENCE.
070500     STRING "DAYREL+" WS-OV-FILE (WS-OV-IDX)
070600         DELIMITED BY SPACE INTO SD-EVIDENCE.
070700     PERFORM 1900-PRINT-FINDING THRU 1900-EXIT.
070800 3100-EXIT.
070900     EXIT.
071000*
071100******************************************************************
071200* 4000-CHECK-PENDING-CHANGES.
071300*    WALKS THE PENDING TRANSACTION CHANGES REQUESTED IN THE
071400*    RANGE. AN APPROVED ONE IS FLAGGED AT ONCE IF ITS REQUESTER
071500*    APPROVED IT, AND GIVES KEYER CHECKS FOR BOTH ITS REQUESTER
071600*    AND ITS APPROVER. OPEN AND REJECTED CHANGES NEVER LANDED.
071700******************************************************************
071800 4000-CHECK-PENDING-CHANGES.
071900     MOVE "N" TO WS-EOF-SW.
072000     OPEN INPUT PENDING-FILE.
072100     IF WS-PEND-FILE-STATUS NOT = "00"
072200         CLOSE PENDING-FILE
072300         GO TO 4000-EXIT
072400     END-IF.
072500     MOVE ZEROS TO PEND-ID.
072600     START PENDING-FILE KEY IS NOT LESS THAN PEND-ID
072700         INVALID KEY
072800             SET WS-EOF TO TRUE
072900     END-START.
073000     PERFORM 4100-CHECK-ONE-PENDING THRU 4100-EXIT
073100         UNTIL WS-EOF.
073200     CLOSE PENDING-FILE.
073300 4000-EXIT.
073400     EXIT.
073500*
073600 4100-CHECK-ONE-PENDING.
073700     READ PENDING-FILE NEXT RECORD
073800         AT END
073900             SET WS-EOF TO TRUE
074000             GO TO 4100-EXIT
074100     END-READ.
074200     IF PEND-DATE < WS-FROM-DATE
074300         OR PEND-DATE > WS-TO-DATE
074400         OR NOT PEND-APPROVED
074500         GO TO 4100-EXIT
074600     END-IF.
074700     MOVE SPACES TO WS-NEW-SUBJECT.
074800     STRING PEND-ACTION " TXN " PEND-TRAN-ID " ITEM " PEND-ID
074900         DELIMITED BY SIZE INTO WS-NEW-SUBJECT.
075000     IF PEND-REVIEW-OPR = PEND-REQUEST-OPR
075100         MOVE 3 TO WS-CHK-NO
075200         MOVE PEND-DATE TO SD-DATE
075300         MOVE PEND-REVIEW-OPR TO SD-OPERATOR
075400         MOVE WS-NEW-SUBJECT TO SD-SUBJECT
075500         MOVE "PENDCHG" TO SD-EVIDENCE
075600         PERFORM 1900-PRINT-FINDING THRU 1900-EXIT
075700     END-IF.
075800     MOVE PEND-DATE TO WS-NEW-DATE.
075900     MOVE PEND-TRAN-ID TO WS-NEW-TRAN-ID.
076000     MOVE "PENDCHG" TO WS-NEW-SOURCE.
076100     MOVE 6 TO WS-NEW-CHECK.
076200     MOVE PEND-REQUEST-OPR TO WS-NEW-ACTOR.
076300     PERFORM 1800-ADD-CHECK THRU 1800-EXIT.
076400     IF PEND-REVIEW-OPR NOT = PEND-REQUEST-OPR
076500         MOVE 7 TO WS-NEW-CHECK
076600         MOVE PEND-REVIEW-OPR TO WS-NEW-ACTOR
076700         PERFORM 1800-ADD-CHECK THRU 1800-EXIT
076800     END-IF.
076900 4100-EXIT.
077000     EXIT.
077100*
077200******************************************************************
077300* 4500-CHECK-REFDATA-CHANGES.
077400*    WALKS THE REFERENCE-DATA CHANGES APPROVED IN THE RANGE AND
077500*    FLAGS ONE APPROVED BY ITS REQUESTER, OR A CHANGE TO AN
077600*    OPERATOR RECORD APPROVED BY THAT SAME OPERATOR.
077700******************************************************************
077800 4500-CHECK-REFDATA-CHANGES.
077900     MOVE "N" TO WS-EOF-SW.
078000     OPEN INPUT RD-PENDING-FILE.
078100     IF WS-RDP-FILE-STATUS NOT = "00"
078200         CLOSE RD-PENDING-FILE
078300         GO TO 4500-EXIT
078400     END-IF.
078500     MOVE ZEROS TO RDP-ID.
078600     START RD-PENDING-FILE KEY IS NOT LESS THAN RDP-ID
078700         INVALID KEY
078800             SET WS-EOF TO TRUE
078900     END-START.
079000     PERFORM 4600-CHECK-ONE-REFDATA THRU 4600-EXIT
079100         UNTIL WS-EOF.
079200     CLOSE RD-PENDING-FILE.
079300 4500-EXIT.
079400     EXIT.
079500*
079600 4600-CHECK-ONE-REFDATA.
079700     READ RD-PENDING-FILE NEXT RECORD
079800         AT END
079900             SET WS-EOF TO TRUE
080000             GO TO 4600-EXIT
080100     END-READ.
080200     IF NOT RDP-APPROVED
080300         OR RDP-REVIEW-DATE < WS-FROM-DATE
080400         OR RDP-REVIEW-DATE > WS-TO-DATE
080500         GO TO 4600-EXIT
080600     END-IF.
080700     MOVE RDP-REVIEW-DATE TO SD-DATE.
080800     MOVE RDP-REVIEW-OPR TO SD-OPERATOR.
080900     MOVE SPACES TO SD-SUBJECT.
081000     STRING RDP-TABLE " " RDP-KEY " ITEM " RDP-ID
081100         DELIMITED BY SIZE INTO SD-SUBJECT.
081200     MOVE "RDPEND" TO SD-EVIDENCE.
081300     IF RDP-REVIEW-OPR = RDP-REQUEST-OPR
081400         MOVE 4 TO WS-CHK-NO
081500         PERFORM 1900-PRINT-FINDING THRU 1900-EXIT
081600     END-IF.
081700     MOVE RDP-REVIEW-OPR TO WS-OPR-KEY.
081800     IF RDP-TABLE = "OPERMAST"
081900         AND RDP-KEY = WS-OPR-KEY
082000         MOVE 5 TO WS-CHK-NO
082100         PERFORM 1900-PRINT-FINDING THRU 1900-EXIT
082200     END-IF.
082300 4600-EXIT.
082400     EXIT.
082500*
082600******************************************************************
082700* 5000-COLLECT-EXCEPTIONS.
082800*    TAKES EACH EXCEPTION RAISED IN THE RANGE AND SINCE RESOLVED
082900*    AS A KEYER CHECK AGAINST ITS RESOLVER. A RESUBMISSION IS
083000*    LEFT OUT - THE CORRECTED RECORD CARRIES THE RESOLVER AS ITS
083100*    KEYER, SO THE ORIGINAL KEYER IS NO LONGER ON FILE.
083200******************************************************************
083300 5000-COLLECT-EXCEPTIONS.
083400     MOVE "N" TO WS-EOF-SW.
083500     OPEN INPUT EXCEPTION-FILE.
083600     IF WS-EXCP-FILE-STATUS NOT = "00"
083700         CLOSE EXCEPTION-FILE
083800         GO TO 5000-EXIT
083900     END-IF.
084000     PERFORM 5100-COLLECT-ONE-EXCEPTION THRU 5100-EXIT
084100         UNTIL WS-EOF.
084200     CLOSE EXCEPTION-FILE.
084300 5000-EXIT.
084400     EXIT.
084500*
084600 5100-COLLECT-ONE-EXCEPTION.
084700     READ EXCEPTION-FILE
084800         AT END
084900             SET WS-EOF TO TRUE
085000             GO TO 5100-EXIT
085100     END-READ.
085200     IF NOT EXCP-RESOLVED
085300         OR EXCP-DATE < WS-FROM-DATE
085400         OR EXCP-DATE > WS-TO-DATE
085500         OR EXCP-OPERATOR = ZEROS
085600         OR EXCP-DISPOSITION = "RSB"
085700         GO TO 5100-EXIT
085800     END-IF.
085900     MOVE 9 TO WS-NEW-CHECK.
086000     MOVE EXCP-DATE TO WS-NEW-DATE.
086100     MOVE EXCP-TRAN-ID TO WS-NEW-TRAN-ID.
086200     MOVE EXCP-OPERATOR TO WS-NEW-ACTOR.
086300     MOVE SPACES TO WS-NEW-SUBJECT.
086400     STRING "TXN " EXCP-TRAN-ID " DISPOSITION " EXCP-DISPOSITION
086500         DELIMITED BY SIZE INTO WS-NEW-SUBJECT.
086600     MOVE "EXCPFILE" TO WS-NEW-SOURCE.
086700     PERFORM 1800-ADD-CHECK THRU 1800-EXIT.
086800 5100-EXIT.
086900     EXIT.
087000*
087100******************************************************************
087200* 6000-SCAN-TRANSACTIONS.
087300*    READS THE ITEMS KEYED IN THE RANGE - THE LIVE FILE WHEN
087400*    TODAY'S BUSINESS DATE IS IN IT, AND THE ARCHIVE FOR THE
087500*    DAYS ALREADY ARCHIVED. THE LIVE FILE STAYS OPEN FOR THE
087600*    KEYER LOOKUPS THAT FOLLOW.
087700******************************************************************
087800 6000-SCAN-TRANSACTIONS.
087900     OPEN INPUT TRANSACTION-FILE.
088000     IF WS-TRAN-FILE-STATUS = "00"
088100         SET WS-LIVE-OPEN TO TRUE
088200     ELSE
088300         CLOSE TRANSACTION-FILE
088400     END-IF.
088500     IF WS-LIVE-OPEN
088600         AND WS-RUN-DATE NOT < WS-FROM-DATE
088700         AND WS-RUN-DATE NOT > WS-TO-DATE
088800         MOVE "N" TO WS-EOF-SW
088900         MOVE ZEROS TO TRAN-ID
089000         START TRANSACTION-FILE KEY IS NOT LESS THAN TRAN-ID
089100             INVALID KEY
089200                 SET WS-EOF TO TRUE
089300         END-START
089400         PERFORM 6100-SCAN-ONE-LIVE THRU 6100-EXIT
089500             UNTIL WS-EOF
089600     END-IF.
089700     MOVE "N" TO WS-EOF-SW.
089800     OPEN INPUT TRANSACTION-ARCHIVE-FILE.
089900     IF WS-ARCH-FILE-STATUS NOT = "00"
090000         CLOSE TRANSACTION-ARCHIVE-FILE
090100         GO TO 6000-EXIT
090200     END-IF.
090300     MOVE WS-FROM-DATE TO ARCH-DATE.
090400     MOVE ZEROS TO ARCH-TRAN-ID.
090500     START TRANSACTION-ARCHIVE-FILE KEY IS NOT LESS THAN ARCH-KEY
090600         INVALID KEY
090700             SET WS-EOF TO TRUE
090800     END-START.
090900     PERFORM 6200-SCAN-ONE-ARCHIVED THRU 6200-EXIT
091000         UNTIL WS-EOF.
091100     CLOSE TRANSACTION-ARCHIVE-FILE.
091200 6000-EXIT.
091300     EXIT.
091400*
091500 6100-SCAN-ONE-LIVE.
091600     READ TRANSACTION-FILE NEXT RECORD
091700         AT END
091800             SET WS-EOF TO TRUE
091900             GO TO 6100-EXIT
092000     END-READ.
092100     MOVE TRAN-ID TO WS-IT-ID.
092200     MOVE WS-RUN-DATE TO WS-IT-DATE.
092300     MOVE TRAN-TYPE TO WS-IT-TYPE.
092400     MOVE TRAN-REVERSED-ID TO WS-IT-REVERSED-ID.
092500     MOVE TRAN-OPERATOR-ID TO WS-IT-OPERATOR.
092600     MOVE TRAN-CURRENCY TO WS-IT-CURRENCY.
092700     MOVE "TRANFILE" TO WS-IT-SOURCE.
092800     PERFORM 6500-CHECK-ONE-ITEM THRU 6500-EXIT.
092900 6100-EXIT.
093000     EXIT.
093100*
093200 6200-SCAN-ONE-ARCHIVED.
093300     READ TRANSACTION-ARCHIVE-FILE NEXT RECORD
093400         AT END
093500             SET WS-EOF TO TRUE
093600             GO TO 6200-EXIT
093700     END-READ.
093800     IF ARCH-DATE > WS-TO-DATE
093900         SET WS-EOF TO TRUE
094000         GO TO 6200-EXIT
094100     END-IF.
094200     MOVE ARCH-TRAN-ID TO WS-IT-ID.
094300     MOVE ARCH-DATE TO WS-IT-DATE.
094400     MOVE ARCH-TYPE TO WS-IT-TYPE.
094500     MOVE ARCH-REVERSED-ID TO WS-IT-REVERSED-ID.
094600     MOVE ARCH-OPERATOR-ID TO WS-IT-OPERATOR.
094700     MOVE ARCH-CURRENCY TO WS-IT-CURRENCY.
094800     MOVE "TRANARCH" TO WS-IT-SOURCE.
094900     PERFORM 6500-CHECK-ONE-ITEM THRU 6500-EXIT.
095000 6200-EXIT.
095100     EXIT.
095200*
095300******************************************************************
095400* 6500-CHECK-ONE-ITEM.
095500*    A REVERSAL GIVES A KEYER CHECK AGAINST ITS ORIGINAL. AN
095600*    ITEM KEYED BY A SUPERVISOR WHO CONFIRMED A RATE MOVE IN ITS
095700*    CURRENCY THAT DAY IS FLAGGED, ONCE PER RATE MOVE.
095800******************************************************************
095900 6500-CHECK-ONE-ITEM.
096000     IF WS-IT-OPERATOR = ZEROS
096100         GO TO 6500-EXIT
096200     END-IF.
096300     IF WS-IT-REVERSAL
096400         AND WS-IT-REVERSED-ID NOT = ZEROS
096500         MOVE 8 TO WS-NEW-CHECK
096600         MOVE WS-IT-DATE TO WS-NEW-DATE
096700         MOVE WS-IT-REVERSED-ID TO WS-NEW-TRAN-ID
096800         MOVE WS-IT-OPERATOR TO WS-NEW-ACTOR
096900         MOVE SPACES TO WS-NEW-SUBJECT
097000         STRING "REV " WS-IT-ID " OF TXN " WS-IT-REVERSED-ID
097100             DELIMITED BY SIZE INTO WS-NEW-SUBJECT
097200         MOVE WS-IT-SOURCE TO WS-NEW-SOURCE
097300         PERFORM 1800-ADD-CHECK THRU 1800-EXIT
097400     END-IF.
097500     MOVE "N" TO WS-FOUND-SW.
097600     SET WS-RM-IDX TO 1.
097700     SEARCH WS-RM-ENTRY
097800         AT END
097900             CONTINUE
098000         WHEN WS-RM-IDX > WS-RM-COUNT
098100             CONTINUE
098200         WHEN WS-RM-DATE (WS-RM-IDX) = WS-IT-DATE
098300             AND WS-RM-CURRENCY (WS-RM-IDX) = WS-IT-CURRENCY
098400             AND WS-RM-OPR (WS-RM-IDX) = WS-IT-OPERATOR
098500             AND NOT WS-RM-HIT (WS-RM-IDX)
098600             SET WS-FOUND TO TRUE
098700     END-SEARCH.
098800     IF NOT WS-FOUND
098900         GO TO 6500-EXIT
099000     END-IF.
099100     SET WS-RM-HIT (WS-RM-IDX) TO TRUE.
099200     MOVE 10 TO WS-CHK-NO.
099300     MOVE WS-IT-DATE TO SD-DATE.
099400     MOVE WS-IT-OPERATOR TO SD-OPERATOR.
099500     MOVE SPACES TO SD-SUBJECT.
099600     STRING "CCY " WS-IT-CURRENCY " TXN " WS-IT-ID
099700         DELIMITED BY SIZE INTO SD-SUBJECT.
099800     MOVE SPACES TO SD-EVIDENCE.
099900     STRING WS-RM-FILE (WS-RM-IDX) DELIMITED BY SPACE
100000         "+" WS-IT-SOURCE DELIMITED BY SIZE
100100         INTO SD-EVIDENCE.
100200     PERFORM 1900-PRINT-FINDING THRU 1900-EXIT.
100300 6500-EXIT.
100400     EXIT.
100500*
100600******************************************************************
100700* 7000-TRACE-KEYERS.
100800*    FINDS THE KEYER OF THE TRANSACTION BEHIND EACH KEYER CHECK -
100900*    ON THE LIVE FILE FIRST, THEN, FOR THOSE NOT THERE, ONE PASS
101000*    OF THE ARCHIVE UP TO THE END OF THE RANGE, WHERE THE LATEST
101100*    ARCHIVED COPY NOT AFTER THE ACTION'S DATE WINS.
101200******************************************************************
101300 7000-TRACE-KEYERS.
101400     IF WS-CK-COUNT = ZEROS
101500         GO TO 7000-EXIT
101600     END-IF.
101700     IF WS-LIVE-OPEN
101800         PERFORM 7100-TRACE-ON-LIVE THRU 7100-EXIT
101900             VARYING WS-CK-IDX FROM 1 BY 1
102000             UNTIL WS-CK-IDX > WS-CK-COUNT
102100     END-IF.
102200     MOVE ZEROS TO WS-UT-COUNT.
102300     PERFORM 7200-LIST-UNTRACED THRU 7200-EXIT
102400         VARYING WS-CK-IDX FROM 1 BY 1
102500         UNTIL WS-CK-IDX > WS-CK-COUNT.
102600     IF WS-UT-COUNT = ZEROS
102700         GO TO 7000-EXIT
102800     END-IF.
102900     MOVE "N" TO WS-EOF-SW.
103000     OPEN INPUT TRANSACTION-ARCHIVE-FILE.
103100     IF WS-ARCH-FILE-STATUS NOT = "00"
103200         CLOSE TRANSACTION-ARCHIVE-FILE
103300         GO TO 7000-EXIT
103400     END-IF.
103500     MOVE ZEROS TO ARCH-DATE.
103600     MOVE ZEROS TO ARCH-TRAN-ID.
103700     START TRANSACTION-ARCHIVE-FILE KEY IS NOT LESS THAN ARCH-KEY
103800         INVALID KEY
103900             SET WS-EOF TO TRUE
104000     END-START.
104100     PERFORM 7300-TRACE-ON-ARCHIVE THRU 7300-EXIT
104200         UNTIL WS-EOF.
104300     CLOSE TRANSACTION-ARCHIVE-FILE.
104400 7000-EXIT.
104500     EXIT.
104600*
104700 7100-TRACE-ON-LIVE.
104800     MOVE WS-CK-TRAN-ID (WS-CK-IDX) TO TRAN-ID.
104900     READ TRANSACTION-FILE
105000         INVALID KEY
105100             GO TO 7100-EXIT
105200     END-READ.
105300     MOVE TRAN-OPERATOR-ID TO WS-CK-KEYER (WS-CK-IDX).
105400     MOVE "TRANFILE" TO WS-CK-KEYER-SRC (WS-CK-IDX).
105500     SET WS-CK-TRACED (WS-CK-IDX) TO TRUE.
105600 7100-EXIT.
105700     EXIT.
105800*
105900 7200-LIST-UNTRACED.
106000     IF WS-CK-TRACED (WS-CK-IDX)
106100         GO TO 7200-EXIT
106200     END-IF.
106300     ADD 1 TO WS-UT-COUNT.
106400     SET WS-UT-IDX TO WS-UT-COUNT.
106500     SET WS-UT-CK (WS-UT-IDX) TO WS-CK-IDX.
106600 7200-EXIT.
106700     EXIT.
106800*
106900 7300-TRACE-ON-ARCHIVE.
107000     READ TRANSACTION-ARCHIVE-FILE NEXT RECORD
107100         AT END
107200             SET WS-EOF TO TRUE
107300             GO TO 7300-EXIT
107400     END-READ.
107500     IF ARCH-DATE > WS-TO-DATE
107600         SET WS-EOF TO TRUE
107700         GO TO 7300-EXIT
107800     END-IF.
107900     PERFORM 7400-MATCH-ARCHIVED THRU 7400-EXIT
108000         VARYING WS-UT-IDX FROM 1 BY 1
108100         UNTIL WS-UT-IDX > WS-UT-COUNT.
108200 7300-EXIT.
108300     EXIT.
108400*
108500 7400-MATCH-ARCHIVED.
108600     SET WS-CK-IDX TO WS-UT-CK (WS-UT-IDX).
108700     IF WS-CK-TRAN-ID (WS-CK-IDX) NOT = ARCH-TRAN-ID
108800         OR ARCH-DATE > WS-CK-DATE (WS-CK-IDX)
108900         GO TO 7400-EXIT
109000     END-IF.
109100     MOVE ARCH-OPERATOR-ID TO WS-CK-KEYER (WS-CK-IDX).
109200     MOVE "TRANARCH" TO WS-CK-KEYER-SRC (WS-CK-IDX).
109300     SET WS-CK-TRACED (WS-CK-IDX) TO TRUE.
109400 7400-EXIT.
109500     EXIT.
109600*
109700******************************************************************
109800* 8000-REPORT-KEYER-CONFLICTS.
109900*    PRINTS EVERY KEYER CHECK WHERE THE OPERATOR WHO ACTED IS THE
110000*    ONE WHO KEYED THE TRANSACTION. CHECKS WHOSE TRANSACTION WAS
110100*    FOUND NOWHERE ARE COUNTED AS UNTRACED.
110200******************************************************************
110300 8000-REPORT-KEYER-CONFLICTS.
110400     PERFORM 8100-REPORT-ONE-CHECK THRU 8100-EXIT
110500         VARYING WS-CK-IDX FROM 1 BY 1
110600         UNTIL WS-CK-IDX > WS-CK-COUNT.
110700 8000-EXIT.
110800     EXIT.
110900*
111000 8100-REPORT-ONE-CHECK.
111100     IF NOT WS-CK-TRACED (WS-CK-IDX)
111200         ADD 1 TO WS-UNTRACED-COUNT
111300         GO TO 8100-EXIT
111400     END-IF.
111500     IF WS-CK-KEYER (WS-CK-IDX) = ZEROS
111600         OR WS-CK-KEYER (WS-CK-IDX) NOT = WS-CK-ACTOR (WS-CK-IDX)
111700         GO TO 8100-EXIT
111800     END-IF.
111900     MOVE WS-CK-CHECK (WS-CK-IDX) TO WS-CHK-NO.
112000     MOVE WS-CK-DATE (WS-CK-IDX) TO SD-DATE.
112100     MOVE WS-CK-ACTOR (WS-CK-IDX) TO SD-OPERATOR.
112200     MOVE WS-CK-SUBJECT (WS-CK-IDX) TO SD-SUBJECT.
112300     MOVE SPACES TO SD-EVIDENCE.
112400     IF WS-CK-SOURCE (WS-CK-IDX) = WS-CK-KEYER-SRC (WS-CK-IDX)
112500         MOVE WS-CK-SOURCE (WS-CK-IDX) TO SD-EVIDENCE
112600     ELSE
112700         STRING WS-CK-SOURCE (WS-CK-IDX) DELIMITED BY SPACE
112800             "+" WS-CK-KEYER-SRC (WS-CK-IDX) DELIMITED BY SIZE
112900             INTO SD-EVIDENCE
113000     END-IF.
113100     PERFORM 1900-PRINT-FINDING THRU 1900-EXIT.
113200 8100-EXIT.
113300     EXIT.
113400*
113500******************************************************************
113600* 9000-FINALIZE.
113700*    PRINTS THE COUNT BY CHECK, LOGS THE RUN SUMMARY - ANY
113800*    FINDING LOGS AS A WARNING WITH RETURN CODE 4 - CLOSES THE
113900*    FILES AND WRITES THE JOB RUN HISTORY RECORD.
114000******************************************************************
114100 9000-FINALIZE.
114200     MOVE "FINALIZE" TO WS-LOG-STEP.
114300     IF WS-ABORT-RUN
114400         GO TO 9000-HISTORY
114500     END-IF.
114600     IF WS-LIVE-OPEN
114700         CLOSE TRANSACTION-FILE
114800     END-IF.
114900     MOVE SPACES TO SOD-REPORT-RECORD.
115000     WRITE SOD-REPORT-RECORD.
115100     MOVE SPACES TO SOD-REPORT-RECORD.
115200     MOVE " FINDINGS BY CHECK" TO SOD-REPORT-RECORD.
115300     WRITE SOD-REPORT-RECORD.
115400     PERFORM 9100-WRITE-CHECK-COUNT THRU 9100-EXIT
115500         VARYING WS-CHK-NO FROM 1 BY 1
115600         UNTIL WS-CHK-NO > 10.
115700     MOVE "TOTAL FINDINGS" TO SS-CHECK.
115800     MOVE WS-FINDING-COUNT TO SS-COUNT.
115900     MOVE WS-SOD-SUMMARY-LINE TO SOD-REPORT-RECORD.
116000     WRITE SOD-REPORT-RECORD.
116100     MOVE "ACTIONS NOT TRACED TO A KEYER" TO SS-CHECK.
116200     MOVE WS-UNTRACED-COUNT TO SS-COUNT.
116300     MOVE WS-SOD-SUMMARY-LINE TO SOD-REPORT-RECORD.
116400     WRITE SOD-REPORT-RECORD.
116500     MOVE "AUDIT LOGS READ" TO SS-CHECK.
116600     MOVE WS-LOG-COUNT TO SS-COUNT.
116700     MOVE WS-SOD-SUMMARY-LINE TO SOD-REPORT-RECORD.
116800     WRITE SOD-REPORT-RECORD.
116900     CLOSE SOD-REPORT-FILE.
117000     MOVE SPACES TO WS-LOG-MESSAGE.
117100     STRING "FINDINGS " WS-FINDING-COUNT
117200         " FROM " WS-FROM-DATE " TO " WS-TO-DATE
117300         " UNTRACED " WS-UNTRACED-COUNT
117400         DELIMITED BY SIZE INTO WS-LOG-MESSAGE.
117500     IF WS-FINDING-COUNT > ZEROS
117600         MOVE "W" TO WS-LOG-SEVERITY
117700     END-IF.
117800     CALL "LOGWRT01" USING WS-LOG-PARMS.
117900     MOVE "I" TO WS-LOG-SEVERITY.
118000     IF WS-FINDING-COUNT > ZEROS
118100         MOVE 4 TO RETURN-CODE
118200     ELSE
118300         MOVE 0 TO RETURN-CODE
118400     END-IF.
118500 9000-HISTORY.
118600     PERFORM 9200-WRITE-JOB-HISTORY THRU 9200-EXIT.
118700 9000-EXIT.
118800     EXIT.
118900*
119000 9100-WRITE-CHECK-COUNT.
119100     MOVE WS-CHK-NAME (WS-CHK-NO) TO SS-CHECK.
119200     MOVE WS-CHK-COUNT (WS-CHK-NO) TO SS-COUNT.
119300     MOVE WS-SOD-SUMMARY-LINE TO SOD-REPORT-RECORD.
119400     WRITE SOD-REPORT-RECORD.
119500 9100-EXIT.
119600     EXIT.
119700*
119800******************************************************************
119900* 9200-WRITE-JOB-HISTORY.
120000*    APPENDS ONE JOB RUN HISTORY RECORD FOR THIS REPORTING RUN,
120100*    CARRYING THE NUMBER OF FINDINGS.
120200******************************************************************
120300 9200-WRITE-JOB-HISTORY.
120400     OPEN EXTEND JOB-HISTORY-FILE.
120500     IF WS-JH-FILE-NOT-FOUND
120600         CLOSE JOB-HISTORY-FILE
120700         OPEN OUTPUT JOB-HISTORY-FILE
120800     END-IF.
120900     MOVE SPACES TO JOB-HIST-RECORD.
121000     MOVE "SODRPT01" TO JH-PROGRAM-ID.
121100     MOVE WS-RUN-DATE TO JH-RUN-DATE.
121200     MOVE WS-RUN-TIME TO JH-START-TIME.
121300     ACCEPT WS-END-TIME FROM TIME.
121400     MOVE WS-END-TIME TO JH-END-TIME.
121500     MOVE RETURN-CODE TO JH-RETURN-CODE.
121600     MOVE WS-FINDING-COUNT TO JH-TRAN-COUNT.
121700     MOVE ZEROS TO JH-OPERATOR-ID.
121800     WRITE JOB-HIST-RECORD.
121900     CLOSE JOB-HISTORY-FILE.
122000 9200-EXIT.
122100     EXIT.
122200*
122300 END PROGRAM SODRPT01.
