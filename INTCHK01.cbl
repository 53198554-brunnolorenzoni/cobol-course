000100******************************************************************
000200* AUTHOR:       BRUNNO LORENZONI
000300* INSTALLATION: OPERATIONS / BATCH SUPPORT
000400* DATE-WRITTEN: 2026-10-15
000500* DATE-COMPILED:
000600* PURPOSE:      CROSS-FILE REFERENTIAL INTEGRITY CHECK. RUN AS THE
000700*               PRE-FLIGHT STEP OF THE NIGHTLY CHAIN, BEFORE ANY
000800*               STEP TOUCHES THE DAY, IT WALKS EVERY KEYED MASTER
000900*               AND WORKING FILE AND LOOKS UP EACH CODE THE RECORD
001000*               POINTS AT ON THE MASTER THAT OWNS IT - BRANCHES ON
001100*               BRNCHMST, CURRENCIES ON CURRMAST, ACCOUNTS ON
001200*               ACCTMAST, OPERATORS ON OPERMAST, TRANSACTIONS ON
001300*               THE LIVE FILE AND THE ARCHIVE. EVERY ORPHAN OR
001400*               INCONSISTENT REFERENCE IS A FINDING, PRINTED ON A
001500*               DATED REPORT GROUPED BY RULE, EACH WITH SEVERITY:
001600*                 S  SEVERE - TONIGHT'S RUN WOULD POST AGAINST THE
001700*                    BAD REFERENCE (A LIVE ITEM, A STANDING ORDER
001800*                    OR WAREHOUSED ITEM FALLING DUE, AN OPEN
001900*                    ACCOUNT OR BRANCH WHOSE CODE IS GONE)
002000*                 W  WARNING - EVERYTHING ELSE: A CLOSED OR
002100*                    DEACTIVATED REFERENCE, A FUTURE-DATED ITEM, A
002200*                    SET-UP RECORD FOR A BRANCH OR OPERATOR NO
002300*                    LONGER THERE, A STALE QUEUE ITEM.
002400*               RETURN CODE 8 ON ANY SEVERE FINDING, WHICH HOLDS
002500*               THE CHAIN; 4 ON WARNINGS ONLY, WHICH THE CHAIN
002600*               REPORTS AND RUNS ON; 0 WHEN CLEAN. A FILE THAT IS
002700*               NOT THERE HAS NOTHING TO CHECK; A RULE WHOSE
002800*               LOOK-UP MASTER IS NOT THERE PRINTS NOT CHECKED.
002900* TECTONICS:    COBC
003000******************************************************************
003100* MODIFICATION HISTORY.
003200*    2026-10-15 BL  INITIAL VERSION.
003300******************************************************************
003400 IDENTIFICATION DIVISION.
003500 PROGRAM-ID. INTCHK01.
003600 ENVIRONMENT DIVISION.
003700 INPUT-OUTPUT SECTION.
003800 FILE-CONTROL.
003900     SELECT BRANCH-FILE ASSIGN TO "BRNCHMST"
004000         ORGANIZATION IS INDEXED
004100         ACCESS MODE IS DYNAMIC
004200         RECORD KEY IS BR-CODE
004300         FILE STATUS IS WS-BR-FILE-STATUS.
004400     SELECT CURRENCY-FILE ASSIGN TO "CURRMAST"
004500         ORGANIZATION IS INDEXED
004600         ACCESS MODE IS RANDOM
004700         RECORD KEY IS CUR-CODE
004800         FILE STATUS IS WS-CUR-FILE-STATUS.
004900     SELECT ACCOUNT-FILE ASSIGN TO "ACCTMAST"
005000         ORGANIZATION IS INDEXED
005100         ACCESS MODE IS DYNAMIC
005200         RECORD KEY IS ACCT-NUMBER
005300         FILE STATUS IS WS-ACCT-FILE-STATUS.
005400     SELECT OPERATOR-FILE ASSIGN TO "OPERMAST"
005500         ORGANIZATION IS INDEXED
005600         ACCESS MODE IS RANDOM
005700         RECORD KEY IS OPR-ID
005800         FILE STATUS IS WS-OPR-FILE-STATUS.
005900     SELECT BRANCH-LIMIT-FILE ASSIGN TO "BRLIMITS"
006000         ORGANIZATION IS INDEXED
006100         ACCESS MODE IS DYNAMIC
006200         RECORD KEY IS LIM-BRANCH
006300         FILE STATUS IS WS-LIM-FILE-STATUS.
006400     SELECT COMMISSION-FILE ASSIGN TO "COMMSCHD"
006500         ORGANIZATION IS INDEXED
006600         ACCESS MODE IS DYNAMIC
006700         RECORD KEY IS COM-BRANCH
006800         FILE STATUS IS WS-COM-FILE-STATUS.
006900     SELECT STANDING-ORDER-FILE ASSIGN TO "STORDMST"
007000         ORGANIZATION IS INDEXED
007100         ACCESS MODE IS DYNAMIC
007200         RECORD KEY IS SO-ID
007300         FILE STATUS IS WS-SO-FILE-STATUS.
007400     SELECT WAREHOUSE-FILE ASSIGN TO "TRNWARE"
007500         ORGANIZATION IS INDEXED
007600         ACCESS MODE IS DYNAMIC
007700         RECORD KEY IS WH-KEY
007800         FILE STATUS IS WS-WH-FILE-STATUS.
007900     SELECT TRANSACTION-FILE ASSIGN TO "TRANFILE"
008000         ORGANIZATION IS INDEXED
008100         ACCESS MODE IS DYNAMIC
008200         RECORD KEY IS TRAN-ID
008300         ALTERNATE RECORD KEY IS TRAN-BRANCH
008400             WITH DUPLICATES
008500         FILE STATUS IS WS-TRAN-FILE-STATUS.
008600     SELECT TRANSACTION-ARCHIVE-FILE ASSIGN TO "TRANARCH"
008700         ORGANIZATION IS INDEXED
008800         ACCESS MODE IS RANDOM
008900         RECORD KEY IS ARCH-KEY
009000         FILE STATUS IS WS-ARCH-FILE-STATUS.
009100     SELECT PENDING-FILE ASSIGN TO "PENDCHG"
009200         ORGANIZATION IS INDEXED
009300         ACCESS MODE IS DYNAMIC
009400         RECORD KEY IS PEND-ID
009500         FILE STATUS IS WS-PEND-FILE-STATUS.
009600     SELECT EXCEPTION-FILE ASSIGN TO "EXCPFILE"
009700         ORGANIZATION IS LINE SEQUENTIAL
009800         FILE STATUS IS WS-EXCP-FILE-STATUS.
009900     SELECT FUNCTION-PERMISSION-FILE ASSIGN TO "FNPERM"
010000         ORGANIZATION IS INDEXED
010100         ACCESS MODE IS DYNAMIC
010200         RECORD KEY IS FP-KEY
010300         FILE STATUS IS WS-FP-FILE-STATUS.
010400     SELECT FEED-SCHEDULE-FILE ASSIGN TO "FEEDSCHD"
010500         ORGANIZATION IS INDEXED
010600         ACCESS MODE IS DYNAMIC
010700         RECORD KEY IS FSC-BRANCH
010800         FILE STATUS IS WS-FSC-FILE-STATUS.
010900     SELECT GL-MAP-FILE ASSIGN TO "GLMAPMST"
011000         ORGANIZATION IS INDEXED
011100         ACCESS MODE IS DYNAMIC
011200         RECORD KEY IS GLM-KEY
011300         FILE STATUS IS WS-GLM-FILE-STATUS.
011400     SELECT INTEGRITY-REPORT-FILE
011500         ASSIGN TO DYNAMIC WS-RPT-FILE-NAME
011600         ORGANIZATION IS LINE SEQUENTIAL
011700         FILE STATUS IS WS-RPT-FILE-STATUS.
011800     SELECT REPORT-INDEX-FILE ASSIGN TO "RPTINDEX"
011900         ORGANIZATION IS LINE SEQUENTIAL
012000         FILE STATUS IS WS-RIX-FILE-STATUS.
012100     SELECT JOB-HISTORY-FILE ASSIGN TO "JOBHIST"
012200         ORGANIZATION IS LINE SEQUENTIAL
012300         FILE STATUS IS WS-JH-FILE-STATUS.
012400*
012500 DATA DIVISION.
012600 FILE SECTION.
012700 FD  BRANCH-FILE.
012800 COPY "BRNCHREC.cpy".
012900 FD  CURRENCY-FILE.
013000 COPY "CURRREC.cpy".
013100 FD  ACCOUNT-FILE.
013200 COPY "ACCTREC.cpy".
013300 FD  OPERATOR-FILE.
013400 COPY "OPERREC.cpy".
013500 FD  BRANCH-LIMIT-FILE.
013600 COPY "LIMITREC.cpy".
013700 FD  COMMISSION-FILE.
013800 COPY "COMMREC.cpy".
013900 FD  STANDING-ORDER-FILE.
014000 COPY "STORDREC.cpy".
014100 FD  WAREHOUSE-FILE.
014200 COPY "WAREREC.cpy".
014300 FD  TRANSACTION-FILE.
014400 COPY "TRANREC.cpy".
014500 FD  TRANSACTION-ARCHIVE-FILE.
014600 COPY "ARCHREC.cpy".
014700 FD  PENDING-FILE.
014800 COPY "PENDREC.cpy".
014900 FD  EXCEPTION-FILE.
015000 COPY "EXCPREC.cpy".
015100 FD  FUNCTION-PERMISSION-FILE.
015200 COPY "FNPMREC.cpy".
015300 FD  FEED-SCHEDULE-FILE.
015400 COPY "FSCHDREC.cpy".
015500 FD  GL-MAP-FILE.
015600 COPY "GLMAPREC.cpy".
015700 FD  INTEGRITY-REPORT-FILE.
015800 01  INTEGRITY-REPORT-RECORD         PIC X(100).
015900 FD  REPORT-INDEX-FILE.
016000 COPY "RPTIXREC.cpy".
016100 FD  JOB-HISTORY-FILE.
016200 COPY "HISTREC.cpy".
016300*
016400 WORKING-STORAGE SECTION.
016500 77  WS-BR-FILE-STATUS           PIC X(02) VALUE "00".
016600 77  WS-CUR-FILE-STATUS          PIC X(02) VALUE "00".
016700 77  WS-ACCT-FILE-STATUS         PIC X(02) VALUE "00".
016800 77  WS-OPR-FILE-STATUS          PIC X(02) VALUE "00".
016900 77  WS-LIM-FILE-STATUS          PIC X(02) VALUE "00".
017000 77  WS-COM-FILE-STATUS          PIC X(02) VALUE "00".
017100 77  WS-SO-FILE-STATUS           PIC X(02) VALUE "00".
017200 77  WS-WH-FILE-STATUS           PIC X(02) VALUE "00".
017300 77  WS-TRAN-FILE-STATUS         PIC X(02) VALUE "00".
017400 77  WS-ARCH-FILE-STATUS         PIC X(02) VALUE "00".
017500 77  WS-PEND-FILE-STATUS         PIC X(02) VALUE "00".
017600 77  WS-EXCP-FILE-STATUS         PIC X(02) VALUE "00".
017700 77  WS-FP-FILE-STATUS           PIC X(02) VALUE "00".
017800 77  WS-FSC-FILE-STATUS          PIC X(02) VALUE "00".
017900 77  WS-GLM-FILE-STATUS          PIC X(02) VALUE "00".
018000 77  WS-RPT-FILE-STATUS          PIC X(02) VALUE "00".
018100     88  WS-RPT-FILE-NOT-FOUND   VALUE "35".
018200 77  WS-RIX-FILE-STATUS          PIC X(02) VALUE "00".
018300     88  WS-RIX-FILE-NOT-FOUND   VALUE "35".
018400 77  WS-JH-FILE-STATUS           PIC X(02) VALUE "00".
018500     88  WS-JH-FILE-NOT-FOUND    VALUE "35".
018600*
018700*    LOOK-UP MASTERS OPENED AT INITIALIZE. A RULE THAT NEEDS ONE
018800*    THAT IS NOT AVAILABLE IS PRINTED NOT CHECKED.
018900*
019000 77  WS-BR-AVAILABLE-SW          PIC X(01) VALUE "N".
019100     88  WS-BR-AVAILABLE         VALUE "Y".
019200 77  WS-CUR-AVAILABLE-SW         PIC X(01) VALUE "N".
019300     88  WS-CUR-AVAILABLE        VALUE "Y".
019400 77  WS-ACCT-AVAILABLE-SW        PIC X(01) VALUE "N".
019500     88  WS-ACCT-AVAILABLE       VALUE "Y".
019600 77  WS-OPR-AVAILABLE-SW         PIC X(01) VALUE "N".
019700     88  WS-OPR-AVAILABLE        VALUE "Y".
019800 77  WS-TRAN-AVAILABLE-SW        PIC X(01) VALUE "N".
019900     88  WS-TRAN-AVAILABLE       VALUE "Y".
020000 77  WS-ARCH-AVAILABLE-SW        PIC X(01) VALUE "N".
020100     88  WS-ARCH-AVAILABLE       VALUE "Y".
020200*
020300 77  WS-IC-EOF-SW                PIC X(01) VALUE "N".
020400     88  WS-IC-EOF               VALUE "Y".
020500*
020600 77  WS-RUN-DATE                 PIC 9(08) VALUE ZEROS.
020700 77  WS-RUN-TIME                 PIC 9(08) VALUE ZEROS.
020800 77  WS-END-TIME                 PIC 9(08) VALUE ZEROS.
020900 77  WS-FINAL-RC                 PIC 9(02) VALUE ZEROS.
021000*
021100 77  WS-RPT-FILE-NAME            PIC X(20) VALUE SPACES.
021200 77  WS-RPT-DATE-X               PIC X(08) VALUE SPACES.
021300*
021400*    THE RULES, IN REPORT ORDER. EACH IS ONE KIND OF REFERENCE
021500*    FROM ONE FILE TO THE MASTER THAT OWNS THE CODE. THE SUBSCRIPT
021600*    OF A RULE HERE IS THE RULE NUMBER THE CHECK PARAGRAPHS FILE
021700*    THEIR FINDINGS UNDER.
021800*
021900 01  WS-IC-RULE-VALUES.
022000     03  FILLER                  PIC X(44) VALUE
022100         "BRCYOPEN BRANCH - DEFAULT CURRENCY          ".
022200     03  FILLER                  PIC X(44) VALUE
022300         "ACBROPEN ACCOUNT - BRANCH                   ".
022400     03  FILLER                  PIC X(44) VALUE
022500         "ACCYOPEN ACCOUNT - CURRENCY                 ".
022600     03  FILLER                  PIC X(44) VALUE
022700         "LMBRBRANCH LIMIT - BRANCH AND CURRENCY      ".
022800     03  FILLER                  PIC X(44) VALUE
022900         "CMBRCOMMISSION RATE - BRANCH AND CURRENCY   ".
023000     03  FILLER                  PIC X(44) VALUE
023100         "SORFACTIVE STANDING ORDER - REFERENCES      ".
023200     03  FILLER                  PIC X(44) VALUE
023300         "WHRFWAREHOUSED ITEM - REFERENCES            ".
023400     03  FILLER                  PIC X(44) VALUE
023500         "TRRFLIVE TRANSACTION - REFERENCES           ".
023600     03  FILLER                  PIC X(44) VALUE
023700         "OPIDTRANSACTION OR ITEM - OPERATOR ID       ".
023800     03  FILLER                  PIC X(44) VALUE
023900         "PDTROPEN PENDING CHANGE - TRANSACTION       ".
024000     03  FILLER                  PIC X(44) VALUE
024100         "EXTROPEN EXCEPTION - TRANSACTION            ".
024200     03  FILLER                  PIC X(44) VALUE
024300         "FPOPFUNCTION PERMISSION - OPERATOR          ".
024400     03  FILLER                  PIC X(44) VALUE
024500         "FSBREXPECTED-FEED SCHEDULE - BRANCH         ".
024600     03  FILLER                  PIC X(44) VALUE
024700         "GMRFGL MAPPING - BRANCH AND CURRENCY        ".
024800 01  FILLER REDEFINES WS-IC-RULE-VALUES.
024900     03  WS-IC-RULE-ENTRY        OCCURS 14 TIMES.
025000         05  WS-IC-RL-CODE       PIC X(04).
025100         05  WS-IC-RL-DESC       PIC X(40).
025200 77  WS-IC-RULE-COUNT            PIC 9(02) COMP VALUE 14.
025300*
025400*    PER-RULE COUNTS, AND THE MASTER THAT WAS MISSING WHEN A RULE
025500*    COULD NOT BE CHECKED (SPACES WHEN IT WAS).
025600*
025700 01  WS-IC-RULE-COUNTS.
025800     03  WS-IC-RL-ENTRY          OCCURS 14 TIMES.
025900         05  WS-IC-RL-FOUND      PIC 9(06).
026000         05  WS-IC-RL-SEVERE     PIC 9(06).
026100         05  WS-IC-RL-SKIP-FILE  PIC X(08).
026200*
026300*    THE FINDINGS, HELD UNTIL THE WALK IS OVER SO THE REPORT CAN
026400*    PRINT THEM RULE BY RULE. A FINDING PAST THE TABLE'S END IS
026500*    STILL COUNTED AGAINST ITS RULE BUT NOT LISTED.
026600*
026700 01  WS-IC-FINDINGS.
026800     03  WS-IC-FINDING           OCCURS 500 TIMES.
026900         05  WS-IC-FND-RULE      PIC 9(02).
027000         05  WS-IC-FND-SEVERITY  PIC X(01).
027100         05  WS-IC-FND-TEXT      PIC X(60).
027200 77  WS-IC-FND-COUNT             PIC 9(04) COMP VALUE ZEROS.
027300 77  WS-IC-FND-MAX               PIC 9(04) COMP VALUE 500.
027400 77  WS-IC-UNLISTED-COUNT        PIC 9(06) VALUE ZEROS.
027500 77  WS-IC-RULE-SUB              PIC 9(02) COMP VALUE ZEROS.
027600 77  WS-IC-FND-SUB               PIC 9(04) COMP VALUE ZEROS.
027700*
027800 77  WS-IC-TOTAL-COUNT           PIC 9(06) VALUE ZEROS.
027900 77  WS-IC-SEVERE-COUNT          PIC 9(06) VALUE ZEROS.
028000 77  WS-IC-WARNING-COUNT         PIC 9(06) VALUE ZEROS.
028100*
028200*    THE FINDING BEING FILED - ITS RULE, SEVERITY AND TEXT.
028300*
028400 77  WS-IC-RULE                  PIC 9(02) VALUE ZEROS.
028500 77  WS-IC-SEVERITY              PIC X(01) VALUE "W".
028600     88  WS-IC-SEVERE            VALUE "S".
028700     88  WS-IC-WARNING           VALUE "W".
028800 77  WS-IC-TEXT                  PIC X(60) VALUE SPACES.
028900*
029000*    THE ITEM A RECORD-LEVEL FINDING IS ABOUT ("STANDING ORDER
029100*    000012"), THE SEVERITY A BAD REFERENCE ON IT CARRIES, AND THE
029200*    SEVERITY FOR A REFERENCE THAT IS ONLY CLOSED OR INACTIVE.
029300*
029400 77  WS-IC-SUBJECT               PIC X(24) VALUE SPACES.
029500 77  WS-IC-ITEM-SEVERITY         PIC X(01) VALUE "W".
029600 77  WS-IC-SOFT-SEVERITY         PIC X(01) VALUE "W".
029700*
029800*    LOOK-UP AREA. THE CALLER SETS THE CODE, THE LOOK-UP SETS THE
029900*    STATE, AND 7050 TURNS THE STATE INTO THE WORDS THAT PRINT.
030000*
030100 77  WS-IC-LK-BRANCH             PIC X(04) VALUE SPACES.
030200 77  WS-IC-LK-CURRENCY           PIC X(03) VALUE SPACES.
030300 77  WS-IC-LK-ACCOUNT            PIC 9(06) VALUE ZEROS.
030400 77  WS-IC-LK-OPERATOR           PIC 9(06) VALUE ZEROS.
030500 77  WS-IC-LK-STATE              PIC X(01) VALUE SPACE.
030600     88  WS-IC-LK-OK             VALUE "O".
030700     88  WS-IC-LK-MISSING        VALUE "M".
030800     88  WS-IC-LK-CLOSED         VALUE "C".
030900     88  WS-IC-LK-INACTIVE       VALUE "I".
031000 77  WS-IC-STATE-TEXT            PIC X(11) VALUE SPACES.
031100 77  WS-IC-BRANCH-CCY            PIC X(03) VALUE SPACES.
031200*
031300*    REPORT LINES.
031400*
031500 01  WS-ICK-HEADER-1.
031600     03  FILLER                  PIC X(01) VALUE SPACE.
031700     03  FILLER                  PIC X(34) VALUE
031800         "REFERENTIAL INTEGRITY CHECK".
031900     03  FILLER                  PIC X(10) VALUE "RUN DATE: ".
032000     03  IH1-RUN-DATE            PIC 9(08).
032100*
032200 01  WS-ICK-RULE-LINE.
032300     03  FILLER                  PIC X(01) VALUE SPACE.
032400     03  FILLER                  PIC X(05) VALUE "RULE ".
032500     03  IR-CODE                 PIC X(04).
032600     03  FILLER                  PIC X(01) VALUE SPACE.
032700     03  IR-DESC                 PIC X(40).
032800     03  IR-RESULT               PIC X(49).
032900*
033000 01  WS-ICK-RULE-COUNTS.
033100     03  FILLER                  PIC X(09) VALUE "FINDINGS ".
033200     03  IRC-FOUND               PIC ZZZZZ9.
033300     03  FILLER                  PIC X(08) VALUE " SEVERE ".
033400     03  IRC-SEVERE              PIC ZZZZZ9.
033500*
033600 01  WS-ICK-SKIP-TEXT.
033700     03  FILLER                  PIC X(15) VALUE
033800         "NOT CHECKED - ".
033900     03  IRS-FILE                PIC X(08).
034000     03  FILLER                  PIC X(14) VALUE
034100         " NOT AVAILABLE".
034200*
034300 01  WS-ICK-DETAIL-LINE.
034400     03  FILLER                  PIC X(06) VALUE SPACES.
034500     03  ID-SEVERITY             PIC X(01).
034600     03  FILLER                  PIC X(02) VALUE SPACES.
034700     03  ID-TEXT                 PIC X(60).
034800*
034900 01  WS-ICK-UNLISTED-LINE.
035000     03  FILLER                  PIC X(01) VALUE SPACE.
035100     03  IU-COUNT                PIC ZZZZZ9.
035200     03  FILLER                  PIC X(50) VALUE
035300         " FURTHER FINDINGS COUNTED ABOVE BUT NOT LISTED".
035400*
035500 01  WS-ICK-SUMMARY-LINE.
035600     03  FILLER                  PIC X(01) VALUE SPACE.
035700     03  FILLER                  PIC X(09) VALUE "FINDINGS ".
035800     03  IS-TOTAL                PIC ZZZZZ9.
035900     03  FILLER                  PIC X(08) VALUE " SEVERE ".
036000     03  IS-SEVERE               PIC ZZZZZ9.
036100     03  FILLER                  PIC X(09) VALUE " WARNING ".
036200     03  IS-WARNING              PIC ZZZZZ9.
036300*
036400*    PARAMETER AREA PASSED TO BDATE01. LAYOUT MUST MATCH ITS
036500*    LINKAGE SECTION BDATE-PARMS FIELD FOR FIELD.
036600*
036700 01  WS-BDATE-PARMS.
036800     03  WS-BDATE-FUNCTION        PIC X(01) VALUE "G".
036900     03  WS-BDATE-DATE            PIC 9(08).
037000     03  WS-BDATE-STATUS          PIC X(01).
037100*
037200*    PARAMETER AREA PASSED TO LOGWRT01. LAYOUT MUST MATCH ITS
037300*    LINKAGE SECTION LOG-PARMS FIELD FOR FIELD.
037400*
037500 01  WS-LOG-PARMS.
037600     03  WS-LOG-PROGRAM-ID        PIC X(16) VALUE "INTCHK01".
037700     03  WS-LOG-STEP              PIC X(12).
037800     03  WS-LOG-RUN-DATE          PIC 9(08).
037900     03  WS-LOG-RUN-TIME          PIC 9(08).
038000     03  WS-LOG-MESSAGE           PIC X(60).
038100     03  WS-LOG-SEVERITY          PIC X(01) VALUE "I".
038200*
038300 PROCEDURE DIVISION.
038400 0000-MAINLINE.
038500     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
038600     PERFORM 2000-CHECK-BRANCHES THRU 2000-EXIT.
038700     PERFORM 2100-CHECK-ACCOUNTS THRU 2100-EXIT.
038800     PERFORM 2200-CHECK-LIMITS THRU 2200-EXIT.
038900     PERFORM 2300-CHECK-COMMISSION THRU 2300-EXIT.
039000     PERFORM 2400-CHECK-STANDING-ORDERS THRU 2400-EXIT.
039100     PERFORM 2500-CHECK-WAREHOUSE THRU 2500-EXIT.
039200     PERFORM 2600-CHECK-LIVE-FILE THRU 2600-EXIT.
039300     PERFORM 2700-CHECK-PENDING THRU 2700-EXIT.
039400     PERFORM 2800-CHECK-EXCEPTIONS THRU 2800-EXIT.
039500     PERFORM 2900-CHECK-PERMISSIONS THRU 2900-EXIT.
039600     PERFORM 3000-CHECK-FEED-SCHEDULE THRU 3000-EXIT.
039700     PERFORM 3100-CHECK-GL-MAPPING THRU 3100-EXIT.
039800     PERFORM 6000-PRINT-REPORT THRU 6000-EXIT.
039900     PERFORM 8000-FINALIZE THRU 8000-EXIT.
040000     GOBACK.
040100*
040200******************************************************************
040300* 1000-INITIALIZE.
040400*    FETCHES THE BUSINESS DATE, OPENS THE LOOK-UP MASTERS -
040500*    NOTING WHICH ARE AVAILABLE - AND THE DATED REPORT FILE.
040600******************************************************************
040700 1000-INITIALIZE.
040800     CALL "BDATE01" USING WS-BDATE-PARMS.
040900     MOVE WS-BDATE-DATE TO WS-RUN-DATE.
041000     ACCEPT WS-RUN-TIME FROM TIME.
041100     MOVE WS-RUN-DATE TO WS-LOG-RUN-DATE.
041200     MOVE WS-RUN-TIME TO WS-LOG-RUN-TIME.
041300     MOVE "INITIALIZE" TO WS-LOG-STEP.
041400     MOVE "REFERENTIAL INTEGRITY CHECK STARTING"
041500         TO WS-LOG-MESSAGE.
041600     CALL "LOGWRT01" USING WS-LOG-PARMS.
041700     PERFORM 1050-CLEAR-ONE-RULE THRU 1050-EXIT
041800         VARYING WS-IC-RULE-SUB FROM 1 BY 1
041900         UNTIL WS-IC-RULE-SUB > WS-IC-RULE-COUNT.
042000     OPEN INPUT BRANCH-FILE.
042100     IF WS-BR-FILE-STATUS = "00"
042200         SET WS-BR-AVAILABLE TO TRUE
042300     END-IF.
042400     OPEN INPUT CURRENCY-FILE.
042500     IF WS-CUR-FILE-STATUS = "00"
042600         SET WS-CUR-AVAILABLE TO TRUE
042700     END-IF.
042800     OPEN INPUT ACCOUNT-FILE.
042900     IF WS-ACCT-FILE-STATUS = "00"
043000         SET WS-ACCT-AVAILABLE TO TRUE
043100     END-IF.
043200     OPEN INPUT OPERATOR-FILE.
043300     IF WS-OPR-FILE-STATUS = "00"
043400         SET WS-OPR-AVAILABLE TO TRUE
043500     END-IF.
043600     OPEN INPUT TRANSACTION-FILE.
043700     IF WS-TRAN-FILE-STATUS = "00"
043800         SET WS-TRAN-AVAILABLE TO TRUE
043900     END-IF.
044000     OPEN INPUT TRANSACTION-ARCHIVE-FILE.
044100     IF WS-ARCH-FILE-STATUS = "00"
044200         SET WS-ARCH-AVAILABLE TO TRUE
044300     END-IF.
044400     MOVE WS-RUN-DATE TO WS-RPT-DATE-X.
044500     MOVE SPACES TO WS-RPT-FILE-NAME.
044600     STRING "INTCHK." WS-RPT-DATE-X DELIMITED BY SIZE
044700         INTO WS-RPT-FILE-NAME.
044800     OPEN EXTEND INTEGRITY-REPORT-FILE.
044900     IF WS-RPT-FILE-NOT-FOUND
045000         CLOSE INTEGRITY-REPORT-FILE
045100         OPEN OUTPUT INTEGRITY-REPORT-FILE
045200         PERFORM 1100-RECORD-REPORT-INDEX THRU 1100-EXIT
045300     END-IF.
045400     MOVE "CHECK" TO WS-LOG-STEP.
045500 1000-EXIT.
045600     EXIT.
045700*
045800******************************************************************
045900* 1050-CLEAR-ONE-RULE.
046000*    ZEROES ONE RULE'S COUNTS.
046100******************************************************************
046200 1050-CLEAR-ONE-RULE.
046300     MOVE ZEROS TO WS-IC-RL-FOUND (WS-IC-RULE-SUB)
046400         WS-IC-RL-SEVERE (WS-IC-RULE-SUB).
046500     MOVE SPACES TO WS-IC-RL-SKIP-FILE (WS-IC-RULE-SUB).
046600 1050-EXIT.
046700     EXIT.
046800*
046900******************************************************************
047000* 1100-RECORD-REPORT-INDEX.
047100*    APPENDS ONE INDEX RECORD FOR THE DATED REPORT FILE JUST
047200*    CREATED, SO THE REPRINT UTILITY KNOWS IT EXISTS.
047300******************************************************************
047400 1100-RECORD-REPORT-INDEX.
047500     OPEN EXTEND REPORT-INDEX-FILE.
047600     IF WS-RIX-FILE-NOT-FOUND
047700         CLOSE REPORT-INDEX-FILE
047800         OPEN OUTPUT REPORT-INDEX-FILE
047900     END-IF.
048000     MOVE SPACES TO REPORT-INDEX-RECORD.
048100     MOVE "INTCHK" TO RX-REPORT-TYPE.
048200     MOVE WS-RUN-DATE TO RX-REPORT-DATE.
048300     MOVE WS-RPT-FILE-NAME TO RX-FILE-NAME.
048400     WRITE REPORT-INDEX-RECORD.
048500     CLOSE REPORT-INDEX-FILE.
048600 1100-EXIT.
048700     EXIT.
048800*
048900******************************************************************
049000* 2000-CHECK-BRANCHES.
049100*    RULE 1 - EVERY OPEN BRANCH'S DEFAULT CURRENCY MUST BE ON THE
049200*    CURRENCY MASTER (SEVERE) AND ACTIVE (WARNING).
049300******************************************************************
049400 2000-CHECK-BRANCHES.
049500     MOVE 1 TO WS-IC-RULE.
049600     IF NOT WS-BR-AVAILABLE
049700         GO TO 2000-EXIT
049800     END-IF.
049900     IF NOT WS-CUR-AVAILABLE
050000         MOVE "CURRMAST" TO WS-IC-RL-SKIP-FILE (WS-IC-RULE)
050100         GO TO 2000-EXIT
050200     END-IF.
050300     MOVE "N" TO WS-IC-EOF-SW.
050400     MOVE LOW-VALUES TO BR-CODE.
050500     START BRANCH-FILE KEY IS NOT LESS THAN BR-CODE
050600         INVALID KEY
050700             SET WS-IC-EOF TO TRUE
050800     END-START.
050900     PERFORM 2010-CHECK-ONE-BRANCH THRU 2010-EXIT
051000         UNTIL WS-IC-EOF.
051100 2000-EXIT.
051200     EXIT.
051300*
051400******************************************************************
051500* 2010-CHECK-ONE-BRANCH.
051600******************************************************************
051700 2010-CHECK-ONE-BRANCH.
051800     READ BRANCH-FILE NEXT RECORD
051900         AT END
052000             SET WS-IC-EOF TO TRUE
052100             GO TO 2010-EXIT
052200     END-READ.
052300     IF BR-CLOSED
052400         GO TO 2010-EXIT
052500     END-IF.
052600     MOVE BR-DEFAULT-CURRENCY TO WS-IC-LK-CURRENCY.
052700     PERFORM 7200-LOOK-UP-CURRENCY THRU 7200-EXIT.
052800     IF WS-IC-LK-OK
052900         GO TO 2010-EXIT
053000     END-IF.
053100     IF WS-IC-LK-MISSING
053200         MOVE "S" TO WS-IC-SEVERITY
053300     ELSE
053400         MOVE "W" TO WS-IC-SEVERITY
053500     END-IF.
053600     MOVE SPACES TO WS-IC-TEXT.
053700     STRING "BRANCH " BR-CODE " DEFAULT CURRENCY "
053800         BR-DEFAULT-CURRENCY " " WS-IC-STATE-TEXT
053900         DELIMITED BY SIZE INTO WS-IC-TEXT.
054000     PERFORM 7000-ADD-FINDING THRU 7000-EXIT.
054100 2010-EXIT.
054200     EXIT.
054300*
054400******************************************************************
054500* 2100-CHECK-ACCOUNTS.
054600*    RULES 2 AND 3 - EVERY OPEN ACCOUNT'S BRANCH MUST BE ON THE
054700*    BRANCH MASTER AND ITS CURRENCY ON THE CURRENCY MASTER
054800*    (SEVERE - THE TOTALS RUN POSTS TO THE ACCOUNT), AND BOTH
054900*    STILL OPEN AND ACTIVE (WARNING).
055000******************************************************************
055100 2100-CHECK-ACCOUNTS.
055200     IF NOT WS-ACCT-AVAILABLE
055300         GO TO 2100-EXIT
055400     END-IF.
055500     IF NOT WS-BR-AVAILABLE
055600         MOVE "BRNCHMST" TO WS-IC-RL-SKIP-FILE (2)
055700     END-IF.
055800     IF NOT WS-CUR-AVAILABLE
055900         MOVE "CURRMAST" TO WS-IC-RL-SKIP-FILE (3)
056000     END-IF.
056100     MOVE "N" TO WS-IC-EOF-SW.
056200     MOVE ZEROS TO ACCT-NUMBER.
056300     START ACCOUNT-FILE KEY IS NOT LESS THAN ACCT-NUMBER
056400         INVALID KEY
056500             SET WS-IC-EOF TO TRUE
056600     END-START.
056700     PERFORM 2110-CHECK-ONE-ACCOUNT THRU 2110-EXIT
056800         UNTIL WS-IC-EOF.
056900 2100-EXIT.
057000     EXIT.
057100*
057200******************************************************************
057300* 2110-CHECK-ONE-ACCOUNT.
057400******************************************************************
057500 2110-CHECK-ONE-ACCOUNT.
057600     READ ACCOUNT-FILE NEXT RECORD
057700         AT END
057800             SET WS-IC-EOF TO TRUE
057900             GO TO 2110-EXIT
058000     END-READ.
058100     IF ACCT-CLOSED
058200         GO TO 2110-EXIT
058300     END-IF.
058400     MOVE SPACES TO WS-IC-SUBJECT.
058500     STRING "ACCOUNT " ACCT-NUMBER DELIMITED BY SIZE
058600         INTO WS-IC-SUBJECT.
058700     MOVE "S" TO WS-IC-ITEM-SEVERITY.
058800     MOVE "W" TO WS-IC-SOFT-SEVERITY.
058900     IF WS-BR-AVAILABLE
059000         MOVE 2 TO WS-IC-RULE
059100         MOVE ACCT-BRANCH TO WS-IC-LK-BRANCH
059200         PERFORM 7510-CHECK-BRANCH-REF THRU 7510-EXIT
059300     END-IF.
059400     IF WS-CUR-AVAILABLE
059500         MOVE 3 TO WS-IC-RULE
059600         MOVE ACCT-CURRENCY TO WS-IC-LK-CURRENCY
059700         PERFORM 7520-CHECK-CURRENCY-REF THRU 7520-EXIT
059800     END-IF.
059900 2110-EXIT.
060000     EXIT.
060100*
060200******************************************************************
060300* 2200-CHECK-LIMITS.
060400*    RULE 4 - EVERY BRANCH LIMIT MUST BE FOR A BRANCH ON THE
060500*    MASTER AND OPEN. THE CEILING IS IN THE BRANCH'S DEFAULT
060600*    CURRENCY, SO THAT CURRENCY MUST BE ON FILE AND ACTIVE TOO.
060700*    ALL WARNINGS - A BAD LIMIT STOPS NOTHING TONIGHT.
060800******************************************************************
060900 2200-CHECK-LIMITS.
061000     MOVE 4 TO WS-IC-RULE.
061100     OPEN INPUT BRANCH-LIMIT-FILE.
061200     IF WS-LIM-FILE-STATUS NOT = "00"
061300         GO TO 2200-EXIT
061400     END-IF.
061500     IF NOT WS-BR-AVAILABLE
061600         MOVE "BRNCHMST" TO WS-IC-RL-SKIP-FILE (WS-IC-RULE)
061700         CLOSE BRANCH-LIMIT-FILE
061800         GO TO 2200-EXIT
061900     END-IF.
062000     MOVE "N" TO WS-IC-EOF-SW.
062100     MOVE LOW-VALUES TO LIM-BRANCH.
062200     START BRANCH-LIMIT-FILE KEY IS NOT LESS THAN LIM-BRANCH
062300         INVALID KEY
062400             SET WS-IC-EOF TO TRUE
062500     END-START.
062600     PERFORM 2210-CHECK-ONE-LIMIT THRU 2210-EXIT
062700         UNTIL WS-IC-EOF.
062800     CLOSE BRANCH-LIMIT-FILE.
062900 2200-EXIT.
063000     EXIT.
063100*
063200******************************************************************
063300* 2210-CHECK-ONE-LIMIT.
063400******************************************************************
063500 2210-CHECK-ONE-LIMIT.
063600     READ BRANCH-LIMIT-FILE NEXT RECORD
063700         AT END
063800             SET WS-IC-EOF TO TRUE
063900             GO TO 2210-EXIT
064000     END-READ.
064100     MOVE SPACES TO WS-IC-SUBJECT.
064200     STRING "LIMIT FOR " LIM-BRANCH DELIMITED BY SIZE
064300         INTO WS-IC-SUBJECT.
064400     MOVE "W" TO WS-IC-ITEM-SEVERITY WS-IC-SOFT-SEVERITY.
064500     MOVE LIM-BRANCH TO WS-IC-LK-BRANCH.
064600     PERFORM 7530-CHECK-BRANCH-AND-CCY THRU 7530-EXIT.
064700 2210-EXIT.
064800     EXIT.
064900*
065000******************************************************************
065100* 2300-CHECK-COMMISSION.
065200*    RULE 5 - AS RULE 4 FOR THE COMMISSION SCHEDULE. THE RESERVED
065300*    DEFAULT RECORD "*DEF" BELONGS TO NO BRANCH AND IS PASSED.
065400******************************************************************
065500 2300-CHECK-COMMISSION.
065600     MOVE 5 TO WS-IC-RULE.
065700     OPEN INPUT COMMISSION-FILE.
065800     IF WS-COM-FILE-STATUS NOT = "00"
065900         GO TO 2300-EXIT
066000     END-IF.
066100     IF NOT WS-BR-AVAILABLE
066200         MOVE "BRNCHMST" TO WS-IC-RL-SKIP-FILE (WS-IC-RULE)
066300         CLOSE COMMISSION-FILE
066400         GO TO 2300-EXIT
066500     END-IF.
066600     MOVE "N" TO WS-IC-EOF-SW.
066700     MOVE LOW-VALUES TO COM-BRANCH.
066800     START COMMISSION-FILE KEY IS NOT LESS THAN COM-BRANCH
066900         INVALID KEY
067000             SET WS-IC-EOF TO TRUE
067100     END-START.
067200     PERFORM 2310-CHECK-ONE-RATE THRU 2310-EXIT
067300         UNTIL WS-IC-EOF.
067400     CLOSE COMMISSION-FILE.
067500 2300-EXIT.
067600     EXIT.
067700*
067800******************************************************************
067900* 2310-CHECK-ONE-RATE.
068000******************************************************************
068100 2310-CHECK-ONE-RATE.
068200     READ COMMISSION-FILE NEXT RECORD
068300         AT END
068400             SET WS-IC-EOF TO TRUE
068500             GO TO 2310-EXIT
068600     END-READ.
068700     IF COM-BRANCH = "*DEF"
068800         GO TO 2310-EXIT
068900     END-IF.
069000     MOVE SPACES TO WS-IC-SUBJECT.
069100     STRING "COMMISSION RATE FOR " COM-BRANCH DELIMITED BY SIZE
069200         INTO WS-IC-SUBJECT.
069300     MOVE "W" TO WS-IC-ITEM-SEVERITY WS-IC-SOFT-SEVERITY.
069400     MOVE COM-BRANCH TO WS-IC-LK-BRANCH.
069500     PERFORM 7530-CHECK-BRANCH-AND-CCY THRU 7530-EXIT.
069600 2310-EXIT.
069700     EXIT.
069800*
069900******************************************************************
070000* 2400-CHECK-STANDING-ORDERS.
070100*    RULE 6 - EVERY ACTIVE STANDING ORDER'S BRANCH, CURRENCY AND
070200*    ACCOUNT MUST BE ON THEIR MASTERS, OPEN AND ACTIVE. A
070300*    TEMPLATE DUE ON OR BEFORE THE BUSINESS DATE IS GENERATED
070400*    TONIGHT, SO ANY BAD REFERENCE ON IT IS SEVERE; ONE DUE LATER
070500*    HAS TIME TO BE PUT RIGHT AND ONLY WARNS.
070600******************************************************************
070700 2400-CHECK-STANDING-ORDERS.
070800     MOVE 6 TO WS-IC-RULE.
070900     OPEN INPUT STANDING-ORDER-FILE.
071000     IF WS-SO-FILE-STATUS NOT = "00"
071100         GO TO 2400-EXIT
071200     END-IF.
071300     PERFORM 7600-NEED-ALL-MASTERS THRU 7600-EXIT.
071400     IF WS-IC-RL-SKIP-FILE (WS-IC-RULE) NOT = SPACES
071500         CLOSE STANDING-ORDER-FILE
071600         GO TO 2400-EXIT
071700     END-IF.
071800     MOVE "N" TO WS-IC-EOF-SW.
071900     MOVE ZEROS TO SO-ID.
072000     START STANDING-ORDER-FILE KEY IS NOT LESS THAN SO-ID
072100         INVALID KEY
072200             SET WS-IC-EOF TO TRUE
072300     END-START.
072400     PERFORM 2410-CHECK-ONE-ORDER THRU 2410-EXIT
072500         UNTIL WS-IC-EOF.
072600     CLOSE STANDING-ORDER-FILE.
072700 2400-EXIT.
072800     EXIT.
072900*
073000******************************************************************
073100* 2410-CHECK-ONE-ORDER.
073200******************************************************************
073300 2410-CHECK-ONE-ORDER.
073400     READ STANDING-ORDER-FILE NEXT RECORD
073500         AT END
073600             SET WS-IC-EOF TO TRUE
073700             GO TO 2410-EXIT
073800     END-READ.
073900     IF NOT SO-ACTIVE
074000         GO TO 2410-EXIT
074100     END-IF.
074200     MOVE SPACES TO WS-IC-SUBJECT.
074300     STRING "STANDING ORDER " SO-ID DELIMITED BY SIZE
074400         INTO WS-IC-SUBJECT.
074500     IF SO-NEXT-DUE NOT > WS-RUN-DATE
074600         MOVE "S" TO WS-IC-ITEM-SEVERITY WS-IC-SOFT-SEVERITY
074700     ELSE
074800         MOVE "W" TO WS-IC-ITEM-SEVERITY WS-IC-SOFT-SEVERITY
074900     END-IF.
075000     MOVE SO-BRANCH TO WS-IC-LK-BRANCH.
075100     PERFORM 7510-CHECK-BRANCH-REF THRU 7510-EXIT.
075200     MOVE SO-CURRENCY TO WS-IC-LK-CURRENCY.
075300     PERFORM 7520-CHECK-CURRENCY-REF THRU 7520-EXIT.
075400     MOVE SO-ACCOUNT TO WS-IC-LK-ACCOUNT.
075500     PERFORM 7540-CHECK-ACCOUNT-REF THRU 7540-EXIT.
075600 2410-EXIT.
075700     EXIT.
075800*
075900******************************************************************
076000* 2500-CHECK-WAREHOUSE.
076100*    RULE 7 - AS RULE 6 FOR THE VALUE-DATED WAREHOUSE: AN ITEM
076200*    WHOSE VALUE DATE THE BUSINESS DATE HAS REACHED IS RELEASED
076300*    ONTO THE LIVE FILE TONIGHT AND A BAD REFERENCE ON IT IS
076400*    SEVERE. AN OPERATOR ID ON THE ITEM NOT ON THE OPERATOR
076500*    MASTER IS FILED UNDER RULE 9 AS A WARNING.
076600******************************************************************
076700 2500-CHECK-WAREHOUSE.
076800     MOVE 7 TO WS-IC-RULE.
076900     OPEN INPUT WAREHOUSE-FILE.
077000     IF WS-WH-FILE-STATUS NOT = "00"
077100         GO TO 2500-EXIT
077200     END-IF.
077300     PERFORM 7600-NEED-ALL-MASTERS THRU 7600-EXIT.
077400     IF WS-IC-RL-SKIP-FILE (WS-IC-RULE) NOT = SPACES
077500         CLOSE WAREHOUSE-FILE
077600         GO TO 2500-EXIT
077700     END-IF.
077800     MOVE "N" TO WS-IC-EOF-SW.
077900     MOVE LOW-VALUES TO WH-KEY.
078000     START WAREHOUSE-FILE KEY IS NOT LESS THAN WH-KEY
078100         INVALID KEY
078200             SET WS-IC-EOF TO TRUE
078300     END-START.
078400     PERFORM 2510-CHECK-ONE-ITEM THRU 2510-EXIT
078500         UNTIL WS-IC-EOF.
078600     CLOSE WAREHOUSE-FILE.
078700 2500-EXIT.
078800     EXIT.
078900*
079000******************************************************************
079100* 2510-CHECK-ONE-ITEM.
079200******************************************************************
079300 2510-CHECK-ONE-ITEM.
079400     READ WAREHOUSE-FILE NEXT RECORD
079500         AT END
079600             SET WS-IC-EOF TO TRUE
079700             GO TO 2510-EXIT
079800     END-READ.
079900     MOVE 7 TO WS-IC-RULE.
080000     MOVE SPACES TO WS-IC-SUBJECT.
080100     STRING "WAREHOUSED ITEM " WH-TRAN-ID DELIMITED BY SIZE
080200         INTO WS-IC-SUBJECT.
080300     IF WH-VALUE-DATE NOT > WS-RUN-DATE
080400         MOVE "S" TO WS-IC-ITEM-SEVERITY WS-IC-SOFT-SEVERITY
080500     ELSE
080600         MOVE "W" TO WS-IC-ITEM-SEVERITY WS-IC-SOFT-SEVERITY
080700     END-IF.
080800     MOVE WH-BRANCH TO WS-IC-LK-BRANCH.
080900     PERFORM 7510-CHECK-BRANCH-REF THRU 7510-EXIT.
081000     MOVE WH-CURRENCY TO WS-IC-LK-CURRENCY.
081100     PERFORM 7520-CHECK-CURRENCY-REF THRU 7520-EXIT.
081200     MOVE WH-ACCOUNT TO WS-IC-LK-ACCOUNT.
081300     PERFORM 7540-CHECK-ACCOUNT-REF THRU 7540-EXIT.
081400     MOVE WH-OPERATOR-ID TO WS-IC-LK-OPERATOR.
081500     PERFORM 7550-CHECK-OPERATOR-REF THRU 7550-EXIT.
081600 2510-EXIT.
081700     EXIT.
081800*
081900******************************************************************
082000* 2600-CHECK-LIVE-FILE.
082100*    RULE 8 - EVERY TRANSACTION ON THE LIVE FILE POSTS TONIGHT:
082200*    A BRANCH OR CURRENCY NOT ON ITS MASTER IS SEVERE. A BRANCH
082300*    SINCE CLOSED, A CURRENCY SINCE DEACTIVATED, OR AN ACCOUNT
082400*    NOT ON FILE OR CLOSED (THE TOTALS RUN QUEUES THOSE AS
082500*    EXCEPTIONS) WARNS. A KEYED ITEM'S OPERATOR ID NOT ON THE
082600*    OPERATOR MASTER IS FILED UNDER RULE 9 AS A WARNING; A
082700*    BULK-LOADED ITEM CARRIES ZEROS THERE AND IS PASSED.
082800******************************************************************
082900 2600-CHECK-LIVE-FILE.
083000     MOVE 8 TO WS-IC-RULE.
083100     IF NOT WS-TRAN-AVAILABLE
083200         GO TO 2600-EXIT
083300     END-IF.
083400     PERFORM 7600-NEED-ALL-MASTERS THRU 7600-EXIT.
083500     IF WS-IC-RL-SKIP-FILE (WS-IC-RULE) NOT = SPACES
083600         GO TO 2600-EXIT
083700     END-IF.
083800     MOVE "N" TO WS-IC-EOF-SW.
083900     MOVE ZEROS TO TRAN-ID.
084000     START TRANSACTION-FILE KEY IS NOT LESS THAN TRAN-ID
084100         INVALID KEY
084200             SET WS-IC-EOF TO TRUE
084300     END-START.
084400     PERFORM 2610-CHECK-ONE-TRANSACTION THRU 2610-EXIT
084500         UNTIL WS-IC-EOF.
084600 2600-EXIT.
084700     EXIT.
084800*
084900******************************************************************
085000* 2610-CHECK-ONE-TRANSACTION.
085100******************************************************************
085200 2610-CHECK-ONE-TRANSACTION.
085300     READ TRANSACTION-FILE NEXT RECORD
085400         AT END
085500             SET WS-IC-EOF TO TRUE
085600             GO TO 2610-EXIT
085700     END-READ.
085800     MOVE 8 TO WS-IC-RULE.
085900     MOVE SPACES TO WS-IC-SUBJECT.
086000     STRING "TRANSACTION " TRAN-ID DELIMITED BY SIZE
086100         INTO WS-IC-SUBJECT.
086200     MOVE "S" TO WS-IC-ITEM-SEVERITY.
086300     MOVE "W" TO WS-IC-SOFT-SEVERITY.
086400     MOVE TRAN-BRANCH TO WS-IC-LK-BRANCH.
086500     PERFORM 7510-CHECK-BRANCH-REF THRU 7510-EXIT.
086600     MOVE TRAN-CURRENCY TO WS-IC-LK-CURRENCY.
086700     PERFORM 7520-CHECK-CURRENCY-REF THRU 7520-EXIT.
086800     MOVE "W" TO WS-IC-ITEM-SEVERITY.
086900     IF TRAN-ACCOUNT NUMERIC
087000         MOVE TRAN-ACCOUNT TO WS-IC-LK-ACCOUNT
087100     ELSE
087200         MOVE ZEROS TO WS-IC-LK-ACCOUNT
087300     END-IF.
087400     PERFORM 7540-CHECK-ACCOUNT-REF THRU 7540-EXIT.
087500     IF TRAN-OPERATOR-ID NUMERIC
087600         MOVE TRAN-OPERATOR-ID TO WS-IC-LK-OPERATOR
087700         PERFORM 7550-CHECK-OPERATOR-REF THRU 7550-EXIT
087800     END-IF.
087900 2610-EXIT.
088000     EXIT.
088100*
088200******************************************************************
088300* 2700-CHECK-PENDING.
088400*    RULE 10 - EVERY OPEN PENDING AMENDMENT OR DELETION MUST
088500*    STILL HAVE ITS TRANSACTION ON THE LIVE FILE. ONE WHOSE
088600*    TRANSACTION HAS GONE CAN NEVER BE APPLIED - A WARNING FOR
088700*    THE SUPERVISOR TO REJECT IT.
088800******************************************************************
088900 2700-CHECK-PENDING.
089000     MOVE 10 TO WS-IC-RULE.
089100     OPEN INPUT PENDING-FILE.
089200     IF WS-PEND-FILE-STATUS NOT = "00"
089300         GO TO 2700-EXIT
089400     END-IF.
089500     IF NOT WS-TRAN-AVAILABLE
089600         MOVE "TRANFILE" TO WS-IC-RL-SKIP-FILE (WS-IC-RULE)
089700         CLOSE PENDING-FILE
089800         GO TO 2700-EXIT
089900     END-IF.
090000     MOVE "N" TO WS-IC-EOF-SW.
090100     MOVE ZEROS TO PEND-ID.
090200     START PENDING-FILE KEY IS NOT LESS THAN PEND-ID
090300         INVALID KEY
090400             SET WS-IC-EOF TO TRUE
090500     END-START.
090600     PERFORM 2710-CHECK-ONE-PENDING THRU 2710-EXIT
090700         UNTIL WS-IC-EOF.
090800     CLOSE PENDING-FILE.
090900 2700-EXIT.
091000     EXIT.
091100*
091200******************************************************************
091300* 2710-CHECK-ONE-PENDING.
091400******************************************************************
091500 2710-CHECK-ONE-PENDING.
091600     READ PENDING-FILE NEXT RECORD
091700         AT END
091800             SET WS-IC-EOF TO TRUE
091900             GO TO 2710-EXIT
092000     END-READ.
092100     IF NOT PEND-OPEN
092200         GO TO 2710-EXIT
092300     END-IF.
092400     MOVE PEND-TRAN-ID TO TRAN-ID.
092500     READ TRANSACTION-FILE
092600         INVALID KEY
092700             MOVE "W" TO WS-IC-SEVERITY
092800             MOVE SPACES TO WS-IC-TEXT
092900             STRING "PENDING " PEND-ID " " PEND-ACTION
093000                 " OF TRANSACTION " PEND-TRAN-ID
093100                 " NOT ON LIVE FILE"
093200                 DELIMITED BY SIZE INTO WS-IC-TEXT
093300             PERFORM 7000-ADD-FINDING THRU 7000-EXIT
093400     END-READ.
093500 2710-EXIT.
093600     EXIT.
093700*
093800******************************************************************
093900* 2800-CHECK-EXCEPTIONS.
094000*    RULE 11 - EVERY OPEN EXCEPTION SHOULD STILL HAVE ITS
094100*    TRANSACTION ON THE LIVE FILE FOR THE WORKSTATION TO PULL UP
094200*    AND CORRECT. TRANSACTION IDS ARE REUSED FROM DAY TO DAY, SO
094300*    ONLY AN EXCEPTION RAISED ON THE BUSINESS DATE ITSELF IS
094400*    LOOKED FOR THERE; AN OLDER ONE IS LOOKED FOR ON THE ARCHIVE
094500*    UNDER ITS OWN DATE. AN OPEN EXCEPTION WHOSE TRANSACTION HAS
094600*    BEEN ARCHIVED, OR IS ON NEITHER FILE, WARNS.
094700******************************************************************
094800 2800-CHECK-EXCEPTIONS.
094900     MOVE 11 TO WS-IC-RULE.
095000     OPEN INPUT EXCEPTION-FILE.
095100     IF WS-EXCP-FILE-STATUS NOT = "00"
095200         GO TO 2800-EXIT
095300     END-IF.
095400     IF NOT WS-ARCH-AVAILABLE
095500         MOVE "TRANARCH" TO WS-IC-RL-SKIP-FILE (WS-IC-RULE)
095600         CLOSE EXCEPTION-FILE
095700         GO TO 2800-EXIT
095800     END-IF.
095900     MOVE "N" TO WS-IC-EOF-SW.
096000     PERFORM 2810-CHECK-ONE-EXCEPTION THRU 2810-EXIT
096100         UNTIL WS-IC-EOF.
096200     CLOSE EXCEPTION-FILE.
096300 2800-EXIT.
096400     EXIT.
096500*
096600******************************************************************
096700* 2810-CHECK-ONE-EXCEPTION.
096800******************************************************************
096900 2810-CHECK-ONE-EXCEPTION.
097000     READ EXCEPTION-FILE
097100         AT END
097200             SET WS-IC-EOF TO TRUE
097300             GO TO 2810-EXIT
097400     END-READ.
097500     IF NOT EXCP-OPEN
097600         GO TO 2810-EXIT
097700     END-IF.
097800     IF EXCP-DATE NOT < WS-RUN-DATE AND WS-TRAN-AVAILABLE
097900         MOVE EXCP-TRAN-ID TO TRAN-ID
098000         READ TRANSACTION-FILE
098100             INVALID KEY
098200                 CONTINUE
098300             NOT INVALID KEY
098400                 GO TO 2810-EXIT
098500         END-READ
098600     END-IF.
098700     MOVE "W" TO WS-IC-SEVERITY.
098800     MOVE EXCP-DATE TO ARCH-DATE.
098900     MOVE EXCP-TRAN-ID TO ARCH-TRAN-ID.
099000     MOVE SPACES TO WS-IC-TEXT.
099100     READ TRANSACTION-ARCHIVE-FILE
099200         INVALID KEY
099300             STRING "EXCEPTION " EXCP-DATE " TRANSACTION "
099400                 EXCP-TRAN-ID " NOT ON FILE OR ARCHIVE"
099500                 DELIMITED BY SIZE INTO WS-IC-TEXT
099600         NOT INVALID KEY
099700             STRING "EXCEPTION " EXCP-DATE " TRANSACTION "
099800                 EXCP-TRAN-ID " ARCHIVED STILL OPEN"
099900                 DELIMITED BY SIZE INTO WS-IC-TEXT
100000     END-READ.
100100     PERFORM 7000-ADD-FINDING THRU 7000-EXIT.
100200 2810-EXIT.
100300     EXIT.
100400*
100500******************************************************************
100600* 2900-CHECK-PERMISSIONS.
100700*    RULE 12 - EVERY FUNCTION PERMISSION MUST BELONG TO AN
100800*    OPERATOR ON THE OPERATOR MASTER. A GRANT LEFT BEHIND FOR A
100900*    REMOVED OPERATOR WARNS - THE ID COULD BE REISSUED.
101000******************************************************************
101100 2900-CHECK-PERMISSIONS.
101200     MOVE 12 TO WS-IC-RULE.
101300     OPEN INPUT FUNCTION-PERMISSION-FILE.
101400     IF WS-FP-FILE-STATUS NOT = "00"
101500         GO TO 2900-EXIT
101600     END-IF.
101700     IF NOT WS-OPR-AVAILABLE
101800         MOVE "OPERMAST" TO WS-IC-RL-SKIP-FILE (WS-IC-RULE)
101900         CLOSE FUNCTION-PERMISSION-FILE
102000         GO TO 2900-EXIT
102100     END-IF.
102200     MOVE "N" TO WS-IC-EOF-SW.
102300     MOVE LOW-VALUES TO FP-KEY.
102400     START FUNCTION-PERMISSION-FILE KEY IS NOT LESS THAN FP-KEY
102500         INVALID KEY
102600             SET WS-IC-EOF TO TRUE
102700     END-START.
102800     PERFORM 2910-CHECK-ONE-PERMISSION THRU 2910-EXIT
102900         UNTIL WS-IC-EOF.
103000     CLOSE FUNCTION-PERMISSION-FILE.
103100 2900-EXIT.
103200     EXIT.
103300*
103400******************************************************************
103500* 2910-CHECK-ONE-PERMISSION.
103600******************************************************************
103700 2910-CHECK-ONE-PERMISSION.
103800     READ FUNCTION-PERMISSION-FILE NEXT RECORD
103900         AT END
104000             SET WS-IC-EOF TO TRUE
104100             GO TO 2910-EXIT
104200     END-READ.
104300     MOVE FP-OPERATOR-ID TO WS-IC-LK-OPERATOR.
104400     PERFORM 7400-LOOK-UP-OPERATOR THRU 7400-EXIT.
104500     IF WS-IC-LK-MISSING
104600         MOVE "W" TO WS-IC-SEVERITY
104700         MOVE SPACES TO WS-IC-TEXT
104800         STRING "PERMISSION " FP-FUNCTION " FOR OPERATOR "
104900             FP-OPERATOR-ID " " WS-IC-STATE-TEXT
105000             DELIMITED BY SIZE INTO WS-IC-TEXT
105100         PERFORM 7000-ADD-FINDING THRU 7000-EXIT
105200     END-IF.
105300 2910-EXIT.
105400     EXIT.
105500*
105600******************************************************************
105700* 3000-CHECK-FEED-SCHEDULE.
105800*    RULE 13 - EVERY BRANCH ON THE EXPECTED-FEED SCHEDULE MUST BE
105900*    ON THE BRANCH MASTER AND OPEN. THE FEED CHECK ALREADY PASSES
106000*    A CLOSED BRANCH, SO THIS ONLY WARNS.
106100******************************************************************
106200 3000-CHECK-FEED-SCHEDULE.
106300     MOVE 13 TO WS-IC-RULE.
106400     OPEN INPUT FEED-SCHEDULE-FILE.
106500     IF WS-FSC-FILE-STATUS NOT = "00"
106600         GO TO 3000-EXIT
106700     END-IF.
106800     IF NOT WS-BR-AVAILABLE
106900         MOVE "BRNCHMST" TO WS-IC-RL-SKIP-FILE (WS-IC-RULE)
107000         CLOSE FEED-SCHEDULE-FILE
107100         GO TO 3000-EXIT
107200     END-IF.
107300     MOVE "N" TO WS-IC-EOF-SW.
107400     MOVE LOW-VALUES TO FSC-BRANCH.
107500     START FEED-SCHEDULE-FILE KEY IS NOT LESS THAN FSC-BRANCH
107600         INVALID KEY
107700             SET WS-IC-EOF TO TRUE
107800     END-START.
107900     PERFORM 3010-CHECK-ONE-SCHEDULE THRU 3010-EXIT
108000         UNTIL WS-IC-EOF.
108100     CLOSE FEED-SCHEDULE-FILE.
108200 3000-EXIT.
108300     EXIT.
108400*
108500******************************************************************
108600* 3010-CHECK-ONE-SCHEDULE.
108700******************************************************************
108800 3010-CHECK-ONE-SCHEDULE.
108900     READ FEED-SCHEDULE-FILE NEXT RECORD
109000         AT END
109100             SET WS-IC-EOF TO TRUE
109200             GO TO 3010-EXIT
109300     END-READ.
109400     MOVE SPACES TO WS-IC-SUBJECT.
109500     STRING "FEED SCHEDULE FOR " FSC-BRANCH DELIMITED BY SIZE
109600         INTO WS-IC-SUBJECT.
109700     MOVE "W" TO WS-IC-ITEM-SEVERITY WS-IC-SOFT-SEVERITY.
109800     MOVE FSC-BRANCH TO WS-IC-LK-BRANCH.
109900     PERFORM 7510-CHECK-BRANCH-REF THRU 7510-EXIT.
110000 3010-EXIT.
110100     EXIT.
110200*
110300******************************************************************
110400* 3100-CHECK-GL-MAPPING.
110500*    RULE 14 - EVERY GL ACCOUNT MAPPING MUST BE FOR A BRANCH AND
110600*    A CURRENCY ON THEIR MASTERS, OPEN AND ACTIVE. WARNINGS.
110700******************************************************************
110800 3100-CHECK-GL-MAPPING.
110900     MOVE 14 TO WS-IC-RULE.
111000     OPEN INPUT GL-MAP-FILE.
111100     IF WS-GLM-FILE-STATUS NOT = "00"
111200         GO TO 3100-EXIT
111300     END-IF.
111400     IF NOT WS-BR-AVAILABLE
111500         MOVE "BRNCHMST" TO WS-IC-RL-SKIP-FILE (WS-IC-RULE)
111600     END-IF.
111700     IF NOT WS-CUR-AVAILABLE
111800         MOVE "CURRMAST" TO WS-IC-RL-SKIP-FILE (WS-IC-RULE)
111900     END-IF.
112000     IF WS-IC-RL-SKIP-FILE (WS-IC-RULE) NOT = SPACES
112100         CLOSE GL-MAP-FILE
112200         GO TO 3100-EXIT
112300     END-IF.
112400     MOVE "N" TO WS-IC-EOF-SW.
112500     MOVE LOW-VALUES TO GLM-KEY.
112600     START GL-MAP-FILE KEY IS NOT LESS THAN GLM-KEY
112700         INVALID KEY
112800             SET WS-IC-EOF TO TRUE
112900     END-START.
113000     PERFORM 3110-CHECK-ONE-MAPPING THRU 3110-EXIT
113100         UNTIL WS-IC-EOF.
113200     CLOSE GL-MAP-FILE.
113300 3100-EXIT.
113400     EXIT.
113500*
113600******************************************************************
113700* 3110-CHECK-ONE-MAPPING.
113800******************************************************************
113900 3110-CHECK-ONE-MAPPING.
114000     READ GL-MAP-FILE NEXT RECORD
114100         AT END
114200             SET WS-IC-EOF TO TRUE
114300             GO TO 3110-EXIT
114400     END-READ.
114500     MOVE SPACES TO WS-IC-SUBJECT.
114600     STRING "GL MAPPING " GLM-BRANCH "/" GLM-CURRENCY "/"
114700         GLM-TRAN-TYPE DELIMITED BY SIZE INTO WS-IC-SUBJECT.
114800     MOVE "W" TO WS-IC-ITEM-SEVERITY WS-IC-SOFT-SEVERITY.
114900     MOVE GLM-BRANCH TO WS-IC-LK-BRANCH.
115000     PERFORM 7510-CHECK-BRANCH-REF THRU 7510-EXIT.
115100     MOVE GLM-CURRENCY TO WS-IC-LK-CURRENCY.
115200     PERFORM 7520-CHECK-CURRENCY-REF THRU 7520-EXIT.
115300 3110-EXIT.
115400     EXIT.
115500*
115600******************************************************************
115700* 6000-PRINT-REPORT.
115800*    PRINTS THE REPORT RULE BY RULE - A HEADING LINE WITH THE
115900*    RULE'S COUNTS (OR WHY IT WAS NOT CHECKED) AND UNDER IT EVERY
116000*    FINDING HELD FOR IT - THEN ANY FINDINGS TOO MANY TO HOLD AND
116100*    THE OVERALL COUNTS.
116200******************************************************************
116300 6000-PRINT-REPORT.
116400     MOVE WS-RUN-DATE TO IH1-RUN-DATE.
116500     MOVE WS-ICK-HEADER-1 TO INTEGRITY-REPORT-RECORD.
116600     WRITE INTEGRITY-REPORT-RECORD.
116700     PERFORM 6100-PRINT-ONE-RULE THRU 6100-EXIT
116800         VARYING WS-IC-RULE-SUB FROM 1 BY 1
116900         UNTIL WS-IC-RULE-SUB > WS-IC-RULE-COUNT.
117000     IF WS-IC-UNLISTED-COUNT > ZEROS
117100         MOVE WS-IC-UNLISTED-COUNT TO IU-COUNT
117200         MOVE WS-ICK-UNLISTED-LINE TO INTEGRITY-REPORT-RECORD
117300         WRITE INTEGRITY-REPORT-RECORD
117400     END-IF.
117500     COMPUTE WS-IC-WARNING-COUNT =
117600         WS-IC-TOTAL-COUNT - WS-IC-SEVERE-COUNT.
117700     MOVE WS-IC-TOTAL-COUNT TO IS-TOTAL.
117800     MOVE WS-IC-SEVERE-COUNT TO IS-SEVERE.
117900     MOVE WS-IC-WARNING-COUNT TO IS-WARNING.
118000     MOVE WS-ICK-SUMMARY-LINE TO INTEGRITY-REPORT-RECORD.
118100     WRITE INTEGRITY-REPORT-RECORD.
118200 6000-EXIT.
118300     EXIT.
118400*
118500******************************************************************
118600* 6100-PRINT-ONE-RULE.
118700*    PRINTS ONE RULE'S HEADING AND ITS FINDINGS, AND WARNS ON THE
118800*    AUDIT LOG FOR A RULE THAT FOUND ANYTHING.
118900******************************************************************
119000 6100-PRINT-ONE-RULE.
119100     MOVE WS-IC-RL-CODE (WS-IC-RULE-SUB) TO IR-CODE.
119200     MOVE WS-IC-RL-DESC (WS-IC-RULE-SUB) TO IR-DESC.
119300     IF WS-IC-RL-SKIP-FILE (WS-IC-RULE-SUB) NOT = SPACES
119400         MOVE WS-IC-RL-SKIP-FILE (WS-IC-RULE-SUB) TO IRS-FILE
119500         MOVE WS-ICK-SKIP-TEXT TO IR-RESULT
119600     ELSE
119700         MOVE WS-IC-RL-FOUND (WS-IC-RULE-SUB) TO IRC-FOUND
119800         MOVE WS-IC-RL-SEVERE (WS-IC-RULE-SUB) TO IRC-SEVERE
119900         MOVE WS-ICK-RULE-COUNTS TO IR-RESULT
120000     END-IF.
120100     MOVE WS-ICK-RULE-LINE TO INTEGRITY-REPORT-RECORD.
120200     WRITE INTEGRITY-REPORT-RECORD.
120300     IF WS-IC-RL-FOUND (WS-IC-RULE-SUB) = ZEROS
120400         GO TO 6100-EXIT
120500     END-IF.
120600     PERFORM 6200-PRINT-ONE-FINDING THRU 6200-EXIT
120700         VARYING WS-IC-FND-SUB FROM 1 BY 1
120800         UNTIL WS-IC-FND-SUB > WS-IC-FND-COUNT.
120900     IF WS-IC-RL-SEVERE (WS-IC-RULE-SUB) > ZEROS
121000         MOVE "S" TO WS-LOG-SEVERITY
121100     ELSE
121200         MOVE "W" TO WS-LOG-SEVERITY
121300     END-IF.
121400     MOVE SPACES TO WS-LOG-MESSAGE.
121500     STRING "RULE " WS-IC-RL-CODE (WS-IC-RULE-SUB)
121600         " FINDINGS " WS-IC-RL-FOUND (WS-IC-RULE-SUB)
121700         " SEVERE " WS-IC-RL-SEVERE (WS-IC-RULE-SUB)
121800         DELIMITED BY SIZE INTO WS-LOG-MESSAGE.
121900     CALL "LOGWRT01" USING WS-LOG-PARMS.
122000     MOVE "I" TO WS-LOG-SEVERITY.
122100 6100-EXIT.
122200     EXIT.
122300*
122400******************************************************************
122500* 6200-PRINT-ONE-FINDING.
122600*    PRINTS THE HELD FINDING IF IT BELONGS TO THE RULE BEING
122700*    PRINTED.
122800******************************************************************
122900 6200-PRINT-ONE-FINDING.
123000     IF WS-IC-FND-RULE (WS-IC-FND-SUB) NOT = WS-IC-RULE-SUB
123100         GO TO 6200-EXIT
123200     END-IF.
123300     MOVE WS-IC-FND-SEVERITY (WS-IC-FND-SUB) TO ID-SEVERITY.
123400     MOVE WS-IC-FND-TEXT (WS-IC-FND-SUB) TO ID-TEXT.
123500     MOVE WS-ICK-DETAIL-LINE TO INTEGRITY-REPORT-RECORD.
123600     WRITE INTEGRITY-REPORT-RECORD.
123700 6200-EXIT.
123800     EXIT.
123900*
124000******************************************************************
124100* 7000-ADD-FINDING.
124200*    FILES ONE FINDING - WS-IC-RULE, WS-IC-SEVERITY, WS-IC-TEXT -
124300*    COUNTING IT AGAINST ITS RULE AND HOLDING IT FOR THE REPORT
124400*    WHILE THE TABLE HAS ROOM.
124500******************************************************************
124600 7000-ADD-FINDING.
124700     ADD 1 TO WS-IC-RL-FOUND (WS-IC-RULE) WS-IC-TOTAL-COUNT.
124800     IF WS-IC-SEVERE
124900         ADD 1 TO WS-IC-RL-SEVERE (WS-IC-RULE) WS-IC-SEVERE-COUNT
125000     END-IF.
125100     IF WS-IC-FND-COUNT NOT < WS-IC-FND-MAX
125200         ADD 1 TO WS-IC-UNLISTED-COUNT
125300         GO TO 7000-EXIT
125400     END-IF.
125500     ADD 1 TO WS-IC-FND-COUNT.
125600     MOVE WS-IC-RULE TO WS-IC-FND-RULE (WS-IC-FND-COUNT).
125700     MOVE WS-IC-SEVERITY TO WS-IC-FND-SEVERITY (WS-IC-FND-COUNT).
125800     MOVE WS-IC-TEXT TO WS-IC-FND-TEXT (WS-IC-FND-COUNT).
125900 7000-EXIT.
126000     EXIT.
126100*
126200******************************************************************
126300* 7050-SET-STATE-TEXT.
126400*    THE WORDS A FINDING PRINTS FOR THE LOOK-UP STATE.
126500******************************************************************
126600 7050-SET-STATE-TEXT.
126700     EVALUATE TRUE
126800         WHEN WS-IC-LK-MISSING
126900             MOVE "NOT ON FILE" TO WS-IC-STATE-TEXT
127000         WHEN WS-IC-LK-CLOSED
127100             MOVE "CLOSED" TO WS-IC-STATE-TEXT
127200         WHEN WS-IC-LK-INACTIVE
127300             MOVE "INACTIVE" TO WS-IC-STATE-TEXT
127400         WHEN OTHER
127500             MOVE SPACES TO WS-IC-STATE-TEXT
127600     END-EVALUATE.
127700 7050-EXIT.
127800     EXIT.
127900*
128000******************************************************************
128100* 7100-LOOK-UP-BRANCH.
128200*    WS-IC-LK-BRANCH ON THE BRANCH MASTER - OK, MISSING OR
128300*    CLOSED. AN OPEN BRANCH'S DEFAULT CURRENCY IS KEPT FOR RULES
128400*    4 AND 5.
128500******************************************************************
128600 7100-LOOK-UP-BRANCH.
128700     MOVE SPACES TO WS-IC-BRANCH-CCY.
128800     MOVE WS-IC-LK-BRANCH TO BR-CODE.
128900     READ BRANCH-FILE
129000         INVALID KEY
129100             MOVE "M" TO WS-IC-LK-STATE
129200             GO TO 7100-SET-TEXT
129300     END-READ.
129400     IF BR-CLOSED
129500         MOVE "C" TO WS-IC-LK-STATE
129600     ELSE
129700         MOVE "O" TO WS-IC-LK-STATE
129800         MOVE BR-DEFAULT-CURRENCY TO WS-IC-BRANCH-CCY
129900     END-IF.
130000 7100-SET-TEXT.
130100     PERFORM 7050-SET-STATE-TEXT THRU 7050-EXIT.
130200 7100-EXIT.
130300     EXIT.
130400*
130500******************************************************************
130600* 7200-LOOK-UP-CURRENCY.
130700*    WS-IC-LK-CURRENCY ON THE CURRENCY MASTER - OK, MISSING OR
130800*    INACTIVE.
130900******************************************************************
131000 7200-LOOK-UP-CURRENCY.
131100     MOVE WS-IC-LK-CURRENCY TO CUR-CODE.
131200     READ CURRENCY-FILE
131300         INVALID KEY
131400             MOVE "M" TO WS-IC-LK-STATE
131500             GO TO 7200-SET-TEXT
131600     END-READ.
131700     IF CUR-INACTIVE
131800         MOVE "I" TO WS-IC-LK-STATE
131900     ELSE
132000         MOVE "O" TO WS-IC-LK-STATE
132100     END-IF.
132200 7200-SET-TEXT.
132300     PERFORM 7050-SET-STATE-TEXT THRU 7050-EXIT.
132400 7200-EXIT.
132500     EXIT.
132600*
132700******************************************************************
132800* 7300-LOOK-UP-ACCOUNT.
132900*    WS-IC-LK-ACCOUNT ON THE ACCOUNT MASTER - OK, MISSING OR
133000*    CLOSED.
133100******************************************************************
133200 7300-LOOK-UP-ACCOUNT.
133300     MOVE WS-IC-LK-ACCOUNT TO ACCT-NUMBER.
133400     READ ACCOUNT-FILE
133500         INVALID KEY
133600             MOVE "M" TO WS-IC-LK-STATE
133700             GO TO 7300-SET-TEXT
133800     END-READ.
133900     IF ACCT-CLOSED
134000         MOVE "C" TO WS-IC-LK-STATE
134100     ELSE
134200         MOVE "O" TO WS-IC-LK-STATE
134300     END-IF.
134400 7300-SET-TEXT.
134500     PERFORM 7050-SET-STATE-TEXT THRU 7050-EXIT.
134600 7300-EXIT.
134700     EXIT.
134800*
134900******************************************************************
135000* 7400-LOOK-UP-OPERATOR.
135100*    WS-IC-LK-OPERATOR ON THE OPERATOR MASTER - OK OR MISSING. AN
135200*    INACTIVE OPERATOR STILL OWNS WHAT THEY KEYED, SO IS OK HERE.
135300******************************************************************
135400 7400-LOOK-UP-OPERATOR.
135500     MOVE WS-IC-LK-OPERATOR TO OPR-ID.
135600     READ OPERATOR-FILE
135700         INVALID KEY
135800             MOVE "M" TO WS-IC-LK-STATE
135900             GO TO 7400-SET-TEXT
136000     END-READ.
136100     MOVE "O" TO WS-IC-LK-STATE.
136200 7400-SET-TEXT.
136300     PERFORM 7050-SET-STATE-TEXT THRU 7050-EXIT.
136400 7400-EXIT.
136500     EXIT.
136600*
136700******************************************************************
136800* 7510-CHECK-BRANCH-REF.
136900*    LOOKS UP WS-IC-LK-BRANCH FOR THE ITEM IN WS-IC-SUBJECT AND
137000*    FILES A FINDING UNDER WS-IC-RULE WHEN IT IS NOT OK - AT THE
137100*    ITEM SEVERITY WHEN MISSING, THE SOFT SEVERITY WHEN CLOSED.
137200******************************************************************
137300 7510-CHECK-BRANCH-REF.
137400     PERFORM 7100-LOOK-UP-BRANCH THRU 7100-EXIT.
137500     IF WS-IC-LK-OK
137600         GO TO 7510-EXIT
137700     END-IF.
137800     IF WS-IC-LK-MISSING
137900         MOVE WS-IC-ITEM-SEVERITY TO WS-IC-SEVERITY
138000     ELSE
138100         MOVE WS-IC-SOFT-SEVERITY TO WS-IC-SEVERITY
138200     END-IF.
138300     MOVE SPACES TO WS-IC-TEXT.
138400     STRING WS-IC-SUBJECT DELIMITED BY "  "
138500         " BRANCH " WS-IC-LK-BRANCH " "
138600         WS-IC-STATE-TEXT DELIMITED BY SIZE INTO WS-IC-TEXT.
138700     PERFORM 7000-ADD-FINDING THRU 7000-EXIT.
138800 7510-EXIT.
138900     EXIT.
139000*
139100******************************************************************
139200* 7520-CHECK-CURRENCY-REF.
139300*    AS 7510 FOR WS-IC-LK-CURRENCY - MISSING AT THE ITEM
139400*    SEVERITY, INACTIVE AT THE SOFT SEVERITY.
139500******************************************************************
139600 7520-CHECK-CURRENCY-REF.
139700     PERFORM 7200-LOOK-UP-CURRENCY THRU 7200-EXIT.
139800     IF WS-IC-LK-OK
139900         GO TO 7520-EXIT
140000     END-IF.
140100     IF WS-IC-LK-MISSING
140200         MOVE WS-IC-ITEM-SEVERITY TO WS-IC-SEVERITY
140300     ELSE
140400         MOVE WS-IC-SOFT-SEVERITY TO WS-IC-SEVERITY
140500     END-IF.
140600     MOVE SPACES TO WS-IC-TEXT.
140700     STRING WS-IC-SUBJECT DELIMITED BY "  "
140800         " CURRENCY " WS-IC-LK-CURRENCY " "
140900         WS-IC-STATE-TEXT DELIMITED BY SIZE INTO WS-IC-TEXT.
141000     PERFORM 7000-ADD-FINDING THRU 7000-EXIT.
141100 7520-EXIT.
141200     EXIT.
141300*
141400******************************************************************
141500* 7530-CHECK-BRANCH-AND-CCY.
141600*    FOR A LIMIT OR A COMMISSION RATE - THE BRANCH, AND WHEN IT
141700*    IS OPEN THE DEFAULT CURRENCY ITS FIGURES ARE KEPT IN.
141800******************************************************************
141900 7530-CHECK-BRANCH-AND-CCY.
142000     PERFORM 7510-CHECK-BRANCH-REF THRU 7510-EXIT.
142100     IF NOT WS-IC-LK-OK OR NOT WS-CUR-AVAILABLE
142200         GO TO 7530-EXIT
142300     END-IF.
142400     MOVE WS-IC-BRANCH-CCY TO WS-IC-LK-CURRENCY.
142500     PERFORM 7520-CHECK-CURRENCY-REF THRU 7520-EXIT.
142600 7530-EXIT.
142700     EXIT.
142800*
142900******************************************************************
143000* 7540-CHECK-ACCOUNT-REF.
143100*    AS 7510 FOR WS-IC-LK-ACCOUNT - MISSING AT THE ITEM
143200*    SEVERITY, CLOSED AT THE SOFT SEVERITY.
143300******************************************************************
143400 7540-CHECK-ACCOUNT-REF.
143500     PERFORM 7300-LOOK-UP-ACCOUNT THRU 7300-EXIT.
143600     IF WS-IC-LK-OK
143700         GO TO 7540-EXIT
143800     END-IF.
143900     IF WS-IC-LK-MISSING
144000         MOVE WS-IC-ITEM-SEVERITY TO WS-IC-SEVERITY
144100     ELSE
144200         MOVE WS-IC-SOFT-SEVERITY TO WS-IC-SEVERITY
144300     END-IF.
144400     MOVE SPACES TO WS-IC-TEXT.
144500     STRING WS-IC-SUBJECT DELIMITED BY "  "
144600         " ACCOUNT " WS-IC-LK-ACCOUNT " "
144700         WS-IC-STATE-TEXT DELIMITED BY SIZE INTO WS-IC-TEXT.
144800     PERFORM 7000-ADD-FINDING THRU 7000-EXIT.
144900 7540-EXIT.
145000     EXIT.
145100*
145200******************************************************************
145300* 7550-CHECK-OPERATOR-REF.
145400*    FOR A KEYED ITEM'S OPERATOR ID (ZEROS ON A BULK-LOADED ONE
145500*    ARE PASSED) - NOT ON THE OPERATOR MASTER FILES A WARNING
145600*    UNDER RULE 9, WHICHEVER RULE THE ITEM IS BEING CHECKED FOR.
145700*    WITHOUT THE OPERATOR MASTER RULE 9 IS NOT CHECKED.
145800******************************************************************
145900 7550-CHECK-OPERATOR-REF.
146000     IF WS-IC-LK-OPERATOR = ZEROS
146100         GO TO 7550-EXIT
146200     END-IF.
146300     IF NOT WS-OPR-AVAILABLE
146400         MOVE "OPERMAST" TO WS-IC-RL-SKIP-FILE (9)
146500         GO TO 7550-EXIT
146600     END-IF.
146700     PERFORM 7400-LOOK-UP-OPERATOR THRU 7400-EXIT.
146800     IF WS-IC-LK-OK
146900         GO TO 7550-EXIT
147000     END-IF.
147100     MOVE 9 TO WS-IC-RULE.
147200     MOVE "W" TO WS-IC-SEVERITY.
147300     MOVE SPACES TO WS-IC-TEXT.
147400     STRING WS-IC-SUBJECT DELIMITED BY "  "
147500         " OPERATOR " WS-IC-LK-OPERATOR " "
147600         WS-IC-STATE-TEXT DELIMITED BY SIZE INTO WS-IC-TEXT.
147700     PERFORM 7000-ADD-FINDING THRU 7000-EXIT.
147800 7550-EXIT.
147900     EXIT.
148000*
148100******************************************************************
148200* 7600-NEED-ALL-MASTERS.
148300*    RULES 6 TO 8 LOOK UP THE BRANCH, CURRENCY AND ACCOUNT
148400*    MASTERS. THE FIRST ONE MISSING IS NOTED AGAINST WS-IC-RULE,
148500*    WHICH IS THEN NOT CHECKED.
148600******************************************************************
148700 7600-NEED-ALL-MASTERS.
148800     EVALUATE TRUE
148900         WHEN NOT WS-BR-AVAILABLE
149000             MOVE "BRNCHMST" TO WS-IC-RL-SKIP-FILE (WS-IC-RULE)
149100         WHEN NOT WS-CUR-AVAILABLE
149200             MOVE "CURRMAST" TO WS-IC-RL-SKIP-FILE (WS-IC-RULE)
149300         WHEN NOT WS-ACCT-AVAILABLE
149400             MOVE "ACCTMAST" TO WS-IC-RL-SKIP-FILE (WS-IC-RULE)
149500         WHEN OTHER
149600             CONTINUE
149700     END-EVALUATE.
149800 7600-EXIT.
149900     EXIT.
150000*
150100******************************************************************
150200* 8000-FINALIZE.
150300*    LOGS THE OVERALL COUNTS AND SETS THE RETURN CODE - 8 ON ANY
150400*    SEVERE FINDING, SO THE CHAIN HOLDS; 4 ON WARNINGS ONLY; 0
150500*    CLEAN. CLOSES THE FILES AND WRITES THE JOB RUN HISTORY
150600*    RECORD.
150700******************************************************************
150800 8000-FINALIZE.
150900     MOVE "FINALIZE" TO WS-LOG-STEP.
151000     MOVE 0 TO WS-FINAL-RC.
151100     IF WS-IC-SEVERE-COUNT > ZEROS
151200         MOVE 8 TO WS-FINAL-RC
151300     ELSE
151400         IF WS-IC-TOTAL-COUNT > ZEROS
151500             MOVE 4 TO WS-FINAL-RC
151600         END-IF
151700     END-IF.
151800     MOVE SPACES TO WS-LOG-MESSAGE.
151900     STRING "FINDINGS " WS-IC-TOTAL-COUNT
152000         " SEVERE " WS-IC-SEVERE-COUNT
152100         " WARNING " WS-IC-WARNING-COUNT
152200         DELIMITED BY SIZE INTO WS-LOG-MESSAGE.
152300     IF WS-FINAL-RC > 0
152400         MOVE "W" TO WS-LOG-SEVERITY
152500     END-IF.
152600     CALL "LOGWRT01" USING WS-LOG-PARMS.
152700     MOVE "I" TO WS-LOG-SEVERITY.
152800     IF WS-BR-AVAILABLE
152900         CLOSE BRANCH-FILE
153000     END-IF.
153100     IF WS-CUR-AVAILABLE
153200         CLOSE CURRENCY-FILE
153300     END-IF.
153400     IF WS-ACCT-AVAILABLE
153500         CLOSE ACCOUNT-FILE
153600     END-IF.
153700     IF WS-OPR-AVAILABLE
153800         CLOSE OPERATOR-FILE
153900     END-IF.
154000     IF WS-TRAN-AVAILABLE
154100         CLOSE TRANSACTION-FILE
154200     END-IF.
154300     IF WS-ARCH-AVAILABLE
154400         CLOSE TRANSACTION-ARCHIVE-FILE
154500     END-IF.
154600     CLOSE INTEGRITY-REPORT-FILE.
154700     PERFORM 8100-WRITE-JOB-HISTORY THRU 8100-EXIT.
154800     MOVE WS-FINAL-RC TO RETURN-CODE.
154900 8000-EXIT.
155000     EXIT.
155100*
155200******************************************************************
155300* 8100-WRITE-JOB-HISTORY.
155400*    APPENDS ONE JOB RUN HISTORY RECORD FOR THIS CHECK, CARRYING
155500*    THE NUMBER OF FINDINGS.
155600******************************************************************
155700 8100-WRITE-JOB-HISTORY.
155800     OPEN EXTEND JOB-HISTORY-FILE.
155900     IF WS-JH-FILE-NOT-FOUND
156000         CLOSE JOB-HISTORY-FILE
156100         OPEN OUTPUT JOB-HISTORY-FILE
156200     END-IF.
156300     MOVE SPACES TO JOB-HIST-RECORD.
156400     MOVE "INTCHK01" TO JH-PROGRAM-ID.
156500     MOVE WS-RUN-DATE TO JH-RUN-DATE.
156600     MOVE WS-RUN-TIME TO JH-START-TIME.
156700     ACCEPT WS-END-TIME FROM TIME.
156800     MOVE WS-END-TIME TO JH-END-TIME.
156900     MOVE WS-FINAL-RC TO JH-RETURN-CODE.
157000     MOVE WS-IC-TOTAL-COUNT TO JH-TRAN-COUNT.
157100     MOVE ZEROS TO JH-OPERATOR-ID.
157200     WRITE JOB-HIST-RECORD.
157300     CLOSE JOB-HISTORY-FILE.
157400 8100-EXIT.
157500     EXIT.
157600*
157700 END PROGRAM INTCHK01.
