000100******************************************************************
000200* AUTHOR:       BRUNNO LORENZONI
000300* INSTALLATION: OPERATIONS / BATCH SUPPORT
000400* DATE-WRITTEN: 2026-10-15
000500* DATE-COMPILED:
000600* PURPOSE:      NIGHTLY LARGE-TRANSACTION SCREENING FOR REGULATORY
000700*               REPORTING. READS THE DAY'S ITEMS ON THE LIVE
000800*               TRANSACTION FILE AND THE ROLLING WINDOW'S EARLIER
000900*               DAYS ON THE TRANSACTION ARCHIVE, CONVERTS EACH TO
001000*               THE BASE CURRENCY AND COMPARES IT WITH THE
001100*               THRESHOLDS ON THE PARAMETER FILE (RGTHRESH) - ANY
001200*               ONE ITEM AT OR ABOVE THE SINGLE THRESHOLD, AND ANY
001300*               BRANCH WHOSE SMALLER ITEMS ADD UP PAST THE
001400*               AGGREGATE THRESHOLD INSIDE THE WINDOW. EACH
001500*               CANDIDATE GOES TO THE KEYED REPORTABLE-ITEMS FILE
001600*               (RGITEMS) WITH ITS FILING DEADLINE, AND THE DAY'S
001700*               CANDIDATES ARE WRITTEN TO THE FIXED-FORMAT
001800*               SUBMISSION FILE (REGSUB.YYYYMMDD) - NOBODY READS
001900*               THE DAILY TOTALS REPORT WITH A HIGHLIGHTER ANY
002000*               MORE. COMPLIANCE WORKS THE ITEMS IN RGWK01.
002100* TECTONICS:    COBC
002200******************************************************************
002300* MODIFICATION HISTORY.
002400*    2026-10-15 BL  INITIAL VERSION.
002500******************************************************************
002600 IDENTIFICATION DIVISION.
002700 PROGRAM-ID. RGSCR01.
002800 ENVIRONMENT DIVISION.
002900 INPUT-OUTPUT SECTION.
003000 FILE-CONTROL.
003100     SELECT THRESHOLD-FILE ASSIGN TO "RGTHRESH"
003200         ORGANIZATION IS LINE SEQUENTIAL
003300         FILE STATUS IS WS-THR-FILE-STATUS.
003400     SELECT TRANSACTION-FILE ASSIGN TO "TRANFILE"
003500         ORGANIZATION IS INDEXED
003600         ACCESS MODE IS DYNAMIC
003700         RECORD KEY IS TRAN-ID
003800         ALTERNATE RECORD KEY IS TRAN-BRANCH
003900             WITH DUPLICATES
004000         FILE STATUS IS WS-TRAN-FILE-STATUS.
004100     SELECT TRANSACTION-ARCHIVE-FILE ASSIGN TO "TRANARCH"
004200         ORGANIZATION IS INDEXED
004300         ACCESS MODE IS DYNAMIC
004400         RECORD KEY IS ARCH-KEY
004500         FILE STATUS IS WS-ARCH-FILE-STATUS.
004600     SELECT FX-RATE-FILE ASSIGN TO "FXRATES"
004700         ORGANIZATION IS INDEXED
004800         ACCESS MODE IS RANDOM
004900         RECORD KEY IS FX-CURRENCY
005000         FILE STATUS IS WS-FX-FILE-STATUS.
005100     SELECT REG-ITEM-FILE ASSIGN TO "RGITEMS"
005200         ORGANIZATION IS INDEXED
005300         ACCESS MODE IS DYNAMIC
005400         RECORD KEY IS RI-KEY
005500         FILE STATUS IS WS-RI-FILE-STATUS.
005600     SELECT SUBMISSION-FILE ASSIGN TO DYNAMIC WS-SUB-FILE-NAME
005700         ORGANIZATION IS LINE SEQUENTIAL
005800         FILE STATUS IS WS-SUB-FILE-STATUS.
005900     SELECT JOB-HISTORY-FILE ASSIGN TO "JOBHIST"
006000         ORGANIZATION IS LINE SEQUENTIAL
006100         FILE STATUS IS WS-JH-FILE-STATUS.
006200*
006300 DATA DIVISION.
006400 FILE SECTION.
006500 FD  THRESHOLD-FILE.
006600 COPY "RGTHRREC.cpy".
006700 FD  TRANSACTION-FILE.
006800 COPY "TRANREC.cpy".
006900 FD  TRANSACTION-ARCHIVE-FILE.
007000 COPY "ARCHREC.cpy".
007100 FD  FX-RATE-FILE.
007200 COPY "FXRATREC.cpy".
007300 FD  REG-ITEM-FILE.
007400 COPY "RGITMREC.cpy".
007500 FD  SUBMISSION-FILE.
007600 COPY "RGSUBREC.cpy".
007700 FD  JOB-HISTORY-FILE.
007800 COPY "HISTREC.cpy".
007900*
008000 WORKING-STORAGE SECTION.
008100 77  WS-THR-FILE-STATUS          PIC X(02) VALUE "00".
008200     88  WS-THR-FILE-NOT-FOUND   VALUE "35".
008300 77  WS-TRAN-FILE-STATUS         PIC X(02) VALUE "00".
008400 77  WS-ARCH-FILE-STATUS         PIC X(02) VALUE "00".
008500 77  WS-FX-FILE-STATUS           PIC X(02) VALUE "00".
008600 77  WS-RI-FILE-STATUS           PIC X(02) VALUE "00".
008700     88  WS-RI-FILE-NOT-FOUND    VALUE "35".
008800 77  WS-SUB-FILE-STATUS          PIC X(02) VALUE "00".
008900 77  WS-JH-FILE-STATUS           PIC X(02) VALUE "00".
009000     88  WS-JH-FILE-NOT-FOUND    VALUE "35".
009100*
009200 77  WS-TRAN-EOF-SW              PIC X(01) VALUE "N".
009300     88  WS-TRAN-EOF             VALUE "Y".
009400 77  WS-ARCH-EOF-SW              PIC X(01) VALUE "N".
009500     88  WS-ARCH-EOF             VALUE "Y".
009600 77  WS-RI-EOF-SW                PIC X(01) VALUE "N".
009700     88  WS-RI-EOF               VALUE "Y".
009800 77  WS-ABORT-SW                 PIC X(01) VALUE "N".
009900     88  WS-ABORT-RUN            VALUE "Y".
010000 77  WS-NO-THRESHOLD-SW          PIC X(01) VALUE "N".
010100     88  WS-NO-THRESHOLD         VALUE "Y".
010200 77  WS-ARCH-AVAILABLE-SW        PIC X(01) VALUE "N".
010300     88  WS-ARCH-AVAILABLE       VALUE "Y".
010400 77  WS-FX-AVAILABLE-SW          PIC X(01) VALUE "N".
010500     88  WS-FX-AVAILABLE         VALUE "Y".
010600 77  WS-TABLE-FULL-SW            PIC X(01) VALUE "N".
010700     88  WS-TABLE-FULL           VALUE "Y".
010800*
010900 77  WS-RUN-DATE                 PIC 9(08) VALUE ZEROS.
011000 77  WS-RUN-TIME                 PIC 9(08) VALUE ZEROS.
011100 77  WS-END-TIME                 PIC 9(08) VALUE ZEROS.
011200 77  WS-BASE-CURRENCY            PIC X(03) VALUE "BRL".
011300 77  WS-INSTITUTION              PIC X(10) VALUE "HELLOWORLD".
011400*
011500 77  WS-SUB-FILE-NAME            PIC X(20) VALUE SPACES.
011600 77  WS-SUB-DATE-X               PIC X(08) VALUE SPACES.
011700*
011800*    THE THRESHOLDS IN FORCE TONIGHT AND THE WINDOW THEY GIVE -
011900*    WINDOW START IS THE FIRST CALENDAR DAY OF THE ROLLING
012000*    PERIOD, THE DEADLINE IS STAMPED ON EVERY ITEM FOUND TONIGHT.
012100*
012200 77  WS-SINGLE-THRESHOLD         PIC 9(11)V99 VALUE ZEROS.
012300 77  WS-AGGR-THRESHOLD           PIC 9(11)V99 VALUE ZEROS.
012400 77  WS-WINDOW-DAYS              PIC 9(03) VALUE ZEROS.
012500 77  WS-TODAY-INT                PIC 9(08) COMP VALUE ZEROS.
012600 77  WS-WORK-INT                 PIC 9(08) COMP VALUE ZEROS.
012700 77  WS-WINDOW-START             PIC 9(08) VALUE ZEROS.
012800 77  WS-DEADLINE                 PIC 9(08) VALUE ZEROS.
012900*
013000*    THE ITEM IN HAND, TAKEN OFF EITHER FILE INTO ONE SHAPE SO
013100*    THE SCREENING LOGIC DOES NOT CARE WHERE IT CAME FROM.
013200*
013300 77  WS-IT-LIVE-SW               PIC X(01) VALUE "N".
013400     88  WS-IT-LIVE              VALUE "Y".
013500 77  WS-IT-DATE                  PIC 9(08) VALUE ZEROS.
013600 77  WS-IT-TRAN-ID               PIC 9(06) VALUE ZEROS.
013700 77  WS-IT-BRANCH                PIC X(04) VALUE SPACES.
013800 77  WS-IT-CURRENCY              PIC X(03) VALUE SPACES.
013900 77  WS-IT-TYPE                  PIC X(01) VALUE SPACE.
014000     88  WS-IT-SCREENED-TYPE     VALUE "O" " " "A".
014100 77  WS-IT-ACCOUNT               PIC 9(06) VALUE ZEROS.
014200 77  WS-IT-OPERATOR-ID           PIC 9(06) VALUE ZEROS.
014300 77  WS-IT-AMOUNT                PIC 9(11)V99 VALUE ZEROS.
014400 77  WS-IT-BASE-AMOUNT           PIC 9(11)V99 VALUE ZEROS.
014500 77  WS-RATE-FOUND-SW            PIC X(01) VALUE "N".
014600     88  WS-RATE-FOUND           VALUE "Y".
014700*
014800*    ROLLING AGGREGATION - ONE SLOT PER BRANCH SEEN IN THE WINDOW.
014900*    A BRANCH'S RUN STARTS AT THE WINDOW START, OR THE DAY AFTER
015000*    THE LAST AGGREGATE ALREADY REPORTED FOR IT IF THAT IS LATER,
015100*    SO NO ITEM IS COUNTED INTO TWO REPORTED RUNS. ONLY A BRANCH
015200*    WITH AN ITEM TODAY CAN CROSS THE LINE TONIGHT - ONE WITHOUT
015300*    WAS ALREADY LOOKED AT ON THE NIGHT OF ITS LAST ITEM.
015400*
015500 77  WS-BR-COUNT                 PIC 9(04) COMP VALUE ZEROS.
015600 01  WS-BRANCH-TABLE.
015700     03  WS-BR-ENTRY OCCURS 500 TIMES
015800             INDEXED BY WS-BR-IDX.
015900         05  WS-BR-CODE          PIC X(04).
016000         05  WS-BR-RUN-START     PIC 9(08).
016100         05  WS-BR-TOTAL         PIC 9(13)V99.
016200         05  WS-BR-ITEMS         PIC 9(05).
016300         05  WS-BR-TODAY-SW      PIC X(01).
016400             88  WS-BR-HAS-TODAY VALUE "Y".
016500 77  WS-BR-FOUND-SW              PIC X(01) VALUE "N".
016600     88  WS-BR-FOUND             VALUE "Y".
016700*
016800*    RUN SUMMARY COUNTS, LOGGED AT FINALIZE TIME.
016900*
017000 77  WS-LIVE-COUNT               PIC 9(06) VALUE ZEROS.
017100 77  WS-HIST-COUNT               PIC 9(06) VALUE ZEROS.
017200 77  WS-UNCONVERTED-COUNT        PIC 9(06) VALUE ZEROS.
017300 77  WS-SINGLE-COUNT             PIC 9(06) VALUE ZEROS.
017400 77  WS-AGGR-COUNT               PIC 9(06) VALUE ZEROS.
017500 77  WS-ALREADY-COUNT            PIC 9(06) VALUE ZEROS.
017600 77  WS-DETECTED-COUNT           PIC 9(06) VALUE ZEROS.
017700 77  WS-SUB-DETAIL-COUNT         PIC 9(06) VALUE ZEROS.
017800 77  WS-SUB-BASE-TOTAL           PIC 9(13)V99 VALUE ZEROS.
017900 77  WS-FINAL-RC                 PIC 9(02) VALUE ZEROS.
018000*
018100*    PARAMETER AREA PASSED TO BDATE01. LAYOUT MUST MATCH ITS
018200*    LINKAGE SECTION BDATE-PARMS FIELD FOR FIELD.
018300*
018400 01  WS-BDATE-PARMS.
018500     03  WS-BDATE-FUNCTION        PIC X(01) VALUE "G".
018600     03  WS-BDATE-DATE            PIC 9(08).
018700     03  WS-BDATE-STATUS          PIC X(01).
018800*
018900*    PARAMETER AREA PASSED TO LOGWRT01. LAYOUT MUST MATCH ITS
019000*    LINKAGE SECTION LOG-PARMS FIELD FOR FIELD.
019100*
019200 01  WS-LOG-PARMS.
019300     03  WS-LOG-PROGRAM-ID        PIC X(16) VALUE "RGSCR01".
019400     03  WS-LOG-STEP              PIC X(12).
019500     03  WS-LOG-RUN-DATE          PIC 9(08).
019600     03  WS-LOG-RUN-TIME          PIC 9(08).
019700     03  WS-LOG-MESSAGE           PIC X(60).
019800     03  WS-LOG-SEVERITY          PIC X(01) VALUE "I".
019900*
020000*    PARAMETER AREA PASSED TO ERRWRT01. LAYOUT MUST MATCH ITS
020100*    LINKAGE SECTION ERR-PARMS FIELD FOR FIELD.
020200*
020300 01  WS-ERR-PARMS.
020400     03  WS-ERR-PROGRAM-ID        PIC X(16) VALUE "RGSCR01".
020500     03  WS-ERR-STEP              PIC X(12).
020600     03  WS-ERR-RETURN-CODE       PIC 9(02).
020700     03  WS-ERR-MESSAGE           PIC X(60).
020800     03  WS-ERR-RUN-DATE          PIC 9(08).
020900     03  WS-ERR-RUN-TIME          PIC 9(08).
021000*
021100 PROCEDURE DIVISION.
021200 0000-MAINLINE.
021300     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
021400     IF NOT WS-ABORT-RUN AND NOT WS-NO-THRESHOLD
021500         PERFORM 2000-SCAN-ARCHIVE THRU 2000-EXIT
021600         PERFORM 2100-SCAN-LIVE-FILE THRU 2100-EXIT
021700         PERFORM 2600-CHECK-AGGREGATES THRU 2600-EXIT
021800             VARYING WS-BR-IDX FROM 1 BY 1
021900             UNTIL WS-BR-IDX > WS-BR-COUNT
022000     END-IF.
022100     IF NOT WS-ABORT-RUN
022200         PERFORM 2700-WRITE-SUBMISSION THRU 2700-EXIT
022300     END-IF.
022400     PERFORM 3000-FINALIZE THRU 3000-EXIT.
022500     GOBACK.
022600*
022700******************************************************************
022800* 1000-INITIALIZE.
022900*    FETCHES THE BUSINESS DATE, LOADS THE THRESHOLDS AND WORKS OUT
023000*    THE WINDOW AND TONIGHT'S FILING DEADLINE, THEN OPENS THE
023100*    FILES. THE REPORTABLE-ITEMS FILE IS CREATED ON FIRST USE; NOT
023200*    BEING ABLE TO OPEN IT, OR THE LIVE FILE, ABORTS THE RUN RC
023300*    90. NO ARCHIVE MEANS A WINDOW OF TODAY ONLY; NO RATE FILE
023400*    MEANS ONLY BASE-CURRENCY ITEMS CAN BE SCREENED.
023500******************************************************************
023600 1000-INITIALIZE.
023700     CALL "BDATE01" USING WS-BDATE-PARMS.
023800     MOVE WS-BDATE-DATE TO WS-RUN-DATE.
023900     ACCEPT WS-RUN-TIME FROM TIME.
024000     MOVE WS-RUN-DATE TO WS-LOG-RUN-DATE.
024100     MOVE WS-RUN-TIME TO WS-LOG-RUN-TIME.
024200     MOVE "INITIALIZE" TO WS-LOG-STEP.
024300     MOVE "LARGE-TRANSACTION SCREENING STARTING" TO
024400         WS-LOG-MESSAGE.
024500     CALL "LOGWRT01" USING WS-LOG-PARMS.
024600     COMPUTE WS-TODAY-INT =
024700         FUNCTION INTEGER-OF-DATE(WS-RUN-DATE).
024800     PERFORM 1100-LOAD-THRESHOLDS THRU 1100-EXIT.
024900     OPEN I-O REG-ITEM-FILE.
025000     IF WS-RI-FILE-NOT-FOUND
025100         CLOSE REG-ITEM-FILE
025200         OPEN OUTPUT REG-ITEM-FILE
025300         CLOSE REG-ITEM-FILE
025400         OPEN I-O REG-ITEM-FILE
025500     END-IF.
025600     IF WS-RI-FILE-STATUS NOT = "00"
025700         MOVE "REPORTABLE-ITEMS FILE NOT OPENED - RUN ABORTED"
025800             TO WS-ERR-MESSAGE
025900         GO TO 1000-ABORT
026000     END-IF.
026100     IF WS-NO-THRESHOLD
026200         GO TO 1000-EXIT
026300     END-IF.
026400     OPEN INPUT TRANSACTION-FILE.
026500     IF WS-TRAN-FILE-STATUS NOT = "00"
026600         CLOSE REG-ITEM-FILE
026700         MOVE "TRANSACTION FILE NOT FOUND - SCREENING ABORTED"
026800             TO WS-ERR-MESSAGE
026900         GO TO 1000-ABORT
027000     END-IF.
027100     OPEN INPUT TRANSACTION-ARCHIVE-FILE.
027200     IF WS-ARCH-FILE-STATUS = "00"
027300         SET WS-ARCH-AVAILABLE TO TRUE
027400     ELSE
027500         MOVE "W" TO WS-LOG-SEVERITY
027600         MOVE "NO TRANSACTION ARCHIVE - WINDOW IS TODAY ONLY" TO
027700             WS-LOG-MESSAGE
027800         CALL "LOGWRT01" USING WS-LOG-PARMS
027900         MOVE "I" TO WS-LOG-SEVERITY
028000     END-IF.
028100     OPEN INPUT FX-RATE-FILE.
028200     IF WS-FX-FILE-STATUS = "00"
028300         SET WS-FX-AVAILABLE TO TRUE
028400     ELSE
028500         MOVE "W" TO WS-LOG-SEVERITY
028600         MOVE "NO EXCHANGE RATE FILE - FOREIGN ITEMS NOT SCREENED"
028700             TO WS-LOG-MESSAGE
028800         CALL "LOGWRT01" USING WS-LOG-PARMS
028900         MOVE "I" TO WS-LOG-SEVERITY
029000     END-IF.
029100     GO TO 1000-EXIT.
029200 1000-ABORT.
029300     MOVE "INITIALIZE" TO WS-ERR-STEP.
029400     MOVE WS-RUN-DATE TO WS-ERR-RUN-DATE.
029500     MOVE WS-RUN-TIME TO WS-ERR-RUN-TIME.
029600     MOVE 90 TO WS-ERR-RETURN-CODE.
029700     CALL "ERRWRT01" USING WS-ERR-PARMS.
029800     MOVE 90 TO WS-FINAL-RC.
029900     SET WS-ABORT-RUN TO TRUE.
030000 1000-EXIT.
030100     EXIT.
030200*
030300******************************************************************
030400* 1100-LOAD-THRESHOLDS.
030500*    READS THE ONE-RECORD PARAMETER FILE. NO FILE, OR A ZERO
030600*    SINGLE THRESHOLD, MEANS COMPLIANCE HAS NOT SET THE LIMITS -
030700*    THE RUN SAYS SO ON THE LOG AT SEVERITY W AND SCREENS NOTHING,
030800*    BUT STILL WRITES A NIL SUBMISSION SO THE GAP IS VISIBLE.
030900******************************************************************
031000 1100-LOAD-THRESHOLDS.
031100     OPEN INPUT THRESHOLD-FILE.
031200     IF WS-THR-FILE-NOT-FOUND
031300         CLOSE THRESHOLD-FILE
031400         GO TO 1100-NOT-SET
031500     END-IF.
031600     READ THRESHOLD-FILE
031700         AT END
031800             CLOSE THRESHOLD-FILE
031900             GO TO 1100-NOT-SET
032000     END-READ.
032100     CLOSE THRESHOLD-FILE.
032200     IF RT-SINGLE-THRESHOLD NOT NUMERIC
032300         OR RT-SINGLE-THRESHOLD = ZEROS
032400         GO TO 1100-NOT-SET
032500     END-IF.
032600     MOVE RT-SINGLE-THRESHOLD TO WS-SINGLE-THRESHOLD.
032700     MOVE RT-AGGREGATE-THRESHOLD TO WS-AGGR-THRESHOLD.
032800     IF WS-AGGR-THRESHOLD = ZEROS
032900         MOVE WS-SINGLE-THRESHOLD TO WS-AGGR-THRESHOLD
033000     END-IF.
033100     MOVE RT-WINDOW-DAYS TO WS-WINDOW-DAYS.
033200     IF WS-WINDOW-DAYS = ZEROS
033300         MOVE 1 TO WS-WINDOW-DAYS
033400     END-IF.
033500     COMPUTE WS-WORK-INT = WS-TODAY-INT - WS-WINDOW-DAYS + 1.
033600     COMPUTE WS-WINDOW-START =
033700         FUNCTION DATE-OF-INTEGER(WS-WORK-INT).
033800     COMPUTE WS-WORK-INT = WS-TODAY-INT + RT-FILING-DAYS.
033900     COMPUTE WS-DEADLINE =
034000         FUNCTION DATE-OF-INTEGER(WS-WORK-INT).
034100     GO TO 1100-EXIT.
034200 1100-NOT-SET.
034300     SET WS-NO-THRESHOLD TO TRUE.
034400     MOVE SPACES TO REG-THRESHOLD-RECORD.
034500     MOVE ZEROS TO RT-SINGLE-THRESHOLD RT-AGGREGATE-THRESHOLD
034600         RT-WINDOW-DAYS.
034700     MOVE "W" TO WS-LOG-SEVERITY.
034800     MOVE "NO REPORTING THRESHOLDS SET - NOTHING SCREENED" TO
034900         WS-LOG-MESSAGE.
035000     CALL "LOGWRT01" USING WS-LOG-PARMS.
035100     MOVE "I" TO WS-LOG-SEVERITY.
035200 1100-EXIT.
035300     EXIT.
035400*
035500******************************************************************
035600* 2000-SCAN-ARCHIVE.
035700*    READS THE ARCHIVED DAYS OF THE ROLLING WINDOW - WINDOW START
035800*    UP TO YESTERDAY - IN DATE ORDER. THOSE DAYS' OWN LARGE ITEMS
035900*    WERE SCREENED ON THEIR OWN NIGHTS; HERE THEY ONLY FEED THE
036000*    BRANCH RUNS.
036100******************************************************************
036200 2000-SCAN-ARCHIVE.
036300     IF NOT WS-ARCH-AVAILABLE
036400         GO TO 2000-EXIT
036500     END-IF.
036600     MOVE WS-WINDOW-START TO ARCH-DATE.
036700     MOVE ZEROS TO ARCH-TRAN-ID.
036800     START TRANSACTION-ARCHIVE-FILE
036900         KEY IS NOT LESS THAN ARCH-KEY
037000         INVALID KEY
037100             SET WS-ARCH-EOF TO TRUE
037200     END-START.
037300     PERFORM 2010-READ-ONE-ARCHIVED THRU 2010-EXIT
037400         UNTIL WS-ARCH-EOF.
037500 2000-EXIT.
037600     EXIT.
037700*
037800******************************************************************
037900* 2010-READ-ONE-ARCHIVED.
038000*    READS THE NEXT ARCHIVED ITEM AND SCREENS IT. THE SCAN STOPS
038100*    AT THE FIRST ITEM DATED TODAY OR LATER - TODAY COMES OFF THE
038200*    LIVE FILE.
038300******************************************************************
038400 2010-READ-ONE-ARCHIVED.
038500     READ TRANSACTION-ARCHIVE-FILE NEXT RECORD
038600         AT END
038700             SET WS-ARCH-EOF TO TRUE
038800             GO TO 2010-EXIT
038900     END-READ.
039000     IF ARCH-DATE NOT < WS-RUN-DATE
039100         SET WS-ARCH-EOF TO TRUE
039200         GO TO 2010-EXIT
039300     END-IF.
039400     MOVE "N" TO WS-IT-LIVE-SW.
039500     MOVE ARCH-DATE TO WS-IT-DATE.
039600     MOVE ARCH-TRAN-ID TO WS-IT-TRAN-ID.
039700     MOVE ARCH-BRANCH TO WS-IT-BRANCH.
039800     MOVE ARCH-CURRENCY TO WS-IT-CURRENCY.
039900     MOVE ARCH-TYPE TO WS-IT-TYPE.
040000     MOVE ARCH-ACCOUNT TO WS-IT-ACCOUNT.
040100     MOVE ARCH-OPERATOR-ID TO WS-IT-OPERATOR-ID.
040200     COMPUTE WS-IT-AMOUNT = ARCH-N1 + ARCH-N2.
040300     IF WS-IT-SCREENED-TYPE
040400         ADD 1 TO WS-HIST-COUNT
040500         PERFORM 2300-SCREEN-ITEM THRU 2300-EXIT
040600     END-IF.
040700 2010-EXIT.
040800     EXIT.
040900*
041000******************************************************************
041100* 2100-SCAN-LIVE-FILE.
041200*    READS TODAY'S ITEMS OFF THE LIVE FILE IN KEY ORDER.
041300******************************************************************
041400 2100-SCAN-LIVE-FILE.
041500     PERFORM 2110-READ-ONE-LIVE THRU 2110-EXIT
041600         UNTIL WS-TRAN-EOF.
041700 2100-EXIT.
041800     EXIT.
041900*
042000******************************************************************
042100* 2110-READ-ONE-LIVE.
042200*    READS THE NEXT LIVE ITEM AND SCREENS IT. ONLY ORIGINALS AND
042300*    ADJUSTMENTS ARE SCREENED - A REVERSAL TAKES MONEY BACK AND A
042400*    TRANSFER LEG MOVES IT BETWEEN OUR OWN BRANCHES.
042500******************************************************************
042600 2110-READ-ONE-LIVE.
042700     READ TRANSACTION-FILE NEXT RECORD
042800         AT END
042900             SET WS-TRAN-EOF TO TRUE
043000             GO TO 2110-EXIT
043100     END-READ.
043200     SET WS-IT-LIVE TO TRUE.
043300     MOVE WS-RUN-DATE TO WS-IT-DATE.
043400     MOVE TRAN-ID TO WS-IT-TRAN-ID.
043500     MOVE TRAN-BRANCH TO WS-IT-BRANCH.
043600     MOVE TRAN-CURRENCY TO WS-IT-CURRENCY.
043700     MOVE TRAN-TYPE TO WS-IT-TYPE.
043800     MOVE TRAN-ACCOUNT TO WS-IT-ACCOUNT.
043900     MOVE TRAN-OPERATOR-ID TO WS-IT-OPERATOR-ID.
044000     COMPUTE WS-IT-AMOUNT = TRAN-N1 + TRAN-N2.
044100     IF WS-IT-SCREENED-TYPE
044200         ADD 1 TO WS-LIVE-COUNT
044300         PERFORM 2300-SCREEN-ITEM THRU 2300-EXIT
044400     END-IF.
044500 2110-EXIT.
044600     EXIT.
044700*
044800******************************************************************
044900* 2300-SCREEN-ITEM.
045000*    CONVERTS THE ITEM IN HAND TO THE BASE CURRENCY AND TESTS IT.
045100*    TODAY'S ITEM AT OR ABOVE THE SINGLE THRESHOLD IS WRITTEN AS
045200*    A REPORTABLE ITEM ON ITS OWN; AN ITEM BELOW IT GOES INTO ITS
045300*    BRANCH'S RUN. AN ITEM WITH NO USABLE RATE CANNOT BE JUDGED -
045400*    IT IS COUNTED AND THE COUNT LOGGED AT SEVERITY W.
045500******************************************************************
045600 2300-SCREEN-ITEM.
045700     PERFORM 2310-CONVERT-ITEM THRU 2310-EXIT.
045800     IF NOT WS-RATE-FOUND
045900         ADD 1 TO WS-UNCONVERTED-COUNT
046000         GO TO 2300-EXIT
046100     END-IF.
046200     IF WS-IT-BASE-AMOUNT NOT < WS-SINGLE-THRESHOLD
046300         IF WS-IT-LIVE
046400             PERFORM 2400-WRITE-SINGLE-ITEM THRU 2400-EXIT
046500         END-IF
046600         GO TO 2300-EXIT
046700     END-IF.
046800     PERFORM 2500-ADD-TO-BRANCH-RUN THRU 2500-EXIT.
046900 2300-EXIT.
047000     EXIT.
047100*
047200******************************************************************
047300* 2310-CONVERT-ITEM.
047400*    BASE-CURRENCY ITEMS PASS STRAIGHT THROUGH; ANY OTHER IS
047500*    CONVERTED AT THE DAY'S RATE OFF THE RATE FILE. A MISSING OR
047600*    STALE RATE LEAVES THE ITEM UNCONVERTED, THE SAME TEST THE
047700*    TOTALS RUN APPLIES.
047800******************************************************************
047900 2310-CONVERT-ITEM.
048000     MOVE "N" TO WS-RATE-FOUND-SW.
048100     IF WS-IT-CURRENCY = WS-BASE-CURRENCY
048200         MOVE WS-IT-AMOUNT TO WS-IT-BASE-AMOUNT
048300         SET WS-RATE-FOUND TO TRUE
048400         GO TO 2310-EXIT
048500     END-IF.
048600     IF NOT WS-FX-AVAILABLE
048700         GO TO 2310-EXIT
048800     END-IF.
048900     MOVE WS-IT-CURRENCY TO FX-CURRENCY.
049000     READ FX-RATE-FILE
049100         INVALID KEY
049200             GO TO 2310-EXIT
049300     END-READ.
049400     IF FX-RATE-DATE < WS-RUN-DATE
049500         GO TO 2310-EXIT
049600     END-IF.
049700     COMPUTE WS-IT-BASE-AMOUNT ROUNDED = WS-IT-AMOUNT * FX-RATE
049800         ON SIZE ERROR
049900             GO TO 2310-EXIT
050000     END-COMPUTE.
050100     SET WS-RATE-FOUND TO TRUE.
050200 2310-EXIT.
050300     EXIT.
050400*
050500******************************************************************
050600* 2400-WRITE-SINGLE-ITEM.
050700*    WRITES TODAY'S ITEM TO THE REPORTABLE-ITEMS FILE AS AN OPEN
050800*    SINGLE CANDIDATE WITH TONIGHT'S DEADLINE. A RERUN FINDS IT
050900*    ALREADY THERE AND LEAVES IT - WHATEVER COMPLIANCE HAS DONE
051000*    WITH IT STANDS.
051100******************************************************************
051200 2400-WRITE-SINGLE-ITEM.
051300     MOVE SPACES TO REG-ITEM-RECORD.
051400     SET RI-KIND-SINGLE TO TRUE.
051500     MOVE WS-IT-BRANCH TO RI-BRANCH.
051600     MOVE WS-IT-DATE TO RI-ITEM-DATE.
051700     MOVE WS-IT-TRAN-ID TO RI-TRAN-ID.
051800     SET RI-OPEN TO TRUE.
051900     MOVE WS-RUN-DATE TO RI-DETECTED-DATE.
052000     MOVE WS-DEADLINE TO RI-DEADLINE.
052100     MOVE WS-IT-CURRENCY TO RI-CURRENCY.
052200     MOVE WS-IT-AMOUNT TO RI-AMOUNT.
052300     MOVE WS-IT-BASE-AMOUNT TO RI-BASE-AMOUNT.
052400     MOVE 1 TO RI-ITEM-COUNT.
052500     MOVE WS-IT-DATE TO RI-WINDOW-START.
052600     MOVE WS-IT-ACCOUNT TO RI-ACCOUNT.
052700     MOVE WS-IT-OPERATOR-ID TO RI-OPERATOR-ID.
052800     MOVE ZEROS TO RI-ACTION-DATE RI-ACTION-OPERATOR-ID.
052900     WRITE REG-ITEM-RECORD
053000         INVALID KEY
053100             ADD 1 TO WS-ALREADY-COUNT
053200         NOT INVALID KEY
053300             ADD 1 TO WS-SINGLE-COUNT
053400     END-WRITE.
053500 2400-EXIT.
053600     EXIT.
053700*
053800******************************************************************
053900* 2500-ADD-TO-BRANCH-RUN.
054000*    FINDS OR OPENS THE BRANCH'S SLOT AND ADDS THE ITEM TO ITS RUN
054100*    WHEN THE ITEM FALLS ON OR AFTER THE RUN START.
054200******************************************************************
054300 2500-ADD-TO-BRANCH-RUN.
054400     MOVE "N" TO WS-BR-FOUND-SW.
054500     SET WS-BR-IDX TO 1.
054600     SEARCH WS-BR-ENTRY
054700         AT END
054800             CONTINUE
054900         WHEN WS-BR-IDX > WS-BR-COUNT
055000             CONTINUE
055100         WHEN WS-BR-CODE (WS-BR-IDX) = WS-IT-BRANCH
055200             SET WS-BR-FOUND TO TRUE
055300     END-SEARCH.
055400     IF NOT WS-BR-FOUND
055500         IF WS-BR-COUNT >= 500
055600             IF NOT WS-TABLE-FULL
055700                 SET WS-TABLE-FULL TO TRUE
055800                 MOVE "SCREEN" TO WS-LOG-STEP
055900                 MOVE "W" TO WS-LOG-SEVERITY
056000                 MOVE "BRANCH TABLE FULL - RUNS NOT ALL SCREENED"
056100                     TO WS-LOG-MESSAGE
056200                 CALL "LOGWRT01" USING WS-LOG-PARMS
056300                 MOVE "I" TO WS-LOG-SEVERITY
056400             END-IF
056500             GO TO 2500-EXIT
056600         END-IF
056700         ADD 1 TO WS-BR-COUNT
056800         SET WS-BR-IDX TO WS-BR-COUNT
056900         MOVE WS-IT-BRANCH TO WS-BR-CODE (WS-BR-IDX)
057000         MOVE ZEROS TO WS-BR-TOTAL (WS-BR-IDX)
057100         MOVE ZEROS TO WS-BR-ITEMS (WS-BR-IDX)
057200         MOVE "N" TO WS-BR-TODAY-SW (WS-BR-IDX)
057300         PERFORM 2510-FIND-RUN-START THRU 2510-EXIT
057400     END-IF.
057500     IF WS-IT-DATE < WS-BR-RUN-START (WS-BR-IDX)
057600         GO TO 2500-EXIT
057700     END-IF.
057800     ADD WS-IT-BASE-AMOUNT TO WS-BR-TOTAL (WS-BR-IDX).
057900     ADD 1 TO WS-BR-ITEMS (WS-BR-IDX).
058000     IF WS-IT-LIVE
058100         MOVE "Y" TO WS-BR-TODAY-SW (WS-BR-IDX)
058200     END-IF.
058300 2500-EXIT.
058400     EXIT.
058500*
058600******************************************************************
058700* 2510-FIND-RUN-START.
058800*    THE BRANCH'S RUN STARTS AT THE WINDOW START UNLESS AN
058900*    AGGREGATE HAS ALREADY BEEN REPORTED FOR IT INSIDE THE
059000*    WINDOW, IN WHICH CASE IT STARTS THE DAY AFTER THE LATEST ONE.
059100******************************************************************
059200 2510-FIND-RUN-START.
059300     MOVE WS-WINDOW-START TO WS-BR-RUN-START (WS-BR-IDX).
059400     MOVE "N" TO WS-RI-EOF-SW.
059500     SET RI-KIND-AGGREGATE TO TRUE.
059600     MOVE WS-IT-BRANCH TO RI-BRANCH.
059700     MOVE WS-WINDOW-START TO RI-ITEM-DATE.
059800     MOVE ZEROS TO RI-TRAN-ID.
059900     START REG-ITEM-FILE KEY IS NOT LESS THAN RI-KEY
060000         INVALID KEY
060100             SET WS-RI-EOF TO TRUE
060200     END-START.
060300     PERFORM 2520-READ-ONE-AGGREGATE THRU 2520-EXIT
060400         UNTIL WS-RI-EOF.
060500 2510-EXIT.
060600     EXIT.
060700*
060800******************************************************************
060900* 2520-READ-ONE-AGGREGATE.
061000*    READS THE NEXT REPORTABLE ITEM; WHILE IT IS STILL AN
061100*    AGGREGATE FOR THE SAME BRANCH, ITS DATE MOVES THE RUN START.
061200******************************************************************
061300 2520-READ-ONE-AGGREGATE.
061400     READ REG-ITEM-FILE NEXT RECORD
061500         AT END
061600             SET WS-RI-EOF TO TRUE
061700             GO TO 2520-EXIT
061800     END-READ.
061900     IF NOT RI-KIND-AGGREGATE
062000         OR RI-BRANCH NOT = WS-IT-BRANCH
062100         SET WS-RI-EOF TO TRUE
062200         GO TO 2520-EXIT
062300     END-IF.
062400     COMPUTE WS-WORK-INT =
062500         FUNCTION INTEGER-OF-DATE(RI-ITEM-DATE) + 1.
062600     COMPUTE WS-BR-RUN-START (WS-BR-IDX) =
062700         FUNCTION DATE-OF-INTEGER(WS-WORK-INT).
062800 2520-EXIT.
062900     EXIT.
063000*
063100******************************************************************
063200* 2600-CHECK-AGGREGATES.
063300*    A BRANCH WITH AN ITEM TODAY WHOSE RUN HAS REACHED THE
063400*    AGGREGATE THRESHOLD IS WRITTEN AS AN OPEN AGGREGATE
063500*    CANDIDATE, DATED TODAY, WITH TONIGHT'S DEADLINE.
063600******************************************************************
063700 2600-CHECK-AGGREGATES.
063800     IF NOT WS-BR-HAS-TODAY (WS-BR-IDX)
063900         GO TO 2600-EXIT
064000     END-IF.
064100     IF WS-BR-TOTAL (WS-BR-IDX) < WS-AGGR-THRESHOLD
064200         GO TO 2600-EXIT
064300     END-IF.
064400     MOVE SPACES TO REG-ITEM-RECORD.
064500     SET RI-KIND-AGGREGATE TO TRUE.
064600     MOVE WS-BR-CODE (WS-BR-IDX) TO RI-BRANCH.
064700     MOVE WS-RUN-DATE TO RI-ITEM-DATE.
064800     MOVE ZEROS TO RI-TRAN-ID.
064900     SET RI-OPEN TO TRUE.
065000     MOVE WS-RUN-DATE TO RI-DETECTED-DATE.
065100     MOVE WS-DEADLINE TO RI-DEADLINE.
065200     MOVE WS-BASE-CURRENCY TO RI-CURRENCY.
065300     MOVE WS-BR-TOTAL (WS-BR-IDX) TO RI-AMOUNT.
065400     MOVE WS-BR-TOTAL (WS-BR-IDX) TO RI-BASE-AMOUNT.
065500     MOVE WS-BR-ITEMS (WS-BR-IDX) TO RI-ITEM-COUNT.
065600     MOVE WS-BR-RUN-START (WS-BR-IDX) TO RI-WINDOW-START.
065700     MOVE ZEROS TO RI-ACCOUNT RI-OPERATOR-ID.
065800     MOVE ZEROS TO RI-ACTION-DATE RI-ACTION-OPERATOR-ID.
065900     WRITE REG-ITEM-RECORD
066000         INVALID KEY
066100             ADD 1 TO WS-ALREADY-COUNT
066200         NOT INVALID KEY
066300             ADD 1 TO WS-AGGR-COUNT
066400     END-WRITE.
066500 2600-EXIT.
066600     EXIT.
066700*
066800******************************************************************
066900* 2700-WRITE-SUBMISSION.
067000*    REBUILDS TONIGHT'S SUBMISSION FILE FROM THE REPORTABLE-ITEMS
067100*    FILE - EVERY ITEM DETECTED ON THIS BUSINESS DATE - SO A RERUN
067200*    PRODUCES THE SAME FILE INSTEAD OF AN EMPTY ONE. HEADER, ONE
067300*    DETAIL PER ITEM, TRAILER WITH THE COUNT AND BASE TOTAL.
067400******************************************************************
067500 2700-WRITE-SUBMISSION.
067600     MOVE WS-RUN-DATE TO WS-SUB-DATE-X.
067700     MOVE SPACES TO WS-SUB-FILE-NAME.
067800     STRING "REGSUB." WS-SUB-DATE-X DELIMITED BY SIZE
067900         INTO WS-SUB-FILE-NAME.
068000     OPEN OUTPUT SUBMISSION-FILE.
068100     MOVE SPACES TO REG-SUBMISSION-RECORD.
068200     SET RS-HEADER TO TRUE.
068300     MOVE WS-INSTITUTION TO RS-INSTITUTION.
068400     MOVE WS-RUN-DATE TO RS-BUSINESS-DATE.
068500     MOVE WS-RUN-TIME TO RS-CREATED-TIME.
068600     MOVE WS-BASE-CURRENCY TO RS-BASE-CURRENCY.
068700     MOVE WS-SINGLE-THRESHOLD TO RS-SINGLE-THRESHOLD.
068800     MOVE WS-AGGR-THRESHOLD TO RS-AGGR-THRESHOLD.
068900     MOVE WS-WINDOW-DAYS TO RS-WINDOW-DAYS.
069000     WRITE REG-SUBMISSION-RECORD.
069100     MOVE "N" TO WS-RI-EOF-SW.
069200     MOVE LOW-VALUES TO RI-KEY.
069300     START REG-ITEM-FILE KEY IS NOT LESS THAN RI-KEY
069400         INVALID KEY
069500             SET WS-RI-EOF TO TRUE
069600     END-START.
069700     PERFORM 2710-WRITE-ONE-DETAIL THRU 2710-EXIT
069800         UNTIL WS-RI-EOF.
069900     MOVE SPACES TO REG-SUBMISSION-RECORD.
070000     SET RS-TRAILER TO TRUE.
070100     MOVE WS-SUB-DETAIL-COUNT TO RS-DETAIL-COUNT.
070200     MOVE WS-SUB-BASE-TOTAL TO RS-BASE-TOTAL.
070300     WRITE REG-SUBMISSION-RECORD.
070400     CLOSE SUBMISSION-FILE.
070500 2700-EXIT.
070600     EXIT.
070700*
070800******************************************************************
070900* 2710-WRITE-ONE-DETAIL.
071000*    READS THE NEXT REPORTABLE ITEM AND, WHEN IT WAS DETECTED ON
071100*    THIS BUSINESS DATE, WRITES ITS SUBMISSION DETAIL.
071200******************************************************************
071300 2710-WRITE-ONE-DETAIL.
071400     READ REG-ITEM-FILE NEXT RECORD
071500         AT END
071600             SET WS-RI-EOF TO TRUE
071700             GO TO 2710-EXIT
071800     END-READ.
071900     IF RI-DETECTED-DATE NOT = WS-RUN-DATE
072000         GO TO 2710-EXIT
072100     END-IF.
072200     MOVE SPACES TO REG-SUBMISSION-RECORD.
072300     SET RS-DETAIL TO TRUE.
072400     MOVE RI-KIND TO RS-KIND.
072500     MOVE RI-BRANCH TO RS-BRANCH.
072600     MOVE RI-ITEM-DATE TO RS-ITEM-DATE.
072700     MOVE RI-TRAN-ID TO RS-TRAN-ID.
072800     MOVE RI-ACCOUNT TO RS-ACCOUNT.
072900     MOVE RI-CURRENCY TO RS-CURRENCY.
073000     MOVE RI-AMOUNT TO RS-AMOUNT.
073100     MOVE RI-BASE-AMOUNT TO RS-BASE-AMOUNT.
073200     MOVE RI-ITEM-COUNT TO RS-ITEM-COUNT.
073300     MOVE RI-WINDOW-START TO RS-WINDOW-START.
073400     MOVE RI-DEADLINE TO RS-DEADLINE.
073500     WRITE REG-SUBMISSION-RECORD.
073600     ADD 1 TO WS-SUB-DETAIL-COUNT.
073700     ADD RI-BASE-AMOUNT TO WS-SUB-BASE-TOTAL.
073800 2710-EXIT.
073900     EXIT.
074000*
074100******************************************************************
074200* 3000-FINALIZE.
074300*    LOGS THE RUN SUMMARY, CLOSES THE FILES AND WRITES THE JOB RUN
074400*    HISTORY RECORD. FINDING REPORTABLE ITEMS IS THE JOB, NOT A
074500*    FAILURE - THE RUN ENDS RC 0 UNLESS THE BRANCH TABLE RAN OUT
074600*    (RC 8, THE SCREENING IS INCOMPLETE) OR A FILE WOULD NOT OPEN
074700*    (RC 90).
074800******************************************************************
074900 3000-FINALIZE.
075000     MOVE "FINALIZE" TO WS-LOG-STEP.
075100     IF WS-ABORT-RUN
075200         GO TO 3000-HISTORY
075300     END-IF.
075400     COMPUTE WS-DETECTED-COUNT = WS-SINGLE-COUNT + WS-AGGR-COUNT.
075500     MOVE SPACES TO WS-LOG-MESSAGE.
075600     STRING "SCREENED TODAY " WS-LIVE-COUNT
075700         " WINDOW " WS-HIST-COUNT
075800         " NEW ITEMS " WS-DETECTED-COUNT
075900         DELIMITED BY SIZE INTO WS-LOG-MESSAGE.
076000     CALL "LOGWRT01" USING WS-LOG-PARMS.
076100     MOVE SPACES TO WS-LOG-MESSAGE.
076200     STRING "SINGLE " WS-SINGLE-COUNT
076300         " AGGREGATE " WS-AGGR-COUNT
076400         " ALREADY ON FILE " WS-ALREADY-COUNT
076500         DELIMITED BY SIZE INTO WS-LOG-MESSAGE.
076600     CALL "LOGWRT01" USING WS-LOG-PARMS.
076700     MOVE SPACES TO WS-LOG-MESSAGE.
076800     STRING "SUBMISSION " WS-SUB-FILE-NAME
076900         " ITEMS " WS-SUB-DETAIL-COUNT
077000         DELIMITED BY SIZE INTO WS-LOG-MESSAGE.
077100     CALL "LOGWRT01" USING WS-LOG-PARMS.
077200     IF WS-UNCONVERTED-COUNT > ZEROS
077300         MOVE SPACES TO WS-LOG-MESSAGE
077400         STRING "ITEMS NOT SCREENED - NO USABLE RATE "
077500             WS-UNCONVERTED-COUNT
077600             DELIMITED BY SIZE INTO WS-LOG-MESSAGE
077700         MOVE "W" TO WS-LOG-SEVERITY
077800         CALL "LOGWRT01" USING WS-LOG-PARMS
077900         MOVE "I" TO WS-LOG-SEVERITY
078000     END-IF.
078100     IF WS-TABLE-FULL
078200         MOVE 8 TO WS-FINAL-RC
078300     ELSE
078400         MOVE 0 TO WS-FINAL-RC
078500     END-IF.
078600     CLOSE REG-ITEM-FILE.
078700     IF NOT WS-NO-THRESHOLD
078800         CLOSE TRANSACTION-FILE
078900         IF WS-ARCH-AVAILABLE
079000             CLOSE TRANSACTION-ARCHIVE-FILE
079100         END-IF
079200         IF WS-FX-AVAILABLE
079300             CLOSE FX-RATE-FILE
079400         END-IF
079500     END-IF.
079600 3000-HISTORY.
079700     MOVE WS-FINAL-RC TO RETURN-CODE.
079800     PERFORM 3100-WRITE-JOB-HISTORY THRU 3100-EXIT.
079900 3000-EXIT.
080000     EXIT.
080100*
080200******************************************************************
080300* 3100-WRITE-JOB-HISTORY.
080400*    APPENDS ONE JOB RUN HISTORY RECORD FOR THIS SCREENING RUN,
080500*    CARRYING THE NUMBER OF NEW REPORTABLE ITEMS FOUND.
080600******************************************************************
080700 3100-WRITE-JOB-HISTORY.
080800     OPEN EXTEND JOB-HISTORY-FILE.
080900     IF WS-JH-FILE-NOT-FOUND
081000         CLOSE JOB-HISTORY-FILE
081100         OPEN OUTPUT JOB-HISTORY-FILE
081200     END-IF.
081300     MOVE SPACES TO JOB-HIST-RECORD.
081400     MOVE "RGSCR01" TO JH-PROGRAM-ID.
081500     MOVE WS-RUN-DATE TO JH-RUN-DATE.
081600     MOVE WS-RUN-TIME TO JH-START-TIME.
081700     ACCEPT WS-END-TIME FROM TIME.
081800     MOVE WS-END-TIME TO JH-END-TIME.
081900     MOVE RETURN-CODE TO JH-RETURN-CODE.
082000     MOVE WS-DETECTED-COUNT TO JH-TRAN-COUNT.
082100     MOVE ZEROS TO JH-OPERATOR-ID.
082200     WRITE JOB-HIST-RECORD.
082300     CLOSE JOB-HISTORY-FILE.
082400 3100-EXIT.
082500     EXIT.
082600*
082700 END PROGRAM RGSCR01.
