000100******************************************************************
000200* AUTHOR:       BRUNNO LORENZONI
000300* INSTALLATION: OPERATIONS / BATCH SUPPORT
000400* DATE-WRITTEN: 2026-10-15
000500* DATE-COMPILED:
000600* PURPOSE:      NIGHTLY INTER-BRANCH SETTLEMENT REPORT. WALKS THE
000700*               LIVE TRANSACTION FILE IN BRANCH ORDER AND, FOR
000800*               EVERY TRANSFER LEG (TYPE T), CHECKS ITS PARTNER
000900*               LEG IS ON FILE AND MIRRORS IT - SAME AMOUNT AND
001000*               CURRENCY, BRANCHES SWAPPED, OPPOSITE SIDE, EACH
001100*               NAMING THE OTHER. A MISSING OR MISMATCHED PARTNER
001200*               IS A BREAK. THE REPORT SHOWS EACH BRANCH'S
001300*               DUE-TO AND DUE-FROM POSITION AGAINST EVERY OTHER
001400*               BRANCH IT TRADED WITH, THEN PROVES THE NETWORK
001500*               NETS TO ZERO CURRENCY BY CURRENCY. A BREAK OR A
001600*               NETWORK THAT DOES NOT NET ENDS THE RUN RC 8 SO
001700*               THE CHAIN STOPS BEFORE THE DAY IS SIGNED OFF.
001800* TECTONICS:    COBC
001900******************************************************************
002000* MODIFICATION HISTORY.
002100*    2026-10-15 BL  INITIAL VERSION.
002200******************************************************************
002300 IDENTIFICATION DIVISION.
002400 PROGRAM-ID. XFSTL01.
002500 ENVIRONMENT DIVISION.
002600 CONFIGURATION SECTION.
002700 SPECIAL-NAMES.
002800     DECIMAL-POINT IS COMMA.
002900 INPUT-OUTPUT SECTION.
003000 FILE-CONTROL.
003100     SELECT TRANSACTION-FILE ASSIGN TO "TRANFILE"
003200         ORGANIZATION IS INDEXED
003300         ACCESS MODE IS DYNAMIC
003400         RECORD KEY IS TRAN-ID
003500         ALTERNATE RECORD KEY IS TRAN-BRANCH
003600             WITH DUPLICATES
003700         FILE STATUS IS WS-TRAN-FILE-STATUS.
003800     SELECT PARTNER-FILE ASSIGN TO "TRANFILE"
003900         ORGANIZATION IS INDEXED
004000         ACCESS MODE IS RANDOM
004100         RECORD KEY IS PTR-TRAN-ID
004200         ALTERNATE RECORD KEY IS PTR-BRANCH
004300             WITH DUPLICATES
004400         FILE STATUS IS WS-PTR-FILE-STATUS.
004500     SELECT SETTLE-REPORT-FILE ASSIGN TO DYNAMIC WS-RPT-FILE-NAME
004600         ORGANIZATION IS LINE SEQUENTIAL
004700         FILE STATUS IS WS-RPT-FILE-STATUS.
004800     SELECT REPORT-INDEX-FILE ASSIGN TO "RPTINDEX"
004900         ORGANIZATION IS LINE SEQUENTIAL
005000         FILE STATUS IS WS-RIX-FILE-STATUS.
005100     SELECT JOB-HISTORY-FILE ASSIGN TO "JOBHIST"
005200         ORGANIZATION IS LINE SEQUENTIAL
005300         FILE STATUS IS WS-JH-FILE-STATUS.
005400*
005500 DATA DIVISION.
005600 FILE SECTION.
005700 FD  TRANSACTION-FILE.
005800 COPY "TRANREC.cpy".
005900*
006000*    SECOND VIEW OF THE LIVE FILE, READ BY KEY TO FETCH THE
006100*    PARTNER OF THE LEG IN HAND WITHOUT LOSING THE BRANCH-ORDER
006200*    POSITION ON THE FIRST VIEW. FIELD FOR FIELD THE SAME AS
006300*    TRANREC.
006400*
006500 FD  PARTNER-FILE.
006600 01  PARTNER-RECORD.
006700     03  PTR-TRAN-ID             PIC 9(06).
006800     03  PTR-N1                  PIC 9(07)V99.
006900     03  PTR-N2                  PIC 9(07)V99.
007000     03  PTR-BRANCH              PIC X(04).
007100     03  PTR-CURRENCY            PIC X(03).
007200     03  PTR-TYPE                PIC X(01).
007300         88  PTR-TYPE-TRANSFER   VALUE "T".
007400     03  PTR-REVERSED-ID         PIC 9(06).
007500     03  PTR-OPERATOR-ID         PIC 9(06).
007600     03  PTR-SOURCE              PIC X(01).
007700     03  PTR-ACCOUNT             PIC 9(06).
007800     03  PTR-COUNTER-BRANCH      PIC X(04).
007900     03  PTR-XFER-SIDE           PIC X(01).
008000     03  FILLER                  PIC X(04).
008100 FD  SETTLE-REPORT-FILE.
008200 01  SETTLE-REPORT-RECORD        PIC X(100).
008300 FD  REPORT-INDEX-FILE.
008400 COPY "RPTIXREC.cpy".
008500 FD  JOB-HISTORY-FILE.
008600 COPY "HISTREC.cpy".
008700*
008800 WORKING-STORAGE SECTION.
008900 77  WS-TRAN-FILE-STATUS         PIC X(02) VALUE "00".
009000 77  WS-PTR-FILE-STATUS          PIC X(02) VALUE "00".
009100 77  WS-RPT-FILE-STATUS          PIC X(02) VALUE "00".
009200     88  WS-RPT-FILE-NOT-FOUND   VALUE "35".
009300 77  WS-RIX-FILE-STATUS          PIC X(02) VALUE "00".
009400     88  WS-RIX-FILE-NOT-FOUND   VALUE "35".
009500 77  WS-JH-FILE-STATUS           PIC X(02) VALUE "00".
009600     88  WS-JH-FILE-NOT-FOUND    VALUE "35".
009700*
009800 77  WS-TRAN-EOF-SW              PIC X(01) VALUE "N".
009900     88  WS-TRAN-EOF             VALUE "Y".
010000 77  WS-ABORT-SW                 PIC X(01) VALUE "N".
010100     88  WS-ABORT-RUN            VALUE "Y".
010200*
010300 77  WS-RUN-DATE                 PIC 9(08) VALUE ZEROS.
010400 77  WS-RUN-TIME                 PIC 9(08) VALUE ZEROS.
010500 77  WS-END-TIME                 PIC 9(08) VALUE ZEROS.
010600*
010700 77  WS-RPT-FILE-NAME            PIC X(20) VALUE SPACES.
010800 77  WS-RPT-DATE-X               PIC X(08) VALUE SPACES.
010900*
011000*    RUN SUMMARY COUNTS, LOGGED AT FINALIZE TIME.
011100*
011200 77  WS-LEG-COUNT                PIC 9(06) VALUE ZEROS.
011300 77  WS-BREAK-COUNT              PIC 9(06) VALUE ZEROS.
011400 77  WS-UNNETTED-COUNT           PIC 9(06) VALUE ZEROS.
011500 77  WS-TABLE-FULL-SW            PIC X(01) VALUE "N".
011600     88  WS-TABLE-FULL           VALUE "Y".
011700*
011800*    THE LEG IN HAND - ITS AMOUNT AND, WHEN IT BREAKS, WHY.
011900*
012000 77  WS-LEG-AMOUNT               PIC 9(09)V99 VALUE ZEROS.
012100 77  WS-PTR-AMOUNT               PIC 9(09)V99 VALUE ZEROS.
012200 77  WS-BREAK-REASON             PIC X(40) VALUE SPACES.
012300*
012400*    POSITION TABLE - ONE SLOT PER BRANCH + COUNTER BRANCH +
012500*    CURRENCY. DUE-TO IS WHAT THE BRANCH OWES THE COUNTER BRANCH
012600*    FOR ITS OUTWARD LEGS; DUE-FROM IS WHAT THE COUNTER BRANCH
012700*    OWES IT FOR ITS INWARD LEGS. THE FILE IS READ IN BRANCH
012800*    ORDER, SO THE SLOTS FALL INTO BRANCH ORDER AS THEY OPEN.
012900*
013000 77  WS-POS-COUNT                PIC 9(04) COMP VALUE ZEROS.
013100 01  WS-POSITION-TABLE.
013200     03  WS-POS-ENTRY OCCURS 500 TIMES
013300             INDEXED BY WS-POS-IDX.
013400         05  WS-POS-BRANCH       PIC X(04).
013500         05  WS-POS-COUNTER      PIC X(04).
013600         05  WS-POS-CURRENCY     PIC X(03).
013700         05  WS-POS-DUE-FROM     PIC S9(11)V99.
013800         05  WS-POS-DUE-TO       PIC S9(11)V99.
013900         05  WS-POS-LEGS         PIC 9(06).
014000 77  WS-POS-FOUND-SW             PIC X(01) VALUE "N".
014100     88  WS-POS-FOUND            VALUE "Y".
014200*
014300*    NETWORK PROOF - ONE SLOT PER CURRENCY. EVERY TRANSFER PUTS
014400*    THE SAME AMOUNT ON A DUE-FROM AT ONE BRANCH AND A DUE-TO AT
014500*    ANOTHER, SO ACROSS THE NETWORK EACH CURRENCY MUST NET TO
014600*    ZERO.
014700*
014800 77  WS-NET-COUNT                PIC 9(04) COMP VALUE ZEROS.
014900 01  WS-NETWORK-TABLE.
015000     03  WS-NET-ENTRY OCCURS 50 TIMES
015100             INDEXED BY WS-NET-IDX.
015200         05  WS-NET-CURRENCY     PIC X(03).
015300         05  WS-NET-DUE-FROM     PIC S9(11)V99.
015400         05  WS-NET-DUE-TO       PIC S9(11)V99.
015500 77  WS-NET-FOUND-SW             PIC X(01) VALUE "N".
015600     88  WS-NET-FOUND            VALUE "Y".
015700 77  WS-NET-AMOUNT               PIC S9(11)V99 VALUE ZEROS.
015800*
015900*    BRANCH SUBTOTAL ACROSS ITS COUNTER BRANCHES, PRINTED WHEN
016000*    THE BRANCH CHANGES ON THE POSITION LISTING.
016100*
016200 77  WS-PRV-BRANCH               PIC X(04) VALUE SPACES.
016300 77  WS-PRV-CURRENCY             PIC X(03) VALUE SPACES.
016400 77  WS-BR-DUE-FROM              PIC S9(11)V99 VALUE ZEROS.
016500 77  WS-BR-DUE-TO                PIC S9(11)V99 VALUE ZEROS.
016600*
016700*    REPORT LINES.
016800*
016900 01  WS-XFS-HEADER-1.
017000     03  FILLER                  PIC X(01) VALUE SPACE.
017100     03  FILLER                  PIC X(40) VALUE
017200         "INTER-BRANCH SETTLEMENT POSITIONS".
017300     03  FILLER                  PIC X(10) VALUE "RUN DATE: ".
017400     03  XH1-RUN-DATE            PIC 9(08).
017500*
017600 01  WS-XFS-HEADER-2.
017700     03  FILLER                  PIC X(01) VALUE SPACE.
017800     03  FILLER                  PIC X(07) VALUE "BRANCH".
017900     03  FILLER                  PIC X(08) VALUE "COUNTER".
018000     03  FILLER                  PIC X(05) VALUE "CCY".
018100     03  FILLER                  PIC X(17) VALUE "DUE FROM".
018200     03  FILLER                  PIC X(17) VALUE "DUE TO".
018300     03  FILLER                  PIC X(17) VALUE "NET".
018400     03  FILLER                  PIC X(06) VALUE "LEGS".
018500*
018600 01  WS-XFS-DETAIL-LINE.
018700     03  FILLER                  PIC X(01) VALUE SPACE.
018800     03  XD-BRANCH               PIC X(04).
018900     03  FILLER                  PIC X(03) VALUE SPACES.
019000     03  XD-COUNTER              PIC X(04).
019100     03  FILLER                  PIC X(04) VALUE SPACES.
019200     03  XD-CURRENCY             PIC X(03).
019300     03  FILLER                  PIC X(02) VALUE SPACES.
019400     03  XD-DUE-FROM             PIC ZZZZZZZZZZ9,99.
019500     03  FILLER                  PIC X(03) VALUE SPACES.
019600     03  XD-DUE-TO               PIC ZZZZZZZZZZ9,99.
019700     03  FILLER                  PIC X(02) VALUE SPACES.
019800     03  XD-NET                  PIC ZZZZZZZZZZ9,99-.
019900     03  FILLER                  PIC X(02) VALUE SPACES.
020000     03  XD-LEGS                 PIC ZZZZZ9.
020100*
020200 01  WS-XFS-BREAK-LINE.
020300     03  FILLER                  PIC X(01) VALUE SPACE.
020400     03  FILLER                  PIC X(07) VALUE "BREAK".
020500     03  FILLER                  PIC X(04) VALUE "LEG ".
020600     03  XB-TRAN-ID              PIC 9(06).
020700     03  FILLER                  PIC X(01) VALUE SPACE.
020800     03  XB-BRANCH               PIC X(04).
020900     03  FILLER                  PIC X(04) VALUE " -> ".
021000     03  XB-COUNTER              PIC X(04).
021100     03  FILLER                  PIC X(07) VALUE " PAIR ".
021200     03  XB-PARTNER-ID           PIC 9(06).
021300     03  FILLER                  PIC X(02) VALUE SPACES.
021400     03  XB-REASON               PIC X(40).
021500*
021600 01  WS-XFS-NETWORK-LINE.
021700     03  FILLER                  PIC X(01) VALUE SPACE.
021800     03  FILLER                  PIC X(15) VALUE "NETWORK TOTAL".
021900     03  XN-CURRENCY             PIC X(03).
022000     03  FILLER                  PIC X(02) VALUE SPACES.
022100     03  XN-DUE-FROM             PIC ZZZZZZZZZZ9,99.
022200     03  FILLER                  PIC X(03) VALUE SPACES.
022300     03  XN-DUE-TO               PIC ZZZZZZZZZZ9,99.
022400     03  FILLER                  PIC X(02) VALUE SPACES.
022500     03  XN-NET                  PIC ZZZZZZZZZZ9,99-.
022600     03  FILLER                  PIC X(02) VALUE SPACES.
022700     03  XN-FLAG                 PIC X(16).
022800*
022900 01  WS-XFS-TEXT-LINE.
023000     03  FILLER                  PIC X(01) VALUE SPACE.
023100     03  XT-TEXT                 PIC X(79).
023200*
023300*    PARAMETER AREA PASSED TO BDATE01. LAYOUT MUST MATCH ITS
023400*    LINKAGE SECTION BDATE-PARMS FIELD FOR FIELD.
023500*
023600 01  WS-BDATE-PARMS.
023700     03  WS-BDATE-FUNCTION        PIC X(01) VALUE "G".
023800     03  WS-BDATE-DATE            PIC 9(08).
023900     03  WS-BDATE-STATUS          PIC X(01).
024000*
024100*    PARAMETER AREA PASSED TO LOGWRT01. LAYOUT MUST MATCH ITS
024200*    LINKAGE SECTION LOG-PARMS FIELD FOR FIELD.
024300*
024400 01  WS-LOG-PARMS.
024500     03  WS-LOG-PROGRAM-ID        PIC X(16) VALUE "XFSTL01".
024600     03  WS-LOG-STEP              PIC X(12).
024700     03  WS-LOG-RUN-DATE          PIC 9(08).
024800     03  WS-LOG-RUN-TIME          PIC 9(08).
024900     03  WS-LOG-MESSAGE           PIC X(60).
025000     03  WS-LOG-SEVERITY          PIC X(01) VALUE "I".
025100*
025200*    PARAMETER AREA PASSED TO ERRWRT01. LAYOUT MUST MATCH ITS
025300*    LINKAGE SECTION ERR-PARMS FIELD FOR FIELD.
025400*
025500 01  WS-ERR-PARMS.
025600     03  WS-ERR-PROGRAM-ID        PIC X(16) VALUE "XFSTL01".
025700     03  WS-ERR-STEP              PIC X(12).
025800     03  WS-ERR-RETURN-CODE       PIC 9(02).
025900     03  WS-ERR-MESSAGE           PIC X(60).
026000     03  WS-ERR-RUN-DATE          PIC 9(08).
026100     03  WS-ERR-RUN-TIME          PIC 9(08).
026200*
026300 PROCEDURE DIVISION.
026400 0000-MAINLINE.
026500     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
026600     IF NOT WS-ABORT-RUN
026700         PERFORM 2000-CHECK-ONE-LEG THRU 2000-EXIT
026800             UNTIL WS-TRAN-EOF
026900         PERFORM 2500-PRINT-POSITIONS THRU 2500-EXIT
027000         PERFORM 2700-PRINT-NETWORK THRU 2700-EXIT
027100     END-IF.
027200     PERFORM 3000-FINALIZE THRU 3000-EXIT.
027300     GOBACK.
027400*
027500******************************************************************
027600* 1000-INITIALIZE.
027700*    FETCHES THE BUSINESS DATE, OPENS BOTH VIEWS OF THE LIVE FILE
027800*    AND THE DATED REPORT FILE, PRINTS THE HEADER AND POSITIONS
027900*    THE FIRST VIEW AT THE LOWEST BRANCH KEY. NO LIVE FILE MEANS
028000*    THERE IS NOTHING TO SETTLE - THE RUN ABORTS RC 90.
028100******************************************************************
028200 1000-INITIALIZE.
028300     CALL "BDATE01" USING WS-BDATE-PARMS.
028400     MOVE WS-BDATE-DATE TO WS-RUN-DATE.
028500     ACCEPT WS-RUN-TIME FROM TIME.
028600     MOVE WS-RUN-DATE TO WS-LOG-RUN-DATE.
028700     MOVE WS-RUN-TIME TO WS-LOG-RUN-TIME.
028800     MOVE "INITIALIZE" TO WS-LOG-STEP.
028900     MOVE "INTER-BRANCH SETTLEMENT STARTING" TO WS-LOG-MESSAGE.
029000     CALL "LOGWRT01" USING WS-LOG-PARMS.
029100     OPEN INPUT TRANSACTION-FILE.
029200     IF WS-TRAN-FILE-STATUS NOT = "00"
029300         MOVE "TRANSACTION FILE NOT FOUND - SETTLEMENT ABORTED"
029400             TO WS-ERR-MESSAGE
029500         GO TO 1000-ABORT
029600     END-IF.
029700     OPEN INPUT PARTNER-FILE.
029800     IF WS-PTR-FILE-STATUS NOT = "00"
029900         CLOSE TRANSACTION-FILE
030000         MOVE "TRANSACTION FILE NOT OPENED - SETTLEMENT ABORTED"
030100             TO WS-ERR-MESSAGE
030200         GO TO 1000-ABORT
030300     END-IF.
030400     MOVE WS-RUN-DATE TO WS-RPT-DATE-X.
030500     MOVE SPACES TO WS-RPT-FILE-NAME.
030600     STRING "XFSTL." WS-RPT-DATE-X DELIMITED BY SIZE
030700         INTO WS-RPT-FILE-NAME.
030800     OPEN EXTEND SETTLE-REPORT-FILE.
030900     IF WS-RPT-FILE-NOT-FOUND
031000         CLOSE SETTLE-REPORT-FILE
031100         OPEN OUTPUT SETTLE-REPORT-FILE
031200         PERFORM 1100-RECORD-REPORT-INDEX THRU 1100-EXIT
031300     END-IF.
031400     MOVE WS-RUN-DATE TO XH1-RUN-DATE.
031500     MOVE WS-XFS-HEADER-1 TO SETTLE-REPORT-RECORD.
031600     WRITE SETTLE-REPORT-RECORD.
031700     MOVE LOW-VALUES TO TRAN-BRANCH.
031800     START TRANSACTION-FILE KEY IS NOT LESS THAN TRAN-BRANCH
031900         INVALID KEY
032000             SET WS-TRAN-EOF TO TRUE
032100     END-START.
032200     GO TO 1000-EXIT.
032300 1000-ABORT.
032400     MOVE "INITIALIZE" TO WS-ERR-STEP.
032500     MOVE WS-RUN-DATE TO WS-ERR-RUN-DATE.
032600     MOVE WS-RUN-TIME TO WS-ERR-RUN-TIME.
032700     MOVE 90 TO WS-ERR-RETURN-CODE.
032800     CALL "ERRWRT01" USING WS-ERR-PARMS.
032900     SET WS-ABORT-RUN TO TRUE.
033000     SET WS-TRAN-EOF TO TRUE.
033100 1000-EXIT.
033200     EXIT.
033300*
033400******************************************************************
033500* 1100-RECORD-REPORT-INDEX.
033600*    APPENDS ONE INDEX RECORD FOR THE DATED REPORT FILE JUST
033700*    CREATED, SO THE REPRINT UTILITY KNOWS IT EXISTS.
033800******************************************************************
033900 1100-RECORD-REPORT-INDEX.
034000     OPEN EXTEND REPORT-INDEX-FILE.
034100     IF WS-RIX-FILE-NOT-FOUND
034200         CLOSE REPORT-INDEX-FILE
034300         OPEN OUTPUT REPORT-INDEX-FILE
034400     END-IF.
034500     MOVE SPACES TO REPORT-INDEX-RECORD.
034600     MOVE "XFSTL" TO RX-REPORT-TYPE.
034700     MOVE WS-RUN-DATE TO RX-REPORT-DATE.
034800     MOVE WS-RPT-FILE-NAME TO RX-FILE-NAME.
034900     WRITE REPORT-INDEX-RECORD.
035000     CLOSE REPORT-INDEX-FILE.
035100 1100-EXIT.
035200     EXIT.
035300*
035400******************************************************************
035500* 2000-CHECK-ONE-LEG.
035600*    READS THE NEXT LIVE RECORD IN BRANCH ORDER. ANYTHING BUT A
035700*    TRANSFER LEG IS PASSED OVER. A LEG IS CHECKED AGAINST ITS
035800*    PARTNER (2100) - A BREAK IS PRINTED AS IT IS FOUND - AND ITS
035900*    AMOUNT IS ROLLED INTO THE POSITION AND NETWORK TABLES EITHER
036000*    WAY, SO A BREAK ALSO SHOWS UP AS A NETWORK THAT DOES NOT NET.
036100******************************************************************
036200 2000-CHECK-ONE-LEG.
036300     READ TRANSACTION-FILE NEXT RECORD
036400         AT END
036500             SET WS-TRAN-EOF TO TRUE
036600             GO TO 2000-EXIT
036700     END-READ.
036800     IF NOT TRAN-TYPE-TRANSFER
036900         GO TO 2000-EXIT
037000     END-IF.
037100     ADD 1 TO WS-LEG-COUNT.
037200     COMPUTE WS-LEG-AMOUNT = TRAN-N1 + TRAN-N2.
037300     PERFORM 2100-CHECK-PARTNER THRU 2100-EXIT.
037400     PERFORM 2300-ACCUMULATE-POSITION THRU 2300-EXIT.
037500     PERFORM 2400-ACCUMULATE-NETWORK THRU 2400-EXIT.
037600 2000-EXIT.
037700     EXIT.
037800*
037900******************************************************************
038000* 2100-CHECK-PARTNER.
038100*    FETCHES THE LEG NAMED IN TRAN-REVERSED-ID THROUGH THE SECOND
038200*    VIEW AND PROVES IT IS THE OTHER HALF OF THE SAME TRANSFER.
038300*    THE FIRST TEST THAT FAILS NAMES THE BREAK.
038400******************************************************************
038500 2100-CHECK-PARTNER.
038600     MOVE SPACES TO WS-BREAK-REASON.
038700     MOVE TRAN-REVERSED-ID TO PTR-TRAN-ID.
038800     READ PARTNER-FILE
038900         INVALID KEY
039000             MOVE "PAIRED LEG NOT ON FILE" TO WS-BREAK-REASON
039100             GO TO 2100-BREAK
039200     END-READ.
039300     IF NOT PTR-TYPE-TRANSFER
039400         MOVE "PAIRED ITEM IS NOT A TRANSFER LEG" TO
039500             WS-BREAK-REASON
039600         GO TO 2100-BREAK
039700     END-IF.
039800     IF PTR-REVERSED-ID NOT = TRAN-ID
039900         MOVE "PAIRED LEG NAMES ANOTHER PARTNER" TO
040000             WS-BREAK-REASON
040100         GO TO 2100-BREAK
040200     END-IF.
040300     IF PTR-BRANCH NOT = TRAN-COUNTER-BRANCH
040400         OR PTR-COUNTER-BRANCH NOT = TRAN-BRANCH
040500         MOVE "PAIRED LEG BRANCHES DO NOT MIRROR" TO
040600             WS-BREAK-REASON
040700         GO TO 2100-BREAK
040800     END-IF.
040900     IF PTR-XFER-SIDE = TRAN-XFER-SIDE
041000         MOVE "BOTH LEGS ON THE SAME SIDE" TO WS-BREAK-REASON
041100         GO TO 2100-BREAK
041200     END-IF.
041300     COMPUTE WS-PTR-AMOUNT = PTR-N1 + PTR-N2.
041400     IF PTR-CURRENCY NOT = TRAN-CURRENCY
041500         OR WS-PTR-AMOUNT NOT = WS-LEG-AMOUNT
041600         MOVE "PAIRED LEG AMOUNT OR CURRENCY DIFFERS" TO
041700             WS-BREAK-REASON
041800         GO TO 2100-BREAK
041900     END-IF.
042000     GO TO 2100-EXIT.
042100 2100-BREAK.
042200     ADD 1 TO WS-BREAK-COUNT.
042300     MOVE TRAN-ID TO XB-TRAN-ID.
042400     MOVE TRAN-BRANCH TO XB-BRANCH.
042500     MOVE TRAN-COUNTER-BRANCH TO XB-COUNTER.
042600     MOVE TRAN-REVERSED-ID TO XB-PARTNER-ID.
042700     MOVE WS-BREAK-REASON TO XB-REASON.
042800     MOVE WS-XFS-BREAK-LINE TO SETTLE-REPORT-RECORD.
042900     WRITE SETTLE-REPORT-RECORD.
043000     MOVE "SETTLE" TO WS-LOG-STEP.
043100     MOVE "W" TO WS-LOG-SEVERITY.
043200     STRING "TRANSFER LEG " TRAN-ID " BREAK - " WS-BREAK-REASON
043300         DELIMITED BY SIZE INTO WS-LOG-MESSAGE.
043400     CALL "LOGWRT01" USING WS-LOG-PARMS.
043500     MOVE "I" TO WS-LOG-SEVERITY.
043600 2100-EXIT.
043700     EXIT.
043800*
043900******************************************************************
044000* 2300-ACCUMULATE-POSITION.
044100*    ROLLS THE LEG INTO ITS BRANCH + COUNTER BRANCH + CURRENCY
044200*    SLOT - AN OUTWARD LEG ON THE DUE-TO SIDE, AN INWARD LEG ON
044300*    THE DUE-FROM SIDE. A FULL TABLE IS NOTED ONCE AND THE RUN
044400*    ENDS RC 8 - A SHORT POSITION LISTING IS NOT A PROOF.
044500******************************************************************
044600 2300-ACCUMULATE-POSITION.
044700     MOVE "N" TO WS-POS-FOUND-SW.
044800     SET WS-POS-IDX TO 1.
044900     SEARCH WS-POS-ENTRY
045000         AT END
045100             CONTINUE
045200         WHEN WS-POS-IDX > WS-POS-COUNT
045300             CONTINUE
045400         WHEN WS-POS-BRANCH (WS-POS-IDX) = TRAN-BRANCH
045500             AND WS-POS-COUNTER (WS-POS-IDX) = TRAN-COUNTER-BRANCH
045600             AND WS-POS-CURRENCY (WS-POS-IDX) = TRAN-CURRENCY
045700             SET WS-POS-FOUND TO TRUE
045800     END-SEARCH.
045900     IF NOT WS-POS-FOUND
046000         IF WS-POS-COUNT < 500
046100             ADD 1 TO WS-POS-COUNT
046200             SET WS-POS-IDX TO WS-POS-COUNT
046300             MOVE TRAN-BRANCH TO WS-POS-BRANCH (WS-POS-IDX)
046400             MOVE TRAN-COUNTER-BRANCH TO
046500                 WS-POS-COUNTER (WS-POS-IDX)
046600             MOVE TRAN-CURRENCY TO WS-POS-CURRENCY (WS-POS-IDX)
046700             MOVE ZEROS TO WS-POS-DUE-FROM (WS-POS-IDX)
046800             MOVE ZEROS TO WS-POS-DUE-TO (WS-POS-IDX)
046900             MOVE ZEROS TO WS-POS-LEGS (WS-POS-IDX)
047000         ELSE
047100             IF NOT WS-TABLE-FULL
047200                 SET WS-TABLE-FULL TO TRUE
047300                 MOVE "SETTLE" TO WS-LOG-STEP
047400                 MOVE "W" TO WS-LOG-SEVERITY
047500                 MOVE "POSITION TABLE FULL - LISTING INCOMPLETE"
047600                     TO WS-LOG-MESSAGE
047700                 CALL "LOGWRT01" USING WS-LOG-PARMS
047800                 MOVE "I" TO WS-LOG-SEVERITY
047900             END-IF
048000             GO TO 2300-EXIT
048100         END-IF
048200     END-IF.
048300     IF TRAN-XFER-OUT
048400         ADD WS-LEG-AMOUNT TO WS-POS-DUE-TO (WS-POS-IDX)
048500     ELSE
048600         ADD WS-LEG-AMOUNT TO WS-POS-DUE-FROM (WS-POS-IDX)
048700     END-IF.
048800     ADD 1 TO WS-POS-LEGS (WS-POS-IDX).
048900 2300-EXIT.
049000     EXIT.
049100*
049200******************************************************************
049300* 2400-ACCUMULATE-NETWORK.
049400*    ROLLS THE LEG INTO ITS CURRENCY'S NETWORK SLOT ON THE SAME
049500*    SIDE IT WENT TO IN THE POSITION TABLE.
049600******************************************************************
049700 2400-ACCUMULATE-NETWORK.
049800     MOVE "N" TO WS-NET-FOUND-SW.
049900     SET WS-NET-IDX TO 1.
050000     SEARCH WS-NET-ENTRY
050100         AT END
050200             CONTINUE
050300         WHEN WS-NET-IDX > WS-NET-COUNT
050400             CONTINUE
050500         WHEN WS-NET-CURRENCY (WS-NET-IDX) = TRAN-CURRENCY
050600             SET WS-NET-FOUND TO TRUE
050700     END-SEARCH.
050800     IF NOT WS-NET-FOUND
050900         IF WS-NET-COUNT < 50
051000             ADD 1 TO WS-NET-COUNT
051100             SET WS-NET-IDX TO WS-NET-COUNT
051200             MOVE TRAN-CURRENCY TO WS-NET-CURRENCY (WS-NET-IDX)
051300             MOVE ZEROS TO WS-NET-DUE-FROM (WS-NET-IDX)
051400             MOVE ZEROS TO WS-NET-DUE-TO (WS-NET-IDX)
051500         ELSE
051600             SET WS-TABLE-FULL TO TRUE
051700             GO TO 2400-EXIT
051800         END-IF
051900     END-IF.
052000     IF TRAN-XFER-OUT
052100         ADD WS-LEG-AMOUNT TO WS-NET-DUE-TO (WS-NET-IDX)
052200     ELSE
052300         ADD WS-LEG-AMOUNT TO WS-NET-DUE-FROM (WS-NET-IDX)
052400     END-IF.
052500 2400-EXIT.
052600     EXIT.
052700*
052800******************************************************************
052900* 2500-PRINT-POSITIONS.
053000*    PRINTS ONE LINE PER BRANCH + COUNTER BRANCH + CURRENCY, WITH
053100*    A SUBTOTAL LINE EACH TIME THE BRANCH (OR ITS CURRENCY)
053200*    CHANGES. NET IS DUE-FROM LESS DUE-TO - POSITIVE WHEN THE
053300*    OTHER BRANCH OWES THIS ONE.
053400******************************************************************
053500 2500-PRINT-POSITIONS.
053600     MOVE SPACES TO SETTLE-REPORT-RECORD.
053700     WRITE SETTLE-REPORT-RECORD.
053800     MOVE WS-XFS-HEADER-2 TO SETTLE-REPORT-RECORD.
053900     WRITE SETTLE-REPORT-RECORD.
054000     IF WS-POS-COUNT = ZEROS
054100         MOVE "NO TRANSFER LEGS ON THE LIVE FILE" TO XT-TEXT
054200         MOVE WS-XFS-TEXT-LINE TO SETTLE-REPORT-RECORD
054300         WRITE SETTLE-REPORT-RECORD
054400         GO TO 2500-EXIT
054500     END-IF.
054600     MOVE WS-POS-BRANCH (1) TO WS-PRV-BRANCH.
054700     MOVE WS-POS-CURRENCY (1) TO WS-PRV-CURRENCY.
054800     MOVE ZEROS TO WS-BR-DUE-FROM.
054900     MOVE ZEROS TO WS-BR-DUE-TO.
055000     PERFORM 2510-PRINT-ONE-POSITION THRU 2510-EXIT
055100         VARYING WS-POS-IDX FROM 1 BY 1
055200         UNTIL WS-POS-IDX > WS-POS-COUNT.
055300     PERFORM 2520-PRINT-BRANCH-TOTAL THRU 2520-EXIT.
055400 2500-EXIT.
055500     EXIT.
055600*
055700******************************************************************
055800* 2510-PRINT-ONE-POSITION.
055900*    PRINTS THE POSITION SLOT AT WS-POS-IDX, CLOSING THE PREVIOUS
056000*    BRANCH'S SUBTOTAL FIRST WHEN THIS SLOT STARTS A NEW ONE.
056100******************************************************************
056200 2510-PRINT-ONE-POSITION.
056300     IF WS-POS-BRANCH (WS-POS-IDX) NOT = WS-PRV-BRANCH
056400         OR WS-POS-CURRENCY (WS-POS-IDX) NOT = WS-PRV-CURRENCY
056500         PERFORM 2520-PRINT-BRANCH-TOTAL THRU 2520-EXIT
056600         MOVE WS-POS-BRANCH (WS-POS-IDX) TO WS-PRV-BRANCH
056700         MOVE WS-POS-CURRENCY (WS-POS-IDX) TO WS-PRV-CURRENCY
056800         MOVE ZEROS TO WS-BR-DUE-FROM
056900         MOVE ZEROS TO WS-BR-DUE-TO
057000     END-IF.
057100     MOVE WS-POS-BRANCH (WS-POS-IDX) TO XD-BRANCH.
057200     MOVE WS-POS-COUNTER (WS-POS-IDX) TO XD-COUNTER.
057300     MOVE WS-POS-CURRENCY (WS-POS-IDX) TO XD-CURRENCY.
057400     MOVE WS-POS-DUE-FROM (WS-POS-IDX) TO XD-DUE-FROM.
057500     MOVE WS-POS-DUE-TO (WS-POS-IDX) TO XD-DUE-TO.
057600     COMPUTE WS-NET-AMOUNT = WS-POS-DUE-FROM (WS-POS-IDX)
057700         - WS-POS-DUE-TO (WS-POS-IDX).
057800     MOVE WS-NET-AMOUNT TO XD-NET.
057900     MOVE WS-POS-LEGS (WS-POS-IDX) TO XD-LEGS.
058000     MOVE WS-XFS-DETAIL-LINE TO SETTLE-REPORT-RECORD.
058100     WRITE SETTLE-REPORT-RECORD.
058200     ADD WS-POS-DUE-FROM (WS-POS-IDX) TO WS-BR-DUE-FROM.
058300     ADD WS-POS-DUE-TO (WS-POS-IDX) TO WS-BR-DUE-TO.
058400 2510-EXIT.
058500     EXIT.
058600*
058700******************************************************************
058800* 2520-PRINT-BRANCH-TOTAL.
058900*    PRINTS THE BRANCH'S TOTAL POSITION ACROSS EVERY COUNTER
059000*    BRANCH IN ONE CURRENCY, FOLLOWED BY A BLANK LINE.
059100******************************************************************
059200 2520-PRINT-BRANCH-TOTAL.
059300     MOVE WS-PRV-BRANCH TO XD-BRANCH.
059400     MOVE "ALL" TO XD-COUNTER.
059500     MOVE WS-PRV-CURRENCY TO XD-CURRENCY.
059600     MOVE WS-BR-DUE-FROM TO XD-DUE-FROM.
059700     MOVE WS-BR-DUE-TO TO XD-DUE-TO.
059800     COMPUTE WS-NET-AMOUNT = WS-BR-DUE-FROM - WS-BR-DUE-TO.
059900     MOVE WS-NET-AMOUNT TO XD-NET.
060000     MOVE ZEROS TO XD-LEGS.
060100     MOVE WS-XFS-DETAIL-LINE TO SETTLE-REPORT-RECORD.
060200     WRITE SETTLE-REPORT-RECORD.
060300     MOVE SPACES TO SETTLE-REPORT-RECORD.
060400     WRITE SETTLE-REPORT-RECORD.
060500 2520-EXIT.
060600     EXIT.
060700*
060800******************************************************************
060900* 2700-PRINT-NETWORK.
061000*    PRINTS THE NETWORK PROOF - ONE LINE PER CURRENCY WITH ALL
061100*    DUE-FROM AGAINST ALL DUE-TO. ANY CURRENCY THAT DOES NOT NET
061200*    TO ZERO IS FLAGGED AND COUNTED.
061300******************************************************************
061400 2700-PRINT-NETWORK.
061500     PERFORM 2710-PRINT-ONE-CURRENCY THRU 2710-EXIT
061600         VARYING WS-NET-IDX FROM 1 BY 1
061700         UNTIL WS-NET-IDX > WS-NET-COUNT.
061800     IF WS-BREAK-COUNT = ZEROS
061900         AND WS-UNNETTED-COUNT = ZEROS
062000         AND NOT WS-TABLE-FULL
062100         MOVE "ALL TRANSFER LEGS PAIRED - NETWORK NETS TO ZERO" TO
062200             XT-TEXT
062300     ELSE
062400         MOVE "SETTLEMENT DOES NOT PROVE - SEE BREAKS ABOVE" TO
062500             XT-TEXT
062600     END-IF.
062700     MOVE WS-XFS-TEXT-LINE TO SETTLE-REPORT-RECORD.
062800     WRITE SETTLE-REPORT-RECORD.
062900 2700-EXIT.
063000     EXIT.
063100*
063200******************************************************************
063300* 2710-PRINT-ONE-CURRENCY.
063400*    PRINTS THE NETWORK LINE FOR THE CURRENCY AT WS-NET-IDX.
063500******************************************************************
063600 2710-PRINT-ONE-CURRENCY.
063700     MOVE WS-NET-CURRENCY (WS-NET-IDX) TO XN-CURRENCY.
063800     MOVE WS-NET-DUE-FROM (WS-NET-IDX) TO XN-DUE-FROM.
063900     MOVE WS-NET-DUE-TO (WS-NET-IDX) TO XN-DUE-TO.
064000     COMPUTE WS-NET-AMOUNT = WS-NET-DUE-FROM (WS-NET-IDX)
064100         - WS-NET-DUE-TO (WS-NET-IDX).
064200     MOVE WS-NET-AMOUNT TO XN-NET.
064300     IF WS-NET-AMOUNT = ZEROS
064400         MOVE "NETS TO ZERO" TO XN-FLAG
064500     ELSE
064600         MOVE "DOES NOT NET" TO XN-FLAG
064700         ADD 1 TO WS-UNNETTED-COUNT
064800     END-IF.
064900     MOVE WS-XFS-NETWORK-LINE TO SETTLE-REPORT-RECORD.
065000     WRITE SETTLE-REPORT-RECORD.
065100 2710-EXIT.
065200     EXIT.
065300*
065400******************************************************************
065500* 3000-FINALIZE.
065600*    LOGS THE RUN SUMMARY, SETS THE RETURN CODE - 8 WHEN ANY LEG
065700*    BROKE, A CURRENCY DID NOT NET OR THE TABLES RAN OUT, SO THE
065800*    CHAIN HOLDS - CLOSES THE FILES AND WRITES THE JOB RUN
065900*    HISTORY RECORD.
066000******************************************************************
066100 3000-FINALIZE.
066200     MOVE "FINALIZE" TO WS-LOG-STEP.
066300     IF NOT WS-ABORT-RUN
066400         STRING "TRANSFER LEGS " WS-LEG-COUNT
066500             " BREAKS " WS-BREAK-COUNT
066600             " CCYS NOT NETTING " WS-UNNETTED-COUNT
066700             DELIMITED BY SIZE INTO WS-LOG-MESSAGE
066800         CALL "LOGWRT01" USING WS-LOG-PARMS
066900         IF WS-BREAK-COUNT > ZEROS
067000             OR WS-UNNETTED-COUNT > ZEROS
067100             OR WS-TABLE-FULL
067200             MOVE "W" TO WS-LOG-SEVERITY
067300             MOVE "SETTLEMENT BREAK - TRANSFER PAIRS NEED REPAIR"
067400                 TO WS-LOG-MESSAGE
067500             CALL "LOGWRT01" USING WS-LOG-PARMS
067600             MOVE "I" TO WS-LOG-SEVERITY
067700             MOVE 8 TO RETURN-CODE
067800         ELSE
067900             MOVE 0 TO RETURN-CODE
068000         END-IF
068100         CLOSE TRANSACTION-FILE
068200         CLOSE PARTNER-FILE
068300         CLOSE SETTLE-REPORT-FILE
068400     END-IF.
068500     PERFORM 3100-WRITE-JOB-HISTORY THRU 3100-EXIT.
068600 3000-EXIT.
068700     EXIT.
068800*
068900******************************************************************
069000* 3100-WRITE-JOB-HISTORY.
069100*    APPENDS ONE JOB RUN HISTORY RECORD FOR THIS SETTLEMENT RUN,
069200*    CARRYING THE NUMBER OF TRANSFER LEGS CHECKED.
069300******************************************************************
069400 3100-WRITE-JOB-HISTORY.
069500     OPEN EXTEND JOB-HISTORY-FILE.
069600     IF WS-JH-FILE-NOT-FOUND
069700         CLOSE JOB-HISTORY-FILE
069800         OPEN OUTPUT JOB-HISTORY-FILE
069900     END-IF.
070000     MOVE SPACES TO JOB-HIST-RECORD.
070100     MOVE "XFSTL01" TO JH-PROGRAM-ID.
070200     MOVE WS-RUN-DATE TO JH-RUN-DATE.
070300     MOVE WS-RUN-TIME TO JH-START-TIME.
070400     ACCEPT WS-END-TIME FROM TIME.
070500     MOVE WS-END-TIME TO JH-END-TIME.
070600     MOVE RETURN-CODE TO JH-RETURN-CODE.
070700     MOVE WS-LEG-COUNT TO JH-TRAN-COUNT.
070800     MOVE ZEROS TO JH-OPERATOR-ID.
070900     WRITE JOB-HIST-RECORD.
071000     CLOSE JOB-HISTORY-FILE.
071100 3100-EXIT.
071200     EXIT.
071300*
071400 END PROGRAM XFSTL01.
