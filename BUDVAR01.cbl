000100******************************************************************
000200* AUTHOR:       BRUNNO LORENZONI
000300* INSTALLATION: OPERATIONS / BATCH SUPPORT
000400* DATE-WRITTEN: 2026-10-15
000500* DATE-COMPILED:
000600* PURPOSE:      MONTHLY BRANCH BUDGET-VERSUS-ACTUAL VARIANCE
000700*               REPORT. FOR EVERY BRANCH ON THE BRANCH MASTER,
000800*               SETS THE MONTH'S AND THE YEAR-TO-DATE ACTUAL
000900*               TRANSACTION COUNT AND NET VALUE AGAINST THE
001000*               TARGETS ON THE BUDGET MASTER (BUDGMAST), WITH THE
001100*               PERCENTAGE VARIANCE OF EACH, AND FLAGS A BRANCH
001200*               WHOSE COUNT OR VALUE IS OUTSIDE THE TOLERANCE BAND
001300*               ON BUDTOL. REPLACES RETYPING THE BRANCH STATEMENTS
001400*               INTO A SPREADSHEET.
001500*
001600*               CALLED BY THE TOTALS RUN AT MONTH-END ALONGSIDE
001700*               THE CLOSING REPORT AND THE STATEMENTS. ACTUALS
001800*               COME FROM THE TRANSACTION ARCHIVE FROM THE FIRST
001900*               OF THE YEAR; THE CLOSING DAY'S OWN ITEMS ARE STILL
002000*               ON THE LIVE FILE (THE ARCHIVE STEP RUNS LATER), SO
002100*               THE LIVE FILE IS READ FOR THEM AS WELL - THE SAME
002200*               CONVENTION AS BRSTMT01.
002300*
002400*               THE ACTUAL COUNT IS THE ORIGINALS AND ADJUSTMENTS
002500*               PUT THROUGH. THE ACTUAL NET IS SIGNED THE WAY THE
002600*               DAILY TOTALS RUN SIGNS ITS GRAND TOTAL - REVERSALS
002700*               TAKE OFF - AND IS CONVERTED TO BRL AT THE DAY'S
002800*               RATE. TRANSFER LEGS ARE NOT BUSINESS AND STAY OUT.
002900*               AN ITEM WITH NO USABLE RATE IS COUNTED BUT ITS
003000*               VALUE IS LEFT OUT, AND THE BRANCH IS NOTED.
003100* TECTONICS:    COBC
003200******************************************************************
003300* MODIFICATION HISTORY.
003400*    2026-10-15 BL  INITIAL VERSION.
003500******************************************************************
003600 IDENTIFICATION DIVISION.
003700 PROGRAM-ID. BUDVAR01.
003800 ENVIRONMENT DIVISION.
003900 CONFIGURATION SECTION.
004000 SPECIAL-NAMES.
004100     DECIMAL-POINT IS COMMA.
004200 INPUT-OUTPUT SECTION.
004300 FILE-CONTROL.
004400     SELECT BRANCH-FILE ASSIGN TO "BRNCHMST"
004500         ORGANIZATION IS INDEXED
004600         ACCESS MODE IS DYNAMIC
004700         RECORD KEY IS BR-CODE
004800         FILE STATUS IS WS-BRM-FILE-STATUS.
004900     SELECT BUDGET-FILE ASSIGN TO "BUDGMAST"
005000         ORGANIZATION IS INDEXED
005100         ACCESS MODE IS RANDOM
005200         RECORD KEY IS BUD-KEY
005300         FILE STATUS IS WS-BUD-FILE-STATUS.
005400     SELECT TOLERANCE-FILE ASSIGN TO "BUDTOL"
005500         ORGANIZATION IS LINE SEQUENTIAL
005600         FILE STATUS IS WS-TOL-FILE-STATUS.
005700     SELECT TRANSACTION-ARCHIVE-FILE ASSIGN TO "TRANARCH"
005800         ORGANIZATION IS INDEXED
005900         ACCESS MODE IS DYNAMIC
006000         RECORD KEY IS ARCH-KEY
006100         FILE STATUS IS WS-ARCH-FILE-STATUS.
006200     SELECT TRANSACTION-FILE ASSIGN TO "TRANFILE"
006300         ORGANIZATION IS INDEXED
006400         ACCESS MODE IS DYNAMIC
006500         RECORD KEY IS TRAN-ID
006600         ALTERNATE RECORD KEY IS TRAN-BRANCH
006700             WITH DUPLICATES
006800         FILE STATUS IS WS-TRAN-FILE-STATUS.
006900     SELECT FX-RATE-FILE ASSIGN TO "FXRATES"
007000         ORGANIZATION IS INDEXED
007100         ACCESS MODE IS RANDOM
007200         RECORD KEY IS FX-CURRENCY
007300         FILE STATUS IS WS-FX-FILE-STATUS.
007400     SELECT VARIANCE-FILE ASSIGN TO DYNAMIC WS-VAR-FILE-NAME
007500         ORGANIZATION IS LINE SEQUENTIAL
007600         FILE STATUS IS WS-VAR-FILE-STATUS.
007700     SELECT REPORT-INDEX-FILE ASSIGN TO "RPTINDEX"
007800         ORGANIZATION IS LINE SEQUENTIAL
007900         FILE STATUS IS WS-RIX-FILE-STATUS.
008000     SELECT JOB-HISTORY-FILE ASSIGN TO "JOBHIST"
008100         ORGANIZATION IS LINE SEQUENTIAL
008200         FILE STATUS IS WS-JH-FILE-STATUS.
008300*
008400 DATA DIVISION.
008500 FILE SECTION.
008600 FD  BRANCH-FILE.
008700 COPY "BRNCHREC.cpy".
008800 FD  BUDGET-FILE.
008900 COPY "BUDGREC.cpy".
009000 FD  TOLERANCE-FILE.
009100 COPY "BUDTLREC.cpy".
009200 FD  TRANSACTION-ARCHIVE-FILE.
009300 COPY "ARCHREC.cpy".
009400 FD  TRANSACTION-FILE.
009500 COPY "TRANREC.cpy".
009600 FD  FX-RATE-FILE.
009700 COPY "FXRATREC.cpy".
009800 FD  VARIANCE-FILE.
009900 01  VARIANCE-RECORD          PIC X(80).
010000 FD  REPORT-INDEX-FILE.
010100 COPY "RPTIXREC.cpy".
010200 FD  JOB-HISTORY-FILE.
010300 COPY "HISTREC.cpy".
010400*
010500 WORKING-STORAGE SECTION.
010600 77  WS-BRM-FILE-STATUS          PIC X(02) VALUE "00".
010700 77  WS-BUD-FILE-STATUS          PIC X(02) VALUE "00".
010800 77  WS-TOL-FILE-STATUS          PIC X(02) VALUE "00".
010900 77  WS-ARCH-FILE-STATUS         PIC X(02) VALUE "00".
011000 77  WS-TRAN-FILE-STATUS         PIC X(02) VALUE "00".
011100 77  WS-FX-FILE-STATUS           PIC X(02) VALUE "00".
011200 77  WS-VAR-FILE-STATUS          PIC X(02) VALUE "00".
011300     88  WS-VAR-FILE-NOT-FOUND   VALUE "35".
011400 77  WS-RIX-FILE-STATUS          PIC X(02) VALUE "00".
011500     88  WS-RIX-FILE-NOT-FOUND   VALUE "35".
011600 77  WS-JH-FILE-STATUS           PIC X(02) VALUE "00".
011700     88  WS-JH-FILE-NOT-FOUND    VALUE "35".
011800*
011900 77  WS-BRM-EOF-SW               PIC X(01) VALUE "N".
012000     88  WS-BRM-EOF              VALUE "Y".
012100 77  WS-ARCH-EOF-SW              PIC X(01) VALUE "N".
012200     88  WS-ARCH-EOF             VALUE "Y".
012300 77  WS-TRAN-EOF-SW              PIC X(01) VALUE "N".
012400     88  WS-TRAN-EOF             VALUE "Y".
012500 77  WS-ABORT-SW                 PIC X(01) VALUE "N".
012600     88  WS-ABORT-RUN            VALUE "Y".
012700*
012800*    THE ARCHIVE AND THE LIVE FILE ARE EACH OPTIONAL, AS FOR THE
012900*    STATEMENTS; BOTH MISSING MEANS THERE ARE NO ACTUALS. WITH NO
013000*    BUDGET MASTER EVERY BRANCH SIMPLY SHOWS NO BUDGET, AND WITH
013100*    NO RATE FILE ONLY BRL ITEMS CARRY A VALUE.
013200*
013300 77  WS-ARCH-AVAILABLE-SW        PIC X(01) VALUE "N".
013400     88  WS-ARCH-AVAILABLE       VALUE "Y".
013500 77  WS-TRAN-AVAILABLE-SW        PIC X(01) VALUE "N".
013600     88  WS-TRAN-AVAILABLE       VALUE "Y".
013700 77  WS-BUD-AVAILABLE-SW         PIC X(01) VALUE "N".
013800     88  WS-BUD-AVAILABLE        VALUE "Y".
013900 77  WS-FX-AVAILABLE-SW          PIC X(01) VALUE "N".
014000     88  WS-FX-AVAILABLE         VALUE "Y".
014100*
014200 77  WS-RUN-DATE                 PIC 9(08) VALUE ZEROS.
014300 77  WS-RUN-TIME                 PIC 9(08) VALUE ZEROS.
014400 77  WS-END-TIME                 PIC 9(08) VALUE ZEROS.
014500 77  WS-FINAL-RC                 PIC 9(02) VALUE ZEROS.
014600 77  WS-BASE-CURRENCY            PIC X(03) VALUE "BRL".
014700*
014800*    REPORT MONTH AND YEAR BOUNDS - THE FIRST OF THE RUN DATE'S
014900*    MONTH AND THE FIRST OF ITS YEAR, EACH THROUGH THE RUN DATE.
015000*
015100 01  WS-MONTH-FROM-DATE          PIC 9(08) VALUE ZEROS.
015200 01  FILLER REDEFINES WS-MONTH-FROM-DATE.
015300     03  WS-RUN-AAAAMM           PIC 9(06).
015400     03  FILLER REDEFINES WS-RUN-AAAAMM.
015500         05  WS-RUN-AAAA         PIC 9(04).
015600         05  WS-RUN-MM           PIC 9(02).
015700     03  WS-MONTH-FROM-DD        PIC 9(02).
015800 01  WS-YEAR-FROM-DATE           PIC 9(08) VALUE ZEROS.
015900 01  FILLER REDEFINES WS-YEAR-FROM-DATE.
016000     03  WS-YEAR-FROM-AAAA       PIC 9(04).
016100     03  WS-YEAR-FROM-MMDD       PIC 9(04).
016200 77  WS-RUN-DATE-X               PIC X(08) VALUE SPACES.
016300 77  WS-VAR-FILE-NAME            PIC X(20) VALUE SPACES.
016400*
016500*    TOLERANCE BAND IN PER CENT - FROM BUDTOL, OR THIS DEFAULT.
016600*
016700 77  WS-TOLERANCE-PCT            PIC 9(03)V9 VALUE 10,0.
016800*
016900*    ONE SLOT PER BRANCH ON THE BRANCH MASTER, IN CODE ORDER,
017000*    CARRYING ITS MONTH AND YEAR-TO-DATE ACTUALS.
017100*
017200 77  WS-BT-COUNT                 PIC 9(04) COMP VALUE ZEROS.
017300 77  WS-BT-MAX                   PIC 9(04) COMP VALUE 500.
017400 01  WS-BRANCH-TABLE.
017500     03  WS-BT-ENTRY OCCURS 500 TIMES
017600             INDEXED BY WS-BT-IDX.
017700         05  WS-BT-CODE          PIC X(04).
017800         05  WS-BT-NAME          PIC X(20).
017900         05  WS-BT-ACTIVE-SW     PIC X(01).
018000         05  WS-BT-MTD-COUNT     PIC 9(07).
018100         05  WS-BT-MTD-NET       PIC S9(13)V99.
018200         05  WS-BT-YTD-COUNT     PIC 9(07).
018300         05  WS-BT-YTD-NET       PIC S9(13)V99.
018400         05  WS-BT-UNCONVERTED   PIC 9(05).
018500 77  WS-BT-FOUND-SW              PIC X(01) VALUE "N".
018600     88  WS-BT-FOUND             VALUE "Y".
018700 77  WS-TABLE-FULL-SW            PIC X(01) VALUE "N".
018800     88  WS-TABLE-FULL           VALUE "Y".
018900*
019000*    THE ITEM IN HAND, STAGED FROM THE ARCHIVE OR THE LIVE FILE
019100*    SO BOTH ARE TOTALLED BY THE SAME PARAGRAPH.
019200*
019300 77  WS-IT-DATE                  PIC 9(08) VALUE ZEROS.
019400 77  WS-IT-BRANCH                PIC X(04) VALUE SPACES.
019500 77  WS-IT-CURRENCY              PIC X(03) VALUE SPACES.
019600 77  WS-IT-TYPE                  PIC X(01) VALUE SPACE.
019700     88  WS-IT-REVERSAL          VALUE "R".
019800     88  WS-IT-TRANSFER          VALUE "T".
019900 77  WS-IT-AMOUNT                PIC 9(11)V99 VALUE ZEROS.
020000 77  WS-IT-BASE-AMOUNT           PIC 9(11)V99 VALUE ZEROS.
020100 77  WS-RATE-FOUND-SW            PIC X(01) VALUE "N".
020200     88  WS-RATE-FOUND           VALUE "Y".
020300*
020400*    BUDGET FIGURES FOR THE BRANCH BEING REPORTED.
020500*
020600 77  WS-MTD-TARGET-COUNT         PIC 9(07) VALUE ZEROS.
020700 77  WS-MTD-TARGET-NET           PIC 9(13)V99 VALUE ZEROS.
020800 77  WS-MTD-BUDGET-SW            PIC X(01) VALUE "N".
020900     88  WS-MTD-BUDGETED         VALUE "Y".
021000 77  WS-YTD-TARGET-COUNT         PIC 9(07) VALUE ZEROS.
021100 77  WS-YTD-TARGET-NET           PIC 9(13)V99 VALUE ZEROS.
021200 77  WS-YTD-BUDGET-SW            PIC X(01) VALUE "N".
021300     88  WS-YTD-BUDGETED         VALUE "Y".
021400 77  WS-BUD-MM                   PIC 9(02) VALUE ZEROS.
021500 77  WS-BRANCH-OUT-SW            PIC X(01) VALUE "N".
021600     88  WS-BRANCH-OUT           VALUE "Y".
021700*
021800*    ONE VARIANCE LINE'S INPUTS AND THE PERCENTAGE WORKED FROM
021900*    THEM. A TARGET OF ZERO HAS NO PERCENTAGE.
022000*
022100 77  WS-LN-ACT-COUNT             PIC 9(07) VALUE ZEROS.
022200 77  WS-LN-TGT-COUNT             PIC 9(07) VALUE ZEROS.
022300 77  WS-LN-ACT-NET               PIC S9(13)V99 VALUE ZEROS.
022400 77  WS-LN-TGT-NET               PIC 9(13)V99 VALUE ZEROS.
022500 77  WS-LN-BUDGET-SW             PIC X(01) VALUE "N".
022600     88  WS-LN-BUDGETED          VALUE "Y".
022700 77  WS-VAR-ACTUAL               PIC S9(13)V99 VALUE ZEROS.
022800 77  WS-VAR-TARGET               PIC 9(13)V99 VALUE ZEROS.
022900 77  WS-VAR-PCT                  PIC S9(07)V9 VALUE ZEROS.
023000 77  WS-VAR-DEFINED-SW           PIC X(01) VALUE "N".
023100     88  WS-VAR-DEFINED          VALUE "Y".
023200 77  WS-VAR-OUTSIDE-SW           PIC X(01) VALUE "N".
023300     88  WS-VAR-OUTSIDE          VALUE "Y".
023400 77  WS-LN-OUTSIDE-SW            PIC X(01) VALUE "N".
023500     88  WS-LN-OUTSIDE           VALUE "Y".
023600*
023700*    RUN SUMMARY COUNTS, LOGGED AT FINALIZE TIME.
023800*
023900 77  WS-ITEM-COUNT               PIC 9(07) VALUE ZEROS.
024000 77  WS-UNCONVERTED-COUNT        PIC 9(07) VALUE ZEROS.
024100 77  WS-UNKNOWN-BRANCH-COUNT     PIC 9(07) VALUE ZEROS.
024200 77  WS-REPORTED-COUNT           PIC 9(05) VALUE ZEROS.
024300 77  WS-OUTSIDE-COUNT            PIC 9(05) VALUE ZEROS.
024400 77  WS-NO-BUDGET-COUNT          PIC 9(05) VALUE ZEROS.
024500*
024600*    REPORT PRINT LINES.
024700*
024800 01  WS-VAR-HEADER-1.
024900     03  FILLER                  PIC X(01) VALUE SPACE.
025000     03  FILLER                  PIC X(31) VALUE
025100         "BRANCH BUDGET VARIANCE REPORT".
025200     03  FILLER                  PIC X(07) VALUE "MONTH: ".
025300     03  VH1-MONTH               PIC 9(06).
025400     03  FILLER                  PIC X(04) VALUE SPACES.
025500     03  FILLER                  PIC X(10) VALUE "RUN DATE: ".
025600     03  VH1-RUN-DATE            PIC 9(08).
025700*
025800 01  WS-VAR-HEADER-2.
025900     03  FILLER                  PIC X(01) VALUE SPACE.
026000     03  FILLER                  PIC X(25) VALUE
026100         "VALUES IN BRL. BAND +/- ".
026200     03  VH2-TOLERANCE           PIC ZZ9,9.
026300     03  FILLER                  PIC X(30) VALUE
026400         " PCT - ** MARKS OUTSIDE BAND".
026500*
026600 01  WS-VAR-HEADER-3.
026700     03  FILLER                  PIC X(07) VALUE " PERIOD".
026800     03  FILLER                  PIC X(08) VALUE " ACTUAL ".
026900     03  FILLER                  PIC X(08) VALUE " BUDGET ".
027000     03  FILLER                  PIC X(08) VALUE "   VAR% ".
027100     03  FILLER                  PIC X(16) VALUE
027200         "     ACTUAL NET ".
027300     03  FILLER                  PIC X(15) VALUE
027400         "    BUDGET NET ".
027500     03  FILLER                  PIC X(07) VALUE "   VAR%".
027600*
027700 01  WS-VAR-BRANCH-LINE.
027800     03  FILLER                  PIC X(01) VALUE SPACE.
027900     03  FILLER                  PIC X(07) VALUE "BRANCH ".
028000     03  VB-BRANCH               PIC X(04).
028100     03  FILLER                  PIC X(01) VALUE SPACE.
028200     03  VB-NAME                 PIC X(20).
028300     03  FILLER                  PIC X(01) VALUE SPACE.
028400     03  VB-CLOSED               PIC X(06).
028500*
028600 01  WS-VAR-DETAIL-LINE.
028700     03  FILLER                  PIC X(01) VALUE SPACE.
028800     03  VD-PERIOD               PIC X(05).
028900     03  FILLER                  PIC X(01) VALUE SPACE.
029000     03  VD-ACT-COUNT            PIC ZZZZZZ9.
029100     03  FILLER                  PIC X(01) VALUE SPACE.
029200     03  VD-TGT-COUNT            PIC ZZZZZZ9.
029300     03  VD-TGT-COUNT-X REDEFINES VD-TGT-COUNT
029400                                 PIC X(07).
029500     03  FILLER                  PIC X(01) VALUE SPACE.
029600     03  VD-COUNT-VAR            PIC -ZZZ9,9.
029700     03  VD-COUNT-VAR-X REDEFINES VD-COUNT-VAR
029800                                 PIC X(07).
029900     03  FILLER                  PIC X(01) VALUE SPACE.
030000     03  VD-ACT-NET              PIC ZZZZZZZZZZ9,99-.
030100     03  FILLER                  PIC X(01) VALUE SPACE.
030200     03  VD-TGT-NET              PIC ZZZZZZZZZZ9,99.
030300     03  VD-TGT-NET-X REDEFINES VD-TGT-NET
030400                                 PIC X(14).
030500     03  FILLER                  PIC X(01) VALUE SPACE.
030600     03  VD-NET-VAR              PIC -ZZZ9,9.
030700     03  VD-NET-VAR-X REDEFINES VD-NET-VAR
030800                                 PIC X(07).
030900     03  FILLER                  PIC X(01) VALUE SPACE.
031000     03  VD-FLAG                 PIC X(02).
031100*
031200 01  WS-VAR-NOTE-LINE.
031300     03  FILLER                  PIC X(07) VALUE SPACES.
031400     03  VN-COUNT                PIC ZZZZ9.
031500     03  FILLER                  PIC X(44) VALUE
031600         " ITEMS HAD NO RATE - ACTUAL NET UNDERSTATED".
031700*
031800 01  WS-VAR-FOOTER-LINE.
031900     03  FILLER                  PIC X(01) VALUE SPACE.
032000     03  FILLER                  PIC X(19) VALUE
032100         "BRANCHES REPORTED ".
032200     03  VF-REPORTED             PIC ZZZZ9.
032300     03  FILLER                  PIC X(15) VALUE
032400         "  OUTSIDE BAND ".
032500     03  VF-OUTSIDE              PIC ZZZZ9.
032600     03  FILLER                  PIC X(18) VALUE
032700         "  NO MONTH BUDGET ".
032800     03  VF-NO-BUDGET            PIC ZZZZ9.
032900*
033000 01  WS-VAR-BLANK-LINE           PIC X(80) VALUE SPACES.
033100*
033200*    PARAMETER AREA PASSED TO BDATE01. LAYOUT MUST MATCH ITS
033300*    LINKAGE SECTION BDATE-PARMS FIELD FOR FIELD.
033400*
033500 01  WS-BDATE-PARMS.
033600     03  WS-BDATE-FUNCTION        PIC X(01) VALUE "G".
033700     03  WS-BDATE-DATE            PIC 9(08).
033800     03  WS-BDATE-STATUS          PIC X(01).
033900*
034000*    PARAMETER AREA PASSED TO LOGWRT01. LAYOUT MUST MATCH ITS
034100*    LINKAGE SECTION LOG-PARMS FIELD FOR FIELD.
034200*
034300 01  WS-LOG-PARMS.
034400     03  WS-LOG-PROGRAM-ID        PIC X(16) VALUE "BUDVAR01".
034500     03  WS-LOG-STEP              PIC X(12).
034600     03  WS-LOG-RUN-DATE          PIC 9(08).
034700     03  WS-LOG-RUN-TIME          PIC 9(08).
034800     03  WS-LOG-MESSAGE           PIC X(60).
034900     03  WS-LOG-SEVERITY          PIC X(01) VALUE "I".
035000*
035100*    PARAMETER AREA PASSED TO ERRWRT01. LAYOUT MUST MATCH ITS
035200*    LINKAGE SECTION ERR-PARMS FIELD FOR FIELD.
035300*
035400 01  WS-ERR-PARMS.
035500     03  WS-ERR-PROGRAM-ID        PIC X(16) VALUE "BUDVAR01".
035600     03  WS-ERR-STEP              PIC X(12).
035700     03  WS-ERR-RETURN-CODE       PIC 9(02).
035800     03  WS-ERR-MESSAGE           PIC X(60).
035900     03  WS-ERR-RUN-DATE          PIC 9(08).
036000     03  WS-ERR-RUN-TIME          PIC 9(08).
036100*
036200 PROCEDURE DIVISION.
036300 0000-MAINLINE.
036400     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
036500     IF NOT WS-ABORT-RUN
036600         IF WS-ARCH-AVAILABLE
036700             PERFORM 2000-SCAN-ARCHIVE THRU 2000-EXIT
036800         END-IF
036900         IF WS-TRAN-AVAILABLE
037000             PERFORM 2100-SCAN-LIVE-FILE THRU 2100-EXIT
037100         END-IF
037200         PERFORM 2500-WRITE-REPORT THRU 2500-EXIT
037300     END-IF.
037400     PERFORM 3000-FINALIZE THRU 3000-EXIT.
037500     GOBACK.
037600*
037700******************************************************************
037800* 1000-INITIALIZE.
037900*    FETCHES THE BUSINESS DATE, WORKS OUT THE MONTH AND YEAR
038000*    BOUNDS, TAKES THE TOLERANCE BAND, LOADS THE BRANCH TABLE AND
038100*    OPENS THE SOURCES. NO BRANCH MASTER, OR NEITHER THE ARCHIVE
038200*    NOR THE LIVE FILE, MEANS THERE IS NOTHING TO REPORT.
038300******************************************************************
038400 1000-INITIALIZE.
038500     CALL "BDATE01" USING WS-BDATE-PARMS.
038600     MOVE WS-BDATE-DATE TO WS-RUN-DATE.
038700     ACCEPT WS-RUN-TIME FROM TIME.
038800     MOVE WS-RUN-DATE TO WS-LOG-RUN-DATE.
038900     MOVE WS-RUN-TIME TO WS-LOG-RUN-TIME.
039000     MOVE "INITIALIZE" TO WS-LOG-STEP.
039100     MOVE "BUDGET VARIANCE REPORT STARTING" TO WS-LOG-MESSAGE.
039200     CALL "LOGWRT01" USING WS-LOG-PARMS.
039300     MOVE WS-RUN-DATE TO WS-MONTH-FROM-DATE.
039400     MOVE 01 TO WS-MONTH-FROM-DD.
039500     MOVE WS-RUN-AAAA TO WS-YEAR-FROM-AAAA.
039600     MOVE 0101 TO WS-YEAR-FROM-MMDD.
039700     PERFORM 1100-READ-TOLERANCE THRU 1100-EXIT.
039800     OPEN INPUT BRANCH-FILE.
039900     IF WS-BRM-FILE-STATUS NOT = "00"
040000         MOVE "BRANCH MASTER NOT FOUND - VARIANCE REPORT ABORTED"
040100             TO WS-ERR-MESSAGE
040200         GO TO 1000-ABORT
040300     END-IF.
040400     PERFORM 1200-LOAD-BRANCHES THRU 1200-EXIT.
040500     CLOSE BRANCH-FILE.
040600     OPEN INPUT TRANSACTION-ARCHIVE-FILE.
040700     IF WS-ARCH-FILE-STATUS = "00"
040800         SET WS-ARCH-AVAILABLE TO TRUE
040900     END-IF.
041000     OPEN INPUT TRANSACTION-FILE.
041100     IF WS-TRAN-FILE-STATUS = "00"
041200         SET WS-TRAN-AVAILABLE TO TRUE
041300     END-IF.
041400     IF NOT WS-ARCH-AVAILABLE AND NOT WS-TRAN-AVAILABLE
041500         MOVE "NO ARCHIVE AND NO LIVE FILE - NO ACTUALS TO REPORT"
041600             TO WS-ERR-MESSAGE
041700         GO TO 1000-ABORT
041800     END-IF.
041900     OPEN INPUT BUDGET-FILE.
042000     IF WS-BUD-FILE-STATUS = "00"
042100         SET WS-BUD-AVAILABLE TO TRUE
042200     ELSE
042300         MOVE "W" TO WS-LOG-SEVERITY
042400         MOVE "NO BUDGET MASTER - EVERY BRANCH SHOWS NO BUDGET"
042500             TO WS-LOG-MESSAGE
042600         CALL "LOGWRT01" USING WS-LOG-PARMS
042700         MOVE "I" TO WS-LOG-SEVERITY
042800     END-IF.
042900     OPEN INPUT FX-RATE-FILE.
043000     IF WS-FX-FILE-STATUS = "00"
043100         SET WS-FX-AVAILABLE TO TRUE
043200     ELSE
043300         MOVE "W" TO WS-LOG-SEVERITY
043400         MOVE "NO RATE FILE - ONLY BRL ITEMS CARRY A VALUE"
043500             TO WS-LOG-MESSAGE
043600         CALL "LOGWRT01" USING WS-LOG-PARMS
043700         MOVE "I" TO WS-LOG-SEVERITY
043800     END-IF.
043900     GO TO 1000-EXIT.
044000 1000-ABORT.
044100     MOVE "INITIALIZE" TO WS-ERR-STEP.
044200     MOVE WS-RUN-DATE TO WS-ERR-RUN-DATE.
044300     MOVE WS-RUN-TIME TO WS-ERR-RUN-TIME.
044400     MOVE 90 TO WS-ERR-RETURN-CODE.
044500     CALL "ERRWRT01" USING WS-ERR-PARMS.
044600     IF WS-ARCH-AVAILABLE
044700         CLOSE TRANSACTION-ARCHIVE-FILE
044800     END-IF.
044900     IF WS-TRAN-AVAILABLE
045000         CLOSE TRANSACTION-FILE
045100     END-IF.
045200     MOVE 90 TO WS-FINAL-RC.
045300     SET WS-ABORT-RUN TO TRUE.
045400 1000-EXIT.
045500     EXIT.
045600*
045700******************************************************************
045800* 1100-READ-TOLERANCE.
045900*    TAKES THE TOLERANCE BAND OFF THE ONE-RECORD PARAMETER FILE.
046000*    NO FILE, NO RECORD OR A ZERO BAND LEAVES THE DEFAULT.
046100******************************************************************
046200 1100-READ-TOLERANCE.
046300     OPEN INPUT TOLERANCE-FILE.
046400     IF WS-TOL-FILE-STATUS NOT = "00"
046500         GO TO 1100-EXIT
046600     END-IF.
046700     READ TOLERANCE-FILE
046800         AT END
046900             CLOSE TOLERANCE-FILE
047000             GO TO 1100-EXIT
047100     END-READ.
047200     IF BT-TOLERANCE-PCT IS NUMERIC AND BT-TOLERANCE-PCT > ZEROS
047300         MOVE BT-TOLERANCE-PCT TO WS-TOLERANCE-PCT
047400     END-IF.
047500     CLOSE TOLERANCE-FILE.
047600 1100-EXIT.
047700     EXIT.
047800*
047900******************************************************************
048000* 1200-LOAD-BRANCHES.
048100*    LOADS EVERY BRANCH ON THE MASTER INTO THE TABLE IN CODE
048200*    ORDER WITH ITS ACTUALS AT ZERO.
048300******************************************************************
048400 1200-LOAD-BRANCHES.
048500     MOVE ZEROS TO WS-BT-COUNT.
048600     MOVE "N" TO WS-BRM-EOF-SW.
048700     PERFORM 1210-LOAD-ONE-BRANCH THRU 1210-EXIT
048800         UNTIL WS-BRM-EOF.
048900 1200-EXIT.
049000     EXIT.
049100*
049200******************************************************************
049300* 1210-LOAD-ONE-BRANCH.
049400*    READS THE NEXT BRANCH AND OPENS ITS SLOT. A FULL TABLE STOPS
049500*    THE LOAD WITH A WARNING - THE BRANCHES PAST IT ARE NOT ON
049600*    THE REPORT.
049700******************************************************************
049800 1210-LOAD-ONE-BRANCH.
049900     READ BRANCH-FILE NEXT RECORD
050000         AT END
050100             SET WS-BRM-EOF TO TRUE
050200             GO TO 1210-EXIT
050300     END-READ.
050400     IF WS-BT-COUNT >= WS-BT-MAX
050500         SET WS-TABLE-FULL TO TRUE
050600         SET WS-BRM-EOF TO TRUE
050700         MOVE "W" TO WS-LOG-SEVERITY
050800         MOVE "BRANCH TABLE FULL - NOT EVERY BRANCH IS REPORTED"
050900             TO WS-LOG-MESSAGE
051000         CALL "LOGWRT01" USING WS-LOG-PARMS
051100         MOVE "I" TO WS-LOG-SEVERITY
051200         GO TO 1210-EXIT
051300     END-IF.
051400     ADD 1 TO WS-BT-COUNT.
051500     SET WS-BT-IDX TO WS-BT-COUNT.
051600     MOVE BR-CODE TO WS-BT-CODE (WS-BT-IDX).
051700     MOVE BR-NAME TO WS-BT-NAME (WS-BT-IDX).
051800     MOVE BR-ACTIVE-SW TO WS-BT-ACTIVE-SW (WS-BT-IDX).
051900     MOVE ZEROS TO WS-BT-MTD-COUNT (WS-BT-IDX).
052000     MOVE ZEROS TO WS-BT-MTD-NET (WS-BT-IDX).
052100     MOVE ZEROS TO WS-BT-YTD-COUNT (WS-BT-IDX).
052200     MOVE ZEROS TO WS-BT-YTD-NET (WS-BT-IDX).
052300     MOVE ZEROS TO WS-BT-UNCONVERTED (WS-BT-IDX).
052400 1210-EXIT.
052500     EXIT.
052600*
052700******************************************************************
052800* 2000-SCAN-ARCHIVE.
052900*    POSITIONS THE ARCHIVE AT THE FIRST OF THE YEAR BY A KEYED
053000*    START AND READS FORWARD UNTIL THE DATE PASSES THE RUN DATE.
053100******************************************************************
053200 2000-SCAN-ARCHIVE.
053300     MOVE "N" TO WS-ARCH-EOF-SW.
053400     MOVE WS-YEAR-FROM-DATE TO ARCH-DATE.
053500     MOVE ZEROS TO ARCH-TRAN-ID.
053600     START TRANSACTION-ARCHIVE-FILE
053700         KEY IS NOT LESS THAN ARCH-KEY
053800         INVALID KEY
053900             SET WS-ARCH-EOF TO TRUE
054000     END-START.
054100     PERFORM 2010-TAKE-ARCHIVE-ITEM THRU 2010-EXIT
054200         UNTIL WS-ARCH-EOF.
054300 2000-EXIT.
054400     EXIT.
054500*
054600******************************************************************
054700* 2010-TAKE-ARCHIVE-ITEM.
054800*    READS THE NEXT ARCHIVE RECORD, STOPS THE SCAN PAST THE RUN
054900*    DATE, AND STAGES THE ITEM FOR 2200-ACCUMULATE-ITEM.
055000******************************************************************
055100 2010-TAKE-ARCHIVE-ITEM.
055200     READ TRANSACTION-ARCHIVE-FILE NEXT RECORD
055300         AT END
055400             SET WS-ARCH-EOF TO TRUE
055500             GO TO 2010-EXIT
055600     END-READ.
055700     IF ARCH-DATE > WS-RUN-DATE
055800         SET WS-ARCH-EOF TO TRUE
055900         GO TO 2010-EXIT
056000     END-IF.
056100     MOVE ARCH-DATE TO WS-IT-DATE.
056200     MOVE ARCH-BRANCH TO WS-IT-BRANCH.
056300     MOVE ARCH-CURRENCY TO WS-IT-CURRENCY.
056400     MOVE ARCH-TYPE TO WS-IT-TYPE.
056500     COMPUTE WS-IT-AMOUNT = ARCH-N1 + ARCH-N2.
056600     PERFORM 2200-ACCUMULATE-ITEM THRU 2200-EXIT.
056700 2010-EXIT.
056800     EXIT.
056900*
057000******************************************************************
057100* 2100-SCAN-LIVE-FILE.
057200*    READS THE CLOSING DAY'S STILL-LIVE ITEMS FROM THE TOP OF THE
057300*    LIVE FILE, EACH TAKEN UNDER THE RUN DATE.
057400******************************************************************
057500 2100-SCAN-LIVE-FILE.
057600     MOVE "N" TO WS-TRAN-EOF-SW.
057700     MOVE ZEROS TO TRAN-ID.
057800     START TRANSACTION-FILE KEY IS NOT LESS THAN TRAN-ID
057900         INVALID KEY
058000             SET WS-TRAN-EOF TO TRUE
058100     END-START.
058200     PERFORM 2110-TAKE-LIVE-ITEM THRU 2110-EXIT
058300         UNTIL WS-TRAN-EOF.
058400 2100-EXIT.
058500     EXIT.
058600*
058700******************************************************************
058800* 2110-TAKE-LIVE-ITEM.
058900*    READS THE NEXT LIVE RECORD AND STAGES IT FOR
059000*    2200-ACCUMULATE-ITEM.
059100******************************************************************
059200 2110-TAKE-LIVE-ITEM.
059300     READ TRANSACTION-FILE NEXT RECORD
059400         AT END
059500             SET WS-TRAN-EOF TO TRUE
059600             GO TO 2110-EXIT
059700     END-READ.
059800     MOVE WS-RUN-DATE TO WS-IT-DATE.
059900     MOVE TRAN-BRANCH TO WS-IT-BRANCH.
060000     MOVE TRAN-CURRENCY TO WS-IT-CURRENCY.
060100     MOVE TRAN-TYPE TO WS-IT-TYPE.
060200     COMPUTE WS-IT-AMOUNT = TRAN-N1 + TRAN-N2.
060300     PERFORM 2200-ACCUMULATE-ITEM THRU 2200-EXIT.
060400 2110-EXIT.
060500     EXIT.
060600*
060700******************************************************************
060800* 2200-ACCUMULATE-ITEM.
060900*    ADDS THE STAGED ITEM TO ITS BRANCH'S YEAR-TO-DATE FIGURES,
061000*    AND TO THE MONTH'S WHEN IT FALLS IN THE REPORT MONTH. A
061100*    TRANSFER LEG IS SKIPPED; A REVERSAL TAKES ITS VALUE OFF THE
061200*    NET BUT IS NOT A TRANSACTION OF ITS OWN. AN ITEM FOR A
061300*    BRANCH NOT ON THE TABLE IS ONLY COUNTED FOR THE LOG.
061400******************************************************************
061500 2200-ACCUMULATE-ITEM.
061600     IF WS-IT-TRANSFER
061700         GO TO 2200-EXIT
061800     END-IF.
061900     MOVE "N" TO WS-BT-FOUND-SW.
062000     SET WS-BT-IDX TO 1.
062100     SEARCH WS-BT-ENTRY
062200         AT END
062300             CONTINUE
062400         WHEN WS-BT-IDX > WS-BT-COUNT
062500             CONTINUE
062600         WHEN WS-BT-CODE (WS-BT-IDX) = WS-IT-BRANCH
062700             SET WS-BT-FOUND TO TRUE
062800     END-SEARCH.
062900     IF NOT WS-BT-FOUND
063000         ADD 1 TO WS-UNKNOWN-BRANCH-COUNT
063100         GO TO 2200-EXIT
063200     END-IF.
063300     ADD 1 TO WS-ITEM-COUNT.
063400     PERFORM 2210-CONVERT-ITEM THRU 2210-EXIT.
063500     IF NOT WS-RATE-FOUND
063600         ADD 1 TO WS-UNCONVERTED-COUNT
063700         ADD 1 TO WS-BT-UNCONVERTED (WS-BT-IDX)
063800         MOVE ZEROS TO WS-IT-BASE-AMOUNT
063900     END-IF.
064000     IF WS-IT-REVERSAL
064100         SUBTRACT WS-IT-BASE-AMOUNT FROM WS-BT-YTD-NET (WS-BT-IDX)
064200     ELSE
064300         ADD 1 TO WS-BT-YTD-COUNT (WS-BT-IDX)
064400         ADD WS-IT-BASE-AMOUNT TO WS-BT-YTD-NET (WS-BT-IDX)
064500     END-IF.
064600     IF WS-IT-DATE < WS-MONTH-FROM-DATE
064700         GO TO 2200-EXIT
064800     END-IF.
064900     IF WS-IT-REVERSAL
065000         SUBTRACT WS-IT-BASE-AMOUNT FROM WS-BT-MTD-NET (WS-BT-IDX)
065100     ELSE
065200         ADD 1 TO WS-BT-MTD-COUNT (WS-BT-IDX)
065300         ADD WS-IT-BASE-AMOUNT TO WS-BT-MTD-NET (WS-BT-IDX)
065400     END-IF.
065500 2200-EXIT.
065600     EXIT.
065700*
065800******************************************************************
065900* 2210-CONVERT-ITEM.
066000*    CONVERTS THE STAGED AMOUNT TO BRL. A BRL ITEM NEEDS NO RATE;
066100*    ANY OTHER IS CONVERTED AT THE DAY'S RATE OFF THE RATE FILE.
066200*    A MISSING OR STALE RATE LEAVES THE ITEM UNCONVERTED, THE
066300*    SAME TEST THE TOTALS RUN APPLIES.
066400******************************************************************
066500 2210-CONVERT-ITEM.
066600     MOVE "N" TO WS-RATE-FOUND-SW.
066700     IF WS-IT-CURRENCY = WS-BASE-CURRENCY
066800         MOVE WS-IT-AMOUNT TO WS-IT-BASE-AMOUNT
066900         SET WS-RATE-FOUND TO TRUE
067000         GO TO 2210-EXIT
067100     END-IF.
067200     IF NOT WS-FX-AVAILABLE
067300         GO TO 2210-EXIT
067400     END-IF.
067500     MOVE WS-IT-CURRENCY TO FX-CURRENCY.
067600     READ FX-RATE-FILE
067700         INVALID KEY
067800             GO TO 2210-EXIT
067900     END-READ.
068000     IF FX-RATE-DATE < WS-RUN-DATE
068100         GO TO 2210-EXIT
068200     END-IF.
068300     COMPUTE WS-IT-BASE-AMOUNT ROUNDED = WS-IT-AMOUNT * FX-RATE
068400         ON SIZE ERROR
068500             GO TO 2210-EXIT
068600     END-COMPUTE.
068700     SET WS-RATE-FOUND TO TRUE.
068800 2210-EXIT.
068900     EXIT.
069000*
069100******************************************************************
069200* 2500-WRITE-REPORT.
069300*    OPENS THE DATED REPORT FILE AND WRITES THE HEADINGS, ONE
069400*    BLOCK PER BRANCH AND THE FOOTER.
069500******************************************************************
069600 2500-WRITE-REPORT.
069700     PERFORM 2510-OPEN-REPORT THRU 2510-EXIT.
069800     MOVE WS-RUN-AAAAMM TO VH1-MONTH.
069900     MOVE WS-RUN-DATE TO VH1-RUN-DATE.
070000     MOVE WS-VAR-HEADER-1 TO VARIANCE-RECORD.
070100     WRITE VARIANCE-RECORD.
070200     MOVE WS-TOLERANCE-PCT TO VH2-TOLERANCE.
070300     MOVE WS-VAR-HEADER-2 TO VARIANCE-RECORD.
070400     WRITE VARIANCE-RECORD.
070500     MOVE WS-VAR-BLANK-LINE TO VARIANCE-RECORD.
070600     WRITE VARIANCE-RECORD.
070700     MOVE WS-VAR-HEADER-3 TO VARIANCE-RECORD.
070800     WRITE VARIANCE-RECORD.
070900     PERFORM 2600-REPORT-BRANCH THRU 2600-EXIT
071000         VARYING WS-BT-IDX FROM 1 BY 1
071100         UNTIL WS-BT-IDX > WS-BT-COUNT.
071200     MOVE WS-VAR-BLANK-LINE TO VARIANCE-RECORD.
071300     WRITE VARIANCE-RECORD.
071400     MOVE WS-REPORTED-COUNT TO VF-REPORTED.
071500     MOVE WS-OUTSIDE-COUNT TO VF-OUTSIDE.
071600     MOVE WS-NO-BUDGET-COUNT TO VF-NO-BUDGET.
071700     MOVE WS-VAR-FOOTER-LINE TO VARIANCE-RECORD.
071800     WRITE VARIANCE-RECORD.
071900     CLOSE VARIANCE-FILE.
072000 2500-EXIT.
072100     EXIT.
072200*
072300******************************************************************
072400* 2510-OPEN-REPORT.
072500*    OPENS THE REPORT FILE, NAMED FOR THE RUN DATE, FOR OUTPUT -
072600*    A RERUN OF THE SAME MONTH-END REPLACES THE FILE RATHER THAN
072700*    DOUBLING IT. ONLY A FILE NOT THERE BEFORE IS RECORDED ON THE
072800*    REPORT INDEX, SO THE REPRINT UTILITY LISTS IT ONCE.
072900******************************************************************
073000 2510-OPEN-REPORT.
073100     MOVE WS-RUN-DATE TO WS-RUN-DATE-X.
073200     MOVE SPACES TO WS-VAR-FILE-NAME.
073300     STRING "BUDVAR." WS-RUN-DATE-X DELIMITED BY SIZE
073400         INTO WS-VAR-FILE-NAME.
073500     OPEN INPUT VARIANCE-FILE.
073600     IF WS-VAR-FILE-NOT-FOUND
073700         PERFORM 2520-RECORD-REPORT-INDEX THRU 2520-EXIT
073800     ELSE
073900         CLOSE VARIANCE-FILE
074000     END-IF.
074100     OPEN OUTPUT VARIANCE-FILE.
074200 2510-EXIT.
074300     EXIT.
074400*
074500******************************************************************
074600* 2520-RECORD-REPORT-INDEX.
074700*    APPENDS ONE INDEX RECORD FOR THE REPORT FILE ABOUT TO BE
074800*    CREATED, THE SAME WAY THE TOTALS RUN RECORDS ITS DATED
074900*    REPORT FILES.
075000******************************************************************
075100 2520-RECORD-REPORT-INDEX.
075200     OPEN EXTEND REPORT-INDEX-FILE.
075300     IF WS-RIX-FILE-NOT-FOUND
075400         CLOSE REPORT-INDEX-FILE
075500         OPEN OUTPUT REPORT-INDEX-FILE
075600     END-IF.
075700     MOVE SPACES TO REPORT-INDEX-RECORD.
075800     MOVE "BUDVAR" TO RX-REPORT-TYPE.
075900     MOVE WS-RUN-DATE TO RX-REPORT-DATE.
076000     MOVE WS-VAR-FILE-NAME TO RX-FILE-NAME.
076100     WRITE REPORT-INDEX-RECORD.
076200     CLOSE REPORT-INDEX-FILE.
076300 2520-EXIT.
076400     EXIT.
076500*
076600******************************************************************
076700* 2600-REPORT-BRANCH.
076800*    WRITES ONE BRANCH'S BLOCK - ITS NAME LINE, THE MONTH LINE AND
076900*    THE YEAR-TO-DATE LINE, AND A NOTE WHEN ITEMS WENT UNVALUED.
077000*    A CLOSED BRANCH WITH NO BUDGET AND NOTHING THIS YEAR IS LEFT
077100*    OFF. THE BRANCH COUNTS AS OUTSIDE THE BAND WHEN EITHER LINE
077200*    IS FLAGGED.
077300******************************************************************
077400 2600-REPORT-BRANCH.
077500     PERFORM 2610-READ-BRANCH-BUDGET THRU 2610-EXIT.
077600     IF WS-BT-ACTIVE-SW (WS-BT-IDX) = "N"
077700         AND NOT WS-YTD-BUDGETED
077800         AND WS-BT-YTD-COUNT (WS-BT-IDX) = ZEROS
077900         AND WS-BT-YTD-NET (WS-BT-IDX) = ZEROS
078000         GO TO 2600-EXIT
078100     END-IF.
078200     ADD 1 TO WS-REPORTED-COUNT.
078300     IF NOT WS-MTD-BUDGETED
078400         ADD 1 TO WS-NO-BUDGET-COUNT
078500     END-IF.
078600     MOVE "N" TO WS-BRANCH-OUT-SW.
078700     MOVE WS-VAR-BLANK-LINE TO VARIANCE-RECORD.
078800     WRITE VARIANCE-RECORD.
078900     MOVE WS-BT-CODE (WS-BT-IDX) TO VB-BRANCH.
079000     MOVE WS-BT-NAME (WS-BT-IDX) TO VB-NAME.
079100     MOVE SPACES TO VB-CLOSED.
079200     IF WS-BT-ACTIVE-SW (WS-BT-IDX) = "N"
079300         MOVE "CLOSED" TO VB-CLOSED
079400     END-IF.
079500     MOVE WS-VAR-BRANCH-LINE TO VARIANCE-RECORD.
079600     WRITE VARIANCE-RECORD.
079700     MOVE "MONTH" TO VD-PERIOD.
079800     MOVE WS-BT-MTD-COUNT (WS-BT-IDX) TO WS-LN-ACT-COUNT.
079900     MOVE WS-BT-MTD-NET (WS-BT-IDX) TO WS-LN-ACT-NET.
080000     MOVE WS-MTD-TARGET-COUNT TO WS-LN-TGT-COUNT.
080100     MOVE WS-MTD-TARGET-NET TO WS-LN-TGT-NET.
080200     MOVE WS-MTD-BUDGET-SW TO WS-LN-BUDGET-SW.
080300     PERFORM 2700-WRITE-VARIANCE-LINE THRU 2700-EXIT.
080400     MOVE "YTD" TO VD-PERIOD.
080500     MOVE WS-BT-YTD-COUNT (WS-BT-IDX) TO WS-LN-ACT-COUNT.
080600     MOVE WS-BT-YTD-NET (WS-BT-IDX) TO WS-LN-ACT-NET.
080700     MOVE WS-YTD-TARGET-COUNT TO WS-LN-TGT-COUNT.
080800     MOVE WS-YTD-TARGET-NET TO WS-LN-TGT-NET.
080900     MOVE WS-YTD-BUDGET-SW TO WS-LN-BUDGET-SW.
081000     PERFORM 2700-WRITE-VARIANCE-LINE THRU 2700-EXIT.
081100     IF WS-BT-UNCONVERTED (WS-BT-IDX) > ZEROS
081200         MOVE WS-BT-UNCONVERTED (WS-BT-IDX) TO VN-COUNT
081300         MOVE WS-VAR-NOTE-LINE TO VARIANCE-RECORD
081400         WRITE VARIANCE-RECORD
081500     END-IF.
081600     IF WS-BRANCH-OUT
081700         ADD 1 TO WS-OUTSIDE-COUNT
081800     END-IF.
081900 2600-EXIT.
082000     EXIT.
082100*
082200******************************************************************
082300* 2610-READ-BRANCH-BUDGET.
082400*    TAKES THE REPORT MONTH'S TARGETS FOR THE BRANCH, AND ADDS UP
082500*    THE TARGETS OF EVERY MONTH OF THE YEAR SO FAR FOR THE
082600*    YEAR-TO-DATE BUDGET. A MONTH WITH NO RECORD ADDS NOTHING.
082700******************************************************************
082800 2610-READ-BRANCH-BUDGET.
082900     MOVE "N" TO WS-MTD-BUDGET-SW WS-YTD-BUDGET-SW.
083000     MOVE ZEROS TO WS-MTD-TARGET-COUNT WS-MTD-TARGET-NET.
083100     MOVE ZEROS TO WS-YTD-TARGET-COUNT WS-YTD-TARGET-NET.
083200     IF NOT WS-BUD-AVAILABLE
083300         GO TO 2610-EXIT
083400     END-IF.
083500     PERFORM 2620-ADD-BUDGET-MONTH THRU 2620-EXIT
083600         VARYING WS-BUD-MM FROM 1 BY 1
083700         UNTIL WS-BUD-MM > WS-RUN-MM.
083800 2610-EXIT.
083900     EXIT.
084000*
084100******************************************************************
084200* 2620-ADD-BUDGET-MONTH.
084300*    READS THE BRANCH'S BUDGET FOR ONE MONTH OF THE YEAR AND ADDS
084400*    IT TO THE YEAR-TO-DATE TARGETS - AND, FOR THE REPORT MONTH,
084500*    KEEPS IT AS THE MONTH'S TARGETS.
084600******************************************************************
084700 2620-ADD-BUDGET-MONTH.
084800     MOVE WS-BT-CODE (WS-BT-IDX) TO BUD-BRANCH.
084900     COMPUTE BUD-MONTH = WS-RUN-AAAA * 100 + WS-BUD-MM.
085000     READ BUDGET-FILE
085100         INVALID KEY
085200             GO TO 2620-EXIT
085300     END-READ.
085400     SET WS-YTD-BUDGETED TO TRUE.
085500     ADD BUD-TARGET-COUNT TO WS-YTD-TARGET-COUNT.
085600     ADD BUD-TARGET-NET TO WS-YTD-TARGET-NET.
085700     IF WS-BUD-MM = WS-RUN-MM
085800         SET WS-MTD-BUDGETED TO TRUE
085900         MOVE BUD-TARGET-COUNT TO WS-MTD-TARGET-COUNT
086000         MOVE BUD-TARGET-NET TO WS-MTD-TARGET-NET
086100     END-IF.
086200 2620-EXIT.
086300     EXIT.
086400*
086500******************************************************************
086600* 2700-WRITE-VARIANCE-LINE.
086700*    BUILDS AND WRITES ONE PERIOD LINE FROM THE WS-LN- FIELDS
086800*    (VD-PERIOD ALREADY SET). WITH NO BUDGET THE TARGET COLUMNS
086900*    SAY SO AND NOTHING IS FLAGGED; OTHERWISE EACH VARIANCE IS
087000*    WORKED OUT AND THE LINE MARKED ** WHEN EITHER IS OUTSIDE THE
087100*    TOLERANCE BAND.
087200******************************************************************
087300 2700-WRITE-VARIANCE-LINE.
087400     MOVE "N" TO WS-LN-OUTSIDE-SW.
087500     MOVE SPACES TO VD-FLAG.
087600     MOVE WS-LN-ACT-COUNT TO VD-ACT-COUNT.
087700     MOVE WS-LN-ACT-NET TO VD-ACT-NET.
087800     IF NOT WS-LN-BUDGETED
087900         MOVE "   NONE" TO VD-TGT-COUNT-X
088000         MOVE SPACES TO VD-COUNT-VAR-X
088100         MOVE "     NO BUDGET" TO VD-TGT-NET-X
088200         MOVE SPACES TO VD-NET-VAR-X
088300         GO TO 2700-WRITE
088400     END-IF.
088500     MOVE WS-LN-TGT-COUNT TO VD-TGT-COUNT.
088600     MOVE WS-LN-TGT-NET TO VD-TGT-NET.
088700     MOVE WS-LN-ACT-COUNT TO WS-VAR-ACTUAL.
088800     MOVE WS-LN-TGT-COUNT TO WS-VAR-TARGET.
088900     PERFORM 2710-COMPUTE-VARIANCE THRU 2710-EXIT.
089000     IF WS-VAR-DEFINED
089100         MOVE WS-VAR-PCT TO VD-COUNT-VAR
089200     ELSE
089300         MOVE "    N/A" TO VD-COUNT-VAR-X
089400     END-IF.
089500     IF WS-VAR-OUTSIDE
089600         SET WS-LN-OUTSIDE TO TRUE
089700     END-IF.
089800     MOVE WS-LN-ACT-NET TO WS-VAR-ACTUAL.
089900     MOVE WS-LN-TGT-NET TO WS-VAR-TARGET.
090000     PERFORM 2710-COMPUTE-VARIANCE THRU 2710-EXIT.
090100     IF WS-VAR-DEFINED
090200         MOVE WS-VAR-PCT TO VD-NET-VAR
090300     ELSE
090400         MOVE "    N/A" TO VD-NET-VAR-X
090500     END-IF.
090600     IF WS-VAR-OUTSIDE
090700         SET WS-LN-OUTSIDE TO TRUE
090800     END-IF.
090900     IF WS-LN-OUTSIDE
091000         MOVE "**" TO VD-FLAG
091100         SET WS-BRANCH-OUT TO TRUE
091200     END-IF.
091300 2700-WRITE.
091400     MOVE WS-VAR-DETAIL-LINE TO VARIANCE-RECORD.
091500     WRITE VARIANCE-RECORD.
091600 2700-EXIT.
091700     EXIT.
091800*
091900******************************************************************
092000* 2710-COMPUTE-VARIANCE.
092100*    WORKS OUT (ACTUAL - TARGET) AS A PERCENTAGE OF TARGET, HELD
092200*    TO WHAT THE REPORT COLUMN CAN SHOW, AND TESTS IT AGAINST THE
092300*    TOLERANCE BAND. A ZERO TARGET HAS NO PERCENTAGE, AND IS ONLY
092400*    OUTSIDE THE BAND WHEN THERE IS SOME ACTUAL AGAINST IT.
092500******************************************************************
092600 2710-COMPUTE-VARIANCE.
092700     MOVE "N" TO WS-VAR-DEFINED-SW WS-VAR-OUTSIDE-SW.
092800     MOVE ZEROS TO WS-VAR-PCT.
092900     IF WS-VAR-TARGET = ZEROS
093000         IF WS-VAR-ACTUAL NOT = ZEROS
093100             SET WS-VAR-OUTSIDE TO TRUE
093200         END-IF
093300         GO TO 2710-EXIT
093400     END-IF.
093500     SET WS-VAR-DEFINED TO TRUE.
093600     COMPUTE WS-VAR-PCT ROUNDED =
093700         (WS-VAR-ACTUAL - WS-VAR-TARGET) * 100 / WS-VAR-TARGET
093800         ON SIZE ERROR
093900             MOVE 9999,9 TO WS-VAR-PCT
094000     END-COMPUTE.
094100     IF WS-VAR-PCT > 9999,9
094200         MOVE 9999,9 TO WS-VAR-PCT
094300     END-IF.
094400     IF WS-VAR-PCT < -9999,9
094500         MOVE -9999,9 TO WS-VAR-PCT
094600     END-IF.
094700     IF WS-VAR-PCT > WS-TOLERANCE-PCT
094800         OR WS-VAR-PCT < ZEROS - WS-TOLERANCE-PCT
094900         SET WS-VAR-OUTSIDE TO TRUE
095000     END-IF.
095100 2710-EXIT.
095200     EXIT.
095300*
095400******************************************************************
095500* 3000-FINALIZE.
095600*    LOGS THE RUN FIGURES - A WARNING WHEN ITEMS WENT UNVALUED OR
095700*    BELONGED TO NO BRANCH ON THE TABLE - CLOSES THE FILES AND
095800*    WRITES THE JOB RUN HISTORY RECORD.
095900******************************************************************
096000 3000-FINALIZE.
096100     MOVE "FINALIZE" TO WS-LOG-STEP.
096200     IF NOT WS-ABORT-RUN
096300         MOVE SPACES TO WS-LOG-MESSAGE
096400         STRING "BRANCHES " WS-REPORTED-COUNT
096500             " OUTSIDE BAND " WS-OUTSIDE-COUNT
096600             " ITEMS " WS-ITEM-COUNT
096700             DELIMITED BY SIZE INTO WS-LOG-MESSAGE
096800         CALL "LOGWRT01" USING WS-LOG-PARMS
096900         IF WS-UNCONVERTED-COUNT > ZEROS
097000             OR WS-UNKNOWN-BRANCH-COUNT > ZEROS
097100             MOVE "W" TO WS-LOG-SEVERITY
097200             MOVE SPACES TO WS-LOG-MESSAGE
097300             STRING "ITEMS WITH NO RATE " WS-UNCONVERTED-COUNT
097400                 " NOT ON BRANCH TABLE " WS-UNKNOWN-BRANCH-COUNT
097500                 DELIMITED BY SIZE INTO WS-LOG-MESSAGE
097600             CALL "LOGWRT01" USING WS-LOG-PARMS
097700             MOVE "I" TO WS-LOG-SEVERITY
097800         END-IF
097900         IF WS-ARCH-AVAILABLE
098000             CLOSE TRANSACTION-ARCHIVE-FILE
098100         END-IF
098200         IF WS-TRAN-AVAILABLE
098300             CLOSE TRANSACTION-FILE
098400         END-IF
098500         IF WS-BUD-AVAILABLE
098600             CLOSE BUDGET-FILE
098700         END-IF
098800         IF WS-FX-AVAILABLE
098900             CLOSE FX-RATE-FILE
099000         END-IF
099100         MOVE 0 TO WS-FINAL-RC
099200     END-IF.
099300     MOVE WS-FINAL-RC TO RETURN-CODE.
099400     PERFORM 3100-WRITE-JOB-HISTORY THRU 3100-EXIT.
099500 3000-EXIT.
099600     EXIT.
099700*
099800******************************************************************
099900* 3100-WRITE-JOB-HISTORY.
100000*    APPENDS ONE JOB RUN HISTORY RECORD FOR THIS REPORT RUN,
100100*    CARRYING THE NUMBER OF BRANCHES REPORTED.
100200******************************************************************
100300 3100-WRITE-JOB-HISTORY.
100400     OPEN EXTEND JOB-HISTORY-FILE.
100500     IF WS-JH-FILE-NOT-FOUND
100600         CLOSE JOB-HISTORY-FILE
100700         OPEN OUTPUT JOB-HISTORY-FILE
100800     END-IF.
100900     MOVE SPACES TO JOB-HIST-RECORD.
101000     MOVE "BUDVAR01" TO JH-PROGRAM-ID.
101100     MOVE WS-RUN-DATE TO JH-RUN-DATE.
101200     MOVE WS-RUN-TIME TO JH-START-TIME.
101300     ACCEPT WS-END-TIME FROM TIME.
101400     MOVE WS-END-TIME TO JH-END-TIME.
101500     MOVE WS-FINAL-RC TO JH-RETURN-CODE.
101600     MOVE WS-REPORTED-COUNT TO JH-TRAN-COUNT.
101700     MOVE ZEROS TO JH-OPERATOR-ID.
101800     WRITE JOB-HIST-RECORD.
101900     CLOSE JOB-HISTORY-FILE.
102000 3100-EXIT.
102100     EXIT.
102200*
102300 END PROGRAM BUDVAR01.
