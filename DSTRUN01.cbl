000100******************************************************************
000200* AUTHOR:       BRUNNO LORENZONI
000300* INSTALLATION: OPERATIONS / BATCH SUPPORT
000400* DATE-WRITTEN: 2026-10-15
000500* DATE-COMPILED:
000600* PURPOSE:      END-OF-CYCLE REPORT DISTRIBUTION. RUN AS THE LAST
000700*               STEP OF THE NIGHTLY CHAIN, IT WALKS THE
000800*               DISTRIBUTION MASTER (DSTMAST) AND, FOR EVERY
000900*               RECIPIENT DUE TONIGHT BY ITS FREQUENCY, BUILDS ONE
001000*               BUNDLE FILE (DSTBND.<RECIPIENT>.<DATE>) HOLDING A
001100*               COPY OF EACH REPORT OF THE RECIPIENT'S TYPES THE
001200*               REPORT INDEX HAS RECORDED SINCE ITS LAST BUNDLE -
001300*               THE BRANCH-BY-BRANCH STATEMENTS ONLY FOR THE
001400*               RECIPIENT'S OWN BRANCHES. EVERY REPORT BUNDLED IS
001500*               WRITTEN TO THE DISTRIBUTION LOG (DSTLOG). A REPORT
001600*               THE CYCLE SHOULD HAVE PRODUCED BUT THE INDEX DOES
001700*               NOT HAVE, OR ONE INDEXED BUT GONE FROM DISK, IS AN
001800*               EXCEPTION - LOGGED, PRINTED ON THE DATED
001900*               DISTRIBUTION REPORT AND WARNED ON THE AUDIT LOG.
002000*               EXCEPTIONS DO NOT STOP THE CHAIN; NO DISTRIBUTION
002100*               MASTER MEANS NOBODY IS SET UP AND IS A QUIET RUN.
002200* TECTONICS:    COBC
002300******************************************************************
002400* MODIFICATION HISTORY.
002500*    2026-10-15 BL  INITIAL VERSION.
002600******************************************************************
002700 IDENTIFICATION DIVISION.
002800 PROGRAM-ID. DSTRUN01.
002900 ENVIRONMENT DIVISION.
003000 INPUT-OUTPUT SECTION.
003100 FILE-CONTROL.
003200     SELECT DISTRIBUTION-FILE ASSIGN TO "DSTMAST"
003300         ORGANIZATION IS INDEXED
003400         ACCESS MODE IS DYNAMIC
003500         RECORD KEY IS DST-RECIPIENT
003600         FILE STATUS IS WS-DST-FILE-STATUS.
003700     SELECT REPORT-INDEX-FILE ASSIGN TO "RPTINDEX"
003800         ORGANIZATION IS LINE SEQUENTIAL
003900         FILE STATUS IS WS-RIX-FILE-STATUS.
004000     SELECT DATED-REPORT-FILE
004100         ASSIGN TO DYNAMIC WS-REPORT-FILE-NAME
004200         ORGANIZATION IS LINE SEQUENTIAL
004300         FILE STATUS IS WS-SRC-FILE-STATUS.
004400     SELECT BUNDLE-FILE ASSIGN TO DYNAMIC WS-BUNDLE-FILE-NAME
004500         ORGANIZATION IS LINE SEQUENTIAL
004600         FILE STATUS IS WS-BND-FILE-STATUS.
004700     SELECT DISTRIBUTION-LOG-FILE ASSIGN TO "DSTLOG"
004800         ORGANIZATION IS LINE SEQUENTIAL
004900         FILE STATUS IS WS-DLG-FILE-STATUS.
005000     SELECT DIST-REPORT-FILE ASSIGN TO DYNAMIC WS-RPT-FILE-NAME
005100         ORGANIZATION IS LINE SEQUENTIAL
005200         FILE STATUS IS WS-RPT-FILE-STATUS.
005300     SELECT JOB-HISTORY-FILE ASSIGN TO "JOBHIST"
005400         ORGANIZATION IS LINE SEQUENTIAL
005500         FILE STATUS IS WS-JH-FILE-STATUS.
005600*
005700 DATA DIVISION.
005800 FILE SECTION.
005900 FD  DISTRIBUTION-FILE.
006000 COPY "DSTREC.cpy".
006100 FD  REPORT-INDEX-FILE.
006200 COPY "RPTIXREC.cpy".
006300 FD  DATED-REPORT-FILE.
006400 01  DATED-REPORT-RECORD             PIC X(180).
006500 FD  BUNDLE-FILE.
006600 01  BUNDLE-RECORD                   PIC X(180).
006700 FD  DISTRIBUTION-LOG-FILE.
006800 COPY "DSTLGREC.cpy".
006900 FD  DIST-REPORT-FILE.
007000 01  DIST-REPORT-RECORD              PIC X(132).
007100 FD  JOB-HISTORY-FILE.
007200 COPY "HISTREC.cpy".
007300*
007400 WORKING-STORAGE SECTION.
007500 77  WS-DST-FILE-STATUS          PIC X(02) VALUE "00".
007600 77  WS-RIX-FILE-STATUS          PIC X(02) VALUE "00".
007700     88  WS-RIX-FILE-NOT-FOUND   VALUE "35".
007800 77  WS-SRC-FILE-STATUS          PIC X(02) VALUE "00".
007900 77  WS-BND-FILE-STATUS          PIC X(02) VALUE "00".
008000 77  WS-DLG-FILE-STATUS          PIC X(02) VALUE "00".
008100     88  WS-DLG-FILE-NOT-FOUND   VALUE "35".
008200 77  WS-RPT-FILE-STATUS          PIC X(02) VALUE "00".
008300     88  WS-RPT-FILE-NOT-FOUND   VALUE "35".
008400 77  WS-JH-FILE-STATUS           PIC X(02) VALUE "00".
008500     88  WS-JH-FILE-NOT-FOUND    VALUE "35".
008600*
008700 77  WS-DST-EOF-SW               PIC X(01) VALUE "N".
008800     88  WS-DST-EOF              VALUE "Y".
008900 77  WS-RIX-EOF-SW               PIC X(01) VALUE "N".
009000     88  WS-RIX-EOF              VALUE "Y".
009100 77  WS-SRC-EOF-SW               PIC X(01) VALUE "N".
009200     88  WS-SRC-EOF              VALUE "Y".
009300 77  WS-ABORT-SW                 PIC X(01) VALUE "N".
009400     88  WS-ABORT-RUN            VALUE "Y".
009500 77  WS-DUE-SW                   PIC X(01) VALUE "N".
009600     88  WS-RECIPIENT-DUE        VALUE "Y".
009700 77  WS-MONTH-END-SW             PIC X(01) VALUE "N".
009800     88  WS-MONTH-END            VALUE "Y".
009900 77  WS-FILTER-SW                PIC X(01) VALUE "N".
010000     88  WS-BRANCH-FILTERED      VALUE "Y".
010100*
010200 77  WS-RUN-DATE                 PIC 9(08) VALUE ZEROS.
010300 77  WS-RUN-TIME                 PIC 9(08) VALUE ZEROS.
010400 77  WS-END-TIME                 PIC 9(08) VALUE ZEROS.
010500 77  WS-RUN-DOW                  PIC 9(01) VALUE ZEROS.
010600 77  WS-FINAL-RC                 PIC 9(02) VALUE ZEROS.
010700*
010800*    BUNDLE WINDOW. A RECIPIENT'S BUNDLE TAKES EVERY INDEX ENTRY
010900*    DATED FROM WS-FROM-DATE THROUGH THE BUSINESS DATE. THE DAY
011000*    NUMBERS ARE INTEGER-OF-DATE VALUES, SO THE WEEKLY AND
011100*    CATCH-UP ARITHMETIC IS PLAIN ADDITION.
011200*
011300 77  WS-FROM-DATE                PIC 9(08) VALUE ZEROS.
011400 77  WS-RUN-INT                  PIC 9(07) COMP VALUE ZEROS.
011500 77  WS-FROM-INT                 PIC 9(07) COMP VALUE ZEROS.
011600 77  WS-LAST-INT                 PIC 9(07) COMP VALUE ZEROS.
011700 77  WS-WEEKDAY-INT              PIC 9(07) COMP VALUE ZEROS.
011800 77  WS-DAYS-BACK                PIC S9(02) COMP VALUE ZEROS.
011900 77  WS-MAX-CATCHUP-DAYS         PIC 9(02) COMP VALUE 31.
012000 01  WS-MONTH-START              PIC 9(08) VALUE ZEROS.
012100 01  FILLER REDEFINES WS-MONTH-START.
012200     03  WS-MS-AAAAMM            PIC 9(06).
012300     03  WS-MS-DD                PIC 9(02).
012400*
012500 77  WS-RPT-FILE-NAME            PIC X(20) VALUE SPACES.
012600 77  WS-RPT-DATE-X               PIC X(08) VALUE SPACES.
012700 77  WS-REPORT-FILE-NAME         PIC X(20) VALUE SPACES.
012800 77  WS-BUNDLE-FILE-NAME         PIC X(24) VALUE SPACES.
012900*
013000*    THE PIECES OF A BRANCH-BY-BRANCH REPORT'S FILE NAME -
013100*    <TYPE>.<BRANCH>.<AAAAMM>.
013200*
013300 77  WS-FN-PREFIX                PIC X(08) VALUE SPACES.
013400 77  WS-FN-BRANCH                PIC X(04) VALUE SPACES.
013500*
013600*    PER-RECIPIENT WORK TABLE, ONE ENTRY PER REPORT TYPE SLOT ON
013700*    THE MASTER RECORD: WHERE THE TYPE SITS ON THE REPORT TYPE
013800*    TABLE (ZERO IF IT IS NOT THERE), WHETHER THE WINDOW HELD ONE,
013900*    AND - FOR A BRANCH-BY-BRANCH TYPE - WHICH OF THE RECIPIENT'S
014000*    BRANCHES IT HELD ONE FOR.
014100*
014200 01  WS-SLOT-TABLE.
014300     03  WS-SLOT-ENTRY           OCCURS 8 TIMES.
014400         05  WS-SLOT-TY-SUB      PIC 9(02) COMP.
014500         05  WS-SLOT-FOUND-SW    PIC X(01).
014600             88  WS-SLOT-FOUND   VALUE "Y".
014700         05  WS-SLOT-BR-FOUND-SW PIC X(01) OCCURS 8 TIMES.
014800             88  WS-SLOT-BR-FOUND VALUE "Y".
014900 77  WS-SLOT                     PIC 9(02) COMP VALUE ZEROS.
015000 77  WS-HIT-SLOT                 PIC 9(02) COMP VALUE ZEROS.
015100 77  WS-BR-POS                   PIC 9(02) COMP VALUE ZEROS.
015200 77  WS-HIT-BR-POS               PIC 9(02) COMP VALUE ZEROS.
015300 77  WS-TY-SUB                   PIC 9(02) COMP VALUE ZEROS.
015400*
015500 COPY "RPTTYTBL.cpy".
015600*
015700*    COUNTS - PER RECIPIENT AND FOR THE RUN. THE RUN'S REPORTS
015800*    BUNDLED IS WHAT THE JOB RUN HISTORY RECORD CARRIES.
015900*
016000 77  WS-LINE-COUNT               PIC 9(06) VALUE ZEROS.
016100 77  WS-RCP-REPORTS              PIC 9(04) VALUE ZEROS.
016200 77  WS-RCP-EXCEPTIONS           PIC 9(04) VALUE ZEROS.
016300 77  WS-RECIPIENT-COUNT          PIC 9(04) VALUE ZEROS.
016400 77  WS-BUNDLE-COUNT             PIC 9(04) VALUE ZEROS.
016500 77  WS-REPORT-COUNT             PIC 9(06) VALUE ZEROS.
016600 77  WS-EXCEPTION-COUNT          PIC 9(04) VALUE ZEROS.
016700*
016800*    BUNDLE LINES. EACH REPORT COPIED IS OPENED BY A SEPARATOR
016900*    LINE NAMING IT, SO THE RECIPIENT CAN TELL WHERE ONE REPORT
017000*    ENDS AND THE NEXT BEGINS.
017100*
017200 01  WS-BND-HEADER.
017300     03  FILLER                  PIC X(18) VALUE
017400         "REPORT BUNDLE FOR ".
017500     03  BH-RECIPIENT            PIC X(08).
017600     03  FILLER                  PIC X(01) VALUE SPACE.
017700     03  BH-NAME                 PIC X(30).
017800     03  FILLER                  PIC X(15) VALUE
017900         " BUSINESS DATE ".
018000     03  BH-RUN-DATE             PIC 9(08).
018100     03  FILLER                  PIC X(14) VALUE
018200         " REPORTS FROM ".
018300     03  BH-FROM-DATE            PIC 9(08).
018400*
018500 01  WS-BND-SEPARATOR.
018600     03  FILLER                  PIC X(06) VALUE "===== ".
018700     03  BS-TYPE                 PIC X(08).
018800     03  FILLER                  PIC X(01) VALUE SPACE.
018900     03  BS-DATE                 PIC 9(08).
019000     03  FILLER                  PIC X(01) VALUE SPACE.
019100     03  BS-FILE-NAME            PIC X(20).
019200     03  FILLER                  PIC X(06) VALUE " =====".
019300*
019400 01  WS-BND-TRAILER.
019500     03  FILLER                  PIC X(22) VALUE
019600         "===== END OF BUNDLE - ".
019700     03  BT-REPORTS              PIC ZZZ9.
019800     03  FILLER                  PIC X(16) VALUE
019900         " REPORT(S) =====".
020000*
020100*    DISTRIBUTION REPORT LINES.
020200*
020300 01  WS-DST-HEADER-1.
020400     03  FILLER                  PIC X(01) VALUE SPACE.
020500     03  FILLER                  PIC X(34) VALUE
020600         "REPORT DISTRIBUTION".
020700     03  FILLER                  PIC X(10) VALUE "RUN DATE: ".
020800     03  DH1-RUN-DATE            PIC 9(08).
020900*
021000 01  WS-DST-RECIPIENT-LINE.
021100     03  FILLER                  PIC X(01) VALUE SPACE.
021200     03  FILLER                  PIC X(10) VALUE "RECIPIENT ".
021300     03  DR-RECIPIENT            PIC X(08).
021400     03  FILLER                  PIC X(01) VALUE SPACE.
021500     03  DR-NAME                 PIC X(30).
021600     03  FILLER                  PIC X(06) VALUE " FREQ ".
021700     03  DR-FREQUENCY            PIC X(01).
021800     03  FILLER                  PIC X(08) VALUE " BUNDLE ".
021900     03  DR-BUNDLE               PIC X(24).
022000     03  FILLER                  PIC X(09) VALUE " REPORTS ".
022100     03  DR-REPORTS              PIC ZZZ9.
022200     03  FILLER                  PIC X(12) VALUE " EXCEPTIONS ".
022300     03  DR-EXCEPTIONS           PIC ZZZ9.
022400*
022500 01  WS-DST-EXCEPTION-LINE.
022600     03  FILLER                  PIC X(04) VALUE SPACES.
022700     03  DX-STATUS               PIC X(10).
022800     03  DX-TYPE                 PIC X(08).
022900     03  FILLER                  PIC X(01) VALUE SPACE.
023000     03  DX-BRANCH-TAG           PIC X(07).
023100     03  DX-BRANCH               PIC X(04).
023200     03  FILLER                  PIC X(01) VALUE SPACE.
023300     03  DX-FILE-NAME            PIC X(20).
023400*
023500 01  WS-DST-SUMMARY-LINE.
023600     03  FILLER                  PIC X(01) VALUE SPACE.
023700     03  FILLER                  PIC X(15) VALUE
023800         "RECIPIENTS DUE ".
023900     03  DS-RECIPIENTS           PIC ZZZ9.
024000     03  FILLER                  PIC X(09) VALUE " BUNDLES ".
024100     03  DS-BUNDLES              PIC ZZZ9.
024200     03  FILLER                  PIC X(09) VALUE " REPORTS ".
024300     03  DS-REPORTS              PIC ZZZZZ9.
024400     03  FILLER                  PIC X(12) VALUE " EXCEPTIONS ".
024500     03  DS-EXCEPTIONS           PIC ZZZ9.
024600*
024700 COPY "DATEFLD.cpy".
024800*
024900*    PARAMETER AREA PASSED TO FILLER_PROGRAMA FOR THE BUSINESS
025000*    DATE'S DAY OF THE WEEK AND LAST DAY OF THE MONTH. LAYOUT
025100*    MUST MATCH ITS LINKAGE SECTION FIELD FOR FIELD.
025200*
025300 01  WS-DATE-PARMS.
025400     03  WS-DATE-PARM-DD          PIC 9(02).
025500     03  WS-DATE-PARM-MM          PIC 9(02).
025600     03  WS-DATE-PARM-AA          PIC 9(04).
025700     03  WS-DATE-PARM-STATUS      PIC X(01).
025800         88  WS-DATE-PARM-VALID   VALUE "V".
025900         88  WS-DATE-PARM-INVALID VALUE "I".
026000     03  WS-DATE-PARM-DOW         PIC 9(01).
026100     03  WS-DATE-PARM-WEEKEND-SW  PIC X(01).
026200         88  WS-DATE-PARM-WEEKEND VALUE "Y".
026300         88  WS-DATE-PARM-WEEKDAY VALUE "N".
026400     03  WS-DATE-PARM-MAX-DAY     PIC 9(02).
026500     03  WS-DATE-PARM-HOLIDAY-SW  PIC X(01).
026600         88  WS-DATE-PARM-HOLIDAY     VALUE "Y".
026700         88  WS-DATE-PARM-NOT-HOLIDAY VALUE "N".
026800*
026900*    PARAMETER AREA PASSED TO BDATE01. LAYOUT MUST MATCH ITS
027000*    LINKAGE SECTION BDATE-PARMS FIELD FOR FIELD.
027100*
027200 01  WS-BDATE-PARMS.
027300     03  WS-BDATE-FUNCTION        PIC X(01) VALUE "G".
027400     03  WS-BDATE-DATE            PIC 9(08).
027500     03  WS-BDATE-STATUS          PIC X(01).
027600*
027700*    PARAMETER AREA PASSED TO LOGWRT01. LAYOUT MUST MATCH ITS
027800*    LINKAGE SECTION LOG-PARMS FIELD FOR FIELD.
027900*
028000 01  WS-LOG-PARMS.
028100     03  WS-LOG-PROGRAM-ID        PIC X(16) VALUE "DSTRUN01".
028200     03  WS-LOG-STEP              PIC X(12).
028300     03  WS-LOG-RUN-DATE          PIC 9(08).
028400     03  WS-LOG-RUN-TIME          PIC 9(08).
028500     03  WS-LOG-MESSAGE           PIC X(60).
028600     03  WS-LOG-SEVERITY          PIC X(01) VALUE "I".
028700*
028800 PROCEDURE DIVISION.
028900 0000-MAINLINE.
029000     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
029100     IF NOT WS-ABORT-RUN
029200         PERFORM 2000-DISTRIBUTE THRU 2000-EXIT
029300     END-IF.
029400     PERFORM 8000-FINALIZE THRU 8000-EXIT.
029500     GOBACK.
029600*
029700******************************************************************
029800* 1000-INITIALIZE.
029900*    FETCHES THE BUSINESS DATE, ITS DAY OF THE WEEK AND WHETHER
030000*    IT IS THE LAST DAY OF ITS MONTH - THE SAME TEST THE TOTALS
030100*    RUN USES TO PRODUCE THE MONTH-END REPORTS - AND OPENS THE
030200*    DISTRIBUTION MASTER, THE LOG AND THE DATED DISTRIBUTION
030300*    REPORT. NO MASTER MEANS NOBODY IS SET UP TO RECEIVE ANYTHING
030400*    - A QUIET RUN, NOT AN ERROR.
030500******************************************************************
030600 1000-INITIALIZE.
030700     CALL "BDATE01" USING WS-BDATE-PARMS.
030800     MOVE WS-BDATE-DATE TO WS-RUN-DATE.
030900     ACCEPT WS-RUN-TIME FROM TIME.
031000     MOVE WS-RUN-DATE TO WS-LOG-RUN-DATE.
031100     MOVE WS-RUN-TIME TO WS-LOG-RUN-TIME.
031200     MOVE "INITIALIZE" TO WS-LOG-STEP.
031300     MOVE "REPORT DISTRIBUTION STARTING" TO WS-LOG-MESSAGE.
031400     CALL "LOGWRT01" USING WS-LOG-PARMS.
031500     MOVE WS-RUN-DATE TO DATEFLD-DATE.
031600     MOVE DATEFLD-DD TO WS-DATE-PARM-DD.
031700     MOVE DATEFLD-MM TO WS-DATE-PARM-MM.
031800     MOVE DATEFLD-AAAA TO WS-DATE-PARM-AA.
031900     CALL "FILLER_PROGRAMA" USING WS-DATE-PARMS.
032000     IF WS-DATE-PARM-INVALID
032100         OR WS-DATE-PARM-DOW < 1 OR WS-DATE-PARM-DOW > 7
032200         MOVE "W" TO WS-LOG-SEVERITY
032300         MOVE "BUSINESS DATE NOT A VALID DATE - NOTHING SENT" TO
032400             WS-LOG-MESSAGE
032500         CALL "LOGWRT01" USING WS-LOG-PARMS
032600         MOVE "I" TO WS-LOG-SEVERITY
032700         SET WS-ABORT-RUN TO TRUE
032800         GO TO 1000-EXIT
032900     END-IF.
033000     MOVE WS-DATE-PARM-DOW TO WS-RUN-DOW.
033100     IF DATEFLD-DD = WS-DATE-PARM-MAX-DAY
033200         SET WS-MONTH-END TO TRUE
033300     END-IF.
033400     COMPUTE WS-RUN-INT = FUNCTION INTEGER-OF-DATE(WS-RUN-DATE).
033500     OPEN I-O DISTRIBUTION-FILE.
033600     IF WS-DST-FILE-STATUS NOT = "00"
033700         MOVE "NO DISTRIBUTION MASTER - NOTHING TO DISTRIBUTE" TO
033800             WS-LOG-MESSAGE
033900         CALL "LOGWRT01" USING WS-LOG-PARMS
034000         SET WS-ABORT-RUN TO TRUE
034100         GO TO 1000-EXIT
034200     END-IF.
034300     OPEN EXTEND DISTRIBUTION-LOG-FILE.
034400     IF WS-DLG-FILE-NOT-FOUND
034500         CLOSE DISTRIBUTION-LOG-FILE
034600         OPEN OUTPUT DISTRIBUTION-LOG-FILE
034700     END-IF.
034800     MOVE WS-RUN-DATE TO WS-RPT-DATE-X.
034900     MOVE SPACES TO WS-RPT-FILE-NAME.
035000     STRING "DSTRPT." WS-RPT-DATE-X DELIMITED BY SIZE
035100         INTO WS-RPT-FILE-NAME.
035200     OPEN EXTEND DIST-REPORT-FILE.
035300     IF WS-RPT-FILE-NOT-FOUND
035400         CLOSE DIST-REPORT-FILE
035500         OPEN OUTPUT DIST-REPORT-FILE
035600         PERFORM 1100-RECORD-REPORT-INDEX THRU 1100-EXIT
035700     END-IF.
035800     MOVE WS-RUN-DATE TO DH1-RUN-DATE.
035900     MOVE WS-DST-HEADER-1 TO DIST-REPORT-RECORD.
036000     WRITE DIST-REPORT-RECORD.
036100 1000-EXIT.
036200     EXIT.
036300*
036400******************************************************************
036500* 1100-RECORD-REPORT-INDEX.
036600*    APPENDS ONE INDEX RECORD FOR THE DATED REPORT FILE JUST
036700*    CREATED, SO THE REPRINT UTILITY KNOWS IT EXISTS.
036800******************************************************************
036900 1100-RECORD-REPORT-INDEX.
037000     OPEN EXTEND REPORT-INDEX-FILE.
037100     IF WS-RIX-FILE-NOT-FOUND
037200         CLOSE REPORT-INDEX-FILE
037300         OPEN OUTPUT REPORT-INDEX-FILE
037400     END-IF.
037500     MOVE SPACES TO REPORT-INDEX-RECORD.
037600     MOVE "DSTRPT" TO RX-REPORT-TYPE.
037700     MOVE WS-RUN-DATE TO RX-REPORT-DATE.
037800     MOVE WS-RPT-FILE-NAME TO RX-FILE-NAME.
037900     WRITE REPORT-INDEX-RECORD.
038000     CLOSE REPORT-INDEX-FILE.
038100 1100-EXIT.
038200     EXIT.
038300*
038400******************************************************************
038500* 2000-DISTRIBUTE.
038600*    WALKS THE WHOLE DISTRIBUTION MASTER IN RECIPIENT ORDER.
038700******************************************************************
038800 2000-DISTRIBUTE.
038900     MOVE "DISTRIBUTE" TO WS-LOG-STEP.
039000     MOVE LOW-VALUES TO DST-RECIPIENT.
039100     START DISTRIBUTION-FILE KEY IS NOT LESS THAN DST-RECIPIENT
039200         INVALID KEY
039300             SET WS-DST-EOF TO TRUE
039400     END-START.
039500     PERFORM 2100-ONE-RECIPIENT THRU 2100-EXIT
039600         UNTIL WS-DST-EOF.
039700 2000-EXIT.
039800     EXIT.
039900*
040000******************************************************************
040100* 2100-ONE-RECIPIENT.
040200*    READS THE NEXT RECIPIENT. ONE DUE TONIGHT GETS ITS BUNDLE
040300*    BUILT, ITS EXPECTED REPORTS CHECKED AND ITS LINE ON THE
040400*    DISTRIBUTION REPORT; ITS LAST-BUNDLE DATE IS THEN SET TO THE
040500*    BUSINESS DATE, SO A RESTARTED STEP DOES NOT BUNDLE IT TWICE.
040600******************************************************************
040700 2100-ONE-RECIPIENT.
040800     READ DISTRIBUTION-FILE NEXT RECORD
040900         AT END
041000             SET WS-DST-EOF TO TRUE
041100             GO TO 2100-EXIT
041200     END-READ.
041300     PERFORM 2200-CHECK-DUE THRU 2200-EXIT.
041400     IF NOT WS-RECIPIENT-DUE
041500         GO TO 2100-EXIT
041600     END-IF.
041700     ADD 1 TO WS-RECIPIENT-COUNT.
041800     MOVE ZEROS TO WS-RCP-REPORTS.
041900     MOVE ZEROS TO WS-RCP-EXCEPTIONS.
042000     MOVE "N" TO WS-FILTER-SW.
042100     IF DST-BRANCHES NOT = SPACES
042200         SET WS-BRANCH-FILTERED TO TRUE
042300     END-IF.
042400     PERFORM 2300-BUILD-BUNDLE THRU 2300-EXIT.
042500     PERFORM 2600-CHECK-EXPECTED THRU 2600-EXIT
042600         VARYING WS-SLOT FROM 1 BY 1
042700         UNTIL WS-SLOT > 8.
042800     MOVE WS-RCP-REPORTS TO BT-REPORTS.
042900     MOVE WS-BND-TRAILER TO BUNDLE-RECORD.
043000     WRITE BUNDLE-RECORD.
043100     CLOSE BUNDLE-FILE.
043200     ADD 1 TO WS-BUNDLE-COUNT.
043300     MOVE DST-RECIPIENT TO DR-RECIPIENT.
043400     MOVE DST-NAME TO DR-NAME.
043500     MOVE DST-FREQUENCY TO DR-FREQUENCY.
043600     MOVE WS-BUNDLE-FILE-NAME TO DR-BUNDLE.
043700     MOVE WS-RCP-REPORTS TO DR-REPORTS.
043800     MOVE WS-RCP-EXCEPTIONS TO DR-EXCEPTIONS.
043900     MOVE WS-DST-RECIPIENT-LINE TO DIST-REPORT-RECORD.
044000     WRITE DIST-REPORT-RECORD.
044100     MOVE WS-RUN-DATE TO DST-LAST-BUNDLE-DATE.
044200     REWRITE DISTRIBUTION-RECORD
044300         INVALID KEY
044400             MOVE "W" TO WS-LOG-SEVERITY
044500             MOVE SPACES TO WS-LOG-MESSAGE
044600             STRING "LAST-BUNDLE DATE NOT SAVED FOR "
044700                 DST-RECIPIENT DELIMITED BY SIZE
044800                 INTO WS-LOG-MESSAGE
044900             CALL "LOGWRT01" USING WS-LOG-PARMS
045000             MOVE "I" TO WS-LOG-SEVERITY
045100     END-REWRITE.
045200 2100-EXIT.
045300     EXIT.
045400*
045500******************************************************************
045600* 2200-CHECK-DUE.
045700*    DECIDES WHETHER THE RECIPIENT JUST READ IS DUE A BUNDLE
045800*    TONIGHT AND, IF SO, HOW FAR BACK IT REACHES:
045900*      D  EVERY CYCLE.
046000*      W  THE FIRST CYCLE ON OR AFTER THE RECIPIENT'S WEEKDAY - SO
046100*         A HOLIDAY ON THAT DAY MOVES THE BUNDLE TO THE NEXT CYCLE
046200*         RATHER THAN LOSING THE WEEK. A NEW RECIPIENT WAITS FOR
046300*         THE WEEKDAY ITSELF.
046400*      M  THE MONTH-END CYCLE.
046500*    A RECIPIENT ALREADY BUNDLED FOR THIS BUSINESS DATE IS NOT
046600*    DUE AGAIN. THE BUNDLE REACHES BACK TO THE DAY AFTER THE LAST
046700*    BUNDLE (A MISSED CYCLE IS PICKED UP NEXT TIME), BUT NEVER
046800*    MORE THAN A MONTH; A FIRST BUNDLE COVERS JUST ITS OWN PERIOD
046900*    - THE DAY, THE LAST SEVEN DAYS OR THE MONTH.
047000******************************************************************
047100 2200-CHECK-DUE.
047200     MOVE "N" TO WS-DUE-SW.
047300     IF DST-LAST-BUNDLE-DATE NOT < WS-RUN-DATE
047400         GO TO 2200-EXIT
047500     END-IF.
047600     MOVE ZEROS TO WS-LAST-INT.
047700     IF DST-LAST-BUNDLE-DATE NOT = ZEROS
047800         COMPUTE WS-LAST-INT =
047900             FUNCTION INTEGER-OF-DATE(DST-LAST-BUNDLE-DATE)
048000     END-IF.
048100     EVALUATE TRUE
048200         WHEN DST-DAILY
048300             MOVE WS-RUN-INT TO WS-FROM-INT
048400         WHEN DST-WEEKLY
048500             COMPUTE WS-DAYS-BACK = WS-RUN-DOW - DST-WEEKDAY
048600             IF WS-DAYS-BACK < ZERO
048700                 ADD 7 TO WS-DAYS-BACK
048800             END-IF
048900             COMPUTE WS-WEEKDAY-INT = WS-RUN-INT - WS-DAYS-BACK
049000             IF WS-LAST-INT = ZEROS
049100                 IF WS-DAYS-BACK NOT = ZERO
049200                     GO TO 2200-EXIT
049300                 END-IF
049400             ELSE
049500                 IF WS-LAST-INT NOT < WS-WEEKDAY-INT
049600                     GO TO 2200-EXIT
049700                 END-IF
049800             END-IF
049900             COMPUTE WS-FROM-INT = WS-RUN-INT - 6
050000         WHEN DST-MONTHLY
050100             IF NOT WS-MONTH-END
050200                 GO TO 2200-EXIT
050300             END-IF
050400             MOVE WS-RUN-DATE TO WS-MONTH-START
050500             MOVE 01 TO WS-MS-DD
050600             COMPUTE WS-FROM-INT =
050700                 FUNCTION INTEGER-OF-DATE(WS-MONTH-START)
050800         WHEN OTHER
050900             GO TO 2200-EXIT
051000     END-EVALUATE.
051100     IF WS-LAST-INT NOT = ZEROS
051200         COMPUTE WS-FROM-INT = WS-LAST-INT + 1
051300         IF WS-FROM-INT < WS-RUN-INT - WS-MAX-CATCHUP-DAYS
051400             COMPUTE WS-FROM-INT =
051500                 WS-RUN-INT - WS-MAX-CATCHUP-DAYS
051600         END-IF
051700     END-IF.
051800     COMPUTE WS-FROM-DATE = FUNCTION DATE-OF-INTEGER(WS-FROM-INT).
051900     SET WS-RECIPIENT-DUE TO TRUE.
052000 2200-EXIT.
052100     EXIT.
052200*
052300******************************************************************
052400* 2300-BUILD-BUNDLE.
052500*    OPENS THE RECIPIENT'S BUNDLE FILE FRESH - A RERUN REBUILDS
052600*    IT - AND WRITES ITS HEADER, LOOKS EACH OF THE RECIPIENT'S
052700*    REPORT TYPES UP ON THE REPORT TYPE TABLE, THEN READS THE
052800*    WHOLE REPORT INDEX FOR THE ENTRIES THAT BELONG IN THE BUNDLE.
052900*    NO INDEX AT ALL LEAVES AN EMPTY BUNDLE, AND EVERY REPORT DUE
053000*    IS THEN REPORTED MISSING.
053100******************************************************************
053200 2300-BUILD-BUNDLE.
053300     MOVE SPACES TO WS-BUNDLE-FILE-NAME.
053400     STRING "DSTBND." DELIMITED BY SIZE
053500         DST-RECIPIENT DELIMITED BY SPACE
053600         "." DELIMITED BY SIZE
053700         WS-RPT-DATE-X DELIMITED BY SIZE
053800         INTO WS-BUNDLE-FILE-NAME.
053900     OPEN OUTPUT BUNDLE-FILE.
054000     MOVE DST-RECIPIENT TO BH-RECIPIENT.
054100     MOVE DST-NAME TO BH-NAME.
054200     MOVE WS-RUN-DATE TO BH-RUN-DATE.
054300     MOVE WS-FROM-DATE TO BH-FROM-DATE.
054400     MOVE WS-BND-HEADER TO BUNDLE-RECORD.
054500     WRITE BUNDLE-RECORD.
054600     PERFORM 2310-SET-ONE-SLOT THRU 2310-EXIT
054700         VARYING WS-SLOT FROM 1 BY 1
054800         UNTIL WS-SLOT > 8.
054900     MOVE "N" TO WS-RIX-EOF-SW.
055000     OPEN INPUT REPORT-INDEX-FILE.
055100     IF WS-RIX-FILE-NOT-FOUND
055200         CLOSE REPORT-INDEX-FILE
055300         GO TO 2300-EXIT
055400     END-IF.
055500     PERFORM 2400-CHECK-ONE-ENTRY THRU 2400-EXIT
055600         UNTIL WS-RIX-EOF.
055700     CLOSE REPORT-INDEX-FILE.
055800 2300-EXIT.
055900     EXIT.
056000*
056100******************************************************************
056200* 2310-SET-ONE-SLOT.
056300*    CLEARS ONE SLOT OF THE WORK TABLE AND FINDS ITS REPORT TYPE
056400*    ON THE REPORT TYPE TABLE. A BLANK SLOT, OR A TYPE NOT ON THE
056500*    TABLE, KEEPS A ZERO SUBSCRIPT AND IS NEVER EXPECTED.
056600******************************************************************
056700 2310-SET-ONE-SLOT.
056800     MOVE ZEROS TO WS-SLOT-TY-SUB (WS-SLOT).
056900     MOVE "N" TO WS-SLOT-FOUND-SW (WS-SLOT).
057000     MOVE ALL "N" TO WS-SLOT-BR-FOUND-SW (WS-SLOT, 1)
057100         WS-SLOT-BR-FOUND-SW (WS-SLOT, 2)
057200         WS-SLOT-BR-FOUND-SW (WS-SLOT, 3)
057300         WS-SLOT-BR-FOUND-SW (WS-SLOT, 4)
057400         WS-SLOT-BR-FOUND-SW (WS-SLOT, 5)
057500         WS-SLOT-BR-FOUND-SW (WS-SLOT, 6)
057600         WS-SLOT-BR-FOUND-SW (WS-SLOT, 7)
057700         WS-SLOT-BR-FOUND-SW (WS-SLOT, 8).
057800     IF DST-REPORT-TYPE (WS-SLOT) = SPACES
057900         GO TO 2310-EXIT
058000     END-IF.
058100     PERFORM 2320-MATCH-ONE-TYPE THRU 2320-EXIT
058200         VARYING WS-TY-SUB FROM 1 BY 1
058300         UNTIL WS-TY-SUB > RPT-TY-COUNT
058400             OR WS-SLOT-TY-SUB (WS-SLOT) NOT = ZEROS.
058500 2310-EXIT.
058600     EXIT.
058700*
058800******************************************************************
058900* 2320-MATCH-ONE-TYPE.
059000*    TAKES REPORT TYPE TABLE ENTRY WS-TY-SUB FOR THE CURRENT SLOT
059100*    WHEN THE NAMES MATCH.
059200******************************************************************
059300 2320-MATCH-ONE-TYPE.
059400     IF RPT-TY-TYPE (WS-TY-SUB) = DST-REPORT-TYPE (WS-SLOT)
059500         MOVE WS-TY-SUB TO WS-SLOT-TY-SUB (WS-SLOT)
059600     END-IF.
059700 2320-EXIT.
059800     EXIT.
059900*
060000******************************************************************
060100* 2400-CHECK-ONE-ENTRY.
060200*    READS ONE REPORT INDEX ENTRY AND PUTS IT IN THE BUNDLE WHEN
060300*    ITS DATE FALLS IN THE RECIPIENT'S WINDOW AND ITS TYPE IS ONE
060400*    THE RECIPIENT RECEIVES. A BRANCH-BY-BRANCH REPORT ALSO HAS TO
060500*    BE FOR ONE OF THE RECIPIENT'S BRANCHES, WHEN IT HAS ANY. THIS
060600*    RUN'S OWN DISTRIBUTION REPORT IS STILL BEING WRITTEN AND IS
060700*    LEFT FOR TOMORROW'S BUNDLES.
060800******************************************************************
060900 2400-CHECK-ONE-ENTRY.
061000     READ REPORT-INDEX-FILE
061100         AT END
061200             SET WS-RIX-EOF TO TRUE
061300             GO TO 2400-EXIT
061400     END-READ.
061500     IF RX-REPORT-DATE < WS-FROM-DATE
061600         OR RX-REPORT-DATE > WS-RUN-DATE
061700         GO TO 2400-EXIT
061800     END-IF.
061900     IF RX-FILE-NAME = WS-RPT-FILE-NAME
062000         GO TO 2400-EXIT
062100     END-IF.
062200     MOVE ZEROS TO WS-HIT-SLOT.
062300     PERFORM 2410-MATCH-ONE-SLOT THRU 2410-EXIT
062400         VARYING WS-SLOT FROM 1 BY 1
062500         UNTIL WS-SLOT > 8 OR WS-HIT-SLOT NOT = ZEROS.
062600     IF WS-HIT-SLOT = ZEROS
062700         GO TO 2400-EXIT
062800     END-IF.
062900     MOVE SPACES TO WS-FN-BRANCH.
063000     MOVE WS-SLOT-TY-SUB (WS-HIT-SLOT) TO WS-TY-SUB.
063100     IF WS-TY-SUB NOT = ZEROS
063200         IF RPT-TY-PER-BRANCH (WS-TY-SUB)
063300             UNSTRING RX-FILE-NAME DELIMITED BY "."
063400                 INTO WS-FN-PREFIX WS-FN-BRANCH
063500             END-UNSTRING
063600             IF WS-BRANCH-FILTERED
063700                 MOVE ZEROS TO WS-HIT-BR-POS
063800                 PERFORM 2420-MATCH-ONE-BRANCH THRU 2420-EXIT
063900                     VARYING WS-BR-POS FROM 1 BY 1
064000                     UNTIL WS-BR-POS > 8
064100                         OR WS-HIT-BR-POS NOT = ZEROS
064200                 IF WS-HIT-BR-POS = ZEROS
064300                     GO TO 2400-EXIT
064400                 END-IF
064500                 SET WS-SLOT-BR-FOUND (WS-HIT-SLOT, WS-HIT-BR-POS)
064600                     TO TRUE
064700             END-IF
064800         END-IF
064900     END-IF.
065000     SET WS-SLOT-FOUND (WS-HIT-SLOT) TO TRUE.
065100     PERFORM 2500-COPY-REPORT THRU 2500-EXIT.
065200 2400-EXIT.
065300     EXIT.
065400*
065500******************************************************************
065600* 2410-MATCH-ONE-SLOT.
065700*    NOTES THE SLOT WHOSE REPORT TYPE IS THE INDEX ENTRY'S.
065800******************************************************************
065900 2410-MATCH-ONE-SLOT.
066000     IF DST-REPORT-TYPE (WS-SLOT) NOT = SPACES
066100         AND DST-REPORT-TYPE (WS-SLOT) = RX-REPORT-TYPE
066200         MOVE WS-SLOT TO WS-HIT-SLOT
066300     END-IF.
066400 2410-EXIT.
066500     EXIT.
066600*
066700******************************************************************
066800* 2420-MATCH-ONE-BRANCH.
066900*    NOTES THE POSITION ON THE RECIPIENT'S BRANCH LIST HOLDING
067000*    THE BRANCH THE REPORT WAS WRITTEN FOR.
067100******************************************************************
067200 2420-MATCH-ONE-BRANCH.
067300     IF DST-BRANCH (WS-BR-POS) NOT = SPACES
067400         AND DST-BRANCH (WS-BR-POS) = WS-FN-BRANCH
067500         MOVE WS-BR-POS TO WS-HIT-BR-POS
067600     END-IF.
067700 2420-EXIT.
067800     EXIT.
067900*
068000******************************************************************
068100* 2500-COPY-REPORT.
068200*    COPIES THE DATED REPORT NAMED BY THE INDEX ENTRY INTO THE
068300*    BUNDLE BEHIND A SEPARATOR LINE AND LOGS IT DELIVERED. A FILE
068400*    ON THE INDEX BUT GONE FROM DISK IS AN EXCEPTION INSTEAD.
068500******************************************************************
068600 2500-COPY-REPORT.
068700     MOVE RX-FILE-NAME TO WS-REPORT-FILE-NAME.
068800     MOVE SPACES TO DISTRIBUTION-LOG-RECORD.
068900     MOVE RX-REPORT-TYPE TO DL-REPORT-TYPE.
069000     MOVE RX-REPORT-DATE TO DL-REPORT-DATE.
069100     MOVE WS-FN-BRANCH TO DL-BRANCH.
069200     MOVE RX-FILE-NAME TO DL-FILE-NAME.
069300     MOVE ZEROS TO DL-LINE-COUNT.
069400     OPEN INPUT DATED-REPORT-FILE.
069500     IF WS-SRC-FILE-STATUS NOT = "00"
069600         SET DL-FILE-GONE TO TRUE
069700         MOVE "FILE GONE" TO DX-STATUS
069800         PERFORM 2700-REPORT-EXCEPTION THRU 2700-EXIT
069900         GO TO 2500-EXIT
070000     END-IF.
070100     MOVE RX-REPORT-TYPE TO BS-TYPE.
070200     MOVE RX-REPORT-DATE TO BS-DATE.
070300     MOVE RX-FILE-NAME TO BS-FILE-NAME.
070400     MOVE WS-BND-SEPARATOR TO BUNDLE-RECORD.
070500     WRITE BUNDLE-RECORD.
070600     MOVE ZEROS TO WS-LINE-COUNT.
070700     MOVE "N" TO WS-SRC-EOF-SW.
070800     PERFORM 2510-COPY-ONE-LINE THRU 2510-EXIT
070900         UNTIL WS-SRC-EOF.
071000     CLOSE DATED-REPORT-FILE.
071100     SET DL-DELIVERED TO TRUE.
071200     MOVE WS-BUNDLE-FILE-NAME TO DL-BUNDLE-NAME.
071300     MOVE WS-LINE-COUNT TO DL-LINE-COUNT.
071400     PERFORM 2900-WRITE-LOG THRU 2900-EXIT.
071500     ADD 1 TO WS-RCP-REPORTS.
071600     ADD 1 TO WS-REPORT-COUNT.
071700 2500-EXIT.
071800     EXIT.
071900*
072000******************************************************************
072100* 2510-COPY-ONE-LINE.
072200*    COPIES ONE REPORT LINE INTO THE BUNDLE.
072300******************************************************************
072400 2510-COPY-ONE-LINE.
072500     READ DATED-REPORT-FILE
072600         AT END
072700             SET WS-SRC-EOF TO TRUE
072800             GO TO 2510-EXIT
072900     END-READ.
073000     MOVE DATED-REPORT-RECORD TO BUNDLE-RECORD.
073100     WRITE BUNDLE-RECORD.
073200     ADD 1 TO WS-LINE-COUNT.
073300 2510-EXIT.
073400     EXIT.
073500*
073600******************************************************************
073700* 2600-CHECK-EXPECTED.
073800*    FOR THE REPORT TYPE IN SLOT WS-SLOT, DECIDES WHETHER
073900*    TONIGHT'S CYCLE SHOULD HAVE PRODUCED IT - AN EVERY-CYCLE
074000*    REPORT ALWAYS, A MONTH-END ONE ONLY AT MONTH-END, AN
074100*    ON-REQUEST ONE NEVER - AND CALLS IT MISSING WHEN THE WINDOW
074200*    HELD NONE. A BRANCH-BY-
074300*    BRANCH REPORT FOR A RECIPIENT WITH BRANCHES IS CHECKED BRANCH
074400*    BY BRANCH, SO THE EXCEPTION NAMES THE BRANCH LEFT OUT.
074500******************************************************************
074600 2600-CHECK-EXPECTED.
074700     MOVE WS-SLOT-TY-SUB (WS-SLOT) TO WS-TY-SUB.
074800     IF WS-TY-SUB = ZEROS
074900         GO TO 2600-EXIT
075000     END-IF.
075100     IF RPT-TY-ON-REQUEST (WS-TY-SUB)
075200         GO TO 2600-EXIT
075300     END-IF.
075400     IF RPT-TY-MONTH-END (WS-TY-SUB) AND NOT WS-MONTH-END
075500         GO TO 2600-EXIT
075600     END-IF.
075700     IF RPT-TY-PER-BRANCH (WS-TY-SUB) AND WS-BRANCH-FILTERED
075800         PERFORM 2610-CHECK-ONE-BRANCH THRU 2610-EXIT
075900             VARYING WS-BR-POS FROM 1 BY 1
076000             UNTIL WS-BR-POS > 8
076100         GO TO 2600-EXIT
076200     END-IF.
076300     IF NOT WS-SLOT-FOUND (WS-SLOT)
076400         MOVE SPACES TO WS-FN-BRANCH
076500         PERFORM 2650-RECORD-MISSING THRU 2650-EXIT
076600     END-IF.
076700 2600-EXIT.
076800     EXIT.
076900*
077000******************************************************************
077100* 2610-CHECK-ONE-BRANCH.
077200*    CALLS THE CURRENT SLOT'S REPORT MISSING FOR ONE OF THE
077300*    RECIPIENT'S BRANCHES WHEN NONE WAS FOUND FOR IT.
077400******************************************************************
077500 2610-CHECK-ONE-BRANCH.
077600     IF DST-BRANCH (WS-BR-POS) = SPACES
077700         GO TO 2610-EXIT
077800     END-IF.
077900     IF NOT WS-SLOT-BR-FOUND (WS-SLOT, WS-BR-POS)
078000         MOVE DST-BRANCH (WS-BR-POS) TO WS-FN-BRANCH
078100         PERFORM 2650-RECORD-MISSING THRU 2650-EXIT
078200     END-IF.
078300 2610-EXIT.
078400     EXIT.
078500*
078600******************************************************************
078700* 2650-RECORD-MISSING.
078800*    LOGS AND REPORTS THE CURRENT SLOT'S REPORT TYPE AS MISSING
078900*    FROM THE INDEX (FOR THE BRANCH IN WS-FN-BRANCH, IF ANY).
079000******************************************************************
079100 2650-RECORD-MISSING.
079200     MOVE SPACES TO DISTRIBUTION-LOG-RECORD.
079300     MOVE DST-REPORT-TYPE (WS-SLOT) TO DL-REPORT-TYPE.
079400     MOVE ZEROS TO DL-REPORT-DATE.
079500     MOVE WS-FN-BRANCH TO DL-BRANCH.
079600     MOVE ZEROS TO DL-LINE-COUNT.
079700     SET DL-MISSING TO TRUE.
079800     MOVE "MISSING" TO DX-STATUS.
079900     PERFORM 2700-REPORT-EXCEPTION THRU 2700-EXIT.
080000 2650-EXIT.
080100     EXIT.
080200*
080300******************************************************************
080400* 2700-REPORT-EXCEPTION.
080500*    WRITES THE EXCEPTION SET UP IN THE LOG RECORD TO THE LOG,
080600*    PRINTS IT UNDER THE RECIPIENT ON THE DISTRIBUTION REPORT AND
080700*    WARNS IT ON THE AUDIT LOG.
080800******************************************************************
080900 2700-REPORT-EXCEPTION.
081000     MOVE WS-BUNDLE-FILE-NAME TO DL-BUNDLE-NAME.
081100     PERFORM 2900-WRITE-LOG THRU 2900-EXIT.
081200     MOVE DL-REPORT-TYPE TO DX-TYPE.
081300     IF DL-BRANCH = SPACES
081400         MOVE SPACES TO DX-BRANCH-TAG
081500     ELSE
081600         MOVE "BRANCH " TO DX-BRANCH-TAG
081700     END-IF.
081800     MOVE DL-BRANCH TO DX-BRANCH.
081900     MOVE DL-FILE-NAME TO DX-FILE-NAME.
082000     MOVE WS-DST-EXCEPTION-LINE TO DIST-REPORT-RECORD.
082100     WRITE DIST-REPORT-RECORD.
082200     MOVE "W" TO WS-LOG-SEVERITY.
082300     MOVE SPACES TO WS-LOG-MESSAGE.
082400     STRING DL-REPORT-TYPE " " DL-BRANCH " " DX-STATUS
082500         " FOR RECIPIENT " DST-RECIPIENT
082600         DELIMITED BY SIZE INTO WS-LOG-MESSAGE.
082700     CALL "LOGWRT01" USING WS-LOG-PARMS.
082800     MOVE "I" TO WS-LOG-SEVERITY.
082900     ADD 1 TO WS-RCP-EXCEPTIONS.
083000     ADD 1 TO WS-EXCEPTION-COUNT.
083100 2700-EXIT.
083200     EXIT.
083300*
083400******************************************************************
083500* 2900-WRITE-LOG.
083600*    STAMPS THE RUN AND RECIPIENT ON THE LOG RECORD THE CALLER
083700*    FILLED IN AND APPENDS IT TO THE DISTRIBUTION LOG.
083800******************************************************************
083900 2900-WRITE-LOG.
084000     MOVE WS-RUN-DATE TO DL-RUN-DATE.
084100     MOVE WS-RUN-TIME TO DL-RUN-TIME.
084200     MOVE DST-RECIPIENT TO DL-RECIPIENT.
084300     WRITE DISTRIBUTION-LOG-RECORD.
084400 2900-EXIT.
084500     EXIT.
084600*
084700******************************************************************
084800* 8000-FINALIZE.
084900*    PRINTS AND LOGS THE RUN SUMMARY, CLOSES THE FILES AND WRITES
085000*    THE JOB RUN HISTORY RECORD. EXCEPTIONS WARN BUT THE RETURN
085100*    CODE STAYS ZERO - THE REPORTS THEMSELVES ARE ALREADY WRITTEN,
085200*    AND A MISSING ONE IS CHASED IN THE MORNING, NOT BY HOLDING
085300*    THE CHAIN.
085400******************************************************************
085500 8000-FINALIZE.
085600     MOVE "FINALIZE" TO WS-LOG-STEP.
085700     MOVE 0 TO WS-FINAL-RC.
085800     IF NOT WS-ABORT-RUN
085900         MOVE WS-RECIPIENT-COUNT TO DS-RECIPIENTS
086000         MOVE WS-BUNDLE-COUNT TO DS-BUNDLES
086100         MOVE WS-REPORT-COUNT TO DS-REPORTS
086200         MOVE WS-EXCEPTION-COUNT TO DS-EXCEPTIONS
086300         MOVE WS-DST-SUMMARY-LINE TO DIST-REPORT-RECORD
086400         WRITE DIST-REPORT-RECORD
086500         MOVE SPACES TO WS-LOG-MESSAGE
086600         STRING "BUNDLES " WS-BUNDLE-COUNT
086700             " REPORTS " WS-REPORT-COUNT
086800             " EXCEPTIONS " WS-EXCEPTION-COUNT
086900             DELIMITED BY SIZE INTO WS-LOG-MESSAGE
087000         IF WS-EXCEPTION-COUNT > ZEROS
087100             MOVE "W" TO WS-LOG-SEVERITY
087200         END-IF
087300         CALL "LOGWRT01" USING WS-LOG-PARMS
087400         MOVE "I" TO WS-LOG-SEVERITY
087500         CLOSE DISTRIBUTION-FILE
087600         CLOSE DISTRIBUTION-LOG-FILE
087700         CLOSE DIST-REPORT-FILE
087800     END-IF.
087900     PERFORM 8100-WRITE-JOB-HISTORY THRU 8100-EXIT.
088000     MOVE WS-FINAL-RC TO RETURN-CODE.
088100 8000-EXIT.
088200     EXIT.
088300*
088400******************************************************************
088500* 8100-WRITE-JOB-HISTORY.
088600*    APPENDS ONE JOB RUN HISTORY RECORD FOR THIS RUN, CARRYING THE
088700*    NUMBER OF REPORTS BUNDLED.
088800******************************************************************
088900 8100-WRITE-JOB-HISTORY.
089000     OPEN EXTEND JOB-HISTORY-FILE.
089100     IF WS-JH-FILE-NOT-FOUND
089200         CLOSE JOB-HISTORY-FILE
089300         OPEN OUTPUT JOB-HISTORY-FILE
089400     END-IF.
089500     MOVE SPACES TO JOB-HIST-RECORD.
089600     MOVE "DSTRUN01" TO JH-PROGRAM-ID.
089700     MOVE WS-RUN-DATE TO JH-RUN-DATE.
089800     MOVE WS-RUN-TIME TO JH-START-TIME.
089900     ACCEPT WS-END-TIME FROM TIME.
090000     MOVE WS-END-TIME TO JH-END-TIME.
090100     MOVE WS-FINAL-RC TO JH-RETURN-CODE.
090200     MOVE WS-REPORT-COUNT TO JH-TRAN-COUNT.
090300     MOVE ZEROS TO JH-OPERATOR-ID.
090400     WRITE JOB-HIST-RECORD.
090500     CLOSE JOB-HISTORY-FILE.
090600 8100-EXIT.
090700     EXIT.
090800*
090900 END PROGRAM DSTRUN01.
