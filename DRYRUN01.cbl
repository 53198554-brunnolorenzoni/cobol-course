000100******************************************************************
000200* AUTHOR:       BRUNNO LORENZONI
000300* INSTALLATION: OPERATIONS / BATCH SUPPORT
000400* DATE-WRITTEN: 2026-10-15
000500* DATE-COMPILED:
000600* PURPOSE:      DRY-RUN SUPPORT FOR THE NIGHTLY CHAIN. CALLED BY
000700*               BATCHCTL WHEN THE OPERATOR ASKS FOR A DRY RUN, SO
000800*               A RATE, LIMIT, SCHEDULE OR CALENDAR CHANGE - OR A
000900*               DOUBTFUL FEED - CAN BE TRIED BEFORE TONIGHT'S REAL
001000*               CYCLE. THE DRY RUN WORKS ON A SHADOW SET: A COPY
001100*               OF THE LIVE FILES IN THE SHADOW DIRECTORY UNDER
001200*               THE LIVE DATA DIRECTORY. THE FILE PATH OF THE RUN
001300*               IS POINTED AT THE SHADOW SET WHILE THE CHAIN RUNS,
001400*               SO EVERY STEP READS AND WRITES THE COPIES AND NO
001500*               LIVE FILE, CYCLE CONTROL RECORD, GL EXTRACT,
001600*               POSITION FEED OR BUSINESS DATE CHANGES.
001700*               FUNCTIONS -
001800*                 P  PREPARE. BUILDS THE SHADOW SET FROM THE FILES
001900*                    IN SHDTBL, AFTER CLEARING WHAT THE LAST DRY
002000*                    RUN LEFT THERE. NOTES HOW MANY RECORDS THE
002100*                    REPORT INDEX, JOB HISTORY AND GL EXTRACT HELD
002200*                    SO THE DRY RUN'S OWN RECORDS CAN BE TOLD
002300*                    APART.
002400*                 S  POINTS THE FILE PATH OF THE RUN AT THE SHADOW
002500*                    SET.
002600*                 L  POINTS IT BACK AT THE LIVE SET.
002700*                 C  COMPARE. STAMPS EVERY REPORT THE DRY RUN
002800*                    PRODUCED AS A DRY RUN, AND PRINTS A DATED
002900*                    COMPARISON OF THE KEY TOTALS AGAINST THE LAST
003000*                    REAL CYCLE FOR THE BUSINESS DATE (OR, WHEN
003100*                    THE DATE HAS NOT RUN FOR REAL, THE LAST ONE
003200*                    BEFORE IT). CALLED WITH THE PATH BACK ON THE
003300*                    LIVE SET.
003400*               THE COMPARISON REPORT IS KEPT IN THE SHADOW SET
003500*               AND RECORDED ON ITS REPORT INDEX - THE LIVE SET
003600*               ONLY SEES THE AUDIT LOG LINES.
003700* TECTONICS:    COBC
003800******************************************************************
003900* MODIFICATION HISTORY.
004000*    2026-10-15 BL  INITIAL VERSION.
004100******************************************************************
004200 IDENTIFICATION DIVISION.
004300 PROGRAM-ID. DRYRUN01.
004400 ENVIRONMENT DIVISION.
004500 INPUT-OUTPUT SECTION.
004600 FILE-CONTROL.
004700     SELECT REPORT-INDEX-FILE
004800         ASSIGN TO DYNAMIC WS-DR-INDEX-NAME
004900         ORGANIZATION IS LINE SEQUENTIAL
005000         FILE STATUS IS WS-RIX-FILE-STATUS.
005100     SELECT JOB-HISTORY-FILE
005200         ASSIGN TO DYNAMIC WS-DR-HISTORY-NAME
005300         ORGANIZATION IS LINE SEQUENTIAL
005400         FILE STATUS IS WS-JH-FILE-STATUS.
005500     SELECT GL-EXTRACT-FILE
005600         ASSIGN TO DYNAMIC WS-DR-GL-NAME
005700         ORGANIZATION IS LINE SEQUENTIAL
005800         FILE STATUS IS WS-GL-FILE-STATUS.
005900     SELECT CCY-POSITION-FILE
006000         ASSIGN TO DYNAMIC WS-DR-POSITION-NAME
006100         ORGANIZATION IS LINE SEQUENTIAL
006200         FILE STATUS IS WS-POS-FILE-STATUS.
006300     SELECT COUNT-FILE
006400         ASSIGN TO DYNAMIC WS-DR-COUNT-NAME
006500         ORGANIZATION IS LINE SEQUENTIAL
006600         FILE STATUS IS WS-CNT-FILE-STATUS.
006700     SELECT STAMP-WORK-FILE
006800         ASSIGN TO DYNAMIC WS-DR-WORK-NAME
006900         ORGANIZATION IS LINE SEQUENTIAL
007000         FILE STATUS IS WS-WRK-FILE-STATUS.
007100     SELECT STAMP-REPORT-FILE
007200         ASSIGN TO DYNAMIC WS-DR-STAMP-NAME
007300         ORGANIZATION IS LINE SEQUENTIAL
007400         FILE STATUS IS WS-STP-FILE-STATUS.
007500     SELECT COMPARISON-REPORT-FILE
007600         ASSIGN TO DYNAMIC WS-RPT-FILE-NAME
007700         ORGANIZATION IS LINE SEQUENTIAL
007800         FILE STATUS IS WS-RPT-FILE-STATUS.
007900*
008000 DATA DIVISION.
008100 FILE SECTION.
008200 FD  REPORT-INDEX-FILE.
008300 COPY "RPTIXREC.cpy".
008400 FD  JOB-HISTORY-FILE.
008500 COPY "HISTREC.cpy".
008600 FD  GL-EXTRACT-FILE.
008700 COPY "GLEXTREC.cpy".
008800 FD  CCY-POSITION-FILE.
008900 COPY "CCYPOSREC.cpy".
009000 FD  COUNT-FILE.
009100 01  COUNT-RECORD                    PIC X(200).
009200 FD  STAMP-WORK-FILE.
009300 01  STAMP-WORK-RECORD               PIC X(200).
009400 FD  STAMP-REPORT-FILE.
009500 01  STAMP-REPORT-RECORD             PIC X(200).
009600 FD  COMPARISON-REPORT-FILE.
009700 01  COMPARISON-REPORT-RECORD        PIC X(100).
009800*
009900 WORKING-STORAGE SECTION.
010000 77  WS-RIX-FILE-STATUS          PIC X(02) VALUE "00".
010100     88  WS-RIX-FILE-NOT-FOUND   VALUE "35".
010200 77  WS-JH-FILE-STATUS           PIC X(02) VALUE "00".
010300 77  WS-GL-FILE-STATUS           PIC X(02) VALUE "00".
010400 77  WS-POS-FILE-STATUS          PIC X(02) VALUE "00".
010500 77  WS-CNT-FILE-STATUS          PIC X(02) VALUE "00".
010600 77  WS-WRK-FILE-STATUS          PIC X(02) VALUE "00".
010700 77  WS-STP-FILE-STATUS          PIC X(02) VALUE "00".
010800 77  WS-RPT-FILE-STATUS          PIC X(02) VALUE "00".
010900*
011000 77  WS-DR-EOF-SW                PIC X(01) VALUE "N".
011100     88  WS-DR-EOF               VALUE "Y".
011200 77  WS-DR-WORK-EOF-SW           PIC X(01) VALUE "N".
011300     88  WS-DR-WORK-EOF          VALUE "Y".
011400 77  WS-DR-REAL-FOUND-SW         PIC X(01) VALUE "N".
011500     88  WS-DR-REAL-FOUND        VALUE "Y".
011600*
011700*    FILE NAMES. A SHADOW FILE IS NAMED RELATIVE TO THE LIVE
011800*    DATA DIRECTORY ("SHADOW/" AND THE LIVE NAME), SO IT IS
011900*    REACHED WITH THE FILE PATH ON THE LIVE SET.
012000*
012100 77  WS-DR-INDEX-NAME            PIC X(30) VALUE SPACES.
012200 77  WS-DR-HISTORY-NAME          PIC X(30) VALUE SPACES.
012300 77  WS-DR-GL-NAME               PIC X(30) VALUE SPACES.
012400 77  WS-DR-POSITION-NAME         PIC X(30) VALUE SPACES.
012500 77  WS-DR-COUNT-NAME            PIC X(30) VALUE SPACES.
012600 77  WS-DR-WORK-NAME             PIC X(30) VALUE
012700     "SHADOW/DRYSTAMP.WRK".
012800 77  WS-DR-STAMP-NAME            PIC X(30) VALUE SPACES.
012900 77  WS-DR-LIVE-NAME             PIC X(30) VALUE SPACES.
013000 77  WS-DR-SHADOW-NAME           PIC X(30) VALUE SPACES.
013100 77  WS-DR-SHADOW-PATH           PIC X(80) VALUE SPACES.
013200 77  WS-DR-PATH-VALUE            PIC X(80) VALUE SPACES.
013300 77  WS-DR-PREFIX                PIC X(07) VALUE SPACES.
013400 77  WS-DR-FILE-DETAILS          PIC X(16) VALUE SPACES.
013500*
013600*    DATED REPORT FILE NAME, BUILT THE WAY THE OTHER DATED
013700*    REPORTS ARE.
013800*
013900 77  WS-RPT-FILE-NAME            PIC X(30) VALUE SPACES.
014000 77  WS-RPT-DATE-X               PIC X(08) VALUE SPACES.
014100*
014200*    SUBSCRIPTS AND COUNTS.
014300*
014400 77  WS-DR-TX                    PIC 9(04) COMP VALUE ZEROS.
014500 77  WS-DR-SD                    PIC 9(01) COMP VALUE ZEROS.
014600 77  WS-DR-READ-COUNT            PIC 9(06) VALUE ZEROS.
014700 77  WS-DR-SKIP-COUNT            PIC 9(06) VALUE ZEROS.
014800 77  WS-DR-GL-SKIP-COUNT         PIC 9(06) VALUE ZEROS.
014900 77  WS-DR-RECORD-COUNT          PIC 9(06) VALUE ZEROS.
015000 77  WS-DR-STAMPED-COUNT         PIC 9(04) VALUE ZEROS.
015100 77  WS-DR-DIFFER-COUNT          PIC 9(04) VALUE ZEROS.
015200 77  WS-DR-SCAN-DATE             PIC 9(08) VALUE ZEROS.
015300 77  WS-DR-REAL-DATE             PIC 9(08) VALUE ZEROS.
015400 77  WS-DR-REAL-RC               PIC 9(04) VALUE ZEROS.
015500*
015600*    ONE COMPARISON LINE - THE FIGURE AND ITS TWO VALUES.
015700*
015800 77  WS-DR-LABEL                 PIC X(34) VALUE SPACES.
015900 77  WS-DR-DRY-VALUE             PIC S9(11)V99 VALUE ZEROS.
016000 77  WS-DR-REAL-VALUE            PIC S9(11)V99 VALUE ZEROS.
016100 77  WS-DR-DIFFERENCE            PIC S9(11)V99 VALUE ZEROS.
016200*
016300*    KEY TOTALS OF EACH CYCLE - SIDE 1 THE DRY RUN, SIDE 2 THE
016400*    REAL RUN IT IS COMPARED WITH.
016500*
016600 01  WS-DR-FIGURES.
016700     03  WS-DR-SIDE              OCCURS 2 TIMES.
016800         05  WS-DR-CYCLE-RC      PIC 9(04).
016900         05  WS-DR-KEYED         PIC 9(06).
017000         05  WS-DR-TOTALLED      PIC 9(06).
017100         05  WS-DR-GL-TRANS      PIC 9(06).
017200         05  WS-DR-GL-LINES      PIC 9(06).
017300         05  WS-DR-GL-DEBIT      PIC 9(09)V99.
017400         05  WS-DR-GL-CREDIT     PIC 9(09)V99.
017500         05  WS-DR-GL-NET        PIC S9(09)V99.
017600*
017700*    CURRENCY POSITIONS OF BOTH CYCLES, BY ORIGINAL CURRENCY.
017800*
017900 77  WS-DR-CCY-COUNT             PIC 9(02) COMP VALUE ZEROS.
018000 77  WS-DR-CCY-MAX               PIC 9(02) COMP VALUE 30.
018100 01  WS-DR-CCY-TABLE.
018200     03  WS-DR-CCY-ENTRY         OCCURS 30 TIMES
018300                                 INDEXED BY WS-DR-CX.
018400         05  WS-DR-CCY-CODE      PIC X(03).
018500         05  WS-DR-CCY-SIDE      OCCURS 2 TIMES.
018600             07  WS-DR-CCY-GROSS     PIC 9(11)V99.
018700             07  WS-DR-CCY-REVERSAL  PIC 9(11)V99.
018800             07  WS-DR-CCY-ITEMS     PIC 9(06).
018900*
019000*    REPORT LINES.
019100*
019200 01  WS-DR-BANNER.
019300     03  FILLER                  PIC X(01) VALUE SPACE.
019400     03  FILLER                  PIC X(44) VALUE
019500         "*** DRY RUN - SHADOW CYCLE OF BUSINESS DATE ".
019600     03  DB-RUN-DATE             PIC 9(08).
019700     03  FILLER                  PIC X(35) VALUE
019800         " - NOT A PRODUCTION REPORT ***".
019900*
020000 01  WS-DR-HEADER-1.
020100     03  FILLER                  PIC X(01) VALUE SPACE.
020200     03  FILLER                  PIC X(34) VALUE
020300         "DRY RUN COMPARISON".
020400     03  FILLER                  PIC X(15) VALUE
020500         "BUSINESS DATE: ".
020600     03  DH1-RUN-DATE            PIC 9(08).
020700*
020800 01  WS-DR-HEADER-2.
020900     03  FILLER                  PIC X(01) VALUE SPACE.
021000     03  DH2-TEXT                PIC X(33).
021100     03  DH2-REAL-DATE           PIC 9(08).
021200     03  FILLER                  PIC X(07) VALUE " - RC ".
021300     03  DH2-REAL-RC             PIC Z(03)9.
021400*
021500 01  WS-DR-COLUMN-HEADER.
021600     03  FILLER                  PIC X(01) VALUE SPACE.
021700     03  FILLER                  PIC X(34) VALUE "FIGURE".
021800     03  FILLER                  PIC X(17) VALUE
021900         "        DRY RUN".
022000     03  FILLER                  PIC X(17) VALUE
022100         "       REAL RUN".
022200     03  FILLER                  PIC X(15) VALUE
022300         "     DIFFERENCE".
022400*
022500 01  WS-DR-AMOUNT-LINE.
022600     03  FILLER                  PIC X(01) VALUE SPACE.
022700     03  DA-LABEL                PIC X(34).
022800     03  DA-DRY                  PIC Z,ZZZ,ZZZ,ZZ9.99-.
022900     03  DA-REAL                 PIC Z,ZZZ,ZZZ,ZZ9.99-.
023000     03  DA-DIFFERENCE           PIC Z,ZZZ,ZZZ,ZZ9.99-.
023100     03  FILLER                  PIC X(01) VALUE SPACE.
023200     03  DA-FLAG                 PIC X(07).
023300*
023400 01  WS-DR-COUNT-LINE.
023500     03  FILLER                  PIC X(01) VALUE SPACE.
023600     03  DC-LABEL                PIC X(34).
023700     03  DC-DRY                  PIC Z,ZZZ,ZZZ,ZZ9-.
023800     03  FILLER                  PIC X(03) VALUE SPACES.
023900     03  DC-REAL                 PIC Z,ZZZ,ZZZ,ZZ9-.
024000     03  FILLER                  PIC X(03) VALUE SPACES.
024100     03  DC-DIFFERENCE           PIC Z,ZZZ,ZZZ,ZZ9-.
024200     03  FILLER                  PIC X(04) VALUE SPACES.
024300     03  DC-FLAG                 PIC X(07).
024400*
024500 01  WS-DR-TOTAL-LINE.
024600     03  FILLER                  PIC X(01) VALUE SPACE.
024700     03  DT-LABEL                PIC X(34).
024800     03  DT-COUNT                PIC Z(03)9.
024900*
025000 COPY "SHDTBL.cpy".
025100*
025200*    PARAMETER AREA PASSED TO LOGWRT01. LAYOUT MUST MATCH ITS
025300*    LINKAGE SECTION LOG-PARMS FIELD FOR FIELD.
025400*
025500 01  WS-LOG-PARMS.
025600     03  WS-LOG-PROGRAM-ID        PIC X(16) VALUE "DRYRUN01".
025700     03  WS-LOG-STEP              PIC X(12).
025800     03  WS-LOG-RUN-DATE          PIC 9(08).
025900     03  WS-LOG-RUN-TIME          PIC 9(08).
026000     03  WS-LOG-MESSAGE           PIC X(60).
026100     03  WS-LOG-SEVERITY          PIC X(01) VALUE "I".
026200*
026300 LINKAGE SECTION.
026400 01  DRY-PARMS.
026500     03  DRY-FUNCTION            PIC X(01).
026600         88  DRY-PREPARE         VALUE "P".
026700         88  DRY-TO-SHADOW       VALUE "S".
026800         88  DRY-TO-LIVE         VALUE "L".
026900         88  DRY-COMPARE         VALUE "C".
027000     03  DRY-RUN-DATE            PIC 9(08).
027100     03  DRY-CYCLE-RC            PIC 9(04).
027200     03  DRY-INDEX-COUNT         PIC 9(06).
027300     03  DRY-HISTORY-COUNT       PIC 9(06).
027400     03  DRY-GL-COUNT            PIC 9(06).
027500     03  DRY-FILE-COUNT          PIC 9(04).
027600     03  DRY-LIVE-PATH           PIC X(60).
027700     03  DRY-STATUS              PIC X(01).
027800         88  DRY-OK              VALUE "O".
027900         88  DRY-FAILED          VALUE "F".
028000     03  DRY-FAILED-FILE         PIC X(08).
028100*
028200 PROCEDURE DIVISION USING DRY-PARMS.
028300 0000-MAINLINE.
028400     EVALUATE TRUE
028500         WHEN DRY-PREPARE
028600             PERFORM 1000-PREPARE-SHADOW-SET THRU 1000-EXIT
028700         WHEN DRY-TO-SHADOW
028800             PERFORM 2000-POINT-AT-SHADOW THRU 2000-EXIT
028900         WHEN DRY-TO-LIVE
029000             PERFORM 2500-POINT-AT-LIVE THRU 2500-EXIT
029100         WHEN DRY-COMPARE
029200             PERFORM 3000-COMPARE-AND-STAMP THRU 3000-EXIT
029300         WHEN OTHER
029400             SET DRY-FAILED TO TRUE
029500     END-EVALUATE.
029600     MOVE 0 TO RETURN-CODE.
029700     GOBACK.
029800*
029900******************************************************************
030000* 1000-PREPARE-SHADOW-SET.
030100*    NOTES THE LIVE FILE PATH, MAKES SURE THE SHADOW DIRECTORY IS
030200*    THERE, CLEARS THE LAST DRY RUN'S REPORTS OUT OF IT AND
030300*    COPIES EVERY FILE IN SHDTBL ACROSS. A COPY THAT FAILS STOPS
030400*    THE PREPARATION - THE DRY RUN MUST NOT START ON A PARTIAL
030500*    SHADOW SET. LAST, COUNTS THE RECORDS ALREADY ON THE REPORT
030600*    INDEX, JOB HISTORY AND GL EXTRACT.
030700******************************************************************
030800 1000-PREPARE-SHADOW-SET.
030900     SET DRY-OK TO TRUE.
031000     MOVE SPACES TO DRY-FAILED-FILE.
031100     MOVE ZEROS TO DRY-INDEX-COUNT DRY-HISTORY-COUNT
031200         DRY-GL-COUNT DRY-FILE-COUNT.
031300     MOVE DRY-RUN-DATE TO WS-LOG-RUN-DATE.
031400     ACCEPT WS-LOG-RUN-TIME FROM TIME.
031500     MOVE "PREPARE" TO WS-LOG-STEP.
031600     MOVE SPACES TO DRY-LIVE-PATH.
031700     ACCEPT DRY-LIVE-PATH FROM ENVIRONMENT "COB_FILE_PATH".
031800     PERFORM 1050-BUILD-SHADOW-PATH THRU 1050-EXIT.
031900     CALL "CBL_CREATE_DIR" USING WS-DR-SHADOW-PATH.
032000     PERFORM 1100-CLEAR-LAST-DRY-RUN THRU 1100-EXIT.
032100     PERFORM 1200-COPY-ONE-FILE THRU 1200-EXIT
032200         VARYING WS-DR-TX FROM 1 BY 1
032300         UNTIL WS-DR-TX > SHD-TB-COUNT
032400            OR DRY-FAILED.
032500     IF DRY-FAILED
032600         MOVE "S" TO WS-LOG-SEVERITY
032700         MOVE SPACES TO WS-LOG-MESSAGE
032800         STRING "SHADOW COPY OF " DRY-FAILED-FILE
032900             " FAILED - DRY RUN NOT STARTED"
033000             DELIMITED BY SIZE INTO WS-LOG-MESSAGE
033100         CALL "LOGWRT01" USING WS-LOG-PARMS
033200         MOVE "I" TO WS-LOG-SEVERITY
033300         GO TO 1000-EXIT
033400     END-IF.
033500     MOVE "RPTINDEX" TO WS-DR-COUNT-NAME.
033600     PERFORM 1300-COUNT-LIVE-RECORDS THRU 1300-EXIT.
033700     MOVE WS-DR-RECORD-COUNT TO DRY-INDEX-COUNT.
033800     MOVE "JOBHIST" TO WS-DR-COUNT-NAME.
033900     PERFORM 1300-COUNT-LIVE-RECORDS THRU 1300-EXIT.
034000     MOVE WS-DR-RECORD-COUNT TO DRY-HISTORY-COUNT.
034100     MOVE "GLEXTRCT" TO WS-DR-COUNT-NAME.
034200     PERFORM 1300-COUNT-LIVE-RECORDS THRU 1300-EXIT.
034300     MOVE WS-DR-RECORD-COUNT TO DRY-GL-COUNT.
034400     MOVE SPACES TO WS-LOG-MESSAGE.
034500     STRING "SHADOW SET BUILT - " DRY-FILE-COUNT
034600         " FILES COPIED FROM THE LIVE SET"
034700         DELIMITED BY SIZE INTO WS-LOG-MESSAGE.
034800     CALL "LOGWRT01" USING WS-LOG-PARMS.
034900 1000-EXIT.
035000     EXIT.
035100*
035200******************************************************************
035300* 1050-BUILD-SHADOW-PATH.
035400*    THE SHADOW DIRECTORY - "SHADOW" UNDER THE LIVE DATA
035500*    DIRECTORY, OR UNDER THE CURRENT ONE WHEN NO FILE PATH IS SET.
035600******************************************************************
035700 1050-BUILD-SHADOW-PATH.
035800     MOVE SPACES TO WS-DR-SHADOW-PATH.
035900     IF DRY-LIVE-PATH = SPACES
036000         MOVE "SHADOW" TO WS-DR-SHADOW-PATH
036100     ELSE
036200         STRING DRY-LIVE-PATH DELIMITED BY SPACE
036300             "/SHADOW" DELIMITED BY SIZE
036400             INTO WS-DR-SHADOW-PATH
036500     END-IF.
036600 1050-EXIT.
036700     EXIT.
036800*
036900******************************************************************
037000* 1100-CLEAR-LAST-DRY-RUN.
037100*    DELETES EVERY REPORT ON THE SHADOW REPORT INDEX, SO THE
037200*    SHADOW SET HOLDS ONLY WHAT THE COMING DRY RUN PRODUCES. THE
037300*    INDEX ITSELF IS REPLACED BY THE LIVE ONE IN THE COPY.
037400******************************************************************
037500 1100-CLEAR-LAST-DRY-RUN.
037600     MOVE "SHADOW/RPTINDEX" TO WS-DR-INDEX-NAME.
037700     OPEN INPUT REPORT-INDEX-FILE.
037800     IF WS-RIX-FILE-STATUS NOT = "00"
037900         GO TO 1100-EXIT
038000     END-IF.
038100     MOVE "N" TO WS-DR-EOF-SW.
038200     PERFORM 1110-DROP-ONE-REPORT THRU 1110-EXIT
038300         UNTIL WS-DR-EOF.
038400     CLOSE REPORT-INDEX-FILE.
038500 1100-EXIT.
038600     EXIT.
038700*
038800******************************************************************
038900* 1110-DROP-ONE-REPORT.
039000*    READS THE NEXT SHADOW INDEX ENTRY AND DELETES ITS REPORT.
039100******************************************************************
039200 1110-DROP-ONE-REPORT.
039300     READ REPORT-INDEX-FILE
039400         AT END
039500             SET WS-DR-EOF TO TRUE
039600             GO TO 1110-EXIT
039700     END-READ.
039800     MOVE SPACES TO WS-DR-SHADOW-NAME.
039900     STRING "SHADOW/" RX-FILE-NAME DELIMITED BY SPACE
040000         INTO WS-DR-SHADOW-NAME.
040100     CALL "CBL_DELETE_FILE" USING WS-DR-SHADOW-NAME.
040200 1110-EXIT.
040300     EXIT.
040400*
040500******************************************************************
040600* 1200-COPY-ONE-FILE.
040700*    BRINGS ONE SHDTBL FILE INTO THE SHADOW SET. A CHAIN REPORT
040800*    STARTS EMPTY; A FILE NOT IN THE LIVE SET HAS ANY EARLIER
040900*    SHADOW COPY REMOVED SO THE DRY RUN SEES IT MISSING TOO.
041000******************************************************************
041100 1200-COPY-ONE-FILE.
041200     MOVE SHD-TB-FILE (WS-DR-TX) TO WS-DR-LIVE-NAME.
041300     MOVE SPACES TO WS-DR-SHADOW-NAME.
041400     STRING "SHADOW/" SHD-TB-FILE (WS-DR-TX) DELIMITED BY SPACE
041500         INTO WS-DR-SHADOW-NAME.
041600     IF SHD-TB-CHAIN-REPORT (WS-DR-TX)
041700         CALL "CBL_DELETE_FILE" USING WS-DR-SHADOW-NAME
041800         GO TO 1200-EXIT
041900     END-IF.
042000     CALL "CBL_CHECK_FILE_EXIST" USING WS-DR-LIVE-NAME
042100         WS-DR-FILE-DETAILS.
042200     IF RETURN-CODE NOT = 0
042300         CALL "CBL_DELETE_FILE" USING WS-DR-SHADOW-NAME
042400         GO TO 1200-EXIT
042500     END-IF.
042600     CALL "CBL_COPY_FILE" USING WS-DR-LIVE-NAME
042700         WS-DR-SHADOW-NAME.
042800     IF RETURN-CODE NOT = 0
042900         SET DRY-FAILED TO TRUE
043000         MOVE SHD-TB-FILE (WS-DR-TX) TO DRY-FAILED-FILE
043100         GO TO 1200-EXIT
043200     END-IF.
043300     ADD 1 TO DRY-FILE-COUNT.
043400 1200-EXIT.
043500     EXIT.
043600*
043700******************************************************************
043800* 1300-COUNT-LIVE-RECORDS.
043900*    COUNTS THE RECORDS ON THE LIVE FILE NAMED IN
044000*    WS-DR-COUNT-NAME. A FILE NOT THERE COUNTS AS EMPTY.
044100******************************************************************
044200 1300-COUNT-LIVE-RECORDS.
044300     MOVE ZEROS TO WS-DR-RECORD-COUNT.
044400     OPEN INPUT COUNT-FILE.
044500     IF WS-CNT-FILE-STATUS NOT = "00"
044600         GO TO 1300-EXIT
044700     END-IF.
044800     MOVE "N" TO WS-DR-EOF-SW.
044900     PERFORM 1310-COUNT-ONE-RECORD THRU 1310-EXIT
045000         UNTIL WS-DR-EOF.
045100     CLOSE COUNT-FILE.
045200 1300-EXIT.
045300     EXIT.
045400*
045500******************************************************************
045600* 1310-COUNT-ONE-RECORD.
045700******************************************************************
045800 1310-COUNT-ONE-RECORD.
045900     READ COUNT-FILE
046000         AT END
046100             SET WS-DR-EOF TO TRUE
046200             GO TO 1310-EXIT
046300     END-READ.
046400     ADD 1 TO WS-DR-RECORD-COUNT.
046500 1310-EXIT.
046600     EXIT.
046700*
046800******************************************************************
046900* 2000-POINT-AT-SHADOW.
047000*    POINTS THE FILE PATH OF THE RUN AT THE SHADOW DIRECTORY.
047100*    EVERY FILE OPENED FROM HERE ON, BY ANY PROGRAM IN THE RUN,
047200*    IS THE SHADOW ONE.
047300******************************************************************
047400 2000-POINT-AT-SHADOW.
047500     PERFORM 1050-BUILD-SHADOW-PATH THRU 1050-EXIT.
047600     DISPLAY "COB_FILE_PATH" UPON ENVIRONMENT-NAME.
047700     DISPLAY WS-DR-SHADOW-PATH UPON ENVIRONMENT-VALUE.
047800     SET DRY-OK TO TRUE.
047900 2000-EXIT.
048000     EXIT.
048100*
048200******************************************************************
048300* 2500-POINT-AT-LIVE.
048400*    PUTS THE FILE PATH OF THE RUN BACK AS IT WAS BEFORE THE
048500*    PREPARATION - THE CURRENT DIRECTORY WHEN NONE WAS SET.
048600******************************************************************
048700 2500-POINT-AT-LIVE.
048800     MOVE SPACES TO WS-DR-PATH-VALUE.
048900     IF DRY-LIVE-PATH = SPACES
049000         MOVE "." TO WS-DR-PATH-VALUE
049100     ELSE
049200         MOVE DRY-LIVE-PATH TO WS-DR-PATH-VALUE
049300     END-IF.
049400     DISPLAY "COB_FILE_PATH" UPON ENVIRONMENT-NAME.
049500     DISPLAY WS-DR-PATH-VALUE UPON ENVIRONMENT-VALUE.
049600     SET DRY-OK TO TRUE.
049700 2500-EXIT.
049800     EXIT.
049900*
050000******************************************************************
050100* 3000-COMPARE-AND-STAMP.
050200*    GATHERS THE KEY TOTALS OF THE DRY RUN FROM THE SHADOW SET
050300*    AND OF THE REAL RUN IT IS COMPARED WITH FROM THE LIVE SET,
050400*    STAMPS THE DRY RUN'S REPORTS AND PRINTS THE COMPARISON.
050500******************************************************************
050600 3000-COMPARE-AND-STAMP.
050700     SET DRY-OK TO TRUE.
050800     MOVE DRY-RUN-DATE TO WS-LOG-RUN-DATE.
050900     ACCEPT WS-LOG-RUN-TIME FROM TIME.
051000     MOVE "COMPARE" TO WS-LOG-STEP.
051100     MOVE DRY-RUN-DATE TO DB-RUN-DATE.
051200     MOVE ZEROS TO WS-DR-CCY-COUNT WS-DR-DIFFER-COUNT
051300         WS-DR-STAMPED-COUNT.
051400     PERFORM 3050-CLEAR-ONE-SIDE THRU 3050-EXIT
051500         VARYING WS-DR-SD FROM 1 BY 1
051600         UNTIL WS-DR-SD > 2.
051700     MOVE 1 TO WS-DR-SD.
051800     MOVE "SHADOW/" TO WS-DR-PREFIX.
051900     MOVE DRY-RUN-DATE TO WS-DR-SCAN-DATE.
052000     MOVE DRY-HISTORY-COUNT TO WS-DR-SKIP-COUNT.
052100     MOVE DRY-GL-COUNT TO WS-DR-GL-SKIP-COUNT.
052200     MOVE DRY-CYCLE-RC TO WS-DR-CYCLE-RC (1).
052300     PERFORM 3100-GATHER-SIDE THRU 3100-EXIT.
052400     PERFORM 3200-FIND-REAL-RUN THRU 3200-EXIT.
052500     IF WS-DR-REAL-FOUND
052600         MOVE 2 TO WS-DR-SD
052700         MOVE SPACES TO WS-DR-PREFIX
052800         MOVE WS-DR-REAL-DATE TO WS-DR-SCAN-DATE
052900         MOVE ZEROS TO WS-DR-SKIP-COUNT WS-DR-GL-SKIP-COUNT
053000         MOVE WS-DR-REAL-RC TO WS-DR-CYCLE-RC (2)
053100         PERFORM 3100-GATHER-SIDE THRU 3100-EXIT
053200     END-IF.
053300     PERFORM 4000-STAMP-REPORTS THRU 4000-EXIT.
053400     PERFORM 5000-PRINT-COMPARISON THRU 5000-EXIT.
053500     MOVE WS-DR-STAMPED-COUNT TO DRY-FILE-COUNT.
053600     MOVE SPACES TO WS-LOG-MESSAGE.
053700     STRING "DRY RUN COMPARED - " WS-DR-DIFFER-COUNT
053800         " FIGURES DIFFER, " WS-DR-STAMPED-COUNT
053900         " REPORTS STAMPED"
054000         DELIMITED BY SIZE INTO WS-LOG-MESSAGE.
054100     CALL "LOGWRT01" USING WS-LOG-PARMS.
054200 3000-EXIT.
054300     EXIT.
054400*
054500******************************************************************
054600* 3050-CLEAR-ONE-SIDE.
054700******************************************************************
054800 3050-CLEAR-ONE-SIDE.
054900     MOVE ZEROS TO WS-DR-CYCLE-RC (WS-DR-SD)
055000         WS-DR-KEYED (WS-DR-SD) WS-DR-TOTALLED (WS-DR-SD)
055100         WS-DR-GL-TRANS (WS-DR-SD) WS-DR-GL-LINES (WS-DR-SD)
055200         WS-DR-GL-DEBIT (WS-DR-SD) WS-DR-GL-CREDIT (WS-DR-SD)
055300         WS-DR-GL-NET (WS-DR-SD).
055400 3050-EXIT.
055500     EXIT.
055600*
055700******************************************************************
055800* 3100-GATHER-SIDE.
055900*    FILLS SIDE WS-DR-SD FROM THE JOB HISTORY, GL EXTRACT AND
056000*    POSITION FEED OF THE SET NAMED BY WS-DR-PREFIX, FOR THE
056100*    BUSINESS DATE IN WS-DR-SCAN-DATE. ON THE SHADOW SIDE THE
056200*    RECORDS COPIED FROM THE LIVE SET ARE PASSED OVER.
056300******************************************************************
056400 3100-GATHER-SIDE.
056500     PERFORM 3110-SCAN-HISTORY THRU 3110-EXIT.
056600     PERFORM 3130-SCAN-GL-EXTRACT THRU 3130-EXIT.
056700     PERFORM 3150-SCAN-POSITIONS THRU 3150-EXIT.
056800 3100-EXIT.
056900     EXIT.
057000*
057100******************************************************************
057200* 3110-SCAN-HISTORY.
057300*    THE TRANSACTIONS KEYED (COMMANDS_ACCEPT) AND TOTALLED
057400*    (HELLOWORLD) - THE LAST RECORD OF EACH FOR THE DATE, AS THE
057500*    RECONCILIATION TAKES THEM.
057600******************************************************************
057700 3110-SCAN-HISTORY.
057800     MOVE SPACES TO WS-DR-HISTORY-NAME.
057900     STRING WS-DR-PREFIX DELIMITED BY SPACE
058000         "JOBHIST" DELIMITED BY SIZE
058100         INTO WS-DR-HISTORY-NAME.
058200     OPEN INPUT JOB-HISTORY-FILE.
058300     IF WS-JH-FILE-STATUS NOT = "00"
058400         GO TO 3110-EXIT
058500     END-IF.
058600     MOVE ZEROS TO WS-DR-READ-COUNT.
058700     MOVE "N" TO WS-DR-EOF-SW.
058800     PERFORM 3120-APPLY-ONE-HISTORY THRU 3120-EXIT
058900         UNTIL WS-DR-EOF.
059000     CLOSE JOB-HISTORY-FILE.
059100 3110-EXIT.
059200     EXIT.
059300*
059400******************************************************************
059500* 3120-APPLY-ONE-HISTORY.
059600******************************************************************
059700 3120-APPLY-ONE-HISTORY.
059800     READ JOB-HISTORY-FILE
059900         AT END
060000             SET WS-DR-EOF TO TRUE
060100             GO TO 3120-EXIT
060200     END-READ.
060300     ADD 1 TO WS-DR-READ-COUNT.
060400     IF WS-DR-READ-COUNT NOT > WS-DR-SKIP-COUNT
060500         GO TO 3120-EXIT
060600     END-IF.
060700     IF JH-RUN-DATE NOT = WS-DR-SCAN-DATE
060800         GO TO 3120-EXIT
060900     END-IF.
061000     IF JH-PROGRAM-ID = "COMMANDS_ACCEPT"
061100         MOVE JH-TRAN-COUNT TO WS-DR-KEYED (WS-DR-SD)
061200     END-IF.
061300     IF JH-PROGRAM-ID = "HelloWorld"
061400         MOVE JH-TRAN-COUNT TO WS-DR-TOTALLED (WS-DR-SD)
061500     END-IF.
061600 3120-EXIT.
061700     EXIT.
061800*
061900******************************************************************
062000* 3130-SCAN-GL-EXTRACT.
062100*    THE GL JOURNAL CONTROL FIGURES - THE LAST CONTROL TRAILER
062200*    FOR THE DATE.
062300******************************************************************
062400 3130-SCAN-GL-EXTRACT.
062500     MOVE SPACES TO WS-DR-GL-NAME.
062600     STRING WS-DR-PREFIX DELIMITED BY SPACE
062700         "GLEXTRCT" DELIMITED BY SIZE
062800         INTO WS-DR-GL-NAME.
062900     OPEN INPUT GL-EXTRACT-FILE.
063000     IF WS-GL-FILE-STATUS NOT = "00"
063100         GO TO 3130-EXIT
063200     END-IF.
063300     MOVE ZEROS TO WS-DR-READ-COUNT.
063400     MOVE "N" TO WS-DR-EOF-SW.
063500     PERFORM 3140-APPLY-ONE-GL-RECORD THRU 3140-EXIT
063600         UNTIL WS-DR-EOF.
063700     CLOSE GL-EXTRACT-FILE.
063800 3130-EXIT.
063900     EXIT.
064000*
064100******************************************************************
064200* 3140-APPLY-ONE-GL-RECORD.
064300******************************************************************
064400 3140-APPLY-ONE-GL-RECORD.
064500     READ GL-EXTRACT-FILE
064600         AT END
064700             SET WS-DR-EOF TO TRUE
064800             GO TO 3140-EXIT
064900     END-READ.
065000     ADD 1 TO WS-DR-READ-COUNT.
065100     IF WS-DR-READ-COUNT NOT > WS-DR-GL-SKIP-COUNT
065200         GO TO 3140-EXIT
065300     END-IF.
065400     IF GL-CONTROL-TRAILER
065500        AND GL-RUN-DATE = WS-DR-SCAN-DATE
065600         MOVE GL-TRAN-COUNT TO WS-DR-GL-TRANS (WS-DR-SD)
065700         MOVE GL-LINE-COUNT TO WS-DR-GL-LINES (WS-DR-SD)
065800         MOVE GL-DEBIT-TOTAL TO WS-DR-GL-DEBIT (WS-DR-SD)
065900         MOVE GL-CREDIT-TOTAL TO WS-DR-GL-CREDIT (WS-DR-SD)
066000         MOVE GL-GRAND-TOTAL TO WS-DR-GL-NET (WS-DR-SD)
066100     END-IF.
066200 3140-EXIT.
066300     EXIT.
066400*
066500******************************************************************
066600* 3150-SCAN-POSITIONS.
066700*    THE CURRENCY POSITION FEED FOR THE DATE.
066800******************************************************************
066900 3150-SCAN-POSITIONS.
067000     MOVE WS-DR-SCAN-DATE TO WS-RPT-DATE-X.
067100     MOVE SPACES TO WS-DR-POSITION-NAME.
067200     STRING WS-DR-PREFIX DELIMITED BY SPACE
067300         "CCYPOS." WS-RPT-DATE-X DELIMITED BY SIZE
067400         INTO WS-DR-POSITION-NAME.
067500     OPEN INPUT CCY-POSITION-FILE.
067600     IF WS-POS-FILE-STATUS NOT = "00"
067700         GO TO 3150-EXIT
067800     END-IF.
067900     MOVE "N" TO WS-DR-EOF-SW.
068000     PERFORM 3160-APPLY-ONE-POSITION THRU 3160-EXIT
068100         UNTIL WS-DR-EOF.
068200     CLOSE CCY-POSITION-FILE.
068300 3150-EXIT.
068400     EXIT.
068500*
068600******************************************************************
068700* 3160-APPLY-ONE-POSITION.
068800*    ADDS ONE POSITION RECORD TO ITS CURRENCY'S ENTRY, STARTING
068900*    AN ENTRY FOR A CURRENCY NOT SEEN BEFORE. A CURRENCY BEYOND
069000*    THE TABLE IS LEFT OFF THE COMPARISON.
069100******************************************************************
069200 3160-APPLY-ONE-POSITION.
069300     READ CCY-POSITION-FILE
069400         AT END
069500             SET WS-DR-EOF TO TRUE
069600             GO TO 3160-EXIT
069700     END-READ.
069800     SET WS-DR-CX TO 1.
069900     SEARCH WS-DR-CCY-ENTRY
070000         AT END
070100             CONTINUE
070200         WHEN WS-DR-CX > WS-DR-CCY-COUNT
070300             CONTINUE
070400         WHEN WS-DR-CCY-CODE (WS-DR-CX) = CPS-CURRENCY
070500             CONTINUE
070600     END-SEARCH.
070700     IF WS-DR-CX > WS-DR-CCY-COUNT
070800         IF WS-DR-CCY-COUNT NOT < WS-DR-CCY-MAX
070900             GO TO 3160-EXIT
071000         END-IF
071100         ADD 1 TO WS-DR-CCY-COUNT
071200         SET WS-DR-CX TO WS-DR-CCY-COUNT
071300         MOVE CPS-CURRENCY TO WS-DR-CCY-CODE (WS-DR-CX)
071400         MOVE ZEROS TO WS-DR-CCY-SIDE (WS-DR-CX, 1)
071500             WS-DR-CCY-SIDE (WS-DR-CX, 2)
071600     END-IF.
071700     ADD CPS-GROSS-AMOUNT TO WS-DR-CCY-GROSS (WS-DR-CX, WS-DR-SD).
071800     ADD CPS-REVERSAL-AMOUNT
071900         TO WS-DR-CCY-REVERSAL (WS-DR-CX, WS-DR-SD).
072000     ADD CPS-TRAN-COUNT TO WS-DR-CCY-ITEMS (WS-DR-CX, WS-DR-SD).
072100 3160-EXIT.
072200     EXIT.
072300*
072400******************************************************************
072500* 3200-FIND-REAL-RUN.
072600*    FINDS THE REAL CYCLE TO COMPARE WITH ON THE LIVE JOB HISTORY
072700*    - THE LAST BATCHCTL RUN FOR THE BUSINESS DATE, OR FAILING
072800*    THAT FOR THE LATEST DATE BEFORE IT. A RUN REFUSED AT THE
072900*    RUN LOCK (20) OR THE SIGN-OFF GATE (22) NEVER RAN THE CHAIN
073000*    AND IS PASSED OVER.
073100******************************************************************
073200 3200-FIND-REAL-RUN.
073300     MOVE "N" TO WS-DR-REAL-FOUND-SW.
073400     MOVE ZEROS TO WS-DR-REAL-DATE WS-DR-REAL-RC.
073500     MOVE "JOBHIST" TO WS-DR-HISTORY-NAME.
073600     OPEN INPUT JOB-HISTORY-FILE.
073700     IF WS-JH-FILE-STATUS NOT = "00"
073800         GO TO 3200-EXIT
073900     END-IF.
074000     MOVE "N" TO WS-DR-EOF-SW.
074100     PERFORM 3210-CHECK-ONE-RUN THRU 3210-EXIT
074200         UNTIL WS-DR-EOF.
074300     CLOSE JOB-HISTORY-FILE.
074400 3200-EXIT.
074500     EXIT.
074600*
074700******************************************************************
074800* 3210-CHECK-ONE-RUN.
074900******************************************************************
075000 3210-CHECK-ONE-RUN.
075100     READ JOB-HISTORY-FILE
075200         AT END
075300             SET WS-DR-EOF TO TRUE
075400             GO TO 3210-EXIT
075500     END-READ.
075600     IF JH-PROGRAM-ID NOT = "BATCHCTL"
075700        OR JH-DRYRUN-RUN
075800        OR JH-RETURN-CODE = 20
075900        OR JH-RETURN-CODE = 22
076000         GO TO 3210-EXIT
076100     END-IF.
076200     IF JH-RUN-DATE > DRY-RUN-DATE
076300        OR JH-RUN-DATE < WS-DR-REAL-DATE
076400         GO TO 3210-EXIT
076500     END-IF.
076600     MOVE JH-RUN-DATE TO WS-DR-REAL-DATE.
076700     MOVE JH-RETURN-CODE TO WS-DR-REAL-RC.
076800     SET WS-DR-REAL-FOUND TO TRUE.
076900 3210-EXIT.
077000     EXIT.
077100*
077200******************************************************************
077300* 4000-STAMP-REPORTS.
077400*    STAMPS EVERY REPORT THE DRY RUN PRODUCED - THE DATED ONES
077500*    IT ADDED TO THE SHADOW REPORT INDEX, AND THE FIXED-NAME
077600*    CHAIN REPORTS. THE POSITION FEED IS A FIXED-WIDTH FEED,
077700*    NOT A REPORT, AND IS LEFT AS WRITTEN.
077800******************************************************************
077900 4000-STAMP-REPORTS.
078000     MOVE "SHADOW/RPTINDEX" TO WS-DR-INDEX-NAME.
078100     OPEN INPUT REPORT-INDEX-FILE.
078200     IF WS-RIX-FILE-STATUS = "00"
078300         MOVE ZEROS TO WS-DR-READ-COUNT
078400         MOVE "N" TO WS-DR-EOF-SW
078500         PERFORM 4010-STAMP-INDEXED-REPORT THRU 4010-EXIT
078600             UNTIL WS-DR-EOF
078700         CLOSE REPORT-INDEX-FILE
078800     END-IF.
078900     PERFORM 4050-STAMP-CHAIN-REPORT THRU 4050-EXIT
079000         VARYING WS-DR-TX FROM 1 BY 1
079100         UNTIL WS-DR-TX > SHD-TB-COUNT.
079200 4000-EXIT.
079300     EXIT.
079400*
079500******************************************************************
079600* 4010-STAMP-INDEXED-REPORT.
079700*    READS THE NEXT SHADOW INDEX ENTRY; ONE ADDED BY THE DRY RUN
079800*    HAS ITS REPORT STAMPED.
079900******************************************************************
080000 4010-STAMP-INDEXED-REPORT.
080100     READ REPORT-INDEX-FILE
080200         AT END
080300             SET WS-DR-EOF TO TRUE
080400             GO TO 4010-EXIT
080500     END-READ.
080600     ADD 1 TO WS-DR-READ-COUNT.
080700     IF WS-DR-READ-COUNT NOT > DRY-INDEX-COUNT
080800        OR RX-REPORT-TYPE = "CCYPOS"
080900         GO TO 4010-EXIT
081000     END-IF.
081100     MOVE SPACES TO WS-DR-STAMP-NAME.
081200     STRING "SHADOW/" RX-FILE-NAME DELIMITED BY SPACE
081300         INTO WS-DR-STAMP-NAME.
081400     PERFORM 4100-STAMP-ONE-REPORT THRU 4100-EXIT.
081500 4010-EXIT.
081600     EXIT.
081700*
081800******************************************************************
081900* 4050-STAMP-CHAIN-REPORT.
082000******************************************************************
082100 4050-STAMP-CHAIN-REPORT.
082200     IF NOT SHD-TB-CHAIN-REPORT (WS-DR-TX)
082300         GO TO 4050-EXIT
082400     END-IF.
082500     MOVE SPACES TO WS-DR-STAMP-NAME.
082600     STRING "SHADOW/" SHD-TB-FILE (WS-DR-TX) DELIMITED BY SPACE
082700         INTO WS-DR-STAMP-NAME.
082800     PERFORM 4100-STAMP-ONE-REPORT THRU 4100-EXIT.
082900 4050-EXIT.
083000     EXIT.
083100*
083200******************************************************************
083300* 4100-STAMP-ONE-REPORT.
083400*    MOVES THE REPORT IN WS-DR-STAMP-NAME ASIDE AND WRITES IT
083500*    BACK WITH THE DRY-RUN BANNER AS ITS FIRST AND LAST LINE. A
083600*    REPORT THE DRY RUN DID NOT GET AS FAR AS WRITING IS PASSED
083700*    OVER.
083800******************************************************************
083900 4100-STAMP-ONE-REPORT.
084000     CALL "CBL_CHECK_FILE_EXIST" USING WS-DR-STAMP-NAME
084100         WS-DR-FILE-DETAILS.
084200     IF RETURN-CODE NOT = 0
084300         GO TO 4100-EXIT
084400     END-IF.
084500     CALL "CBL_RENAME_FILE" USING WS-DR-STAMP-NAME
084600         WS-DR-WORK-NAME.
084700     IF RETURN-CODE NOT = 0
084800         GO TO 4100-EXIT
084900     END-IF.
085000     OPEN INPUT STAMP-WORK-FILE.
085100     OPEN OUTPUT STAMP-REPORT-FILE.
085200     WRITE STAMP-REPORT-RECORD FROM WS-DR-BANNER.
085300     MOVE "N" TO WS-DR-WORK-EOF-SW.
085400     PERFORM 4110-COPY-ONE-LINE THRU 4110-EXIT
085500         UNTIL WS-DR-WORK-EOF.
085600     WRITE STAMP-REPORT-RECORD FROM WS-DR-BANNER.
085700     CLOSE STAMP-WORK-FILE.
085800     CLOSE STAMP-REPORT-FILE.
085900     CALL "CBL_DELETE_FILE" USING WS-DR-WORK-NAME.
086000     ADD 1 TO WS-DR-STAMPED-COUNT.
086100 4100-EXIT.
086200     EXIT.
086300*
086400******************************************************************
086500* 4110-COPY-ONE-LINE.
086600******************************************************************
086700 4110-COPY-ONE-LINE.
086800     READ STAMP-WORK-FILE
086900         AT END
087000             SET WS-DR-WORK-EOF TO TRUE
087100             GO TO 4110-EXIT
087200     END-READ.
087300     WRITE STAMP-REPORT-RECORD FROM STAMP-WORK-RECORD.
087400 4110-EXIT.
087500     EXIT.
087600*
087700******************************************************************
087800* 5000-PRINT-COMPARISON.
087900*    PRINTS THE DATED COMPARISON REPORT IN THE SHADOW SET,
088000*    RECORDS IT ON THE SHADOW REPORT INDEX AND SHOWS THE
088100*    FIGURES ON THE CONSOLE. EVERY FIGURE THAT DIFFERS IS
088200*    FLAGGED AND COUNTED.
088300******************************************************************
088400 5000-PRINT-COMPARISON.
088500     MOVE DRY-RUN-DATE TO WS-RPT-DATE-X.
088600     MOVE SPACES TO WS-RPT-FILE-NAME.
088700     STRING "SHADOW/DRYCMP." WS-RPT-DATE-X DELIMITED BY SIZE
088800         INTO WS-RPT-FILE-NAME.
088900     OPEN OUTPUT COMPARISON-REPORT-FILE.
089000     IF WS-RPT-FILE-STATUS NOT = "00"
089100         MOVE "W" TO WS-LOG-SEVERITY
089200         MOVE "DRY RUN COMPARISON REPORT NOT OPENED"
089300             TO WS-LOG-MESSAGE
089400         CALL "LOGWRT01" USING WS-LOG-PARMS
089500         MOVE "I" TO WS-LOG-SEVERITY
089600         GO TO 5000-EXIT
089700     END-IF.
089800     WRITE COMPARISON-REPORT-RECORD FROM WS-DR-BANNER.
089900     MOVE DRY-RUN-DATE TO DH1-RUN-DATE.
090000     WRITE COMPARISON-REPORT-RECORD FROM WS-DR-HEADER-1.
090100     DISPLAY " ".
090200     DISPLAY WS-DR-HEADER-1.
090300     IF WS-DR-REAL-FOUND
090400         IF WS-DR-REAL-DATE = DRY-RUN-DATE
090500             MOVE "COMPARED WITH THE REAL CYCLE OF"
090600                 TO DH2-TEXT
090700         ELSE
090800             MOVE "NOT RUN FOR REAL - COMPARED WITH"
090900                 TO DH2-TEXT
091000         END-IF
091100         MOVE WS-DR-REAL-DATE TO DH2-REAL-DATE
091200         MOVE WS-DR-REAL-RC TO DH2-REAL-RC
091300         WRITE COMPARISON-REPORT-RECORD FROM WS-DR-HEADER-2
091400         DISPLAY WS-DR-HEADER-2
091500     ELSE
091600         MOVE SPACES TO COMPARISON-REPORT-RECORD
091700         MOVE " NO REAL CYCLE ON FILE - REAL RUN FIGURES ARE ZERO"
091800             TO COMPARISON-REPORT-RECORD
091900         WRITE COMPARISON-REPORT-RECORD
092000         DISPLAY COMPARISON-REPORT-RECORD
092100     END-IF.
092200     MOVE SPACES TO COMPARISON-REPORT-RECORD.
092300     WRITE COMPARISON-REPORT-RECORD.
092400     WRITE COMPARISON-REPORT-RECORD FROM WS-DR-COLUMN-HEADER.
092500     DISPLAY WS-DR-COLUMN-HEADER.
092600     MOVE "CYCLE RETURN CODE" TO WS-DR-LABEL.
092700     MOVE WS-DR-CYCLE-RC (1) TO WS-DR-DRY-VALUE.
092800     MOVE WS-DR-CYCLE-RC (2) TO WS-DR-REAL-VALUE.
092900     PERFORM 5100-PRINT-COUNT-LINE THRU 5100-EXIT.
093000     MOVE "TRANSACTIONS KEYED" TO WS-DR-LABEL.
093100     MOVE WS-DR-KEYED (1) TO WS-DR-DRY-VALUE.
093200     MOVE WS-DR-KEYED (2) TO WS-DR-REAL-VALUE.
093300     PERFORM 5100-PRINT-COUNT-LINE THRU 5100-EXIT.
093400     MOVE "TRANSACTIONS TOTALLED" TO WS-DR-LABEL.
093500     MOVE WS-DR-TOTALLED (1) TO WS-DR-DRY-VALUE.
093600     MOVE WS-DR-TOTALLED (2) TO WS-DR-REAL-VALUE.
093700     PERFORM 5100-PRINT-COUNT-LINE THRU 5100-EXIT.
093800     MOVE "GL JOURNAL TRANSACTIONS" TO WS-DR-LABEL.
093900     MOVE WS-DR-GL-TRANS (1) TO WS-DR-DRY-VALUE.
094000     MOVE WS-DR-GL-TRANS (2) TO WS-DR-REAL-VALUE.
094100     PERFORM 5100-PRINT-COUNT-LINE THRU 5100-EXIT.
094200     MOVE "GL JOURNAL LINES" TO WS-DR-LABEL.
094300     MOVE WS-DR-GL-LINES (1) TO WS-DR-DRY-VALUE.
094400     MOVE WS-DR-GL-LINES (2) TO WS-DR-REAL-VALUE.
094500     PERFORM 5100-PRINT-COUNT-LINE THRU 5100-EXIT.
094600     MOVE "GL DEBITS" TO WS-DR-LABEL.
094700     MOVE WS-DR-GL-DEBIT (1) TO WS-DR-DRY-VALUE.
094800     MOVE WS-DR-GL-DEBIT (2) TO WS-DR-REAL-VALUE.
094900     PERFORM 5200-PRINT-AMOUNT-LINE THRU 5200-EXIT.
095000     MOVE "GL CREDITS" TO WS-DR-LABEL.
095100     MOVE WS-DR-GL-CREDIT (1) TO WS-DR-DRY-VALUE.
095200     MOVE WS-DR-GL-CREDIT (2) TO WS-DR-REAL-VALUE.
095300     PERFORM 5200-PRINT-AMOUNT-LINE THRU 5200-EXIT.
095400     MOVE "GL NET" TO WS-DR-LABEL.
095500     MOVE WS-DR-GL-NET (1) TO WS-DR-DRY-VALUE.
095600     MOVE WS-DR-GL-NET (2) TO WS-DR-REAL-VALUE.
095700     PERFORM 5200-PRINT-AMOUNT-LINE THRU 5200-EXIT.
095800     PERFORM 5300-PRINT-ONE-CURRENCY THRU 5300-EXIT
095900         VARYING WS-DR-CX FROM 1 BY 1
096000         UNTIL WS-DR-CX > WS-DR-CCY-COUNT.
096100     MOVE SPACES TO COMPARISON-REPORT-RECORD.
096200     WRITE COMPARISON-REPORT-RECORD.
096300     MOVE "FIGURES THAT DIFFER" TO DT-LABEL.
096400     MOVE WS-DR-DIFFER-COUNT TO DT-COUNT.
096500     WRITE COMPARISON-REPORT-RECORD FROM WS-DR-TOTAL-LINE.
096600     DISPLAY WS-DR-TOTAL-LINE.
096700     MOVE "REPORTS STAMPED AS DRY RUN" TO DT-LABEL.
096800     MOVE WS-DR-STAMPED-COUNT TO DT-COUNT.
096900     WRITE COMPARISON-REPORT-RECORD FROM WS-DR-TOTAL-LINE.
097000     DISPLAY WS-DR-TOTAL-LINE.
097100     WRITE COMPARISON-REPORT-RECORD FROM WS-DR-BANNER.
097200     CLOSE COMPARISON-REPORT-FILE.
097300     DISPLAY "DRY RUN COMPARISON PRINTED TO " WS-RPT-FILE-NAME.
097400     PERFORM 5500-RECORD-REPORT-INDEX THRU 5500-EXIT.
097500 5000-EXIT.
097600     EXIT.
097700*
097800******************************************************************
097900* 5100-PRINT-COUNT-LINE.
098000*    PRINTS AND SHOWS ONE COUNT FIGURE - DRY RUN, REAL RUN AND
098100*    THE DIFFERENCE (DRY LESS REAL).
098200******************************************************************
098300 5100-PRINT-COUNT-LINE.
098400     COMPUTE WS-DR-DIFFERENCE =
098500         WS-DR-DRY-VALUE - WS-DR-REAL-VALUE.
098600     MOVE WS-DR-LABEL TO DC-LABEL.
098700     MOVE WS-DR-DRY-VALUE TO DC-DRY.
098800     MOVE WS-DR-REAL-VALUE TO DC-REAL.
098900     MOVE WS-DR-DIFFERENCE TO DC-DIFFERENCE.
099000     MOVE SPACES TO DC-FLAG.
099100     IF WS-DR-DIFFERENCE NOT = ZEROS
099200         MOVE "CHANGED" TO DC-FLAG
099300         ADD 1 TO WS-DR-DIFFER-COUNT
099400     END-IF.
099500     WRITE COMPARISON-REPORT-RECORD FROM WS-DR-COUNT-LINE.
099600     DISPLAY WS-DR-COUNT-LINE.
099700 5100-EXIT.
099800     EXIT.
099900*
100000******************************************************************
100100* 5200-PRINT-AMOUNT-LINE.
100200*    AS 5100, FOR A MONEY FIGURE.
100300******************************************************************
100400 5200-PRINT-AMOUNT-LINE.
100500     COMPUTE WS-DR-DIFFERENCE =
100600         WS-DR-DRY-VALUE - WS-DR-REAL-VALUE.
100700     MOVE WS-DR-LABEL TO DA-LABEL.
100800     MOVE WS-DR-DRY-VALUE TO DA-DRY.
100900     MOVE WS-DR-REAL-VALUE TO DA-REAL.
101000     MOVE WS-DR-DIFFERENCE TO DA-DIFFERENCE.
101100     MOVE SPACES TO DA-FLAG.
101200     IF WS-DR-DIFFERENCE NOT = ZEROS
101300         MOVE "CHANGED" TO DA-FLAG
101400         ADD 1 TO WS-DR-DIFFER-COUNT
101500     END-IF.
101600     WRITE COMPARISON-REPORT-RECORD FROM WS-DR-AMOUNT-LINE.
101700     DISPLAY WS-DR-AMOUNT-LINE.
101800 5200-EXIT.
101900     EXIT.
102000*
102100******************************************************************
102200* 5300-PRINT-ONE-CURRENCY.
102300*    THE GROSS, REVERSALS AND ITEMS OF ONE ORIGINAL CURRENCY ON
102400*    THE POSITION FEED.
102500******************************************************************
102600 5300-PRINT-ONE-CURRENCY.
102700     MOVE SPACES TO WS-DR-LABEL.
102800     STRING "POSITION " WS-DR-CCY-CODE (WS-DR-CX) " GROSS"
102900         DELIMITED BY SIZE INTO WS-DR-LABEL.
103000     MOVE WS-DR-CCY-GROSS (WS-DR-CX, 1) TO WS-DR-DRY-VALUE.
103100     MOVE WS-DR-CCY-GROSS (WS-DR-CX, 2) TO WS-DR-REAL-VALUE.
103200     PERFORM 5200-PRINT-AMOUNT-LINE THRU 5200-EXIT.
103300     MOVE SPACES TO WS-DR-LABEL.
103400     STRING "POSITION " WS-DR-CCY-CODE (WS-DR-CX) " REVERSALS"
103500         DELIMITED BY SIZE INTO WS-DR-LABEL.
103600     MOVE WS-DR-CCY-REVERSAL (WS-DR-CX, 1) TO WS-DR-DRY-VALUE.
103700     MOVE WS-DR-CCY-REVERSAL (WS-DR-CX, 2) TO WS-DR-REAL-VALUE.
103800     PERFORM 5200-PRINT-AMOUNT-LINE THRU 5200-EXIT.
103900     MOVE SPACES TO WS-DR-LABEL.
104000     STRING "POSITION " WS-DR-CCY-CODE (WS-DR-CX) " ITEMS"
104100         DELIMITED BY SIZE INTO WS-DR-LABEL.
104200     MOVE WS-DR-CCY-ITEMS (WS-DR-CX, 1) TO WS-DR-DRY-VALUE.
104300     MOVE WS-DR-CCY-ITEMS (WS-DR-CX, 2) TO WS-DR-REAL-VALUE.
104400     PERFORM 5100-PRINT-COUNT-LINE THRU 5100-EXIT.
104500 5300-EXIT.
104600     EXIT.
104700*
104800******************************************************************
104900* 5500-RECORD-REPORT-INDEX.
105000*    RECORDS THE COMPARISON ON THE SHADOW REPORT INDEX, SO THE
105100*    NEXT DRY RUN CLEARS IT AWAY WITH THE OTHER SHADOW REPORTS.
105200******************************************************************
105300 5500-RECORD-REPORT-INDEX.
105400     MOVE "SHADOW/RPTINDEX" TO WS-DR-INDEX-NAME.
105500     OPEN EXTEND REPORT-INDEX-FILE.
105600     IF WS-RIX-FILE-NOT-FOUND
105700         CLOSE REPORT-INDEX-FILE
105800         OPEN OUTPUT REPORT-INDEX-FILE
105900     END-IF.
106000     MOVE SPACES TO REPORT-INDEX-RECORD.
106100     MOVE "DRYCMP" TO RX-REPORT-TYPE.
106200     MOVE DRY-RUN-DATE TO RX-REPORT-DATE.
106300     MOVE SPACES TO RX-FILE-NAME.
106400     STRING "DRYCMP." WS-RPT-DATE-X DELIMITED BY SIZE
106500         INTO RX-FILE-NAME.
106600     WRITE REPORT-INDEX-RECORD.
106700     CLOSE REPORT-INDEX-FILE.
106800 5500-EXIT.
106900     EXIT.
107000*
107100 END PROGRAM DRYRUN01.
