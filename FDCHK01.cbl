000100******************************************************************
000200* AUTHOR:       BRUNNO LORENZONI
000300* INSTALLATION: OPERATIONS / BATCH SUPPORT
000400* DATE-WRITTEN: 2026-10-15
000500* DATE-COMPILED:
000600* PURPOSE:      EXPECTED-FEED CHECK. RUN IN THE NIGHTLY CHAIN
000700*               BEFORE THE TOTALS RUN, IT PROVES THE EXPECTED-FEED
000800*               SCHEDULE (FEEDSCHD) AGAINST THE FEED RECEIPTS THE
000900*               INTAKE RUN LEFT FOR THE BUSINESS DATE (FEEDRCV).
001000*               EVERY OPEN BRANCH SCHEDULED TO SEND A FEED ON THE
001100*               DAY IS CHECKED: NO RECEIPT IS A MISSING FEED, A
001200*               FEED REFUSED WHOLE IS NO BETTER, AND ONE THAT
001300*               ARRIVED AFTER THE BRANCH'S CUT-OFF IS LATE. EACH
001400*               ONE IS PRINTED ON A DATED REPORT AND WARNED ON THE
001500*               AUDIT LOG. A MISSING OR REFUSED FEED GIVES RETURN
001600*               CODE 4, WHICH THE CHAIN HOLDS FOR AN OPERATOR TO
001700*               ACKNOWLEDGE BEFORE THE TOTALS RUN; A LATE FEED
001800*               ONLY WARNS. NO SCHEDULE, OR A HOLIDAY, MEANS
001900*               NOTHING IS DUE.
002000* TECTONICS:    COBC
002100******************************************************************
002200* MODIFICATION HISTORY.
002300*    2026-10-15 BL  INITIAL VERSION.
002400******************************************************************
002500 IDENTIFICATION DIVISION.
002600 PROGRAM-ID. FDCHK01.
002700 ENVIRONMENT DIVISION.
002800 INPUT-OUTPUT SECTION.
002900 FILE-CONTROL.
003000     SELECT FEED-SCHEDULE-FILE ASSIGN TO "FEEDSCHD"
003100         ORGANIZATION IS INDEXED
003200         ACCESS MODE IS DYNAMIC
003300         RECORD KEY IS FSC-BRANCH
003400         FILE STATUS IS WS-FSC-FILE-STATUS.
003500     SELECT FEED-RECEIPT-FILE ASSIGN TO "FEEDRCV"
003600         ORGANIZATION IS INDEXED
003700         ACCESS MODE IS RANDOM
003800         RECORD KEY IS FRV-KEY
003900         FILE STATUS IS WS-RCV-FILE-STATUS.
004000     SELECT BRANCH-FILE ASSIGN TO "BRNCHMST"
004100         ORGANIZATION IS INDEXED
004200         ACCESS MODE IS RANDOM
004300         RECORD KEY IS BR-CODE
004400         FILE STATUS IS WS-BR-FILE-STATUS.
004500     SELECT FEED-REPORT-FILE ASSIGN TO DYNAMIC WS-RPT-FILE-NAME
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
005700 FD  FEED-SCHEDULE-FILE.
005800 COPY "FSCHDREC.cpy".
005900 FD  FEED-RECEIPT-FILE.
006000 COPY "FRCVREC.cpy".
006100 FD  BRANCH-FILE.
006200 COPY "BRNCHREC.cpy".
006300 FD  FEED-REPORT-FILE.
006400 01  FEED-REPORT-RECORD              PIC X(100).
006500 FD  REPORT-INDEX-FILE.
006600 COPY "RPTIXREC.cpy".
006700 FD  JOB-HISTORY-FILE.
006800 COPY "HISTREC.cpy".
006900*
007000 WORKING-STORAGE SECTION.
007100 77  WS-FSC-FILE-STATUS          PIC X(02) VALUE "00".
007200 77  WS-RCV-FILE-STATUS          PIC X(02) VALUE "00".
007300 77  WS-BR-FILE-STATUS           PIC X(02) VALUE "00".
007400 77  WS-RPT-FILE-STATUS          PIC X(02) VALUE "00".
007500     88  WS-RPT-FILE-NOT-FOUND   VALUE "35".
007600 77  WS-RIX-FILE-STATUS          PIC X(02) VALUE "00".
007700     88  WS-RIX-FILE-NOT-FOUND   VALUE "35".
007800 77  WS-JH-FILE-STATUS           PIC X(02) VALUE "00".
007900     88  WS-JH-FILE-NOT-FOUND    VALUE "35".
008000*
008100 77  WS-FSC-EOF-SW               PIC X(01) VALUE "N".
008200     88  WS-FSC-EOF              VALUE "Y".
008300 77  WS-ABORT-SW                 PIC X(01) VALUE "N".
008400     88  WS-ABORT-RUN            VALUE "Y".
008500 77  WS-BR-AVAILABLE-SW          PIC X(01) VALUE "N".
008600     88  WS-BR-AVAILABLE         VALUE "Y".
008700 77  WS-RCV-AVAILABLE-SW         PIC X(01) VALUE "N".
008800     88  WS-RCV-AVAILABLE        VALUE "Y".
008900*
009000 77  WS-RUN-DATE                 PIC 9(08) VALUE ZEROS.
009100 77  WS-RUN-TIME                 PIC 9(08) VALUE ZEROS.
009200 77  WS-END-TIME                 PIC 9(08) VALUE ZEROS.
009300 77  WS-RUN-DOW                  PIC 9(01) VALUE ZEROS.
009400 77  WS-FINAL-RC                 PIC 9(02) VALUE ZEROS.
009500*
009600 77  WS-RPT-FILE-NAME            PIC X(20) VALUE SPACES.
009700 77  WS-RPT-DATE-X               PIC X(08) VALUE SPACES.
009800*
009900*    CHECK COUNTS. THE ALERT COUNT (MISSING PLUS REFUSED) IS WHAT
010000*    THE CHAIN HOLDS FOR ACKNOWLEDGEMENT AND WHAT THE JOB RUN
010100*    HISTORY RECORD CARRIES.
010200*
010300 77  WS-DUE-COUNT                PIC 9(04) VALUE ZEROS.
010400 77  WS-RECEIVED-COUNT           PIC 9(04) VALUE ZEROS.
010500 77  WS-MISSING-COUNT            PIC 9(04) VALUE ZEROS.
010600 77  WS-REFUSED-COUNT            PIC 9(04) VALUE ZEROS.
010700 77  WS-LATE-COUNT               PIC 9(04) VALUE ZEROS.
010800 77  WS-ALERT-COUNT              PIC 9(04) VALUE ZEROS.
010900*
011000*    REPORT LINES.
011100*
011200 01  WS-FCK-HEADER-1.
011300     03  FILLER                  PIC X(01) VALUE SPACE.
011400     03  FILLER                  PIC X(34) VALUE
011500         "EXPECTED-FEED CHECK".
011600     03  FILLER                  PIC X(10) VALUE "RUN DATE: ".
011700     03  CH1-RUN-DATE            PIC 9(08).
011800*
011900 01  WS-FCK-DETAIL-LINE.
012000     03  FILLER                  PIC X(01) VALUE SPACE.
012100     03  FILLER                  PIC X(07) VALUE "BRANCH ".
012200     03  CD-BRANCH               PIC X(04).
012300     03  FILLER                  PIC X(01) VALUE SPACE.
012400     03  CD-STATUS               PIC X(08).
012500     03  FILLER                  PIC X(09) VALUE " CUT-OFF ".
012600     03  CD-CUTOFF-HH            PIC 9(02).
012700     03  FILLER                  PIC X(01) VALUE ":".
012800     03  CD-CUTOFF-MM            PIC 9(02).
012900     03  FILLER                  PIC X(09) VALUE " ARRIVED ".
013000     03  CD-ARRIVAL-DATE         PIC X(08).
013100     03  FILLER                  PIC X(01) VALUE SPACE.
013200     03  CD-ARRIVAL-TIME         PIC X(04).
013300     03  FILLER                  PIC X(06) VALUE " FILE ".
013400     03  CD-FILE-NAME            PIC X(20).
013500*
013600 01  WS-FCK-SUMMARY-LINE.
013700     03  FILLER                  PIC X(01) VALUE SPACE.
013800     03  FILLER                  PIC X(04) VALUE "DUE ".
013900     03  CS-DUE                  PIC ZZZ9.
014000     03  FILLER                  PIC X(11) VALUE " RECEIVED ".
014100     03  CS-RECEIVED             PIC ZZZ9.
014200     03  FILLER                  PIC X(10) VALUE " MISSING ".
014300     03  CS-MISSING              PIC ZZZ9.
014400     03  FILLER                  PIC X(10) VALUE " REFUSED ".
014500     03  CS-REFUSED              PIC ZZZ9.
014600     03  FILLER                  PIC X(07) VALUE " LATE ".
014700     03  CS-LATE                 PIC ZZZ9.
014800*
014900 COPY "DATEFLD.cpy".
015000*
015100*    PARAMETER AREA PASSED TO FILLER_PROGRAMA FOR THE BUSINESS
015200*    DATE'S DAY OF THE WEEK AND HOLIDAY FLAG. LAYOUT MUST MATCH
015300*    ITS LINKAGE SECTION FIELD FOR FIELD.
015400*
015500 01  WS-DATE-PARMS.
015600     03  WS-DATE-PARM-DD          PIC 9(02).
015700     03  WS-DATE-PARM-MM          PIC 9(02).
015800     03  WS-DATE-PARM-AA          PIC 9(04).
015900     03  WS-DATE-PARM-STATUS      PIC X(01).
016000         88  WS-DATE-PARM-VALID   VALUE "V".
016100         88  WS-DATE-PARM-INVALID VALUE "I".
016200     03  WS-DATE-PARM-DOW         PIC 9(01).
016300     03  WS-DATE-PARM-WEEKEND-SW  PIC X(01).
016400         88  WS-DATE-PARM-WEEKEND VALUE "Y".
016500         88  WS-DATE-PARM-WEEKDAY VALUE "N".
016600     03  WS-DATE-PARM-MAX-DAY     PIC 9(02).
016700     03  WS-DATE-PARM-HOLIDAY-SW  PIC X(01).
016800         88  WS-DATE-PARM-HOLIDAY     VALUE "Y".
016900         88  WS-DATE-PARM-NOT-HOLIDAY VALUE "N".
017000*
017100*    PARAMETER AREA PASSED TO BDATE01. LAYOUT MUST MATCH ITS
017200*    LINKAGE SECTION BDATE-PARMS FIELD FOR FIELD.
017300*
017400 01  WS-BDATE-PARMS.
017500     03  WS-BDATE-FUNCTION        PIC X(01) VALUE "G".
017600     03  WS-BDATE-DATE            PIC 9(08).
017700     03  WS-BDATE-STATUS          PIC X(01).
017800*
017900*    PARAMETER AREA PASSED TO LOGWRT01. LAYOUT MUST MATCH ITS
018000*    LINKAGE SECTION LOG-PARMS FIELD FOR FIELD.
018100*
018200 01  WS-LOG-PARMS.
018300     03  WS-LOG-PROGRAM-ID        PIC X(16) VALUE "FDCHK01".
018400     03  WS-LOG-STEP              PIC X(12).
018500     03  WS-LOG-RUN-DATE          PIC 9(08).
018600     03  WS-LOG-RUN-TIME          PIC 9(08).
018700     03  WS-LOG-MESSAGE           PIC X(60).
018800     03  WS-LOG-SEVERITY          PIC X(01) VALUE "I".
018900*
019000 PROCEDURE DIVISION.
019100 0000-MAINLINE.
019200     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
019300     IF NOT WS-ABORT-RUN
019400         PERFORM 2000-CHECK-SCHEDULE THRU 2000-EXIT
019500     END-IF.
019600     PERFORM 8000-FINALIZE THRU 8000-EXIT.
019700     GOBACK.
019800*
019900******************************************************************
020000* 1000-INITIALIZE.
020100*    FETCHES THE BUSINESS DATE AND ITS DAY OF THE WEEK AND OPENS
020200*    THE SCHEDULE, THE RECEIPTS, THE BRANCH MASTER AND THE DATED
020300*    REPORT FILE. NO SCHEDULE MEANS NO BRANCH IS EXPECTED TO
020400*    SEND ANYTHING, AND A HOLIDAY MEANS NO FEED IS DUE - A QUIET
020500*    RUN, NOT AN ERROR. NO RECEIPT FILE MEANS NOTHING CAME IN, SO
020600*    EVERY FEED DUE IS MISSING. WITHOUT THE BRANCH MASTER EVERY
020700*    SCHEDULED BRANCH IS TAKEN AS OPEN.
020800******************************************************************
020900 1000-INITIALIZE.
021000     CALL "BDATE01" USING WS-BDATE-PARMS.
021100     MOVE WS-BDATE-DATE TO WS-RUN-DATE.
021200     ACCEPT WS-RUN-TIME FROM TIME.
021300     MOVE WS-RUN-DATE TO WS-LOG-RUN-DATE.
021400     MOVE WS-RUN-TIME TO WS-LOG-RUN-TIME.
021500     MOVE "INITIALIZE" TO WS-LOG-STEP.
021600     MOVE "EXPECTED-FEED CHECK STARTING" TO WS-LOG-MESSAGE.
021700     CALL "LOGWRT01" USING WS-LOG-PARMS.
021800     MOVE WS-RUN-DATE TO DATEFLD-DATE.
021900     MOVE DATEFLD-DD TO WS-DATE-PARM-DD.
022000     MOVE DATEFLD-MM TO WS-DATE-PARM-MM.
022100     MOVE DATEFLD-AAAA TO WS-DATE-PARM-AA.
022200     CALL "FILLER_PROGRAMA" USING WS-DATE-PARMS.
022300     IF WS-DATE-PARM-INVALID
022400         OR WS-DATE-PARM-DOW < 1 OR WS-DATE-PARM-DOW > 7
022500         MOVE "W" TO WS-LOG-SEVERITY
022600         MOVE "BUSINESS DATE NOT A VALID DATE - CHECK SKIPPED" TO
022700             WS-LOG-MESSAGE
022800         CALL "LOGWRT01" USING WS-LOG-PARMS
022900         MOVE "I" TO WS-LOG-SEVERITY
023000         SET WS-ABORT-RUN TO TRUE
023100         GO TO 1000-EXIT
023200     END-IF.
023300     MOVE WS-DATE-PARM-DOW TO WS-RUN-DOW.
023400     IF WS-DATE-PARM-HOLIDAY
023500         MOVE "BUSINESS DATE IS A HOLIDAY - NO FEEDS DUE" TO
023600             WS-LOG-MESSAGE
023700         CALL "LOGWRT01" USING WS-LOG-PARMS
023800         SET WS-ABORT-RUN TO TRUE
023900         GO TO 1000-EXIT
024000     END-IF.
024100     OPEN INPUT FEED-SCHEDULE-FILE.
024200     IF WS-FSC-FILE-STATUS NOT = "00"
024300         MOVE "NO EXPECTED-FEED SCHEDULE - NOTHING TO CHECK" TO
024400             WS-LOG-MESSAGE
024500         CALL "LOGWRT01" USING WS-LOG-PARMS
024600         SET WS-ABORT-RUN TO TRUE
024700         GO TO 1000-EXIT
024800     END-IF.
024900     OPEN INPUT FEED-RECEIPT-FILE.
025000     IF WS-RCV-FILE-STATUS = "00"
025100         SET WS-RCV-AVAILABLE TO TRUE
025200     END-IF.
025300     OPEN INPUT BRANCH-FILE.
025400     IF WS-BR-FILE-STATUS = "00"
025500         SET WS-BR-AVAILABLE TO TRUE
025600     END-IF.
025700     MOVE WS-RUN-DATE TO WS-RPT-DATE-X.
025800     MOVE SPACES TO WS-RPT-FILE-NAME.
025900     STRING "FEEDCHK." WS-RPT-DATE-X DELIMITED BY SIZE
026000         INTO WS-RPT-FILE-NAME.
026100     OPEN EXTEND FEED-REPORT-FILE.
026200     IF WS-RPT-FILE-NOT-FOUND
026300         CLOSE FEED-REPORT-FILE
026400         OPEN OUTPUT FEED-REPORT-FILE
026500         PERFORM 1100-RECORD-REPORT-INDEX THRU 1100-EXIT
026600     END-IF.
026700     MOVE WS-RUN-DATE TO CH1-RUN-DATE.
026800     MOVE WS-FCK-HEADER-1 TO FEED-REPORT-RECORD.
026900     WRITE FEED-REPORT-RECORD.
027000 1000-EXIT.
027100     EXIT.
027200*
027300******************************************************************
027400* 1100-RECORD-REPORT-INDEX.
027500*    APPENDS ONE INDEX RECORD FOR THE DATED REPORT FILE JUST
027600*    CREATED, SO THE REPRINT UTILITY KNOWS IT EXISTS.
027700******************************************************************
027800 1100-RECORD-REPORT-INDEX.
027900     OPEN EXTEND REPORT-INDEX-FILE.
028000     IF WS-RIX-FILE-NOT-FOUND
028100         CLOSE REPORT-INDEX-FILE
028200         OPEN OUTPUT REPORT-INDEX-FILE
028300     END-IF.
028400     MOVE SPACES TO REPORT-INDEX-RECORD.
028500     MOVE "FEEDCHK" TO RX-REPORT-TYPE.
028600     MOVE WS-RUN-DATE TO RX-REPORT-DATE.
028700     MOVE WS-RPT-FILE-NAME TO RX-FILE-NAME.
028800     WRITE REPORT-INDEX-RECORD.
028900     CLOSE REPORT-INDEX-FILE.
029000 1100-EXIT.
029100     EXIT.
029200*
029300******************************************************************
029400* 2000-CHECK-SCHEDULE.
029500*    WALKS THE WHOLE SCHEDULE IN BRANCH ORDER.
029600******************************************************************
029700 2000-CHECK-SCHEDULE.
029800     MOVE "CHECK" TO WS-LOG-STEP.
029900     MOVE LOW-VALUES TO FSC-BRANCH.
030000     START FEED-SCHEDULE-FILE KEY IS NOT LESS THAN FSC-BRANCH
030100         INVALID KEY
030200             SET WS-FSC-EOF TO TRUE
030300     END-START.
030400     PERFORM 2100-CHECK-ONE-BRANCH THRU 2100-EXIT
030500         UNTIL WS-FSC-EOF.
030600 2000-EXIT.
030700     EXIT.
030800*
030900******************************************************************
031000* 2100-CHECK-ONE-BRANCH.
031100*    READS THE NEXT SCHEDULE RECORD. A BRANCH DUE TODAY - AND
031200*    STILL OPEN ON THE BRANCH MASTER - IS LOOKED UP ON THE
031300*    RECEIPTS: NO RECEIPT IS MISSING, A REFUSED ONE IS REFUSED,
031400*    AND ONE THAT ARRIVED AFTER THE BUSINESS DATE OR AFTER THE
031500*    CUT-OFF ON IT IS LATE.
031600******************************************************************
031700 2100-CHECK-ONE-BRANCH.
031800     READ FEED-SCHEDULE-FILE NEXT RECORD
031900         AT END
032000             SET WS-FSC-EOF TO TRUE
032100             GO TO 2100-EXIT
032200     END-READ.
032300     IF FSC-DAY (WS-RUN-DOW) NOT = "Y"
032400         GO TO 2100-EXIT
032500     END-IF.
032600     IF WS-BR-AVAILABLE
032700         MOVE FSC-BRANCH TO BR-CODE
032800         READ BRANCH-FILE
032900             INVALID KEY
033000                 GO TO 2100-EXIT
033100         END-READ
033200         IF BR-CLOSED
033300             GO TO 2100-EXIT
033400         END-IF
033500     END-IF.
033600     ADD 1 TO WS-DUE-COUNT.
033700     IF NOT WS-RCV-AVAILABLE
033800         GO TO 2100-MISSING
033900     END-IF.
034000     MOVE WS-RUN-DATE TO FRV-DATE.
034100     MOVE FSC-BRANCH TO FRV-BRANCH.
034200     READ FEED-RECEIPT-FILE
034300         INVALID KEY
034400             GO TO 2100-MISSING
034500     END-READ.
034600     IF FRV-REFUSED
034700         ADD 1 TO WS-REFUSED-COUNT
034800         MOVE "REFUSED" TO CD-STATUS
034900         PERFORM 2200-REPORT-EXCEPTION THRU 2200-EXIT
035000         GO TO 2100-EXIT
035100     END-IF.
035200     ADD 1 TO WS-RECEIVED-COUNT.
035300     IF FRV-ARRIVAL-DATE > WS-RUN-DATE
035400         OR (FRV-ARRIVAL-DATE = WS-RUN-DATE
035500             AND FRV-ARRIVAL-TIME > FSC-CUTOFF-TIME)
035600         ADD 1 TO WS-LATE-COUNT
035700         MOVE "LATE" TO CD-STATUS
035800         PERFORM 2200-REPORT-EXCEPTION THRU 2200-EXIT
035900     END-IF.
036000     GO TO 2100-EXIT.
036100 2100-MISSING.
036200     ADD 1 TO WS-MISSING-COUNT.
036300     MOVE "MISSING" TO CD-STATUS.
036400     MOVE SPACES TO FEED-RECEIPT-RECORD.
036500     PERFORM 2200-REPORT-EXCEPTION THRU 2200-EXIT.
036600 2100-EXIT.
036700     EXIT.
036800*
036900******************************************************************
037000* 2200-REPORT-EXCEPTION.
037100*    PRINTS ONE EXCEPTION LINE FOR THE BRANCH JUST CHECKED AND
037200*    WARNS IT ON THE AUDIT LOG. THE RECEIPT RECORD IS SPACES FOR
037300*    A MISSING FEED, SO NO ARRIVAL OR FILE NAME PRINTS.
037400******************************************************************
037500 2200-REPORT-EXCEPTION.
037600     MOVE FSC-BRANCH TO CD-BRANCH.
037700     MOVE FSC-CUTOFF-HH TO CD-CUTOFF-HH.
037800     MOVE FSC-CUTOFF-MM TO CD-CUTOFF-MM.
037900     IF FEED-RECEIPT-RECORD = SPACES
038000         MOVE SPACES TO CD-ARRIVAL-DATE
038100         MOVE SPACES TO CD-ARRIVAL-TIME
038200         MOVE SPACES TO CD-FILE-NAME
038300     ELSE
038400         MOVE FRV-ARRIVAL-DATE TO CD-ARRIVAL-DATE
038500         MOVE FRV-ARRIVAL-TIME TO CD-ARRIVAL-TIME
038600         MOVE FRV-FILE-NAME TO CD-FILE-NAME
038700     END-IF.
038800     MOVE WS-FCK-DETAIL-LINE TO FEED-REPORT-RECORD.
038900     WRITE FEED-REPORT-RECORD.
039000     MOVE "W" TO WS-LOG-SEVERITY.
039100     MOVE SPACES TO WS-LOG-MESSAGE.
039200     STRING "FEED FROM BRANCH " FSC-BRANCH " " CD-STATUS
039300         " - CUT-OFF " FSC-CUTOFF-HH ":" FSC-CUTOFF-MM
039400         DELIMITED BY SIZE INTO WS-LOG-MESSAGE.
039500     CALL "LOGWRT01" USING WS-LOG-PARMS.
039600     MOVE "I" TO WS-LOG-SEVERITY.
039700 2200-EXIT.
039800     EXIT.
039900*
040000******************************************************************
040100* 8000-FINALIZE.
040200*    PRINTS AND LOGS THE CHECK SUMMARY AND SETS THE RETURN CODE -
040300*    4 WHEN ANY FEED DUE IS MISSING OR WAS REFUSED, SO THE CHAIN
040400*    HOLDS FOR AN OPERATOR TO ACKNOWLEDGE IT; LATE FEEDS ONLY
040500*    WARN. CLOSES THE FILES AND WRITES THE JOB RUN HISTORY RECORD.
040600******************************************************************
040700 8000-FINALIZE.
040800     MOVE "FINALIZE" TO WS-LOG-STEP.
040900     MOVE 0 TO WS-FINAL-RC.
041000     IF NOT WS-ABORT-RUN
041100         MOVE WS-DUE-COUNT TO CS-DUE
041200         MOVE WS-RECEIVED-COUNT TO CS-RECEIVED
041300         MOVE WS-MISSING-COUNT TO CS-MISSING
041400         MOVE WS-REFUSED-COUNT TO CS-REFUSED
041500         MOVE WS-LATE-COUNT TO CS-LATE
041600         MOVE WS-FCK-SUMMARY-LINE TO FEED-REPORT-RECORD
041700         WRITE FEED-REPORT-RECORD
041800         COMPUTE WS-ALERT-COUNT =
041900             WS-MISSING-COUNT + WS-REFUSED-COUNT
042000         MOVE SPACES TO WS-LOG-MESSAGE
042100         STRING "DUE " WS-DUE-COUNT
042200             " RECEIVED " WS-RECEIVED-COUNT
042300             " MISSING " WS-MISSING-COUNT
042400             " REFUSED " WS-REFUSED-COUNT
042500             " LATE " WS-LATE-COUNT
042600             DELIMITED BY SIZE INTO WS-LOG-MESSAGE
042700         IF WS-ALERT-COUNT > ZEROS OR WS-LATE-COUNT > ZEROS
042800             MOVE "W" TO WS-LOG-SEVERITY
042900         END-IF
043000         CALL "LOGWRT01" USING WS-LOG-PARMS
043100         MOVE "I" TO WS-LOG-SEVERITY
043200         IF WS-ALERT-COUNT > ZEROS
043300             MOVE 4 TO WS-FINAL-RC
043400         END-IF
043500         CLOSE FEED-SCHEDULE-FILE
043600         IF WS-RCV-AVAILABLE
043700             CLOSE FEED-RECEIPT-FILE
043800         END-IF
043900         IF WS-BR-AVAILABLE
044000             CLOSE BRANCH-FILE
044100         END-IF
044200         CLOSE FEED-REPORT-FILE
044300     END-IF.
044400     PERFORM 8100-WRITE-JOB-HISTORY THRU 8100-EXIT.
044500     MOVE WS-FINAL-RC TO RETURN-CODE.
044600 8000-EXIT.
044700     EXIT.
044800*
044900******************************************************************
045000* 8100-WRITE-JOB-HISTORY.
045100*    APPENDS ONE JOB RUN HISTORY RECORD FOR THIS CHECK, CARRYING
045200*    THE NUMBER OF FEEDS MISSING OR REFUSED.
045300******************************************************************
045400 8100-WRITE-JOB-HISTORY.
045500     OPEN EXTEND JOB-HISTORY-FILE.
045600     IF WS-JH-FILE-NOT-FOUND
045700         CLOSE JOB-HISTORY-FILE
045800         OPEN OUTPUT JOB-HISTORY-FILE
045900     END-IF.
046000     MOVE SPACES TO JOB-HIST-RECORD.
046100     MOVE "FDCHK01" TO JH-PROGRAM-ID.
046200     MOVE WS-RUN-DATE TO JH-RUN-DATE.
046300     MOVE WS-RUN-TIME TO JH-START-TIME.
046400     ACCEPT WS-END-TIME FROM TIME.
046500     MOVE WS-END-TIME TO JH-END-TIME.
046600     MOVE WS-FINAL-RC TO JH-RETURN-CODE.
046700     MOVE WS-ALERT-COUNT TO JH-TRAN-COUNT.
046800     MOVE ZEROS TO JH-OPERATOR-ID.
046900     WRITE JOB-HIST-RECORD.
047000     CLOSE JOB-HISTORY-FILE.
047100 8100-EXIT.
047200     EXIT.
047300*
047400 END PROGRAM FDCHK01.
