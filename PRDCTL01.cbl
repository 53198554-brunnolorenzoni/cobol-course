000100******************************************************************
000200* AUTHOR:       BRUNNO LORENZONI
000300* INSTALLATION: OPERATIONS / BATCH SUPPORT
000400* DATE-WRITTEN: 2026-10-15
000500* DATE-COMPILED:
000600* PURPOSE:      ACCOUNTING PERIOD SERVICE. OWNS THE PERIOD CONTROL
000700*               FILE (PRDCTL) AND ITS CHANGE LOG (PRDLOG). A
000800*               PROGRAM THAT POSTS INTO OR CHANGES A MONTH ASKS
000900*               HERE WHETHER THE MONTH IS CLOSED AND REFUSES IF IT
001000*               IS. THE MONTH-END OUTPUT REPORTS ITSELF HERE AS IT
001100*               COMES OUT - THE FIRST PIECE MAKES THE MONTH
001200*               CLOSING, THE LAST CLOSES IT. A SUPERVISOR REOPENS
001300*               AND RE-CLOSES A MONTH THROUGH THE PERIOD
001400*               MAINTENANCE (PRDMNT01), WHICH CALLS HERE TOO.
001500*               EVERY CHANGE OF STATUS IS LOGGED. THE CALLER
001600*               PASSES ANY DATE IN THE MONTH. FUNCTIONS:
001700*                 Q - RETURN THE MONTH'S STATUS
001800*                 K - THE MONTH-END CLOSING REPORT IS OUT
001900*                 B - THE MONTHLY BRANCH STATEMENTS ARE OUT
002000*                 M - THE MONTHLY COMMISSION STATEMENTS ARE OUT
002100*                 R - REOPEN A CLOSED MONTH (OPERATOR AND REASON)
002200*                 C - CLOSE THE MONTH BY HAND (OPERATOR AND
002300*                     REASON) - ONLY A MONTH THAT HAS ENDED
002400* TECTONICS:    COBC
002500******************************************************************
002600* MODIFICATION HISTORY.
002700*    2026-10-15 BL  INITIAL VERSION.
002800******************************************************************
002900 IDENTIFICATION DIVISION.
003000 PROGRAM-ID. PRDCTL01.
003100 ENVIRONMENT DIVISION.
003200 INPUT-OUTPUT SECTION.
003300 FILE-CONTROL.
003400     SELECT PERIOD-CONTROL-FILE ASSIGN TO "PRDCTL"
003500         ORGANIZATION IS INDEXED
003600         ACCESS MODE IS RANDOM
003700         RECORD KEY IS PRD-PERIOD
003800         FILE STATUS IS WS-PRD-FILE-STATUS.
003900     SELECT PERIOD-LOG-FILE ASSIGN TO "PRDLOG"
004000         ORGANIZATION IS LINE SEQUENTIAL
004100         FILE STATUS IS WS-PLG-FILE-STATUS.
004200*
004300 DATA DIVISION.
004400 FILE SECTION.
004500 FD  PERIOD-CONTROL-FILE.
004600 COPY "PRDREC.cpy".
004700 FD  PERIOD-LOG-FILE.
004800 COPY "PRDLGREC.cpy".
004900*
005000 WORKING-STORAGE SECTION.
005100 77  WS-PRD-FILE-STATUS          PIC X(02) VALUE "00".
005200     88  WS-PRD-FILE-NOT-FOUND   VALUE "35".
005300 77  WS-PLG-FILE-STATUS          PIC X(02) VALUE "00".
005400     88  WS-PLG-FILE-NOT-FOUND   VALUE "35".
005500*
005600 77  WS-PRD-NEW-SW               PIC X(01) VALUE "N".
005700     88  WS-PRD-NEW              VALUE "Y".
005800*
005900 77  WS-RUN-DATE                 PIC 9(08) VALUE ZEROS.
006000 77  WS-RUN-TIME                 PIC 9(08) VALUE ZEROS.
006100*
006200*    THE CALLER'S DATE AND THE BUSINESS DATE, EACH CARVED INTO
006300*    ITS AAAAMM PERIOD.
006400*
006500 01  WS-PRC-DATE-FIELD           PIC 9(08) VALUE ZEROS.
006600 01  FILLER REDEFINES WS-PRC-DATE-FIELD.
006700     03  WS-PRC-AAAAMM           PIC 9(06).
006800     03  WS-PRC-DD               PIC 9(02).
006900 01  WS-BUS-DATE-FIELD           PIC 9(08) VALUE ZEROS.
007000 01  FILLER REDEFINES WS-BUS-DATE-FIELD.
007100     03  WS-BUS-AAAAMM           PIC 9(06).
007200     03  WS-BUS-DD               PIC 9(02).
007300*
007400*    THE CHANGE BEING LOGGED - THE ACTION AND THE STATUS THE
007500*    MONTH HAD BEFORE IT. SPACES MEANS NOTHING CHANGED.
007600*
007700 77  WS-LOG-ACTION               PIC X(08) VALUE SPACES.
007800 77  WS-OLD-STATUS               PIC X(01) VALUE SPACE.
007900*
008000*    PARAMETER AREA PASSED TO BDATE01. LAYOUT MUST MATCH ITS
008100*    LINKAGE SECTION BDATE-PARMS FIELD FOR FIELD.
008200*
008300 01  WS-BDATE-PARMS.
008400     03  WS-BDATE-FUNCTION        PIC X(01) VALUE "G".
008500     03  WS-BDATE-DATE            PIC 9(08).
008600     03  WS-BDATE-STATUS          PIC X(01).
008700*
008800*    PARAMETER AREA PASSED TO LOGWRT01. LAYOUT MUST MATCH ITS
008900*    LINKAGE SECTION LOG-PARMS FIELD FOR FIELD.
009000*
009100 01  WS-LOG-PARMS.
009200     03  WS-LOG-PROGRAM-ID        PIC X(16) VALUE "PRDCTL01".
009300     03  WS-LOG-STEP              PIC X(12).
009400     03  WS-LOG-RUN-DATE          PIC 9(08).
009500     03  WS-LOG-RUN-TIME          PIC 9(08).
009600     03  WS-LOG-MESSAGE           PIC X(60).
009700     03  WS-LOG-SEVERITY          PIC X(01) VALUE "I".
009800*
009900 LINKAGE SECTION.
010000 01  PRC-PARMS.
010100     03  PRC-FUNCTION            PIC X(01).
010200         88  PRC-FN-QUERY        VALUE "Q".
010300         88  PRC-FN-CLOSING-RPT  VALUE "K".
010400         88  PRC-FN-BRANCH-STMT  VALUE "B".
010500         88  PRC-FN-COMM-STMT    VALUE "M".
010600         88  PRC-FN-REOPEN       VALUE "R".
010700         88  PRC-FN-RECLOSE      VALUE "C".
010800     03  PRC-DATE                PIC 9(08).
010900     03  PRC-OPERATOR            PIC 9(06).
011000     03  PRC-SOURCE              PIC X(10).
011100     03  PRC-REASON              PIC X(40).
011200     03  PRC-PERIOD              PIC 9(06).
011300     03  PRC-PERIOD-STATUS       PIC X(01).
011400         88  PRC-PERIOD-OPEN     VALUE "O".
011500         88  PRC-PERIOD-CLOSING  VALUE "G".
011600         88  PRC-PERIOD-CLOSED   VALUE "C".
011700     03  PRC-RESULT              PIC X(01).
011800         88  PRC-DONE            VALUE "Y".
011900         88  PRC-REFUSED         VALUE "N".
012000     03  PRC-MESSAGE             PIC X(50).
012100*
012200 PROCEDURE DIVISION USING PRC-PARMS.
012300 0000-MAINLINE.
012400     PERFORM 0100-SET-UP THRU 0100-EXIT.
012500     EVALUATE TRUE
012600         WHEN PRC-FN-CLOSING-RPT
012700         WHEN PRC-FN-BRANCH-STMT
012800         WHEN PRC-FN-COMM-STMT
012900             PERFORM 2000-RECORD-OUTPUT THRU 2000-EXIT
013000         WHEN PRC-FN-REOPEN
013100             PERFORM 3000-REOPEN-PERIOD THRU 3000-EXIT
013200         WHEN PRC-FN-RECLOSE
013300             PERFORM 4000-RECLOSE-PERIOD THRU 4000-EXIT
013400         WHEN OTHER
013500             PERFORM 1000-QUERY-PERIOD THRU 1000-EXIT
013600     END-EVALUATE.
013700     GOBACK.
013800*
013900******************************************************************
014000* 0100-SET-UP.
014100*    WORKS OUT THE PERIOD THE CALLER'S DATE FALLS IN AND THE
014200*    BUSINESS DATE ANY CHANGE IS LOGGED UNDER, AND STARTS THE
014300*    REPLY AS AN OPEN PERIOD WITH NOTHING REFUSED.
014400******************************************************************
014500 0100-SET-UP.
014600     CALL "BDATE01" USING WS-BDATE-PARMS.
014700     MOVE WS-BDATE-DATE TO WS-RUN-DATE.
014800     MOVE WS-BDATE-DATE TO WS-BUS-DATE-FIELD.
014900     ACCEPT WS-RUN-TIME FROM TIME.
015000     MOVE WS-RUN-DATE TO WS-LOG-RUN-DATE.
015100     MOVE WS-RUN-TIME TO WS-LOG-RUN-TIME.
015200     MOVE PRC-DATE TO WS-PRC-DATE-FIELD.
015300     MOVE WS-PRC-AAAAMM TO PRC-PERIOD.
015400     SET PRC-PERIOD-OPEN TO TRUE.
015500     SET PRC-DONE TO TRUE.
015600     MOVE SPACES TO PRC-MESSAGE.
015700     MOVE SPACES TO WS-LOG-ACTION.
015800 0100-EXIT.
015900     EXIT.
016000*
016100******************************************************************
016200* 1000-QUERY-PERIOD.
016300*    RETURNS THE MONTH'S STATUS. NO CONTROL FILE, OR NO RECORD
016400*    FOR THE MONTH, IS AN OPEN MONTH.
016500******************************************************************
016600 1000-QUERY-PERIOD.
016700     OPEN INPUT PERIOD-CONTROL-FILE.
016800     IF WS-PRD-FILE-STATUS NOT = "00"
016900         CLOSE PERIOD-CONTROL-FILE
017000         GO TO 1000-EXIT
017100     END-IF.
017200     MOVE PRC-PERIOD TO PRD-PERIOD.
017300     READ PERIOD-CONTROL-FILE
017400         INVALID KEY
017500             CLOSE PERIOD-CONTROL-FILE
017600             GO TO 1000-EXIT
017700     END-READ.
017800     CLOSE PERIOD-CONTROL-FILE.
017900     PERFORM 1100-RETURN-STATUS THRU 1100-EXIT.
018000 1000-EXIT.
018100     EXIT.
018200*
018300******************************************************************
018400* 1100-RETURN-STATUS.
018500*    HANDS THE STATUS OF THE RECORD IN THE BUFFER BACK TO THE
018600*    CALLER.
018700******************************************************************
018800 1100-RETURN-STATUS.
018900     EVALUATE TRUE
019000         WHEN PRD-CLOSED
019100             SET PRC-PERIOD-CLOSED TO TRUE
019200         WHEN PRD-CLOSING
019300             SET PRC-PERIOD-CLOSING TO TRUE
019400         WHEN OTHER
019500             SET PRC-PERIOD-OPEN TO TRUE
019600     END-EVALUATE.
019700 1100-EXIT.
019800     EXIT.
019900*
020000******************************************************************
020100* 1200-OPEN-FOR-UPDATE.
020200*    OPENS THE CONTROL FILE FOR UPDATE, CREATING IT ON FIRST USE.
020300*    A FILE THAT STILL WILL NOT OPEN REFUSES THE CHANGE.
020400******************************************************************
020500 1200-OPEN-FOR-UPDATE.
020600     OPEN I-O PERIOD-CONTROL-FILE.
020700     IF WS-PRD-FILE-NOT-FOUND
020800         CLOSE PERIOD-CONTROL-FILE
020900         OPEN OUTPUT PERIOD-CONTROL-FILE
021000         CLOSE PERIOD-CONTROL-FILE
021100         OPEN I-O PERIOD-CONTROL-FILE
021200     END-IF.
021300     IF WS-PRD-FILE-STATUS NOT = "00"
021400         SET PRC-REFUSED TO TRUE
021500         MOVE "PERIOD CONTROL FILE NOT AVAILABLE" TO PRC-MESSAGE
021600         MOVE "PERIOD" TO WS-LOG-STEP
021700         MOVE "W" TO WS-LOG-SEVERITY
021800         MOVE SPACES TO WS-LOG-MESSAGE
021900         STRING "PERIOD CONTROL FILE NOT OPENED - STATUS "
022000             WS-PRD-FILE-STATUS
022100             DELIMITED BY SIZE INTO WS-LOG-MESSAGE
022200         CALL "LOGWRT01" USING WS-LOG-PARMS
022300         MOVE "I" TO WS-LOG-SEVERITY
022400     END-IF.
022500 1200-EXIT.
022600     EXIT.
022700*
022800******************************************************************
022900* 1300-READ-FOR-UPDATE.
023000*    READS THE MONTH'S RECORD, OR BUILDS A FRESH OPEN ONE WHEN
023100*    THE MONTH HAS NEVER BEEN TOUCHED.
023200******************************************************************
023300 1300-READ-FOR-UPDATE.
023400     MOVE "N" TO WS-PRD-NEW-SW.
023500     MOVE PRC-PERIOD TO PRD-PERIOD.
023600     READ PERIOD-CONTROL-FILE
023700         INVALID KEY
023800             SET WS-PRD-NEW TO TRUE
023900     END-READ.
024000     IF WS-PRD-NEW
024100         MOVE SPACES TO PERIOD-CONTROL-RECORD
024200         MOVE PRC-PERIOD TO PRD-PERIOD
024300         SET PRD-OPEN TO TRUE
024400         MOVE "N" TO PRD-CLOSING-RPT-SW PRD-BR-STMT-SW
024500             PRD-COM-STMT-SW
024600         MOVE ZEROS TO PRD-CLOSED-DATE PRD-CLOSED-TIME
024700             PRD-REOPEN-COUNT PRD-LAST-OPERATOR
024800     END-IF.
024900     MOVE PRD-STATUS TO WS-OLD-STATUS.
025000 1300-EXIT.
025100     EXIT.
025200*
025300******************************************************************
025400* 1400-SAVE-RECORD.
025500*    WRITES A FRESH RECORD OR REWRITES THE ONE READ, AND CLOSES
025600*    THE CONTROL FILE.
025700******************************************************************
025800 1400-SAVE-RECORD.
025900     IF WS-PRD-NEW
026000         WRITE PERIOD-CONTROL-RECORD
026100             INVALID KEY
026200                 REWRITE PERIOD-CONTROL-RECORD
026300                 END-REWRITE
026400         END-WRITE
026500     ELSE
026600         REWRITE PERIOD-CONTROL-RECORD
026700             INVALID KEY
026800                 SET PRC-REFUSED TO TRUE
026900                 MOVE "PERIOD RECORD NOT REWRITTEN" TO PRC-MESSAGE
027000                 MOVE SPACES TO WS-LOG-ACTION
027100         END-REWRITE
027200     END-IF.
027300     CLOSE PERIOD-CONTROL-FILE.
027400 1400-EXIT.
027500     EXIT.
027600*
027700******************************************************************
027800* 2000-RECORD-OUTPUT.
027900*    MARKS ONE PIECE OF MONTH-END OUTPUT AS OUT. THE FIRST PIECE
028000*    MAKES AN OPEN MONTH CLOSING; WITH THE CLOSING REPORT AND
028100*    BOTH SETS OF STATEMENTS OUT THE MONTH CLOSES. OUTPUT FOR A
028200*    MONTH ALREADY CLOSED (A STATEMENT REPRINT) CHANGES NOTHING
028300*    BUT ITS SWITCH.
028400******************************************************************
028500 2000-RECORD-OUTPUT.
028600     PERFORM 1200-OPEN-FOR-UPDATE THRU 1200-EXIT.
028700     IF PRC-REFUSED
028800         GO TO 2000-EXIT
028900     END-IF.
029000     PERFORM 1300-READ-FOR-UPDATE THRU 1300-EXIT.
029100     EVALUATE TRUE
029200         WHEN PRC-FN-CLOSING-RPT
029300             SET PRD-CLOSING-RPT-OUT TO TRUE
029400         WHEN PRC-FN-BRANCH-STMT
029500             SET PRD-BR-STMT-OUT TO TRUE
029600         WHEN OTHER
029700             SET PRD-COM-STMT-OUT TO TRUE
029800     END-EVALUATE.
029900     IF PRD-CLOSED
030000         GO TO 2000-SAVE
030100     END-IF.
030200     IF PRD-CLOSING-RPT-OUT AND PRD-BR-STMT-OUT
030300         AND PRD-COM-STMT-OUT
030400         SET PRD-CLOSED TO TRUE
030500         MOVE WS-RUN-DATE TO PRD-CLOSED-DATE
030600         MOVE WS-RUN-TIME TO PRD-CLOSED-TIME
030700         MOVE "CLOSED" TO WS-LOG-ACTION
030800         GO TO 2000-SAVE
030900     END-IF.
031000     IF PRD-OPEN
031100         SET PRD-CLOSING TO TRUE
031200         MOVE "CLOSING" TO WS-LOG-ACTION
031300     END-IF.
031400 2000-SAVE.
031500     PERFORM 1400-SAVE-RECORD THRU 1400-EXIT.
031600     IF WS-LOG-ACTION NOT = SPACES
031700         PERFORM 5000-LOG-CHANGE THRU 5000-EXIT
031800     END-IF.
031900     PERFORM 1100-RETURN-STATUS THRU 1100-EXIT.
032000 2000-EXIT.
032100     EXIT.
032200*
032300******************************************************************
032400* 3000-REOPEN-PERIOD.
032500*    REOPENS A CLOSED MONTH FOR THE SUPERVISOR AND REASON THE
032600*    CALLER PASSES. THE OUTPUT SWITCHES ARE CLEARED, SO A
032700*    MONTH-END RERUN CLOSES THE MONTH AGAIN ONCE ITS OUTPUT IS
032800*    OUT. A MONTH NOT CLOSED, OR NO REASON, IS REFUSED.
032900******************************************************************
033000 3000-REOPEN-PERIOD.
033100     IF PRC-REASON = SPACES
033200         SET PRC-REFUSED TO TRUE
033300         MOVE "A REOPEN NEEDS A REASON" TO PRC-MESSAGE
033400         GO TO 3000-EXIT
033500     END-IF.
033600     PERFORM 1200-OPEN-FOR-UPDATE THRU 1200-EXIT.
033700     IF PRC-REFUSED
033800         GO TO 3000-EXIT
033900     END-IF.
034000     PERFORM 1300-READ-FOR-UPDATE THRU 1300-EXIT.
034100     IF NOT PRD-CLOSED
034200         CLOSE PERIOD-CONTROL-FILE
034300         SET PRC-REFUSED TO TRUE
034400         MOVE "PERIOD IS NOT CLOSED - NOTHING TO REOPEN" TO
034500             PRC-MESSAGE
034600         PERFORM 1100-RETURN-STATUS THRU 1100-EXIT
034700         GO TO 3000-EXIT
034800     END-IF.
034900     SET PRD-OPEN TO TRUE.
035000     MOVE "N" TO PRD-CLOSING-RPT-SW PRD-BR-STMT-SW
035100         PRD-COM-STMT-SW.
035200     MOVE ZEROS TO PRD-CLOSED-DATE PRD-CLOSED-TIME.
035300     ADD 1 TO PRD-REOPEN-COUNT.
035400     MOVE PRC-OPERATOR TO PRD-LAST-OPERATOR.
035500     MOVE PRC-REASON TO PRD-LAST-REASON.
035600     MOVE "REOPEN" TO WS-LOG-ACTION.
035700     PERFORM 1400-SAVE-RECORD THRU 1400-EXIT.
035800     IF WS-LOG-ACTION NOT = SPACES
035900         PERFORM 5000-LOG-CHANGE THRU 5000-EXIT
036000     END-IF.
036100     PERFORM 1100-RETURN-STATUS THRU 1100-EXIT.
036200 3000-EXIT.
036300     EXIT.
036400*
036500******************************************************************
036600* 4000-RECLOSE-PERIOD.
036700*    CLOSES A MONTH BY HAND FOR THE SUPERVISOR AND REASON THE
036800*    CALLER PASSES - A REOPENED MONTH ONCE ITS CORRECTION IS IN,
036900*    OR A MONTH WHOSE OUTPUT NEVER ALL CAME OUT. ONLY A MONTH
037000*    BEFORE THE BUSINESS DATE'S CAN BE CLOSED; A MONTH ALREADY
037100*    CLOSED, OR NO REASON, IS REFUSED.
037200******************************************************************
037300 4000-RECLOSE-PERIOD.
037400     IF PRC-REASON = SPACES
037500         SET PRC-REFUSED TO TRUE
037600         MOVE "A RE-CLOSE NEEDS A REASON" TO PRC-MESSAGE
037700         GO TO 4000-EXIT
037800     END-IF.
037900     IF PRC-PERIOD NOT < WS-BUS-AAAAMM
038000         SET PRC-REFUSED TO TRUE
038100         MOVE "PERIOD HAS NOT ENDED - IT CANNOT BE CLOSED" TO
038200             PRC-MESSAGE
038300         PERFORM 1000-QUERY-PERIOD THRU 1000-EXIT
038400         GO TO 4000-EXIT
038500     END-IF.
038600     PERFORM 1200-OPEN-FOR-UPDATE THRU 1200-EXIT.
038700     IF PRC-REFUSED
038800         GO TO 4000-EXIT
038900     END-IF.
039000     PERFORM 1300-READ-FOR-UPDATE THRU 1300-EXIT.
039100     IF PRD-CLOSED
039200         CLOSE PERIOD-CONTROL-FILE
039300         SET PRC-REFUSED TO TRUE
039400         MOVE "PERIOD IS ALREADY CLOSED" TO PRC-MESSAGE
039500         PERFORM 1100-RETURN-STATUS THRU 1100-EXIT
039600         GO TO 4000-EXIT
039700     END-IF.
039800     SET PRD-CLOSED TO TRUE.
039900     MOVE WS-RUN-DATE TO PRD-CLOSED-DATE.
040000     MOVE WS-RUN-TIME TO PRD-CLOSED-TIME.
040100     MOVE PRC-OPERATOR TO PRD-LAST-OPERATOR.
040200     MOVE PRC-REASON TO PRD-LAST-REASON.
040300     MOVE "RECLOSE" TO WS-LOG-ACTION.
040400     PERFORM 1400-SAVE-RECORD THRU 1400-EXIT.
040500     IF WS-LOG-ACTION NOT = SPACES
040600         PERFORM 5000-LOG-CHANGE THRU 5000-EXIT
040700     END-IF.
040800     PERFORM 1100-RETURN-STATUS THRU 1100-EXIT.
040900 4000-EXIT.
041000     EXIT.
041100*
041200******************************************************************
041300* 5000-LOG-CHANGE.
041400*    APPENDS THE CHANGE OF STATUS TO THE PERIOD LOG AND THE RUN
041500*    LOG. A CHANGE MADE BY A SUPERVISOR CARRIES THE OPERATOR AND
041600*    REASON AND LOGS AT SEVERITY W; ONE MADE BY THE NIGHTLY
041700*    CHAIN CARRIES NEITHER.
041800******************************************************************
041900 5000-LOG-CHANGE.
042000     OPEN EXTEND PERIOD-LOG-FILE.
042100     IF WS-PLG-FILE-NOT-FOUND
042200         CLOSE PERIOD-LOG-FILE
042300         OPEN OUTPUT PERIOD-LOG-FILE
042400     END-IF.
042500     MOVE SPACES TO PERIOD-LOG-RECORD.
042600     MOVE WS-RUN-DATE TO PLG-DATE.
042700     MOVE WS-RUN-TIME TO PLG-TIME.
042800     MOVE PRC-PERIOD TO PLG-PERIOD.
042900     MOVE WS-LOG-ACTION TO PLG-ACTION.
043000     MOVE WS-OLD-STATUS TO PLG-OLD-STATUS.
043100     MOVE PRD-STATUS TO PLG-NEW-STATUS.
043200     MOVE PRC-SOURCE TO PLG-SOURCE.
043300     IF PRC-FN-REOPEN OR PRC-FN-RECLOSE
043400         MOVE PRC-OPERATOR TO PLG-OPERATOR
043500         MOVE PRC-REASON TO PLG-REASON
043600         MOVE "W" TO WS-LOG-SEVERITY
043700     ELSE
043800         MOVE ZEROS TO PLG-OPERATOR
043900     END-IF.
044000     WRITE PERIOD-LOG-RECORD.
044100     CLOSE PERIOD-LOG-FILE.
044200     MOVE "PERIOD" TO WS-LOG-STEP.
044300     MOVE SPACES TO WS-LOG-MESSAGE.
044400     STRING "PERIOD " PRC-PERIOD " " WS-LOG-ACTION
044500         " BY " PRC-SOURCE " OPR " PLG-OPERATOR
044600         DELIMITED BY SIZE INTO WS-LOG-MESSAGE.
044700     CALL "LOGWRT01" USING WS-LOG-PARMS.
044800     MOVE "I" TO WS-LOG-SEVERITY.
044900 5000-EXIT.
045000     EXIT.
045100*
045200 END PROGRAM PRDCTL01.
