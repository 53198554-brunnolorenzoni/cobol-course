000100******************************************************************
000200* AUTHOR:       BRUNNO LORENZONI
000300* INSTALLATION: OPERATIONS / BATCH SUPPORT
000400* DATE-WRITTEN: 2026-10-15
000500* DATE-COMPILED:
000600* PURPOSE:      MONTHLY IOF TAX RETURN. WALKS THE DAILY IOF TAX
000700*               ACCRUAL FILE FOR THE RETURN MONTH AND WRITES THE
000800*               MONTH'S RETURN FILE (IOFRTN.AAAAMM) - ONE DETAIL
000900*               RECORD PER BRANCH + CURRENCY WITH ITS TAXABLE
001000*               BASE, TAX CHARGED, TAX RECLAIMED AND TAX DUE, AND
001100*               A TRAILER WITH THE MONTH'S TOTALS. A MONTH WITH
001200*               NOTHING TAXED STILL GETS A RETURN - THE TRAILER
001300*               ALONE - SINCE A NIL RETURN IS STILL FILED. RUN AT
001400*               MONTH-END BY THE NIGHTLY CHAIN AS A JOB ON THE
001500*               JOB SCHEDULE, AFTER THE TOTALS RUN HAS PUT THE
001560*               CLOSING DAY'S ACCRUALS ON FILE. A RERUN OF A DAY
001620*               APPENDS ITS ACCRUALS AGAIN, SO ONLY THE LAST RUN
001680*               ON FILE FOR EACH DATE IS TAKEN. A RERUN OF THE
001740*               RETURN WRITES IT AFRESH.
001800* TECTONICS:    COBC
001900******************************************************************
002000* MODIFICATION HISTORY.
002100*    2026-10-15 BL  INITIAL VERSION.
002125*    2026-10-15 BL  TAKES ONLY THE LAST TOTALS RUN ON FILE FOR
002150*                   EACH DATE, TOLD APART BY TXA-RUN-TIME, SO A
002175*                   RERUN DAY IS NO LONGER COUNTED TWICE.
002200******************************************************************
002300 IDENTIFICATION DIVISION.
002400 PROGRAM-ID. TAXRTN01.
002500 ENVIRONMENT DIVISION.
002600 CONFIGURATION SECTION.
002700 SPECIAL-NAMES.
002800     DECIMAL-POINT IS COMMA.
002900 INPUT-OUTPUT SECTION.
003000 FILE-CONTROL.
003100     SELECT TAX-ACCRUAL-FILE ASSIGN TO "TAXACCR"
003200         ORGANIZATION IS LINE SEQUENTIAL
003300         FILE STATUS IS WS-TXA-FILE-STATUS.
003400     SELECT TAX-RETURN-FILE ASSIGN TO DYNAMIC WS-TRT-FILE-NAME
003500         ORGANIZATION IS LINE SEQUENTIAL
003600         FILE STATUS IS WS-TRT-FILE-STATUS.
003700     SELECT REPORT-INDEX-FILE ASSIGN TO "RPTINDEX"
003800         ORGANIZATION IS LINE SEQUENTIAL
003900         FILE STATUS IS WS-RIX-FILE-STATUS.
004000     SELECT JOB-HISTORY-FILE ASSIGN TO "JOBHIST"
004100         ORGANIZATION IS LINE SEQUENTIAL
004200         FILE STATUS IS WS-JH-FILE-STATUS.
004300*
004400 DATA DIVISION.
004500 FILE SECTION.
004600 FD  TAX-ACCRUAL-FILE.
004700 COPY "TAXACREC.cpy".
004800 FD  TAX-RETURN-FILE.
004900 COPY "TAXRTREC.cpy".
005000 FD  REPORT-INDEX-FILE.
005100 COPY "RPTIXREC.cpy".
005200 FD  JOB-HISTORY-FILE.
005300 COPY "HISTREC.cpy".
005400*
005500 WORKING-STORAGE SECTION.
005600 77  WS-TXA-FILE-STATUS          PIC X(02) VALUE "00".
005700 77  WS-TXA-AVAILABLE-SW         PIC X(01) VALUE "N".
005800     88  WS-TXA-AVAILABLE        VALUE "Y".
005900 77  WS-TRT-FILE-STATUS          PIC X(02) VALUE "00".
006000     88  WS-TRT-FILE-NOT-FOUND   VALUE "35".
006100 77  WS-RIX-FILE-STATUS          PIC X(02) VALUE "00".
006200     88  WS-RIX-FILE-NOT-FOUND   VALUE "35".
006300 77  WS-JH-FILE-STATUS           PIC X(02) VALUE "00".
006400     88  WS-JH-FILE-NOT-FOUND    VALUE "35".
006500*
006600 77  WS-TXA-EOF-SW               PIC X(01) VALUE "N".
006700     88  WS-TXA-EOF              VALUE "Y".
006800*
006900 77  WS-RUN-DATE                 PIC 9(08) VALUE ZEROS.
007000 77  WS-RUN-TIME                 PIC 9(08) VALUE ZEROS.
007100 77  WS-END-TIME                 PIC 9(08) VALUE ZEROS.
007200*
007300*    RETURN MONTH BOUNDS - THE FIRST OF THE RUN DATE'S MONTH
007400*    THROUGH THE RUN DATE - AND THE AAAAMM PIECE OF THE RETURN
007500*    FILE NAME.
007600*
007700 77  WS-TRT-FROM-DATE            PIC 9(08) VALUE ZEROS.
007800 01  WS-TRT-MONTH-FIELD          PIC 9(08) VALUE ZEROS.
007900 01  FILLER REDEFINES WS-TRT-MONTH-FIELD.
008000     03  WS-TRT-AAAAMM           PIC 9(06).
008100     03  WS-TRT-DD               PIC 9(02).
008200 77  WS-TRT-MONTH-X              PIC X(06) VALUE SPACES.
008300 77  WS-TRT-FILE-NAME            PIC X(20) VALUE SPACES.
008400*
008500*    BRANCH + CURRENCY PAIRS SEEN IN THE MONTH'S ACCRUALS, WITH
008600*    THEIR MONTH TOTALS. ONE DETAIL RECORD IS WRITTEN PER SLOT.
008700*
008800 77  WS-TX-COUNT                 PIC 9(03) VALUE ZEROS.
008900 01  WS-TX-TABLE.
009000     03  WS-TX-ENTRY OCCURS 100 TIMES
009100             INDEXED BY WS-TX-IDX.
009200         05  WS-TX-T-BRANCH      PIC X(04).
009300         05  WS-TX-T-CURRENCY    PIC X(03).
009400         05  WS-TX-T-BASE        PIC 9(13)V99.
009500         05  WS-TX-T-CHARGED     PIC 9(11)V99.
009600         05  WS-TX-T-RECLAIMED   PIC 9(11)V99.
009700         05  WS-TX-T-TAX-COUNT   PIC 9(08).
009800 77  WS-TX-FOUND-SW              PIC X(01) VALUE "N".
009900     88  WS-TX-FOUND             VALUE "Y".
009906*
009913*    DATES OF THE RETURN MONTH WITH ACCRUALS ON FILE, EACH WITH
009920*    THE START TIME OF THE LAST TOTALS RUN APPENDED FOR IT. THE
009926*    FILE IS APPENDED IN RUN ORDER, SO THE LAST RECORD READ FOR A
009933*    DATE IS FROM ITS LATEST RUN.
009940*
009946 77  WS-RN-COUNT                 PIC 9(02) VALUE ZEROS.
009953 01  WS-RN-TABLE.
009960     03  WS-RN-ENTRY OCCURS 31 TIMES
009966             INDEXED BY WS-RN-IDX.
009973         05  WS-RN-T-DATE        PIC 9(08).
009980         05  WS-RN-T-TIME        PIC 9(06).
009986 77  WS-RN-FOUND-SW              PIC X(01) VALUE "N".
009993     88  WS-RN-FOUND             VALUE "Y".
010000*
010100*    RETURN TOTALS FOR THE TRAILER, AND THE FOREIGN ITEMS THE
010200*    MONTH LEFT UNTAXED FOR WANT OF A RATE.
010300*
010400 77  WS-DETAIL-COUNT             PIC 9(06) VALUE ZEROS.
010500 77  WS-TOTAL-BASE               PIC 9(13)V99 VALUE ZEROS.
010600 77  WS-TOTAL-CHARGED            PIC 9(11)V99 VALUE ZEROS.
010700 77  WS-TOTAL-RECLAIMED          PIC 9(11)V99 VALUE ZEROS.
010800 77  WS-TOTAL-DUE                PIC S9(11)V99 VALUE ZEROS.
010900 77  WS-TOTAL-COUNT              PIC 9(08) VALUE ZEROS.
011000 77  WS-NO-RATE-COUNT            PIC 9(08) VALUE ZEROS.
011100 77  WS-TOTAL-DUE-ED             PIC Z(10)9,99- VALUE ZEROS.
011200*
011300*    PARAMETER AREA PASSED TO BDATE01. LAYOUT MUST MATCH ITS
011400*    LINKAGE SECTION BDATE-PARMS FIELD FOR FIELD.
011500*
011600 01  WS-BDATE-PARMS.
011700     03  WS-BDATE-FUNCTION        PIC X(01) VALUE "G".
011800     03  WS-BDATE-DATE            PIC 9(08).
011900     03  WS-BDATE-STATUS          PIC X(01).
012000*
012100*    PARAMETER AREA PASSED TO LOGWRT01. LAYOUT MUST MATCH ITS
012200*    LINKAGE SECTION LOG-PARMS FIELD FOR FIELD.
012300*
012400 01  WS-LOG-PARMS.
012500     03  WS-LOG-PROGRAM-ID        PIC X(16) VALUE "TAXRTN01".
012600     03  WS-LOG-STEP              PIC X(12).
012700     03  WS-LOG-RUN-DATE          PIC 9(08).
012800     03  WS-LOG-RUN-TIME          PIC 9(08).
012900     03  WS-LOG-MESSAGE           PIC X(60).
013000     03  WS-LOG-SEVERITY          PIC X(01) VALUE "I".
013100*
013200 PROCEDURE DIVISION.
013300 0000-MAINLINE.
013400     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
013500     PERFORM 2000-TABLE-THE-MONTH THRU 2000-EXIT.
013600     PERFORM 3000-WRITE-RETURN THRU 3000-EXIT.
013700     PERFORM 5000-FINALIZE THRU 5000-EXIT.
013800     GOBACK.
013900*
014000******************************************************************
014100* 1000-INITIALIZE.
014200*    FETCHES THE BUSINESS DATE, WORKS OUT THE RETURN MONTH BOUNDS
014300*    AND OPENS THE ACCRUAL FILE. NO ACCRUAL FILE MEANS NOTHING
014400*    WAS EVER TAXED - LOGGED, AND THE RETURN IS A NIL RETURN.
014500******************************************************************
014600 1000-INITIALIZE.
014700     CALL "BDATE01" USING WS-BDATE-PARMS.
014800     MOVE WS-BDATE-DATE TO WS-RUN-DATE.
014900     ACCEPT WS-RUN-TIME FROM TIME.
015000     MOVE WS-RUN-DATE TO WS-LOG-RUN-DATE.
015100     MOVE WS-RUN-TIME TO WS-LOG-RUN-TIME.
015200     MOVE "INITIALIZE" TO WS-LOG-STEP.
015300     MOVE "MONTHLY IOF TAX RETURN STARTING" TO WS-LOG-MESSAGE.
015400     CALL "LOGWRT01" USING WS-LOG-PARMS.
015500     MOVE WS-RUN-DATE TO WS-TRT-MONTH-FIELD.
015600     MOVE 01 TO WS-TRT-DD.
015700     MOVE WS-TRT-MONTH-FIELD TO WS-TRT-FROM-DATE.
015800     MOVE WS-TRT-AAAAMM TO WS-TRT-MONTH-X.
015900     OPEN INPUT TAX-ACCRUAL-FILE.
016000     IF WS-TXA-FILE-STATUS = "00"
016100         SET WS-TXA-AVAILABLE TO TRUE
016200     ELSE
016300         MOVE "NO TAX ACCRUAL FILE - WRITING A NIL RETURN" TO
016400             WS-LOG-MESSAGE
016500         CALL "LOGWRT01" USING WS-LOG-PARMS
016600     END-IF.
016700 1000-EXIT.
016800     EXIT.
016900*
017000******************************************************************
017018* 2000-TABLE-THE-MONTH.
017036*    READS THE ACCRUAL FILE TWICE - ONCE TO NOTE THE LATEST RUN
017054*    OF EACH DATE IN THE RETURN MONTH, THEN AGAIN TO ROLL EVERY
017072*    RECORD OF THOSE RUNS INTO ITS BRANCH + CURRENCY'S MONTH
017090*    TOTALS. RECORDS OF AN EARLIER RUN OF A RERUN DATE ARE PASSED
017108*    OVER.
017126******************************************************************
017144 2000-TABLE-THE-MONTH.
017162     IF NOT WS-TXA-AVAILABLE
017180         GO TO 2000-EXIT
017198     END-IF.
017216     MOVE "N" TO WS-TXA-EOF-SW.
017234     PERFORM 2050-NOTE-LATEST-RUN THRU 2050-EXIT
017252         UNTIL WS-TXA-EOF.
017270     CLOSE TAX-ACCRUAL-FILE.
017288     OPEN INPUT TAX-ACCRUAL-FILE.
017306     MOVE "N" TO WS-TXA-EOF-SW.
017325     PERFORM 2100-TABLE-ONE-ACCRUAL THRU 2100-EXIT
017343         UNTIL WS-TXA-EOF.
017361     CLOSE TAX-ACCRUAL-FILE.
017379 2000-EXIT.
017397     EXIT.
017415*
017433******************************************************************
017451* 2050-NOTE-LATEST-RUN.
017469*    READS ONE ACCRUAL RECORD AND, FOR A RETURN-MONTH RECORD,
017487*    NOTES ITS RUN TIME AS THE LATEST RUN OF ITS DATE, OPENING A
017505*    SLOT FOR A DATE NOT SEEN YET.
017523******************************************************************
017541 2050-NOTE-LATEST-RUN.
017559     READ TAX-ACCRUAL-FILE
017577         AT END
017595             SET WS-TXA-EOF TO TRUE
017613             GO TO 2050-EXIT
017631     END-READ.
017650     IF TXA-RUN-DATE < WS-TRT-FROM-DATE
017668         OR TXA-RUN-DATE > WS-RUN-DATE
017686         GO TO 2050-EXIT
017704     END-IF.
017722     PERFORM 2070-FIND-RUN-DATE THRU 2070-EXIT.
017740     IF NOT WS-RN-FOUND
017758         IF WS-RN-COUNT < 31
017776             ADD 1 TO WS-RN-COUNT
017794             SET WS-RN-IDX TO WS-RN-COUNT
017812             MOVE TXA-RUN-DATE TO WS-RN-T-DATE (WS-RN-IDX)
017830         ELSE
017848             GO TO 2050-EXIT
017866         END-IF
017884     END-IF.
017902     MOVE TXA-RUN-TIME TO WS-RN-T-TIME (WS-RN-IDX).
017920 2050-EXIT.
017938     EXIT.
017956*
017975******************************************************************
017993* 2070-FIND-RUN-DATE.
018011*    LOOKS UP THE CURRENT RECORD'S DATE IN THE RUN TABLE, LEAVING
018029*    WS-RN-IDX ON ITS SLOT WHEN FOUND.
018047******************************************************************
018065 2070-FIND-RUN-DATE.
018083     MOVE "N" TO WS-RN-FOUND-SW.
018101     SET WS-RN-IDX TO 1.
018119     SEARCH WS-RN-ENTRY
018137         AT END
018155             CONTINUE
018173         WHEN WS-RN-IDX > WS-RN-COUNT
018191             CONTINUE
018209         WHEN WS-RN-T-DATE (WS-RN-IDX) = TXA-RUN-DATE
018227             SET WS-RN-FOUND TO TRUE
018245     END-SEARCH.
018263 2070-EXIT.
018281     EXIT.
018500*
018600******************************************************************
018700* 2100-TABLE-ONE-ACCRUAL.
018800*    READS ONE ACCRUAL RECORD AND ROLLS A RETURN-MONTH RECORD
018900*    OF ITS DATE'S LATEST RUN INTO ITS BRANCH + CURRENCY SLOT,
019000*    OPENING A NEW SLOT FOR A PAIR NOT SEEN YET. A RECORD THAT
019100*    ONLY COUNTS UNTAXED ITEMS ADDS TO THAT COUNT AND TAKES NO
019200*    SLOT. A MONTH PAST THE 100-SLOT CAP IS LOGGED.
019300******************************************************************
019400 2100-TABLE-ONE-ACCRUAL.
019500     READ TAX-ACCRUAL-FILE
019600         AT END
019700             SET WS-TXA-EOF TO TRUE
019800             GO TO 2100-EXIT
019900     END-READ.
020000     IF TXA-RUN-DATE < WS-TRT-FROM-DATE
020100         OR TXA-RUN-DATE > WS-RUN-DATE
020200         GO TO 2100-EXIT
020300     END-IF.
020316     PERFORM 2070-FIND-RUN-DATE THRU 2070-EXIT.
020333     IF NOT WS-RN-FOUND
020350         OR TXA-RUN-TIME NOT = WS-RN-T-TIME (WS-RN-IDX)
020366         GO TO 2100-EXIT
020383     END-IF.
020400     ADD TXA-NO-RATE-COUNT TO WS-NO-RATE-COUNT.
020500     IF TXA-TAX-COUNT = ZEROS
020600         AND TXA-RECLAIM-COUNT = ZEROS
020700         GO TO 2100-EXIT
020800     END-IF.
020900     MOVE "N" TO WS-TX-FOUND-SW.
021000     SET WS-TX-IDX TO 1.
021100     SEARCH WS-TX-ENTRY
021200         AT END
021300             CONTINUE
021400         WHEN WS-TX-IDX > WS-TX-COUNT
021500             CONTINUE
021600         WHEN WS-TX-T-BRANCH (WS-TX-IDX) = TXA-BRANCH
021700             AND WS-TX-T-CURRENCY (WS-TX-IDX) = TXA-CURRENCY
021800             SET WS-TX-FOUND TO TRUE
021900     END-SEARCH.
022000     IF NOT WS-TX-FOUND
022100         IF WS-TX-COUNT < 100
022200             ADD 1 TO WS-TX-COUNT
022300             SET WS-TX-IDX TO WS-TX-COUNT
022400             MOVE TXA-BRANCH TO WS-TX-T-BRANCH (WS-TX-IDX)
022500             MOVE TXA-CURRENCY TO WS-TX-T-CURRENCY (WS-TX-IDX)
022600             MOVE ZEROS TO WS-TX-T-BASE (WS-TX-IDX)
022700             MOVE ZEROS TO WS-TX-T-CHARGED (WS-TX-IDX)
022800             MOVE ZEROS TO WS-TX-T-RECLAIMED (WS-TX-IDX)
022900             MOVE ZEROS TO WS-TX-T-TAX-COUNT (WS-TX-IDX)
023000         ELSE
023100             MOVE "TABLE" TO WS-LOG-STEP
023200             MOVE "W" TO WS-LOG-SEVERITY
023300             MOVE "BRANCH/CCY TABLE FULL - RETURN IS PARTIAL"
023400                 TO WS-LOG-MESSAGE
023500             CALL "LOGWRT01" USING WS-LOG-PARMS
023600             MOVE "I" TO WS-LOG-SEVERITY
023700             GO TO 2100-EXIT
023800         END-IF
023900     END-IF.
024000     ADD TXA-TAX-BASE TO WS-TX-T-BASE (WS-TX-IDX).
024100     ADD TXA-TAX-CHARGED TO WS-TX-T-CHARGED (WS-TX-IDX).
024200     ADD TXA-TAX-RECLAIMED TO WS-TX-T-RECLAIMED (WS-TX-IDX).
024300     ADD TXA-TAX-COUNT TO WS-TX-T-TAX-COUNT (WS-TX-IDX).
024400 2100-EXIT.
024500     EXIT.
024600*
024700******************************************************************
024800* 3000-WRITE-RETURN.
024900*    WRITES THE MONTH'S RETURN FILE - A DETAIL RECORD PER SLOT
025000*    IN THE MONTH TABLE, THEN THE TRAILER. A RERUN WRITES THE
025100*    FILE AFRESH; ONLY ITS FIRST CREATION IS INDEXED.
025200******************************************************************
025300 3000-WRITE-RETURN.
025400     MOVE SPACES TO WS-TRT-FILE-NAME.
025500     STRING "IOFRTN." WS-TRT-MONTH-X DELIMITED BY SIZE
025600         INTO WS-TRT-FILE-NAME.
025700     OPEN EXTEND TAX-RETURN-FILE.
025800     IF WS-TRT-FILE-NOT-FOUND
025900         CLOSE TAX-RETURN-FILE
026000         OPEN OUTPUT TAX-RETURN-FILE
026100         PERFORM 3150-RECORD-REPORT-INDEX THRU 3150-EXIT
026200     ELSE
026300         CLOSE TAX-RETURN-FILE
026400         OPEN OUTPUT TAX-RETURN-FILE
026500     END-IF.
026600     PERFORM 3100-WRITE-ONE-DETAIL THRU 3100-EXIT
026700         VARYING WS-TX-IDX FROM 1 BY 1
026800         UNTIL WS-TX-IDX > WS-TX-COUNT.
026900     COMPUTE WS-TOTAL-DUE = WS-TOTAL-CHARGED - WS-TOTAL-RECLAIMED.
027000     MOVE SPACES TO TAX-RETURN-RECORD.
027100     MOVE WS-TRT-AAAAMM TO TRT-PERIOD.
027200     SET TRT-TRAILER TO TRUE.
027300     MOVE WS-DETAIL-COUNT TO TRT-DETAIL-COUNT.
027400     MOVE WS-TOTAL-BASE TO TRT-TOTAL-BASE.
027500     MOVE WS-TOTAL-CHARGED TO TRT-TOTAL-CHARGED.
027600     MOVE WS-TOTAL-RECLAIMED TO TRT-TOTAL-RECLAIMED.
027700     MOVE WS-TOTAL-DUE TO TRT-TOTAL-DUE.
027800     MOVE WS-TOTAL-COUNT TO TRT-TOTAL-COUNT.
027900     WRITE TAX-RETURN-RECORD.
028000     CLOSE TAX-RETURN-FILE.
028100 3000-EXIT.
028200     EXIT.
028300*
028400******************************************************************
028500* 3100-WRITE-ONE-DETAIL.
028600*    WRITES THE DETAIL RECORD FOR THE SLOT AT WS-TX-IDX AND ADDS
028700*    IT INTO THE TRAILER TOTALS.
028800******************************************************************
028900 3100-WRITE-ONE-DETAIL.
029000     MOVE SPACES TO TAX-RETURN-RECORD.
029100     MOVE WS-TRT-AAAAMM TO TRT-PERIOD.
029200     SET TRT-DETAIL TO TRUE.
029300     MOVE WS-TX-T-BRANCH (WS-TX-IDX) TO TRT-BRANCH.
029400     MOVE WS-TX-T-CURRENCY (WS-TX-IDX) TO TRT-CURRENCY.
029500     MOVE WS-TX-T-BASE (WS-TX-IDX) TO TRT-TAX-BASE.
029600     MOVE WS-TX-T-CHARGED (WS-TX-IDX) TO TRT-TAX-CHARGED.
029700     MOVE WS-TX-T-RECLAIMED (WS-TX-IDX) TO TRT-TAX-RECLAIMED.
029800     COMPUTE TRT-TAX-DUE = WS-TX-T-CHARGED (WS-TX-IDX)
029900         - WS-TX-T-RECLAIMED (WS-TX-IDX).
030000     MOVE WS-TX-T-TAX-COUNT (WS-TX-IDX) TO TRT-TAX-COUNT.
030100     WRITE TAX-RETURN-RECORD.
030200     ADD 1 TO WS-DETAIL-COUNT.
030300     ADD WS-TX-T-BASE (WS-TX-IDX) TO WS-TOTAL-BASE.
030400     ADD WS-TX-T-CHARGED (WS-TX-IDX) TO WS-TOTAL-CHARGED.
030500     ADD WS-TX-T-RECLAIMED (WS-TX-IDX) TO WS-TOTAL-RECLAIMED.
030600     ADD WS-TX-T-TAX-COUNT (WS-TX-IDX) TO WS-TOTAL-COUNT.
030700 3100-EXIT.
030800     EXIT.
030900*
031000******************************************************************
031100* 3150-RECORD-REPORT-INDEX.
031200*    APPENDS ONE INDEX RECORD FOR THE RETURN FILE JUST CREATED,
031300*    SO THE REPRINT UTILITY AND DISTRIBUTION KNOW IT EXISTS.
031400******************************************************************
031500 3150-RECORD-REPORT-INDEX.
031600     OPEN EXTEND REPORT-INDEX-FILE.
031700     IF WS-RIX-FILE-NOT-FOUND
031800         CLOSE REPORT-INDEX-FILE
031900         OPEN OUTPUT REPORT-INDEX-FILE
032000     END-IF.
032100     MOVE SPACES TO REPORT-INDEX-RECORD.
032200     MOVE "IOFRTN" TO RX-REPORT-TYPE.
032300     MOVE WS-RUN-DATE TO RX-REPORT-DATE.
032400     MOVE WS-TRT-FILE-NAME TO RX-FILE-NAME.
032500     WRITE REPORT-INDEX-RECORD.
032600     CLOSE REPORT-INDEX-FILE.
032700 3150-EXIT.
032800     EXIT.
032900*
033000******************************************************************
033100* 5000-FINALIZE.
033200*    LOGS THE RETURN'S DETAIL COUNT AND TAX DUE - AND A WARNING
033300*    WHEN FOREIGN ITEMS WENT UNTAXED IN THE MONTH FOR WANT OF A
033400*    RATE - AND WRITES THE JOB RUN HISTORY RECORD.
033500******************************************************************
033600 5000-FINALIZE.
033700     MOVE "FINALIZE" TO WS-LOG-STEP.
033800     MOVE WS-TOTAL-DUE TO WS-TOTAL-DUE-ED.
033900     MOVE SPACES TO WS-LOG-MESSAGE.
034000     STRING "IOF RETURN " WS-TRT-MONTH-X " LINES "
034100         WS-DETAIL-COUNT " TAX DUE " WS-TOTAL-DUE-ED
034200         DELIMITED BY SIZE INTO WS-LOG-MESSAGE.
034300     CALL "LOGWRT01" USING WS-LOG-PARMS.
034400     IF WS-NO-RATE-COUNT > ZEROS
034500         MOVE SPACES TO WS-LOG-MESSAGE
034600         STRING WS-NO-RATE-COUNT
034700             " FOREIGN ITEM(S) UNTAXED IN THE MONTH - NO RATE"
034800             DELIMITED BY SIZE INTO WS-LOG-MESSAGE
034900         MOVE "W" TO WS-LOG-SEVERITY
035000         CALL "LOGWRT01" USING WS-LOG-PARMS
035100         MOVE "I" TO WS-LOG-SEVERITY
035200     END-IF.
035300     MOVE 0 TO RETURN-CODE.
035400     PERFORM 5100-WRITE-JOB-HISTORY THRU 5100-EXIT.
035500 5000-EXIT.
035600     EXIT.
035700*
035800******************************************************************
035900* 5100-WRITE-JOB-HISTORY.
036000*    APPENDS ONE JOB RUN HISTORY RECORD FOR THIS RETURN RUN,
036100*    CARRYING THE NUMBER OF DETAIL RECORDS WRITTEN.
036200******************************************************************
036300 5100-WRITE-JOB-HISTORY.
036400     OPEN EXTEND JOB-HISTORY-FILE.
036500     IF WS-JH-FILE-NOT-FOUND
036600         CLOSE JOB-HISTORY-FILE
036700         OPEN OUTPUT JOB-HISTORY-FILE
036800     END-IF.
036900     MOVE SPACES TO JOB-HIST-RECORD.
037000     MOVE "TAXRTN01" TO JH-PROGRAM-ID.
037100     MOVE WS-RUN-DATE TO JH-RUN-DATE.
037200     MOVE WS-RUN-TIME TO JH-START-TIME.
037300     ACCEPT WS-END-TIME FROM TIME.
037400     MOVE WS-END-TIME TO JH-END-TIME.
037500     MOVE RETURN-CODE TO JH-RETURN-CODE.
037600     MOVE WS-DETAIL-COUNT TO JH-TRAN-COUNT.
037700     MOVE ZEROS TO JH-OPERATOR-ID.
037800     WRITE JOB-HIST-RECORD.
037900     CLOSE JOB-HISTORY-FILE.
038000 5100-EXIT.
038100     EXIT.
038200*
038300 END PROGRAM TAXRTN01.
