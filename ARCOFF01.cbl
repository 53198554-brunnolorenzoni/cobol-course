000100******************************************************************
000200* AUTHOR:       BRUNNO LORENZONI
000300* INSTALLATION: OPERATIONS / BATCH SUPPORT
000400* DATE-WRITTEN: 2026-10-15
000500* DATE-COMPILED:
000600* PURPOSE:      TRANSACTION ARCHIVE YEAR-END OFFLOAD AND
000700*               RETENTION. WRITES A CLOSED YEAR'S TRANSACTION
000800*               ARCHIVE DETAIL TO A DATED SEQUENTIAL YEAR FILE
000900*               (ARCYR.AAAA) WITH A TRAILER CARRYING THE CONTROL
001000*               COUNT AND HASH TOTALS, RECORDS THE YEAR ON THE
001100*               YEAR CONTROL FILE (ARCYRCTL) AND BUILDS THE
001200*               YEAR'S MONTHLY PER-BRANCH, PER-CURRENCY FIGURES
001300*               ON THE SUMMARY ARCHIVE (ARCSUMM), WHICH STAYS
001400*               ONLINE. IT THEN PURGES FROM THE TRANSACTION
001500*               ARCHIVE THE DETAIL OF EVERY OFFLOADED YEAR OLDER
001600*               THAN THE RETENTION PERIOD THE OPERATOR SETS - BUT
001700*               ONLY ONCE THE YEAR FILE HAS BEEN READ BACK AND
001800*               PROVED AGAINST ITS CONTROL TOTALS AND THE ARCHIVE
001900*               STILL HOLDS EXACTLY THE ITEMS THAT WERE OFFLOADED.
002000*               THE DUPLICATE REPLAY CHECK, THE BRANCH STATEMENTS
002100*               AND THE ARCHIVE INQUIRY STOP SCANNING A FILE THAT
002200*               ONLY EVER GREW.
002300* TECTONICS:    COBC
002400******************************************************************
002500* MODIFICATION HISTORY.
002600*    2026-10-15 BL  INITIAL VERSION.
002700******************************************************************
002800 IDENTIFICATION DIVISION.
002900 PROGRAM-ID. ARCOFF01.
003000 ENVIRONMENT DIVISION.
003100 INPUT-OUTPUT SECTION.
003200 FILE-CONTROL.
003300     SELECT TRANSACTION-ARCHIVE-FILE ASSIGN TO "TRANARCH"
003400         ORGANIZATION IS INDEXED
003500         ACCESS MODE IS DYNAMIC
003600         RECORD KEY IS ARCH-KEY
003700         FILE STATUS IS WS-ARCH-FILE-STATUS.
003800     SELECT ARCH-YEAR-FILE ASSIGN TO DYNAMIC WS-YEAR-FILE-NAME
003900         ORGANIZATION IS LINE SEQUENTIAL
004000         FILE STATUS IS WS-AY-FILE-STATUS.
004100     SELECT ARCH-YEAR-CONTROL-FILE ASSIGN TO "ARCYRCTL"
004200         ORGANIZATION IS INDEXED
004300         ACCESS MODE IS DYNAMIC
004400         RECORD KEY IS AYC-YEAR
004500         FILE STATUS IS WS-AYC-FILE-STATUS.
004600     SELECT ARCH-SUMMARY-FILE ASSIGN TO "ARCSUMM"
004700         ORGANIZATION IS INDEXED
004800         ACCESS MODE IS DYNAMIC
004900         RECORD KEY IS ASM-KEY
005000         FILE STATUS IS WS-ASM-FILE-STATUS.
005100     SELECT JOB-HISTORY-FILE ASSIGN TO "JOBHIST"
005200         ORGANIZATION IS LINE SEQUENTIAL
005300         FILE STATUS IS WS-JH-FILE-STATUS.
005400*
005500 DATA DIVISION.
005600 FILE SECTION.
005700 FD  TRANSACTION-ARCHIVE-FILE.
005800 COPY "ARCHREC.cpy".
005900 FD  ARCH-YEAR-FILE.
006000 COPY "ARCYRREC.cpy".
006100 FD  ARCH-YEAR-CONTROL-FILE.
006200 COPY "ARCYCREC.cpy".
006300 FD  ARCH-SUMMARY-FILE.
006400 COPY "ARCSMREC.cpy".
006500 FD  JOB-HISTORY-FILE.
006600 COPY "HISTREC.cpy".
006700*
006800 WORKING-STORAGE SECTION.
006900 77  WS-ARCH-FILE-STATUS         PIC X(02) VALUE "00".
007000     88  WS-ARCH-FILE-NOT-FOUND  VALUE "35".
007100 77  WS-AY-FILE-STATUS           PIC X(02) VALUE "00".
007200 77  WS-AYC-FILE-STATUS          PIC X(02) VALUE "00".
007300     88  WS-AYC-FILE-NOT-FOUND   VALUE "35".
007400 77  WS-ASM-FILE-STATUS          PIC X(02) VALUE "00".
007500     88  WS-ASM-FILE-NOT-FOUND   VALUE "35".
007600 77  WS-JH-FILE-STATUS           PIC X(02) VALUE "00".
007700     88  WS-JH-FILE-NOT-FOUND    VALUE "35".
007800*
007900 77  WS-ARCH-EOF-SW              PIC X(01) VALUE "N".
008000     88  WS-ARCH-EOF             VALUE "Y".
008100 77  WS-AY-EOF-SW                PIC X(01) VALUE "N".
008200     88  WS-AY-EOF               VALUE "Y".
008300 77  WS-AYC-EOF-SW               PIC X(01) VALUE "N".
008400     88  WS-AYC-EOF              VALUE "Y".
008500 77  WS-ASM-EOF-SW               PIC X(01) VALUE "N".
008600     88  WS-ASM-EOF              VALUE "Y".
008700 77  WS-ABORT-SW                 PIC X(01) VALUE "N".
008800     88  WS-ABORT-RUN            VALUE "Y".
008900 77  WS-SKIP-OFFLOAD-SW          PIC X(01) VALUE "N".
009000     88  WS-SKIP-OFFLOAD         VALUE "Y".
009100 77  WS-CONTROL-FOUND-SW         PIC X(01) VALUE "N".
009200     88  WS-CONTROL-FOUND        VALUE "Y".
009300 77  WS-PROVED-SW                PIC X(01) VALUE "N".
009400     88  WS-YEAR-PROVED          VALUE "Y".
009500 77  WS-TRAILER-SEEN-SW          PIC X(01) VALUE "N".
009600     88  WS-TRAILER-SEEN         VALUE "Y".
009700*
009800 77  WS-RUN-DATE                 PIC 9(08) VALUE ZEROS.
009900 77  WS-RUN-TIME                 PIC 9(08) VALUE ZEROS.
010000 77  WS-END-TIME                 PIC 9(08) VALUE ZEROS.
010100 77  WS-RUN-YEAR                 PIC 9(04) VALUE ZEROS.
010200 77  WS-FINAL-RC                 PIC 9(02) VALUE ZEROS.
010300*
010400*    OFFLOAD CONTROL. THE OPERATOR KEYS THE CLOSED YEAR TO
010500*    OFFLOAD; ZEROS TAKES THE YEAR BEFORE THE BUSINESS DATE'S.
010600*    THE CURRENT YEAR IS STILL OPEN AND IS NEVER OFFLOADED.
010700*
010800 77  WS-OFFLOAD-YEAR             PIC 9(04) VALUE ZEROS.
010900 77  WS-YEAR-FROM-DATE           PIC 9(08) VALUE ZEROS.
011000 77  WS-YEAR-TO-DATE             PIC 9(08) VALUE ZEROS.
011100 77  WS-YEAR-FROM-MONTH          PIC 9(06) VALUE ZEROS.
011200 77  WS-YEAR-TO-MONTH            PIC 9(06) VALUE ZEROS.
011300 77  WS-YEAR-FILE-NAME           PIC X(20) VALUE SPACES.
011400 77  WS-YEAR-X                   PIC X(04) VALUE SPACES.
011500*
011600*    RETENTION CONTROL. THE OPERATOR KEYS HOW MANY CLOSED YEARS OF
011700*    DETAIL STAY ON THE TRANSACTION ARCHIVE BESIDES THE CURRENT
011800*    ONE; ZERO TAKES THE HOUSE DEFAULT OF 2. AN OFFLOADED YEAR
011900*    BEFORE THE CUTOFF YEAR HAS ITS DETAIL PURGED.
012000*
012100 77  WS-RETENTION-YEARS          PIC 9(02) VALUE ZEROS.
012200 77  WS-DEFAULT-RETENTION        PIC 9(02) VALUE 2.
012300 77  WS-CUTOFF-YEAR              PIC 9(04) VALUE ZEROS.
012400*
012500*    CONTROL COUNT AND HASH TOTALS OF THE YEAR BEING OFFLOADED,
012600*    AND THE SAME FIGURES RECOMPUTED WHEN A YEAR FILE IS READ
012700*    BACK BEFORE A PURGE.
012800*
012900 77  WS-OFF-COUNT                PIC 9(09) VALUE ZEROS.
013000 77  WS-OFF-AMOUNT               PIC 9(13)V99 VALUE ZEROS.
013100 77  WS-OFF-ID-HASH              PIC 9(15) VALUE ZEROS.
013200 77  WS-OFF-ACCOUNT-HASH         PIC 9(15) VALUE ZEROS.
013300 77  WS-CHK-COUNT                PIC 9(09) VALUE ZEROS.
013400 77  WS-CHK-AMOUNT               PIC 9(13)V99 VALUE ZEROS.
013500 77  WS-CHK-ID-HASH              PIC 9(15) VALUE ZEROS.
013600 77  WS-CHK-ACCOUNT-HASH         PIC 9(15) VALUE ZEROS.
013700 77  WS-LINE-AMOUNT              PIC 9(08)V99 VALUE ZEROS.
013800*
013900*    RUN SUMMARY COUNTS.
014000*
014100 77  WS-SUMMARY-COUNT            PIC 9(06) VALUE ZEROS.
014200 77  WS-PURGED-YEARS             PIC 9(04) VALUE ZEROS.
014300 77  WS-PURGED-COUNT             PIC 9(09) VALUE ZEROS.
014400 77  WS-REFUSED-YEARS            PIC 9(04) VALUE ZEROS.
014500*
014600*    PARAMETER AREA PASSED TO BDATE01. LAYOUT MUST MATCH ITS
014700*    LINKAGE SECTION BDATE-PARMS FIELD FOR FIELD.
014800*
014900 01  WS-BDATE-PARMS.
015000     03  WS-BDATE-FUNCTION        PIC X(01) VALUE "G".
015100     03  WS-BDATE-DATE            PIC 9(08).
015200     03  WS-BDATE-STATUS          PIC X(01).
015300*
015400*    PARAMETER AREA PASSED TO LOGWRT01. LAYOUT MUST MATCH ITS
015500*    LINKAGE SECTION LOG-PARMS FIELD FOR FIELD.
015600*
015700 01  WS-LOG-PARMS.
015800     03  WS-LOG-PROGRAM-ID        PIC X(16) VALUE "ARCOFF01".
015900     03  WS-LOG-STEP              PIC X(12).
016000     03  WS-LOG-RUN-DATE          PIC 9(08).
016100     03  WS-LOG-RUN-TIME          PIC 9(08).
016200     03  WS-LOG-MESSAGE           PIC X(60).
016300     03  WS-LOG-SEVERITY          PIC X(01) VALUE "I".
016400*
016500*    PARAMETER AREA PASSED TO ERRWRT01. LAYOUT MUST MATCH ITS
016600*    LINKAGE SECTION ERR-PARMS FIELD FOR FIELD.
016700*
016800 01  WS-ERR-PARMS.
016900     03  WS-ERR-PROGRAM-ID        PIC X(16) VALUE "ARCOFF01".
017000     03  WS-ERR-STEP              PIC X(12).
017100     03  WS-ERR-RETURN-CODE       PIC 9(02).
017200     03  WS-ERR-MESSAGE           PIC X(60).
017300     03  WS-ERR-RUN-DATE          PIC 9(08).
017400     03  WS-ERR-RUN-TIME          PIC 9(08).
017500*
017600 PROCEDURE DIVISION.
017700 0000-MAINLINE.
017800     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
017900     IF NOT WS-ABORT-RUN
018000         PERFORM 2000-OFFLOAD-YEAR THRU 2000-EXIT
018100     END-IF.
018200     IF NOT WS-ABORT-RUN
018300         PERFORM 3000-PURGE-PASS THRU 3000-EXIT
018400     END-IF.
018500     PERFORM 8000-FINALIZE THRU 8000-EXIT.
018600     GOBACK.
018700*
018800******************************************************************
018900* 1000-INITIALIZE.
019000*    FETCHES THE BUSINESS DATE, TAKES THE YEAR TO OFFLOAD AND THE
019100*    RETENTION PERIOD FROM THE OPERATOR AND OPENS THE FILES. THE
019200*    TRANSACTION ARCHIVE MUST EXIST - WITHOUT IT THERE IS NOTHING
019300*    TO OFFLOAD OR PURGE. THE YEAR CONTROL AND SUMMARY FILES ARE
019400*    CREATED ON THE FIRST RUN.
019500******************************************************************
019600 1000-INITIALIZE.
019700     CALL "BDATE01" USING WS-BDATE-PARMS.
019800     MOVE WS-BDATE-DATE TO WS-RUN-DATE.
019900     ACCEPT WS-RUN-TIME FROM TIME.
020000     MOVE WS-RUN-DATE TO WS-LOG-RUN-DATE.
020100     MOVE WS-RUN-TIME TO WS-LOG-RUN-TIME.
020200     MOVE "INITIALIZE" TO WS-LOG-STEP.
020300     MOVE "ARCHIVE OFFLOAD STARTING" TO WS-LOG-MESSAGE.
020400     CALL "LOGWRT01" USING WS-LOG-PARMS.
020500     DIVIDE WS-RUN-DATE BY 10000 GIVING WS-RUN-YEAR.
020600     DISPLAY "ENTER YEAR TO OFFLOAD (0000 FOR LAST YEAR): ".
020700     ACCEPT WS-OFFLOAD-YEAR.
020800     IF WS-OFFLOAD-YEAR = ZEROS
020900         SUBTRACT 1 FROM WS-RUN-YEAR GIVING WS-OFFLOAD-YEAR
021000     END-IF.
021100     DISPLAY "ENTER CLOSED YEARS OF DETAIL TO KEEP ONLINE "
021200         "(00 FOR THE DEFAULT OF 2): ".
021300     ACCEPT WS-RETENTION-YEARS.
021400     IF WS-RETENTION-YEARS = ZEROS
021500         MOVE WS-DEFAULT-RETENTION TO WS-RETENTION-YEARS
021600     END-IF.
021700     COMPUTE WS-CUTOFF-YEAR = WS-RUN-YEAR - WS-RETENTION-YEARS.
021800     IF WS-OFFLOAD-YEAR NOT < WS-RUN-YEAR
021900         MOVE "W" TO WS-LOG-SEVERITY
022000         MOVE SPACES TO WS-LOG-MESSAGE
022100         STRING "YEAR " WS-OFFLOAD-YEAR
022200             " IS NOT CLOSED - NOT OFFLOADED"
022300             DELIMITED BY SIZE INTO WS-LOG-MESSAGE
022400         CALL "LOGWRT01" USING WS-LOG-PARMS
022500         MOVE "I" TO WS-LOG-SEVERITY
022600         DISPLAY "YEAR " WS-OFFLOAD-YEAR " IS NOT CLOSED."
022700         SET WS-SKIP-OFFLOAD TO TRUE
022800         MOVE 4 TO WS-FINAL-RC
022900     END-IF.
023000     OPEN I-O TRANSACTION-ARCHIVE-FILE.
023100     IF WS-ARCH-FILE-STATUS NOT = "00"
023200         MOVE "INITIALIZE" TO WS-ERR-STEP
023300         MOVE "TRANSACTION ARCHIVE NOT FOUND - OFFLOAD ABORTED" TO
023400             WS-ERR-MESSAGE
023500         PERFORM 9000-ABORT THRU 9000-EXIT
023600         GO TO 1000-EXIT
023700     END-IF.
023800     OPEN I-O ARCH-YEAR-CONTROL-FILE.
023900     IF WS-AYC-FILE-NOT-FOUND
024000         CLOSE ARCH-YEAR-CONTROL-FILE
024100         OPEN OUTPUT ARCH-YEAR-CONTROL-FILE
024200         CLOSE ARCH-YEAR-CONTROL-FILE
024300         OPEN I-O ARCH-YEAR-CONTROL-FILE
024400     END-IF.
024500     OPEN I-O ARCH-SUMMARY-FILE.
024600     IF WS-ASM-FILE-NOT-FOUND
024700         CLOSE ARCH-SUMMARY-FILE
024800         OPEN OUTPUT ARCH-SUMMARY-FILE
024900         CLOSE ARCH-SUMMARY-FILE
025000         OPEN I-O ARCH-SUMMARY-FILE
025100     END-IF.
025200 1000-EXIT.
025300     EXIT.
025400*
025500******************************************************************
025600* 2000-OFFLOAD-YEAR.
025700*    WRITES THE CHOSEN YEAR'S ARCHIVE DETAIL TO ITS YEAR FILE AND
025800*    REBUILDS ITS SUMMARY RECORDS. A YEAR ALREADY PURGED CANNOT
025900*    BE OFFLOADED AGAIN - ITS YEAR FILE IS THE ONLY COPY OF THE
026000*    DETAIL AND MUST NOT BE OVERWRITTEN. A YEAR OFFLOADED BUT NOT
026100*    PURGED IS SIMPLY DONE AGAIN, YEAR FILE AND SUMMARY REBUILT
026200*    WHOLE, SO A RERUN IS SAFE. A YEAR WITH NO DETAIL ON THE
026300*    ARCHIVE WRITES NOTHING.
026400******************************************************************
026500 2000-OFFLOAD-YEAR.
026600     IF WS-SKIP-OFFLOAD
026700         GO TO 2000-EXIT
026800     END-IF.
026900     MOVE "OFFLOAD" TO WS-LOG-STEP.
027000     MOVE WS-OFFLOAD-YEAR TO AYC-YEAR.
027100     MOVE "N" TO WS-CONTROL-FOUND-SW.
027200     READ ARCH-YEAR-CONTROL-FILE
027300         INVALID KEY
027400             CONTINUE
027500         NOT INVALID KEY
027600             SET WS-CONTROL-FOUND TO TRUE
027700     END-READ.
027800     IF WS-CONTROL-FOUND AND AYC-PURGED
027900         MOVE "W" TO WS-LOG-SEVERITY
028000         MOVE SPACES TO WS-LOG-MESSAGE
028100         STRING "YEAR " WS-OFFLOAD-YEAR
028200             " ALREADY PURGED - DETAIL IS ON " AYC-FILE-NAME
028300             DELIMITED BY SIZE INTO WS-LOG-MESSAGE
028400         CALL "LOGWRT01" USING WS-LOG-PARMS
028500         MOVE "I" TO WS-LOG-SEVERITY
028600         DISPLAY "YEAR " WS-OFFLOAD-YEAR " WAS ALREADY PURGED."
028700         MOVE 4 TO WS-FINAL-RC
028800         GO TO 2000-EXIT
028900     END-IF.
029000     COMPUTE WS-YEAR-FROM-DATE = WS-OFFLOAD-YEAR * 10000 + 0101.
029100     COMPUTE WS-YEAR-TO-DATE = WS-OFFLOAD-YEAR * 10000 + 1231.
029200     COMPUTE WS-YEAR-FROM-MONTH = WS-OFFLOAD-YEAR * 100 + 1.
029300     COMPUTE WS-YEAR-TO-MONTH = WS-OFFLOAD-YEAR * 100 + 12.
029400     MOVE "N" TO WS-ARCH-EOF-SW.
029500     MOVE WS-YEAR-FROM-DATE TO ARCH-DATE.
029600     MOVE ZEROS TO ARCH-TRAN-ID.
029700     START TRANSACTION-ARCHIVE-FILE
029800         KEY IS NOT LESS THAN ARCH-KEY
029900         INVALID KEY
030000             SET WS-ARCH-EOF TO TRUE
030100     END-START.
030200     IF NOT WS-ARCH-EOF
030300         PERFORM 2050-READ-ARCHIVE THRU 2050-EXIT
030400     END-IF.
030500     IF WS-ARCH-EOF
030600         MOVE "W" TO WS-LOG-SEVERITY
030700         MOVE SPACES TO WS-LOG-MESSAGE
030800         STRING "NO ARCHIVE DETAIL FOR YEAR " WS-OFFLOAD-YEAR
030900             " - NOTHING OFFLOADED"
031000             DELIMITED BY SIZE INTO WS-LOG-MESSAGE
031100         CALL "LOGWRT01" USING WS-LOG-PARMS
031200         MOVE "I" TO WS-LOG-SEVERITY
031300         DISPLAY "NO ARCHIVE DETAIL FOR YEAR " WS-OFFLOAD-YEAR "."
031400         MOVE 4 TO WS-FINAL-RC
031500         GO TO 2000-EXIT
031600     END-IF.
031700     PERFORM 2100-CLEAR-YEAR-SUMMARY THRU 2100-EXIT.
031800     MOVE WS-OFFLOAD-YEAR TO WS-YEAR-X.
031900     MOVE SPACES TO WS-YEAR-FILE-NAME.
032000     STRING "ARCYR." WS-YEAR-X DELIMITED BY SIZE
032100         INTO WS-YEAR-FILE-NAME.
032200     OPEN OUTPUT ARCH-YEAR-FILE.
032300     IF WS-AY-FILE-STATUS NOT = "00"
032400         MOVE "OFFLOAD" TO WS-ERR-STEP
032500         MOVE SPACES TO WS-ERR-MESSAGE
032600         STRING "CANNOT CREATE YEAR FILE " WS-YEAR-FILE-NAME
032700             " - OFFLOAD ABORTED"
032800             DELIMITED BY SIZE INTO WS-ERR-MESSAGE
032900         PERFORM 9000-ABORT THRU 9000-EXIT
033000         GO TO 2000-EXIT
033100     END-IF.
033200     MOVE SPACES TO ARCH-YEAR-RECORD.
033300     SET AY-HEADER TO TRUE.
033400     MOVE WS-OFFLOAD-YEAR TO AY-H-YEAR.
033500     MOVE WS-RUN-DATE TO AY-H-CREATED-DATE.
033600     MOVE WS-RUN-TIME TO AY-H-CREATED-TIME.
033700     WRITE ARCH-YEAR-RECORD.
033800     PERFORM 2200-OFFLOAD-ONE-RECORD THRU 2200-EXIT
033900         UNTIL WS-ARCH-EOF.
034000     MOVE SPACES TO ARCH-YEAR-RECORD.
034100     SET AY-TRAILER TO TRUE.
034200     MOVE WS-OFFLOAD-YEAR TO AY-T-YEAR.
034300     MOVE WS-OFF-COUNT TO AY-T-RECORD-COUNT.
034400     MOVE WS-OFF-AMOUNT TO AY-T-AMOUNT-TOTAL.
034500     MOVE WS-OFF-ID-HASH TO AY-T-ID-HASH.
034600     MOVE WS-OFF-ACCOUNT-HASH TO AY-T-ACCOUNT-HASH.
034700     WRITE ARCH-YEAR-RECORD.
034800     CLOSE ARCH-YEAR-FILE.
034900     PERFORM 2400-RECORD-YEAR-CONTROL THRU 2400-EXIT.
035000 2000-EXIT.
035100     EXIT.
035200*
035300******************************************************************
035400* 2050-READ-ARCHIVE.
035500*    READS THE NEXT ARCHIVE RECORD IN KEY SEQUENCE, SETTING
035600*    WS-ARCH-EOF AT THE END OF THE FILE OR ONCE THE DATE PASSES
035700*    THE LAST DAY OF THE YEAR BEING OFFLOADED.
035800******************************************************************
035900 2050-READ-ARCHIVE.
036000     READ TRANSACTION-ARCHIVE-FILE NEXT RECORD
036100         AT END
036200             SET WS-ARCH-EOF TO TRUE
036300             GO TO 2050-EXIT
036400     END-READ.
036500     IF ARCH-DATE > WS-YEAR-TO-DATE
036600         SET WS-ARCH-EOF TO TRUE
036700     END-IF.
036800 2050-EXIT.
036900     EXIT.
037000*
037100******************************************************************
037200* 2100-CLEAR-YEAR-SUMMARY.
037300*    DELETES ANY SUMMARY RECORDS ALREADY HELD FOR THE YEAR, SO A
037400*    RERUN REBUILDS THEM FROM THE DETAIL INSTEAD OF ADDING THE
037500*    YEAR IN TWICE. THE ARCHIVE STAYS POSITIONED ON THE FIRST
037600*    RECORD OF THE YEAR MEANWHILE.
037700******************************************************************
037800 2100-CLEAR-YEAR-SUMMARY.
037900     MOVE "N" TO WS-ASM-EOF-SW.
038000     MOVE LOW-VALUES TO ASM-KEY.
038100     MOVE WS-YEAR-FROM-MONTH TO ASM-MONTH.
038200     START ARCH-SUMMARY-FILE KEY IS NOT LESS THAN ASM-KEY
038300         INVALID KEY
038400             SET WS-ASM-EOF TO TRUE
038500     END-START.
038600     PERFORM 2150-DELETE-ONE-SUMMARY THRU 2150-EXIT
038700         UNTIL WS-ASM-EOF.
038800 2100-EXIT.
038900     EXIT.
039000*
039100******************************************************************
039200* 2150-DELETE-ONE-SUMMARY.
039300*    READS THE NEXT SUMMARY RECORD AND DELETES IT WHILE IT STILL
039400*    BELONGS TO THE YEAR BEING OFFLOADED.
039500******************************************************************
039600 2150-DELETE-ONE-SUMMARY.
039700     READ ARCH-SUMMARY-FILE NEXT RECORD
039800         AT END
039900             SET WS-ASM-EOF TO TRUE
040000             GO TO 2150-EXIT
040100     END-READ.
040200     IF ASM-MONTH > WS-YEAR-TO-MONTH
040300         SET WS-ASM-EOF TO TRUE
040400         GO TO 2150-EXIT
040500     END-IF.
040600     DELETE ARCH-SUMMARY-FILE RECORD.
040700 2150-EXIT.
040800     EXIT.
040900*
041000******************************************************************
041100* 2200-OFFLOAD-ONE-RECORD.
041200*    WRITES THE ARCHIVE RECORD IN HAND TO THE YEAR FILE, ADDS IT
041300*    TO THE CONTROL COUNT AND HASH TOTALS AND TO ITS SUMMARY
041400*    RECORD, THEN READS THE NEXT ONE.
041500******************************************************************
041600 2200-OFFLOAD-ONE-RECORD.
041700     MOVE SPACES TO ARCH-YEAR-RECORD.
041800     SET AY-DETAIL TO TRUE.
041900     MOVE ARCHIVE-RECORD TO AY-BODY.
042000     WRITE ARCH-YEAR-RECORD.
042100     COMPUTE WS-LINE-AMOUNT = ARCH-N1 + ARCH-N2.
042200     ADD 1 TO WS-OFF-COUNT.
042300     ADD WS-LINE-AMOUNT TO WS-OFF-AMOUNT.
042400     ADD ARCH-TRAN-ID TO WS-OFF-ID-HASH.
042500     IF ARCH-ACCOUNT IS NUMERIC
042600         ADD ARCH-ACCOUNT TO WS-OFF-ACCOUNT-HASH
042700     END-IF.
042800     PERFORM 2300-ADD-TO-SUMMARY THRU 2300-EXIT.
042900     PERFORM 2050-READ-ARCHIVE THRU 2050-EXIT.
043000 2200-EXIT.
043100     EXIT.
043200*
043300******************************************************************
043400* 2300-ADD-TO-SUMMARY.
043500*    ADDS THE ITEM TO ITS MONTH, BRANCH AND CURRENCY SUMMARY
043600*    RECORD, CREATING THE RECORD ON THE FIRST ITEM. THE ITEM IS
043700*    SPLIT AND NETTED THE WAY THE BRANCH STATEMENT TOTALS IT.
043800******************************************************************
043900 2300-ADD-TO-SUMMARY.
044000     DIVIDE ARCH-DATE BY 100 GIVING ASM-MONTH.
044100     MOVE ARCH-BRANCH TO ASM-BRANCH.
044200     MOVE ARCH-CURRENCY TO ASM-CURRENCY.
044300     READ ARCH-SUMMARY-FILE
044400         INVALID KEY
044500             MOVE SPACES TO ARCH-SUMMARY-RECORD
044600             DIVIDE ARCH-DATE BY 100 GIVING ASM-MONTH
044700             MOVE ARCH-BRANCH TO ASM-BRANCH
044800             MOVE ARCH-CURRENCY TO ASM-CURRENCY
044900             MOVE ZEROS TO ASM-ITEM-COUNT ASM-ITEM-AMOUNT
045000                 ASM-REV-COUNT ASM-REV-AMOUNT
045100                 ASM-XFER-OUT-COUNT ASM-XFER-OUT-AMOUNT
045200                 ASM-XFER-IN-COUNT ASM-XFER-IN-AMOUNT
045300                 ASM-NET-AMOUNT
045400             WRITE ARCH-SUMMARY-RECORD
045500             ADD 1 TO WS-SUMMARY-COUNT
045600     END-READ.
045700     EVALUATE ARCH-TYPE
045800         WHEN "R"
045900             ADD 1 TO ASM-REV-COUNT
046000             ADD WS-LINE-AMOUNT TO ASM-REV-AMOUNT
046100             SUBTRACT WS-LINE-AMOUNT FROM ASM-NET-AMOUNT
046200         WHEN "T"
046300             IF ARCH-XFER-SIDE = "O"
046400                 ADD 1 TO ASM-XFER-OUT-COUNT
046500                 ADD WS-LINE-AMOUNT TO ASM-XFER-OUT-AMOUNT
046600                 SUBTRACT WS-LINE-AMOUNT FROM ASM-NET-AMOUNT
046700             ELSE
046800                 ADD 1 TO ASM-XFER-IN-COUNT
046900                 ADD WS-LINE-AMOUNT TO ASM-XFER-IN-AMOUNT
047000                 ADD WS-LINE-AMOUNT TO ASM-NET-AMOUNT
047100             END-IF
047200         WHEN OTHER
047300             ADD 1 TO ASM-ITEM-COUNT
047400             ADD WS-LINE-AMOUNT TO ASM-ITEM-AMOUNT
047500             ADD WS-LINE-AMOUNT TO ASM-NET-AMOUNT
047600     END-EVALUATE.
047700     REWRITE ARCH-SUMMARY-RECORD.
047800 2300-EXIT.
047900     EXIT.
048000*
048100******************************************************************
048200* 2400-RECORD-YEAR-CONTROL.
048300*    WRITES (OR ON A RERUN REWRITES) THE YEAR CONTROL RECORD WITH
048400*    THE YEAR FILE'S NAME AND CONTROL TOTALS, AND LOGS THEM.
048500******************************************************************
048600 2400-RECORD-YEAR-CONTROL.
048700     MOVE WS-OFFLOAD-YEAR TO AYC-YEAR.
048800     MOVE WS-YEAR-FILE-NAME TO AYC-FILE-NAME.
048900     SET AYC-OFFLOADED TO TRUE.
049000     MOVE WS-RUN-DATE TO AYC-OFFLOAD-DATE.
049100     MOVE ZEROS TO AYC-PURGE-DATE.
049200     MOVE WS-OFF-COUNT TO AYC-RECORD-COUNT.
049300     MOVE WS-OFF-AMOUNT TO AYC-AMOUNT-TOTAL.
049400     MOVE WS-OFF-ID-HASH TO AYC-ID-HASH.
049500     MOVE WS-OFF-ACCOUNT-HASH TO AYC-ACCOUNT-HASH.
049600     IF WS-CONTROL-FOUND
049700         REWRITE ARCH-YEAR-CONTROL-RECORD
049800     ELSE
049900         WRITE ARCH-YEAR-CONTROL-RECORD
050000     END-IF.
050100     MOVE SPACES TO WS-LOG-MESSAGE.
050200     STRING "YEAR " WS-OFFLOAD-YEAR " OFFLOADED TO "
050300         WS-YEAR-FILE-NAME " ITEMS " WS-OFF-COUNT
050400         DELIMITED BY SIZE INTO WS-LOG-MESSAGE.
050500     CALL "LOGWRT01" USING WS-LOG-PARMS.
050600     MOVE SPACES TO WS-LOG-MESSAGE.
050700     STRING "ID HASH " WS-OFF-ID-HASH
050800         " ACCOUNT HASH " WS-OFF-ACCOUNT-HASH
050900         DELIMITED BY SIZE INTO WS-LOG-MESSAGE.
051000     CALL "LOGWRT01" USING WS-LOG-PARMS.
051100     DISPLAY "YEAR " WS-OFFLOAD-YEAR " OFFLOADED TO "
051200         WS-YEAR-FILE-NAME " - " WS-OFF-COUNT " ITEMS, "
051300         WS-SUMMARY-COUNT " SUMMARY RECORDS.".
051400 2400-EXIT.
051500     EXIT.
051600*
051700******************************************************************
051800* 3000-PURGE-PASS.
051900*    WALKS THE YEAR CONTROL FILE AND PURGES THE ARCHIVE DETAIL OF
052000*    EVERY YEAR OFFLOADED BUT NOT YET PURGED THAT FALLS BEFORE
052100*    THE RETENTION CUTOFF YEAR.
052200******************************************************************
052300 3000-PURGE-PASS.
052400     MOVE "PURGE" TO WS-LOG-STEP.
052500     MOVE "N" TO WS-AYC-EOF-SW.
052600     MOVE ZEROS TO AYC-YEAR.
052700     START ARCH-YEAR-CONTROL-FILE KEY IS NOT LESS THAN AYC-YEAR
052800         INVALID KEY
052900             SET WS-AYC-EOF TO TRUE
053000     END-START.
053100     PERFORM 3100-PURGE-ONE-YEAR THRU 3100-EXIT
053200         UNTIL WS-AYC-EOF.
053300 3000-EXIT.
053400     EXIT.
053500*
053600******************************************************************
053700* 3100-PURGE-ONE-YEAR.
053800*    READS THE NEXT YEAR CONTROL RECORD. A YEAR DUE FOR PURGE IS
053900*    PURGED ONLY WHEN ITS YEAR FILE READS BACK TO THE CONTROL
054000*    TOTALS AND THE ARCHIVE STILL HOLDS THE SAME NUMBER OF ITEMS
054100*    FOR THE YEAR - AN ITEM ADDED SINCE THE OFFLOAD WOULD
054200*    OTHERWISE BE LOST. A REFUSED YEAR IS WARNED AND LEFT ALONE;
054300*    OFFLOADING IT AGAIN BRINGS THE YEAR FILE UP TO DATE.
054400******************************************************************
054500 3100-PURGE-ONE-YEAR.
054600     READ ARCH-YEAR-CONTROL-FILE NEXT RECORD
054700         AT END
054800             SET WS-AYC-EOF TO TRUE
054900             GO TO 3100-EXIT
055000     END-READ.
055100     IF AYC-YEAR NOT < WS-CUTOFF-YEAR
055200         SET WS-AYC-EOF TO TRUE
055300         GO TO 3100-EXIT
055400     END-IF.
055500     IF NOT AYC-OFFLOADED
055600         GO TO 3100-EXIT
055700     END-IF.
055800     COMPUTE WS-YEAR-FROM-DATE = AYC-YEAR * 10000 + 0101.
055900     COMPUTE WS-YEAR-TO-DATE = AYC-YEAR * 10000 + 1231.
056000     MOVE AYC-FILE-NAME TO WS-YEAR-FILE-NAME.
056100     PERFORM 3200-VERIFY-YEAR-FILE THRU 3200-EXIT.
056200     IF NOT WS-YEAR-PROVED
056300         MOVE SPACES TO WS-LOG-MESSAGE
056400         STRING "YEAR FILE " AYC-FILE-NAME
056500             " DOES NOT PROVE - YEAR NOT PURGED"
056600             DELIMITED BY SIZE INTO WS-LOG-MESSAGE
056700         GO TO 3100-REFUSED
056800     END-IF.
056900     PERFORM 3300-COUNT-ARCHIVE-YEAR THRU 3300-EXIT.
057000     IF WS-CHK-COUNT NOT = AYC-RECORD-COUNT
057100         MOVE SPACES TO WS-LOG-MESSAGE
057200         STRING "ARCHIVE FOR " AYC-YEAR " CHANGED SINCE OFFLOAD"
057300             " - OFFLOAD IT AGAIN"
057400             DELIMITED BY SIZE INTO WS-LOG-MESSAGE
057500         GO TO 3100-REFUSED
057600     END-IF.
057700     PERFORM 3400-DELETE-ARCHIVE-YEAR THRU 3400-EXIT.
057800     SET AYC-PURGED TO TRUE.
057900     MOVE WS-RUN-DATE TO AYC-PURGE-DATE.
058000     REWRITE ARCH-YEAR-CONTROL-RECORD.
058100     ADD 1 TO WS-PURGED-YEARS.
058200     MOVE SPACES TO WS-LOG-MESSAGE.
058300     STRING "YEAR " AYC-YEAR " PURGED " WS-CHK-COUNT
058400         " ITEMS - DETAIL ON " AYC-FILE-NAME
058500         DELIMITED BY SIZE INTO WS-LOG-MESSAGE.
058600     CALL "LOGWRT01" USING WS-LOG-PARMS.
058700     DISPLAY "YEAR " AYC-YEAR " PURGED - DETAIL IS ON "
058800         AYC-FILE-NAME.
058900     GO TO 3100-EXIT.
059000 3100-REFUSED.
059100     ADD 1 TO WS-REFUSED-YEARS.
059200     MOVE 4 TO WS-FINAL-RC.
059300     MOVE "W" TO WS-LOG-SEVERITY.
059400     CALL "LOGWRT01" USING WS-LOG-PARMS.
059500     MOVE "I" TO WS-LOG-SEVERITY.
059600     DISPLAY WS-LOG-MESSAGE.
059700 3100-EXIT.
059800     EXIT.
059900*
060000******************************************************************
060100* 3200-VERIFY-YEAR-FILE.
060200*    READS THE YEAR FILE BACK, RECOMPUTING THE COUNT AND HASH
060300*    TOTALS FROM ITS DETAIL RECORDS. IT PROVES ONLY IF THEY AGREE
060400*    WITH BOTH ITS OWN TRAILER AND THE YEAR CONTROL RECORD. A
060500*    MISSING FILE OR ONE WITHOUT A TRAILER DOES NOT PROVE.
060600******************************************************************
060700 3200-VERIFY-YEAR-FILE.
060800     MOVE "N" TO WS-PROVED-SW.
060900     MOVE "N" TO WS-TRAILER-SEEN-SW.
061000     MOVE "N" TO WS-AY-EOF-SW.
061100     MOVE ZEROS TO WS-CHK-COUNT WS-CHK-AMOUNT WS-CHK-ID-HASH
061200         WS-CHK-ACCOUNT-HASH.
061300     OPEN INPUT ARCH-YEAR-FILE.
061400     IF WS-AY-FILE-STATUS NOT = "00"
061500         CLOSE ARCH-YEAR-FILE
061600         GO TO 3200-EXIT
061700     END-IF.
061800     PERFORM 3250-VERIFY-ONE-RECORD THRU 3250-EXIT
061900         UNTIL WS-AY-EOF.
062000     CLOSE ARCH-YEAR-FILE.
062100     IF WS-TRAILER-SEEN
062200         AND WS-CHK-COUNT = AYC-RECORD-COUNT
062300         AND WS-CHK-AMOUNT = AYC-AMOUNT-TOTAL
062400         AND WS-CHK-ID-HASH = AYC-ID-HASH
062500         AND WS-CHK-ACCOUNT-HASH = AYC-ACCOUNT-HASH
062600         SET WS-YEAR-PROVED TO TRUE
062700     END-IF.
062800 3200-EXIT.
062900     EXIT.
063000*
063100******************************************************************
063200* 3250-VERIFY-ONE-RECORD.
063300*    READS ONE YEAR FILE RECORD. A DETAIL RECORD IS ADDED TO THE
063400*    RECOMPUTED TOTALS; THE TRAILER MUST AGREE WITH THEM.
063500******************************************************************
063600 3250-VERIFY-ONE-RECORD.
063700     READ ARCH-YEAR-FILE
063800         AT END
063900             SET WS-AY-EOF TO TRUE
064000             GO TO 3250-EXIT
064100     END-READ.
064200     IF AY-DETAIL
064300         MOVE AY-BODY TO ARCHIVE-RECORD
064400         COMPUTE WS-LINE-AMOUNT = ARCH-N1 + ARCH-N2
064500         ADD 1 TO WS-CHK-COUNT
064600         ADD WS-LINE-AMOUNT TO WS-CHK-AMOUNT
064700         ADD ARCH-TRAN-ID TO WS-CHK-ID-HASH
064800         IF ARCH-ACCOUNT IS NUMERIC
064900             ADD ARCH-ACCOUNT TO WS-CHK-ACCOUNT-HASH
065000         END-IF
065100         GO TO 3250-EXIT
065200     END-IF.
065300     IF AY-TRAILER
065400         AND AY-T-RECORD-COUNT = WS-CHK-COUNT
065500         AND AY-T-AMOUNT-TOTAL = WS-CHK-AMOUNT
065600         AND AY-T-ID-HASH = WS-CHK-ID-HASH
065700         AND AY-T-ACCOUNT-HASH = WS-CHK-ACCOUNT-HASH
065800         SET WS-TRAILER-SEEN TO TRUE
065900     END-IF.
066000 3250-EXIT.
066100     EXIT.
066200*
066300******************************************************************
066400* 3300-COUNT-ARCHIVE-YEAR.
066500*    COUNTS THE ITEMS THE TRANSACTION ARCHIVE HOLDS TODAY FOR THE
066600*    YEAR BEING PURGED.
066700******************************************************************
066800 3300-COUNT-ARCHIVE-YEAR.
066900     MOVE ZEROS TO WS-CHK-COUNT.
067000     MOVE "N" TO WS-ARCH-EOF-SW.
067100     MOVE WS-YEAR-FROM-DATE TO ARCH-DATE.
067200     MOVE ZEROS TO ARCH-TRAN-ID.
067300     START TRANSACTION-ARCHIVE-FILE
067400         KEY IS NOT LESS THAN ARCH-KEY
067500         INVALID KEY
067600             SET WS-ARCH-EOF TO TRUE
067700     END-START.
067800     PERFORM 3350-COUNT-ONE-RECORD THRU 3350-EXIT
067900         UNTIL WS-ARCH-EOF.
068000 3300-EXIT.
068100     EXIT.
068200*
068300******************************************************************
068400* 3350-COUNT-ONE-RECORD.
068500*    READS THE NEXT ARCHIVE RECORD OF THE YEAR AND COUNTS IT.
068600******************************************************************
068700 3350-COUNT-ONE-RECORD.
068800     PERFORM 2050-READ-ARCHIVE THRU 2050-EXIT.
068900     IF NOT WS-ARCH-EOF
069000         ADD 1 TO WS-CHK-COUNT
069100     END-IF.
069200 3350-EXIT.
069300     EXIT.
069400*
069500******************************************************************
069600* 3400-DELETE-ARCHIVE-YEAR.
069700*    DELETES EVERY ARCHIVE RECORD OF THE YEAR BEING PURGED.
069800******************************************************************
069900 3400-DELETE-ARCHIVE-YEAR.
070000     MOVE "N" TO WS-ARCH-EOF-SW.
070100     MOVE WS-YEAR-FROM-DATE TO ARCH-DATE.
070200     MOVE ZEROS TO ARCH-TRAN-ID.
070300     START TRANSACTION-ARCHIVE-FILE
070400         KEY IS NOT LESS THAN ARCH-KEY
070500         INVALID KEY
070600             SET WS-ARCH-EOF TO TRUE
070700     END-START.
070800     PERFORM 3450-DELETE-ONE-RECORD THRU 3450-EXIT
070900         UNTIL WS-ARCH-EOF.
071000 3400-EXIT.
071100     EXIT.
071200*
071300******************************************************************
071400* 3450-DELETE-ONE-RECORD.
071500*    READS THE NEXT ARCHIVE RECORD OF THE YEAR AND DELETES IT.
071600******************************************************************
071700 3450-DELETE-ONE-RECORD.
071800     PERFORM 2050-READ-ARCHIVE THRU 2050-EXIT.
071900     IF WS-ARCH-EOF
072000         GO TO 3450-EXIT
072100     END-IF.
072200     DELETE TRANSACTION-ARCHIVE-FILE RECORD.
072300     ADD 1 TO WS-PURGED-COUNT.
072400 3450-EXIT.
072500     EXIT.
072600*
072700******************************************************************
072800* 8000-FINALIZE.
072900*    LOGS WHAT WAS OFFLOADED AND PURGED, CLOSES THE FILES AND
073000*    WRITES THE JOB RUN HISTORY RECORD. RETURN CODE 4 SAYS A YEAR
073100*    WAS NOT CLOSED, HAD NOTHING TO OFFLOAD, WAS ALREADY PURGED
073200*    OR WAS REFUSED FOR PURGE; 90 IS AN ABORT.
073300******************************************************************
073400 8000-FINALIZE.
073500     MOVE "FINALIZE" TO WS-LOG-STEP.
073600     IF NOT WS-ABORT-RUN
073700         MOVE SPACES TO WS-LOG-MESSAGE
073800         STRING "ITEMS OFFLOADED " WS-OFF-COUNT
073900             " YEARS PURGED " WS-PURGED-YEARS
074000             " REFUSED " WS-REFUSED-YEARS
074100             DELIMITED BY SIZE INTO WS-LOG-MESSAGE
074200         CALL "LOGWRT01" USING WS-LOG-PARMS
074300         CLOSE TRANSACTION-ARCHIVE-FILE
074400         CLOSE ARCH-YEAR-CONTROL-FILE
074500         CLOSE ARCH-SUMMARY-FILE
074600     END-IF.
074700     PERFORM 8100-WRITE-JOB-HISTORY THRU 8100-EXIT.
074800     MOVE WS-FINAL-RC TO RETURN-CODE.
074900 8000-EXIT.
075000     EXIT.
075100*
075200******************************************************************
075300* 8100-WRITE-JOB-HISTORY.
075400*    APPENDS ONE JOB RUN HISTORY RECORD FOR THIS RUN, CARRYING THE
075500*    NUMBER OF ITEMS OFFLOADED.
075600******************************************************************
075700 8100-WRITE-JOB-HISTORY.
075800     OPEN EXTEND JOB-HISTORY-FILE.
075900     IF WS-JH-FILE-NOT-FOUND
076000         CLOSE JOB-HISTORY-FILE
076100         OPEN OUTPUT JOB-HISTORY-FILE
076200     END-IF.
076300     MOVE SPACES TO JOB-HIST-RECORD.
076400     MOVE "ARCOFF01" TO JH-PROGRAM-ID.
076500     MOVE WS-RUN-DATE TO JH-RUN-DATE.
076600     MOVE WS-RUN-TIME TO JH-START-TIME.
076700     ACCEPT WS-END-TIME FROM TIME.
076800     MOVE WS-END-TIME TO JH-END-TIME.
076900     MOVE WS-FINAL-RC TO JH-RETURN-CODE.
077000     MOVE WS-OFF-COUNT TO JH-TRAN-COUNT.
077100     MOVE ZEROS TO JH-OPERATOR-ID.
077200     WRITE JOB-HIST-RECORD.
077300     CLOSE JOB-HISTORY-FILE.
077400 8100-EXIT.
077500     EXIT.
077600*
077700******************************************************************
077800* 9000-ABORT.
077900*    RECORDS A FATAL ERROR THROUGH ERRWRT01 AND STOPS THE RUN
078000*    WITH RETURN CODE 90. THE CALLER HAS SET THE STEP AND
078100*    MESSAGE.
078200******************************************************************
078300 9000-ABORT.
078400     MOVE WS-RUN-DATE TO WS-ERR-RUN-DATE.
078500     MOVE WS-RUN-TIME TO WS-ERR-RUN-TIME.
078600     MOVE 90 TO WS-ERR-RETURN-CODE.
078700     CALL "ERRWRT01" USING WS-ERR-PARMS.
078800     MOVE 90 TO WS-FINAL-RC.
078900     SET WS-ABORT-RUN TO TRUE.
079000 9000-EXIT.
079100     EXIT.
079200*
079300 END PROGRAM ARCOFF01.
