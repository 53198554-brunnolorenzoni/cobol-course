000100******************************************************************
000200* AUTHOR:       BRUNNO LORENZONI
000300* INSTALLATION: OPERATIONS / BATCH SUPPORT
000400* DATE-WRITTEN: 2026-10-15
000500* DATE-COMPILED:
000600* PURPOSE:      EXCHANGE RATE HISTORY INQUIRY. SHOWS ONE
000700*               CURRENCY'S RATES OFF THE RATE HISTORY FILE THE
000800*               DAILY RATE LOAD KEEPS, OVER A RATE-DATE RANGE THE
000900*               OPERATOR KEYS - EACH DAY'S RATE, ITS MOVE FROM THE
001000*               RATE BEFORE IT, WHEN IT WAS LOADED AND WHICH
001100*               SUPERVISOR CONFIRMED IT WHEN THE MOVE NEEDED ONE -
001200*               SO "WHAT RATE DID THAT DAY CONVERT AT" IS ANSWERED
001300*               WITHOUT DIGGING THROUGH OLD REPORTS. READ ONLY.
001400* TECTONICS:    COBC
001500******************************************************************
001600* MODIFICATION HISTORY.
001700*    2026-10-15 BL  INITIAL VERSION.
001800******************************************************************
001900 IDENTIFICATION DIVISION.
002000 PROGRAM-ID. FXHINQ01.
002100 ENVIRONMENT DIVISION.
002200 CONFIGURATION SECTION.
002300 SPECIAL-NAMES.
002400     DECIMAL-POINT IS COMMA.
002500 INPUT-OUTPUT SECTION.
002600 FILE-CONTROL.
002700     SELECT FX-HISTORY-FILE ASSIGN TO "FXHIST"
002800         ORGANIZATION IS INDEXED
002900         ACCESS MODE IS DYNAMIC
003000         RECORD KEY IS FXH-KEY
003100         FILE STATUS IS WS-FXH-FILE-STATUS.
003200     SELECT JOB-HISTORY-FILE ASSIGN TO "JOBHIST"
003300         ORGANIZATION IS LINE SEQUENTIAL
003400         FILE STATUS IS WS-JH-FILE-STATUS.
003500*
003600 DATA DIVISION.
003700 FILE SECTION.
003800 FD  FX-HISTORY-FILE.
003900 COPY "FXHSTREC.cpy".
004000 FD  JOB-HISTORY-FILE.
004100 COPY "HISTREC.cpy".
004200*
004300 WORKING-STORAGE SECTION.
004400 77  WS-FXH-FILE-STATUS          PIC X(02) VALUE "00".
004500 77  WS-JH-FILE-STATUS           PIC X(02) VALUE "00".
004600     88  WS-JH-FILE-NOT-FOUND    VALUE "35".
004700*
004800 77  WS-FXH-EOF-SW               PIC X(01) VALUE "N".
004900     88  WS-FXH-EOF              VALUE "Y".
005000 77  WS-ABORT-SW                 PIC X(01) VALUE "N".
005100     88  WS-ABORT-RUN            VALUE "Y".
005200 77  WS-END-SW                   PIC X(01) VALUE "N".
005300     88  WS-END-SESSION          VALUE "Y".
005400*
005500 77  WS-RUN-DATE                 PIC 9(08) VALUE ZEROS.
005600 77  WS-RUN-TIME                 PIC 9(08) VALUE ZEROS.
005700 77  WS-END-TIME                 PIC 9(08) VALUE ZEROS.
005800*
005900*    OPERATOR INPUT FOR ONE INQUIRY. A BLANK CURRENCY ENDS THE
006000*    SESSION; A TO-DATE OF ZEROS RUNS TO THE LATEST RATE HELD.
006100*
006200 77  WS-INQ-CURRENCY             PIC X(03) VALUE SPACES.
006300 77  WS-INQ-FROM-DATE            PIC 9(08) VALUE ZEROS.
006400 77  WS-INQ-TO-DATE              PIC 9(08) VALUE ZEROS.
006500*
006600*    THE RATE BEFORE THE ONE BEING SHOWN, FOR THE DAY-ON-DAY MOVE.
006700*    ZERO UNTIL THE FIRST RATE OF THE RANGE HAS BEEN SHOWN.
006800*
006900 77  WS-PRIOR-RATE               PIC 9(03)V9(06) VALUE ZEROS.
007000 77  WS-RATE-MOVE-PCT            PIC S9(05)V99 VALUE ZEROS.
007100*
007200*    COUNTS - PER INQUIRY, AND FOR THE SESSION AT FINALIZE TIME.
007300*
007400 77  WS-SHOWN-COUNT              PIC 9(06) VALUE ZEROS.
007500 77  WS-SESSION-COUNT            PIC 9(06) VALUE ZEROS.
007600*
007700*    ONE DISPLAY LINE PER RATE.
007800*
007900 01  WS-RATE-LINE.
008000     03  FILLER                  PIC X(02) VALUE SPACES.
008100     03  RL-RATE-DATE            PIC 9(08).
008200     03  FILLER                  PIC X(06) VALUE " RATE ".
008300     03  RL-RATE                 PIC ZZ9,999999.
008400     03  FILLER                  PIC X(06) VALUE " MOVE ".
008500     03  RL-MOVE-PCT             PIC -(5)9,99.
008600     03  RL-MOVE-TAG             PIC X(01).
008700     03  FILLER                  PIC X(08) VALUE " LOADED ".
008800     03  RL-LOAD-DATE            PIC 9(08).
008900     03  FILLER                  PIC X(01) VALUE SPACE.
009000     03  RL-LOAD-TIME            PIC 9(06).
009100     03  FILLER                  PIC X(14) VALUE " CONFIRMED BY ".
009200     03  RL-CONFIRMED-BY         PIC X(06).
009300*
009400*    PARAMETER AREA PASSED TO BDATE01. LAYOUT MUST MATCH ITS
009500*    LINKAGE SECTION BDATE-PARMS FIELD FOR FIELD.
009600*
009700 01  WS-BDATE-PARMS.
009800     03  WS-BDATE-FUNCTION        PIC X(01) VALUE "G".
009900     03  WS-BDATE-DATE            PIC 9(08).
010000     03  WS-BDATE-STATUS          PIC X(01).
010100*
010200*    PARAMETER AREA PASSED TO LOGWRT01. LAYOUT MUST MATCH ITS
010300*    LINKAGE SECTION LOG-PARMS FIELD FOR FIELD.
010400*
010500 01  WS-LOG-PARMS.
010600     03  WS-LOG-PROGRAM-ID        PIC X(16) VALUE "FXHINQ01".
010700     03  WS-LOG-STEP              PIC X(12).
010800     03  WS-LOG-RUN-DATE          PIC 9(08).
010900     03  WS-LOG-RUN-TIME          PIC 9(08).
011000     03  WS-LOG-MESSAGE           PIC X(60).
011100     03  WS-LOG-SEVERITY          PIC X(01) VALUE "I".
011200*
011300*    PARAMETER AREA PASSED TO ERRWRT01. LAYOUT MUST MATCH ITS
011400*    LINKAGE SECTION ERR-PARMS FIELD FOR FIELD.
011500*
011600 01  WS-ERR-PARMS.
011700     03  WS-ERR-PROGRAM-ID        PIC X(16) VALUE "FXHINQ01".
011800     03  WS-ERR-STEP              PIC X(12).
011900     03  WS-ERR-RETURN-CODE       PIC 9(02).
012000     03  WS-ERR-MESSAGE           PIC X(60).
012100     03  WS-ERR-RUN-DATE          PIC 9(08).
012200     03  WS-ERR-RUN-TIME          PIC 9(08).
012300*
012400 PROCEDURE DIVISION.
012500 0000-MAINLINE.
012600     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
012700     IF NOT WS-ABORT-RUN
012800         PERFORM 2000-INQUIRY-LOOP THRU 2000-EXIT
012900             WITH TEST AFTER UNTIL WS-END-SESSION
013000     END-IF.
013100     PERFORM 3000-FINALIZE THRU 3000-EXIT.
013200     GOBACK.
013300*
013400******************************************************************
013500* 1000-INITIALIZE.
013600*    FETCHES THE BUSINESS DATE AND OPENS THE RATE HISTORY FILE.
013700*    THERE IS NOTHING TO INQUIRE ON UNTIL THE DAILY RATE LOAD HAS
013800*    BUILT IT, SO A MISSING FILE ABORTS THROUGH ERRWRT01.
013900******************************************************************
014000 1000-INITIALIZE.
014100     CALL "BDATE01" USING WS-BDATE-PARMS.
014200     MOVE WS-BDATE-DATE TO WS-RUN-DATE.
014300     ACCEPT WS-RUN-TIME FROM TIME.
014400     MOVE WS-RUN-DATE TO WS-LOG-RUN-DATE.
014500     MOVE WS-RUN-TIME TO WS-LOG-RUN-TIME.
014600     MOVE "INITIALIZE" TO WS-LOG-STEP.
014700     MOVE "RATE HISTORY INQUIRY STARTING" TO WS-LOG-MESSAGE.
014800     CALL "LOGWRT01" USING WS-LOG-PARMS.
014900     OPEN INPUT FX-HISTORY-FILE.
015000     IF WS-FXH-FILE-STATUS NOT = "00"
015100         MOVE "INITIALIZE" TO WS-ERR-STEP
015200         MOVE "RATE HISTORY FILE NOT FOUND - INQUIRY ABORTED" TO
015300             WS-ERR-MESSAGE
015400         MOVE WS-RUN-DATE TO WS-ERR-RUN-DATE
015500         MOVE WS-RUN-TIME TO WS-ERR-RUN-TIME
015600         MOVE 90 TO WS-ERR-RETURN-CODE
015700         CALL "ERRWRT01" USING WS-ERR-PARMS
015800         SET WS-ABORT-RUN TO TRUE
015900     END-IF.
016000 1000-EXIT.
016100     EXIT.
016200*
016300******************************************************************
016400* 2000-INQUIRY-LOOP.
016500*    TAKES A CURRENCY AND A RATE-DATE RANGE AND LISTS THE RATES.
016600*    A BLANK CURRENCY ENDS THE SESSION. A FROM-DATE OF ZEROS
016700*    STARTS AT THE FIRST RATE HELD; A TO-DATE OF ZEROS RUNS TO
016800*    THE LAST. A RANGE RUNNING BACKWARDS IS REFUSED.
016900******************************************************************
017000 2000-INQUIRY-LOOP.
017100     DISPLAY "ENTER CURRENCY CODE (BLANK TO END): ".
017200     MOVE SPACES TO WS-INQ-CURRENCY.
017300     ACCEPT WS-INQ-CURRENCY.
017400     IF WS-INQ-CURRENCY = SPACES
017500         SET WS-END-SESSION TO TRUE
017600         GO TO 2000-EXIT
017700     END-IF.
017800     DISPLAY "ENTER FROM RATE DATE (AAAAMMDD, ZEROS FOR THE "
017900         "FIRST): ".
018000     ACCEPT WS-INQ-FROM-DATE.
018100     DISPLAY "ENTER TO RATE DATE (AAAAMMDD, ZEROS FOR THE "
018200         "LATEST): ".
018300     ACCEPT WS-INQ-TO-DATE.
018400     IF WS-INQ-TO-DATE = ZEROS
018500         MOVE 99999999 TO WS-INQ-TO-DATE
018600     END-IF.
018700     IF WS-INQ-TO-DATE < WS-INQ-FROM-DATE
018800         DISPLAY "TO DATE IS BEFORE FROM DATE - NOT SEARCHED."
018900         GO TO 2000-EXIT
019000     END-IF.
019100     PERFORM 2100-LIST-RATES THRU 2100-EXIT.
019200 2000-EXIT.
019300     EXIT.
019400*
019500******************************************************************
019600* 2100-LIST-RATES.
019700*    POSITIONS THE HISTORY ON THE CURRENCY'S FIRST RATE AT OR
019800*    AFTER THE FROM-DATE BY A KEYED START AND READS FORWARD UNTIL
019900*    THE CURRENCY CHANGES OR THE DATE PASSES THE TO-DATE.
020000******************************************************************
020100 2100-LIST-RATES.
020200     MOVE ZEROS TO WS-SHOWN-COUNT.
020300     MOVE ZEROS TO WS-PRIOR-RATE.
020400     MOVE "N" TO WS-FXH-EOF-SW.
020500     MOVE WS-INQ-CURRENCY TO FXH-CURRENCY.
020600     MOVE WS-INQ-FROM-DATE TO FXH-RATE-DATE.
020700     START FX-HISTORY-FILE KEY IS NOT LESS THAN FXH-KEY
020800         INVALID KEY
020900             SET WS-FXH-EOF TO TRUE
021000     END-START.
021100     PERFORM 2200-SHOW-ONE-RATE THRU 2200-EXIT
021200         UNTIL WS-FXH-EOF.
021300     IF WS-SHOWN-COUNT = ZEROS
021400         DISPLAY "NO RATE HISTORY FOR " WS-INQ-CURRENCY
021500             " IN THE RANGE."
021600     ELSE
021700         DISPLAY "RATES SHOWN: " WS-SHOWN-COUNT
021800     END-IF.
021900 2100-EXIT.
022000     EXIT.
022100*
022200******************************************************************
022300* 2200-SHOW-ONE-RATE.
022400*    READS THE NEXT HISTORY RECORD AND SHOWS IT WITH ITS MOVE IN
022500*    PERCENT FROM THE RATE BEFORE IT IN THE RANGE (ZERO ON THE
022600*    FIRST). A CONFIRMED MOVE IS TAGGED * AND NAMES THE
022700*    SUPERVISOR WHO CONFIRMED IT.
022800******************************************************************
022900 2200-SHOW-ONE-RATE.
023000     READ FX-HISTORY-FILE NEXT RECORD
023100         AT END
023200             SET WS-FXH-EOF TO TRUE
023300             GO TO 2200-EXIT
023400     END-READ.
023500     IF FXH-CURRENCY NOT = WS-INQ-CURRENCY
023600         OR FXH-RATE-DATE > WS-INQ-TO-DATE
023700         SET WS-FXH-EOF TO TRUE
023800         GO TO 2200-EXIT
023900     END-IF.
024000     ADD 1 TO WS-SHOWN-COUNT.
024100     ADD 1 TO WS-SESSION-COUNT.
024200     MOVE FXH-RATE-DATE TO RL-RATE-DATE.
024300     MOVE FXH-RATE TO RL-RATE.
024400     MOVE ZEROS TO RL-MOVE-PCT.
024500     IF WS-PRIOR-RATE NOT = ZEROS
024600         COMPUTE WS-RATE-MOVE-PCT ROUNDED =
024700             (FXH-RATE - WS-PRIOR-RATE) * 100 / WS-PRIOR-RATE
024800             ON SIZE ERROR
024900                 MOVE ZEROS TO WS-RATE-MOVE-PCT
025000         END-COMPUTE
025100         MOVE WS-RATE-MOVE-PCT TO RL-MOVE-PCT
025200     END-IF.
025300     MOVE FXH-LOAD-DATE TO RL-LOAD-DATE.
025400     MOVE FXH-LOAD-TIME TO RL-LOAD-TIME.
025500     IF FXH-CONFIRMED-BY = ZEROS
025600         MOVE SPACE TO RL-MOVE-TAG
025700         MOVE SPACES TO RL-CONFIRMED-BY
025800     ELSE
025900         MOVE "*" TO RL-MOVE-TAG
026000         MOVE FXH-CONFIRMED-BY TO RL-CONFIRMED-BY
026100     END-IF.
026200     DISPLAY WS-RATE-LINE.
026300     MOVE FXH-RATE TO WS-PRIOR-RATE.
026400 2200-EXIT.
026500     EXIT.
026600*
026700******************************************************************
026800* 3000-FINALIZE.
026900*    LOGS HOW MANY RATES THE SESSION SHOWED, CLOSES THE HISTORY
027000*    FILE AND WRITES THE JOB RUN HISTORY RECORD.
027100******************************************************************
027200 3000-FINALIZE.
027300     MOVE "FINALIZE" TO WS-LOG-STEP.
027400     IF NOT WS-ABORT-RUN
027500         MOVE SPACES TO WS-LOG-MESSAGE
027600         STRING "RATES SHOWN " WS-SESSION-COUNT
027700             DELIMITED BY SIZE INTO WS-LOG-MESSAGE
027800         CALL "LOGWRT01" USING WS-LOG-PARMS
027900         CLOSE FX-HISTORY-FILE
028000         MOVE 0 TO RETURN-CODE
028100     END-IF.
028200     PERFORM 3100-WRITE-JOB-HISTORY THRU 3100-EXIT.
028300 3000-EXIT.
028400     EXIT.
028500*
028600******************************************************************
028700* 3100-WRITE-JOB-HISTORY.
028800*    APPENDS ONE JOB RUN HISTORY RECORD FOR THIS INQUIRY SESSION,
028900*    CARRYING THE NUMBER OF RATES SHOWN.
029000******************************************************************
029100 3100-WRITE-JOB-HISTORY.
029200     OPEN EXTEND JOB-HISTORY-FILE.
029300     IF WS-JH-FILE-NOT-FOUND
029400         CLOSE JOB-HISTORY-FILE
029500         OPEN OUTPUT JOB-HISTORY-FILE
029600     END-IF.
029700     MOVE SPACES TO JOB-HIST-RECORD.
029800     MOVE "FXHINQ01" TO JH-PROGRAM-ID.
029900     MOVE WS-RUN-DATE TO JH-RUN-DATE.
030000     MOVE WS-RUN-TIME TO JH-START-TIME.
030100     ACCEPT WS-END-TIME FROM TIME.
030200     MOVE WS-END-TIME TO JH-END-TIME.
030300     MOVE RETURN-CODE TO JH-RETURN-CODE.
030400     MOVE WS-SESSION-COUNT TO JH-TRAN-COUNT.
030500     MOVE ZEROS TO JH-OPERATOR-ID.
030600     WRITE JOB-HIST-RECORD.
030700     CLOSE JOB-HISTORY-FILE.
030800 3100-EXIT.
030900     EXIT.
031000*
031100 END PROGRAM FXHINQ01.
