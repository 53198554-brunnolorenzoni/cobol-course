000800*               DAY STANDS - RUNNING GROSS, REVERSALS AND NET IN
000900*               THE BASE CURRENCY UNDER THE SAME CONVERSION AND
001000*               REVERSAL-NETTING RULES THE TOTALS RUN APPLIES
001080*               (RATE IN FORCE ON THE BUSINESS DATE OFF THE RATE
001160*               HISTORY AND RATE FILES, STALE AND MISSING RATES
001240*               LEFT OUT AND COUNTED, REVERSAL TARGETS VERIFIED)
001320*               PLUS PER-BRANCH FIGURES IN ORIGINAL CURRENCY.
001400*               EXPLICITLY A PREVIEW - IT WRITES NO CHECKPOINT,
001500*               NO GL EXTRACT, NO REPORT INDEX ENTRY, NO JOB
001600*               HISTORY RECORD AND NO LOG LINES: NOTHING THE
002000******************************************************************
002100* MODIFICATION HISTORY.
002200*    2026-09-01 BL  INITIAL VERSION.
002233*    2026-10-15 BL  ITEMS ON AN UNUSABLE CUSTOMER ACCOUNT ARE LEFT
002266*                   OUT AND COUNTED, AS THE TOTALS RUN DOES.
002272*    2026-10-15 BL  INTER-BRANCH TRANSFER LEGS MOVE THEIR AMOUNT
002279*                   BETWEEN BRANCH SLOTS ONLY, AND A REVERSAL
002286*                   NAMING A TRANSFER LEG IS COUNTED OUT, AS THE
002293*                   TOTALS RUN DOES.
002294*    2026-10-15 BL  READS THE LIVE FILE IN BRANCH ORDER THROUGH
002295*                   THE TRAN-BRANCH ALTERNATE KEY AND SHOWS EACH
002297*                   BRANCH LINE AT ITS BREAK - NO BRANCH TABLE, SO
002298*                   NO CAP ON HOW MANY BRANCHES THE FLASH SHOWS.
002318*    2026-10-15 BL  CONVERTS AT THE RATE IN FORCE ON THE BUSINESS
002338*                   DATE OFF THE RATE HISTORY FILE, AS THE TOTALS
002359*                   RUN DOES.
002379******************************************************************
002400 IDENTIFICATION DIVISION.
002500 PROGRAM-ID. FLASH01.
002600 ENVIRONMENT DIVISION.
004400         ACCESS MODE IS RANDOM
004500         RECORD KEY IS FX-CURRENCY
004600         FILE STATUS IS WS-FX-FILE-STATUS.
004602     SELECT FX-HISTORY-FILE ASSIGN TO "FXHIST"
004605         ORGANIZATION IS INDEXED
004608         ACCESS MODE IS RANDOM
004610         RECORD KEY IS FXH-KEY
004613         FILE STATUS IS WS-FXH-FILE-STATUS.
004616     SELECT ACCOUNT-FILE ASSIGN TO "ACCTMAST"
004633         ORGANIZATION IS INDEXED
004650         ACCESS MODE IS RANDOM
004666         RECORD KEY IS ACCT-NUMBER
004683         FILE STATUS IS WS-ACCT-FILE-STATUS.
004700*
004800 DATA DIVISION.
004900 FILE SECTION.
005900     03  LKP-TRAN-ID             PIC 9(06).
005920     03  FILLER                  PIC X(18).
005940     03  LKP-BRANCH              PIC X(04).
005972     03  FILLER                  PIC X(03).
006004     03  LKP-TYPE                PIC X(01).
006036         88  LKP-TYPE-TRANSFER   VALUE "T".
006068     03  FILLER                  PIC X(28).
006100 FD  FX-RATE-FILE.
006200 COPY "FXRATREC.cpy".
006211 FD  FX-HISTORY-FILE.
006222 COPY "FXHSTREC.cpy".
006233 FD  ACCOUNT-FILE.
006266 COPY "ACCTREC.cpy".
006300*
006400 WORKING-STORAGE SECTION.
006500 77  WS-TRAN-FILE-STATUS         PIC X(02) VALUE "00".
006600 77  WS-LKP-FILE-STATUS          PIC X(02) VALUE "00".
006700 77  WS-FX-FILE-STATUS           PIC X(02) VALUE "00".
006750 77  WS-ACCT-FILE-STATUS         PIC X(02) VALUE "00".
006800*
006900 77  WS-TRAN-EOF-SW              PIC X(01) VALUE "N".
007000     88  WS-TRAN-EOF             VALUE "Y".
007200     88  WS-ABORT-RUN            VALUE "Y".
007300 77  WS-FX-AVAILABLE-SW          PIC X(01) VALUE "N".
007400     88  WS-FX-AVAILABLE         VALUE "Y".
007404 77  WS-FXH-FILE-STATUS          PIC X(02) VALUE "00".
007408 77  WS-FXH-AVAILABLE-SW         PIC X(01) VALUE "N".
007412     88  WS-FXH-AVAILABLE        VALUE "Y".
007416 77  WS-RATE-APPLIED             PIC 9(03)V9(06) VALUE ZEROS.
007420 77  WS-ACCT-AVAILABLE-SW        PIC X(01) VALUE "N".
007440     88  WS-ACCT-AVAILABLE       VALUE "Y".
007460 77  WS-ACCT-OK-SW               PIC X(01) VALUE "N".
007480     88  WS-ACCT-OK              VALUE "Y".
007500*
007600 77  WS-RUN-DATE                 PIC 9(08) VALUE ZEROS.
007700*
009200 77  WS-TRAN-COUNT               PIC 9(06) VALUE ZEROS.
009300 77  WS-UNCONVERTED-COUNT        PIC 9(06) VALUE ZEROS.
009400 77  WS-BAD-REVERSAL-COUNT       PIC 9(06) VALUE ZEROS.
009450 77  WS-BAD-ACCOUNT-COUNT        PIC 9(06) VALUE ZEROS.
009500*
009616*    PER-BRANCH FLASH FIGURES IN ORIGINAL CURRENCY. THE FILE IS
009733*    READ IN BRANCH ORDER, SO ONLY THE BRANCH BEING READ IS HELD -
009850*    ITS LINE IS SHOWN WHEN THE NEXT BRANCH STARTS (AND THE LAST
009966*    ONE AT THE END), HOWEVER MANY BRANCHES THE DAY CARRIES.
010083*
010200 77  WS-BRANCH-CODE              PIC X(04) VALUE LOW-VALUES.
010316 77  WS-BRANCH-CURRENCY          PIC X(03) VALUE SPACES.
010433 77  WS-BRANCH-SUBTOTAL          PIC S9(11)V99 VALUE ZEROS.
010550 77  WS-BRANCH-TRAN-CNT          PIC 9(06) VALUE ZEROS.
010666 77  WS-BRANCH-HDR-SW            PIC X(01) VALUE "N".
010783     88  WS-BRANCH-HDR-DONE      VALUE "Y".
010900 77  WS-BRANCH-AMOUNT            PIC S9(09)V99 VALUE ZEROS.
011000*
011100*    EDITED VIEWS FOR THE CONSOLE DISPLAY.
013300     GOBACK.
013400*
013500******************************************************************
013585* 1000-INITIALIZE.
013671*    FETCHES THE BUSINESS DATE, OPENS THE TRANSACTION AND RATE
013757*    FILES INPUT ONLY AND POSITIONS THE LIVE FILE AT ITS FIRST
013842*    BRANCH ON THE TRAN-BRANCH KEY. NO LIVE FILE MEANS NOTHING IS
013928*    BOOKED YET - THAT IS AN ANSWER TOO.
014014******************************************************************
014100 1000-INITIALIZE.
014200     CALL "BDATE01" USING WS-BDATE-PARMS.
014300     MOVE WS-BDATE-DATE TO WS-RUN-DATE.
015700         DISPLAY "NO EXCHANGE RATE FILE - NON-" WS-BASE-CURRENCY
015800             " ITEMS WILL SHOW AS UNCONVERTED."
015900     END-IF.
015902     OPEN INPUT FX-HISTORY-FILE.
015905     IF WS-FXH-FILE-STATUS = "00"
015908         SET WS-FXH-AVAILABLE TO TRUE
015911     END-IF.
015914     OPEN INPUT ACCOUNT-FILE.
015928     IF WS-ACCT-FILE-STATUS = "00"
015942         SET WS-ACCT-AVAILABLE TO TRUE
015957     ELSE
015971         DISPLAY "NO ACCOUNT MASTER - ITEMS SHOW AS UNPOSTABLE."
015985     END-IF.
015997     MOVE LOW-VALUES TO TRAN-BRANCH.
016010     START TRANSACTION-FILE KEY IS GREATER THAN TRAN-BRANCH
016023         INVALID KEY
016036             SET WS-TRAN-EOF TO TRUE
016048     END-START.
016061     IF NOT WS-TRAN-EOF
016074         PERFORM 2100-READ-TRANSACTION THRU 2100-EXIT
016087     END-IF.
016100 1000-EXIT.
016200     EXIT.
016300*
016500* 2000-FLASH-ONE-TRAN.
016600*    ROLLS THE CURRENT TRANSACTION INTO THE FLASH FIGURES UNDER
016700*    THE TOTALS RUN'S RULES - AN ORIGINAL OR ADJUSTMENT ADDS, A
016800*    VERIFIED REVERSAL SUBTRACTS, A RATELESS ITEM OR ONE ON AN
016900*    UNUSABLE ACCOUNT IS COUNTED OUT - AND READS THE NEXT RECORD.
016933*    A TRANSFER LEG ONLY MOVES ITS AMOUNT OUT OF (OUTWARD) OR
016966*    INTO (INWARD) ITS BRANCH FIGURES. A NEW BRANCH FIRST SHOWS
016983*    THE LINE OF THE ONE BEFORE IT (SEE 2050).
017000******************************************************************
017100 2000-FLASH-ONE-TRAN.
017200     IF TRAN-BRANCH NOT = WS-BRANCH-CODE
017207         PERFORM 2050-BRANCH-BREAK THRU 2050-EXIT
017214     END-IF.
017221     COMPUTE WS-RESULT = TRAN-N1 + TRAN-N2.
017228     PERFORM 2150-CHECK-ACCOUNT THRU 2150-EXIT.
017257     IF WS-ACCT-OK
017285         PERFORM 2200-CONVERT-TO-BASE THRU 2200-EXIT
017314     ELSE
017342         MOVE "N" TO WS-RATE-FOUND-SW
017371     END-IF.
017373     IF TRAN-TYPE-TRANSFER
017376         IF TRAN-XFER-OUT
017379             COMPUTE WS-BRANCH-AMOUNT = 0 - WS-RESULT
017382         ELSE
017385             MOVE WS-RESULT TO WS-BRANCH-AMOUNT
017388         END-IF
017391         PERFORM 2400-ACCUMULATE-BRANCH THRU 2400-EXIT
017394         GO TO 2000-COUNT-ITEM
017397     END-IF.
017400     IF TRAN-TYPE-REVERSAL
017500         IF WS-RATE-FOUND
017600             PERFORM 2300-APPLY-REVERSAL THRU 2300-EXIT
018300         MOVE WS-RESULT TO WS-BRANCH-AMOUNT
018400         PERFORM 2400-ACCUMULATE-BRANCH THRU 2400-EXIT
018500     END-IF.
018550 2000-COUNT-ITEM.
018600     ADD 1 TO WS-TRAN-COUNT.
018700 2000-NEXT-RECORD.
018800     PERFORM 2100-READ-TRANSACTION THRU 2100-EXIT.
018900 2000-EXIT.
019000     EXIT.
019005*
019011******************************************************************
019017* 2050-BRANCH-BREAK.
019023*    SHOWS THE LINE OF THE BRANCH JUST FINISHED, IF ANYTHING
019029*    ROLLED INTO IT, AND STARTS THE FIGURES FOR THE NEW ONE.
019035******************************************************************
019041 2050-BRANCH-BREAK.
019047     IF WS-BRANCH-TRAN-CNT > ZEROS
019052         PERFORM 3100-SHOW-ONE-BRANCH THRU 3100-EXIT
019058     END-IF.
019064     MOVE TRAN-BRANCH TO WS-BRANCH-CODE.
019070     MOVE SPACES TO WS-BRANCH-CURRENCY.
019076     MOVE ZEROS TO WS-BRANCH-SUBTOTAL.
019082     MOVE ZEROS TO WS-BRANCH-TRAN-CNT.
019088 2050-EXIT.
019094     EXIT.
019100*
019200******************************************************************
019300* 2100-READ-TRANSACTION.
019400*    READS THE NEXT LIVE TRANSACTION IN BRANCH SEQUENCE, SETTING
019500*    WS-TRAN-EOF WHEN THE FILE IS EXHAUSTED.
019600******************************************************************
019700 2100-READ-TRANSACTION.
020100     END-READ.
020200 2100-EXIT.
020300     EXIT.
020303*
020306******************************************************************
020309* 2150-CHECK-ACCOUNT.
020312*    SETS WS-ACCT-OK WHEN THE TRANSACTION'S ACCOUNT IS ON FILE,
020316*    OPEN AND HELD AT ITS BRANCH IN ITS CURRENCY - THE TEST THE
020319*    TOTALS RUN APPLIES. ANYTHING ELSE IS COUNTED AS UNPOSTABLE.
020322******************************************************************
020325 2150-CHECK-ACCOUNT.
020329     MOVE "N" TO WS-ACCT-OK-SW.
020332     IF NOT WS-ACCT-AVAILABLE
020335         OR TRAN-ACCOUNT NOT NUMERIC
020338         OR TRAN-ACCOUNT = ZEROS
020341         ADD 1 TO WS-BAD-ACCOUNT-COUNT
020345         GO TO 2150-EXIT
020348     END-IF.
020351     MOVE TRAN-ACCOUNT TO ACCT-NUMBER.
020354     READ ACCOUNT-FILE
020358         INVALID KEY
020361             ADD 1 TO WS-BAD-ACCOUNT-COUNT
020364             GO TO 2150-EXIT
020367     END-READ.
020370     IF ACCT-OPEN
020374         AND ACCT-BRANCH = TRAN-BRANCH
020377         AND ACCT-CURRENCY = TRAN-CURRENCY
020380         SET WS-ACCT-OK TO TRUE
020383     ELSE
020387         ADD 1 TO WS-BAD-ACCOUNT-COUNT
020390     END-IF.
020393 2150-EXIT.
020396     EXIT.
020400*
020500******************************************************************
020600* 2200-CONVERT-TO-BASE.
020700*    CONVERTS THE LINE TOTAL TO THE BASE CURRENCY UNDER THE SAME
020769*    RULES AS THE TOTALS RUN - BASE CONVERTS AT 1, ANYTHING ELSE
020838*    AT THE RATE HISTORY RECORD FOR THE BUSINESS DATE OR THE RATE
020908*    FILE'S RECORD WHEN IT CARRIES THAT DATE. A MISSING RATE, OR
020977*    ONE FIXED ON ANOTHER DAY, LEAVES THE ITEM OUT OF THE
021046*    CONVERTED FIGURES AND COUNTS IT, WITHOUT WRITING ANY
021116*    EXCEPTION - THIS IS A PREVIEW.
021185******************************************************************
021255 2200-CONVERT-TO-BASE.
021324     MOVE "N" TO WS-RATE-FOUND-SW.
021393     IF TRAN-CURRENCY = WS-BASE-CURRENCY
021463         SET WS-RATE-FOUND TO TRUE
021532         MOVE WS-RESULT TO WS-CONVERTED
021602         GO TO 2200-EXIT
021671     END-IF.
021740     IF WS-FXH-AVAILABLE
021810         MOVE TRAN-CURRENCY TO FXH-CURRENCY
021879         MOVE WS-RUN-DATE TO FXH-RATE-DATE
021948         READ FX-HISTORY-FILE
022018             INVALID KEY
022087                 CONTINUE
022157             NOT INVALID KEY
022226                 MOVE FXH-RATE TO WS-RATE-APPLIED
022295                 GO TO 2200-CONVERT
022365         END-READ
022434     END-IF.
022504     IF NOT WS-FX-AVAILABLE
022573         ADD 1 TO WS-UNCONVERTED-COUNT
022642         GO TO 2200-EXIT
022712     END-IF.
022781     MOVE TRAN-CURRENCY TO FX-CURRENCY.
022851     READ FX-RATE-FILE
022920         KEY IS FX-CURRENCY
022989         INVALID KEY
023059             ADD 1 TO WS-UNCONVERTED-COUNT
023128             GO TO 2200-EXIT
023197     END-READ.
023267     IF FX-RATE-DATE NOT = WS-RUN-DATE
023336         ADD 1 TO WS-UNCONVERTED-COUNT
023406         GO TO 2200-EXIT
023475     END-IF.
023544     MOVE FX-RATE TO WS-RATE-APPLIED.
023614 2200-CONVERT.
023683     COMPUTE WS-CONVERTED ROUNDED = WS-RESULT * WS-RATE-APPLIED
023753         ON SIZE ERROR
023822             ADD 1 TO WS-UNCONVERTED-COUNT
023891             GO TO 2200-EXIT
023961     END-COMPUTE.
024030     SET WS-RATE-FOUND TO TRUE.
024100 2200-EXIT.
024200     EXIT.
024300*
024600*    NETS A VERIFIED REVERSAL OFF THE FLASH FIGURES - ONE WHOSE
024700*    TARGET IS NOT ON FILE IS COUNTED AND LEFT OUT, THE SAME
024800*    DISPOSITION THE TOTALS RUN GIVES IT (MINUS THE EXCEPTION
025000*    RECORD - A PREVIEW WRITES NOTHING). ONE
025033*    NAMING A TRANSFER LEG IS COUNTED OUT THE SAME WAY.
025066******************************************************************
025100 2300-APPLY-REVERSAL.
025200     MOVE TRAN-REVERSED-ID TO LKP-TRAN-ID.
025300     READ TRANSACTION-LOOKUP-FILE
025500             ADD 1 TO WS-BAD-REVERSAL-COUNT
025600             GO TO 2300-EXIT
025700     END-READ.
025720     IF LKP-TYPE-TRANSFER
025740         ADD 1 TO WS-BAD-REVERSAL-COUNT
025760         GO TO 2300-EXIT
025780     END-IF.
025800     ADD WS-CONVERTED TO WS-REVERSAL-TOTAL.
025900     SUBTRACT WS-CONVERTED FROM WS-NET-TOTAL.
026000     COMPUTE WS-BRANCH-AMOUNT = 0 - WS-RESULT.
026400*
026500******************************************************************
026600* 2400-ACCUMULATE-BRANCH.
026857*    ROLLS THE CURRENT TRANSACTION'S ORIGINAL-CURRENCY AMOUNT
027114*    INTO THE FIGURES OF THE BRANCH BEING READ. THE FIRST ITEM
027371*    THAT ROLLS IN SETS THE CURRENCY SHOWN FOR THE BRANCH.
027628******************************************************************
027885 2400-ACCUMULATE-BRANCH.
028142     IF WS-BRANCH-TRAN-CNT = ZEROS
028400         MOVE TRAN-CURRENCY TO WS-BRANCH-CURRENCY
028657     END-IF.
028914     ADD WS-BRANCH-AMOUNT TO WS-BRANCH-SUBTOTAL
029171         ON SIZE ERROR
029428             CONTINUE
029685     END-ADD.
029942     ADD 1 TO WS-BRANCH-TRAN-CNT.
030200 2400-EXIT.
030300     EXIT.
030400*
030500******************************************************************
030600* 3000-SHOW-FLASH.
030700*    SHOWS THE LAST BRANCH'S LINE, THEN THE TOP-LINE FIGURES AND
030800*    WHAT THE FLASH COULD NOT COVER, AND CLOSES THE FILES.
030900*    NOTHING IS WRITTEN ANYWHERE.
031000******************************************************************
031100 3000-SHOW-FLASH.
031200     IF WS-ABORT-RUN
031300         GO TO 3000-EXIT
031400     END-IF.
031425     IF WS-BRANCH-TRAN-CNT > ZEROS
031450         PERFORM 3100-SHOW-ONE-BRANCH THRU 3100-EXIT
031475     END-IF.
031500     MOVE WS-GROSS-TOTAL TO WS-GROSS-ED.
031600     MOVE WS-REVERSAL-TOTAL TO WS-REVERSAL-ED.
031700     MOVE WS-NET-TOTAL TO WS-NET-ED.
032800         DISPLAY "  REVERSALS POINTING NOWHERE:       "
032900             WS-BAD-REVERSAL-COUNT
033000     END-IF.
033020     IF WS-BAD-ACCOUNT-COUNT > ZEROS
033040         DISPLAY "  ACCOUNT NOT USABLE (LEFT OUT):    "
033060             WS-BAD-ACCOUNT-COUNT
033080     END-IF.
033500     CLOSE TRANSACTION-FILE.
033600     CLOSE TRANSACTION-LOOKUP-FILE.
033700     IF WS-FX-AVAILABLE
033800         CLOSE FX-RATE-FILE
033900     END-IF.
033906     IF WS-FXH-AVAILABLE
033912         CLOSE FX-HISTORY-FILE
033918     END-IF.
033925     IF WS-ACCT-AVAILABLE
033950         CLOSE ACCOUNT-FILE
033975     END-IF.
034000 3000-EXIT.
034100     EXIT.
034200*
034300******************************************************************
034400* 3100-SHOW-ONE-BRANCH.
034464*    DISPLAYS ONE BRANCH'S FLASH LINE, PRECEDED THE FIRST TIME
034528*    BY THE BRANCH HEADING.
034592******************************************************************
034657 3100-SHOW-ONE-BRANCH.
034721     IF NOT WS-BRANCH-HDR-DONE
034785         DISPLAY "BY BRANCH (ORIGINAL CURRENCY) -"
034850         SET WS-BRANCH-HDR-DONE TO TRUE
034914     END-IF.
034978     MOVE WS-BRANCH-SUBTOTAL TO WS-SUBTOTAL-ED.
035042     DISPLAY "  " WS-BRANCH-CODE
035107         " CCY " WS-BRANCH-CURRENCY
035171         " SUBTOTAL " WS-SUBTOTAL-ED
035235         " ITEMS " WS-BRANCH-TRAN-CNT.
035300 3100-EXIT.
035400     EXIT.
035500*
