000100******************************************************************
000200* AUTHOR:       BRUNNO LORENZONI
000300* INSTALLATION: OPERATIONS / BATCH SUPPORT
000400* DATE-WRITTEN: 2026-10-15
000500* DATE-COMPILED:
000600* PURPOSE:      IOF TAX RATE MAINTENANCE. SETS, REMOVES AND LISTS
000700*               THE IOF RATES THE DAILY TOTALS RUN TAXES FOREIGN-
000800*               CURRENCY ITEMS AT - ONE RATE PER CURRENCY AND
000900*               TRANSACTION TYPE FROM AN EFFECTIVE DATE, PLUS THE
001000*               DEFAULT RATES UNDER THE RESERVED CURRENCY "***".
001100*               A FIRST RUN CREATES THE FILE. A RATE ALREADY IN
001200*               FORCE ON THE BUSINESS DATE IS HISTORY AND CANNOT
001300*               BE CHANGED OR REMOVED - A CHANGE IS SET FROM A
001400*               LATER EFFECTIVE DATE, SO A RERUN OF AN EARLIER DAY
001500*               TAXES IT THE WAY IT WAS TAXED THE FIRST TIME.
001600* TECTONICS:    COBC
001700******************************************************************
001800* MODIFICATION HISTORY.
001900*    2026-10-15 BL  INITIAL VERSION.
002000******************************************************************
002100 IDENTIFICATION DIVISION.
002200 PROGRAM-ID. TAXMNT01.
002300 ENVIRONMENT DIVISION.
002400 CONFIGURATION SECTION.
002500 SPECIAL-NAMES.
002600     DECIMAL-POINT IS COMMA.
002700 INPUT-OUTPUT SECTION.
002800 FILE-CONTROL.
002900     SELECT TAX-RATE-FILE ASSIGN TO "TAXRATES"
003000         ORGANIZATION IS INDEXED
003100         ACCESS MODE IS DYNAMIC
003200         RECORD KEY IS TXR-KEY
003300         FILE STATUS IS WS-TXR-FILE-STATUS.
003400     SELECT CURRENCY-FILE ASSIGN TO "CURRMAST"
003500         ORGANIZATION IS INDEXED
003600         ACCESS MODE IS RANDOM
003700         RECORD KEY IS CUR-CODE
003800         FILE STATUS IS WS-CURM-FILE-STATUS.
003816     SELECT OPERATOR-FILE ASSIGN TO "OPERMAST"
003833         ORGANIZATION IS INDEXED
003850         ACCESS MODE IS RANDOM
003866         RECORD KEY IS OPR-ID
003883         FILE STATUS IS WS-OPR-FILE-STATUS.
003900     SELECT JOB-HISTORY-FILE ASSIGN TO "JOBHIST"
004000         ORGANIZATION IS LINE SEQUENTIAL
004100         FILE STATUS IS WS-JH-FILE-STATUS.
004200*
004300 DATA DIVISION.
004400 FILE SECTION.
004500 FD  TAX-RATE-FILE.
004600 COPY "TAXREC.cpy".
004700 FD  CURRENCY-FILE.
004800 COPY "CURRREC.cpy".
004833 FD  OPERATOR-FILE.
004866 COPY "OPERREC.cpy".
004900 FD  JOB-HISTORY-FILE.
005000 COPY "HISTREC.cpy".
005100*
005200 WORKING-STORAGE SECTION.
005300 77  WS-TXR-FILE-STATUS          PIC X(02) VALUE "00".
005400     88  WS-TXR-FILE-NOT-FOUND   VALUE "35".
005500 77  WS-CURM-FILE-STATUS         PIC X(02) VALUE "00".
005600 77  WS-CURM-AVAILABLE-SW        PIC X(01) VALUE "N".
005700     88  WS-CURM-AVAILABLE       VALUE "Y".
005800 77  WS-JH-FILE-STATUS           PIC X(02) VALUE "00".
005900     88  WS-JH-FILE-NOT-FOUND    VALUE "35".
005908 77  WS-OPR-FILE-STATUS          PIC X(02) VALUE "00".
005916*
005925*    SIGN-ON - ONLY AN ACTIVE OPERATOR ON THE MASTER, PERMITTED
005933*    THIS FUNCTION, MAY CHANGE THE RATES; THE ID IS STAMPED ON
005941*    EVERY RATE SET.
005950*
005958 77  WS-SIGNON-ID                PIC 9(06) VALUE ZEROS.
005966 77  WS-SIGNON-OK-SW             PIC X(01) VALUE "N".
005975     88  WS-SIGNON-OK            VALUE "Y".
005983 77  WS-ABORT-SW                 PIC X(01) VALUE "N".
005991     88  WS-ABORT-RUN            VALUE "Y".
006000*
006100 77  WS-LIST-EOF-SW              PIC X(01) VALUE "N".
006200     88  WS-LIST-EOF             VALUE "Y".
006300*
006400 77  WS-RUN-DATE                 PIC 9(08) VALUE ZEROS.
006500 77  WS-RUN-TIME                 PIC 9(08) VALUE ZEROS.
006600 77  WS-END-TIME                 PIC 9(08) VALUE ZEROS.
006700*
006800*    OPERATOR INPUT FIELDS FOR THE MAINTENANCE SESSION. THE
006900*    TRANSACTION TYPE IS KEYED AS O OR A - A REVERSAL RECLAIMS AT
007000*    ITS ORIGINAL'S RATE AND HAS NONE OF ITS OWN. THE EFFECTIVE
007100*    DATE IS KEYED AAAAMMDD AND CHECKED FOR A PLAUSIBLE MONTH AND
007200*    DAY; IT MAY NOT FALL BEFORE THE BUSINESS DATE.
007300*
007400 77  WS-MENU-CHOICE              PIC X(01) VALUE SPACE.
007500     88  WS-MENU-SET             VALUE "S".
007600     88  WS-MENU-REMOVE          VALUE "R".
007700     88  WS-MENU-LIST            VALUE "L".
007800     88  WS-MENU-END             VALUE "E".
007900 77  WS-ENTRY-CURRENCY           PIC X(03) VALUE SPACES.
008000 77  WS-ENTRY-TYPE               PIC X(01) VALUE SPACE.
008100     88  WS-ENTRY-TYPE-VALID     VALUE "O" "A".
008200 01  WS-ENTRY-EFF-DATE           PIC 9(08) VALUE ZEROS.
008300 01  FILLER REDEFINES WS-ENTRY-EFF-DATE.
008400     03  WS-ENTRY-EFF-AAAA       PIC 9(04).
008500     03  WS-ENTRY-EFF-MM         PIC 9(02).
008600         88  WS-ENTRY-EFF-MM-OK  VALUE 01 THRU 12.
008700     03  WS-ENTRY-EFF-DD         PIC 9(02).
008800         88  WS-ENTRY-EFF-DD-OK  VALUE 01 THRU 31.
008900 77  WS-ENTRY-RATE               PIC 9(01)V9(06) VALUE ZEROS.
009000 77  WS-CONFIRM                  PIC X(01) VALUE SPACE.
009100     88  WS-CONFIRMED            VALUE "Y".
009200*
009300*    SESSION COUNTS, LOGGED AT FINALIZE TIME.
009400*
009500 77  WS-SET-COUNT                PIC 9(06) VALUE ZEROS.
009600 77  WS-REMOVED-COUNT            PIC 9(06) VALUE ZEROS.
009700 77  WS-MAINT-COUNT              PIC 9(06) VALUE ZEROS.
009800*
009900*    EDITED RATE FOR THE LISTING AND THE LOG.
010000*
010100 77  WS-RATE-ED                  PIC 9,999999.
010200*
010300*    PARAMETER AREA PASSED TO BDATE01. LAYOUT MUST MATCH ITS
010400*    LINKAGE SECTION BDATE-PARMS FIELD FOR FIELD.
010500*
010600 01  WS-BDATE-PARMS.
010700     03  WS-BDATE-FUNCTION        PIC X(01) VALUE "G".
010800     03  WS-BDATE-DATE            PIC 9(08).
010900     03  WS-BDATE-STATUS          PIC X(01).
011000*
011100*    PARAMETER AREA PASSED TO SESSN01. LAYOUT MUST MATCH ITS
011200*    LINKAGE SECTION SES-PARMS FIELD FOR FIELD.
011300*
011400 01  WS-SES-PARMS.
011500     03  WS-SES-FUNCTION          PIC X(01) VALUE "G".
011600     03  WS-SES-OPERATOR-ID       PIC 9(06).
011700     03  WS-SES-OPERATOR-NAME     PIC X(20).
011800     03  WS-SES-STATUS            PIC X(01).
011900         88  WS-SES-ACTIVE        VALUE "Y".
011907*
011915*    PARAMETER AREA PASSED TO FNAUTH01. LAYOUT MUST MATCH ITS
011923*    LINKAGE SECTION FNA-PARMS FIELD FOR FIELD.
011930*
011938 01  WS-FNA-PARMS.
011946     03  WS-FNA-OPERATOR-ID       PIC 9(06).
011953     03  WS-FNA-FUNCTION          PIC X(08) VALUE "TAXMNT01".
011961     03  WS-FNA-OPR-AUTHORITY     PIC 9(01).
011969     03  WS-FNA-LEVEL             PIC X(01).
011976         88  WS-FNA-CAN-USE       VALUE "U" "S".
011984         88  WS-FNA-CAN-SUPERVISE VALUE "S".
011992     03  WS-FNA-SOURCE            PIC X(01).
012000*
012100*    PARAMETER AREA PASSED TO LOGWRT01. LAYOUT MUST MATCH ITS
012200*    LINKAGE SECTION LOG-PARMS FIELD FOR FIELD.
012300*
012400 01  WS-LOG-PARMS.
012500     03  WS-LOG-PROGRAM-ID        PIC X(16) VALUE "TAXMNT01".
012600     03  WS-LOG-STEP              PIC X(12).
012700     03  WS-LOG-RUN-DATE          PIC 9(08).
012800     03  WS-LOG-RUN-TIME          PIC 9(08).
012900     03  WS-LOG-MESSAGE           PIC X(60).
013000     03  WS-LOG-SEVERITY          PIC X(01) VALUE "I".
013100*
013200 PROCEDURE DIVISION.
013300 0000-MAINLINE.
013400     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
013420     IF WS-ABORT-RUN
013440         PERFORM 3100-WRITE-JOB-HISTORY THRU 3100-EXIT
013460         GOBACK
013480     END-IF.
013500     PERFORM 2000-MENU-LOOP THRU 2000-EXIT
013600         WITH TEST AFTER UNTIL WS-MENU-END.
013700     PERFORM 3000-FINALIZE THRU 3000-EXIT.
013800     GOBACK.
013900*
014000******************************************************************
014100* 1000-INITIALIZE.
014200*    CAPTURES THE RUN TIMESTAMP, FETCHES THE BUSINESS DATE, TAKES
014300*    THE SIGN-ON AND OPENS THE RATE FILE I-O, CREATING IT ON FIRST
014400*    USE. THE CURRENCY MASTER IS OPENED FOR THE SET-TIME CHECK;
014500*    WITHOUT IT NOTHING CAN BE SET, ONLY LISTED OR REMOVED.
014600******************************************************************
014700 1000-INITIALIZE.
014800     CALL "BDATE01" USING WS-BDATE-PARMS.
014900     MOVE WS-BDATE-DATE TO WS-RUN-DATE.
015000     ACCEPT WS-RUN-TIME FROM TIME.
015100     MOVE WS-RUN-DATE TO WS-LOG-RUN-DATE.
015200     MOVE WS-RUN-TIME TO WS-LOG-RUN-TIME.
015300     MOVE "INITIALIZE" TO WS-LOG-STEP.
015400     MOVE "IOF TAX RATE MAINTENANCE STARTING" TO WS-LOG-MESSAGE.
015500     CALL "LOGWRT01" USING WS-LOG-PARMS.
015507     PERFORM 1100-SIGN-ON THRU 1100-EXIT.
015515     IF NOT WS-SIGNON-OK
015523         MOVE "SIGN-ON" TO WS-LOG-STEP
015530         MOVE "W" TO WS-LOG-SEVERITY
015538         MOVE "SIGN-ON FAILED - MAINTENANCE SESSION REFUSED" TO
015546             WS-LOG-MESSAGE
015553         CALL "LOGWRT01" USING WS-LOG-PARMS
015561         MOVE "I" TO WS-LOG-SEVERITY
015569         MOVE 14 TO RETURN-CODE
015576         SET WS-ABORT-RUN TO TRUE
015584         GO TO 1000-EXIT
015592     END-IF.
015600     OPEN I-O TAX-RATE-FILE.
015700     IF WS-TXR-FILE-NOT-FOUND
015800         CLOSE TAX-RATE-FILE
015900         OPEN OUTPUT TAX-RATE-FILE
016000         CLOSE TAX-RATE-FILE
016100         OPEN I-O TAX-RATE-FILE
016200     END-IF.
016300     OPEN INPUT CURRENCY-FILE.
016400     IF WS-CURM-FILE-STATUS = "00"
016500         SET WS-CURM-AVAILABLE TO TRUE
016600     ELSE
016700         DISPLAY "CURRENCY MASTER NOT AVAILABLE - NOTHING CAN "
016800             "BE SET."
016900     END-IF.
017100 1000-EXIT.
017200     EXIT.
017202*
017204******************************************************************
017206* 1100-SIGN-ON.
017208*    TAKES THE OPERATOR SIGN-ON AGAINST THE OPERATOR MASTER - ON
017210*    THE MASTER AND ACTIVE, OR THE SESSION IS REFUSED.
017212*    A SESSION OPENED BY THE OPERATIONS MENU SUPPLIES THE ID,
017214*    AND THE OPERATOR MUST HOLD PERMISSION FOR THIS FUNCTION.
017217******************************************************************
017219 1100-SIGN-ON.
017221     OPEN INPUT OPERATOR-FILE.
017223     IF WS-OPR-FILE-STATUS NOT = "00"
017225         DISPLAY "OPERATOR MASTER NOT AVAILABLE - REFUSED."
017227         GO TO 1100-EXIT
017229     END-IF.
017231     CALL "SESSN01" USING WS-SES-PARMS.
017234     IF WS-SES-ACTIVE
017236         MOVE WS-SES-OPERATOR-ID TO WS-SIGNON-ID
017238     ELSE
017240         DISPLAY "SIGN ON - ENTER OPERATOR ID: "
017242         ACCEPT WS-SIGNON-ID
017244     END-IF.
017246     MOVE WS-SIGNON-ID TO OPR-ID.
017248     READ OPERATOR-FILE
017251         INVALID KEY
017253             DISPLAY "OPERATOR " WS-SIGNON-ID
017255                 " NOT ON THE MASTER."
017257             CLOSE OPERATOR-FILE
017259             GO TO 1100-EXIT
017261     END-READ.
017263     CLOSE OPERATOR-FILE.
017265     IF NOT OPR-ACTIVE
017268         DISPLAY "OPERATOR " WS-SIGNON-ID " IS NOT ACTIVE."
017270         GO TO 1100-EXIT
017272     END-IF.
017274     MOVE WS-SIGNON-ID TO WS-FNA-OPERATOR-ID.
017276     MOVE OPR-AUTHORITY TO WS-FNA-OPR-AUTHORITY.
017278     CALL "FNAUTH01" USING WS-FNA-PARMS.
017280     IF NOT WS-FNA-CAN-USE
017282         DISPLAY "OPERATOR " WS-SIGNON-ID
017285             " IS NOT PERMITTED TO USE THIS FUNCTION."
017287         GO TO 1100-EXIT
017289     END-IF.
017291     SET WS-SIGNON-OK TO TRUE.
017293     DISPLAY "SIGNED ON: " OPR-NAME.
017295 1100-EXIT.
017297     EXIT.
017300*
017400******************************************************************
017500* 2000-MENU-LOOP.
017600*    SHOWS THE ACTION MENU AND ROUTES THE OPERATOR'S PICK. AN "E"
017700*    ENDS THE SESSION.
017800******************************************************************
017900 2000-MENU-LOOP.
018000     DISPLAY "IOF TAX RATES - SELECT ACTION: ".
018100     DISPLAY "  S = SET RATE       R = REMOVE RATE".
018200     DISPLAY "  L = LIST ALL       E = END SESSION: ".
018300     ACCEPT WS-MENU-CHOICE.
018400     EVALUATE TRUE
018500         WHEN WS-MENU-SET
018600             PERFORM 2100-SET-RATE THRU 2100-EXIT
018700         WHEN WS-MENU-REMOVE
018800             PERFORM 2300-REMOVE-RATE THRU 2300-EXIT
018900         WHEN WS-MENU-LIST
019000             PERFORM 2400-LIST-RATES THRU 2400-EXIT
019100         WHEN WS-MENU-END
019200             CONTINUE
019300         WHEN OTHER
019400             DISPLAY "ACTION NOT RECOGNISED."
019500     END-EVALUATE.
019600 2000-EXIT.
019700     EXIT.
019800*
019900******************************************************************
020000* 2050-TAKE-RATE-KEY.
020100*    TAKES A RATE KEY - CURRENCY, TRANSACTION TYPE AND EFFECTIVE
020200*    DATE - FROM THE CONSOLE INTO THE RATE RECORD KEY. A BLANK
020300*    CURRENCY, A TYPE OTHER THAN O/A OR AN IMPOSSIBLE DATE
020400*    LEAVES THE KEY BLANK FOR THE CALLER TO REFUSE, AS DOES A
020500*    DATE BEFORE THE BUSINESS DATE - A RATE ALREADY IN FORCE
020600*    STAYS AS IT IS.
020700******************************************************************
020800 2050-TAKE-RATE-KEY.
020900     MOVE SPACES TO TXR-KEY.
021000     DISPLAY "ENTER CURRENCY CODE (*** FOR THE DEFAULT): ".
021100     ACCEPT WS-ENTRY-CURRENCY.
021200     DISPLAY "ENTER TRANSACTION TYPE (O = ORIGINAL, "
021300         "A = ADJUSTMENT): ".
021400     ACCEPT WS-ENTRY-TYPE.
021500     DISPLAY "ENTER EFFECTIVE DATE (AAAAMMDD): ".
021600     ACCEPT WS-ENTRY-EFF-DATE.
021700     IF WS-ENTRY-CURRENCY = SPACES
021800         OR NOT WS-ENTRY-TYPE-VALID
021900         DISPLAY "CURRENCY AND A TYPE OF O/A ARE BOTH NEEDED."
022000         GO TO 2050-EXIT
022100     END-IF.
022200     IF NOT WS-ENTRY-EFF-MM-OK
022300         OR NOT WS-ENTRY-EFF-DD-OK
022400         DISPLAY "EFFECTIVE DATE " WS-ENTRY-EFF-DATE
022500             " IS NOT A DATE."
022600         GO TO 2050-EXIT
022700     END-IF.
022800     IF WS-ENTRY-EFF-DATE < WS-RUN-DATE
022900         DISPLAY "A RATE EFFECTIVE BEFORE THE BUSINESS DATE "
023000             WS-RUN-DATE " IS HISTORY - NOT CHANGED."
023100         GO TO 2050-EXIT
023200     END-IF.
023300     MOVE WS-ENTRY-CURRENCY TO TXR-CURRENCY.
023400     MOVE WS-ENTRY-TYPE TO TXR-TRAN-TYPE.
023500     MOVE WS-ENTRY-EFF-DATE TO TXR-EFF-DATE.
023600 2050-EXIT.
023700     EXIT.
023800*
023900******************************************************************
024000* 2100-SET-RATE.
024100*    TAKES A RATE KEY AND ITS RATE AND WRITES OR REPLACES THE
024200*    RATE RECORD. THE CURRENCY MUST BE ACTIVE ON THE CURRENCY
024300*    MASTER (THE DEFAULT "***" EXCEPTED) AND MUST NOT BE THE
024400*    BASE CURRENCY, WHICH IS NEVER TAXED. A ZERO RATE IS TAKEN -
024500*    IT EXEMPTS THE CURRENCY FROM THE DEFAULT.
024600******************************************************************
024700 2100-SET-RATE.
024800     IF NOT WS-CURM-AVAILABLE
024900         DISPLAY "CURRENCY MASTER NOT AVAILABLE - NOT SET."
025000         GO TO 2100-EXIT
025100     END-IF.
025200     PERFORM 2050-TAKE-RATE-KEY THRU 2050-EXIT.
025300     IF TXR-KEY = SPACES
025400         GO TO 2100-EXIT
025500     END-IF.
025600     IF WS-ENTRY-CURRENCY = "BRL"
025700         DISPLAY "BRL IS THE BASE CURRENCY AND IS NOT TAXED - "
025800             "NOT SET."
025900         GO TO 2100-EXIT
026000     END-IF.
026100     IF WS-ENTRY-CURRENCY NOT = "***"
026200         MOVE WS-ENTRY-CURRENCY TO CUR-CODE
026300         READ CURRENCY-FILE
026400             INVALID KEY
026500                 DISPLAY "CURRENCY " WS-ENTRY-CURRENCY
026600                     " NOT ON THE CURRENCY MASTER - NOT SET."
026700                 GO TO 2100-EXIT
026800         END-READ
026900         IF NOT CUR-ACTIVE
027000             DISPLAY "CURRENCY " WS-ENTRY-CURRENCY
027100                 " IS INACTIVE - NOT SET."
027200             GO TO 2100-EXIT
027300         END-IF
027400     END-IF.
027500     DISPLAY "ENTER RATE AS A FRACTION (E.G. 0,0038 FOR 0,38 "
027600         "PERCENT): ".
027700     ACCEPT WS-ENTRY-RATE.
027800     MOVE WS-ENTRY-CURRENCY TO TXR-CURRENCY.
027900     MOVE WS-ENTRY-TYPE TO TXR-TRAN-TYPE.
028000     MOVE WS-ENTRY-EFF-DATE TO TXR-EFF-DATE.
028100     MOVE WS-ENTRY-RATE TO TXR-RATE.
028200     MOVE WS-RUN-DATE TO TXR-SET-DATE.
028300     MOVE WS-SIGNON-ID TO TXR-SET-BY.
028400     WRITE TAX-RATE-RECORD
028500         INVALID KEY
028600             REWRITE TAX-RATE-RECORD
028700             END-REWRITE
028800             DISPLAY "RATE FOR " TXR-KEY " REPLACED."
028900         NOT INVALID KEY
029000             DISPLAY "RATE FOR " TXR-KEY " SET."
029100     END-WRITE.
029200     ADD 1 TO WS-SET-COUNT.
029300     MOVE TXR-RATE TO WS-RATE-ED.
029400     MOVE "SET-RATE" TO WS-LOG-STEP.
029500     MOVE SPACES TO WS-LOG-MESSAGE.
029600     STRING "IOF RATE " TXR-CURRENCY " " TXR-TRAN-TYPE
029700         " FROM " TXR-EFF-DATE " SET TO " WS-RATE-ED
029800         DELIMITED BY SIZE INTO WS-LOG-MESSAGE.
029900     CALL "LOGWRT01" USING WS-LOG-PARMS.
030000 2100-EXIT.
030100     EXIT.
030200*
030300******************************************************************
030400* 2300-REMOVE-RATE.
030500*    DELETES A RATE NOT YET IN FORCE AFTER A SEPARATE
030600*    CONFIRMATION. THE RATE BEFORE IT THEN CARRIES ON.
030700******************************************************************
030800 2300-REMOVE-RATE.
030900     PERFORM 2050-TAKE-RATE-KEY THRU 2050-EXIT.
031000     IF TXR-KEY = SPACES
031100         GO TO 2300-EXIT
031200     END-IF.
031300     DISPLAY "CONFIRM REMOVE OF RATE " TXR-KEY
031400         " (Y TO CONFIRM): ".
031500     ACCEPT WS-CONFIRM.
031600     IF NOT WS-CONFIRMED
031700         DISPLAY "REMOVE NOT CONFIRMED - RECORD LEFT AS IS."
031800         GO TO 2300-EXIT
031900     END-IF.
032000     DELETE TAX-RATE-FILE
032100         INVALID KEY
032200             DISPLAY "NO RATE ON FILE FOR " TXR-KEY "."
032300             GO TO 2300-EXIT
032400     END-DELETE.
032500     ADD 1 TO WS-REMOVED-COUNT.
032600     DISPLAY "RATE FOR " TXR-KEY " REMOVED.".
032700     MOVE "REMOVE-RATE" TO WS-LOG-STEP.
032800     MOVE SPACES TO WS-LOG-MESSAGE.
032900     STRING "IOF RATE " TXR-CURRENCY " " TXR-TRAN-TYPE
033000         " FROM " TXR-EFF-DATE " REMOVED"
033100         DELIMITED BY SIZE INTO WS-LOG-MESSAGE.
033200     CALL "LOGWRT01" USING WS-LOG-PARMS.
033300 2300-EXIT.
033400     EXIT.
033500*
033600******************************************************************
033700* 2400-LIST-RATES.
033800*    LISTS EVERY RATE ON FILE IN CURRENCY / TYPE / EFFECTIVE
033900*    DATE ORDER, THE DEFAULT RATES FIRST.
034000******************************************************************
034100 2400-LIST-RATES.
034200     MOVE "N" TO WS-LIST-EOF-SW.
034300     MOVE LOW-VALUES TO TXR-KEY.
034400     START TAX-RATE-FILE KEY IS NOT LESS THAN TXR-KEY
034500         INVALID KEY
034600             SET WS-LIST-EOF TO TRUE
034700     END-START.
034800     PERFORM 2410-LIST-NEXT-RATE THRU 2410-EXIT
034900         UNTIL WS-LIST-EOF.
035000 2400-EXIT.
035100     EXIT.
035200*
035300******************************************************************
035400* 2410-LIST-NEXT-RATE.
035500*    READS AND DISPLAYS ONE RATE RECORD.
035600******************************************************************
035700 2410-LIST-NEXT-RATE.
035800     READ TAX-RATE-FILE NEXT RECORD
035900         AT END
036000             SET WS-LIST-EOF TO TRUE
036100             GO TO 2410-EXIT
036200     END-READ.
036300     MOVE TXR-RATE TO WS-RATE-ED.
036400     DISPLAY "  " TXR-CURRENCY " " TXR-TRAN-TYPE
036500         "  FROM " TXR-EFF-DATE "  RATE " WS-RATE-ED
036600         "  SET " TXR-SET-DATE " BY " TXR-SET-BY.
036700 2410-EXIT.
036800     EXIT.
036900*
037000******************************************************************
037100* 3000-FINALIZE.
037200*    LOGS WHAT THE SESSION CHANGED, CLOSES THE FILES AND WRITES
037300*    THE JOB RUN HISTORY RECORD.
037400******************************************************************
037500 3000-FINALIZE.
037600     MOVE "FINALIZE" TO WS-LOG-STEP.
037700     MOVE SPACES TO WS-LOG-MESSAGE.
037800     STRING "IOF RATES SET " WS-SET-COUNT
037900         " REMOVED " WS-REMOVED-COUNT
038000         DELIMITED BY SIZE INTO WS-LOG-MESSAGE.
038100     CALL "LOGWRT01" USING WS-LOG-PARMS.
038200     CLOSE TAX-RATE-FILE.
038300     IF WS-CURM-AVAILABLE
038400         CLOSE CURRENCY-FILE
038500     END-IF.
038600     COMPUTE WS-MAINT-COUNT = WS-SET-COUNT + WS-REMOVED-COUNT.
038700     MOVE 0 TO RETURN-CODE.
038800     PERFORM 3100-WRITE-JOB-HISTORY THRU 3100-EXIT.
038900 3000-EXIT.
039000     EXIT.
039100*
039200******************************************************************
039300* 3100-WRITE-JOB-HISTORY.
039400*    APPENDS ONE JOB RUN HISTORY RECORD FOR THIS MAINTENANCE
039500*    SESSION, WITH A TRUE END TIME CAPTURED NOW AND THE SIGNED-ON
039600*    OPERATOR.
039700******************************************************************
039800 3100-WRITE-JOB-HISTORY.
039900     OPEN EXTEND JOB-HISTORY-FILE.
040000     IF WS-JH-FILE-NOT-FOUND
040100         CLOSE JOB-HISTORY-FILE
040200         OPEN OUTPUT JOB-HISTORY-FILE
040300     END-IF.
040400     MOVE SPACES TO JOB-HIST-RECORD.
040500     MOVE "TAXMNT01" TO JH-PROGRAM-ID.
040600     MOVE WS-RUN-DATE TO JH-RUN-DATE.
040700     MOVE WS-RUN-TIME TO JH-START-TIME.
040800     ACCEPT WS-END-TIME FROM TIME.
040900     MOVE WS-END-TIME TO JH-END-TIME.
041000     MOVE RETURN-CODE TO JH-RETURN-CODE.
041100     MOVE WS-MAINT-COUNT TO JH-TRAN-COUNT.
041200     MOVE WS-SIGNON-ID TO JH-OPERATOR-ID.
041300     WRITE JOB-HIST-RECORD.
041400     CLOSE JOB-HISTORY-FILE.
041500 3100-EXIT.
041600     EXIT.
041700*
041800 END PROGRAM TAXMNT01.
