000900*               CONVERTS WITH - A CURRENCY ALREADY ON FILE HAS ITS
001000*               RECORD REPLACED WITH THE NEW DAY'S RATE, A NEW
001100*               CURRENCY IS ADDED. BAD FEED ITEMS ARE COUNTED AND
001166*               LOGGED, NOT LOADED. EVERY RATE LOADED IS ALSO KEPT
001233*               ON THE RATE HISTORY FILE UNDER ITS RATE DATE.
001300* TECTONICS:    COBC
001400******************************************************************
001500* MODIFICATION HISTORY.
001680*                   SUPERVISOR CONFIRMATION BEFORE IT REPLACES
001690*                   THE RECORD. A DECIMAL KEYED IN THE WRONG
001692*                   PLACE NO LONGER CONVERTS A WHOLE DAY WRONG.
001694*    2026-10-15 BL  EVERY RATE LOADED IS ALSO WRITTEN TO THE RATE
001696*                   HISTORY FILE (FXHIST) KEYED BY CURRENCY AND
001698*                   RATE DATE, WITH THE CONFIRMING SUPERVISOR.
001714*    2026-10-15 BL  SUPERVISOR CONFIRMATION NOW
001730*                   TAKES ITS AUTHORITY FROM THE FUNCTION
001746*                   PERMISSION FILE (FNAUTH01) INSTEAD OF THE
001762*                   TWO-LEVEL OPR-AUTHORITY.
001779******************************************************************
001800 IDENTIFICATION DIVISION.
001900 PROGRAM-ID. FXLOAD01.
002000 ENVIRONMENT DIVISION.
003030         ACCESS MODE IS RANDOM
003040         RECORD KEY IS CUR-CODE
003050         FILE STATUS IS WS-CURM-FILE-STATUS.
003058     SELECT FX-HISTORY-FILE ASSIGN TO "FXHIST"
003066         ORGANIZATION IS INDEXED
003075         ACCESS MODE IS DYNAMIC
003083         RECORD KEY IS FXH-KEY
003091         FILE STATUS IS WS-FXH-FILE-STATUS.
003100     SELECT JOB-HISTORY-FILE ASSIGN TO "JOBHIST"
003200         ORGANIZATION IS LINE SEQUENTIAL
003300         FILE STATUS IS WS-JH-FILE-STATUS.
003800 COPY "FXFDREC.cpy".
003900 FD  FX-RATE-FILE.
004000 COPY "FXRATREC.cpy".
004003 FD  FX-HISTORY-FILE.
004006 COPY "FXHSTREC.cpy".
004010 FD  CURRENCY-FILE.
004020 COPY "CURRREC.cpy".
004030 FD  OPERATOR-FILE.
004600     88  WS-FXF-FILE-NOT-FOUND   VALUE "35".
004700 77  WS-FX-FILE-STATUS           PIC X(02) VALUE "00".
004800     88  WS-FX-FILE-NOT-FOUND    VALUE "35".
004816 77  WS-FXH-FILE-STATUS          PIC X(02) VALUE "00".
004833     88  WS-FXH-FILE-NOT-FOUND   VALUE "35".
004850 77  WS-CURM-FILE-STATUS         PIC X(02) VALUE "00".
004900 77  WS-JH-FILE-STATUS           PIC X(02) VALUE "00".
005000     88  WS-JH-FILE-NOT-FOUND    VALUE "35".
006662 77  WS-ITEM-HELD-SW             PIC X(01) VALUE "N".
006664     88  WS-ITEM-HELD            VALUE "Y".
006670*
006672*    PARAMETER AREA PASSED TO FNAUTH01. LAYOUT MUST MATCH ITS
006674*    LINKAGE SECTION FNA-PARMS FIELD FOR FIELD.
006676*
006679 01  WS-FNA-PARMS.
006681     03  WS-FNA-OPERATOR-ID       PIC 9(06).
006683     03  WS-FNA-FUNCTION          PIC X(08) VALUE "FXLOAD01".
006686     03  WS-FNA-OPR-AUTHORITY     PIC 9(01).
006688     03  WS-FNA-LEVEL             PIC X(01).
006690         88  WS-FNA-CAN-USE       VALUE "U" "S".
006693         88  WS-FNA-CAN-SUPERVISE VALUE "S".
006695     03  WS-FNA-SOURCE            PIC X(01).
006697*
006700*    PARAMETER AREA PASSED TO LOGWRT01. LAYOUT MUST MATCH ITS
006800*    LINKAGE SECTION LOG-PARMS FIELD FOR FIELD.
006900*
009800*    CAPTURES THE RUN TIMESTAMP AND OPENS THE FEED AND RATE FILES.
009900*    A MISSING FEED ABORTS THROUGH ERRWRT01 - THE TOTALS RUN WOULD
010000*    OTHERWISE CONVERT A WHOLE DAY ON STALE RATES WITH NOBODY THE
010066*    WISER. THE RATE FILE AND THE RATE HISTORY FILE ARE CREATED ON
010133*    FIRST USE.
010200******************************************************************
010300 1000-INITIALIZE.
010400     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
012800         CLOSE FX-RATE-FILE
012900         OPEN I-O FX-RATE-FILE
013000     END-IF.
013001     OPEN I-O FX-HISTORY-FILE.
013002     IF WS-FXH-FILE-NOT-FOUND
013003         CLOSE FX-HISTORY-FILE
013005         OPEN OUTPUT FX-HISTORY-FILE
013006         CLOSE FX-HISTORY-FILE
013007         OPEN I-O FX-HISTORY-FILE
013008     END-IF.
013010     OPEN INPUT CURRENCY-FILE.
013020     IF WS-CURM-FILE-STATUS NOT = "00"
013030         MOVE "INITIALIZE" TO WS-ERR-STEP
013092         SET WS-FEED-EOF TO TRUE
013093         CLOSE FX-FEED-FILE
013094         CLOSE FX-RATE-FILE
013095         CLOSE FX-HISTORY-FILE
013097         GO TO 1000-EXIT
013098     END-IF.
013100     PERFORM 2100-READ-FEED THRU 2100-EXIT.
013200 1000-EXIT.
013300     EXIT.
013600* 2000-LOAD-RATE.
013700*    VALIDATES THE FEED ITEM JUST READ AND LOADS IT - A NEW
013800*    CURRENCY IS WRITTEN, A CURRENCY ALREADY ON FILE HAS ITS
013875*    RECORD REWRITTEN WITH THE NEW RATE AND RATE DATE - AND THE
013950*    RATE IS KEPT ON THE RATE HISTORY FILE. THEN READS THE NEXT
014025*    FEED ITEM.
014100******************************************************************
014200 2000-LOAD-RATE.
014300     IF FXF-CURRENCY = SPACES
015088             "' REFUSED - CURRENCY IS INACTIVE."
015090         GO TO 2000-NEXT-ITEM
015092     END-IF.
015096     MOVE ZEROS TO WS-CONFIRM-ID.
015100     MOVE ZEROS TO WS-PRIOR-RATE.
015102     MOVE FXF-CURRENCY TO FX-CURRENCY.
015104     READ FX-RATE-FILE
016000         NOT INVALID KEY
016100             ADD 1 TO WS-ADDED-COUNT
016200     END-WRITE.
016250     PERFORM 2200-RECORD-HISTORY THRU 2200-EXIT.
016300 2000-NEXT-ITEM.
016400     PERFORM 2100-READ-FEED THRU 2100-EXIT.
016500 2000-EXIT.
017900     END-READ.
018000 2100-EXIT.
018100     EXIT.
018104*
018108******************************************************************
018112* 2200-RECORD-HISTORY.
018116*    KEEPS THE RATE JUST LOADED ON THE RATE HISTORY FILE UNDER ITS
018120*    CURRENCY AND RATE DATE, WITH THE SUPERVISOR WHO CONFIRMED IT
018124*    WHEN THE MOVE NEEDED ONE. A SECOND LOAD THE SAME DAY REPLACES
018128*    THAT DAY'S HISTORY RECORD, AS IT REPLACES THE CURRENT RATE.
018132******************************************************************
018136 2200-RECORD-HISTORY.
018140     MOVE SPACES TO FX-HISTORY-RECORD.
018144     MOVE FX-CURRENCY TO FXH-CURRENCY.
018148     MOVE FX-RATE-DATE TO FXH-RATE-DATE.
018153     MOVE FX-RATE TO FXH-RATE.
018157     MOVE WS-RUN-DATE TO FXH-LOAD-DATE.
018161     ACCEPT FXH-LOAD-TIME FROM TIME.
018165     MOVE WS-CONFIRM-ID TO FXH-CONFIRMED-BY.
018169     WRITE FX-HISTORY-RECORD
018173         INVALID KEY
018177             REWRITE FX-HISTORY-RECORD
018181             END-REWRITE
018185     END-WRITE.
018189 2200-EXIT.
018193     EXIT.
018197*
018202******************************************************************
018204* 2400-CHECK-RATE-MOVE.
018206*    COMPARES THE INCOMING RATE AGAINST THE PRIOR RATE ON FILE.
018356         DISPLAY "OPERATOR " WS-CONFIRM-ID " IS NOT ACTIVE."
018358         GO TO 2450-EXIT
018360     END-IF.
018361     MOVE WS-CONFIRM-ID TO WS-FNA-OPERATOR-ID.
018362     MOVE OPR-AUTHORITY TO WS-FNA-OPR-AUTHORITY.
018363     CALL "FNAUTH01" USING WS-FNA-PARMS.
018364     IF NOT WS-FNA-CAN-SUPERVISE
018365         DISPLAY "OPERATOR " WS-CONFIRM-ID
018366             " LACKS AUTHORITY TO CONFIRM."
018368         GO TO 2450-EXIT
018370     END-IF.
020200         END-IF
020300         CLOSE FX-FEED-FILE
020400         CLOSE FX-RATE-FILE
020425         CLOSE FX-HISTORY-FILE
020450         CLOSE CURRENCY-FILE
020500     END-IF.
020600     PERFORM 3100-WRITE-JOB-HISTORY THRU 3100-EXIT.
