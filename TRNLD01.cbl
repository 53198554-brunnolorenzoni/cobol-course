001110*               THE
001200*               AUDIT LOG AND THE LOADED COUNT IS STAMPED ON THE
001210*               JOB
001258*               RUN HISTORY RECORD SO THE RECONCILIATION STEP CAN
001306*               COUNT BULK-LOADED TRANSACTIONS AS EXPECTED ONES.
001355*               WHEN A FEED MANIFEST IS PRESENT EVERY FEED LISTED
001403*               ON IT IS TAKEN IN TURN AND A RECEIPT IS KEPT FOR
001451*               EACH.
001500* TECTONICS:    COBC
001600******************************************************************
001700* MODIFICATION HISTORY.
001969*                   OR WHOSE SEQUENCE NUMBER IS MISSING OR
001975*                   REPEATED AGAINST THE BRANCH'S SEQUENCE FILE,
001981*                   IS REFUSED WHOLE (RC 12), NOT PART-LOADED.
001982*    2026-10-15 BL  EVERY FEED ITEM NOW CARRIES THE CUSTOMER
001983*                   ACCOUNT IT POSTS TO. AN ACCOUNT THAT IS NOT
001984*                   NUMERIC, NOT ON THE ACCOUNT MASTER, CLOSED,
001985*                   OR HELD AT ANOTHER BRANCH OR IN ANOTHER
001986*                   CURRENCY IS A NEW REJECT REASON (13).
001987*    2026-10-15 BL  A FEED ITEM MAY NOW BE AN INTER-BRANCH
001988*                   TRANSFER (TYPE T) NAMING THE RECEIVING
001990*                   BRANCH, ACCOUNT AND INWARD LEG TRAN-ID. BOTH
001991*                   LEGS ARE WRITTEN AS A LINKED PAIR OR NEITHER
001993*                   IS. A BLANK, CLOSED OR UNKNOWN COUNTER
001994*                   BRANCH, OR AN UNUSABLE RECEIVING ACCOUNT OR
001995*                   INWARD ID, IS A NEW REJECT REASON (14); A
001997*                   TRANSFER MUST BE VALUE TODAY (REASON 10).
002006*    2026-10-15 BL  WHEN THE NIGHT'S FEED MANIFEST (FEEDMAN) IS
002015*                   PRESENT EVERY FEED ON IT IS TAKEN IN ONE RUN,
002025*                   EACH UNDER ITS OWN CONTROLS AND SEQUENCE
002034*                   CHECK, AND A FEED REFUSED WHOLE NO LONGER
002043*                   STOPS THE OTHERS. EVERY FEED TAKEN LEAVES A
002053*                   RECEIPT ON FEEDRCV FOR THE EXPECTED-FEED CHECK
002062*                   (FDCHK01). WITH NO MANIFEST THE ONE BRCHFEED
002071*                   FILE IS TAKEN AS BEFORE.
002073*    2026-10-15 BL  A BACK-DATED ITEM WHOSE VALUE DATE FALLS IN A
002076*                   CLOSED ACCOUNTING PERIOD (PRDCTL01) IS
002078*                   REJECTED WITH REASON 15.
002081******************************************************************
002090 IDENTIFICATION DIVISION.
002100 PROGRAM-ID. TRNLD01.
002200 ENVIRONMENT DIVISION.
002300 INPUT-OUTPUT SECTION.
002400 FILE-CONTROL.
002500     SELECT BRANCH-FEED-FILE ASSIGN TO DYNAMIC WS-FEED-FILE-NAME
002600         ORGANIZATION IS LINE SEQUENTIAL
002700         FILE STATUS IS WS-FEED-FILE-STATUS.
002800     SELECT TRANSACTION-FILE ASSIGN TO "TRANFILE"
003288         ACCESS MODE IS RANDOM
003289         RECORD KEY IS CUR-CODE
003290         FILE STATUS IS WS-CURM-FILE-STATUS.
003299     SELECT ACCOUNT-FILE ASSIGN TO "ACCTMAST"
003308         ORGANIZATION IS INDEXED
003317         ACCESS MODE IS RANDOM
003326         RECORD KEY IS ACCT-NUMBER
003335         FILE STATUS IS WS-ACCT-FILE-STATUS.
003345     SELECT WAREHOUSE-FILE ASSIGN TO "TRNWARE"
003354         ORGANIZATION IS INDEXED
003363         ACCESS MODE IS DYNAMIC
003372         RECORD KEY IS WH-KEY
003381         FILE STATUS IS WS-WARE-FILE-STATUS.
003390     SELECT REJECT-FILE ASSIGN TO "FEEDREJ"
003400         ORGANIZATION IS INDEXED
003420         ACCESS MODE IS DYNAMIC
003440         RECORD KEY IS REJ-ID
003500         FILE STATUS IS WS-REJ-FILE-STATUS.
003511     SELECT FEED-MANIFEST-FILE ASSIGN TO "FEEDMAN"
003522         ORGANIZATION IS LINE SEQUENTIAL
003533         FILE STATUS IS WS-MAN-FILE-STATUS.
003544     SELECT FEED-RECEIPT-FILE ASSIGN TO "FEEDRCV"
003555         ORGANIZATION IS INDEXED
003566         ACCESS MODE IS RANDOM
003577         RECORD KEY IS FRV-KEY
003588         FILE STATUS IS WS-RCV-FILE-STATUS.
003600     SELECT JOB-HISTORY-FILE ASSIGN TO "JOBHIST"
003700         ORGANIZATION IS LINE SEQUENTIAL
003800         FILE STATUS IS WS-JH-FILE-STATUS.
004570 COPY "FSEQREC.cpy".
004572 FD  CURRENCY-FILE.
004574 COPY "CURRREC.cpy".
004575 FD  ACCOUNT-FILE.
004577 COPY "ACCTREC.cpy".
004578 FD  WAREHOUSE-FILE.
004580 COPY "WAREREC.cpy".
004600 FD  REJECT-FILE.
004700 COPY "REJREC.cpy".
004720 FD  FEED-MANIFEST-FILE.
004740 COPY "FMANREC.cpy".
004760 FD  FEED-RECEIPT-FILE.
004780 COPY "FRCVREC.cpy".
004800 FD  JOB-HISTORY-FILE.
004900 COPY "HISTREC.cpy".
005000*
005552 77  WS-FSQ-FILE-STATUS          PIC X(02) VALUE "00".
005554     88  WS-FSQ-FILE-NOT-FOUND   VALUE "35".
005556 77  WS-CURM-FILE-STATUS         PIC X(02) VALUE "00".
005558 77  WS-ACCT-FILE-STATUS         PIC X(02) VALUE "00".
005560 77  WS-WARE-FILE-STATUS         PIC X(02) VALUE "00".
005570     88  WS-WARE-FILE-NOT-FOUND  VALUE "35".
005600 77  WS-REJ-FILE-STATUS          PIC X(02) VALUE "00".
005700     88  WS-REJ-FILE-NOT-FOUND   VALUE "35".
005800 77  WS-JH-FILE-STATUS           PIC X(02) VALUE "00".
005900     88  WS-JH-FILE-NOT-FOUND    VALUE "35".
005925 77  WS-MAN-FILE-STATUS          PIC X(02) VALUE "00".
005950 77  WS-RCV-FILE-STATUS          PIC X(02) VALUE "00".
005975     88  WS-RCV-FILE-NOT-FOUND   VALUE "35".
006000*
006100 77  WS-FEED-EOF-SW              PIC X(01) VALUE "N".
006200     88  WS-FEED-EOF             VALUE "Y".
007800 77  WS-READ-COUNT               PIC 9(06) VALUE ZEROS.
007900 77  WS-LOADED-COUNT             PIC 9(06) VALUE ZEROS.
008000 77  WS-REJECTED-COUNT           PIC 9(06) VALUE ZEROS.
008002 77  WS-DUPLICATE-COUNT          PIC 9(06) VALUE ZEROS.
008005 77  WS-WAREHOUSED-COUNT         PIC 9(06) VALUE ZEROS.
008007 77  WS-OVERLIMIT-COUNT          PIC 9(06) VALUE ZEROS.
008010 77  WS-XFER-PAIR-COUNT          PIC 9(06) VALUE ZEROS.
008012*
008015*    FEED CONTROL VERIFICATION STATE. THE VERIFY PASS READS THE
008017*    WHOLE FEED BEFORE ANYTHING LOADS - ONE HEADER, THE DETAILS,
008020*    ONE TRAILER - AND CHECKS THE TRAILER'S COUNT AND HASH
008022*    AGAINST WHAT WAS ACTUALLY READ AND THE HEADER'S SEQUENCE
008025*    AGAINST THE BRANCH'S SEQUENCE FILE. ANY FAILURE REFUSES
008027*    THE WHOLE FEED.
008030*
008032 77  WS-FEED-REFUSED-SW          PIC X(01) VALUE "N".
008035     88  WS-FEED-REFUSED         VALUE "Y".
008038 77  WS-CTL-BAD-SW               PIC X(01) VALUE "N".
008040     88  WS-CTL-BAD              VALUE "Y".
008043 77  WS-CTL-HEADER-SW            PIC X(01) VALUE "N".
008045     88  WS-CTL-HEADER-SEEN      VALUE "Y".
008048 77  WS-CTL-TRAILER-SW           PIC X(01) VALUE "N".
008050     88  WS-CTL-TRAILER-SEEN     VALUE "Y".
008053 77  WS-CTL-DETAIL-COUNT         PIC 9(06) VALUE ZEROS.
008055 77  WS-CTL-HASH                 PIC 9(11)V99 VALUE ZEROS.
008058 77  WS-CTL-EXP-COUNT            PIC 9(06) VALUE ZEROS.
008060 77  WS-CTL-EXP-HASH             PIC 9(11)V99 VALUE ZEROS.
008063 77  WS-CTL-BRANCH               PIC X(04) VALUE SPACES.
008065 77  WS-CTL-SEQUENCE             PIC 9(04) VALUE ZEROS.
008068 77  WS-CTL-FAIL-TEXT            PIC X(40) VALUE SPACES.
008071 77  WS-CTL-FEED-DATE            PIC 9(08) VALUE ZEROS.
008073*
008076*    INTAKE MODE. WHEN THE NIGHT'S MANIFEST (FEEDMAN) IS PRESENT
008078*    EVERY FEED ON IT IS TAKEN IN TURN, EACH UNDER ITS OWN
008081*    CONTROLS; OTHERWISE THE ONE FEED ASSIGNED TO BRCHFEED IS
008083*    TAKEN AS BEFORE. THE LOAD COUNTS ABOVE RUN ACROSS ALL THE
008086*    FEEDS TAKEN; THE RECEIPT FOR EACH FEED CARRIES ITS OWN.
008088*
008091 77  WS-FEED-FILE-NAME           PIC X(20) VALUE "BRCHFEED".
008093 77  WS-MANIFEST-SW              PIC X(01) VALUE "N".
008096     88  WS-MANIFEST-MODE        VALUE "Y".
008098 77  WS-MANIFEST-EOF-SW          PIC X(01) VALUE "N".
008101     88  WS-MANIFEST-EOF         VALUE "Y".
008104 77  WS-RCV-FOUND-SW             PIC X(01) VALUE "N".
008106     88  WS-RCV-FOUND            VALUE "Y".
008109 77  WS-RCV-BRANCH               PIC X(04) VALUE SPACES.
008111 77  WS-ARRIVAL-DATE             PIC 9(08) VALUE ZEROS.
008114 77  WS-ARRIVAL-TIME             PIC 9(04) VALUE ZEROS.
008116 77  WS-SYS-DATE                 PIC 9(08) VALUE ZEROS.
008119 77  WS-SYS-HHMM                 PIC 9(04) VALUE ZEROS.
008121 77  WS-FEED-START-COUNT         PIC 9(06) VALUE ZEROS.
008124 77  WS-FEED-LOADED-COUNT        PIC 9(06) VALUE ZEROS.
008126 77  WS-FEEDS-TAKEN-COUNT        PIC 9(04) VALUE ZEROS.
008129 77  WS-FEEDS-REFUSED-COUNT      PIC 9(04) VALUE ZEROS.
008131 77  WS-FEEDS-SKIPPED-COUNT      PIC 9(04) VALUE ZEROS.
008134 77  WS-FINAL-RC                 PIC 9(02) VALUE ZEROS.
008137*
008138*    REJECT LIFECYCLE CONTROL. EACH REJECT TAKES THE NEXT ID ON
008139*    THE KEYED REJECTS FILE; AT FINALIZE THE OPEN REJECTS ARE
008486     03  WS-BDATE-DATE            PIC 9(08).
008490     03  WS-BDATE-STATUS          PIC X(01).
008500*
008805*    PARAMETER AREA PASSED TO PRDCTL01. LAYOUT MUST MATCH ITS
008810*    LINKAGE SECTION PRC-PARMS FIELD FOR FIELD.
008815*
008820 01  WS-PRC-PARMS.
008825     03  WS-PRC-FUNCTION          PIC X(01) VALUE "Q".
008830     03  WS-PRC-DATE              PIC 9(08).
008835     03  WS-PRC-OPERATOR          PIC 9(06) VALUE ZEROS.
008840     03  WS-PRC-SOURCE            PIC X(10) VALUE "TRNLD01".
008845     03  WS-PRC-REASON            PIC X(40) VALUE SPACES.
008850     03  WS-PRC-PERIOD            PIC 9(06).
008855     03  WS-PRC-PERIOD-STATUS     PIC X(01).
008860         88  WS-PRC-PERIOD-OPEN   VALUE "O".
008865         88  WS-PRC-PERIOD-CLOSING VALUE "G".
008870         88  WS-PRC-PERIOD-CLOSED VALUE "C".
008875     03  WS-PRC-RESULT            PIC X(01).
008880         88  WS-PRC-DONE          VALUE "Y".
008885         88  WS-PRC-REFUSED       VALUE "N".
008890     03  WS-PRC-MESSAGE           PIC X(50).
008895*
008896*    PARAMETER AREA PASSED TO LOGWRT01. LAYOUT MUST MATCH ITS
008897*    LINKAGE SECTION LOG-PARMS FIELD FOR FIELD.
008898*
008900 01  WS-LOG-PARMS.
009000     03  WS-LOG-PROGRAM-ID        PIC X(16) VALUE "TRNLD01".
009100     03  WS-LOG-STEP              PIC X(12).
010700 PROCEDURE DIVISION.
010800 0000-MAINLINE.
010900     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
010927     IF NOT WS-ABORT-RUN AND WS-MANIFEST-MODE
010954         PERFORM 1300-TAKE-MANIFEST-FEED THRU 1300-EXIT
010981             UNTIL WS-MANIFEST-EOF
011009         CLOSE FEED-MANIFEST-FILE
011036     END-IF.
011063     IF NOT WS-ABORT-RUN AND NOT WS-MANIFEST-MODE
011090         MOVE WS-SYS-DATE TO WS-ARRIVAL-DATE
011118         MOVE WS-SYS-HHMM TO WS-ARRIVAL-TIME
011145         PERFORM 1200-TAKE-ONE-FEED THRU 1200-EXIT
011172     END-IF.
011200     PERFORM 3000-FINALIZE THRU 3000-EXIT.
011300     GOBACK.
011400*
011500******************************************************************
011588* 1000-INITIALIZE.
011677*    CAPTURES THE RUN TIMESTAMP, LOOKS FOR THE NIGHT'S FEED
011766*    MANIFEST AND OPENS THE TRANSACTION, MASTER, REJECTS AND
011855*    RECEIPT FILES. WITH NO MANIFEST A MISSING BRCHFEED FILE
011944*    ABORTS THE RUN THROUGH ERRWRT01 - THE JOB WAS SUBMITTED FOR
012033*    ONE BRANCH FEED, SO NO FEED MEANS THE SUBMISSION ITSELF IS
012122*    WRONG. A FEED NAMED ON A MANIFEST BUT NOT THERE IS REFUSED
012211*    LIKE ANY OTHER BAD FEED INSTEAD.
012300 1000-INITIALIZE.
012400     CALL "BDATE01" USING WS-BDATE-PARMS.
012433     MOVE WS-BDATE-DATE TO WS-RUN-DATE.
012800     MOVE "INITIALIZE" TO WS-LOG-STEP.
012900     MOVE "BRANCH FEED INTAKE STARTING" TO WS-LOG-MESSAGE.
013000     CALL "LOGWRT01" USING WS-LOG-PARMS.
013008     ACCEPT WS-SYS-DATE FROM DATE YYYYMMDD.
013016     DIVIDE WS-RUN-TIME BY 10000 GIVING WS-SYS-HHMM.
013025     OPEN INPUT FEED-MANIFEST-FILE.
013033     IF WS-MAN-FILE-STATUS = "00"
013041         SET WS-MANIFEST-MODE TO TRUE
013050         MOVE "FEED MANIFEST FOUND - TAKING EVERY FEED ON IT" TO
013058             WS-LOG-MESSAGE
013066         CALL "LOGWRT01" USING WS-LOG-PARMS
013075         GO TO 1000-OPEN-FILES
013083     END-IF.
013091     CLOSE FEED-MANIFEST-FILE.
013100     OPEN INPUT BRANCH-FEED-FILE.
013200     IF WS-FEED-FILE-STATUS NOT = "00"
013300         MOVE "INITIALIZE" TO WS-ERR-STEP
014100         SET WS-FEED-EOF TO TRUE
014200         GO TO 1000-EXIT
014300     END-IF.
014333     CLOSE BRANCH-FEED-FILE.
014366 1000-OPEN-FILES.
014400     OPEN I-O TRANSACTION-FILE.
014500     IF WS-TRAN-FILE-NOT-FOUND
014600         CLOSE TRANSACTION-FILE
015600         CALL "ERRWRT01" USING WS-ERR-PARMS
015700         SET WS-ABORT-RUN TO TRUE
015800         SET WS-FEED-EOF TO TRUE
015900         CLOSE FEED-MANIFEST-FILE
016000         GO TO 1000-EXIT
016100     END-IF.
016106     OPEN INPUT BRANCH-FILE.
016154         CALL "ERRWRT01" USING WS-ERR-PARMS
016160         SET WS-ABORT-RUN TO TRUE
016166         SET WS-FEED-EOF TO TRUE
016172         CLOSE FEED-MANIFEST-FILE
016178         CLOSE TRANSACTION-FILE
016184         GO TO 1000-EXIT
016190     END-IF.
016226         CALL "ERRWRT01" USING WS-ERR-PARMS
016230         SET WS-ABORT-RUN TO TRUE
016234         SET WS-FEED-EOF TO TRUE
016238         CLOSE FEED-MANIFEST-FILE
016242         CLOSE TRANSACTION-FILE
016246         CLOSE BRANCH-FILE
016250         GO TO 1000-EXIT
016254     END-IF.
016255     OPEN INPUT ACCOUNT-FILE.
016256     IF WS-ACCT-FILE-STATUS NOT = "00"
016257         MOVE "INITIALIZE" TO WS-ERR-STEP
016258         MOVE "ACCOUNT MASTER NOT AVAILABLE - LOAD ABORTED" TO
016259             WS-ERR-MESSAGE
016260         MOVE WS-RUN-DATE TO WS-ERR-RUN-DATE
016261         MOVE WS-RUN-TIME TO WS-ERR-RUN-TIME
016262         MOVE 90 TO WS-ERR-RETURN-CODE
016263         CALL "ERRWRT01" USING WS-ERR-PARMS
016264         SET WS-ABORT-RUN TO TRUE
016265         SET WS-FEED-EOF TO TRUE
016266         CLOSE FEED-MANIFEST-FILE
016267         CLOSE TRANSACTION-FILE
016268         CLOSE BRANCH-FILE
016269         CLOSE CURRENCY-FILE
016270         GO TO 1000-EXIT
016271     END-IF.
016272     OPEN I-O WAREHOUSE-FILE.
016273     IF WS-WARE-FILE-NOT-FOUND
016274         CLOSE WAREHOUSE-FILE
016275         OPEN OUTPUT WAREHOUSE-FILE
016276         CLOSE WAREHOUSE-FILE
016278         OPEN I-O WAREHOUSE-FILE
016282     END-IF.
016286     OPEN I-O REJECT-FILE.
016520         CLOSE REJECT-FILE
016540         OPEN I-O REJECT-FILE
016600     END-IF.
016601     OPEN I-O FEED-RECEIPT-FILE.
016602     IF WS-RCV-FILE-NOT-FOUND
016603         CLOSE FEED-RECEIPT-FILE
016605         OPEN OUTPUT FEED-RECEIPT-FILE
016606         CLOSE FEED-RECEIPT-FILE
016607         OPEN I-O FEED-RECEIPT-FILE
016608     END-IF.
016610     PERFORM 1900-ALLOCATE-REJ-ID THRU 1900-EXIT.
016612 1000-EXIT.
016615     EXIT.
016617*
016620******************************************************************
016623* 1200-TAKE-ONE-FEED.
016625*    TAKES ONE BRANCH FEED END TO END - VERIFIES ITS CONTROLS,
016628*    LOADS IT IF THEY PASS, RECORDS ITS SEQUENCE, AND LEAVES A
016630*    RECEIPT SAYING HOW IT WENT. A REFUSED FEED STILL GETS ITS
016633*    RECEIPT, SO THE FEED CHECK KNOWS IT CAME BUT DID NOT LOAD.
016636******************************************************************
016638 1200-TAKE-ONE-FEED.
016641     MOVE "TAKE-FEED" TO WS-LOG-STEP.
016643     PERFORM 1210-RESET-FEED-STATE THRU 1210-EXIT.
016646     OPEN INPUT BRANCH-FEED-FILE.
016649     IF WS-FEED-FILE-STATUS NOT = "00"
016651         MOVE "FEED FILE NOT FOUND" TO WS-CTL-FAIL-TEXT
016654         PERFORM 1700-REFUSE-FEED THRU 1700-EXIT
016656         GO TO 1200-RECORD-RECEIPT
016659     END-IF.
016662     PERFORM 1500-VERIFY-FEED-CONTROLS THRU 1500-EXIT.
016664     PERFORM 2000-LOAD-FEED-ITEM THRU 2000-EXIT
016667         UNTIL WS-FEED-EOF.
016670     IF NOT WS-FEED-REFUSED
016672         CLOSE BRANCH-FEED-FILE
016675         PERFORM 3200-UPDATE-SEQUENCE THRU 3200-EXIT
016677     END-IF.
016680 1200-RECORD-RECEIPT.
016683     IF NOT WS-MANIFEST-MODE
016685         MOVE WS-CTL-BRANCH TO WS-RCV-BRANCH
016688     END-IF.
016690     COMPUTE WS-FEED-LOADED-COUNT =
016693         WS-LOADED-COUNT - WS-FEED-START-COUNT.
016696     ADD 1 TO WS-FEEDS-TAKEN-COUNT.
016698     PERFORM 1800-LOG-FEED-OUTCOME THRU 1800-EXIT.
016701     PERFORM 3400-WRITE-RECEIPT THRU 3400-EXIT.
016703 1200-EXIT.
016706     EXIT.
016709*
016711******************************************************************
016714* 1210-RESET-FEED-STATE.
016717*    CLEARS THE CONTROL PICTURE LEFT BY THE PREVIOUS FEED SO EACH
016719*    FEED ON THE MANIFEST IS PROVED ON ITS OWN.
016722******************************************************************
016724 1210-RESET-FEED-STATE.
016727     MOVE "N" TO WS-FEED-EOF-SW.
016730     MOVE "N" TO WS-FEED-REFUSED-SW.
016732     MOVE "N" TO WS-CTL-BAD-SW.
016735     MOVE "N" TO WS-CTL-HEADER-SW.
016737     MOVE "N" TO WS-CTL-TRAILER-SW.
016740     MOVE ZEROS TO WS-CTL-DETAIL-COUNT.
016743     MOVE ZEROS TO WS-CTL-HASH.
016745     MOVE ZEROS TO WS-CTL-EXP-COUNT.
016748     MOVE ZEROS TO WS-CTL-EXP-HASH.
016750     MOVE ZEROS TO WS-CTL-SEQUENCE.
016753     MOVE ZEROS TO WS-CTL-FEED-DATE.
016756     MOVE SPACES TO WS-CTL-BRANCH.
016758     MOVE SPACES TO WS-CTL-FAIL-TEXT.
016761     MOVE WS-LOADED-COUNT TO WS-FEED-START-COUNT.
016764 1210-EXIT.
016766     EXIT.
016769*
016771******************************************************************
016774* 1300-TAKE-MANIFEST-FEED.
016777*    READS THE NEXT MANIFEST ENTRY AND TAKES THE FEED IT NAMES.
016779*    AN ENTRY WHOSE FEED ALREADY LOADED UNDER THE SAME FILE NAME
016782*    TODAY IS PASSED OVER, SO A RERUN AFTER A FAILURE DOES NOT
016784*    OFFER THE SAME FEED TWICE. AN ARRIVAL STAMP THAT IS NOT
016787*    NUMERIC IS TAKEN AS ARRIVING NOW.
016790******************************************************************
016792 1300-TAKE-MANIFEST-FEED.
016795     READ FEED-MANIFEST-FILE
016797         AT END
016800             SET WS-MANIFEST-EOF TO TRUE
016803             GO TO 1300-EXIT
016805     END-READ.
016808     MOVE "MANIFEST" TO WS-LOG-STEP.
016811     IF FMN-BRANCH = SPACES OR FMN-FILE-NAME = SPACES
016813         MOVE "W" TO WS-LOG-SEVERITY
016816         MOVE "MANIFEST ENTRY WITHOUT BRANCH OR FILE - SKIPPED" TO
016818             WS-LOG-MESSAGE
016821         CALL "LOGWRT01" USING WS-LOG-PARMS
016824         MOVE "I" TO WS-LOG-SEVERITY
016826         GO TO 1300-EXIT
016829     END-IF.
016831     MOVE FMN-BRANCH TO WS-RCV-BRANCH.
016834     MOVE FMN-FILE-NAME TO WS-FEED-FILE-NAME.
016837     IF FMN-ARRIVAL-DATE NUMERIC AND FMN-ARRIVAL-TIME NUMERIC
016839         MOVE FMN-ARRIVAL-DATE-9 TO WS-ARRIVAL-DATE
016842         MOVE FMN-ARRIVAL-TIME-9 TO WS-ARRIVAL-TIME
016844     ELSE
016847         MOVE WS-SYS-DATE TO WS-ARRIVAL-DATE
016850         MOVE WS-SYS-HHMM TO WS-ARRIVAL-TIME
016852     END-IF.
016855     MOVE WS-RUN-DATE TO FRV-DATE.
016858     MOVE WS-RCV-BRANCH TO FRV-BRANCH.
016860     READ FEED-RECEIPT-FILE
016863         INVALID KEY
016865             GO TO 1300-TAKE-FEED
016868     END-READ.
016871     IF FRV-LOADED AND FRV-FILE-NAME = WS-FEED-FILE-NAME
016873         ADD 1 TO WS-FEEDS-SKIPPED-COUNT
016876         MOVE SPACES TO WS-LOG-MESSAGE
016878         STRING "FEED " WS-FEED-FILE-NAME
016881             " ALREADY LOADED TODAY - SKIPPED"
016884             DELIMITED BY SIZE INTO WS-LOG-MESSAGE
016886         CALL "LOGWRT01" USING WS-LOG-PARMS
016889         GO TO 1300-EXIT
016891     END-IF.
016894 1300-TAKE-FEED.
016897     PERFORM 1200-TAKE-ONE-FEED THRU 1200-EXIT.
016899 1300-EXIT.
016902     EXIT.
016905*
016910******************************************************************
016915* 1500-VERIFY-FEED-CONTROLS.
016945*    FILE. A FEED THAT FAILS ANY OF IT IS REFUSED WHOLE (RC 12)
016950*    AND NOTHING LOADS; A FEED THAT PASSES IS REOPENED FOR THE
016955*    LOAD PASS.
016956******************************************************************
016957 1500-VERIFY-FEED-CONTROLS.
016958     MOVE "VERIFY-FEED" TO WS-LOG-STEP.
016959     PERFORM 1510-VERIFY-ONE-RECORD THRU 1510-EXIT
016960         UNTIL WS-FEED-EOF.
016961     CLOSE BRANCH-FEED-FILE.
016962     IF NOT WS-CTL-HEADER-SEEN AND NOT WS-CTL-BAD
016963         SET WS-CTL-BAD TO TRUE
016964         MOVE "FEED HAS NO CONTROL HEADER" TO WS-CTL-FAIL-TEXT
016965     END-IF.
016967     IF NOT WS-CTL-TRAILER-SEEN AND NOT WS-CTL-BAD
016968         SET WS-CTL-BAD TO TRUE
016969         MOVE "FEED HAS NO CONTROL TRAILER" TO WS-CTL-FAIL-TEXT
016970     END-IF.
016971     IF NOT WS-CTL-BAD
016972         AND WS-CTL-DETAIL-COUNT NOT = WS-CTL-EXP-COUNT
016973         SET WS-CTL-BAD TO TRUE
016974         MOVE "TRAILER COUNT DOES NOT MATCH DETAILS" TO
016975             WS-CTL-FAIL-TEXT
016976     END-IF.
016977     IF NOT WS-CTL-BAD
016979         AND WS-CTL-HASH NOT = WS-CTL-EXP-HASH
016980         SET WS-CTL-BAD TO TRUE
016981         MOVE "TRAILER HASH DOES NOT MATCH DETAILS" TO
016982             WS-CTL-FAIL-TEXT
016983     END-IF.
016984     IF NOT WS-CTL-BAD AND WS-MANIFEST-MODE
016985         AND WS-CTL-BRANCH NOT = WS-RCV-BRANCH
016986         SET WS-CTL-BAD TO TRUE
016987         MOVE "FEED BRANCH NOT AS ON MANIFEST" TO WS-CTL-FAIL-TEXT
016988     END-IF.
016990     IF NOT WS-CTL-BAD
016991         PERFORM 1600-CHECK-SEQUENCE THRU 1600-EXIT
016992     END-IF.
016994         PERFORM 1700-REFUSE-FEED THRU 1700-EXIT
016995         GO TO 1500-EXIT
016996     END-IF.
016998     MOVE "N" TO WS-FEED-EOF-SW.
016999     OPEN INPUT BRANCH-FEED-FILE.
017000     PERFORM 2100-READ-FEED THRU 2100-EXIT.
017111* 1700-REFUSE-FEED.
017112*    REFUSES THE WHOLE FEED - NOTHING HAS LOADED YET, AND
017113*    NOTHING WILL. THE BRANCH RESENDS A CORRECTED FEED UNDER
017115*    THE SAME SEQUENCE NUMBER. THE RUN GOES ON TO THE NEXT FEED
017116*    ON THE MANIFEST AND ENDS RC 12.
017118******************************************************************
017119 1700-REFUSE-FEED.
017121     MOVE "W" TO WS-LOG-SEVERITY.
017122     MOVE SPACES TO WS-LOG-MESSAGE.
017123     STRING "FEED REFUSED - " WS-CTL-FAIL-TEXT
017125         DELIMITED BY SIZE INTO WS-LOG-MESSAGE.
017126     CALL "LOGWRT01" USING WS-LOG-PARMS.
017128     MOVE "I" TO WS-LOG-SEVERITY.
017129     ADD 1 TO WS-FEEDS-REFUSED-COUNT.
017131     SET WS-FEED-REFUSED TO TRUE.
017132     SET WS-FEED-EOF TO TRUE.
017133 1700-EXIT.
017134     EXIT.
017135*
017136******************************************************************
017137* 1800-LOG-FEED-OUTCOME.
017138*    LOGS ONE LINE PER FEED TAKEN - WHICH FILE, WHICH BRANCH, AND
017139*    WHAT IT LOADED OR THAT IT WAS REFUSED.
017140******************************************************************
017141 1800-LOG-FEED-OUTCOME.
017142     MOVE "TAKE-FEED" TO WS-LOG-STEP.
017143     MOVE SPACES TO WS-LOG-MESSAGE.
017144     IF WS-FEED-REFUSED
017145         STRING "FEED " WS-FEED-FILE-NAME " BRANCH " WS-RCV-BRANCH
017146             " REFUSED"
017147             DELIMITED BY SIZE INTO WS-LOG-MESSAGE
017148     ELSE
017149         STRING "FEED " WS-FEED-FILE-NAME " BRANCH " WS-RCV-BRANCH
017150             " LOADED " WS-FEED-LOADED-COUNT
017151             DELIMITED BY SIZE INTO WS-LOG-MESSAGE
017152     END-IF.
017153     CALL "LOGWRT01" USING WS-LOG-PARMS.
017154 1800-EXIT.
017155     EXIT.
017156*
017157******************************************************************
017158* 1900-ALLOCATE-REJ-ID.
017159*    FINDS THE HIGHEST REJECT ID ON FILE SO NEW REJECTS TAKE THE
017160*    NEXT NUMBERS IN THE RUN.
017161******************************************************************
017162 1900-ALLOCATE-REJ-ID.
017163     MOVE ZEROS TO WS-NEXT-REJ-ID.
017164     MOVE "N" TO WS-REJ-EOF-SW.
017165     MOVE ZEROS TO REJ-ID.
017166     START REJECT-FILE KEY IS NOT LESS THAN REJ-ID
017167         INVALID KEY
017168             SET WS-REJ-EOF TO TRUE
017169     END-START.
017170     PERFORM 1910-SCAN-ONE-REJ-ID THRU 1910-EXIT
017171         UNTIL WS-REJ-EOF.
017172 1900-EXIT.
017173     EXIT.
017174*
017175******************************************************************
017176* 1910-SCAN-ONE-REJ-ID.
017177*    READS ONE REJECT RECORD, KEEPING THE HIGHEST ID SEEN.
017178******************************************************************
017179 1910-SCAN-ONE-REJ-ID.
017180     READ REJECT-FILE NEXT RECORD
017181         AT END
017182             SET WS-REJ-EOF TO TRUE
017184             GO TO 1910-EXIT
017186     END-READ.
017188     IF REJ-ID > WS-NEXT-REJ-ID
017189         MOVE REJ-ID TO WS-NEXT-REJ-ID
017191     END-IF.
017193 1910-EXIT.
017194     EXIT.
017196*
017198******************************************************************
017200* 2000-LOAD-FEED-ITEM.
017300*    VALIDATES THE FEED ITEM JUST READ. A GOOD ITEM IS WRITTEN TO
017400*    THE KEYED TRANSACTION FILE (A DUPLICATE KEY IS COUNTED AND
018560         PERFORM 2300-WRITE-REJECT THRU 2300-EXIT
018562         GO TO 2000-NEXT-ITEM
018564     END-IF.
018571     IF FEED-TYPE = "T"
018578         PERFORM 2270-WRITE-TRANSFER-PAIR THRU 2270-EXIT
018585         GO TO 2000-NEXT-ITEM
018592     END-IF.
018600     MOVE SPACES TO TRAN-RECORD.
018700     MOVE FEED-TRAN-ID TO TRAN-ID.
018800     MOVE FEED-N1-9 TO TRAN-N1.
019190         MOVE ZEROS TO TRAN-REVERSED-ID
019192     END-IF.
019194     MOVE ZEROS TO TRAN-OPERATOR-ID.
019197     MOVE FEED-ACCOUNT-9 TO TRAN-ACCOUNT.
019200     WRITE TRAN-RECORD
019300         INVALID KEY
019400             ADD 1 TO WS-DUPLICATE-COUNT
022300* 2200-VALIDATE-FEED-ITEM.
022400*    RUNS THE INTAKE CHECKS OVER THE FEED ITEM JUST READ - USABLE
022500*    TRANSACTION ID, NUMERIC OPERANDS, NON-BLANK BRANCH AND
022600*    CURRENCY, AN OPEN ACCOUNT HELD AT THAT BRANCH IN THAT
022650*    CURRENCY, AND A VALUE DATE THAT IS NOT BACK IN A CLOSED
022666*    ACCOUNTING PERIOD. THE FIRST CHECK THAT FAILS SETS THE
022683*    REASON CODE AND TEXT CARRIED ONTO THE REJECT RECORD.
022700*    REASON CODES ARE LISTED IN REJREC.
022900******************************************************************
023000 2200-VALIDATE-FEED-ITEM.
023100     MOVE "N" TO WS-ITEM-REJECT-SW.
026100         MOVE "05" TO WS-REJECT-REASON-CODE
026200         MOVE "CURRENCY CODE BLANK" TO WS-REJECT-REASON-TEXT
026210         GO TO 2200-EXIT
026212     END-IF.
026215     MOVE FEED-CURRENCY TO CUR-CODE.
026217     READ CURRENCY-FILE
026220         INVALID KEY
026222             SET WS-ITEM-REJECTED TO TRUE
026225             MOVE "11" TO WS-REJECT-REASON-CODE
026227             MOVE "CURRENCY NOT ON MASTER" TO
026230                 WS-REJECT-REASON-TEXT
026232             GO TO 2200-EXIT
026235     END-READ.
026237     IF NOT CUR-ACTIVE
026240         SET WS-ITEM-REJECTED TO TRUE
026243         MOVE "11" TO WS-REJECT-REASON-CODE
026245         MOVE "CURRENCY IS INACTIVE" TO WS-REJECT-REASON-TEXT
026248         GO TO 2200-EXIT
026250     END-IF.
026253     IF FEED-ACCOUNT NOT NUMERIC
026255         OR FEED-ACCOUNT = "000000"
026258         SET WS-ITEM-REJECTED TO TRUE
026260         MOVE "13" TO WS-REJECT-REASON-CODE
026263         MOVE "ACCOUNT NUMBER NOT USABLE" TO
026265             WS-REJECT-REASON-TEXT
026268         GO TO 2200-EXIT
026271     END-IF.
026273     MOVE FEED-ACCOUNT-9 TO ACCT-NUMBER.
026276     READ ACCOUNT-FILE
026278         INVALID KEY
026281             SET WS-ITEM-REJECTED TO TRUE
026283             MOVE "13" TO WS-REJECT-REASON-CODE
026286             MOVE "ACCOUNT NOT ON MASTER" TO
026288                 WS-REJECT-REASON-TEXT
026291             GO TO 2200-EXIT
026293     END-READ.
026296     IF NOT ACCT-OPEN
026298         SET WS-ITEM-REJECTED TO TRUE
026301         MOVE "13" TO WS-REJECT-REASON-CODE
026304         MOVE "ACCOUNT IS CLOSED" TO WS-REJECT-REASON-TEXT
026306         GO TO 2200-EXIT
026309     END-IF.
026311     IF ACCT-BRANCH NOT = FEED-BRANCH
026314         OR ACCT-CURRENCY NOT = FEED-CURRENCY
026316         SET WS-ITEM-REJECTED TO TRUE
026319         MOVE "13" TO WS-REJECT-REASON-CODE
026321         MOVE "ACCOUNT BRANCH/CURRENCY DIFFER" TO
026324             WS-REJECT-REASON-TEXT
026326         GO TO 2200-EXIT
026329     END-IF.
026332     IF FEED-TYPE NOT = "O"
026334         AND FEED-TYPE NOT = "R"
026336         AND FEED-TYPE NOT = "A"
026338         AND FEED-TYPE NOT = "T"
026340         AND FEED-TYPE NOT = SPACE
026350         SET WS-ITEM-REJECTED TO TRUE
026352         MOVE "07" TO WS-REJECT-REASON-CODE
026362     IF FEED-TYPE = "R"
026364         AND (FEED-REVERSED-ID NOT NUMERIC
026366         OR FEED-REVERSED-ID = "000000")
026367         SET WS-ITEM-REJECTED TO TRUE
026368         MOVE "08" TO WS-REJECT-REASON-CODE
026369         MOVE "REVERSAL WITHOUT A USABLE ID" TO
026370             WS-REJECT-REASON-TEXT
026371         GO TO 2200-EXIT
026372     END-IF.
026373     IF FEED-TYPE = "T"
026374         PERFORM 2210-VALIDATE-TRANSFER THRU 2210-EXIT
026375         IF WS-ITEM-REJECTED
026376             GO TO 2200-EXIT
026377         END-IF
026378     END-IF.
026379     MOVE WS-RUN-DATE TO WS-ITEM-VALUE-DATE.
026380     IF FEED-VALUE-DATE = SPACES
026381         OR FEED-VALUE-DATE = "00000000"
026382         GO TO 2200-EXIT
026398         MOVE "VALUE DATE NOT USABLE" TO WS-REJECT-REASON-TEXT
026399         GO TO 2200-EXIT
026400     END-IF.
026401     IF FEED-VALUE-DATE-9 < WS-RUN-DATE
026403         MOVE FEED-VALUE-DATE-9 TO WS-PRC-DATE
026404         CALL "PRDCTL01" USING WS-PRC-PARMS
026406         IF WS-PRC-PERIOD-CLOSED
026407             SET WS-ITEM-REJECTED TO TRUE
026409             MOVE "15" TO WS-REJECT-REASON-CODE
026410             MOVE "VALUE DATE IN A CLOSED PERIOD" TO
026412                 WS-REJECT-REASON-TEXT
026413             GO TO 2200-EXIT
026415         END-IF
026416     END-IF.
026418     IF FEED-VALUE-DATE-9 > WS-RUN-DATE
026419         MOVE FEED-VALUE-DATE-9 TO WS-ITEM-VALUE-DATE
026421     END-IF.
026422     IF FEED-TYPE = "T"
026424         AND WS-ITEM-VALUE-DATE > WS-RUN-DATE
026435         SET WS-ITEM-REJECTED TO TRUE
026446         MOVE "10" TO WS-REJECT-REASON-CODE
026456         MOVE "TRANSFER MUST BE VALUE TODAY" TO
026467             WS-REJECT-REASON-TEXT
026478     END-IF.
026489 2200-EXIT.
026500     EXIT.
026501*
026503******************************************************************
026505* 2210-VALIDATE-TRANSFER.
026506*    THE EXTRA CHECKS ON A TRANSFER ITEM - THE SENDING SIDE HAS
026508*    ALREADY PASSED THE ORDINARY CHECKS. THE RECEIVING BRANCH MUST
026510*    BE ANOTHER BRANCH, ON THE MASTER AND OPEN; THE RECEIVING
026512*    ACCOUNT MUST BE OPEN AND HELD AT THAT BRANCH IN THE ITEM'S
026513*    CURRENCY; AND THE INWARD LEG NEEDS A USABLE TRAN-ID OF ITS
026515*    OWN. EVERY FAILURE IS REASON 14.
026517******************************************************************
026518 2210-VALIDATE-TRANSFER.
026520     MOVE "14" TO WS-REJECT-REASON-CODE.
026522     IF FEED-COUNTER-BRANCH = SPACES
026524         OR FEED-COUNTER-BRANCH = FEED-BRANCH
026525         SET WS-ITEM-REJECTED TO TRUE
026527         MOVE "COUNTER BRANCH NOT USABLE" TO WS-REJECT-REASON-TEXT
026529         GO TO 2210-EXIT
026530     END-IF.
026532     MOVE FEED-COUNTER-BRANCH TO BR-CODE.
026534     READ BRANCH-FILE
026536         INVALID KEY
026537             SET WS-ITEM-REJECTED TO TRUE
026539             MOVE "COUNTER BRANCH NOT ON MASTER" TO
026541                 WS-REJECT-REASON-TEXT
026542             GO TO 2210-EXIT
026544     END-READ.
026546     IF NOT BR-ACTIVE
026548         SET WS-ITEM-REJECTED TO TRUE
026549         MOVE "COUNTER BRANCH IS CLOSED" TO WS-REJECT-REASON-TEXT
026551         GO TO 2210-EXIT
026553     END-IF.
026555     IF FEED-REVERSED-ID NOT NUMERIC
026556         OR FEED-REVERSED-ID = "000000"
026558         OR FEED-REVERSED-ID = FEED-TRAN-ID
026560         SET WS-ITEM-REJECTED TO TRUE
026561         MOVE "INWARD LEG ID NOT USABLE" TO WS-REJECT-REASON-TEXT
026563         GO TO 2210-EXIT
026565     END-IF.
026567     IF FEED-COUNTER-ACCOUNT NOT NUMERIC
026568         OR FEED-COUNTER-ACCOUNT = "000000"
026570         SET WS-ITEM-REJECTED TO TRUE
026572         MOVE "RECEIVING ACCOUNT NOT USABLE" TO
026573             WS-REJECT-REASON-TEXT
026575         GO TO 2210-EXIT
026577     END-IF.
026579     MOVE FEED-COUNTER-ACCOUNT-9 TO ACCT-NUMBER.
026580     READ ACCOUNT-FILE
026582         INVALID KEY
026584             SET WS-ITEM-REJECTED TO TRUE
026585             MOVE "RECEIVING ACCOUNT NOT ON FILE" TO
026587                 WS-REJECT-REASON-TEXT
026589             GO TO 2210-EXIT
026591     END-READ.
026592     IF NOT ACCT-OPEN
026594         OR ACCT-BRANCH NOT = FEED-COUNTER-BRANCH
026596         OR ACCT-CURRENCY NOT = FEED-CURRENCY
026597         SET WS-ITEM-REJECTED TO TRUE
026599         MOVE "RECEIVING ACCOUNT NOT USABLE" TO
026601             WS-REJECT-REASON-TEXT
026603     END-IF.
026604 2210-EXIT.
026606     EXIT.
026608*
026610******************************************************************
026620* 2250-WRITE-TO-WAREHOUSE.
026630*    WRITES ONE FORWARD-DATED FEED ITEM TO THE VALUE-DATE
026722         MOVE ZEROS TO WH-REVERSED-ID
026724     END-IF.
026726     MOVE ZEROS TO WH-OPERATOR-ID.
026727     MOVE FEED-ACCOUNT-9 TO WH-ACCOUNT.
026728     WRITE WAREHOUSE-RECORD
026730         INVALID KEY
026732             ADD 1 TO WS-DUPLICATE-COUNT
026748 2250-EXIT.
026750     EXIT.
026752*
026754******************************************************************
026756* 2270-WRITE-TRANSFER-PAIR.
026758*    WRITES BOTH LEGS OF A TRANSFER ITEM - THE OUTWARD LEG UNDER
026760*    THE FEED'S TRAN-ID AT THE SENDING BRANCH, THE INWARD LEG
026762*    UNDER THE FEED'S SECOND ID AT THE RECEIVING BRANCH - EACH
026764*    CARRYING THE OTHER'S ID IN TRAN-REVERSED-ID. THE INWARD ID
026766*    IS CHECKED FIRST; IF THE SECOND WRITE STILL FAILS THE FIRST
026768*    LEG IS TAKEN OFF AGAIN, SO A HALF PAIR IS NEVER LEFT ON FILE.
026770******************************************************************
026772 2270-WRITE-TRANSFER-PAIR.
026774     MOVE FEED-REVERSED-ID-9 TO TRAN-ID.
026777     READ TRANSACTION-FILE
026779         INVALID KEY
026781             CONTINUE
026783         NOT INVALID KEY
026785             ADD 1 TO WS-DUPLICATE-COUNT
026787             MOVE "06" TO WS-REJECT-REASON-CODE
026789             MOVE "INWARD LEG ALREADY ON FILE" TO
026791                 WS-REJECT-REASON-TEXT
026793             PERFORM 2300-WRITE-REJECT THRU 2300-EXIT
026795             GO TO 2270-EXIT
026797     END-READ.
026799     MOVE SPACES TO TRAN-RECORD.
026802     MOVE FEED-TRAN-ID TO TRAN-ID.
026804     MOVE FEED-N1-9 TO TRAN-N1.
026806     MOVE FEED-N2-9 TO TRAN-N2.
026808     MOVE FEED-BRANCH TO TRAN-BRANCH.
026810     MOVE FEED-CURRENCY TO TRAN-CURRENCY.
026812     MOVE "T" TO TRAN-TYPE.
026814     MOVE FEED-REVERSED-ID-9 TO TRAN-REVERSED-ID.
026816     MOVE ZEROS TO TRAN-OPERATOR-ID.
026818     MOVE FEED-ACCOUNT-9 TO TRAN-ACCOUNT.
026820     MOVE FEED-COUNTER-BRANCH TO TRAN-COUNTER-BRANCH.
026822     SET TRAN-XFER-OUT TO TRUE.
026824     WRITE TRAN-RECORD
026827         INVALID KEY
026829             ADD 1 TO WS-DUPLICATE-COUNT
026831             MOVE "06" TO WS-REJECT-REASON-CODE
026833             MOVE "TRANSACTION ALREADY ON FILE" TO
026835                 WS-REJECT-REASON-TEXT
026837             PERFORM 2300-WRITE-REJECT THRU 2300-EXIT
026839             GO TO 2270-EXIT
026841     END-WRITE.
026843     MOVE FEED-REVERSED-ID-9 TO TRAN-ID.
026845     MOVE FEED-COUNTER-BRANCH TO TRAN-BRANCH.
026847     MOVE FEED-TRAN-ID TO TRAN-REVERSED-ID.
026849     MOVE FEED-COUNTER-ACCOUNT-9 TO TRAN-ACCOUNT.
026852     MOVE FEED-BRANCH TO TRAN-COUNTER-BRANCH.
026854     SET TRAN-XFER-IN TO TRUE.
026856     WRITE TRAN-RECORD
026858         INVALID KEY
026860             MOVE FEED-TRAN-ID TO TRAN-ID
026862             DELETE TRANSACTION-FILE RECORD
026864                 INVALID KEY
026866                     CONTINUE
026868             END-DELETE
026870             ADD 1 TO WS-DUPLICATE-COUNT
026872             MOVE "06" TO WS-REJECT-REASON-CODE
026874             MOVE "INWARD LEG ALREADY ON FILE" TO
026877                 WS-REJECT-REASON-TEXT
026879             PERFORM 2300-WRITE-REJECT THRU 2300-EXIT
026881             GO TO 2270-EXIT
026883     END-WRITE.
026885     ADD 2 TO WS-LOADED-COUNT.
026887     ADD 1 TO WS-XFER-PAIR-COUNT.
026889 2270-EXIT.
026891     EXIT.
026893*
026895******************************************************************
026897* 2300-WRITE-REJECT.
026900*    WRITES ONE REJECT RECORD CARRYING THE REASON CODE/TEXT SET BY
027000*    THE VALIDATION (OR BY THE DUPLICATE-KEY PATH) AND THE
027010*    ORIGINAL
028100*
028200******************************************************************
028300* 3000-FINALIZE.
028385*    LOGS THE LOAD SUMMARY - READ, LOADED, REJECTED AND DUPLICATE
028471*    COUNTS ACROSS EVERY FEED TAKEN, AND HOW MANY FEEDS WERE TAKEN
028557*    AND REFUSED - SO THE AUDIT TRAIL PROVES WHAT THE RUN TOOK IN,
028642*    SETS THE FINAL RETURN CODE (12 WHEN A FEED WAS REFUSED WHOLE,
028728*    4 WHEN ITEMS WERE, SO THE OPERATOR KNOWS WHAT TO SEND BACK),
028814*    CLOSES THE FILES AND WRITES THE JOB RUN HISTORY RECORD.
028900******************************************************************
029000 3000-FINALIZE.
029100     MOVE "FINALIZE" TO WS-LOG-STEP.
030060             CALL "LOGWRT01" USING WS-LOG-PARMS
030070             MOVE "I" TO WS-LOG-SEVERITY
030080         END-IF
030082         IF WS-XFER-PAIR-COUNT > ZEROS
030085             STRING "TRANSFER PAIRS LOADED " WS-XFER-PAIR-COUNT
030088                 " (TWO LEGS EACH IN THE LOADED COUNT)"
030091                 DELIMITED BY SIZE INTO WS-LOG-MESSAGE
030094             CALL "LOGWRT01" USING WS-LOG-PARMS
030097         END-IF
030100         IF WS-REJECTED-COUNT > ZEROS
030200             OR WS-DUPLICATE-COUNT > ZEROS
030300             MOVE "ITEMS REFUSED - REVIEW FEEDREJ AND RESEND" TO
030400                 WS-LOG-MESSAGE
030450             MOVE "W" TO WS-LOG-SEVERITY
030500             CALL "LOGWRT01" USING WS-LOG-PARMS
030600             MOVE 4 TO WS-FINAL-RC
030700         ELSE
030717             MOVE 0 TO WS-FINAL-RC
030735         END-IF
030753         IF WS-FEEDS-REFUSED-COUNT > ZEROS
030771             MOVE "W" TO WS-LOG-SEVERITY
030789             MOVE 12 TO WS-FINAL-RC
030807         END-IF
030825         MOVE SPACES TO WS-LOG-MESSAGE
030842         STRING "FEEDS TAKEN " WS-FEEDS-TAKEN-COUNT
030860             " REFUSED " WS-FEEDS-REFUSED-COUNT
030878             " ALREADY LOADED " WS-FEEDS-SKIPPED-COUNT
030896             DELIMITED BY SIZE INTO WS-LOG-MESSAGE
030914         CALL "LOGWRT01" USING WS-LOG-PARMS
030932         MOVE "I" TO WS-LOG-SEVERITY
030950         PERFORM 3300-MATCH-REJECTS THRU 3300-EXIT
031025         CLOSE FEED-RECEIPT-FILE
031100         CLOSE TRANSACTION-FILE
031200         CLOSE REJECT-FILE
031250         CLOSE BRANCH-FILE
031255         CLOSE CURRENCY-FILE
031257         CLOSE ACCOUNT-FILE
031260         CLOSE WAREHOUSE-FILE
031294     END-IF.
031328     IF WS-ABORT-RUN
031362         MOVE 90 TO WS-FINAL-RC
031397     END-IF.
031431     PERFORM 3100-WRITE-JOB-HISTORY THRU 3100-EXIT.
031465     MOVE WS-FINAL-RC TO RETURN-CODE.
031500 3000-EXIT.
031600     EXIT.
031700*
033400     MOVE WS-RUN-TIME TO JH-START-TIME.
033450     ACCEPT WS-END-TIME FROM TIME.
033500     MOVE WS-END-TIME TO JH-END-TIME.
033600     MOVE WS-FINAL-RC TO JH-RETURN-CODE.
033700     MOVE WS-LOADED-COUNT TO JH-TRAN-COUNT.
033750     MOVE ZEROS TO JH-OPERATOR-ID.
033800     WRITE JOB-HIST-RECORD.
034586     ADD 1 TO WS-CLEARED-COUNT.
034588 3310-EXIT.
034590     EXIT.
034600*
034610******************************************************************
034620* 3400-WRITE-RECEIPT.
034630*    RECORDS THE FEED JUST TAKEN ON THE RECEIPT FILE UNDER THE
034640*    BUSINESS DATE AND THE BRANCH. A LATER FEED FROM THE SAME
034650*    BRANCH THE SAME NIGHT REPLACES A REFUSED RECEIPT; A SECOND
034660*    FEED THAT LOADS ADDS TO THE FIRST AND KEEPS ITS ARRIVAL; A
034670*    REFUSED FEED NEVER OVERWRITES ONE THAT LOADED. A FEED WITH
034680*    NO BRANCH TO FILE IT UNDER LEAVES NO RECEIPT.
034690******************************************************************
034700 3400-WRITE-RECEIPT.
034710     IF WS-RCV-BRANCH = SPACES
034720         GO TO 3400-EXIT
034730     END-IF.
034740     MOVE "N" TO WS-RCV-FOUND-SW.
034750     MOVE WS-RUN-DATE TO FRV-DATE.
034760     MOVE WS-RCV-BRANCH TO FRV-BRANCH.
034770     READ FEED-RECEIPT-FILE
034780         INVALID KEY
034790             CONTINUE
034800         NOT INVALID KEY
034810             SET WS-RCV-FOUND TO TRUE
034820     END-READ.
034830     IF WS-RCV-FOUND AND FRV-LOADED
034840         IF WS-FEED-REFUSED
034850             GO TO 3400-EXIT
034860         END-IF
034870         ADD FRV-LOADED-COUNT TO WS-FEED-LOADED-COUNT
034880         MOVE FRV-ARRIVAL-DATE TO WS-ARRIVAL-DATE
034890         MOVE FRV-ARRIVAL-TIME TO WS-ARRIVAL-TIME
034900     END-IF.
034910     MOVE SPACES TO FEED-RECEIPT-RECORD.
034920     MOVE WS-RUN-DATE TO FRV-DATE.
034930     MOVE WS-RCV-BRANCH TO FRV-BRANCH.
034940     MOVE WS-ARRIVAL-DATE TO FRV-ARRIVAL-DATE.
034950     MOVE WS-ARRIVAL-TIME TO FRV-ARRIVAL-TIME.
034960     MOVE WS-FEED-FILE-NAME TO FRV-FILE-NAME.
034970     MOVE WS-CTL-SEQUENCE TO FRV-SEQUENCE.
034980     MOVE WS-FEED-LOADED-COUNT TO FRV-LOADED-COUNT.
034990     IF WS-FEED-REFUSED
035000         SET FRV-REFUSED TO TRUE
035010     ELSE
035020         SET FRV-LOADED TO TRUE
035030     END-IF.
035040     IF WS-RCV-FOUND
035050         REWRITE FEED-RECEIPT-RECORD
035060             INVALID KEY
035070                 CONTINUE
035080         END-REWRITE
035090     ELSE
035100         WRITE FEED-RECEIPT-RECORD
035110             INVALID KEY
035120                 CONTINUE
035130         END-WRITE
035140     END-IF.
035150 3400-EXIT.
035160     EXIT.
035170*
035180 END PROGRAM TRNLD01.
