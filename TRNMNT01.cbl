001754*                   TRANSACTION FILE DIRECTLY - THE AUDIT IMAGE
001756*                   IS ONLY WRITTEN WHEN A CHANGE ACTUALLY
001758*                   LANDS.
001760*    2026-10-15 BL  THE DISPLAY SHOWS THE CUSTOMER ACCOUNT AND
001762*                   AN AMENDMENT RE-KEYS IT - THE ACCOUNT MUST
001764*                   BE OPEN ON THE ACCOUNT MASTER AND HELD AT
001766*                   THE AMENDED BRANCH IN THE AMENDED CURRENCY,
001768*                   OR THE RECORD IS LEFT AS IT IS.
001774*    2026-10-15 BL  A TRANSFER LEG SHOWS ITS COUNTER BRANCH AND
001780*                   PAIRED LEG. IT CANNOT BE AMENDED OR DELETED
001787*                   HERE - CHANGING ONE LEG WOULD BREAK THE PAIR.
001788*    2026-10-15 BL  SIGN-ON TAKES THE OPERATOR FROM THE
001789*                   OPERATIONS MENU SESSION (SESSN01) WHEN ONE IS
001790*                   OPEN, AND THE AUTHORITY FROM THE FUNCTION
001791*                   PERMISSION FILE (FNAUTH01) INSTEAD OF THE
001792*                   TWO-LEVEL OPR-AUTHORITY.
001793*    2026-10-15 BL  WHILE THE BUSINESS DATE'S ACCOUNTING PERIOD
001795*                   IS CLOSED (PRDCTL01) AMEND AND DELETE ARE
001796*                   REFUSED; INQUIRY AND THE BRANCH LISTING
001797*                   STILL WORK.
001798******************************************************************
001800 IDENTIFICATION DIVISION.
001900 PROGRAM-ID. TRNMNT01.
002000 ENVIRONMENT DIVISION.
002730         ACCESS MODE IS RANDOM
002740         RECORD KEY IS BR-CODE
002750         FILE STATUS IS WS-BR-FILE-STATUS.
002751     SELECT ACCOUNT-FILE ASSIGN TO "ACCTMAST"
002753         ORGANIZATION IS INDEXED
002755         ACCESS MODE IS RANDOM
002756         RECORD KEY IS ACCT-NUMBER
002758         FILE STATUS IS WS-ACCT-FILE-STATUS.
002760     SELECT OPERATOR-FILE ASSIGN TO "OPERMAST"
002765         ORGANIZATION IS INDEXED
002770         ACCESS MODE IS RANDOM
003800 COPY "TRANREC.cpy".
003810 FD  BRANCH-FILE.
003820 COPY "BRNCHREC.cpy".
003823 FD  ACCOUNT-FILE.
003826 COPY "ACCTREC.cpy".
003830 FD  OPERATOR-FILE.
003840 COPY "OPERREC.cpy".
003850 FD  PENDING-FILE.
004810 77  WS-BR-FILE-STATUS           PIC X(02) VALUE "00".
004820 77  WS-BR-AVAILABLE-SW          PIC X(01) VALUE "N".
004830     88  WS-BR-AVAILABLE         VALUE "Y".
004847 77  WS-ACCT-FILE-STATUS         PIC X(02) VALUE "00".
004865 77  WS-ACCT-AVAILABLE-SW        PIC X(01) VALUE "N".
004882     88  WS-ACCT-AVAILABLE       VALUE "Y".
004900 77  WS-JH-FILE-STATUS           PIC X(02) VALUE "00".
005000     88  WS-JH-FILE-NOT-FOUND    VALUE "35".
005010 77  WS-OPR-FILE-STATUS          PIC X(02) VALUE "00".
005182*
005200 77  WS-ABORT-SW                 PIC X(01) VALUE "N".
005300     88  WS-ABORT-RUN            VALUE "Y".
005316*
005333*    SET AT SIGN-ON WHEN THE BUSINESS DATE'S ACCOUNTING PERIOD IS
005350*    CLOSED - NOTHING ON FILE MAY THEN BE AMENDED OR DELETED.
005366 77  WS-PERIOD-LOCKED-SW         PIC X(01) VALUE "N".
005383     88  WS-PERIOD-LOCKED        VALUE "Y".
005400*
005500 77  WS-RUN-DATE                 PIC 9(08) VALUE ZEROS.
005600 77  WS-RUN-TIME                 PIC 9(08) VALUE ZEROS.
007000 77  WS-MAINT-CURRENCY           PIC X(03) VALUE SPACES.
007010 77  WS-MAINT-TYPE               PIC X(01) VALUE SPACE.
007020 77  WS-MAINT-REVERSED-ID        PIC 9(06) VALUE ZEROS.
007060 77  WS-MAINT-ACCOUNT            PIC 9(06) VALUE ZEROS.
007100 77  WS-CONFIRM                  PIC X(01) VALUE SPACE.
007200     88  WS-CONFIRMED            VALUE "Y".
007300*
009184     03  WS-BDATE-DATE            PIC 9(08).
009186     03  WS-BDATE-STATUS          PIC X(01).
009190*
009194*    PARAMETER AREA PASSED TO SESSN01. LAYOUT MUST MATCH ITS
009199*    LINKAGE SECTION SES-PARMS FIELD FOR FIELD.
009203*
009208 01  WS-SES-PARMS.
009212     03  WS-SES-FUNCTION          PIC X(01) VALUE "G".
009217     03  WS-SES-OPERATOR-ID       PIC 9(06).
009222     03  WS-SES-OPERATOR-NAME     PIC X(20).
009226     03  WS-SES-STATUS            PIC X(01).
009231         88  WS-SES-ACTIVE        VALUE "Y".
009235*
009240*    PARAMETER AREA PASSED TO FNAUTH01. LAYOUT MUST MATCH ITS
009245*    LINKAGE SECTION FNA-PARMS FIELD FOR FIELD.
009249*
009254 01  WS-FNA-PARMS.
009258     03  WS-FNA-OPERATOR-ID       PIC 9(06).
009263     03  WS-FNA-FUNCTION          PIC X(08) VALUE "TRNMNT01".
009267     03  WS-FNA-OPR-AUTHORITY     PIC 9(01).
009272     03  WS-FNA-LEVEL             PIC X(01).
009277         88  WS-FNA-CAN-USE       VALUE "U" "S".
009281         88  WS-FNA-CAN-SUPERVISE VALUE "S".
009286     03  WS-FNA-SOURCE            PIC X(01).
009290*
009295*    PARAMETER AREA PASSED TO PRDCTL01. LAYOUT MUST MATCH ITS
009300*    LINKAGE SECTION PRC-PARMS FIELD FOR FIELD.
009305*
009310 01  WS-PRC-PARMS.
009315     03  WS-PRC-FUNCTION          PIC X(01) VALUE "Q".
009320     03  WS-PRC-DATE              PIC 9(08).
009325     03  WS-PRC-OPERATOR          PIC 9(06) VALUE ZEROS.
009330     03  WS-PRC-SOURCE            PIC X(10) VALUE "TRNMNT01".
009335     03  WS-PRC-REASON            PIC X(40) VALUE SPACES.
009340     03  WS-PRC-PERIOD            PIC 9(06).
009345     03  WS-PRC-PERIOD-STATUS     PIC X(01).
009350         88  WS-PRC-PERIOD-OPEN   VALUE "O".
009355         88  WS-PRC-PERIOD-CLOSING VALUE "G".
009360         88  WS-PRC-PERIOD-CLOSED VALUE "C".
009365     03  WS-PRC-RESULT            PIC X(01).
009370         88  WS-PRC-DONE          VALUE "Y".
009375         88  WS-PRC-REFUSED       VALUE "N".
009380     03  WS-PRC-MESSAGE           PIC X(50).
009385*
009390*    PARAMETER AREA PASSED TO LOGWRT01. LAYOUT MUST MATCH ITS
009395*    LINKAGE SECTION LOG-PARMS FIELD FOR FIELD.
009400*
009500 01  WS-LOG-PARMS.
009600     03  WS-LOG-PROGRAM-ID        PIC X(16) VALUE "TRNMNT01".
013890         SET WS-ABORT-RUN TO TRUE
013895         GO TO 1000-EXIT
013897     END-IF.
013908     MOVE WS-RUN-DATE TO WS-PRC-DATE.
013919     CALL "PRDCTL01" USING WS-PRC-PARMS.
013931     IF WS-PRC-PERIOD-CLOSED
013942         SET WS-PERIOD-LOCKED TO TRUE
013954         DISPLAY "PERIOD " WS-PRC-PERIOD
013965             " IS CLOSED - INQUIRY ONLY."
013977     END-IF.
013988     OPEN I-O TRANSACTION-FILE.
014000     IF WS-TRAN-FILE-STATUS NOT = "00"
014100         MOVE "INITIALIZE" TO WS-ERR-STEP
014200         MOVE "TRANSACTION FILE NOT OPENED - MAINT ABORTED" TO
015548     ELSE
015560         DISPLAY "BRANCH MASTER NOT AVAILABLE - AMENDMENTS "
015572             "ARE OFF."
015573     END-IF.
015575     OPEN INPUT ACCOUNT-FILE.
015576     IF WS-ACCT-FILE-STATUS = "00"
015578         SET WS-ACCT-AVAILABLE TO TRUE
015579     ELSE
015581         DISPLAY "ACCOUNT MASTER NOT AVAILABLE - AMENDMENTS "
015582             "ARE OFF."
015584     END-IF.
015586     OPEN I-O PENDING-FILE.
015588     IF WS-PEND-FILE-NOT-FOUND
015740*    TAKES THE OPERATOR'S SIGN-ON AGAINST THE OPERATOR MASTER -
015750*    ON THE MASTER AND ACTIVE, OR THE SESSION IS REFUSED. THE
015760*    ENTRY LIMIT IS KEPT FOR THE ABOVE-LIMIT QUEUE TEST.
015763*    A SESSION OPENED BY THE OPERATIONS MENU SUPPLIES THE ID,
015766*    AND THE OPERATOR MUST HOLD PERMISSION FOR THIS FUNCTION.
015770******************************************************************
015771 1100-SIGN-ON.
015772     OPEN INPUT OPERATOR-FILE.
015773     IF WS-OPR-FILE-STATUS NOT = "00"
015775         DISPLAY "OPERATOR MASTER NOT AVAILABLE - REFUSED."
015776         GO TO 1100-EXIT
015777     END-IF.
015779     CALL "SESSN01" USING WS-SES-PARMS.
015780     IF WS-SES-ACTIVE
015781         MOVE WS-SES-OPERATOR-ID TO WS-SIGNON-ID
015782     ELSE
015784         DISPLAY "SIGN ON - ENTER OPERATOR ID: "
015785         ACCEPT WS-SIGNON-ID
015786     END-IF.
015788     MOVE WS-SIGNON-ID TO OPR-ID.
015789     READ OPERATOR-FILE
015790         INVALID KEY
015798         DISPLAY "OPERATOR " WS-SIGNON-ID " IS NOT ACTIVE."
015799         GO TO 1100-EXIT
015800     END-IF.
015806     MOVE WS-SIGNON-ID TO WS-FNA-OPERATOR-ID.
015813     MOVE OPR-AUTHORITY TO WS-FNA-OPR-AUTHORITY.
015820     CALL "FNAUTH01" USING WS-FNA-PARMS.
015826     IF NOT WS-FNA-CAN-USE
015833         DISPLAY "OPERATOR " WS-SIGNON-ID
015840             " IS NOT PERMITTED TO USE THIS FUNCTION."
015846         GO TO 1100-EXIT
015853     END-IF.
015860     SET WS-SIGNON-OK TO TRUE.
015866     MOVE OPR-ENTRY-LIMIT TO WS-SIGNON-LIMIT.
015873     DISPLAY "SIGNED ON: " OPR-NAME.
015880 1100-EXIT.
015886     EXIT.
015893*
015900******************************************************************
016000* 2000-MAINT-LOOP.
016100*    PROMPTS FOR ONE TRANSACTION ID, READS THE RECORD, DISPLAYS IT
016200*    AND TAKES THE OPERATOR'S ACTION PICK - INQUIRY ONLY, AMEND OR
016300*    DELETE. AN ID OF ZERO ENDS THE SESSION. IN A CLOSED
016350*    ACCOUNTING PERIOD AMEND AND DELETE ARE REFUSED.
016400******************************************************************
016500 2000-MAINT-LOOP.
016600     DISPLAY "ENTER TRANSACTION ID TO MAINTAIN (000000 TO END, "
018000     PERFORM 2100-DISPLAY-TRANSACTION THRU 2100-EXIT.
018100     DISPLAY "ACTION - I = INQUIRY ONLY, A = AMEND, D = DELETE: ".
018200     ACCEPT WS-MAINT-ACTION.
018214     IF TRAN-TYPE-TRANSFER
018228         AND (WS-MAINT-AMEND OR WS-MAINT-DELETE)
018242         DISPLAY "TRANSFER LEGS ARE NOT CHANGED ONE AT A TIME"
018257             " - RECORD LEFT AS IS."
018271         GO TO 2000-EXIT
018285     END-IF.
018287     IF WS-PERIOD-LOCKED
018289         AND (WS-MAINT-AMEND OR WS-MAINT-DELETE)
018291         DISPLAY "PERIOD " WS-PRC-PERIOD
018293             " IS CLOSED - RECORD LEFT AS IS."
018295         GO TO 2000-EXIT
018297     END-IF.
018300     EVALUATE TRUE
018400         WHEN WS-MAINT-AMEND
018500             PERFORM 2200-AMEND-TRANSACTION THRU 2200-EXIT
020600     DISPLAY "  BRANCH:    " TRAN-BRANCH.
020700     DISPLAY "  CURRENCY:  " TRAN-CURRENCY.
020710     DISPLAY "  TYPE:      " TRAN-TYPE.
020715     DISPLAY "  ACCOUNT:   " TRAN-ACCOUNT.
020720     IF TRAN-TYPE-REVERSAL
020730         DISPLAY "  REVERSES:  " TRAN-REVERSED-ID
020740     END-IF.
020746     IF TRAN-TYPE-TRANSFER
020753         IF TRAN-XFER-OUT
020760             DISPLAY "  TRANSFER TO   " TRAN-COUNTER-BRANCH
020766         ELSE
020773             DISPLAY "  TRANSFER FROM " TRAN-COUNTER-BRANCH
020780         END-IF
020786         DISPLAY "  PAIRED LEG: " TRAN-REVERSED-ID
020793     END-IF.
020800 2100-EXIT.
020900     EXIT.
021000*
021200* 2200-AMEND-TRANSACTION.
021300*    TAKES REPLACEMENT VALUES FOR EVERY AMENDABLE FIELD, REWRITES
021400*    THE RECORD IN PLACE AND WRITES THE BEFORE/AFTER AUDIT RECORD.
021500*    THE OPERATOR RE-KEYS EVERY FIELD - PICKING AND CHOOSING
021600*    FIELDS ON A DUMB CONSOLE INVITES HALF-AMENDED RECORDS.
021700******************************************************************
021800 2200-AMEND-TRANSACTION.
022864             GO TO 2200-EXIT
022866         END-IF
022868     END-IF.
022871     DISPLAY "ENTER NEW ACCOUNT NUMBER (6 DIGITS): ".
022875     ACCEPT WS-MAINT-ACCOUNT.
022879     IF NOT WS-ACCT-AVAILABLE
022883         DISPLAY "ACCOUNT MASTER NOT AVAILABLE - RECORD LEFT "
022887             "AS IS."
022891         GO TO 2200-EXIT
022895     END-IF.
022899     MOVE WS-MAINT-ACCOUNT TO ACCT-NUMBER.
022902     READ ACCOUNT-FILE
022906         INVALID KEY
022910             DISPLAY "ACCOUNT " WS-MAINT-ACCOUNT
022914                 " NOT ON THE MASTER - RECORD LEFT AS IS."
022918             GO TO 2200-EXIT
022922     END-READ.
022926     IF NOT ACCT-OPEN
022930         DISPLAY "ACCOUNT " WS-MAINT-ACCOUNT
022934             " IS CLOSED - RECORD LEFT AS IS."
022937         GO TO 2200-EXIT
022941     END-IF.
022945     IF ACCT-BRANCH NOT = WS-MAINT-BRANCH
022949         OR ACCT-CURRENCY NOT = WS-MAINT-CURRENCY
022953         DISPLAY "ACCOUNT " WS-MAINT-ACCOUNT " IS HELD AT "
022957             ACCT-BRANCH " IN " ACCT-CURRENCY
022961             " - RECORD LEFT AS IS."
022965         GO TO 2200-EXIT
022968     END-IF.
022972     COMPUTE WS-CHANGE-AMOUNT = WS-MAINT-N1 + WS-MAINT-N2.
022976     IF WS-CHANGE-AMOUNT > WS-SIGNON-LIMIT
022980         MOVE "AMEND " TO WS-PEND-ACTION
022984         PERFORM 2500-QUEUE-CHANGE THRU 2500-EXIT
022988         GO TO 2200-EXIT
022992     END-IF.
022996     MOVE WS-MAINT-N1 TO TRAN-N1.
023000     MOVE WS-MAINT-N2 TO TRAN-N2.
023100     MOVE WS-MAINT-BRANCH TO TRAN-BRANCH.
023200     MOVE WS-MAINT-CURRENCY TO TRAN-CURRENCY.
023210     MOVE WS-MAINT-TYPE TO TRAN-TYPE.
023220     MOVE WS-MAINT-REVERSED-ID TO TRAN-REVERSED-ID.
023260     MOVE WS-MAINT-ACCOUNT TO TRAN-ACCOUNT.
023300     REWRITE TRAN-RECORD
023400         INVALID KEY
023500             DISPLAY "TRANSACTION " WS-MAINT-ID " NOT REWRITTEN."
025860         MOVE SPACES TO WS-MAINT-CURRENCY
025870         MOVE SPACE TO WS-MAINT-TYPE
025880         MOVE ZEROS TO WS-MAINT-REVERSED-ID
025885         MOVE ZEROS TO WS-MAINT-ACCOUNT
025890         MOVE "DELETE" TO WS-PEND-ACTION
025892         PERFORM 2500-QUEUE-CHANGE THRU 2500-EXIT
025894         GO TO 2300-EXIT
027046     MOVE WS-MAINT-CURRENCY TO PEND-CURRENCY.
027048     MOVE WS-MAINT-TYPE TO PEND-TYPE.
027050     MOVE WS-MAINT-REVERSED-ID TO PEND-REVERSED-ID.
027051     MOVE WS-MAINT-ACCOUNT TO PEND-ACCOUNT.
027052     MOVE WS-SIGNON-ID TO PEND-REQUEST-OPR.
027054     ACCEPT PEND-DATE FROM DATE YYYYMMDD.
027056     ACCEPT PEND-TIME FROM TIME.
027221     MOVE TRAN-N1 TO WS-N1-ED.
027222     MOVE TRAN-N2 TO WS-N2-ED.
027223     DISPLAY "  TXN " TRAN-ID " " WS-N1-ED " / " WS-N2-ED
027224         " CCY " TRAN-CURRENCY " TYPE " TRAN-TYPE
027239         " ACCT " TRAN-ACCOUNT.
027254 2610-EXIT.
027269     EXIT.
027284*
027300******************************************************************
027400* 2400-WRITE-AUDIT.
027450*    APPENDS ONE AMENDMENT AUDIT RECORD CARRYING THE ACTION, THE
030725         IF WS-BR-AVAILABLE
030750             CLOSE BRANCH-FILE
030775         END-IF
030781         IF WS-ACCT-AVAILABLE
030787             CLOSE ACCOUNT-FILE
030793         END-IF
030800     END-IF.
030900     PERFORM 3100-WRITE-JOB-HISTORY THRU 3100-EXIT.
031000 3000-EXIT.
