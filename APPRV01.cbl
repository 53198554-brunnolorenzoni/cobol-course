001900******************************************************************
002000* MODIFICATION HISTORY.
002100*    2026-09-01 BL  INITIAL VERSION.
002120*    2026-10-15 BL  AN APPROVED AMENDMENT NOW CARRIES THE
002140*                   QUEUED CUSTOMER ACCOUNT ACROSS TO THE
002160*                   TRANSACTION (ITEMS QUEUED BEFORE ACCOUNTS
002180*                   EXISTED KEEP THE ACCOUNT THEY HAD).
002183*    2026-10-15 BL  SIGN-ON TAKES THE OPERATOR FROM THE
002186*                   OPERATIONS MENU SESSION (SESSN01) WHEN ONE IS
002190*                   OPEN, AND THE AUTHORITY FROM THE FUNCTION
002193*                   PERMISSION FILE (FNAUTH01) INSTEAD OF THE
002196*                   TWO-LEVEL OPR-AUTHORITY.
002197*    2026-10-15 BL  AN ITEM QUEUED IN, OR APPROVED INTO, A CLOSED
002198*                   ACCOUNTING PERIOD (PRDCTL01) IS NOT APPLIED -
002199*                   IT STAYS OPEN UNTIL THE MONTH IS REOPENED.
002200******************************************************************
002300 IDENTIFICATION DIVISION.
002400 PROGRAM-ID. APPRV01.
012600     03  WS-BDATE-DATE            PIC 9(08).
012700     03  WS-BDATE-STATUS          PIC X(01).
012800*
012804*    PARAMETER AREA PASSED TO SESSN01. LAYOUT MUST MATCH ITS
012808*    LINKAGE SECTION SES-PARMS FIELD FOR FIELD.
012813*
012817 01  WS-SES-PARMS.
012821     03  WS-SES-FUNCTION          PIC X(01) VALUE "G".
012826     03  WS-SES-OPERATOR-ID       PIC 9(06).
012830     03  WS-SES-OPERATOR-NAME     PIC X(20).
012834     03  WS-SES-STATUS            PIC X(01).
012839         88  WS-SES-ACTIVE        VALUE "Y".
012843*
012847*    PARAMETER AREA PASSED TO FNAUTH01. LAYOUT MUST MATCH ITS
012852*    LINKAGE SECTION FNA-PARMS FIELD FOR FIELD.
012856*
012860 01  WS-FNA-PARMS.
012865     03  WS-FNA-OPERATOR-ID       PIC 9(06).
012869     03  WS-FNA-FUNCTION          PIC X(08) VALUE "APPRV01".
012873     03  WS-FNA-OPR-AUTHORITY     PIC 9(01).
012878     03  WS-FNA-LEVEL             PIC X(01).
012882         88  WS-FNA-CAN-USE       VALUE "U" "S".
012886         88  WS-FNA-CAN-SUPERVISE VALUE "S".
012891     03  WS-FNA-SOURCE            PIC X(01).
012895*
012900*    PARAMETER AREA PASSED TO PRDCTL01. LAYOUT MUST MATCH ITS
012905*    LINKAGE SECTION PRC-PARMS FIELD FOR FIELD.
012910*
012915 01  WS-PRC-PARMS.
012920     03  WS-PRC-FUNCTION          PIC X(01) VALUE "Q".
012925     03  WS-PRC-DATE              PIC 9(08).
012930     03  WS-PRC-OPERATOR          PIC 9(06) VALUE ZEROS.
012935     03  WS-PRC-SOURCE            PIC X(10) VALUE "APPRV01".
012940     03  WS-PRC-REASON            PIC X(40) VALUE SPACES.
012945     03  WS-PRC-PERIOD            PIC 9(06).
012950     03  WS-PRC-PERIOD-STATUS     PIC X(01).
012955         88  WS-PRC-PERIOD-OPEN   VALUE "O".
012960         88  WS-PRC-PERIOD-CLOSING VALUE "G".
012965         88  WS-PRC-PERIOD-CLOSED VALUE "C".
012970     03  WS-PRC-RESULT            PIC X(01).
012975         88  WS-PRC-DONE          VALUE "Y".
012980         88  WS-PRC-REFUSED       VALUE "N".
012985     03  WS-PRC-MESSAGE           PIC X(50).
012990*
012995*    PARAMETER AREA PASSED TO LOGWRT01. LAYOUT MUST MATCH ITS
013000*    LINKAGE SECTION LOG-PARMS FIELD FOR FIELD.
013100*
013200 01  WS-LOG-PARMS.
020100*    MASTER, ACTIVE AND HOLDING SUPERVISOR AUTHORITY, OR THE
020200*    SESSION IS REFUSED. APPROVING CHANGES IS EXACTLY WHAT THE
020300*    SECOND AUTHORITY LEVEL EXISTS FOR.
020333*    A SESSION OPENED BY THE OPERATIONS MENU SUPPLIES THE ID,
020366*    AND THE OPERATOR MUST HOLD PERMISSION FOR THIS FUNCTION.
020400******************************************************************
020500 1100-SIGN-ON.
020600     OPEN INPUT OPERATOR-FILE.
020800         DISPLAY "OPERATOR MASTER NOT AVAILABLE - REFUSED."
020900         GO TO 1100-EXIT
021000     END-IF.
021037     CALL "SESSN01" USING WS-SES-PARMS.
021075     IF WS-SES-ACTIVE
021112         MOVE WS-SES-OPERATOR-ID TO WS-SIGNON-ID
021150     ELSE
021187         DISPLAY "SIGN ON - ENTER SUPERVISOR ID: "
021225         ACCEPT WS-SIGNON-ID
021262     END-IF.
021300     MOVE WS-SIGNON-ID TO OPR-ID.
021400     READ OPERATOR-FILE
021500         INVALID KEY
022300         DISPLAY "OPERATOR " WS-SIGNON-ID " IS NOT ACTIVE."
022400         GO TO 1100-EXIT
022500     END-IF.
022540     MOVE WS-SIGNON-ID TO WS-FNA-OPERATOR-ID.
022580     MOVE OPR-AUTHORITY TO WS-FNA-OPR-AUTHORITY.
022620     CALL "FNAUTH01" USING WS-FNA-PARMS.
022660     IF NOT WS-FNA-CAN-SUPERVISE
022700         DISPLAY "OPERATOR " WS-SIGNON-ID
022800             " LACKS AUTHORITY TO APPROVE."
022900         GO TO 1100-EXIT
030000     IF PEND-ACTION = "AMEND "
030100         DISPLAY "       NEW OPERANDS " WS-N1-ED " / " WS-N2-ED
030200             " BRANCH " PEND-BRANCH " CCY " PEND-CURRENCY
030300             " TYPE " PEND-TYPE " ACCT " PEND-ACCOUNT
030400     END-IF.
030500 3100-EXIT.
030600     EXIT.
031100*    AMENDMENT REWRITES THE RECORD WITH THE QUEUED VALUES, A
031200*    DELETION REMOVES IT - WRITES THE BEFORE/AFTER AUDIT RECORD
031300*    NOW THAT THE CHANGE HAS LANDED, AND MARKS THE ITEM
031400*    APPROVED WITH THE REVIEWING SUPERVISOR'S ID. AN ITEM QUEUED
031433*    IN A MONTH NOW CLOSED, OR APPROVED WHILE THE BUSINESS DATE'S
031466*    MONTH IS CLOSED, IS LEFT OPEN.
031500******************************************************************
031600 4000-APPROVE-ITEM.
031700     IF WS-TRAN-FILE-STATUS NOT = "00"
032200     IF WS-PICK-ID = ZEROS
032300         GO TO 4000-EXIT
032400     END-IF.
032408     MOVE PEND-DATE TO WS-PRC-DATE.
032416     CALL "PRDCTL01" USING WS-PRC-PARMS.
032425     IF NOT WS-PRC-PERIOD-CLOSED
032433         MOVE WS-RUN-DATE TO WS-PRC-DATE
032441         CALL "PRDCTL01" USING WS-PRC-PARMS
032450     END-IF.
032458     IF WS-PRC-PERIOD-CLOSED
032466         DISPLAY "PERIOD " WS-PRC-PERIOD
032475             " IS CLOSED - ITEM LEFT OPEN."
032483         GO TO 4000-EXIT
032491     END-IF.
032500     MOVE PEND-TRAN-ID TO TRAN-ID.
032600     READ TRANSACTION-FILE
032700         KEY IS TRAN-ID
034900         MOVE PEND-CURRENCY TO TRAN-CURRENCY
035000         MOVE PEND-TYPE TO TRAN-TYPE
035100         MOVE PEND-REVERSED-ID TO TRAN-REVERSED-ID
035125         IF PEND-ACCOUNT NUMERIC
035150             MOVE PEND-ACCOUNT TO TRAN-ACCOUNT
035175         END-IF
035200         REWRITE TRAN-RECORD
035300             INVALID KEY
035400                 DISPLAY "TRANSACTION " PEND-TRAN-ID
