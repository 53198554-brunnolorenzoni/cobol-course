001500******************************************************************
001600* MODIFICATION HISTORY.
001700*    2026-08-22 BL  INITIAL VERSION.
001716*    2026-10-15 BL  A RESUBMITTED TRANSACTION NOW RE-KEYS ITS
001733*                   CUSTOMER ACCOUNT, CHECKED OPEN ON THE
001750*                   ACCOUNT MASTER AND HELD AT THE ITEM'S BRANCH
001766*                   IN THE ITEM'S CURRENCY - THE WAY AN UNKNOWN
001783*                   OR CLOSED ACCOUNT EXCEPTION IS CORRECTED.
001785*    2026-10-15 BL  SIGN-ON TAKES THE OPERATOR FROM THE
001788*                   OPERATIONS MENU SESSION (SESSN01) WHEN ONE IS
001791*                   OPEN, AND THE AUTHORITY FROM THE FUNCTION
001794*                   PERMISSION FILE (FNAUTH01) INSTEAD OF THE
001797*                   TWO-LEVEL OPR-AUTHORITY.
001800******************************************************************
001900 IDENTIFICATION DIVISION.
002000 PROGRAM-ID. EXCPWK01.
003148         ACCESS MODE IS RANDOM
003164         RECORD KEY IS BR-CODE
003180         FILE STATUS IS WS-BR-FILE-STATUS.
003183     SELECT ACCOUNT-FILE ASSIGN TO "ACCTMAST"
003186         ORGANIZATION IS INDEXED
003190         ACCESS MODE IS RANDOM
003193         RECORD KEY IS ACCT-NUMBER
003196         FILE STATUS IS WS-ACCT-FILE-STATUS.
003200     SELECT OPERATOR-FILE ASSIGN TO "OPERMAST"
003300         ORGANIZATION IS INDEXED
003400         ACCESS MODE IS RANDOM
004600 COPY "TRANREC.cpy".
004633 FD  BRANCH-FILE.
004666 COPY "BRNCHREC.cpy".
004677 FD  ACCOUNT-FILE.
004688 COPY "ACCTREC.cpy".
004700 FD  OPERATOR-FILE.
004800 COPY "OPERREC.cpy".
004900 FD  JOB-HISTORY-FILE.
005500 77  WS-TRAN-FILE-STATUS         PIC X(02) VALUE "00".
005600 77  WS-OPR-FILE-STATUS          PIC X(02) VALUE "00".
005650 77  WS-BR-FILE-STATUS           PIC X(02) VALUE "00".
005675 77  WS-ACCT-FILE-STATUS         PIC X(02) VALUE "00".
005700 77  WS-JH-FILE-STATUS           PIC X(02) VALUE "00".
005800     88  WS-JH-FILE-NOT-FOUND    VALUE "35".
005900*
006500     88  WS-TRAN-AVAILABLE       VALUE "Y".
006533 77  WS-BR-AVAILABLE-SW          PIC X(01) VALUE "N".
006566     88  WS-BR-AVAILABLE         VALUE "Y".
006577 77  WS-ACCT-AVAILABLE-SW        PIC X(01) VALUE "N".
006588     88  WS-ACCT-AVAILABLE       VALUE "Y".
006600*
006700 77  WS-RUN-DATE                 PIC 9(08) VALUE ZEROS.
006800 77  WS-RUN-TIME                 PIC 9(08) VALUE ZEROS.
010700 77  WS-SUB-CURRENCY             PIC X(03) VALUE SPACES.
010800 77  WS-SUB-TYPE                 PIC X(01) VALUE SPACE.
010850 77  WS-SUB-REVERSED-ID          PIC 9(06) VALUE ZEROS.
010875 77  WS-SUB-ACCOUNT              PIC 9(06) VALUE ZEROS.
010900*
011000*    AGE ARITHMETIC AND THE OPEN-ITEM AGE BUCKETS.
011100*
012800     03  WS-BDATE-DATE            PIC 9(08).
012900     03  WS-BDATE-STATUS          PIC X(01).
013000*
013004*    PARAMETER AREA PASSED TO SESSN01. LAYOUT MUST MATCH ITS
013008*    LINKAGE SECTION SES-PARMS FIELD FOR FIELD.
013013*
013017 01  WS-SES-PARMS.
013021     03  WS-SES-FUNCTION          PIC X(01) VALUE "G".
013026     03  WS-SES-OPERATOR-ID       PIC 9(06).
013030     03  WS-SES-OPERATOR-NAME     PIC X(20).
013034     03  WS-SES-STATUS            PIC X(01).
013039         88  WS-SES-ACTIVE        VALUE "Y".
013043*
013047*    PARAMETER AREA PASSED TO FNAUTH01. LAYOUT MUST MATCH ITS
013052*    LINKAGE SECTION FNA-PARMS FIELD FOR FIELD.
013056*
013060 01  WS-FNA-PARMS.
013065     03  WS-FNA-OPERATOR-ID       PIC 9(06).
013069     03  WS-FNA-FUNCTION          PIC X(08) VALUE "EXCPWK01".
013073     03  WS-FNA-OPR-AUTHORITY     PIC 9(01).
013078     03  WS-FNA-LEVEL             PIC X(01).
013082         88  WS-FNA-CAN-USE       VALUE "U" "S".
013086         88  WS-FNA-CAN-SUPERVISE VALUE "S".
013091     03  WS-FNA-SOURCE            PIC X(01).
013095*
013100*    PARAMETER AREA PASSED TO LOGWRT01. LAYOUT MUST MATCH ITS
013200*    LINKAGE SECTION LOG-PARMS FIELD FOR FIELD.
013300*
019360         DISPLAY "BRANCH MASTER NOT AVAILABLE - RESUBMIT IS "
019372             "OFF."
019384     END-IF.
019386     OPEN INPUT ACCOUNT-FILE.
019388     IF WS-ACCT-FILE-STATUS = "00"
019390         SET WS-ACCT-AVAILABLE TO TRUE
019392     ELSE
019394         DISPLAY "ACCOUNT MASTER NOT AVAILABLE - RESUBMIT IS "
019396             "OFF."
019398     END-IF.
019400 1000-EXIT.
019500     EXIT.
019600*
019800* 1100-SIGN-ON.
019900*    TAKES THE OPERATOR'S SIGN-ON AGAINST THE OPERATOR MASTER -
020000*    ON THE MASTER AND ACTIVE, OR THE SESSION IS REFUSED.
020033*    A SESSION OPENED BY THE OPERATIONS MENU SUPPLIES THE ID,
020066*    AND THE OPERATOR MUST HOLD PERMISSION FOR THIS FUNCTION.
020100******************************************************************
020200 1100-SIGN-ON.
020300     OPEN INPUT OPERATOR-FILE.
020500         DISPLAY "OPERATOR MASTER NOT AVAILABLE - REFUSED."
020600         GO TO 1100-EXIT
020700     END-IF.
020737     CALL "SESSN01" USING WS-SES-PARMS.
020775     IF WS-SES-ACTIVE
020812         MOVE WS-SES-OPERATOR-ID TO WS-SIGNON-ID
020850     ELSE
020887         DISPLAY "SIGN ON - ENTER OPERATOR ID: "
020925         ACCEPT WS-SIGNON-ID
020962     END-IF.
021000     MOVE WS-SIGNON-ID TO OPR-ID.
021100     READ OPERATOR-FILE
021200         INVALID KEY
022000         DISPLAY "OPERATOR " WS-SIGNON-ID " IS NOT ACTIVE."
022100         GO TO 1100-EXIT
022200     END-IF.
022211     MOVE WS-SIGNON-ID TO WS-FNA-OPERATOR-ID.
022222     MOVE OPR-AUTHORITY TO WS-FNA-OPR-AUTHORITY.
022233     CALL "FNAUTH01" USING WS-FNA-PARMS.
022244     IF NOT WS-FNA-CAN-USE
022255         DISPLAY "OPERATOR " WS-SIGNON-ID
022266             " IS NOT PERMITTED TO USE THIS FUNCTION."
022277         GO TO 1100-EXIT
022288     END-IF.
022300     SET WS-SIGNON-OK TO TRUE.
022400     DISPLAY "SIGNED ON: " OPR-NAME.
022500 1100-EXIT.
043140         DISPLAY "BRANCH MASTER NOT AVAILABLE."
043160         GO TO 6000-EXIT
043180     END-IF.
043184     IF NOT WS-ACCT-AVAILABLE
043188         DISPLAY "ACCOUNT MASTER NOT AVAILABLE."
043192         GO TO 6000-EXIT
043196     END-IF.
043200     PERFORM 4500-PICK-ITEM THRU 4500-EXIT.
043300     IF WS-PICK = ZEROS
043400         GO TO 6000-EXIT
045075             GO TO 6000-EXIT
045080         END-IF
045085     END-IF.
045090     DISPLAY "ENTER ACCOUNT NUMBER: ".
045095     ACCEPT WS-SUB-ACCOUNT.
045100     MOVE WS-SUB-ACCOUNT TO ACCT-NUMBER.
045105     READ ACCOUNT-FILE
045110         INVALID KEY
045115             DISPLAY "ACCOUNT " WS-SUB-ACCOUNT
045120                 " NOT ON THE MASTER - NOT RESUBMITTED."
045125             GO TO 6000-EXIT
045130     END-READ.
045135     IF NOT ACCT-OPEN
045140         DISPLAY "ACCOUNT " WS-SUB-ACCOUNT
045145             " IS CLOSED - NOT RESUBMITTED."
045150         GO TO 6000-EXIT
045155     END-IF.
045160     IF ACCT-BRANCH NOT = WS-SUB-BRANCH
045165         OR ACCT-CURRENCY NOT = WS-SUB-CURRENCY
045170         DISPLAY "ACCOUNT " WS-SUB-ACCOUNT " IS HELD AT "
045175             ACCT-BRANCH " IN " ACCT-CURRENCY
045180             " - NOT RESUBMITTED."
045185         GO TO 6000-EXIT
045190     END-IF.
045195     MOVE SPACES TO TRAN-RECORD.
045200     MOVE EXCP-TRAN-ID TO TRAN-ID.
045300     MOVE WS-SUB-N1 TO TRAN-N1.
045400     MOVE WS-SUB-N2 TO TRAN-N2.
045700     MOVE WS-SUB-TYPE TO TRAN-TYPE.
045800     MOVE WS-SUB-REVERSED-ID TO TRAN-REVERSED-ID.
045900     MOVE WS-SIGNON-ID TO TRAN-OPERATOR-ID.
045950     MOVE WS-SUB-ACCOUNT TO TRAN-ACCOUNT.
046000     WRITE TRAN-RECORD
046100         INVALID KEY
046200             REWRITE TRAN-RECORD
055725         IF WS-BR-AVAILABLE
055750             CLOSE BRANCH-FILE
055775         END-IF
055781         IF WS-ACCT-AVAILABLE
055787             CLOSE ACCOUNT-FILE
055793         END-IF
055800         PERFORM 7000-AGING-COUNTS THRU 7000-EXIT
055900         MOVE "FINALIZE" TO WS-LOG-STEP
056000         MOVE SPACES TO WS-LOG-MESSAGE
