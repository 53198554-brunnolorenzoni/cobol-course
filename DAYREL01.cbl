001700******************************************************************
001800* MODIFICATION HISTORY.
001900*    2026-09-01 BL  INITIAL VERSION.
001916*    2026-10-15 BL  SIGN-ON TAKES THE OPERATOR FROM THE
001933*                   OPERATIONS MENU SESSION (SESSN01) WHEN ONE IS
001950*                   OPEN, AND THE AUTHORITY FROM THE FUNCTION
001966*                   PERMISSION FILE (FNAUTH01) INSTEAD OF THE
001983*                   TWO-LEVEL OPR-AUTHORITY.
002000******************************************************************
002100 IDENTIFICATION DIVISION.
002200 PROGRAM-ID. DAYREL01.
008300     03  WS-BDATE-DATE            PIC 9(08).
008400     03  WS-BDATE-STATUS          PIC X(01).
008500*
008504*    PARAMETER AREA PASSED TO SESSN01. LAYOUT MUST MATCH ITS
008508*    LINKAGE SECTION SES-PARMS FIELD FOR FIELD.
008513*
008517 01  WS-SES-PARMS.
008521     03  WS-SES-FUNCTION          PIC X(01) VALUE "G".
008526     03  WS-SES-OPERATOR-ID       PIC 9(06).
008530     03  WS-SES-OPERATOR-NAME     PIC X(20).
008534     03  WS-SES-STATUS            PIC X(01).
008539         88  WS-SES-ACTIVE        VALUE "Y".
008543*
008547*    PARAMETER AREA PASSED TO FNAUTH01. LAYOUT MUST MATCH ITS
008552*    LINKAGE SECTION FNA-PARMS FIELD FOR FIELD.
008556*
008560 01  WS-FNA-PARMS.
008565     03  WS-FNA-OPERATOR-ID       PIC 9(06).
008569     03  WS-FNA-FUNCTION          PIC X(08) VALUE "DAYREL01".
008573     03  WS-FNA-OPR-AUTHORITY     PIC 9(01).
008578     03  WS-FNA-LEVEL             PIC X(01).
008582         88  WS-FNA-CAN-USE       VALUE "U" "S".
008586         88  WS-FNA-CAN-SUPERVISE VALUE "S".
008591     03  WS-FNA-SOURCE            PIC X(01).
008595*
008600*    PARAMETER AREA PASSED TO LOGWRT01. LAYOUT MUST MATCH ITS
008700*    LINKAGE SECTION LOG-PARMS FIELD FOR FIELD.
008800*
014400*    TAKES THE SIGN-ON AGAINST THE OPERATOR MASTER - ON THE
014500*    MASTER, ACTIVE AND HOLDING SUPERVISOR AUTHORITY, OR THE
014600*    SESSION IS REFUSED.
014633*    A SESSION OPENED BY THE OPERATIONS MENU SUPPLIES THE ID,
014666*    AND THE OPERATOR MUST HOLD PERMISSION FOR THIS FUNCTION.
014700******************************************************************
014800 1100-SIGN-ON.
014900     OPEN INPUT OPERATOR-FILE.
015100         DISPLAY "OPERATOR MASTER NOT AVAILABLE - REFUSED."
015200         GO TO 1100-EXIT
015300     END-IF.
015337     CALL "SESSN01" USING WS-SES-PARMS.
015375     IF WS-SES-ACTIVE
015412         MOVE WS-SES-OPERATOR-ID TO WS-SIGNON-ID
015450     ELSE
015487         DISPLAY "SIGN ON - ENTER SUPERVISOR ID: "
015525         ACCEPT WS-SIGNON-ID
015562     END-IF.
015600     MOVE WS-SIGNON-ID TO OPR-ID.
015700     READ OPERATOR-FILE
015800         INVALID KEY
016600         DISPLAY "OPERATOR " WS-SIGNON-ID " IS NOT ACTIVE."
016700         GO TO 1100-EXIT
016800     END-IF.
016840     MOVE WS-SIGNON-ID TO WS-FNA-OPERATOR-ID.
016880     MOVE OPR-AUTHORITY TO WS-FNA-OPR-AUTHORITY.
016920     CALL "FNAUTH01" USING WS-FNA-PARMS.
016960     IF NOT WS-FNA-CAN-SUPERVISE
017000         DISPLAY "OPERATOR " WS-SIGNON-ID
017100             " LACKS AUTHORITY TO SIGN OFF."
017200         GO TO 1100-EXIT
