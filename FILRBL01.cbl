001500******************************************************************
001600* MODIFICATION HISTORY.
001700*    2026-09-01 BL  INITIAL VERSION.
001720*    2026-10-15 BL  SUPERVISOR CONFIRMATION NOW
001740*                   TAKES ITS AUTHORITY FROM THE FUNCTION
001760*                   PERMISSION FILE (FNAUTH01) INSTEAD OF THE
001780*                   TWO-LEVEL OPR-AUTHORITY.
001800******************************************************************
001900 IDENTIFICATION DIVISION.
002000 PROGRAM-ID. FILRBL01.
012100     03  WS-BDATE-DATE            PIC 9(08).
012200     03  WS-BDATE-STATUS          PIC X(01).
012300*
012307*    PARAMETER AREA PASSED TO FNAUTH01. LAYOUT MUST MATCH ITS
012315*    LINKAGE SECTION FNA-PARMS FIELD FOR FIELD.
012323*
012330 01  WS-FNA-PARMS.
012338     03  WS-FNA-OPERATOR-ID       PIC 9(06).
012346     03  WS-FNA-FUNCTION          PIC X(08) VALUE "FILRBL01".
012353     03  WS-FNA-OPR-AUTHORITY     PIC 9(01).
012361     03  WS-FNA-LEVEL             PIC X(01).
012369         88  WS-FNA-CAN-USE       VALUE "U" "S".
012376         88  WS-FNA-CAN-SUPERVISE VALUE "S".
012384     03  WS-FNA-SOURCE            PIC X(01).
012392*
012400*    PARAMETER AREA PASSED TO LOGWRT01. LAYOUT MUST MATCH ITS
012500*    LINKAGE SECTION LOG-PARMS FIELD FOR FIELD.
012600*
027000         DISPLAY "OPERATOR " WS-CONFIRM-ID " IS NOT ACTIVE."
027100         GO TO 1300-EXIT
027200     END-IF.
027240     MOVE WS-CONFIRM-ID TO WS-FNA-OPERATOR-ID.
027280     MOVE OPR-AUTHORITY TO WS-FNA-OPR-AUTHORITY.
027320     CALL "FNAUTH01" USING WS-FNA-PARMS.
027360     IF NOT WS-FNA-CAN-SUPERVISE
027400         DISPLAY "OPERATOR " WS-CONFIRM-ID
027500             " LACKS AUTHORITY TO CONFIRM."
027600         GO TO 1300-EXIT
