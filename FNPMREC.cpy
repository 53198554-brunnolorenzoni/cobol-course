000100******************************************************************
000200* FNPMREC.CPY
000300* FUNCTION PERMISSION RECORD. ONE RECORD PER OPERATOR AND
000400* FUNCTION THE OPERATOR MAY USE, KEYED BY OPERATOR ID AND
000500* FUNCTION CODE (AS LISTED ON THE FUNCTION TABLE, FNTBL). KEPT
000600* BY FNPMNT01 AND READ THROUGH FNAUTH01, WHICH EVERY PROGRAM
000700* CALLS FOR ITS AUTHORITY DECISIONS INSTEAD OF TESTING
000800* OPR-AUTHORITY ITSELF.
000900*
001000* FP-LEVEL -
001100*    U  USE - MAY SIGN ON TO THE FUNCTION AND WORK IN IT
001200*    S  SUPERVISE - MAY ALSO TAKE THE FUNCTION'S SUPERVISOR
001300*       DECISIONS (CONFIRMATIONS, OVERRIDES, APPROVALS)
001400* NO RECORD FOR AN OPERATOR AND FUNCTION MEANS NO ACCESS.
001500******************************************************************
001600 01  FUNCTION-PERMISSION-RECORD.
001700     03  FP-KEY.
001800         05  FP-OPERATOR-ID      PIC 9(06).
001900         05  FP-FUNCTION         PIC X(08).
002000     03  FP-LEVEL                PIC X(01).
002100         88  FP-LEVEL-USE        VALUE "U".
002200         88  FP-LEVEL-SUPERVISE  VALUE "S".
002300         88  FP-LEVEL-VALID      VALUE "U" "S".
002400     03  FP-GRANT-DATE           PIC 9(08).
002500     03  FP-GRANT-OPERATOR-ID    PIC 9(06).
002600     03  FILLER                  PIC X(10).
