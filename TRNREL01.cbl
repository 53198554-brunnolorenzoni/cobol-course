001800******************************************************************
001900* MODIFICATION HISTORY.
002000*    2026-09-01 BL  INITIAL VERSION.
002050*    2026-10-15 BL  CARRY THE CUSTOMER ACCOUNT NUMBER ACROSS.
002100******************************************************************
002200 IDENTIFICATION DIVISION.
002300 PROGRAM-ID. TRNREL01.
019400     MOVE WH-TYPE TO TRAN-TYPE.
019500     MOVE WH-REVERSED-ID TO TRAN-REVERSED-ID.
019600     MOVE WH-OPERATOR-ID TO TRAN-OPERATOR-ID.
019625     IF WH-ACCOUNT NUMERIC
019650         MOVE WH-ACCOUNT TO TRAN-ACCOUNT
019675     END-IF.
019700     WRITE TRAN-RECORD
019800         INVALID KEY
019900             ADD 1 TO WS-BLOCKED-COUNT
