002000******************************************************************
002100* MODIFICATION HISTORY.
002200*    2026-09-01 BL  INITIAL VERSION.
002250*    2026-10-15 BL  CARRY THE CUSTOMER ACCOUNT NUMBER ACROSS.
002300******************************************************************
002400 IDENTIFICATION DIVISION.
002500 PROGRAM-ID. SOGEN01.
026800     END-IF.
026900     MOVE ZEROS TO TRAN-REVERSED-ID.
027000     MOVE ZEROS TO TRAN-OPERATOR-ID.
027025     IF SO-ACCOUNT NUMERIC
027050         MOVE SO-ACCOUNT TO TRAN-ACCOUNT
027075     END-IF.
027100     SET TRAN-SRC-STANDING TO TRUE.
027200     WRITE TRAN-RECORD
027300         INVALID KEY
