000900* ONTO THE LIVE TRANSACTION FILE - AN ITEM DUE ON A NON-BUSINESS
001000* DAY RELEASES ON THE NEXT BUSINESS DATE'S RUN, SINCE THE SWEEP
001100* TAKES EVERYTHING DUE ON OR BEFORE THE DATE.
001133* WH-ACCOUNT IS THE CUSTOMER ACCOUNT THE ITEM WILL POST TO,
001166* CARRIED ACROSS TO TRAN-ACCOUNT ON RELEASE.
001200******************************************************************
001300 01  WAREHOUSE-RECORD.
001400     03  WH-KEY.
002100     03  WH-TYPE                 PIC X(01).
002200     03  WH-REVERSED-ID          PIC 9(06).
002300     03  WH-OPERATOR-ID          PIC 9(06).
002400     03  WH-ACCOUNT              PIC 9(06).
002500     03  FILLER                  PIC X(01).
