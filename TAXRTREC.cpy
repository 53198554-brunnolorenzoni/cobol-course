000100******************************************************************
000200* TAXRTREC.CPY
000300* MONTHLY IOF TAX RETURN RECORD. THE RETURN FILE (IOFRTN.AAAAMM)
000400* IS WRITTEN AT MONTH-END BY TAXRTN01 FROM THE DAILY TAX ACCRUAL
000500* FILE - ONE DETAIL RECORD PER BRANCH + CURRENCY THAT TAXED OR
000600* RECLAIMED ANYTHING IN THE MONTH, THEN ONE TRAILER CARRYING THE
000700* MONTH'S TOTALS AND THE DETAIL COUNT, SO FINANCE FILES THE
000800* RETURN FROM THE FIGURES THE SUITE COMPUTED INSTEAD OF A
000900* SPREADSHEET WORKED OFF THE CURRENCY POSITION FEED.
001000*
001100* LAYOUT IS FIXED WIDTH, NO DELIMITERS, ZERO-FILLED NUMERICS.
001200* EVERY RECORD OPENS WITH THE RETURN PERIOD (AAAAMM) AND A RECORD
001300* TYPE: D FOR A DETAIL, T FOR THE TRAILER. AMOUNTS ARE IN THE BASE
001400* CURRENCY (BRL). THE TAX DUE IS CHARGED LESS RECLAIMED, WITH AN
001500* EXPLICIT LEADING SIGN.
001600******************************************************************
001700 01  TAX-RETURN-RECORD.
001800     03  TRT-PERIOD              PIC 9(06).
001900     03  TRT-RECORD-TYPE         PIC X(01).
002000         88  TRT-DETAIL          VALUE "D".
002100         88  TRT-TRAILER         VALUE "T".
002200     03  TRT-RECORD-BODY         PIC X(73).
002300*
002400*    DETAIL VIEW.
002500*
002600     03  TRT-DETAIL-BODY REDEFINES TRT-RECORD-BODY.
002700         05  TRT-BRANCH          PIC X(04).
002800         05  TRT-CURRENCY        PIC X(03).
002900         05  TRT-TAX-BASE        PIC 9(13)V99.
003000         05  TRT-TAX-CHARGED     PIC 9(11)V99.
003100         05  TRT-TAX-RECLAIMED   PIC 9(11)V99.
003200         05  TRT-TAX-DUE         PIC S9(11)V99
003300                                 SIGN IS LEADING SEPARATE.
003400         05  TRT-TAX-COUNT       PIC 9(08).
003500         05  FILLER              PIC X(03).
003600*
003700*    TRAILER VIEW.
003800*
003900     03  TRT-TRAILER-BODY REDEFINES TRT-RECORD-BODY.
004000         05  TRT-DETAIL-COUNT    PIC 9(06).
004100         05  TRT-TOTAL-BASE      PIC 9(13)V99.
004200         05  TRT-TOTAL-CHARGED   PIC 9(11)V99.
004300         05  TRT-TOTAL-RECLAIMED PIC 9(11)V99.
004400         05  TRT-TOTAL-DUE       PIC S9(11)V99
004500                                 SIGN IS LEADING SEPARATE.
004600         05  TRT-TOTAL-COUNT     PIC 9(08).
004700         05  FILLER              PIC X(04).
