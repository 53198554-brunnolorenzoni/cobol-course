000100******************************************************************
000200* TAXREC.CPY
000300* IOF TAX RATE RECORD. ONE RECORD PER CURRENCY + TRANSACTION TYPE
000400* + EFFECTIVE DATE, KEYED ON ALL THREE. A RATE APPLIES FROM ITS
000500* EFFECTIVE DATE UNTIL A LATER RECORD FOR THE SAME CURRENCY AND
000600* TYPE TAKES OVER, SO A RATE CHANGE IS KEYED AHEAD OF TIME AND
000700* THE OLD RATE STAYS ON FILE FOR THE RECORD. THE DAILY TOTALS
000800* RUN TAXES EVERY FOREIGN-CURRENCY ITEM IT CONVERTS AT THE RATE
000900* IN FORCE ON THE BUSINESS DATE, ON THE ITEM'S BASE-CURRENCY
001000* (BRL) AMOUNT. MAINTAINED BY TAXMNT01.
001100*
001200* TXR-TRAN-TYPE IS O FOR AN ORIGINAL OR A FOR AN ADJUSTMENT. A
001300* REVERSAL CARRIES NO RATE OF ITS OWN - IT RECLAIMS THE TAX THE
001400* ITEM IT REVERSES PAID, AT THAT ITEM'S TYPE'S RATE. A CURRENCY
001500* OF *** HOLDS THE DEFAULT RATE FOR ANY CURRENCY WITH NO RECORD
001600* OF ITS OWN; A CURRENCY THAT IS EXEMPT IS GIVEN A ZERO RATE.
001700******************************************************************
001800 01  TAX-RATE-RECORD.
001900     03  TXR-KEY.
002000         05  TXR-CURRENCY        PIC X(03).
002100             88  TXR-DEFAULT-CCY VALUE "***".
002200         05  TXR-TRAN-TYPE       PIC X(01).
002300             88  TXR-TYPE-ORIGINAL   VALUE "O".
002400             88  TXR-TYPE-ADJUSTMENT VALUE "A".
002500             88  TXR-TYPE-VALID      VALUE "O" "A".
002600         05  TXR-EFF-DATE        PIC 9(08).
002700     03  TXR-RATE                PIC 9(01)V9(06).
002800     03  TXR-SET-DATE            PIC 9(08).
002900     03  TXR-SET-BY              PIC 9(06).
003000     03  FILLER                  PIC X(10).
