000100******************************************************************
000200* ARCSMREC.CPY
000300* SUMMARY ARCHIVE RECORD. ONE RECORD PER MONTH, BRANCH AND
000400* CURRENCY, BUILT BY THE YEAR-END OFFLOAD (ARCOFF01) FROM THE
000500* TRANSACTION ARCHIVE DETAIL OF THE YEAR IT OFFLOADS AND KEPT
000600* ONLINE AFTER THAT DETAIL IS PURGED. THE KEY LEADS WITH THE
000700* MONTH (AAAAMM) SO A YEAR'S RECORDS CAN BE REACHED - AND
000800* REBUILT ON A RERUN - BY ONE KEYED START.
000900* AMOUNTS ARE N1 PLUS N2 IN THE ITEM'S OWN CURRENCY, SPLIT THE
001000* WAY THE BRANCH STATEMENT TOTALS THEM: ORIGINALS AND
001100* ADJUSTMENTS, REVERSALS, AND EACH SIDE OF A TRANSFER. THE NET
001200* IS ITEMS LESS REVERSALS LESS TRANSFERS OUT PLUS TRANSFERS IN.
001300******************************************************************
001400 01  ARCH-SUMMARY-RECORD.
001500     03  ASM-KEY.
001600         05  ASM-MONTH           PIC 9(06).
001700         05  ASM-BRANCH          PIC X(04).
001800         05  ASM-CURRENCY        PIC X(03).
001900     03  ASM-ITEM-COUNT          PIC 9(07).
002000     03  ASM-ITEM-AMOUNT         PIC 9(13)V99.
002100     03  ASM-REV-COUNT           PIC 9(07).
002200     03  ASM-REV-AMOUNT          PIC 9(13)V99.
002300     03  ASM-XFER-OUT-COUNT      PIC 9(07).
002400     03  ASM-XFER-OUT-AMOUNT     PIC 9(13)V99.
002500     03  ASM-XFER-IN-COUNT       PIC 9(07).
002600     03  ASM-XFER-IN-AMOUNT      PIC 9(13)V99.
002700     03  ASM-NET-AMOUNT          PIC S9(13)V99.
002800     03  FILLER                  PIC X(08).
