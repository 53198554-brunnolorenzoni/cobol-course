000100******************************************************************
000200* FXHSTREC.CPY
000300* EXCHANGE RATE HISTORY RECORD. ONE RECORD PER CURRENCY PER RATE
000400* DATE, KEYED BY CURRENCY PLUS RATE DATE, WRITTEN BY THE DAILY
000500* RATE LOAD BESIDE THE CURRENT RATE RECORD (FXRATREC) IT REPLACES
000600* IN PLACE - SO EVERY RATE EVER LOADED STAYS ON FILE. A RELOAD ON
000700* THE SAME DAY REPLACES THAT DAY'S RECORD. THE TOTALS RUN, THE GL
000800* PROOF AND THE FLASH INQUIRY CONVERT AT THE RATE THAT CARRIES
000900* THE BUSINESS DATE THEY ARE PROCESSING, SO A RERUN OF A RESTORED
001000* OLD DATE CONVERTS AT THE RATE IT FIRST CONVERTED AT.
001100*
001200* FXH-RATE CARRIES SIX IMPLIED DECIMAL PLACES, AS FX-RATE DOES.
001300* FXH-CONFIRMED-BY IS THE SUPERVISOR WHO CONFIRMED A MOVE BEYOND
001400* THE LOAD'S TOLERANCE - ZEROS WHEN NO CONFIRMATION WAS NEEDED.
001500******************************************************************
001600 01  FX-HISTORY-RECORD.
001700     03  FXH-KEY.
001800         05  FXH-CURRENCY        PIC X(03).
001900         05  FXH-RATE-DATE       PIC 9(08).
002000     03  FXH-RATE                PIC 9(03)V9(06).
002100     03  FXH-LOAD-DATE           PIC 9(08).
002200     03  FXH-LOAD-TIME           PIC 9(08).
002300     03  FXH-CONFIRMED-BY        PIC 9(06).
002400     03  FILLER                  PIC X(10).
