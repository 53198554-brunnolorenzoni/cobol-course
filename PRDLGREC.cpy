000100******************************************************************
000200* PRDLGREC.CPY
000300* ACCOUNTING PERIOD LOG RECORD. THE PERIOD SERVICE (PRDCTL01)
000400* APPENDS ONE RECORD FOR EVERY CHANGE OF A MONTH'S STATUS ON THE
000500* PERIOD CONTROL FILE, SO WHO REOPENED A CLOSED MONTH, WHEN AND
000600* WHY IS ANSWERED OFF THE LOG. THE DAILY AUDIT PACK (AUDPK01)
000700* CARRIES THE DAY'S RECORDS UNDER ITS PERIOD SECTION.
000800*
000900* PLG-ACTION -
001000*    CLOSING  THE FIRST MONTH-END OUTPUT IS OUT
001100*    CLOSED   THE LAST MONTH-END OUTPUT IS OUT - THE MONTH CLOSED
001200*    REOPEN   A SUPERVISOR REOPENED A CLOSED MONTH
001300*    RECLOSE  A SUPERVISOR CLOSED THE MONTH BY HAND
001400* PLG-DATE IS THE BUSINESS DATE THE CHANGE WAS MADE ON.
001500* PLG-OPERATOR AND PLG-REASON ARE ZEROS AND SPACES FOR A CHANGE
001600* MADE BY THE NIGHTLY CHAIN; PLG-SOURCE NAMES THE PROGRAM.
001700******************************************************************
001800 01  PERIOD-LOG-RECORD.
001900     03  PLG-DATE                PIC 9(08).
002000     03  PLG-TIME                PIC 9(08).
002100     03  PLG-PERIOD              PIC 9(06).
002200     03  PLG-ACTION              PIC X(08).
002300     03  PLG-OLD-STATUS          PIC X(01).
002400     03  PLG-NEW-STATUS          PIC X(01).
002500     03  PLG-OPERATOR            PIC 9(06).
002600     03  PLG-SOURCE              PIC X(10).
002700     03  PLG-REASON              PIC X(40).
002800     03  FILLER                  PIC X(06).
