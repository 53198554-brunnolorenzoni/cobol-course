000100******************************************************************
000200* RGTHRREC.CPY
000300* REGULATORY REPORTING THRESHOLD PARAMETERS. ONE RECORD, SET BY
000400* COMPLIANCE THROUGH THE REPORTING WORKSTATION (RGWK01) AND READ
000500* BY THE NIGHTLY LARGE-TRANSACTION SCREENING STEP (RGSCR01) AND
000600* THE END-OF-CYCLE OPERATIONS SUMMARY.
000700*
000800* RT-SINGLE-THRESHOLD - ANY ONE ITEM AT OR ABOVE THIS AMOUNT IS
000900*    REPORTABLE ON ITS OWN.
001000* RT-AGGREGATE-THRESHOLD - THE SMALLER ITEMS ONE BRANCH PUTS
001100*    THROUGH INSIDE THE ROLLING WINDOW ARE REPORTABLE TOGETHER
001200*    ONCE THEY ADD UP TO THIS AMOUNT. ZERO MEANS THE SAME FIGURE
001300*    AS THE SINGLE THRESHOLD.
001400* RT-WINDOW-DAYS - LENGTH OF THE ROLLING WINDOW IN CALENDAR DAYS,
001500*    ENDING ON (AND INCLUDING) THE BUSINESS DATE.
001600* RT-FILING-DAYS - CALENDAR DAYS FROM DETECTION TO THE FILING
001700*    DEADLINE STAMPED ON EACH REPORTABLE ITEM.
001800* RT-WARN-DAYS - AN ITEM STILL UNFILED THIS MANY DAYS OR FEWER
001900*    BEFORE ITS DEADLINE IS FLAGGED ON THE OPERATIONS SUMMARY.
002000*
002100* BOTH THRESHOLDS ARE IN THE BASE CURRENCY (BRL); A FOREIGN-
002200* CURRENCY ITEM IS CONVERTED AT THE DAY'S RATE BEFORE IT IS
002300* COMPARED.
002400******************************************************************
002500 01  REG-THRESHOLD-RECORD.
002600     03  RT-SINGLE-THRESHOLD     PIC 9(11)V99.
002700     03  RT-AGGREGATE-THRESHOLD  PIC 9(11)V99.
002800     03  RT-WINDOW-DAYS          PIC 9(03).
002900     03  RT-FILING-DAYS          PIC 9(03).
003000     03  RT-WARN-DAYS            PIC 9(03).
003100     03  RT-SET-DATE             PIC 9(08).
003200     03  RT-SET-OPERATOR-ID      PIC 9(06).
003300     03  FILLER                  PIC X(10).
