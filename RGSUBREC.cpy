000100******************************************************************
000200* RGSUBREC.CPY
000300* REGULATORY SUBMISSION FILE RECORD. THE NIGHTLY SCREENING STEP
000400* WRITES ONE DATED FILE (REGSUB.YYYYMMDD) OF THE REPORTABLE ITEMS
000500* DETECTED THAT BUSINESS DATE, IN THE FIXED LAYOUT THE REGULATOR
000600* TAKES - FIXED WIDTH, NO DELIMITERS, ZERO-FILLED NUMERICS.
000700*
000800* RS-RECORD-TYPE "H" OPENS THE FILE, ONE "D" FOLLOWS PER ITEM AND
000900* A "T" TRAILER CLOSES IT WITH THE DETAIL COUNT AND THE SUM OF
001000* THE BASE-CURRENCY AMOUNTS, SO THE RECEIVING END CAN PROVE IT
001100* GOT THE WHOLE FILE. AN EMPTY DAY STILL GETS A HEADER AND A
001200* ZERO TRAILER - A NIL RETURN.
001300******************************************************************
001400 01  REG-SUBMISSION-RECORD.
001500     03  RS-RECORD-TYPE          PIC X(01).
001600         88  RS-HEADER           VALUE "H".
001700         88  RS-DETAIL           VALUE "D".
001800         88  RS-TRAILER          VALUE "T".
001900     03  RS-RECORD-BODY          PIC X(89).
002000*
002100*    HEADER VIEW.
002200*
002300     03  RS-HEADER-BODY REDEFINES RS-RECORD-BODY.
002400         05  RS-INSTITUTION      PIC X(10).
002500         05  RS-BUSINESS-DATE    PIC 9(08).
002600         05  RS-CREATED-TIME     PIC 9(08).
002700         05  RS-BASE-CURRENCY    PIC X(03).
002800         05  RS-SINGLE-THRESHOLD PIC 9(11)V99.
002900         05  RS-AGGR-THRESHOLD   PIC 9(11)V99.
003000         05  RS-WINDOW-DAYS      PIC 9(03).
003100         05  FILLER              PIC X(31).
003200*
003300*    DETAIL VIEW.
003400*
003500     03  RS-DETAIL-BODY REDEFINES RS-RECORD-BODY.
003600         05  RS-KIND             PIC X(01).
003700         05  RS-BRANCH           PIC X(04).
003800         05  RS-ITEM-DATE        PIC 9(08).
003900         05  RS-TRAN-ID          PIC 9(06).
004000         05  RS-ACCOUNT          PIC 9(06).
004100         05  RS-CURRENCY         PIC X(03).
004200         05  RS-AMOUNT           PIC 9(11)V99.
004300         05  RS-BASE-AMOUNT      PIC 9(11)V99.
004400         05  RS-ITEM-COUNT       PIC 9(05).
004500         05  RS-WINDOW-START     PIC 9(08).
004600         05  RS-DEADLINE         PIC 9(08).
004700         05  FILLER              PIC X(14).
004800*
004900*    TRAILER VIEW.
005000*
005100     03  RS-TRAILER-BODY REDEFINES RS-RECORD-BODY.
005200         05  RS-DETAIL-COUNT     PIC 9(06).
005300         05  RS-BASE-TOTAL       PIC 9(13)V99.
005400         05  FILLER              PIC X(68).
