000100******************************************************************
000200* TOTWKREC.CPY
000300* DAILY TOTALS WORK FILE. KEYED, REBUILT BY EVERY FRESH TOTALS
000400* RUN AND KEPT ACROSS A RESTART. THE BRANCH-RANGE PARTITIONS OF
000500* THE RUN POST TO IT AS THEY TOTAL, AND THE MERGE THAT CLOSES
000600* THE RUN BUILDS THE DAILY TOTALS REPORT, THE GL JOURNAL, THE
000700* CURRENCY POSITION FEED AND THE COMMISSION ACCRUALS FROM IT -
000800* SO THE NUMBER OF BRANCHES, CURRENCIES OR BUCKETS A DAY CAN
000900* CARRY IS BOUNDED ONLY BY THE FILE.
001000*
001100* WK-REC-TYPE SAYS WHAT THE RECORD HOLDS:
001200*    D - ONE TOTALED TRANSACTION, FOR THE REPORT DETAIL LINE.
001300*        KEYED BY TRAN-ID, SO THE REPORT PRINTS IN TRAN-ID ORDER
001400*        WHICHEVER PARTITION TOTALED THE ITEM.
001500*    B - ONE BRANCH: NAME, CURRENCY, SUBTOTAL IN ORIGINAL
001600*        CURRENCY, COUNT, COMMISSION AND ITS COMMISSION RATE.
001700*        SEEDED FROM THE BRANCH MASTER ON A FRESH RUN.
001800*    C - ONE ORIGINAL CURRENCY: GROSS, REVERSALS, COUNT AND THE
001900*        RATE THE DAY CONVERTED AT.
002000*    G - ONE GL JOURNAL BUCKET (BRANCH + CURRENCY + TYPE) WITH
002100*        ITS BASE-CURRENCY AMOUNT AND COUNT.
002112*        THE IOF TAX POSTS TO BUCKETS OF ITS OWN BESIDE THE
002125*        ITEMS' - TYPE X FOR THE TAX CHARGED, Y FOR THE TAX
002130*        RECLAIMED.
002137*    X - ONE BRANCH + CURRENCY'S IOF TAX: THE TAXABLE BASE, THE
002150*        TAX CHARGED AND RECLAIMED (ALL IN THE BASE CURRENCY), THE
002162*        ITEMS TAXED AND RECLAIMED ON, AND THE TAXABLE ITEMS LEFT
002175*        UNTAXED FOR WANT OF A RATE. THE DAILY TAX ACCRUALS AND
002187*        THE REPORT'S TAX LINES ARE WRITTEN FROM IT.
002200*
002300* WK-LAST-TRAN-ID IS THE LAST TRANSACTION ROLLED INTO THE RECORD.
002400* A RESTARTED PARTITION RETOTALS THE ONE ITEM IT WAS ON WHEN IT
002500* FAILED, AND A RECORD ALREADY CARRYING THAT ITEM IS LEFT ALONE,
002600* SO NOTHING IS COUNTED TWICE.
002700******************************************************************
002800 01  TOTALS-WORK-RECORD.
002900     03  WK-KEY.
003000         05  WK-REC-TYPE         PIC X(01).
003100             88  WK-DETAIL-REC   VALUE "D".
003200             88  WK-BRANCH-REC   VALUE "B".
003300             88  WK-CCY-REC      VALUE "C".
003400             88  WK-GL-REC       VALUE "G".
003450             88  WK-TAX-REC      VALUE "X".
003500         05  WK-KEY-DATA         PIC X(08).
003600         05  WK-KEY-DETAIL REDEFINES WK-KEY-DATA.
003700             07  WK-KEY-TRAN-ID  PIC 9(06).
003800             07  FILLER          PIC X(02).
003900         05  WK-KEY-BUCKET REDEFINES WK-KEY-DATA.
004000             07  WK-KEY-BRANCH   PIC X(04).
004100             07  WK-KEY-CURRENCY PIC X(03).
004200             07  WK-KEY-TRAN-TYPE PIC X(01).
004300     03  WK-PARTITION            PIC 9(02).
004400     03  WK-LAST-TRAN-ID         PIC 9(06).
004500     03  WK-BODY                 PIC X(60).
004600*
004700*    TRANSACTION DETAIL VIEW (D).
004800*
004900     03  WK-DETAIL-BODY REDEFINES WK-BODY.
005000         05  WK-D-N1             PIC 9(07)V99.
005100         05  WK-D-N2             PIC 9(07)V99.
005200         05  WK-D-RESULT         PIC 9(09)V99.
005300         05  WK-D-BRANCH         PIC X(04).
005400         05  WK-D-CURRENCY       PIC X(03).
005500         05  WK-D-TYPE-FLAG      PIC X(01).
005600         05  FILLER              PIC X(23).
005700*
005800*    BRANCH VIEW (B). ONLY WK-KEY-BRANCH IS SET IN THE KEY.
005900*
006000     03  WK-BRANCH-BODY REDEFINES WK-BODY.
006100         05  WK-B-NAME           PIC X(20).
006200         05  WK-B-CURRENCY       PIC X(03).
006300         05  WK-B-SUBTOTAL       PIC S9(09)V99
006400                                 SIGN IS LEADING SEPARATE.
006500         05  WK-B-TRAN-COUNT     PIC 9(06).
006600         05  WK-B-COMMISSION     PIC 9(09)V99.
006700         05  WK-B-COMM-RATE      PIC 9(01)V9(06).
006800         05  FILLER              PIC X(01).
006900*
007000*    CURRENCY POSITION VIEW (C). ONLY WK-KEY-CURRENCY IS SET IN
007100*    THE KEY.
007200*
007300     03  WK-CCY-BODY REDEFINES WK-BODY.
007400         05  WK-C-GROSS          PIC 9(11)V99.
007500         05  WK-C-REVERSAL       PIC 9(11)V99.
007600         05  WK-C-TRAN-COUNT     PIC 9(06).
007700         05  WK-C-RATE           PIC 9(03)V9(06).
007800         05  FILLER              PIC X(19).
007900*
008000*    GL JOURNAL BUCKET VIEW (G).
008100*
008200     03  WK-GL-BODY REDEFINES WK-BODY.
008300         05  WK-G-AMOUNT         PIC 9(09)V99.
008400         05  WK-G-TRAN-COUNT     PIC 9(06).
008500         05  FILLER              PIC X(43).
008510*
008520*    IOF TAX VIEW (X). ONLY WK-KEY-BRANCH AND WK-KEY-CURRENCY ARE
008530*    SET IN THE KEY.
008540*
008550     03  WK-TAX-BODY REDEFINES WK-BODY.
008560         05  WK-X-TAX-BASE       PIC 9(11)V99.
008570         05  WK-X-TAX-CHARGED    PIC 9(09)V99.
008580         05  WK-X-TAX-RECLAIMED  PIC 9(09)V99.
008590         05  WK-X-TAX-COUNT      PIC 9(06).
008600         05  WK-X-RECLAIM-COUNT  PIC 9(06).
008610         05  WK-X-NO-RATE-COUNT  PIC 9(06).
008620         05  FILLER              PIC X(07).
