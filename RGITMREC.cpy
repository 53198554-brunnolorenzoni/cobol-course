000100******************************************************************
000200* RGITMREC.CPY
000300* REPORTABLE-ITEMS RECORD. ONE RECORD PER CANDIDATE THE NIGHTLY
000400* LARGE-TRANSACTION SCREENING STEP (RGSCR01) FINDS, KEYED BY
000500* KIND + BRANCH + DATE + TRANSACTION ID, CARRYING THE FILING
000600* DEADLINE AND WHERE COMPLIANCE HAS GOT TO WITH IT.
000700*
000800* RI-KIND "S" - A SINGLE ITEM AT OR ABOVE THE SINGLE THRESHOLD.
000900*    RI-ITEM-DATE/RI-TRAN-ID NAME THE TRANSACTION; THE AMOUNT,
001000*    CURRENCY, ACCOUNT AND OPERATOR ARE ITS OWN.
001100* RI-KIND "A" - A RUN OF SMALLER ITEMS FROM ONE BRANCH THAT ADDED
001200*    UP PAST THE AGGREGATE THRESHOLD INSIDE THE ROLLING WINDOW.
001300*    RI-ITEM-DATE IS THE BUSINESS DATE THE RUN CROSSED THE LINE,
001400*    RI-TRAN-ID IS ZEROS, RI-WINDOW-START IS THE FIRST DAY OF THE
001500*    RUN AND RI-ITEM-COUNT HOW MANY ITEMS IT HOLDS. THE AMOUNT IS
001600*    THE BASE-CURRENCY TOTAL. THE NEXT RUN FOR THE BRANCH STARTS
001700*    THE DAY AFTER, SO THE SAME ITEMS ARE NOT REPORTED TWICE.
001800*
001900* RI-STATUS - "O" OPEN (DETECTED, NOT YET FILED), "F" FILED WITH
002000* THE REGULATOR (RI-ACTION-TEXT CARRIES THE FILING REFERENCE),
002100* "D" DISMISSED (RI-ACTION-TEXT CARRIES THE REASON). THE ACTION
002200* DATE AND OPERATOR SAY WHO CLOSED IT AND WHEN.
002300******************************************************************
002400 01  REG-ITEM-RECORD.
002500     03  RI-KEY.
002600         05  RI-KIND             PIC X(01).
002700             88  RI-KIND-SINGLE  VALUE "S".
002800             88  RI-KIND-AGGREGATE VALUE "A".
002900         05  RI-BRANCH           PIC X(04).
003000         05  RI-ITEM-DATE        PIC 9(08).
003100         05  RI-TRAN-ID          PIC 9(06).
003200     03  RI-STATUS               PIC X(01).
003300         88  RI-OPEN             VALUE "O".
003400         88  RI-FILED            VALUE "F".
003500         88  RI-DISMISSED        VALUE "D".
003600     03  RI-DETECTED-DATE        PIC 9(08).
003700     03  RI-DEADLINE             PIC 9(08).
003800     03  RI-CURRENCY             PIC X(03).
003900     03  RI-AMOUNT               PIC 9(11)V99.
004000     03  RI-BASE-AMOUNT          PIC 9(11)V99.
004100     03  RI-ITEM-COUNT           PIC 9(05).
004200     03  RI-WINDOW-START         PIC 9(08).
004300     03  RI-ACCOUNT              PIC 9(06).
004400     03  RI-OPERATOR-ID          PIC 9(06).
004500     03  RI-ACTION-DATE          PIC 9(08).
004600     03  RI-ACTION-OPERATOR-ID   PIC 9(06).
004700     03  RI-ACTION-TEXT          PIC X(30).
004800     03  FILLER                  PIC X(10).
