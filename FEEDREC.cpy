001270* FORWARD DATE SENDS THE ITEM TO THE VALUE-DATE WAREHOUSE
001280* INSTEAD OF THE LIVE TRANSACTION FILE, FOR THE RELEASE STEP
001290* TO MOVE ACROSS WHEN ITS DAY COMES.
001291*
001293* FEED-ACCOUNT IS THE CUSTOMER ACCOUNT THE ITEM POSTS TO. IT IS
001295* REQUIRED - THE INTAKE RUN REJECTS AN ITEM WHOSE ACCOUNT IS NOT
001296* NUMERIC, NOT ON THE ACCOUNT MASTER, CLOSED, OR HELD AT
001298* ANOTHER BRANCH OR IN ANOTHER CURRENCY.
001309*
001320* AN INTER-BRANCH TRANSFER (FEED-TYPE "T") IS SENT AS ONE DETAIL
001332* BY THE SENDING BRANCH: FEED-TRAN-ID/FEED-ACCOUNT ARE THE
001343* OUTWARD LEG AT FEED-BRANCH, FEED-REVERSED-ID IS THE TRAN-ID
001354* THE INWARD LEG TAKES, AND FEED-COUNTER-BRANCH/
001366* FEED-COUNTER-ACCOUNT ARE THE RECEIVING BRANCH AND ACCOUNT. THE
001377* INTAKE RUN WRITES BOTH LEGS AS A LINKED PAIR OR NEITHER.
001388******************************************************************
001400 01  FEED-RECORD.
001450     03  FEED-REC-TYPE           PIC X(01).
001460         88  FEED-REC-HEADER     VALUE "H".
001950     03  FEED-VALUE-DATE         PIC X(08).
001960     03  FEED-VALUE-DATE-9 REDEFINES FEED-VALUE-DATE
001970                                 PIC 9(08).
001980     03  FEED-ACCOUNT            PIC X(06).
001990     03  FEED-ACCOUNT-9 REDEFINES FEED-ACCOUNT
001995                                 PIC 9(06).
002012     03  FEED-COUNTER-BRANCH     PIC X(04).
002030     03  FEED-COUNTER-ACCOUNT    PIC X(06).
002047     03  FEED-COUNTER-ACCOUNT-9 REDEFINES FEED-COUNTER-ACCOUNT
002065                                 PIC 9(06).
002082     03  FILLER                  PIC X(01).
002100*
002200*    CONTROL-RECORD VIEWS OVER THE SAME RECORD AREA (FURTHER 01
002210*    ENTRIES UNDER THE SAME FD SHARE IT). THE HEADER NAMES
003400     03  FH-SEQUENCE             PIC X(04).
003500     03  FH-SEQUENCE-9 REDEFINES FH-SEQUENCE
003600                                 PIC 9(04).
003700     03  FILLER                  PIC X(47).
003800*
003900 01  FEED-TRAILER-RECORD.
004000     03  FILLER                  PIC X(01).
004400     03  FT-HASH-TOTAL           PIC X(13).
004500     03  FT-HASH-TOTAL-9 REDEFINES FT-HASH-TOTAL
004600                                 PIC 9(11)V99.
004700     03  FILLER                  PIC X(44).
