000100******************************************************************
000200* SHDTBL.CPY
000300* SHADOW SET FILE TABLE. EVERY FIXED-NAME FILE THE NIGHTLY CHAIN
000400* READS, UPDATES OR WRITES, FOR THE DRY-RUN SUPPORT (DRYRUN01)
000500* THAT BUILDS THE SHADOW SET A DRY-RUN CYCLE RUNS AGAINST. A FILE
000600* THE CHAIN STARTS USING IS ADDED HERE AND DRYRUN01 RECOMPILED -
000700* A FILE MISSING FROM THE TABLE IS SIMPLY NOT THERE FOR THE DRY
000800* RUN, AS IF THE CYCLE WERE THE FIRST EVER.
000900*
001000* SHD-TB-KIND -
001100*    C  COPIED FROM THE LIVE SET BEFORE THE DRY RUN STARTS. A FILE
001200*       NOT IN THE LIVE SET HAS ANY EARLIER SHADOW COPY REMOVED.
001300*    R  A REPORT THE CHAIN APPENDS TO UNDER A FIXED NAME. NOT
001400*       COPIED - THE SHADOW ONE IS EMPTIED SO IT HOLDS THE DRY
001500*       RUN'S OUTPUT ONLY - AND STAMPED AS A DRY RUN AFTERWARDS.
001600* DATED REPORTS ARE NOT LISTED - THEY ARE FOUND ON THE REPORT
001700* INDEX. WORK AND SORT FILES AND THE RUN LOCK ARE NOT LISTED.
001800******************************************************************
001900 01  SHD-TB-VALUES.
002000     03  FILLER                  PIC X(09) VALUE "ACCTMASTC".
002100     03  FILLER                  PIC X(09) VALUE "ARCSUMM C".
002200     03  FILLER                  PIC X(09) VALUE "ARCYRCTLC".
002300     03  FILLER                  PIC X(09) VALUE "BRLIMITSC".
002400     03  FILLER                  PIC X(09) VALUE "BRLINK  C".
002500     03  FILLER                  PIC X(09) VALUE "BRNCHMSTC".
002600     03  FILLER                  PIC X(09) VALUE "BUDFEED C".
002700     03  FILLER                  PIC X(09) VALUE "BUDGMASTC".
002800     03  FILLER                  PIC X(09) VALUE "BUDTOL  C".
002900     03  FILLER                  PIC X(09) VALUE "BUSDATE C".
003000     03  FILLER                  PIC X(09) VALUE "CHKPFILEC".
003100     03  FILLER                  PIC X(09) VALUE "COMACCR C".
003200     03  FILLER                  PIC X(09) VALUE "COMMSCHDC".
003300     03  FILLER                  PIC X(09) VALUE "CURRMASTC".
003400     03  FILLER                  PIC X(09) VALUE "CYCLECTLC".
003500     03  FILLER                  PIC X(09) VALUE "DAYREL  C".
003600     03  FILLER                  PIC X(09) VALUE "DSTLOG  C".
003700     03  FILLER                  PIC X(09) VALUE "DSTMAST C".
003800     03  FILLER                  PIC X(09) VALUE "ERRORLOGC".
003900     03  FILLER                  PIC X(09) VALUE "EXCPFILEC".
004000     03  FILLER                  PIC X(09) VALUE "FEEDMAN C".
004100     03  FILLER                  PIC X(09) VALUE "FEEDRCV C".
004200     03  FILLER                  PIC X(09) VALUE "FEEDREJ C".
004300     03  FILLER                  PIC X(09) VALUE "FEEDSCHDC".
004400     03  FILLER                  PIC X(09) VALUE "FEEDSEQ C".
004500     03  FILLER                  PIC X(09) VALUE "FNPERM  C".
004600     03  FILLER                  PIC X(09) VALUE "FXFEED  C".
004700     03  FILLER                  PIC X(09) VALUE "FXHIST  C".
004800     03  FILLER                  PIC X(09) VALUE "FXRATES C".
004900     03  FILLER                  PIC X(09) VALUE "GLACK   C".
005000     03  FILLER                  PIC X(09) VALUE "GLEXTHLDC".
005100     03  FILLER                  PIC X(09) VALUE "GLEXTRCTC".
005200     03  FILLER                  PIC X(09) VALUE "GLMAPMSTC".
005300     03  FILLER                  PIC X(09) VALUE "GLOUTSTDC".
005400     03  FILLER                  PIC X(09) VALUE "HOLFEED C".
005500     03  FILLER                  PIC X(09) VALUE "HOLIDAYSC".
005600     03  FILLER                  PIC X(09) VALUE "JOBHIST C".
005700     03  FILLER                  PIC X(09) VALUE "JOBSCHD C".
005800     03  FILLER                  PIC X(09) VALUE "LOGINDEXC".
005900     03  FILLER                  PIC X(09) VALUE "OPERMASTC".
006000     03  FILLER                  PIC X(09) VALUE "PENDCHG C".
006100     03  FILLER                  PIC X(09) VALUE "PRDCTL  C".
006200     03  FILLER                  PIC X(09) VALUE "PRDLOG  C".
006300     03  FILLER                  PIC X(09) VALUE "RDCHGLOGC".
006400     03  FILLER                  PIC X(09) VALUE "RDPEND  C".
006500     03  FILLER                  PIC X(09) VALUE "RGITEMS C".
006600     03  FILLER                  PIC X(09) VALUE "RGTHRESHC".
006700     03  FILLER                  PIC X(09) VALUE "RPTINDEXC".
006800     03  FILLER                  PIC X(09) VALUE "STORDMSTC".
006900     03  FILLER                  PIC X(09) VALUE "TAXACCR C".
007000     03  FILLER                  PIC X(09) VALUE "TAXRATESC".
007100     03  FILLER                  PIC X(09) VALUE "TOTPARTSC".
007200     03  FILLER                  PIC X(09) VALUE "TRANARCHC".
007300     03  FILLER                  PIC X(09) VALUE "TRANAUD C".
007400     03  FILLER                  PIC X(09) VALUE "TRANFILEC".
007500     03  FILLER                  PIC X(09) VALUE "TRNWARE C".
007600     03  FILLER                  PIC X(09) VALUE "OPSUMRPTR".
007700     03  FILLER                  PIC X(09) VALUE "SLARPT  R".
007800 01  FILLER REDEFINES SHD-TB-VALUES.
007900     03  SHD-TB-ENTRY            OCCURS 58 TIMES.
008000         05  SHD-TB-FILE         PIC X(08).
008100         05  SHD-TB-KIND         PIC X(01).
008200             88  SHD-TB-COPIED       VALUE "C".
008300             88  SHD-TB-CHAIN-REPORT VALUE "R".
008400 77  SHD-TB-COUNT                PIC 9(02) COMP VALUE 58.
