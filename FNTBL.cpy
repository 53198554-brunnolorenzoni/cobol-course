000100******************************************************************
000200* FNTBL.CPY
000300* OPERATIONS FUNCTION TABLE. EVERY FUNCTION AN OPERATOR CAN BE
000400* GIVEN PERMISSION FOR ON THE FUNCTION PERMISSION FILE
000500* (FNPMREC), IN THE ORDER THE OPERATIONS MENU (OPSMNU01) LISTS
000600* THEM. COPIED INTO WORKING-STORAGE BY THE MENU AND BY THE
000700* PERMISSION MAINTENANCE (FNPMNT01), WHICH ONLY GRANTS A
000800* FUNCTION LISTED HERE. A NEW FUNCTION IS ADDED HERE AND THE TWO
000900* PROGRAMS RECOMPILED.
001000*
001100* FN-TB-CODE IS THE FUNCTION CODE THE PERMISSION IS KEYED BY.
001200* FOR A MENU FUNCTION IT IS ALSO THE PROGRAM THE MENU CALLS.
001300* FN-TB-MENU-SW IS "Y" FOR A FUNCTION OFFERED ON THE MENU AND
001400* "N" FOR ONE REACHED ONLY FROM THE NIGHTLY CHAIN OR A
001500* HOUSEKEEPING RUN, WHOSE SUPERVISOR DECISIONS STILL TAKE THEIR
001600* AUTHORITY FROM THE PERMISSION FILE.
001700* FN-TB-NEEDS IS THE LEVEL AN OPERATOR MUST HOLD TO USE THE
001800* FUNCTION AT ALL - "S" FOR THE FUNCTIONS THAT ARE NOTHING BUT
001900* SUPERVISOR DECISIONS (APPROVALS, DAY RELEASE, PERMISSIONS),
002000* "U" FOR THE REST.
002100******************************************************************
002200 01  FN-TB-VALUES.
002300     03  FILLER                  PIC X(40) VALUE
002400         "EXCPWK01YUEXCEPTION QUEUE WORKLIST      ".
002500     03  FILLER                  PIC X(40) VALUE
002600         "TRNMNT01YUTRANSACTION AMENDMENTS        ".
002700     03  FILLER                  PIC X(40) VALUE
002800         "APPRV01 YSAMENDMENT APPROVALS           ".
002900     03  FILLER                  PIC X(40) VALUE
003000         "DAYREL01YSDAY RELEASE SIGN-OFF          ".
003033     03  FILLER                  PIC X(40) VALUE
003066         "PRDMNT01YUACCOUNTING PERIOD CONTROL     ".
003100     03  FILLER                  PIC X(40) VALUE
003200         "RGWK01  YUSCREENING WORKLIST            ".
003300     03  FILLER                  PIC X(40) VALUE
003400         "RDAPR01 YSREFERENCE-DATA APPROVALS      ".
003500     03  FILLER                  PIC X(40) VALUE
003600         "ACTMNT01YUCUSTOMER ACCOUNT MAINTENANCE  ".
003700     03  FILLER                  PIC X(40) VALUE
003800         "BRMNT01 YUBRANCH MASTER MAINTENANCE     ".
003833     03  FILLER                  PIC X(40) VALUE
003866         "BRMIG01 YUBRANCH CLOSURE AND MERGER     ".
003900     03  FILLER                  PIC X(40) VALUE
004000         "COMMNT01YUCOMMISSION SCHEDULE MAINT     ".
004100     03  FILLER                  PIC X(40) VALUE
004200         "CURMNT01YUCURRENCY MASTER MAINTENANCE   ".
004300     03  FILLER                  PIC X(40) VALUE
004400         "GLMMNT01YUGL MAPPING MAINTENANCE        ".
004433     03  FILLER                  PIC X(40) VALUE
004466         "TAXMNT01YUIOF TAX RATE MAINTENANCE      ".
004500     03  FILLER                  PIC X(40) VALUE
004600         "HOLMNT01YUHOLIDAY CALENDAR MAINTENANCE  ".
004700     03  FILLER                  PIC X(40) VALUE
004800         "LIMMNT01YUBRANCH LIMIT MAINTENANCE      ".
004900     03  FILLER                  PIC X(40) VALUE
005000         "SOMNT01 YUSTANDING ORDER MAINTENANCE    ".
005100     03  FILLER                  PIC X(40) VALUE
005200         "BUDMNT01YUBRANCH BUDGET MAINTENANCE     ".
005300     03  FILLER                  PIC X(40) VALUE
005400         "FSCMNT01YUFEED SCHEDULE MAINTENANCE     ".
005500     03  FILLER                  PIC X(40) VALUE
005600         "DSTMNT01YUREPORT DISTRIBUTION MAINT     ".
005633     03  FILLER                  PIC X(40) VALUE
005666         "JOBMNT01YUJOB SCHEDULE MAINTENANCE      ".
005700     03  FILLER                  PIC X(40) VALUE
005800         "OPRMNT01YUOPERATOR MASTER MAINTENANCE   ".
005900     03  FILLER                  PIC X(40) VALUE
006000         "FNPMNT01YSFUNCTION PERMISSION MAINT     ".
006100     03  FILLER                  PIC X(40) VALUE
006200         "BATCHCTLNUNIGHTLY CHAIN DATE OVERRIDES  ".
006300     03  FILLER                  PIC X(40) VALUE
006400         "CMDACCPTNUTRANSACTION ENTRY SESSION     ".
006500     03  FILLER                  PIC X(40) VALUE
006600         "FILRBL01NUINDEXED FILE REBUILD          ".
006700     03  FILLER                  PIC X(40) VALUE
006800         "FXLOAD01NUEXCHANGE RATE FEED LOAD       ".
006900     03  FILLER                  PIC X(40) VALUE
007000         "TRNRST01NUTRANSACTION FILE RESTORE      ".
007100 01  FILLER REDEFINES FN-TB-VALUES.
007200     03  FN-TB-ENTRY             OCCURS 28 TIMES.
007300         05  FN-TB-CODE          PIC X(08).
007400         05  FN-TB-MENU-SW       PIC X(01).
007500             88  FN-TB-ON-MENU   VALUE "Y".
007600         05  FN-TB-NEEDS         PIC X(01).
007700             88  FN-TB-NEEDS-SUPERVISE VALUE "S".
007800         05  FN-TB-DESCRIPTION   PIC X(30).
007900 77  FN-TB-COUNT                 PIC 9(02) COMP VALUE 28.
