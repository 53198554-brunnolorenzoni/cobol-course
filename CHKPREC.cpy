000100******************************************************************
000200* CHKPREC.CPY
000300* CHECKPOINT RECORD FOR THE DAILY TOTALS RUN. THE RUN IS SPLIT
000400* INTO BRANCH-RANGE PARTITIONS (SEE TPARTREC) AND EACH PARTITION
000500* KEEPS ITS OWN RECORD ON THE KEYED CHECKPOINT FILE, REWRITTEN
000600* AFTER EVERY TRANSACTION IT TOTALS, SO A RUN THAT CRASHES
000700* PARTWAY THROUGH CAN BE RESTARTED WITHOUT REPROCESSING (AND
000800* DOUBLE-COUNTING) WHATEVER ALREADY POSTED, AND A PARTITION
000900* THAT FINISHED IS NOT RUN AGAIN AT ALL. AN EMPTY FILE MEANS THE
001000* LAST RUN EITHER NEVER STARTED OR RAN TO COMPLETION CLEANLY -
001100* THERE IS NOTHING TO RESTART FROM.
001200*
001300* CKPT-LOW-BRANCH / CKPT-HIGH-BRANCH - THE RANGE THE PARTITION
001400*    WAS STARTED ON: BRANCH CODES ABOVE THE LOW BOUND UP TO AND
001500*    INCLUDING THE HIGH BOUND. A RESTART WHOSE PARTITION TABLE NO
001600*    LONGER GIVES THE SAME RANGE IS REFUSED.
001700* CKPT-STATUS - P WHILE THE PARTITION IS RUNNING, C ONCE IT HAS
001800*    READ TO THE END OF ITS RANGE.
001900* CKPT-LAST-BRANCH / CKPT-BRANCH-DONE - WHERE THE PARTITION HAD
002000*    GOT TO: THE BRANCH IT WAS ON AND HOW MANY OF THAT BRANCH'S
002100*    ITEMS (READ IN BRANCH ORDER) IT HAD TOTALED.
002200*    CKPT-LAST-TRAN-ID IS THE LAST OF THEM, CHECKED AGAIN ON THE
002300*    RESTART.
002320* CKPT-RUN-STAMP - THE START TIME OF THE RUN THAT STARTED THE
002340*    PARTITION. A RESTART CARRIES IT ON, SO ACCOUNTS THE FAILED
002360*    RUN POSTED ARE NOT TAKEN FOR A RERUN OF THE DAY (SEE
002380*    ACCTREC).
002400*
002500* THE RUNNING FIGURES ARE THE PARTITION'S OWN; THE BRANCH,
002600* CURRENCY AND GL BUCKET FIGURES LIVE ON THE TOTALS WORK FILE
002700* (SEE TOTWKREC), NOT HERE, SO NOTHING IN THIS RECORD GROWS WITH
002800* THE NUMBER OF BRANCHES OR CURRENCIES.
002900******************************************************************
003000 01  CHECKPOINT-RECORD.
003100     03  CKPT-PARTITION          PIC 9(02).
003200     03  CKPT-LOW-BRANCH         PIC X(04).
003300     03  CKPT-HIGH-BRANCH        PIC X(04).
003400     03  CKPT-STATUS             PIC X(01).
003500         88  CKPT-PART-RUNNING   VALUE "P".
003600         88  CKPT-PART-COMPLETE  VALUE "C".
003700     03  CKPT-LAST-TRAN-ID       PIC 9(06).
003800     03  CKPT-LAST-BRANCH        PIC X(04).
003900     03  CKPT-BRANCH-DONE        PIC 9(06).
004000     03  CKPT-TRAN-COUNT         PIC 9(06).
004100     03  CKPT-GRAND-TOTAL        PIC S9(09)V99
004200                                 SIGN IS LEADING SEPARATE.
004300     03  CKPT-GROSS-TOTAL        PIC 9(09)V99.
004400     03  CKPT-REVERSAL-TOTAL     PIC 9(09)V99.
004500     03  CKPT-ACCT-POSTED-COUNT  PIC 9(06).
004600     03  CKPT-ACCT-REFUSED-COUNT PIC 9(06).
004700     03  CKPT-XFER-LEG-COUNT     PIC 9(06).
004800     03  CKPT-EXCEPTION-SW       PIC X(01).
004900     03  CKPT-GL-INCOMPLETE-SW   PIC X(01).
004950     03  CKPT-RUN-STAMP          PIC 9(08).
005000     03  FILLER                  PIC X(02).
