001700******************************************************************
001800* MODIFICATION HISTORY.
001900*    2026-08-22 BL  INITIAL VERSION.
001950*    2026-10-15 BL  CARRY THE CUSTOMER ACCOUNT NUMBER ACROSS.
001975*    2026-10-15 BL  CARRY A TRANSFER LEG'S COUNTER BRANCH, SIDE.
001981*    2026-10-15 BL  CHECKPOINT FILE IS NOW KEYED BY TOTALS
001987*                   PARTITION - ANY PARTITION RECORD ON IT MEANS A
001993*                   RESTART IS PENDING.
002000******************************************************************
002100 IDENTIFICATION DIVISION.
002200 PROGRAM-ID. TRNARC01.
003300         ACCESS MODE IS DYNAMIC
003400         RECORD KEY IS ARCH-KEY
003500         FILE STATUS IS WS-ARCH-FILE-STATUS.
003566     SELECT CHECKPOINT-FILE ASSIGN TO "CHKPFILE"
003633         ORGANIZATION IS INDEXED
003700         ACCESS MODE IS DYNAMIC
003766         RECORD KEY IS CKPT-PARTITION
003833         FILE STATUS IS WS-CKPT-FILE-STATUS.
003900     SELECT JOB-HISTORY-FILE ASSIGN TO "JOBHIST"
004000         ORGANIZATION IS LINE SEQUENTIAL
004100         FILE STATUS IS WS-JH-FILE-STATUS.
007200 77  WS-RUN-TIME                 PIC 9(08) VALUE ZEROS.
007300 77  WS-END-TIME                 PIC 9(08) VALUE ZEROS.
007400*
007483*    CLEAN-CYCLE EVIDENCE. THE ARCHIVAL ONLY RUNS WHEN THE
007566*    CHECKPOINT FILE SHOWS NO RESTART PENDING (THE TOTALS RUN
007650*    EMPTIES IT ON CLEAN COMPLETION, SO ANY PARTITION RECORD STILL
007733*    ON IT IS A RESTART WAITING) AND TODAY'S LAST TOTALS RUN
007816*    ON THE JOB HISTORY ENDED WITH RETURN CODE ZERO.
007900*
008000 77  WS-CKPT-PENDING-SW          PIC X(01) VALUE "N".
008100     88  WS-CKPT-PENDING         VALUE "Y".
015400     IF WS-CKPT-FILE-NOT-FOUND
015500         CLOSE CHECKPOINT-FILE
015600     ELSE
015728         READ CHECKPOINT-FILE NEXT RECORD
015857             AT END
015985                 CONTINUE
016114             NOT AT END
016242                 SET WS-CKPT-PENDING TO TRUE
016371         END-READ
016500         CLOSE CHECKPOINT-FILE
016600     END-IF.
016700     IF WS-CKPT-PENDING
029910     MOVE TRAN-TYPE TO ARCH-TYPE.
029920     MOVE TRAN-REVERSED-ID TO ARCH-REVERSED-ID.
029930     MOVE TRAN-OPERATOR-ID TO ARCH-OPERATOR-ID.
029947     IF TRAN-ACCOUNT NUMERIC
029965         MOVE TRAN-ACCOUNT TO ARCH-ACCOUNT
029982     END-IF.
029988     MOVE TRAN-COUNTER-BRANCH TO ARCH-COUNTER-BRANCH.
029994     MOVE TRAN-XFER-SIDE TO ARCH-XFER-SIDE.
030000     WRITE ARCHIVE-RECORD
030100         INVALID KEY
030200             ADD 1 TO WS-DUPLICATE-COUNT
