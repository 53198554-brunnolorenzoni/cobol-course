000100******************************************************************
000200* AUTHOR:       BRUNNO LORENZONI
000300* INSTALLATION: OPERATIONS / BATCH SUPPORT
000400* DATE-WRITTEN: 2026-10-15
000500* DATE-COMPILED:
000600* PURPOSE:      SHARED REFERENCE-DATA CHANGE WRITER. THE SEVEN
000700*               REFERENCE-DATA MAINTENANCE PROGRAMS CALL THIS
000800*               INSTEAD OF WRITING THEIR MASTERS, SO EVERY CHANGE
000900*               IS QUEUED THE SAME WAY FOR A SECOND OPERATOR'S
001000*               APPROVAL, AND THE REVIEW PROGRAM CALLS IT TO LOG
001100*               EACH CHANGE THAT LANDS. TWO FUNCTIONS:
001200*                 Q - QUEUE A PENDING CHANGE ON THE PENDING FILE
001300*                     UNDER THE NEXT ITEM NUMBER. A KEY WITH A
001400*                     CHANGE ALREADY OPEN IS NOT QUEUED TWICE -
001500*                     THE OPEN ITEM'S NUMBER COMES BACK INSTEAD.
001600*                 L - APPEND ONE BEFORE/AFTER RECORD TO THE
001700*                     REFERENCE-DATA CHANGE LOG.
001800*               THE OUTCOME COMES BACK IN RDQ-STATUS; THE CALLER
001900*               DECIDES WHAT TO TELL THE OPERATOR.
002000* TECTONICS:    COBC
002100******************************************************************
002200* MODIFICATION HISTORY.
002300*    2026-10-15 BL  INITIAL VERSION.
002400******************************************************************
002500 IDENTIFICATION DIVISION.
002600 PROGRAM-ID. RDQUE01.
002700 ENVIRONMENT DIVISION.
002800 INPUT-OUTPUT SECTION.
002900 FILE-CONTROL.
003000     SELECT RD-PENDING-FILE ASSIGN TO "RDPEND"
003100         ORGANIZATION IS INDEXED
003200         ACCESS MODE IS DYNAMIC
003300         RECORD KEY IS RDP-ID
003400         FILE STATUS IS WS-RDP-FILE-STATUS.
003500     SELECT RD-CHANGE-LOG-FILE ASSIGN TO "RDCHGLOG"
003600         ORGANIZATION IS LINE SEQUENTIAL
003700         FILE STATUS IS WS-RDL-FILE-STATUS.
003800*
003900 DATA DIVISION.
004000 FILE SECTION.
004100 FD  RD-PENDING-FILE.
004200 COPY "RDPNDREC.cpy".
004300 FD  RD-CHANGE-LOG-FILE.
004400 COPY "RDLOGREC.cpy".
004500*
004600 WORKING-STORAGE SECTION.
004700 77  WS-RDP-FILE-STATUS          PIC X(02) VALUE "00".
004800     88  WS-RDP-FILE-NOT-FOUND   VALUE "35".
004900 77  WS-RDL-FILE-STATUS          PIC X(02) VALUE "00".
005000     88  WS-RDL-FILE-NOT-FOUND   VALUE "35".
005100*
005200 77  WS-RDP-EOF-SW               PIC X(01) VALUE "N".
005300     88  WS-RDP-EOF              VALUE "Y".
005400*
005500*    HIGHEST ITEM NUMBER ON FILE, AND THE NUMBER OF AN ITEM
005600*    ALREADY OPEN FOR THE SAME MASTER AND KEY (ZEROS IF NONE).
005700*
005800 77  WS-HIGH-ID                  PIC 9(06) VALUE ZEROS.
005900 77  WS-OPEN-ID                  PIC 9(06) VALUE ZEROS.
006000*
006100 LINKAGE SECTION.
006200 01  RDQ-PARMS.
006300     03  RDQ-FUNCTION            PIC X(01).
006400         88  RDQ-FN-QUEUE        VALUE "Q".
006500         88  RDQ-FN-LOG          VALUE "L".
006600     03  RDQ-TABLE               PIC X(08).
006700     03  RDQ-ACTION              PIC X(06).
006800     03  RDQ-KEY                 PIC X(08).
006900     03  RDQ-BEFORE-IMAGE        PIC X(60).
007000     03  RDQ-AFTER-IMAGE         PIC X(60).
007100     03  RDQ-REQUEST-OPR         PIC 9(06).
007200     03  RDQ-APPROVE-OPR         PIC 9(06).
007300     03  RDQ-PEND-ID             PIC 9(06).
007400     03  RDQ-STATUS              PIC X(01).
007500         88  RDQ-OK              VALUE "Y".
007600         88  RDQ-ALREADY-OPEN    VALUE "D".
007700         88  RDQ-FAILED          VALUE "N".
007800*
007900 PROCEDURE DIVISION USING RDQ-PARMS.
008000 0000-MAINLINE.
008100     SET RDQ-FAILED TO TRUE.
008200     EVALUATE TRUE
008300         WHEN RDQ-FN-QUEUE
008400             PERFORM 1000-QUEUE-CHANGE THRU 1000-EXIT
008500         WHEN RDQ-FN-LOG
008600             PERFORM 2000-LOG-CHANGE THRU 2000-EXIT
008700         WHEN OTHER
008800             CONTINUE
008900     END-EVALUATE.
009000     GOBACK.
009100*
009200******************************************************************
009300* 1000-QUEUE-CHANGE.
009400*    OPENS THE PENDING FILE (CREATING IT ON FIRST USE), SCANS IT
009500*    FOR THE HIGHEST ITEM NUMBER AND FOR AN ITEM ALREADY OPEN ON
009600*    THE SAME MASTER AND KEY, AND WRITES THE NEW ITEM OPEN UNDER
009700*    THE NEXT NUMBER. THE QUEUE IS SMALL AND WORKED DAILY, SO A
009800*    FORWARD SCAN IS PLENTY.
009900******************************************************************
010000 1000-QUEUE-CHANGE.
010100     MOVE ZEROS TO RDQ-PEND-ID.
010200     OPEN I-O RD-PENDING-FILE.
010300     IF WS-RDP-FILE-NOT-FOUND
010400         CLOSE RD-PENDING-FILE
010500         OPEN OUTPUT RD-PENDING-FILE
010600         CLOSE RD-PENDING-FILE
010700         OPEN I-O RD-PENDING-FILE
010800     END-IF.
010900     IF WS-RDP-FILE-STATUS NOT = "00"
011000         GO TO 1000-EXIT
011100     END-IF.
011200     MOVE ZEROS TO WS-HIGH-ID WS-OPEN-ID.
011300     MOVE "N" TO WS-RDP-EOF-SW.
011400     MOVE ZEROS TO RDP-ID.
011500     START RD-PENDING-FILE KEY IS NOT LESS THAN RDP-ID
011600         INVALID KEY
011700             SET WS-RDP-EOF TO TRUE
011800     END-START.
011900     PERFORM 1100-SCAN-ONE-ITEM THRU 1100-EXIT
012000         UNTIL WS-RDP-EOF.
012100     IF WS-OPEN-ID NOT = ZEROS
012200         MOVE WS-OPEN-ID TO RDQ-PEND-ID
012300         SET RDQ-ALREADY-OPEN TO TRUE
012400         CLOSE RD-PENDING-FILE
012500         GO TO 1000-EXIT
012600     END-IF.
012700     MOVE SPACES TO RD-PENDING-RECORD.
012800     COMPUTE RDP-ID = WS-HIGH-ID + 1.
012900     MOVE RDQ-TABLE TO RDP-TABLE.
013000     MOVE RDQ-ACTION TO RDP-ACTION.
013100     MOVE RDQ-KEY TO RDP-KEY.
013200     MOVE RDQ-BEFORE-IMAGE TO RDP-BEFORE-IMAGE.
013300     MOVE RDQ-AFTER-IMAGE TO RDP-AFTER-IMAGE.
013400     MOVE RDQ-REQUEST-OPR TO RDP-REQUEST-OPR.
013500     ACCEPT RDP-REQUEST-DATE FROM DATE YYYYMMDD.
013600     ACCEPT RDP-REQUEST-TIME FROM TIME.
013700     SET RDP-OPEN TO TRUE.
013800     MOVE ZEROS TO RDP-REVIEW-OPR RDP-REVIEW-DATE RDP-REVIEW-TIME.
013900     WRITE RD-PENDING-RECORD
014000         INVALID KEY
014100             CLOSE RD-PENDING-FILE
014200             GO TO 1000-EXIT
014300     END-WRITE.
014400     MOVE RDP-ID TO RDQ-PEND-ID.
014500     SET RDQ-OK TO TRUE.
014600     CLOSE RD-PENDING-FILE.
014700 1000-EXIT.
014800     EXIT.
014900*
015000******************************************************************
015100* 1100-SCAN-ONE-ITEM.
015200*    READS ONE PENDING ITEM, KEEPING THE HIGHEST NUMBER SEEN AND
015300*    NOTING AN OPEN ITEM FOR THE SAME MASTER AND KEY.
015400******************************************************************
015500 1100-SCAN-ONE-ITEM.
015600     READ RD-PENDING-FILE NEXT RECORD
015700         AT END
015800             SET WS-RDP-EOF TO TRUE
015900             GO TO 1100-EXIT
016000     END-READ.
016100     IF RDP-ID > WS-HIGH-ID
016200         MOVE RDP-ID TO WS-HIGH-ID
016300     END-IF.
016400     IF RDP-OPEN AND RDP-TABLE = RDQ-TABLE AND RDP-KEY = RDQ-KEY
016500         MOVE RDP-ID TO WS-OPEN-ID
016600     END-IF.
016700 1100-EXIT.
016800     EXIT.
016900*
017000******************************************************************
017100* 2000-LOG-CHANGE.
017200*    APPENDS ONE BEFORE/AFTER RECORD TO THE REFERENCE-DATA CHANGE
017300*    LOG FOR A CHANGE THAT HAS JUST LANDED ON ITS MASTER.
017400******************************************************************
017500 2000-LOG-CHANGE.
017600     OPEN EXTEND RD-CHANGE-LOG-FILE.
017700     IF WS-RDL-FILE-NOT-FOUND
017800         CLOSE RD-CHANGE-LOG-FILE
017900         OPEN OUTPUT RD-CHANGE-LOG-FILE
018000     END-IF.
018100     IF WS-RDL-FILE-STATUS NOT = "00"
018200         GO TO 2000-EXIT
018300     END-IF.
018400     MOVE SPACES TO RD-CHANGE-LOG-RECORD.
018500     ACCEPT RDL-DATE FROM DATE YYYYMMDD.
018600     ACCEPT RDL-TIME FROM TIME.
018700     MOVE RDQ-TABLE TO RDL-TABLE.
018800     MOVE RDQ-ACTION TO RDL-ACTION.
018900     MOVE RDQ-KEY TO RDL-KEY.
019000     MOVE RDQ-PEND-ID TO RDL-PEND-ID.
019100     MOVE RDQ-REQUEST-OPR TO RDL-REQUEST-OPR.
019200     MOVE RDQ-APPROVE-OPR TO RDL-APPROVE-OPR.
019300     MOVE RDQ-BEFORE-IMAGE TO RDL-BEFORE-IMAGE.
019400     MOVE RDQ-AFTER-IMAGE TO RDL-AFTER-IMAGE.
019500     WRITE RD-CHANGE-LOG-RECORD.
019600     IF WS-RDL-FILE-STATUS = "00"
019700         SET RDQ-OK TO TRUE
019800     END-IF.
019900     CLOSE RD-CHANGE-LOG-FILE.
020000 2000-EXIT.
020100     EXIT.
020200*
020300 END PROGRAM RDQUE01.
