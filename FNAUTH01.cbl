000100******************************************************************
000200* AUTHOR:       BRUNNO LORENZONI
000300* INSTALLATION: OPERATIONS / BATCH SUPPORT
000400* DATE-WRITTEN: 2026-10-15
000500* DATE-COMPILED:
000600* PURPOSE:      SHARED FUNCTION AUTHORITY CHECK. EVERY PROGRAM
000700*               THAT SIGNS AN OPERATOR ON, OR TAKES A SUPERVISOR'S
000800*               ID FOR A CONFIRMATION OR OVERRIDE, CALLS THIS WITH
000900*               THE OPERATOR AND ITS OWN FUNCTION CODE (FNTBL)
001000*               INSTEAD OF DECIDING FROM OPR-AUTHORITY ITSELF. THE
001100*               ANSWER COMES FROM THE FUNCTION PERMISSION FILE:
001200*                 S - THE OPERATOR MAY USE AND SUPERVISE THE
001300*                     FUNCTION
001400*                 U - THE OPERATOR MAY USE THE FUNCTION
001500*                 SPACE - NO PERMISSION FOR THE FUNCTION
001600*               UNTIL THE PERMISSION FILE HAS BEEN BUILT (BY
001700*               FNPMNT01) THE ANSWER FALLS BACK TO THE CALLER'S
001800*               OPR-AUTHORITY - ENTRY GIVES U, SUPERVISOR GIVES
001900*               S - AND FNA-SOURCE SAYS SO, SO AN INSTALLATION
002000*               KEEPS WORKING THROUGH THE CHANGEOVER.
002100*
002200*               THE OPERATOR MASTER IS NOT OPENED HERE - THE
002300*               CALLER HAS ALREADY READ THE OPERATOR AND PASSES
002400*               THE AUTHORITY IN, SO A PROGRAM HOLDING THE MASTER
002500*               OPEN I-O CAN STILL ASK.
002600* TECTONICS:    COBC
002700******************************************************************
002800* MODIFICATION HISTORY.
002900*    2026-10-15 BL  INITIAL VERSION.
003000******************************************************************
003100 IDENTIFICATION DIVISION.
003200 PROGRAM-ID. FNAUTH01.
003300 ENVIRONMENT DIVISION.
003400 INPUT-OUTPUT SECTION.
003500 FILE-CONTROL.
003600     SELECT FUNCTION-PERMISSION-FILE ASSIGN TO "FNPERM"
003700         ORGANIZATION IS INDEXED
003800         ACCESS MODE IS RANDOM
003900         RECORD KEY IS FP-KEY
004000         FILE STATUS IS WS-FP-FILE-STATUS.
004100*
004200 DATA DIVISION.
004300 FILE SECTION.
004400 FD  FUNCTION-PERMISSION-FILE.
004500 COPY "FNPMREC.cpy".
004600*
004700 WORKING-STORAGE SECTION.
004800 77  WS-FP-FILE-STATUS           PIC X(02) VALUE "00".
004900     88  WS-FP-FILE-NOT-FOUND    VALUE "35".
005000*
005100 LINKAGE SECTION.
005200 01  FNA-PARMS.
005300     03  FNA-OPERATOR-ID         PIC 9(06).
005400     03  FNA-FUNCTION            PIC X(08).
005500     03  FNA-OPR-AUTHORITY       PIC 9(01).
005600     03  FNA-LEVEL               PIC X(01).
005700         88  FNA-NO-ACCESS       VALUE SPACE.
005800         88  FNA-CAN-USE         VALUE "U" "S".
005900         88  FNA-CAN-SUPERVISE   VALUE "S".
006000     03  FNA-SOURCE              PIC X(01).
006100         88  FNA-FROM-FILE       VALUE "F".
006200         88  FNA-DEFAULTED       VALUE "D".
006300*
006400 PROCEDURE DIVISION USING FNA-PARMS.
006500 0000-MAINLINE.
006600     MOVE SPACE TO FNA-LEVEL.
006700     OPEN INPUT FUNCTION-PERMISSION-FILE.
006800     IF WS-FP-FILE-NOT-FOUND
006900         PERFORM 2000-DEFAULT-LEVEL THRU 2000-EXIT
007000         GOBACK
007100     END-IF.
007200     IF WS-FP-FILE-STATUS NOT = "00"
007300         SET FNA-FROM-FILE TO TRUE
007400         GOBACK
007500     END-IF.
007600     PERFORM 1000-READ-PERMISSION THRU 1000-EXIT.
007700     CLOSE FUNCTION-PERMISSION-FILE.
007800     GOBACK.
007900*
008000******************************************************************
008100* 1000-READ-PERMISSION.
008200*    LOOKS UP THE OPERATOR AND FUNCTION ON THE PERMISSION FILE.
008300*    NO RECORD, OR ONE WITH A LEVEL NOT RECOGNISED, LEAVES THE
008400*    LEVEL AT SPACE - NO ACCESS.
008500******************************************************************
008600 1000-READ-PERMISSION.
008700     SET FNA-FROM-FILE TO TRUE.
008800     MOVE FNA-OPERATOR-ID TO FP-OPERATOR-ID.
008900     MOVE FNA-FUNCTION TO FP-FUNCTION.
009000     READ FUNCTION-PERMISSION-FILE
009100         INVALID KEY
009200             GO TO 1000-EXIT
009300     END-READ.
009400     IF FP-LEVEL-VALID
009500         MOVE FP-LEVEL TO FNA-LEVEL
009600     END-IF.
009700 1000-EXIT.
009800     EXIT.
009900*
010000******************************************************************
010100* 2000-DEFAULT-LEVEL.
010200*    NO PERMISSION FILE YET - THE LEVEL FOLLOWS THE TWO-LEVEL
010300*    AUTHORITY ON THE OPERATOR MASTER.
010400******************************************************************
010500 2000-DEFAULT-LEVEL.
010600     SET FNA-DEFAULTED TO TRUE.
010700     EVALUATE FNA-OPR-AUTHORITY
010800         WHEN 1
010900             MOVE "U" TO FNA-LEVEL
011000         WHEN 2
011100             MOVE "S" TO FNA-LEVEL
011200         WHEN OTHER
011300             MOVE SPACE TO FNA-LEVEL
011400     END-EVALUATE.
011500 2000-EXIT.
011600     EXIT.
011700*
011800 END PROGRAM FNAUTH01.
