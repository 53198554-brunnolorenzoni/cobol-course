000100******************************************************************
000200* AUTHOR:       BRUNNO LORENZONI
000300* INSTALLATION: OPERATIONS / BATCH SUPPORT
000400* DATE-WRITTEN: 2026-10-15
000500* DATE-COMPILED:
000600* PURPOSE:      SHARED OPERATOR SESSION. THE OPERATIONS MENU
000700*               (OPSMNU01) SIGNS THE OPERATOR ON ONCE AND PUTS THE
000800*               SIGNED-ON OPERATOR HERE; EVERY INTERACTIVE PROGRAM
000900*               ASKS HERE BEFORE PROMPTING FOR A SIGN-ON OF ITS
001000*               OWN, SO A PROGRAM CALLED FROM THE MENU RUNS AS THE
001100*               MENU'S OPERATOR WITHOUT A SECOND SIGN-ON, AND THE
001200*               SAME PROGRAM RUN ON ITS OWN STILL PROMPTS. THE
001300*               SESSION LIVES IN THIS PROGRAM'S WORKING-STORAGE,
001400*               SO IT LASTS AS LONG AS THE RUN UNIT THAT SET IT
001500*               AND NO LONGER. THREE FUNCTIONS:
001600*                 S - SET THE SESSION TO THE CALLER'S OPERATOR
001700*                 G - RETURN THE SESSION OPERATOR, IF ANY
001800*                 C - CLEAR THE SESSION (MENU SIGN-OFF)
001900* TECTONICS:    COBC
002000******************************************************************
002100* MODIFICATION HISTORY.
002200*    2026-10-15 BL  INITIAL VERSION.
002300******************************************************************
002400 IDENTIFICATION DIVISION.
002500 PROGRAM-ID. SESSN01.
002600 DATA DIVISION.
002700 WORKING-STORAGE SECTION.
002800 77  WS-SES-ACTIVE-SW            PIC X(01) VALUE "N".
002900     88  WS-SES-ACTIVE           VALUE "Y".
003000 77  WS-SES-OPERATOR-ID          PIC 9(06) VALUE ZEROS.
003100 77  WS-SES-OPERATOR-NAME        PIC X(20) VALUE SPACES.
003200*
003300 LINKAGE SECTION.
003400 01  SES-PARMS.
003500     03  SES-FUNCTION            PIC X(01).
003600         88  SES-FN-SET          VALUE "S".
003700         88  SES-FN-GET          VALUE "G".
003800         88  SES-FN-CLEAR        VALUE "C".
003900     03  SES-OPERATOR-ID         PIC 9(06).
004000     03  SES-OPERATOR-NAME       PIC X(20).
004100     03  SES-STATUS              PIC X(01).
004200         88  SES-ACTIVE          VALUE "Y".
004300         88  SES-NONE            VALUE "N".
004400*
004500 PROCEDURE DIVISION USING SES-PARMS.
004600 0000-MAINLINE.
004700     EVALUATE TRUE
004800         WHEN SES-FN-SET
004900             PERFORM 1000-SET-SESSION THRU 1000-EXIT
005000         WHEN SES-FN-CLEAR
005100             PERFORM 3000-CLEAR-SESSION THRU 3000-EXIT
005200         WHEN OTHER
005300             PERFORM 2000-GET-SESSION THRU 2000-EXIT
005400     END-EVALUATE.
005500     GOBACK.
005600*
005700******************************************************************
005800* 1000-SET-SESSION.
005900*    RECORDS THE CALLER'S OPERATOR AS THE SIGNED-ON OPERATOR.
006000******************************************************************
006100 1000-SET-SESSION.
006200     MOVE SES-OPERATOR-ID TO WS-SES-OPERATOR-ID.
006300     MOVE SES-OPERATOR-NAME TO WS-SES-OPERATOR-NAME.
006400     SET WS-SES-ACTIVE TO TRUE.
006500     SET SES-ACTIVE TO TRUE.
006600 1000-EXIT.
006700     EXIT.
006800*
006900******************************************************************
007000* 2000-GET-SESSION.
007100*    RETURNS THE SIGNED-ON OPERATOR, OR SES-NONE WITH THE ID AT
007200*    ZEROS WHEN NOBODY HAS SIGNED ON THROUGH THE MENU.
007300******************************************************************
007400 2000-GET-SESSION.
007500     IF NOT WS-SES-ACTIVE
007600         MOVE ZEROS TO SES-OPERATOR-ID
007700         MOVE SPACES TO SES-OPERATOR-NAME
007800         SET SES-NONE TO TRUE
007900         GO TO 2000-EXIT
008000     END-IF.
008100     MOVE WS-SES-OPERATOR-ID TO SES-OPERATOR-ID.
008200     MOVE WS-SES-OPERATOR-NAME TO SES-OPERATOR-NAME.
008300     SET SES-ACTIVE TO TRUE.
008400 2000-EXIT.
008500     EXIT.
008600*
008700******************************************************************
008800* 3000-CLEAR-SESSION.
008900*    ENDS THE SESSION - LATER CALLERS PROMPT FOR THEIR OWN
009000*    SIGN-ON AGAIN.
009100******************************************************************
009200 3000-CLEAR-SESSION.
009300     MOVE ZEROS TO WS-SES-OPERATOR-ID.
009400     MOVE SPACES TO WS-SES-OPERATOR-NAME.
009500     MOVE "N" TO WS-SES-ACTIVE-SW.
009600     SET SES-NONE TO TRUE.
009700 3000-EXIT.
009800     EXIT.
009900*
010000 END PROGRAM SESSN01.
