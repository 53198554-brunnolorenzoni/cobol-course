001100*               OUT, AND MONTH TOTALS IN THE BRANCH'S CURRENCY -
001200*               SO THE MONTHLY "WHAT POSTED FOR US" CALLS STOP
001300*               BEING ANSWERED OFF FILED DAILY TOTALS REPORTS.
001400*               RUN AT MONTH-END BY THE NIGHTLY CHAIN AS A JOB ON
001500*               THE JOB SCHEDULE, AFTER THE TOTALS RUN; THE
001600*               CLOSING DAY'S OWN TRANSACTIONS ARE STILL ON THE
001700*               LIVE FILE (THE ARCHIVE STEP RUNS LATER), SO THE
001800*               LIVE FILE IS WALKED FOR THEM AS WELL.
002220*                   EACH BRANCH'S RECORDS DIRECTLY THROUGH THE
002230*                   NEW TRAN-BRANCH ALTERNATE KEY INSTEAD OF
002240*                   SCANNING THE WHOLE FILE PER BRANCH.
002252*    2026-10-15 BL  INTER-BRANCH TRANSFER LEGS LIST WITH A T FLAG
002264*                   AND THE OTHER BRANCH - AN OUTWARD LEG TAKES
002276*                   ITS AMOUNT OFF THE MONTH NET, AN INWARD LEG
002288*                   ADDS IT; NEITHER IS GROSS BUSINESS.
002291*    2026-10-15 BL  NOW RUN FROM THE JOB SCHEDULE BY THE NIGHTLY
002294*                   CHAIN INSTEAD OF FROM THE TOTALS RUN'S
002297*                   MONTH-END CLOSING.
002314*    2026-10-15 BL  A BRANCH MERGED INTO ANOTHER BY THE CLOSURE
002331*                   AND MERGER UTILITY SHOWS ITS SUCCESSOR UNDER
002348*                   THE HEADER, AND A SUCCESSOR SHOWS EVERY
002365*                   BRANCH IT TOOK OVER (BRLINK).
002369*    2026-10-15 BL  A CLEAN RUN REPORTS THE MONTH'S BRANCH
002373*                   STATEMENTS OUT TO THE PERIOD SERVICE
002377*                   (PRDCTL01) TOWARDS CLOSING THE MONTH.
002382******************************************************************
002400 IDENTIFICATION DIVISION.
002500 PROGRAM-ID. BRSTMT01.
002600 ENVIRONMENT DIVISION.
004533         ALTERNATE RECORD KEY IS TRAN-BRANCH
004566             WITH DUPLICATES
004600         FILE STATUS IS WS-TRAN-FILE-STATUS.
004612     SELECT BRANCH-LINK-FILE ASSIGN TO "BRLINK"
004625         ORGANIZATION IS INDEXED
004637         ACCESS MODE IS DYNAMIC
004650         RECORD KEY IS BL-OLD-BRANCH
004662         ALTERNATE RECORD KEY IS BL-NEW-BRANCH
004675             WITH DUPLICATES
004687         FILE STATUS IS WS-BL-FILE-STATUS.
004700     SELECT STATEMENT-FILE ASSIGN TO DYNAMIC WS-STM-FILE-NAME
004800         ORGANIZATION IS LINE SEQUENTIAL
004900         FILE STATUS IS WS-STM-FILE-STATUS.
006200 COPY "ARCHREC.cpy".
006300 FD  TRANSACTION-FILE.
006400 COPY "TRANREC.cpy".
006433 FD  BRANCH-LINK-FILE.
006466 COPY "BRLNKREC.cpy".
006500 FD  STATEMENT-FILE.
006600 01  STATEMENT-RECORD                PIC X(80).
006700 FD  REPORT-INDEX-FILE.
007400 77  WS-ARCH-FILE-STATUS         PIC X(02) VALUE "00".
007500     88  WS-ARCH-FILE-NOT-FOUND  VALUE "35".
007600 77  WS-TRAN-FILE-STATUS         PIC X(02) VALUE "00".
007650 77  WS-BL-FILE-STATUS           PIC X(02) VALUE "00".
007700 77  WS-STM-FILE-STATUS          PIC X(02) VALUE "00".
007800     88  WS-STM-FILE-NOT-FOUND   VALUE "35".
007900 77  WS-RIX-FILE-STATUS          PIC X(02) VALUE "00".
008700     88  WS-ARCH-EOF             VALUE "Y".
008800 77  WS-TRAN-EOF-SW              PIC X(01) VALUE "N".
008900     88  WS-TRAN-EOF             VALUE "Y".
008933 77  WS-BL-EOF-SW                PIC X(01) VALUE "N".
008966     88  WS-BL-EOF               VALUE "Y".
009000 77  WS-ABORT-SW                 PIC X(01) VALUE "N".
009100     88  WS-ABORT-RUN            VALUE "Y".
009200*
009900     88  WS-ARCH-AVAILABLE       VALUE "Y".
010000 77  WS-TRAN-AVAILABLE-SW        PIC X(01) VALUE "N".
010100     88  WS-TRAN-AVAILABLE       VALUE "Y".
010114*
010128*    THE BRANCH SUCCESSION LINKS ONLY EXIST ONCE A BRANCH HAS BEEN
010142*    MERGED INTO ANOTHER; WITHOUT THEM NO LINK LINES PRINT.
010157*
010171 77  WS-BL-AVAILABLE-SW          PIC X(01) VALUE "N".
010185     88  WS-BL-AVAILABLE         VALUE "Y".
010200*
010300 77  WS-RUN-DATE                 PIC 9(08) VALUE ZEROS.
010400 77  WS-RUN-TIME                 PIC 9(08) VALUE ZEROS.
015600     03  SH2-NAME                PIC X(20).
015700     03  FILLER                  PIC X(05) VALUE " CCY ".
015800     03  SH2-CURRENCY            PIC X(03).
015812*
015825 01  WS-STM-LINK-LINE.
015837     03  FILLER                  PIC X(01) VALUE SPACE.
015850     03  SL-TEXT                 PIC X(24).
015862     03  SL-BRANCH               PIC X(04).
015875     03  FILLER                  PIC X(11) VALUE " EFFECTIVE ".
015887     03  SL-EFFECTIVE-DATE       PIC 9(08).
015900*
016000 01  WS-STM-DETAIL-LINE.
016100     03  FILLER                  PIC X(01) VALUE SPACE.
020500     03  WS-BDATE-DATE            PIC 9(08).
020600     03  WS-BDATE-STATUS          PIC X(01).
020700*
020705*    PARAMETER AREA PASSED TO PRDCTL01. LAYOUT MUST MATCH ITS
020710*    LINKAGE SECTION PRC-PARMS FIELD FOR FIELD.
020715*
020720 01  WS-PRC-PARMS.
020725     03  WS-PRC-FUNCTION          PIC X(01) VALUE "B".
020730     03  WS-PRC-DATE              PIC 9(08).
020735     03  WS-PRC-OPERATOR          PIC 9(06) VALUE ZEROS.
020740     03  WS-PRC-SOURCE            PIC X(10) VALUE "BRSTMT01".
020745     03  WS-PRC-REASON            PIC X(40) VALUE SPACES.
020750     03  WS-PRC-PERIOD            PIC 9(06).
020755     03  WS-PRC-PERIOD-STATUS     PIC X(01).
020760         88  WS-PRC-PERIOD-OPEN   VALUE "O".
020765         88  WS-PRC-PERIOD-CLOSING VALUE "G".
020770         88  WS-PRC-PERIOD-CLOSED VALUE "C".
020775     03  WS-PRC-RESULT            PIC X(01).
020780         88  WS-PRC-DONE          VALUE "Y".
020785         88  WS-PRC-REFUSED       VALUE "N".
020790     03  WS-PRC-MESSAGE           PIC X(50).
020795*
020800*    PARAMETER AREA PASSED TO LOGWRT01. LAYOUT MUST MATCH ITS
020900*    LINKAGE SECTION LOG-PARMS FIELD FOR FIELD.
021000*
027900     IF WS-TRAN-FILE-STATUS = "00"
028000         SET WS-TRAN-AVAILABLE TO TRUE
028100     END-IF.
028120     OPEN INPUT BRANCH-LINK-FILE.
028140     IF WS-BL-FILE-STATUS = "00"
028160         SET WS-BL-AVAILABLE TO TRUE
028180     END-IF.
028200     IF NOT WS-ARCH-AVAILABLE AND NOT WS-TRAN-AVAILABLE
028300         MOVE "INITIALIZE" TO WS-ERR-STEP
028400         MOVE "NO ARCHIVE AND NO LIVE FILE - NOTHING TO STATE" TO
037300*
037400******************************************************************
037500* 2200-WRITE-STATEMENT-HEADER.
037600*    WRITES THE TWO-LINE STATEMENT HEADER FOR THE CURRENT BRANCH,
037650*    FOLLOWED BY ITS SUCCESSION LINKS WHEN IT HAS ANY.
037700******************************************************************
037800 2200-WRITE-STATEMENT-HEADER.
037900     MOVE WS-STM-AAAAMM TO SH1-MONTH.
038500     MOVE BR-DEFAULT-CURRENCY TO SH2-CURRENCY.
038600     MOVE WS-STM-HEADER-2 TO STATEMENT-RECORD.
038700     WRITE STATEMENT-RECORD.
038725     IF WS-BL-AVAILABLE
038750         PERFORM 2250-WRITE-LINK-LINES THRU 2250-EXIT
038775     END-IF.
038800 2200-EXIT.
038801     EXIT.
038803*
038805******************************************************************
038807* 2250-WRITE-LINK-LINES.
038809*    A BRANCH MERGED INTO ANOTHER NAMES ITS SUCCESSOR; A BRANCH
038811*    THAT TOOK OTHERS OVER NAMES EACH ONE, FOUND THROUGH THE
038812*    SUCCESSOR ALTERNATE KEY, SO BOTH CODES APPEAR ON THE
038814*    STATEMENTS EITHER SIDE OF A MERGER.
038816******************************************************************
038818 2250-WRITE-LINK-LINES.
038820     MOVE WS-STM-BRANCH TO BL-OLD-BRANCH.
038822     READ BRANCH-LINK-FILE
038824         INVALID KEY
038825             CONTINUE
038827         NOT INVALID KEY
038829             MOVE "MERGED INTO BRANCH" TO SL-TEXT
038831             MOVE BL-NEW-BRANCH TO SL-BRANCH
038833             MOVE BL-EFFECTIVE-DATE TO SL-EFFECTIVE-DATE
038835             MOVE WS-STM-LINK-LINE TO STATEMENT-RECORD
038837             WRITE STATEMENT-RECORD
038838     END-READ.
038840     MOVE "N" TO WS-BL-EOF-SW.
038842     MOVE WS-STM-BRANCH TO BL-NEW-BRANCH.
038844     START BRANCH-LINK-FILE KEY IS EQUAL TO BL-NEW-BRANCH
038846         INVALID KEY
038848             SET WS-BL-EOF TO TRUE
038850     END-START.
038851     PERFORM 2260-WRITE-ONE-PREDECESSOR THRU 2260-EXIT
038853         UNTIL WS-BL-EOF.
038855 2250-EXIT.
038857     EXIT.
038859*
038861******************************************************************
038862* 2260-WRITE-ONE-PREDECESSOR.
038864*    READS THE NEXT LINK ON THE SUCCESSOR KEY AND NAMES THE
038866*    BRANCH IT CAME FROM, UNTIL THE SUCCESSOR CODE CHANGES.
038868******************************************************************
038870 2260-WRITE-ONE-PREDECESSOR.
038872     READ BRANCH-LINK-FILE NEXT RECORD
038874         AT END
038875             SET WS-BL-EOF TO TRUE
038877             GO TO 2260-EXIT
038879     END-READ.
038881     IF BL-NEW-BRANCH NOT = WS-STM-BRANCH
038883         SET WS-BL-EOF TO TRUE
038885         GO TO 2260-EXIT
038887     END-IF.
038888     MOVE "TOOK OVER FORMER BRANCH" TO SL-TEXT.
038890     MOVE BL-OLD-BRANCH TO SL-BRANCH.
038892     MOVE BL-EFFECTIVE-DATE TO SL-EFFECTIVE-DATE.
038894     MOVE WS-STM-LINK-LINE TO STATEMENT-RECORD.
038896     WRITE STATEMENT-RECORD.
038898 2260-EXIT.
038900     EXIT.
039000*
039100******************************************************************
047800     MOVE TRAN-CURRENCY TO SD-CURRENCY.
047900     MOVE TRAN-TYPE TO ARCH-TYPE.
048000     MOVE TRAN-REVERSED-ID TO ARCH-REVERSED-ID.
048033     MOVE TRAN-COUNTER-BRANCH TO ARCH-COUNTER-BRANCH.
048066     MOVE TRAN-XFER-SIDE TO ARCH-XFER-SIDE.
048100     PERFORM 2600-WRITE-DETAIL-LINE THRU 2600-EXIT.
048200 2550-EXIT.
048300     EXIT.
049000*    INTO THE MONTH FIGURES - REVERSALS SUBTRACT FROM THE NET.
049100*    BOTH SCANS FUNNEL THROUGH HERE (THE LIVE SCAN STAGES ITS
049200*    TYPE AND REVERSED-ID INTO THE ARCHIVE RECORD FIELDS FIRST)
049300*    SO THE TWO SOURCES PRINT AND TOTAL IDENTICALLY. A TRANSFER
049350*    LEG NAMES THE OTHER BRANCH AND MOVES ONLY THE NET.
049400******************************************************************
049500 2600-WRITE-DETAIL-LINE.
049700     MOVE SPACES TO SD-REVERSES-TAG.
050700             MOVE "A" TO SD-TYPE-FLAG
050800             ADD WS-LINE-AMOUNT TO WS-STM-GROSS
050900             ADD WS-LINE-AMOUNT TO WS-STM-NET
050909         WHEN "T"
050918             MOVE "T" TO SD-TYPE-FLAG
050927             MOVE ARCH-COUNTER-BRANCH TO SD-REVERSED-ID
050936             IF ARCH-XFER-SIDE = "O"
050945                 MOVE "XFER TO" TO SD-REVERSES-TAG
050954                 SUBTRACT WS-LINE-AMOUNT FROM WS-STM-NET
050963             ELSE
050972                 MOVE "XFER FROM" TO SD-REVERSES-TAG
050981                 ADD WS-LINE-AMOUNT TO WS-STM-NET
050990             END-IF
051000         WHEN OTHER
051100             MOVE SPACE TO SD-TYPE-FLAG
051200             ADD WS-LINE-AMOUNT TO WS-STM-GROSS
054600******************************************************************
054700* 3000-FINALIZE.
054800*    LOGS THE STATEMENT AND ITEM COUNTS, CLOSES THE FILES AND
054900*    WRITES THE JOB RUN HISTORY RECORD. A CLEAN RUN TELLS THE
054950*    PERIOD SERVICE THE MONTH'S BRANCH STATEMENTS ARE OUT.
055000******************************************************************
055100 3000-FINALIZE.
055200     MOVE "FINALIZE" TO WS-LOG-STEP.
056200         IF WS-TRAN-AVAILABLE
056300             CLOSE TRANSACTION-FILE
056400         END-IF
056425         IF WS-BL-AVAILABLE
056450             CLOSE BRANCH-LINK-FILE
056475         END-IF
056483         MOVE WS-RUN-DATE TO WS-PRC-DATE
056491         CALL "PRDCTL01" USING WS-PRC-PARMS
056500         MOVE 0 TO RETURN-CODE
056600     END-IF.
056700     PERFORM 3100-WRITE-JOB-HISTORY THRU 3100-EXIT.
