000900*               ACCRUED ANYTHING - THE DAILY ACCRUAL LINES AND
001000*               THE MONTH'S TOTAL - SO THE CHARGE THE BRANCH
001100*               SEES IS THE CHARGE THE SUITE COMPUTED, NOT A
001200*               SPREADSHEET RETYPED OFF PRINTED REPORTS. RUN AT
001300*               MONTH-END BY THE NIGHTLY CHAIN AS A JOB ON THE
001400*               JOB SCHEDULE, AFTER THE TOTALS RUN HAS PUT THE
001500*               CLOSING DAY'S ACCRUALS ON FILE.
001600* TECTONICS:    COBC
001700******************************************************************
001800* MODIFICATION HISTORY.
001900*    2026-09-01 BL  INITIAL VERSION.
001925*    2026-10-15 BL  NOW RUN FROM THE JOB SCHEDULE BY THE NIGHTLY
001950*                   CHAIN INSTEAD OF FROM THE TOTALS RUN'S
001975*                   MONTH-END CLOSING.
001980*    2026-10-15 BL  A CLEAN RUN, OR ONE WITH NO ACCRUALS TO
001985*                   STATE, REPORTS THE MONTH'S COMMISSION
001990*                   STATEMENTS OUT TO THE PERIOD SERVICE
001995*                   (PRDCTL01) TOWARDS CLOSING THE MONTH.
002000******************************************************************
002100 IDENTIFICATION DIVISION.
002200 PROGRAM-ID. COMSTM01.
015000     03  WS-BDATE-DATE            PIC 9(08).
015100     03  WS-BDATE-STATUS          PIC X(01).
015200*
015205*    PARAMETER AREA PASSED TO PRDCTL01. LAYOUT MUST MATCH ITS
015210*    LINKAGE SECTION PRC-PARMS FIELD FOR FIELD.
015215*
015220 01  WS-PRC-PARMS.
015225     03  WS-PRC-FUNCTION          PIC X(01) VALUE "M".
015230     03  WS-PRC-DATE              PIC 9(08).
015235     03  WS-PRC-OPERATOR          PIC 9(06) VALUE ZEROS.
015240     03  WS-PRC-SOURCE            PIC X(10) VALUE "COMSTM01".
015245     03  WS-PRC-REASON            PIC X(40) VALUE SPACES.
015250     03  WS-PRC-PERIOD            PIC 9(06).
015255     03  WS-PRC-PERIOD-STATUS     PIC X(01).
015260         88  WS-PRC-PERIOD-OPEN   VALUE "O".
015265         88  WS-PRC-PERIOD-CLOSING VALUE "G".
015270         88  WS-PRC-PERIOD-CLOSED VALUE "C".
015275     03  WS-PRC-RESULT            PIC X(01).
015280         88  WS-PRC-DONE          VALUE "Y".
015285         88  WS-PRC-REFUSED       VALUE "N".
015290     03  WS-PRC-MESSAGE           PIC X(50).
015295*
015300*    PARAMETER AREA PASSED TO LOGWRT01. LAYOUT MUST MATCH ITS
015400*    LINKAGE SECTION LOG-PARMS FIELD FOR FIELD.
015500*
019700             WS-LOG-MESSAGE
019800         CALL "LOGWRT01" USING WS-LOG-PARMS
019900         SET WS-ABORT-RUN TO TRUE
019950         PERFORM 5200-REPORT-STATEMENTS-OUT THRU 5200-EXIT
020000         MOVE 0 TO RETURN-CODE
020100         GO TO 1000-EXIT
020200     END-IF.
039800******************************************************************
039900* 5000-FINALIZE.
040000*    LOGS THE STATEMENT COUNT, CLOSES THE FILES AND WRITES THE
040100*    JOB RUN HISTORY RECORD. A CLEAN RUN TELLS THE PERIOD
040150*    SERVICE THE MONTH'S COMMISSION STATEMENTS ARE OUT.
040200******************************************************************
040300 5000-FINALIZE.
040400     MOVE "FINALIZE" TO WS-LOG-STEP.
041000         IF WS-BRM-AVAILABLE
041100             CLOSE BRANCH-FILE
041200         END-IF
041250         PERFORM 5200-REPORT-STATEMENTS-OUT THRU 5200-EXIT
041300         MOVE 0 TO RETURN-CODE
041400     END-IF.
041500     PERFORM 5100-WRITE-JOB-HISTORY THRU 5100-EXIT.
044000     CLOSE JOB-HISTORY-FILE.
044100 5100-EXIT.
044200     EXIT.
044207*
044214******************************************************************
044221* 5200-REPORT-STATEMENTS-OUT.
044228*    TELLS THE PERIOD SERVICE THE STATEMENT MONTH'S COMMISSION
044235*    STATEMENTS ARE OUT - WITH THE CLOSING REPORT AND THE BRANCH
044242*    STATEMENTS THAT CLOSES THE MONTH. A MONTH WITH NO ACCRUALS
044250*    HAS NOTHING TO STATE AND COUNTS AS OUT.
044257******************************************************************
044264 5200-REPORT-STATEMENTS-OUT.
044271     MOVE WS-RUN-DATE TO WS-PRC-DATE.
044278     CALL "PRDCTL01" USING WS-PRC-PARMS.
044285 5200-EXIT.
044292     EXIT.
044300*
044400 END PROGRAM COMSTM01.
