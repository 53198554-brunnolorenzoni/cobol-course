001200*               FEED STILL UNACKNOWLEDGED AFTER ITS SEND DAY IS A
001300*               BREAK WITH A NONZERO RETURN CODE - WE STOP HEARING
001400*               ABOUT REJECTED FEEDS BY PHONE DAYS LATER.
001433*               A FEED IS ONE DOUBLE-ENTRY JOURNAL, TRACKED BY
001466*               ITS CONTROL TRAILER.
001500* TECTONICS:    COBC
001600******************************************************************
001700* MODIFICATION HISTORY.
001800*    2026-08-22 BL  INITIAL VERSION.
001816*    2026-10-15 BL  THE GL EXTRACT IS NOW A DOUBLE-ENTRY JOURNAL.
001833*                   ONLY ITS CONTROL TRAILER ENTERS THE
001850*                   OUTSTANDING FILE, AND AN ACK MATCHES ON THE
001866*                   TRAILER'S LINE COUNT, DEBIT TOTAL AND CREDIT
001883*                   TOTAL INSTEAD OF A SINGLE NET AMOUNT.
001900******************************************************************
002000 IDENTIFICATION DIVISION.
002100 PROGRAM-ID. GLACK01.
008300             07  WS-OUT-SOURCE   PIC X(10).
008400             07  WS-OUT-DATE     PIC 9(08).
008500             07  WS-OUT-TIME     PIC 9(08).
008550             07  WS-OUT-TYPE     PIC X(01).
008600             07  WS-OUT-TRANS    PIC 9(06).
008620             07  WS-OUT-LINES    PIC 9(06).
008640             07  WS-OUT-DEBIT    PIC 9(09)V99.
008660             07  WS-OUT-CREDIT   PIC 9(09)V99.
008700             07  WS-OUT-TOTAL    PIC S9(09)V99
008800                                 SIGN IS LEADING SEPARATE.
008910*
008920*    THE SETTLED FLAG RIDES IN THE RECORD'S OWN FILLER, SO A
008930*    FEED THE LEDGER HAS ACKNOWLEDGED STAYS ON THE OUTSTANDING
008970             07  WS-OUT-SETTLED-SW
008980                                 PIC X(01).
008990                 88  WS-OUT-REC-SETTLED VALUE "S".
008995             07  FILLER          PIC X(02).
009000         05  WS-OUT-STATUS       PIC X(01).
009100             88  WS-OUT-OPEN     VALUE "O".
009200             88  WS-OUT-MATCHED  VALUE "M".
019800*
019900******************************************************************
020000* 3000-ABSORB-EXTRACTS.
020100*    READS THE GL EXTRACT FILE AND TABLES EVERY JOURNAL TRAILER
020200*    NOT ALREADY OUTSTANDING (SOURCE SYSTEM PLUS RUN DATE), SO A
020300*    FEED ENTERS THE OUTSTANDING POPULATION THE CYCLE AFTER IT IS
020400*    WRITTEN AND STAYS THERE UNTIL THE LEDGER ACKNOWLEDGES IT.
020500******************************************************************
021800*
021900******************************************************************
022000* 3100-ABSORB-ONE-EXTRACT.
022100*    READS ONE EXTRACT RECORD AND TABLES IT WHEN IT IS A JOURNAL
022150*    TRAILER NOT ALREADY KNOWN - THE JOURNAL LINES THEMSELVES
022160*    ARE PROVED BY THE GL PROOF STEP AND NEED NO TRACKING HERE.
022200*    A LATER TRAILER FOR A SOURCE AND DATE STILL
022210*    OPEN REPLACES THE TABLED FIGURE - THE LAST RECORD OF A
022220*    DATE IS THE ONE THAT STOOD, THE SAME READING THE GL PROOF
022230*    TAKES. A SETTLED FEED'S RECORD IS RECOGNISED AND LEFT
022700             SET WS-GLX-EOF TO TRUE
022800             GO TO 3100-EXIT
022900     END-READ.
022950     IF NOT GL-CONTROL-TRAILER
022960         GO TO 3100-EXIT
022970     END-IF.
023000     PERFORM 3200-FIND-FEED THRU 3200-EXIT.
023100     IF WS-FOUND
023150         IF WS-OUT-OPEN (WS-OUT-IDX)
027600******************************************************************
027700* 4000-MATCH-ACKS.
027800*    READS THE ACKNOWLEDGMENT FILE AND PAIRS EACH ACK WITH ITS
027900*    OUTSTANDING FEED. A MATCHED LINE COUNT, DEBIT TOTAL AND
027950*    CREDIT TOTAL RETIRES THE FEED; A
028000*    MISMATCH LEAVES IT OUTSTANDING AND BREAKS THE RUN; AN ACK
028100*    FOR NOTHING WE SENT IS AN ORPHAN AND BREAKS THE RUN TOO. NO
028200*    ACK FILE MEANS THE GL TEAM SENT NOTHING TODAY - THE AGE
031700         MOVE "I" TO WS-LOG-SEVERITY
031800         GO TO 4100-EXIT
031900     END-IF.
032000     IF ACK-LINE-COUNT = WS-OUT-LINES (WS-OUT-IDX)
032010         AND ACK-DEBIT-TOTAL = WS-OUT-DEBIT (WS-OUT-IDX)
032020         AND ACK-CREDIT-TOTAL = WS-OUT-CREDIT (WS-OUT-IDX)
032100         MOVE "M" TO WS-OUT-STATUS (WS-OUT-IDX)
032150         MOVE "S" TO WS-OUT-SETTLED-SW (WS-OUT-IDX)
032200         ADD 1 TO WS-MATCHED-COUNT
032400         ADD 1 TO WS-MISMATCH-COUNT
032500         MOVE "MATCH" TO WS-LOG-STEP
032600         MOVE "W" TO WS-LOG-SEVERITY
032700         MOVE ACK-DEBIT-TOTAL TO WS-AMOUNT-ED
032750         MOVE SPACES TO WS-LOG-MESSAGE
032800         STRING "ACK MISMATCH FOR " ACK-RUN-DATE
032900             " - DR " WS-AMOUNT-ED " LINES " ACK-LINE-COUNT
033000             DELIMITED BY SIZE INTO WS-LOG-MESSAGE
033100         CALL "LOGWRT01" USING WS-LOG-PARMS
033200         MOVE "I" TO WS-LOG-SEVERITY
