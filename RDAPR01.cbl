000100******************************************************************
000200* AUTHOR:       BRUNNO LORENZONI
000300* INSTALLATION: OPERATIONS / BATCH SUPPORT
000400* DATE-WRITTEN: 2026-10-15
000500* DATE-COMPILED:
000592* PURPOSE:      REFERENCE-DATA CHANGE APPROVAL. LETS AN OPERATOR
000685*               WITH SUPERVISOR AUTHORITY REVIEW THE
000778*               BRANCH, CURRENCY, LIMIT, COMMISSION, OPERATOR,
000871*               HOLIDAY, STANDING-ORDER AND EXPECTED-FEED SCHEDULE
000964*               CHANGES THE MAINTENANCE PROGRAMS QUEUED, AND
001057*               APPROVE OR REJECT EACH ONE.
001150*               NOBODY APPROVES A CHANGE THEY KEYED THEMSELVES, OR
001242*               A CHANGE TO THEIR OWN OPERATOR RECORD. AN APPROVED
001335*               CHANGE IS APPLIED TO ITS MASTER HERE - IF THE
001428*               RECORD STILL STANDS AS IT DID WHEN THE CHANGE
001521*               WAS KEYED - AND ONLY THEN IS THE BEFORE/AFTER
001614*               RECORD WRITTEN TO THE REFERENCE-DATA CHANGE LOG. A
001707*               REJECTED CHANGE NEVER TOUCHES THE MASTER.
001800* TECTONICS:    COBC
001900******************************************************************
002000* MODIFICATION HISTORY.
002100*    2026-10-15 BL  INITIAL VERSION.
002133*    2026-10-15 BL  APPLIES EXPECTED-FEED SCHEDULE CHANGES
002166*                   (FEEDSCHD) QUEUED BY THE NEW FSCMNT01.
002171*    2026-10-15 BL  SIGN-ON TAKES THE OPERATOR FROM THE
002177*                   OPERATIONS MENU SESSION (SESSN01) WHEN ONE IS
002183*                   OPEN, AND THE AUTHORITY FROM THE FUNCTION
002188*                   PERMISSION FILE (FNAUTH01) INSTEAD OF THE
002194*                   TWO-LEVEL OPR-AUTHORITY.
002200******************************************************************
002300 IDENTIFICATION DIVISION.
002400 PROGRAM-ID. RDAPR01.
002500 ENVIRONMENT DIVISION.
002600 INPUT-OUTPUT SECTION.
002700 FILE-CONTROL.
002800     SELECT RD-PENDING-FILE ASSIGN TO "RDPEND"
002900         ORGANIZATION IS INDEXED
003000         ACCESS MODE IS DYNAMIC
003100         RECORD KEY IS RDP-ID
003200         FILE STATUS IS WS-RDP-FILE-STATUS.
003300     SELECT BRANCH-FILE ASSIGN TO "BRNCHMST"
003400         ORGANIZATION IS INDEXED
003500         ACCESS MODE IS RANDOM
003600         RECORD KEY IS BR-CODE
003700         FILE STATUS IS WS-BR-FILE-STATUS.
003800     SELECT CURRENCY-FILE ASSIGN TO "CURRMAST"
003900         ORGANIZATION IS INDEXED
004000         ACCESS MODE IS RANDOM
004100         RECORD KEY IS CUR-CODE
004200         FILE STATUS IS WS-CUR-FILE-STATUS.
004300     SELECT BRANCH-LIMIT-FILE ASSIGN TO "BRLIMITS"
004400         ORGANIZATION IS INDEXED
004500         ACCESS MODE IS RANDOM
004600         RECORD KEY IS LIM-BRANCH
004700         FILE STATUS IS WS-LIM-FILE-STATUS.
004800     SELECT COMMISSION-FILE ASSIGN TO "COMMSCHD"
004900         ORGANIZATION IS INDEXED
005000         ACCESS MODE IS RANDOM
005100         RECORD KEY IS COM-BRANCH
005200         FILE STATUS IS WS-COM-FILE-STATUS.
005300     SELECT OPERATOR-FILE ASSIGN TO "OPERMAST"
005400         ORGANIZATION IS INDEXED
005500         ACCESS MODE IS RANDOM
005600         RECORD KEY IS OPR-ID
005700         FILE STATUS IS WS-OPR-FILE-STATUS.
005800     SELECT HOLIDAY-FILE ASSIGN TO "HOLIDAYS"
005900         ORGANIZATION IS INDEXED
006000         ACCESS MODE IS RANDOM
006100         RECORD KEY IS HOL-DATE
006200         FILE STATUS IS WS-HOL-FILE-STATUS.
006300     SELECT STANDING-ORDER-FILE ASSIGN TO "STORDMST"
006400         ORGANIZATION IS INDEXED
006500         ACCESS MODE IS RANDOM
006600         RECORD KEY IS SO-ID
006700         FILE STATUS IS WS-SO-FILE-STATUS.
006716     SELECT FEED-SCHEDULE-FILE ASSIGN TO "FEEDSCHD"
006733         ORGANIZATION IS INDEXED
006750         ACCESS MODE IS RANDOM
006766         RECORD KEY IS FSC-BRANCH
006783         FILE STATUS IS WS-FSC-FILE-STATUS.
006800     SELECT JOB-HISTORY-FILE ASSIGN TO "JOBHIST"
006900         ORGANIZATION IS LINE SEQUENTIAL
007000         FILE STATUS IS WS-JH-FILE-STATUS.
007100*
007200 DATA DIVISION.
007300 FILE SECTION.
007400 FD  RD-PENDING-FILE.
007500 COPY "RDPNDREC.cpy".
007600 FD  BRANCH-FILE.
007700 COPY "BRNCHREC.cpy".
007800 FD  CURRENCY-FILE.
007900 COPY "CURRREC.cpy".
008000 FD  BRANCH-LIMIT-FILE.
008100 COPY "LIMITREC.cpy".
008200 FD  COMMISSION-FILE.
008300 COPY "COMMREC.cpy".
008400 FD  OPERATOR-FILE.
008500 COPY "OPERREC.cpy".
008600 FD  HOLIDAY-FILE.
008700 COPY "HOLIDREC.cpy".
008800 FD  STANDING-ORDER-FILE.
008900 COPY "STORDREC.cpy".
008933 FD  FEED-SCHEDULE-FILE.
008966 COPY "FSCHDREC.cpy".
009000 FD  JOB-HISTORY-FILE.
009100 COPY "HISTREC.cpy".
009200*
009300 WORKING-STORAGE SECTION.
009400 77  WS-RDP-FILE-STATUS          PIC X(02) VALUE "00".
009500     88  WS-RDP-FILE-NOT-FOUND   VALUE "35".
009600 77  WS-BR-FILE-STATUS           PIC X(02) VALUE "00".
009700 77  WS-CUR-FILE-STATUS          PIC X(02) VALUE "00".
009800 77  WS-LIM-FILE-STATUS          PIC X(02) VALUE "00".
009900 77  WS-COM-FILE-STATUS          PIC X(02) VALUE "00".
010000 77  WS-OPR-FILE-STATUS          PIC X(02) VALUE "00".
010100 77  WS-HOL-FILE-STATUS          PIC X(02) VALUE "00".
010200 77  WS-SO-FILE-STATUS           PIC X(02) VALUE "00".
010250 77  WS-FSC-FILE-STATUS          PIC X(02) VALUE "00".
010300 77  WS-JH-FILE-STATUS           PIC X(02) VALUE "00".
010400     88  WS-JH-FILE-NOT-FOUND    VALUE "35".
010500*
010600 77  WS-RDP-EOF-SW               PIC X(01) VALUE "N".
010700     88  WS-RDP-EOF              VALUE "Y".
010800 77  WS-ABORT-SW                 PIC X(01) VALUE "N".
010900     88  WS-ABORT-RUN            VALUE "Y".
011000 77  WS-APPLIED-SW               PIC X(01) VALUE "N".
011100     88  WS-APPLIED              VALUE "Y".
011200*
011300 77  WS-RUN-DATE                 PIC 9(08) VALUE ZEROS.
011400 77  WS-RUN-TIME                 PIC 9(08) VALUE ZEROS.
011500 77  WS-END-TIME                 PIC 9(08) VALUE ZEROS.
011600*
011700*    SIGN-ON - ONLY AN ACTIVE OPERATOR WITH SUPERVISOR AUTHORITY
011800*    MAY WORK THE QUEUE; THE ID IS STAMPED ON EVERY ITEM REVIEWED.
011900*    THE SAME ID IN KEY FORM SPOTS A CHANGE TO THE SUPERVISOR'S
012000*    OWN OPERATOR RECORD.
012100*
012200 77  WS-SIGNON-ID                PIC 9(06) VALUE ZEROS.
012300 77  WS-SIGNON-KEY               PIC X(08) VALUE SPACES.
012400 77  WS-SIGNON-OK-SW             PIC X(01) VALUE "N".
012500     88  WS-SIGNON-OK            VALUE "Y".
012600*
012700 77  WS-MENU-CHOICE              PIC X(01) VALUE SPACE.
012800     88  WS-MENU-LIST            VALUE "L".
012900     88  WS-MENU-APPROVE         VALUE "A".
013000     88  WS-MENU-REJECT          VALUE "R".
013100     88  WS-MENU-END             VALUE "E".
013200 77  WS-PICK-ID                  PIC 9(06) VALUE ZEROS.
013300 77  WS-CONFIRM                  PIC X(01) VALUE SPACE.
013400     88  WS-CONFIRMED            VALUE "Y".
013500*
013600*    THE IMAGE THAT POSITIONS THE MASTER RECORD (THE AFTER IMAGE,
013700*    OR THE BEFORE IMAGE ON A REMOVE, WHICH HAS NO AFTER), AND THE
013800*    RECORD AS THE MASTER HOLDS IT NOW - SPACES WHEN IT IS NOT ON
013900*    FILE, WHICH IS EXACTLY WHAT AN ADD'S BEFORE IMAGE CARRIES.
014000*
014100 77  WS-APPLY-IMAGE              PIC X(60) VALUE SPACES.
014200 77  WS-CURRENT-IMAGE            PIC X(60) VALUE SPACES.
014300 77  WS-SO-NEXT-DUE              PIC 9(08) VALUE ZEROS.
014400*
014500*    SESSION COUNTS, LOGGED AT FINALIZE TIME.
014600*
014700 77  WS-APPROVED-COUNT           PIC 9(06) VALUE ZEROS.
014800 77  WS-REJECTED-COUNT           PIC 9(06) VALUE ZEROS.
014900 77  WS-OPEN-COUNT               PIC 9(06) VALUE ZEROS.
015000*
015100*    PARAMETER AREA PASSED TO RDQUE01. LAYOUT MUST MATCH ITS
015200*    LINKAGE SECTION RDQ-PARMS FIELD FOR FIELD.
015300*
015400 01  WS-RDQ-PARMS.
015500     03  WS-RDQ-FUNCTION          PIC X(01).
015600     03  WS-RDQ-TABLE             PIC X(08).
015700     03  WS-RDQ-ACTION            PIC X(06).
015800     03  WS-RDQ-KEY               PIC X(08).
015900     03  WS-RDQ-BEFORE-IMAGE      PIC X(60).
016000     03  WS-RDQ-AFTER-IMAGE       PIC X(60).
016100     03  WS-RDQ-REQUEST-OPR       PIC 9(06).
016200     03  WS-RDQ-APPROVE-OPR       PIC 9(06).
016300     03  WS-RDQ-PEND-ID           PIC 9(06).
016400     03  WS-RDQ-STATUS            PIC X(01).
016500*
016600*    PARAMETER AREA PASSED TO BDATE01. LAYOUT MUST MATCH ITS
016700*    LINKAGE SECTION BDATE-PARMS FIELD FOR FIELD.
016800*
016900 01  WS-BDATE-PARMS.
017000     03  WS-BDATE-FUNCTION        PIC X(01) VALUE "G".
017100     03  WS-BDATE-DATE            PIC 9(08).
017200     03  WS-BDATE-STATUS          PIC X(01).
017300*
017304*    PARAMETER AREA PASSED TO SESSN01. LAYOUT MUST MATCH ITS
017308*    LINKAGE SECTION SES-PARMS FIELD FOR FIELD.
017313*
017317 01  WS-SES-PARMS.
017321     03  WS-SES-FUNCTION          PIC X(01) VALUE "G".
017326     03  WS-SES-OPERATOR-ID       PIC 9(06).
017330     03  WS-SES-OPERATOR-NAME     PIC X(20).
017334     03  WS-SES-STATUS            PIC X(01).
017339         88  WS-SES-ACTIVE        VALUE "Y".
017343*
017347*    PARAMETER AREA PASSED TO FNAUTH01. LAYOUT MUST MATCH ITS
017352*    LINKAGE SECTION FNA-PARMS FIELD FOR FIELD.
017356*
017360 01  WS-FNA-PARMS.
017365     03  WS-FNA-OPERATOR-ID       PIC 9(06).
017369     03  WS-FNA-FUNCTION          PIC X(08) VALUE "RDAPR01".
017373     03  WS-FNA-OPR-AUTHORITY     PIC 9(01).
017378     03  WS-FNA-LEVEL             PIC X(01).
017382         88  WS-FNA-CAN-USE       VALUE "U" "S".
017386         88  WS-FNA-CAN-SUPERVISE VALUE "S".
017391     03  WS-FNA-SOURCE            PIC X(01).
017395*
017400*    PARAMETER AREA PASSED TO LOGWRT01. LAYOUT MUST MATCH ITS
017500*    LINKAGE SECTION LOG-PARMS FIELD FOR FIELD.
017600*
017700 01  WS-LOG-PARMS.
017800     03  WS-LOG-PROGRAM-ID        PIC X(16) VALUE "RDAPR01".
017900     03  WS-LOG-STEP              PIC X(12).
018000     03  WS-LOG-RUN-DATE          PIC 9(08).
018100     03  WS-LOG-RUN-TIME          PIC 9(08).
018200     03  WS-LOG-MESSAGE           PIC X(60).
018300     03  WS-LOG-SEVERITY          PIC X(01) VALUE "I".
018400*
018500 PROCEDURE DIVISION.
018600 0000-MAINLINE.
018700     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
018800     IF NOT WS-ABORT-RUN
018900         PERFORM 2000-MENU-LOOP THRU 2000-EXIT
019000             WITH TEST AFTER UNTIL WS-MENU-END
019100     END-IF.
019200     PERFORM 8000-FINALIZE THRU 8000-EXIT.
019300     GOBACK.
019400*
019500******************************************************************
019600* 1000-INITIALIZE.
019700*    FETCHES THE BUSINESS DATE, TAKES THE SUPERVISOR SIGN-ON AND
019800*    OPENS THE PENDING FILE. NO PENDING FILE MEANS NOTHING HAS
019900*    EVER BEEN QUEUED - A QUIET DAY, NOT AN ERROR. THE MASTERS
020000*    ARE OPENED ONE AT A TIME AS EACH APPROVED ITEM IS APPLIED.
020100******************************************************************
020200 1000-INITIALIZE.
020300     CALL "BDATE01" USING WS-BDATE-PARMS.
020400     MOVE WS-BDATE-DATE TO WS-RUN-DATE.
020500     ACCEPT WS-RUN-TIME FROM TIME.
020600     MOVE WS-RUN-DATE TO WS-LOG-RUN-DATE.
020700     MOVE WS-RUN-TIME TO WS-LOG-RUN-TIME.
020800     MOVE "INITIALIZE" TO WS-LOG-STEP.
020900     MOVE "REFERENCE-DATA APPROVAL STARTING" TO WS-LOG-MESSAGE.
021000     CALL "LOGWRT01" USING WS-LOG-PARMS.
021100     PERFORM 1100-SIGN-ON THRU 1100-EXIT.
021200     IF NOT WS-SIGNON-OK
021300         MOVE "SIGN-ON" TO WS-LOG-STEP
021400         MOVE "W" TO WS-LOG-SEVERITY
021500         MOVE "SIGN-ON FAILED - APPROVAL SESSION REFUSED" TO
021600             WS-LOG-MESSAGE
021700         CALL "LOGWRT01" USING WS-LOG-PARMS
021800         MOVE "I" TO WS-LOG-SEVERITY
021900         MOVE 14 TO RETURN-CODE
022000         SET WS-ABORT-RUN TO TRUE
022100         GO TO 1000-EXIT
022200     END-IF.
022300     OPEN I-O RD-PENDING-FILE.
022400     IF WS-RDP-FILE-NOT-FOUND
022500         CLOSE RD-PENDING-FILE
022600         DISPLAY "NO REFERENCE-DATA CHANGES QUEUED."
022700         SET WS-ABORT-RUN TO TRUE
022800         MOVE 0 TO RETURN-CODE
022900         GO TO 1000-EXIT
023000     END-IF.
023100 1000-EXIT.
023200     EXIT.
023300*
023400******************************************************************
023500* 1100-SIGN-ON.
023600*    TAKES THE SIGN-ON AGAINST THE OPERATOR MASTER - ON THE
023700*    MASTER, ACTIVE AND HOLDING SUPERVISOR AUTHORITY, OR THE
023800*    SESSION IS REFUSED.
023833*    A SESSION OPENED BY THE OPERATIONS MENU SUPPLIES THE ID,
023866*    AND THE OPERATOR MUST HOLD PERMISSION FOR THIS FUNCTION.
023900******************************************************************
024000 1100-SIGN-ON.
024100     OPEN INPUT OPERATOR-FILE.
024200     IF WS-OPR-FILE-STATUS NOT = "00"
024300         DISPLAY "OPERATOR MASTER NOT AVAILABLE - REFUSED."
024400         GO TO 1100-EXIT
024500     END-IF.
024537     CALL "SESSN01" USING WS-SES-PARMS.
024575     IF WS-SES-ACTIVE
024612         MOVE WS-SES-OPERATOR-ID TO WS-SIGNON-ID
024650     ELSE
024687         DISPLAY "SIGN ON - ENTER SUPERVISOR ID: "
024725         ACCEPT WS-SIGNON-ID
024762     END-IF.
024800     MOVE WS-SIGNON-ID TO OPR-ID.
024900     READ OPERATOR-FILE
025000         INVALID KEY
025100             DISPLAY "OPERATOR " WS-SIGNON-ID
025200                 " NOT ON THE MASTER."
025300             CLOSE OPERATOR-FILE
025400             GO TO 1100-EXIT
025500     END-READ.
025600     CLOSE OPERATOR-FILE.
025700     IF NOT OPR-ACTIVE
025800         DISPLAY "OPERATOR " WS-SIGNON-ID " IS NOT ACTIVE."
025900         GO TO 1100-EXIT
026000     END-IF.
026040     MOVE WS-SIGNON-ID TO WS-FNA-OPERATOR-ID.
026080     MOVE OPR-AUTHORITY TO WS-FNA-OPR-AUTHORITY.
026120     CALL "FNAUTH01" USING WS-FNA-PARMS.
026160     IF NOT WS-FNA-CAN-SUPERVISE
026200         DISPLAY "OPERATOR " WS-SIGNON-ID
026300             " LACKS AUTHORITY TO APPROVE."
026400         GO TO 1100-EXIT
026500     END-IF.
026600     MOVE WS-SIGNON-ID TO WS-SIGNON-KEY.
026700     SET WS-SIGNON-OK TO TRUE.
026800     DISPLAY "SIGNED ON: " OPR-NAME.
026900 1100-EXIT.
027000     EXIT.
027100*
027200******************************************************************
027300* 2000-MENU-LOOP.
027400*    SHOWS THE ACTION MENU AND ROUTES THE SUPERVISOR'S PICK. AN
027500*    "E" ENDS THE SESSION.
027600******************************************************************
027700 2000-MENU-LOOP.
027800     DISPLAY "REFERENCE-DATA CHANGES - SELECT ACTION: ".
027900     DISPLAY "  L = LIST OPEN ITEMS  A = APPROVE ITEM".
028000     DISPLAY "  R = REJECT ITEM      E = END SESSION: ".
028100     ACCEPT WS-MENU-CHOICE.
028200     EVALUATE TRUE
028300         WHEN WS-MENU-LIST
028400             PERFORM 3000-LIST-OPEN-ITEMS THRU 3000-EXIT
028500         WHEN WS-MENU-APPROVE
028600             PERFORM 4000-APPROVE-ITEM THRU 4000-EXIT
028700         WHEN WS-MENU-REJECT
028800             PERFORM 5000-REJECT-ITEM THRU 5000-EXIT
028900         WHEN WS-MENU-END
029000             CONTINUE
029100         WHEN OTHER
029200             DISPLAY "ACTION NOT RECOGNISED."
029300     END-EVALUATE.
029400 2000-EXIT.
029500     EXIT.
029600*
029700******************************************************************
029800* 3000-LIST-OPEN-ITEMS.
029900*    LISTS EVERY OPEN ITEM IN NUMBER ORDER - THE MASTER, ACTION
030000*    AND KEY, WHO ASKED, AND THE RECORD BEFORE AND AFTER.
030100******************************************************************
030200 3000-LIST-OPEN-ITEMS.
030300     MOVE ZEROS TO WS-OPEN-COUNT.
030400     MOVE "N" TO WS-RDP-EOF-SW.
030500     MOVE ZEROS TO RDP-ID.
030600     START RD-PENDING-FILE KEY IS NOT LESS THAN RDP-ID
030700         INVALID KEY
030800             SET WS-RDP-EOF TO TRUE
030900     END-START.
031000     PERFORM 3100-LIST-ONE-ITEM THRU 3100-EXIT
031100         UNTIL WS-RDP-EOF.
031200     DISPLAY "OPEN ITEMS: " WS-OPEN-COUNT.
031300 3000-EXIT.
031400     EXIT.
031500*
031600******************************************************************
031700* 3100-LIST-ONE-ITEM.
031800*    READS THE NEXT PENDING ITEM AND DISPLAYS IT WHEN IT IS STILL
031900*    OPEN.
032000******************************************************************
032100 3100-LIST-ONE-ITEM.
032200     READ RD-PENDING-FILE NEXT RECORD
032300         AT END
032400             SET WS-RDP-EOF TO TRUE
032500             GO TO 3100-EXIT
032600     END-READ.
032700     IF NOT RDP-OPEN
032800         GO TO 3100-EXIT
032900     END-IF.
033000     ADD 1 TO WS-OPEN-COUNT.
033100     PERFORM 3200-SHOW-ITEM THRU 3200-EXIT.
033200 3100-EXIT.
033300     EXIT.
033400*
033500******************************************************************
033600* 3200-SHOW-ITEM.
033700*    DISPLAYS THE PENDING ITEM IN THE RECORD AREA.
033800******************************************************************
033900 3200-SHOW-ITEM.
034000     DISPLAY "  ITEM " RDP-ID " " RDP-TABLE " " RDP-ACTION
034100         " KEY " RDP-KEY " BY " RDP-REQUEST-OPR
034200         " ON " RDP-REQUEST-DATE.
034300     DISPLAY "       BEFORE " RDP-BEFORE-IMAGE.
034400     DISPLAY "       AFTER  " RDP-AFTER-IMAGE.
034500 3200-EXIT.
034600     EXIT.
034700*
034800******************************************************************
034900* 4000-APPROVE-ITEM.
035000*    APPLIES ONE OPEN ITEM TO ITS MASTER, WRITES THE BEFORE/AFTER
035100*    CHANGE LOG RECORD NOW THAT THE CHANGE HAS LANDED, AND MARKS
035200*    THE ITEM APPROVED WITH THE REVIEWING SUPERVISOR'S ID. THE
035300*    SUPERVISOR WHO KEYED THE CHANGE, OR WHOSE OWN OPERATOR
035400*    RECORD IT TOUCHES, CANNOT APPROVE IT.
035500******************************************************************
035600 4000-APPROVE-ITEM.
035700     PERFORM 4500-PICK-OPEN-ITEM THRU 4500-EXIT.
035800     IF WS-PICK-ID = ZEROS
035900         GO TO 4000-EXIT
036000     END-IF.
036100     IF RDP-REQUEST-OPR = WS-SIGNON-ID
036200         DISPLAY "YOU KEYED ITEM " WS-PICK-ID
036300             " - A DIFFERENT SUPERVISOR MUST APPROVE IT."
036400         GO TO 4000-EXIT
036500     END-IF.
036600     IF RDP-TABLE = "OPERMAST" AND RDP-KEY = WS-SIGNON-KEY
036700         DISPLAY "ITEM " WS-PICK-ID " CHANGES YOUR OWN OPERATOR "
036800             "RECORD - A DIFFERENT SUPERVISOR MUST APPROVE IT."
036900         GO TO 4000-EXIT
037000     END-IF.
037100     PERFORM 3200-SHOW-ITEM THRU 3200-EXIT.
037200     DISPLAY "APPROVE AND APPLY THIS CHANGE (Y TO CONFIRM): ".
037300     ACCEPT WS-CONFIRM.
037400     IF NOT WS-CONFIRMED
037500         DISPLAY "NOT CONFIRMED - ITEM LEFT OPEN."
037600         GO TO 4000-EXIT
037700     END-IF.
037800     MOVE "N" TO WS-APPLIED-SW.
037900     EVALUATE RDP-TABLE
038000         WHEN "BRNCHMST"
038100             PERFORM 4110-APPLY-BRANCH THRU 4110-EXIT
038200         WHEN "CURRMAST"
038300             PERFORM 4120-APPLY-CURRENCY THRU 4120-EXIT
038400         WHEN "BRLIMITS"
038500             PERFORM 4130-APPLY-LIMIT THRU 4130-EXIT
038600         WHEN "COMMSCHD"
038700             PERFORM 4140-APPLY-COMMISSION THRU 4140-EXIT
038800         WHEN "OPERMAST"
038900             PERFORM 4150-APPLY-OPERATOR THRU 4150-EXIT
039000         WHEN "HOLIDAYS"
039100             PERFORM 4160-APPLY-HOLIDAY THRU 4160-EXIT
039200         WHEN "STORDMST"
039300             PERFORM 4170-APPLY-STORD THRU 4170-EXIT
039333         WHEN "FEEDSCHD"
039366             PERFORM 4180-APPLY-SCHEDULE THRU 4180-EXIT
039400         WHEN OTHER
039500             DISPLAY "MASTER " RDP-TABLE " NOT RECOGNISED."
039600     END-EVALUATE.
039700     IF NOT WS-APPLIED
039800         DISPLAY "ITEM " WS-PICK-ID " NOT APPLIED - LEFT OPEN."
039900         GO TO 4000-EXIT
040000     END-IF.
040100     PERFORM 4700-WRITE-CHANGE-LOG THRU 4700-EXIT.
040200     SET RDP-APPROVED TO TRUE.
040300     MOVE WS-SIGNON-ID TO RDP-REVIEW-OPR.
040400     ACCEPT RDP-REVIEW-DATE FROM DATE YYYYMMDD.
040500     ACCEPT RDP-REVIEW-TIME FROM TIME.
040600     REWRITE RD-PENDING-RECORD
040700         INVALID KEY
040800             DISPLAY "PENDING ITEM " WS-PICK-ID
040900                 " NOT MARKED - REVIEW THE QUEUE."
041000     END-REWRITE.
041100     ADD 1 TO WS-APPROVED-COUNT.
041200     MOVE "APPROVE" TO WS-LOG-STEP.
041300     MOVE SPACES TO WS-LOG-MESSAGE.
041400     STRING RDP-TABLE " " RDP-ACTION " " RDP-KEY
041500         " ITEM " RDP-ID " APPROVED BY " WS-SIGNON-ID
041600         DELIMITED BY SIZE INTO WS-LOG-MESSAGE.
041700     CALL "LOGWRT01" USING WS-LOG-PARMS.
041800     DISPLAY "ITEM " WS-PICK-ID " APPROVED AND APPLIED.".
041900 4000-EXIT.
042000     EXIT.
042100*
042200******************************************************************
042300* 4110-APPLY-BRANCH.
042400*    APPLIES THE ITEM TO THE BRANCH MASTER.
042500******************************************************************
042600 4110-APPLY-BRANCH.
042700     OPEN I-O BRANCH-FILE.
042800     IF WS-BR-FILE-STATUS NOT = "00"
042900         DISPLAY "BRANCH MASTER NOT AVAILABLE - ITEM LEFT OPEN."
043000         GO TO 4110-EXIT
043100     END-IF.
043200     PERFORM 4200-SET-RECORD-AREA THRU 4200-EXIT.
043300     MOVE WS-APPLY-IMAGE TO BRANCH-RECORD.
043400     MOVE SPACES TO WS-CURRENT-IMAGE.
043500     READ BRANCH-FILE
043600         INVALID KEY
043700             CONTINUE
043800         NOT INVALID KEY
043900             MOVE BRANCH-RECORD TO WS-CURRENT-IMAGE
044000     END-READ.
044100     IF WS-CURRENT-IMAGE NOT = RDP-BEFORE-IMAGE
044200         PERFORM 4300-SHOW-STALE-ITEM THRU 4300-EXIT
044300         CLOSE BRANCH-FILE
044400         GO TO 4110-EXIT
044500     END-IF.
044600     MOVE WS-APPLY-IMAGE TO BRANCH-RECORD.
044700     EVALUATE TRUE
044800         WHEN RDP-ACTION-ADD
044900             WRITE BRANCH-RECORD
045000                 INVALID KEY
045100                     CLOSE BRANCH-FILE
045200                     GO TO 4110-EXIT
045300             END-WRITE
045400         WHEN RDP-ACTION-REMOVE
045500             DELETE BRANCH-FILE
045600                 INVALID KEY
045700                     CLOSE BRANCH-FILE
045800                     GO TO 4110-EXIT
045900             END-DELETE
046000         WHEN OTHER
046100             REWRITE BRANCH-RECORD
046200                 INVALID KEY
046300                     CLOSE BRANCH-FILE
046400                     GO TO 4110-EXIT
046500             END-REWRITE
046600     END-EVALUATE.
046700     CLOSE BRANCH-FILE.
046800     SET WS-APPLIED TO TRUE.
046900 4110-EXIT.
047000     EXIT.
047100*
047200******************************************************************
047300* 4120-APPLY-CURRENCY.
047400*    APPLIES THE ITEM TO THE CURRENCY MASTER.
047500******************************************************************
047600 4120-APPLY-CURRENCY.
047700     OPEN I-O CURRENCY-FILE.
047800     IF WS-CUR-FILE-STATUS NOT = "00"
047900         DISPLAY "CURRENCY MASTER NOT AVAILABLE - ITEM LEFT OPEN."
048000         GO TO 4120-EXIT
048100     END-IF.
048200     PERFORM 4200-SET-RECORD-AREA THRU 4200-EXIT.
048300     MOVE WS-APPLY-IMAGE TO CURRENCY-RECORD.
048400     MOVE SPACES TO WS-CURRENT-IMAGE.
048500     READ CURRENCY-FILE
048600         INVALID KEY
048700             CONTINUE
048800         NOT INVALID KEY
048900             MOVE CURRENCY-RECORD TO WS-CURRENT-IMAGE
049000     END-READ.
049100     IF WS-CURRENT-IMAGE NOT = RDP-BEFORE-IMAGE
049200         PERFORM 4300-SHOW-STALE-ITEM THRU 4300-EXIT
049300         CLOSE CURRENCY-FILE
049400         GO TO 4120-EXIT
049500     END-IF.
049600     MOVE WS-APPLY-IMAGE TO CURRENCY-RECORD.
049700     EVALUATE TRUE
049800         WHEN RDP-ACTION-ADD
049900             WRITE CURRENCY-RECORD
050000                 INVALID KEY
050100                     CLOSE CURRENCY-FILE
050200                     GO TO 4120-EXIT
050300             END-WRITE
050400         WHEN RDP-ACTION-REMOVE
050500             DELETE CURRENCY-FILE
050600                 INVALID KEY
050700                     CLOSE CURRENCY-FILE
050800                     GO TO 4120-EXIT
050900             END-DELETE
051000         WHEN OTHER
051100             REWRITE CURRENCY-RECORD
051200                 INVALID KEY
051300                     CLOSE CURRENCY-FILE
051400                     GO TO 4120-EXIT
051500             END-REWRITE
051600     END-EVALUATE.
051700     CLOSE CURRENCY-FILE.
051800     SET WS-APPLIED TO TRUE.
051900 4120-EXIT.
052000     EXIT.
052100*
052200******************************************************************
052300* 4130-APPLY-LIMIT.
052400*    APPLIES THE ITEM TO THE BRANCH LIMITS FILE.
052500******************************************************************
052600 4130-APPLY-LIMIT.
052700     OPEN I-O BRANCH-LIMIT-FILE.
052800     IF WS-LIM-FILE-STATUS NOT = "00"
052900         DISPLAY "LIMITS FILE NOT AVAILABLE - ITEM LEFT OPEN."
053000         GO TO 4130-EXIT
053100     END-IF.
053200     PERFORM 4200-SET-RECORD-AREA THRU 4200-EXIT.
053300     MOVE WS-APPLY-IMAGE TO BRANCH-LIMIT-RECORD.
053400     MOVE SPACES TO WS-CURRENT-IMAGE.
053500     READ BRANCH-LIMIT-FILE
053600         INVALID KEY
053700             CONTINUE
053800         NOT INVALID KEY
053900             MOVE BRANCH-LIMIT-RECORD TO WS-CURRENT-IMAGE
054000     END-READ.
054100     IF WS-CURRENT-IMAGE NOT = RDP-BEFORE-IMAGE
054200         PERFORM 4300-SHOW-STALE-ITEM THRU 4300-EXIT
054300         CLOSE BRANCH-LIMIT-FILE
054400         GO TO 4130-EXIT
054500     END-IF.
054600     MOVE WS-APPLY-IMAGE TO BRANCH-LIMIT-RECORD.
054700     EVALUATE TRUE
054800         WHEN RDP-ACTION-ADD
054900             WRITE BRANCH-LIMIT-RECORD
055000                 INVALID KEY
055100                     CLOSE BRANCH-LIMIT-FILE
055200                     GO TO 4130-EXIT
055300             END-WRITE
055400         WHEN RDP-ACTION-REMOVE
055500             DELETE BRANCH-LIMIT-FILE
055600                 INVALID KEY
055700                     CLOSE BRANCH-LIMIT-FILE
055800                     GO TO 4130-EXIT
055900             END-DELETE
056000         WHEN OTHER
056100             REWRITE BRANCH-LIMIT-RECORD
056200                 INVALID KEY
056300                     CLOSE BRANCH-LIMIT-FILE
056400                     GO TO 4130-EXIT
056500             END-REWRITE
056600     END-EVALUATE.
056700     CLOSE BRANCH-LIMIT-FILE.
056800     SET WS-APPLIED TO TRUE.
056900 4130-EXIT.
057000     EXIT.
057100*
057200******************************************************************
057300* 4140-APPLY-COMMISSION.
057400*    APPLIES THE ITEM TO THE COMMISSION SCHEDULE.
057500******************************************************************
057600 4140-APPLY-COMMISSION.
057700     OPEN I-O COMMISSION-FILE.
057800     IF WS-COM-FILE-STATUS NOT = "00"
057900         DISPLAY "COMMISSION FILE NOT AVAILABLE - ITEM LEFT OPEN."
058000         GO TO 4140-EXIT
058100     END-IF.
058200     PERFORM 4200-SET-RECORD-AREA THRU 4200-EXIT.
058300     MOVE WS-APPLY-IMAGE TO COMMISSION-RECORD.
058400     MOVE SPACES TO WS-CURRENT-IMAGE.
058500     READ COMMISSION-FILE
058600         INVALID KEY
058700             CONTINUE
058800         NOT INVALID KEY
058900             MOVE COMMISSION-RECORD TO WS-CURRENT-IMAGE
059000     END-READ.
059100     IF WS-CURRENT-IMAGE NOT = RDP-BEFORE-IMAGE
059200         PERFORM 4300-SHOW-STALE-ITEM THRU 4300-EXIT
059300         CLOSE COMMISSION-FILE
059400         GO TO 4140-EXIT
059500     END-IF.
059600     MOVE WS-APPLY-IMAGE TO COMMISSION-RECORD.
059700     EVALUATE TRUE
059800         WHEN RDP-ACTION-ADD
059900             WRITE COMMISSION-RECORD
060000                 INVALID KEY
060100                     CLOSE COMMISSION-FILE
060200                     GO TO 4140-EXIT
060300             END-WRITE
060400         WHEN RDP-ACTION-REMOVE
060500             DELETE COMMISSION-FILE
060600                 INVALID KEY
060700                     CLOSE COMMISSION-FILE
060800                     GO TO 4140-EXIT
060900             END-DELETE
061000         WHEN OTHER
061100             REWRITE COMMISSION-RECORD
061200                 INVALID KEY
061300                     CLOSE COMMISSION-FILE
061400                     GO TO 4140-EXIT
061500             END-REWRITE
061600     END-EVALUATE.
061700     CLOSE COMMISSION-FILE.
061800     SET WS-APPLIED TO TRUE.
061900 4140-EXIT.
062000     EXIT.
062100*
062200******************************************************************
062300* 4150-APPLY-OPERATOR.
062400*    APPLIES THE ITEM TO THE OPERATOR MASTER.
062500******************************************************************
062600 4150-APPLY-OPERATOR.
062700     OPEN I-O OPERATOR-FILE.
062800     IF WS-OPR-FILE-STATUS NOT = "00"
062900         DISPLAY "OPERATOR MASTER NOT AVAILABLE - ITEM LEFT OPEN."
063000         GO TO 4150-EXIT
063100     END-IF.
063200     PERFORM 4200-SET-RECORD-AREA THRU 4200-EXIT.
063300     MOVE WS-APPLY-IMAGE TO OPERATOR-RECORD.
063400     MOVE SPACES TO WS-CURRENT-IMAGE.
063500     READ OPERATOR-FILE
063600         INVALID KEY
063700             CONTINUE
063800         NOT INVALID KEY
063900             MOVE OPERATOR-RECORD TO WS-CURRENT-IMAGE
064000     END-READ.
064100     IF WS-CURRENT-IMAGE NOT = RDP-BEFORE-IMAGE
064200         PERFORM 4300-SHOW-STALE-ITEM THRU 4300-EXIT
064300         CLOSE OPERATOR-FILE
064400         GO TO 4150-EXIT
064500     END-IF.
064600     MOVE WS-APPLY-IMAGE TO OPERATOR-RECORD.
064700     EVALUATE TRUE
064800         WHEN RDP-ACTION-ADD
064900             WRITE OPERATOR-RECORD
065000                 INVALID KEY
065100                     CLOSE OPERATOR-FILE
065200                     GO TO 4150-EXIT
065300             END-WRITE
065400         WHEN RDP-ACTION-REMOVE
065500             DELETE OPERATOR-FILE
065600                 INVALID KEY
065700                     CLOSE OPERATOR-FILE
065800                     GO TO 4150-EXIT
065900             END-DELETE
066000         WHEN OTHER
066100             REWRITE OPERATOR-RECORD
066200                 INVALID KEY
066300                     CLOSE OPERATOR-FILE
066400                     GO TO 4150-EXIT
066500             END-REWRITE
066600     END-EVALUATE.
066700     CLOSE OPERATOR-FILE.
066800     SET WS-APPLIED TO TRUE.
066900 4150-EXIT.
067000     EXIT.
067100*
067200******************************************************************
067300* 4160-APPLY-HOLIDAY.
067400*    APPLIES THE ITEM TO THE HOLIDAY CALENDAR.
067500******************************************************************
067600 4160-APPLY-HOLIDAY.
067700     OPEN I-O HOLIDAY-FILE.
067800     IF WS-HOL-FILE-STATUS NOT = "00"
067900         DISPLAY "HOLIDAY FILE NOT AVAILABLE - ITEM LEFT OPEN."
068000         GO TO 4160-EXIT
068100     END-IF.
068200     PERFORM 4200-SET-RECORD-AREA THRU 4200-EXIT.
068300     MOVE WS-APPLY-IMAGE TO HOLIDAY-RECORD.
068400     MOVE SPACES TO WS-CURRENT-IMAGE.
068500     READ HOLIDAY-FILE
068600         INVALID KEY
068700             CONTINUE
068800         NOT INVALID KEY
068900             MOVE HOLIDAY-RECORD TO WS-CURRENT-IMAGE
069000     END-READ.
069100     IF WS-CURRENT-IMAGE NOT = RDP-BEFORE-IMAGE
069200         PERFORM 4300-SHOW-STALE-ITEM THRU 4300-EXIT
069300         CLOSE HOLIDAY-FILE
069400         GO TO 4160-EXIT
069500     END-IF.
069600     MOVE WS-APPLY-IMAGE TO HOLIDAY-RECORD.
069700     EVALUATE TRUE
069800         WHEN RDP-ACTION-ADD
069900             WRITE HOLIDAY-RECORD
070000                 INVALID KEY
070100                     CLOSE HOLIDAY-FILE
070200                     GO TO 4160-EXIT
070300             END-WRITE
070400         WHEN RDP-ACTION-REMOVE
070500             DELETE HOLIDAY-FILE
070600                 INVALID KEY
070700                     CLOSE HOLIDAY-FILE
070800                     GO TO 4160-EXIT
070900             END-DELETE
071000         WHEN OTHER
071100             REWRITE HOLIDAY-RECORD
071200                 INVALID KEY
071300                     CLOSE HOLIDAY-FILE
071400                     GO TO 4160-EXIT
071500             END-REWRITE
071600     END-EVALUATE.
071700     CLOSE HOLIDAY-FILE.
071800     SET WS-APPLIED TO TRUE.
071900 4160-EXIT.
072000     EXIT.
072100*
072200******************************************************************
072300* 4170-APPLY-STORD.
072400*    APPLIES THE ITEM TO THE STANDING-ORDER FILE.
072500******************************************************************
072600 4170-APPLY-STORD.
072700     OPEN I-O STANDING-ORDER-FILE.
072800     IF WS-SO-FILE-STATUS NOT = "00"
072900         DISPLAY "ORDER FILE NOT AVAILABLE - ITEM LEFT OPEN."
073000         GO TO 4170-EXIT
073100     END-IF.
073200     PERFORM 4200-SET-RECORD-AREA THRU 4200-EXIT.
073300     MOVE WS-APPLY-IMAGE TO STANDING-ORDER-RECORD.
073400     MOVE SPACES TO WS-CURRENT-IMAGE.
073500     READ STANDING-ORDER-FILE
073600         INVALID KEY
073700             CONTINUE
073800         NOT INVALID KEY
073900             MOVE STANDING-ORDER-RECORD TO WS-CURRENT-IMAGE
074000             PERFORM 4175-CARRY-NEXT-DUE THRU 4175-EXIT
074100     END-READ.
074200     IF WS-CURRENT-IMAGE NOT = RDP-BEFORE-IMAGE
074300         PERFORM 4300-SHOW-STALE-ITEM THRU 4300-EXIT
074400         CLOSE STANDING-ORDER-FILE
074500         GO TO 4170-EXIT
074600     END-IF.
074700     MOVE WS-APPLY-IMAGE TO STANDING-ORDER-RECORD.
074800     EVALUATE TRUE
074900         WHEN RDP-ACTION-ADD
075000             WRITE STANDING-ORDER-RECORD
075100                 INVALID KEY
075200                     CLOSE STANDING-ORDER-FILE
075300                     GO TO 4170-EXIT
075400             END-WRITE
075500         WHEN RDP-ACTION-REMOVE
075600             DELETE STANDING-ORDER-FILE
075700                 INVALID KEY
075800                     CLOSE STANDING-ORDER-FILE
075900                     GO TO 4170-EXIT
076000             END-DELETE
076100         WHEN OTHER
076200             REWRITE STANDING-ORDER-RECORD
076300                 INVALID KEY
076400                     CLOSE STANDING-ORDER-FILE
076500                     GO TO 4170-EXIT
076600             END-REWRITE
076700     END-EVALUATE.
076800     CLOSE STANDING-ORDER-FILE.
076900     SET WS-APPLIED TO TRUE.
077000 4170-EXIT.
077100     EXIT.
077200*
077300******************************************************************
077400* 4175-CARRY-NEXT-DUE.
077500*    THE GENERATION STEP ROLLS SO-NEXT-DUE FORWARD EVERY BUSINESS
077600*    DATE, SO A TEMPLATE CHANGE KEYED YESTERDAY WOULD ALWAYS LOOK
077700*    STALE TODAY. THE DUE DATE THE FILE HOLDS NOW IS CARRIED INTO
077800*    THE ITEM'S BEFORE AND AFTER IMAGES FIRST - THE COMPARISON
077900*    THEN SEES ONLY REAL CHANGES, THE APPROVAL NEVER WINDS THE DUE
078000*    DATE BACK, AND THE CHANGE LOG SHOWS WHAT ACTUALLY LANDED.
078100******************************************************************
078200 4175-CARRY-NEXT-DUE.
078300     MOVE SO-NEXT-DUE TO WS-SO-NEXT-DUE.
078400     MOVE RDP-BEFORE-IMAGE TO STANDING-ORDER-RECORD.
078500     MOVE WS-SO-NEXT-DUE TO SO-NEXT-DUE.
078600     MOVE STANDING-ORDER-RECORD TO RDP-BEFORE-IMAGE.
078700     IF NOT RDP-ACTION-REMOVE
078800         MOVE WS-APPLY-IMAGE TO STANDING-ORDER-RECORD
078900         MOVE WS-SO-NEXT-DUE TO SO-NEXT-DUE
079000         MOVE STANDING-ORDER-RECORD TO WS-APPLY-IMAGE
079100         MOVE WS-APPLY-IMAGE TO RDP-AFTER-IMAGE
079200     END-IF.
079300 4175-EXIT.
079400     EXIT.
079401*
079403******************************************************************
079405* 4180-APPLY-SCHEDULE.
079407*    APPLIES THE ITEM TO THE EXPECTED-FEED SCHEDULE.
079409******************************************************************
079411 4180-APPLY-SCHEDULE.
079413     OPEN I-O FEED-SCHEDULE-FILE.
079415     IF WS-FSC-FILE-STATUS NOT = "00"
079417         DISPLAY "SCHEDULE FILE NOT AVAILABLE - ITEM LEFT OPEN."
079419         GO TO 4180-EXIT
079421     END-IF.
079423     PERFORM 4200-SET-RECORD-AREA THRU 4200-EXIT.
079425     MOVE WS-APPLY-IMAGE TO FEED-SCHEDULE-RECORD.
079427     MOVE SPACES TO WS-CURRENT-IMAGE.
079429     READ FEED-SCHEDULE-FILE
079431         INVALID KEY
079433             CONTINUE
079435         NOT INVALID KEY
079437             MOVE FEED-SCHEDULE-RECORD TO WS-CURRENT-IMAGE
079439     END-READ.
079441     IF WS-CURRENT-IMAGE NOT = RDP-BEFORE-IMAGE
079443         PERFORM 4300-SHOW-STALE-ITEM THRU 4300-EXIT
079445         CLOSE FEED-SCHEDULE-FILE
079447         GO TO 4180-EXIT
079449     END-IF.
079450     MOVE WS-APPLY-IMAGE TO FEED-SCHEDULE-RECORD.
079452     EVALUATE TRUE
079454         WHEN RDP-ACTION-ADD
079456             WRITE FEED-SCHEDULE-RECORD
079458                 INVALID KEY
079460                     CLOSE FEED-SCHEDULE-FILE
079462                     GO TO 4180-EXIT
079464             END-WRITE
079466         WHEN RDP-ACTION-REMOVE
079468             DELETE FEED-SCHEDULE-FILE
079470                 INVALID KEY
079472                     CLOSE FEED-SCHEDULE-FILE
079474                     GO TO 4180-EXIT
079476             END-DELETE
079478         WHEN OTHER
079480             REWRITE FEED-SCHEDULE-RECORD
079482                 INVALID KEY
079484                     CLOSE FEED-SCHEDULE-FILE
079486                     GO TO 4180-EXIT
079488             END-REWRITE
079490     END-EVALUATE.
079492     CLOSE FEED-SCHEDULE-FILE.
079494     SET WS-APPLIED TO TRUE.
079496 4180-EXIT.
079498     EXIT.
079500*
079600******************************************************************
079700* 4200-SET-RECORD-AREA.
079800*    PICKS THE IMAGE THAT CARRIES THE MASTER KEY - THE AFTER
079900*    IMAGE, OR ON A REMOVE THE BEFORE IMAGE.
080000******************************************************************
080100 4200-SET-RECORD-AREA.
080200     IF RDP-ACTION-REMOVE
080300         MOVE RDP-BEFORE-IMAGE TO WS-APPLY-IMAGE
080400     ELSE
080500         MOVE RDP-AFTER-IMAGE TO WS-APPLY-IMAGE
080600     END-IF.
080700 4200-EXIT.
080800     EXIT.
080900*
081000******************************************************************
081100* 4300-SHOW-STALE-ITEM.
081200*    THE MASTER RECORD NO LONGER STANDS AS IT DID WHEN THE CHANGE
081300*    WAS KEYED - ANOTHER CHANGE LANDED IN BETWEEN, OR THE RECORD
081400*    CAME OR WENT. APPLYING IT WOULD SILENTLY UNDO THAT CHANGE, SO
081500*    THE ITEM IS LEFT OPEN TO BE REJECTED AND KEYED AGAIN.
081600******************************************************************
081700 4300-SHOW-STALE-ITEM.
081800     DISPLAY "RECORD HAS CHANGED SINCE ITEM " RDP-ID
081900         " WAS KEYED - REJECT IT AND KEY THE CHANGE AGAIN.".
082000     DISPLAY "       NOW    " WS-CURRENT-IMAGE.
082100 4300-EXIT.
082200     EXIT.
082300*
082400******************************************************************
082500* 4500-PICK-OPEN-ITEM.
082600*    TAKES A PENDING-ITEM NUMBER AND READS IT, CHECKING IT IS A
082700*    REAL, STILL-OPEN ITEM. ZERO MEANS THE PICK WAS REFUSED.
082800******************************************************************
082900 4500-PICK-OPEN-ITEM.
083000     DISPLAY "ENTER PENDING ITEM NUMBER (000000 TO CANCEL): ".
083100     ACCEPT WS-PICK-ID.
083200     IF WS-PICK-ID = ZEROS
083300         GO TO 4500-EXIT
083400     END-IF.
083500     MOVE WS-PICK-ID TO RDP-ID.
083600     READ RD-PENDING-FILE
083700         INVALID KEY
083800             DISPLAY "NO SUCH PENDING ITEM."
083900             MOVE ZEROS TO WS-PICK-ID
084000             GO TO 4500-EXIT
084100     END-READ.
084200     IF NOT RDP-OPEN
084300         DISPLAY "ITEM " WS-PICK-ID " IS ALREADY REVIEWED."
084400         MOVE ZEROS TO WS-PICK-ID
084500     END-IF.
084600 4500-EXIT.
084700     EXIT.
084800*
084900******************************************************************
085000* 4700-WRITE-CHANGE-LOG.
085100*    HANDS THE CHANGE JUST APPLIED TO RDQUE01 FOR THE REFERENCE-
085200*    DATA CHANGE LOG - BEFORE AND AFTER IMAGES, REQUESTER AND
085300*    APPROVER. A LOG RECORD THAT CANNOT BE WRITTEN IS WARNED; THE
085400*    CHANGE HAS ALREADY LANDED AND STAYS.
085500******************************************************************
085600 4700-WRITE-CHANGE-LOG.
085700     MOVE "L" TO WS-RDQ-FUNCTION.
085800     MOVE RDP-TABLE TO WS-RDQ-TABLE.
085900     MOVE RDP-ACTION TO WS-RDQ-ACTION.
086000     MOVE RDP-KEY TO WS-RDQ-KEY.
086100     MOVE RDP-BEFORE-IMAGE TO WS-RDQ-BEFORE-IMAGE.
086200     MOVE RDP-AFTER-IMAGE TO WS-RDQ-AFTER-IMAGE.
086300     MOVE RDP-REQUEST-OPR TO WS-RDQ-REQUEST-OPR.
086400     MOVE WS-SIGNON-ID TO WS-RDQ-APPROVE-OPR.
086500     MOVE RDP-ID TO WS-RDQ-PEND-ID.
086600     CALL "RDQUE01" USING WS-RDQ-PARMS.
086700     IF WS-RDQ-STATUS NOT = "Y"
086800         MOVE "CHANGE-LOG" TO WS-LOG-STEP
086900         MOVE "W" TO WS-LOG-SEVERITY
087000         MOVE SPACES TO WS-LOG-MESSAGE
087100         STRING "CHANGE LOG NOT WRITTEN FOR ITEM " RDP-ID
087200             DELIMITED BY SIZE INTO WS-LOG-MESSAGE
087300         CALL "LOGWRT01" USING WS-LOG-PARMS
087400         MOVE "I" TO WS-LOG-SEVERITY
087500     END-IF.
087600 4700-EXIT.
087700     EXIT.
087800*
087900******************************************************************
088000* 5000-REJECT-ITEM.
088100*    MARKS AN OPEN ITEM REJECTED WITH THE REVIEWING SUPERVISOR'S
088200*    ID - THE MASTER IS NEVER TOUCHED. A SUPERVISOR MAY REJECT
088300*    (WITHDRAW) A CHANGE THEY KEYED THEMSELVES.
088400******************************************************************
088500 5000-REJECT-ITEM.
088600     PERFORM 4500-PICK-OPEN-ITEM THRU 4500-EXIT.
088700     IF WS-PICK-ID = ZEROS
088800         GO TO 5000-EXIT
088900     END-IF.
089000     SET RDP-REJECTED TO TRUE.
089100     MOVE WS-SIGNON-ID TO RDP-REVIEW-OPR.
089200     ACCEPT RDP-REVIEW-DATE FROM DATE YYYYMMDD.
089300     ACCEPT RDP-REVIEW-TIME FROM TIME.
089400     REWRITE RD-PENDING-RECORD
089500         INVALID KEY
089600             DISPLAY "PENDING ITEM " WS-PICK-ID
089700                 " NOT MARKED - REVIEW THE QUEUE."
089800             GO TO 5000-EXIT
089900     END-REWRITE.
090000     ADD 1 TO WS-REJECTED-COUNT.
090100     MOVE "REJECT" TO WS-LOG-STEP.
090200     MOVE SPACES TO WS-LOG-MESSAGE.
090300     STRING RDP-TABLE " " RDP-ACTION " " RDP-KEY
090400         " ITEM " RDP-ID " REJECTED BY " WS-SIGNON-ID
090500         DELIMITED BY SIZE INTO WS-LOG-MESSAGE.
090600     CALL "LOGWRT01" USING WS-LOG-PARMS.
090700     DISPLAY "ITEM " WS-PICK-ID " REJECTED - NOTHING APPLIED.".
090800 5000-EXIT.
090900     EXIT.
091000*
091100******************************************************************
091200* 8000-FINALIZE.
091300*    LOGS WHAT THE SESSION REVIEWED, CLOSES THE PENDING FILE AND
091400*    WRITES THE JOB RUN HISTORY RECORD.
091500******************************************************************
091600 8000-FINALIZE.
091700     MOVE "FINALIZE" TO WS-LOG-STEP.
091800     IF NOT WS-ABORT-RUN
091900         MOVE SPACES TO WS-LOG-MESSAGE
092000         STRING "APPROVED " WS-APPROVED-COUNT
092100             " REJECTED " WS-REJECTED-COUNT
092200             " BY " WS-SIGNON-ID
092300             DELIMITED BY SIZE INTO WS-LOG-MESSAGE
092400         CALL "LOGWRT01" USING WS-LOG-PARMS
092500         CLOSE RD-PENDING-FILE
092600         MOVE 0 TO RETURN-CODE
092700     END-IF.
092800     PERFORM 8100-WRITE-JOB-HISTORY THRU 8100-EXIT.
092900 8000-EXIT.
093000     EXIT.
093100*
093200******************************************************************
093300* 8100-WRITE-JOB-HISTORY.
093400*    APPENDS ONE JOB RUN HISTORY RECORD FOR THIS APPROVAL
093500*    SESSION, CARRYING THE CHANGES APPLIED AND THE SUPERVISOR.
093600******************************************************************
093700 8100-WRITE-JOB-HISTORY.
093800     OPEN EXTEND JOB-HISTORY-FILE.
093900     IF WS-JH-FILE-NOT-FOUND
094000         CLOSE JOB-HISTORY-FILE
094100         OPEN OUTPUT JOB-HISTORY-FILE
094200     END-IF.
094300     MOVE SPACES TO JOB-HIST-RECORD.
094400     MOVE "RDAPR01" TO JH-PROGRAM-ID.
094500     MOVE WS-RUN-DATE TO JH-RUN-DATE.
094600     MOVE WS-RUN-TIME TO JH-START-TIME.
094700     ACCEPT WS-END-TIME FROM TIME.
094800     MOVE WS-END-TIME TO JH-END-TIME.
094900     MOVE RETURN-CODE TO JH-RETURN-CODE.
095000     MOVE WS-APPROVED-COUNT TO JH-TRAN-COUNT.
095100     MOVE WS-SIGNON-ID TO JH-OPERATOR-ID.
095200     WRITE JOB-HIST-RECORD.
095300     CLOSE JOB-HISTORY-FILE.
095400 8100-EXIT.
095500     EXIT.
095600*
095700 END PROGRAM RDAPR01.
