001100*               FULL RECORD (OPERANDS, TYPE, REVERSED-ID AND
001200*               OPERATOR). A SELECTION CAN ALSO BE WRITTEN TO A
001300*               DATED EXTRACT FILE WHEN AN AUDITOR WANTS IT TO
001350*               TAKE AWAY, SO A HISTORICAL QUESTION STOPS TURNING
001400*               INTO REPORT REPRINTS AND A MANUAL SEARCH. A YEAR
001450*               WHOSE DETAIL THE YEAR-END OFFLOAD HAS PURGED IS
001500*               ANSWERED FROM THE MONTHLY SUMMARY ARCHIVE, AND THE
001550*               INQUIRY SAYS WHICH YEAR FILE HOLDS ITS DETAIL.
001600* TECTONICS:    COBC
001700******************************************************************
001800* MODIFICATION HISTORY.
001900*    2026-09-01 BL  INITIAL VERSION.
001950*    2026-10-15 BL  SHOW THE CUSTOMER ACCOUNT ON EACH ITEM.
001966*    2026-10-15 BL  SHOW A TRANSFER LEG'S DIRECTION, COUNTER
001983*                   BRANCH AND PAIRED LEG.
001987*    2026-10-15 BL  ANSWER FOR PURGED YEARS FROM THE SUMMARY
001991*                   ARCHIVE AND NAME THE YEAR FILE HOLDING THE
001995*                   DETAIL.
001996*    2026-10-15 BL  A BRANCH INQUIRY ALSO TAKES IN THE BRANCHES
001997*                   THE BRANCH TOOK OVER IN A MERGER (BRLINK), AND
001998*                   A MERGED BRANCH IS SHOWN WITH ITS SUCCESSOR.
002000******************************************************************
002100 IDENTIFICATION DIVISION.
002200 PROGRAM-ID. ARCINQ01.
003800     SELECT JOB-HISTORY-FILE ASSIGN TO "JOBHIST"
003900         ORGANIZATION IS LINE SEQUENTIAL
004000         FILE STATUS IS WS-JH-FILE-STATUS.
004009     SELECT ARCH-YEAR-CONTROL-FILE ASSIGN TO "ARCYRCTL"
004018         ORGANIZATION IS INDEXED
004027         ACCESS MODE IS DYNAMIC
004036         RECORD KEY IS AYC-YEAR
004045         FILE STATUS IS WS-AYC-FILE-STATUS.
004054     SELECT ARCH-SUMMARY-FILE ASSIGN TO "ARCSUMM"
004063         ORGANIZATION IS INDEXED
004072         ACCESS MODE IS DYNAMIC
004081         RECORD KEY IS ASM-KEY
004090         FILE STATUS IS WS-ASM-FILE-STATUS.
004091     SELECT BRANCH-LINK-FILE ASSIGN TO "BRLINK"
004092         ORGANIZATION IS INDEXED
004093         ACCESS MODE IS DYNAMIC
004095         RECORD KEY IS BL-OLD-BRANCH
004096         ALTERNATE RECORD KEY IS BL-NEW-BRANCH
004097             WITH DUPLICATES
004098         FILE STATUS IS WS-BL-FILE-STATUS.
004100*
004200 DATA DIVISION.
004300 FILE SECTION.
004400 FD  TRANSACTION-ARCHIVE-FILE.
004500 COPY "ARCHREC.cpy".
004600 FD  ARCHIVE-EXTRACT-FILE.
004700 01  ARCHIVE-EXTRACT-RECORD          PIC X(64).
004800 FD  JOB-HISTORY-FILE.
004900 COPY "HISTREC.cpy".
004920 FD  ARCH-YEAR-CONTROL-FILE.
004940 COPY "ARCYCREC.cpy".
004960 FD  ARCH-SUMMARY-FILE.
004980 COPY "ARCSMREC.cpy".
004986 FD  BRANCH-LINK-FILE.
004993 COPY "BRLNKREC.cpy".
005000*
005100 WORKING-STORAGE SECTION.
005200 77  WS-ARCH-FILE-STATUS         PIC X(02) VALUE "00".
005500     88  WS-EXT-FILE-NOT-FOUND   VALUE "35".
005600 77  WS-JH-FILE-STATUS           PIC X(02) VALUE "00".
005700     88  WS-JH-FILE-NOT-FOUND    VALUE "35".
005733 77  WS-AYC-FILE-STATUS          PIC X(02) VALUE "00".
005766 77  WS-ASM-FILE-STATUS          PIC X(02) VALUE "00".
005783 77  WS-BL-FILE-STATUS           PIC X(02) VALUE "00".
005800*
005900 77  WS-ARCH-EOF-SW              PIC X(01) VALUE "N".
006000     88  WS-ARCH-EOF             VALUE "Y".
006100 77  WS-ABORT-SW                 PIC X(01) VALUE "N".
006200     88  WS-ABORT-RUN            VALUE "Y".
006209 77  WS-AYC-EOF-SW               PIC X(01) VALUE "N".
006218     88  WS-AYC-EOF              VALUE "Y".
006227 77  WS-ASM-EOF-SW               PIC X(01) VALUE "N".
006236     88  WS-ASM-EOF              VALUE "Y".
006245*
006254*    SET WHEN THE YEAR CONTROL AND SUMMARY FILES ARE THERE - ONLY
006263*    ONCE THE YEAR-END OFFLOAD HAS RUN CAN ANY YEAR BE PURGED.
006272*
006281 77  WS-OFFLOAD-AVAILABLE-SW     PIC X(01) VALUE "N".
006290     88  WS-OFFLOAD-AVAILABLE    VALUE "Y".
006291*
006292*    SET WHEN THE BRANCH SUCCESSION LINKS ARE THERE - ONLY ONCE A
006293*    BRANCH HAS BEEN MERGED INTO ANOTHER.
006294*
006295 77  WS-BL-AVAILABLE-SW          PIC X(01) VALUE "N".
006296     88  WS-BL-AVAILABLE         VALUE "Y".
006297 77  WS-BL-EOF-SW                PIC X(01) VALUE "N".
006298     88  WS-BL-EOF               VALUE "Y".
006300*
006400 77  WS-RUN-DATE                 PIC 9(08) VALUE ZEROS.
006500 77  WS-RUN-TIME                 PIC 9(08) VALUE ZEROS.
008500     88  WS-EXTRACT-OPEN         VALUE "Y".
008510 77  WS-RANGE-OK-SW              PIC X(01) VALUE "N".
008520     88  WS-RANGE-OK             VALUE "Y".
008525*
008530*    THE BRANCHES A BRANCH INQUIRY TAKES IN - THE BRANCH ASKED FOR
008535*    FIRST, THEN EVERY BRANCH MERGED INTO IT, AND INTO THOSE, OFF
008540*    THE SUCCESSION LINKS.
008545*
008550 01  WS-INQ-LINK-TABLE.
008555     03  WS-INQ-LINK-ENTRY       OCCURS 10 TIMES
008560                                 INDEXED BY WS-INQ-LX.
008565         05  WS-INQ-LINK-BRANCH  PIC X(04).
008570 77  WS-INQ-LINK-COUNT           PIC 9(02) COMP VALUE ZEROS.
008575 77  WS-INQ-LINK-MAX             PIC 9(02) COMP VALUE 10.
008580 77  WS-INQ-LINK-SUB             PIC 9(02) COMP VALUE ZEROS.
008585 77  WS-INQ-TEST-BRANCH          PIC X(04) VALUE SPACES.
008590 77  WS-INQ-BRANCH-MATCH-SW      PIC X(01) VALUE "N".
008595     88  WS-INQ-BRANCH-MATCH     VALUE "Y".
008600*
008700*    DATED EXTRACT FILE NAME - ONE EXTRACT FILE PER BUSINESS DATE,
008800*    APPENDED TO ACROSS THE SESSION'S SELECTIONS, BUILT THE SAME
009600 77  WS-MATCHED-COUNT            PIC 9(06) VALUE ZEROS.
009700 77  WS-EXTRACTED-COUNT          PIC 9(06) VALUE ZEROS.
009800 77  WS-SELECTED-COUNT           PIC 9(06) VALUE ZEROS.
009808*
009816*    SUMMARY ANSWER FOR A PURGED YEAR. THE SUMMARY IS BY WHOLE
009825*    MONTH, SO THE RANGE IS WIDENED TO THE MONTHS IT TOUCHES.
009833*
009841 77  WS-INQ-YEAR                 PIC 9(04) VALUE ZEROS.
009845 77  WS-INQ-FROM-YEAR            PIC 9(04) VALUE ZEROS.
009850 77  WS-INQ-TO-YEAR              PIC 9(04) VALUE ZEROS.
009858 77  WS-INQ-FROM-MONTH           PIC 9(06) VALUE ZEROS.
009866 77  WS-INQ-TO-MONTH             PIC 9(06) VALUE ZEROS.
009875 77  WS-YEAR-FIRST-MONTH         PIC 9(06) VALUE ZEROS.
009883 77  WS-YEAR-LAST-MONTH          PIC 9(06) VALUE ZEROS.
009891 77  WS-SUMMARY-SHOWN            PIC 9(06) VALUE ZEROS.
009900*
010000*    EDITED VIEWS OF THE OPERANDS FOR THE INQUIRY DISPLAY.
010100*
010200 77  WS-N1-ED                    PIC Z(06)9,99 VALUE ZEROS.
010300 77  WS-N2-ED                    PIC Z(06)9,99 VALUE ZEROS.
010350 77  WS-NET-ED                   PIC -Z(12)9,99 VALUE ZEROS.
010400*
010500*    PARAMETER AREA PASSED TO BDATE01. LAYOUT MUST MATCH ITS
010600*    LINKAGE SECTION BDATE-PARMS FIELD FOR FIELD.
014700*    FETCHES THE BUSINESS DATE AND OPENS THE ARCHIVE. THE ARCHIVE
014800*    MUST ALREADY EXIST - THERE IS NOTHING TO INQUIRE ON UNTIL THE
014900*    END-OF-DAY ARCHIVAL RUN HAS BUILT IT, SO A MISSING FILE
014980*    ABORTS THROUGH ERRWRT01 INSTEAD OF CREATING AN EMPTY ONE. THE
015020*    YEAR CONTROL AND SUMMARY FILES ONLY EXIST ONCE THE YEAR-END
015060*    OFFLOAD HAS RUN; WITHOUT THEM NO YEAR HAS BEEN PURGED.
015100******************************************************************
015200 1000-INITIALIZE.
015300     CALL "BDATE01" USING WS-BDATE-PARMS.
016800         MOVE 90 TO WS-ERR-RETURN-CODE
016900         CALL "ERRWRT01" USING WS-ERR-PARMS
017000         SET WS-ABORT-RUN TO TRUE
017050         GO TO 1000-EXIT
017100     END-IF.
017116     OPEN INPUT ARCH-YEAR-CONTROL-FILE.
017133     OPEN INPUT ARCH-SUMMARY-FILE.
017150     IF WS-AYC-FILE-STATUS = "00" AND WS-ASM-FILE-STATUS = "00"
017166         SET WS-OFFLOAD-AVAILABLE TO TRUE
017183     END-IF.
017186     OPEN INPUT BRANCH-LINK-FILE.
017189     IF WS-BL-FILE-STATUS = "00"
017193         SET WS-BL-AVAILABLE TO TRUE
017196     END-IF.
017200 1000-EXIT.
017300     EXIT.
017400*
019400             IF WS-RANGE-OK
019500                 DISPLAY "ENTER BRANCH CODE: "
019600                 ACCEPT WS-INQ-BRANCH
019650                 PERFORM 2050-LOAD-BRANCH-LINKS THRU 2050-EXIT
019700                 PERFORM 2300-SCAN-DATE-RANGE THRU 2300-EXIT
019800             END-IF
019900         WHEN WS-MENU-TRAN-ID
020600 2000-EXIT.
020700     EXIT.
020800*
020801******************************************************************
020802* 2050-LOAD-BRANCH-LINKS.
020804*    STARTS THE BRANCH INQUIRY'S TABLE WITH THE BRANCH ASKED FOR
020805*    AND ADDS EVERY BRANCH MERGED INTO IT, WORKING DOWN THE TABLE
020806*    SO A BRANCH MERGED INTO ONE THAT WAS ITSELF LATER MERGED IS
020808*    TAKEN IN TOO. A BRANCH THAT WAS ITSELF MERGED AWAY IS NAMED
020809*    WITH ITS SUCCESSOR.
020810******************************************************************
020812 2050-LOAD-BRANCH-LINKS.
020813     MOVE 1 TO WS-INQ-LINK-COUNT.
020814     MOVE WS-INQ-BRANCH TO WS-INQ-LINK-BRANCH (1).
020816     IF NOT WS-BL-AVAILABLE
020817         GO TO 2050-EXIT
020818     END-IF.
020820     MOVE WS-INQ-BRANCH TO BL-OLD-BRANCH.
020821     READ BRANCH-LINK-FILE
020822         INVALID KEY
020824             CONTINUE
020825         NOT INVALID KEY
020827             DISPLAY "BRANCH " WS-INQ-BRANCH " WAS MERGED INTO "
020828                 BL-NEW-BRANCH " EFFECTIVE " BL-EFFECTIVE-DATE
020829     END-READ.
020831     PERFORM 2060-ADD-PREDECESSORS THRU 2060-EXIT
020832         VARYING WS-INQ-LINK-SUB FROM 1 BY 1
020833         UNTIL WS-INQ-LINK-SUB > WS-INQ-LINK-COUNT.
020835 2050-EXIT.
020836     EXIT.
020837*
020839******************************************************************
020840* 2060-ADD-PREDECESSORS.
020841*    POSITIONS THE LINKS ON ONE TABLE ENTRY AS SUCCESSOR AND ADDS
020843*    EACH BRANCH MERGED INTO IT.
020844******************************************************************
020845 2060-ADD-PREDECESSORS.
020847     MOVE "N" TO WS-BL-EOF-SW.
020848     MOVE WS-INQ-LINK-BRANCH (WS-INQ-LINK-SUB) TO BL-NEW-BRANCH.
020850     START BRANCH-LINK-FILE KEY IS EQUAL TO BL-NEW-BRANCH
020851         INVALID KEY
020852             SET WS-BL-EOF TO TRUE
020854     END-START.
020855     PERFORM 2070-ADD-ONE-PREDECESSOR THRU 2070-EXIT
020856         UNTIL WS-BL-EOF.
020858 2060-EXIT.
020859     EXIT.
020860*
020862******************************************************************
020863* 2070-ADD-ONE-PREDECESSOR.
020864*    READS THE NEXT LINK ON THE SUCCESSOR KEY AND ADDS THE BRANCH
020866*    IT CAME FROM, UNTIL THE SUCCESSOR CODE CHANGES.
020867******************************************************************
020868 2070-ADD-ONE-PREDECESSOR.
020870     READ BRANCH-LINK-FILE NEXT RECORD
020871         AT END
020872             SET WS-BL-EOF TO TRUE
020874             GO TO 2070-EXIT
020875     END-READ.
020877     IF BL-NEW-BRANCH NOT = WS-INQ-LINK-BRANCH (WS-INQ-LINK-SUB)
020878         SET WS-BL-EOF TO TRUE
020879         GO TO 2070-EXIT
020881     END-IF.
020882     IF WS-INQ-LINK-COUNT NOT < WS-INQ-LINK-MAX
020883         DISPLAY "TOO MANY MERGED BRANCHES - " BL-OLD-BRANCH
020885             " NOT INCLUDED."
020886         GO TO 2070-EXIT
020887     END-IF.
020889     ADD 1 TO WS-INQ-LINK-COUNT.
020890     MOVE BL-OLD-BRANCH TO WS-INQ-LINK-BRANCH (WS-INQ-LINK-COUNT).
020891     DISPLAY "  INCLUDING FORMER BRANCH " BL-OLD-BRANCH
020893         " MERGED INTO " BL-NEW-BRANCH
020894         " EFFECTIVE " BL-EFFECTIVE-DATE.
020895 2070-EXIT.
020897     EXIT.
020898*
020900******************************************************************
021000* 2100-TAKE-DATE-RANGE.
021100*    TAKES THE FROM/TO BUSINESS DATES FOR A RANGE INQUIRY AND THE
026500*    POSITIONS THE ARCHIVE AT THE FIRST RECORD OF THE FROM-DATE BY
026600*    A KEYED START AND READS FORWARD UNTIL THE KEY PASSES THE
026700*    TO-DATE. A BLANK WS-INQ-BRANCH TAKES EVERY BRANCH; OTHERWISE
026722*    ONLY THE NAMED BRANCH'S RECORDS, AND THOSE OF THE BRANCHES
026744*    MERGED INTO IT, ARE SELECTED. ANY PURGED YEAR
026833*    THE RANGE TOUCHES IS THEN ANSWERED FROM THE SUMMARY ARCHIVE.
026900******************************************************************
027000 2300-SCAN-DATE-RANGE.
027100     MOVE ZEROS TO WS-SELECTED-COUNT.
028000     PERFORM 2400-SELECT-ONE-RECORD THRU 2400-EXIT
028100         UNTIL WS-ARCH-EOF.
028200     DISPLAY "RECORDS SELECTED: " WS-SELECTED-COUNT.
028250     PERFORM 2700-SHOW-OFFLOADED-YEARS THRU 2700-EXIT.
028300 2300-EXIT.
028400     EXIT.
028500*
029900         SET WS-ARCH-EOF TO TRUE
030000         GO TO 2400-EXIT
030100     END-IF.
030162     IF WS-INQ-BRANCH NOT = SPACES
030225         MOVE ARCH-BRANCH TO WS-INQ-TEST-BRANCH
030287         PERFORM 2450-CHECK-BRANCH THRU 2450-EXIT
030350         IF NOT WS-INQ-BRANCH-MATCH
030412             GO TO 2400-EXIT
030475         END-IF
030537     END-IF.
030600     PERFORM 2600-SHOW-ARCHIVE-RECORD THRU 2600-EXIT.
030700 2400-EXIT.
030800     EXIT.
030900*
030905******************************************************************
030910* 2450-CHECK-BRANCH.
030915*    LOOKS THE BRANCH IN WS-INQ-TEST-BRANCH UP IN THE BRANCH
030920*    INQUIRY'S TABLE.
030925******************************************************************
030930 2450-CHECK-BRANCH.
030935     MOVE "N" TO WS-INQ-BRANCH-MATCH-SW.
030940     SET WS-INQ-LX TO 1.
030945     SEARCH WS-INQ-LINK-ENTRY
030950         AT END
030955             CONTINUE
030960         WHEN WS-INQ-LX > WS-INQ-LINK-COUNT
030965             CONTINUE
030970         WHEN WS-INQ-LINK-BRANCH (WS-INQ-LX) = WS-INQ-TEST-BRANCH
030975             SET WS-INQ-BRANCH-MATCH TO TRUE
030980     END-SEARCH.
030985 2450-EXIT.
030990     EXIT.
030995*
031000******************************************************************
031100* 2500-SCAN-BY-TRAN-ID.
031200*    TAKES ONE TRANSACTION ID AND WALKS THE WHOLE ARCHIVE FOR IT -
031300*    THE ID IS THE LOW-ORDER PART OF THE KEY, SO THE SAME ID ON
031400*    DIFFERENT DAYS CANNOT BE REACHED BY ONE KEYED START AND THE
031450*    SCAN RUNS THE FILE TOP TO BOTTOM. THE SUMMARY CARRIES NO
031500*    TRANSACTION IDS, SO A PURGED YEAR CANNOT BE SEARCHED - THE
031550*    INQUIRY NAMES ITS YEAR FILE INSTEAD.
031600******************************************************************
031700 2500-SCAN-BY-TRAN-ID.
031800     DISPLAY "ENTER TRANSACTION ID: ".
033300     PERFORM 2550-MATCH-ONE-RECORD THRU 2550-EXIT
033400         UNTIL WS-ARCH-EOF.
033500     DISPLAY "RECORDS SELECTED: " WS-SELECTED-COUNT.
033550     PERFORM 2800-NAME-OFFLOADED-YEARS THRU 2800-EXIT.
033600 2500-EXIT.
033700     EXIT.
033800*
035700******************************************************************
035800* 2600-SHOW-ARCHIVE-RECORD.
035900*    DISPLAYS THE FULL ARCHIVE RECORD - OPERANDS, BRANCH, CURRENCY,
036000*    TYPE, REVERSED-ID, OPERATOR AND ACCOUNT - AND APPENDS IT TO
036100*    THE EXTRACT FILE WHEN THE SELECTION ASKED FOR ONE. A BRANCH
036150*    SINCE MERGED INTO ANOTHER IS SHOWN WITH ITS SUCCESSOR.
036200******************************************************************
036300 2600-SHOW-ARCHIVE-RECORD.
036400     ADD 1 TO WS-SELECTED-COUNT.
036900         " BRANCH " ARCH-BRANCH " CCY " ARCH-CURRENCY
037000         " TYPE " ARCH-TYPE.
037100     DISPLAY "       OPERANDS " WS-N1-ED " / " WS-N2-ED
037200         " OPERATOR " ARCH-OPERATOR-ID
037250         " ACCOUNT " ARCH-ACCOUNT.
037266     MOVE ARCH-BRANCH TO WS-INQ-TEST-BRANCH.
037283     PERFORM 2650-SHOW-BRANCH-LINK THRU 2650-EXIT.
037300     IF ARCH-TYPE = "R"
037400         DISPLAY "       REVERSES " ARCH-REVERSED-ID
037500     END-IF.
037510     IF ARCH-TYPE = "T"
037520         IF ARCH-XFER-SIDE = "O"
037530             DISPLAY "       TRANSFER TO " ARCH-COUNTER-BRANCH
037540                 " PAIRED LEG " ARCH-REVERSED-ID
037550         ELSE
037560             DISPLAY "       TRANSFER FROM " ARCH-COUNTER-BRANCH
037570                 " PAIRED LEG " ARCH-REVERSED-ID
037580         END-IF
037590     END-IF.
037600     IF WS-EXTRACT-WANTED
037700         MOVE ARCHIVE-RECORD TO ARCHIVE-EXTRACT-RECORD
037800         WRITE ARCHIVE-EXTRACT-RECORD
038000     END-IF.
038100 2600-EXIT.
038200     EXIT.
038204*
038208******************************************************************
038213* 2650-SHOW-BRANCH-LINK.
038217*    NAMES THE SUCCESSOR OF THE BRANCH IN WS-INQ-TEST-BRANCH WHEN
038221*    IT HAS BEEN MERGED INTO ANOTHER.
038226******************************************************************
038230 2650-SHOW-BRANCH-LINK.
038235     IF NOT WS-BL-AVAILABLE
038239         GO TO 2650-EXIT
038243     END-IF.
038248     MOVE WS-INQ-TEST-BRANCH TO BL-OLD-BRANCH.
038252     READ BRANCH-LINK-FILE
038257         INVALID KEY
038261             CONTINUE
038265         NOT INVALID KEY
038270             DISPLAY "       BRANCH " WS-INQ-TEST-BRANCH
038274                 " SINCE MERGED INTO " BL-NEW-BRANCH
038279                 " EFFECTIVE " BL-EFFECTIVE-DATE
038283     END-READ.
038287 2650-EXIT.
038292     EXIT.
038296*
038301******************************************************************
038303* 2700-SHOW-OFFLOADED-YEARS.
038304*    GOES THROUGH EACH YEAR THE DATE RANGE TOUCHES LOOKING FOR
038306*    ONES WHOSE DETAIL HAS BEEN PURGED FROM THE ARCHIVE.
038307******************************************************************
038309 2700-SHOW-OFFLOADED-YEARS.
038311     IF NOT WS-OFFLOAD-AVAILABLE
038312         GO TO 2700-EXIT
038314     END-IF.
038315     DIVIDE WS-INQ-FROM-DATE BY 10000 GIVING WS-INQ-FROM-YEAR.
038317     DIVIDE WS-INQ-TO-DATE BY 10000 GIVING WS-INQ-TO-YEAR.
038318     DIVIDE WS-INQ-FROM-DATE BY 100 GIVING WS-INQ-FROM-MONTH.
038320     DIVIDE WS-INQ-TO-DATE BY 100 GIVING WS-INQ-TO-MONTH.
038322     PERFORM 2710-SHOW-ONE-YEAR THRU 2710-EXIT
038323         VARYING WS-INQ-YEAR FROM WS-INQ-FROM-YEAR BY 1
038325         UNTIL WS-INQ-YEAR > WS-INQ-TO-YEAR.
038326 2700-EXIT.
038328     EXIT.
038329*
038331******************************************************************
038333* 2710-SHOW-ONE-YEAR.
038334*    FOR A PURGED YEAR, NAMES THE YEAR FILE HOLDING ITS DETAIL AND
038336*    LISTS THE SUMMARY RECORDS FOR THE MONTHS OF THE RANGE THAT
038337*    FALL IN IT, BRANCH FILTER APPLIED.
038339******************************************************************
038340 2710-SHOW-ONE-YEAR.
038342     MOVE WS-INQ-YEAR TO AYC-YEAR.
038344     READ ARCH-YEAR-CONTROL-FILE
038345         INVALID KEY
038347             GO TO 2710-EXIT
038348     END-READ.
038350     IF NOT AYC-PURGED
038351         GO TO 2710-EXIT
038353     END-IF.
038355     DISPLAY "YEAR " AYC-YEAR " DETAIL WAS OFFLOADED TO "
038356         AYC-FILE-NAME " AND PURGED.".
038358     DISPLAY "MONTHLY SUMMARY FOR THE RANGE (WHOLE MONTHS):".
038359     COMPUTE WS-YEAR-FIRST-MONTH = AYC-YEAR * 100 + 1.
038361     COMPUTE WS-YEAR-LAST-MONTH = AYC-YEAR * 100 + 12.
038362     IF WS-INQ-FROM-MONTH > WS-YEAR-FIRST-MONTH
038364         MOVE WS-INQ-FROM-MONTH TO WS-YEAR-FIRST-MONTH
038366     END-IF.
038367     IF WS-INQ-TO-MONTH < WS-YEAR-LAST-MONTH
038369         MOVE WS-INQ-TO-MONTH TO WS-YEAR-LAST-MONTH
038370     END-IF.
038372     MOVE ZEROS TO WS-SUMMARY-SHOWN.
038374     MOVE "N" TO WS-ASM-EOF-SW.
038375     MOVE LOW-VALUES TO ASM-KEY.
038377     MOVE WS-YEAR-FIRST-MONTH TO ASM-MONTH.
038378     START ARCH-SUMMARY-FILE KEY IS NOT LESS THAN ASM-KEY
038380         INVALID KEY
038381             SET WS-ASM-EOF TO TRUE
038383     END-START.
038385     PERFORM 2720-SHOW-ONE-SUMMARY THRU 2720-EXIT
038386         UNTIL WS-ASM-EOF.
038388     DISPLAY "SUMMARY RECORDS SHOWN: " WS-SUMMARY-SHOWN.
038389 2710-EXIT.
038391     EXIT.
038392*
038394******************************************************************
038396* 2720-SHOW-ONE-SUMMARY.
038397*    READS THE NEXT SUMMARY RECORD, STOPS ONCE ITS MONTH PASSES
038399*    THE LAST MONTH WANTED AND SHOWS IT IF THE BRANCH MATCHES.
038400******************************************************************
038402 2720-SHOW-ONE-SUMMARY.
038403     READ ARCH-SUMMARY-FILE NEXT RECORD
038405         AT END
038407             SET WS-ASM-EOF TO TRUE
038408             GO TO 2720-EXIT
038410     END-READ.
038411     IF ASM-MONTH > WS-YEAR-LAST-MONTH
038413         SET WS-ASM-EOF TO TRUE
038414         GO TO 2720-EXIT
038416     END-IF.
038417     IF WS-INQ-BRANCH NOT = SPACES
038418         MOVE ASM-BRANCH TO WS-INQ-TEST-BRANCH
038419         PERFORM 2450-CHECK-BRANCH THRU 2450-EXIT
038420         IF NOT WS-INQ-BRANCH-MATCH
038421             GO TO 2720-EXIT
038422         END-IF
038423     END-IF.
038424     ADD 1 TO WS-SUMMARY-SHOWN.
038425     MOVE ASM-NET-AMOUNT TO WS-NET-ED.
038427     DISPLAY "  " ASM-MONTH " BRANCH " ASM-BRANCH
038429         " CCY " ASM-CURRENCY " ITEMS " ASM-ITEM-COUNT
038430         " REVERSALS " ASM-REV-COUNT.
038432     DISPLAY "       TRANSFERS OUT " ASM-XFER-OUT-COUNT
038433         " IN " ASM-XFER-IN-COUNT " NET " WS-NET-ED.
038434     MOVE ASM-BRANCH TO WS-INQ-TEST-BRANCH.
038435     PERFORM 2650-SHOW-BRANCH-LINK THRU 2650-EXIT.
038436 2720-EXIT.
038437     EXIT.
038438*
038440******************************************************************
038441* 2800-NAME-OFFLOADED-YEARS.
038443*    AFTER A TRANSACTION ID SEARCH, NAMES EVERY PURGED YEAR THE
038444*    SEARCH COULD NOT REACH AND THE YEAR FILE HOLDING ITS DETAIL.
038446******************************************************************
038448 2800-NAME-OFFLOADED-YEARS.
038449     IF NOT WS-OFFLOAD-AVAILABLE
038451         GO TO 2800-EXIT
038452     END-IF.
038454     MOVE "N" TO WS-AYC-EOF-SW.
038455     MOVE ZEROS TO AYC-YEAR.
038457     START ARCH-YEAR-CONTROL-FILE KEY IS NOT LESS THAN AYC-YEAR
038459         INVALID KEY
038460             SET WS-AYC-EOF TO TRUE
038462     END-START.
038463     PERFORM 2810-NAME-ONE-YEAR THRU 2810-EXIT
038465         UNTIL WS-AYC-EOF.
038466 2800-EXIT.
038468     EXIT.
038470*
038471******************************************************************
038473* 2810-NAME-ONE-YEAR.
038474*    READS THE NEXT YEAR CONTROL RECORD AND NAMES IT IF PURGED.
038476******************************************************************
038477 2810-NAME-ONE-YEAR.
038479     READ ARCH-YEAR-CONTROL-FILE NEXT RECORD
038481         AT END
038482             SET WS-AYC-EOF TO TRUE
038484             GO TO 2810-EXIT
038485     END-READ.
038487     IF AYC-PURGED
038488         DISPLAY "YEAR " AYC-YEAR " NOT SEARCHED - DETAIL IS ON "
038490             AYC-FILE-NAME
038492     END-IF.
038493 2810-EXIT.
038495     EXIT.
038496*
038498******************************************************************
038500* 3000-FINALIZE.
038600*    LOGS WHAT THE SESSION MATCHED AND EXTRACTED, CLOSES THE FILES
038700*    AND WRITES THE JOB RUN HISTORY RECORD.
039700         IF WS-EXTRACT-OPEN
039800             CLOSE ARCHIVE-EXTRACT-FILE
039900         END-IF
039920         IF WS-OFFLOAD-AVAILABLE
039940             CLOSE ARCH-YEAR-CONTROL-FILE
039960             CLOSE ARCH-SUMMARY-FILE
039980         END-IF
039985         IF WS-BL-AVAILABLE
039990             CLOSE BRANCH-LINK-FILE
039995         END-IF
040000         MOVE 0 TO RETURN-CODE
040100     END-IF.
040200     PERFORM 3100-WRITE-JOB-HISTORY THRU 3100-EXIT.
