001400*               RETURN CODE - A WRONG TOTAL REACHING THE LEDGER
001500*               COSTS FAR MORE TO REVERSE THAN A HELD FEED COSTS
001600*               TO RELEASE.
001625*               THE EXTRACT IS A DOUBLE-ENTRY JOURNAL: ITS LINES
001650*               MUST BALANCE, AGREE WITH THE CONTROL TRAILER AND
001675*               ADD BACK TO THE RE-TOTAL BEFORE IT IS PROVED.
001700* TECTONICS:    COBC
001800******************************************************************
001900* MODIFICATION HISTORY.
002000*    2026-08-22 BL  INITIAL VERSION.
002016*    2026-10-15 BL  PROVES THE DOUBLE-ENTRY GL JOURNAL - DEBIT
002033*                   LINES EQUAL CREDIT LINES EQUAL THE TRAILER
002050*                   TOTALS, LINE COUNT AGREES, DEBITS EQUAL THE
002066*                   RE-TOTALED GROSS PLUS REVERSALS AND THE
002083*                   LINES NET BACK TO THE RE-TOTALED FIGURE.
002088*    2026-10-15 BL  AN ITEM WHOSE CUSTOMER ACCOUNT IS NOT USABLE
002094*                   IS SKIPPED - THE TOTALS RUN NOW EXCEPTIONS IT.
002095*    2026-10-15 BL  INTER-BRANCH TRANSFER LEGS ARE COUNTED BUT
002096*                   LEFT OUT OF THE RE-TOTAL, AND A REVERSAL
002097*                   NAMING A TRANSFER LEG IS SKIPPED, AS THE
002098*                   TOTALS RUN DOES.
002115*    2026-10-15 BL  CONVERTS AT THE RATE IN FORCE ON THE BUSINESS
002132*                   DATE OFF THE RATE HISTORY FILE, AND LEAVES OUT
002149*                   AN ITEM WHOSE RATE IS STALE OR NOT THE DAY'S,
002166*                   AS THE TOTALS RUN DOES.
002169*    2026-10-15 BL  IOF TAX LINES (TYPES X AND Y) ON THE JOURNAL
002172*                   ARE PROVEN TO BALANCE WITH THE REST BUT ARE
002176*                   KEPT OUT OF THE NET AND OF THE DEBITS PROVEN
002179*                   AGAINST GROSS PLUS REVERSALS.
002183******************************************************************
002200 IDENTIFICATION DIVISION.
002300 PROGRAM-ID. GLPRF01.
002400 ENVIRONMENT DIVISION.
003700         ACCESS MODE IS RANDOM
003800         RECORD KEY IS FX-CURRENCY
003900         FILE STATUS IS WS-FX-FILE-STATUS.
003901     SELECT FX-HISTORY-FILE ASSIGN TO "FXHIST"
003903         ORGANIZATION IS INDEXED
003905         ACCESS MODE IS RANDOM
003906         RECORD KEY IS FXH-KEY
003908         FILE STATUS IS WS-FXH-FILE-STATUS.
003910     SELECT TRANSACTION-LOOKUP-FILE ASSIGN TO "TRANFILE"
003920         ORGANIZATION IS INDEXED
003930         ACCESS MODE IS RANDOM
004600     SELECT GL-WORK-FILE ASSIGN TO "GLEXTWRK"
004700         ORGANIZATION IS LINE SEQUENTIAL
004800         FILE STATUS IS WS-GLW-FILE-STATUS.
004816     SELECT ACCOUNT-FILE ASSIGN TO "ACCTMAST"
004833         ORGANIZATION IS INDEXED
004850         ACCESS MODE IS RANDOM
004866         RECORD KEY IS ACCT-NUMBER
004883         FILE STATUS IS WS-ACCT-FILE-STATUS.
004900     SELECT JOB-HISTORY-FILE ASSIGN TO "JOBHIST"
005000         ORGANIZATION IS LINE SEQUENTIAL
005100         FILE STATUS IS WS-JH-FILE-STATUS.
005630     03  PRL-TRAN-ID             PIC 9(06).
005632     03  FILLER                  PIC X(18).
005634     03  PRL-BRANCH              PIC X(04).
005647     03  FILLER                  PIC X(03).
005660     03  PRL-TYPE                PIC X(01).
005673         88  PRL-TYPE-TRANSFER   VALUE "T".
005686     03  FILLER                  PIC X(28).
005700 FD  FX-RATE-FILE.
005800 COPY "FXRATREC.cpy".
005833 FD  FX-HISTORY-FILE.
005866 COPY "FXHSTREC.cpy".
005900 FD  GL-EXTRACT-FILE.
006000 COPY "GLEXTREC.cpy".
006100 FD  GL-HOLD-FILE.
006200 01  GL-HOLD-RECORD                  PIC X(76).
006300 FD  GL-WORK-FILE.
006400 01  GL-WORK-RECORD                  PIC X(76).
006433 FD  ACCOUNT-FILE.
006466 COPY "ACCTREC.cpy".
006500 FD  JOB-HISTORY-FILE.
006600 COPY "HISTREC.cpy".
006700*
007000     88  WS-TRAN-FILE-NOT-FOUND  VALUE "35".
007100 77  WS-FX-FILE-STATUS           PIC X(02) VALUE "00".
007110 77  WS-LKP-FILE-STATUS          PIC X(02) VALUE "00".
007155 77  WS-ACCT-FILE-STATUS         PIC X(02) VALUE "00".
007200 77  WS-GLX-FILE-STATUS          PIC X(02) VALUE "00".
007300     88  WS-GLX-FILE-NOT-FOUND   VALUE "35".
007400 77  WS-GLH-FILE-STATUS          PIC X(02) VALUE "00".
009100 77  WS-END-TIME                 PIC 9(08) VALUE ZEROS.
009200*
009300*    THE INDEPENDENT RE-TOTAL. CONVERSION MIRRORS THE TOTALS RUN -
009355*    BASE CURRENCY AT 1, ANYTHING ELSE AT THE RATE IN FORCE ON THE
009411*    BUSINESS DATE (RATE HISTORY FIRST, THEN THE DAILY RATE FILE
009466*    WHEN ITS RECORD CARRIES THAT DATE), A TRANSACTION WITH NO
009522*    USABLE RATE LEFT OUT OF THE FIGURE (THE TOTALS RUN EXCEPTED
009577*    IT, SO IT IS NOT IN THE EXTRACT EITHER).
009633*    AN ITEM WHOSE ACCOUNT IS NOT ON FILE, IS CLOSED OR IS HELD
009666*    ELSEWHERE IS LEFT OUT THE SAME WAY.
009700*
009800 77  WS-BASE-CURRENCY            PIC X(03) VALUE "BRL".
009900 77  WS-FX-AVAILABLE-SW          PIC X(01) VALUE "N".
010000     88  WS-FX-AVAILABLE         VALUE "Y".
010020 77  WS-FXH-FILE-STATUS          PIC X(02) VALUE "00".
010040 77  WS-FXH-AVAILABLE-SW         PIC X(01) VALUE "N".
010060     88  WS-FXH-AVAILABLE        VALUE "Y".
010080 77  WS-RATE-APPLIED             PIC 9(03)V9(06) VALUE ZEROS.
010100 77  WS-RATE-FOUND-SW            PIC X(01) VALUE "N".
010200     88  WS-RATE-FOUND           VALUE "Y".
010220 77  WS-ACCT-AVAILABLE-SW        PIC X(01) VALUE "N".
010240     88  WS-ACCT-AVAILABLE       VALUE "Y".
010260 77  WS-ACCT-OK-SW               PIC X(01) VALUE "N".
010280     88  WS-ACCT-OK              VALUE "Y".
010300 77  WS-RESULT                   PIC 9(09)V99 VALUE ZEROS.
010400 77  WS-CONVERTED                PIC 9(09)V99 VALUE ZEROS.
010500 77  WS-PROOF-TOTAL              PIC S9(09)V99 VALUE ZEROS.
010550 77  WS-PROOF-MOVEMENT           PIC 9(11)V99 VALUE ZEROS.
010600 77  WS-PROOF-COUNT              PIC 9(06) VALUE ZEROS.
010700 77  WS-SKIPPED-COUNT            PIC 9(06) VALUE ZEROS.
010800*
011600 77  WS-GL-TOTAL                 PIC S9(09)V99 VALUE ZEROS.
011700 77  WS-GL-COUNT                 PIC 9(06) VALUE ZEROS.
011800 77  WS-HELD-COUNT               PIC 9(06) VALUE ZEROS.
011804 77  WS-GL-TRAILER-DEBIT         PIC 9(09)V99 VALUE ZEROS.
011809 77  WS-GL-TRAILER-CREDIT        PIC 9(09)V99 VALUE ZEROS.
011814 77  WS-GL-TRAILER-LINES         PIC 9(06) VALUE ZEROS.
011819 77  WS-GL-LINE-DEBIT            PIC 9(11)V99 VALUE ZEROS.
011823 77  WS-GL-LINE-CREDIT           PIC 9(11)V99 VALUE ZEROS.
011828 77  WS-GL-LINE-COUNT            PIC 9(06) VALUE ZEROS.
011833 77  WS-GL-LINE-NET              PIC S9(11)V99 VALUE ZEROS.
011835 77  WS-GL-LINE-TAX-DEBIT        PIC 9(11)V99 VALUE ZEROS.
011838*
011842*    THE JOURNAL LINES SEEN SO FAR FOR THE JOURNAL BEING READ.
011847*    TODAY'S LINES ROLL IN HERE AND ARE TAKEN OVER AS THE FIGURES
011852*    ABOVE WHEN THEIR TRAILER ARRIVES; A LINE FROM A DIFFERENT
011857*    RUN TIME STARTS THE SET AGAIN, SO A JOURNAL LEFT WITHOUT ITS
011861*    TRAILER IS NEVER COUNTED INTO THE ONE AFTER IT.
011866*
011871 77  WS-JNL-RUN-TIME             PIC 9(08) VALUE ZEROS.
011876 77  WS-JNL-DEBIT                PIC 9(11)V99 VALUE ZEROS.
011880 77  WS-JNL-CREDIT               PIC 9(11)V99 VALUE ZEROS.
011885 77  WS-JNL-COUNT                PIC 9(06) VALUE ZEROS.
011890 77  WS-JNL-NET                  PIC S9(11)V99 VALUE ZEROS.
011892 77  WS-JNL-TAX-DEBIT            PIC 9(11)V99 VALUE ZEROS.
011895 77  WS-BREAK-REASON             PIC X(30) VALUE SPACES.
011900*
012000 77  WS-PROOF-TOTAL-ED           PIC Z(08)9,99- VALUE ZEROS.
012100 77  WS-GL-TOTAL-ED              PIC Z(08)9,99- VALUE ZEROS.
018300     IF WS-FX-FILE-STATUS = "00"
018400         SET WS-FX-AVAILABLE TO TRUE
018500     END-IF.
018504     OPEN INPUT FX-HISTORY-FILE.
018508     IF WS-FXH-FILE-STATUS = "00"
018512         SET WS-FXH-AVAILABLE TO TRUE
018516     END-IF.
018520     OPEN INPUT ACCOUNT-FILE.
018540     IF WS-ACCT-FILE-STATUS = "00"
018560         SET WS-ACCT-AVAILABLE TO TRUE
018580     END-IF.
018600     PERFORM 2100-READ-TRANSACTION THRU 2100-EXIT.
018700 1000-EXIT.
018800     EXIT.
019100* 2000-PROOF-ONE-TRAN.
019200*    ADDS THE CURRENT TRANSACTION INTO THE INDEPENDENT TOTAL UNDER
019300*    THE SAME CONVERSION RULES THE TOTALS RUN USES, THEN READS THE
019400*    NEXT RECORD. A TRANSACTION WITH NO USABLE RATE OR ACCOUNT IS
019500*    COUNTED AS SKIPPED - THE TOTALS RUN EXCEPTED IT, SO ITS
019600*    ABSENCE FROM BOTH FIGURES IS NOT A BREAK. A TRANSFER LEG
019633*    IS COUNTED BUT NEVER REACHES THE JOURNAL, SO IT IS NOT
019666*    TOTALED.
019700******************************************************************
019800 2000-PROOF-ONE-TRAN.
019900     COMPUTE WS-RESULT = TRAN-N1 + TRAN-N2.
019907     IF TRAN-TYPE-TRANSFER
019914         GO TO 2000-COUNT-ITEM
019921     END-IF.
019928     PERFORM 2150-CHECK-ACCOUNT THRU 2150-EXIT.
019957     IF WS-ACCT-OK
019985         PERFORM 2200-CONVERT-TO-BASE THRU 2200-EXIT
020014     ELSE
020042         MOVE "N" TO WS-RATE-FOUND-SW
020071     END-IF.
020100     IF WS-RATE-FOUND
020150         IF TRAN-TYPE-REVERSAL
020160             PERFORM 2300-APPLY-REVERSAL THRU 2300-EXIT
020170         ELSE
020200             ADD WS-CONVERTED TO WS-PROOF-TOTAL
020225             ADD WS-CONVERTED TO WS-PROOF-MOVEMENT
020250         END-IF
020300     ELSE
020400         ADD 1 TO WS-SKIPPED-COUNT
020500     END-IF.
020550 2000-COUNT-ITEM.
020600     ADD 1 TO WS-PROOF-COUNT.
020700 2000-NEXT-RECORD.
020800     PERFORM 2100-READ-TRANSACTION THRU 2100-EXIT.
022200 2100-EXIT.
022300     EXIT.
022400*
022403******************************************************************
022407* 2150-CHECK-ACCOUNT.
022411*    SETS WS-ACCT-OK WHEN THE TRANSACTION'S ACCOUNT IS ON FILE,
022414*    OPEN AND HELD AT ITS BRANCH IN ITS CURRENCY - THE SAME TEST
022418*    THE TOTALS RUN APPLIES BEFORE IT CONVERTS AN ITEM.
022422******************************************************************
022425 2150-CHECK-ACCOUNT.
022429     MOVE "N" TO WS-ACCT-OK-SW.
022433     IF NOT WS-ACCT-AVAILABLE
022437         OR TRAN-ACCOUNT NOT NUMERIC
022440         OR TRAN-ACCOUNT = ZEROS
022444         GO TO 2150-EXIT
022448     END-IF.
022451     MOVE TRAN-ACCOUNT TO ACCT-NUMBER.
022455     READ ACCOUNT-FILE
022459         INVALID KEY
022462             GO TO 2150-EXIT
022466     END-READ.
022470     IF ACCT-OPEN
022474         AND ACCT-BRANCH = TRAN-BRANCH
022477         AND ACCT-CURRENCY = TRAN-CURRENCY
022481         SET WS-ACCT-OK TO TRUE
022485     END-IF.
022488 2150-EXIT.
022492     EXIT.
022496*
022500******************************************************************
022600* 2200-CONVERT-TO-BASE.
022660*    CONVERTS WS-RESULT TO THE BASE CURRENCY THE SAME WAY THE
022720*    TOTALS RUN DOES - BASE CURRENCY AT 1, ANYTHING ELSE AT THE
022780*    RATE HISTORY RECORD FOR THE CURRENCY AND BUSINESS DATE, OR
022840*    THE DAILY RATE FILE'S RECORD WHEN IT CARRIES THAT SAME DATE.
022900*    NO RATE, OR ONE FIXED ON ANOTHER DAY, MEANS WS-RATE-FOUND
022960*    STAYS OFF AND THE CALLER LEAVES THE AMOUNT OUT OF THE PROOF.
023020******************************************************************
023080 2200-CONVERT-TO-BASE.
023140     MOVE "N" TO WS-RATE-FOUND-SW.
023200     IF TRAN-CURRENCY = WS-BASE-CURRENCY
023260         SET WS-RATE-FOUND TO TRUE
023320         MOVE WS-RESULT TO WS-CONVERTED
023380         GO TO 2200-EXIT
023440     END-IF.
023500     IF WS-FXH-AVAILABLE
023560         MOVE TRAN-CURRENCY TO FXH-CURRENCY
023620         MOVE WS-RUN-DATE TO FXH-RATE-DATE
023680         READ FX-HISTORY-FILE
023740             INVALID KEY
023800                 CONTINUE
023860             NOT INVALID KEY
023920                 MOVE FXH-RATE TO WS-RATE-APPLIED
023980                 GO TO 2200-CONVERT
024040         END-READ
024100     END-IF.
024160     IF NOT WS-FX-AVAILABLE
024220         GO TO 2200-EXIT
024280     END-IF.
024340     MOVE TRAN-CURRENCY TO FX-CURRENCY.
024400     READ FX-RATE-FILE
024460         KEY IS FX-CURRENCY
024520         INVALID KEY
024580             GO TO 2200-EXIT
024640     END-READ.
024700     IF FX-RATE-DATE NOT = WS-RUN-DATE
024760         GO TO 2200-EXIT
024820     END-IF.
024880     MOVE FX-RATE TO WS-RATE-APPLIED.
024940 2200-CONVERT.
025000     COMPUTE WS-CONVERTED ROUNDED = WS-RESULT * WS-RATE-APPLIED
025060         ON SIZE ERROR
025120             GO TO 2200-EXIT
025180     END-COMPUTE.
025240     SET WS-RATE-FOUND TO TRUE.
025300 2200-EXIT.
025400     EXIT.
025410*
025450*    WHOSE TARGET IS ON FILE SUBTRACTS ITS CONVERTED AMOUNT FROM
025460*    THE PROOF TOTAL; ONE POINTING NOWHERE WAS EXCEPTED BY THE
025470*    TOTALS RUN AND CHANGED NOTHING, SO IT IS COUNTED AS SKIPPED
025480*    HERE TOO. SO IS ONE NAMING A TRANSFER LEG.
025490******************************************************************
025491 2300-APPLY-REVERSAL.
025492     MOVE TRAN-REVERSED-ID TO PRL-TRAN-ID.
025495             ADD 1 TO WS-SKIPPED-COUNT
025496             GO TO 2300-EXIT
025497     END-READ.
025507     IF PRL-TYPE-TRANSFER
025517         ADD 1 TO WS-SKIPPED-COUNT
025527         GO TO 2300-EXIT
025538     END-IF.
025548     SUBTRACT WS-CONVERTED FROM WS-PROOF-TOTAL.
025558     ADD WS-CONVERTED TO WS-PROOF-MOVEMENT.
025569 2300-EXIT.
025579     EXIT.
025589*
025600******************************************************************
025700* 3000-FIND-GL-RECORD.
025800*    SCANS THE GL EXTRACT FILE FOR THE LAST JOURNAL CARRYING
025900*    TODAY'S RUN DATE - THE ONE THE FEED WOULD POST - AND
026000*    REMEMBERS ITS TRAILER FIGURES AND THE TOTALS OF ITS LINES.
026100******************************************************************
026200 3000-FIND-GL-RECORD.
026300     IF WS-ABORT-RUN
029100*
029200******************************************************************
029300* 3200-APPLY-GL-RECORD.
029400*    ROLLS A JOURNAL LINE CARRYING TODAY'S RUN DATE INTO THE
029500*    RUNNING LINE TOTALS; TODAY'S TRAILER TAKES THOSE TOTALS AND
029510*    ITS OWN FIGURES OVER AS THE LATEST JOURNAL AND STARTS THE
029520*    RUNNING SET AGAIN. THEN READS THE NEXT RECORD.
029540*    AN IOF TAX DEBIT LINE COUNTS TO THE DEBITS BUT NOT TO THE
029560*    NET, AND IS ALSO KEPT APART SO 4000 CAN PROVE THE ITEM DEBITS
029580*    ON THEIR OWN.
029600******************************************************************
029700 3200-APPLY-GL-RECORD.
029800     IF GL-RUN-DATE NOT = WS-RUN-DATE
029810         GO TO 3200-NEXT-RECORD
029820     END-IF.
029830     IF GL-RUN-TIME NOT = WS-JNL-RUN-TIME
029840         PERFORM 3300-RESET-JOURNAL THRU 3300-EXIT
029850         MOVE GL-RUN-TIME TO WS-JNL-RUN-TIME
029860     END-IF.
029870     IF GL-CONTROL-TRAILER
029900         MOVE GL-GRAND-TOTAL TO WS-GL-TOTAL
030000         MOVE GL-TRAN-COUNT TO WS-GL-COUNT
030010         MOVE GL-DEBIT-TOTAL TO WS-GL-TRAILER-DEBIT
030020         MOVE GL-CREDIT-TOTAL TO WS-GL-TRAILER-CREDIT
030030         MOVE GL-LINE-COUNT TO WS-GL-TRAILER-LINES
030040         MOVE WS-JNL-DEBIT TO WS-GL-LINE-DEBIT
030050         MOVE WS-JNL-CREDIT TO WS-GL-LINE-CREDIT
030060         MOVE WS-JNL-COUNT TO WS-GL-LINE-COUNT
030070         MOVE WS-JNL-NET TO WS-GL-LINE-NET
030085         MOVE WS-JNL-TAX-DEBIT TO WS-GL-LINE-TAX-DEBIT
030100         SET WS-GL-FOUND TO TRUE
030110         PERFORM 3300-RESET-JOURNAL THRU 3300-EXIT
030120         GO TO 3200-NEXT-RECORD
030200     END-IF.
030210     ADD 1 TO WS-JNL-COUNT.
030220     IF GL-DEBIT-LINE
030230         ADD GL-LINE-AMOUNT TO WS-JNL-DEBIT
030236         IF GL-LINE-TAX
030242             ADD GL-LINE-AMOUNT TO WS-JNL-TAX-DEBIT
030248         ELSE
030254             IF GL-LINE-REVERSAL
030260                 SUBTRACT GL-LINE-AMOUNT FROM WS-JNL-NET
030266             ELSE
030272                 ADD GL-LINE-AMOUNT TO WS-JNL-NET
030278             END-IF
030284         END-IF
030290     ELSE
030292         ADD GL-LINE-AMOUNT TO WS-JNL-CREDIT
030294     END-IF.
030296 3200-NEXT-RECORD.
030300     PERFORM 3100-READ-GL-EXTRACT THRU 3100-EXIT.
030400 3200-EXIT.
030500     EXIT.
030507*
030514******************************************************************
030521* 3300-RESET-JOURNAL.
030528*    CLEARS THE RUNNING LINE TOTALS FOR THE NEXT JOURNAL.
030535******************************************************************
030542 3300-RESET-JOURNAL.
030550     MOVE ZEROS TO WS-JNL-RUN-TIME.
030557     MOVE ZEROS TO WS-JNL-DEBIT.
030564     MOVE ZEROS TO WS-JNL-CREDIT.
030571     MOVE ZEROS TO WS-JNL-COUNT.
030578     MOVE ZEROS TO WS-JNL-NET.
030581     MOVE ZEROS TO WS-JNL-TAX-DEBIT.
030585 3300-EXIT.
030592     EXIT.
030600*
030700******************************************************************
030800* 4000-PROVE.
030900*    PROVES TODAY'S JOURNAL - FIRST THAT IT BALANCES AND AGREES
031000*    WITH ITS OWN TRAILER, THEN THAT IT AGREES WITH THE
031010*    INDEPENDENT RE-TOTAL (COUNT, NET FIGURE, AND DEBITS AGAINST
031020*    GROSS PLUS REVERSALS). A MISSING JOURNAL OR ANY BREAK HOLDS
031065*    THE DAY'S EXTRACT RECORDS AND RAISES THE CHAIN RETURN CODE.
031110*    THE IOF TAX DEBITS ARE TAKEN OFF BEFORE THAT LAST CHECK -
031155*    THE TAX IS NOT RE-TOTALED HERE.
031200******************************************************************
031300 4000-PROVE.
031400     IF WS-ABORT-RUN
032400         MOVE 24 TO RETURN-CODE
032500         GO TO 4000-EXIT
032600     END-IF.
032610     MOVE SPACES TO WS-BREAK-REASON.
032620     IF WS-GL-LINE-DEBIT NOT = WS-GL-LINE-CREDIT
032630         OR WS-GL-LINE-DEBIT NOT = WS-GL-TRAILER-DEBIT
032640         OR WS-GL-LINE-CREDIT NOT = WS-GL-TRAILER-CREDIT
032650         MOVE "DEBITS NOT EQUAL CREDITS" TO WS-BREAK-REASON
032660     END-IF.
032670     IF WS-GL-LINE-COUNT NOT = WS-GL-TRAILER-LINES
032680         MOVE "LINE COUNT DISAGREES" TO WS-BREAK-REASON
032690     END-IF.
032692     IF WS-GL-LINE-NET NOT = WS-GL-TOTAL
032693         OR WS-GL-LINE-DEBIT NOT =
032694             WS-PROOF-MOVEMENT + WS-GL-LINE-TAX-DEBIT
032696         MOVE "LINES DISAGREE WITH RE-TOTAL" TO WS-BREAK-REASON
032698     END-IF.
032700     IF WS-PROOF-TOTAL = WS-GL-TOTAL
032800         AND WS-PROOF-COUNT = WS-GL-COUNT
032850         AND WS-BREAK-REASON = SPACES
032900         MOVE WS-PROOF-TOTAL TO WS-PROOF-TOTAL-ED
033000         STRING "GL PROOF OK - TOTAL " WS-PROOF-TOTAL-ED
033100             " COUNT " WS-PROOF-COUNT
034000             " EXTRACT " WS-GL-TOTAL-ED
034100             DELIMITED BY SIZE INTO WS-LOG-MESSAGE
034200         CALL "LOGWRT01" USING WS-LOG-PARMS
034210         IF WS-BREAK-REASON NOT = SPACES
034215             MOVE SPACES TO WS-LOG-MESSAGE
034220             STRING "GL JOURNAL BREAK - " WS-BREAK-REASON
034230                 DELIMITED BY SIZE INTO WS-LOG-MESSAGE
034240             CALL "LOGWRT01" USING WS-LOG-PARMS
034250         END-IF
034300         MOVE "I" TO WS-LOG-SEVERITY
034400         PERFORM 4100-HOLD-EXTRACT THRU 4100-EXIT
034500         MOVE 24 TO RETURN-CODE
043100         IF WS-FX-AVAILABLE
043200             CLOSE FX-RATE-FILE
043300         END-IF
043306         IF WS-FXH-AVAILABLE
043312             CLOSE FX-HISTORY-FILE
043318         END-IF
043325         IF WS-ACCT-AVAILABLE
043350             CLOSE ACCOUNT-FILE
043375         END-IF
043400     END-IF.
043500     PERFORM 5100-WRITE-JOB-HISTORY THRU 5100-EXIT.
043600 5000-EXIT.
